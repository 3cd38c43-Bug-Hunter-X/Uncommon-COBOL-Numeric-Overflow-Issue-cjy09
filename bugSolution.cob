      *  fully applied, and start-up refuses a file the register      *
      *  already shows applied unless an operator override card is    *
      *  supplied - the double-run counterpart of TRNEDIT's           *
      *  processed-feeds register.  The override card must carry the  *
      *  id of a supervisor active on the operator authority master   *
      *  (copybook OPRAUTH); the decision goes on the security audit  *
      *  file (copybook SECAUD) either way.                           *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVERRIDE-STATUS.

           SELECT OPTIONAL OPR-AUTH-FILE ASSIGN TO "./data/oprauth.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPR-STATUS-CODE.

           SELECT OPTIONAL SEC-AUDIT-FILE
               ASSIGN TO "./data/secaudit.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CTRDEF-FILE.
       01  OVERRIDE-CARD-REC.
           05  OV-KEYWORD              PIC X(8).
           05  OV-RUN-DATE             PIC X(8).
           05  OV-OPERATOR             PIC X(8).
           05  OV-RESERVED             PIC X(3).

       FD  OPR-AUTH-FILE
           RECORDING MODE IS F.
       COPY OPRAUTH.

       FD  SEC-AUDIT-FILE
           RECORDING MODE IS F.
       COPY SECAUD.

       WORKING-STORAGE SECTION.
       COPY CTRTBL.

       COPY OPRTBL.

       01  WS-CTR-TRUE                 PIC 9(10) VALUE 0.

      *  WS-OVERFLOW-EVENT-COUNT and WS-ANY-OVERFLOW are derived from
           OPEN EXTEND ALERT-QUEUE-FILE
           OPEN EXTEND POST-JRNL-FILE
           OPEN EXTEND SUSPENSE-FILE
           PERFORM 1450-RESTATE-SIDE-FILE-POSITIONS
           PERFORM 1150-SKIP-APPLIED-TRANSACTIONS
           PERFORM 1100-READ-TRANS.

                   DISPLAY "CLEAN FILE ALREADY FULLY APPLIED BY A "
                       "PRIOR RUN - RUN REFUSED"
                   DISPLAY "SUPPLY AN OVERRIDE CARD IN "
                       "./data/ovflovrd.dat (OVERRIDE, TODAY'S DATE "
                       "AND A SUPERVISOR'S OPERATOR ID) TO RERUN "
                       "DELIBERATELY"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 8850-WRITE-REFUSED-REGISTER
                   STOP RUN

      *  The register is read end to end per start-up, the same way
      *  TRNEDIT reads its processed-feeds register - small file,
      *  no table to outgrow, survives hand pruning.  A "B" record
      *  (BACKOUT) cancels an earlier match for its feed and date.
       1320-MATCH-AGAINST-REGISTER.
           OPEN INPUT RUN-REG-FILE
           IF NOT WS-RUNREG-OK THEN
                           END-IF
                       END-PERFORM
                   END-IF
                   IF RG-BACKED-OUT
                       PERFORM VARYING WS-PRE-SUB FROM 1 BY 1
                           UNTIL WS-PRE-SUB > WS-PRE-COUNT
                           IF WS-PRE-FEED-ID (WS-PRE-SUB)
                                       = RG-FEED-ID
                                   AND WS-PRE-CREATE-DATE
                                       (WS-PRE-SUB)
                                       = RG-CREATE-DATE
                                   AND WS-PRE-ALREADY-APPLIED
                                       (WS-PRE-SUB)
                               MOVE "N" TO WS-PRE-APPLIED-FLAG
                                   (WS-PRE-SUB)
                               SUBTRACT 1 FROM WS-REREG-MATCH-COUNT
                               DISPLAY "FEED BACKED OUT SINCE - "
                                   "REDELIVERY ACCEPTED: " RG-FEED-ID
                                   " CREATED " RG-CREATE-DATE
                                   " (BACKED OUT "
                                   RG-BACKOUT-DATE ")"
                           END-IF
                       END-PERFORM
                   END-IF
           END-READ.

       1340-READ-OVERRIDE-CARD.
                   NOT AT END
                       IF OV-KEYWORD = "OVERRIDE"
                               AND OV-RUN-DATE = WS-RUN-DATE
                           PERFORM 1350-CHECK-OVERRIDE-AUTHORITY
                       ELSE
                           DISPLAY "OVERRIDE CARD PRESENT BUT NOT "
                               "VALID FOR TODAY - IGNORED: "
           END-IF
           CLOSE OVERRIDE-CARD-FILE.

      *  Overriding the double-run safeguard is a supervisor's call -
      *  a card keyed by anyone else, or by nobody on the authority
      *  master, leaves the run refused exactly as if no card had
      *  been supplied.
       1350-CHECK-OVERRIDE-AUTHORITY.
           PERFORM 1360-LOAD-OPERATOR-AUTHORITY
           MOVE OV-OPERATOR TO WS-AUTH-OPERATOR
           MOVE "S" TO WS-AUTH-NEED-ROLE
           PERFORM 1370-CHECK-OPERATOR-AUTHORITY
           OPEN EXTEND SEC-AUDIT-FILE
           INITIALIZE SEC-AUDIT-REC
           MOVE WS-RUN-DATE         TO SA-AUDIT-DATE
           ACCEPT SA-AUDIT-TIME FROM TIME
           MOVE "OVFLCNT"           TO SA-PROGRAM
           MOVE "OVFLOVRD"          TO SA-CARD-FILE
           MOVE WS-AUTH-OPERATOR    TO SA-OPERATOR-ID
           MOVE WS-AUTH-ROLE        TO SA-OPERATOR-ROLE
           MOVE WS-AUTH-NEED-ROLE   TO SA-REQUIRED-ROLE
           MOVE WS-AUTH-RESULT      TO SA-OUTCOME
           MOVE OVERRIDE-CARD-REC   TO SA-CARD-IMAGE
           WRITE SEC-AUDIT-REC
           CLOSE SEC-AUDIT-FILE
           IF WS-AUTH-ACCEPTED THEN
               MOVE "Y" TO WS-OVERRIDE-FLAG
           ELSE
               DISPLAY "OVERRIDE CARD REFUSED - OPERATOR '"
                   WS-AUTH-OPERATOR "' " WS-AUTH-RESULT
                   " - A SUPERVISOR ON ./data/oprauth.dat MUST KEY IT"
           END-IF.

      *  Guarded the positive way - no master loads an empty table
      *  and every card is refused.
       1360-LOAD-OPERATOR-AUTHORITY.
           MOVE 0 TO WS-OPR-COUNT
           MOVE "N" TO WS-OPR-EOF-FLAG
           OPEN INPUT OPR-AUTH-FILE
           IF NOT WS-OPR-FILE-OK THEN
               SET WS-END-OF-OPR-AUTH TO TRUE
           END-IF
           PERFORM 1365-READ-OPERATOR-AUTH
               UNTIL WS-END-OF-OPR-AUTH
           CLOSE OPR-AUTH-FILE.

       1365-READ-OPERATOR-AUTH.
           READ OPR-AUTH-FILE
               AT END
                   SET WS-END-OF-OPR-AUTH TO TRUE
               NOT AT END
                   IF OA-OPERATOR-ID NOT = SPACES
                           AND WS-OPR-COUNT < 200
                       ADD 1 TO WS-OPR-COUNT
                       SET OPR-IDX TO WS-OPR-COUNT
                       MOVE OA-OPERATOR-ID  TO WS-OPR-ID (OPR-IDX)
                       MOVE OA-ROLE         TO WS-OPR-ROLE (OPR-IDX)
                       MOVE OA-STATUS       TO WS-OPR-STATUS (OPR-IDX)
                       MOVE OA-EXPIRY-DATE
                           TO WS-OPR-EXPIRY-DATE (OPR-IDX)
                   END-IF
           END-READ.

      *  Same check in every card-reading program - see OPRTBL.
       1370-CHECK-OPERATOR-AUTHORITY.
           MOVE SPACES TO WS-AUTH-ROLE
           SET OPR-IDX TO 1
           SEARCH WS-OPR-ENTRY
               AT END
                   MOVE "UNKNOWN" TO WS-AUTH-RESULT
               WHEN WS-OPR-ID (OPR-IDX) = WS-AUTH-OPERATOR
                   MOVE WS-OPR-ROLE (OPR-IDX) TO WS-AUTH-ROLE
                   EVALUATE TRUE
                       WHEN NOT WS-OPR-ACTIVE (OPR-IDX)
                           MOVE "EXPIRED" TO WS-AUTH-RESULT
                       WHEN WS-OPR-EXPIRY-DATE (OPR-IDX) NUMERIC
                               AND WS-RUN-DATE
                                   > WS-OPR-EXPIRY-DATE (OPR-IDX)
                           MOVE "EXPIRED" TO WS-AUTH-RESULT
                       WHEN WS-OPR-SUPERVISOR (OPR-IDX)
                           MOVE "ACCEPTED" TO WS-AUTH-RESULT
                       WHEN WS-OPR-OPERATOR (OPR-IDX)
                               AND NOT WS-AUTH-NEEDS-SUPERVISOR
                           MOVE "ACCEPTED" TO WS-AUTH-RESULT
                       WHEN OTHER
                           MOVE "NOROLE" TO WS-AUTH-RESULT
                   END-EVALUATE
           END-SEARCH.

      *  If the last checkpoint on disk was written after a clean
      *  finish (WS-PRIOR-RUN-WAS-COMPLETE), its CK-TRANS-COUNT is the
      *  final tally of that already-finished run, not a position to
      *  and the abend - records the reprocess will write again - so
      *  the file is cut back to the checkpointed position first.
      *  Nothing but this program ever appends to either file
      *  outside checkpoint protection, so a longer-than-checkpointed
      *  file can mean nothing else.  The other programs that change
      *  the two files each leave the positions good:
      *    - BACKOUT appends its offsetting postings (source "B") and
      *      REORG its transfer postings (source "T") to the journal,
      *      then each appends a checkpoint cycle carrying the new
      *      journal and suspense positions;
      *    - SUSPREL shrinks the suspense file and RETPURGE the
      *      journal, each through a renamed-in copy, leaving a file
      *      SHORTER than the last checkpoint says - never trimmed
      *      here, and restated by 1450 before this run writes a
      *      record, so a later restart never trims to a position
      *      that predates the shrink.
      *  A checkpoint with no positions on it cannot trim - said out
      *  loud when a real restart is in play, because the duplicate
      *  window then goes through unfenced.
       1400-TRIM-SIDE-FILES.
           PERFORM 1410-COUNT-SUSPENSE-RECS
           PERFORM 1420-COUNT-JOURNAL-RECS
               "POSITION: " WS-CK-JRNL-COUNT " RECORDS"
           MOVE WS-CK-JRNL-COUNT TO WS-JRNL-FILE-COUNT.

      *  A side file shorter than the last checkpoint recorded has
      *  been shrunk since (SUSPREL released suspense, or RETPURGE
      *  archived journal postings).  That checkpoint's positions
      *  now point past the end of the file: an abend before this
      *  run's first checkpoint would leave its tail untrimmed on
      *  the restart, and a tail long enough to pass the old count
      *  would be cut back to a position that means nothing.  So
      *  one checkpoint cycle restating the starting positions goes
      *  out before the first record is applied - the counters,
      *  transaction position and in-flight flag are exactly what
      *  the restart just restored, so a restart from it resumes
      *  where this one does.
       1450-RESTATE-SIDE-FILE-POSITIONS.
           IF WS-TRIM-COUNTS-VALID
                   AND (WS-SUSP-FILE-COUNT < WS-CK-SUSP-COUNT
                    OR WS-JRNL-FILE-COUNT < WS-CK-JRNL-COUNT)
               DISPLAY "SIDE FILES SHORTER THAN LAST CHECKPOINT - "
                   "SUSPENSE " WS-SUSP-FILE-COUNT " OF "
                   WS-CK-SUSP-COUNT ", JOURNAL " WS-JRNL-FILE-COUNT
                   " OF " WS-CK-JRNL-COUNT
               DISPLAY "STARTING POSITIONS RESTATED ON "
                   "./data/chkpt.dat"
               PERFORM 7000-WRITE-CHECKPOINT
           END-IF.

      *  WS-TRANS-COUNT counts every record on the clean file -
      *  headers and trailers included - so the restart skip in 1150
      *  lands on exactly the record this count says comes next.
