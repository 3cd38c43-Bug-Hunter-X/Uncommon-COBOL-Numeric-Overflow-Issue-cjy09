      *  scheduled between TRNEDIT and OVFLCNT, reads the reject      *
      *  file alongside an operator correction-card file and:        *
      *    - re-runs each corrected record through the same edits     *
      *      TRNEDIT applies (reasons 01-06 - the duplicate edit      *
      *      against the same accepted-reference history, copybook   *
      *      REFHIST, so a repeat cannot be recycled in either);      *
      *    - appends the now-clean records to the clean file under    *
      *      their own batch envelope (feed id RECYCLE, header and    *
      *      rebuilt trailer), so OVFLCNT's feed tracking and the     *
      *       when the counter definition lagged the feed and has     *
      *       since been loaded)                                      *
      *    D  drop the reject for good - a write-off, counted and     *
      *       reported so nothing vanishes silently (the usual end   *
      *       of a reason 06 duplicate; a detail the region really    *
      *       meant to send twice goes back on an R card with a new   *
      *       reference)                                              *
      *  Each card carries the keying operator's id in columns        *
      *  34-41, where its seven reserved columns were - the card      *
      *  grows from 40 to 41 bytes to hold a full operator id, and a  *
      *  line keyed short reads as blank-padded.  The id is checked   *
      *  against the operator authority master (copybook OPRAUTH):    *
      *  R and A need an active operator or supervisor, D - a         *
      *  write-off - a supervisor.  A refused card acts on nothing    *
      *  (its reject carries forward) and every card's outcome goes   *
      *  on the security audit file (copybook SECAUD).                *
      *                                                                *
      *  The aging report (./data/rejage.rpt) breaks the rejects      *
      *  still outstanding down by reason code and days old, and      *
      *  lists each one with the sequence number the next run's       *
      *  correction cards will use (a duplicate with the feed and     *
      *  creation date it duplicates).  Resubmitted references go on  *
      *  the history under feed id RECYCLE.                           *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "./data/transrej_new.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL OPR-AUTH-FILE ASSIGN TO "./data/oprauth.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPR-STATUS-CODE.

           SELECT OPTIONAL SEC-AUDIT-FILE
               ASSIGN TO "./data/secaudit.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AGE-RPT-FILE ASSIGN TO "./data/rejage.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL REF-HIST-FILE ASSIGN TO "./data/trnref.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFHIST-STATUS.

           SELECT OPTIONAL DATE-CTL-FILE
               ASSIGN TO "./data/datectl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               88  CC-RESUBMIT-AS-IS        VALUE "A".
               88  CC-DROP-REJECT           VALUE "D".
           05  CC-NEW-IMAGE            PIC X(27).
           05  CC-OPERATOR             PIC X(8).

       FD  OPR-AUTH-FILE
           RECORDING MODE IS F.
       COPY OPRAUTH.

       FD  SEC-AUDIT-FILE
           RECORDING MODE IS F.
       COPY SECAUD.

       FD  TRANS-OUT-FILE
           RECORDING MODE IS F.

       FD  REJECT-NEW-FILE
           RECORDING MODE IS F.
       01  REJECT-NEW-REC              PIC X(99).

       FD  AGE-RPT-FILE
           RECORDING MODE IS F.
       01  AGE-RPT-LINE                PIC X(110).

       FD  REF-HIST-FILE
           RECORDING MODE IS F.
       COPY REFHIST.

       FD  DATE-CTL-FILE
           RECORDING MODE IS F.
       COPY DATECTL.
      *  TRANS-REC.
       COPY TRANREC.

      *  Same reference table and load as TRNEDIT 1100 - the
      *  duplicate re-edit misses on exactly what TRNEDIT would pass.
       COPY REFTBL.

       COPY OPRTBL.

      *  Correction cards, loaded up front so each reject is one
      *  table scan.  A day's corrections are keyed by hand - the
      *  ceiling is generous for that, and a full table refuses the
       01  WS-CORR-STATUS              PIC XX.
           88  WS-CORR-OK                    VALUE "00".

       01  WS-REFHIST-STATUS           PIC XX.
           88  WS-REFHIST-OK                  VALUE "00".
       01  WS-REFHIST-EOF-FLAG         PIC X VALUE "N".
           88  WS-END-OF-REFHIST            VALUE "Y".
       01  WS-REF-FULL-FLAG            PIC X VALUE "N".
           88  WS-REF-TABLE-FULL            VALUE "Y".
       01  WS-REF-FEED-START           PIC 9(5).
       01  WS-REF-SUB                  PIC 9(5).
       01  WS-ADD-REF-ID               PIC X(10).
       01  WS-ADD-REF-FEED-ID          PIC X(8).
       01  WS-ADD-REF-DATE             PIC X(8).
       01  WS-REF-CUTOFF-DATE          PIC X(8).
       01  WS-DATE-INT                 PIC 9(8) COMP.
       01  WS-DATE-NUM                 PIC 9(8).

       01  WS-REJ-EOF-FLAG             PIC X VALUE "N".
           88  WS-END-OF-REJECTS            VALUE "Y".
       01  WS-CARD-EOF-FLAG            PIC X VALUE "N".
       01  WS-RESUBMIT-COUNT           PIC 9(5) VALUE 0.
       01  WS-CARRIED-COUNT            PIC 9(5) VALUE 0.
       01  WS-UNMATCHED-CARDS          PIC 9(3) VALUE 0.
       01  WS-REFUSED-CARDS            PIC 9(3) VALUE 0.

      *  Outstanding rejects broken down by reason code 01-06 (slot
      *  7 catches a reason this program does not know, so a new
      *  TRNEDIT edit cannot make rejects fall out of the totals).
       01  WS-AGE-TABLE.
           05  WS-AGE-ENTRY OCCURS 7 TIMES.
               10  WS-AGE-REASON-COUNT     PIC 9(5).
               10  WS-AGE-OLDEST-DAYS      PIC 9(5).
       01  WS-AGE-SUB                  PIC 9(2) COMP.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1010-READ-BUSINESS-DATE
           PERFORM VARYING WS-AGE-SUB FROM 1 BY 1
               UNTIL WS-AGE-SUB > 7
               MOVE 0 TO WS-AGE-REASON-COUNT (WS-AGE-SUB)
               MOVE 0 TO WS-AGE-OLDEST-DAYS (WS-AGE-SUB)
           END-PERFORM
           PERFORM 1050-LOAD-COUNTER-DEFS
           PERFORM 1350-LOAD-OPERATOR-AUTHORITY
           PERFORM 1300-LOAD-CORRECTION-CARDS
           PERFORM 1400-LOAD-REF-HISTORY
           MOVE WS-REF-COUNT TO WS-REF-FEED-START
           OPEN OUTPUT REJECT-NEW-FILE
           OPEN OUTPUT AGE-RPT-FILE
           PERFORM 8100-WRITE-REPORT-HEADER
           IF NOT WS-CORR-OK THEN
               SET WS-END-OF-CARDS TO TRUE
           END-IF
           OPEN EXTEND SEC-AUDIT-FILE
           PERFORM 1310-READ-CORRECTION-CARD
               UNTIL WS-END-OF-CARDS
           CLOSE SEC-AUDIT-FILE
           CLOSE CORR-CARD-FILE.

      *  A card with a non-numeric sequence could never match any
               AT END
                   SET WS-END-OF-CARDS TO TRUE
               NOT AT END
                   PERFORM 1370-CHECK-CARD-AUTHORITY
                   EVALUATE TRUE
                       WHEN NOT WS-AUTH-ACCEPTED
                           DISPLAY "CORRECTION CARD REFUSED - "
                               "OPERATOR '" CC-OPERATOR "' "
                               WS-AUTH-RESULT ": " CORR-CARD-REC
                           ADD 1 TO WS-REFUSED-CARDS
                       WHEN CC-SEQ-NUM NOT NUMERIC
                           DISPLAY "CORRECTION CARD SEQUENCE NOT "
                               "NUMERIC - CARD IGNORED: "
                               CORR-CARD-REC
                           ADD 1 TO WS-UNMATCHED-CARDS
                       WHEN WS-CARD-COUNT >= 200
                           DISPLAY "CORRECTION CARD TABLE FULL AT "
                               "200 - CARD IGNORED: " CORR-CARD-REC
                           ADD 1 TO WS-UNMATCHED-CARDS
                       WHEN OTHER
                           PERFORM 1320-TABLE-CORRECTION-CARD
                   END-EVALUATE
           END-READ.

      *  Two cards keyed for the same sequence is an operator error,
                   TO WS-CARD-USED-FLAG (WS-CARD-SUB)
           END-IF.

      *  Guarded the positive way - no master loads an empty table
      *  and every card is refused.
       1350-LOAD-OPERATOR-AUTHORITY.
           OPEN INPUT OPR-AUTH-FILE
           IF NOT WS-OPR-FILE-OK THEN
               SET WS-END-OF-OPR-AUTH TO TRUE
           END-IF
           PERFORM 1360-READ-OPERATOR-AUTH
               UNTIL WS-END-OF-OPR-AUTH
           CLOSE OPR-AUTH-FILE.

       1360-READ-OPERATOR-AUTH.
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

      *  A drop writes the reject off for good, so it takes a
      *  supervisor; resubmitting only puts the record back through
      *  the edits, so any active operator may key it.
       1370-CHECK-CARD-AUTHORITY.
           MOVE CC-OPERATOR TO WS-AUTH-OPERATOR
           IF CC-DROP-REJECT THEN
               MOVE "S" TO WS-AUTH-NEED-ROLE
           ELSE
               MOVE "O" TO WS-AUTH-NEED-ROLE
           END-IF
           PERFORM 1380-CHECK-OPERATOR-AUTHORITY
           INITIALIZE SEC-AUDIT-REC
           MOVE WS-RUN-DATE         TO SA-AUDIT-DATE
           ACCEPT SA-AUDIT-TIME FROM TIME
           MOVE "REJCYCLE"          TO SA-PROGRAM
           MOVE "REJCORR"           TO SA-CARD-FILE
           MOVE WS-AUTH-OPERATOR    TO SA-OPERATOR-ID
           MOVE WS-AUTH-ROLE        TO SA-OPERATOR-ROLE
           MOVE WS-AUTH-NEED-ROLE   TO SA-REQUIRED-ROLE
           MOVE WS-AUTH-RESULT      TO SA-OUTCOME
           MOVE CORR-CARD-REC       TO SA-CARD-IMAGE
           WRITE SEC-AUDIT-REC.

      *  Same check in every card-reading program - see OPRTBL.
       1380-CHECK-OPERATOR-AUTHORITY.
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

      *  Same window, same voiding of backed-out feeds, as TRNEDIT.
       1400-LOAD-REF-HISTORY.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL (WS-RUN-DATE)) - WS-REF-WINDOW-DAYS
           COMPUTE WS-DATE-NUM =
               FUNCTION DATE-OF-INTEGER (WS-DATE-INT)
           MOVE WS-DATE-NUM TO WS-REF-CUTOFF-DATE
           OPEN INPUT REF-HIST-FILE
           IF NOT WS-REFHIST-OK THEN
               SET WS-END-OF-REFHIST TO TRUE
           END-IF
           PERFORM 1410-READ-REF-HISTORY
               UNTIL WS-END-OF-REFHIST
           CLOSE REF-HIST-FILE.

       1410-READ-REF-HISTORY.
           READ REF-HIST-FILE
               AT END
                   SET WS-END-OF-REFHIST TO TRUE
               NOT AT END
                   IF RH-BACKOUT-MARKER THEN
                       IF WS-REF-COUNT > 0 THEN
                           PERFORM 1430-VOID-REF-ENTRY
                               VARYING REF-IDX FROM 1 BY 1
                               UNTIL REF-IDX > WS-REF-COUNT
                       END-IF
                   ELSE
                       IF RH-TRANS-REF NOT = SPACES
                               AND RH-ACCEPT-DATE
                                   NOT < WS-REF-CUTOFF-DATE
                           MOVE RH-TRANS-REF   TO WS-ADD-REF-ID
                           MOVE RH-FEED-ID     TO WS-ADD-REF-FEED-ID
                           MOVE RH-CREATE-DATE TO WS-ADD-REF-DATE
                           PERFORM 1420-ADD-REF-ENTRY
                       END-IF
                   END-IF
           END-READ.

       1420-ADD-REF-ENTRY.
           IF WS-REF-COUNT >= 30000 THEN
               IF NOT WS-REF-TABLE-FULL THEN
                   DISPLAY "REFERENCE TABLE FULL AT 30000 - "
                       "DUPLICATE RE-EDIT IS INCOMPLETE THIS RUN"
                   MOVE "Y" TO WS-REF-FULL-FLAG
               END-IF
           ELSE
               ADD 1 TO WS-REF-COUNT
               SET REF-IDX TO WS-REF-COUNT
               MOVE WS-ADD-REF-ID      TO WS-REF-ID (REF-IDX)
               MOVE WS-ADD-REF-FEED-ID TO WS-REF-FEED-ID (REF-IDX)
               MOVE WS-ADD-REF-DATE    TO WS-REF-CREATE-DATE (REF-IDX)
           END-IF.

       1430-VOID-REF-ENTRY.
           IF WS-REF-FEED-ID (REF-IDX) = RH-FEED-ID
                   AND WS-REF-CREATE-DATE (REF-IDX) = RH-CREATE-DATE
               MOVE SPACES TO WS-REF-ID (REF-IDX)
           END-IF.

       2000-PROCESS-REJECT.
           ADD 1 TO WS-READ-COUNT
           ADD 1 TO WS-REJ-SEQ
      *  whose envelope already proved the details are details.
       2200-REEDIT-RECORD.
           MOVE "A" TO WS-EDIT-RESULT-FLAG
           MOVE SPACES TO RJ-DUP-FEED-ID
           MOVE SPACES TO RJ-DUP-CREATE-DATE
           IF NOT TR-DETAIL-REC THEN
               MOVE "05" TO RJ-REASON-CODE
               MOVE "INVALID RECORD TYPE" TO RJ-REASON-TEXT
                       TO RJ-REASON-TEXT
                   PERFORM 2400-FAIL-REEDIT
               WHEN WS-CTR-ID (CTR-IDX) = TR-COUNTER-ID
                   PERFORM 2350-REEDIT-TRANS-REF
           END-SEARCH.

      *  Same duplicate edit as TRNEDIT 2635.  A resubmitted
      *  duplicate still finds its original in the table, so an "A"
      *  card cannot push a repeat through.
       2350-REEDIT-TRANS-REF.
           IF TR-TRANS-REF NOT = SPACES
                   AND WS-REF-COUNT > 0
               SET REF-IDX TO 1
               SEARCH WS-REF-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-REF-ID (REF-IDX) = TR-TRANS-REF
                       MOVE "06" TO RJ-REASON-CODE
                       MOVE "DUPLICATE TRANSACTION"
                           TO RJ-REASON-TEXT
                       MOVE WS-REF-FEED-ID (REF-IDX)
                           TO RJ-DUP-FEED-ID
                       MOVE WS-REF-CREATE-DATE (REF-IDX)
                           TO RJ-DUP-CREATE-DATE
                       PERFORM 2400-FAIL-REEDIT
               END-SEARCH
           END-IF.

      *  A corrected record that STILL fails carries forward under
      *  the corrected image and the new failing reason, so the next
      *  correction builds on this one instead of starting over from
           WRITE REJECT-NEW-REC.

      *  Days old the way OVFLTRND spans run dates - and a reason
      *  code outside 01-06 lands in the catch-all slot rather than
      *  subscripting off the table.
       2510-TALLY-AGING.
           COMPUTE WS-DAYS-OLD =
                   (FUNCTION NUMVAL (RJ-REJECT-DATE))
           IF RJ-REASON-CODE NUMERIC
                   AND RJ-REASON-CODE >= "01"
                   AND RJ-REASON-CODE <= "06"
               COMPUTE WS-AGE-SUB = FUNCTION NUMVAL (RJ-REASON-CODE)
           ELSE
               MOVE 7 TO WS-AGE-SUB
           END-IF
           ADD 1 TO WS-AGE-REASON-COUNT (WS-AGE-SUB)
           IF WS-DAYS-OLD > WS-AGE-OLDEST-DAYS (WS-AGE-SUB) THEN
           STRING WS-RPT-SEQ-ED "  " RJ-REASON-CODE "  "
               RJ-REJECT-DATE "  " WS-RPT-DAYS-ED "  "
               WS-RPT-AGE-ED "  " RJ-TRANS-IMAGE
               "  " RJ-DUP-FEED-ID " " RJ-DUP-CREATE-DATE
               DELIMITED BY SIZE INTO AGE-RPT-LINE
           WRITE AGE-RPT-LINE.

               MOVE TRANS-REC
                   TO WS-CLEAN-IMAGE (WS-CLEAN-COUNT)
               ADD TR-AMOUNT TO WS-CLEAN-AMOUNT
               IF TR-TRANS-REF NOT = SPACES THEN
                   MOVE TR-TRANS-REF TO WS-ADD-REF-ID
                   MOVE "RECYCLE"    TO WS-ADD-REF-FEED-ID
                   MOVE WS-RUN-DATE  TO WS-ADD-REF-DATE
                   PERFORM 1420-ADD-REF-ENTRY
               END-IF
           END-IF.

      *  The recycled records ride the clean file inside their own
               CLOSE TRANS-OUT-FILE
               DISPLAY "RECYCLE BATCH OF " WS-CLEAN-COUNT
                   " RECORDS APPENDED TO ./data/trans.dat"
               PERFORM 3200-RECORD-RECYCLE-REFS
           END-IF.

       3100-WRITE-RECYCLE-DETAIL.
           MOVE WS-CLEAN-IMAGE (WS-CLEAN-SUB) TO TRANS-OUT-REC
           WRITE TRANS-OUT-REC.

      *  The batch's references go on the history once the batch is
      *  on the clean file, the same order TRNEDIT keeps.
       3200-RECORD-RECYCLE-REFS.
           IF WS-REF-COUNT > WS-REF-FEED-START THEN
               OPEN EXTEND REF-HIST-FILE
               COMPUTE WS-REF-SUB = WS-REF-FEED-START + 1
               PERFORM 3210-WRITE-REF-HISTORY
                   VARYING REF-IDX FROM WS-REF-SUB BY 1
                   UNTIL REF-IDX > WS-REF-COUNT
               CLOSE REF-HIST-FILE
           END-IF.

       3210-WRITE-REF-HISTORY.
           MOVE SPACES TO REF-HIST-REC
           MOVE WS-REF-ID (REF-IDX)          TO RH-TRANS-REF
           MOVE WS-REF-FEED-ID (REF-IDX)     TO RH-FEED-ID
           MOVE WS-REF-CREATE-DATE (REF-IDX) TO RH-CREATE-DATE
           MOVE WS-RUN-DATE                  TO RH-ACCEPT-DATE
           MOVE "A"                          TO RH-ENTRY-TYPE
           WRITE REF-HIST-REC.

       4000-CHECK-UNMATCHED-CARDS.
           PERFORM VARYING WS-CARD-SUB FROM 1 BY 1
               UNTIL WS-CARD-SUB > WS-CARD-COUNT
           WRITE AGE-RPT-LINE
           MOVE SPACES TO AGE-RPT-LINE
           STRING "  SEQ  RC  REJECTED     DAYS  AGE  RECORD IMAGE"
               "                 DUPLICATE OF"
               DELIMITED BY SIZE INTO AGE-RPT-LINE
           WRITE AGE-RPT-LINE.

           MOVE "  05 INVALID RECORD TYPE:   " TO AGE-RPT-LINE
           MOVE 5 TO WS-AGE-SUB
           PERFORM 8300-WRITE-REASON-LINE
           MOVE "  06 DUPLICATE TRANSACTION: " TO AGE-RPT-LINE
           MOVE 6 TO WS-AGE-SUB
           PERFORM 8300-WRITE-REASON-LINE
           MOVE "  ?? REASON NOT RECOGNIZED: " TO AGE-RPT-LINE
           MOVE 7 TO WS-AGE-SUB
           PERFORM 8300-WRITE-REASON-LINE
           MOVE SPACES TO AGE-RPT-LINE
           WRITE AGE-RPT-LINE
           MOVE WS-READ-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO AGE-RPT-LINE
           STRING "CARRIED FORWARD:     " WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO AGE-RPT-LINE
           WRITE AGE-RPT-LINE
           MOVE WS-REFUSED-CARDS TO WS-RPT-COUNT-ED
           MOVE SPACES TO AGE-RPT-LINE
           STRING "REFUSED ON AUTHORITY:" WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO AGE-RPT-LINE
           WRITE AGE-RPT-LINE.

      *  The label is already sitting in the first 28 bytes of the
       8500-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-UNMATCHED-CARDS > 0
                       OR WS-REFUSED-CARDS > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-CARRIED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
