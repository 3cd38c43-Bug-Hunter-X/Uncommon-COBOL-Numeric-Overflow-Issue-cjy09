      *      garbled transmission is refused whole, not half-applied; *
      *    - a feed id/creation date already on the processed-feeds   *
      *      register was run before and is refused - the upstream    *
      *      double-send stops here instead of doubling counters      *
      *      (unless BACKOUT has since backed that run out, which     *
      *      lets the corrected redelivery through).                  *
      *  A refused feed contributes NOTHING to the clean file; its    *
      *  sender corrects and redelivers the whole batch.  A feed      *
      *  whose file is simply absent is noted and skipped - regions   *
      *        an adjustment to zero is a legitimate reset)           *
      *    04  transaction type not A, R, J, or blank                 *
      *    05  record type not H, D, or T                             *
      *    06  duplicate transaction - the detail's upstream          *
      *        reference (TR-TRANS-REF) was already accepted within   *
      *        the rolling window of the reference history (copybook  *
      *        REFHIST), on an earlier day, an earlier feed, or       *
      *        earlier in this one; the reject names the feed and     *
      *        creation date it was first accepted under              *
      *  An edit report (EDIT-RPT-FILE) shows per-feed dispositions   *
      *  and the accepted/rejected counts, broken down by reason,     *
      *  with each accepted feed's duplicate count beside it, for     *
      *  sign-off before OVFLCNT is released.  The same per-feed      *
      *  accepted totals go out machine-readably on EDIT-EXT-FILE     *
      *  (copybook EDTEXT) for the chain balancing job, CHNBAL.       *
      *****************************************************************
           SELECT EDIT-EXT-FILE ASSIGN TO "./data/edtext.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL REF-HIST-FILE ASSIGN TO "./data/trnref.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFHIST-STATUS.

           SELECT OPTIONAL DATE-CTL-FILE
               ASSIGN TO "./data/datectl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
           RECORDING MODE IS F.
       01  EDIT-RPT-LINE               PIC X(110).

       FD  FEED-REG-FILE
           RECORDING MODE IS F.
       COPY FEEDREG.

       FD  EDIT-EXT-FILE
           RECORDING MODE IS F.
       COPY EDTEXT.

       FD  REF-HIST-FILE
           RECORDING MODE IS F.
       COPY REFHIST.

       FD  DATE-CTL-FILE
           RECORDING MODE IS F.
       COPY DATECTL.
      *  one set of edit paragraphs serves all three feeds.
       COPY TRANREC.

      *  References already accepted, for the duplicate edit (06).
       COPY REFTBL.

      *  Per-feed bookkeeping across the validate and copy passes.
      *  Status "N" until the file is seen, "V" once the envelope
      *  validated, "A" once copied, "R" refused (reason kept for
               10  WS-FD-ACCEPT-COUNT      PIC 9(7).
               10  WS-FD-ACCEPT-AMOUNT     PIC 9(12).
               10  WS-FD-REJECT-COUNT      PIC 9(7).
               10  WS-FD-DUP-COUNT         PIC 9(7).

       01  WS-FEED-SUB                 PIC 9(2) COMP.

       01  WS-FEEDREG-STATUS           PIC XX.
           88  WS-FEEDREG-OK                  VALUE "00".

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

       01  WS-EDIT-RESULT-FLAG         PIC X VALUE "A".
           88  WS-RECORD-ACCEPTED           VALUE "A".
           88  WS-RECORD-REJECTED           VALUE "R".
       01  WS-REJ-RANGE-COUNT          PIC 9(7) VALUE 0.
       01  WS-REJ-TYPE-COUNT           PIC 9(7) VALUE 0.
       01  WS-REJ-RECTYPE-COUNT        PIC 9(7) VALUE 0.
       01  WS-REJ-DUP-COUNT            PIC 9(7) VALUE 0.
       01  WS-REFUSED-FEED-COUNT       PIC 9(2) VALUE 0.

       01  WS-RPT-COUNT-ED             PIC ZZZZZZ9.
       01  WS-RPT-AMOUNT-ED            PIC ZZZZZZZZZZZ9.
       01  WS-RPT-DUP-ED               PIC ZZZZZZ9.

      *  Fixed layout for the count lines of the edit report - label
      *  and edited count as named fields, the way every other line
           MOVE "./data/feed2.dat" TO WS-FD-PATH (2)
           MOVE "./data/feed3.dat" TO WS-FD-PATH (3)
           PERFORM 1050-LOAD-COUNTER-DEFS
           PERFORM 1100-LOAD-REF-HISTORY
           OPEN OUTPUT TRANS-OUT-FILE
      *  EXTEND, not OUTPUT: the reject file carries yesterday's
      *  uncorrected rejects forward (REJCYCLE rewrites it with the
      *  truncating here would wipe the carried work every morning
      *  and the age count could never pass one.  REJCYCLE's rewrite
      *  is the only thing that prunes resolved records.
           OPEN EXTEND REJECT-FILE
           MOVE SPACES TO REJECT-REC.

      *  The official business date (date-control file, maintained
      *  by DATEADV) replaces the system date just ACCEPTed for the
                   END-IF
           END-READ.

      *  Only references accepted inside the rolling window are
      *  loaded - the cutoff is the business date less the window,
      *  the same date arithmetic DATEADV steps the calendar with.
      *  A BACKOUT marker voids what is loaded so far for its feed
      *  and creation date.  A full table is said out loud: the
      *  edit still runs, but only against what fitted.
       1100-LOAD-REF-HISTORY.
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
           PERFORM 1110-READ-REF-HISTORY
               UNTIL WS-END-OF-REFHIST
           CLOSE REF-HIST-FILE.

       1110-READ-REF-HISTORY.
           READ REF-HIST-FILE
               AT END
                   SET WS-END-OF-REFHIST TO TRUE
               NOT AT END
                   IF RH-BACKOUT-MARKER THEN
                       IF WS-REF-COUNT > 0 THEN
                           PERFORM 1130-VOID-REF-ENTRY
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
                           PERFORM 1120-ADD-REF-ENTRY
                       END-IF
                   END-IF
           END-READ.

      *  Shared by the load and by 2640 as each reference passes.
       1120-ADD-REF-ENTRY.
           IF WS-REF-COUNT >= 30000 THEN
               IF NOT WS-REF-TABLE-FULL THEN
                   DISPLAY "REFERENCE TABLE FULL AT 30000 - "
                       "DUPLICATE EDIT IS INCOMPLETE THIS RUN"
                   MOVE "Y" TO WS-REF-FULL-FLAG
               END-IF
           ELSE
               ADD 1 TO WS-REF-COUNT
               SET REF-IDX TO WS-REF-COUNT
               MOVE WS-ADD-REF-ID      TO WS-REF-ID (REF-IDX)
               MOVE WS-ADD-REF-FEED-ID TO WS-REF-FEED-ID (REF-IDX)
               MOVE WS-ADD-REF-DATE    TO WS-REF-CREATE-DATE (REF-IDX)
           END-IF.

       1130-VOID-REF-ENTRY.
           IF WS-REF-FEED-ID (REF-IDX) = RH-FEED-ID
                   AND WS-REF-CREATE-DATE (REF-IDX) = RH-CREATE-DATE
               MOVE SPACES TO WS-REF-ID (REF-IDX)
           END-IF.

       2000-PROCESS-FEED.
           PERFORM 2100-VALIDATE-FEED
           MOVE WS-REF-COUNT TO WS-REF-FEED-START
           IF WS-FD-VALIDATED (WS-FEED-SUB) THEN
               PERFORM 2500-COPY-FEED
           END-IF
           MOVE 0 TO WS-FD-ACCEPT-COUNT (WS-FEED-SUB)
           MOVE 0 TO WS-FD-ACCEPT-AMOUNT (WS-FEED-SUB)
           MOVE 0 TO WS-FD-REJECT-COUNT (WS-FEED-SUB)
           MOVE 0 TO WS-FD-DUP-COUNT (WS-FEED-SUB)
           MOVE SPACES TO WS-FD-REFUSE-REASON (WS-FEED-SUB)
           MOVE "N" TO WS-TRL-SEEN-FLAG
           MOVE "N" TO WS-FEED-EOF-FLAG

      *  The register is small (one line per feed per day) and read
      *  end to end per header - no table to outgrow, and a register
      *  rewritten or pruned by hand keeps working.  Read to the end
      *  even after a match: a later BACKOUT marker for the same feed
      *  and date clears it, and a later processed line sets it again.
       2250-CHECK-REGISTER.
           MOVE "N" TO WS-REG-MATCH-FLAG
           MOVE "N" TO WS-REG-EOF-FLAG
                   IF FR-FEED-ID = WS-FD-FEED-ID (WS-FEED-SUB)
                           AND FR-CREATE-DATE
                               = WS-FD-CREATE-DATE (WS-FEED-SUB)
                       IF FR-BACKED-OUT THEN
                           MOVE "N" TO WS-REG-MATCH-FLAG
                       ELSE
                           MOVE "Y" TO WS-REG-MATCH-FLAG
                       END-IF
                   END-IF
           END-READ.

      *  The amount edits run before the counter-id SEARCH so a record
      *  that is wrong in more than one way reports the reason the
      *  upstream sender can act on first - a non-numeric amount makes
      *  any range judgement on it meaningless.  The duplicate edit
      *  runs last, on a record otherwise good enough to post.
       2610-EDIT-DETAIL-RECORD.
           MOVE "A" TO WS-EDIT-RESULT-FLAG
           IF NOT TR-TYPE-VALID THEN
           MOVE WS-RUN-DATE TO RJ-REJECT-DATE
           MOVE 0         TO RJ-AGE-COUNT
           MOVE SPACES    TO RJ-RESERVED
           WRITE REJECT-REC
           MOVE SPACES    TO RJ-DUP-FEED-ID
           MOVE SPACES    TO RJ-DUP-CREATE-DATE.

       2630-EDIT-COUNTER-ID.
           SEARCH ALL WS-CTR-ENTRY
                   ADD 1 TO WS-REJ-UNKNOWN-COUNT
                   PERFORM 2620-WRITE-REJECT
               WHEN WS-CTR-ID (CTR-IDX) = TR-COUNTER-ID
                   PERFORM 2635-EDIT-TRANS-REF
           END-SEARCH.

      *  A reference already in the table was accepted before -
      *  earlier in the window, earlier in this feed, or in another
      *  feed this run.  The reject names where it first came in.
       2635-EDIT-TRANS-REF.
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
                       ADD 1 TO WS-REJ-DUP-COUNT
                       ADD 1 TO WS-FD-DUP-COUNT (WS-FEED-SUB)
                       PERFORM 2620-WRITE-REJECT
               END-SEARCH
           END-IF.

       2640-WRITE-ACCEPTED.
           ADD 1 TO WS-ACCEPT-COUNT
           ADD 1 TO WS-FD-ACCEPT-COUNT (WS-FEED-SUB)
           ADD TR-AMOUNT TO WS-FD-ACCEPT-AMOUNT (WS-FEED-SUB)
           MOVE TRANS-REC TO TRANS-OUT-REC
           WRITE TRANS-OUT-REC
           IF TR-TRANS-REF NOT = SPACES THEN
               MOVE TR-TRANS-REF                 TO WS-ADD-REF-ID
               MOVE WS-FD-FEED-ID (WS-FEED-SUB)  TO WS-ADD-REF-FEED-ID
               MOVE WS-FD-CREATE-DATE (WS-FEED-SUB)
                   TO WS-ADD-REF-DATE
               PERFORM 1120-ADD-REF-ENTRY
           END-IF.

       2700-REGISTER-FEED.
           OPEN EXTEND FEED-REG-FILE
           MOVE WS-FD-FEED-ID (WS-FEED-SUB)     TO FR-FEED-ID
           MOVE WS-FD-CREATE-DATE (WS-FEED-SUB) TO FR-CREATE-DATE
           MOVE WS-RUN-DATE                     TO FR-PROCESS-DATE
           MOVE "P"                             TO FR-STATUS
           WRITE FEED-REG-REC
           CLOSE FEED-REG-FILE
           PERFORM 2710-RECORD-FEED-REFS.

      *  The feed's accepted references go on the history only once
      *  the feed is on the register - a run that dies mid-feed
      *  leaves neither, and its rerun does not reject the feed's
      *  details as duplicates of themselves.
       2710-RECORD-FEED-REFS.
           IF WS-REF-COUNT > WS-REF-FEED-START THEN
               OPEN EXTEND REF-HIST-FILE
               COMPUTE WS-REF-SUB = WS-REF-FEED-START + 1
               PERFORM 2720-WRITE-REF-HISTORY
                   VARYING REF-IDX FROM WS-REF-SUB BY 1
                   UNTIL REF-IDX > WS-REF-COUNT
               CLOSE REF-HIST-FILE
           END-IF.

       2720-WRITE-REF-HISTORY.
           MOVE SPACES TO REF-HIST-REC
           MOVE WS-REF-ID (REF-IDX)          TO RH-TRANS-REF
           MOVE WS-REF-FEED-ID (REF-IDX)     TO RH-FEED-ID
           MOVE WS-REF-CREATE-DATE (REF-IDX) TO RH-CREATE-DATE
           MOVE WS-RUN-DATE                  TO RH-ACCEPT-DATE
           MOVE "A"                          TO RH-ENTRY-TYPE
           WRITE REF-HIST-REC.

      *  OPEN/READ/CLOSE are the only verbs that have to know which
      *  of the three feed files is in hand - everything else works
           MOVE "  05 INVALID RECORD TYPE:   " TO ERC-LABEL
           MOVE WS-REJ-RECTYPE-COUNT TO ERC-COUNT
           PERFORM 8200-WRITE-COUNT-LINE
           MOVE "  06 DUPLICATE TRANSACTION: " TO ERC-LABEL
           MOVE WS-REJ-DUP-COUNT TO ERC-COUNT
           PERFORM 8200-WRITE-COUNT-LINE
           CLOSE EDIT-RPT-FILE
           DISPLAY "EDIT REPORT WRITTEN TO ./data/editrpt.rpt".

                       TO WS-RPT-COUNT-ED
                   MOVE WS-FD-ACCEPT-AMOUNT (WS-FEED-SUB)
                       TO WS-RPT-AMOUNT-ED
                   MOVE WS-FD-DUP-COUNT (WS-FEED-SUB)
                       TO WS-RPT-DUP-ED
                   STRING "FEED " WS-FD-PATH (WS-FEED-SUB)
                       "  ID: " WS-FD-FEED-ID (WS-FEED-SUB)
                       "  DATE: " WS-FD-CREATE-DATE (WS-FEED-SUB)
                       "  ACCEPTED: " WS-RPT-COUNT-ED
                       "  AMOUNT: " WS-RPT-AMOUNT-ED
                       "  DUPS: " WS-RPT-DUP-ED
                       DELIMITED BY SIZE INTO EDIT-RPT-LINE
               WHEN OTHER
                   STRING "FEED " WS-FD-PATH (WS-FEED-SUB)
