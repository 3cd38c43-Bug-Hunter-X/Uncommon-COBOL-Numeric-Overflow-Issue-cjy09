       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACKOUT.
      *****************************************************************
      *  BACKOUT                                                      *
      *  Back-out of an entire applied feed.  A feed that passed      *
      *  TRNEDIT and balanced its trailer can still be wrong (a       *
      *  region sends FEED2 with the wrong amounts) - instead of      *
      *  hand-keying "R" reversals one detail at a time, this job     *
      *  reverses everything one OVFLCNT run posted for the feed,     *
      *  straight off the posting journal (copybook PSTJRNL).         *
      *                                                                *
      *  SYSIN, one item per line: the feed id, then the run date     *
      *  and run id of the OVFLCNT run that applied it, exactly as    *
      *  they stand on the run register (./data/ovflreg.dat), then    *
      *  the operator id of the supervisor authorising the back-out.  *
      *  Reversing production postings is a supervisor's action: the  *
      *  id must be an active supervisor on the operator authority    *
      *  master (copybook OPRAUTH), or the job is refused before it   *
      *  changes anything.  Every attempt, accepted or refused, goes  *
      *  on the security audit file (copybook SECAUD) as program      *
      *  BACKOUT, card file SYSIN.                                    *
      *                                                                *
      *  The job:                                                      *
      *    - finds the run's "A"/"O" register entry for the feed (its *
      *      creation date comes off it) and refuses if there is     *
      *      none, if it was already backed out, or if the run's     *
      *      period is already closed (not after the latest period    *
      *      on the history master) - its counters were zeroed by     *
      *      PERCLOSE and have nothing left to reverse;               *
      *    - restores every counter off the checkpoint log the way   *
      *      PERCLOSE does, refusing while an OVFLCNT run is in       *
      *      flight or abended;                                        *
      *    - reads the journal end to end (refusing if it cannot be   *
      *      opened, or if it holds no posting for a run the          *
      *      register says applied records - the feed would be        *
      *      marked backed out with its postings still standing),     *
      *      walking each counter's true total forward, and works     *
      *      out what every posting the run made for the feed -       *
      *      direct AND roll-up into parents like REGION1 -           *
      *      actually did to its counter;                             *
      *    - applies the opposite of each to the counter with the    *
      *      same cap semantics as OVFLCNT's roll-up (2190), and      *
      *      journals one offsetting posting per original, stamped    *
      *      PJ-FROM-BACKOUT;                                          *
      *    - appends a clean-finish checkpoint cycle carrying the new *
      *      balances and the true journal position, so the next     *
      *      OVFLCNT run restores them and its restart trim leaves   *
      *      the offsets alone;                                        *
      *    - drops the feed's details the run diverted to suspense   *
      *      onto a NEW suspense file beside the live one (same swap *
      *      discipline as SUSPREL), so SUSPREL cannot release them   *
      *      later under its own envelope;                             *
      *    - marks the run register ("B") and the processed-feeds    *
      *      register (FR-BACKED-OUT) so the corrected redelivery of *
      *      the same feed and creation date goes through TRNEDIT     *
      *      and OVFLCNT without an override card, and appends a      *
      *      marker to the reference history (copybook REFHIST) so    *
      *      the redelivery's details are not rejected as duplicates  *
      *      of the backed-out ones;                                  *
      *    - writes a back-out report (BKOUT-RPT-FILE) with each      *
      *      counter's true total before and after, for sign-off.    *
      *                                                                *
      *  Return code: 0 clean, 4 backed out with something to look   *
      *  at (a floor, a cap, a counter no longer on the master, a    *
      *  posting with no journal base), 8 refused, 16 fatal.          *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTRDEF-FILE ASSIGN TO "./data/ctrdef.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CD-COUNTER-ID
               FILE STATUS IS WS-CTRDEF-STATUS.

           SELECT OPTIONAL CHKPT-FILE ASSIGN TO "./data/chkpt.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHKPT-STATUS.

           SELECT OPTIONAL RUN-REG-FILE ASSIGN TO "./data/ovflreg.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNREG-STATUS.

           SELECT OPTIONAL FEED-REG-FILE ASSIGN TO "./data/feedreg.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL REF-HIST-FILE ASSIGN TO "./data/trnref.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL POST-JRNL-FILE
               ASSIGN TO "./data/pstjrnl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT BKOUT-WORK-FILE ASSIGN TO "./data/bkoutwrk.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL SUSPENSE-FILE
               ASSIGN TO "./data/suspense.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT SUSPENSE-NEW-FILE
               ASSIGN TO "./data/suspense_new.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CTR-HIST-FILE ASSIGN TO "./data/ctrhist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT BKOUT-RPT-FILE ASSIGN TO "./data/bkoutrpt.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DATE-CTL-FILE
               ASSIGN TO "./data/datectl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATECTL-STATUS.

           SELECT OPTIONAL OPR-AUTH-FILE ASSIGN TO "./data/oprauth.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPR-STATUS-CODE.

           SELECT OPTIONAL SEC-AUDIT-FILE
               ASSIGN TO "./data/secaudit.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CTRDEF-FILE.
       COPY CTRDEF.

       FD  CHKPT-FILE
           RECORDING MODE IS F.
       COPY CHKREC.

       FD  RUN-REG-FILE
           RECORDING MODE IS F.
       COPY RUNREG.

       FD  FEED-REG-FILE
           RECORDING MODE IS F.
       COPY FEEDREG.

       FD  REF-HIST-FILE
           RECORDING MODE IS F.
       COPY REFHIST.

       FD  POST-JRNL-FILE
           RECORDING MODE IS F.
       COPY PSTJRNL.

      *  One line per posting to reverse, in journal order: the
      *  signed change the original posting made to its counter's
      *  true total, plus what the offset needs to carry forward.
      *  Scratch only - rebuilt from the top every run.
       FD  BKOUT-WORK-FILE
           RECORDING MODE IS F.
       01  BKOUT-WORK-REC.
           05  BW-COUNTER-ID           PIC X(8).
           05  BW-DELTA                PIC S9(10)
                                       SIGN IS LEADING SEPARATE.
           05  BW-POSTING-KIND         PIC X.
           05  BW-ROLLUP-FLAG          PIC X.

       FD  SUSPENSE-FILE
           RECORDING MODE IS F.
       COPY SUSPREC.

       FD  SUSPENSE-NEW-FILE
           RECORDING MODE IS F.
       01  SUSPENSE-NEW-REC            PIC X(70).

       FD  CTR-HIST-FILE
           RECORDING MODE IS F.
       COPY CTRHIST.

       FD  BKOUT-RPT-FILE
           RECORDING MODE IS F.
       01  BKOUT-RPT-LINE              PIC X(110).

       FD  DATE-CTL-FILE
           RECORDING MODE IS F.
       COPY DATECTL.

       FD  OPR-AUTH-FILE
           RECORDING MODE IS F.
       COPY OPRAUTH.

       FD  SEC-AUDIT-FILE
           RECORDING MODE IS F.
       COPY SECAUD.

       WORKING-STORAGE SECTION.
      *  Same table and load logic as PERCLOSE - value/excess/flags
      *  restored off the checkpoint, limit and parent off the master.
       COPY CTRTBL.

       COPY OPRTBL.

      *  Back-out working fields per counter, by the same subscript
      *  as the counter table entry.  WS-BK-LAST-TOTAL/-PERIOD walk
      *  the journal forward; WS-BK-PRE-FEED-TOTAL is the counter's
      *  true total just before the feed first touched it, which is
      *  where a back-out with no later activity should land it.
       01  WS-BACKOUT-TABLE.
           05  WS-BK-ENTRY OCCURS 500 TIMES.
               10  WS-BK-LAST-TOTAL        PIC 9(10).
               10  WS-BK-LAST-PERIOD       PIC X(6).
               10  WS-BK-PRE-FEED-TOTAL    PIC 9(10).
               10  WS-BK-PRE-FEED-FLAG     PIC X.
                   88  WS-BK-PRE-FEED-KNOWN     VALUE "Y".
                   88  WS-BK-PRE-FEED-UNKNOWN   VALUE "U".
               10  WS-BK-BEFORE-TRUE       PIC 9(10).
               10  WS-BK-AFTER-TRUE        PIC 9(10).
               10  WS-BK-OFFSET-COUNT      PIC 9(5).
               10  WS-BK-TOUCHED-FLAG      PIC X.
                   88  WS-BK-TOUCHED            VALUE "Y".
       01  WS-BK-SUB                   PIC 9(3) COMP.

      *  The latest period on the history master.  PERCLOSE closes
      *  periods in order, so every period up to it is closed, even
      *  once RETPURGE has archived its rows.  PERCLOSE zeroes every
      *  counter by checkpoint, not by journal, so a journal walk
      *  that steps over a closed period restarts the counter at 0.
       01  WS-LAST-CLOSED-PERIOD       PIC X(6) VALUE SPACES.

       01  WS-BACKOUT-PARMS.
           05  WS-BO-FEED-ID           PIC X(8).
           05  WS-BO-RUN-DATE          PIC X(8).
           05  WS-BO-RUN-DATE-SPLIT REDEFINES WS-BO-RUN-DATE.
               10  WS-BO-RUN-YYYYMM        PIC X(6).
               10  WS-BO-RUN-DD            PIC X(2).
           05  WS-BO-RUN-ID            PIC X(8).
           05  WS-BO-OPERATOR          PIC X(8).
           05  WS-BO-CREATE-DATE       PIC X(8).
           05  WS-BO-RECORDS-APPLIED   PIC 9(7).

       01  WS-RUN-INFO.
           05  WS-RUN-DATE             PIC X(8).
           05  WS-RUN-ID               PIC X(8).

       01  WS-CTRDEF-STATUS            PIC XX.
           88  WS-CTRDEF-OK                   VALUE "00".
           88  WS-CTRDEF-NOT-FOUND             VALUE "10" "23" "35".

       01  WS-CHKPT-STATUS             PIC XX.
           88  WS-CHKPT-OK                   VALUE "00".
           88  WS-CHKPT-NOT-FOUND             VALUE "05" "35" "10".

       01  WS-RUNREG-STATUS            PIC XX.
           88  WS-RUNREG-OK                  VALUE "00".
       01  WS-JRNL-STATUS              PIC XX.
           88  WS-JRNL-OK                    VALUE "00".
       01  WS-SUSPENSE-STATUS          PIC XX.
           88  WS-SUSPENSE-OK                VALUE "00".
       01  WS-HIST-STATUS              PIC XX.
           88  WS-HIST-OK                    VALUE "00".

       01  WS-PRIOR-RUN-COMPLETE-FLAG  PIC X VALUE "N".
           88  WS-PRIOR-RUN-WAS-COMPLETE    VALUE "Y".
       01  WS-CHKPT-SEEN-FLAG          PIC X VALUE "N".
           88  WS-CHKPT-RECORDS-SEEN        VALUE "Y".
       01  WS-CK-TRANS-COUNT           PIC 9(7) VALUE 0.
       01  WS-CK-EVENT-COUNT           PIC 9(5) VALUE 0.

       01  WS-RUNREG-EOF-FLAG          PIC X VALUE "N".
           88  WS-END-OF-RUNREG             VALUE "Y".
       01  WS-REG-FOUND-FLAG           PIC X VALUE "N".
           88  WS-REG-ENTRY-FOUND           VALUE "Y".
       01  WS-REG-BACKED-FLAG          PIC X VALUE "N".
           88  WS-REG-ALREADY-BACKED-OUT    VALUE "Y".

       01  WS-HIST-EOF-FLAG            PIC X VALUE "N".
           88  WS-END-OF-HISTORY            VALUE "Y".
       01  WS-RUN-CLOSED-FLAG          PIC X VALUE "N".
           88  WS-RUN-PERIOD-CLOSED         VALUE "Y".

       01  WS-JRNL-EOF-FLAG            PIC X VALUE "N".
           88  WS-END-OF-JOURNAL            VALUE "Y".
       01  WS-WORK-EOF-FLAG            PIC X VALUE "N".
           88  WS-END-OF-WORK               VALUE "Y".
       01  WS-SUSP-EOF-FLAG            PIC X VALUE "N".
           88  WS-END-OF-SUSPENSE           VALUE "Y".

       01  WS-DATECTL-STATUS           PIC XX.
           88  WS-DATECTL-OK                  VALUE "00".
       01  WS-DATECTL-EOF-FLAG         PIC X VALUE "N".
           88  WS-END-OF-DATECTL            VALUE "Y".
       01  WS-BUS-DATE-FLAG            PIC X VALUE "N".
           88  WS-BUSINESS-DATE-SET         VALUE "Y".

      *  Journal walk: the period of the posting in hand, the base
      *  its change is measured from, and whether a closed period
      *  lies between it and the counter's previous posting.
       01  WS-POST-PERIOD              PIC X(6).
       01  WS-PRIOR-TOTAL              PIC 9(10).
       01  WS-PRIOR-FLAG               PIC X.
           88  WS-PRIOR-KNOWN               VALUE "Y".
       01  WS-CLOSE-BETWEEN-FLAG       PIC X.
           88  WS-CLOSE-BETWEEN             VALUE "Y".
       01  WS-DELTA                    PIC S9(10) COMP-3.

      *  Apply: the same working fields as OVFLCNT 2190.
       01  WS-CTR-TRUE                 PIC 9(10).
       01  WS-CTR-TRUE-S               PIC S9(11) COMP-3.
       01  WS-OFFSET-DELTA             PIC S9(10) COMP-3.

      *  Absolute record counts of the suspense file and the posting
      *  journal for the checkpoint cycle - the same trim targets
      *  PERCLOSE's zeroing checkpoints carry.
       01  WS-SUSP-FILE-COUNT          PIC 9(7) VALUE 0.
       01  WS-JRNL-FILE-COUNT          PIC 9(9) VALUE 0.

       01  WS-DIRECT-FOUND-COUNT       PIC 9(7) VALUE 0.
       01  WS-ROLLUP-FOUND-COUNT       PIC 9(7) VALUE 0.
       01  WS-OFFSET-DIRECT-COUNT      PIC 9(7) VALUE 0.
       01  WS-OFFSET-ROLLUP-COUNT      PIC 9(7) VALUE 0.
       01  WS-NOT-ON-TABLE-COUNT       PIC 9(7) VALUE 0.
       01  WS-NO-BASE-COUNT            PIC 9(7) VALUE 0.
       01  WS-FLOOR-COUNT              PIC 9(5) VALUE 0.
       01  WS-CAP-COUNT                PIC 9(5) VALUE 0.
       01  WS-SUSP-DROP-COUNT          PIC 9(7) VALUE 0.
       01  WS-COUNTERS-TOUCHED         PIC 9(5) VALUE 0.
       01  WS-COUNTERS-RESTORED        PIC 9(5) VALUE 0.

       01  WS-RPT-TOTAL-ED             PIC ZZZZZZZZZ9.
       01  WS-RPT-BEFORE-ED            PIC ZZZZZZZZZ9.
       01  WS-RPT-AFTER-ED             PIC ZZZZZZZZZ9.
       01  WS-RPT-PRE-FEED-ED          PIC ZZZZZZZZZ9.
       01  WS-RPT-COUNT-ED             PIC ZZZZZZ9.
       01  WS-RPT-OVFL-IND             PIC XXX.
       01  WS-RPT-RESULT               PIC X(12).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-BO-FEED-ID = SPACES OR "*TOTALS*"
                   OR WS-BO-RUN-DATE = SPACES
                   OR WS-BO-RUN-ID = SPACES
               DISPLAY "BACK-OUT NEEDS A FEED ID, RUN DATE, RUN ID "
                   "AND OPERATOR ID ON SYSIN, ONE PER LINE"
               DISPLAY "BACK-OUT REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1520-CHECK-BACKOUT-AUTHORITY
           IF NOT WS-AUTH-ACCEPTED THEN
               DISPLAY "OPERATOR '" WS-BO-OPERATOR "' "
                   WS-AUTH-RESULT " - A SUPERVISOR MUST AUTHORISE A "
                   "BACK-OUT"
               DISPLAY "BACK-OUT REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-CHKPT-RECORDS-SEEN
                   AND NOT WS-PRIOR-RUN-WAS-COMPLETE THEN
               DISPLAY "LAST CHECKPOINT IS NOT A CLEAN FINISH - AN "
                   "OVFLCNT RUN IS IN FLIGHT OR ABENDED"
               DISPLAY "BACK-OUT REFUSED - FINISH OR RESTART THE RUN "
                   "FIRST"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1300-FIND-REGISTER-ENTRY
           IF NOT WS-REG-ENTRY-FOUND THEN
               DISPLAY "NO APPLIED RUN REGISTER ENTRY FOR FEED "
                   WS-BO-FEED-ID " RUN " WS-BO-RUN-ID " ON "
                   WS-BO-RUN-DATE
               DISPLAY "BACK-OUT REFUSED - CHECK THE CARD AGAINST "
                   "./data/ovflreg.dat"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-REG-ALREADY-BACKED-OUT THEN
               DISPLAY "FEED " WS-BO-FEED-ID " RUN " WS-BO-RUN-ID
                   " ON " WS-BO-RUN-DATE " IS ALREADY BACKED OUT"
               DISPLAY "BACK-OUT REFUSED - A SECOND BACK-OUT WOULD "
                   "REVERSE IT TWICE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-RUN-PERIOD-CLOSED THEN
               DISPLAY "RUN DATE " WS-BO-RUN-DATE " FALLS IN PERIOD "
                   WS-BO-RUN-YYYYMM " - ALREADY CLOSED BY PERCLOSE"
               DISPLAY "BACK-OUT REFUSED - CORRECT A CLOSED PERIOD "
                   "WITH A SUPERVISOR ADJUSTMENT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2000-FIND-POSTINGS
           IF WS-DIRECT-FOUND-COUNT + WS-ROLLUP-FOUND-COUNT = 0
                   AND WS-BO-RECORDS-APPLIED > 0
               DISPLAY "THE REGISTER SHOWS " WS-BO-RECORDS-APPLIED
                   " RECORDS APPLIED BUT THE JOURNAL HOLDS NO POSTING "
                   "FOR THE RUN"
               DISPLAY "BACK-OUT REFUSED - THE FEED WOULD BE MARKED "
                   "BACKED OUT WITH ITS POSTINGS STILL STANDING"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 3000-SCAN-SUSPENSE
           PERFORM 4000-APPLY-OFFSETS
           PERFORM 5000-WRITE-CHECKPOINT
           PERFORM 8500-SET-RETURN-CODE
           PERFORM 7000-MARK-REGISTERS
           PERFORM 8000-WRITE-BACKOUT-REPORT
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-BO-FEED-ID
           ACCEPT WS-BO-RUN-DATE
           ACCEPT WS-BO-RUN-ID
           ACCEPT WS-BO-OPERATOR
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-ID   FROM TIME
           PERFORM 1010-READ-BUSINESS-DATE
           PERFORM 1050-LOAD-COUNTER-DEFS
           PERFORM 1200-RESTORE-FROM-CHECKPOINT
           PERFORM 1400-LOAD-CLOSED-PERIODS
           PERFORM 1500-LOAD-OPERATOR-AUTHORITY.

      *  Official business date off the date-control file - the
      *  offsetting postings and the register marks carry it, the
      *  same date OVFLCNT stamps on its own postings.
       1010-READ-BUSINESS-DATE.
           OPEN INPUT DATE-CTL-FILE
           IF NOT WS-DATECTL-OK THEN
               SET WS-END-OF-DATECTL TO TRUE
           END-IF
           PERFORM 1020-READ-DATE-CTL-REC
               UNTIL WS-END-OF-DATECTL
           CLOSE DATE-CTL-FILE
           IF NOT WS-BUSINESS-DATE-SET THEN
               DISPLAY "NO BUSINESS DATE ON ./data/datectl.dat - "
                   "USING SYSTEM DATE " WS-RUN-DATE
           END-IF.

       1020-READ-DATE-CTL-REC.
           READ DATE-CTL-FILE
               AT END
                   SET WS-END-OF-DATECTL TO TRUE
               NOT AT END
                   IF DC-CONTROL-REC
                           AND DC-BUSINESS-DATE NUMERIC
                       MOVE DC-BUSINESS-DATE TO WS-RUN-DATE
                       MOVE "Y" TO WS-BUS-DATE-FLAG
                       SET WS-END-OF-DATECTL TO TRUE
                   END-IF
           END-READ.

       1050-LOAD-COUNTER-DEFS.
           OPEN INPUT CTRDEF-FILE
           IF NOT WS-CTRDEF-OK
                   AND NOT WS-CTRDEF-NOT-FOUND
               DISPLAY "COUNTER MASTER OPEN FAILED - STATUS "
                   WS-CTRDEF-STATUS " - ./data/ctrdef.idx IS "
                   "LIKELY IN A PRE-GROWTH LAYOUT"
               DISPLAY "REBUILD IT WITH CTRLOAD BEFORE RERUNNING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1060-READ-COUNTER-DEF
               UNTIL WS-CTRDEF-NOT-FOUND
           CLOSE CTRDEF-FILE.

      *  Limit and parent matter here as well as the id - the offset
      *  re-applies OVFLCNT's cap, and the report names the parent
      *  chain the roll-up offsets unwound.  Same effective-dated
      *  limit rule as OVFLCNT 1060.
       1060-READ-COUNTER-DEF.
           READ CTRDEF-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-CTRDEF-STATUS
               NOT AT END
                   IF CD-ACTIVE THEN
                       IF WS-CTR-COUNT >= 500 THEN
                           DISPLAY "COUNTER TABLE FULL AT 500 ENTRIES "
                               "- IGNORING COUNTER DEF: "
                               CD-COUNTER-ID
                       ELSE
                           PERFORM 1070-ADD-COUNTER-ENTRY
                       END-IF
                   END-IF
           END-READ.

       1070-ADD-COUNTER-ENTRY.
           SET CTR-IDX TO WS-CTR-COUNT
           SET CTR-IDX UP BY 1
           ADD 1 TO WS-CTR-COUNT
           MOVE CD-COUNTER-ID         TO WS-CTR-ID (CTR-IDX)
           MOVE CD-COUNTER-NAME       TO WS-CTR-NAME (CTR-IDX)
           MOVE CD-LIMIT              TO WS-CTR-LIMIT (CTR-IDX)
           IF CD-EFF-DATE NUMERIC
                   AND WS-RUN-DATE >= CD-EFF-DATE
                   AND CD-PENDING-LIMIT > 0
               MOVE CD-PENDING-LIMIT  TO WS-CTR-LIMIT (CTR-IDX)
           END-IF
           MOVE 0                     TO WS-CTR-VALUE (CTR-IDX)
           MOVE 0                     TO WS-CTR-EXCESS (CTR-IDX)
           MOVE "N"                   TO WS-CTR-OVERFLOW-FLAG (CTR-IDX)
           MOVE "N"          TO WS-CTR-DISCREPANCY-FLAG (CTR-IDX)
           MOVE CD-PARENT-ID          TO WS-CTR-PARENT-ID (CTR-IDX)
           SET WS-BK-SUB TO CTR-IDX
           MOVE 0           TO WS-BK-LAST-TOTAL (WS-BK-SUB)
           MOVE SPACES      TO WS-BK-LAST-PERIOD (WS-BK-SUB)
           MOVE 0           TO WS-BK-PRE-FEED-TOTAL (WS-BK-SUB)
           MOVE "N"         TO WS-BK-PRE-FEED-FLAG (WS-BK-SUB)
           MOVE 0           TO WS-BK-BEFORE-TRUE (WS-BK-SUB)
           MOVE 0           TO WS-BK-AFTER-TRUE (WS-BK-SUB)
           MOVE 0           TO WS-BK-OFFSET-COUNT (WS-BK-SUB)
           MOVE "N"         TO WS-BK-TOUCHED-FLAG (WS-BK-SUB).

       1200-RESTORE-FROM-CHECKPOINT.
           OPEN INPUT CHKPT-FILE
           IF WS-CHKPT-OK THEN
               PERFORM 1210-READ-LAST-CHECKPOINT
                   UNTIL WS-CHKPT-NOT-FOUND
           END-IF
           CLOSE CHKPT-FILE.

       1210-READ-LAST-CHECKPOINT.
           READ CHKPT-FILE
               AT END
                   MOVE "10" TO WS-CHKPT-STATUS
               NOT AT END
                   PERFORM 1220-APPLY-CHECKPOINT-REC
           END-READ.

      *  Same layout-version refusal and discrepancy reading as
      *  PERCLOSE 1220.  The run-level counts ride along so the
      *  checkpoint cycle this job appends hands them on unchanged.
       1220-APPLY-CHECKPOINT-REC.
           IF CK-LAYOUT-VERSION NOT = "02" THEN
               DISPLAY "CHECKPOINT RECORD LAYOUT NOT RECOGNIZED FOR "
                   "COUNTER " CK-COUNTER-ID " - ./data/chkpt.dat MAY "
                   "STILL BE IN THE OLD LAYOUT"
               DISPLAY "RUN CTRMIG AND RENAME ITS OUTPUT INTO PLACE "
                   "BEFORE BACKING OUT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "Y" TO WS-CHKPT-SEEN-FLAG
           MOVE CK-RUN-COMPLETE-FLAG TO WS-PRIOR-RUN-COMPLETE-FLAG
           MOVE CK-TRANS-COUNT          TO WS-CK-TRANS-COUNT
           MOVE CK-OVERFLOW-EVENT-COUNT TO WS-CK-EVENT-COUNT
           SEARCH ALL WS-CTR-ENTRY
               AT END
                   DISPLAY "CHECKPOINT FOR UNKNOWN COUNTER: "
                       CK-COUNTER-ID
               WHEN WS-CTR-ID (CTR-IDX) = CK-COUNTER-ID
                   MOVE CK-VALUE          TO WS-CTR-VALUE (CTR-IDX)
                   MOVE CK-EXCESS         TO WS-CTR-EXCESS (CTR-IDX)
                   MOVE CK-OVERFLOW-FLAG
                       TO WS-CTR-OVERFLOW-FLAG (CTR-IDX)
                   IF CK-DISCREPANCY-FLAG = "Y" THEN
                       MOVE "Y"
                           TO WS-CTR-DISCREPANCY-FLAG (CTR-IDX)
                   ELSE
                       MOVE "N"
                           TO WS-CTR-DISCREPANCY-FLAG (CTR-IDX)
                   END-IF
           END-SEARCH.

      *  The register is read end to end, the same way OVFLCNT 1320
      *  reads it.  The run's own "A"/"O" line for the feed supplies
      *  the creation date the redelivery will carry; a "B" line
      *  for the same feed and run means it is already done.
       1300-FIND-REGISTER-ENTRY.
           OPEN INPUT RUN-REG-FILE
           IF NOT WS-RUNREG-OK THEN
               SET WS-END-OF-RUNREG TO TRUE
           END-IF
           PERFORM 1310-READ-REGISTER-REC
               UNTIL WS-END-OF-RUNREG
           CLOSE RUN-REG-FILE.

       1310-READ-REGISTER-REC.
           READ RUN-REG-FILE
               AT END
                   SET WS-END-OF-RUNREG TO TRUE
               NOT AT END
                   IF RG-FEED-ID = WS-BO-FEED-ID
                           AND RG-RUN-DATE = WS-BO-RUN-DATE
                           AND RG-RUN-ID = WS-BO-RUN-ID
                       IF RG-APPLIED OR RG-OVERRIDDEN
                           MOVE "Y" TO WS-REG-FOUND-FLAG
                           MOVE RG-CREATE-DATE TO WS-BO-CREATE-DATE
                           MOVE RG-RECORDS-APPLIED
                               TO WS-BO-RECORDS-APPLIED
                       END-IF
                       IF RG-BACKED-OUT
                           MOVE "Y" TO WS-REG-BACKED-FLAG
                       END-IF
                   END-IF
           END-READ.

      *  The latest period off the history master.  The run's
      *  period is closed when it is not after it.
       1400-LOAD-CLOSED-PERIODS.
           OPEN INPUT CTR-HIST-FILE
           IF NOT WS-HIST-OK THEN
               SET WS-END-OF-HISTORY TO TRUE
           END-IF
           PERFORM 1410-READ-HISTORY
               UNTIL WS-END-OF-HISTORY
           CLOSE CTR-HIST-FILE
           IF WS-LAST-CLOSED-PERIOD NOT = SPACES
                   AND WS-BO-RUN-YYYYMM NOT > WS-LAST-CLOSED-PERIOD
               MOVE "Y" TO WS-RUN-CLOSED-FLAG
           END-IF.

       1410-READ-HISTORY.
           READ CTR-HIST-FILE
               AT END
                   SET WS-END-OF-HISTORY TO TRUE
               NOT AT END
                   IF HX-PERIOD NUMERIC
                           AND HX-PERIOD > WS-LAST-CLOSED-PERIOD
                       MOVE HX-PERIOD TO WS-LAST-CLOSED-PERIOD
                   END-IF
           END-READ.

      *  Guarded the positive way - no master loads an empty table
      *  and the back-out is refused.
       1500-LOAD-OPERATOR-AUTHORITY.
           OPEN INPUT OPR-AUTH-FILE
           IF NOT WS-OPR-FILE-OK THEN
               SET WS-END-OF-OPR-AUTH TO TRUE
           END-IF
           PERFORM 1510-READ-OPERATOR-AUTH
               UNTIL WS-END-OF-OPR-AUTH
           CLOSE OPR-AUTH-FILE.

       1510-READ-OPERATOR-AUTH.
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

      *  Reversing a whole feed's postings is a supervisor's action.
      *  The SYSIN items stand in for the card image on the audit.
       1520-CHECK-BACKOUT-AUTHORITY.
           MOVE WS-BO-OPERATOR TO WS-AUTH-OPERATOR
           MOVE "S" TO WS-AUTH-NEED-ROLE
           PERFORM 1530-CHECK-OPERATOR-AUTHORITY
           OPEN EXTEND SEC-AUDIT-FILE
           INITIALIZE SEC-AUDIT-REC
           MOVE WS-RUN-DATE         TO SA-AUDIT-DATE
           ACCEPT SA-AUDIT-TIME FROM TIME
           MOVE "BACKOUT"           TO SA-PROGRAM
           MOVE "SYSIN"             TO SA-CARD-FILE
           MOVE WS-AUTH-OPERATOR    TO SA-OPERATOR-ID
           MOVE WS-AUTH-ROLE        TO SA-OPERATOR-ROLE
           MOVE WS-AUTH-NEED-ROLE   TO SA-REQUIRED-ROLE
           MOVE WS-AUTH-RESULT      TO SA-OUTCOME
           STRING WS-BO-FEED-ID " " WS-BO-RUN-DATE " "
               WS-BO-RUN-ID " " WS-BO-OPERATOR
               DELIMITED BY SIZE INTO SA-CARD-IMAGE
           WRITE SEC-AUDIT-REC
           CLOSE SEC-AUDIT-FILE.

      *  Same check in every card-reading program - see OPRTBL.
       1530-CHECK-OPERATOR-AUTHORITY.
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

      *  Pass 1.  Every posting moves its counter's true total from
      *  the previous posting's PJ-TRUE-TOTAL to its own, so the
      *  difference is exactly what the posting did - cap, floor and
      *  adjustment included, and for a roll-up posting what the
      *  leaf's change did to the parent.  The journal is counted on
      *  the way through for the checkpoint's position.
       2000-FIND-POSTINGS.
           MOVE 0 TO WS-JRNL-FILE-COUNT
           OPEN OUTPUT BKOUT-WORK-FILE
           OPEN INPUT POST-JRNL-FILE
           IF NOT WS-JRNL-OK THEN
               DISPLAY "POSTING JOURNAL OPEN FAILED - STATUS "
                   WS-JRNL-STATUS " ON ./data/pstjrnl.dat"
               DISPLAY "BACK-OUT REFUSED - NOTHING CAN BE OFFSET "
                   "WITHOUT THE JOURNAL"
               CLOSE BKOUT-WORK-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2010-READ-JOURNAL
               UNTIL WS-END-OF-JOURNAL
           CLOSE POST-JRNL-FILE
           CLOSE BKOUT-WORK-FILE
           IF WS-DIRECT-FOUND-COUNT + WS-ROLLUP-FOUND-COUNT = 0 THEN
               DISPLAY "NO POSTINGS ON ./data/pstjrnl.dat FOR FEED "
                   WS-BO-FEED-ID " RUN " WS-BO-RUN-ID
                   " - NOTHING TO OFFSET"
           END-IF.

       2010-READ-JOURNAL.
           READ POST-JRNL-FILE
               AT END
                   SET WS-END-OF-JOURNAL TO TRUE
               NOT AT END
                   ADD 1 TO WS-JRNL-FILE-COUNT
                   PERFORM 2100-TRACK-POSTING
           END-READ.

       2100-TRACK-POSTING.
           SEARCH ALL WS-CTR-ENTRY
               AT END
                   IF PJ-FEED-ID = WS-BO-FEED-ID
                           AND PJ-RUN-ID = WS-BO-RUN-ID
                           AND PJ-RUN-DATE = WS-BO-RUN-DATE
                           AND PJ-FROM-OVFLCNT
                       ADD 1 TO WS-NOT-ON-TABLE-COUNT
                       DISPLAY "POSTING TO COUNTER NO LONGER ON THE "
                           "MASTER - NOT OFFSET: " PJ-COUNTER-ID
                   END-IF
               WHEN WS-CTR-ID (CTR-IDX) = PJ-COUNTER-ID
                   SET WS-BK-SUB TO CTR-IDX
                   MOVE PJ-RUN-DATE (1:6) TO WS-POST-PERIOD
                   PERFORM 2110-FIND-PRIOR-TOTAL
                   IF PJ-FEED-ID = WS-BO-FEED-ID
                           AND PJ-RUN-ID = WS-BO-RUN-ID
                           AND PJ-RUN-DATE = WS-BO-RUN-DATE
                           AND PJ-FROM-OVFLCNT
                       PERFORM 2200-WRITE-WORK-REC
                   END-IF
                   MOVE PJ-TRUE-TOTAL
                       TO WS-BK-LAST-TOTAL (WS-BK-SUB)
                   MOVE WS-POST-PERIOD
                       TO WS-BK-LAST-PERIOD (WS-BK-SUB)
           END-SEARCH.

      *  The base a posting is measured from: the counter's previous
      *  posting, or zero when a period close lies between the two -
      *  the previous posting's period is closed and earlier than
      *  this one's.
      *  A counter with no earlier posting on the journal at all has
      *  no base - its balance predates the journal.
       2110-FIND-PRIOR-TOTAL.
           MOVE "N" TO WS-PRIOR-FLAG
           MOVE 0 TO WS-PRIOR-TOTAL
           IF WS-BK-LAST-PERIOD (WS-BK-SUB) NOT = SPACES THEN
               MOVE "Y" TO WS-PRIOR-FLAG
               MOVE "N" TO WS-CLOSE-BETWEEN-FLAG
               IF WS-LAST-CLOSED-PERIOD NOT = SPACES
                       AND WS-BK-LAST-PERIOD (WS-BK-SUB)
                       NOT > WS-LAST-CLOSED-PERIOD
                       AND WS-BK-LAST-PERIOD (WS-BK-SUB)
                       < WS-POST-PERIOD
                   MOVE "Y" TO WS-CLOSE-BETWEEN-FLAG
               END-IF
               IF NOT WS-CLOSE-BETWEEN THEN
                   MOVE WS-BK-LAST-TOTAL (WS-BK-SUB)
                       TO WS-PRIOR-TOTAL
               END-IF
           END-IF.

      *  Without a base the change falls back to the posting's own
      *  amount and type - exact for an add or reversal that did not
      *  floor, unknowable for an adjustment (the whole total is
      *  taken and the counter flagged for review).
       2200-WRITE-WORK-REC.
           IF WS-PRIOR-KNOWN THEN
               COMPUTE WS-DELTA = PJ-TRUE-TOTAL - WS-PRIOR-TOTAL
           ELSE
               ADD 1 TO WS-NO-BASE-COUNT
               EVALUATE PJ-TR-TYPE
                   WHEN "R"
                       COMPUTE WS-DELTA = 0 - PJ-AMOUNT
                   WHEN "J"
                       MOVE PJ-TRUE-TOTAL TO WS-DELTA
                       DISPLAY "ADJUSTMENT WITH NO EARLIER POSTING ON "
                           "THE JOURNAL - WHOLE TOTAL OFFSET FOR: "
                           PJ-COUNTER-ID
                   WHEN OTHER
                       MOVE PJ-AMOUNT TO WS-DELTA
               END-EVALUATE
           END-IF
           IF NOT WS-BK-PRE-FEED-KNOWN (WS-BK-SUB)
                   AND NOT WS-BK-PRE-FEED-UNKNOWN (WS-BK-SUB)
               IF WS-PRIOR-KNOWN THEN
                   MOVE WS-PRIOR-TOTAL
                       TO WS-BK-PRE-FEED-TOTAL (WS-BK-SUB)
                   MOVE "Y" TO WS-BK-PRE-FEED-FLAG (WS-BK-SUB)
               ELSE
                   MOVE "U" TO WS-BK-PRE-FEED-FLAG (WS-BK-SUB)
               END-IF
           END-IF
           IF PJ-ROLLUP-POSTING THEN
               ADD 1 TO WS-ROLLUP-FOUND-COUNT
           ELSE
               ADD 1 TO WS-DIRECT-FOUND-COUNT
           END-IF
           MOVE PJ-COUNTER-ID           TO BW-COUNTER-ID
           MOVE WS-DELTA                TO BW-DELTA
           MOVE PJ-POSTING-KIND         TO BW-POSTING-KIND
           MOVE PJ-ROLLUP-FLAG          TO BW-ROLLUP-FLAG
           WRITE BKOUT-WORK-REC.

      *  The suspense file is counted whole for the checkpoint, and
      *  the feed's own suspended details (same feed, run id and
      *  suspend date) are counted out.  Only when there are some is
      *  the remainder copied to the new file for operations to
      *  rename - the live file is never rewritten here.
       3000-SCAN-SUSPENSE.
           MOVE 0 TO WS-SUSP-FILE-COUNT
           MOVE "N" TO WS-SUSP-EOF-FLAG
           OPEN INPUT SUSPENSE-FILE
           IF NOT WS-SUSPENSE-OK THEN
               SET WS-END-OF-SUSPENSE TO TRUE
           END-IF
           PERFORM 3010-COUNT-SUSPENSE-REC
               UNTIL WS-END-OF-SUSPENSE
           CLOSE SUSPENSE-FILE
           IF WS-SUSP-DROP-COUNT > 0 THEN
               PERFORM 3100-COPY-SUSPENSE
           END-IF.

       3010-COUNT-SUSPENSE-REC.
           READ SUSPENSE-FILE
               AT END
                   SET WS-END-OF-SUSPENSE TO TRUE
               NOT AT END
                   ADD 1 TO WS-SUSP-FILE-COUNT
                   IF SU-FEED-ID = WS-BO-FEED-ID
                           AND SU-RUN-ID = WS-BO-RUN-ID
                           AND SU-SUSPEND-DATE = WS-BO-RUN-DATE
                       ADD 1 TO WS-SUSP-DROP-COUNT
                   END-IF
           END-READ.

       3100-COPY-SUSPENSE.
           MOVE "N" TO WS-SUSP-EOF-FLAG
           OPEN INPUT SUSPENSE-FILE
           OPEN OUTPUT SUSPENSE-NEW-FILE
           PERFORM 3110-COPY-SUSPENSE-REC
               UNTIL WS-END-OF-SUSPENSE
           CLOSE SUSPENSE-FILE
           CLOSE SUSPENSE-NEW-FILE
           DISPLAY "SUSPENDED DETAILS DROPPED FROM FEED "
               WS-BO-FEED-ID ": " WS-SUSP-DROP-COUNT
           DISPLAY "REVIEW ./data/suspense_new.dat THEN RENAME IT "
               "TO ./data/suspense.dat BEFORE THE NEXT SUSPREL RUN".

       3110-COPY-SUSPENSE-REC.
           READ SUSPENSE-FILE
               AT END
                   SET WS-END-OF-SUSPENSE TO TRUE
               NOT AT END
                   IF SU-FEED-ID = WS-BO-FEED-ID
                           AND SU-RUN-ID = WS-BO-RUN-ID
                           AND SU-SUSPEND-DATE = WS-BO-RUN-DATE
                       CONTINUE
                   ELSE
                       MOVE SUSPENSE-REC TO SUSPENSE-NEW-REC
                       WRITE SUSPENSE-NEW-REC
                   END-IF
           END-READ.

      *  Pass 2.  Offsets go on in the order the originals were
      *  posted, each one journalled as it is applied - the journal
      *  is appended, OPEN EXTEND, like OVFLCNT appends it.
       4000-APPLY-OFFSETS.
           MOVE "N" TO WS-WORK-EOF-FLAG
           OPEN INPUT BKOUT-WORK-FILE
           OPEN EXTEND POST-JRNL-FILE
           PERFORM 4010-READ-WORK-REC
               UNTIL WS-END-OF-WORK
           CLOSE BKOUT-WORK-FILE
           CLOSE POST-JRNL-FILE.

       4010-READ-WORK-REC.
           READ BKOUT-WORK-FILE
               AT END
                   SET WS-END-OF-WORK TO TRUE
               NOT AT END
                   SEARCH ALL WS-CTR-ENTRY
                       AT END
                           DISPLAY "WORK RECORD FOR UNKNOWN COUNTER: "
                               BW-COUNTER-ID
                       WHEN WS-CTR-ID (CTR-IDX) = BW-COUNTER-ID
                           SET WS-BK-SUB TO CTR-IDX
                           PERFORM 4100-APPLY-OFFSET
                           PERFORM 4200-WRITE-OFFSET-POSTING
                   END-SEARCH
           END-READ.

      *  Same cap semantics as OVFLCNT 2190, driven by the negated
      *  change: a total the offset drops under the limit comes off
      *  the cap with its excess and overflow flag cleared; one that
      *  stays over keeps the cap and the rest as excess.  Backing
      *  out a reversal can push a counter back OVER its limit -
      *  flagged and reported, for OVFLCNT's next run to alert on.
       4100-APPLY-OFFSET.
           IF NOT WS-BK-TOUCHED (WS-BK-SUB) THEN
               MOVE "Y" TO WS-BK-TOUCHED-FLAG (WS-BK-SUB)
               ADD 1 TO WS-COUNTERS-TOUCHED
               COMPUTE WS-BK-BEFORE-TRUE (WS-BK-SUB) =
                   WS-CTR-VALUE (CTR-IDX) + WS-CTR-EXCESS (CTR-IDX)
           END-IF
           COMPUTE WS-OFFSET-DELTA = 0 - BW-DELTA
           COMPUTE WS-CTR-TRUE-S =
               WS-CTR-VALUE (CTR-IDX) + WS-CTR-EXCESS (CTR-IDX)
               + WS-OFFSET-DELTA
           IF WS-CTR-TRUE-S < 0 THEN
               DISPLAY "BACK-OUT BELOW ZERO - FLOORED FOR COUNTER: "
                   WS-CTR-ID (CTR-IDX)
               ADD 1 TO WS-FLOOR-COUNT
               MOVE 0 TO WS-CTR-TRUE-S
           END-IF
           MOVE WS-CTR-TRUE-S TO WS-CTR-TRUE
           IF WS-CTR-TRUE > WS-CTR-LIMIT (CTR-IDX) THEN
               IF WS-OFFSET-DELTA > 0
                       AND NOT WS-CTR-OVERFLOWED (CTR-IDX)
                   DISPLAY "BACK-OUT TAKES COUNTER OVER ITS LIMIT: "
                       WS-CTR-ID (CTR-IDX)
                   ADD 1 TO WS-CAP-COUNT
                   MOVE "Y" TO WS-CTR-OVERFLOW-FLAG (CTR-IDX)
               END-IF
               COMPUTE WS-CTR-EXCESS (CTR-IDX) =
                   WS-CTR-TRUE - WS-CTR-LIMIT (CTR-IDX)
               MOVE WS-CTR-LIMIT (CTR-IDX) TO WS-CTR-VALUE (CTR-IDX)
           ELSE
               MOVE WS-CTR-TRUE TO WS-CTR-VALUE (CTR-IDX)
               MOVE 0 TO WS-CTR-EXCESS (CTR-IDX)
               MOVE "N" TO WS-CTR-OVERFLOW-FLAG (CTR-IDX)
           END-IF
           COMPUTE WS-BK-AFTER-TRUE (WS-BK-SUB) =
               WS-CTR-VALUE (CTR-IDX) + WS-CTR-EXCESS (CTR-IDX)
           ADD 1 TO WS-BK-OFFSET-COUNT (WS-BK-SUB).

      *  The offset carries the original's kind and roll-up flag so
      *  a drill-down on a parent shows the roll-up unwound beside
      *  the roll-up it undoes.  A positive original is taken off as
      *  a reversal, a negative one put back as an addition.
       4200-WRITE-OFFSET-POSTING.
           ADD 1 TO WS-JRNL-FILE-COUNT
           INITIALIZE POST-JRNL-REC
           MOVE WS-RUN-DATE             TO PJ-RUN-DATE
           MOVE WS-RUN-ID               TO PJ-RUN-ID
           MOVE WS-CTR-ID (CTR-IDX)     TO PJ-COUNTER-ID
           MOVE WS-BO-FEED-ID           TO PJ-FEED-ID
           IF BW-DELTA < 0 THEN
               COMPUTE PJ-AMOUNT = 0 - BW-DELTA
               MOVE "A"                 TO PJ-TR-TYPE
           ELSE
               MOVE BW-DELTA            TO PJ-AMOUNT
               MOVE "R"                 TO PJ-TR-TYPE
           END-IF
           COMPUTE PJ-TRUE-TOTAL =
               WS-CTR-VALUE (CTR-IDX) + WS-CTR-EXCESS (CTR-IDX)
           MOVE BW-POSTING-KIND         TO PJ-POSTING-KIND
           MOVE BW-ROLLUP-FLAG          TO PJ-ROLLUP-FLAG
           MOVE "B"                     TO PJ-ENTRY-SOURCE
           WRITE POST-JRNL-REC
           IF PJ-ROLLUP-POSTING THEN
               ADD 1 TO WS-OFFSET-ROLLUP-COUNT
           ELSE
               ADD 1 TO WS-OFFSET-DIRECT-COUNT
           END-IF.

      *  The new balances go on the checkpoint log the way
      *  everything else touches it: by appending a clean-finish
      *  cycle, as PERCLOSE does.  The run-level counts of the last
      *  cycle are handed on unchanged, and the positions are the
      *  files' true lengths - the journal INCLUDING the offsets, so
      *  OVFLCNT's restart trim never mistakes them for an aborted
      *  run's tail.
       5000-WRITE-CHECKPOINT.
           OPEN EXTEND CHKPT-FILE
           PERFORM 5100-WRITE-CHECKPOINT-REC
               VARYING CTR-IDX FROM 1 BY 1
               UNTIL CTR-IDX > WS-CTR-COUNT
           CLOSE CHKPT-FILE.

       5100-WRITE-CHECKPOINT-REC.
           INITIALIZE CHKPT-REC
           MOVE WS-CTR-ID (CTR-IDX)     TO CK-COUNTER-ID
           MOVE WS-CTR-VALUE (CTR-IDX)  TO CK-VALUE
           MOVE WS-CTR-EXCESS (CTR-IDX) TO CK-EXCESS
           MOVE WS-CTR-OVERFLOW-FLAG (CTR-IDX)
                                        TO CK-OVERFLOW-FLAG
           MOVE WS-CK-TRANS-COUNT       TO CK-TRANS-COUNT
           MOVE WS-CK-EVENT-COUNT       TO CK-OVERFLOW-EVENT-COUNT
           MOVE "Y"                     TO CK-RUN-COMPLETE-FLAG
           MOVE "02"                    TO CK-LAYOUT-VERSION
           MOVE WS-CTR-DISCREPANCY-FLAG (CTR-IDX)
                                        TO CK-DISCREPANCY-FLAG
           MOVE WS-SUSP-FILE-COUNT      TO CK-SUSPENSE-COUNT
           MOVE WS-JRNL-FILE-COUNT      TO CK-POSTING-COUNT
           WRITE CHKPT-REC.

      *  Written AFTER the return code, like OVFLCNT 8800, so the
      *  register shows the outcome the scheduler saw.  The "B" line
      *  names the backed-out run (feed, creation date, run date and
      *  id) and carries today's business date as the back-out date;
      *  the processed-feeds register and the reference history get
      *  the matching marker.
       7000-MARK-REGISTERS.
           OPEN EXTEND RUN-REG-FILE
           INITIALIZE RUN-REG-REC
           MOVE WS-BO-FEED-ID           TO RG-FEED-ID
           MOVE WS-BO-CREATE-DATE       TO RG-CREATE-DATE
           MOVE WS-BO-RUN-DATE          TO RG-RUN-DATE
           MOVE WS-BO-RUN-ID            TO RG-RUN-ID
           MOVE WS-OFFSET-DIRECT-COUNT  TO RG-RECORDS-APPLIED
           MOVE RETURN-CODE             TO RG-RETURN-CODE
           MOVE "B"                     TO RG-DISPOSITION
           MOVE WS-RUN-DATE             TO RG-BACKOUT-DATE
           WRITE RUN-REG-REC
           CLOSE RUN-REG-FILE
           OPEN EXTEND FEED-REG-FILE
           MOVE SPACES TO FEED-REG-REC
           MOVE WS-BO-FEED-ID           TO FR-FEED-ID
           MOVE WS-BO-CREATE-DATE       TO FR-CREATE-DATE
           MOVE WS-RUN-DATE             TO FR-PROCESS-DATE
           MOVE "B"                     TO FR-STATUS
           WRITE FEED-REG-REC
           CLOSE FEED-REG-FILE
           OPEN EXTEND REF-HIST-FILE
           MOVE SPACES TO REF-HIST-REC
           MOVE WS-BO-FEED-ID           TO RH-FEED-ID
           MOVE WS-BO-CREATE-DATE       TO RH-CREATE-DATE
           MOVE WS-RUN-DATE             TO RH-ACCEPT-DATE
           MOVE "B"                     TO RH-ENTRY-TYPE
           WRITE REF-HIST-REC
           CLOSE REF-HIST-FILE
           DISPLAY "FEED " WS-BO-FEED-ID " CREATED "
               WS-BO-CREATE-DATE " MARKED BACKED OUT - A CORRECTED "
               "REDELIVERY WILL BE ACCEPTED".

       8000-WRITE-BACKOUT-REPORT.
           OPEN OUTPUT BKOUT-RPT-FILE
           MOVE SPACES TO BKOUT-RPT-LINE
           STRING "FEED BACK-OUT REPORT   FEED: " WS-BO-FEED-ID
               "   CREATED: " WS-BO-CREATE-DATE
               "   BACK-OUT DATE: " WS-RUN-DATE
               "   RUN ID: " WS-RUN-ID
               DELIMITED BY SIZE INTO BKOUT-RPT-LINE
           WRITE BKOUT-RPT-LINE
           MOVE SPACES TO BKOUT-RPT-LINE
           STRING "BACKED-OUT RUN: " WS-BO-RUN-ID " ON "
               WS-BO-RUN-DATE
               DELIMITED BY SIZE INTO BKOUT-RPT-LINE
           WRITE BKOUT-RPT-LINE
           MOVE SPACES TO BKOUT-RPT-LINE
           WRITE BKOUT-RPT-LINE
           MOVE SPACES TO BKOUT-RPT-LINE
           STRING "COUNTER-ID  COUNTER-NAME          PARENT-ID "
               "  PRE-FEED TOT  TRUE BEFORE   TRUE AFTER  OFFSETS"
               "  OVFL  RESULT"
               DELIMITED BY SIZE INTO BKOUT-RPT-LINE
           WRITE BKOUT-RPT-LINE
           PERFORM 8200-WRITE-COUNTER-LINE
               VARYING CTR-IDX FROM 1 BY 1
               UNTIL CTR-IDX > WS-CTR-COUNT
           MOVE SPACES TO BKOUT-RPT-LINE
           WRITE BKOUT-RPT-LINE
           MOVE WS-DIRECT-FOUND-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO BKOUT-RPT-LINE
           STRING "DIRECT POSTINGS FOUND FOR THE RUN:    "
               WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO BKOUT-RPT-LINE
           WRITE BKOUT-RPT-LINE
           MOVE WS-ROLLUP-FOUND-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO BKOUT-RPT-LINE
           STRING "ROLL-UP POSTINGS FOUND FOR THE RUN:   "
               WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO BKOUT-RPT-LINE
           WRITE BKOUT-RPT-LINE
           MOVE WS-OFFSET-DIRECT-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO BKOUT-RPT-LINE
           STRING "DIRECT OFFSETS WRITTEN:               "
               WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO BKOUT-RPT-LINE
           WRITE BKOUT-RPT-LINE
           MOVE WS-OFFSET-ROLLUP-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO BKOUT-RPT-LINE
           STRING "ROLL-UP OFFSETS WRITTEN:              "
               WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO BKOUT-RPT-LINE
           WRITE BKOUT-RPT-LINE
           MOVE WS-NOT-ON-TABLE-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO BKOUT-RPT-LINE
           STRING "POSTINGS TO COUNTERS OFF THE MASTER:  "
               WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO BKOUT-RPT-LINE
           WRITE BKOUT-RPT-LINE
           MOVE WS-NO-BASE-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO BKOUT-RPT-LINE
           STRING "POSTINGS WITH NO JOURNAL BASE:        "
               WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO BKOUT-RPT-LINE
           WRITE BKOUT-RPT-LINE
           MOVE WS-SUSP-DROP-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO BKOUT-RPT-LINE
           STRING "SUSPENDED DETAILS DROPPED:            "
               WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO BKOUT-RPT-LINE
           WRITE BKOUT-RPT-LINE
           MOVE WS-COUNTERS-TOUCHED TO WS-RPT-COUNT-ED
           MOVE SPACES TO BKOUT-RPT-LINE
           STRING "COUNTERS BACKED OUT:                  "
               WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO BKOUT-RPT-LINE
           WRITE BKOUT-RPT-LINE
           MOVE WS-COUNTERS-RESTORED TO WS-RPT-COUNT-ED
           MOVE SPACES TO BKOUT-RPT-LINE
           STRING "COUNTERS BACK TO PRE-FEED TOTAL:      "
               WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO BKOUT-RPT-LINE
           WRITE BKOUT-RPT-LINE
           CLOSE BKOUT-RPT-FILE
           DISPLAY "BACK-OUT REPORT WRITTEN TO ./data/bkoutrpt.rpt".

      *  RESTORED: the counter is back at its true total from just
      *  before the feed touched it.  MOVED SINCE: later runs posted
      *  to it after the backed-out one, so it is the feed's own
      *  change that is gone, not the later activity.  NO BASE: its
      *  balance predates the journal and cannot be proven here.
       8200-WRITE-COUNTER-LINE.
           SET WS-BK-SUB TO CTR-IDX
           IF WS-BK-TOUCHED (WS-BK-SUB) THEN
               MOVE WS-BK-BEFORE-TRUE (WS-BK-SUB) TO WS-RPT-BEFORE-ED
               MOVE WS-BK-AFTER-TRUE (WS-BK-SUB)  TO WS-RPT-AFTER-ED
               MOVE WS-BK-PRE-FEED-TOTAL (WS-BK-SUB)
                   TO WS-RPT-PRE-FEED-ED
               MOVE WS-BK-OFFSET-COUNT (WS-BK-SUB) TO WS-RPT-COUNT-ED
               MOVE "NO"                      TO WS-RPT-OVFL-IND
               IF WS-CTR-OVERFLOWED (CTR-IDX) THEN
                   MOVE "YES" TO WS-RPT-OVFL-IND
               END-IF
               IF WS-BK-PRE-FEED-KNOWN (WS-BK-SUB) THEN
                   IF WS-BK-AFTER-TRUE (WS-BK-SUB)
                           = WS-BK-PRE-FEED-TOTAL (WS-BK-SUB)
                       MOVE "RESTORED" TO WS-RPT-RESULT
                       ADD 1 TO WS-COUNTERS-RESTORED
                   ELSE
                       MOVE "MOVED SINCE" TO WS-RPT-RESULT
                   END-IF
               ELSE
                   MOVE "NO BASE" TO WS-RPT-RESULT
               END-IF
               MOVE SPACES TO BKOUT-RPT-LINE
               STRING WS-CTR-ID (CTR-IDX) "  " WS-CTR-NAME (CTR-IDX)
                   "  " WS-CTR-PARENT-ID (CTR-IDX)
                   "  " WS-RPT-PRE-FEED-ED
                   "   " WS-RPT-BEFORE-ED
                   "   " WS-RPT-AFTER-ED
                   "  " WS-RPT-COUNT-ED
                   "  " WS-RPT-OVFL-IND
                   "   " WS-RPT-RESULT
                   DELIMITED BY SIZE INTO BKOUT-RPT-LINE
               WRITE BKOUT-RPT-LINE
           END-IF.

       8500-SET-RETURN-CODE.
           IF WS-FLOOR-COUNT > 0
                   OR WS-CAP-COUNT > 0
                   OR WS-NOT-ON-TABLE-COUNT > 0
                   OR WS-NO-BASE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
