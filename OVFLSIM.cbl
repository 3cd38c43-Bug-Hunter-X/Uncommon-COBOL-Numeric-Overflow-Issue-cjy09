       IDENTIFICATION DIVISION.
       PROGRAM-ID. OVFLSIM.
      *****************************************************************
      *  OVFLSIM                                                      *
      *  What-if projection for OVFLCNT.  Before a limit is raised   *
      *  in ctrdefs.src, or a large SUSPREL or RECYCLE batch is      *
      *  released, this job answers "which counters would cap or     *
      *  warn?" without running anything for real:                   *
      *    - the counters start where the latest checkpoint left     *
      *      them (the same keep-the-last-record restore as OVFLCNT  *
      *      1200 - a checkpoint that is not a clean finish is        *
      *      projected from anyway, flagged on the report);           *
      *    - every detail on ./data/simtrans.dat goes through the    *
      *      same apply logic as OVFLCNT - 2100-APPLY-COUNTER with    *
      *      its addition, reversal and adjustment paths, the roll-up *
      *      chain through 2180/2190, the warning check in 2170, and  *
      *      held or unknown counters diverted - paragraph for        *
      *      paragraph, so a projection and a real run cannot         *
      *      disagree on the arithmetic.  Operations copy the batch   *
      *      under test there: a clean file, a SUSPREL or RECYCLE     *
      *      envelope, or a hand-built volume test, envelopes and     *
      *      all;                                                     *
      *    - the counter definitions come off the master             *
      *      (./data/ctrdef.idx) or, for a limit change not yet       *
      *      loaded, off an alternate source ./data/simdefs.src in   *
      *      the ctrdefs.src card layout - a copy of the source with *
      *      the proposed limits keyed in, run before CTRLOAD ever    *
      *      sees it.  Scheduled limits take hold by business date    *
      *      exactly as in the readers of the master.                 *
      *  Nothing is written but the projection report                 *
      *  (./data/simrpt.rpt) and, for the alternate source, its      *
      *  sorted work copy: no checkpoint, journal, audit log, alert  *
      *  queue, run register or suspense record - those files are    *
      *  not even declared here.                                      *
      *  SYSIN, one item per line: the definitions source - MASTER   *
      *  (or blank) or ALTERNATE.                                     *
      *  Return code: 0 nothing would warn or overflow, 4 something  *
      *  would warn (or the starting checkpoint was not a clean       *
      *  finish), 8 something would overflow or the run was refused, *
      *  16 fatal.                                                    *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTRDEF-FILE ASSIGN TO "./data/ctrdef.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CD-COUNTER-ID
               FILE STATUS IS WS-CTRDEF-STATUS.

           SELECT OPTIONAL SIM-DEFS-SRC
               ASSIGN TO "./data/simdefs.src"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIMDEFS-STATUS.

           SELECT SORT-WORK ASSIGN TO "./data/simsortwk".

           SELECT SIM-DEFS-SORTED
               ASSIGN TO "./data/simdefs_sorted.src"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL SIM-TRANS-FILE
               ASSIGN TO "./data/simtrans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIMTRANS-STATUS.

           SELECT OPTIONAL CHKPT-FILE ASSIGN TO "./data/chkpt.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHKPT-STATUS.

           SELECT OPTIONAL DATE-CTL-FILE
               ASSIGN TO "./data/datectl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATECTL-STATUS.

           SELECT SIM-RPT-FILE ASSIGN TO "./data/simrpt.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CTRDEF-FILE.
       COPY CTRDEF.

      *  Same card layout as CTRLOAD's CTRDEF-SRC.
       FD  SIM-DEFS-SRC
           RECORDING MODE IS F.
       01  SIM-DEFS-RAW-REC            PIC X(76).

       SD  SORT-WORK.
       01  SW-REC.
           05  SW-COUNTER-ID           PIC X(8).
           05  FILLER                  PIC X(68).

       FD  SIM-DEFS-SORTED
           RECORDING MODE IS F.
       01  SIM-DEFS-REC.
           05  CS-COUNTER-ID           PIC X(8).
           05  CS-COUNTER-NAME         PIC X(20).
           05  CS-LIMIT                PIC 9(9).
           05  CS-ACTIVE-FLAG          PIC X.
           05  CS-WARN-PCT             PIC X(3).
           05  CS-PARENT-ID            PIC X(8).
           05  CS-EFF-DATE             PIC X(8).
           05  CS-NEW-LIMIT            PIC X(9).
           05  CS-NEW-WARN-PCT         PIC X(3).
           05  CS-HOLD-FLAG            PIC X.
           05  CS-RESERVED             PIC X(6).

       FD  SIM-TRANS-FILE
           RECORDING MODE IS F.
       COPY TRANREC.

       FD  CHKPT-FILE
           RECORDING MODE IS F.
       COPY CHKREC.

       FD  DATE-CTL-FILE
           RECORDING MODE IS F.
       COPY DATECTL.

       FD  SIM-RPT-FILE
           RECORDING MODE IS F.
       01  SIM-RPT-LINE                PIC X(110).

       WORKING-STORAGE SECTION.
       COPY CTRTBL.

      *  Per-counter projection bookkeeping, entry for entry beside
      *  WS-CTR-ENTRY (same subscript): where the counter started,
      *  how many postings and overflow events the batch would give
      *  it.
       01  WS-SIM-TABLE.
           05  WS-SIM-ENTRY OCCURS 500 TIMES.
               10  WS-SIM-START-VALUE      PIC 9(9) COMP-3.
               10  WS-SIM-START-EXCESS     PIC 9(9) COMP-3.
               10  WS-SIM-POSTING-COUNT    PIC 9(7).
               10  WS-SIM-OVFL-EVENTS      PIC 9(5).
       01  WS-SIM-SUB                  PIC 9(3) COMP.

       01  WS-CTR-TRUE                 PIC 9(10) VALUE 0.
       01  WS-OVERFLOW-EVENT-COUNT     PIC 9(5) VALUE 0.

       01  WS-CTRDEF-STATUS            PIC XX.
           88  WS-CTRDEF-OK                   VALUE "00".
           88  WS-CTRDEF-NOT-FOUND             VALUE "10" "23" "35".

       01  WS-SIMDEFS-STATUS           PIC XX.
           88  WS-SIMDEFS-OK                  VALUE "00".

       01  WS-SIMTRANS-STATUS          PIC XX.
           88  WS-SIMTRANS-OK                 VALUE "00".

       01  WS-CHKPT-STATUS             PIC XX.
           88  WS-CHKPT-OK                   VALUE "00".
           88  WS-CHKPT-NOT-FOUND             VALUE "05" "35" "10".

       01  WS-DATECTL-STATUS           PIC XX.
           88  WS-DATECTL-OK                  VALUE "00".
       01  WS-DATECTL-EOF-FLAG         PIC X VALUE "N".
           88  WS-END-OF-DATECTL            VALUE "Y".
       01  WS-BUS-DATE-FLAG            PIC X VALUE "N".
           88  WS-BUSINESS-DATE-SET         VALUE "Y".

       01  WS-EOF-FLAG                 PIC X VALUE "N".
           88  WS-END-OF-TRANS              VALUE "Y".
       01  WS-SRC-EOF-FLAG             PIC X VALUE "N".
           88  WS-END-OF-SRC                VALUE "Y".

       01  WS-DEFS-PARM                PIC X(10).
           88  WS-DEFS-FROM-MASTER          VALUE "MASTER" SPACES.
           88  WS-DEFS-FROM-ALTERNATE       VALUE "ALTERNATE".

       01  WS-RUN-DATE                 PIC X(8).

      *  What the last checkpoint said - a clean finish is the only
      *  start a projection can be fully trusted from.
       01  WS-CHKPT-SEEN-FLAG          PIC X VALUE "N".
           88  WS-CHKPT-RECORDS-SEEN        VALUE "Y".
       01  WS-PRIOR-RUN-COMPLETE-FLAG  PIC X VALUE "N".
           88  WS-PRIOR-RUN-WAS-COMPLETE    VALUE "Y".

      *  Roll-up chain state, exactly as OVFLCNT holds it.
       01  WS-ROLL-BEFORE              PIC 9(10)  COMP-3.
       01  WS-ROLL-DELTA               PIC S9(10) COMP-3.
       01  WS-ROLL-PARENT-ID           PIC X(8).
       01  WS-ROLL-DEPTH               PIC 9(2)   COMP.
       01  WS-CTR-TRUE-S               PIC S9(11) COMP-3.
       01  WS-NEXT-PARENT-ID           PIC X(8).
       01  WS-WARN-LEVEL               PIC 9(12) COMP-3.
       01  WS-RPT-SUB                  PIC 9(3) COMP.

       01  WS-RECORDS-READ             PIC 9(7) VALUE 0.
       01  WS-DETAILS-APPLIED          PIC 9(7) VALUE 0.
       01  WS-SUSP-HELD-COUNT          PIC 9(5) VALUE 0.
       01  WS-SUSP-UNKNOWN-COUNT       PIC 9(5) VALUE 0.
       01  WS-WOULD-OVERFLOW-COUNT     PIC 9(3) VALUE 0.
       01  WS-WOULD-WARN-COUNT         PIC 9(3) VALUE 0.

       01  WS-PCT-OF-LIMIT             PIC 9(5).
       01  WS-RPT-LIMIT-ED             PIC ZZZZZZZZ9.
       01  WS-RPT-START-VAL-ED         PIC ZZZZZZZZ9.
       01  WS-RPT-START-EXC-ED         PIC ZZZZZZZZ9.
       01  WS-RPT-VALUE-ED             PIC ZZZZZZZZ9.
       01  WS-RPT-EXCESS-ED            PIC ZZZZZZZZ9.
       01  WS-RPT-PCT-ED               PIC ZZZZ9.
       01  WS-RPT-EVENT-CT-ED          PIC ZZZZ9.
       01  WS-RPT-COUNT-ED             PIC ZZZZZZ9.
       01  WS-RPT-PROJECTION           PIC X(8).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TRANSACTIONS
               UNTIL WS-END-OF-TRANS
           CLOSE SIM-TRANS-FILE
           PERFORM 8000-WRITE-PROJECTION-REPORT
           PERFORM 8500-SET-RETURN-CODE
           DISPLAY "PROJECTION REPORT WRITTEN TO ./data/simrpt.rpt"
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-DEFS-PARM
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1010-READ-BUSINESS-DATE
           EVALUATE TRUE
               WHEN WS-DEFS-FROM-MASTER
                   MOVE "MASTER" TO WS-DEFS-PARM
                   PERFORM 1050-LOAD-COUNTER-DEFS
               WHEN WS-DEFS-FROM-ALTERNATE
                   PERFORM 1100-LOAD-ALTERNATE-DEFS
               WHEN OTHER
                   DISPLAY "DEFINITIONS SOURCE NOT RECOGNIZED: "
                       WS-DEFS-PARM " - USE MASTER OR ALTERNATE"
                   DISPLAY "PROJECTION REFUSED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           PERFORM 1070-VALIDATE-PARENT-CHAINS
           PERFORM 1200-RESTORE-FROM-CHECKPOINT
           PERFORM 1250-SAVE-STARTING-POINT
               VARYING CTR-IDX FROM 1 BY 1
               UNTIL CTR-IDX > WS-CTR-COUNT
           OPEN INPUT SIM-TRANS-FILE
           IF NOT WS-SIMTRANS-OK THEN
               DISPLAY "NO TRANSACTIONS TO PROJECT - "
                   "./data/simtrans.dat NOT FOUND"
               DISPLAY "PROJECTION REFUSED"
               CLOSE SIM-TRANS-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1150-READ-TRANS.

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

      *  The master's fields land in the table the way OVFLCNT 1060
      *  lands them, through the same add paragraph the alternate
      *  source uses.
       1060-READ-COUNTER-DEF.
           READ CTRDEF-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-CTRDEF-STATUS
               NOT AT END
                   IF CD-ACTIVE THEN
                       PERFORM 1065-ADD-COUNTER-ENTRY
                   END-IF
           END-READ.

       1065-ADD-COUNTER-ENTRY.
           IF WS-CTR-COUNT >= 500 THEN
               DISPLAY "COUNTER TABLE FULL AT 500 ENTRIES "
                   "- IGNORING COUNTER DEF: " CD-COUNTER-ID
           ELSE
               SET CTR-IDX TO WS-CTR-COUNT
               SET CTR-IDX UP BY 1
               ADD 1 TO WS-CTR-COUNT
               MOVE CD-COUNTER-ID   TO WS-CTR-ID (CTR-IDX)
               MOVE CD-COUNTER-NAME TO WS-CTR-NAME (CTR-IDX)
               MOVE CD-LIMIT        TO WS-CTR-LIMIT (CTR-IDX)
               MOVE 0   TO WS-CTR-VALUE (CTR-IDX)
               MOVE 0   TO WS-CTR-EXCESS (CTR-IDX)
               MOVE 0   TO WS-CTR-CONTROL-COUNT (CTR-IDX)
               MOVE 0   TO WS-CTR-TRUE-TOTAL (CTR-IDX)
               MOVE "N" TO WS-CTR-OVERFLOW-FLAG (CTR-IDX)
               MOVE "N" TO WS-CTR-DISCREPANCY-FLAG (CTR-IDX)
               MOVE "N" TO WS-CTR-CTL-SUPPLIED-FLAG (CTR-IDX)
               IF CD-WARN-PCT NUMERIC THEN
                   MOVE CD-WARN-PCT TO WS-CTR-WARN-PCT (CTR-IDX)
               ELSE
                   MOVE 0 TO WS-CTR-WARN-PCT (CTR-IDX)
               END-IF
               IF CD-EFF-DATE NUMERIC
                       AND WS-RUN-DATE >= CD-EFF-DATE
                   IF CD-PENDING-LIMIT > 0 THEN
                       MOVE CD-PENDING-LIMIT
                           TO WS-CTR-LIMIT (CTR-IDX)
                   END-IF
                   IF CD-PENDING-WARN-PCT NUMERIC
                           AND CD-PENDING-WARN-PCT > 0
                       MOVE CD-PENDING-WARN-PCT
                           TO WS-CTR-WARN-PCT (CTR-IDX)
                   END-IF
               END-IF
               MOVE "N" TO WS-CTR-WARNED-FLAG (CTR-IDX)
               IF CD-HELD THEN
                   MOVE "Y" TO WS-CTR-HOLD-FLAG (CTR-IDX)
               ELSE
                   MOVE "N" TO WS-CTR-HOLD-FLAG (CTR-IDX)
               END-IF
               IF CD-PARENT-ID = CD-COUNTER-ID THEN
                   DISPLAY "COUNTER NAMES ITSELF AS "
                       "PARENT - ROLL-UP IGNORED FOR: "
                       CD-COUNTER-ID
                   MOVE SPACES TO WS-CTR-PARENT-ID (CTR-IDX)
               ELSE
                   MOVE CD-PARENT-ID TO WS-CTR-PARENT-ID (CTR-IDX)
               END-IF
           END-IF.

      *  The alternate source is sorted by id first, the way CTRLOAD
      *  sorts the real one - the table must load in key order for
      *  the SEARCH ALL lookups.  Each card goes through CTRDEF-REC
      *  with CTRLOAD 2000's edits, so blank warn-pct columns and
      *  scheduled changes read the same as they will once loaded.
       1100-LOAD-ALTERNATE-DEFS.
           OPEN INPUT SIM-DEFS-SRC
           IF NOT WS-SIMDEFS-OK THEN
               DISPLAY "ALTERNATE DEFINITIONS REQUESTED BUT "
                   "./data/simdefs.src NOT FOUND"
               DISPLAY "PROJECTION REFUSED"
               CLOSE SIM-DEFS-SRC
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE SIM-DEFS-SRC
           SORT SORT-WORK
               ON ASCENDING KEY SW-COUNTER-ID
               USING SIM-DEFS-SRC
               GIVING SIM-DEFS-SORTED
           OPEN INPUT SIM-DEFS-SORTED
           PERFORM 1110-READ-ALTERNATE-DEF
           PERFORM 1120-TAKE-ALTERNATE-DEF
               UNTIL WS-END-OF-SRC
           CLOSE SIM-DEFS-SORTED.

       1110-READ-ALTERNATE-DEF.
           READ SIM-DEFS-SORTED
               AT END
                   SET WS-END-OF-SRC TO TRUE
           END-READ.

       1120-TAKE-ALTERNATE-DEF.
           IF CS-ACTIVE-FLAG = "Y" THEN
               INITIALIZE CTRDEF-REC
               MOVE CS-COUNTER-ID     TO CD-COUNTER-ID
               MOVE CS-COUNTER-NAME   TO CD-COUNTER-NAME
               IF CS-LIMIT NUMERIC THEN
                   MOVE CS-LIMIT      TO CD-LIMIT
               END-IF
               MOVE CS-ACTIVE-FLAG    TO CD-ACTIVE-FLAG
               IF CS-WARN-PCT NUMERIC THEN
                   MOVE CS-WARN-PCT   TO CD-WARN-PCT
               END-IF
               MOVE CS-PARENT-ID      TO CD-PARENT-ID
               MOVE SPACES            TO CD-EFF-DATE
               IF CS-EFF-DATE NUMERIC THEN
                   MOVE CS-EFF-DATE   TO CD-EFF-DATE
                   IF CS-NEW-LIMIT NUMERIC THEN
                       MOVE CS-NEW-LIMIT TO CD-PENDING-LIMIT
                   END-IF
                   IF CS-NEW-WARN-PCT NUMERIC THEN
                       MOVE CS-NEW-WARN-PCT TO CD-PENDING-WARN-PCT
                   END-IF
               END-IF
               IF CS-HOLD-FLAG = "Y" THEN
                   MOVE "Y"           TO CD-HOLD-FLAG
               ELSE
                   MOVE "N"           TO CD-HOLD-FLAG
               END-IF
               IF WS-CTR-COUNT > 0
                       AND CD-COUNTER-ID = WS-CTR-ID (WS-CTR-COUNT)
                   DISPLAY "DUPLICATE COUNTER ID IGNORED: "
                       CS-COUNTER-ID
               ELSE
                   PERFORM 1065-ADD-COUNTER-ENTRY
               END-IF
           END-IF
           PERFORM 1110-READ-ALTERNATE-DEF.

      *  Same one-time chain walk as OVFLCNT 1070-1090 - a cyclic
      *  hierarchy in the definitions under test is detached the same
      *  way the real run would detach it.
       1070-VALIDATE-PARENT-CHAINS.
           PERFORM 1080-VALIDATE-ONE-CHAIN
               VARYING WS-RPT-SUB FROM 1 BY 1
               UNTIL WS-RPT-SUB > WS-CTR-COUNT.

       1080-VALIDATE-ONE-CHAIN.
           MOVE WS-CTR-PARENT-ID (WS-RPT-SUB) TO WS-ROLL-PARENT-ID
           MOVE 0 TO WS-ROLL-DEPTH
           PERFORM 1090-WALK-CHAIN-LINK
               UNTIL WS-ROLL-PARENT-ID = SPACES
                   OR WS-ROLL-DEPTH > 5
           IF WS-ROLL-PARENT-ID NOT = SPACES THEN
               DISPLAY "COUNTER HIERARCHY CYCLIC OR DEEPER THAN "
                   "5 LEVELS - ROLL-UP IGNORED FOR: "
                   WS-CTR-ID (WS-RPT-SUB)
               MOVE SPACES TO WS-CTR-PARENT-ID (WS-RPT-SUB)
           END-IF.

       1090-WALK-CHAIN-LINK.
           MOVE SPACES TO WS-NEXT-PARENT-ID
           SEARCH ALL WS-CTR-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CTR-ID (CTR-IDX) = WS-ROLL-PARENT-ID
                   MOVE WS-CTR-PARENT-ID (CTR-IDX)
                       TO WS-NEXT-PARENT-ID
           END-SEARCH
           MOVE WS-NEXT-PARENT-ID TO WS-ROLL-PARENT-ID
           ADD 1 TO WS-ROLL-DEPTH.

      *  A counter the alternate source adds starts at zero; one the
      *  checkpoint carries but the definitions no longer do is named
      *  and left out, exactly as the real restart treats it.
       1200-RESTORE-FROM-CHECKPOINT.
           OPEN INPUT CHKPT-FILE
           IF WS-CHKPT-OK THEN
               PERFORM 1210-READ-LAST-CHECKPOINT
                   UNTIL WS-CHKPT-NOT-FOUND
           END-IF
           CLOSE CHKPT-FILE
           IF WS-CHKPT-RECORDS-SEEN
                   AND NOT WS-PRIOR-RUN-WAS-COMPLETE
               DISPLAY "LAST CHECKPOINT IS NOT A CLEAN FINISH - "
                   "PROJECTING FROM A MID-RUN POSITION"
           END-IF.

       1210-READ-LAST-CHECKPOINT.
           READ CHKPT-FILE
               AT END
                   MOVE "10" TO WS-CHKPT-STATUS
               NOT AT END
                   PERFORM 1220-APPLY-CHECKPOINT-REC
           END-READ.

       1220-APPLY-CHECKPOINT-REC.
           IF CK-LAYOUT-VERSION NOT = "02" THEN
               DISPLAY "CHECKPOINT RECORD LAYOUT NOT RECOGNIZED FOR "
                   "COUNTER " CK-COUNTER-ID " - RUN CTRMIG BEFORE "
                   "PROJECTING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "Y" TO WS-CHKPT-SEEN-FLAG
           MOVE CK-RUN-COMPLETE-FLAG TO WS-PRIOR-RUN-COMPLETE-FLAG
           SEARCH ALL WS-CTR-ENTRY
               AT END
                   DISPLAY "CHECKPOINT FOR UNKNOWN COUNTER: "
                       CK-COUNTER-ID
               WHEN WS-CTR-ID (CTR-IDX) = CK-COUNTER-ID
                   MOVE CK-VALUE          TO WS-CTR-VALUE (CTR-IDX)
                   MOVE CK-EXCESS         TO WS-CTR-EXCESS (CTR-IDX)
                   MOVE CK-OVERFLOW-FLAG
                       TO WS-CTR-OVERFLOW-FLAG (CTR-IDX)
           END-SEARCH.

       1250-SAVE-STARTING-POINT.
           SET WS-SIM-SUB TO CTR-IDX
           MOVE WS-CTR-VALUE (CTR-IDX)
               TO WS-SIM-START-VALUE (WS-SIM-SUB)
           MOVE WS-CTR-EXCESS (CTR-IDX)
               TO WS-SIM-START-EXCESS (WS-SIM-SUB)
           MOVE 0 TO WS-SIM-POSTING-COUNT (WS-SIM-SUB)
           MOVE 0 TO WS-SIM-OVFL-EVENTS (WS-SIM-SUB).

       1150-READ-TRANS.
           READ SIM-TRANS-FILE
               AT END
                   SET WS-END-OF-TRANS TO TRUE
           END-READ.

      *  OVFLCNT 2000 with the diversions counted instead of written.
      *  Headers and trailers carry nothing to apply.
       2000-PROCESS-TRANSACTIONS.
           ADD 1 TO WS-RECORDS-READ
           IF TR-DETAIL-REC THEN
               SEARCH ALL WS-CTR-ENTRY
                   AT END
                       ADD 1 TO WS-SUSP-UNKNOWN-COUNT
                   WHEN WS-CTR-ID (CTR-IDX) = TR-COUNTER-ID
                       IF WS-CTR-HELD (CTR-IDX) THEN
                           ADD 1 TO WS-SUSP-HELD-COUNT
                       ELSE
                           ADD 1 TO WS-DETAILS-APPLIED
                           PERFORM 2100-APPLY-COUNTER
                           PERFORM 2180-ROLLUP-CHAIN
                               UNTIL WS-ROLL-PARENT-ID = SPACES
                                   OR WS-ROLL-DELTA = 0
                                   OR WS-ROLL-DEPTH > 5
                       END-IF
               END-SEARCH
           END-IF
           PERFORM 1150-READ-TRANS.

      *  From here to 2190 the arithmetic is OVFLCNT's, paragraph for
      *  paragraph; where OVFLCNT writes an audit record, an alert or
      *  a journal posting, the projection counts instead.
       2100-APPLY-COUNTER.
           COMPUTE WS-ROLL-BEFORE =
               WS-CTR-VALUE (CTR-IDX) + WS-CTR-EXCESS (CTR-IDX)
           EVALUATE TRUE
               WHEN TR-TYPE-REVERSAL
                   PERFORM 2120-APPLY-REVERSAL
               WHEN TR-TYPE-ADJUSTMENT
                   PERFORM 2130-APPLY-ADJUSTMENT
               WHEN OTHER
                   PERFORM 2110-APPLY-ADDITION
           END-EVALUATE
           PERFORM 2170-CHECK-WARNING-THRESHOLD
           COMPUTE WS-ROLL-DELTA =
               WS-CTR-VALUE (CTR-IDX) + WS-CTR-EXCESS (CTR-IDX)
               - WS-ROLL-BEFORE
           MOVE WS-CTR-PARENT-ID (CTR-IDX) TO WS-ROLL-PARENT-ID
           MOVE 0 TO WS-ROLL-DEPTH
           PERFORM 2155-COUNT-POSTING.

       2110-APPLY-ADDITION.
           COMPUTE WS-CTR-TRUE =
               WS-CTR-VALUE (CTR-IDX) + TR-AMOUNT
           IF WS-CTR-TRUE > WS-CTR-LIMIT (CTR-IDX) THEN
               PERFORM 2160-COUNT-OVERFLOW
               MOVE "Y" TO WS-CTR-OVERFLOW-FLAG (CTR-IDX)
               COMPUTE WS-CTR-EXCESS (CTR-IDX) =
                   WS-CTR-EXCESS (CTR-IDX)
                   + (WS-CTR-TRUE - WS-CTR-LIMIT (CTR-IDX))
               MOVE WS-CTR-LIMIT (CTR-IDX) TO WS-CTR-VALUE (CTR-IDX)
           ELSE
               MOVE WS-CTR-TRUE TO WS-CTR-VALUE (CTR-IDX)
           END-IF.

       2120-APPLY-REVERSAL.
           COMPUTE WS-CTR-TRUE =
               WS-CTR-VALUE (CTR-IDX) + WS-CTR-EXCESS (CTR-IDX)
           IF TR-AMOUNT > WS-CTR-TRUE THEN
               DISPLAY "REVERSAL EXCEEDS COUNTER TOTAL - FLOORED "
                   "AT ZERO: " TR-COUNTER-ID
               MOVE 0 TO WS-CTR-TRUE
           ELSE
               SUBTRACT TR-AMOUNT FROM WS-CTR-TRUE
           END-IF
           IF WS-CTR-TRUE > WS-CTR-LIMIT (CTR-IDX) THEN
               MOVE WS-CTR-LIMIT (CTR-IDX) TO WS-CTR-VALUE (CTR-IDX)
               COMPUTE WS-CTR-EXCESS (CTR-IDX) =
                   WS-CTR-TRUE - WS-CTR-LIMIT (CTR-IDX)
           ELSE
               MOVE WS-CTR-TRUE TO WS-CTR-VALUE (CTR-IDX)
               MOVE 0 TO WS-CTR-EXCESS (CTR-IDX)
               MOVE "N" TO WS-CTR-OVERFLOW-FLAG (CTR-IDX)
           END-IF.

       2130-APPLY-ADJUSTMENT.
           MOVE TR-AMOUNT TO WS-CTR-TRUE
           IF WS-CTR-TRUE > WS-CTR-LIMIT (CTR-IDX) THEN
               PERFORM 2160-COUNT-OVERFLOW
               MOVE "Y" TO WS-CTR-OVERFLOW-FLAG (CTR-IDX)
               COMPUTE WS-CTR-EXCESS (CTR-IDX) =
                   WS-CTR-TRUE - WS-CTR-LIMIT (CTR-IDX)
               MOVE WS-CTR-LIMIT (CTR-IDX) TO WS-CTR-VALUE (CTR-IDX)
           ELSE
               MOVE WS-CTR-TRUE TO WS-CTR-VALUE (CTR-IDX)
               MOVE 0 TO WS-CTR-EXCESS (CTR-IDX)
               MOVE "N" TO WS-CTR-OVERFLOW-FLAG (CTR-IDX)
           END-IF.

       2155-COUNT-POSTING.
           SET WS-SIM-SUB TO CTR-IDX
           ADD 1 TO WS-SIM-POSTING-COUNT (WS-SIM-SUB).

       2160-COUNT-OVERFLOW.
           SET WS-SIM-SUB TO CTR-IDX
           ADD 1 TO WS-OVERFLOW-EVENT-COUNT
           ADD 1 TO WS-SIM-OVFL-EVENTS (WS-SIM-SUB).

       2180-ROLLUP-CHAIN.
           SEARCH ALL WS-CTR-ENTRY
               AT END
                   DISPLAY "PARENT COUNTER NOT ON TABLE: "
                       WS-ROLL-PARENT-ID
                   MOVE SPACES TO WS-ROLL-PARENT-ID
               WHEN WS-CTR-ID (CTR-IDX) = WS-ROLL-PARENT-ID
                   PERFORM 2190-APPLY-ROLLUP
                   MOVE WS-CTR-PARENT-ID (CTR-IDX)
                       TO WS-ROLL-PARENT-ID
           END-SEARCH
           ADD 1 TO WS-ROLL-DEPTH.

       2190-APPLY-ROLLUP.
           COMPUTE WS-CTR-TRUE-S =
               WS-CTR-VALUE (CTR-IDX) + WS-CTR-EXCESS (CTR-IDX)
               + WS-ROLL-DELTA
           IF WS-CTR-TRUE-S < 0 THEN
               DISPLAY "ROLL-UP BELOW ZERO - FLOORED FOR PARENT: "
                   WS-CTR-ID (CTR-IDX)
               MOVE 0 TO WS-CTR-TRUE-S
           END-IF
           MOVE WS-CTR-TRUE-S TO WS-CTR-TRUE
           IF WS-CTR-TRUE > WS-CTR-LIMIT (CTR-IDX) THEN
               IF WS-ROLL-DELTA > 0 THEN
                   PERFORM 2160-COUNT-OVERFLOW
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
           PERFORM 2170-CHECK-WARNING-THRESHOLD
           PERFORM 2155-COUNT-POSTING.

      *  The warned flag marks what OVFLCNT would have queued as a
      *  WARNING alert - first crossing only, never on a capped
      *  counter.
       2170-CHECK-WARNING-THRESHOLD.
           IF WS-CTR-WARN-PCT (CTR-IDX) > 0
                   AND NOT WS-CTR-WARNED (CTR-IDX)
                   AND NOT WS-CTR-OVERFLOWED (CTR-IDX)
               COMPUTE WS-WARN-LEVEL =
                   WS-CTR-LIMIT (CTR-IDX)
                   * WS-CTR-WARN-PCT (CTR-IDX) / 100
               IF WS-CTR-VALUE (CTR-IDX) >= WS-WARN-LEVEL THEN
                   MOVE "Y" TO WS-CTR-WARNED-FLAG (CTR-IDX)
               END-IF
           END-IF.

       8000-WRITE-PROJECTION-REPORT.
           OPEN OUTPUT SIM-RPT-FILE
           MOVE SPACES TO SIM-RPT-LINE
           STRING "OVERFLOW WHAT-IF PROJECTION   BUSINESS DATE: "
               WS-RUN-DATE "   DEFINITIONS: " WS-DEFS-PARM
               DELIMITED BY SIZE INTO SIM-RPT-LINE
           WRITE SIM-RPT-LINE
           MOVE SPACES TO SIM-RPT-LINE
           EVALUATE TRUE
               WHEN NOT WS-CHKPT-RECORDS-SEEN
                   MOVE "STARTING POINT: NO CHECKPOINT - ALL "
                       & "COUNTERS FROM ZERO" TO SIM-RPT-LINE
               WHEN WS-PRIOR-RUN-WAS-COMPLETE
                   MOVE "STARTING POINT: LATEST CHECKPOINT "
                       & "(CLEAN FINISH)" TO SIM-RPT-LINE
               WHEN OTHER
                   MOVE "STARTING POINT: LATEST CHECKPOINT IS "
                       & "MID-RUN - PROJECTION IS APPROXIMATE"
                       TO SIM-RPT-LINE
           END-EVALUATE
           WRITE SIM-RPT-LINE
           MOVE SPACES TO SIM-RPT-LINE
           WRITE SIM-RPT-LINE
           MOVE SPACES TO SIM-RPT-LINE
           STRING "COUNTER   NAME                     LIMIT"
               "  START-VAL  START-EXC   PROJ-VAL   PROJ-EXC"
               "  %LIM  OVFL  PROJECTION"
               DELIMITED BY SIZE INTO SIM-RPT-LINE
           WRITE SIM-RPT-LINE
           PERFORM 8100-WRITE-COUNTER-LINE
               VARYING CTR-IDX FROM 1 BY 1
               UNTIL CTR-IDX > WS-CTR-COUNT
           MOVE SPACES TO SIM-RPT-LINE
           WRITE SIM-RPT-LINE
           MOVE WS-RECORDS-READ TO WS-RPT-COUNT-ED
           MOVE SPACES TO SIM-RPT-LINE
           STRING "RECORDS READ:            " WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO SIM-RPT-LINE
           WRITE SIM-RPT-LINE
           MOVE WS-DETAILS-APPLIED TO WS-RPT-COUNT-ED
           MOVE SPACES TO SIM-RPT-LINE
           STRING "DETAILS APPLIED:         " WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO SIM-RPT-LINE
           WRITE SIM-RPT-LINE
           MOVE WS-SUSP-HELD-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO SIM-RPT-LINE
           STRING "WOULD SUSPEND - HELD:    " WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO SIM-RPT-LINE
           WRITE SIM-RPT-LINE
           MOVE WS-SUSP-UNKNOWN-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO SIM-RPT-LINE
           STRING "WOULD SUSPEND - UNKNOWN: " WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO SIM-RPT-LINE
           WRITE SIM-RPT-LINE
           MOVE WS-OVERFLOW-EVENT-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO SIM-RPT-LINE
           STRING "OVERFLOW EVENTS:         " WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO SIM-RPT-LINE
           WRITE SIM-RPT-LINE
           MOVE WS-WOULD-OVERFLOW-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO SIM-RPT-LINE
           STRING "COUNTERS THAT WOULD CAP: " WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO SIM-RPT-LINE
           WRITE SIM-RPT-LINE
           MOVE WS-WOULD-WARN-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO SIM-RPT-LINE
           STRING "COUNTERS THAT WOULD WARN:" WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO SIM-RPT-LINE
           WRITE SIM-RPT-LINE
           MOVE "NOTHING WAS POSTED - PROJECTION ONLY"
               TO SIM-RPT-LINE
           WRITE SIM-RPT-LINE
           CLOSE SIM-RPT-FILE.

      *  OVERFLOW - the batch would cap the counter (at least one new
      *  overflow event); CAPPED - already over its limit from the
      *  checkpoint and still over; WARNING - the batch would cross
      *  the warn threshold for the first time; OK otherwise.
       8100-WRITE-COUNTER-LINE.
           SET WS-SIM-SUB TO CTR-IDX
           COMPUTE WS-CTR-TRUE =
               WS-CTR-VALUE (CTR-IDX) + WS-CTR-EXCESS (CTR-IDX)
           IF WS-CTR-LIMIT (CTR-IDX) > 0 THEN
               COMPUTE WS-PCT-OF-LIMIT =
                   WS-CTR-TRUE * 100 / WS-CTR-LIMIT (CTR-IDX)
                   ON SIZE ERROR
                       MOVE 99999 TO WS-PCT-OF-LIMIT
               END-COMPUTE
           ELSE
               MOVE 0 TO WS-PCT-OF-LIMIT
           END-IF
           EVALUATE TRUE
               WHEN WS-SIM-OVFL-EVENTS (WS-SIM-SUB) > 0
                   MOVE "OVERFLOW" TO WS-RPT-PROJECTION
                   ADD 1 TO WS-WOULD-OVERFLOW-COUNT
               WHEN WS-CTR-OVERFLOWED (CTR-IDX)
                   MOVE "CAPPED" TO WS-RPT-PROJECTION
               WHEN WS-CTR-WARNED (CTR-IDX)
                   MOVE "WARNING" TO WS-RPT-PROJECTION
                   ADD 1 TO WS-WOULD-WARN-COUNT
               WHEN OTHER
                   MOVE "OK" TO WS-RPT-PROJECTION
           END-EVALUATE
           MOVE WS-CTR-LIMIT (CTR-IDX)   TO WS-RPT-LIMIT-ED
           MOVE WS-SIM-START-VALUE (WS-SIM-SUB)
               TO WS-RPT-START-VAL-ED
           MOVE WS-SIM-START-EXCESS (WS-SIM-SUB)
               TO WS-RPT-START-EXC-ED
           MOVE WS-CTR-VALUE (CTR-IDX)   TO WS-RPT-VALUE-ED
           MOVE WS-CTR-EXCESS (CTR-IDX)  TO WS-RPT-EXCESS-ED
           MOVE WS-PCT-OF-LIMIT          TO WS-RPT-PCT-ED
           MOVE WS-SIM-OVFL-EVENTS (WS-SIM-SUB) TO WS-RPT-EVENT-CT-ED
           MOVE SPACES TO SIM-RPT-LINE
           STRING WS-CTR-ID (CTR-IDX) "  " WS-CTR-NAME (CTR-IDX)
               " " WS-RPT-LIMIT-ED "  " WS-RPT-START-VAL-ED
               "  " WS-RPT-START-EXC-ED "  " WS-RPT-VALUE-ED
               "  " WS-RPT-EXCESS-ED " " WS-RPT-PCT-ED
               " " WS-RPT-EVENT-CT-ED "  " WS-RPT-PROJECTION
               DELIMITED BY SIZE INTO SIM-RPT-LINE
           WRITE SIM-RPT-LINE.

       8500-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-WOULD-OVERFLOW-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-WOULD-WARN-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN WS-CHKPT-RECORDS-SEEN
                       AND NOT WS-PRIOR-RUN-WAS-COMPLETE
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
