       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGCHK.
      *****************************************************************
      *  INTEGCHK                                                     *
      *  Referential integrity scan across the counter data stores.   *
      *  The same counter ids are spread over the definition master,  *
      *  the checkpoint log, the posting journal, the history master, *
      *  the suspense file, the incident master and the alert queue,  *
      *  and every program trusts the others to agree.  This job      *
      *  reads them all and reports, on ./data/integrpt.rpt:          *
      *    - ids not on the definition master.  The journal, history, *
      *      incident master and alert queue are records of the past, *
      *      so an id merged away by REORG and since dropped from the *
      *      master is followed through the id map (copybook CTRMAP)  *
      *      first; the checkpoint log and suspense file are live     *
      *      state and must name a defined counter.  A suspense       *
      *      record held as "counter unknown" is only a warning -     *
      *      that is what it is waiting for;                          *
      *    - active counters whose parent chain runs into a retired   *
      *      counter, a parent not on the master, or a loop;          *
      *    - checkpoint balances (value plus excess, last record per  *
      *      counter, as a restart reads them) that do not match the  *
      *      last PJ-TRUE-TOTAL on the journal for the counter - or   *
      *      zero, when that posting's period has been closed and     *
      *      zeroed by PERCLOSE, or the counter has no postings;      *
      *    - CK-SUSPENSE-COUNT and CK-POSTING-COUNT on the last       *
      *      checkpoint against the records actually on the suspense  *
      *      file and journal.  More records than the checkpoint says *
      *      after a clean finish is an error (something appended     *
      *      outside checkpoint protection); fewer is a warning, the  *
      *      mark of a SUSPREL or RETPURGE swap that the next OVFLCNT *
      *      run restates;                                            *
      *    - months missing from the history master between its       *
      *      first and last period, and history periods whose month is*
      *      not 01-12 (reported, and left out of that walk).         *
      *  Balances and positions are only compared after a clean       *
      *  finish - a run in flight or abended is itself reported as a  *
      *  warning.  Read-only apart from the report.                   *
      *                                                                *
      *  Scheduled through CHAINCTL twice: as INTEGCHK ahead of       *
      *  OVFLCNT, and again as step INTEGPC ahead of PERCLOSE on a    *
      *  period end, so a corrupt or out-of-step file halts the chain *
      *  before either builds on it.                                  *
      *  Return code: 0 clean, 4 warnings only, 8 integrity errors,   *
      *  16 the definition master could not be opened.                *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTRDEF-FILE ASSIGN TO "./data/ctrdef.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CD-COUNTER-ID
               FILE STATUS IS WS-CTRDEF-STATUS.

           SELECT OPTIONAL DATE-CTL-FILE
               ASSIGN TO "./data/datectl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATECTL-STATUS.

           SELECT OPTIONAL CTR-MAP-FILE ASSIGN TO "./data/ctrmap.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.

           SELECT OPTIONAL CHKPT-FILE ASSIGN TO "./data/chkpt.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.

           SELECT OPTIONAL POST-JRNL-FILE
               ASSIGN TO "./data/pstjrnl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.

           SELECT OPTIONAL CTR-HIST-FILE
               ASSIGN TO "./data/ctrhist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.

           SELECT OPTIONAL SUSPENSE-FILE
               ASSIGN TO "./data/suspense.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.

           SELECT OPTIONAL INCIDENT-FILE
               ASSIGN TO "./data/alertinc.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.

           SELECT OPTIONAL ALERT-QUEUE-FILE
               ASSIGN TO "./data/alertq.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.

           SELECT INTEG-RPT-FILE ASSIGN TO "./data/integrpt.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CTRDEF-FILE.
       COPY CTRDEF.

       FD  DATE-CTL-FILE
           RECORDING MODE IS F.
       COPY DATECTL.

       FD  CTR-MAP-FILE
           RECORDING MODE IS F.
       COPY CTRMAP.

       FD  CHKPT-FILE
           RECORDING MODE IS F.
       COPY CHKREC.

       FD  POST-JRNL-FILE
           RECORDING MODE IS F.
       COPY PSTJRNL.

       FD  CTR-HIST-FILE
           RECORDING MODE IS F.
       COPY CTRHIST.

       FD  SUSPENSE-FILE
           RECORDING MODE IS F.
       COPY SUSPREC.

       FD  INCIDENT-FILE
           RECORDING MODE IS F.
       COPY INCREC.

       FD  ALERT-QUEUE-FILE
           RECORDING MODE IS F.
       COPY ALQREC.

       FD  INTEG-RPT-FILE
           RECORDING MODE IS F.
       01  INTEG-RPT-LINE              PIC X(110).

       WORKING-STORAGE SECTION.
       COPY CTRTBL.

       COPY MAPTBL.

      *  What the scan learns per counter, by the same subscript as
      *  the counter table entry.
       01  WS-IC-TABLE.
           05  WS-IC-ENTRY OCCURS 500 TIMES.
               10  WS-IC-ACTIVE-FLAG       PIC X.
                   88  WS-IC-ACTIVE             VALUE "Y".
               10  WS-IC-CK-SEEN-FLAG      PIC X.
                   88  WS-IC-CK-SEEN            VALUE "Y".
               10  WS-IC-CK-TOTAL          PIC 9(10).
               10  WS-IC-PJ-SEEN-FLAG      PIC X.
                   88  WS-IC-PJ-SEEN            VALUE "Y".
               10  WS-IC-PJ-TOTAL          PIC 9(10).
               10  WS-IC-PJ-PERIOD         PIC X(6).
       01  WS-IC-SUB                   PIC 9(3) COMP.

      *  Ids found on a file but not on the master, one entry per
      *  file and id with the records that carry it.
       01  WS-ORPHAN-TABLE.
           05  WS-ORPH-COUNT           PIC 9(3) VALUE 0.
           05  WS-ORPH-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-ORPH-COUNT
                   INDEXED BY ORPH-IDX.
               10  WS-ORPH-FILE            PIC X(8).
               10  WS-ORPH-ID              PIC X(8).
               10  WS-ORPH-SEVERITY        PIC X.
               10  WS-ORPH-RECORDS         PIC 9(7).
       01  WS-ORPH-OVERFLOW-COUNT      PIC 9(7) VALUE 0.

      *  Distinct history periods, in the order first seen.
       01  WS-PERIOD-TABLE.
           05  WS-PER-COUNT            PIC 9(3) VALUE 0.
           05  WS-PER-ENTRY OCCURS 1 TO 600 TIMES
                   DEPENDING ON WS-PER-COUNT
                   INDEXED BY PER-IDX.
               10  WS-PER-PERIOD           PIC X(6).
       01  WS-PER-FIRST                PIC X(6) VALUE SPACES.
       01  WS-PER-LAST                 PIC X(6) VALUE SPACES.
       01  WS-WALK-PERIOD              PIC 9(6).
       01  WS-WALK-PERIOD-R REDEFINES WS-WALK-PERIOD.
           05  WS-WALK-YEAR            PIC 9(4).
           05  WS-WALK-MONTH           PIC 9(2).
       01  WS-WALK-PERIOD-X            PIC X(6).
       01  WS-PERIOD-FOUND-FLAG        PIC X.
           88  WS-PERIOD-FOUND              VALUE "Y".

       01  WS-CTRDEF-STATUS            PIC XX.
           88  WS-CTRDEF-OK                  VALUE "00".
           88  WS-CTRDEF-NOT-FOUND           VALUE "10" "23" "35".

       01  WS-DATECTL-STATUS           PIC XX.
           88  WS-DATECTL-OK                VALUE "00".
       01  WS-DATECTL-EOF-FLAG         PIC X VALUE "N".
           88  WS-END-OF-DATECTL            VALUE "Y".
       01  WS-BUS-DATE-FLAG            PIC X VALUE "N".
           88  WS-BUSINESS-DATE-SET         VALUE "Y".

       01  WS-MAP-STATUS               PIC XX.
           88  WS-MAP-OK                    VALUE "00".
       01  WS-MAP-EOF-FLAG             PIC X VALUE "N".
           88  WS-END-OF-MAP                VALUE "Y".

       01  WS-INPUT-STATUS             PIC XX.
           88  WS-INPUT-OK                  VALUE "00".
       01  WS-INPUT-EOF-FLAG           PIC X VALUE "N".
           88  WS-END-OF-INPUT              VALUE "Y".

       01  WS-RUN-DATE                 PIC X(8).

      *  Run-level fields off the last checkpoint record.
       01  WS-CK-SEEN-FLAG             PIC X VALUE "N".
           88  WS-CK-RECORDS-SEEN           VALUE "Y".
       01  WS-CK-CLEAN-FLAG            PIC X VALUE "N".
           88  WS-CK-CLEAN                  VALUE "Y".
       01  WS-CK-POSITIONS-FLAG        PIC X VALUE "N".
           88  WS-CK-HAS-POSITIONS          VALUE "Y".
       01  WS-CK-SUSP-COUNT            PIC 9(7) VALUE 0.
       01  WS-CK-JRNL-COUNT            PIC 9(9) VALUE 0.
       01  WS-CK-BAD-LAYOUT-COUNT      PIC 9(7) VALUE 0.
       01  WS-SUSP-FILE-COUNT          PIC 9(7) VALUE 0.
       01  WS-JRNL-FILE-COUNT          PIC 9(9) VALUE 0.
       01  WS-RECORDS-SCANNED          PIC 9(9) VALUE 0.

      *  The id in hand for 7100/7200, and which file it came from.
       01  WS-FIND-ID                  PIC X(8).
       01  WS-FIND-SUB                 PIC 9(3) COMP.
       01  WS-SCAN-FILE                PIC X(8).
       01  WS-SCAN-MAP-FLAG            PIC X.
           88  WS-SCAN-USES-MAP             VALUE "Y".
       01  WS-SCAN-SEVERITY            PIC X.

      *  Parent-chain walk.
       01  WS-CHAIN-ID                 PIC X(8).
       01  WS-CHAIN-DEPTH              PIC 9(2) COMP.
       01  WS-CHAIN-STOP-FLAG          PIC X.
           88  WS-CHAIN-STOPPED             VALUE "Y".

       01  WS-EXPECTED-TOTAL           PIC 9(10).

      *  One finding: severity E (error) or W (warning), the check,
      *  the file and counter it is about, and what was found.
       01  WS-FINDING.
           05  WS-FND-SEVERITY         PIC X.
           05  WS-FND-CHECK            PIC X(12).
           05  WS-FND-FILE             PIC X(8).
           05  WS-FND-ID               PIC X(8).
           05  WS-FND-TEXT             PIC X(70).
       01  WS-ERROR-COUNT              PIC 9(5) VALUE 0.
       01  WS-WARNING-COUNT            PIC 9(5) VALUE 0.

       01  WS-RPT-TOTAL-ED             PIC ZZZZZZZZZ9.
       01  WS-RPT-TOTAL2-ED            PIC ZZZZZZZZZ9.
       01  WS-RPT-COUNT-ED             PIC ZZZZZZZZ9.
       01  WS-RPT-COUNT2-ED            PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SCAN-CHECKPOINT
           PERFORM 2100-SCAN-JOURNAL
           PERFORM 2200-SCAN-HISTORY
           PERFORM 2300-SCAN-SUSPENSE
           PERFORM 2400-SCAN-INCIDENTS
           PERFORM 2500-SCAN-ALERT-QUEUE
           PERFORM 3000-CHECK-PARENT-CHAINS
               VARYING WS-IC-SUB FROM 1 BY 1
               UNTIL WS-IC-SUB > WS-CTR-COUNT
           PERFORM 4000-CHECK-BALANCES
           PERFORM 4100-CHECK-SIDE-FILE-COUNTS
           PERFORM 4200-CHECK-HISTORY-PERIODS
           PERFORM 5000-REPORT-ORPHANS
               VARYING ORPH-IDX FROM 1 BY 1
               UNTIL ORPH-IDX > WS-ORPH-COUNT
           PERFORM 8000-WRITE-REPORT-TRAILER
           PERFORM 8500-SET-RETURN-CODE
           CLOSE INTEG-RPT-FILE
           DISPLAY "INTEGRITY REPORT WRITTEN TO ./data/integrpt.rpt"
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1010-READ-BUSINESS-DATE
           PERFORM 1050-LOAD-COUNTER-DEFS
           PERFORM 1150-LOAD-ID-MAP
           OPEN OUTPUT INTEG-RPT-FILE
           PERFORM 8100-WRITE-REPORT-HEADER.

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

      *  Every counter on the master, retired ones included - a
      *  retired id is still a defined id, and the parent-chain
      *  check needs to know it is retired.
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

       1060-READ-COUNTER-DEF.
           READ CTRDEF-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-CTRDEF-STATUS
               NOT AT END
                   IF WS-CTR-COUNT >= 500 THEN
                       DISPLAY "COUNTER TABLE FULL AT 500 ENTRIES "
                           "- IGNORING COUNTER DEF: "
                           CD-COUNTER-ID
                   ELSE
                       PERFORM 1070-ADD-COUNTER-ENTRY
                   END-IF
           END-READ.

       1070-ADD-COUNTER-ENTRY.
           SET CTR-IDX TO WS-CTR-COUNT
           SET CTR-IDX UP BY 1
           ADD 1 TO WS-CTR-COUNT
           MOVE CD-COUNTER-ID         TO WS-CTR-ID (CTR-IDX)
           MOVE CD-COUNTER-NAME       TO WS-CTR-NAME (CTR-IDX)
           MOVE CD-PARENT-ID          TO WS-CTR-PARENT-ID (CTR-IDX)
           SET WS-IC-SUB TO CTR-IDX
           MOVE "N" TO WS-IC-ACTIVE-FLAG (WS-IC-SUB)
           IF CD-ACTIVE THEN
               MOVE "Y" TO WS-IC-ACTIVE-FLAG (WS-IC-SUB)
           END-IF
           MOVE "N"    TO WS-IC-CK-SEEN-FLAG (WS-IC-SUB)
           MOVE 0      TO WS-IC-CK-TOTAL (WS-IC-SUB)
           MOVE "N"    TO WS-IC-PJ-SEEN-FLAG (WS-IC-SUB)
           MOVE 0      TO WS-IC-PJ-TOTAL (WS-IC-SUB)
           MOVE SPACES TO WS-IC-PJ-PERIOD (WS-IC-SUB).

       1150-LOAD-ID-MAP.
           OPEN INPUT CTR-MAP-FILE
           IF NOT WS-MAP-OK THEN
               SET WS-END-OF-MAP TO TRUE
           END-IF
           PERFORM 1160-READ-ID-MAP
               UNTIL WS-END-OF-MAP
           CLOSE CTR-MAP-FILE.

       1160-READ-ID-MAP.
           READ CTR-MAP-FILE
               AT END
                   SET WS-END-OF-MAP TO TRUE
               NOT AT END
                   IF CM-MERGED THEN
                       IF WS-MAP-COUNT >= 200 THEN
                           DISPLAY "ID MAPPING TABLE FULL AT 200 "
                               "ENTRIES - IGNORING MERGE OF: "
                               CM-OLD-ID
                       ELSE
                           ADD 1 TO WS-MAP-COUNT
                           SET MAP-IDX TO WS-MAP-COUNT
                           MOVE CM-OLD-ID TO WS-MAP-OLD-ID (MAP-IDX)
                           MOVE CM-NEW-ID TO WS-MAP-NEW-ID (MAP-IDX)
                       END-IF
                   END-IF
           END-READ.

      *  WS-MAPPED-ID in, the id its volume lives under now out.
       1170-RESOLVE-MAPPED-ID.
           MOVE 0 TO WS-MAP-DEPTH
           MOVE "Y" TO WS-MAP-FOUND-FLAG
           PERFORM UNTIL NOT WS-MAP-LINK-FOUND
                   OR WS-MAP-DEPTH >= 10
               MOVE "N" TO WS-MAP-FOUND-FLAG
               SET MAP-IDX TO 1
               SEARCH WS-MAP-ENTRY
                   WHEN WS-MAP-OLD-ID (MAP-IDX) = WS-MAPPED-ID
                       MOVE WS-MAP-NEW-ID (MAP-IDX) TO WS-MAPPED-ID
                       MOVE "Y" TO WS-MAP-FOUND-FLAG
               END-SEARCH
               ADD 1 TO WS-MAP-DEPTH
           END-PERFORM.

      *  Last record per counter wins, exactly as OVFLCNT's restart
      *  reads the log; the run-level fields come off the very last
      *  record.
       2000-SCAN-CHECKPOINT.
           MOVE "CHKPT" TO WS-SCAN-FILE
           MOVE "N" TO WS-SCAN-MAP-FLAG
           MOVE "E" TO WS-SCAN-SEVERITY
           MOVE "N" TO WS-INPUT-EOF-FLAG
           OPEN INPUT CHKPT-FILE
           IF NOT WS-INPUT-OK THEN
               SET WS-END-OF-INPUT TO TRUE
           END-IF
           PERFORM 2010-READ-CHECKPOINT
               UNTIL WS-END-OF-INPUT
           CLOSE CHKPT-FILE
           IF WS-CK-BAD-LAYOUT-COUNT > 0 THEN
               MOVE WS-CK-BAD-LAYOUT-COUNT TO WS-RPT-COUNT-ED
               MOVE SPACES TO WS-FINDING
               MOVE "E"           TO WS-FND-SEVERITY
               MOVE "LAYOUT"      TO WS-FND-CHECK
               MOVE "CHKPT"       TO WS-FND-FILE
               STRING WS-RPT-COUNT-ED " RECORDS NOT IN LAYOUT 02 - "
                   "RUN CTRMIG"
                   DELIMITED BY SIZE INTO WS-FND-TEXT
               PERFORM 7000-WRITE-FINDING
           END-IF.

       2010-READ-CHECKPOINT.
           READ CHKPT-FILE
               AT END
                   SET WS-END-OF-INPUT TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-SCANNED
                   MOVE "Y" TO WS-CK-SEEN-FLAG
                   IF CK-LAYOUT-VERSION NOT = "02" THEN
                       ADD 1 TO WS-CK-BAD-LAYOUT-COUNT
                       MOVE "N" TO WS-CK-CLEAN-FLAG
                       MOVE "N" TO WS-CK-POSITIONS-FLAG
                   ELSE
                       PERFORM 2020-TAKE-CHECKPOINT-REC
                   END-IF
           END-READ.

       2020-TAKE-CHECKPOINT-REC.
           MOVE "N" TO WS-CK-CLEAN-FLAG
           IF CK-RUN-COMPLETE-FLAG = "Y" THEN
               MOVE "Y" TO WS-CK-CLEAN-FLAG
           END-IF
           IF CK-SUSPENSE-COUNT NUMERIC
                   AND CK-POSTING-COUNT NUMERIC
               MOVE CK-SUSPENSE-COUNT TO WS-CK-SUSP-COUNT
               MOVE CK-POSTING-COUNT  TO WS-CK-JRNL-COUNT
               MOVE "Y" TO WS-CK-POSITIONS-FLAG
           ELSE
               MOVE "N" TO WS-CK-POSITIONS-FLAG
           END-IF
           MOVE CK-COUNTER-ID TO WS-FIND-ID
           PERFORM 7100-FIND-COUNTER
           IF WS-FIND-SUB = 0 THEN
               PERFORM 7200-NOTE-ORPHAN
           ELSE
               MOVE "Y" TO WS-IC-CK-SEEN-FLAG (WS-FIND-SUB)
               IF CK-VALUE NUMERIC AND CK-EXCESS NUMERIC THEN
                   COMPUTE WS-IC-CK-TOTAL (WS-FIND-SUB) =
                       CK-VALUE + CK-EXCESS
               ELSE
                   MOVE 0 TO WS-IC-CK-TOTAL (WS-FIND-SUB)
               END-IF
           END-IF.

       2100-SCAN-JOURNAL.
           MOVE "PSTJRNL" TO WS-SCAN-FILE
           MOVE "Y" TO WS-SCAN-MAP-FLAG
           MOVE "E" TO WS-SCAN-SEVERITY
           MOVE "N" TO WS-INPUT-EOF-FLAG
           OPEN INPUT POST-JRNL-FILE
           IF NOT WS-INPUT-OK THEN
               SET WS-END-OF-INPUT TO TRUE
           END-IF
           PERFORM 2110-READ-JOURNAL
               UNTIL WS-END-OF-INPUT
           CLOSE POST-JRNL-FILE.

      *  The last posting per counter is taken under the id it was
      *  posted to - a merged-away counter's postings stop at the
      *  transfer that emptied it, which is what its checkpoint says.
       2110-READ-JOURNAL.
           READ POST-JRNL-FILE
               AT END
                   SET WS-END-OF-INPUT TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-SCANNED
                   ADD 1 TO WS-JRNL-FILE-COUNT
                   MOVE PJ-COUNTER-ID TO WS-FIND-ID
                   PERFORM 7100-FIND-COUNTER
                   IF WS-FIND-SUB = 0 THEN
                       PERFORM 7200-NOTE-ORPHAN
                   ELSE
                       MOVE "Y" TO WS-IC-PJ-SEEN-FLAG (WS-FIND-SUB)
                       MOVE PJ-RUN-DATE (1:6)
                           TO WS-IC-PJ-PERIOD (WS-FIND-SUB)
                       IF PJ-TRUE-TOTAL NUMERIC THEN
                           MOVE PJ-TRUE-TOTAL
                               TO WS-IC-PJ-TOTAL (WS-FIND-SUB)
                       ELSE
                           MOVE 0 TO WS-IC-PJ-TOTAL (WS-FIND-SUB)
                       END-IF
                   END-IF
           END-READ.

       2200-SCAN-HISTORY.
           MOVE "CTRHIST" TO WS-SCAN-FILE
           MOVE "Y" TO WS-SCAN-MAP-FLAG
           MOVE "E" TO WS-SCAN-SEVERITY
           MOVE "N" TO WS-INPUT-EOF-FLAG
           OPEN INPUT CTR-HIST-FILE
           IF NOT WS-INPUT-OK THEN
               SET WS-END-OF-INPUT TO TRUE
           END-IF
           PERFORM 2210-READ-HISTORY
               UNTIL WS-END-OF-INPUT
           CLOSE CTR-HIST-FILE.

       2210-READ-HISTORY.
           READ CTR-HIST-FILE
               AT END
                   SET WS-END-OF-INPUT TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-SCANNED
                   MOVE HX-COUNTER-ID TO WS-FIND-ID
                   PERFORM 7100-FIND-COUNTER
                   IF WS-FIND-SUB = 0 THEN
                       PERFORM 7200-NOTE-ORPHAN
                   END-IF
                   IF HX-PERIOD NUMERIC THEN
                       PERFORM 2220-NOTE-HISTORY-PERIOD
                   END-IF
           END-READ.

       2220-NOTE-HISTORY-PERIOD.
           IF HX-PERIOD (5:2) < "01" OR HX-PERIOD (5:2) > "12" THEN
               MOVE SPACES TO WS-FINDING
               MOVE "E"            TO WS-FND-SEVERITY
               MOVE "HISTORY DATE" TO WS-FND-CHECK
               MOVE "CTRHIST"      TO WS-FND-FILE
               MOVE HX-COUNTER-ID  TO WS-FND-ID
               STRING "PERIOD " HX-PERIOD " HAS NO VALID MONTH"
                   " - LEFT OUT OF THE GAP CHECK"
                   DELIMITED BY SIZE INTO WS-FND-TEXT
               PERFORM 7000-WRITE-FINDING
           ELSE
               PERFORM 2230-ADD-HISTORY-PERIOD
           END-IF.

       2230-ADD-HISTORY-PERIOD.
           IF WS-PER-FIRST = SPACES OR HX-PERIOD < WS-PER-FIRST THEN
               MOVE HX-PERIOD TO WS-PER-FIRST
           END-IF
           IF WS-PER-LAST = SPACES OR HX-PERIOD > WS-PER-LAST THEN
               MOVE HX-PERIOD TO WS-PER-LAST
           END-IF
           MOVE "N" TO WS-PERIOD-FOUND-FLAG
           IF WS-PER-COUNT > 0 THEN
               SET PER-IDX TO 1
               SEARCH WS-PER-ENTRY
                   WHEN WS-PER-PERIOD (PER-IDX) = HX-PERIOD
                       MOVE "Y" TO WS-PERIOD-FOUND-FLAG
               END-SEARCH
           END-IF
           IF NOT WS-PERIOD-FOUND THEN
               IF WS-PER-COUNT >= 600 THEN
                   DISPLAY "HISTORY PERIOD TABLE FULL AT 600 - "
                       "IGNORING PERIOD " HX-PERIOD
               ELSE
                   ADD 1 TO WS-PER-COUNT
                   SET PER-IDX TO WS-PER-COUNT
                   MOVE HX-PERIOD TO WS-PER-PERIOD (PER-IDX)
               END-IF
           END-IF.

      *  A detail suspended because its counter is not defined is
      *  exactly what the suspense file is for - a warning until the
      *  definition is loaded.  A "held" record naming no counter
      *  on the master is an error like any other.
       2300-SCAN-SUSPENSE.
           MOVE "SUSPENSE" TO WS-SCAN-FILE
           MOVE "N" TO WS-SCAN-MAP-FLAG
           MOVE "N" TO WS-INPUT-EOF-FLAG
           OPEN INPUT SUSPENSE-FILE
           IF NOT WS-INPUT-OK THEN
               SET WS-END-OF-INPUT TO TRUE
           END-IF
           PERFORM 2310-READ-SUSPENSE
               UNTIL WS-END-OF-INPUT
           CLOSE SUSPENSE-FILE.

       2310-READ-SUSPENSE.
           READ SUSPENSE-FILE
               AT END
                   SET WS-END-OF-INPUT TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-SCANNED
                   ADD 1 TO WS-SUSP-FILE-COUNT
                   MOVE SU-COUNTER-ID TO WS-FIND-ID
                   PERFORM 7100-FIND-COUNTER
                   IF WS-FIND-SUB = 0 THEN
                       IF SU-COUNTER-UNKNOWN THEN
                           MOVE "W" TO WS-SCAN-SEVERITY
                       ELSE
                           MOVE "E" TO WS-SCAN-SEVERITY
                       END-IF
                       PERFORM 7200-NOTE-ORPHAN
                   END-IF
           END-READ.

       2400-SCAN-INCIDENTS.
           MOVE "ALERTINC" TO WS-SCAN-FILE
           MOVE "Y" TO WS-SCAN-MAP-FLAG
           MOVE "E" TO WS-SCAN-SEVERITY
           MOVE "N" TO WS-INPUT-EOF-FLAG
           OPEN INPUT INCIDENT-FILE
           IF NOT WS-INPUT-OK THEN
               SET WS-END-OF-INPUT TO TRUE
           END-IF
           PERFORM 2410-READ-INCIDENT
               UNTIL WS-END-OF-INPUT
           CLOSE INCIDENT-FILE.

       2410-READ-INCIDENT.
           READ INCIDENT-FILE
               AT END
                   SET WS-END-OF-INPUT TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-SCANNED
                   MOVE IN-COUNTER-ID TO WS-FIND-ID
                   PERFORM 7100-FIND-COUNTER
                   IF WS-FIND-SUB = 0 THEN
                       PERFORM 7200-NOTE-ORPHAN
                   END-IF
           END-READ.

       2500-SCAN-ALERT-QUEUE.
           MOVE "ALERTQ" TO WS-SCAN-FILE
           MOVE "Y" TO WS-SCAN-MAP-FLAG
           MOVE "E" TO WS-SCAN-SEVERITY
           MOVE "N" TO WS-INPUT-EOF-FLAG
           OPEN INPUT ALERT-QUEUE-FILE
           IF NOT WS-INPUT-OK THEN
               SET WS-END-OF-INPUT TO TRUE
           END-IF
           PERFORM 2510-READ-ALERT-QUEUE
               UNTIL WS-END-OF-INPUT
           CLOSE ALERT-QUEUE-FILE.

       2510-READ-ALERT-QUEUE.
           READ ALERT-QUEUE-FILE
               AT END
                   SET WS-END-OF-INPUT TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-SCANNED
                   MOVE AQ-COUNTER-ID TO WS-FIND-ID
                   PERFORM 7100-FIND-COUNTER
                   IF WS-FIND-SUB = 0 THEN
                       PERFORM 7200-NOTE-ORPHAN
                   END-IF
           END-READ.

      *  Walk each active counter's parents to the top.  Twenty
      *  levels is far past any real structure - a walk that long
      *  is a loop.
       3000-CHECK-PARENT-CHAINS.
           IF WS-IC-ACTIVE (WS-IC-SUB) THEN
               MOVE WS-CTR-PARENT-ID (WS-IC-SUB) TO WS-CHAIN-ID
               MOVE 0 TO WS-CHAIN-DEPTH
               MOVE "N" TO WS-CHAIN-STOP-FLAG
               PERFORM 3010-FOLLOW-PARENT
                   UNTIL WS-CHAIN-STOPPED
                       OR WS-CHAIN-ID = SPACES
           END-IF.

       3010-FOLLOW-PARENT.
           ADD 1 TO WS-CHAIN-DEPTH
           MOVE WS-CHAIN-ID TO WS-FIND-ID
           PERFORM 7100-FIND-COUNTER
           MOVE SPACES TO WS-FINDING
           MOVE "E"                     TO WS-FND-SEVERITY
           MOVE "PARENT CHAIN"          TO WS-FND-CHECK
           MOVE "CTRDEF"                TO WS-FND-FILE
           MOVE WS-CTR-ID (WS-IC-SUB)   TO WS-FND-ID
           EVALUATE TRUE
               WHEN WS-FIND-SUB = 0
                   STRING "PARENT " DELIMITED BY SIZE
                       WS-CHAIN-ID DELIMITED BY SPACE
                       " IS NOT ON THE MASTER" DELIMITED BY SIZE
                       INTO WS-FND-TEXT
                   PERFORM 7000-WRITE-FINDING
                   MOVE "Y" TO WS-CHAIN-STOP-FLAG
               WHEN NOT WS-IC-ACTIVE (WS-FIND-SUB)
                   STRING "ROLLS UP INTO RETIRED COUNTER "
                       WS-CHAIN-ID
                       DELIMITED BY SIZE INTO WS-FND-TEXT
                   PERFORM 7000-WRITE-FINDING
                   MOVE "Y" TO WS-CHAIN-STOP-FLAG
               WHEN WS-CHAIN-DEPTH >= 20
                       OR WS-CHAIN-ID = WS-CTR-ID (WS-IC-SUB)
                   STRING "PARENT CHAIN LOOPS BACK ON ITSELF AT "
                       WS-CHAIN-ID
                       DELIMITED BY SIZE INTO WS-FND-TEXT
                   PERFORM 7000-WRITE-FINDING
                   MOVE "Y" TO WS-CHAIN-STOP-FLAG
               WHEN OTHER
                   MOVE WS-CTR-PARENT-ID (WS-FIND-SUB)
                       TO WS-CHAIN-ID
           END-EVALUATE.

      *  What the checkpoint should say a counter stands at: the
      *  last true total journalled for it, unless that posting's
      *  period has since been closed (PERCLOSE zeroes at close
      *  without journalling) or it has no postings at all - zero
      *  either way.  A closed period is one not after the latest
      *  period on the history master - PERCLOSE closes periods in
      *  order, and RETPURGE may have archived the older rows.
       4000-CHECK-BALANCES.
           IF WS-CK-RECORDS-SEEN AND NOT WS-CK-CLEAN THEN
               MOVE SPACES TO WS-FINDING
               MOVE "W"            TO WS-FND-SEVERITY
               MOVE "BALANCE"      TO WS-FND-CHECK
               MOVE "CHKPT"        TO WS-FND-FILE
               MOVE "LAST CHECKPOINT IS NOT A CLEAN FINISH - BALANCES "
                   TO WS-FND-TEXT
               PERFORM 7000-WRITE-FINDING
               MOVE SPACES TO WS-FINDING
               MOVE "W"            TO WS-FND-SEVERITY
               MOVE "BALANCE"      TO WS-FND-CHECK
               MOVE "CHKPT"        TO WS-FND-FILE
               MOVE "AND POSITIONS NOT COMPARED UNTIL THE RUN FINISHES"
                   TO WS-FND-TEXT
               PERFORM 7000-WRITE-FINDING
           ELSE
               PERFORM 4010-CHECK-COUNTER-BALANCE
                   VARYING WS-IC-SUB FROM 1 BY 1
                   UNTIL WS-IC-SUB > WS-CTR-COUNT
           END-IF.

       4010-CHECK-COUNTER-BALANCE.
           MOVE 0 TO WS-EXPECTED-TOTAL
           IF WS-IC-PJ-SEEN (WS-IC-SUB) THEN
               MOVE WS-IC-PJ-TOTAL (WS-IC-SUB) TO WS-EXPECTED-TOTAL
               IF WS-PER-LAST NOT = SPACES
                       AND WS-IC-PJ-PERIOD (WS-IC-SUB)
                       NOT > WS-PER-LAST
                   MOVE 0 TO WS-EXPECTED-TOTAL
               END-IF
           END-IF
           IF WS-IC-CK-TOTAL (WS-IC-SUB) NOT = WS-EXPECTED-TOTAL THEN
               MOVE WS-IC-CK-TOTAL (WS-IC-SUB) TO WS-RPT-TOTAL-ED
               MOVE WS-EXPECTED-TOTAL TO WS-RPT-TOTAL2-ED
               MOVE SPACES TO WS-FINDING
               MOVE "E"                   TO WS-FND-SEVERITY
               MOVE "BALANCE"             TO WS-FND-CHECK
               MOVE "CHKPT"               TO WS-FND-FILE
               MOVE WS-CTR-ID (WS-IC-SUB) TO WS-FND-ID
               IF WS-IC-PJ-SEEN (WS-IC-SUB) THEN
                   STRING "CHECKPOINT " WS-RPT-TOTAL-ED
                       " JOURNAL " WS-RPT-TOTAL2-ED
                       " (LAST POSTING PERIOD "
                       WS-IC-PJ-PERIOD (WS-IC-SUB) ")"
                       DELIMITED BY SIZE INTO WS-FND-TEXT
               ELSE
                   STRING "CHECKPOINT " WS-RPT-TOTAL-ED
                       " BUT NO POSTINGS ON THE JOURNAL"
                       DELIMITED BY SIZE INTO WS-FND-TEXT
               END-IF
               PERFORM 7000-WRITE-FINDING
           END-IF.

       4100-CHECK-SIDE-FILE-COUNTS.
           IF WS-CK-RECORDS-SEEN AND WS-CK-CLEAN THEN
               IF NOT WS-CK-HAS-POSITIONS THEN
                   MOVE SPACES TO WS-FINDING
                   MOVE "W"            TO WS-FND-SEVERITY
                   MOVE "POSITIONS"    TO WS-FND-CHECK
                   MOVE "CHKPT"        TO WS-FND-FILE
                   MOVE "LAST CHECKPOINT CARRIES NO SIDE-FILE COUNTS"
                       TO WS-FND-TEXT
                   PERFORM 7000-WRITE-FINDING
               ELSE
                   PERFORM 4110-CHECK-SUSPENSE-COUNT
                   PERFORM 4120-CHECK-JOURNAL-COUNT
               END-IF
           END-IF.

       4110-CHECK-SUSPENSE-COUNT.
           IF WS-SUSP-FILE-COUNT NOT = WS-CK-SUSP-COUNT THEN
               MOVE WS-CK-SUSP-COUNT   TO WS-RPT-COUNT-ED
               MOVE WS-SUSP-FILE-COUNT TO WS-RPT-COUNT2-ED
               MOVE SPACES TO WS-FINDING
               MOVE "POSITIONS"    TO WS-FND-CHECK
               MOVE "SUSPENSE"     TO WS-FND-FILE
               IF WS-SUSP-FILE-COUNT > WS-CK-SUSP-COUNT THEN
                   MOVE "E" TO WS-FND-SEVERITY
                   STRING "CHECKPOINT " WS-RPT-COUNT-ED
                       " FILE HOLDS " WS-RPT-COUNT2-ED
                       " - APPENDED OUTSIDE A RUN"
                       DELIMITED BY SIZE INTO WS-FND-TEXT
               ELSE
                   MOVE "W" TO WS-FND-SEVERITY
                   STRING "CHECKPOINT " WS-RPT-COUNT-ED
                       " FILE HOLDS " WS-RPT-COUNT2-ED
                       " - RELEASED OR PURGED SINCE"
                       DELIMITED BY SIZE INTO WS-FND-TEXT
               END-IF
               PERFORM 7000-WRITE-FINDING
           END-IF.

       4120-CHECK-JOURNAL-COUNT.
           IF WS-JRNL-FILE-COUNT NOT = WS-CK-JRNL-COUNT THEN
               MOVE WS-CK-JRNL-COUNT   TO WS-RPT-COUNT-ED
               MOVE WS-JRNL-FILE-COUNT TO WS-RPT-COUNT2-ED
               MOVE SPACES TO WS-FINDING
               MOVE "POSITIONS"    TO WS-FND-CHECK
               MOVE "PSTJRNL"      TO WS-FND-FILE
               IF WS-JRNL-FILE-COUNT > WS-CK-JRNL-COUNT THEN
                   MOVE "E" TO WS-FND-SEVERITY
                   STRING "CHECKPOINT " WS-RPT-COUNT-ED
                       " FILE HOLDS " WS-RPT-COUNT2-ED
                       " - APPENDED OUTSIDE A RUN"
                       DELIMITED BY SIZE INTO WS-FND-TEXT
               ELSE
                   MOVE "W" TO WS-FND-SEVERITY
                   STRING "CHECKPOINT " WS-RPT-COUNT-ED
                       " FILE HOLDS " WS-RPT-COUNT2-ED
                       " - PURGED SINCE"
                       DELIMITED BY SIZE INTO WS-FND-TEXT
               END-IF
               PERFORM 7000-WRITE-FINDING
           END-IF.

      *  Every month from the first period on the history master to
      *  the last must have rows - PERCLOSE closes every period, so
      *  a hole is a close that never ran or rows lost since.
       4200-CHECK-HISTORY-PERIODS.
           IF WS-PER-COUNT > 1 THEN
               MOVE WS-PER-FIRST TO WS-WALK-PERIOD
               PERFORM 4210-CHECK-ONE-PERIOD
                   UNTIL WS-WALK-PERIOD-X NOT < WS-PER-LAST
           END-IF.

       4210-CHECK-ONE-PERIOD.
           IF WS-WALK-MONTH >= 12 THEN
               ADD 1 TO WS-WALK-YEAR
               MOVE 1 TO WS-WALK-MONTH
           ELSE
               ADD 1 TO WS-WALK-MONTH
           END-IF
           MOVE WS-WALK-PERIOD TO WS-WALK-PERIOD-X
           MOVE "N" TO WS-PERIOD-FOUND-FLAG
           SET PER-IDX TO 1
           SEARCH WS-PER-ENTRY
               WHEN WS-PER-PERIOD (PER-IDX) = WS-WALK-PERIOD-X
                   MOVE "Y" TO WS-PERIOD-FOUND-FLAG
           END-SEARCH
           IF NOT WS-PERIOD-FOUND THEN
               MOVE SPACES TO WS-FINDING
               MOVE "E"            TO WS-FND-SEVERITY
               MOVE "HISTORY GAP"  TO WS-FND-CHECK
               MOVE "CTRHIST"      TO WS-FND-FILE
               STRING "NO ROWS FOR PERIOD " WS-WALK-PERIOD-X
                   " BETWEEN " WS-PER-FIRST " AND " WS-PER-LAST
                   DELIMITED BY SIZE INTO WS-FND-TEXT
               PERFORM 7000-WRITE-FINDING
           END-IF.

       5000-REPORT-ORPHANS.
           MOVE WS-ORPH-RECORDS (ORPH-IDX) TO WS-RPT-COUNT-ED
           MOVE SPACES TO WS-FINDING
           MOVE WS-ORPH-SEVERITY (ORPH-IDX) TO WS-FND-SEVERITY
           MOVE "UNDEFINED ID"              TO WS-FND-CHECK
           MOVE WS-ORPH-FILE (ORPH-IDX)     TO WS-FND-FILE
           MOVE WS-ORPH-ID (ORPH-IDX)       TO WS-FND-ID
           IF WS-ORPH-SEVERITY (ORPH-IDX) = "W" THEN
               STRING "NOT ON THE MASTER - " WS-RPT-COUNT-ED
                   " RECORDS AWAITING A DEFINITION"
                   DELIMITED BY SIZE INTO WS-FND-TEXT
           ELSE
               STRING "NOT ON THE MASTER - " WS-RPT-COUNT-ED
                   " RECORDS"
                   DELIMITED BY SIZE INTO WS-FND-TEXT
           END-IF
           PERFORM 7000-WRITE-FINDING.

       7000-WRITE-FINDING.
           IF WS-FND-SEVERITY = "E" THEN
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               ADD 1 TO WS-WARNING-COUNT
           END-IF
           MOVE SPACES TO INTEG-RPT-LINE
           STRING WS-FND-SEVERITY "  " WS-FND-CHECK "  "
               WS-FND-FILE "  " WS-FND-ID "  " WS-FND-TEXT
               DELIMITED BY SIZE INTO INTEG-RPT-LINE
           WRITE INTEG-RPT-LINE.

      *  WS-FIND-ID in, its counter table subscript out (0 if the id
      *  is not on the master).
       7100-FIND-COUNTER.
           MOVE 0 TO WS-FIND-SUB
           IF WS-CTR-COUNT > 0 THEN
               SEARCH ALL WS-CTR-ENTRY
                   WHEN WS-CTR-ID (CTR-IDX) = WS-FIND-ID
                       SET WS-FIND-SUB TO CTR-IDX
               END-SEARCH
           END-IF.

      *  An id not on the master, on WS-SCAN-FILE.  Files of past
      *  records first follow the id map - a merged-away id whose
      *  survivor is defined is accounted for, not orphaned.
       7200-NOTE-ORPHAN.
           IF WS-SCAN-USES-MAP AND WS-MAP-COUNT > 0 THEN
               MOVE WS-FIND-ID TO WS-MAPPED-ID
               PERFORM 1170-RESOLVE-MAPPED-ID
               IF WS-MAPPED-ID NOT = WS-FIND-ID THEN
                   MOVE WS-FIND-ID TO WS-CHAIN-ID
                   MOVE WS-MAPPED-ID TO WS-FIND-ID
                   PERFORM 7100-FIND-COUNTER
                   MOVE WS-CHAIN-ID TO WS-FIND-ID
               END-IF
           END-IF
           IF WS-FIND-SUB = 0 THEN
               SET ORPH-IDX TO 1
               IF WS-ORPH-COUNT > 0 THEN
                   SEARCH WS-ORPH-ENTRY
                       AT END
                           PERFORM 7210-ADD-ORPHAN
                       WHEN WS-ORPH-FILE (ORPH-IDX) = WS-SCAN-FILE
                               AND WS-ORPH-ID (ORPH-IDX) = WS-FIND-ID
                               AND WS-ORPH-SEVERITY (ORPH-IDX)
                                   = WS-SCAN-SEVERITY
                           ADD 1 TO WS-ORPH-RECORDS (ORPH-IDX)
                   END-SEARCH
               ELSE
                   PERFORM 7210-ADD-ORPHAN
               END-IF
           END-IF.

       7210-ADD-ORPHAN.
           IF WS-ORPH-COUNT >= 200 THEN
               ADD 1 TO WS-ORPH-OVERFLOW-COUNT
           ELSE
               ADD 1 TO WS-ORPH-COUNT
               SET ORPH-IDX TO WS-ORPH-COUNT
               MOVE WS-SCAN-FILE     TO WS-ORPH-FILE (ORPH-IDX)
               MOVE WS-FIND-ID       TO WS-ORPH-ID (ORPH-IDX)
               MOVE WS-SCAN-SEVERITY TO WS-ORPH-SEVERITY (ORPH-IDX)
               MOVE 1                TO WS-ORPH-RECORDS (ORPH-IDX)
           END-IF.

       8100-WRITE-REPORT-HEADER.
           MOVE SPACES TO INTEG-RPT-LINE
           STRING "REFERENTIAL INTEGRITY SCAN   BUSINESS DATE: "
               WS-RUN-DATE
               DELIMITED BY SIZE INTO INTEG-RPT-LINE
           WRITE INTEG-RPT-LINE
           MOVE SPACES TO INTEG-RPT-LINE
           STRING "S  CHECK         FILE      COUNTER   FINDING"
               DELIMITED BY SIZE INTO INTEG-RPT-LINE
           WRITE INTEG-RPT-LINE.

       8000-WRITE-REPORT-TRAILER.
           IF WS-ORPH-OVERFLOW-COUNT > 0 THEN
               MOVE WS-ORPH-OVERFLOW-COUNT TO WS-RPT-COUNT-ED
               MOVE SPACES TO WS-FINDING
               MOVE "E"            TO WS-FND-SEVERITY
               MOVE "UNDEFINED ID" TO WS-FND-CHECK
               STRING "MORE THAN 200 UNDEFINED IDS - " WS-RPT-COUNT-ED
                   " FURTHER RECORDS NOT LISTED"
                   DELIMITED BY SIZE INTO WS-FND-TEXT
               PERFORM 7000-WRITE-FINDING
           END-IF
           IF WS-ERROR-COUNT = 0 AND WS-WARNING-COUNT = 0 THEN
               MOVE "NO FINDINGS - THE DATA STORES AGREE"
                   TO INTEG-RPT-LINE
               WRITE INTEG-RPT-LINE
           END-IF
           MOVE WS-CTR-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO INTEG-RPT-LINE
           STRING "COUNTERS ON THE MASTER: " WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO INTEG-RPT-LINE
           WRITE INTEG-RPT-LINE
           MOVE WS-RECORDS-SCANNED TO WS-RPT-COUNT-ED
           MOVE SPACES TO INTEG-RPT-LINE
           STRING "RECORDS SCANNED:        " WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO INTEG-RPT-LINE
           WRITE INTEG-RPT-LINE
           MOVE WS-ERROR-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO INTEG-RPT-LINE
           STRING "ERRORS:                 " WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO INTEG-RPT-LINE
           WRITE INTEG-RPT-LINE
           MOVE WS-WARNING-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO INTEG-RPT-LINE
           STRING "WARNINGS:               " WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO INTEG-RPT-LINE
           WRITE INTEG-RPT-LINE.

       8500-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-ERROR-COUNT > 0
                   DISPLAY "INTEGRITY ERRORS FOUND - RESOLVE THEM "
                       "BEFORE OVFLCNT OR PERCLOSE RUNS"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-WARNING-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
