       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPSSTAT.
      *****************************************************************
      *  OPSSTAT                                                      *
      *  Morning operations status - one page for the shift handover  *
      *  in place of opening every step's own report.  Built only     *
      *  from the data files the chain already leaves behind, read    *
      *  only, so it can be run at any hour and as often as wanted:   *
      *    FEEDS      each feed's disposition on TRNEDIT's edit       *
      *               extract (copybook EDTEXT);                      *
      *    OVFLCNT    the last run on OVFLCNT's run register          *
      *               (copybook RUNREG): its *TOTALS* record, return  *
      *               code and the feeds it applied;                  *
      *    CHNBAL     whether the chain balanced - CHNBAL's last end  *
      *               on the chain control file (copybook CHNCTL),    *
      *               where CHAINCTL records every step's return code *
      *               (0 is CHNBAL's balanced sign-off);              *
      *    INCIDENTS  every incident on the alert incident master     *
      *               (copybook INCREC) not yet closed, with its age; *
      *    BACKLOGS   the suspense file and the reject file, counted  *
      *               and aged from the date each record was held;    *
      *    COUNTERS   every active counter at or above its warning    *
      *               percent, or overflowed, on the latest           *
      *               checkpoint (last record per counter, as a       *
      *               restart reads it), against the limit and warn   *
      *               percent OVFLCNT would load for the date.        *
      *  Each section is rated GREEN, AMBER or RED with the reason,   *
      *  and the page ends with the overall status - the worst of     *
      *  the sections - for the shift lead to sign off or escalate:   *
      *    RED    a refused feed, OVFLCNT refused, over RC 8 or       *
      *           stopped mid run, CHNBAL not balanced or not ended,  *
      *           an escalated incident;                              *
      *    AMBER  a missing or unprocessed feed, OVFLCNT RC 4 or 8,   *
      *           no record of a step, an open incident, a backlog    *
      *           record older than WS-BACKLOG-AGE-DAYS, a counter    *
      *           over its warning percent - and anything stale: the  *
      *           edit extract, OVFLCNT's last posting run or         *
      *           CHNBAL's last run older than the latest business    *
      *           date on the chain control file, or that chain never *
      *           finished (no DATEADV end), so a night the chain did *
      *           not run cannot pass for a clean one;                *
      *    GREEN  nothing above.                                      *
      *  Ages are calendar days back from the business date on the    *
      *  date-control file (copybook DATECTL).                        *
      *  Report: ./data/opsstat.rpt.  Return code: 0 GREEN,           *
      *  4 AMBER, 8 RED, 16 the counter master could not be opened.   *
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

           SELECT OPTIONAL EDIT-EXT-FILE ASSIGN TO "./data/edtext.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.

           SELECT OPTIONAL RUN-REG-FILE ASSIGN TO "./data/ovflreg.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.

           SELECT OPTIONAL CHAIN-CTL-FILE
               ASSIGN TO "./data/chainctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.

           SELECT OPTIONAL INCIDENT-FILE
               ASSIGN TO "./data/alertinc.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.

           SELECT OPTIONAL SUSPENSE-FILE
               ASSIGN TO "./data/suspense.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.

           SELECT OPTIONAL REJECT-FILE ASSIGN TO "./data/transrej.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.

           SELECT OPTIONAL CHKPT-FILE ASSIGN TO "./data/chkpt.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.

           SELECT OPS-RPT-FILE ASSIGN TO "./data/opsstat.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CTRDEF-FILE.
       COPY CTRDEF.

       FD  DATE-CTL-FILE
           RECORDING MODE IS F.
       COPY DATECTL.

       FD  EDIT-EXT-FILE
           RECORDING MODE IS F.
       COPY EDTEXT.

       FD  RUN-REG-FILE
           RECORDING MODE IS F.
       COPY RUNREG.

       FD  CHAIN-CTL-FILE
           RECORDING MODE IS F.
       COPY CHNCTL.

       FD  INCIDENT-FILE
           RECORDING MODE IS F.
       COPY INCREC.

       FD  SUSPENSE-FILE
           RECORDING MODE IS F.
       COPY SUSPREC.

       FD  REJECT-FILE
           RECORDING MODE IS F.
       COPY REJREC.

       FD  CHKPT-FILE
           RECORDING MODE IS F.
       COPY CHKREC.

       FD  OPS-RPT-FILE
           RECORDING MODE IS F.
       01  OPS-RPT-LINE                PIC X(110).

       WORKING-STORAGE SECTION.
       COPY CTRTBL.

      *  The report's sections, in page order, and how each one
      *  rates: level 0 GREEN, 1 AMBER, 2 RED, with the reason for
      *  the worst finding in it.
       01  WS-SECTION-DEFS.
           05  FILLER                  PIC X(10) VALUE "FEEDS".
           05  FILLER                  PIC X(10) VALUE "OVFLCNT".
           05  FILLER                  PIC X(10) VALUE "CHNBAL".
           05  FILLER                  PIC X(10) VALUE "INCIDENTS".
           05  FILLER                  PIC X(10) VALUE "BACKLOGS".
           05  FILLER                  PIC X(10) VALUE "COUNTERS".
       01  WS-SECTION-DEF-TABLE REDEFINES WS-SECTION-DEFS.
           05  WS-SEC-NAME OCCURS 6 TIMES PIC X(10).
       01  WS-SECTION-STATE-TABLE.
           05  WS-SEC-STATE OCCURS 6 TIMES.
               10  WS-SEC-LEVEL            PIC 9.
               10  WS-SEC-REASON           PIC X(60).
       01  WS-SEC-MAX                  PIC 9 COMP VALUE 6.
       01  WS-SEC-SUB                  PIC 9 COMP.
       01  WS-SEC-FEEDS                PIC 9 COMP VALUE 1.
       01  WS-SEC-OVFLCNT              PIC 9 COMP VALUE 2.
       01  WS-SEC-CHNBAL               PIC 9 COMP VALUE 3.
       01  WS-SEC-INCIDENTS            PIC 9 COMP VALUE 4.
       01  WS-SEC-BACKLOGS             PIC 9 COMP VALUE 5.
       01  WS-SEC-COUNTERS             PIC 9 COMP VALUE 6.

       01  WS-LEVEL-WORDS.
           05  FILLER                  PIC X(5) VALUE "GREEN".
           05  FILLER                  PIC X(5) VALUE "AMBER".
           05  FILLER                  PIC X(5) VALUE "RED".
       01  WS-LEVEL-WORD-TABLE REDEFINES WS-LEVEL-WORDS.
           05  WS-LEVEL-WORD OCCURS 3 TIMES PIC X(5).

      *  A finding for 7000: the level it raises its section to and
      *  why.
       01  WS-RAISE-LEVEL              PIC 9.
       01  WS-RAISE-REASON             PIC X(60).
       01  WS-OVERALL-LEVEL            PIC 9 VALUE 0.

      *  Backlog records held longer than this many days turn the
      *  section AMBER.
       01  WS-BACKLOG-AGE-DAYS         PIC 9(3) VALUE 5.

      *  Backlog ageing bands: up to 1 day, 2-5, 6-30, over 30.
       01  WS-BAND-LIMITS.
           05  FILLER                  PIC 9(5) VALUE 1.
           05  FILLER                  PIC 9(5) VALUE 5.
           05  FILLER                  PIC 9(5) VALUE 30.
           05  FILLER                  PIC 9(5) VALUE 99999.
       01  WS-BAND-LIMIT-TABLE REDEFINES WS-BAND-LIMITS.
           05  WS-BAND-LIMIT OCCURS 4 TIMES PIC 9(5).
       01  WS-BAND-TABLE.
           05  WS-BAND-COUNT OCCURS 4 TIMES PIC 9(7).
       01  WS-BAND-SUB                 PIC 9 COMP.

       01  WS-CTRDEF-STATUS            PIC XX.
           88  WS-CTRDEF-OK                  VALUE "00".
           88  WS-CTRDEF-NOT-FOUND           VALUE "10" "23" "35".

       01  WS-DATECTL-STATUS           PIC XX.
           88  WS-DATECTL-OK                VALUE "00".
       01  WS-DATECTL-EOF-FLAG         PIC X VALUE "N".
           88  WS-END-OF-DATECTL            VALUE "Y".
       01  WS-BUS-DATE-FLAG            PIC X VALUE "N".
           88  WS-BUSINESS-DATE-SET         VALUE "Y".
       01  WS-PERIOD-END-FLAG          PIC X VALUE "N".
           88  WS-PERIOD-END                VALUE "Y".

       01  WS-INPUT-STATUS             PIC XX.
           88  WS-INPUT-OK                  VALUE "00".
       01  WS-INPUT-EOF-FLAG           PIC X VALUE "N".
           88  WS-END-OF-INPUT              VALUE "Y".

       01  WS-RUN-DATE                 PIC X(8).
       01  WS-SYSTEM-DATE              PIC X(8).
       01  WS-SYSTEM-TIME              PIC X(8).

      *  Ages: WS-AGE-DATE in, WS-AGE-DAYS out (zero for a date that
      *  is blank, not numeric or after the business date).
       01  WS-AGE-DATE                 PIC X(8).
       01  WS-AGE-DAYS                 PIC 9(5).
       01  WS-AGE-WORK                 PIC S9(9) COMP.
       01  WS-OLDEST-DAYS              PIC 9(5).

      *  FEEDS.
       01  WS-FEED-COUNT               PIC 9(3) VALUE 0.
       01  WS-DISP-WORD                PIC X(13).

      *  OVFLCNT - the last *TOTALS* record, then its run's feeds.
      *  A refused run ("R") posts nothing, so only an applied or
      *  overridden run's date says OVFLCNT has caught up.
       01  WS-RG-SEEN-FLAG             PIC X VALUE "N".
           88  WS-RG-SEEN                   VALUE "Y".
       01  WS-RG-LAST-RUN-DATE         PIC X(8).
       01  WS-RG-LAST-RUN-ID           PIC X(8).
       01  WS-RG-LAST-RECORDS          PIC 9(7).
       01  WS-RG-LAST-RC               PIC 9(2).
       01  WS-RG-LAST-DISPOSITION      PIC X.
           88  WS-RG-LAST-REFUSED           VALUE "R".
       01  WS-RG-POSTED-RUN-DATE       PIC X(8) VALUE SPACES.
       01  WS-LAST-EDIT-DATE           PIC X(8) VALUE SPACES.

      *  CHNBAL - its last line on the chain control file.
       01  WS-CB-SEEN-FLAG             PIC X VALUE "N".
           88  WS-CB-SEEN                   VALUE "Y".
       01  WS-CB-BUSINESS-DATE         PIC X(8).
       01  WS-CB-STATUS                PIC X.
           88  WS-CB-ENDED                  VALUE "E".
       01  WS-CB-RC                    PIC 9(4).
       01  WS-CB-END-STAMP             PIC X(17).

      *  The chain - the latest business date on the chain control
      *  file, which everything else must be as new as, and the last
      *  DATEADV line, which ends a chain.
       01  WS-CHAIN-DATE               PIC X(8) VALUE SPACES.
       01  WS-DA-BUSINESS-DATE         PIC X(8) VALUE SPACES.
       01  WS-DA-STATUS                PIC X VALUE SPACE.
           88  WS-DA-ENDED                  VALUE "E".

      *  INCIDENTS.
       01  WS-INC-OPEN-COUNT           PIC 9(5) VALUE 0.
       01  WS-INC-ACK-COUNT            PIC 9(5) VALUE 0.
       01  WS-INC-ESC-COUNT            PIC 9(5) VALUE 0.
       01  WS-INC-STATUS-WORD          PIC X(12).

      *  BACKLOGS.
       01  WS-SUSP-COUNT               PIC 9(7) VALUE 0.
       01  WS-SUSP-HELD-COUNT          PIC 9(7) VALUE 0.
       01  WS-SUSP-UNKNOWN-COUNT       PIC 9(7) VALUE 0.
       01  WS-REJ-COUNT                PIC 9(7) VALUE 0.
       01  WS-REJ-MAX-RECYCLES         PIC 9(3) VALUE 0.
       01  WS-BACKLOG-NAME             PIC X(10).
       01  WS-BACKLOG-COUNT            PIC 9(7).

      *  COUNTERS.
       01  WS-CK-CLEAN-FLAG            PIC X VALUE "N".
           88  WS-CK-CLEAN                  VALUE "Y".
       01  WS-CK-SEEN-FLAG             PIC X VALUE "N".
           88  WS-CK-SEEN                   VALUE "Y".
       01  WS-CK-RUN-ID-NOTE           PIC X(8).
       01  WS-WARN-LEVEL               PIC 9(12).
       01  WS-USED-PCT                 PIC 9(5).
       01  WS-CTR-OVER-COUNT           PIC 9(5) VALUE 0.
       01  WS-CTR-WARN-COUNT           PIC 9(5) VALUE 0.

       01  WS-RPT-COUNT-ED             PIC ZZZZZZ9.
       01  WS-RPT-COUNT2-ED            PIC ZZZZZZ9.
       01  WS-RPT-COUNT3-ED            PIC ZZZZZZ9.
       01  WS-RPT-COUNT4-ED            PIC ZZZZZZ9.
       01  WS-RPT-DAYS-ED              PIC ZZZZ9.
       01  WS-RPT-AMOUNT-ED            PIC ZZZZZZZZZZZ9.
       01  WS-RPT-VALUE-ED             PIC ZZZZZZZZ9.
       01  WS-RPT-LIMIT-ED             PIC ZZZZZZZZ9.
       01  WS-RPT-PCT-ED               PIC ZZZZ9.
       01  WS-RPT-WARN-ED              PIC ZZ9.
       01  WS-RPT-RC-ED                PIC Z9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-FEED-SECTION
           PERFORM 3000-OVFLCNT-SECTION
           PERFORM 4000-CHNBAL-SECTION
           PERFORM 5000-INCIDENT-SECTION
           PERFORM 6000-BACKLOG-SECTION
           PERFORM 6500-COUNTER-SECTION
           PERFORM 8000-WRITE-STATUS-SUMMARY
           PERFORM 8500-SET-RETURN-CODE
           CLOSE OPS-RPT-FILE
           DISPLAY "OPERATIONS STATUS "
               WS-LEVEL-WORD (WS-OVERALL-LEVEL + 1)
               " - REPORT WRITTEN TO ./data/opsstat.rpt"
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
           ACCEPT WS-SYSTEM-TIME FROM TIME
           MOVE WS-SYSTEM-DATE TO WS-RUN-DATE
           PERFORM 1010-READ-BUSINESS-DATE
           PERFORM 1050-LOAD-COUNTER-DEFS
           PERFORM 1200-READ-CHAIN-CONTROL
           PERFORM 1100-CLEAR-SECTION
               VARYING WS-SEC-SUB FROM 1 BY 1
               UNTIL WS-SEC-SUB > WS-SEC-MAX
           OPEN OUTPUT OPS-RPT-FILE
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
                       IF DC-PERIOD-END THEN
                           MOVE "Y" TO WS-PERIOD-END-FLAG
                       END-IF
                       SET WS-END-OF-DATECTL TO TRUE
                   END-IF
           END-READ.

      *  Active counters only, with the limit and warn percent
      *  OVFLCNT would load for the business date - a scheduled
      *  change that has reached its effective date counts.
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
           ADD 1 TO WS-CTR-COUNT
           SET CTR-IDX TO WS-CTR-COUNT
           MOVE CD-COUNTER-ID   TO WS-CTR-ID (CTR-IDX)
           MOVE CD-COUNTER-NAME TO WS-CTR-NAME (CTR-IDX)
           MOVE CD-LIMIT        TO WS-CTR-LIMIT (CTR-IDX)
           MOVE 0               TO WS-CTR-VALUE (CTR-IDX)
           MOVE 0               TO WS-CTR-EXCESS (CTR-IDX)
           MOVE "N"             TO WS-CTR-OVERFLOW-FLAG (CTR-IDX)
           IF CD-WARN-PCT NUMERIC THEN
               MOVE CD-WARN-PCT TO WS-CTR-WARN-PCT (CTR-IDX)
           ELSE
               MOVE 0 TO WS-CTR-WARN-PCT (CTR-IDX)
           END-IF
           IF CD-EFF-DATE NUMERIC
                   AND WS-RUN-DATE >= CD-EFF-DATE
               IF CD-PENDING-LIMIT > 0 THEN
                   MOVE CD-PENDING-LIMIT TO WS-CTR-LIMIT (CTR-IDX)
               END-IF
               IF CD-PENDING-WARN-PCT NUMERIC
                       AND CD-PENDING-WARN-PCT > 0
                   MOVE CD-PENDING-WARN-PCT
                       TO WS-CTR-WARN-PCT (CTR-IDX)
               END-IF
           END-IF.

       1100-CLEAR-SECTION.
           MOVE 0      TO WS-SEC-LEVEL (WS-SEC-SUB)
           MOVE SPACES TO WS-SEC-REASON (WS-SEC-SUB).

      *  Read up front - the chain date is what every section's
      *  evidence is checked against.
       1200-READ-CHAIN-CONTROL.
           MOVE "N" TO WS-INPUT-EOF-FLAG
           OPEN INPUT CHAIN-CTL-FILE
           IF NOT WS-INPUT-OK THEN
               SET WS-END-OF-INPUT TO TRUE
           END-IF
           PERFORM 1210-READ-CHAIN-CONTROL-REC
               UNTIL WS-END-OF-INPUT
           CLOSE CHAIN-CTL-FILE.

      *  The file is in time order and the last line for a step wins.
       1210-READ-CHAIN-CONTROL-REC.
           READ CHAIN-CTL-FILE
               AT END
                   SET WS-END-OF-INPUT TO TRUE
               NOT AT END
                   IF CC-BUSINESS-DATE NUMERIC
                           AND CC-BUSINESS-DATE > WS-CHAIN-DATE
                       MOVE CC-BUSINESS-DATE TO WS-CHAIN-DATE
                   END-IF
                   IF CC-STEP-NAME = "DATEADV"
                           AND CC-BUSINESS-DATE
                           NOT < WS-DA-BUSINESS-DATE
                       MOVE CC-BUSINESS-DATE TO WS-DA-BUSINESS-DATE
                       MOVE CC-STEP-STATUS   TO WS-DA-STATUS
                   END-IF
                   IF CC-STEP-NAME = "CHNBAL" THEN
                       MOVE "Y"              TO WS-CB-SEEN-FLAG
                       MOVE CC-BUSINESS-DATE TO WS-CB-BUSINESS-DATE
                       MOVE CC-STEP-STATUS   TO WS-CB-STATUS
                       MOVE 0 TO WS-CB-RC
                       IF CC-RETURN-CODE NUMERIC THEN
                           MOVE CC-RETURN-CODE TO WS-CB-RC
                       END-IF
                       MOVE SPACES TO WS-CB-END-STAMP
                       STRING CC-END-DATE " " CC-END-TIME
                           DELIMITED BY SIZE INTO WS-CB-END-STAMP
                   END-IF
           END-READ.

      *****************************************************************
      *  FEEDS - one line per feed slot on the edit extract.          *
      *****************************************************************
       2000-FEED-SECTION.
           MOVE WS-SEC-FEEDS TO WS-SEC-SUB
           PERFORM 8200-WRITE-SECTION-HEADING
           MOVE "N" TO WS-INPUT-EOF-FLAG
           OPEN INPUT EDIT-EXT-FILE
           IF NOT WS-INPUT-OK THEN
               SET WS-END-OF-INPUT TO TRUE
           END-IF
           PERFORM 2010-READ-EDIT-EXTRACT
               UNTIL WS-END-OF-INPUT
           CLOSE EDIT-EXT-FILE
           IF WS-FEED-COUNT = 0 THEN
               MOVE "  NO EDIT EXTRACT ON FILE - TRNEDIT HAS NOT RUN"
                   TO OPS-RPT-LINE
               WRITE OPS-RPT-LINE
               MOVE 1 TO WS-RAISE-LEVEL
               MOVE "NO EDIT EXTRACT - TRNEDIT HAS NOT RUN"
                   TO WS-RAISE-REASON
               PERFORM 7000-RAISE-STATUS
           END-IF
           IF WS-FEED-COUNT > 0
                   AND WS-LAST-EDIT-DATE < WS-CHAIN-DATE
               MOVE SPACES TO OPS-RPT-LINE
               STRING "  EDIT EXTRACT IS FOR " WS-LAST-EDIT-DATE
                   " - TRNEDIT DID NOT RUN FOR THE CHAIN OF "
                   WS-CHAIN-DATE
                   DELIMITED BY SIZE INTO OPS-RPT-LINE
               WRITE OPS-RPT-LINE
               MOVE 1 TO WS-RAISE-LEVEL
               MOVE "EDIT EXTRACT IS OLDER THAN THE LATEST CHAIN"
                   TO WS-RAISE-REASON
               PERFORM 7000-RAISE-STATUS
           END-IF
           PERFORM 8300-WRITE-SECTION-RESULT.

       2010-READ-EDIT-EXTRACT.
           READ EDIT-EXT-FILE
               AT END
                   SET WS-END-OF-INPUT TO TRUE
               NOT AT END
                   ADD 1 TO WS-FEED-COUNT
                   MOVE ET-RUN-DATE TO WS-LAST-EDIT-DATE
                   PERFORM 2020-REPORT-FEED
           END-READ.

       2020-REPORT-FEED.
           MOVE 0 TO WS-RAISE-LEVEL
           EVALUATE TRUE
               WHEN ET-FEED-ACCEPTED
                   MOVE "ACCEPTED"      TO WS-DISP-WORD
               WHEN ET-FEED-REFUSED
                   MOVE "REFUSED"       TO WS-DISP-WORD
                   MOVE 2 TO WS-RAISE-LEVEL
                   MOVE SPACES TO WS-RAISE-REASON
                   STRING "FEED " ET-FEED-ID " REFUSED - REDELIVERY "
                       "NEEDED"
                       DELIMITED BY SIZE INTO WS-RAISE-REASON
               WHEN ET-FEED-MISSING
                   MOVE "MISSING"       TO WS-DISP-WORD
                   MOVE 1 TO WS-RAISE-LEVEL
                   MOVE SPACES TO WS-RAISE-REASON
                   STRING "FEED " ET-FEED-ID " MISSING"
                       DELIMITED BY SIZE INTO WS-RAISE-REASON
               WHEN OTHER
                   MOVE "NOT PROCESSED" TO WS-DISP-WORD
                   MOVE 1 TO WS-RAISE-LEVEL
                   MOVE SPACES TO WS-RAISE-REASON
                   STRING "FEED " ET-FEED-ID " NOT PROCESSED"
                       DELIMITED BY SIZE INTO WS-RAISE-REASON
           END-EVALUATE
           IF WS-RAISE-LEVEL > 0 THEN
               PERFORM 7000-RAISE-STATUS
           END-IF
           MOVE 0 TO WS-RPT-COUNT-ED
           MOVE 0 TO WS-RPT-AMOUNT-ED
           IF ET-ACCEPT-COUNT NUMERIC THEN
               MOVE ET-ACCEPT-COUNT TO WS-RPT-COUNT-ED
           END-IF
           IF ET-ACCEPT-AMOUNT NUMERIC THEN
               MOVE ET-ACCEPT-AMOUNT TO WS-RPT-AMOUNT-ED
           END-IF
           MOVE SPACES TO OPS-RPT-LINE
           STRING "  FEED " ET-FEED-ID "  CREATED " ET-CREATE-DATE
               "  EDITED " ET-RUN-DATE "  " WS-DISP-WORD
               "  RECORDS " WS-RPT-COUNT-ED
               "  AMOUNT " WS-RPT-AMOUNT-ED
               DELIMITED BY SIZE INTO OPS-RPT-LINE
           WRITE OPS-RPT-LINE.

      *****************************************************************
      *  OVFLCNT - the last run on the run register.                  *
      *****************************************************************
       3000-OVFLCNT-SECTION.
           MOVE WS-SEC-OVFLCNT TO WS-SEC-SUB
           PERFORM 8200-WRITE-SECTION-HEADING
           MOVE "N" TO WS-INPUT-EOF-FLAG
           OPEN INPUT RUN-REG-FILE
           IF NOT WS-INPUT-OK THEN
               SET WS-END-OF-INPUT TO TRUE
           END-IF
           PERFORM 3010-FIND-LAST-RUN
               UNTIL WS-END-OF-INPUT
           CLOSE RUN-REG-FILE
           IF NOT WS-RG-SEEN THEN
               MOVE "  NO COMPLETED RUN ON ./data/ovflreg.dat"
                   TO OPS-RPT-LINE
               WRITE OPS-RPT-LINE
               MOVE 1 TO WS-RAISE-LEVEL
               MOVE "NO COMPLETED OVFLCNT RUN ON THE RUN REGISTER"
                   TO WS-RAISE-REASON
               PERFORM 7000-RAISE-STATUS
           ELSE
               PERFORM 3100-REPORT-LAST-RUN
           END-IF
           PERFORM 3200-CHECK-RUN-IN-FLIGHT
           PERFORM 8300-WRITE-SECTION-RESULT.

       3010-FIND-LAST-RUN.
           READ RUN-REG-FILE
               AT END
                   SET WS-END-OF-INPUT TO TRUE
               NOT AT END
                   IF RG-FEED-ID = "*TOTALS*" THEN
                       MOVE "Y"                TO WS-RG-SEEN-FLAG
                       MOVE RG-RUN-DATE        TO WS-RG-LAST-RUN-DATE
                       MOVE RG-RUN-ID          TO WS-RG-LAST-RUN-ID
                       MOVE RG-RECORDS-APPLIED TO WS-RG-LAST-RECORDS
                       MOVE RG-RETURN-CODE     TO WS-RG-LAST-RC
                       MOVE RG-DISPOSITION
                           TO WS-RG-LAST-DISPOSITION
                       IF RG-APPLIED OR RG-OVERRIDDEN THEN
                           MOVE RG-RUN-DATE TO WS-RG-POSTED-RUN-DATE
                       END-IF
                   END-IF
           END-READ.

       3100-REPORT-LAST-RUN.
           MOVE WS-RG-LAST-RECORDS TO WS-RPT-COUNT-ED
           MOVE WS-RG-LAST-RC      TO WS-RPT-RC-ED
           MOVE SPACES TO OPS-RPT-LINE
           STRING "  LAST RUN " WS-RG-LAST-RUN-DATE
               "  RUN ID " WS-RG-LAST-RUN-ID
               "  RECORDS APPLIED " WS-RPT-COUNT-ED
               "  RETURN CODE " WS-RPT-RC-ED
               DELIMITED BY SIZE INTO OPS-RPT-LINE
           WRITE OPS-RPT-LINE
           IF WS-RG-LAST-DISPOSITION = "O" THEN
               MOVE "  RUN WENT THROUGH ON AN OPERATOR OVERRIDE CARD"
                   TO OPS-RPT-LINE
               WRITE OPS-RPT-LINE
           END-IF
           MOVE "N" TO WS-INPUT-EOF-FLAG
           OPEN INPUT RUN-REG-FILE
           IF NOT WS-INPUT-OK THEN
               SET WS-END-OF-INPUT TO TRUE
           END-IF
           PERFORM 3110-REPORT-RUN-FEED
               UNTIL WS-END-OF-INPUT
           CLOSE RUN-REG-FILE
           EVALUATE TRUE
               WHEN WS-RG-LAST-REFUSED
                   MOVE "  RUN REFUSED - NOTHING APPLIED"
                       TO OPS-RPT-LINE
                   WRITE OPS-RPT-LINE
                   MOVE 2 TO WS-RAISE-LEVEL
                   MOVE "LAST OVFLCNT RUN REFUSED - NOTHING APPLIED"
                       TO WS-RAISE-REASON
                   PERFORM 7000-RAISE-STATUS
               WHEN WS-RG-LAST-RC > 8
                   MOVE 2 TO WS-RAISE-LEVEL
                   MOVE SPACES TO WS-RAISE-REASON
                   STRING "LAST OVFLCNT RUN ENDED RC " WS-RPT-RC-ED
                       DELIMITED BY SIZE INTO WS-RAISE-REASON
                   PERFORM 7000-RAISE-STATUS
               WHEN WS-RG-LAST-RC > 0
                   MOVE 1 TO WS-RAISE-LEVEL
                   MOVE SPACES TO WS-RAISE-REASON
                   STRING "LAST OVFLCNT RUN ENDED RC " WS-RPT-RC-ED
                       " - SEE SUMRPT/ALERTRPT"
                       DELIMITED BY SIZE INTO WS-RAISE-REASON
                   PERFORM 7000-RAISE-STATUS
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-LAST-EDIT-DATE NOT = SPACES
                       AND WS-RG-POSTED-RUN-DATE < WS-LAST-EDIT-DATE
                   MOVE "  OVFLCNT NOT COMPLETED SINCE THE LAST EDIT"
                       TO OPS-RPT-LINE
                   WRITE OPS-RPT-LINE
                   MOVE 1 TO WS-RAISE-LEVEL
                   MOVE "OVFLCNT HAS NOT COMPLETED SINCE THE LAST EDIT"
                       TO WS-RAISE-REASON
                   PERFORM 7000-RAISE-STATUS
               WHEN WS-RG-POSTED-RUN-DATE < WS-CHAIN-DATE
                   MOVE SPACES TO OPS-RPT-LINE
                   STRING "  LAST POSTING RUN IS FOR "
                       WS-RG-POSTED-RUN-DATE
                       " - OVFLCNT DID NOT COMPLETE FOR THE CHAIN OF "
                       WS-CHAIN-DATE
                       DELIMITED BY SIZE INTO OPS-RPT-LINE
                   WRITE OPS-RPT-LINE
                   MOVE 1 TO WS-RAISE-LEVEL
                   MOVE "OVFLCNT HAS NOT COMPLETED FOR THE LATEST CHAIN"
                       TO WS-RAISE-REASON
                   PERFORM 7000-RAISE-STATUS
           END-EVALUATE.

       3110-REPORT-RUN-FEED.
           READ RUN-REG-FILE
               AT END
                   SET WS-END-OF-INPUT TO TRUE
               NOT AT END
                   IF RG-RUN-ID = WS-RG-LAST-RUN-ID
                           AND RG-RUN-DATE = WS-RG-LAST-RUN-DATE
                           AND RG-FEED-ID NOT = "*TOTALS*"
                       EVALUATE TRUE
                           WHEN RG-APPLIED
                               MOVE "APPLIED"     TO WS-DISP-WORD
                           WHEN RG-OVERRIDDEN
                               MOVE "OVERRIDDEN"  TO WS-DISP-WORD
                           WHEN RG-REFUSED
                               MOVE "REFUSED"     TO WS-DISP-WORD
                           WHEN RG-BACKED-OUT
                               MOVE "BACKED OUT"  TO WS-DISP-WORD
                           WHEN OTHER
                               MOVE RG-DISPOSITION TO WS-DISP-WORD
                       END-EVALUATE
                       MOVE RG-RECORDS-APPLIED TO WS-RPT-COUNT-ED
                       MOVE SPACES TO OPS-RPT-LINE
                       STRING "    FEED " RG-FEED-ID
                           "  CREATED " RG-CREATE-DATE
                           "  " WS-DISP-WORD
                           "  RECORDS " WS-RPT-COUNT-ED
                           DELIMITED BY SIZE INTO OPS-RPT-LINE
                       WRITE OPS-RPT-LINE
                   END-IF
           END-READ.

      *  A checkpoint log whose last record is not a clean finish is
      *  a run that stopped part way - the restart has to be made
      *  before anything else.  Read here, and the per-counter state
      *  kept for the COUNTERS section.
       3200-CHECK-RUN-IN-FLIGHT.
           MOVE "N" TO WS-INPUT-EOF-FLAG
           OPEN INPUT CHKPT-FILE
           IF NOT WS-INPUT-OK THEN
               SET WS-END-OF-INPUT TO TRUE
           END-IF
           PERFORM 3210-READ-CHECKPOINT
               UNTIL WS-END-OF-INPUT
           CLOSE CHKPT-FILE
           IF WS-CK-SEEN AND NOT WS-CK-CLEAN THEN
               MOVE "  LAST CHECKPOINT IS NOT A CLEAN FINISH - RESTART"
                   TO OPS-RPT-LINE
               WRITE OPS-RPT-LINE
               MOVE 2 TO WS-RAISE-LEVEL
               MOVE "OVFLCNT STOPPED PART WAY - RESTART NEEDED"
                   TO WS-RAISE-REASON
               PERFORM 7000-RAISE-STATUS
           END-IF.

       3210-READ-CHECKPOINT.
           READ CHKPT-FILE
               AT END
                   SET WS-END-OF-INPUT TO TRUE
               NOT AT END
                   MOVE "Y" TO WS-CK-SEEN-FLAG
                   MOVE "N" TO WS-CK-CLEAN-FLAG
                   IF CK-RUN-COMPLETE-FLAG = "Y" THEN
                       MOVE "Y" TO WS-CK-CLEAN-FLAG
                   END-IF
                   IF WS-CTR-COUNT > 0 THEN
                       SEARCH ALL WS-CTR-ENTRY
                           WHEN WS-CTR-ID (CTR-IDX) = CK-COUNTER-ID
                               PERFORM 3220-TAKE-CHECKPOINT-REC
                       END-SEARCH
                   END-IF
           END-READ.

       3220-TAKE-CHECKPOINT-REC.
           IF CK-VALUE NUMERIC THEN
               MOVE CK-VALUE TO WS-CTR-VALUE (CTR-IDX)
           ELSE
               MOVE 0 TO WS-CTR-VALUE (CTR-IDX)
           END-IF
           IF CK-EXCESS NUMERIC THEN
               MOVE CK-EXCESS TO WS-CTR-EXCESS (CTR-IDX)
           ELSE
               MOVE 0 TO WS-CTR-EXCESS (CTR-IDX)
           END-IF
           MOVE "N" TO WS-CTR-OVERFLOW-FLAG (CTR-IDX)
           IF CK-OVERFLOW-FLAG = "Y" THEN
               MOVE "Y" TO WS-CTR-OVERFLOW-FLAG (CTR-IDX)
           END-IF.

      *****************************************************************
      *  CHNBAL - its last start or end on the chain control file.    *
      *****************************************************************
       4000-CHNBAL-SECTION.
           MOVE WS-SEC-CHNBAL TO WS-SEC-SUB
           PERFORM 8200-WRITE-SECTION-HEADING
           MOVE SPACES TO OPS-RPT-LINE
           MOVE WS-CB-RC TO WS-RPT-RC-ED
           EVALUATE TRUE
               WHEN NOT WS-CB-SEEN
                   MOVE "  NO CHNBAL STEP ON THE CHAIN CONTROL FILE"
                       TO OPS-RPT-LINE
                   MOVE 1 TO WS-RAISE-LEVEL
                   MOVE "NO RECORD OF CHNBAL ON THE CHAIN CONTROL FILE"
                       TO WS-RAISE-REASON
               WHEN NOT WS-CB-ENDED
                   STRING "  CHNBAL FOR BUSINESS DATE "
                       WS-CB-BUSINESS-DATE
                       " STARTED BUT NEVER ENDED - ABENDED OR RUNNING"
                       DELIMITED BY SIZE INTO OPS-RPT-LINE
                   MOVE 2 TO WS-RAISE-LEVEL
                   MOVE "CHNBAL STARTED BUT NEVER ENDED"
                       TO WS-RAISE-REASON
               WHEN WS-CB-RC = 0
                   STRING "  CHAIN BALANCED - CHNBAL FOR BUSINESS DATE "
                       WS-CB-BUSINESS-DATE " ENDED RC 0 AT "
                       WS-CB-END-STAMP
                       DELIMITED BY SIZE INTO OPS-RPT-LINE
                   MOVE 0 TO WS-RAISE-LEVEL
               WHEN OTHER
                   STRING "  CHAIN NOT BALANCED - CHNBAL FOR BUSINESS "
                       "DATE " WS-CB-BUSINESS-DATE " ENDED RC "
                       WS-RPT-RC-ED " - SEE ./data/balrpt.rpt"
                       DELIMITED BY SIZE INTO OPS-RPT-LINE
                   MOVE 2 TO WS-RAISE-LEVEL
                   MOVE "CHAIN DID NOT BALANCE - SEE BALRPT"
                       TO WS-RAISE-REASON
           END-EVALUATE
           WRITE OPS-RPT-LINE
           IF WS-RAISE-LEVEL > 0 THEN
               PERFORM 7000-RAISE-STATUS
           END-IF
           IF WS-CB-SEEN AND WS-CB-BUSINESS-DATE < WS-CHAIN-DATE
               MOVE SPACES TO OPS-RPT-LINE
               STRING "  CHNBAL LAST RAN FOR " WS-CB-BUSINESS-DATE
                   " - NOT RUN FOR THE CHAIN OF " WS-CHAIN-DATE
                   DELIMITED BY SIZE INTO OPS-RPT-LINE
               WRITE OPS-RPT-LINE
               MOVE 1 TO WS-RAISE-LEVEL
               MOVE "CHNBAL NOT RUN FOR THE LATEST CHAIN"
                   TO WS-RAISE-REASON
               PERFORM 7000-RAISE-STATUS
           END-IF
           PERFORM 4010-CHECK-CHAIN-FINISHED
           PERFORM 8300-WRITE-SECTION-RESULT.

      *  DATEADV is the chain's last step - without its end the
      *  chain for the latest date never finished.
       4010-CHECK-CHAIN-FINISHED.
           IF WS-CHAIN-DATE NOT = SPACES THEN
               MOVE SPACES TO OPS-RPT-LINE
               IF WS-DA-BUSINESS-DATE = WS-CHAIN-DATE
                       AND WS-DA-ENDED
                   STRING "  CHAIN FOR BUSINESS DATE " WS-CHAIN-DATE
                       " FINISHED - DATEADV ENDED"
                       DELIMITED BY SIZE INTO OPS-RPT-LINE
                   WRITE OPS-RPT-LINE
               ELSE
                   STRING "  CHAIN FOR BUSINESS DATE " WS-CHAIN-DATE
                       " NEVER FINISHED - NO DATEADV END - SEE "
                       "CHAINCTL STATUS"
                       DELIMITED BY SIZE INTO OPS-RPT-LINE
                   WRITE OPS-RPT-LINE
                   MOVE 1 TO WS-RAISE-LEVEL
                   MOVE "CHAIN FOR THE LATEST DATE NEVER FINISHED"
                       TO WS-RAISE-REASON
                   PERFORM 7000-RAISE-STATUS
               END-IF
           END-IF.

      *****************************************************************
      *  INCIDENTS - everything on the master not yet closed.         *
      *****************************************************************
       5000-INCIDENT-SECTION.
           MOVE WS-SEC-INCIDENTS TO WS-SEC-SUB
           PERFORM 8200-WRITE-SECTION-HEADING
           MOVE "N" TO WS-INPUT-EOF-FLAG
           OPEN INPUT INCIDENT-FILE
           IF NOT WS-INPUT-OK THEN
               SET WS-END-OF-INPUT TO TRUE
           END-IF
           PERFORM 5010-READ-INCIDENT
               UNTIL WS-END-OF-INPUT
           CLOSE INCIDENT-FILE
           MOVE WS-INC-ESC-COUNT  TO WS-RPT-COUNT-ED
           MOVE WS-INC-OPEN-COUNT TO WS-RPT-COUNT2-ED
           MOVE WS-INC-ACK-COUNT  TO WS-RPT-COUNT3-ED
           MOVE SPACES TO OPS-RPT-LINE
           STRING "  ESCALATED " WS-RPT-COUNT-ED
               "  OPEN " WS-RPT-COUNT2-ED
               "  ACKNOWLEDGED " WS-RPT-COUNT3-ED
               DELIMITED BY SIZE INTO OPS-RPT-LINE
           WRITE OPS-RPT-LINE
           IF WS-INC-ESC-COUNT > 0 THEN
               MOVE 2 TO WS-RAISE-LEVEL
               MOVE "ESCALATED INCIDENTS ON THE MASTER - SEE ALERTRPT"
                   TO WS-RAISE-REASON
               PERFORM 7000-RAISE-STATUS
           END-IF
           IF WS-INC-OPEN-COUNT > 0 THEN
               MOVE 1 TO WS-RAISE-LEVEL
               MOVE "INCIDENTS OPEN AND NOT YET ACKNOWLEDGED"
                   TO WS-RAISE-REASON
               PERFORM 7000-RAISE-STATUS
           END-IF
           PERFORM 8300-WRITE-SECTION-RESULT.

       5010-READ-INCIDENT.
           READ INCIDENT-FILE
               AT END
                   SET WS-END-OF-INPUT TO TRUE
               NOT AT END
                   IF NOT IN-CLOSED THEN
                       PERFORM 5020-REPORT-INCIDENT
                   END-IF
           END-READ.

       5020-REPORT-INCIDENT.
           EVALUATE TRUE
               WHEN IN-ESCALATED
                   ADD 1 TO WS-INC-ESC-COUNT
                   MOVE "ESCALATED"    TO WS-INC-STATUS-WORD
               WHEN IN-ACKNOWLEDGED
                   ADD 1 TO WS-INC-ACK-COUNT
                   MOVE "ACKNOWLEDGED" TO WS-INC-STATUS-WORD
               WHEN OTHER
                   ADD 1 TO WS-INC-OPEN-COUNT
                   MOVE "OPEN"         TO WS-INC-STATUS-WORD
           END-EVALUATE
           MOVE IN-FIRST-DATE TO WS-AGE-DATE
           PERFORM 7100-COMPUTE-AGE
           MOVE WS-AGE-DAYS TO WS-RPT-DAYS-ED
           MOVE 0 TO WS-RPT-COUNT-ED
           IF IN-REPEAT-COUNT NUMERIC THEN
               MOVE IN-REPEAT-COUNT TO WS-RPT-COUNT-ED
           END-IF
           MOVE SPACES TO OPS-RPT-LINE
           STRING "    " IN-COUNTER-ID "  " IN-ALERT-TYPE
               "  " WS-INC-STATUS-WORD
               "  FIRST " IN-FIRST-DATE
               "  AGE " WS-RPT-DAYS-ED " DAYS"
               "  ALERTS " WS-RPT-COUNT-ED
               "  " IN-ACK-OPERATOR
               DELIMITED BY SIZE INTO OPS-RPT-LINE
           WRITE OPS-RPT-LINE.

      *****************************************************************
      *  BACKLOGS - suspense and rejects, counted and aged.           *
      *****************************************************************
       6000-BACKLOG-SECTION.
           MOVE WS-SEC-BACKLOGS TO WS-SEC-SUB
           PERFORM 8200-WRITE-SECTION-HEADING
           PERFORM 6100-AGE-SUSPENSE
           PERFORM 6200-AGE-REJECTS
           PERFORM 8300-WRITE-SECTION-RESULT.

       6100-AGE-SUSPENSE.
           PERFORM 6010-CLEAR-BANDS
           MOVE "N" TO WS-INPUT-EOF-FLAG
           OPEN INPUT SUSPENSE-FILE
           IF NOT WS-INPUT-OK THEN
               SET WS-END-OF-INPUT TO TRUE
           END-IF
           PERFORM 6110-READ-SUSPENSE
               UNTIL WS-END-OF-INPUT
           CLOSE SUSPENSE-FILE
           MOVE "SUSPENSE"    TO WS-BACKLOG-NAME
           MOVE WS-SUSP-COUNT TO WS-BACKLOG-COUNT
           PERFORM 6020-WRITE-BACKLOG-LINE
           IF WS-SUSP-COUNT > 0 THEN
               MOVE WS-SUSP-HELD-COUNT    TO WS-RPT-COUNT-ED
               MOVE WS-SUSP-UNKNOWN-COUNT TO WS-RPT-COUNT2-ED
               MOVE SPACES TO OPS-RPT-LINE
               STRING "              COUNTER HELD " WS-RPT-COUNT-ED
                   "  COUNTER NOT DEFINED " WS-RPT-COUNT2-ED
                   DELIMITED BY SIZE INTO OPS-RPT-LINE
               WRITE OPS-RPT-LINE
           END-IF.

       6110-READ-SUSPENSE.
           READ SUSPENSE-FILE
               AT END
                   SET WS-END-OF-INPUT TO TRUE
               NOT AT END
                   ADD 1 TO WS-SUSP-COUNT
                   IF SU-COUNTER-HELD THEN
                       ADD 1 TO WS-SUSP-HELD-COUNT
                   END-IF
                   IF SU-COUNTER-UNKNOWN THEN
                       ADD 1 TO WS-SUSP-UNKNOWN-COUNT
                   END-IF
                   MOVE SU-SUSPEND-DATE TO WS-AGE-DATE
                   PERFORM 7100-COMPUTE-AGE
                   PERFORM 6030-TALLY-BAND
           END-READ.

      *  A reject written before RJ-REJECT-DATE existed reads blank
      *  and ages as new, the way REJCYCLE treats it.
       6200-AGE-REJECTS.
           PERFORM 6010-CLEAR-BANDS
           MOVE "N" TO WS-INPUT-EOF-FLAG
           OPEN INPUT REJECT-FILE
           IF NOT WS-INPUT-OK THEN
               SET WS-END-OF-INPUT TO TRUE
           END-IF
           PERFORM 6210-READ-REJECT
               UNTIL WS-END-OF-INPUT
           CLOSE REJECT-FILE
           MOVE "REJECTS"    TO WS-BACKLOG-NAME
           MOVE WS-REJ-COUNT TO WS-BACKLOG-COUNT
           PERFORM 6020-WRITE-BACKLOG-LINE
           IF WS-REJ-COUNT > 0 THEN
               MOVE WS-REJ-MAX-RECYCLES TO WS-RPT-COUNT-ED
               MOVE SPACES TO OPS-RPT-LINE
               STRING "              MOST RECYCLE RUNS CARRIED "
                   WS-RPT-COUNT-ED
                   DELIMITED BY SIZE INTO OPS-RPT-LINE
               WRITE OPS-RPT-LINE
           END-IF.

       6210-READ-REJECT.
           READ REJECT-FILE
               AT END
                   SET WS-END-OF-INPUT TO TRUE
               NOT AT END
                   ADD 1 TO WS-REJ-COUNT
                   IF RJ-AGE-COUNT NUMERIC
                           AND RJ-AGE-COUNT > WS-REJ-MAX-RECYCLES
                       MOVE RJ-AGE-COUNT TO WS-REJ-MAX-RECYCLES
                   END-IF
                   MOVE RJ-REJECT-DATE TO WS-AGE-DATE
                   PERFORM 7100-COMPUTE-AGE
                   PERFORM 6030-TALLY-BAND
           END-READ.

       6010-CLEAR-BANDS.
           MOVE 0 TO WS-OLDEST-DAYS
           PERFORM 6015-CLEAR-BAND
               VARYING WS-BAND-SUB FROM 1 BY 1
               UNTIL WS-BAND-SUB > 4.

       6015-CLEAR-BAND.
           MOVE 0 TO WS-BAND-COUNT (WS-BAND-SUB).

       6020-WRITE-BACKLOG-LINE.
           MOVE WS-BACKLOG-COUNT TO WS-RPT-COUNT-ED
           MOVE WS-OLDEST-DAYS   TO WS-RPT-DAYS-ED
           MOVE SPACES TO OPS-RPT-LINE
           STRING "  " WS-BACKLOG-NAME "  RECORDS " WS-RPT-COUNT-ED
               "  OLDEST " WS-RPT-DAYS-ED " DAYS"
               DELIMITED BY SIZE INTO OPS-RPT-LINE
           WRITE OPS-RPT-LINE
           IF WS-BACKLOG-COUNT > 0 THEN
               MOVE WS-BAND-COUNT (1) TO WS-RPT-COUNT-ED
               MOVE WS-BAND-COUNT (2) TO WS-RPT-COUNT2-ED
               MOVE WS-BAND-COUNT (3) TO WS-RPT-COUNT3-ED
               MOVE WS-BAND-COUNT (4) TO WS-RPT-COUNT4-ED
               MOVE SPACES TO OPS-RPT-LINE
               STRING "              AGED 0-1 DAYS " WS-RPT-COUNT-ED
                   "  2-5 DAYS " WS-RPT-COUNT2-ED
                   "  6-30 DAYS " WS-RPT-COUNT3-ED
                   "  OVER 30 DAYS " WS-RPT-COUNT4-ED
                   DELIMITED BY SIZE INTO OPS-RPT-LINE
               WRITE OPS-RPT-LINE
           END-IF
           IF WS-BACKLOG-COUNT > 0
                   AND WS-OLDEST-DAYS > WS-BACKLOG-AGE-DAYS
               MOVE 1 TO WS-RAISE-LEVEL
               MOVE SPACES TO WS-RAISE-REASON
               STRING WS-BACKLOG-NAME DELIMITED BY SPACE
                   " BACKLOG - OLDEST RECORD" WS-RPT-DAYS-ED
                   " DAYS OLD"
                   DELIMITED BY SIZE INTO WS-RAISE-REASON
               PERFORM 7000-RAISE-STATUS
           END-IF.

       6030-TALLY-BAND.
           IF WS-AGE-DAYS > WS-OLDEST-DAYS THEN
               MOVE WS-AGE-DAYS TO WS-OLDEST-DAYS
           END-IF
           MOVE 1 TO WS-BAND-SUB
           PERFORM 6035-NEXT-BAND
               UNTIL WS-AGE-DAYS NOT > WS-BAND-LIMIT (WS-BAND-SUB)
           ADD 1 TO WS-BAND-COUNT (WS-BAND-SUB).

       6035-NEXT-BAND.
           ADD 1 TO WS-BAND-SUB.

      *****************************************************************
      *  COUNTERS - at or over the warning percent on the latest      *
      *  checkpoint.                                                  *
      *****************************************************************
       6500-COUNTER-SECTION.
           MOVE WS-SEC-COUNTERS TO WS-SEC-SUB
           PERFORM 8200-WRITE-SECTION-HEADING
           IF NOT WS-CK-SEEN THEN
               MOVE "  NO CHECKPOINT ON FILE - NO COUNTER POSITIONS"
                   TO OPS-RPT-LINE
               WRITE OPS-RPT-LINE
           ELSE
               PERFORM 6510-CHECK-COUNTER
                   VARYING CTR-IDX FROM 1 BY 1
                   UNTIL CTR-IDX > WS-CTR-COUNT
               IF WS-CTR-OVER-COUNT = 0 AND WS-CTR-WARN-COUNT = 0
                   MOVE "  NO COUNTER AT OR ABOVE ITS WARNING PERCENT"
                       TO OPS-RPT-LINE
                   WRITE OPS-RPT-LINE
               END-IF
           END-IF
           IF WS-CTR-OVER-COUNT > 0 OR WS-CTR-WARN-COUNT > 0 THEN
               MOVE 1 TO WS-RAISE-LEVEL
               MOVE "COUNTERS OVERFLOWED OR OVER THEIR WARNING PERCENT"
                   TO WS-RAISE-REASON
               PERFORM 7000-RAISE-STATUS
           END-IF
           PERFORM 8300-WRITE-SECTION-RESULT.

      *  The same test OVFLCNT queues its WARNING alert on; an
      *  overflowed counter is listed whatever its warn percent.
       6510-CHECK-COUNTER.
           MOVE 0 TO WS-USED-PCT
           IF WS-CTR-LIMIT (CTR-IDX) > 0 THEN
               COMPUTE WS-USED-PCT =
                   WS-CTR-VALUE (CTR-IDX) * 100
                   / WS-CTR-LIMIT (CTR-IDX)
           END-IF
           COMPUTE WS-WARN-LEVEL =
               WS-CTR-LIMIT (CTR-IDX) * WS-CTR-WARN-PCT (CTR-IDX) / 100
           EVALUATE TRUE
               WHEN WS-CTR-OVERFLOWED (CTR-IDX)
                   ADD 1 TO WS-CTR-OVER-COUNT
                   MOVE "OVERFLOWED" TO WS-DISP-WORD
                   PERFORM 6520-WRITE-COUNTER-LINE
               WHEN WS-CTR-WARN-PCT (CTR-IDX) > 0
                       AND WS-CTR-VALUE (CTR-IDX) >= WS-WARN-LEVEL
                   ADD 1 TO WS-CTR-WARN-COUNT
                   MOVE "WARNING" TO WS-DISP-WORD
                   PERFORM 6520-WRITE-COUNTER-LINE
           END-EVALUATE.

       6520-WRITE-COUNTER-LINE.
           MOVE WS-CTR-VALUE (CTR-IDX)    TO WS-RPT-VALUE-ED
           MOVE WS-CTR-LIMIT (CTR-IDX)    TO WS-RPT-LIMIT-ED
           MOVE WS-USED-PCT               TO WS-RPT-PCT-ED
           MOVE WS-CTR-WARN-PCT (CTR-IDX) TO WS-RPT-WARN-ED
           MOVE WS-CTR-EXCESS (CTR-IDX)   TO WS-RPT-AMOUNT-ED
           MOVE SPACES TO OPS-RPT-LINE
           STRING "    " WS-CTR-ID (CTR-IDX) "  " WS-DISP-WORD (1:10)
               "  VALUE " WS-RPT-VALUE-ED
               "  LIMIT " WS-RPT-LIMIT-ED
               "  AT " WS-RPT-PCT-ED "%"
               "  WARN " WS-RPT-WARN-ED "%"
               "  EXCESS " WS-RPT-AMOUNT-ED
               DELIMITED BY SIZE INTO OPS-RPT-LINE
           WRITE OPS-RPT-LINE.

      *  Raise the current section to WS-RAISE-LEVEL, keeping the
      *  first reason found at the worst level.
       7000-RAISE-STATUS.
           IF WS-RAISE-LEVEL > WS-SEC-LEVEL (WS-SEC-SUB) THEN
               MOVE WS-RAISE-LEVEL  TO WS-SEC-LEVEL (WS-SEC-SUB)
               MOVE WS-RAISE-REASON TO WS-SEC-REASON (WS-SEC-SUB)
           END-IF
           IF WS-RAISE-LEVEL > WS-OVERALL-LEVEL THEN
               MOVE WS-RAISE-LEVEL TO WS-OVERALL-LEVEL
           END-IF.

       7100-COMPUTE-AGE.
           MOVE 0 TO WS-AGE-DAYS
           IF WS-AGE-DATE NUMERIC AND WS-AGE-DATE > "19000000"
                   AND WS-AGE-DATE < WS-RUN-DATE
               COMPUTE WS-AGE-WORK =
                   FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL (WS-RUN-DATE))
                   - FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL (WS-AGE-DATE))
               IF WS-AGE-WORK > 0 THEN
                   MOVE WS-AGE-WORK TO WS-AGE-DAYS
               END-IF
           END-IF.

       8100-WRITE-REPORT-HEADER.
           MOVE SPACES TO OPS-RPT-LINE
           STRING "MORNING OPERATIONS STATUS   BUSINESS DATE: "
               WS-RUN-DATE
               "   LATEST CHAIN: " WS-CHAIN-DATE
               "   PRINTED: " WS-SYSTEM-DATE " " WS-SYSTEM-TIME (1:4)
               DELIMITED BY SIZE INTO OPS-RPT-LINE
           WRITE OPS-RPT-LINE
           IF WS-PERIOD-END THEN
               MOVE "BUSINESS DATE IS A PERIOD END - PERCLOSE DUE"
                   TO OPS-RPT-LINE
               WRITE OPS-RPT-LINE
           END-IF.

       8200-WRITE-SECTION-HEADING.
           MOVE SPACES TO OPS-RPT-LINE
           WRITE OPS-RPT-LINE
           MOVE WS-SEC-NAME (WS-SEC-SUB) TO OPS-RPT-LINE
           WRITE OPS-RPT-LINE.

       8300-WRITE-SECTION-RESULT.
           MOVE SPACES TO OPS-RPT-LINE
           STRING "  " WS-SEC-NAME (WS-SEC-SUB) " STATUS: "
               WS-LEVEL-WORD (WS-SEC-LEVEL (WS-SEC-SUB) + 1)
               "  " WS-SEC-REASON (WS-SEC-SUB)
               DELIMITED BY SIZE INTO OPS-RPT-LINE
           WRITE OPS-RPT-LINE.

       8000-WRITE-STATUS-SUMMARY.
           MOVE SPACES TO OPS-RPT-LINE
           WRITE OPS-RPT-LINE
           MOVE "SECTION     STATUS  REASON" TO OPS-RPT-LINE
           WRITE OPS-RPT-LINE
           PERFORM 8010-WRITE-SUMMARY-LINE
               VARYING WS-SEC-SUB FROM 1 BY 1
               UNTIL WS-SEC-SUB > WS-SEC-MAX
           MOVE SPACES TO OPS-RPT-LINE
           WRITE OPS-RPT-LINE
           MOVE SPACES TO OPS-RPT-LINE
           STRING "OVERALL STATUS: "
               WS-LEVEL-WORD (WS-OVERALL-LEVEL + 1)
               DELIMITED BY SIZE INTO OPS-RPT-LINE
           WRITE OPS-RPT-LINE.

       8010-WRITE-SUMMARY-LINE.
           MOVE SPACES TO OPS-RPT-LINE
           STRING WS-SEC-NAME (WS-SEC-SUB) "  "
               WS-LEVEL-WORD (WS-SEC-LEVEL (WS-SEC-SUB) + 1)
               "   " WS-SEC-REASON (WS-SEC-SUB)
               DELIMITED BY SIZE INTO OPS-RPT-LINE
           WRITE OPS-RPT-LINE.

       8500-SET-RETURN-CODE.
           EVALUATE WS-OVERALL-LEVEL
               WHEN 2
                   MOVE 8 TO RETURN-CODE
               WHEN 1
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
