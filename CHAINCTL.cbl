       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHAINCTL.
      *****************************************************************
      *  CHAINCTL                                                     *
      *  Nightly chain controller.  The chain is TRNEDIT, REJCYCLE,   *
      *  SUSPREL, INTEGCHK, OVFLCNT, CHNBAL, ALERTMGR, then INTEGPC,  *
      *  PERCLOSE and CHGBILL when the business date is a period end, *
      *  and DATEADV last.  INTEGPC is the INTEGCHK integrity scan    *
      *  run a second time under its own step name, so the files      *
      *  PERCLOSE snapshots are checked after the night's posting.    *
      *  The scheduler brackets every step with this program:         *
      *    START  before the step - refused (RC 8) unless every       *
      *           step ahead of it tonight has ENDED within its       *
      *           allowed return code, so DATEADV cannot follow a     *
      *           failed OVFLCNT and PERCLOSE cannot run before       *
      *           CHNBAL has signed off.  A step that already ended   *
      *           clean is refused too (no second TRNEDIT of the      *
      *           night).  A step whose last attempt failed or never  *
      *           ended (an abend) is let through again - after an    *
      *           abend the chain restarts from the failed step, not  *
      *           from the top, and the steps already done stay done. *
      *    END    after the step, with the step's return code -      *
      *           recorded against the open start; RC 8 back to the  *
      *           scheduler when the code is over the step's          *
      *           allowance, so the chain halts right there.          *
      *    STATUS no change - just the report.                        *
      *  SYSIN, one item per line: the function, the step name, and  *
      *  (END only) the step's return code.                           *
      *                                                                *
      *  Allowed return codes are the steps' own documented codes:   *
      *  TRNEDIT, REJCYCLE and SUSPREL up to 4 (rejects carried,     *
      *  records still held); INTEGCHK and INTEGPC up to 4 (warnings  *
      *  only - an integrity error is 8 and halts the chain before    *
      *  OVFLCNT or PERCLOSE builds on it); OVFLCNT up to 8, because  *
      *  an overflow is what the run exists to report and ALERTMGR is *
      *  the next stop for it - a feed OVFLCNT refused shows on       *
      *  CHNBAL as not applied, and CHNBAL must return 0; ALERTMGR up *
      *  to 8 (escalations are business, not failure); PERCLOSE and   *
      *  DATEADV 0; CHGBILL up to 4 (a counter with no rate or an     *
      *  invoice that does not tie is finance's to chase, not a       *
      *  reason to hold the date).  16 stops the chain at every step. *
      *                                                                *
      *  Every run is recorded against the business date on the      *
      *  date-control file (copybook DATECTL) in the chain control   *
      *  file (copybook CHNCTL), and rewrites the chain status        *
      *  report (./data/chainrpt.rpt): each step's start, end and    *
      *  return code, and what is still outstanding.  DATEADV's END  *
      *  must be recorded before ./data/datectl_new.dat is renamed    *
      *  into place - after the rename the chain belongs to the next  *
      *  business date.                                               *
      *  Return code: START/END 0 go, 8 refused or halted, 16 fatal; *
      *  STATUS 0 chain complete, 4 steps outstanding, 8 halted.     *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DATE-CTL-FILE
               ASSIGN TO "./data/datectl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATECTL-STATUS.

           SELECT OPTIONAL CHAIN-CTL-FILE
               ASSIGN TO "./data/chainctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHAINCTL-STATUS.

           SELECT CHAIN-RPT-FILE ASSIGN TO "./data/chainrpt.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DATE-CTL-FILE
           RECORDING MODE IS F.
       COPY DATECTL.

       FD  CHAIN-CTL-FILE
           RECORDING MODE IS F.
       COPY CHNCTL.

       FD  CHAIN-RPT-FILE
           RECORDING MODE IS F.
       01  CHAIN-RPT-LINE              PIC X(110).

       WORKING-STORAGE SECTION.
      *  The chain in running order: step name, highest return code
      *  the step may end with and still release the next one, and
      *  when it is due - "A" every business date, "P" only when the
      *  date-control record carries the period-end indicator.
       01  WS-STEP-DEFS.
           05  FILLER                  PIC X(11) VALUE "TRNEDIT 04A".
           05  FILLER                  PIC X(11) VALUE "REJCYCLE04A".
           05  FILLER                  PIC X(11) VALUE "SUSPREL 04A".
           05  FILLER                  PIC X(11) VALUE "INTEGCHK04A".
           05  FILLER                  PIC X(11) VALUE "OVFLCNT 08A".
           05  FILLER                  PIC X(11) VALUE "CHNBAL  00A".
           05  FILLER                  PIC X(11) VALUE "ALERTMGR08A".
           05  FILLER                  PIC X(11) VALUE "INTEGPC 04P".
           05  FILLER                  PIC X(11) VALUE "PERCLOSE00P".
           05  FILLER                  PIC X(11) VALUE "CHGBILL 04P".
           05  FILLER                  PIC X(11) VALUE "DATEADV 00A".
       01  WS-STEP-DEF-TABLE REDEFINES WS-STEP-DEFS.
           05  WS-STEP-DEF OCCURS 11 TIMES.
               10  WS-DEF-NAME             PIC X(8).
               10  WS-DEF-MAX-RC           PIC 9(2).
               10  WS-DEF-WHEN             PIC X.
                   88  WS-DEF-PERIOD-END-ONLY   VALUE "P".
       01  WS-STEP-MAX                 PIC 9(2) COMP VALUE 11.

      *  Where each step stands tonight - the last chain control
      *  line for the business date and step.
       01  WS-STEP-STATE-TABLE.
           05  WS-STEP-STATE OCCURS 11 TIMES.
               10  WS-ST-STATUS            PIC X.
                   88  WS-ST-NOT-STARTED        VALUE " ".
                   88  WS-ST-RUNNING            VALUE "R".
                   88  WS-ST-ENDED              VALUE "E".
               10  WS-ST-START-DATE        PIC X(8).
               10  WS-ST-START-TIME        PIC X(8).
               10  WS-ST-END-DATE          PIC X(8).
               10  WS-ST-END-TIME          PIC X(8).
               10  WS-ST-RC                PIC 9(4).
               10  WS-ST-DUE-FLAG          PIC X.
                   88  WS-ST-DUE                VALUE "Y".
               10  WS-ST-DONE-FLAG         PIC X.
                   88  WS-ST-DONE               VALUE "Y".
       01  WS-STEP-SUB                 PIC 9(2) COMP.
       01  WS-FOUND-SUB                PIC 9(2) COMP.
       01  WS-TARGET-SUB               PIC 9(2) COMP.
       01  WS-NEXT-SUB                 PIC 9(2) COMP.
       01  WS-KEY-STEP-NAME            PIC X(8).
       01  WS-OUTSTANDING-COUNT        PIC 9(2) COMP.

       01  WS-DATECTL-STATUS           PIC XX.
           88  WS-DATECTL-OK                  VALUE "00".
       01  WS-DATECTL-EOF-FLAG         PIC X VALUE "N".
           88  WS-END-OF-DATECTL            VALUE "Y".
       01  WS-BUS-DATE-FLAG            PIC X VALUE "N".
           88  WS-BUSINESS-DATE-SET         VALUE "Y".
       01  WS-PERIOD-END-FLAG          PIC X VALUE "N".
           88  WS-PERIOD-END                VALUE "Y".

       01  WS-CHAINCTL-STATUS          PIC XX.
           88  WS-CHAINCTL-OK                 VALUE "00".
           88  WS-CHAINCTL-NEW                VALUE "05".
       01  WS-CHAINCTL-EOF-FLAG        PIC X VALUE "N".
           88  WS-END-OF-CHAINCTL           VALUE "Y".

       01  WS-BUSINESS-DATE            PIC X(8).
       01  WS-SYSTEM-DATE              PIC X(8).
       01  WS-SYSTEM-TIME              PIC X(8).

       01  WS-FUNCTION-PARM            PIC X(8).
           88  WS-FUNC-START                VALUE "START".
           88  WS-FUNC-END                  VALUE "END".
           88  WS-FUNC-STATUS               VALUE "STATUS".
       01  WS-STEP-PARM                PIC X(8).
       01  WS-RC-PARM                  PIC X(8).
       01  WS-RC-TEXT                  PIC X(8).
       01  WS-RC-LEN                   PIC 9(2) COMP.
       01  WS-END-RC                   PIC 9(4).

       01  WS-REFUSED-FLAG             PIC X VALUE "N".
           88  WS-REFUSED                   VALUE "Y".
       01  WS-HALTED-FLAG              PIC X VALUE "N".
           88  WS-HALTED                    VALUE "Y".

       01  WS-RPT-SEQ-ED               PIC Z9.
       01  WS-RPT-MAX-ED               PIC Z9.
       01  WS-RPT-RC-ED                PIC ZZZ9.
       01  WS-RPT-RC                   PIC X(4).
       01  WS-RPT-STATUS               PIC X(18).
       01  WS-RPT-START                PIC X(15).
       01  WS-RPT-END                  PIC X(15).
       01  WS-RPT-COUNT-ED             PIC Z9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1010-READ-BUSINESS-DATE
           PERFORM 1100-LOAD-CHAIN-STATE
           EVALUATE TRUE
               WHEN WS-FUNC-START
                   PERFORM 2000-START-STEP
               WHEN WS-FUNC-END
                   PERFORM 3000-END-STEP
               WHEN WS-FUNC-STATUS
                   CONTINUE
               WHEN OTHER
                   DISPLAY "CHAIN CONTROL FUNCTION NOT RECOGNIZED: "
                       WS-FUNCTION-PARM
                       " - USE START, END, OR STATUS"
                   MOVE "Y" TO WS-REFUSED-FLAG
           END-EVALUATE
           PERFORM 4000-FIND-NEXT-STEP
           PERFORM 8000-WRITE-STATUS-REPORT
           PERFORM 8500-SET-RETURN-CODE
           DISPLAY "CHAIN STATUS REPORT WRITTEN TO ./data/chainrpt.rpt"
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-FUNCTION-PARM
           ACCEPT WS-STEP-PARM
           IF WS-FUNC-END THEN
               ACCEPT WS-RC-PARM
           ELSE
               MOVE SPACES TO WS-RC-PARM
           END-IF
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
           ACCEPT WS-SYSTEM-TIME FROM TIME
           MOVE WS-SYSTEM-DATE TO WS-BUSINESS-DATE
           PERFORM 1050-CLEAR-STEP-STATE
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STEP-MAX.

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
                   "USING SYSTEM DATE " WS-BUSINESS-DATE
           END-IF.

       1020-READ-DATE-CTL-REC.
           READ DATE-CTL-FILE
               AT END
                   SET WS-END-OF-DATECTL TO TRUE
               NOT AT END
                   IF DC-CONTROL-REC
                           AND DC-BUSINESS-DATE NUMERIC
                       MOVE DC-BUSINESS-DATE TO WS-BUSINESS-DATE
                       MOVE DC-PERIOD-END-FLAG TO WS-PERIOD-END-FLAG
                       MOVE "Y" TO WS-BUS-DATE-FLAG
                       SET WS-END-OF-DATECTL TO TRUE
                   END-IF
           END-READ.

      *  A step is due tonight unless it is a period-end-only step
      *  and the business date is not a period end - a PERCLOSE that
      *  is not due is neither run nor waited for.
       1050-CLEAR-STEP-STATE.
           MOVE SPACE  TO WS-ST-STATUS (WS-STEP-SUB)
           MOVE SPACES TO WS-ST-START-DATE (WS-STEP-SUB)
           MOVE SPACES TO WS-ST-START-TIME (WS-STEP-SUB)
           MOVE SPACES TO WS-ST-END-DATE (WS-STEP-SUB)
           MOVE SPACES TO WS-ST-END-TIME (WS-STEP-SUB)
           MOVE 0      TO WS-ST-RC (WS-STEP-SUB)
           MOVE "Y"    TO WS-ST-DUE-FLAG (WS-STEP-SUB)
           MOVE "N"    TO WS-ST-DONE-FLAG (WS-STEP-SUB).

       1100-LOAD-CHAIN-STATE.
           PERFORM 1060-SET-STEP-DUE
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STEP-MAX
           OPEN INPUT CHAIN-CTL-FILE
           IF NOT WS-CHAINCTL-OK THEN
               SET WS-END-OF-CHAINCTL TO TRUE
           END-IF
           PERFORM 1110-READ-CHAIN-CTL-REC
               UNTIL WS-END-OF-CHAINCTL
           CLOSE CHAIN-CTL-FILE
           PERFORM 1130-SET-STEP-DONE
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STEP-MAX.

       1060-SET-STEP-DUE.
           IF WS-DEF-PERIOD-END-ONLY (WS-STEP-SUB)
                   AND NOT WS-PERIOD-END
               MOVE "N" TO WS-ST-DUE-FLAG (WS-STEP-SUB)
           END-IF.

      *  Only tonight's lines count; the last one per step wins.
       1110-READ-CHAIN-CTL-REC.
           READ CHAIN-CTL-FILE
               AT END
                   SET WS-END-OF-CHAINCTL TO TRUE
               NOT AT END
                   IF CC-BUSINESS-DATE = WS-BUSINESS-DATE THEN
                       MOVE CC-STEP-NAME TO WS-KEY-STEP-NAME
                       PERFORM 1200-FIND-STEP
                       IF WS-FOUND-SUB > 0 THEN
                           PERFORM 1120-TAKE-CHAIN-CTL-REC
                       END-IF
                   END-IF
           END-READ.

       1120-TAKE-CHAIN-CTL-REC.
           MOVE CC-STEP-STATUS TO WS-ST-STATUS (WS-FOUND-SUB)
           MOVE CC-START-DATE  TO WS-ST-START-DATE (WS-FOUND-SUB)
           MOVE CC-START-TIME  TO WS-ST-START-TIME (WS-FOUND-SUB)
           MOVE CC-END-DATE    TO WS-ST-END-DATE (WS-FOUND-SUB)
           MOVE CC-END-TIME    TO WS-ST-END-TIME (WS-FOUND-SUB)
           IF CC-RETURN-CODE NUMERIC THEN
               MOVE CC-RETURN-CODE TO WS-ST-RC (WS-FOUND-SUB)
           ELSE
               MOVE 0 TO WS-ST-RC (WS-FOUND-SUB)
           END-IF.

      *  Done means ended within the step's allowance - the only
      *  state that releases the steps behind it.
       1130-SET-STEP-DONE.
           IF WS-ST-ENDED (WS-STEP-SUB)
                   AND WS-ST-RC (WS-STEP-SUB)
                       NOT > WS-DEF-MAX-RC (WS-STEP-SUB)
               MOVE "Y" TO WS-ST-DONE-FLAG (WS-STEP-SUB)
           ELSE
               MOVE "N" TO WS-ST-DONE-FLAG (WS-STEP-SUB)
           END-IF.

      *  WS-FOUND-SUB comes back zero for a name not in the chain.
       1200-FIND-STEP.
           MOVE 0 TO WS-FOUND-SUB
           PERFORM 1210-MATCH-STEP
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STEP-MAX.

       1210-MATCH-STEP.
           IF WS-DEF-NAME (WS-STEP-SUB) = WS-KEY-STEP-NAME THEN
               MOVE WS-STEP-SUB TO WS-FOUND-SUB
           END-IF.

       2000-START-STEP.
           MOVE WS-STEP-PARM TO WS-KEY-STEP-NAME
           PERFORM 1200-FIND-STEP
           MOVE WS-FOUND-SUB TO WS-TARGET-SUB
           EVALUATE TRUE
               WHEN WS-TARGET-SUB = 0
                   DISPLAY "STEP NOT IN THE NIGHTLY CHAIN: "
                       WS-STEP-PARM " - START REFUSED"
                   MOVE "Y" TO WS-REFUSED-FLAG
               WHEN NOT WS-ST-DUE (WS-TARGET-SUB)
                   DISPLAY WS-STEP-PARM " IS NOT DUE - BUSINESS DATE "
                       WS-BUSINESS-DATE " IS NOT A PERIOD END - "
                       "START REFUSED"
                   MOVE "Y" TO WS-REFUSED-FLAG
               WHEN WS-ST-DONE (WS-TARGET-SUB)
                   DISPLAY WS-STEP-PARM " ALREADY ENDED RC "
                       WS-ST-RC (WS-TARGET-SUB)
                       " FOR BUSINESS DATE " WS-BUSINESS-DATE
                       " - START REFUSED"
                   MOVE "Y" TO WS-REFUSED-FLAG
               WHEN OTHER
                   PERFORM 2100-CHECK-PRIOR-STEPS
           END-EVALUATE
           IF NOT WS-REFUSED THEN
               PERFORM 2200-RECORD-START
           END-IF.

      *  The first step ahead of the target that is due and not done
      *  is the one the chain has to restart from.
       2100-CHECK-PRIOR-STEPS.
           MOVE 0 TO WS-FOUND-SUB
           PERFORM 2110-CHECK-PRIOR-STEP
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB >= WS-TARGET-SUB
                   OR WS-FOUND-SUB > 0
           IF WS-FOUND-SUB > 0 THEN
               MOVE "Y" TO WS-REFUSED-FLAG
               EVALUATE TRUE
                   WHEN WS-ST-NOT-STARTED (WS-FOUND-SUB)
                       DISPLAY WS-STEP-PARM " CANNOT START - "
                           WS-DEF-NAME (WS-FOUND-SUB)
                           " HAS NOT RUN FOR BUSINESS DATE "
                           WS-BUSINESS-DATE
                   WHEN WS-ST-RUNNING (WS-FOUND-SUB)
                       DISPLAY WS-STEP-PARM " CANNOT START - "
                           WS-DEF-NAME (WS-FOUND-SUB)
                           " STARTED AND NEVER ENDED - RUNNING OR "
                           "ABENDED"
                   WHEN OTHER
                       DISPLAY WS-STEP-PARM " CANNOT START - "
                           WS-DEF-NAME (WS-FOUND-SUB)
                           " ENDED RC " WS-ST-RC (WS-FOUND-SUB)
                           " OVER ITS ALLOWED "
                           WS-DEF-MAX-RC (WS-FOUND-SUB)
               END-EVALUATE
               DISPLAY "RESTART THE CHAIN FROM "
                   WS-DEF-NAME (WS-FOUND-SUB)
           END-IF.

       2110-CHECK-PRIOR-STEP.
           IF WS-ST-DUE (WS-STEP-SUB)
                   AND NOT WS-ST-DONE (WS-STEP-SUB)
               MOVE WS-STEP-SUB TO WS-FOUND-SUB
           END-IF.

       2200-RECORD-START.
           IF WS-ST-RUNNING (WS-TARGET-SUB) THEN
               DISPLAY "LAST START OF " WS-STEP-PARM " AT "
                   WS-ST-START-DATE (WS-TARGET-SUB) " "
                   WS-ST-START-TIME (WS-TARGET-SUB)
                   " NEVER ENDED - RESTARTING IT AS ABENDED"
           END-IF
           IF WS-ST-ENDED (WS-TARGET-SUB) THEN
               DISPLAY "RESTARTING " WS-STEP-PARM
                   " AFTER RC " WS-ST-RC (WS-TARGET-SUB)
           END-IF
           MOVE SPACES TO CHAIN-CTL-REC
           MOVE WS-BUSINESS-DATE TO CC-BUSINESS-DATE
           MOVE WS-STEP-PARM     TO CC-STEP-NAME
           MOVE "R"              TO CC-STEP-STATUS
           MOVE WS-SYSTEM-DATE   TO CC-START-DATE
           MOVE WS-SYSTEM-TIME   TO CC-START-TIME
           MOVE 0                TO CC-RETURN-CODE
           PERFORM 2300-APPEND-CHAIN-CTL-REC
           MOVE "R"            TO WS-ST-STATUS (WS-TARGET-SUB)
           MOVE WS-SYSTEM-DATE TO WS-ST-START-DATE (WS-TARGET-SUB)
           MOVE WS-SYSTEM-TIME TO WS-ST-START-TIME (WS-TARGET-SUB)
           MOVE SPACES         TO WS-ST-END-DATE (WS-TARGET-SUB)
           MOVE SPACES         TO WS-ST-END-TIME (WS-TARGET-SUB)
           MOVE 0              TO WS-ST-RC (WS-TARGET-SUB)
           DISPLAY WS-STEP-PARM " RELEASED FOR BUSINESS DATE "
               WS-BUSINESS-DATE.

       2300-APPEND-CHAIN-CTL-REC.
           OPEN EXTEND CHAIN-CTL-FILE
           IF NOT WS-CHAINCTL-OK
                   AND NOT WS-CHAINCTL-NEW
               DISPLAY "CHAIN CONTROL FILE OPEN FAILED - STATUS "
                   WS-CHAINCTL-STATUS " ON ./data/chainctl.dat"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE CHAIN-CTL-REC
           CLOSE CHAIN-CTL-FILE.

       3000-END-STEP.
           MOVE WS-STEP-PARM TO WS-KEY-STEP-NAME
           PERFORM 1200-FIND-STEP
           MOVE WS-FOUND-SUB TO WS-TARGET-SUB
           PERFORM 3100-EDIT-RC-PARM
           EVALUATE TRUE
               WHEN WS-REFUSED
                   CONTINUE
               WHEN WS-TARGET-SUB = 0
                   DISPLAY "STEP NOT IN THE NIGHTLY CHAIN: "
                       WS-STEP-PARM " - END REFUSED"
                   MOVE "Y" TO WS-REFUSED-FLAG
               WHEN NOT WS-ST-RUNNING (WS-TARGET-SUB)
                   DISPLAY WS-STEP-PARM " HAS NO OPEN START FOR "
                       "BUSINESS DATE " WS-BUSINESS-DATE
                       " - END REFUSED"
                   MOVE "Y" TO WS-REFUSED-FLAG
               WHEN OTHER
                   PERFORM 3200-RECORD-END
           END-EVALUATE.

      *  The return code arrives as text off SYSIN - one to four
      *  digits, nothing else, or the end is not recorded at all.
       3100-EDIT-RC-PARM.
           MOVE SPACES TO WS-RC-TEXT
           MOVE 0 TO WS-RC-LEN
           UNSTRING WS-RC-PARM DELIMITED BY SPACE
               INTO WS-RC-TEXT COUNT IN WS-RC-LEN
           END-UNSTRING
           IF WS-RC-LEN = 0 OR WS-RC-LEN > 4 THEN
               MOVE "Y" TO WS-REFUSED-FLAG
           ELSE
               IF WS-RC-TEXT (1:WS-RC-LEN) NUMERIC THEN
                   COMPUTE WS-END-RC =
                       FUNCTION NUMVAL (WS-RC-TEXT (1:WS-RC-LEN))
               ELSE
                   MOVE "Y" TO WS-REFUSED-FLAG
               END-IF
           END-IF
           IF WS-REFUSED THEN
               DISPLAY "RETURN CODE NOT NUMERIC: " WS-RC-PARM
                   " - END OF " WS-STEP-PARM " REFUSED"
           END-IF.

       3200-RECORD-END.
           MOVE SPACES TO CHAIN-CTL-REC
           MOVE WS-BUSINESS-DATE TO CC-BUSINESS-DATE
           MOVE WS-STEP-PARM     TO CC-STEP-NAME
           MOVE "E"              TO CC-STEP-STATUS
           MOVE WS-ST-START-DATE (WS-TARGET-SUB) TO CC-START-DATE
           MOVE WS-ST-START-TIME (WS-TARGET-SUB) TO CC-START-TIME
           MOVE WS-SYSTEM-DATE   TO CC-END-DATE
           MOVE WS-SYSTEM-TIME   TO CC-END-TIME
           MOVE WS-END-RC        TO CC-RETURN-CODE
           PERFORM 2300-APPEND-CHAIN-CTL-REC
           MOVE "E"            TO WS-ST-STATUS (WS-TARGET-SUB)
           MOVE WS-SYSTEM-DATE TO WS-ST-END-DATE (WS-TARGET-SUB)
           MOVE WS-SYSTEM-TIME TO WS-ST-END-TIME (WS-TARGET-SUB)
           MOVE WS-END-RC      TO WS-ST-RC (WS-TARGET-SUB)
           MOVE WS-TARGET-SUB  TO WS-STEP-SUB
           PERFORM 1130-SET-STEP-DONE
           IF WS-ST-DONE (WS-TARGET-SUB) THEN
               DISPLAY WS-STEP-PARM " ENDED RC " WS-END-RC
                   " - WITHIN ITS ALLOWED "
                   WS-DEF-MAX-RC (WS-TARGET-SUB)
           ELSE
               DISPLAY WS-STEP-PARM " ENDED RC " WS-END-RC
                   " - OVER ITS ALLOWED "
                   WS-DEF-MAX-RC (WS-TARGET-SUB)
               DISPLAY "CHAIN HALTED AT " WS-STEP-PARM
                   " - FIX THE CAUSE AND RESTART FROM " WS-STEP-PARM
               MOVE "Y" TO WS-HALTED-FLAG
           END-IF.

      *  The next step to run is the first due step not yet done;
      *  none left means tonight's chain is complete.
       4000-FIND-NEXT-STEP.
           MOVE 0 TO WS-NEXT-SUB
           MOVE 0 TO WS-OUTSTANDING-COUNT
           PERFORM 4100-COUNT-OUTSTANDING
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STEP-MAX.

       4100-COUNT-OUTSTANDING.
           IF WS-ST-DUE (WS-STEP-SUB)
                   AND NOT WS-ST-DONE (WS-STEP-SUB)
               ADD 1 TO WS-OUTSTANDING-COUNT
               IF WS-NEXT-SUB = 0 THEN
                   MOVE WS-STEP-SUB TO WS-NEXT-SUB
               END-IF
           END-IF.

       8000-WRITE-STATUS-REPORT.
           OPEN OUTPUT CHAIN-RPT-FILE
           MOVE SPACES TO CHAIN-RPT-LINE
           STRING "NIGHTLY CHAIN STATUS REPORT   BUSINESS DATE: "
               WS-BUSINESS-DATE "   PERIOD-END: " WS-PERIOD-END-FLAG
               "   AS OF " WS-SYSTEM-DATE " " WS-SYSTEM-TIME (1:6)
               DELIMITED BY SIZE INTO CHAIN-RPT-LINE
           WRITE CHAIN-RPT-LINE
           MOVE SPACES TO CHAIN-RPT-LINE
           WRITE CHAIN-RPT-LINE
           MOVE SPACES TO CHAIN-RPT-LINE
           STRING "SEQ  STEP    MAX-RC  STATUS" "              "
               "STARTED" "          " "ENDED" "              " "RC"
               DELIMITED BY SIZE INTO CHAIN-RPT-LINE
           WRITE CHAIN-RPT-LINE
           PERFORM 8100-WRITE-STEP-LINE
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STEP-MAX
           MOVE SPACES TO CHAIN-RPT-LINE
           WRITE CHAIN-RPT-LINE
           MOVE WS-OUTSTANDING-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO CHAIN-RPT-LINE
           EVALUATE TRUE
               WHEN WS-NEXT-SUB = 0
                   STRING "CHAIN COMPLETE FOR BUSINESS DATE "
                       WS-BUSINESS-DATE
                       DELIMITED BY SIZE INTO CHAIN-RPT-LINE
               WHEN WS-ST-NOT-STARTED (WS-NEXT-SUB)
                   STRING "STEPS OUTSTANDING: " WS-RPT-COUNT-ED
                       "   NEXT STEP TO RUN: "
                       WS-DEF-NAME (WS-NEXT-SUB)
                       DELIMITED BY SIZE INTO CHAIN-RPT-LINE
               WHEN WS-ST-RUNNING (WS-NEXT-SUB)
                   STRING "STEPS OUTSTANDING: " WS-RPT-COUNT-ED
                       "   " WS-DEF-NAME (WS-NEXT-SUB)
                       " IS RUNNING OR ABENDED - IF ABENDED, "
                       "RESTART FROM IT"
                       DELIMITED BY SIZE INTO CHAIN-RPT-LINE
               WHEN OTHER
                   STRING "STEPS OUTSTANDING: " WS-RPT-COUNT-ED
                       "   CHAIN HALTED - RESTART FROM "
                       WS-DEF-NAME (WS-NEXT-SUB)
                       DELIMITED BY SIZE INTO CHAIN-RPT-LINE
           END-EVALUATE
           WRITE CHAIN-RPT-LINE
           CLOSE CHAIN-RPT-FILE.

       8100-WRITE-STEP-LINE.
           MOVE WS-STEP-SUB TO WS-RPT-SEQ-ED
           MOVE WS-DEF-MAX-RC (WS-STEP-SUB) TO WS-RPT-MAX-ED
           MOVE SPACES TO WS-RPT-START
           MOVE SPACES TO WS-RPT-END
           MOVE SPACES TO WS-RPT-RC
           EVALUATE TRUE
               WHEN NOT WS-ST-DUE (WS-STEP-SUB)
                   MOVE "NOT DUE TONIGHT" TO WS-RPT-STATUS
               WHEN WS-ST-NOT-STARTED (WS-STEP-SUB)
                   MOVE "NOT STARTED" TO WS-RPT-STATUS
               WHEN WS-ST-RUNNING (WS-STEP-SUB)
                   MOVE "RUNNING / ABENDED" TO WS-RPT-STATUS
               WHEN WS-ST-DONE (WS-STEP-SUB)
                   MOVE "ENDED OK" TO WS-RPT-STATUS
               WHEN OTHER
                   MOVE "FAILED" TO WS-RPT-STATUS
           END-EVALUATE
           IF NOT WS-ST-NOT-STARTED (WS-STEP-SUB) THEN
               STRING WS-ST-START-DATE (WS-STEP-SUB) " "
                   WS-ST-START-TIME (WS-STEP-SUB) (1:6)
                   DELIMITED BY SIZE INTO WS-RPT-START
           END-IF
           IF WS-ST-ENDED (WS-STEP-SUB) THEN
               STRING WS-ST-END-DATE (WS-STEP-SUB) " "
                   WS-ST-END-TIME (WS-STEP-SUB) (1:6)
                   DELIMITED BY SIZE INTO WS-RPT-END
               MOVE WS-ST-RC (WS-STEP-SUB) TO WS-RPT-RC-ED
               MOVE WS-RPT-RC-ED TO WS-RPT-RC
           END-IF
           MOVE SPACES TO CHAIN-RPT-LINE
           STRING " " WS-RPT-SEQ-ED "  " WS-DEF-NAME (WS-STEP-SUB)
               "    " WS-RPT-MAX-ED "  " WS-RPT-STATUS "  "
               WS-RPT-START "  " WS-RPT-END "  " WS-RPT-RC
               DELIMITED BY SIZE INTO CHAIN-RPT-LINE
           WRITE CHAIN-RPT-LINE.

       8500-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-REFUSED
                   MOVE 8 TO RETURN-CODE
               WHEN WS-HALTED
                   MOVE 8 TO RETURN-CODE
               WHEN NOT WS-FUNC-STATUS
                   MOVE 0 TO RETURN-CODE
               WHEN WS-NEXT-SUB = 0
                   MOVE 0 TO RETURN-CODE
               WHEN WS-ST-ENDED (WS-NEXT-SUB)
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.
