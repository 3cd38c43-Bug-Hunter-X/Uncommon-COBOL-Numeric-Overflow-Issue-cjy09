       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECRPT.
      *****************************************************************
      *  SECRPT                                                       *
      *  Daily security violations report for the auditors.  Every    *
      *  program that acts on an operator control card - OVFLCNT's    *
      *  override card, ALERTMGR's ack/close cards, REJCYCLE's        *
      *  correction cards, REORG's reorganization cards, BACKOUT's    *
      *  SYSIN authorisation - checks the keying operator against the *
      *  operator authority master (copybook OPRAUTH) and writes the  *
      *  outcome to the security audit file (copybook SECAUD).  This  *
      *  job reads that file for one business date and lists every    *
      *  refused card - when, which program and card file, the        *
      *  operator, the role they hold and the role the card needed,   *
      *  why it was refused, and the card as keyed - followed by the  *
      *  accepted and refused counts for each program, so a quiet day *
      *  is still seen to have been checked.                          *
      *                                                                *
      *  SYSIN, one line: the date to report (YYYYMMDD).  Blank       *
      *  reports the business date on the date-control file           *
      *  (copybook DATECTL).  Read-only apart from the report         *
      *  (./data/secrpt.rpt).                                         *
      *  Return code: 0 no violations, 4 violations listed.           *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DATE-CTL-FILE
               ASSIGN TO "./data/datectl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATECTL-STATUS.

           SELECT OPTIONAL SEC-AUDIT-FILE
               ASSIGN TO "./data/secaudit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT SEC-RPT-FILE ASSIGN TO "./data/secrpt.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DATE-CTL-FILE
           RECORDING MODE IS F.
       COPY DATECTL.

       FD  SEC-AUDIT-FILE
           RECORDING MODE IS F.
       COPY SECAUD.

       FD  SEC-RPT-FILE
           RECORDING MODE IS F.
       01  SEC-RPT-LINE                PIC X(110).

       WORKING-STORAGE SECTION.
       01  WS-DATECTL-STATUS           PIC XX.
           88  WS-DATECTL-OK                VALUE "00".
       01  WS-DATECTL-EOF-FLAG         PIC X VALUE "N".
           88  WS-END-OF-DATECTL            VALUE "Y".
       01  WS-BUS-DATE-FLAG            PIC X VALUE "N".
           88  WS-BUSINESS-DATE-SET         VALUE "Y".

       01  WS-AUDIT-STATUS             PIC XX.
           88  WS-AUDIT-OK                  VALUE "00".
       01  WS-AUDIT-EOF-FLAG           PIC X VALUE "N".
           88  WS-END-OF-AUDIT              VALUE "Y".

       01  WS-DATE-PARM                PIC X(8).
       01  WS-SYSTEM-DATE              PIC X(8).
       01  WS-REPORT-DATE              PIC X(8).

      *  Per-program tallies, in the order the programs first appear
      *  on the day's audit records.  Five programs read operator
      *  cards today; twenty leaves room, and a program past the
      *  table still has its violations listed, just not tallied.
       01  WS-PGM-TABLE.
           05  WS-PGM-COUNT            PIC 9(2) VALUE 0.
           05  WS-PGM-ENTRY OCCURS 20 TIMES
                   INDEXED BY PGM-IDX.
               10  WS-PGM-NAME             PIC X(8).
               10  WS-PGM-ACCEPTED         PIC 9(7).
               10  WS-PGM-REFUSED          PIC 9(7).
       01  WS-PGM-FOUND-FLAG           PIC X.
           88  WS-PGM-FOUND                 VALUE "Y".

       01  WS-RECORD-COUNT             PIC 9(7) VALUE 0.
       01  WS-ACCEPTED-COUNT           PIC 9(7) VALUE 0.
       01  WS-VIOLATION-COUNT          PIC 9(7) VALUE 0.
       01  WS-UNTALLIED-COUNT          PIC 9(7) VALUE 0.

       01  WS-RPT-COUNT-ED             PIC ZZZZZZ9.
       01  WS-RPT-COUNT2-ED            PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SCAN-AUDIT
               UNTIL WS-END-OF-AUDIT
           CLOSE SEC-AUDIT-FILE
           PERFORM 8000-WRITE-REPORT-TRAILER
           PERFORM 8500-SET-RETURN-CODE
           CLOSE SEC-RPT-FILE
           DISPLAY "SECURITY VIOLATIONS REPORT WRITTEN TO "
               "./data/secrpt.rpt"
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-DATE-PARM
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
           MOVE WS-SYSTEM-DATE TO WS-REPORT-DATE
           IF WS-DATE-PARM = SPACES THEN
               PERFORM 1010-READ-BUSINESS-DATE
           ELSE
               IF WS-DATE-PARM NOT NUMERIC THEN
                   DISPLAY "REPORT DATE NOT YYYYMMDD: " WS-DATE-PARM
                       " - KEY A DATE OR LEAVE IT BLANK"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-DATE-PARM TO WS-REPORT-DATE
           END-IF
           OPEN OUTPUT SEC-RPT-FILE
           PERFORM 8100-WRITE-REPORT-HEADER
      *  Guarded the positive way - no audit file yet means nothing
      *  was keyed, which reports as a clean day.
           OPEN INPUT SEC-AUDIT-FILE
           IF NOT WS-AUDIT-OK THEN
               SET WS-END-OF-AUDIT TO TRUE
           ELSE
               PERFORM 1100-READ-AUDIT
           END-IF.

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
                   "USING SYSTEM DATE " WS-REPORT-DATE
           END-IF.

       1020-READ-DATE-CTL-REC.
           READ DATE-CTL-FILE
               AT END
                   SET WS-END-OF-DATECTL TO TRUE
               NOT AT END
                   IF DC-CONTROL-REC
                           AND DC-BUSINESS-DATE NUMERIC
                       MOVE DC-BUSINESS-DATE TO WS-REPORT-DATE
                       MOVE "Y" TO WS-BUS-DATE-FLAG
                       SET WS-END-OF-DATECTL TO TRUE
                   END-IF
           END-READ.

       1100-READ-AUDIT.
           READ SEC-AUDIT-FILE
               AT END
                   SET WS-END-OF-AUDIT TO TRUE
           END-READ.

       2000-SCAN-AUDIT.
           IF SA-AUDIT-DATE = WS-REPORT-DATE THEN
               ADD 1 TO WS-RECORD-COUNT
               PERFORM 2100-FIND-PROGRAM
               IF SA-ACCEPTED THEN
                   ADD 1 TO WS-ACCEPTED-COUNT
                   IF WS-PGM-FOUND THEN
                       ADD 1 TO WS-PGM-ACCEPTED (PGM-IDX)
                   END-IF
               ELSE
                   ADD 1 TO WS-VIOLATION-COUNT
                   IF WS-PGM-FOUND THEN
                       ADD 1 TO WS-PGM-REFUSED (PGM-IDX)
                   END-IF
                   PERFORM 2200-WRITE-VIOLATION-LINE
               END-IF
           END-IF
           PERFORM 1100-READ-AUDIT.

       2100-FIND-PROGRAM.
           MOVE "N" TO WS-PGM-FOUND-FLAG
           SET PGM-IDX TO 1
           SEARCH WS-PGM-ENTRY
               AT END
                   CONTINUE
               WHEN PGM-IDX > WS-PGM-COUNT
                   CONTINUE
               WHEN WS-PGM-NAME (PGM-IDX) = SA-PROGRAM
                   MOVE "Y" TO WS-PGM-FOUND-FLAG
           END-SEARCH
           IF NOT WS-PGM-FOUND THEN
               IF WS-PGM-COUNT < 20 THEN
                   ADD 1 TO WS-PGM-COUNT
                   SET PGM-IDX TO WS-PGM-COUNT
                   MOVE SA-PROGRAM TO WS-PGM-NAME (PGM-IDX)
                   MOVE 0 TO WS-PGM-ACCEPTED (PGM-IDX)
                   MOVE 0 TO WS-PGM-REFUSED (PGM-IDX)
                   MOVE "Y" TO WS-PGM-FOUND-FLAG
               ELSE
                   ADD 1 TO WS-UNTALLIED-COUNT
               END-IF
           END-IF.

      *  Anything not ACCEPTED is listed, including an outcome this
      *  job does not know - a refusal is never dropped for being
      *  spelled differently.
       2200-WRITE-VIOLATION-LINE.
           MOVE SPACES TO SEC-RPT-LINE
           STRING SA-AUDIT-TIME (1:6) "  " SA-PROGRAM "  "
               SA-CARD-FILE "  " SA-OPERATOR-ID "  "
               SA-OPERATOR-ROLE "    " SA-REQUIRED-ROLE "    "
               SA-OUTCOME "  " SA-CARD-IMAGE
               DELIMITED BY SIZE INTO SEC-RPT-LINE
           WRITE SEC-RPT-LINE.

       8100-WRITE-REPORT-HEADER.
           MOVE SPACES TO SEC-RPT-LINE
           STRING "SECURITY VIOLATIONS REPORT   DATE: "
               WS-REPORT-DATE
               DELIMITED BY SIZE INTO SEC-RPT-LINE
           WRITE SEC-RPT-LINE
           MOVE SPACES TO SEC-RPT-LINE
           STRING "ROLES: S SUPERVISOR, O OPERATOR, A AUDITOR"
               DELIMITED BY SIZE INTO SEC-RPT-LINE
           WRITE SEC-RPT-LINE
           MOVE SPACES TO SEC-RPT-LINE
           STRING "TIME    PROGRAM   CARDS     OPERATOR  HAS  "
               "NEED OUTCOME   CARD IMAGE"
               DELIMITED BY SIZE INTO SEC-RPT-LINE
           WRITE SEC-RPT-LINE.

       8000-WRITE-REPORT-TRAILER.
           IF WS-VIOLATION-COUNT = 0 THEN
               MOVE "NO VIOLATIONS ON THIS DATE" TO SEC-RPT-LINE
               WRITE SEC-RPT-LINE
           END-IF
           MOVE SPACES TO SEC-RPT-LINE
           STRING "PROGRAM   ACCEPTED  REFUSED"
               DELIMITED BY SIZE INTO SEC-RPT-LINE
           WRITE SEC-RPT-LINE
           PERFORM 8200-WRITE-PROGRAM-LINE
               VARYING PGM-IDX FROM 1 BY 1
               UNTIL PGM-IDX > WS-PGM-COUNT
           MOVE WS-RECORD-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO SEC-RPT-LINE
           STRING "CARDS CHECKED:   " WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO SEC-RPT-LINE
           WRITE SEC-RPT-LINE
           MOVE WS-ACCEPTED-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO SEC-RPT-LINE
           STRING "  ACCEPTED:      " WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO SEC-RPT-LINE
           WRITE SEC-RPT-LINE
           MOVE WS-VIOLATION-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO SEC-RPT-LINE
           STRING "  VIOLATIONS:    " WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO SEC-RPT-LINE
           WRITE SEC-RPT-LINE
           IF WS-UNTALLIED-COUNT > 0 THEN
               MOVE WS-UNTALLIED-COUNT TO WS-RPT-COUNT-ED
               MOVE SPACES TO SEC-RPT-LINE
               STRING "  NOT TALLIED BY PROGRAM (TABLE FULL): "
                   WS-RPT-COUNT-ED
                   DELIMITED BY SIZE INTO SEC-RPT-LINE
               WRITE SEC-RPT-LINE
           END-IF.

       8200-WRITE-PROGRAM-LINE.
           MOVE WS-PGM-ACCEPTED (PGM-IDX) TO WS-RPT-COUNT-ED
           MOVE WS-PGM-REFUSED (PGM-IDX)  TO WS-RPT-COUNT2-ED
           MOVE SPACES TO SEC-RPT-LINE
           STRING WS-PGM-NAME (PGM-IDX) "  " WS-RPT-COUNT-ED
               "  " WS-RPT-COUNT2-ED
               DELIMITED BY SIZE INTO SEC-RPT-LINE
           WRITE SEC-RPT-LINE.

       8500-SET-RETURN-CODE.
           IF WS-VIOLATION-COUNT > 0 THEN
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
