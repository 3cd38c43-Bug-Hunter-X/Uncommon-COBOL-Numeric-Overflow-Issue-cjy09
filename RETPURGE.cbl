       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETPURGE.
      *****************************************************************
      *  RETPURGE                                                     *
      *  Retention purge for the logs and registers the chain only    *
      *  ever appends to.  CHKCOMP keeps the checkpoint log down, but *
      *  the audit log, the posting journal, both registers, the      *
      *  definition change log, the checkpoint archive, the history   *
      *  master, the accepted-reference history and the closed        *
      *  incidents on the incident master grow forever, and every     *
      *  report that reads them end to end gets slower with them.     *
      *                                                                *
      *  The retention policy master (copybook RETPOL) gives the      *
      *  days to keep per file.  For each file with a policy, every   *
      *  record dated before the business date less those days is     *
      *  moved to the purge archive (copybook PRGARCH), stamped with  *
      *  this run, and everything else is written to a purged copy    *
      *  beside the live file - nothing is overwritten in place, the  *
      *  same swap discipline as CHKCOMP and SUSPREL.  Some records   *
      *  are never archived however old they are:                     *
      *    - journal postings for a period PERCLOSE has not closed    *
      *      (run date's YYYYMM after the latest period on the        *
      *      history master - PERCLOSE closes periods in order, so    *
      *      everything up to the latest is closed even once older    *
      *      history rows have been archived here) - the              *
      *      journal is not purged at all unless the last checkpoint  *
      *      is a clean finish, since a restart trims it by position; *
      *    - incidents that are not closed (open, acknowledged or     *
      *      escalated);                                              *
      *    - register and reference-history entries inside the        *
      *      double-run protection window - a policy shorter than     *
      *      WS-RERUN-WINDOW-DAYS is lengthened to it for those       *
      *      files, so a feed resent inside the window is still       *
      *      caught by TRNEDIT, OVFLCNT and the duplicate-reference   *
      *      edit.                                                    *
      *  A record with no usable date is kept.  Each purged copy is   *
      *  read back and counted, and the archive is read back for      *
      *  this run's records, before the report blesses the swap.      *
      *                                                                *
      *  Run when the chain is quiet (after DATEADV), and rename the  *
      *  purged copies into place before the next TRNEDIT - anything  *
      *  appended to a live file in between would be lost by the      *
      *  rename.  Report ./data/purgerpt.rpt, with records read, kept *
      *  (and of those, held by a rule above) and archived per file.  *
      *  Return code: 0 purged and verified, 4 the journal was not    *
      *  purged because the last checkpoint is not a clean finish,    *
      *  16 a count did not verify - rename nothing.                  *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DATE-CTL-FILE
               ASSIGN TO "./data/datectl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATECTL-STATUS.

           SELECT OPTIONAL RET-POLICY-FILE
               ASSIGN TO "./data/retpol.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POLICY-STATUS.

           SELECT OPTIONAL CHKPT-FILE ASSIGN TO "./data/chkpt.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHKPT-STATUS.

           SELECT OPTIONAL PURGE-ARCH-FILE
               ASSIGN TO "./data/purgearc.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT OPTIONAL OVFL-LOG-FILE ASSIGN TO "./data/ovflw.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.

           SELECT OVFL-LOG-PURGED-FILE
               ASSIGN TO "./data/ovflw_purged.log"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL POST-JRNL-FILE
               ASSIGN TO "./data/pstjrnl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.

           SELECT POST-JRNL-PURGED-FILE
               ASSIGN TO "./data/pstjrnl_purged.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FEED-REG-FILE
               ASSIGN TO "./data/feedreg.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.

           SELECT FEED-REG-PURGED-FILE
               ASSIGN TO "./data/feedreg_purged.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-REG-FILE
               ASSIGN TO "./data/ovflreg.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.

           SELECT RUN-REG-PURGED-FILE
               ASSIGN TO "./data/ovflreg_purged.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CHANGE-LOG-FILE
               ASSIGN TO "./data/ctrchlog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.

           SELECT CHANGE-LOG-PURGED-FILE
               ASSIGN TO "./data/ctrchlog_purged.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CHKPT-ARCH-FILE
               ASSIGN TO "./data/chkparch.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.

           SELECT CHKPT-ARCH-PURGED-FILE
               ASSIGN TO "./data/chkparch_purged.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CTR-HIST-FILE
               ASSIGN TO "./data/ctrhist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.

           SELECT CTR-HIST-PURGED-FILE
               ASSIGN TO "./data/ctrhist_purged.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL INCIDENT-FILE
               ASSIGN TO "./data/alertinc.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.

           SELECT INCIDENT-PURGED-FILE
               ASSIGN TO "./data/alertinc_purged.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL REF-HIST-FILE
               ASSIGN TO "./data/trnref.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.

           SELECT REF-HIST-PURGED-FILE
               ASSIGN TO "./data/trnref_purged.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PURGE-RPT-FILE ASSIGN TO "./data/purgerpt.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DATE-CTL-FILE
           RECORDING MODE IS F.
       COPY DATECTL.

       FD  RET-POLICY-FILE
           RECORDING MODE IS F.
       COPY RETPOL.

       FD  CHKPT-FILE
           RECORDING MODE IS F.
       COPY CHKREC.

       FD  PURGE-ARCH-FILE
           RECORDING MODE IS F.
       COPY PRGARCH.

       FD  OVFL-LOG-FILE
           RECORDING MODE IS F.
       COPY OVFLREC.

       FD  OVFL-LOG-PURGED-FILE
           RECORDING MODE IS F.
       01  OVFL-LOG-PURGED-REC         PIC X(83).

       FD  POST-JRNL-FILE
           RECORDING MODE IS F.
       COPY PSTJRNL.

       FD  POST-JRNL-PURGED-FILE
           RECORDING MODE IS F.
       01  POST-JRNL-PURGED-REC        PIC X(62).

       FD  FEED-REG-FILE
           RECORDING MODE IS F.
       COPY FEEDREG.

       FD  FEED-REG-PURGED-FILE
           RECORDING MODE IS F.
       01  FEED-REG-PURGED-REC         PIC X(30).

       FD  RUN-REG-FILE
           RECORDING MODE IS F.
       COPY RUNREG.

       FD  RUN-REG-PURGED-FILE
           RECORDING MODE IS F.
       01  RUN-REG-PURGED-REC          PIC X(52).

       FD  CHANGE-LOG-FILE
           RECORDING MODE IS F.
       COPY CHGLOG.

       FD  CHANGE-LOG-PURGED-FILE
           RECORDING MODE IS F.
       01  CHANGE-LOG-PURGED-REC       PIC X(62).

       FD  CHKPT-ARCH-FILE
           RECORDING MODE IS F.
       COPY CHKARCH.

       FD  CHKPT-ARCH-PURGED-FILE
           RECORDING MODE IS F.
       01  CHKPT-ARCH-PURGED-REC       PIC X(84).

       FD  CTR-HIST-FILE
           RECORDING MODE IS F.
       COPY CTRHIST.

       FD  CTR-HIST-PURGED-FILE
           RECORDING MODE IS F.
       01  CTR-HIST-PURGED-REC         PIC X(62).

       FD  INCIDENT-FILE
           RECORDING MODE IS F.
       COPY INCREC.

       FD  INCIDENT-PURGED-FILE
           RECORDING MODE IS F.
       01  INCIDENT-PURGED-REC         PIC X(74).

       FD  REF-HIST-FILE
           RECORDING MODE IS F.
       COPY REFHIST.

       FD  REF-HIST-PURGED-FILE
           RECORDING MODE IS F.
       01  REF-HIST-PURGED-REC         PIC X(40).

       FD  PURGE-RPT-FILE
           RECORDING MODE IS F.
       01  PURGE-RPT-LINE              PIC X(110).

       WORKING-STORAGE SECTION.
      *  The files purged, in the order they are done: purge id (the
      *  RETPOL key), whether the double-run window applies ("W"),
      *  the live file, and the purged copy renamed over it.
       01  WS-PURGE-FILE-DEFS.
           05  FILLER                  PIC X(29) VALUE
               "OVFLWLOG ./data/ovflw.log    ".
           05  FILLER                  PIC X(27) VALUE
               "./data/ovflw_purged.log    ".
           05  FILLER                  PIC X(29) VALUE
               "PSTJRNL  ./data/pstjrnl.dat  ".
           05  FILLER                  PIC X(27) VALUE
               "./data/pstjrnl_purged.dat  ".
           05  FILLER                  PIC X(29) VALUE
               "FEEDREG W./data/feedreg.dat  ".
           05  FILLER                  PIC X(27) VALUE
               "./data/feedreg_purged.dat  ".
           05  FILLER                  PIC X(29) VALUE
               "OVFLREG W./data/ovflreg.dat  ".
           05  FILLER                  PIC X(27) VALUE
               "./data/ovflreg_purged.dat  ".
           05  FILLER                  PIC X(29) VALUE
               "CTRCHLOG ./data/ctrchlog.dat ".
           05  FILLER                  PIC X(27) VALUE
               "./data/ctrchlog_purged.dat ".
           05  FILLER                  PIC X(29) VALUE
               "CHKPARCH ./data/chkparch.dat ".
           05  FILLER                  PIC X(27) VALUE
               "./data/chkparch_purged.dat ".
           05  FILLER                  PIC X(29) VALUE
               "CTRHIST  ./data/ctrhist.dat  ".
           05  FILLER                  PIC X(27) VALUE
               "./data/ctrhist_purged.dat  ".
           05  FILLER                  PIC X(29) VALUE
               "ALERTINC ./data/alertinc.dat ".
           05  FILLER                  PIC X(27) VALUE
               "./data/alertinc_purged.dat ".
           05  FILLER                  PIC X(29) VALUE
               "TRNREF  W./data/trnref.dat   ".
           05  FILLER                  PIC X(27) VALUE
               "./data/trnref_purged.dat   ".
       01  WS-PURGE-FILE-TABLE REDEFINES WS-PURGE-FILE-DEFS.
           05  WS-PF-DEF OCCURS 9 TIMES.
               10  WS-PF-DEF-ID            PIC X(8).
               10  WS-PF-DEF-WINDOW        PIC X.
                   88  WS-PF-DEF-IN-WINDOW      VALUE "W".
               10  WS-PF-DEF-LIVE-NAME     PIC X(20).
               10  WS-PF-DEF-PURGED-NAME   PIC X(27).
       01  WS-PF-MAX                   PIC 9(2) COMP VALUE 9.

      *  Where each file stands this run.  WS-PF-HELD counts records
      *  past the cutoff kept by a never-purge rule - they are in
      *  WS-PF-KEPT too.
       01  WS-PURGE-STATE-TABLE.
           05  WS-PF-STATE OCCURS 9 TIMES.
               10  WS-PF-POLICY-FLAG       PIC X.
                   88  WS-PF-HAS-POLICY         VALUE "Y".
               10  WS-PF-DAYS              PIC 9(5).
               10  WS-PF-FLOORED-FLAG      PIC X.
                   88  WS-PF-FLOORED            VALUE "Y".
               10  WS-PF-CUTOFF-DATE       PIC X(8).
               10  WS-PF-READ              PIC 9(9).
               10  WS-PF-KEPT              PIC 9(9).
               10  WS-PF-HELD              PIC 9(9).
               10  WS-PF-ARCHIVED          PIC 9(9).
               10  WS-PF-KEPT-VERIFY       PIC 9(9).
               10  WS-PF-ARCH-VERIFY       PIC 9(9).
               10  WS-PF-RESULT            PIC X(10).
       01  WS-PF-SUB                   PIC 9(2) COMP.

      *  Registers and the reference history are never cut inside
      *  this many days - the same window the duplicate-reference
      *  edit holds references for (REFTBL).
       01  WS-RERUN-WINDOW-DAYS        PIC 9(3) VALUE 90.

       01  WS-POLICY-TABLE.
           05  WS-POL-COUNT            PIC 9(2) VALUE 0.
           05  WS-POL-ENTRY OCCURS 1 TO 20 TIMES
                   DEPENDING ON WS-POL-COUNT
                   INDEXED BY POL-IDX.
               10  WS-POL-FILE-ID          PIC X(8).
               10  WS-POL-DAYS             PIC 9(5).

      *  The latest period PERCLOSE has closed, off the history
      *  master before it is purged.  Periods close in order, so
      *  every period up to this one is closed.
       01  WS-LAST-CLOSED-PERIOD       PIC X(6) VALUE SPACES.

       01  WS-DATECTL-STATUS           PIC XX.
           88  WS-DATECTL-OK                VALUE "00".
       01  WS-DATECTL-EOF-FLAG         PIC X VALUE "N".
           88  WS-END-OF-DATECTL            VALUE "Y".
       01  WS-BUS-DATE-FLAG            PIC X VALUE "N".
           88  WS-BUSINESS-DATE-SET         VALUE "Y".

       01  WS-POLICY-STATUS            PIC XX.
           88  WS-POLICY-OK                 VALUE "00".
       01  WS-POLICY-EOF-FLAG          PIC X VALUE "N".
           88  WS-END-OF-POLICY             VALUE "Y".

       01  WS-CHKPT-STATUS             PIC XX.
           88  WS-CHKPT-OK                  VALUE "00".
       01  WS-CHKPT-EOF-FLAG           PIC X VALUE "N".
           88  WS-END-OF-CHKPT              VALUE "Y".
       01  WS-CHKPT-SEEN-FLAG          PIC X VALUE "N".
           88  WS-CHKPT-RECORDS-SEEN        VALUE "Y".
       01  WS-CHKPT-CLEAN-FLAG         PIC X VALUE "N".
           88  WS-CHKPT-CLEAN               VALUE "Y".

       01  WS-ARCH-STATUS              PIC XX.
           88  WS-ARCH-OK                   VALUE "00".
       01  WS-ARCH-EOF-FLAG            PIC X VALUE "N".
           88  WS-END-OF-ARCHIVE            VALUE "Y".
       01  WS-ARCH-START-COUNT         PIC 9(9) VALUE 0.
       01  WS-ARCH-READ-COUNT          PIC 9(9) VALUE 0.

       01  WS-INPUT-STATUS             PIC XX.
           88  WS-INPUT-OK                  VALUE "00".
       01  WS-INPUT-EOF-FLAG           PIC X VALUE "N".
           88  WS-END-OF-INPUT              VALUE "Y".

       01  WS-RUN-DATE                 PIC X(8).
       01  WS-RUN-ID                   PIC X(8).
       01  WS-DATE-INT                 PIC 9(8) COMP.
       01  WS-DATE-NUM                 PIC 9(8).

      *  The record in hand, as each file's read paragraph hands it
      *  to 7100: its date, whether a never-purge rule holds it, and
      *  its image for the archive.
       01  WS-REC-DATE                 PIC X(8).
       01  WS-REC-HELD-FLAG            PIC X.
           88  WS-REC-HELD                  VALUE "Y".
       01  WS-REC-ARCHIVED-FLAG        PIC X.
           88  WS-REC-ARCHIVED              VALUE "Y".
       01  WS-REC-IMAGE                PIC X(84).

       01  WS-VERIFY-ERRORS            PIC 9(5) VALUE 0.
       01  WS-SKIPPED-COUNT            PIC 9(2) VALUE 0.
       01  WS-TOTAL-ARCHIVED           PIC 9(9) VALUE 0.

       01  WS-RPT-DAYS-ED              PIC ZZZZ9.
       01  WS-RPT-READ-ED              PIC ZZZZZZZZ9.
       01  WS-RPT-KEPT-ED              PIC ZZZZZZZZ9.
       01  WS-RPT-HELD-ED              PIC ZZZZZZZZ9.
       01  WS-RPT-ARCH-ED              PIC ZZZZZZZZ9.
       01  WS-RPT-FLOOR-IND            PIC X.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           OPEN EXTEND PURGE-ARCH-FILE
           PERFORM 2100-PURGE-OVFLW-LOG
           PERFORM 2200-PURGE-JOURNAL
           PERFORM 2300-PURGE-FEED-REGISTER
           PERFORM 2400-PURGE-RUN-REGISTER
           PERFORM 2500-PURGE-CHANGE-LOG
           PERFORM 2600-PURGE-CHKPT-ARCHIVE
           PERFORM 2700-PURGE-HISTORY
           PERFORM 2800-PURGE-INCIDENTS
           PERFORM 2900-PURGE-REF-HISTORY
           CLOSE PURGE-ARCH-FILE
           PERFORM 3000-VERIFY-ARCHIVE
           PERFORM 8000-WRITE-PURGE-REPORT
           PERFORM 8500-SET-RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-ID   FROM TIME
           PERFORM 1010-READ-BUSINESS-DATE
           PERFORM 1050-CLEAR-FILE-STATE
               VARYING WS-PF-SUB FROM 1 BY 1
               UNTIL WS-PF-SUB > WS-PF-MAX
           PERFORM 1100-LOAD-RETENTION-POLICY
           PERFORM 1200-LOAD-CLOSED-PERIODS
           PERFORM 1300-CHECK-LAST-CHECKPOINT
           PERFORM 1400-COUNT-ARCHIVE.

      *  The cutoffs count back from the official business date, the
      *  date every record being judged was stamped with.
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

       1050-CLEAR-FILE-STATE.
           MOVE "N"    TO WS-PF-POLICY-FLAG (WS-PF-SUB)
           MOVE 0      TO WS-PF-DAYS (WS-PF-SUB)
           MOVE "N"    TO WS-PF-FLOORED-FLAG (WS-PF-SUB)
           MOVE SPACES TO WS-PF-CUTOFF-DATE (WS-PF-SUB)
           MOVE 0      TO WS-PF-READ (WS-PF-SUB)
           MOVE 0      TO WS-PF-KEPT (WS-PF-SUB)
           MOVE 0      TO WS-PF-HELD (WS-PF-SUB)
           MOVE 0      TO WS-PF-ARCHIVED (WS-PF-SUB)
           MOVE 0      TO WS-PF-KEPT-VERIFY (WS-PF-SUB)
           MOVE 0      TO WS-PF-ARCH-VERIFY (WS-PF-SUB)
           MOVE "NO POLICY" TO WS-PF-RESULT (WS-PF-SUB).

      *  Guarded the positive way - no policy master means no file
      *  has a policy and the run archives nothing.
       1100-LOAD-RETENTION-POLICY.
           OPEN INPUT RET-POLICY-FILE
           IF NOT WS-POLICY-OK THEN
               SET WS-END-OF-POLICY TO TRUE
           END-IF
           PERFORM 1110-READ-POLICY
               UNTIL WS-END-OF-POLICY
           CLOSE RET-POLICY-FILE.

       1110-READ-POLICY.
           READ RET-POLICY-FILE
               AT END
                   SET WS-END-OF-POLICY TO TRUE
               NOT AT END
                   IF RP-FILE-ID NOT = SPACES
                           AND RP-RETAIN-DAYS NUMERIC
                           AND RP-RETAIN-DAYS > 0
                       IF WS-POL-COUNT >= 20 THEN
                           DISPLAY "RETENTION POLICY TABLE FULL AT "
                               "20 - IGNORING: " RET-POLICY-REC
                       ELSE
                           ADD 1 TO WS-POL-COUNT
                           SET POL-IDX TO WS-POL-COUNT
                           MOVE RP-FILE-ID
                               TO WS-POL-FILE-ID (POL-IDX)
                           MOVE RP-RETAIN-DAYS
                               TO WS-POL-DAYS (POL-IDX)
                       END-IF
                   ELSE
                       IF RET-POLICY-REC NOT = SPACES THEN
                           DISPLAY "RETENTION POLICY LINE NOT USED - "
                               "NEEDS A FILE ID AND DAYS ABOVE ZERO: "
                               RET-POLICY-REC
                       END-IF
                   END-IF
           END-READ.

       1200-LOAD-CLOSED-PERIODS.
           MOVE "N" TO WS-INPUT-EOF-FLAG
           OPEN INPUT CTR-HIST-FILE
           IF NOT WS-INPUT-OK THEN
               SET WS-END-OF-INPUT TO TRUE
           END-IF
           PERFORM 1210-READ-HISTORY
               UNTIL WS-END-OF-INPUT
           CLOSE CTR-HIST-FILE.

       1210-READ-HISTORY.
           READ CTR-HIST-FILE
               AT END
                   SET WS-END-OF-INPUT TO TRUE
               NOT AT END
                   IF HX-PERIOD NUMERIC
                           AND HX-PERIOD > WS-LAST-CLOSED-PERIOD
                       MOVE HX-PERIOD TO WS-LAST-CLOSED-PERIOD
                   END-IF
           END-READ.

      *  OVFLCNT's restart trims the journal back to the position on
      *  the last checkpoint, so the journal is only purged after a
      *  clean finish - never under a run in flight or abended.  An
      *  empty log is a clean start; a record in another layout is
      *  not clean.
       1300-CHECK-LAST-CHECKPOINT.
           OPEN INPUT CHKPT-FILE
           IF NOT WS-CHKPT-OK THEN
               SET WS-END-OF-CHKPT TO TRUE
           END-IF
           PERFORM 1310-READ-CHECKPOINT
               UNTIL WS-END-OF-CHKPT
           CLOSE CHKPT-FILE
           IF NOT WS-CHKPT-RECORDS-SEEN THEN
               MOVE "Y" TO WS-CHKPT-CLEAN-FLAG
           END-IF.

       1310-READ-CHECKPOINT.
           READ CHKPT-FILE
               AT END
                   SET WS-END-OF-CHKPT TO TRUE
               NOT AT END
                   MOVE "Y" TO WS-CHKPT-SEEN-FLAG
                   IF CK-LAYOUT-VERSION = "02"
                           AND CK-RUN-COMPLETE-FLAG = "Y"
                       MOVE "Y" TO WS-CHKPT-CLEAN-FLAG
                   ELSE
                       MOVE "N" TO WS-CHKPT-CLEAN-FLAG
                   END-IF
           END-READ.

      *  Where the archive ends before this run appends to it - the
      *  read-back in 3000 tallies only what lies past this point.
       1400-COUNT-ARCHIVE.
           MOVE 0 TO WS-ARCH-START-COUNT
           OPEN INPUT PURGE-ARCH-FILE
           IF NOT WS-ARCH-OK THEN
               SET WS-END-OF-ARCHIVE TO TRUE
           END-IF
           PERFORM UNTIL WS-END-OF-ARCHIVE
               READ PURGE-ARCH-FILE
                   AT END
                       SET WS-END-OF-ARCHIVE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ARCH-START-COUNT
               END-READ
           END-PERFORM
           CLOSE PURGE-ARCH-FILE.

       2100-PURGE-OVFLW-LOG.
           MOVE 1 TO WS-PF-SUB
           PERFORM 7000-SET-CUTOFF
           IF WS-PF-HAS-POLICY (WS-PF-SUB) THEN
               MOVE "N" TO WS-INPUT-EOF-FLAG
               OPEN INPUT OVFL-LOG-FILE
               IF NOT WS-INPUT-OK THEN
                   SET WS-END-OF-INPUT TO TRUE
               END-IF
               OPEN OUTPUT OVFL-LOG-PURGED-FILE
               PERFORM 2110-PURGE-OVFLW-REC
                   UNTIL WS-END-OF-INPUT
               CLOSE OVFL-LOG-FILE
               CLOSE OVFL-LOG-PURGED-FILE
               PERFORM 2120-COUNT-OVFLW-PURGED
           END-IF.

       2110-PURGE-OVFLW-REC.
           READ OVFL-LOG-FILE
               AT END
                   SET WS-END-OF-INPUT TO TRUE
               NOT AT END
                   MOVE OL-RUN-DATE  TO WS-REC-DATE
                   MOVE "N"          TO WS-REC-HELD-FLAG
                   MOVE OVFL-LOG-REC TO WS-REC-IMAGE
                   PERFORM 7100-DISPOSE-RECORD
                   IF NOT WS-REC-ARCHIVED THEN
                       MOVE OVFL-LOG-REC TO OVFL-LOG-PURGED-REC
                       WRITE OVFL-LOG-PURGED-REC
                   END-IF
           END-READ.

       2120-COUNT-OVFLW-PURGED.
           MOVE "N" TO WS-INPUT-EOF-FLAG
           OPEN INPUT OVFL-LOG-PURGED-FILE
           PERFORM UNTIL WS-END-OF-INPUT
               READ OVFL-LOG-PURGED-FILE
                   AT END
                       SET WS-END-OF-INPUT TO TRUE
                   NOT AT END
                       ADD 1 TO WS-PF-KEPT-VERIFY (WS-PF-SUB)
               END-READ
           END-PERFORM
           CLOSE OVFL-LOG-PURGED-FILE.

      *  A posting is held while its run date's period has no rows
      *  on the history master - PERCLOSE has not closed it, and
      *  BACKOUT may still need it.  The purged copy is shorter than
      *  CK-POSTING-COUNT on the last checkpoint once renamed in;
      *  OVFLCNT restates its starting position on the checkpoint
      *  log before it journals anything, so no restart trims to the
      *  old count.
       2200-PURGE-JOURNAL.
           MOVE 2 TO WS-PF-SUB
           PERFORM 7000-SET-CUTOFF
           IF WS-PF-HAS-POLICY (WS-PF-SUB)
                   AND NOT WS-CHKPT-CLEAN
               DISPLAY "LAST CHECKPOINT IS NOT A CLEAN FINISH - AN "
                   "OVFLCNT RUN IS IN FLIGHT OR ABENDED"
               DISPLAY "POSTING JOURNAL NOT PURGED THIS RUN"
               MOVE "SKIPPED" TO WS-PF-RESULT (WS-PF-SUB)
               ADD 1 TO WS-SKIPPED-COUNT
           END-IF
           IF WS-PF-HAS-POLICY (WS-PF-SUB)
                   AND WS-CHKPT-CLEAN
               MOVE "N" TO WS-INPUT-EOF-FLAG
               OPEN INPUT POST-JRNL-FILE
               IF NOT WS-INPUT-OK THEN
                   SET WS-END-OF-INPUT TO TRUE
               END-IF
               OPEN OUTPUT POST-JRNL-PURGED-FILE
               PERFORM 2210-PURGE-JOURNAL-REC
                   UNTIL WS-END-OF-INPUT
               CLOSE POST-JRNL-FILE
               CLOSE POST-JRNL-PURGED-FILE
               PERFORM 2220-COUNT-JOURNAL-PURGED
           END-IF.

       2210-PURGE-JOURNAL-REC.
           READ POST-JRNL-FILE
               AT END
                   SET WS-END-OF-INPUT TO TRUE
               NOT AT END
                   MOVE PJ-RUN-DATE   TO WS-REC-DATE
                   MOVE "Y"           TO WS-REC-HELD-FLAG
                   IF WS-LAST-CLOSED-PERIOD NOT = SPACES
                           AND PJ-RUN-DATE (1:6)
                           NOT > WS-LAST-CLOSED-PERIOD
                       MOVE "N" TO WS-REC-HELD-FLAG
                   END-IF
                   MOVE POST-JRNL-REC TO WS-REC-IMAGE
                   PERFORM 7100-DISPOSE-RECORD
                   IF NOT WS-REC-ARCHIVED THEN
                       MOVE POST-JRNL-REC TO POST-JRNL-PURGED-REC
                       WRITE POST-JRNL-PURGED-REC
                   END-IF
           END-READ.

       2220-COUNT-JOURNAL-PURGED.
           MOVE "N" TO WS-INPUT-EOF-FLAG
           OPEN INPUT POST-JRNL-PURGED-FILE
           PERFORM UNTIL WS-END-OF-INPUT
               READ POST-JRNL-PURGED-FILE
                   AT END
                       SET WS-END-OF-INPUT TO TRUE
                   NOT AT END
                       ADD 1 TO WS-PF-KEPT-VERIFY (WS-PF-SUB)
               END-READ
           END-PERFORM
           CLOSE POST-JRNL-PURGED-FILE.

      *  Dated by when TRNEDIT took the feed (or BACKOUT marked it),
      *  so a feed's "P" line goes before the "B" that follows it.
       2300-PURGE-FEED-REGISTER.
           MOVE 3 TO WS-PF-SUB
           PERFORM 7000-SET-CUTOFF
           IF WS-PF-HAS-POLICY (WS-PF-SUB) THEN
               MOVE "N" TO WS-INPUT-EOF-FLAG
               OPEN INPUT FEED-REG-FILE
               IF NOT WS-INPUT-OK THEN
                   SET WS-END-OF-INPUT TO TRUE
               END-IF
               OPEN OUTPUT FEED-REG-PURGED-FILE
               PERFORM 2310-PURGE-FEED-REG-REC
                   UNTIL WS-END-OF-INPUT
               CLOSE FEED-REG-FILE
               CLOSE FEED-REG-PURGED-FILE
               PERFORM 2320-COUNT-FEED-REG-PURGED
           END-IF.

       2310-PURGE-FEED-REG-REC.
           READ FEED-REG-FILE
               AT END
                   SET WS-END-OF-INPUT TO TRUE
               NOT AT END
                   MOVE FR-PROCESS-DATE TO WS-REC-DATE
                   MOVE "N"             TO WS-REC-HELD-FLAG
                   MOVE FEED-REG-REC    TO WS-REC-IMAGE
                   PERFORM 7100-DISPOSE-RECORD
                   IF NOT WS-REC-ARCHIVED THEN
                       MOVE FEED-REG-REC TO FEED-REG-PURGED-REC
                       WRITE FEED-REG-PURGED-REC
                   END-IF
           END-READ.

       2320-COUNT-FEED-REG-PURGED.
           MOVE "N" TO WS-INPUT-EOF-FLAG
           OPEN INPUT FEED-REG-PURGED-FILE
           PERFORM UNTIL WS-END-OF-INPUT
               READ FEED-REG-PURGED-FILE
                   AT END
                       SET WS-END-OF-INPUT TO TRUE
                   NOT AT END
                       ADD 1 TO WS-PF-KEPT-VERIFY (WS-PF-SUB)
               END-READ
           END-PERFORM
           CLOSE FEED-REG-PURGED-FILE.

      *  Dated by the run the entry is about - a "B" line carries
      *  the backed-out run's date, so it goes with the "A" it
      *  cancels, never before it.
       2400-PURGE-RUN-REGISTER.
           MOVE 4 TO WS-PF-SUB
           PERFORM 7000-SET-CUTOFF
           IF WS-PF-HAS-POLICY (WS-PF-SUB) THEN
               MOVE "N" TO WS-INPUT-EOF-FLAG
               OPEN INPUT RUN-REG-FILE
               IF NOT WS-INPUT-OK THEN
                   SET WS-END-OF-INPUT TO TRUE
               END-IF
               OPEN OUTPUT RUN-REG-PURGED-FILE
               PERFORM 2410-PURGE-RUN-REG-REC
                   UNTIL WS-END-OF-INPUT
               CLOSE RUN-REG-FILE
               CLOSE RUN-REG-PURGED-FILE
               PERFORM 2420-COUNT-RUN-REG-PURGED
           END-IF.

       2410-PURGE-RUN-REG-REC.
           READ RUN-REG-FILE
               AT END
                   SET WS-END-OF-INPUT TO TRUE
               NOT AT END
                   MOVE RG-RUN-DATE  TO WS-REC-DATE
                   MOVE "N"          TO WS-REC-HELD-FLAG
                   MOVE RUN-REG-REC  TO WS-REC-IMAGE
                   PERFORM 7100-DISPOSE-RECORD
                   IF NOT WS-REC-ARCHIVED THEN
                       MOVE RUN-REG-REC TO RUN-REG-PURGED-REC
                       WRITE RUN-REG-PURGED-REC
                   END-IF
           END-READ.

       2420-COUNT-RUN-REG-PURGED.
           MOVE "N" TO WS-INPUT-EOF-FLAG
           OPEN INPUT RUN-REG-PURGED-FILE
           PERFORM UNTIL WS-END-OF-INPUT
               READ RUN-REG-PURGED-FILE
                   AT END
                       SET WS-END-OF-INPUT TO TRUE
                   NOT AT END
                       ADD 1 TO WS-PF-KEPT-VERIFY (WS-PF-SUB)
               END-READ
           END-PERFORM
           CLOSE RUN-REG-PURGED-FILE.

       2500-PURGE-CHANGE-LOG.
           MOVE 5 TO WS-PF-SUB
           PERFORM 7000-SET-CUTOFF
           IF WS-PF-HAS-POLICY (WS-PF-SUB) THEN
               MOVE "N" TO WS-INPUT-EOF-FLAG
               OPEN INPUT CHANGE-LOG-FILE
               IF NOT WS-INPUT-OK THEN
                   SET WS-END-OF-INPUT TO TRUE
               END-IF
               OPEN OUTPUT CHANGE-LOG-PURGED-FILE
               PERFORM 2510-PURGE-CHANGE-LOG-REC
                   UNTIL WS-END-OF-INPUT
               CLOSE CHANGE-LOG-FILE
               CLOSE CHANGE-LOG-PURGED-FILE
               PERFORM 2520-COUNT-CHANGE-LOG-PURGED
           END-IF.

       2510-PURGE-CHANGE-LOG-REC.
           READ CHANGE-LOG-FILE
               AT END
                   SET WS-END-OF-INPUT TO TRUE
               NOT AT END
                   MOVE CL-LOAD-DATE    TO WS-REC-DATE
                   MOVE "N"             TO WS-REC-HELD-FLAG
                   MOVE CHANGE-LOG-REC  TO WS-REC-IMAGE
                   PERFORM 7100-DISPOSE-RECORD
                   IF NOT WS-REC-ARCHIVED THEN
                       MOVE CHANGE-LOG-REC TO CHANGE-LOG-PURGED-REC
                       WRITE CHANGE-LOG-PURGED-REC
                   END-IF
           END-READ.

       2520-COUNT-CHANGE-LOG-PURGED.
           MOVE "N" TO WS-INPUT-EOF-FLAG
           OPEN INPUT CHANGE-LOG-PURGED-FILE
           PERFORM UNTIL WS-END-OF-INPUT
               READ CHANGE-LOG-PURGED-FILE
                   AT END
                       SET WS-END-OF-INPUT TO TRUE
                   NOT AT END
                       ADD 1 TO WS-PF-KEPT-VERIFY (WS-PF-SUB)
               END-READ
           END-PERFORM
           CLOSE CHANGE-LOG-PURGED-FILE.

       2600-PURGE-CHKPT-ARCHIVE.
           MOVE 6 TO WS-PF-SUB
           PERFORM 7000-SET-CUTOFF
           IF WS-PF-HAS-POLICY (WS-PF-SUB) THEN
               MOVE "N" TO WS-INPUT-EOF-FLAG
               OPEN INPUT CHKPT-ARCH-FILE
               IF NOT WS-INPUT-OK THEN
                   SET WS-END-OF-INPUT TO TRUE
               END-IF
               OPEN OUTPUT CHKPT-ARCH-PURGED-FILE
               PERFORM 2610-PURGE-CHKPT-ARCH-REC
                   UNTIL WS-END-OF-INPUT
               CLOSE CHKPT-ARCH-FILE
               CLOSE CHKPT-ARCH-PURGED-FILE
               PERFORM 2620-COUNT-CHKPT-ARCH-PURGED
           END-IF.

       2610-PURGE-CHKPT-ARCH-REC.
           READ CHKPT-ARCH-FILE
               AT END
                   SET WS-END-OF-INPUT TO TRUE
               NOT AT END
                   MOVE AR-ARCHIVE-DATE TO WS-REC-DATE
                   MOVE "N"             TO WS-REC-HELD-FLAG
                   MOVE CHKPT-ARCH-REC  TO WS-REC-IMAGE
                   PERFORM 7100-DISPOSE-RECORD
                   IF NOT WS-REC-ARCHIVED THEN
                       MOVE CHKPT-ARCH-REC TO CHKPT-ARCH-PURGED-REC
                       WRITE CHKPT-ARCH-PURGED-REC
                   END-IF
           END-READ.

       2620-COUNT-CHKPT-ARCH-PURGED.
           MOVE "N" TO WS-INPUT-EOF-FLAG
           OPEN INPUT CHKPT-ARCH-PURGED-FILE
           PERFORM UNTIL WS-END-OF-INPUT
               READ CHKPT-ARCH-PURGED-FILE
                   AT END
                       SET WS-END-OF-INPUT TO TRUE
                   NOT AT END
                       ADD 1 TO WS-PF-KEPT-VERIFY (WS-PF-SUB)
               END-READ
           END-PERFORM
           CLOSE CHKPT-ARCH-PURGED-FILE.

       2700-PURGE-HISTORY.
           MOVE 7 TO WS-PF-SUB
           PERFORM 7000-SET-CUTOFF
           IF WS-PF-HAS-POLICY (WS-PF-SUB) THEN
               MOVE "N" TO WS-INPUT-EOF-FLAG
               OPEN INPUT CTR-HIST-FILE
               IF NOT WS-INPUT-OK THEN
                   SET WS-END-OF-INPUT TO TRUE
               END-IF
               OPEN OUTPUT CTR-HIST-PURGED-FILE
               PERFORM 2710-PURGE-HISTORY-REC
                   UNTIL WS-END-OF-INPUT
               CLOSE CTR-HIST-FILE
               CLOSE CTR-HIST-PURGED-FILE
               PERFORM 2720-COUNT-HISTORY-PURGED
           END-IF.

       2710-PURGE-HISTORY-REC.
           READ CTR-HIST-FILE
               AT END
                   SET WS-END-OF-INPUT TO TRUE
               NOT AT END
                   MOVE HX-CLOSE-DATE   TO WS-REC-DATE
                   MOVE "N"             TO WS-REC-HELD-FLAG
                   MOVE CTR-HIST-REC    TO WS-REC-IMAGE
                   PERFORM 7100-DISPOSE-RECORD
                   IF NOT WS-REC-ARCHIVED THEN
                       MOVE CTR-HIST-REC TO CTR-HIST-PURGED-REC
                       WRITE CTR-HIST-PURGED-REC
                   END-IF
           END-READ.

       2720-COUNT-HISTORY-PURGED.
           MOVE "N" TO WS-INPUT-EOF-FLAG
           OPEN INPUT CTR-HIST-PURGED-FILE
           PERFORM UNTIL WS-END-OF-INPUT
               READ CTR-HIST-PURGED-FILE
                   AT END
                       SET WS-END-OF-INPUT TO TRUE
                   NOT AT END
                       ADD 1 TO WS-PF-KEPT-VERIFY (WS-PF-SUB)
               END-READ
           END-PERFORM
           CLOSE CTR-HIST-PURGED-FILE.

      *  Only closed incidents go, dated by the close (ALERTMGR
      *  stamps IN-ACK-DATE when the close card is applied).  Open,
      *  acknowledged and escalated incidents are held whatever
      *  their age - ALERTMGR is still working them.
       2800-PURGE-INCIDENTS.
           MOVE 8 TO WS-PF-SUB
           PERFORM 7000-SET-CUTOFF
           IF WS-PF-HAS-POLICY (WS-PF-SUB) THEN
               MOVE "N" TO WS-INPUT-EOF-FLAG
               OPEN INPUT INCIDENT-FILE
               IF NOT WS-INPUT-OK THEN
                   SET WS-END-OF-INPUT TO TRUE
               END-IF
               OPEN OUTPUT INCIDENT-PURGED-FILE
               PERFORM 2810-PURGE-INCIDENT-REC
                   UNTIL WS-END-OF-INPUT
               CLOSE INCIDENT-FILE
               CLOSE INCIDENT-PURGED-FILE
               PERFORM 2820-COUNT-INCIDENT-PURGED
           END-IF.

       2810-PURGE-INCIDENT-REC.
           READ INCIDENT-FILE
               AT END
                   SET WS-END-OF-INPUT TO TRUE
               NOT AT END
                   IF IN-CLOSED THEN
                       MOVE IN-ACK-DATE   TO WS-REC-DATE
                       MOVE "N"           TO WS-REC-HELD-FLAG
                   ELSE
                       MOVE IN-FIRST-DATE TO WS-REC-DATE
                       MOVE "Y"           TO WS-REC-HELD-FLAG
                   END-IF
                   MOVE INCIDENT-REC TO WS-REC-IMAGE
                   PERFORM 7100-DISPOSE-RECORD
                   IF NOT WS-REC-ARCHIVED THEN
                       MOVE INCIDENT-REC TO INCIDENT-PURGED-REC
                       WRITE INCIDENT-PURGED-REC
                   END-IF
           END-READ.

       2820-COUNT-INCIDENT-PURGED.
           MOVE "N" TO WS-INPUT-EOF-FLAG
           OPEN INPUT INCIDENT-PURGED-FILE
           PERFORM UNTIL WS-END-OF-INPUT
               READ INCIDENT-PURGED-FILE
                   AT END
                       SET WS-END-OF-INPUT TO TRUE
                   NOT AT END
                       ADD 1 TO WS-PF-KEPT-VERIFY (WS-PF-SUB)
               END-READ
           END-PERFORM
           CLOSE INCIDENT-PURGED-FILE.

      *  Dated by acceptance; a BACKOUT marker carries its own date,
      *  later than the references it voids, so it outlives them.
       2900-PURGE-REF-HISTORY.
           MOVE 9 TO WS-PF-SUB
           PERFORM 7000-SET-CUTOFF
           IF WS-PF-HAS-POLICY (WS-PF-SUB) THEN
               MOVE "N" TO WS-INPUT-EOF-FLAG
               OPEN INPUT REF-HIST-FILE
               IF NOT WS-INPUT-OK THEN
                   SET WS-END-OF-INPUT TO TRUE
               END-IF
               OPEN OUTPUT REF-HIST-PURGED-FILE
               PERFORM 2910-PURGE-REF-HIST-REC
                   UNTIL WS-END-OF-INPUT
               CLOSE REF-HIST-FILE
               CLOSE REF-HIST-PURGED-FILE
               PERFORM 2920-COUNT-REF-HIST-PURGED
           END-IF.

       2910-PURGE-REF-HIST-REC.
           READ REF-HIST-FILE
               AT END
                   SET WS-END-OF-INPUT TO TRUE
               NOT AT END
                   MOVE RH-ACCEPT-DATE  TO WS-REC-DATE
                   MOVE "N"             TO WS-REC-HELD-FLAG
                   MOVE REF-HIST-REC    TO WS-REC-IMAGE
                   PERFORM 7100-DISPOSE-RECORD
                   IF NOT WS-REC-ARCHIVED THEN
                       MOVE REF-HIST-REC TO REF-HIST-PURGED-REC
                       WRITE REF-HIST-PURGED-REC
                   END-IF
           END-READ.

       2920-COUNT-REF-HIST-PURGED.
           MOVE "N" TO WS-INPUT-EOF-FLAG
           OPEN INPUT REF-HIST-PURGED-FILE
           PERFORM UNTIL WS-END-OF-INPUT
               READ REF-HIST-PURGED-FILE
                   AT END
                       SET WS-END-OF-INPUT TO TRUE
                   NOT AT END
                       ADD 1 TO WS-PF-KEPT-VERIFY (WS-PF-SUB)
               END-READ
           END-PERFORM
           CLOSE REF-HIST-PURGED-FILE.

      *  The archive is read back past where it ended before the
      *  run - this run's records only - and every file's counts are
      *  proved: read = kept + archived, the purged copy holds
      *  exactly the kept records, the archive exactly the archived.
       3000-VERIFY-ARCHIVE.
           MOVE 0 TO WS-ARCH-READ-COUNT
           MOVE "N" TO WS-ARCH-EOF-FLAG
           OPEN INPUT PURGE-ARCH-FILE
           IF NOT WS-ARCH-OK THEN
               SET WS-END-OF-ARCHIVE TO TRUE
           END-IF
           PERFORM 3010-READ-ARCHIVE
               UNTIL WS-END-OF-ARCHIVE
           CLOSE PURGE-ARCH-FILE
           PERFORM 3100-PROVE-FILE-COUNTS
               VARYING WS-PF-SUB FROM 1 BY 1
               UNTIL WS-PF-SUB > WS-PF-MAX.

       3010-READ-ARCHIVE.
           READ PURGE-ARCH-FILE
               AT END
                   SET WS-END-OF-ARCHIVE TO TRUE
               NOT AT END
                   ADD 1 TO WS-ARCH-READ-COUNT
                   IF WS-ARCH-READ-COUNT > WS-ARCH-START-COUNT THEN
                       PERFORM 3020-TALLY-ARCHIVE-REC
                           VARYING WS-PF-SUB FROM 1 BY 1
                           UNTIL WS-PF-SUB > WS-PF-MAX
                   END-IF
           END-READ.

       3020-TALLY-ARCHIVE-REC.
           IF PA-FILE-ID = WS-PF-DEF-ID (WS-PF-SUB) THEN
               ADD 1 TO WS-PF-ARCH-VERIFY (WS-PF-SUB)
           END-IF.

       3100-PROVE-FILE-COUNTS.
           IF WS-PF-HAS-POLICY (WS-PF-SUB)
                   AND WS-PF-RESULT (WS-PF-SUB) NOT = "SKIPPED"
               IF WS-PF-READ (WS-PF-SUB) = WS-PF-KEPT (WS-PF-SUB)
                           + WS-PF-ARCHIVED (WS-PF-SUB)
                       AND WS-PF-KEPT-VERIFY (WS-PF-SUB)
                           = WS-PF-KEPT (WS-PF-SUB)
                       AND WS-PF-ARCH-VERIFY (WS-PF-SUB)
                           = WS-PF-ARCHIVED (WS-PF-SUB)
                   MOVE "VERIFIED" TO WS-PF-RESULT (WS-PF-SUB)
               ELSE
                   MOVE "MISMATCH" TO WS-PF-RESULT (WS-PF-SUB)
                   ADD 1 TO WS-VERIFY-ERRORS
                   DISPLAY "PURGE COUNTS DO NOT VERIFY FOR "
                       WS-PF-DEF-LIVE-NAME (WS-PF-SUB)
               END-IF
           END-IF.

      *  The file's policy, lengthened to the double-run window for
      *  the registers, turned into the date below which a record
      *  has expired.
       7000-SET-CUTOFF.
           SET POL-IDX TO 1
           SEARCH WS-POL-ENTRY
               AT END
                   MOVE "N" TO WS-PF-POLICY-FLAG (WS-PF-SUB)
               WHEN WS-POL-FILE-ID (POL-IDX)
                       = WS-PF-DEF-ID (WS-PF-SUB)
                   MOVE "Y" TO WS-PF-POLICY-FLAG (WS-PF-SUB)
                   MOVE WS-POL-DAYS (POL-IDX)
                       TO WS-PF-DAYS (WS-PF-SUB)
           END-SEARCH
           IF WS-PF-HAS-POLICY (WS-PF-SUB) THEN
               IF WS-PF-DEF-IN-WINDOW (WS-PF-SUB)
                       AND WS-PF-DAYS (WS-PF-SUB)
                           < WS-RERUN-WINDOW-DAYS
                   MOVE WS-RERUN-WINDOW-DAYS
                       TO WS-PF-DAYS (WS-PF-SUB)
                   MOVE "Y" TO WS-PF-FLOORED-FLAG (WS-PF-SUB)
               END-IF
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL (WS-RUN-DATE))
                   - WS-PF-DAYS (WS-PF-SUB)
               COMPUTE WS-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER (WS-DATE-INT)
               MOVE WS-DATE-NUM TO WS-PF-CUTOFF-DATE (WS-PF-SUB)
               MOVE SPACES TO WS-PF-RESULT (WS-PF-SUB)
           END-IF.

      *  A record is archived when it is dated before the cutoff and
      *  no rule holds it; one with no usable date stays.
       7100-DISPOSE-RECORD.
           MOVE "N" TO WS-REC-ARCHIVED-FLAG
           ADD 1 TO WS-PF-READ (WS-PF-SUB)
           IF WS-REC-DATE NUMERIC
                   AND WS-REC-DATE < WS-PF-CUTOFF-DATE (WS-PF-SUB)
               IF WS-REC-HELD THEN
                   ADD 1 TO WS-PF-HELD (WS-PF-SUB)
               ELSE
                   MOVE "Y" TO WS-REC-ARCHIVED-FLAG
               END-IF
           END-IF
           IF WS-REC-ARCHIVED THEN
               MOVE SPACES                  TO PURGE-ARCH-REC
               MOVE WS-RUN-DATE             TO PA-ARCHIVE-DATE
               MOVE WS-RUN-ID               TO PA-RUN-ID
               MOVE WS-PF-DEF-ID (WS-PF-SUB) TO PA-FILE-ID
               MOVE WS-REC-IMAGE            TO PA-RECORD-IMAGE
               WRITE PURGE-ARCH-REC
               ADD 1 TO WS-PF-ARCHIVED (WS-PF-SUB)
               ADD 1 TO WS-TOTAL-ARCHIVED
           ELSE
               ADD 1 TO WS-PF-KEPT (WS-PF-SUB)
           END-IF.

       8000-WRITE-PURGE-REPORT.
           OPEN OUTPUT PURGE-RPT-FILE
           MOVE SPACES TO PURGE-RPT-LINE
           STRING "RETENTION PURGE REPORT   BUSINESS DATE: "
               WS-RUN-DATE "   RUN ID: " WS-RUN-ID
               DELIMITED BY SIZE INTO PURGE-RPT-LINE
           WRITE PURGE-RPT-LINE
           MOVE SPACES TO PURGE-RPT-LINE
           STRING "FILE                   DAYS  CUTOFF         READ"
               "       KEPT       HELD   ARCHIVED  RESULT"
               DELIMITED BY SIZE INTO PURGE-RPT-LINE
           WRITE PURGE-RPT-LINE
           PERFORM 8200-WRITE-FILE-LINE
               VARYING WS-PF-SUB FROM 1 BY 1
               UNTIL WS-PF-SUB > WS-PF-MAX
           MOVE SPACES TO PURGE-RPT-LINE
           STRING "* DAYS LENGTHENED TO THE DOUBLE-RUN WINDOW"
               DELIMITED BY SIZE INTO PURGE-RPT-LINE
           WRITE PURGE-RPT-LINE
           MOVE SPACES TO PURGE-RPT-LINE
           STRING "HELD: PAST THE CUTOFF BUT KEPT - PERIOD NOT CLOSED "
               "BY PERCLOSE, OR INCIDENT NOT CLOSED"
               DELIMITED BY SIZE INTO PURGE-RPT-LINE
           WRITE PURGE-RPT-LINE
           MOVE WS-TOTAL-ARCHIVED TO WS-RPT-ARCH-ED
           MOVE SPACES TO PURGE-RPT-LINE
           STRING "RECORDS ARCHIVED TO ./data/purgearc.dat: "
               WS-RPT-ARCH-ED
               DELIMITED BY SIZE INTO PURGE-RPT-LINE
           WRITE PURGE-RPT-LINE
           IF WS-VERIFY-ERRORS = 0 THEN
               PERFORM 8300-WRITE-RENAME-LINE
                   VARYING WS-PF-SUB FROM 1 BY 1
                   UNTIL WS-PF-SUB > WS-PF-MAX
           ELSE
               MOVE SPACES TO PURGE-RPT-LINE
               STRING "COUNTS DID NOT VERIFY - DO NOT RENAME ANY "
                   "PURGED FILE INTO PLACE"
                   DELIMITED BY SIZE INTO PURGE-RPT-LINE
               WRITE PURGE-RPT-LINE
           END-IF
           CLOSE PURGE-RPT-FILE
           DISPLAY "PURGE REPORT WRITTEN TO ./data/purgerpt.rpt".

       8200-WRITE-FILE-LINE.
           MOVE WS-PF-DAYS (WS-PF-SUB)     TO WS-RPT-DAYS-ED
           MOVE WS-PF-READ (WS-PF-SUB)     TO WS-RPT-READ-ED
           MOVE WS-PF-KEPT (WS-PF-SUB)     TO WS-RPT-KEPT-ED
           MOVE WS-PF-HELD (WS-PF-SUB)     TO WS-RPT-HELD-ED
           MOVE WS-PF-ARCHIVED (WS-PF-SUB) TO WS-RPT-ARCH-ED
           MOVE SPACE TO WS-RPT-FLOOR-IND
           IF WS-PF-FLOORED (WS-PF-SUB) THEN
               MOVE "*" TO WS-RPT-FLOOR-IND
           END-IF
           MOVE SPACES TO PURGE-RPT-LINE
           STRING WS-PF-DEF-LIVE-NAME (WS-PF-SUB) WS-RPT-DAYS-ED
               WS-RPT-FLOOR-IND " " WS-PF-CUTOFF-DATE (WS-PF-SUB)
               "  " WS-RPT-READ-ED "  " WS-RPT-KEPT-ED
               "  " WS-RPT-HELD-ED "  " WS-RPT-ARCH-ED
               "  " WS-PF-RESULT (WS-PF-SUB)
               DELIMITED BY SIZE INTO PURGE-RPT-LINE
           WRITE PURGE-RPT-LINE.

       8300-WRITE-RENAME-LINE.
           IF WS-PF-RESULT (WS-PF-SUB) = "VERIFIED" THEN
               MOVE SPACES TO PURGE-RPT-LINE
               STRING "REVIEW, THEN RENAME " DELIMITED BY SIZE
                   WS-PF-DEF-PURGED-NAME (WS-PF-SUB)
                       DELIMITED BY SPACE
                   " TO " DELIMITED BY SIZE
                   WS-PF-DEF-LIVE-NAME (WS-PF-SUB)
                       DELIMITED BY SPACE
                   INTO PURGE-RPT-LINE
               WRITE PURGE-RPT-LINE
           END-IF.

       8500-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-VERIFY-ERRORS > 0
                   MOVE 16 TO RETURN-CODE
               WHEN WS-SKIPPED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
