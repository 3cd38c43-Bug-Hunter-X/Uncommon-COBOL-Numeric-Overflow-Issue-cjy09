       IDENTIFICATION DIVISION.
       PROGRAM-ID. REORG.
      *****************************************************************
      *  REORG                                                        *
      *  Counter reorganization - merge, split and re-parent with the *
      *  balances carried over.  Editing ctrdefs.src alone moves a    *
      *  counter's definition, not its volume: a retired counter's    *
      *  balance stays stranded on the checkpoint log, and a parent   *
      *  keeps the roll-up of a child that has moved away.  This job  *
      *  moves the volume to match, driven by reorg cards on          *
      *  ./data/reorg.dat, one per line:                              *
      *    MERGE    from-id  to-id      - from-id's own balance (its  *
      *                                   true total less what its    *
      *                                   children rolled into it)    *
      *                                   moves onto to-id, and       *
      *                                   from-id is left at zero;    *
      *    SPLIT    from-id  to-id  amt - amt (ten digits, zero       *
      *                                   filled) of from-id's own    *
      *                                   balance moves onto to-id;   *
      *                                   from-id carries on;         *
      *    REPARENT ctr-id   new-parent old-parent - ctr-id's true    *
      *                                   total comes out of the old  *
      *                                   parent's roll-up chain and  *
      *                                   goes into the new one's     *
      *                                   (either may be blank for    *
      *                                   top level).                 *
      *  Every card carries the keying supervisor's operator id in    *
      *  columns 43-50; a card from anyone not an active supervisor   *
      *  on the operator authority master (copybook OPRAUTH) is a     *
      *  card in error, and each card's outcome goes on the security  *
      *  audit file (copybook SECAUD).                                *
      *  The structure change itself is loaded FIRST, with CTRLOAD,   *
      *  the way every definition change is: a merged counter stays   *
      *  on ctrdefs.src with its active flag "N", split targets and   *
      *  new parents are defined, moved counters carry their new      *
      *  parent.  REORG checks every card against that master and     *
      *  must run before the next OVFLCNT.  A deck merging a counter  *
      *  that still has children must re-parent them too - the cards  *
      *  apply in deck order, each against the hierarchy the cards    *
      *  before it left.                                              *
      *  The job:                                                     *
      *    - restores every counter, retired ones included, off the   *
      *      checkpoint log, refusing while an OVFLCNT run is in      *
      *      flight or abended, as BACKOUT does;                      *
      *    - edits the whole deck before moving anything - one bad    *
      *      card refuses the run, so a deck never half applies;      *
      *    - moves each balance with the same cap semantics as        *
      *      OVFLCNT's roll-up (2190) through every parent on both    *
      *      sides, netted where the two chains share an ancestor,    *
      *      and journals each change as a transfer posting           *
      *      (PJ-FROM-REORG, feed id "REORG");                        *
      *    - proves the result: every counter's direct balance (its   *
      *      true total less its children's) after the move must      *
      *      equal the direct balance before it plus what the cards   *
      *      moved to or from it, and no counter may be left rolling  *
      *      up into a counter that was merged away.  Anything out of *
      *      balance refuses the run with nothing written but the     *
      *      report;                                                  *
      *    - appends a clean-finish checkpoint cycle with the new     *
      *      balances and the journal's true length, as BACKOUT does; *
      *    - re-points the merged counters' suspense records and open *
      *      incidents to the survivor, on new files beside the live  *
      *      ones (./data/suspense_new.dat, ./data/alertinc_new.dat)  *
      *      for operations to review and rename;                     *
      *    - records each merge and split on the counter id mapping   *
      *      (copybook CTRMAP) for HISTRPT and OVFLTRND;              *
      *    - consumes the card deck, so a second run cannot move the  *
      *      same balances twice;                                     *
      *    - writes the reorg report (./data/reorgrpt.rpt), cards     *
      *      and balance proof, for sign-off.                         *
      *  Return code: 0 clean, 4 applied with something to look at    *
      *  (a counter pushed over its limit, a merge with nothing to    *
      *  move), 8 refused, 16 fatal.                                  *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTRDEF-FILE ASSIGN TO "./data/ctrdef.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CD-COUNTER-ID
               FILE STATUS IS WS-CTRDEF-STATUS.

           SELECT OPTIONAL REORG-CARD-FILE
               ASSIGN TO "./data/reorg.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.

           SELECT OPTIONAL CHKPT-FILE ASSIGN TO "./data/chkpt.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHKPT-STATUS.

           SELECT OPTIONAL POST-JRNL-FILE
               ASSIGN TO "./data/pstjrnl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT REORG-WORK-FILE ASSIGN TO "./data/reorgwrk.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL SUSPENSE-FILE
               ASSIGN TO "./data/suspense.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT SUSPENSE-NEW-FILE
               ASSIGN TO "./data/suspense_new.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL INCIDENT-FILE
               ASSIGN TO "./data/alertinc.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INCIDENT-STATUS.

           SELECT INCIDENT-NEW-FILE
               ASSIGN TO "./data/alertinc_new.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CTR-MAP-FILE ASSIGN TO "./data/ctrmap.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL OPR-AUTH-FILE ASSIGN TO "./data/oprauth.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPR-STATUS-CODE.

           SELECT OPTIONAL SEC-AUDIT-FILE
               ASSIGN TO "./data/secaudit.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REORG-RPT-FILE ASSIGN TO "./data/reorgrpt.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DATE-CTL-FILE
               ASSIGN TO "./data/datectl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATECTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTRDEF-FILE.
       COPY CTRDEF.

       FD  REORG-CARD-FILE
           RECORDING MODE IS F.
       01  REORG-CARD-REC.
           05  RC-ACTION               PIC X(8).
               88  RC-MERGE                 VALUE "MERGE".
               88  RC-SPLIT                 VALUE "SPLIT".
               88  RC-REPARENT              VALUE "REPARENT".
           05  RC-FROM-ID              PIC X(8).
           05  RC-TO-ID                PIC X(8).
           05  RC-AMOUNT               PIC X(10).
           05  RC-AMOUNT-N REDEFINES RC-AMOUNT
                                       PIC 9(10).
           05  RC-OLD-PARENT           PIC X(8).
           05  RC-OPERATOR             PIC X(8).

       FD  CHKPT-FILE
           RECORDING MODE IS F.
       COPY CHKREC.

      *  The live journal is only counted and appended here, so it
      *  carries the raw image; the named layout is on the work file
      *  the transfers are built on.
       FD  POST-JRNL-FILE
           RECORDING MODE IS F.
       01  POST-JRNL-FILE-REC          PIC X(62).

      *  Transfer postings in the order they were made, held here
      *  until the balance proof passes - nothing reaches the live
      *  journal from a run that refuses.  Scratch only.
       FD  REORG-WORK-FILE
           RECORDING MODE IS F.
       COPY PSTJRNL.

       FD  SUSPENSE-FILE
           RECORDING MODE IS F.
       COPY SUSPREC.

       FD  SUSPENSE-NEW-FILE
           RECORDING MODE IS F.
       01  SUSPENSE-NEW-REC            PIC X(70).

       FD  INCIDENT-FILE
           RECORDING MODE IS F.
       COPY INCREC.

       FD  INCIDENT-NEW-FILE
           RECORDING MODE IS F.
       01  INCIDENT-NEW-REC            PIC X(74).

       FD  CTR-MAP-FILE
           RECORDING MODE IS F.
       COPY CTRMAP.

       FD  OPR-AUTH-FILE
           RECORDING MODE IS F.
       COPY OPRAUTH.

       FD  SEC-AUDIT-FILE
           RECORDING MODE IS F.
       COPY SECAUD.

       FD  REORG-RPT-FILE
           RECORDING MODE IS F.
       01  REORG-RPT-LINE              PIC X(110).

       FD  DATE-CTL-FILE
           RECORDING MODE IS F.
       COPY DATECTL.

       WORKING-STORAGE SECTION.
      *  Same table as everywhere, but loaded with retired counters
      *  as well as active ones - a merged counter is retired on the
      *  master by the time this job runs, and its balance is the
      *  one that has to move.
       COPY CTRTBL.

       COPY OPRTBL.

      *  Reorganization working fields per counter, by the same
      *  subscript as the counter table entry.  WS-RG-CUR-PARENT is
      *  the hierarchy as the cards have left it so far: the master's
      *  parent, except that a counter a REPARENT card moves starts
      *  under the old parent the card names.
       01  WS-REORG-TABLE.
           05  WS-RG-ENTRY OCCURS 500 TIMES.
               10  WS-RG-ACTIVE-FLAG       PIC X.
                   88  WS-RG-ACTIVE             VALUE "Y".
               10  WS-RG-CUR-PARENT        PIC X(8).
               10  WS-RG-BEFORE-PARENT     PIC X(8).
               10  WS-RG-SEEDED-FLAG       PIC X.
                   88  WS-RG-SEEDED             VALUE "Y".
               10  WS-RG-MERGED-FLAG       PIC X.
                   88  WS-RG-MERGED-AWAY        VALUE "Y".
               10  WS-RG-TOUCHED-FLAG      PIC X.
                   88  WS-RG-TOUCHED            VALUE "Y".
               10  WS-RG-PARENT-FLAG       PIC X.
                   88  WS-RG-IS-PARENT          VALUE "Y".
               10  WS-RG-BEFORE-TRUE       PIC 9(10).
               10  WS-RG-DIRECT-BEFORE     PIC S9(11) COMP-3.
               10  WS-RG-DIRECT-XFER       PIC S9(11) COMP-3.
               10  WS-RG-DIRECT-AFTER      PIC S9(11) COMP-3.
               10  WS-RG-CHILD-AFTER       PIC 9(11) COMP-3.
               10  WS-RG-POSTING-COUNT     PIC 9(5).
               10  WS-RG-RESULT            PIC X(8).
       01  WS-RG-SUB                   PIC 9(3) COMP.
       01  WS-KID-SUB                  PIC 9(3) COMP.

      *  The deck, held whole so it is edited end to end before a
      *  single balance moves.
       01  WS-CARD-TABLE.
           05  WS-CARD-COUNT           PIC 9(3) VALUE 0.
           05  WS-CARD-ENTRY OCCURS 100 TIMES.
               10  WS-CARD-ACTION          PIC X(8).
               10  WS-CARD-FROM-ID         PIC X(8).
               10  WS-CARD-TO-ID           PIC X(8).
               10  WS-CARD-AMOUNT          PIC 9(10).
               10  WS-CARD-OLD-PARENT      PIC X(8).
               10  WS-CARD-FROM-SUB        PIC 9(3) COMP.
               10  WS-CARD-TO-SUB          PIC 9(3) COMP.
               10  WS-CARD-MOVED           PIC 9(10).
       01  WS-CARD-SUB                 PIC 9(3) COMP.
       01  WS-SCAN-SUB                 PIC 9(3) COMP.
       01  WS-FROM-SUB                 PIC 9(3) COMP.
       01  WS-TO-SUB                   PIC 9(3) COMP.

      *  One card's movement, netted per counter: the chain from the
      *  side giving the balance up and the chain from the side
      *  taking it are both added here, so a common ancestor - which
      *  already holds the volume either way - nets to nothing.
       01  WS-NET-TABLE.
           05  WS-NET-COUNT            PIC 9(2) COMP.
           05  WS-NET-ENTRY OCCURS 20 TIMES.
               10  WS-NET-CTR-SUB          PIC 9(3) COMP.
               10  WS-NET-DELTA            PIC S9(11) COMP-3.
               10  WS-NET-KIND             PIC X.
       01  WS-NET-SUB                  PIC 9(2) COMP.
       01  WS-NET-FOUND-SUB            PIC 9(2) COMP.

       01  WS-CHAIN-ID                 PIC X(8).
       01  WS-CHAIN-DELTA              PIC S9(11) COMP-3.
       01  WS-CHAIN-KIND               PIC X.
       01  WS-CHAIN-DEPTH              PIC 9(2) COMP.
       01  WS-RESOLVE-FLAG             PIC X.
           88  WS-MERGE-LINK-FOUND          VALUE "Y".

       01  WS-FIND-ID                  PIC X(8).
       01  WS-FIND-SUB                 PIC 9(3) COMP.

      *  Apply: the same working fields as OVFLCNT 2190, with the
      *  change posted in pieces a journal amount can carry.
       01  WS-CTR-TRUE                 PIC 9(10).
       01  WS-CTR-TRUE-S               PIC S9(11) COMP-3.
       01  WS-XFER-AMOUNT              PIC S9(11) COMP-3.
       01  WS-CHILD-SUM                PIC 9(11) COMP-3.
       01  WS-REMAIN                   PIC 9(11) COMP-3.
       01  WS-CHUNK                    PIC 9(7).
       01  WS-APPLY-DELTA              PIC S9(11) COMP-3.
       01  WS-SUM-DIRECT-BEFORE        PIC S9(12) COMP-3 VALUE 0.
       01  WS-SUM-DIRECT-AFTER         PIC S9(12) COMP-3 VALUE 0.

       01  WS-RUN-INFO.
           05  WS-RUN-DATE             PIC X(8).
           05  WS-RUN-ID               PIC X(8).

       01  WS-CTRDEF-STATUS            PIC XX.
           88  WS-CTRDEF-OK                   VALUE "00".
           88  WS-CTRDEF-NOT-FOUND             VALUE "10" "23" "35".

       01  WS-CHKPT-STATUS             PIC XX.
           88  WS-CHKPT-OK                   VALUE "00".
           88  WS-CHKPT-NOT-FOUND             VALUE "05" "35" "10".

       01  WS-CARD-STATUS              PIC XX.
           88  WS-CARD-OK                    VALUE "00".
       01  WS-JRNL-STATUS              PIC XX.
           88  WS-JRNL-OK                    VALUE "00".
       01  WS-SUSPENSE-STATUS          PIC XX.
           88  WS-SUSPENSE-OK                VALUE "00".
       01  WS-INCIDENT-STATUS          PIC XX.
           88  WS-INCIDENT-OK                VALUE "00".

       01  WS-DATECTL-STATUS           PIC XX.
           88  WS-DATECTL-OK                  VALUE "00".
       01  WS-DATECTL-EOF-FLAG         PIC X VALUE "N".
           88  WS-END-OF-DATECTL            VALUE "Y".
       01  WS-BUS-DATE-FLAG            PIC X VALUE "N".
           88  WS-BUSINESS-DATE-SET         VALUE "Y".

       01  WS-PRIOR-RUN-COMPLETE-FLAG  PIC X VALUE "N".
           88  WS-PRIOR-RUN-WAS-COMPLETE    VALUE "Y".
       01  WS-CHKPT-SEEN-FLAG          PIC X VALUE "N".
           88  WS-CHKPT-RECORDS-SEEN        VALUE "Y".
       01  WS-CK-TRANS-COUNT           PIC 9(7) VALUE 0.
       01  WS-CK-EVENT-COUNT           PIC 9(5) VALUE 0.

       01  WS-CARD-EOF-FLAG            PIC X VALUE "N".
           88  WS-END-OF-CARDS              VALUE "Y".
       01  WS-JRNL-EOF-FLAG            PIC X VALUE "N".
           88  WS-END-OF-JOURNAL            VALUE "Y".
       01  WS-WORK-EOF-FLAG            PIC X VALUE "N".
           88  WS-END-OF-WORK               VALUE "Y".
       01  WS-SUSP-EOF-FLAG            PIC X VALUE "N".
           88  WS-END-OF-SUSPENSE           VALUE "Y".
       01  WS-INC-EOF-FLAG             PIC X VALUE "N".
           88  WS-END-OF-INCIDENTS          VALUE "Y".

       01  WS-REFUSED-FLAG             PIC X VALUE "N".
           88  WS-RUN-REFUSED               VALUE "Y".

      *  Absolute record counts of the suspense file and the posting
      *  journal for the checkpoint cycle, as in BACKOUT.
       01  WS-SUSP-FILE-COUNT          PIC 9(7) VALUE 0.
       01  WS-JRNL-FILE-COUNT          PIC 9(9) VALUE 0.

       01  WS-CARD-ERROR-COUNT         PIC 9(3) VALUE 0.
       01  WS-MERGE-COUNT              PIC 9(3) VALUE 0.
       01  WS-SPLIT-COUNT              PIC 9(3) VALUE 0.
       01  WS-REPARENT-COUNT           PIC 9(3) VALUE 0.
       01  WS-EMPTY-MERGE-COUNT        PIC 9(3) VALUE 0.
       01  WS-POSTING-COUNT            PIC 9(7) VALUE 0.
       01  WS-FLOOR-COUNT              PIC 9(5) VALUE 0.
       01  WS-CAP-COUNT                PIC 9(5) VALUE 0.
       01  WS-OUT-OF-BALANCE-COUNT     PIC 9(5) VALUE 0.
       01  WS-ORPHAN-COUNT             PIC 9(5) VALUE 0.
       01  WS-SUSP-REPOINT-COUNT       PIC 9(7) VALUE 0.
       01  WS-INC-REPOINT-COUNT        PIC 9(5) VALUE 0.
       01  WS-MAP-WRITTEN-COUNT        PIC 9(3) VALUE 0.

       01  WS-RPT-TRUE-BEFORE-ED       PIC ZZZZZZZZZ9.
       01  WS-RPT-TRUE-AFTER-ED        PIC ZZZZZZZZZ9.
       01  WS-RPT-CHILD-ED             PIC ZZZZZZZZZ9.
       01  WS-RPT-DIR-BEFORE-ED        PIC ----------9.
       01  WS-RPT-XFER-ED              PIC ----------9.
       01  WS-RPT-DIR-AFTER-ED         PIC ----------9.
       01  WS-RPT-MOVED-ED             PIC ZZZZZZZZZ9.
       01  WS-RPT-SUM-ED               PIC -----------9.
       01  WS-RPT-COUNT-ED             PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-CHKPT-RECORDS-SEEN
                   AND NOT WS-PRIOR-RUN-WAS-COMPLETE THEN
               DISPLAY "LAST CHECKPOINT IS NOT A CLEAN FINISH - AN "
                   "OVFLCNT RUN IS IN FLIGHT OR ABENDED"
               DISPLAY "REORGANIZATION REFUSED - FINISH OR RESTART "
                   "THE RUN FIRST"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-CARD-COUNT = 0 THEN
               DISPLAY "NO REORG CARDS ON ./data/reorg.dat - NOTHING "
                   "TO DO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-CARD-ERROR-COUNT > 0 THEN
               DISPLAY "REORG CARDS IN ERROR: " WS-CARD-ERROR-COUNT
               DISPLAY "REORGANIZATION REFUSED - NOTHING WAS MOVED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1400-SEED-PARENT
               VARYING WS-CARD-SUB FROM 1 BY 1
               UNTIL WS-CARD-SUB > WS-CARD-COUNT
           PERFORM 2000-MEASURE-BEFORE
               VARYING WS-RG-SUB FROM 1 BY 1
               UNTIL WS-RG-SUB > WS-CTR-COUNT
           OPEN OUTPUT REORG-WORK-FILE
           PERFORM 3000-APPLY-CARD
               VARYING WS-CARD-SUB FROM 1 BY 1
               UNTIL WS-CARD-SUB > WS-CARD-COUNT
                   OR WS-RUN-REFUSED
           CLOSE REORG-WORK-FILE
           IF WS-RUN-REFUSED THEN
               DISPLAY "REORGANIZATION REFUSED - NOTHING WAS MOVED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 4000-PROVE-AFTER
               VARYING WS-RG-SUB FROM 1 BY 1
               UNTIL WS-RG-SUB > WS-CTR-COUNT
           IF WS-OUT-OF-BALANCE-COUNT > 0
                   OR WS-ORPHAN-COUNT > 0
               MOVE "Y" TO WS-REFUSED-FLAG
               PERFORM 8000-WRITE-REORG-REPORT
               DISPLAY "REORGANIZATION DOES NOT BALANCE - SEE "
                   "./data/reorgrpt.rpt"
               DISPLAY "REORGANIZATION REFUSED - NOTHING WAS MOVED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 5000-POST-TRANSFERS
           PERFORM 5300-REPOINT-SUSPENSE
           PERFORM 5400-REPOINT-INCIDENTS
           PERFORM 5500-WRITE-CHECKPOINT
           PERFORM 5600-WRITE-MAPPING
               VARYING WS-CARD-SUB FROM 1 BY 1
               UNTIL WS-CARD-SUB > WS-CARD-COUNT
           PERFORM 5700-CONSUME-CARDS
           PERFORM 8500-SET-RETURN-CODE
           PERFORM 8000-WRITE-REORG-REPORT
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-ID   FROM TIME
           PERFORM 1010-READ-BUSINESS-DATE
           PERFORM 1050-LOAD-COUNTER-DEFS
           PERFORM 1200-RESTORE-FROM-CHECKPOINT
           PERFORM 1500-LOAD-OPERATOR-AUTHORITY
           PERFORM 1300-LOAD-REORG-CARDS.

      *  Official business date off the date-control file - the
      *  transfer postings and the mapping carry it.
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

      *  Same effective-dated limit rule as OVFLCNT 1060 - the move
      *  caps against the limit the next run will enforce.
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
           SET WS-RG-SUB TO CTR-IDX
           IF CD-ACTIVE THEN
               MOVE "Y" TO WS-RG-ACTIVE-FLAG (WS-RG-SUB)
           ELSE
               MOVE "N" TO WS-RG-ACTIVE-FLAG (WS-RG-SUB)
           END-IF
           MOVE CD-PARENT-ID  TO WS-RG-CUR-PARENT (WS-RG-SUB)
           MOVE "N"           TO WS-RG-SEEDED-FLAG (WS-RG-SUB)
           MOVE "N"           TO WS-RG-MERGED-FLAG (WS-RG-SUB)
           MOVE "N"           TO WS-RG-TOUCHED-FLAG (WS-RG-SUB)
           MOVE "N"           TO WS-RG-PARENT-FLAG (WS-RG-SUB)
           MOVE 0             TO WS-RG-DIRECT-XFER (WS-RG-SUB)
           MOVE 0             TO WS-RG-POSTING-COUNT (WS-RG-SUB)
           MOVE SPACES        TO WS-RG-RESULT (WS-RG-SUB).

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

      *  Same layout-version refusal as BACKOUT 1220, and the run-
      *  level counts ride along to be handed on unchanged.
       1220-APPLY-CHECKPOINT-REC.
           IF CK-LAYOUT-VERSION NOT = "02" THEN
               DISPLAY "CHECKPOINT RECORD LAYOUT NOT RECOGNIZED FOR "
                   "COUNTER " CK-COUNTER-ID " - ./data/chkpt.dat MAY "
                   "STILL BE IN THE OLD LAYOUT"
               DISPLAY "RUN CTRMIG AND RENAME ITS OUTPUT INTO PLACE "
                   "BEFORE REORGANIZING"
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

      *  Every card is edited against the master as CTRLOAD left it;
      *  each fault is named on sysout and counted, and any count at
      *  all refuses the run.
       1300-LOAD-REORG-CARDS.
           OPEN INPUT REORG-CARD-FILE
           IF NOT WS-CARD-OK THEN
               SET WS-END-OF-CARDS TO TRUE
           END-IF
           OPEN EXTEND SEC-AUDIT-FILE
           PERFORM 1310-READ-REORG-CARD
               UNTIL WS-END-OF-CARDS
           CLOSE SEC-AUDIT-FILE
           CLOSE REORG-CARD-FILE.

       1310-READ-REORG-CARD.
           READ REORG-CARD-FILE
               AT END
                   SET WS-END-OF-CARDS TO TRUE
               NOT AT END
                   IF REORG-CARD-REC NOT = SPACES THEN
                       IF WS-CARD-COUNT >= 100 THEN
                           DISPLAY "REORG DECK OVER 100 CARDS - "
                               "SPLIT IT INTO SEPARATE RUNS"
                           ADD 1 TO WS-CARD-ERROR-COUNT
                       ELSE
                           ADD 1 TO WS-CARD-COUNT
                           MOVE WS-CARD-COUNT TO WS-CARD-SUB
                           PERFORM 1320-EDIT-REORG-CARD
                       END-IF
                   END-IF
           END-READ.

       1320-EDIT-REORG-CARD.
           MOVE RC-ACTION     TO WS-CARD-ACTION (WS-CARD-SUB)
           MOVE RC-FROM-ID    TO WS-CARD-FROM-ID (WS-CARD-SUB)
           MOVE RC-TO-ID      TO WS-CARD-TO-ID (WS-CARD-SUB)
           MOVE RC-OLD-PARENT TO WS-CARD-OLD-PARENT (WS-CARD-SUB)
           MOVE 0             TO WS-CARD-AMOUNT (WS-CARD-SUB)
           MOVE 0             TO WS-CARD-MOVED (WS-CARD-SUB)
           PERFORM 1520-CHECK-CARD-AUTHORITY
           MOVE RC-FROM-ID TO WS-FIND-ID
           PERFORM 1330-FIND-COUNTER
           MOVE WS-FIND-SUB TO WS-CARD-FROM-SUB (WS-CARD-SUB)
           MOVE WS-FIND-SUB TO WS-FROM-SUB
           MOVE RC-TO-ID TO WS-FIND-ID
           PERFORM 1330-FIND-COUNTER
           MOVE WS-FIND-SUB TO WS-CARD-TO-SUB (WS-CARD-SUB)
           MOVE WS-FIND-SUB TO WS-TO-SUB
           EVALUATE TRUE
               WHEN NOT WS-AUTH-ACCEPTED
                   DISPLAY "REORG CARD " WS-CARD-SUB
                       " REFUSED - OPERATOR '" RC-OPERATOR "' "
                       WS-AUTH-RESULT " - A SUPERVISOR MUST KEY IT"
                   ADD 1 TO WS-CARD-ERROR-COUNT
               WHEN RC-FROM-ID = SPACES
                   DISPLAY "REORG CARD " WS-CARD-SUB
                       " NAMES NO COUNTER: " REORG-CARD-REC
                   ADD 1 TO WS-CARD-ERROR-COUNT
               WHEN WS-CARD-FROM-SUB (WS-CARD-SUB) = 0
                   DISPLAY "REORG CARD " WS-CARD-SUB
                       " - COUNTER NOT ON THE MASTER: " RC-FROM-ID
                   ADD 1 TO WS-CARD-ERROR-COUNT
               WHEN RC-FROM-ID = RC-TO-ID
                   DISPLAY "REORG CARD " WS-CARD-SUB
                       " - COUNTER NAMED ON BOTH SIDES: " RC-FROM-ID
                   ADD 1 TO WS-CARD-ERROR-COUNT
               WHEN RC-MERGE
                   PERFORM 1340-EDIT-MERGE-CARD
               WHEN RC-SPLIT
                   PERFORM 1350-EDIT-SPLIT-CARD
               WHEN RC-REPARENT
                   PERFORM 1360-EDIT-REPARENT-CARD
               WHEN OTHER
                   DISPLAY "REORG CARD " WS-CARD-SUB
                       " - ACTION NOT MERGE, SPLIT OR REPARENT: "
                       RC-ACTION
                   ADD 1 TO WS-CARD-ERROR-COUNT
           END-EVALUATE.

       1330-FIND-COUNTER.
           MOVE 0 TO WS-FIND-SUB
           IF WS-FIND-ID NOT = SPACES THEN
               SEARCH ALL WS-CTR-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CTR-ID (CTR-IDX) = WS-FIND-ID
                       SET WS-FIND-SUB TO CTR-IDX
               END-SEARCH
           END-IF.

      *  A merged counter must already be retired on the master and
      *  merged only once; the survivor must be live.
       1340-EDIT-MERGE-CARD.
           MOVE WS-FROM-SUB TO WS-RG-SUB
           EVALUATE TRUE
               WHEN WS-TO-SUB = 0
                   DISPLAY "REORG CARD " WS-CARD-SUB
                       " - MERGE TARGET NOT ON THE MASTER: " RC-TO-ID
                   ADD 1 TO WS-CARD-ERROR-COUNT
               WHEN WS-RG-ACTIVE (WS-RG-SUB)
                   DISPLAY "REORG CARD " WS-CARD-SUB
                       " - " RC-FROM-ID " IS STILL ACTIVE - RETIRE "
                       "IT ON ctrdefs.src AND RUN CTRLOAD FIRST"
                   ADD 1 TO WS-CARD-ERROR-COUNT
               WHEN WS-RG-MERGED-AWAY (WS-RG-SUB)
                   DISPLAY "REORG CARD " WS-CARD-SUB
                       " - " RC-FROM-ID " IS MERGED TWICE IN THE DECK"
                   ADD 1 TO WS-CARD-ERROR-COUNT
               WHEN NOT WS-RG-ACTIVE (WS-TO-SUB)
                   DISPLAY "REORG CARD " WS-CARD-SUB
                       " - MERGE TARGET IS RETIRED: " RC-TO-ID
                   ADD 1 TO WS-CARD-ERROR-COUNT
               WHEN OTHER
                   MOVE "Y" TO WS-RG-MERGED-FLAG (WS-RG-SUB)
           END-EVALUATE.

       1350-EDIT-SPLIT-CARD.
           EVALUATE TRUE
               WHEN WS-TO-SUB = 0
                   DISPLAY "REORG CARD " WS-CARD-SUB
                       " - SPLIT TARGET NOT ON THE MASTER: " RC-TO-ID
                   ADD 1 TO WS-CARD-ERROR-COUNT
               WHEN NOT WS-RG-ACTIVE (WS-FROM-SUB)
                       OR NOT WS-RG-ACTIVE (WS-TO-SUB)
                   DISPLAY "REORG CARD " WS-CARD-SUB
                       " - BOTH SIDES OF A SPLIT MUST BE ACTIVE: "
                       RC-FROM-ID " " RC-TO-ID
                   ADD 1 TO WS-CARD-ERROR-COUNT
               WHEN RC-AMOUNT NOT NUMERIC
                   DISPLAY "REORG CARD " WS-CARD-SUB
                       " - SPLIT AMOUNT NOT TEN DIGITS: " RC-AMOUNT
                   ADD 1 TO WS-CARD-ERROR-COUNT
               WHEN RC-AMOUNT-N = 0
                   DISPLAY "REORG CARD " WS-CARD-SUB
                       " - SPLIT AMOUNT IS ZERO"
                   ADD 1 TO WS-CARD-ERROR-COUNT
               WHEN OTHER
                   MOVE RC-AMOUNT-N TO WS-CARD-AMOUNT (WS-CARD-SUB)
           END-EVALUATE.

      *  CTRLOAD has already put the counter under its new parent,
      *  so the master must agree with the card; the old parent is
      *  the card's word, since the master no longer holds it.
       1360-EDIT-REPARENT-CARD.
           MOVE RC-OLD-PARENT TO WS-FIND-ID
           PERFORM 1330-FIND-COUNTER
           EVALUATE TRUE
               WHEN NOT WS-RG-ACTIVE (WS-FROM-SUB)
                   DISPLAY "REORG CARD " WS-CARD-SUB
                       " - RE-PARENTED COUNTER IS RETIRED: "
                       RC-FROM-ID
                   ADD 1 TO WS-CARD-ERROR-COUNT
               WHEN RC-TO-ID NOT = SPACES
                       AND WS-TO-SUB = 0
                   DISPLAY "REORG CARD " WS-CARD-SUB
                       " - NEW PARENT NOT ON THE MASTER: " RC-TO-ID
                   ADD 1 TO WS-CARD-ERROR-COUNT
               WHEN RC-OLD-PARENT NOT = SPACES
                       AND WS-FIND-SUB = 0
                   DISPLAY "REORG CARD " WS-CARD-SUB
                       " - OLD PARENT NOT ON THE MASTER: "
                       RC-OLD-PARENT
                   ADD 1 TO WS-CARD-ERROR-COUNT
               WHEN RC-OLD-PARENT = RC-TO-ID
                   DISPLAY "REORG CARD " WS-CARD-SUB
                       " - OLD AND NEW PARENT ARE THE SAME: "
                       RC-TO-ID
                   ADD 1 TO WS-CARD-ERROR-COUNT
               WHEN WS-CTR-PARENT-ID (WS-FROM-SUB) NOT = RC-TO-ID
                   DISPLAY "REORG CARD " WS-CARD-SUB
                       " - THE MASTER HAS " RC-FROM-ID " UNDER '"
                       WS-CTR-PARENT-ID (WS-FROM-SUB)
                       "' - LOAD THE NEW PARENT WITH CTRLOAD FIRST"
                   ADD 1 TO WS-CARD-ERROR-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *  A counter the deck re-parents starts the deck under the old
      *  parent its first REPARENT card names.
       1400-SEED-PARENT.
           IF WS-CARD-ACTION (WS-CARD-SUB) = "REPARENT" THEN
               MOVE WS-CARD-FROM-SUB (WS-CARD-SUB) TO WS-RG-SUB
               IF NOT WS-RG-SEEDED (WS-RG-SUB) THEN
                   MOVE WS-CARD-OLD-PARENT (WS-CARD-SUB)
                       TO WS-RG-CUR-PARENT (WS-RG-SUB)
                   MOVE "Y" TO WS-RG-SEEDED-FLAG (WS-RG-SUB)
               END-IF
           END-IF.

      *  Guarded the positive way - no master loads an empty table
      *  and every card is refused.
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

      *  Moving balances between counters is a supervisor's action,
      *  whatever the card.
       1520-CHECK-CARD-AUTHORITY.
           MOVE RC-OPERATOR TO WS-AUTH-OPERATOR
           MOVE "S" TO WS-AUTH-NEED-ROLE
           PERFORM 1530-CHECK-OPERATOR-AUTHORITY
           INITIALIZE SEC-AUDIT-REC
           MOVE WS-RUN-DATE         TO SA-AUDIT-DATE
           ACCEPT SA-AUDIT-TIME FROM TIME
           MOVE "REORG"             TO SA-PROGRAM
           MOVE "REORG"             TO SA-CARD-FILE
           MOVE WS-AUTH-OPERATOR    TO SA-OPERATOR-ID
           MOVE WS-AUTH-ROLE        TO SA-OPERATOR-ROLE
           MOVE WS-AUTH-NEED-ROLE   TO SA-REQUIRED-ROLE
           MOVE WS-AUTH-RESULT      TO SA-OUTCOME
           MOVE REORG-CARD-REC      TO SA-CARD-IMAGE
           WRITE SEC-AUDIT-REC.

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

      *  Direct balance: the counter's true total less everything its
      *  children roll into it - the part that is the counter's own.
       2000-MEASURE-BEFORE.
           MOVE WS-RG-CUR-PARENT (WS-RG-SUB)
               TO WS-RG-BEFORE-PARENT (WS-RG-SUB)
           COMPUTE WS-RG-BEFORE-TRUE (WS-RG-SUB) =
               WS-CTR-VALUE (WS-RG-SUB) + WS-CTR-EXCESS (WS-RG-SUB)
           PERFORM 2100-SUM-CHILDREN
           COMPUTE WS-RG-DIRECT-BEFORE (WS-RG-SUB) =
               WS-RG-BEFORE-TRUE (WS-RG-SUB) - WS-CHILD-SUM
           ADD WS-RG-DIRECT-BEFORE (WS-RG-SUB)
               TO WS-SUM-DIRECT-BEFORE.

       2100-SUM-CHILDREN.
           MOVE 0 TO WS-CHILD-SUM
           PERFORM 2110-ADD-CHILD
               VARYING WS-KID-SUB FROM 1 BY 1
               UNTIL WS-KID-SUB > WS-CTR-COUNT.

       2110-ADD-CHILD.
           IF WS-RG-CUR-PARENT (WS-KID-SUB) = WS-CTR-ID (WS-RG-SUB)
                   AND WS-KID-SUB NOT = WS-RG-SUB
               MOVE "Y" TO WS-RG-PARENT-FLAG (WS-RG-SUB)
               COMPUTE WS-CHILD-SUM = WS-CHILD-SUM
                   + WS-CTR-VALUE (WS-KID-SUB)
                   + WS-CTR-EXCESS (WS-KID-SUB)
           END-IF.

       3000-APPLY-CARD.
           MOVE 0 TO WS-NET-COUNT
           EVALUATE WS-CARD-ACTION (WS-CARD-SUB)
               WHEN "MERGE"
                   PERFORM 3100-APPLY-MERGE
               WHEN "SPLIT"
                   PERFORM 3200-APPLY-SPLIT
               WHEN "REPARENT"
                   PERFORM 3300-APPLY-REPARENT
           END-EVALUATE
           IF NOT WS-RUN-REFUSED THEN
               PERFORM 3600-APPLY-NET-ENTRY
                   VARYING WS-NET-SUB FROM 1 BY 1
                   UNTIL WS-NET-SUB > WS-NET-COUNT
           END-IF.

      *  A merge moves the retired counter's own balance - whatever
      *  its children rolled into it stays with the children and
      *  goes where their own REPARENT cards send it.
       3100-APPLY-MERGE.
           ADD 1 TO WS-MERGE-COUNT
           MOVE WS-CARD-FROM-SUB (WS-CARD-SUB) TO WS-RG-SUB
           PERFORM 2100-SUM-CHILDREN
           COMPUTE WS-XFER-AMOUNT =
               WS-CTR-VALUE (WS-RG-SUB) + WS-CTR-EXCESS (WS-RG-SUB)
               - WS-CHILD-SUM
           IF WS-XFER-AMOUNT > 0 THEN
               PERFORM 3400-MOVE-BALANCE
           ELSE
               DISPLAY "MERGE OF " WS-CARD-FROM-ID (WS-CARD-SUB)
                   " HAS NO BALANCE OF ITS OWN TO MOVE"
               ADD 1 TO WS-EMPTY-MERGE-COUNT
           END-IF.

       3200-APPLY-SPLIT.
           ADD 1 TO WS-SPLIT-COUNT
           MOVE WS-CARD-FROM-SUB (WS-CARD-SUB) TO WS-RG-SUB
           PERFORM 2100-SUM-CHILDREN
           COMPUTE WS-XFER-AMOUNT =
               WS-CTR-VALUE (WS-RG-SUB) + WS-CTR-EXCESS (WS-RG-SUB)
               - WS-CHILD-SUM
           IF WS-CARD-AMOUNT (WS-CARD-SUB) > WS-XFER-AMOUNT THEN
               DISPLAY "REORG CARD " WS-CARD-SUB " - SPLIT OF "
                   WS-CARD-AMOUNT (WS-CARD-SUB) " EXCEEDS THE OWN "
                   "BALANCE OF " WS-CARD-FROM-ID (WS-CARD-SUB)
               MOVE "Y" TO WS-REFUSED-FLAG
           ELSE
               MOVE WS-CARD-AMOUNT (WS-CARD-SUB) TO WS-XFER-AMOUNT
               PERFORM 3400-MOVE-BALANCE
           END-IF.

      *  The counter's own total does not change - its whole true
      *  total leaves the old parent's chain and joins the new one's.
       3300-APPLY-REPARENT.
           ADD 1 TO WS-REPARENT-COUNT
           MOVE WS-CARD-FROM-SUB (WS-CARD-SUB) TO WS-RG-SUB
           IF WS-RG-CUR-PARENT (WS-RG-SUB)
                   NOT = WS-CARD-OLD-PARENT (WS-CARD-SUB)
               DISPLAY "REORG CARD " WS-CARD-SUB " - "
                   WS-CARD-FROM-ID (WS-CARD-SUB) " IS UNDER '"
                   WS-RG-CUR-PARENT (WS-RG-SUB) "' AT THIS POINT "
                   "IN THE DECK, NOT '"
                   WS-CARD-OLD-PARENT (WS-CARD-SUB) "'"
               MOVE "Y" TO WS-REFUSED-FLAG
           ELSE
               MOVE "Y" TO WS-RG-TOUCHED-FLAG (WS-RG-SUB)
               COMPUTE WS-XFER-AMOUNT =
                   WS-CTR-VALUE (WS-RG-SUB) + WS-CTR-EXCESS (WS-RG-SUB)
               MOVE WS-XFER-AMOUNT TO WS-CARD-MOVED (WS-CARD-SUB)
               MOVE WS-CARD-OLD-PARENT (WS-CARD-SUB) TO WS-CHAIN-ID
               COMPUTE WS-CHAIN-DELTA = 0 - WS-XFER-AMOUNT
               MOVE "R" TO WS-CHAIN-KIND
               PERFORM 3500-ADD-CHAIN
               MOVE WS-CARD-TO-ID (WS-CARD-SUB) TO WS-CHAIN-ID
               MOVE WS-XFER-AMOUNT TO WS-CHAIN-DELTA
               MOVE "R" TO WS-CHAIN-KIND
               PERFORM 3500-ADD-CHAIN
               MOVE WS-CARD-TO-ID (WS-CARD-SUB)
                   TO WS-RG-CUR-PARENT (WS-RG-SUB)
           END-IF.

      *  Merge and split: the giving counter and its parents down by
      *  the amount, the taking counter and its parents up by it.
       3400-MOVE-BALANCE.
           MOVE WS-XFER-AMOUNT TO WS-CARD-MOVED (WS-CARD-SUB)
           MOVE WS-CARD-FROM-SUB (WS-CARD-SUB) TO WS-FROM-SUB
           MOVE WS-CARD-TO-SUB (WS-CARD-SUB) TO WS-TO-SUB
           SUBTRACT WS-XFER-AMOUNT FROM WS-RG-DIRECT-XFER (WS-FROM-SUB)
           ADD WS-XFER-AMOUNT TO WS-RG-DIRECT-XFER (WS-TO-SUB)
           MOVE WS-CARD-FROM-ID (WS-CARD-SUB) TO WS-CHAIN-ID
           COMPUTE WS-CHAIN-DELTA = 0 - WS-XFER-AMOUNT
           MOVE "D" TO WS-CHAIN-KIND
           PERFORM 3500-ADD-CHAIN
           MOVE WS-CARD-TO-ID (WS-CARD-SUB) TO WS-CHAIN-ID
           MOVE WS-XFER-AMOUNT TO WS-CHAIN-DELTA
           MOVE "D" TO WS-CHAIN-KIND
           PERFORM 3500-ADD-CHAIN.

      *  The counter named and every parent above it, by the current
      *  hierarchy, to the same five levels OVFLCNT rolls up through.
       3500-ADD-CHAIN.
           MOVE 0 TO WS-CHAIN-DEPTH
           PERFORM 3510-ADD-CHAIN-LINK
               UNTIL WS-CHAIN-ID = SPACES
                   OR WS-CHAIN-DEPTH > 5.

       3510-ADD-CHAIN-LINK.
           MOVE WS-CHAIN-ID TO WS-FIND-ID
           PERFORM 1330-FIND-COUNTER
           IF WS-FIND-SUB = 0 THEN
               DISPLAY "PARENT COUNTER NOT ON TABLE: " WS-CHAIN-ID
               MOVE SPACES TO WS-CHAIN-ID
           ELSE
               PERFORM 3520-ADD-NET-ENTRY
               MOVE "R" TO WS-CHAIN-KIND
               MOVE WS-RG-CUR-PARENT (WS-FIND-SUB) TO WS-CHAIN-ID
           END-IF
           ADD 1 TO WS-CHAIN-DEPTH.

       3520-ADD-NET-ENTRY.
           MOVE 0 TO WS-NET-FOUND-SUB
           PERFORM 3530-MATCH-NET-ENTRY
               VARYING WS-NET-SUB FROM 1 BY 1
               UNTIL WS-NET-SUB > WS-NET-COUNT
           IF WS-NET-FOUND-SUB > 0 THEN
               ADD WS-CHAIN-DELTA
                   TO WS-NET-DELTA (WS-NET-FOUND-SUB)
           ELSE
               ADD 1 TO WS-NET-COUNT
               MOVE WS-FIND-SUB    TO WS-NET-CTR-SUB (WS-NET-COUNT)
               MOVE WS-CHAIN-DELTA TO WS-NET-DELTA (WS-NET-COUNT)
               MOVE WS-CHAIN-KIND  TO WS-NET-KIND (WS-NET-COUNT)
           END-IF.

       3530-MATCH-NET-ENTRY.
           IF WS-NET-CTR-SUB (WS-NET-SUB) = WS-FIND-SUB THEN
               MOVE WS-NET-SUB TO WS-NET-FOUND-SUB
           END-IF.

      *  A journal amount holds seven digits, so a larger change is
      *  posted in pieces; each piece is applied before it is
      *  journalled, so PJ-TRUE-TOTAL walks the counter forward the
      *  way OVFLCNT's postings do.
       3600-APPLY-NET-ENTRY.
           IF WS-NET-DELTA (WS-NET-SUB) NOT = 0 THEN
               SET CTR-IDX TO WS-NET-CTR-SUB (WS-NET-SUB)
               MOVE WS-NET-CTR-SUB (WS-NET-SUB) TO WS-RG-SUB
               MOVE "Y" TO WS-RG-TOUCHED-FLAG (WS-RG-SUB)
               IF WS-NET-DELTA (WS-NET-SUB) < 0 THEN
                   COMPUTE WS-REMAIN = 0 - WS-NET-DELTA (WS-NET-SUB)
               ELSE
                   MOVE WS-NET-DELTA (WS-NET-SUB) TO WS-REMAIN
               END-IF
               PERFORM 3610-APPLY-PIECE
                   UNTIL WS-REMAIN = 0
           END-IF.

       3610-APPLY-PIECE.
           IF WS-REMAIN > 9999999 THEN
               MOVE 9999999 TO WS-CHUNK
           ELSE
               MOVE WS-REMAIN TO WS-CHUNK
           END-IF
           SUBTRACT WS-CHUNK FROM WS-REMAIN
           IF WS-NET-DELTA (WS-NET-SUB) < 0 THEN
               COMPUTE WS-APPLY-DELTA = 0 - WS-CHUNK
           ELSE
               MOVE WS-CHUNK TO WS-APPLY-DELTA
           END-IF
           PERFORM 3620-APPLY-TO-COUNTER
           PERFORM 3630-WRITE-TRANSFER-POSTING.

      *  Same cap semantics as OVFLCNT 2190 and BACKOUT 4100.
       3620-APPLY-TO-COUNTER.
           COMPUTE WS-CTR-TRUE-S =
               WS-CTR-VALUE (CTR-IDX) + WS-CTR-EXCESS (CTR-IDX)
               + WS-APPLY-DELTA
           IF WS-CTR-TRUE-S < 0 THEN
               DISPLAY "TRANSFER BELOW ZERO - FLOORED FOR COUNTER: "
                   WS-CTR-ID (CTR-IDX)
               ADD 1 TO WS-FLOOR-COUNT
               MOVE 0 TO WS-CTR-TRUE-S
           END-IF
           MOVE WS-CTR-TRUE-S TO WS-CTR-TRUE
           IF WS-CTR-TRUE > WS-CTR-LIMIT (CTR-IDX) THEN
               IF WS-APPLY-DELTA > 0
                       AND NOT WS-CTR-OVERFLOWED (CTR-IDX)
                   DISPLAY "TRANSFER TAKES COUNTER OVER ITS LIMIT: "
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
           END-IF.

      *  "D" for the two counters a merge or split names, "R" for the
      *  parents the change rolled through - the same kinds a drill-
      *  down already reads on OVFLCNT's postings.
       3630-WRITE-TRANSFER-POSTING.
           ADD 1 TO WS-POSTING-COUNT
           ADD 1 TO WS-RG-POSTING-COUNT (WS-RG-SUB)
           INITIALIZE POST-JRNL-REC
           MOVE WS-RUN-DATE             TO PJ-RUN-DATE
           MOVE WS-RUN-ID               TO PJ-RUN-ID
           MOVE WS-CTR-ID (CTR-IDX)     TO PJ-COUNTER-ID
           MOVE "REORG"                 TO PJ-FEED-ID
           MOVE WS-CHUNK                TO PJ-AMOUNT
           IF WS-APPLY-DELTA < 0 THEN
               MOVE "R"                 TO PJ-TR-TYPE
           ELSE
               MOVE "A"                 TO PJ-TR-TYPE
           END-IF
           COMPUTE PJ-TRUE-TOTAL =
               WS-CTR-VALUE (CTR-IDX) + WS-CTR-EXCESS (CTR-IDX)
           MOVE WS-NET-KIND (WS-NET-SUB) TO PJ-POSTING-KIND
           IF WS-RG-CUR-PARENT (WS-RG-SUB) = SPACES THEN
               MOVE "N" TO PJ-ROLLUP-FLAG
           ELSE
               MOVE "Y" TO PJ-ROLLUP-FLAG
           END-IF
           MOVE "T"                     TO PJ-ENTRY-SOURCE
           WRITE POST-JRNL-REC.

      *  The proof, per counter, against the hierarchy the deck ends
      *  with (which is the master's): direct balance after must be
      *  direct balance before plus what the cards moved directly to
      *  or from it.  A parent whose children's roll-ups moved keeps
      *  its own balance to the unit; a merged counter's own balance
      *  is exactly what went to the survivor.
       4000-PROVE-AFTER.
           PERFORM 2100-SUM-CHILDREN
           MOVE WS-CHILD-SUM TO WS-RG-CHILD-AFTER (WS-RG-SUB)
           COMPUTE WS-RG-DIRECT-AFTER (WS-RG-SUB) =
               WS-CTR-VALUE (WS-RG-SUB) + WS-CTR-EXCESS (WS-RG-SUB)
               - WS-CHILD-SUM
           ADD WS-RG-DIRECT-AFTER (WS-RG-SUB) TO WS-SUM-DIRECT-AFTER
           IF WS-RG-DIRECT-AFTER (WS-RG-SUB)
                   = WS-RG-DIRECT-BEFORE (WS-RG-SUB)
                   + WS-RG-DIRECT-XFER (WS-RG-SUB)
               MOVE "BALANCED" TO WS-RG-RESULT (WS-RG-SUB)
           ELSE
               MOVE "OUT" TO WS-RG-RESULT (WS-RG-SUB)
               ADD 1 TO WS-OUT-OF-BALANCE-COUNT
           END-IF
           IF WS-RG-CUR-PARENT (WS-RG-SUB) NOT = SPACES THEN
               MOVE WS-RG-CUR-PARENT (WS-RG-SUB) TO WS-FIND-ID
               PERFORM 1330-FIND-COUNTER
               IF WS-FIND-SUB > 0 THEN
                   IF WS-RG-MERGED-AWAY (WS-FIND-SUB)
                           AND WS-RG-ACTIVE (WS-RG-SUB)
                       DISPLAY WS-CTR-ID (WS-RG-SUB)
                           " STILL ROLLS UP INTO MERGED COUNTER "
                           WS-RG-CUR-PARENT (WS-RG-SUB)
                           " - RE-PARENT IT IN THE SAME DECK"
                       MOVE "ORPHAN" TO WS-RG-RESULT (WS-RG-SUB)
                       ADD 1 TO WS-ORPHAN-COUNT
                   END-IF
               END-IF
           END-IF.

      *  The transfers go onto the live journal only now, in the
      *  order they were made, after it is counted end to end for
      *  the checkpoint's position.
       5000-POST-TRANSFERS.
           MOVE 0 TO WS-JRNL-FILE-COUNT
           OPEN INPUT POST-JRNL-FILE
           IF NOT WS-JRNL-OK THEN
               SET WS-END-OF-JOURNAL TO TRUE
           END-IF
           PERFORM 5010-COUNT-JOURNAL-REC
               UNTIL WS-END-OF-JOURNAL
           CLOSE POST-JRNL-FILE
           OPEN INPUT REORG-WORK-FILE
           OPEN EXTEND POST-JRNL-FILE
           PERFORM 5020-COPY-TRANSFER
               UNTIL WS-END-OF-WORK
           CLOSE REORG-WORK-FILE
           CLOSE POST-JRNL-FILE.

       5010-COUNT-JOURNAL-REC.
           READ POST-JRNL-FILE
               AT END
                   SET WS-END-OF-JOURNAL TO TRUE
               NOT AT END
                   ADD 1 TO WS-JRNL-FILE-COUNT
           END-READ.

       5020-COPY-TRANSFER.
           READ REORG-WORK-FILE
               AT END
                   SET WS-END-OF-WORK TO TRUE
               NOT AT END
                   MOVE POST-JRNL-REC TO POST-JRNL-FILE-REC
                   WRITE POST-JRNL-FILE-REC
                   ADD 1 TO WS-JRNL-FILE-COUNT
           END-READ.

      *  A suspended detail for a merged counter would be released
      *  into a retired id; it is re-pointed - header field and the
      *  carried transaction image alike - at the counter the deck
      *  finally merged it into.  The file is counted whole for the
      *  checkpoint either way, and copied to the new file only when
      *  something changed, as BACKOUT does.
       5300-REPOINT-SUSPENSE.
           MOVE 0 TO WS-SUSP-FILE-COUNT
           OPEN INPUT SUSPENSE-FILE
           IF NOT WS-SUSPENSE-OK THEN
               SET WS-END-OF-SUSPENSE TO TRUE
           END-IF
           PERFORM 5310-COUNT-SUSPENSE-REC
               UNTIL WS-END-OF-SUSPENSE
           CLOSE SUSPENSE-FILE
           IF WS-SUSP-REPOINT-COUNT > 0 THEN
               MOVE "N" TO WS-SUSP-EOF-FLAG
               OPEN INPUT SUSPENSE-FILE
               OPEN OUTPUT SUSPENSE-NEW-FILE
               PERFORM 5320-COPY-SUSPENSE-REC
                   UNTIL WS-END-OF-SUSPENSE
               CLOSE SUSPENSE-FILE
               CLOSE SUSPENSE-NEW-FILE
               DISPLAY "SUSPENDED DETAILS RE-POINTED: "
                   WS-SUSP-REPOINT-COUNT
               DISPLAY "REVIEW ./data/suspense_new.dat THEN RENAME "
                   "IT TO ./data/suspense.dat BEFORE THE NEXT "
                   "SUSPREL RUN"
           END-IF.

       5310-COUNT-SUSPENSE-REC.
           READ SUSPENSE-FILE
               AT END
                   SET WS-END-OF-SUSPENSE TO TRUE
               NOT AT END
                   ADD 1 TO WS-SUSP-FILE-COUNT
                   MOVE SU-COUNTER-ID TO WS-FIND-ID
                   PERFORM 5800-RESOLVE-MERGED-ID
                   IF WS-FIND-ID NOT = SU-COUNTER-ID THEN
                       ADD 1 TO WS-SUSP-REPOINT-COUNT
                   END-IF
           END-READ.

       5320-COPY-SUSPENSE-REC.
           READ SUSPENSE-FILE
               AT END
                   SET WS-END-OF-SUSPENSE TO TRUE
               NOT AT END
                   MOVE SU-COUNTER-ID TO WS-FIND-ID
                   PERFORM 5800-RESOLVE-MERGED-ID
                   MOVE WS-FIND-ID TO SU-COUNTER-ID
                   MOVE WS-FIND-ID TO SU-TRANS-IMAGE (2:8)
                   MOVE SUSPENSE-REC TO SUSPENSE-NEW-REC
                   WRITE SUSPENSE-NEW-REC
           END-READ.

      *  Open, acknowledged and escalated incidents follow the merged
      *  counter to its survivor; closed ones stay as they were
      *  raised, as history.
       5400-REPOINT-INCIDENTS.
           OPEN INPUT INCIDENT-FILE
           IF NOT WS-INCIDENT-OK THEN
               SET WS-END-OF-INCIDENTS TO TRUE
           END-IF
           PERFORM 5410-COUNT-INCIDENT-REC
               UNTIL WS-END-OF-INCIDENTS
           CLOSE INCIDENT-FILE
           IF WS-INC-REPOINT-COUNT > 0 THEN
               MOVE "N" TO WS-INC-EOF-FLAG
               OPEN INPUT INCIDENT-FILE
               OPEN OUTPUT INCIDENT-NEW-FILE
               PERFORM 5420-COPY-INCIDENT-REC
                   UNTIL WS-END-OF-INCIDENTS
               CLOSE INCIDENT-FILE
               CLOSE INCIDENT-NEW-FILE
               DISPLAY "OPEN INCIDENTS RE-POINTED: "
                   WS-INC-REPOINT-COUNT
               DISPLAY "REVIEW ./data/alertinc_new.dat THEN RENAME "
                   "IT TO ./data/alertinc.dat BEFORE THE NEXT "
                   "ALERTMGR RUN"
           END-IF.

       5410-COUNT-INCIDENT-REC.
           READ INCIDENT-FILE
               AT END
                   SET WS-END-OF-INCIDENTS TO TRUE
               NOT AT END
                   IF NOT IN-CLOSED THEN
                       MOVE IN-COUNTER-ID TO WS-FIND-ID
                       PERFORM 5800-RESOLVE-MERGED-ID
                       IF WS-FIND-ID NOT = IN-COUNTER-ID THEN
                           ADD 1 TO WS-INC-REPOINT-COUNT
                       END-IF
                   END-IF
           END-READ.

       5420-COPY-INCIDENT-REC.
           READ INCIDENT-FILE
               AT END
                   SET WS-END-OF-INCIDENTS TO TRUE
               NOT AT END
                   IF NOT IN-CLOSED THEN
                       MOVE IN-COUNTER-ID TO WS-FIND-ID
                       PERFORM 5800-RESOLVE-MERGED-ID
                       MOVE WS-FIND-ID TO IN-COUNTER-ID
                   END-IF
                   MOVE INCIDENT-REC TO INCIDENT-NEW-REC
                   WRITE INCIDENT-NEW-REC
           END-READ.

      *  Same clean-finish cycle as BACKOUT 5000.  Retired counters
      *  are carried only when the deck touched them - a merged
      *  counter's zero has to supersede its stranded balance.
       5500-WRITE-CHECKPOINT.
           OPEN EXTEND CHKPT-FILE
           PERFORM 5510-WRITE-CHECKPOINT-REC
               VARYING CTR-IDX FROM 1 BY 1
               UNTIL CTR-IDX > WS-CTR-COUNT
           CLOSE CHKPT-FILE.

       5510-WRITE-CHECKPOINT-REC.
           SET WS-RG-SUB TO CTR-IDX
           IF WS-RG-ACTIVE (WS-RG-SUB)
                   OR WS-RG-TOUCHED (WS-RG-SUB)
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
               WRITE CHKPT-REC
           END-IF.

       5600-WRITE-MAPPING.
           IF WS-CARD-ACTION (WS-CARD-SUB) = "MERGE"
                   OR WS-CARD-ACTION (WS-CARD-SUB) = "SPLIT"
               IF WS-MAP-WRITTEN-COUNT = 0 THEN
                   OPEN EXTEND CTR-MAP-FILE
               END-IF
               ADD 1 TO WS-MAP-WRITTEN-COUNT
               INITIALIZE CTR-MAP-REC
               MOVE WS-CARD-FROM-ID (WS-CARD-SUB) TO CM-OLD-ID
               MOVE WS-CARD-TO-ID (WS-CARD-SUB)   TO CM-NEW-ID
               IF WS-CARD-ACTION (WS-CARD-SUB) = "MERGE" THEN
                   SET CM-MERGED TO TRUE
               ELSE
                   SET CM-SPLIT TO TRUE
               END-IF
               MOVE WS-RUN-DATE                   TO CM-EFF-DATE
               MOVE WS-RUN-ID                     TO CM-RUN-ID
               MOVE WS-CARD-MOVED (WS-CARD-SUB)   TO CM-AMOUNT
               WRITE CTR-MAP-REC
           END-IF
           IF WS-CARD-SUB = WS-CARD-COUNT
                   AND WS-MAP-WRITTEN-COUNT > 0
               CLOSE CTR-MAP-FILE
           END-IF.

      *  Consumed like ALERTMGR's ack cards, and only after the
      *  checkpoint carrying the moved balances is on disk - a deck
      *  left lying around would move the same balances again.
       5700-CONSUME-CARDS.
           OPEN OUTPUT REORG-CARD-FILE
           CLOSE REORG-CARD-FILE.

      *  Where a merged id's volume now lives: follow the deck's
      *  merges, so AREA1 into AREA2 then AREA2 into AREA9 in the
      *  same deck lands AREA1's suspense on AREA9.
       5800-RESOLVE-MERGED-ID.
           MOVE 0 TO WS-CHAIN-DEPTH
           MOVE "Y" TO WS-RESOLVE-FLAG
           PERFORM 5810-FOLLOW-MERGE
               UNTIL NOT WS-MERGE-LINK-FOUND
                   OR WS-CHAIN-DEPTH > 10.

       5810-FOLLOW-MERGE.
           MOVE "N" TO WS-RESOLVE-FLAG
           PERFORM 5820-MATCH-MERGE-CARD
               VARYING WS-SCAN-SUB FROM 1 BY 1
               UNTIL WS-SCAN-SUB > WS-CARD-COUNT
                   OR WS-MERGE-LINK-FOUND
           ADD 1 TO WS-CHAIN-DEPTH.

       5820-MATCH-MERGE-CARD.
           IF WS-CARD-ACTION (WS-SCAN-SUB) = "MERGE"
                   AND WS-CARD-FROM-ID (WS-SCAN-SUB) = WS-FIND-ID
               MOVE WS-CARD-TO-ID (WS-SCAN-SUB) TO WS-FIND-ID
               MOVE "Y" TO WS-RESOLVE-FLAG
           END-IF.

       8000-WRITE-REORG-REPORT.
           OPEN OUTPUT REORG-RPT-FILE
           MOVE SPACES TO REORG-RPT-LINE
           STRING "COUNTER REORGANIZATION REPORT   BUSINESS DATE: "
               WS-RUN-DATE "   RUN ID: " WS-RUN-ID
               DELIMITED BY SIZE INTO REORG-RPT-LINE
           WRITE REORG-RPT-LINE
           MOVE SPACES TO REORG-RPT-LINE
           WRITE REORG-RPT-LINE
           MOVE "CARDS APPLIED" TO REORG-RPT-LINE
           WRITE REORG-RPT-LINE
           PERFORM 8100-WRITE-CARD-LINE
               VARYING WS-CARD-SUB FROM 1 BY 1
               UNTIL WS-CARD-SUB > WS-CARD-COUNT
           MOVE SPACES TO REORG-RPT-LINE
           WRITE REORG-RPT-LINE
           MOVE "BALANCE PROOF - DIRECT BALANCE IS TRUE TOTAL LESS "
               & "CHILDREN; AFTER MUST EQUAL BEFORE PLUS TRANSFERS"
               TO REORG-RPT-LINE
           WRITE REORG-RPT-LINE
           MOVE SPACES TO REORG-RPT-LINE
           STRING "COUNTER  PAR-BEF  PAR-AFT  TRUE-BEFORE "
               "TRUE-AFTER   CHILDREN  DIRECT-BEF TRANSFERRED"
               "  DIRECT-AFT  RESULT"
               DELIMITED BY SIZE INTO REORG-RPT-LINE
           WRITE REORG-RPT-LINE
           PERFORM 8200-WRITE-COUNTER-LINE
               VARYING WS-RG-SUB FROM 1 BY 1
               UNTIL WS-RG-SUB > WS-CTR-COUNT
           MOVE SPACES TO REORG-RPT-LINE
           WRITE REORG-RPT-LINE
           MOVE WS-SUM-DIRECT-BEFORE TO WS-RPT-SUM-ED
           MOVE SPACES TO REORG-RPT-LINE
           STRING "SUM OF DIRECT BALANCES BEFORE:  " WS-RPT-SUM-ED
               DELIMITED BY SIZE INTO REORG-RPT-LINE
           WRITE REORG-RPT-LINE
           MOVE WS-SUM-DIRECT-AFTER TO WS-RPT-SUM-ED
           MOVE SPACES TO REORG-RPT-LINE
           STRING "SUM OF DIRECT BALANCES AFTER:   " WS-RPT-SUM-ED
               DELIMITED BY SIZE INTO REORG-RPT-LINE
           WRITE REORG-RPT-LINE
           MOVE WS-OUT-OF-BALANCE-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO REORG-RPT-LINE
           STRING "COUNTERS OUT OF BALANCE:        " WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO REORG-RPT-LINE
           WRITE REORG-RPT-LINE
           MOVE WS-ORPHAN-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO REORG-RPT-LINE
           STRING "COUNTERS UNDER A MERGED PARENT: " WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO REORG-RPT-LINE
           WRITE REORG-RPT-LINE
           MOVE WS-CAP-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO REORG-RPT-LINE
           STRING "COUNTERS PUSHED OVER LIMIT:     " WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO REORG-RPT-LINE
           WRITE REORG-RPT-LINE
           IF WS-RUN-REFUSED THEN
               MOVE "REORGANIZATION REFUSED - NOTHING WAS POSTED, "
                   & "CHECKPOINTED OR RE-POINTED" TO REORG-RPT-LINE
               WRITE REORG-RPT-LINE
           ELSE
               MOVE WS-POSTING-COUNT TO WS-RPT-COUNT-ED
               MOVE SPACES TO REORG-RPT-LINE
               STRING "TRANSFER POSTINGS JOURNALLED:   "
                   WS-RPT-COUNT-ED
                   DELIMITED BY SIZE INTO REORG-RPT-LINE
               WRITE REORG-RPT-LINE
               MOVE WS-SUSP-REPOINT-COUNT TO WS-RPT-COUNT-ED
               MOVE SPACES TO REORG-RPT-LINE
               STRING "SUSPENDED DETAILS RE-POINTED:   "
                   WS-RPT-COUNT-ED
                   DELIMITED BY SIZE INTO REORG-RPT-LINE
               WRITE REORG-RPT-LINE
               MOVE WS-INC-REPOINT-COUNT TO WS-RPT-COUNT-ED
               MOVE SPACES TO REORG-RPT-LINE
               STRING "OPEN INCIDENTS RE-POINTED:      "
                   WS-RPT-COUNT-ED
                   DELIMITED BY SIZE INTO REORG-RPT-LINE
               WRITE REORG-RPT-LINE
               MOVE WS-MAP-WRITTEN-COUNT TO WS-RPT-COUNT-ED
               MOVE SPACES TO REORG-RPT-LINE
               STRING "ID MAPPINGS RECORDED:           "
                   WS-RPT-COUNT-ED
                   DELIMITED BY SIZE INTO REORG-RPT-LINE
               WRITE REORG-RPT-LINE
           END-IF
           CLOSE REORG-RPT-FILE
           DISPLAY "REORG REPORT WRITTEN TO ./data/reorgrpt.rpt".

       8100-WRITE-CARD-LINE.
           MOVE WS-CARD-MOVED (WS-CARD-SUB) TO WS-RPT-MOVED-ED
           MOVE SPACES TO REORG-RPT-LINE
           IF WS-CARD-ACTION (WS-CARD-SUB) = "REPARENT" THEN
               STRING "  REPARENT " WS-CARD-FROM-ID (WS-CARD-SUB)
                   " FROM '" WS-CARD-OLD-PARENT (WS-CARD-SUB)
                   "' TO '" WS-CARD-TO-ID (WS-CARD-SUB)
                   "'   ROLL-UP MOVED: " WS-RPT-MOVED-ED
                   DELIMITED BY SIZE INTO REORG-RPT-LINE
           ELSE
               STRING "  " WS-CARD-ACTION (WS-CARD-SUB) " "
                   WS-CARD-FROM-ID (WS-CARD-SUB) " INTO "
                   WS-CARD-TO-ID (WS-CARD-SUB)
                   "           BALANCE MOVED: " WS-RPT-MOVED-ED
                   DELIMITED BY SIZE INTO REORG-RPT-LINE
           END-IF
           WRITE REORG-RPT-LINE.

      *  Every counter the deck moved a unit on, and every parent in
      *  the hierarchy before or after - the roll-ups are what the
      *  proof is about.
       8200-WRITE-COUNTER-LINE.
           IF WS-RG-TOUCHED (WS-RG-SUB)
                   OR WS-RG-IS-PARENT (WS-RG-SUB)
                   OR WS-RG-RESULT (WS-RG-SUB) NOT = "BALANCED"
               MOVE WS-RG-BEFORE-TRUE (WS-RG-SUB)
                   TO WS-RPT-TRUE-BEFORE-ED
               COMPUTE WS-RPT-TRUE-AFTER-ED =
                   WS-CTR-VALUE (WS-RG-SUB) + WS-CTR-EXCESS (WS-RG-SUB)
               MOVE WS-RG-CHILD-AFTER (WS-RG-SUB) TO WS-RPT-CHILD-ED
               MOVE WS-RG-DIRECT-BEFORE (WS-RG-SUB)
                   TO WS-RPT-DIR-BEFORE-ED
               MOVE WS-RG-DIRECT-XFER (WS-RG-SUB) TO WS-RPT-XFER-ED
               MOVE WS-RG-DIRECT-AFTER (WS-RG-SUB)
                   TO WS-RPT-DIR-AFTER-ED
               MOVE SPACES TO REORG-RPT-LINE
               STRING WS-CTR-ID (WS-RG-SUB)
                   " " WS-RG-BEFORE-PARENT (WS-RG-SUB)
                   " " WS-RG-CUR-PARENT (WS-RG-SUB)
                   " " WS-RPT-TRUE-BEFORE-ED
                   " " WS-RPT-TRUE-AFTER-ED
                   " " WS-RPT-CHILD-ED
                   " " WS-RPT-DIR-BEFORE-ED
                   " " WS-RPT-XFER-ED
                   " " WS-RPT-DIR-AFTER-ED
                   "  " WS-RG-RESULT (WS-RG-SUB)
                   DELIMITED BY SIZE INTO REORG-RPT-LINE
               WRITE REORG-RPT-LINE
           END-IF.

       8500-SET-RETURN-CODE.
           IF WS-CAP-COUNT > 0
                   OR WS-FLOOR-COUNT > 0
                   OR WS-EMPTY-MERGE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
