       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGBILL.
      *****************************************************************
      *  CHGBILL                                                      *
      *  Monthly chargeback billing, scheduled after PERCLOSE on the  *
      *  period end.  Prices one closed period's snapshot on the      *
      *  history master (copybook CTRHIST) off the chargeback rate    *
      *  master (copybook CHGRATE) and writes:                        *
      *    - the invoice extract for the finance system (copybook     *
      *      INVEXT, ./data/invoice.dat): one invoice per region,     *
      *      with a line per counter billed;                          *
      *    - one invoice register line per invoice (copybook INVREG), *
      *      appended only once the extract is complete;              *
      *    - the billing report (./data/billrpt.rpt), which ties each *
      *      invoice's volume back to HX-TRUE-TOTAL.                  *
      *                                                                *
      *  The counters roll up (CD-PARENT-ID): a parent's history row  *
      *  is the sum of its children's volume plus anything posted to  *
      *  it directly.  So a counter with a child row in the period is *
      *  a summary counter and is not billed itself; every other      *
      *  counter is billed, on the invoice of the region at the top   *
      *  of its roll-up chain (a counter with no parent and no        *
      *  children is its own region, with one line).  The region's    *
      *  own HX-TRUE-TOTAL is what the invoice ties back to - a       *
      *  difference is volume posted straight to a summary counter,   *
      *  which no line bills, and is flagged for finance.             *
      *  Each billed counter's in-limit volume (HX-FINAL-VALUE) is    *
      *  priced at its base rate and volume tiers, its excess         *
      *  (HX-EXCESS) at its overage rate.  The parent links are the   *
      *  counter master's as they stand on the billing date.          *
      *                                                                *
      *  SYSIN: the period to bill, YYYYMM, or blank for the latest   *
      *  period on the history master - the one PERCLOSE has just     *
      *  closed.  A period already on the invoice register is         *
      *  refused, and so is one with no history rows.                 *
      *  Return code: 0 billed clean, 4 billed with warnings (a       *
      *  counter with no rate, a row not on the counter master, an    *
      *  invoice that does not tie), 8 refused, 16 the counter master *
      *  could not be opened.                                         *
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

           SELECT OPTIONAL CHG-RATE-FILE ASSIGN TO "./data/chgrate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

           SELECT OPTIONAL CTR-HIST-FILE ASSIGN TO "./data/ctrhist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT OPTIONAL INVOICE-REG-FILE
               ASSIGN TO "./data/invreg.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

           SELECT INVOICE-EXT-FILE ASSIGN TO "./data/invoice.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BILL-RPT-FILE ASSIGN TO "./data/billrpt.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CTRDEF-FILE.
       COPY CTRDEF.

       FD  DATE-CTL-FILE
           RECORDING MODE IS F.
       COPY DATECTL.

       FD  CHG-RATE-FILE
           RECORDING MODE IS F.
       COPY CHGRATE.

       FD  CTR-HIST-FILE
           RECORDING MODE IS F.
       COPY CTRHIST.

       FD  INVOICE-REG-FILE
           RECORDING MODE IS F.
       COPY INVREG.

       FD  INVOICE-EXT-FILE
           RECORDING MODE IS F.
       COPY INVEXT.

       FD  BILL-RPT-FILE
           RECORDING MODE IS F.
       01  BILL-RPT-LINE               PIC X(110).

       WORKING-STORAGE SECTION.
       COPY CTRTBL.

      *  The rate master, in file order, searched serially.
       01  WS-RATE-TABLE.
           05  WS-RATE-COUNT           PIC 9(3) VALUE 0.
           05  WS-RATE-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-RATE-COUNT
                   INDEXED BY RATE-IDX.
               10  WS-RT-COUNTER-ID        PIC X(8).
               10  WS-RT-BASE-RATE         PIC 9(3)V9(4).
               10  WS-RT-OVERAGE-RATE      PIC 9(3)V9(4).
               10  WS-RT-TIER-COUNT        PIC 9.
               10  WS-RT-TIER OCCURS 3 TIMES.
                   15  WS-RT-TIER-FLOOR        PIC 9(9).
                   15  WS-RT-TIER-RATE         PIC 9(3)V9(4).

      *  The period's history rows, one per counter, and what the
      *  billing makes of each.
       01  WS-BILL-ROW-TABLE.
           05  WS-BR-COUNT             PIC 9(3) VALUE 0.
           05  WS-BR-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-BR-COUNT
                   INDEXED BY BR-IDX.
               10  WS-BR-COUNTER-ID        PIC X(8).
               10  WS-BR-FINAL-VALUE       PIC 9(9).
               10  WS-BR-EXCESS            PIC 9(9).
               10  WS-BR-TRUE-TOTAL        PIC 9(10).
               10  WS-BR-CTR-SUB           PIC 9(3) COMP.
               10  WS-BR-ROLE              PIC X.
                   88  WS-BR-BILLED             VALUE "L".
                   88  WS-BR-SUMMARY            VALUE "S".
                   88  WS-BR-UNKNOWN            VALUE "U".
               10  WS-BR-REGION-ID         PIC X(8).
               10  WS-BR-RATE-FLAG         PIC X.
                   88  WS-BR-RATED              VALUE "Y".
               10  WS-BR-BASE-CHARGE       PIC 9(11)V99.
               10  WS-BR-OVERAGE-CHARGE    PIC 9(11)V99.
               10  WS-BR-INVOICED-FLAG     PIC X.
                   88  WS-BR-INVOICED           VALUE "Y".
       01  WS-BR-SUB                   PIC 9(3) COMP.
       01  WS-BR-SUB2                  PIC 9(3) COMP.

      *  Invoices written this run, for the register.
       01  WS-INVOICE-TABLE.
           05  WS-INV-COUNT            PIC 9(4) VALUE 0.
           05  WS-INV-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-INV-COUNT
                   INDEXED BY INV-IDX.
               10  WS-INV-NO               PIC X(12).
               10  WS-INV-REGION-ID        PIC X(8).
               10  WS-INV-LINE-COUNT       PIC 9(5).
               10  WS-INV-VOLUME           PIC 9(12).
               10  WS-INV-AMOUNT           PIC 9(11)V99.

       01  WS-CTRDEF-STATUS            PIC XX.
           88  WS-CTRDEF-OK                  VALUE "00".
           88  WS-CTRDEF-NOT-FOUND           VALUE "10" "23" "35".

       01  WS-DATECTL-STATUS           PIC XX.
           88  WS-DATECTL-OK                VALUE "00".
       01  WS-DATECTL-EOF-FLAG         PIC X VALUE "N".
           88  WS-END-OF-DATECTL            VALUE "Y".
       01  WS-BUS-DATE-FLAG            PIC X VALUE "N".
           88  WS-BUSINESS-DATE-SET         VALUE "Y".

       01  WS-RATE-STATUS              PIC XX.
           88  WS-RATE-OK                   VALUE "00".
       01  WS-RATE-EOF-FLAG            PIC X VALUE "N".
           88  WS-END-OF-RATES              VALUE "Y".
       01  WS-RATE-VALID-FLAG          PIC X.
           88  WS-RATE-VALID                VALUE "Y".

       01  WS-HIST-STATUS              PIC XX.
           88  WS-HIST-OK                   VALUE "00".
       01  WS-HIST-EOF-FLAG            PIC X VALUE "N".
           88  WS-END-OF-HIST               VALUE "Y".

       01  WS-REG-STATUS               PIC XX.
           88  WS-REG-OK                    VALUE "00".
       01  WS-REG-EOF-FLAG             PIC X VALUE "N".
           88  WS-END-OF-REG                VALUE "Y".
       01  WS-PERIOD-BILLED-FLAG       PIC X VALUE "N".
           88  WS-PERIOD-BILLED             VALUE "Y".

       01  WS-PERIOD-PARM              PIC X(6).
       01  WS-BILL-PERIOD              PIC X(6) VALUE SPACES.
       01  WS-RUN-DATE                 PIC X(8).
       01  WS-RUN-ID                   PIC X(8).

      *  Counter lookup and roll-up walk.
       01  WS-FIND-ID                  PIC X(8).
       01  WS-FIND-SUB                 PIC 9(3) COMP.
       01  WS-CHAIN-ID                 PIC X(8).
       01  WS-CHAIN-DEPTH              PIC 9(2) COMP.
       01  WS-PARENT-ID                PIC X(8).

      *  Pricing.  The in-limit volume is priced band by band - base
      *  rate up to the first tier floor, each tier's rate from its
      *  floor to the next - unrounded, then rounded once.
       01  WS-TIER-SUB                 PIC 9 COMP.
       01  WS-PRICE-VOLUME             PIC 9(9).
       01  WS-BAND-FLOOR               PIC 9(9).
       01  WS-BAND-RATE                PIC 9(3)V9(4).
       01  WS-BAND-UNITS               PIC 9(9).
       01  WS-PRICE-CHARGE             PIC 9(13)V9(6).
       01  WS-OVERAGE-RATE             PIC 9(3)V9(4).

      *  The invoice being written.
       01  WS-INVOICE-SEQ              PIC 9(4) VALUE 0.
       01  WS-CUR-INVOICE-NO           PIC X(12).
       01  WS-CUR-REGION-ID            PIC X(8).
       01  WS-CUR-LINE-COUNT           PIC 9(5).
       01  WS-CUR-VOLUME               PIC 9(12).
       01  WS-CUR-AMOUNT               PIC 9(11)V99.
       01  WS-LINE-CHARGE              PIC 9(11)V99.
       01  WS-LINE-VOLUME              PIC 9(10).
       01  WS-REGION-TOTAL             PIC 9(10).
       01  WS-REGION-ROW-FLAG          PIC X.
           88  WS-REGION-ROW-FOUND          VALUE "Y".
       01  WS-TIE-DIFFERENCE           PIC S9(12).

      *  Run totals.
       01  WS-TOTAL-LINES              PIC 9(5) VALUE 0.
       01  WS-TOTAL-VOLUME             PIC 9(12) VALUE 0.
       01  WS-TOTAL-AMOUNT             PIC 9(11)V99 VALUE 0.
       01  WS-SUMMARY-COUNT            PIC 9(5) VALUE 0.
       01  WS-UNKNOWN-COUNT            PIC 9(5) VALUE 0.
       01  WS-NO-RATE-COUNT            PIC 9(5) VALUE 0.
       01  WS-UNTIED-COUNT             PIC 9(5) VALUE 0.
       01  WS-ROW-MISMATCH-COUNT       PIC 9(5) VALUE 0.
       01  WS-WARNING-COUNT            PIC 9(5) VALUE 0.

       01  WS-RPT-NOTE                 PIC X(10).
       01  WS-RPT-NAME                 PIC X(20).
       01  WS-RPT-VOLUME-ED            PIC ZZZZZZZZ9.
       01  WS-RPT-EXCESS-ED            PIC ZZZZZZZZ9.
       01  WS-RPT-TOTAL-ED             PIC ZZZZZZZZZZZ9.
       01  WS-RPT-TOTAL2-ED            PIC ZZZZZZZZZZZ9.
       01  WS-RPT-DIFF-ED              PIC -ZZZZZZZZZZZ9.
       01  WS-RPT-AMOUNT-ED            PIC ZZZZZZZZZZ9.99.
       01  WS-RPT-AMOUNT2-ED           PIC ZZZZZZZZZZ9.99.
       01  WS-RPT-AMOUNT3-ED           PIC ZZZZZZZZZZ9.99.
       01  WS-RPT-COUNT-ED             PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-MATCH-ROW
               VARYING WS-BR-SUB FROM 1 BY 1
               UNTIL WS-BR-SUB > WS-BR-COUNT
           PERFORM 2100-CLASSIFY-ROW
               VARYING WS-BR-SUB FROM 1 BY 1
               UNTIL WS-BR-SUB > WS-BR-COUNT
           PERFORM 3000-PRICE-ROW
               VARYING WS-BR-SUB FROM 1 BY 1
               UNTIL WS-BR-SUB > WS-BR-COUNT
           OPEN OUTPUT INVOICE-EXT-FILE
           OPEN OUTPUT BILL-RPT-FILE
           PERFORM 8100-WRITE-REPORT-HEADER
           PERFORM 4000-BILL-REGION
               VARYING WS-BR-SUB FROM 1 BY 1
               UNTIL WS-BR-SUB > WS-BR-COUNT
           CLOSE INVOICE-EXT-FILE
           PERFORM 5000-WRITE-REGISTER
           PERFORM 8000-WRITE-REPORT-TRAILER
           PERFORM 8500-SET-RETURN-CODE
           CLOSE BILL-RPT-FILE
           DISPLAY "PERIOD " WS-BILL-PERIOD " BILLED - "
               WS-INV-COUNT " INVOICES TO ./data/invoice.dat"
           DISPLAY "BILLING REPORT WRITTEN TO ./data/billrpt.rpt"
           STOP RUN.

      *  Everything that can refuse the run happens here, before the
      *  extract is opened - a refused run leaves the last period's
      *  extract where finance expects it.
       1000-INITIALIZE.
           ACCEPT WS-PERIOD-PARM
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-ID   FROM TIME
           PERFORM 1010-READ-BUSINESS-DATE
           IF WS-PERIOD-PARM NOT = SPACES THEN
               IF WS-PERIOD-PARM NOT NUMERIC THEN
                   DISPLAY "BILLING PERIOD NOT YYYYMM: " WS-PERIOD-PARM
                       " - KEY A PERIOD OR LEAVE IT BLANK"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-PERIOD-PARM TO WS-BILL-PERIOD
           END-IF
           PERFORM 1050-LOAD-COUNTER-DEFS
           PERFORM 1100-LOAD-RATES
           IF WS-BILL-PERIOD = SPACES THEN
               PERFORM 1200-FIND-LATEST-PERIOD
           END-IF
           IF WS-BILL-PERIOD = SPACES THEN
               DISPLAY "NO CLOSED PERIODS ON ./data/ctrhist.dat - "
                   "NOTHING TO BILL"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1300-CHECK-REGISTER
           IF WS-PERIOD-BILLED THEN
               DISPLAY "PERIOD " WS-BILL-PERIOD " IS ALREADY ON THE "
                   "INVOICE REGISTER ./data/invreg.dat - BILLING "
                   "REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1400-LOAD-PERIOD-ROWS
           IF WS-BR-COUNT = 0 THEN
               DISPLAY "NO HISTORY ROWS FOR PERIOD " WS-BILL-PERIOD
                   " - HAS PERCLOSE CLOSED IT?"
               MOVE 8 TO RETURN-CODE
               STOP RUN
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

      *  Retired counters are loaded too - a counter retired since
      *  the close still has its period on the history master to be
      *  billed.
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
                       ADD 1 TO WS-CTR-COUNT
                       SET CTR-IDX TO WS-CTR-COUNT
                       MOVE CD-COUNTER-ID   TO WS-CTR-ID (CTR-IDX)
                       MOVE CD-COUNTER-NAME TO WS-CTR-NAME (CTR-IDX)
                       MOVE CD-PARENT-ID
                           TO WS-CTR-PARENT-ID (CTR-IDX)
                   END-IF
           END-READ.

       1100-LOAD-RATES.
           OPEN INPUT CHG-RATE-FILE
           IF NOT WS-RATE-OK THEN
               DISPLAY "NO CHARGEBACK RATE MASTER ./data/chgrate.dat - "
                   "EVERY LINE WILL BE INVOICED AT ZERO"
               SET WS-END-OF-RATES TO TRUE
           END-IF
           PERFORM 1110-READ-RATE
               UNTIL WS-END-OF-RATES
           CLOSE CHG-RATE-FILE.

       1110-READ-RATE.
           READ CHG-RATE-FILE
               AT END
                   SET WS-END-OF-RATES TO TRUE
               NOT AT END
                   PERFORM 1120-VALIDATE-RATE
                   IF WS-RATE-VALID THEN
                       IF WS-RATE-COUNT >= 500 THEN
                           DISPLAY "RATE TABLE FULL AT 500 ENTRIES - "
                               "IGNORING RATE FOR: " CR-COUNTER-ID
                       ELSE
                           PERFORM 1130-ADD-RATE
                       END-IF
                   END-IF
           END-READ.

      *  A rate line that is not numeric, or whose tier floors do not
      *  rise, is dropped - the counter then bills at zero and shows
      *  on the report, which is safer than guessing at a price.
       1120-VALIDATE-RATE.
           MOVE "Y" TO WS-RATE-VALID-FLAG
           IF CR-BASE-RATE NOT NUMERIC
                   OR CR-OVERAGE-RATE NOT NUMERIC
               MOVE "N" TO WS-RATE-VALID-FLAG
           END-IF
           MOVE 0 TO WS-BAND-FLOOR
           PERFORM 1125-VALIDATE-TIER
               VARYING WS-TIER-SUB FROM 1 BY 1
               UNTIL WS-TIER-SUB > 3
           IF NOT WS-RATE-VALID THEN
               DISPLAY "CHARGEBACK RATE NOT NUMERIC OR TIERS OUT OF "
                   "ORDER - IGNORING RATE FOR: " CR-COUNTER-ID
           END-IF.

       1125-VALIDATE-TIER.
           IF CR-TIER-FLOOR (WS-TIER-SUB) NOT NUMERIC
                   OR CR-TIER-RATE (WS-TIER-SUB) NOT NUMERIC
               MOVE "N" TO WS-RATE-VALID-FLAG
           ELSE
               IF CR-TIER-FLOOR (WS-TIER-SUB) NOT = 0 THEN
                   IF CR-TIER-FLOOR (WS-TIER-SUB) NOT > WS-BAND-FLOOR
                       MOVE "N" TO WS-RATE-VALID-FLAG
                   END-IF
                   MOVE CR-TIER-FLOOR (WS-TIER-SUB) TO WS-BAND-FLOOR
               END-IF
           END-IF.

       1130-ADD-RATE.
           ADD 1 TO WS-RATE-COUNT
           SET RATE-IDX TO WS-RATE-COUNT
           MOVE CR-COUNTER-ID   TO WS-RT-COUNTER-ID (RATE-IDX)
           MOVE CR-BASE-RATE    TO WS-RT-BASE-RATE (RATE-IDX)
           MOVE CR-OVERAGE-RATE TO WS-RT-OVERAGE-RATE (RATE-IDX)
           MOVE 0               TO WS-RT-TIER-COUNT (RATE-IDX)
           PERFORM 1135-ADD-RATE-TIER
               VARYING WS-TIER-SUB FROM 1 BY 1
               UNTIL WS-TIER-SUB > 3.

       1135-ADD-RATE-TIER.
           IF CR-TIER-FLOOR (WS-TIER-SUB) NOT = 0
                   AND WS-RT-TIER-COUNT (RATE-IDX) = WS-TIER-SUB - 1
               ADD 1 TO WS-RT-TIER-COUNT (RATE-IDX)
               MOVE CR-TIER-FLOOR (WS-TIER-SUB)
                   TO WS-RT-TIER-FLOOR (RATE-IDX WS-TIER-SUB)
               MOVE CR-TIER-RATE (WS-TIER-SUB)
                   TO WS-RT-TIER-RATE (RATE-IDX WS-TIER-SUB)
           END-IF.

       1200-FIND-LATEST-PERIOD.
           MOVE "N" TO WS-HIST-EOF-FLAG
           OPEN INPUT CTR-HIST-FILE
           IF NOT WS-HIST-OK THEN
               SET WS-END-OF-HIST TO TRUE
           END-IF
           PERFORM 1210-READ-HISTORY-PERIOD
               UNTIL WS-END-OF-HIST
           CLOSE CTR-HIST-FILE.

       1210-READ-HISTORY-PERIOD.
           READ CTR-HIST-FILE
               AT END
                   SET WS-END-OF-HIST TO TRUE
               NOT AT END
                   IF HX-PERIOD NUMERIC THEN
                       IF WS-BILL-PERIOD = SPACES
                               OR HX-PERIOD > WS-BILL-PERIOD
                           MOVE HX-PERIOD TO WS-BILL-PERIOD
                       END-IF
                   END-IF
           END-READ.

       1300-CHECK-REGISTER.
           OPEN INPUT INVOICE-REG-FILE
           IF NOT WS-REG-OK THEN
               SET WS-END-OF-REG TO TRUE
           END-IF
           PERFORM 1310-READ-REGISTER
               UNTIL WS-END-OF-REG
           CLOSE INVOICE-REG-FILE.

       1310-READ-REGISTER.
           READ INVOICE-REG-FILE
               AT END
                   SET WS-END-OF-REG TO TRUE
               NOT AT END
                   IF IR-PERIOD = WS-BILL-PERIOD THEN
                       MOVE "Y" TO WS-PERIOD-BILLED-FLAG
                       SET WS-END-OF-REG TO TRUE
                   END-IF
           END-READ.

       1400-LOAD-PERIOD-ROWS.
           MOVE "N" TO WS-HIST-EOF-FLAG
           OPEN INPUT CTR-HIST-FILE
           IF NOT WS-HIST-OK THEN
               SET WS-END-OF-HIST TO TRUE
           END-IF
           PERFORM 1410-READ-PERIOD-ROW
               UNTIL WS-END-OF-HIST
           CLOSE CTR-HIST-FILE.

       1410-READ-PERIOD-ROW.
           READ CTR-HIST-FILE
               AT END
                   SET WS-END-OF-HIST TO TRUE
               NOT AT END
                   IF HX-PERIOD = WS-BILL-PERIOD THEN
                       IF WS-BR-COUNT >= 500 THEN
                           DISPLAY "BILLING TABLE FULL AT 500 ROWS - "
                               "NOT BILLED: " HX-COUNTER-ID
                           ADD 1 TO WS-WARNING-COUNT
                       ELSE
                           PERFORM 1420-ADD-PERIOD-ROW
                       END-IF
                   END-IF
           END-READ.

       1420-ADD-PERIOD-ROW.
           ADD 1 TO WS-BR-COUNT
           SET BR-IDX TO WS-BR-COUNT
           MOVE HX-COUNTER-ID    TO WS-BR-COUNTER-ID (BR-IDX)
           MOVE 0                TO WS-BR-FINAL-VALUE (BR-IDX)
           MOVE 0                TO WS-BR-EXCESS (BR-IDX)
           MOVE 0                TO WS-BR-TRUE-TOTAL (BR-IDX)
           IF HX-FINAL-VALUE NUMERIC THEN
               MOVE HX-FINAL-VALUE TO WS-BR-FINAL-VALUE (BR-IDX)
           END-IF
           IF HX-EXCESS NUMERIC THEN
               MOVE HX-EXCESS    TO WS-BR-EXCESS (BR-IDX)
           END-IF
           IF HX-TRUE-TOTAL NUMERIC THEN
               MOVE HX-TRUE-TOTAL TO WS-BR-TRUE-TOTAL (BR-IDX)
           END-IF
           MOVE 0                TO WS-BR-CTR-SUB (BR-IDX)
           MOVE "L"              TO WS-BR-ROLE (BR-IDX)
           MOVE SPACES           TO WS-BR-REGION-ID (BR-IDX)
           MOVE "N"              TO WS-BR-RATE-FLAG (BR-IDX)
           MOVE 0                TO WS-BR-BASE-CHARGE (BR-IDX)
           MOVE 0                TO WS-BR-OVERAGE-CHARGE (BR-IDX)
           MOVE "N"              TO WS-BR-INVOICED-FLAG (BR-IDX).

       2000-MATCH-ROW.
           MOVE WS-BR-COUNTER-ID (WS-BR-SUB) TO WS-FIND-ID
           PERFORM 7100-FIND-COUNTER
           MOVE WS-FIND-SUB TO WS-BR-CTR-SUB (WS-BR-SUB)
           IF WS-FIND-SUB = 0 THEN
               MOVE "U" TO WS-BR-ROLE (WS-BR-SUB)
               ADD 1 TO WS-UNKNOWN-COUNT
           END-IF.

      *  A row another row of the period names as its parent is a
      *  summary; the rest are billed, under the top of their chain.
       2100-CLASSIFY-ROW.
           IF NOT WS-BR-UNKNOWN (WS-BR-SUB) THEN
               PERFORM 2110-CHECK-FOR-CHILD
                   VARYING WS-BR-SUB2 FROM 1 BY 1
                   UNTIL WS-BR-SUB2 > WS-BR-COUNT
                       OR WS-BR-SUMMARY (WS-BR-SUB)
               IF WS-BR-SUMMARY (WS-BR-SUB) THEN
                   ADD 1 TO WS-SUMMARY-COUNT
               ELSE
                   PERFORM 2120-FIND-REGION
               END-IF
           END-IF.

       2110-CHECK-FOR-CHILD.
           IF WS-BR-CTR-SUB (WS-BR-SUB2) NOT = 0 THEN
               IF WS-CTR-PARENT-ID (WS-BR-CTR-SUB (WS-BR-SUB2))
                       = WS-BR-COUNTER-ID (WS-BR-SUB)
                   MOVE "S" TO WS-BR-ROLE (WS-BR-SUB)
               END-IF
           END-IF.

      *  Up the parent links to the top; a parent not on the master
      *  ends the walk where it is, and twenty links is a loop.
       2120-FIND-REGION.
           MOVE WS-BR-COUNTER-ID (WS-BR-SUB) TO WS-CHAIN-ID
           MOVE WS-CTR-PARENT-ID (WS-BR-CTR-SUB (WS-BR-SUB))
               TO WS-PARENT-ID
           MOVE 0 TO WS-CHAIN-DEPTH
           PERFORM 2130-FOLLOW-PARENT
               UNTIL WS-PARENT-ID = SPACES
                   OR WS-CHAIN-DEPTH >= 20
           MOVE WS-CHAIN-ID TO WS-BR-REGION-ID (WS-BR-SUB).

       2130-FOLLOW-PARENT.
           ADD 1 TO WS-CHAIN-DEPTH
           MOVE WS-PARENT-ID TO WS-FIND-ID
           PERFORM 7100-FIND-COUNTER
           IF WS-FIND-SUB = 0 THEN
               MOVE SPACES TO WS-PARENT-ID
           ELSE
               MOVE WS-PARENT-ID TO WS-CHAIN-ID
               MOVE WS-CTR-PARENT-ID (WS-FIND-SUB) TO WS-PARENT-ID
           END-IF.

       3000-PRICE-ROW.
           IF WS-BR-BILLED (WS-BR-SUB) THEN
               SET RATE-IDX TO 1
               IF WS-RATE-COUNT > 0 THEN
                   SEARCH WS-RATE-ENTRY
                       WHEN WS-RT-COUNTER-ID (RATE-IDX)
                               = WS-BR-COUNTER-ID (WS-BR-SUB)
                           MOVE "Y" TO WS-BR-RATE-FLAG (WS-BR-SUB)
                   END-SEARCH
               END-IF
               IF WS-BR-RATED (WS-BR-SUB) THEN
                   PERFORM 3010-PRICE-IN-LIMIT
                   PERFORM 3030-PRICE-OVERAGE
               ELSE
                   ADD 1 TO WS-NO-RATE-COUNT
               END-IF
           END-IF.

       3010-PRICE-IN-LIMIT.
           MOVE WS-BR-FINAL-VALUE (WS-BR-SUB) TO WS-PRICE-VOLUME
           MOVE 0 TO WS-PRICE-CHARGE
           MOVE 0 TO WS-BAND-FLOOR
           MOVE WS-RT-BASE-RATE (RATE-IDX) TO WS-BAND-RATE
           PERFORM 3020-PRICE-TIER
               VARYING WS-TIER-SUB FROM 1 BY 1
               UNTIL WS-TIER-SUB > WS-RT-TIER-COUNT (RATE-IDX)
           IF WS-PRICE-VOLUME > WS-BAND-FLOOR THEN
               COMPUTE WS-PRICE-CHARGE = WS-PRICE-CHARGE
                   + (WS-PRICE-VOLUME - WS-BAND-FLOOR) * WS-BAND-RATE
           END-IF
           COMPUTE WS-BR-BASE-CHARGE (WS-BR-SUB) ROUNDED =
               WS-PRICE-CHARGE.

      *  The band below this tier's floor is priced at the rate in
      *  force, then the tier's rate takes over from its floor.
       3020-PRICE-TIER.
           IF WS-PRICE-VOLUME > WS-BAND-FLOOR THEN
               IF WS-PRICE-VOLUME
                       < WS-RT-TIER-FLOOR (RATE-IDX WS-TIER-SUB)
                   COMPUTE WS-BAND-UNITS =
                       WS-PRICE-VOLUME - WS-BAND-FLOOR
               ELSE
                   COMPUTE WS-BAND-UNITS =
                       WS-RT-TIER-FLOOR (RATE-IDX WS-TIER-SUB)
                       - WS-BAND-FLOOR
               END-IF
               COMPUTE WS-PRICE-CHARGE = WS-PRICE-CHARGE
                   + WS-BAND-UNITS * WS-BAND-RATE
           END-IF
           MOVE WS-RT-TIER-FLOOR (RATE-IDX WS-TIER-SUB)
               TO WS-BAND-FLOOR
           MOVE WS-RT-TIER-RATE (RATE-IDX WS-TIER-SUB)
               TO WS-BAND-RATE.

       3030-PRICE-OVERAGE.
           MOVE WS-RT-OVERAGE-RATE (RATE-IDX) TO WS-OVERAGE-RATE
           IF WS-OVERAGE-RATE = 0 THEN
               MOVE WS-RT-BASE-RATE (RATE-IDX) TO WS-OVERAGE-RATE
           END-IF
           COMPUTE WS-BR-OVERAGE-CHARGE (WS-BR-SUB) ROUNDED =
               WS-BR-EXCESS (WS-BR-SUB) * WS-OVERAGE-RATE.

      *  The first billed row of a region not yet invoiced starts
      *  the region's invoice, which takes every row of the region.
       4000-BILL-REGION.
           IF WS-BR-BILLED (WS-BR-SUB)
                   AND NOT WS-BR-INVOICED (WS-BR-SUB)
               MOVE WS-BR-REGION-ID (WS-BR-SUB) TO WS-CUR-REGION-ID
               PERFORM 4100-WRITE-INVOICE
           END-IF.

       4100-WRITE-INVOICE.
           ADD 1 TO WS-INVOICE-SEQ
           MOVE SPACES TO WS-CUR-INVOICE-NO
           STRING "CB" WS-BILL-PERIOD WS-INVOICE-SEQ
               DELIMITED BY SIZE INTO WS-CUR-INVOICE-NO
           MOVE 0 TO WS-CUR-LINE-COUNT
           MOVE 0 TO WS-CUR-VOLUME
           MOVE 0 TO WS-CUR-AMOUNT
           MOVE WS-CUR-REGION-ID TO WS-FIND-ID
           PERFORM 7100-FIND-COUNTER
           MOVE SPACES TO WS-RPT-NAME
           IF WS-FIND-SUB NOT = 0 THEN
               MOVE WS-CTR-NAME (WS-FIND-SUB) TO WS-RPT-NAME
           END-IF
           MOVE SPACES            TO INVOICE-EXT-REC
           MOVE "H"               TO IV-REC-TYPE
           MOVE WS-CUR-INVOICE-NO TO IV-INVOICE-NO
           MOVE WS-BILL-PERIOD    TO IV-PERIOD
           MOVE WS-CUR-REGION-ID  TO IV-REGION-ID
           MOVE WS-RPT-NAME       TO IV-REGION-NAME
           MOVE WS-RUN-DATE       TO IV-BILL-DATE
           MOVE WS-RUN-ID         TO IV-RUN-ID
           WRITE INVOICE-EXT-REC
           PERFORM 8200-WRITE-INVOICE-HEADING
           PERFORM 4110-WRITE-INVOICE-LINE
               VARYING WS-BR-SUB2 FROM 1 BY 1
               UNTIL WS-BR-SUB2 > WS-BR-COUNT
           MOVE SPACES            TO INVOICE-EXT-REC
           MOVE "T"               TO IV-REC-TYPE
           MOVE WS-CUR-INVOICE-NO TO IV-INVOICE-NO
           MOVE WS-BILL-PERIOD    TO IV-PERIOD
           MOVE WS-CUR-REGION-ID  TO IV-REGION-ID
           MOVE WS-CUR-LINE-COUNT TO IV-LINE-COUNT
           MOVE WS-CUR-VOLUME     TO IV-TOTAL-VOLUME
           MOVE WS-CUR-AMOUNT     TO IV-INVOICE-TOTAL
           WRITE INVOICE-EXT-REC
           IF WS-INV-COUNT < 500 THEN
               ADD 1 TO WS-INV-COUNT
               SET INV-IDX TO WS-INV-COUNT
               MOVE WS-CUR-INVOICE-NO TO WS-INV-NO (INV-IDX)
               MOVE WS-CUR-REGION-ID  TO WS-INV-REGION-ID (INV-IDX)
               MOVE WS-CUR-LINE-COUNT TO WS-INV-LINE-COUNT (INV-IDX)
               MOVE WS-CUR-VOLUME     TO WS-INV-VOLUME (INV-IDX)
               MOVE WS-CUR-AMOUNT     TO WS-INV-AMOUNT (INV-IDX)
           END-IF
           PERFORM 4200-TIE-OUT-INVOICE.

       4110-WRITE-INVOICE-LINE.
           IF WS-BR-BILLED (WS-BR-SUB2)
                   AND WS-BR-REGION-ID (WS-BR-SUB2) = WS-CUR-REGION-ID
               MOVE "Y" TO WS-BR-INVOICED-FLAG (WS-BR-SUB2)
               COMPUTE WS-LINE-CHARGE =
                   WS-BR-BASE-CHARGE (WS-BR-SUB2)
                   + WS-BR-OVERAGE-CHARGE (WS-BR-SUB2)
               COMPUTE WS-LINE-VOLUME =
                   WS-BR-FINAL-VALUE (WS-BR-SUB2)
                   + WS-BR-EXCESS (WS-BR-SUB2)
               ADD 1              TO WS-CUR-LINE-COUNT
               ADD WS-LINE-VOLUME TO WS-CUR-VOLUME
               ADD WS-LINE-CHARGE TO WS-CUR-AMOUNT
               MOVE WS-CTR-NAME (WS-BR-CTR-SUB (WS-BR-SUB2))
                   TO WS-RPT-NAME
               MOVE SPACES            TO INVOICE-EXT-REC
               MOVE "L"               TO IV-REC-TYPE
               MOVE WS-CUR-INVOICE-NO TO IV-INVOICE-NO
               MOVE WS-BILL-PERIOD    TO IV-PERIOD
               MOVE WS-CUR-REGION-ID  TO IV-REGION-ID
               MOVE WS-BR-COUNTER-ID (WS-BR-SUB2) TO IV-COUNTER-ID
               MOVE WS-RPT-NAME       TO IV-COUNTER-NAME
               MOVE WS-BR-FINAL-VALUE (WS-BR-SUB2) TO IV-BASE-VOLUME
               MOVE WS-BR-EXCESS (WS-BR-SUB2) TO IV-OVERAGE-VOLUME
               MOVE WS-BR-BASE-CHARGE (WS-BR-SUB2) TO IV-BASE-CHARGE
               MOVE WS-BR-OVERAGE-CHARGE (WS-BR-SUB2)
                   TO IV-OVERAGE-CHARGE
               MOVE WS-LINE-CHARGE    TO IV-LINE-CHARGE
               WRITE INVOICE-EXT-REC
               PERFORM 8300-WRITE-INVOICE-LINE
           END-IF.

      *  The invoice's volume against the region's own HX-TRUE-TOTAL
      *  - the two agree unless something was posted straight to a
      *  summary counter.  A region billed as its own single line
      *  ties by construction.
       4200-TIE-OUT-INVOICE.
           MOVE "N" TO WS-REGION-ROW-FLAG
           MOVE 0 TO WS-REGION-TOTAL
           SET BR-IDX TO 1
           SEARCH WS-BR-ENTRY
               WHEN WS-BR-COUNTER-ID (BR-IDX) = WS-CUR-REGION-ID
                   MOVE "Y" TO WS-REGION-ROW-FLAG
                   MOVE WS-BR-TRUE-TOTAL (BR-IDX) TO WS-REGION-TOTAL
           END-SEARCH
           ADD WS-CUR-LINE-COUNT TO WS-TOTAL-LINES
           ADD WS-CUR-VOLUME     TO WS-TOTAL-VOLUME
           ADD WS-CUR-AMOUNT     TO WS-TOTAL-AMOUNT
           MOVE WS-CUR-LINE-COUNT TO WS-RPT-COUNT-ED
           MOVE WS-CUR-VOLUME     TO WS-RPT-TOTAL-ED
           MOVE WS-CUR-AMOUNT     TO WS-RPT-AMOUNT-ED
           MOVE SPACES TO BILL-RPT-LINE
           STRING "  INVOICE TOTAL  LINES: " WS-RPT-COUNT-ED
               "  VOLUME: " WS-RPT-TOTAL-ED
               "  AMOUNT: " WS-RPT-AMOUNT-ED
               DELIMITED BY SIZE INTO BILL-RPT-LINE
           WRITE BILL-RPT-LINE
           MOVE WS-REGION-TOTAL TO WS-RPT-TOTAL2-ED
           MOVE SPACES TO BILL-RPT-LINE
           EVALUATE TRUE
               WHEN NOT WS-REGION-ROW-FOUND
                   ADD 1 TO WS-UNTIED-COUNT
                   STRING "  TIE-OUT: NO HISTORY ROW FOR REGION "
                       WS-CUR-REGION-ID " IN THE PERIOD - NOT TIED"
                       DELIMITED BY SIZE INTO BILL-RPT-LINE
               WHEN WS-CUR-VOLUME = WS-REGION-TOTAL
                   STRING "  TIE-OUT: TIES TO REGION HX-TRUE-TOTAL "
                       WS-RPT-TOTAL2-ED
                       DELIMITED BY SIZE INTO BILL-RPT-LINE
               WHEN OTHER
                   ADD 1 TO WS-UNTIED-COUNT
                   COMPUTE WS-TIE-DIFFERENCE =
                       WS-REGION-TOTAL - WS-CUR-VOLUME
                   MOVE WS-TIE-DIFFERENCE TO WS-RPT-DIFF-ED
                   STRING "  TIE-OUT: REGION HX-TRUE-TOTAL "
                       WS-RPT-TOTAL2-ED " DIFFERS BY "
                       WS-RPT-DIFF-ED
                       " - SUMMARY COUNTER POSTINGS NOT BILLED"
                       DELIMITED BY SIZE INTO BILL-RPT-LINE
           END-EVALUATE
           WRITE BILL-RPT-LINE
           MOVE SPACES TO BILL-RPT-LINE
           WRITE BILL-RPT-LINE.

      *  Only after the extract is closed - a run that dies part way
      *  leaves the period unregistered, so it can simply be rerun.
       5000-WRITE-REGISTER.
           IF WS-INV-COUNT > 0 THEN
               OPEN EXTEND INVOICE-REG-FILE
               PERFORM 5010-WRITE-REGISTER-REC
                   VARYING INV-IDX FROM 1 BY 1
                   UNTIL INV-IDX > WS-INV-COUNT
               CLOSE INVOICE-REG-FILE
           END-IF.

       5010-WRITE-REGISTER-REC.
           MOVE SPACES                     TO INVOICE-REG-REC
           MOVE WS-BILL-PERIOD             TO IR-PERIOD
           MOVE WS-INV-NO (INV-IDX)        TO IR-INVOICE-NO
           MOVE WS-INV-REGION-ID (INV-IDX) TO IR-REGION-ID
           MOVE WS-RUN-DATE                TO IR-BILL-DATE
           MOVE WS-RUN-ID                  TO IR-RUN-ID
           MOVE WS-INV-LINE-COUNT (INV-IDX) TO IR-LINE-COUNT
           MOVE WS-INV-VOLUME (INV-IDX)    TO IR-VOLUME
           MOVE WS-INV-AMOUNT (INV-IDX)    TO IR-AMOUNT
           WRITE INVOICE-REG-REC.

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

       8100-WRITE-REPORT-HEADER.
           MOVE SPACES TO BILL-RPT-LINE
           STRING "CHARGEBACK BILLING REPORT   PERIOD: " WS-BILL-PERIOD
               "   BILLED: " WS-RUN-DATE "   RUN ID: " WS-RUN-ID
               DELIMITED BY SIZE INTO BILL-RPT-LINE
           WRITE BILL-RPT-LINE
           MOVE SPACES TO BILL-RPT-LINE
           WRITE BILL-RPT-LINE.

       8200-WRITE-INVOICE-HEADING.
           MOVE SPACES TO BILL-RPT-LINE
           STRING "INVOICE " WS-CUR-INVOICE-NO "   REGION "
               WS-CUR-REGION-ID "  " WS-RPT-NAME
               DELIMITED BY SIZE INTO BILL-RPT-LINE
           WRITE BILL-RPT-LINE
           MOVE SPACES TO BILL-RPT-LINE
           STRING "  COUNTER   NAME                 "
               "LIMIT VOL   OVER VOL    BASE CHARGE"
               " OVERAGE CHARGE     LINE TOTAL NOTE"
               DELIMITED BY SIZE INTO BILL-RPT-LINE
           WRITE BILL-RPT-LINE.

       8300-WRITE-INVOICE-LINE.
           MOVE SPACES TO WS-RPT-NOTE
           IF NOT WS-BR-RATED (WS-BR-SUB2) THEN
               MOVE "NO RATE" TO WS-RPT-NOTE
           END-IF
           IF WS-LINE-VOLUME NOT = WS-BR-TRUE-TOTAL (WS-BR-SUB2)
               MOVE "ROW UNTIED" TO WS-RPT-NOTE
               ADD 1 TO WS-ROW-MISMATCH-COUNT
           END-IF
           MOVE WS-BR-FINAL-VALUE (WS-BR-SUB2)    TO WS-RPT-VOLUME-ED
           MOVE WS-BR-EXCESS (WS-BR-SUB2)         TO WS-RPT-EXCESS-ED
           MOVE WS-BR-BASE-CHARGE (WS-BR-SUB2)    TO WS-RPT-AMOUNT-ED
           MOVE WS-BR-OVERAGE-CHARGE (WS-BR-SUB2) TO WS-RPT-AMOUNT2-ED
           MOVE WS-LINE-CHARGE                    TO WS-RPT-AMOUNT3-ED
           MOVE SPACES TO BILL-RPT-LINE
           STRING "  " WS-BR-COUNTER-ID (WS-BR-SUB2) "  " WS-RPT-NAME
               " " WS-RPT-VOLUME-ED "  " WS-RPT-EXCESS-ED
               " " WS-RPT-AMOUNT-ED " " WS-RPT-AMOUNT2-ED
               " " WS-RPT-AMOUNT3-ED " " WS-RPT-NOTE
               DELIMITED BY SIZE INTO BILL-RPT-LINE
           WRITE BILL-RPT-LINE.

       8000-WRITE-REPORT-TRAILER.
           IF WS-UNKNOWN-COUNT > 0 THEN
               MOVE SPACES TO BILL-RPT-LINE
               STRING "HISTORY ROWS NOT ON THE COUNTER MASTER - "
                   "NOT BILLED:"
                   DELIMITED BY SIZE INTO BILL-RPT-LINE
               WRITE BILL-RPT-LINE
               PERFORM 8010-WRITE-UNKNOWN-ROW
                   VARYING WS-BR-SUB FROM 1 BY 1
                   UNTIL WS-BR-SUB > WS-BR-COUNT
               MOVE SPACES TO BILL-RPT-LINE
               WRITE BILL-RPT-LINE
           END-IF
           MOVE WS-INV-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO BILL-RPT-LINE
           STRING "INVOICES:                      " WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO BILL-RPT-LINE
           WRITE BILL-RPT-LINE
           MOVE WS-TOTAL-LINES TO WS-RPT-COUNT-ED
           MOVE SPACES TO BILL-RPT-LINE
           STRING "INVOICE LINES:                 " WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO BILL-RPT-LINE
           WRITE BILL-RPT-LINE
           MOVE WS-SUMMARY-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO BILL-RPT-LINE
           STRING "SUMMARY COUNTERS (TIED, NOT BILLED): "
               WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO BILL-RPT-LINE
           WRITE BILL-RPT-LINE
           MOVE WS-NO-RATE-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO BILL-RPT-LINE
           STRING "LINES WITH NO RATE (AT ZERO):  " WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO BILL-RPT-LINE
           WRITE BILL-RPT-LINE
           MOVE WS-UNTIED-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO BILL-RPT-LINE
           STRING "INVOICES NOT TIED:             " WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO BILL-RPT-LINE
           WRITE BILL-RPT-LINE
           MOVE WS-TOTAL-VOLUME TO WS-RPT-TOTAL-ED
           MOVE SPACES TO BILL-RPT-LINE
           STRING "VOLUME INVOICED:          " WS-RPT-TOTAL-ED
               DELIMITED BY SIZE INTO BILL-RPT-LINE
           WRITE BILL-RPT-LINE
           MOVE WS-TOTAL-AMOUNT TO WS-RPT-AMOUNT-ED
           MOVE SPACES TO BILL-RPT-LINE
           STRING "AMOUNT INVOICED:            " WS-RPT-AMOUNT-ED
               DELIMITED BY SIZE INTO BILL-RPT-LINE
           WRITE BILL-RPT-LINE.

       8010-WRITE-UNKNOWN-ROW.
           IF WS-BR-UNKNOWN (WS-BR-SUB) THEN
               MOVE WS-BR-TRUE-TOTAL (WS-BR-SUB) TO WS-RPT-TOTAL-ED
               MOVE SPACES TO BILL-RPT-LINE
               STRING "  " WS-BR-COUNTER-ID (WS-BR-SUB)
                   "  HX-TRUE-TOTAL " WS-RPT-TOTAL-ED
                   DELIMITED BY SIZE INTO BILL-RPT-LINE
               WRITE BILL-RPT-LINE
           END-IF.

       8500-SET-RETURN-CODE.
           ADD WS-UNKNOWN-COUNT WS-NO-RATE-COUNT WS-UNTIED-COUNT
               WS-ROW-MISMATCH-COUNT TO WS-WARNING-COUNT
           IF WS-WARNING-COUNT > 0 THEN
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
