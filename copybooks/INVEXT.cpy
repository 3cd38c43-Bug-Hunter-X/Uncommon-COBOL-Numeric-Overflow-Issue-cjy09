      *****************************************************************
      *  INVEXT.cpy                                                   *
      *  Record layout for the chargeback invoice extract             *
      *  (INVOICE-EXT-FILE, ./data/invoice.dat) that CHGBILL writes   *
      *  for the finance system - rewritten each billing run, so the  *
      *  file holds the invoices of the period just billed.  One      *
      *  invoice per region (the top counter of a roll-up chain):     *
      *    "H" header  - the region and the billing date;             *
      *    "L" line    - one per child counter billed, with its       *
      *                  volume and charge within and above limit;    *
      *    "T" trailer - line count, volume and invoice total.        *
      *  IV-INVOICE-NO is "CB", the period YYYYMM and a four-digit    *
      *  sequence within the period.  Amounts carry two implied       *
      *  decimals; like every file on the ./data path the record is   *
      *  LINE SEQUENTIAL text, so the numeric fields are DISPLAY.     *
      *****************************************************************
       01  INVOICE-EXT-REC.
           05  IV-REC-TYPE             PIC X.
               88  IV-HEADER-REC            VALUE "H".
               88  IV-LINE-REC              VALUE "L".
               88  IV-TRAILER-REC           VALUE "T".
           05  IV-INVOICE-NO           PIC X(12).
           05  IV-PERIOD               PIC X(6).
           05  IV-REGION-ID            PIC X(8).
           05  IV-BODY                 PIC X(86).
           05  IV-HEADER-BODY REDEFINES IV-BODY.
               10  IV-REGION-NAME          PIC X(20).
               10  IV-BILL-DATE            PIC X(8).
               10  IV-RUN-ID               PIC X(8).
               10  FILLER                  PIC X(50).
           05  IV-LINE-BODY REDEFINES IV-BODY.
               10  IV-COUNTER-ID           PIC X(8).
               10  IV-COUNTER-NAME         PIC X(20).
               10  IV-BASE-VOLUME          PIC 9(9).
               10  IV-OVERAGE-VOLUME       PIC 9(9).
               10  IV-BASE-CHARGE          PIC 9(11)V99.
               10  IV-OVERAGE-CHARGE       PIC 9(11)V99.
               10  IV-LINE-CHARGE          PIC 9(11)V99.
               10  FILLER                  PIC X(1).
           05  IV-TRAILER-BODY REDEFINES IV-BODY.
               10  IV-LINE-COUNT           PIC 9(5).
               10  IV-TOTAL-VOLUME         PIC 9(12).
               10  IV-INVOICE-TOTAL        PIC 9(11)V99.
               10  FILLER                  PIC X(56).
