      *****************************************************************
      *  INVREG.cpy                                                   *
      *  Record layout for the chargeback invoice register            *
      *  (INVOICE-REG-FILE, ./data/invreg.dat).  CHGBILL appends one  *
      *  line per invoice once the whole extract for the period has   *
      *  been written, and reads the register back on every run - a   *
      *  period with any line here has been billed, and is refused.   *
      *  IR-VOLUME and IR-AMOUNT are the invoice's trailer totals, so *
      *  what finance was sent can be answered without the extract.   *
      *  Append-only, OPEN EXTEND, like the processed-feeds register. *
      *****************************************************************
       01  INVOICE-REG-REC.
           05  IR-PERIOD               PIC X(6).
           05  IR-INVOICE-NO           PIC X(12).
           05  IR-REGION-ID            PIC X(8).
           05  IR-BILL-DATE            PIC X(8).
           05  IR-RUN-ID               PIC X(8).
           05  IR-LINE-COUNT           PIC 9(5).
           05  IR-VOLUME               PIC 9(12).
           05  IR-AMOUNT               PIC 9(11)V99.
           05  IR-RESERVED             PIC X(10).
