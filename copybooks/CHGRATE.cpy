      *****************************************************************
      *  CHGRATE.cpy                                                  *
      *  Record layout for the chargeback rate master                 *
      *  (CHG-RATE-FILE, ./data/chgrate.dat), read by CHGBILL.  One   *
      *  line per billable counter:                                   *
      *    - CR-BASE-RATE prices the counter's volume within its      *
      *      limit (HX-FINAL-VALUE), per unit;                        *
      *    - up to three volume tiers: in-limit volume above          *
      *      CR-TIER-FLOOR is priced at CR-TIER-RATE instead, tier by *
      *      tier (graduated - the units below the first floor stay   *
      *      at the base rate).  Floors must rise tier on tier; the   *
      *      first tier with a zero floor ends the list;              *
      *    - CR-OVERAGE-RATE prices the volume above the limit        *
      *      (HX-EXCESS).  Zero bills the excess at the base rate.    *
      *  Rates are currency per unit to four decimal places.  A       *
      *  counter with no line here is invoiced at zero and flagged on *
      *  the billing report.  Maintained by editing the file, like    *
      *  the retention policy master.                                 *
      *****************************************************************
       01  CHG-RATE-REC.
           05  CR-COUNTER-ID           PIC X(8).
           05  CR-BASE-RATE            PIC 9(3)V9(4).
           05  CR-OVERAGE-RATE         PIC 9(3)V9(4).
           05  CR-TIER OCCURS 3 TIMES.
               10  CR-TIER-FLOOR           PIC 9(9).
               10  CR-TIER-RATE            PIC 9(3)V9(4).
           05  CR-RESERVED             PIC X(10).
