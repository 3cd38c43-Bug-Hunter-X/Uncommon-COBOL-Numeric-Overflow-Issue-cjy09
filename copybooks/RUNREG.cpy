      *  through which runs reads straight off the file.              *
      *  RG-DISPOSITION: "A" applied on a clean finish, "O" applied   *
      *  under an operator override card, "R" the run REFUSED the     *
      *  file because this register already had it, "B" the run's    *
      *  postings for the feed were backed out by BACKOUT (feed id,   *
      *  creation date, run date and run id are the backed-out run's; *
      *  RG-BACKOUT-DATE is the business date of the back-out).       *
      *  Only "A" and "O" count as "already applied" on the start-up  *
      *  check, and a later "B" for the same feed id plus creation    *
      *  date cancels them - the corrected redelivery goes through    *
      *  without an override card.                                    *
      *  Append-only, OPEN EXTEND, like the overflow log.             *
      *****************************************************************
       01  RUN-REG-REC.
               88  RG-APPLIED               VALUE "A".
               88  RG-OVERRIDDEN            VALUE "O".
               88  RG-REFUSED               VALUE "R".
               88  RG-BACKED-OUT            VALUE "B".
           05  RG-BACKOUT-DATE         PIC X(8).
           05  RG-RESERVED             PIC X(2).
