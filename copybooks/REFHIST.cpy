      *****************************************************************
      *  REFHIST.cpy                                                  *
      *  Record layout for the accepted-reference history             *
      *  (REF-HIST-FILE, ./data/trnref.dat).  The feed and run        *
      *  registers only stop the same feed id and creation date       *
      *  going through twice; a region that regenerates a feed under  *
      *  a NEW creation date with details already applied gets past   *
      *  both.  Every detail TRNEDIT (or REJCYCLE) accepts with an    *
      *  upstream transaction reference (TR-TRANS-REF) is recorded    *
      *  here with the feed and creation date it came in on, and a    *
      *  later detail carrying the same reference is rejected as a    *
      *  duplicate (REJREC reason 06) naming that original feed.      *
      *  The history is ROLLING: readers load only entries accepted   *
      *  within the last WS-REF-WINDOW-DAYS days of the business      *
      *  date - older lines stay on file but no longer block a        *
      *  reference.                                                   *
      *  RH-ENTRY-TYPE "A" (or blank) is an accepted reference; "B"  *
      *  is a marker BACKOUT appends when it backs out a feed's run - *
      *  readers void every reference loaded so far for that feed id  *
      *  plus creation date, so the corrected redelivery is not       *
      *  rejected as a duplicate of the feed it replaces.  A marker   *
      *  carries no reference.                                        *
      *  Append-only, OPEN EXTEND, like the overflow log.             *
      *****************************************************************
       01  REF-HIST-REC.
           05  RH-TRANS-REF            PIC X(10).
           05  RH-FEED-ID              PIC X(8).
           05  RH-CREATE-DATE          PIC X(8).
           05  RH-ACCEPT-DATE          PIC X(8).
           05  RH-ENTRY-TYPE           PIC X.
               88  RH-ACCEPTED-REF          VALUE "A" " ".
               88  RH-BACKOUT-MARKER        VALUE "B".
           05  RH-RESERVED             PIC X(5).
