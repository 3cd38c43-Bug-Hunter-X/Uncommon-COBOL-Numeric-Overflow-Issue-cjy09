      *****************************************************************
      *  FEEDREG.cpy                                                  *
      *  Record layout for TRNEDIT's processed-feeds register         *
      *  (FEED-REG-FILE).  One line per processed feed: which feed,   *
      *  when it was cut, and when TRNEDIT took it - the "was this    *
      *  batch already run" lookup reads this back on every later     *
      *  run.  Moved out of TRNEDIT once BACKOUT became a second      *
      *  writer.                                                      *
      *  FR-STATUS (carved out of FR-RESERVED, record length          *
      *  unchanged): "P" processed by TRNEDIT, "B" a marker appended  *
      *  by BACKOUT when the feed's applied run was backed out.  The  *
      *  register is read in order and the LAST line for a feed id    *
      *  plus creation date wins, so a corrected redelivery of a      *
      *  backed-out feed (same id, same date) is accepted again.      *
      *  Lines written before the field existed carry a space there - *
      *  read as processed.                                           *
      *  Append-only, OPEN EXTEND, like the overflow log.             *
      *****************************************************************
       01  FEED-REG-REC.
           05  FR-FEED-ID              PIC X(8).
           05  FR-CREATE-DATE          PIC X(8).
           05  FR-PROCESS-DATE         PIC X(8).
           05  FR-STATUS               PIC X.
               88  FR-PROCESSED             VALUE "P" " ".
               88  FR-BACKED-OUT            VALUE "B".
           05  FR-RESERVED             PIC X(5).
