      *  value plus preserved excess) as it stood AFTER the posting   *
      *  was applied - consecutive journal records for a counter      *
      *  walk its total forward step by step.                         *
      *  PJ-ENTRY-SOURCE (carved out of PJ-RESERVED, record length    *
      *  unchanged) is space on everything OVFLCNT posts, "B" on an   *
      *  offsetting posting BACKOUT wrote to reverse a backed-out     *
      *  feed - PJ-FEED-ID is the backed-out feed and PJ-RUN-ID the   *
      *  back-out's own run id.  "T" marks a balance transfer REORG   *
      *  wrote when counters were merged, split or re-parented -      *
      *  PJ-FEED-ID is "REORG" and PJ-RUN-ID the reorganization's run *
      *  id.                                                          *
      *  Like every file on the ./data path this is LINE SEQUENTIAL   *
      *  text, so the numeric fields are DISPLAY, not COMP-3.         *
      *****************************************************************
               88  PJ-ROLLUP-POSTING        VALUE "R".
           05  PJ-ROLLUP-FLAG          PIC X.
               88  PJ-ROLLED-UP             VALUE "Y".
           05  PJ-ENTRY-SOURCE         PIC X.
               88  PJ-FROM-OVFLCNT          VALUE " ".
               88  PJ-FROM-BACKOUT          VALUE "B".
               88  PJ-FROM-REORG            VALUE "T".
           05  PJ-RESERVED             PIC X(9).
