      *****************************************************************
      *  REFTBL.cpy                                                   *
      *  In-storage copy of the accepted-reference history (copybook  *
      *  REFHIST) for the duplicate-detail edit, shared by TRNEDIT    *
      *  and REJCYCLE.  Loaded in file (arrival) order, not key       *
      *  order, so it is searched serially (SEARCH, not SEARCH ALL).  *
      *  References accepted during the run are added as they pass,   *
      *  so a repeat within the same run - inside one feed or across *
      *  feeds - is caught the same as one from an earlier day.       *
      *  A voided entry (its feed was backed out) has its reference   *
      *  blanked; blank references are never looked up.               *
      *  WS-REF-WINDOW-DAYS is the rolling window, in calendar days   *
      *  back from the business date, both readers load.              *
      *****************************************************************
       01  WS-REF-TABLE.
           05  WS-REF-COUNT            PIC 9(5) VALUE 0.
           05  WS-REF-ENTRY OCCURS 1 TO 30000 TIMES
                   DEPENDING ON WS-REF-COUNT
                   INDEXED BY REF-IDX.
               10  WS-REF-ID               PIC X(10).
               10  WS-REF-FEED-ID          PIC X(8).
               10  WS-REF-CREATE-DATE      PIC X(8).
       01  WS-REF-WINDOW-DAYS          PIC 9(3) VALUE 90.
