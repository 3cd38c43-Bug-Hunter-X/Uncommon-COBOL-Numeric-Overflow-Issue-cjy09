      *  spaces there - REJCYCLE treats a blank date as "first seen   *
      *  today" and a non-numeric age as zero rather than comparing   *
      *  invalid decimals.                                            *
      *  RJ-DUP-FEED-ID/RJ-DUP-CREATE-DATE (appended - the record     *
      *  grew from 83 to 99 bytes) are filled on a reason 06          *
      *  duplicate only: the feed and creation date the reference     *
      *  was first accepted under.  Spaces on every other reason.     *
      *****************************************************************
       01  REJECT-REC.
           05  RJ-REASON-CODE          PIC X(2).
               88  RJ-AMOUNT-OUT-OF-RANGE   VALUE "03".
               88  RJ-INVALID-TRANS-TYPE    VALUE "04".
               88  RJ-INVALID-RECORD-TYPE   VALUE "05".
               88  RJ-DUPLICATE-TRANS       VALUE "06".
           05  RJ-REASON-TEXT          PIC X(30).
           05  RJ-TRANS-IMAGE          PIC X(30).
           05  RJ-REJECT-DATE          PIC X(8).
           05  RJ-AGE-COUNT            PIC 9(3).
           05  RJ-RESERVED             PIC X(10).
           05  RJ-DUP-FEED-ID          PIC X(8).
           05  RJ-DUP-CREATE-DATE      PIC X(8).
