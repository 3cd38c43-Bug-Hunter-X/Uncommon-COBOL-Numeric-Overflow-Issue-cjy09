      *  counter to the stated value outright.  Blank is accepted as  *
      *  an addition so detail cards keyed before the field existed   *
      *  still process unchanged.                                     *
      *  TR-TRANS-REF (carved out of TR-DETAIL-RESERVED, record       *
      *  length unchanged) is the sender's own reference for the      *
      *  transaction - TRNEDIT rejects a reference it has already     *
      *  accepted (see REFHIST).  Blank means the sender supplied     *
      *  none, and no duplicate check is made.                        *
      *  Trailer: TR-REC-COUNT counts DETAIL records only, and        *
      *  TR-AMOUNT-TOTAL is the sum of their TR-AMOUNT values.        *
      *****************************************************************
                   88  TR-TYPE-REVERSAL         VALUE "R".
                   88  TR-TYPE-ADJUSTMENT       VALUE "J".
                   88  TR-TYPE-VALID            VALUE "A" " " "R" "J".
               10  TR-TRANS-REF            PIC X(10).
           05  TR-HEADER-DATA REDEFINES TR-DETAIL-DATA.
               10  TR-FEED-ID              PIC X(8).
               10  TR-CREATE-DATE          PIC X(8).
