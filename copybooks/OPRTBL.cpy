      *****************************************************************
      *  OPRTBL.cpy                                                   *
      *  In-storage copy of the operator authority master (copybook   *
      *  OPRAUTH) for the card-reading programs, and the fields of    *
      *  the authority check each of them runs per card: the caller   *
      *  sets WS-AUTH-OPERATOR and WS-AUTH-NEED-ROLE ("O" any         *
      *  operator, "S" supervisor only); the check sets WS-AUTH-ROLE  *
      *  (the role on file, blank if the operator is not) and         *
      *  WS-AUTH-RESULT, which goes onto the security audit record    *
      *  (copybook SECAUD) as it stands.  A missing master loads an   *
      *  empty table, so every card is refused - the safe way round.  *
      *****************************************************************
       01  WS-OPR-TABLE.
           05  WS-OPR-COUNT            PIC 9(3) VALUE 0.
           05  WS-OPR-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-OPR-COUNT
                   INDEXED BY OPR-IDX.
               10  WS-OPR-ID               PIC X(8).
               10  WS-OPR-ROLE             PIC X.
                   88  WS-OPR-SUPERVISOR        VALUE "S".
                   88  WS-OPR-OPERATOR          VALUE "O".
               10  WS-OPR-STATUS           PIC X.
                   88  WS-OPR-ACTIVE            VALUE "A".
               10  WS-OPR-EXPIRY-DATE      PIC X(8).
       01  WS-OPR-STATUS-CODE          PIC XX.
           88  WS-OPR-FILE-OK                VALUE "00".
       01  WS-OPR-EOF-FLAG             PIC X VALUE "N".
           88  WS-END-OF-OPR-AUTH           VALUE "Y".
       01  WS-AUTH-OPERATOR            PIC X(8).
       01  WS-AUTH-NEED-ROLE           PIC X.
           88  WS-AUTH-NEEDS-SUPERVISOR     VALUE "S".
       01  WS-AUTH-ROLE                PIC X.
       01  WS-AUTH-RESULT              PIC X(8).
           88  WS-AUTH-ACCEPTED             VALUE "ACCEPTED".
