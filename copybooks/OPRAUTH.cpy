      *****************************************************************
      *  OPRAUTH.cpy                                                  *
      *  Record layout for the operator authority master              *
      *  (OPR-AUTH-FILE, ./data/oprauth.dat), maintained by hand by   *
      *  operations security, one line per operator, the way          *
      *  ctrdefs.src is kept.  Every program that acts on an operator *
      *  control card - the OVFLCNT override card, ALERTMGR ack       *
      *  cards, REJCYCLE correction cards, REORG cards - looks the    *
      *  card's operator up here and refuses the card unless the      *
      *  operator is on file, active, inside the expiry date, and     *
      *  holds the role the card's action needs:                      *
      *    - OA-ROLE "S" supervisor: anything an operator may do,     *
      *      plus the actions that override a safeguard or write      *
      *      something off (the double-run override, a reject drop,   *
      *      a counter reorganization);                               *
      *    - OA-ROLE "O" operator: day-to-day cards (acknowledge or   *
      *      close an incident, resubmit a reject);                   *
      *    - OA-ROLE "A" auditor: on file so the violations report    *
      *      can name them, authorized for no card at all.            *
      *  OA-STATUS "E" expires an operator outright; OA-EXPIRY-DATE   *
      *  (YYYYMMDD, blank for none) expires them automatically once   *
      *  the business date passes it.  Nothing is ever deleted - an   *
      *  operator who leaves is expired, so the audit trail of their  *
      *  cards still resolves to a name.                              *
      *****************************************************************
       01  OPR-AUTH-REC.
           05  OA-OPERATOR-ID          PIC X(8).
           05  OA-OPERATOR-NAME        PIC X(20).
           05  OA-ROLE                 PIC X.
               88  OA-SUPERVISOR            VALUE "S".
               88  OA-OPERATOR              VALUE "O".
               88  OA-AUDITOR               VALUE "A".
           05  OA-STATUS               PIC X.
               88  OA-ACTIVE                VALUE "A".
               88  OA-EXPIRED               VALUE "E".
           05  OA-EXPIRY-DATE          PIC X(8).
           05  OA-RESERVED             PIC X(10).
