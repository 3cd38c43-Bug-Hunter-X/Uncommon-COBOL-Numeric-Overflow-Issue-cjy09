      *****************************************************************
      *  SECAUD.cpy                                                   *
      *  Record layout for the security audit file (SEC-AUDIT-FILE,   *
      *  ./data/secaudit.dat).  One record for every operator control *
      *  card a program accepted or refused on the operator's         *
      *  authority (copybook OPRAUTH), written by whichever program   *
      *  read the card - OVFLCNT, ALERTMGR, REJCYCLE, REORG, and      *
      *  BACKOUT for the supervisor authorising it on SYSIN (card     *
      *  file SYSIN) - and read by SECRPT for the auditors' daily     *
      *  violations report.                                           *
      *  SA-OUTCOME is ACCEPTED, or why the card was refused:         *
      *    UNKNOWN  operator id not on the authority master;          *
      *    EXPIRED  operator expired, or past OA-EXPIRY-DATE;         *
      *    NOROLE   operator's role does not carry the action.        *
      *  SA-CARD-IMAGE holds the card as keyed.  Append-only, OPEN    *
      *  EXTEND, like the overflow log.                               *
      *****************************************************************
       01  SEC-AUDIT-REC.
           05  SA-AUDIT-DATE           PIC X(8).
           05  SA-AUDIT-TIME           PIC X(8).
           05  SA-PROGRAM              PIC X(8).
           05  SA-CARD-FILE            PIC X(8).
           05  SA-OPERATOR-ID          PIC X(8).
           05  SA-OPERATOR-ROLE        PIC X.
           05  SA-REQUIRED-ROLE        PIC X.
           05  SA-OUTCOME              PIC X(8).
               88  SA-ACCEPTED              VALUE "ACCEPTED".
               88  SA-VIOLATION             VALUE "UNKNOWN" "EXPIRED"
                                                  "NOROLE".
           05  SA-CARD-IMAGE           PIC X(60).
           05  SA-RESERVED             PIC X(10).
