      *****************************************************************
      *  RETPOL.cpy                                                   *
      *  Record layout for the retention policy master                *
      *  (RET-POLICY-FILE, ./data/retpol.dat), read by RETPURGE.      *
      *  One line per file the purge looks after, naming the file by  *
      *  its purge id and how many calendar days of it to keep on     *
      *  line, counted back from the business date:                   *
      *    OVFLWLOG  ./data/ovflw.log     counter audit log           *
      *    PSTJRNL   ./data/pstjrnl.dat   posting journal             *
      *    FEEDREG   ./data/feedreg.dat   processed-feeds register    *
      *    OVFLREG   ./data/ovflreg.dat   OVFLCNT run register        *
      *    CTRCHLOG  ./data/ctrchlog.dat  definition change log       *
      *    CHKPARCH  ./data/chkparch.dat  checkpoint archive          *
      *    CTRHIST   ./data/ctrhist.dat   counter history master      *
      *    ALERTINC  ./data/alertinc.dat  closed alert incidents      *
      *    TRNREF    ./data/trnref.dat    accepted-reference history  *
      *  A file with no line here, or with days not numeric or zero,  *
      *  is not purged at all.  Maintained by editing the file, like  *
      *  the holiday records on the date-control file.                *
      *****************************************************************
       01  RET-POLICY-REC.
           05  RP-FILE-ID              PIC X(8).
           05  RP-RETAIN-DAYS          PIC 9(5).
           05  RP-RESERVED             PIC X(17).
