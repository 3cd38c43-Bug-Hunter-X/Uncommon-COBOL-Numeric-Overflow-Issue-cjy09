      *****************************************************************
      *  PRGARCH.cpy                                                  *
      *  Record layout for the purge archive file (PURGE-ARCH-FILE,   *
      *  ./data/purgearc.dat), appended by RETPURGE.  Every record    *
      *  the purge takes off a log or register lands here first,      *
      *  stamped with the date and run id of the purge that moved it  *
      *  and the purge id of the file it came from (see RETPOL), the  *
      *  same way CHKCOMP stamps superseded checkpoints onto          *
      *  CHKARCH - so a purged record is found again by file and      *
      *  date, and a purge run's archive is counted back against its  *
      *  report.  PA-RECORD-IMAGE is the record exactly as it stood   *
      *  on the live file, space-padded to the widest file purged.    *
      *  Append-only, OPEN EXTEND, like the overflow log.             *
      *****************************************************************
       01  PURGE-ARCH-REC.
           05  PA-ARCHIVE-DATE         PIC X(8).
           05  PA-RUN-ID               PIC X(8).
           05  PA-FILE-ID              PIC X(8).
           05  PA-RECORD-IMAGE         PIC X(84).
           05  PA-RESERVED             PIC X(12).
