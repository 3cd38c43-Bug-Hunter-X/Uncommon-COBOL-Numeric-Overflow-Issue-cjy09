      *****************************************************************
      *  CTRMAP.cpy                                                   *
      *  Record layout for the counter id mapping file                *
      *  (CTR-MAP-FILE, ./data/ctrmap.dat), appended by REORG.  When  *
      *  regions are reorganized a counter's volume can move to a     *
      *  different id, and the history master, the audit log and the  *
      *  journal keep the id the volume was posted under.  Each line  *
      *  records one move:                                            *
      *    - CM-REORG-TYPE "M": CM-OLD-ID was merged into CM-NEW-ID   *
      *      and retired - its whole balance moved, and readers that  *
      *      compare periods (HISTRPT, OVFLTRND) fold the old id's    *
      *      rows into the new one's, following a chain of merges     *
      *      (AREA1 into AREA2, later AREA2 into AREA9) to its end;   *
      *    - CM-REORG-TYPE "S": CM-AMOUNT of CM-OLD-ID's true total   *
      *      was split off onto CM-NEW-ID.  The old counter lives on  *
      *      with its own history, so a split is lineage only - it    *
      *      is never folded, which would count the same volume under *
      *      both ids.                                                *
      *  CM-EFF-DATE is the business date of the reorganization and   *
      *  CM-RUN-ID the REORG run that made it.                        *
      *  Append-only, OPEN EXTEND, like the overflow log.             *
      *****************************************************************
       01  CTR-MAP-REC.
           05  CM-OLD-ID               PIC X(8).
           05  CM-NEW-ID               PIC X(8).
           05  CM-REORG-TYPE           PIC X.
               88  CM-MERGED                VALUE "M".
               88  CM-SPLIT                 VALUE "S".
           05  CM-EFF-DATE             PIC X(8).
           05  CM-RUN-ID               PIC X(8).
           05  CM-AMOUNT               PIC 9(10).
           05  CM-RESERVED             PIC X(10).
