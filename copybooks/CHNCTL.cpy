      *****************************************************************
      *  CHNCTL.cpy                                                   *
      *  Record layout for the nightly chain control file             *
      *  (CHAIN-CTL-FILE), written only by CHAINCTL.  The chain's     *
      *  steps used to run in order only because operations           *
      *  remembered the order; this file is the record of where a     *
      *  business date's chain actually stands.                       *
      *  Keyed by CC-BUSINESS-DATE (the date-control business date    *
      *  the chain ran under) plus CC-STEP-NAME.  Two lines per       *
      *  attempt at a step: an "R" line when CHAINCTL lets it start   *
      *  and an "E" line, carrying the same start stamp, when the     *
      *  step's end and return code are recorded.  Read in order,     *
      *  the LAST line for a date and step wins - so an "R" with no   *
      *  "E" after it is a step that abended or is still running,     *
      *  and a rerun after a failure simply supersedes the failed     *
      *  attempt while leaving it on the file for the record.         *
      *  Start and end stamps are system date and time of day, not    *
      *  the business date - they say when the step really ran.       *
      *  Append-only, OPEN EXTEND, like the overflow log.             *
      *****************************************************************
       01  CHAIN-CTL-REC.
           05  CC-BUSINESS-DATE        PIC X(8).
           05  CC-STEP-NAME            PIC X(8).
           05  CC-STEP-STATUS          PIC X.
               88  CC-STEP-RUNNING          VALUE "R".
               88  CC-STEP-ENDED            VALUE "E".
           05  CC-START-DATE           PIC X(8).
           05  CC-START-TIME           PIC X(8).
           05  CC-END-DATE             PIC X(8).
           05  CC-END-TIME             PIC X(8).
           05  CC-RETURN-CODE          PIC 9(4).
           05  CC-RESERVED             PIC X(10).
