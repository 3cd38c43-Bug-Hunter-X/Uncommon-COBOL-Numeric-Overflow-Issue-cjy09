      *****************************************************************
      *  MAPTBL.cpy                                                   *
      *  In-storage copy of the merge lines on the counter id mapping *
      *  file (copybook CTRMAP), shared by HISTRPT and OVFLTRND.      *
      *  Loaded in file order and searched serially - the file is a   *
      *  handful of lines per reorganization, not a master.  Split    *
      *  lines are not loaded (see CTRMAP).  An id is resolved by     *
      *  looking it up as an old id and following the new id until    *
      *  it is no longer an old id itself; WS-MAP-DEPTH stops the     *
      *  walk at 10 links, so a mapping keyed in a circle cannot spin *
      *  the reader.                                                  *
      *****************************************************************
       01  WS-MAP-TABLE.
           05  WS-MAP-COUNT            PIC 9(3) VALUE 0.
           05  WS-MAP-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-MAP-COUNT
                   INDEXED BY MAP-IDX.
               10  WS-MAP-OLD-ID           PIC X(8).
               10  WS-MAP-NEW-ID           PIC X(8).
       01  WS-MAPPED-ID                PIC X(8).
       01  WS-MAP-DEPTH                PIC 9(2) COMP.
       01  WS-MAP-FOUND-FLAG           PIC X.
           88  WS-MAP-LINK-FOUND            VALUE "Y".
