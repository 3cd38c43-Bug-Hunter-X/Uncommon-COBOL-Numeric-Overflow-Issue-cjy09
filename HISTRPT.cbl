      *  line a counter id, or ALL (or blank) for every active        *
      *  counter; second line the number of periods to show, blank    *
      *  for the default of 12.  Read-only apart from the report.     *
      *  A counter REORG merged into another reports under the        *
      *  survivor: the merge lines on ./data/ctrmap.dat (copybook     *
      *  CTRMAP) resolve each history row's id before it is stored,   *
      *  and a period the survivor already holds has the merged       *
      *  counter's snapshot added into it, so the trend runs unbroken *
      *  across the reorganization.  Split lines are lineage only and *
      *  are not folded.                                              *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT OPTIONAL CTR-MAP-FILE ASSIGN TO "./data/ctrmap.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.

           SELECT HIST-RPT-FILE ASSIGN TO "./data/histrpt.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.

           RECORDING MODE IS F.
       COPY CTRHIST.

       FD  CTR-MAP-FILE
           RECORDING MODE IS F.
       COPY CTRMAP.

       FD  HIST-RPT-FILE
           RECORDING MODE IS F.
       01  HIST-RPT-LINE               PIC X(110).
      *  along unused.
       COPY CTRTBL.

       COPY MAPTBL.

      *  Per-counter period history, subscript-aligned with the
      *  counter table entry of the same position.  PERCLOSE appends
      *  chronologically, so each counter's periods arrive ascending;
       01  WS-HIST-EOF-FLAG            PIC X VALUE "N".
           88  WS-END-OF-HISTORY            VALUE "Y".

       01  WS-MAP-STATUS               PIC XX.
           88  WS-MAP-OK                     VALUE "00".
       01  WS-MAP-EOF-FLAG             PIC X VALUE "N".
           88  WS-END-OF-MAP                VALUE "Y".

       01  WS-REQUEST-ID               PIC X(8).
       01  WS-PERIODS-PARM             PIC X(3).
       01  WS-PERIODS-WANTED           PIC 9(3) VALUE 12.
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1050-LOAD-COUNTER-DEFS
           PERFORM 1150-LOAD-ID-MAP
           PERFORM VARYING WS-CTR-SUB FROM 1 BY 1
               UNTIL WS-CTR-SUB > WS-CTR-COUNT
               MOVE 0 TO WS-HST-PERIOD-COUNT (WS-CTR-SUB)
                   SET WS-END-OF-HISTORY TO TRUE
           END-READ.

      *  Merge lines only, in file order - see MAPTBL.
       1150-LOAD-ID-MAP.
           OPEN INPUT CTR-MAP-FILE
           IF NOT WS-MAP-OK THEN
               SET WS-END-OF-MAP TO TRUE
           END-IF
           PERFORM 1160-READ-ID-MAP
               UNTIL WS-END-OF-MAP
           CLOSE CTR-MAP-FILE.

       1160-READ-ID-MAP.
           READ CTR-MAP-FILE
               AT END
                   SET WS-END-OF-MAP TO TRUE
               NOT AT END
                   IF CM-MERGED THEN
                       IF WS-MAP-COUNT >= 200 THEN
                           DISPLAY "ID MAPPING TABLE FULL AT 200 "
                               "ENTRIES - IGNORING MERGE OF: "
                               CM-OLD-ID
                       ELSE
                           ADD 1 TO WS-MAP-COUNT
                           SET MAP-IDX TO WS-MAP-COUNT
                           MOVE CM-OLD-ID TO WS-MAP-OLD-ID (MAP-IDX)
                           MOVE CM-NEW-ID TO WS-MAP-NEW-ID (MAP-IDX)
                       END-IF
                   END-IF
           END-READ.

      *  WS-MAPPED-ID in, the id its volume lives under now out.
       1170-RESOLVE-MAPPED-ID.
           MOVE 0 TO WS-MAP-DEPTH
           MOVE "Y" TO WS-MAP-FOUND-FLAG
           PERFORM UNTIL NOT WS-MAP-LINK-FOUND
                   OR WS-MAP-DEPTH >= 10
               MOVE "N" TO WS-MAP-FOUND-FLAG
               SET MAP-IDX TO 1
               SEARCH WS-MAP-ENTRY
                   WHEN WS-MAP-OLD-ID (MAP-IDX) = WS-MAPPED-ID
                       MOVE WS-MAP-NEW-ID (MAP-IDX) TO WS-MAPPED-ID
                       MOVE "Y" TO WS-MAP-FOUND-FLAG
               END-SEARCH
               ADD 1 TO WS-MAP-DEPTH
           END-PERFORM.

      *  History for a counter since retired is noted and skipped -
      *  the rows stay on the master, they just have no line on an
      *  active-counter report.  A counter merged away is not
      *  retired for this purpose: its rows land on the survivor.
       2000-LOAD-HISTORY.
           MOVE HX-COUNTER-ID TO WS-MAPPED-ID
           IF WS-MAP-COUNT > 0 THEN
               PERFORM 1170-RESOLVE-MAPPED-ID
           END-IF
           MOVE 0 TO WS-CTR-SUB
           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
               UNTIL WS-SCAN-SUB > WS-CTR-COUNT
               IF WS-CTR-ID (WS-SCAN-SUB) = WS-MAPPED-ID
                   MOVE WS-SCAN-SUB TO WS-CTR-SUB
               END-IF
           END-PERFORM
           END-IF
           PERFORM 1100-READ-HISTORY.

      *  A period the counter already holds can only come from a
      *  merged counter's row - it is folded in, flags or-ed.
       2100-STORE-HISTORY-REC.
           MOVE 0 TO WS-PER-SUB
           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
               UNTIL WS-SCAN-SUB > WS-HST-PERIOD-COUNT (WS-CTR-SUB)
               IF WS-HST-PERIOD (WS-CTR-SUB WS-SCAN-SUB) = HX-PERIOD
                   MOVE WS-SCAN-SUB TO WS-PER-SUB
               END-IF
           END-PERFORM
           IF WS-PER-SUB > 0 THEN
               PERFORM 2150-FOLD-HISTORY-REC
           ELSE
               PERFORM 2110-APPEND-HISTORY-REC
           END-IF.

       2110-APPEND-HISTORY-REC.
           IF WS-HST-PERIOD-COUNT (WS-CTR-SUB) >= 36 THEN
               PERFORM 2200-SHIFT-OLDEST-OUT
           END-IF
           MOVE HX-DISCREPANCY-FLAG
               TO WS-HST-DISCR-FLAG (WS-CTR-SUB WS-PER-SUB).

       2150-FOLD-HISTORY-REC.
           IF HX-FINAL-VALUE NUMERIC THEN
               ADD HX-FINAL-VALUE
                   TO WS-HST-VALUE (WS-CTR-SUB WS-PER-SUB)
           END-IF
           IF HX-EXCESS NUMERIC THEN
               ADD HX-EXCESS
                   TO WS-HST-EXCESS (WS-CTR-SUB WS-PER-SUB)
           END-IF
           IF HX-TRUE-TOTAL NUMERIC THEN
               ADD HX-TRUE-TOTAL
                   TO WS-HST-TOTAL (WS-CTR-SUB WS-PER-SUB)
           END-IF
           IF HX-OVERFLOW-FLAG = "Y" THEN
               MOVE "Y" TO WS-HST-OVFL-FLAG (WS-CTR-SUB WS-PER-SUB)
           END-IF
           IF HX-DISCREPANCY-FLAG = "Y" THEN
               MOVE "Y" TO WS-HST-DISCR-FLAG (WS-CTR-SUB WS-PER-SUB)
           END-IF.

       2200-SHIFT-OLDEST-OUT.
           PERFORM VARYING WS-SHIFT-SUB FROM 1 BY 1
               UNTIL WS-SHIFT-SUB >= 36
