      *  spaces there and are all overflow events; records written    *
      *  before OL-EXCESS-AMOUNT existed carry spaces THERE, so the   *
      *  field is NUMERIC-checked before it is totalled.              *
      *  A counter REORG merged into another trends as the survivor - *
      *  each audit record's id is resolved through the merge lines   *
      *  on ./data/ctrmap.dat (copybook CTRMAP) before the lookup, so *
      *  the merged counter's capping history counts toward the       *
      *  counter that now carries its volume.                         *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVFL-STATUS.

           SELECT OPTIONAL CTR-MAP-FILE ASSIGN TO "./data/ctrmap.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.

           SELECT TREND-RPT-FILE ASSIGN TO "./data/trndrpt.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.

           RECORDING MODE IS F.
       COPY OVFLREC.

       FD  CTR-MAP-FILE
           RECORDING MODE IS F.
       COPY CTRMAP.

       FD  TREND-RPT-FILE
           RECORDING MODE IS F.
       01  TREND-RPT-LINE              PIC X(110).
               10  WS-TRD-FIRST-DATE       PIC X(8).
               10  WS-TRD-LAST-DATE        PIC X(8).

       COPY MAPTBL.

       01  WS-CTRDEF-STATUS            PIC XX.
           88  WS-CTRDEF-OK                   VALUE "00".
           88  WS-CTRDEF-NOT-FOUND             VALUE "10" "23" "35".
       01  WS-LOG-EOF-FLAG             PIC X VALUE "N".
           88  WS-END-OF-LOG                VALUE "Y".

       01  WS-MAP-STATUS               PIC XX.
           88  WS-MAP-OK                     VALUE "00".
       01  WS-MAP-EOF-FLAG             PIC X VALUE "N".
           88  WS-END-OF-MAP                VALUE "Y".

       01  WS-RUN-DATE                 PIC X(8).

       01  WS-DATECTL-STATUS           PIC XX.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1010-READ-BUSINESS-DATE
           PERFORM 1050-LOAD-COUNTER-DEFS
           PERFORM 1150-LOAD-ID-MAP
      *  Guarded the positive way, like every other reader here: any
      *  status but clean-open means no tallying - a failed open with
      *  FILE STATUS declared would otherwise leave every READ at
                   SET WS-END-OF-LOG TO TRUE
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

       2000-TALLY-LOG-RECORDS.
           IF OL-EVENT-TYPE = "OVERFLOW" OR OL-EVENT-TYPE = SPACES
               MOVE OL-COUNTER-ID TO WS-MAPPED-ID
               IF WS-MAP-COUNT > 0 THEN
                   PERFORM 1170-RESOLVE-MAPPED-ID
               END-IF
               SEARCH ALL WS-TRD-ENTRY
                   AT END
                       DISPLAY "AUDIT RECORD FOR UNKNOWN COUNTER: "
                           OL-COUNTER-ID
                   WHEN WS-TRD-ID (TRD-IDX) = WS-MAPPED-ID
                       PERFORM 2100-TALLY-EVENT
               END-SEARCH
           END-IF
