      *      picked up (who, when) or close it outright - the card    *
      *      file is consumed with the queue, so a leftover card      *
      *      cannot re-close an incident a fresh alert reopened;      *
      *      a card only acts if its operator is active on the        *
      *      operator authority master (copybook OPRAUTH) with an     *
      *      operator or supervisor role, and every card's outcome    *
      *      goes on the security audit file (copybook SECAUD);       *
      *    - any incident still unacknowledged past the escalation    *
      *      age (days, ACCEPTed from SYSIN - blank takes the         *
      *      default) is escalated, loudly;                           *
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.

           SELECT OPTIONAL OPR-AUTH-FILE ASSIGN TO "./data/oprauth.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPR-STATUS-CODE.

           SELECT OPTIONAL SEC-AUDIT-FILE
               ASSIGN TO "./data/secaudit.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DATE-CTL-FILE
               ASSIGN TO "./data/datectl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATECTL-STATUS.

           SELECT ALERT-RPT-FILE ASSIGN TO "./data/alertrpt.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.

           05  AK-OPERATOR             PIC X(8).
           05  AK-RESERVED             PIC X(7).

       FD  OPR-AUTH-FILE
           RECORDING MODE IS F.
       COPY OPRAUTH.

       FD  SEC-AUDIT-FILE
           RECORDING MODE IS F.
       COPY SECAUD.

       FD  DATE-CTL-FILE
           RECORDING MODE IS F.
       COPY DATECTL.

       FD  ALERT-RPT-FILE
           RECORDING MODE IS F.
       01  ALERT-RPT-LINE              PIC X(110).
       WORKING-STORAGE SECTION.
       COPY INCREC.

       COPY OPRTBL.

      *  The whole incident master in memory while the queue and the
      *  cards are folded in - sized well past the busiest day yet
      *  seen, and a full table refuses loudly rather than dropping

       01  WS-RUN-DATE                 PIC X(8).

      *  The official business date (date-control file, maintained
      *  by DATEADV) for the operator authority side only - expiry
      *  is judged and the security audit stamped against it, as in
      *  every other card-reading program, so a run past midnight
      *  neither expires an operator a day early nor files its cards
      *  under the wrong day on SECRPT.  Incident dates and ages
      *  stay on WS-RUN-DATE.
       01  WS-BUSINESS-DATE            PIC X(8).
       01  WS-DATECTL-STATUS           PIC XX.
           88  WS-DATECTL-OK                  VALUE "00".
       01  WS-DATECTL-EOF-FLAG         PIC X VALUE "N".
           88  WS-END-OF-DATECTL            VALUE "Y".
       01  WS-BUS-DATE-FLAG            PIC X VALUE "N".
           88  WS-BUSINESS-DATE-SET         VALUE "Y".

      *  Escalation age in days off SYSIN - blank or non-numeric
      *  takes the default so the scheduled job needs no SYSIN at
      *  all and a bad card cannot silently disable escalation.
       01  WS-CLOSED-TODAY-COUNT       PIC 9(5) VALUE 0.
       01  WS-ESCALATED-COUNT          PIC 9(5) VALUE 0.
       01  WS-UNMATCHED-CARDS          PIC 9(3) VALUE 0.
       01  WS-REFUSED-CARDS            PIC 9(3) VALUE 0.
       01  WS-OPEN-TOTAL               PIC 9(5) VALUE 0.
       01  WS-CLOSED-TOTAL             PIC 9(5) VALUE 0.

           IF WS-ESCALATE-PARM NUMERIC THEN
               MOVE WS-ESCALATE-PARM TO WS-ESCALATE-DAYS
           END-IF
           PERFORM 1010-READ-BUSINESS-DATE
           PERFORM 1200-LOAD-INCIDENT-MASTER
           PERFORM 1300-LOAD-OPERATOR-AUTHORITY.

      *  No control record means the chain is running without the
      *  calendar; the system date stands, noted out loud.
       1010-READ-BUSINESS-DATE.
           MOVE WS-RUN-DATE TO WS-BUSINESS-DATE
           OPEN INPUT DATE-CTL-FILE
           IF NOT WS-DATECTL-OK THEN
               SET WS-END-OF-DATECTL TO TRUE
           END-IF
           PERFORM 1020-READ-DATE-CTL-REC
               UNTIL WS-END-OF-DATECTL
           CLOSE DATE-CTL-FILE
           IF NOT WS-BUSINESS-DATE-SET THEN
               DISPLAY "NO BUSINESS DATE ON ./data/datectl.dat - "
                   "USING SYSTEM DATE " WS-RUN-DATE
           END-IF.

       1020-READ-DATE-CTL-REC.
           READ DATE-CTL-FILE
               AT END
                   SET WS-END-OF-DATECTL TO TRUE
               NOT AT END
                   IF DC-CONTROL-REC
                           AND DC-BUSINESS-DATE NUMERIC
                       MOVE DC-BUSINESS-DATE TO WS-BUSINESS-DATE
                       MOVE "Y" TO WS-BUS-DATE-FLAG
                       SET WS-END-OF-DATECTL TO TRUE
                   END-IF
           END-READ.

      *  Guarded the positive way, like every OPTIONAL reader in the
      *  chain - a missing master just means no incidents yet.
               TO WS-INC-ACK-OPERATOR (WS-INC-SUB)
           PERFORM 1210-READ-INCIDENT.

      *  Guarded the positive way - no master loads an empty table
      *  and every card is refused.
       1300-LOAD-OPERATOR-AUTHORITY.
           OPEN INPUT OPR-AUTH-FILE
           IF NOT WS-OPR-FILE-OK THEN
               SET WS-END-OF-OPR-AUTH TO TRUE
           END-IF
           PERFORM 1310-READ-OPERATOR-AUTH
               UNTIL WS-END-OF-OPR-AUTH
           CLOSE OPR-AUTH-FILE.

       1310-READ-OPERATOR-AUTH.
           READ OPR-AUTH-FILE
               AT END
                   SET WS-END-OF-OPR-AUTH TO TRUE
               NOT AT END
                   IF OA-OPERATOR-ID NOT = SPACES
                           AND WS-OPR-COUNT < 200
                       ADD 1 TO WS-OPR-COUNT
                       SET OPR-IDX TO WS-OPR-COUNT
                       MOVE OA-OPERATOR-ID  TO WS-OPR-ID (OPR-IDX)
                       MOVE OA-ROLE         TO WS-OPR-ROLE (OPR-IDX)
                       MOVE OA-STATUS       TO WS-OPR-STATUS (OPR-IDX)
                       MOVE OA-EXPIRY-DATE
                           TO WS-OPR-EXPIRY-DATE (OPR-IDX)
                   END-IF
           END-READ.

       2000-FOLD-QUEUE.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT ALERT-QUEUE-FILE
           ELSE
               PERFORM 3100-READ-ACK-CARD
           END-IF
           OPEN EXTEND SEC-AUDIT-FILE
           PERFORM 3200-APPLY-ACK-CARD
               UNTIL WS-END-OF-FILE
           CLOSE SEC-AUDIT-FILE
           CLOSE ACK-CARD-FILE.

       3100-READ-ACK-CARD.
      *  stale information - reported and counted into the return
      *  code, the same stance REJCYCLE takes on unmatched
      *  correction cards.
      *  The operator's authority is checked before the card is
      *  matched - a refused card acts on nothing, whatever it names,
      *  and counts into the return code like an unmatched one.
       3200-APPLY-ACK-CARD.
           MOVE AK-OPERATOR TO WS-AUTH-OPERATOR
           MOVE "O" TO WS-AUTH-NEED-ROLE
           PERFORM 3300-CHECK-OPERATOR-AUTHORITY
           PERFORM 3400-WRITE-SECURITY-AUDIT
           MOVE AK-COUNTER-ID TO WS-KEY-COUNTER-ID
           MOVE AK-RUN-DATE   TO WS-KEY-RUN-DATE
           MOVE AK-RUN-ID     TO WS-KEY-RUN-ID
           MOVE AK-ALERT-TYPE TO WS-KEY-ALERT-TYPE
           PERFORM 2300-FIND-INCIDENT
           EVALUATE TRUE
               WHEN NOT WS-AUTH-ACCEPTED
                   ADD 1 TO WS-REFUSED-CARDS
                   DISPLAY "ACK CARD REFUSED - OPERATOR '"
                       AK-OPERATOR "' " WS-AUTH-RESULT ": "
                       ACK-CARD-REC
               WHEN WS-INC-FOUND-SUB = 0
                   ADD 1 TO WS-UNMATCHED-CARDS
                   DISPLAY "ACK CARD MATCHED NO INCIDENT: "
           END-EVALUATE
           PERFORM 3100-READ-ACK-CARD.

      *  Same check in every card-reading program - see OPRTBL.
       3300-CHECK-OPERATOR-AUTHORITY.
           MOVE SPACES TO WS-AUTH-ROLE
           SET OPR-IDX TO 1
           SEARCH WS-OPR-ENTRY
               AT END
                   MOVE "UNKNOWN" TO WS-AUTH-RESULT
               WHEN WS-OPR-ID (OPR-IDX) = WS-AUTH-OPERATOR
                   MOVE WS-OPR-ROLE (OPR-IDX) TO WS-AUTH-ROLE
                   EVALUATE TRUE
                       WHEN NOT WS-OPR-ACTIVE (OPR-IDX)
                           MOVE "EXPIRED" TO WS-AUTH-RESULT
                       WHEN WS-OPR-EXPIRY-DATE (OPR-IDX) NUMERIC
                               AND WS-BUSINESS-DATE
                                   > WS-OPR-EXPIRY-DATE (OPR-IDX)
                           MOVE "EXPIRED" TO WS-AUTH-RESULT
                       WHEN WS-OPR-SUPERVISOR (OPR-IDX)
                           MOVE "ACCEPTED" TO WS-AUTH-RESULT
                       WHEN WS-OPR-OPERATOR (OPR-IDX)
                               AND NOT WS-AUTH-NEEDS-SUPERVISOR
                           MOVE "ACCEPTED" TO WS-AUTH-RESULT
                       WHEN OTHER
                           MOVE "NOROLE" TO WS-AUTH-RESULT
                   END-EVALUATE
           END-SEARCH.

       3400-WRITE-SECURITY-AUDIT.
           INITIALIZE SEC-AUDIT-REC
           MOVE WS-BUSINESS-DATE    TO SA-AUDIT-DATE
           ACCEPT SA-AUDIT-TIME FROM TIME
           MOVE "ALERTMGR"          TO SA-PROGRAM
           MOVE "ALERTACK"          TO SA-CARD-FILE
           MOVE WS-AUTH-OPERATOR    TO SA-OPERATOR-ID
           MOVE WS-AUTH-ROLE        TO SA-OPERATOR-ROLE
           MOVE WS-AUTH-NEED-ROLE   TO SA-REQUIRED-ROLE
           MOVE WS-AUTH-RESULT      TO SA-OUTCOME
           MOVE ACK-CARD-REC        TO SA-CARD-IMAGE
           WRITE SEC-AUDIT-REC.

      *  Only OPEN incidents escalate - acknowledged ones have an
      *  owner on record, and escalating an incident twice would
      *  just re-page the same rotation.  Age runs from the first
           STRING "ESCALATED THIS RUN: " WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO ALERT-RPT-LINE
           WRITE ALERT-RPT-LINE
           MOVE WS-REFUSED-CARDS TO WS-RPT-COUNT-ED
           MOVE SPACES TO ALERT-RPT-LINE
           STRING "ACK CARDS REFUSED: " WS-RPT-COUNT-ED
               DELIMITED BY SIZE INTO ALERT-RPT-LINE
           WRITE ALERT-RPT-LINE
           CLOSE ALERT-RPT-FILE
           DISPLAY "ALERT STATUS REPORT WRITTEN TO "
               "./data/alertrpt.rpt"
               WHEN WS-ESCALATED-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-UNMATCHED-CARDS > 0
                       OR WS-REFUSED-CARDS > 0
                   MOVE 4 TO RETURN-CODE
               WHEN WS-OPEN-TOTAL > 0
                   MOVE 4 TO RETURN-CODE
