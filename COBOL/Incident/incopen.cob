       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCIDENT-OPEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-SUMMARY-IN ASSIGN TO "RUNSUMRY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMMARY-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.
           SELECT SLA-RPT-IN ASSIGN TO "SLARPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLARPT-STATUS.
           SELECT GEN-CATALOG ASSIGN TO "GENCATLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENCATLG-STATUS.
           SELECT INCIDENT-MASTER ASSIGN TO "INCIDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-KEY
               FILE STATUS IS WS-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-SUMMARY-IN
           RECORDING MODE IS F.
       01  SUMMARY-RECORD.
           05  SR-STEP-SEQ      PIC 9(3).
           05  SR-SEP0          PIC X(1).
           05  SR-STEP-NAME     PIC X(12).
           05  SR-SEP1          PIC X(1).
           05  SR-START-TIME    PIC 9(8).
           05  SR-SEP2          PIC X(1).
           05  SR-END-TIME      PIC 9(8).
           05  SR-SEP3          PIC X(1).
           05  SR-ELAPSED-SECS  PIC 9(6).
           05  SR-SEP4          PIC X(1).
           05  SR-STATUS        PIC X(7).
           05  SR-SEP5          PIC X(1).
           05  SR-GENERATION    PIC X(17).
           05  SR-SEP6          PIC X(1).
           05  SR-RUN-ID        PIC X(17).

       FD  AUDIT-LOG-FILE
           RECORDING MODE IS F.
       01  AUDIT-LOG-RECORD.
           05  AL-PROGRAM-ID    PIC X(20).
           05  AL-SEP1          PIC X(1).
           05  AL-RUN-DATE      PIC 9(8).
           05  AL-SEP2          PIC X(1).
           05  AL-RUN-TIME      PIC 9(8).
           05  AL-SEP3          PIC X(1).
           05  AL-PARMS         PIC X(30).
           05  AL-SEP4          PIC X(1).
           05  AL-STATUS        PIC X(8).
           05  AL-SEP5          PIC X(1).
           05  AL-RUN-ID        PIC X(17).

       FD  SLA-RPT-IN
           RECORDING MODE IS F.
       01  SLA-RPT-LINE         PIC X(80).

       FD  GEN-CATALOG
           RECORDING MODE IS F.
       01  GEN-CATALOG-RECORD.
           05  GC-DATASET       PIC X(8).
           05  GC-SEP1          PIC X(1).
           05  GC-GEN-NAME      PIC X(26).
           05  GC-SEP2          PIC X(1).
           05  GC-DATE          PIC 9(8).
           05  GC-SEP3          PIC X(1).
           05  GC-TIME          PIC 9(6).

       FD  INCIDENT-MASTER.
       01  INCIDENT-RECORD.
           05  IM-KEY.
               10  IM-RUN-ID        PIC X(17).
               10  IM-STEP-NAME     PIC X(12).
           05  IM-SEVERITY          PIC 9(1).
           05  IM-SOURCE-PROGRAM    PIC X(20).
           05  IM-STATUS            PIC X(6).
           05  IM-OPEN-DATE         PIC 9(8).
           05  IM-OPEN-TIME         PIC 9(8).
           05  IM-LAST-RUN-ID       PIC X(17).
           05  IM-LAST-DATE         PIC 9(8).
           05  IM-OCCURRENCES       PIC 9(5).
           05  IM-DESCRIPTION       PIC X(40).
           05  IM-ACK-OPERATOR      PIC X(8).
           05  IM-ACK-DATE          PIC 9(8).
           05  IM-ACK-TIME          PIC 9(8).
           05  IM-CLOSE-OPERATOR    PIC X(8).
           05  IM-CLOSE-DATE        PIC 9(8).
           05  IM-CLOSE-TIME        PIC 9(8).
           05  IM-RESOLUTION        PIC X(8).

       WORKING-STORAGE SECTION.
       77  WS-SUMMARY-STATUS    PIC X(2).
       77  WS-AUDITLOG-STATUS   PIC X(2).
       77  WS-SLARPT-STATUS     PIC X(2).
       77  WS-MASTER-STATUS     PIC X(2).
       77  WS-GENCATLG-STATUS   PIC X(2).
       01  WS-RUN-ID            PIC X(17) VALUE SPACES.
       01  WS-SUMMARY-RUN-ID    PIC X(17) VALUE SPACES.
       77  WS-TODAY             PIC 9(8).
       77  WS-NOW               PIC 9(8).
       77  WS-SLA-LINES         PIC 9(3)  VALUE ZERO.
       77  WS-ATTEMPT-DATE      PIC 9(8)  VALUE ZERO.
       77  WS-ATTEMPT-TIME      PIC 9(8)  VALUE ZERO.

       77  WS-STEP-COUNT        PIC 9(3)  COMP VALUE ZERO.
       77  WS-STEP-IDX          PIC 9(3)  COMP.
       01  WS-MAX-STEPS         PIC 9(3)  VALUE 200.
       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY OCCURS 200.
               10  WS-ST-NAME       PIC X(12).
               10  WS-ST-START      PIC 9(8).
               10  WS-ST-END        PIC 9(8).
               10  WS-ST-STATUS     PIC X(7).

       01  WS-EV-STEP           PIC X(12).
       01  WS-EV-SOURCE         PIC X(20).
       77  WS-EV-SEVERITY       PIC 9(1).
       77  WS-EV-DATE           PIC 9(8).
       77  WS-EV-TIME           PIC 9(8).
       77  WS-EVENT-LATER       PIC X(1).
       01  WS-EV-DESCRIPTION    PIC X(40).
       01  WS-ATTACH-KEY        PIC X(29).
       77  WS-OPEN-FOUND        PIC X(1).
       77  WS-STEP-FOUND        PIC X(1).

       77  WS-EVENT-COUNT       PIC 9(5)  VALUE ZERO.
       77  WS-OPENED-COUNT      PIC 9(5)  VALUE ZERO.
       77  WS-ATTACHED-COUNT    PIC 9(5)  VALUE ZERO.
       77  WS-REOPENED-COUNT    PIC 9(5)  VALUE ZERO.
       77  WS-KNOWN-COUNT       PIC 9(5)  VALUE ZERO.

       01  WS-CONTROL-CARD      PIC X(80).
       01  WS-CONTROL-FIELDS REDEFINES WS-CONTROL-CARD.
           05  IO-RUN-ID        PIC X(17).
           05  FILLER           PIC X(63).

       PROCEDURE DIVISION.
       INCIDENT-START.
           MOVE SPACES TO WS-CONTROL-CARD.
           ACCEPT WS-CONTROL-CARD.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-NOW FROM TIME.
           PERFORM RESOLVE-TARGET-RUN.
           PERFORM OPEN-INCIDENT-MASTER.
           PERFORM LOAD-RUN-STEPS.
           PERFORM SCAN-AUDIT-LOG.
           PERFORM SCAN-STEP-FAILURES.
           PERFORM SCAN-SLA-EXCEPTIONS.
           CLOSE INCIDENT-MASTER.
           DISPLAY "INCIDENT OPEN FOR RUN " WS-RUN-ID ": "
                   WS-EVENT-COUNT " EVENTS, "
                   WS-OPENED-COUNT " OPENED, "
                   WS-ATTACHED-COUNT " ATTACHED, "
                   WS-REOPENED-COUNT " REOPENED, "
                   WS-KNOWN-COUNT " ALREADY RECORDED".
           STOP RUN.

       RESOLVE-TARGET-RUN.
           OPEN INPUT RUN-SUMMARY-IN.
           IF WS-SUMMARY-STATUS = "00"
               READ RUN-SUMMARY-IN
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SR-RUN-ID TO WS-SUMMARY-RUN-ID
               END-READ
               CLOSE RUN-SUMMARY-IN
           END-IF.
           IF IO-RUN-ID NOT = SPACES
               MOVE IO-RUN-ID TO WS-RUN-ID
           ELSE
               MOVE WS-SUMMARY-RUN-ID TO WS-RUN-ID
           END-IF.
           IF WS-RUN-ID = SPACES
               DISPLAY "NO RUN ID ON CARD AND RUNSUMRY HAS NO RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       OPEN-INCIDENT-MASTER.
           OPEN I-O INCIDENT-MASTER.
           IF WS-MASTER-STATUS = "35"
               OPEN OUTPUT INCIDENT-MASTER
               CLOSE INCIDENT-MASTER
               OPEN I-O INCIDENT-MASTER
           END-IF.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN INCIDMST: STATUS "
                       WS-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-RUN-STEPS.
           IF WS-RUN-ID = WS-SUMMARY-RUN-ID
               OPEN INPUT RUN-SUMMARY-IN
               PERFORM UNTIL WS-SUMMARY-STATUS NOT = "00"
                       AND WS-SUMMARY-STATUS NOT = "04"
                   READ RUN-SUMMARY-IN
                       AT END
                           CONTINUE
                       NOT AT END
                           IF SR-RUN-ID = WS-RUN-ID
                               PERFORM LOAD-ONE-STEP
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-SUMMARY-IN
               PERFORM FIND-SUMMARY-ATTEMPT
           ELSE
               DISPLAY "RUNSUMRY HOLDS RUN " WS-SUMMARY-RUN-ID
                       " - ONLY AUDITLOG EVENTS USED FOR " WS-RUN-ID
           END-IF.

       FIND-SUMMARY-ATTEMPT.
           OPEN INPUT GEN-CATALOG.
           IF WS-GENCATLG-STATUS = "00"
               PERFORM UNTIL WS-GENCATLG-STATUS NOT = "00"
                       AND WS-GENCATLG-STATUS NOT = "04"
                   READ GEN-CATALOG
                       AT END
                           CONTINUE
                       NOT AT END
                           IF GC-DATASET = "RUNSUMRY"
                               AND GC-DATE IS NUMERIC
                               AND GC-TIME IS NUMERIC
                               MOVE GC-DATE TO WS-ATTEMPT-DATE
                               MOVE GC-TIME TO WS-ATTEMPT-TIME (1:6)
                               MOVE "00"    TO WS-ATTEMPT-TIME (7:2)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GEN-CATALOG
           END-IF.
           IF WS-ATTEMPT-DATE = ZERO
               DISPLAY "NO RUNSUMRY GENERATION IN GENCATLG - "
                       "STEP AND SLA EVENTS WILL NOT REOPEN "
                       "CLOSED INCIDENTS"
           END-IF.

       LOAD-ONE-STEP.
           IF WS-STEP-COUNT < WS-MAX-STEPS
               ADD 1 TO WS-STEP-COUNT
               MOVE SR-STEP-NAME  TO WS-ST-NAME (WS-STEP-COUNT)
               MOVE SR-START-TIME TO WS-ST-START (WS-STEP-COUNT)
               MOVE SR-END-TIME   TO WS-ST-END (WS-STEP-COUNT)
               MOVE SR-STATUS     TO WS-ST-STATUS (WS-STEP-COUNT)
           ELSE
               DISPLAY "RUNSUMRY STEP IGNORED: TABLE FULL AT "
                       WS-MAX-STEPS " ENTRIES"
           END-IF.

       SCAN-AUDIT-LOG.
           OPEN INPUT AUDIT-LOG-FILE.
           IF WS-AUDITLOG-STATUS NOT = "00"
               DISPLAY "NO AUDITLOG AVAILABLE (STATUS "
                       WS-AUDITLOG-STATUS ")"
           ELSE
               PERFORM UNTIL WS-AUDITLOG-STATUS NOT = "00"
                       AND WS-AUDITLOG-STATUS NOT = "04"
                   READ AUDIT-LOG-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF AL-RUN-ID = WS-RUN-ID
                               AND (AL-STATUS = "FAILURE"
                                   OR AL-STATUS = "MISMATCH")
                               PERFORM TAKE-AUDIT-EVENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG-FILE
           END-IF.

       TAKE-AUDIT-EVENT.
           PERFORM FIND-AUDIT-STEP.
           MOVE AL-PROGRAM-ID TO WS-EV-SOURCE.
           IF AL-RUN-DATE IS NUMERIC AND AL-RUN-TIME IS NUMERIC
               MOVE AL-RUN-DATE TO WS-EV-DATE
               MOVE AL-RUN-TIME TO WS-EV-TIME
           ELSE
               MOVE ZERO TO WS-EV-DATE WS-EV-TIME
           END-IF.
           IF AL-STATUS = "MISMATCH"
               MOVE 1 TO WS-EV-SEVERITY
           ELSE
               MOVE 2 TO WS-EV-SEVERITY
           END-IF.
           MOVE SPACES TO WS-EV-DESCRIPTION.
           STRING FUNCTION TRIM(AL-STATUS) DELIMITED BY SIZE
                  " "      DELIMITED BY SIZE
                  AL-PARMS DELIMITED BY SIZE
                  INTO WS-EV-DESCRIPTION
           END-STRING.
           PERFORM RECORD-EVENT.

       FIND-AUDIT-STEP.
           MOVE "N" TO WS-STEP-FOUND.
           IF AL-RUN-TIME IS NUMERIC
               PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                       UNTIL WS-STEP-IDX > WS-STEP-COUNT
                       OR WS-STEP-FOUND = "Y"
                   IF WS-ST-STATUS (WS-STEP-IDX) NOT = "SKIPPED"
                       PERFORM TEST-STEP-WINDOW
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-STEP-FOUND = "N"
               MOVE AL-PROGRAM-ID TO WS-EV-STEP
           END-IF.

       TEST-STEP-WINDOW.
           IF WS-ST-START (WS-STEP-IDX) <= WS-ST-END (WS-STEP-IDX)
               IF AL-RUN-TIME >= WS-ST-START (WS-STEP-IDX)
                   AND AL-RUN-TIME <= WS-ST-END (WS-STEP-IDX)
                   MOVE "Y" TO WS-STEP-FOUND
               END-IF
           ELSE
               IF AL-RUN-TIME >= WS-ST-START (WS-STEP-IDX)
                   OR AL-RUN-TIME <= WS-ST-END (WS-STEP-IDX)
                   MOVE "Y" TO WS-STEP-FOUND
               END-IF
           END-IF.
           IF WS-STEP-FOUND = "Y"
               MOVE WS-ST-NAME (WS-STEP-IDX) TO WS-EV-STEP
           END-IF.

       SCAN-STEP-FAILURES.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
               IF WS-ST-STATUS (WS-STEP-IDX) = "FAILURE"
                   MOVE WS-ST-NAME (WS-STEP-IDX) TO WS-EV-STEP
                   MOVE "RUN-SUITE-DRIVER" TO WS-EV-SOURCE
                   MOVE 2 TO WS-EV-SEVERITY
                   MOVE "STEP ENDED WITH FAILURE STATUS"
                       TO WS-EV-DESCRIPTION
                   PERFORM DATE-STEP-FAILURE
                   PERFORM RECORD-EVENT
               END-IF
           END-PERFORM.

       DATE-STEP-FAILURE.
           MOVE WS-ATTEMPT-DATE TO WS-EV-DATE.
           MOVE WS-ATTEMPT-TIME TO WS-EV-TIME.
           IF WS-ATTEMPT-DATE NOT = ZERO
               AND WS-ST-END (WS-STEP-IDX) NOT = ZERO
               MOVE WS-ST-END (WS-STEP-IDX) TO WS-EV-TIME
               IF WS-ST-END (WS-STEP-IDX) < WS-ATTEMPT-TIME
                   COMPUTE WS-EV-DATE = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(WS-ATTEMPT-DATE) + 1)
               END-IF
           END-IF.

       SCAN-SLA-EXCEPTIONS.
           IF WS-RUN-ID = WS-SUMMARY-RUN-ID
               OPEN INPUT SLA-RPT-IN
               IF WS-SLARPT-STATUS = "00"
                   PERFORM UNTIL WS-SLARPT-STATUS NOT = "00"
                           AND WS-SLARPT-STATUS NOT = "04"
                       READ SLA-RPT-IN
                           AT END
                               CONTINUE
                           NOT AT END
                               ADD 1 TO WS-SLA-LINES
                               IF WS-SLA-LINES > 1
                                   AND SLA-RPT-LINE NOT =
                                       "NO SLA EXCEPTIONS"
                                   AND SLA-RPT-LINE NOT = SPACES
                                   PERFORM TAKE-SLA-EVENT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SLA-RPT-IN
               END-IF
           END-IF.

       TAKE-SLA-EVENT.
           MOVE SLA-RPT-LINE (1:12) TO WS-EV-STEP.
           MOVE "RUN-SUITE-DRIVER" TO WS-EV-SOURCE.
           MOVE 3 TO WS-EV-SEVERITY.
           MOVE WS-ATTEMPT-DATE TO WS-EV-DATE.
           MOVE WS-ATTEMPT-TIME TO WS-EV-TIME.
           MOVE SPACES TO WS-EV-DESCRIPTION.
           STRING "SLA BREACH " DELIMITED BY SIZE
                  FUNCTION TRIM(SLA-RPT-LINE (14:67))
                      DELIMITED BY SIZE
                  INTO WS-EV-DESCRIPTION
           END-STRING.
           PERFORM RECORD-EVENT.

       RECORD-EVENT.
           ADD 1 TO WS-EVENT-COUNT.
           MOVE WS-RUN-ID  TO IM-RUN-ID.
           MOVE WS-EV-STEP TO IM-STEP-NAME.
           READ INCIDENT-MASTER
               KEY IS IM-KEY
               INVALID KEY
                   PERFORM ATTACH-OR-OPEN
               NOT INVALID KEY
                   PERFORM UPDATE-SAME-RUN
           END-READ.

       UPDATE-SAME-RUN.
           IF IM-STATUS = "CLOSED"
               PERFORM TEST-EVENT-AFTER-CLOSE
               IF WS-EVENT-LATER = "Y"
                   PERFORM REOPEN-INCIDENT
               ELSE
                   ADD 1 TO WS-KNOWN-COUNT
               END-IF
           ELSE
               ADD 1 TO WS-KNOWN-COUNT
               PERFORM ESCALATE-SEVERITY
               PERFORM REWRITE-INCIDENT
           END-IF.

       TEST-EVENT-AFTER-CLOSE.
           MOVE "N" TO WS-EVENT-LATER.
           IF WS-EV-DATE > IM-CLOSE-DATE
               MOVE "Y" TO WS-EVENT-LATER
           END-IF.
           IF WS-EV-DATE = IM-CLOSE-DATE
               AND WS-EV-TIME > IM-CLOSE-TIME
               MOVE "Y" TO WS-EVENT-LATER
           END-IF.

       REOPEN-INCIDENT.
           MOVE "OPEN" TO IM-STATUS.
           MOVE SPACES TO IM-ACK-OPERATOR IM-CLOSE-OPERATOR
                          IM-RESOLUTION.
           MOVE ZERO TO IM-ACK-DATE IM-ACK-TIME
                        IM-CLOSE-DATE IM-CLOSE-TIME.
           ADD 1 TO IM-OCCURRENCES.
           MOVE WS-TODAY TO IM-LAST-DATE.
           MOVE WS-EV-SEVERITY    TO IM-SEVERITY.
           MOVE WS-EV-SOURCE      TO IM-SOURCE-PROGRAM.
           MOVE WS-EV-DESCRIPTION TO IM-DESCRIPTION.
           ADD 1 TO WS-REOPENED-COUNT.
           DISPLAY "INCIDENT REOPENED: " IM-RUN-ID " "
                   IM-STEP-NAME " " WS-EV-DESCRIPTION.
           PERFORM REWRITE-INCIDENT.

       REWRITE-INCIDENT.
           REWRITE INCIDENT-RECORD
               INVALID KEY
                   DISPLAY "INCIDMST REWRITE FAILED FOR " IM-KEY
                           ": STATUS " WS-MASTER-STATUS
                   MOVE 12 TO RETURN-CODE
           END-REWRITE.

       ATTACH-OR-OPEN.
           PERFORM FIND-OPEN-FOR-STEP.
           IF WS-OPEN-FOUND = "Y"
               MOVE WS-ATTACH-KEY TO IM-KEY
               READ INCIDENT-MASTER
                   KEY IS IM-KEY
                   INVALID KEY
                       MOVE "N" TO WS-OPEN-FOUND
               END-READ
           END-IF.
           IF WS-OPEN-FOUND = "Y"
               PERFORM ATTACH-TO-INCIDENT
           ELSE
               PERFORM OPEN-NEW-INCIDENT
           END-IF.

       FIND-OPEN-FOR-STEP.
           MOVE "N" TO WS-OPEN-FOUND.
           MOVE LOW-VALUES TO IM-KEY.
           START INCIDENT-MASTER KEY NOT < IM-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           PERFORM UNTIL WS-MASTER-STATUS NOT = "00"
               READ INCIDENT-MASTER NEXT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF IM-STEP-NAME = WS-EV-STEP
                           AND IM-STATUS NOT = "CLOSED"
                           MOVE "Y" TO WS-OPEN-FOUND
                           MOVE IM-KEY TO WS-ATTACH-KEY
                           MOVE "10" TO WS-MASTER-STATUS
                       END-IF
               END-READ
           END-PERFORM.

       ATTACH-TO-INCIDENT.
           IF IM-LAST-RUN-ID = WS-RUN-ID
               ADD 1 TO WS-KNOWN-COUNT
           ELSE
               ADD 1 TO IM-OCCURRENCES
               MOVE WS-RUN-ID TO IM-LAST-RUN-ID
               MOVE WS-TODAY  TO IM-LAST-DATE
               MOVE WS-EV-DESCRIPTION TO IM-DESCRIPTION
               ADD 1 TO WS-ATTACHED-COUNT
               DISPLAY "REPEAT FAILURE ATTACHED TO INCIDENT "
                       IM-RUN-ID " " IM-STEP-NAME
                       " (OCCURRENCE " IM-OCCURRENCES ")"
           END-IF.
           PERFORM ESCALATE-SEVERITY.
           REWRITE INCIDENT-RECORD
               INVALID KEY
                   DISPLAY "INCIDMST REWRITE FAILED FOR " IM-KEY
                           ": STATUS " WS-MASTER-STATUS
                   MOVE 12 TO RETURN-CODE
           END-REWRITE.

       ESCALATE-SEVERITY.
           IF WS-EV-SEVERITY < IM-SEVERITY
               MOVE WS-EV-SEVERITY    TO IM-SEVERITY
               MOVE WS-EV-SOURCE      TO IM-SOURCE-PROGRAM
               MOVE WS-EV-DESCRIPTION TO IM-DESCRIPTION
           END-IF.

       OPEN-NEW-INCIDENT.
           MOVE SPACES TO INCIDENT-RECORD.
           MOVE WS-RUN-ID         TO IM-RUN-ID.
           MOVE WS-EV-STEP        TO IM-STEP-NAME.
           MOVE WS-EV-SEVERITY    TO IM-SEVERITY.
           MOVE WS-EV-SOURCE      TO IM-SOURCE-PROGRAM.
           MOVE "OPEN"            TO IM-STATUS.
           MOVE WS-TODAY          TO IM-OPEN-DATE.
           MOVE WS-NOW            TO IM-OPEN-TIME.
           MOVE WS-RUN-ID         TO IM-LAST-RUN-ID.
           MOVE WS-TODAY          TO IM-LAST-DATE.
           MOVE 1                 TO IM-OCCURRENCES.
           MOVE WS-EV-DESCRIPTION TO IM-DESCRIPTION.
           MOVE ZERO TO IM-ACK-DATE IM-ACK-TIME
                        IM-CLOSE-DATE IM-CLOSE-TIME.
           WRITE INCIDENT-RECORD
               INVALID KEY
                   DISPLAY "INCIDMST WRITE FAILED FOR " IM-KEY
                           ": STATUS " WS-MASTER-STATUS
                   MOVE 12 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-OPENED-COUNT
                   DISPLAY "INCIDENT OPENED: " IM-RUN-ID " "
                           IM-STEP-NAME " SEV " IM-SEVERITY " "
                           WS-EV-DESCRIPTION
           END-WRITE.
