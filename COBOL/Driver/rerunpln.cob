           SELECT RERUN-ID-FILE ASSIGN TO "RERUNID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RERUNID-STATUS.
           SELECT AUTHORITY-FILE ASSIGN TO "AUTHTBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTHTBL-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  RERUN-ID-RECORD.
           05  RR-RUN-ID        PIC X(17).

       FD  AUTHORITY-FILE
           RECORDING MODE IS F.
       01  AUTHORITY-RECORD.
           05  AU-OPERATOR      PIC X(8).
           05  AU-SEP1          PIC X(1).
           05  AU-FUNCTION      PIC X(8).

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

       WORKING-STORAGE SECTION.
       77  WS-SUMMARY-STATUS    PIC X(2).
       77  WS-STEPCTRL-STATUS   PIC X(2).
       77  WS-STEPCTRN-STATUS   PIC X(2).
       77  WS-RERUNID-STATUS    PIC X(2).
       77  WS-AUTHTBL-STATUS    PIC X(2).
       77  WS-AUDITLOG-STATUS   PIC X(2).
       77  WS-AUTH-GRANTED      PIC X(1)  VALUE "N".
       01  WS-AUTH-FUNCTION     PIC X(8)  VALUE "RERUNPLN".
       01  WS-AUDIT-STATUS      PIC X(8).
       01  WS-AUDIT-PARMS       PIC X(30).
       77  WS-SUM-COUNT         PIC 9(3)  COMP VALUE ZERO.
       77  WS-SUM-IDX           PIC 9(3)  COMP.
       01  WS-MAX-SUM-STEPS     PIC 9(3)  VALUE 200.
               10  WS-SUM-STATUS    PIC X(7).
               10  WS-SUM-USED      PIC X(1).

       01  WS-CONTROL-CARD      PIC X(80).
       01  WS-CONTROL-FIELDS REDEFINES WS-CONTROL-CARD.
           05  FILLER           PIC X(54).
           05  RP-OPERATOR      PIC X(8).
           05  FILLER           PIC X(1).
           05  RP-RUN-ID        PIC X(17).

       PROCEDURE DIVISION.
       PLAN-START.
           MOVE SPACES TO WS-CONTROL-CARD.
           ACCEPT WS-CONTROL-CARD.
           PERFORM CHECK-OPERATOR-AUTHORITY.
           PERFORM LOAD-RUN-SUMMARY.
           PERFORM VERIFY-RERUN-NEEDED.
           PERFORM REBUILD-STEP-CONTROL.
                   " FROM STEP " FUNCTION TRIM(WS-FIRST-FAILED-STEP)
                   ": " WS-DISABLED-COUNT " DISABLED "
                   WS-ENABLED-COUNT " STILL ENABLED".
           MOVE SPACES TO WS-AUDIT-PARMS.
           STRING WS-RUN-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-FIRST-FAILED-STEP DELIMITED BY SPACE
                  INTO WS-AUDIT-PARMS
           END-STRING.
           MOVE "PLANNED" TO WS-AUDIT-STATUS.
           PERFORM WRITE-AUDIT-LOG.
           STOP RUN.

       CHECK-OPERATOR-AUTHORITY.
           MOVE SPACES TO WS-AUDIT-PARMS.
           STRING "OPER=" DELIMITED BY SIZE
                  RP-OPERATOR DELIMITED BY SPACE
                  " RERUN" DELIMITED BY SIZE
                  INTO WS-AUDIT-PARMS
           END-STRING.
           IF RP-OPERATOR = SPACES
               DISPLAY "RERUN CARD HAS NO OPERATOR ID"
                       " (COLUMNS 55-62)"
               MOVE "DENIED" TO WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-LOG
               MOVE 28 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT AUTHORITY-FILE.
           IF WS-AUTHTBL-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN AUTHTBL: STATUS "
                       WS-AUTHTBL-STATUS
               MOVE "FAILURE" TO WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-LOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-AUTHTBL-STATUS NOT = "00"
                   AND WS-AUTHTBL-STATUS NOT = "04"
               READ AUTHORITY-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AU-OPERATOR = RP-OPERATOR
                           AND (AU-FUNCTION = WS-AUTH-FUNCTION
                               OR AU-FUNCTION = "ALL")
                           MOVE "Y" TO WS-AUTH-GRANTED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUTHORITY-FILE.
           IF WS-AUTH-GRANTED NOT = "Y"
               DISPLAY "OPERATOR " FUNCTION TRIM(RP-OPERATOR)
                       " IS NOT AUTHORIZED FOR " WS-AUTH-FUNCTION
               MOVE "DENIED" TO WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-LOG
               MOVE 28 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "GRANTED" TO WS-AUDIT-STATUS.
           PERFORM WRITE-AUDIT-LOG.

       WRITE-AUDIT-LOG.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AUDITLOG-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           IF WS-AUDITLOG-STATUS NOT = "00"
               DISPLAY "WARNING: AUDITLOG NOT UPDATED: STATUS "
                       WS-AUDITLOG-STATUS
           ELSE
               MOVE "RERUN-PLANNER" TO AL-PROGRAM-ID
               ACCEPT AL-RUN-DATE FROM DATE YYYYMMDD
               ACCEPT AL-RUN-TIME FROM TIME
               MOVE WS-AUDIT-PARMS  TO AL-PARMS
               MOVE WS-AUDIT-STATUS TO AL-STATUS
               MOVE RP-RUN-ID TO AL-RUN-ID
               MOVE SPACE TO AL-SEP1 AL-SEP2 AL-SEP3 AL-SEP4 AL-SEP5
               WRITE AUDIT-LOG-RECORD
               CLOSE AUDIT-LOG-FILE
           END-IF.

       LOAD-RUN-SUMMARY.
           OPEN INPUT RUN-SUMMARY-IN.
           IF WS-SUMMARY-STATUS NOT = "00"
