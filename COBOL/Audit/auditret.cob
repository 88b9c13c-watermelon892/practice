           SELECT RETENTION-RPT ASSIGN TO "AUDITRRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETRPT-STATUS.
           SELECT AUTHORITY-FILE ASSIGN TO "AUTHTBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTHTBL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       01  RPT-LINE                PIC X(80).

       FD  AUTHORITY-FILE
           RECORDING MODE IS F.
       01  AUTHORITY-RECORD.
           05  AU-OPERATOR      PIC X(8).
           05  AU-SEP1          PIC X(1).
           05  AU-FUNCTION      PIC X(8).

       WORKING-STORAGE SECTION.
       77  WS-AUDITLOG-STATUS      PIC X(2).
       77  WS-AUDITLGN-STATUS      PIC X(2).
       77  WS-AUDITARO-STATUS      PIC X(2).
       77  WS-MASTER-STATUS        PIC X(2).
       77  WS-RETRPT-STATUS        PIC X(2).
       77  WS-AUTHTBL-STATUS       PIC X(2).
       77  WS-AUTH-GRANTED         PIC X(1)  VALUE "N".
       01  WS-AUTH-FUNCTION        PIC X(8)  VALUE "AUDITRET".
       01  WS-AUDIT-STATUS         PIC X(8).
       01  WS-AUDIT-PARMS          PIC X(30).
       77  WS-CUTOFF-DAYS          PIC 9(4).
       77  WS-CUTOFF-DATE          PIC 9(8).
       77  WS-TODAY                PIC 9(8).
       01  WS-CONTROL-CARD         PIC X(80).
       01  WS-CONTROL-FIELDS REDEFINES WS-CONTROL-CARD.
           05  AR-CUTOFF-DAYS      PIC X(4).
           05  FILLER              PIC X(50).
           05  AR-OPERATOR         PIC X(8).
           05  FILLER              PIC X(1).
           05  AR-RUN-ID           PIC X(17).

       01  WS-DETAIL-LINE.
           05  DL-PROGRAM          PIC X(20).
       RETENTION-START.
           MOVE SPACES TO WS-CONTROL-CARD.
           ACCEPT WS-CONTROL-CARD.
           PERFORM CHECK-OPERATOR-AUTHORITY.
           PERFORM VALIDATE-RETENTION-CARD.
           PERFORM SPLIT-AUDIT-LOG.
           PERFORM VARYING WS-YEAR-IDX FROM 1 BY 1
                   WS-KEYS-DELETED " MASTER KEYS DELETED".
           STOP RUN.

       CHECK-OPERATOR-AUTHORITY.
           MOVE SPACES TO WS-AUDIT-PARMS.
           STRING "OPER=" DELIMITED BY SIZE
                  AR-OPERATOR DELIMITED BY SPACE
                  " DAYS=" DELIMITED BY SIZE
                  AR-CUTOFF-DAYS DELIMITED BY SIZE
                  INTO WS-AUDIT-PARMS
           END-STRING.
           IF AR-OPERATOR = SPACES
               DISPLAY "RETENTION CARD HAS NO OPERATOR ID"
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
                       IF AU-OPERATOR = AR-OPERATOR
                           AND (AU-FUNCTION = WS-AUTH-FUNCTION
                               OR AU-FUNCTION = "ALL")
                           MOVE "Y" TO WS-AUTH-GRANTED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUTHORITY-FILE.
           IF WS-AUTH-GRANTED NOT = "Y"
               DISPLAY "OPERATOR " FUNCTION TRIM(AR-OPERATOR)
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
               MOVE "AUDIT-RETENTION" TO AL-PROGRAM-ID
               ACCEPT AL-RUN-DATE FROM DATE YYYYMMDD
               ACCEPT AL-RUN-TIME FROM TIME
               MOVE WS-AUDIT-PARMS  TO AL-PARMS
               MOVE WS-AUDIT-STATUS TO AL-STATUS
               MOVE AR-RUN-ID TO AL-RUN-ID
               MOVE SPACE TO AL-SEP1 AL-SEP2 AL-SEP3 AL-SEP4 AL-SEP5
               WRITE AUDIT-LOG-RECORD
               CLOSE AUDIT-LOG-FILE
           END-IF.

       VALIDATE-RETENTION-CARD.
           MOVE SPACES TO WS-CUTOFF-INPUT.
           MOVE FUNCTION TRIM(AR-CUTOFF-DAYS) TO WS-CUTOFF-INPUT.
