           SELECT ARCHIVE-SCAN ASSIGN TO "ARCSCAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCSCAN-STATUS.
           SELECT AUTHORITY-FILE ASSIGN TO "AUTHTBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTHTBL-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  ST-HASH-TOTAL    PIC 9(12).
           05  FILLER           PIC X(93).

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
       77  WS-GENCATLG-STATUS   PIC X(2).
       77  WS-GENCATLT-STATUS   PIC X(2).
       77  WS-MANIFEST-STATUS   PIC X(2).
       77  WS-ARCSCAN-STATUS    PIC X(2).
       77  WS-AUTHTBL-STATUS    PIC X(2).
       77  WS-AUDITLOG-STATUS   PIC X(2).
       77  WS-AUTH-GRANTED      PIC X(1)  VALUE "N".
       01  WS-AUTH-FUNCTION     PIC X(8)  VALUE "GENPURGE".
       01  WS-AUDIT-STATUS      PIC X(8).
       01  WS-AUDIT-PARMS       PIC X(30).
       77  WS-SCAN-DETAILS      PIC 9(10).
       77  WS-SCAN-TRL-COUNT    PIC 9(10).
       77  WS-SCAN-TRL-HASH     PIC 9(12).
           05  GP-RETAIN        PIC X(3).
           05  FILLER           PIC X(1).
           05  GP-ACTION        PIC X(1).
           05  FILLER           PIC X(40).
           05  GP-OPERATOR      PIC X(8).
           05  FILLER           PIC X(1).
           05  GP-RUN-ID        PIC X(17).

       PROCEDURE DIVISION.
       PURGE-START.
           MOVE SPACES TO WS-CONTROL-CARD.
           ACCEPT WS-CONTROL-CARD.
           PERFORM CHECK-OPERATOR-AUTHORITY.
           PERFORM VALIDATE-PURGE-CARD.
           PERFORM LOAD-CATALOG.
           PERFORM MARK-DISPOSALS.
                   WS-ARCHIVED-COUNT " ARCHIVED".
           STOP RUN.

       CHECK-OPERATOR-AUTHORITY.
           MOVE SPACES TO WS-AUDIT-PARMS.
           STRING "OPER=" DELIMITED BY SIZE
                  GP-OPERATOR DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  GP-DATASET DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  GP-RETAIN DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  GP-ACTION DELIMITED BY SIZE
                  INTO WS-AUDIT-PARMS
           END-STRING.
           IF GP-OPERATOR = SPACES
               DISPLAY "PURGE CARD HAS NO OPERATOR ID"
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
                       IF AU-OPERATOR = GP-OPERATOR
                           AND (AU-FUNCTION = WS-AUTH-FUNCTION
                               OR AU-FUNCTION = "ALL")
                           MOVE "Y" TO WS-AUTH-GRANTED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUTHORITY-FILE.
           IF WS-AUTH-GRANTED NOT = "Y"
               DISPLAY "OPERATOR " FUNCTION TRIM(GP-OPERATOR)
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
               MOVE "GENERATION-PURGE" TO AL-PROGRAM-ID
               ACCEPT AL-RUN-DATE FROM DATE YYYYMMDD
               ACCEPT AL-RUN-TIME FROM TIME
               MOVE WS-AUDIT-PARMS  TO AL-PARMS
               MOVE WS-AUDIT-STATUS TO AL-STATUS
               MOVE GP-RUN-ID       TO AL-RUN-ID
               MOVE SPACE TO AL-SEP1 AL-SEP2 AL-SEP3 AL-SEP4 AL-SEP5
               WRITE AUDIT-LOG-RECORD
               CLOSE AUDIT-LOG-FILE
           END-IF.

       VALIDATE-PURGE-CARD.
           IF GP-DATASET = SPACES
               DISPLAY "RETENTION CARD HAS NO DATASET NAME"
           CALL "SYSTEM" USING WS-ACTION-CMD.
           ADD 1 TO WS-PURGED-COUNT.
           DISPLAY "PURGED " WS-CAT-GEN-NAME (WS-ENTRY-IDX).
           MOVE WS-CAT-GEN-NAME (WS-ENTRY-IDX) TO WS-AUDIT-PARMS.
           MOVE "PURGED" TO WS-AUDIT-STATUS.
           PERFORM WRITE-AUDIT-LOG.

       ARCHIVE-ONE-GENERATION.
           PERFORM SCAN-ARCHIVE-SOURCE.
           PERFORM WRITE-MANIFEST-RECORD.
           DISPLAY "ARCHIVED " WS-CAT-GEN-NAME (WS-ENTRY-IDX)
                   " TO ARC." WS-CAT-GEN-NAME (WS-ENTRY-IDX).
           MOVE WS-CAT-GEN-NAME (WS-ENTRY-IDX) TO WS-AUDIT-PARMS.
           MOVE "ARCHIVED" TO WS-AUDIT-STATUS.
           PERFORM WRITE-AUDIT-LOG.

       SCAN-ARCHIVE-SOURCE.
           MOVE ZERO TO WS-SCAN-DETAILS.
