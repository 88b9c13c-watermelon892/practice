           SELECT DIST-SCAN ASSIGN TO "DSTSCAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DSTSCAN-STATUS.
           SELECT GEN-HOLD ASSIGN TO "GENHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENHOLD-STATUS.
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

       FD  GEN-HOLD
           RECORDING MODE IS F.
       01  GEN-HOLD-RECORD.
           05  GH-GEN-NAME      PIC X(26).
           05  GH-SEP1          PIC X(1).
           05  GH-DATE          PIC 9(8).
           05  GH-SEP2          PIC X(1).
           05  GH-TIME          PIC 9(6).
           05  GH-SEP3          PIC X(1).
           05  GH-REASON        PIC X(10).
           05  GH-SEP4          PIC X(1).
           05  GH-RUN-ID        PIC X(17).

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
       77  WS-SUBSCRIB-STATUS   PIC X(2).
       77  WS-GENCATLG-STATUS   PIC X(2).
       77  WS-DISTREG-STATUS    PIC X(2).
       77  WS-DSTSCAN-STATUS    PIC X(2).
       77  WS-GENHOLD-STATUS    PIC X(2).
       77  WS-AUTHTBL-STATUS    PIC X(2).
       77  WS-AUDITLOG-STATUS   PIC X(2).
       77  WS-AUTH-GRANTED      PIC X(1)  VALUE "N".
       01  WS-AUTH-FUNCTION     PIC X(8)  VALUE "RESEND".
       01  WS-AUDIT-STATUS      PIC X(8).
       01  WS-AUDIT-PARMS       PIC X(30).
       77  WS-ENTRY-COUNT       PIC 9(4)  COMP VALUE ZERO.
       77  WS-ENTRY-IDX         PIC 9(4)  COMP.
       77  WS-BEST-IDX          PIC 9(4)  COMP.
           05  WS-REG-HHMMSS    PIC 9(6).
           05  WS-REG-CC        PIC 9(2).

       77  WS-HOLD-COUNT        PIC 9(4)  COMP VALUE ZERO.
       77  WS-HOLD-IDX          PIC 9(4)  COMP.
       77  WS-GEN-HELD          PIC X(1).
       01  WS-HOLD-TABLE.
           05  WS-HOLD-GEN-NAME OCCURS 500 PIC X(26).

       01  WS-CATALOG-TABLE.
           05  WS-CAT-ENTRY OCCURS 500.
               10  WS-CAT-DATASET   PIC X(8).
           05  DS-CONSUMER      PIC X(8).
           05  FILLER           PIC X(1).
           05  DS-GEN-NAME      PIC X(26).
           05  FILLER           PIC X(10).
           05  DS-OPERATOR      PIC X(8).
           05  FILLER           PIC X(1).
           05  DS-RUN-ID        PIC X(17).

       PROCEDURE DIVISION.
       DISTRIBUTE-START.
               WHEN "SEND"
               WHEN SPACES
                   PERFORM LOAD-CATALOG
                   PERFORM LOAD-HOLD-LIST
                   PERFORM SEND-TO-SUBSCRIBERS
               WHEN "RESEND"
                   PERFORM RESEND-ONE-GENERATION
           MOVE GC-DATE     TO WS-CAT-DATE (WS-ENTRY-COUNT).
           MOVE GC-TIME     TO WS-CAT-TIME (WS-ENTRY-COUNT).

       LOAD-HOLD-LIST.
           OPEN INPUT GEN-HOLD.
           IF WS-GENHOLD-STATUS NOT = "00"
               AND WS-GENHOLD-STATUS NOT = "35"
               DISPLAY "UNABLE TO OPEN GENHOLD: STATUS "
                       WS-GENHOLD-STATUS
               MOVE "GENHOLD" TO WS-AUDIT-PARMS
               MOVE "FAILURE" TO WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-LOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-GENHOLD-STATUS = "00"
               PERFORM UNTIL WS-GENHOLD-STATUS NOT = "00"
                       AND WS-GENHOLD-STATUS NOT = "04"
                   READ GEN-HOLD
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM LOAD-ONE-HOLD
                   END-READ
               END-PERFORM
               CLOSE GEN-HOLD
           END-IF.

       LOAD-ONE-HOLD.
           IF WS-HOLD-COUNT >= WS-MAX-ENTRIES
               DISPLAY "GENHOLD EXCEEDS " WS-MAX-ENTRIES
                       " ENTRIES - NOTHING DISTRIBUTED"
               CLOSE GEN-HOLD
               MOVE "GENHOLD OVERFLOW" TO WS-AUDIT-PARMS
               MOVE "FAILURE" TO WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-LOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-HOLD-COUNT.
           MOVE GH-GEN-NAME TO WS-HOLD-GEN-NAME (WS-HOLD-COUNT).

       CHECK-GENERATION-HOLD.
           MOVE "N" TO WS-GEN-HELD.
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                   UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
               IF WS-HOLD-GEN-NAME (WS-HOLD-IDX) = WS-DELIVER-GEN
                   MOVE "Y" TO WS-GEN-HELD
               END-IF
           END-PERFORM.

       SEND-TO-SUBSCRIBERS.
           OPEN INPUT SUBSCRIBER-FILE.
           IF WS-SUBSCRIB-STATUS NOT = "00"
               MOVE SB-CONSUMER  TO WS-DELIVER-CONSUMER
               MOVE SB-DEST-PATH TO WS-DELIVER-DEST
               MOVE "SEND"       TO WS-DELIVER-MODE
               PERFORM CHECK-GENERATION-HOLD
               IF WS-GEN-HELD = "Y"
                   DISPLAY "GENERATION "
                           FUNCTION TRIM(WS-DELIVER-GEN)
                           " IS ON HOLD IN GENHOLD - NOT SENT TO "
                           FUNCTION TRIM(SB-CONSUMER)
                   ADD 1 TO WS-FAILED-COUNT
                   MOVE 8 TO WS-DIST-RC
               ELSE
                   PERFORM DELIVER-ONE-GENERATION
               END-IF
           END-IF.

       DELIVER-ONE-GENERATION.
           END-IF.

       RESEND-ONE-GENERATION.
           PERFORM CHECK-OPERATOR-AUTHORITY.
           IF DS-CONSUMER = SPACES OR DS-GEN-NAME = SPACES
               DISPLAY "RESEND NEEDS A CONSUMER AND GENERATION NAME"
               MOVE "FAILURE" TO WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-LOG
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VERIFY-PRIOR-DELIVERY.
           PERFORM FIND-SUBSCRIBER-DEST.
           MOVE DS-GEN-NAME TO WS-DELIVER-GEN.
           PERFORM LOAD-HOLD-LIST.
           PERFORM CHECK-GENERATION-HOLD.
           IF WS-GEN-HELD = "Y"
               DISPLAY "GENERATION " FUNCTION TRIM(DS-GEN-NAME)
                       " IS ON HOLD IN GENHOLD - RESEND REFUSED"
               MOVE DS-GEN-NAME TO WS-AUDIT-PARMS
               MOVE "FAILURE" TO WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-LOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE DS-CONSUMER TO WS-DELIVER-CONSUMER.
           MOVE "RESEND"    TO WS-DELIVER-MODE.
           PERFORM DELIVER-ONE-GENERATION.
           MOVE DS-GEN-NAME TO WS-AUDIT-PARMS.
           IF WS-SENT-COUNT > ZERO
               MOVE "RESENT" TO WS-AUDIT-STATUS
           ELSE
               MOVE "FAILURE" TO WS-AUDIT-STATUS
           END-IF.
           PERFORM WRITE-AUDIT-LOG.

       CHECK-OPERATOR-AUTHORITY.
           MOVE SPACES TO WS-AUDIT-PARMS.
           STRING "OPER=" DELIMITED BY SIZE
                  DS-OPERATOR DELIMITED BY SPACE
                  " TO=" DELIMITED BY SIZE
                  DS-CONSUMER DELIMITED BY SPACE
                  INTO WS-AUDIT-PARMS
           END-STRING.
           IF DS-OPERATOR = SPACES
               DISPLAY "RESEND CARD HAS NO OPERATOR ID"
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
                       IF AU-OPERATOR = DS-OPERATOR
                           AND (AU-FUNCTION = WS-AUTH-FUNCTION
                               OR AU-FUNCTION = "ALL")
                           MOVE "Y" TO WS-AUTH-GRANTED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUTHORITY-FILE.
           IF WS-AUTH-GRANTED NOT = "Y"
               DISPLAY "OPERATOR " FUNCTION TRIM(DS-OPERATOR)
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
               MOVE "FEED-DISTRIBUTE" TO AL-PROGRAM-ID
               ACCEPT AL-RUN-DATE FROM DATE YYYYMMDD
               ACCEPT AL-RUN-TIME FROM TIME
               MOVE WS-AUDIT-PARMS  TO AL-PARMS
               MOVE WS-AUDIT-STATUS TO AL-STATUS
               MOVE DS-RUN-ID TO AL-RUN-ID
               MOVE SPACE TO AL-SEP1 AL-SEP2 AL-SEP3 AL-SEP4 AL-SEP5
               WRITE AUDIT-LOG-RECORD
               CLOSE AUDIT-LOG-FILE
           END-IF.

       VERIFY-PRIOR-DELIVERY.
           MOVE "N" TO WS-MATCH-FOUND.
           IF WS-DISTREG-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN DISTREG: STATUS "
                       WS-DISTREG-STATUS
               MOVE DS-GEN-NAME TO WS-AUDIT-PARMS
               MOVE "FAILURE" TO WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-LOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
               DISPLAY "NO REGISTERED DELIVERY OF "
                       FUNCTION TRIM(DS-GEN-NAME)
                       " TO " FUNCTION TRIM(DS-CONSUMER)
               MOVE DS-GEN-NAME TO WS-AUDIT-PARMS
               MOVE "FAILURE" TO WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-LOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-SUBSCRIB-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN SUBSCRIB: STATUS "
                       WS-SUBSCRIB-STATUS
               MOVE DS-GEN-NAME TO WS-AUDIT-PARMS
               MOVE "FAILURE" TO WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-LOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
               DISPLAY "CONSUMER " FUNCTION TRIM(DS-CONSUMER)
                       " HAS NO SUBSCRIPTION MATCHING "
                       FUNCTION TRIM(DS-GEN-NAME)
               MOVE DS-GEN-NAME TO WS-AUDIT-PARMS
               MOVE "FAILURE" TO WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-LOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
