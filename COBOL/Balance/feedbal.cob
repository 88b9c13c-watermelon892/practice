           SELECT FEED-IN ASSIGN TO "FEEDIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEEDIN-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  ET-HASH-TOTAL        PIC 9(12).
           05  FILLER               PIC X(93).

       FD  AUDIT-LOG-FILE
           RECORDING MODE IS F.
       01  AUDIT-LOG-RECORD.
           05  AL-PROGRAM-ID        PIC X(20).
           05  AL-SEP1              PIC X(1).
           05  AL-RUN-DATE          PIC 9(8).
           05  AL-SEP2              PIC X(1).
           05  AL-RUN-TIME          PIC 9(8).
           05  AL-SEP3              PIC X(1).
           05  AL-PARMS             PIC X(30).
           05  AL-SEP4              PIC X(1).
           05  AL-STATUS            PIC X(8).
           05  AL-SEP5              PIC X(1).
           05  AL-RUN-ID            PIC X(17).

       WORKING-STORAGE SECTION.
       77  WS-FEEDIN-STATUS         PIC X(2).
       77  WS-AUDITLOG-STATUS       PIC X(2).
       01  WS-FEED-RUN-ID           PIC X(17) VALUE SPACES.
       01  WS-AUDIT-STATUS          PIC X(8).
       77  WS-HEADER-SEEN           PIC X(1)  VALUE "N".
       77  WS-TRAILER-SEEN          PIC X(1)  VALUE "N".
       77  WS-DETAIL-COUNT          PIC 9(10) VALUE ZERO.
       77  WS-HASH-TOTAL            PIC 9(12) VALUE ZERO.
       77  WS-HASH-ACCUM            PIC 9(18) VALUE ZERO.
       77  WS-AFTER-TRAILER         PIC 9(10) VALUE ZERO.
       77  WS-TRL-COUNT             PIC 9(10).
       77  WS-TRL-HASH              PIC 9(12).
       77  WS-ERROR-COUNT           PIC 9(3)  VALUE ZERO.
       01  WS-FIZZ-KEY              PIC X(10) JUSTIFIED RIGHT.
       77  WS-FIZZ-KEY-WIDTH        PIC 9(2)  VALUE 3.
       01  WS-MOVE-KEY              PIC X(10) JUSTIFIED RIGHT.
       01  WS-KEY-VALUE             PIC 9(12).

       01  WS-CONTROL-CARD          PIC X(80).
       01  WS-CONTROL-FIELDS REDEFINES WS-CONTROL-CARD.
           05  BAL-FEED-NAME        PIC X(8).
           05  FILLER               PIC X(55).
           05  BAL-RUN-ID           PIC X(17).

       PROCEDURE DIVISION.
       BALANCE-START.
           IF WS-FEEDIN-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN FEEDIN: STATUS "
                       WS-FEEDIN-STATUS
               MOVE "FAILURE" TO WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-LOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
               DISPLAY "FEED BALANCED: " WS-DETAIL-COUNT
                       " RECORDS, HASH " WS-HASH-TOTAL
                       " FOR " BAL-FEED-NAME
               MOVE "SUCCESS" TO WS-AUDIT-STATUS
           ELSE
               DISPLAY "FEED OUT OF BALANCE: " WS-ERROR-COUNT
                       " CONDITIONS FOR " BAL-FEED-NAME
               MOVE "MISMATCH" TO WS-AUDIT-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-AUDIT-LOG.
           STOP RUN.

       CLASSIFY-FEED-RECORD.
                       ADD 1 TO WS-ERROR-COUNT
                   END-IF
                   MOVE "Y" TO WS-HEADER-SEEN
                   MOVE EH-RUN-ID TO WS-FEED-RUN-ID
                   IF EH-PARMS (1:5) = "FROM="
                       MOVE 10 TO WS-FIZZ-KEY-WIDTH
                   END-IF
               WHEN "TRL"
                   IF WS-TRAILER-SEEN = "Y"
                       DISPLAY "DUPLICATE TRAILER RECORD IN FEED"
       ACCUMULATE-HASH.
           IF BAL-FEED-NAME = "FIZZOUT"
               MOVE SPACES TO WS-FIZZ-KEY
               MOVE FUNCTION TRIM(FEED-RECORD (1:WS-FIZZ-KEY-WIDTH))
                   TO WS-FIZZ-KEY
               INSPECT WS-FIZZ-KEY REPLACING LEADING SPACE BY "0"
               IF WS-FIZZ-KEY IS NUMERIC
                   MOVE WS-FIZZ-KEY TO WS-KEY-VALUE
                   ADD WS-KEY-VALUE TO WS-HASH-ACCUM
               ELSE
                   DISPLAY "NON-NUMERIC KEY IN DETAIL RECORD "
                           WS-DETAIL-COUNT ": '"
                           FEED-RECORD (1:WS-FIZZ-KEY-WIDTH) "'"
                   ADD 1 TO WS-ERROR-COUNT
               END-IF
           ELSE
               INSPECT WS-MOVE-KEY REPLACING LEADING SPACE BY "0"
               IF WS-MOVE-KEY IS NUMERIC
                   MOVE WS-MOVE-KEY TO WS-KEY-VALUE
                   ADD WS-KEY-VALUE TO WS-HASH-ACCUM
               ELSE
                   DISPLAY "NON-NUMERIC KEY IN DETAIL RECORD "
                           WS-DETAIL-COUNT ": '" FEED-RECORD (1:10)
           END-IF.

       VERIFY-ENVELOPE.
           MOVE WS-HASH-ACCUM TO WS-HASH-TOTAL.
           IF WS-HEADER-SEEN = "N"
               DISPLAY "FEED HAS NO HEADER RECORD"
               ADD 1 TO WS-ERROR-COUNT
                       " RECORDS AFTER THE TRAILER"
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

       WRITE-AUDIT-LOG.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AUDITLOG-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           IF WS-AUDITLOG-STATUS NOT = "00"
               DISPLAY "WARNING: AUDITLOG NOT UPDATED: STATUS "
                       WS-AUDITLOG-STATUS
           ELSE
               MOVE "FEED-BALANCE" TO AL-PROGRAM-ID
               ACCEPT AL-RUN-DATE FROM DATE YYYYMMDD
               ACCEPT AL-RUN-TIME FROM TIME
               MOVE SPACES TO AL-PARMS
               STRING "FEED=" DELIMITED BY SIZE
                      BAL-FEED-NAME DELIMITED BY SPACE
                      INTO AL-PARMS
               END-STRING
               MOVE WS-AUDIT-STATUS TO AL-STATUS
               IF WS-FEED-RUN-ID = SPACES
                   MOVE BAL-RUN-ID TO AL-RUN-ID
               ELSE
                   MOVE WS-FEED-RUN-ID TO AL-RUN-ID
               END-IF
               MOVE SPACE TO AL-SEP1 AL-SEP2 AL-SEP3 AL-SEP4 AL-SEP5
               WRITE AUDIT-LOG-RECORD
               CLOSE AUDIT-LOG-FILE
           END-IF.
