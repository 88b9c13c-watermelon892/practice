       IDENTIFICATION DIVISION.
       PROGRAM-ID. MONTHLY-CHARGEBACK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-TABLE ASSIGN TO "RATETBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATETBL-STATUS.
           SELECT USAGE-FILE ASSIGN TO "HANOIUSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USAGE-STATUS.
           SELECT PERF-HISTORY ASSIGN TO "PERFHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERFHIST-STATUS.
           SELECT DIST-REGISTER ASSIGN TO "DISTREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISTREG-STATUS.
           SELECT CHARGE-EXTRACT ASSIGN TO "CHGEXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGEXTR-STATUS.
           SELECT CHARGE-STMT ASSIGN TO "CHGSTMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGSTMT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RATE-TABLE
           RECORDING MODE IS F.
       01  RATE-RECORD.
           05  RT-CODE          PIC X(8).
           05  RT-SEP1          PIC X(1).
           05  RT-RATE          PIC 9(5)V99.
           05  RT-SEP2          PIC X(1).
           05  RT-PER-UNITS     PIC 9(7).

       FD  USAGE-FILE
           RECORDING MODE IS F.
       01  USAGE-RECORD.
           05  HU-RUN-ID        PIC X(17).
           05  HU-SEP1          PIC X(1).
           05  HU-RUN-DATE      PIC 9(8).
           05  HU-SEP2          PIC X(1).
           05  HU-REQUESTER     PIC X(8).
           05  HU-SEP3          PIC X(1).
           05  HU-SCENARIO      PIC X(16).
           05  HU-SEP4          PIC X(1).
           05  HU-DISKS         PIC 9(3).
           05  HU-SEP5          PIC X(1).
           05  HU-PEGS          PIC 9(1).
           05  HU-SEP6          PIC X(1).
           05  HU-MOVES         PIC 9(10).
           05  HU-SEP7          PIC X(1).
           05  HU-STATUS        PIC X(8).

       FD  PERF-HISTORY
           RECORDING MODE IS F.
       01  PERF-HISTORY-RECORD.
           05  PH-STEP-NAME     PIC X(12).
           05  PH-SEP1          PIC X(1).
           05  PH-RUN-DATE      PIC 9(8).
           05  PH-SEP2          PIC X(1).
           05  PH-RUN-TIME      PIC 9(8).
           05  PH-SEP3          PIC X(1).
           05  PH-ELAPSED       PIC 9(6).
           05  PH-SEP4          PIC X(1).
           05  PH-STATUS        PIC X(7).
           05  PH-SEP5          PIC X(1).
           05  PH-RUN-ID        PIC X(17).

       FD  DIST-REGISTER
           RECORDING MODE IS F.
       01  DIST-REGISTER-RECORD.
           05  DR-CONSUMER      PIC X(8).
           05  DR-SEP1          PIC X(1).
           05  DR-GEN-NAME      PIC X(26).
           05  DR-SEP2          PIC X(1).
           05  DR-DATE          PIC 9(8).
           05  DR-SEP3          PIC X(1).
           05  DR-TIME          PIC 9(6).
           05  DR-SEP4          PIC X(1).
           05  DR-REC-COUNT     PIC 9(10).
           05  DR-SEP5          PIC X(1).
           05  DR-HASH-TOTAL    PIC 9(12).
           05  DR-SEP6          PIC X(1).
           05  DR-MODE          PIC X(6).

       FD  CHARGE-EXTRACT
           RECORDING MODE IS F.
       01  CHARGE-EXTRACT-RECORD.
           05  CX-MONTH         PIC 9(6).
           05  CX-SEP1          PIC X(1).
           05  CX-PARTY-TYPE    PIC X(8).
           05  CX-SEP2          PIC X(1).
           05  CX-PARTY         PIC X(8).
           05  CX-SEP3          PIC X(1).
           05  CX-SCENARIO      PIC X(16).
           05  CX-SEP4          PIC X(1).
           05  CX-CHARGE-CODE   PIC X(8).
           05  CX-SEP5          PIC X(1).
           05  CX-QUANTITY      PIC 9(10)V99.
           05  CX-SEP6          PIC X(1).
           05  CX-RATE          PIC 9(5)V99.
           05  CX-SEP7          PIC X(1).
           05  CX-PER-UNITS     PIC 9(7).
           05  CX-SEP8          PIC X(1).
           05  CX-AMOUNT        PIC 9(9)V99.

       FD  CHARGE-STMT
           RECORDING MODE IS F.
       01  STMT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-RATETBL-STATUS    PIC X(2).
       77  WS-USAGE-STATUS      PIC X(2).
       77  WS-PERFHIST-STATUS   PIC X(2).
       77  WS-DISTREG-STATUS    PIC X(2).
       77  WS-CHGEXTR-STATUS    PIC X(2).
       77  WS-CHGSTMT-STATUS    PIC X(2).
       77  WS-CHARGE-RC         PIC 9(3)  VALUE ZERO.
       77  WS-MATCH-FOUND       PIC X(1).
       01  WS-TODAY             PIC 9(8).
       01  WS-TODAY-SPLIT REDEFINES WS-TODAY.
           05  WS-TODAY-YYYY    PIC 9(4).
           05  WS-TODAY-MM      PIC 9(2).
           05  WS-TODAY-DD      PIC 9(2).

       01  WS-CONTROL-CARD      PIC X(80).
       01  WS-CONTROL-FIELDS REDEFINES WS-CONTROL-CARD.
           05  CB-MONTH         PIC X(6).
           05  FILLER           PIC X(1).
           05  CB-HANOI-STEP    PIC X(12).
           05  FILLER           PIC X(61).

       01  WS-BILL-MONTH        PIC 9(6).
       01  WS-BILL-MONTH-SPLIT REDEFINES WS-BILL-MONTH.
           05  WS-BILL-YYYY     PIC 9(4).
           05  WS-BILL-MM       PIC 9(2).
       01  WS-HANOI-STEP        PIC X(12) VALUE "HANOI".

       01  WS-RATE-MOVES        PIC 9(5)V99 VALUE ZERO.
       01  WS-PER-MOVES         PIC 9(7)  VALUE ZERO.
       01  WS-RATE-STEPSECS     PIC 9(5)V99 VALUE ZERO.
       01  WS-PER-STEPSECS      PIC 9(7)  VALUE ZERO.
       01  WS-RATE-RECORDS      PIC 9(5)V99 VALUE ZERO.
       01  WS-PER-RECORDS       PIC 9(7)  VALUE ZERO.
       01  WS-RATE-RESENDS      PIC 9(5)V99 VALUE ZERO.
       01  WS-PER-RESENDS       PIC 9(7)  VALUE ZERO.
       77  WS-RATES-BAD         PIC X(1)  VALUE "N".

       77  WS-RUN-COUNT         PIC 9(4)  COMP VALUE ZERO.
       77  WS-RUN-IDX           PIC 9(4)  COMP.
       01  WS-MAX-RUNS          PIC 9(4)  VALUE 1000.
       77  WS-UNTIMED-RUNS      PIC 9(4)  VALUE ZERO.
       01  WS-FIND-RUN-ID       PIC X(17).
       01  WS-RUN-TABLE.
           05  WS-RUN-ENTRY OCCURS 1000.
               10  WS-RUN-ID        PIC X(17).
               10  WS-RUN-MOVES     PIC 9(12).
               10  WS-RUN-REQS      PIC 9(5).
               10  WS-RUN-ELAPSED   PIC 9(6).
               10  WS-RUN-TIMED     PIC X(1).

       77  WS-REQR-COUNT        PIC 9(3)  COMP VALUE ZERO.
       77  WS-REQR-IDX          PIC 9(3)  COMP.
       77  WS-REQR-SHIFT        PIC 9(3)  COMP.
       77  WS-REQR-FIRST        PIC 9(3)  COMP.
       01  WS-MAX-REQUESTERS    PIC 9(3)  VALUE 200.
       01  WS-REQUESTER-TABLE.
           05  WS-REQR-ENTRY OCCURS 200.
               10  WS-REQR-KEY.
                   15  WS-REQR-NAME     PIC X(8).
                   15  WS-REQR-SCENARIO PIC X(16).
               10  WS-REQR-REQS     PIC 9(5).
               10  WS-REQR-MOVES    PIC 9(12).
               10  WS-REQR-SECS     PIC 9(8)V99.
               10  WS-REQR-MOVE-AMT PIC 9(9)V99.
               10  WS-REQR-SECS-AMT PIC 9(9)V99.
       01  WS-NEW-REQR-KEY.
           05  WS-NEW-REQR-NAME     PIC X(8).
           05  WS-NEW-REQR-SCENARIO PIC X(16).

       77  WS-CONS-COUNT        PIC 9(3)  COMP VALUE ZERO.
       77  WS-CONS-IDX          PIC 9(3)  COMP.
       77  WS-CONS-SHIFT        PIC 9(3)  COMP.
       01  WS-MAX-CONSUMERS     PIC 9(3)  VALUE 200.
       01  WS-CONSUMER-TABLE.
           05  WS-CONS-ENTRY OCCURS 200.
               10  WS-CONS-NAME     PIC X(8).
               10  WS-CONS-SENDS    PIC 9(7).
               10  WS-CONS-RESENDS  PIC 9(7).
               10  WS-CONS-RECORDS  PIC 9(12).
               10  WS-CONS-REC-AMT  PIC 9(9)V99.
               10  WS-CONS-RSND-AMT PIC 9(9)V99.

       77  WS-ALLOC-SECS        PIC 9(8)V99.
       77  WS-CHG-QUANTITY      PIC 9(10)V99.
       77  WS-CHG-RATE          PIC 9(5)V99.
       77  WS-CHG-PER-UNITS     PIC 9(7).
       77  WS-CHG-AMOUNT        PIC 9(9)V99.
       77  WS-CHG-CODE          PIC X(8).
       77  WS-PARTY-MOVES       PIC 9(12).
       77  WS-PARTY-SECS        PIC 9(10)V99.
       77  WS-PARTY-REQS        PIC 9(7).
       77  WS-PARTY-TOTAL       PIC 9(9)V99.
       77  WS-REQR-GRAND        PIC 9(9)V99 VALUE ZERO.
       77  WS-CONS-GRAND        PIC 9(9)V99 VALUE ZERO.
       77  WS-ALL-GRAND         PIC 9(9)V99 VALUE ZERO.
       77  WS-USAGE-ROWS        PIC 9(7)  VALUE ZERO.
       77  WS-DELIVERY-ROWS     PIC 9(7)  VALUE ZERO.
       77  WS-EXTRACT-ROWS      PIC 9(7)  VALUE ZERO.
       01  WS-EDIT-COUNT        PIC Z(6)9.
       01  WS-EDIT-COUNT-2      PIC Z(6)9.

       01  WS-RATE-DETAIL.
           05  FILLER           PIC X(4)  VALUE SPACE.
           05  RD-CODE          PIC X(8).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  RD-RATE          PIC ZZZZ9.99.
           05  FILLER           PIC X(5)  VALUE " PER ".
           05  RD-PER-UNITS     PIC ZZZZZZ9.

       01  WS-SCENARIO-HEAD.
           05  FILLER           PIC X(4)  VALUE SPACE.
           05  FILLER           PIC X(17) VALUE "SCENARIO".
           05  FILLER           PIC X(6)  VALUE "  REQS".
           05  FILLER           PIC X(13) VALUE "        MOVES".
           05  FILLER           PIC X(13) VALUE "    STEP SECS".
           05  FILLER           PIC X(14) VALUE "        AMOUNT".

       01  WS-SCENARIO-DETAIL.
           05  FILLER           PIC X(4)  VALUE SPACE.
           05  SD-SCENARIO      PIC X(16).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  SD-REQS          PIC ZZZZ9.
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  SD-MOVES         PIC ZZZZZZZZZZZ9.
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  SD-SECS          PIC ZZZZZZZZ9.99.
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  SD-AMOUNT        PIC ZZZZZZZZ9.99.

       01  WS-CHARGE-DETAIL.
           05  FILLER           PIC X(4)  VALUE SPACE.
           05  FILLER           PIC X(7)  VALUE "CHARGE ".
           05  CD-CODE          PIC X(8).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  CD-QUANTITY      PIC ZZZZZZZZZ9.99.
           05  FILLER           PIC X(3)  VALUE " @ ".
           05  CD-RATE          PIC ZZZZ9.99.
           05  FILLER           PIC X(5)  VALUE " PER ".
           05  CD-PER-UNITS     PIC ZZZZZZ9.
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  CD-AMOUNT        PIC ZZZZZZZZ9.99.

       01  WS-TOTAL-DETAIL.
           05  FILLER           PIC X(4)  VALUE SPACE.
           05  TL-LABEL         PIC X(50).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  TL-AMOUNT        PIC ZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       CHARGEBACK-START.
           MOVE SPACES TO WS-CONTROL-CARD.
           ACCEPT WS-CONTROL-CARD.
           PERFORM VALIDATE-CARD.
           PERFORM LOAD-RATE-TABLE.
           PERFORM LOAD-USAGE-RUNS.
           IF WS-RUN-COUNT > ZERO
               PERFORM LOAD-STEP-ELAPSED
               PERFORM ALLOCATE-REQUESTER-USAGE
           END-IF.
           PERFORM LOAD-DELIVERIES.
           OPEN OUTPUT CHARGE-EXTRACT.
           IF WS-CHGEXTR-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN CHGEXTR: STATUS "
                       WS-CHGEXTR-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT CHARGE-STMT.
           IF WS-CHGSTMT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN CHGSTMT: STATUS "
                       WS-CHGSTMT-STATUS
               CLOSE CHARGE-EXTRACT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM WRITE-STATEMENT-HEADING.
           PERFORM BILL-REQUESTERS.
           PERFORM BILL-CONSUMERS.
           PERFORM WRITE-STATEMENT-TOTALS.
           CLOSE CHARGE-EXTRACT.
           CLOSE CHARGE-STMT.
           IF WS-REQR-COUNT = ZERO AND WS-CONS-COUNT = ZERO
               DISPLAY "NOTHING TO BILL FOR MONTH " WS-BILL-MONTH
               IF WS-CHARGE-RC < 4
                   MOVE 4 TO WS-CHARGE-RC
               END-IF
           END-IF.
           DISPLAY "CHARGEBACK " WS-BILL-MONTH ": "
                   WS-REQR-COUNT " REQUESTER LINES "
                   WS-CONS-COUNT " CONSUMERS "
                   WS-EXTRACT-ROWS " EXTRACT ROWS".
           MOVE WS-CHARGE-RC TO RETURN-CODE.
           STOP RUN.

       VALIDATE-CARD.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           IF CB-MONTH = SPACES
               MOVE WS-TODAY-YYYY TO WS-BILL-YYYY
               MOVE WS-TODAY-MM   TO WS-BILL-MM
               IF WS-BILL-MM = 1
                   SUBTRACT 1 FROM WS-BILL-YYYY
                   MOVE 12 TO WS-BILL-MM
               ELSE
                   SUBTRACT 1 FROM WS-BILL-MM
               END-IF
           ELSE
               IF CB-MONTH IS NOT NUMERIC
                   DISPLAY "INVALID BILLING MONTH '" CB-MONTH
                           "': MUST BE YYYYMM"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE CB-MONTH TO WS-BILL-MONTH
               IF WS-BILL-MM < 1 OR WS-BILL-MM > 12
                   DISPLAY "INVALID BILLING MONTH '" CB-MONTH
                           "': MUST BE YYYYMM"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF CB-HANOI-STEP NOT = SPACES
               MOVE CB-HANOI-STEP TO WS-HANOI-STEP
           END-IF.

       LOAD-RATE-TABLE.
           OPEN INPUT RATE-TABLE.
           IF WS-RATETBL-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN RATETBL: STATUS "
                       WS-RATETBL-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-RATETBL-STATUS NOT = "00"
                   AND WS-RATETBL-STATUS NOT = "04"
               READ RATE-TABLE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM LOAD-ONE-RATE
               END-READ
           END-PERFORM.
           CLOSE RATE-TABLE.
           IF WS-PER-MOVES = ZERO
               DISPLAY "RATETBL HAS NO RATE FOR MOVES"
               MOVE "Y" TO WS-RATES-BAD
           END-IF.
           IF WS-PER-STEPSECS = ZERO
               DISPLAY "RATETBL HAS NO RATE FOR STEPSECS"
               MOVE "Y" TO WS-RATES-BAD
           END-IF.
           IF WS-PER-RECORDS = ZERO
               DISPLAY "RATETBL HAS NO RATE FOR RECORDS"
               MOVE "Y" TO WS-RATES-BAD
           END-IF.
           IF WS-PER-RESENDS = ZERO
               DISPLAY "RATETBL HAS NO RATE FOR RESENDS"
               MOVE "Y" TO WS-RATES-BAD
           END-IF.
           IF WS-RATES-BAD = "Y"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-ONE-RATE.
           IF RT-RATE IS NOT NUMERIC
               OR RT-PER-UNITS IS NOT NUMERIC
               OR RT-PER-UNITS = ZERO
               DISPLAY "RATETBL RECORD REJECTED: BAD RATE FOR "
                       RT-CODE
               MOVE "Y" TO WS-RATES-BAD
           ELSE
               EVALUATE RT-CODE
                   WHEN "MOVES"
                       MOVE RT-RATE      TO WS-RATE-MOVES
                       MOVE RT-PER-UNITS TO WS-PER-MOVES
                   WHEN "STEPSECS"
                       MOVE RT-RATE      TO WS-RATE-STEPSECS
                       MOVE RT-PER-UNITS TO WS-PER-STEPSECS
                   WHEN "RECORDS"
                       MOVE RT-RATE      TO WS-RATE-RECORDS
                       MOVE RT-PER-UNITS TO WS-PER-RECORDS
                   WHEN "RESENDS"
                       MOVE RT-RATE      TO WS-RATE-RESENDS
                       MOVE RT-PER-UNITS TO WS-PER-RESENDS
                   WHEN OTHER
                       DISPLAY "RATETBL RECORD IGNORED: UNKNOWN CODE "
                               RT-CODE
               END-EVALUATE
           END-IF.

       LOAD-USAGE-RUNS.
           OPEN INPUT USAGE-FILE.
           IF WS-USAGE-STATUS NOT = "00"
               DISPLAY "NO HANOI USAGE RECORDED (HANOIUSE STATUS "
                       WS-USAGE-STATUS ") - NO REQUESTER CHARGES"
           ELSE
               PERFORM UNTIL WS-USAGE-STATUS NOT = "00"
                       AND WS-USAGE-STATUS NOT = "04"
                   READ USAGE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF HU-RUN-DATE (1:6) = WS-BILL-MONTH
                               AND HU-MOVES IS NUMERIC
                               PERFORM TALLY-ONE-USAGE-RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE USAGE-FILE
           END-IF.

       TALLY-ONE-USAGE-RUN.
           ADD 1 TO WS-USAGE-ROWS.
           MOVE HU-RUN-ID TO WS-FIND-RUN-ID.
           PERFORM FIND-USAGE-RUN.
           IF WS-MATCH-FOUND = "N"
               IF WS-RUN-COUNT >= WS-MAX-RUNS
                   DISPLAY "HANOIUSE EXCEEDS " WS-MAX-RUNS
                           " RUNS IN ONE MONTH - SPLIT THE BILLING"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-RUN-COUNT
               MOVE WS-RUN-COUNT TO WS-RUN-IDX
               MOVE HU-RUN-ID TO WS-RUN-ID (WS-RUN-IDX)
               MOVE ZERO TO WS-RUN-MOVES (WS-RUN-IDX)
               MOVE ZERO TO WS-RUN-REQS (WS-RUN-IDX)
               MOVE ZERO TO WS-RUN-ELAPSED (WS-RUN-IDX)
               MOVE "N" TO WS-RUN-TIMED (WS-RUN-IDX)
           END-IF.
           ADD HU-MOVES TO WS-RUN-MOVES (WS-RUN-IDX).
           ADD 1 TO WS-RUN-REQS (WS-RUN-IDX).

       FIND-USAGE-RUN.
           MOVE "N" TO WS-MATCH-FOUND.
           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                   UNTIL WS-RUN-IDX > WS-RUN-COUNT
                   OR WS-MATCH-FOUND = "Y"
               IF WS-RUN-ID (WS-RUN-IDX) = WS-FIND-RUN-ID
                   MOVE "Y" TO WS-MATCH-FOUND
               END-IF
           END-PERFORM.
           IF WS-MATCH-FOUND = "Y"
               SUBTRACT 1 FROM WS-RUN-IDX
           END-IF.

       LOAD-STEP-ELAPSED.
           OPEN INPUT PERF-HISTORY.
           IF WS-PERFHIST-STATUS NOT = "00"
               DISPLAY "NO STEP HISTORY (PERFHIST STATUS "
                       WS-PERFHIST-STATUS ") - STEP TIME NOT BILLED"
           ELSE
               PERFORM UNTIL WS-PERFHIST-STATUS NOT = "00"
                       AND WS-PERFHIST-STATUS NOT = "04"
                   READ PERF-HISTORY
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PH-STEP-NAME = WS-HANOI-STEP
                               AND PH-ELAPSED IS NUMERIC
                               PERFORM MATCH-STEP-ELAPSED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERF-HISTORY
           END-IF.
           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                   UNTIL WS-RUN-IDX > WS-RUN-COUNT
               IF WS-RUN-TIMED (WS-RUN-IDX) = "N"
                   ADD 1 TO WS-UNTIMED-RUNS
                   DISPLAY "NO " FUNCTION TRIM(WS-HANOI-STEP)
                           " STEP TIME IN PERFHIST FOR RUN "
                           WS-RUN-ID (WS-RUN-IDX)
                           " - STEP TIME NOT BILLED"
               END-IF
           END-PERFORM.
           IF WS-UNTIMED-RUNS > ZERO AND WS-CHARGE-RC < 4
               MOVE 4 TO WS-CHARGE-RC
           END-IF.

       MATCH-STEP-ELAPSED.
           MOVE PH-RUN-ID TO WS-FIND-RUN-ID.
           PERFORM FIND-USAGE-RUN.
           IF WS-MATCH-FOUND = "Y"
               MOVE PH-ELAPSED TO WS-RUN-ELAPSED (WS-RUN-IDX)
               MOVE "Y" TO WS-RUN-TIMED (WS-RUN-IDX)
           END-IF.

       ALLOCATE-REQUESTER-USAGE.
           OPEN INPUT USAGE-FILE.
           IF WS-USAGE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN HANOIUSE: STATUS "
                       WS-USAGE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-USAGE-STATUS NOT = "00"
                   AND WS-USAGE-STATUS NOT = "04"
               READ USAGE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF HU-RUN-DATE (1:6) = WS-BILL-MONTH
                           AND HU-MOVES IS NUMERIC
                           PERFORM ALLOCATE-ONE-USAGE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE USAGE-FILE.

       ALLOCATE-ONE-USAGE.
           MOVE HU-RUN-ID TO WS-FIND-RUN-ID.
           PERFORM FIND-USAGE-RUN.
           MOVE ZERO TO WS-ALLOC-SECS.
           IF WS-RUN-MOVES (WS-RUN-IDX) > ZERO
               COMPUTE WS-ALLOC-SECS ROUNDED =
                   WS-RUN-ELAPSED (WS-RUN-IDX) * HU-MOVES
                   / WS-RUN-MOVES (WS-RUN-IDX)
           ELSE
               COMPUTE WS-ALLOC-SECS ROUNDED =
                   WS-RUN-ELAPSED (WS-RUN-IDX)
                   / WS-RUN-REQS (WS-RUN-IDX)
           END-IF.
           MOVE HU-REQUESTER TO WS-NEW-REQR-NAME.
           MOVE HU-SCENARIO  TO WS-NEW-REQR-SCENARIO.
           IF WS-NEW-REQR-NAME = SPACES
               MOVE "UNKNOWN" TO WS-NEW-REQR-NAME
           END-IF.
           PERFORM FIND-REQUESTER-ENTRY.
           ADD 1 TO WS-REQR-REQS (WS-REQR-IDX).
           ADD HU-MOVES TO WS-REQR-MOVES (WS-REQR-IDX).
           ADD WS-ALLOC-SECS TO WS-REQR-SECS (WS-REQR-IDX).

       FIND-REQUESTER-ENTRY.
           MOVE "N" TO WS-MATCH-FOUND.
           PERFORM VARYING WS-REQR-IDX FROM 1 BY 1
                   UNTIL WS-REQR-IDX > WS-REQR-COUNT
                   OR WS-REQR-KEY (WS-REQR-IDX) >= WS-NEW-REQR-KEY
               CONTINUE
           END-PERFORM.
           IF WS-REQR-IDX <= WS-REQR-COUNT
               IF WS-REQR-KEY (WS-REQR-IDX) = WS-NEW-REQR-KEY
                   MOVE "Y" TO WS-MATCH-FOUND
               END-IF
           END-IF.
           IF WS-MATCH-FOUND = "N"
               IF WS-REQR-COUNT >= WS-MAX-REQUESTERS
                   DISPLAY "MORE THAN " WS-MAX-REQUESTERS
                           " REQUESTER/SCENARIO PAIRS IN HANOIUSE"
                           " - SPLIT THE BILLING"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM VARYING WS-REQR-SHIFT FROM WS-REQR-COUNT
                       BY -1 UNTIL WS-REQR-SHIFT < WS-REQR-IDX
                   MOVE WS-REQR-ENTRY (WS-REQR-SHIFT)
                       TO WS-REQR-ENTRY (WS-REQR-SHIFT + 1)
               END-PERFORM
               ADD 1 TO WS-REQR-COUNT
               MOVE WS-NEW-REQR-KEY TO WS-REQR-KEY (WS-REQR-IDX)
               MOVE ZERO TO WS-REQR-REQS (WS-REQR-IDX)
               MOVE ZERO TO WS-REQR-MOVES (WS-REQR-IDX)
               MOVE ZERO TO WS-REQR-SECS (WS-REQR-IDX)
               MOVE ZERO TO WS-REQR-MOVE-AMT (WS-REQR-IDX)
               MOVE ZERO TO WS-REQR-SECS-AMT (WS-REQR-IDX)
           END-IF.

       LOAD-DELIVERIES.
           OPEN INPUT DIST-REGISTER.
           IF WS-DISTREG-STATUS NOT = "00"
               DISPLAY "NO FEED DELIVERIES RECORDED (DISTREG STATUS "
                       WS-DISTREG-STATUS ") - NO CONSUMER CHARGES"
           ELSE
               PERFORM UNTIL WS-DISTREG-STATUS NOT = "00"
                       AND WS-DISTREG-STATUS NOT = "04"
                   READ DIST-REGISTER
                       AT END
                           CONTINUE
                       NOT AT END
                           IF DR-DATE (1:6) = WS-BILL-MONTH
                               AND DR-REC-COUNT IS NUMERIC
                               PERFORM TALLY-ONE-DELIVERY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DIST-REGISTER
           END-IF.

       TALLY-ONE-DELIVERY.
           ADD 1 TO WS-DELIVERY-ROWS.
           MOVE "N" TO WS-MATCH-FOUND.
           PERFORM VARYING WS-CONS-IDX FROM 1 BY 1
                   UNTIL WS-CONS-IDX > WS-CONS-COUNT
                   OR WS-CONS-NAME (WS-CONS-IDX) >= DR-CONSUMER
               CONTINUE
           END-PERFORM.
           IF WS-CONS-IDX <= WS-CONS-COUNT
               IF WS-CONS-NAME (WS-CONS-IDX) = DR-CONSUMER
                   MOVE "Y" TO WS-MATCH-FOUND
               END-IF
           END-IF.
           IF WS-MATCH-FOUND = "N"
               IF WS-CONS-COUNT >= WS-MAX-CONSUMERS
                   DISPLAY "MORE THAN " WS-MAX-CONSUMERS
                           " CONSUMERS IN DISTREG - SPLIT THE BILLING"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM VARYING WS-CONS-SHIFT FROM WS-CONS-COUNT
                       BY -1 UNTIL WS-CONS-SHIFT < WS-CONS-IDX
                   MOVE WS-CONS-ENTRY (WS-CONS-SHIFT)
                       TO WS-CONS-ENTRY (WS-CONS-SHIFT + 1)
               END-PERFORM
               ADD 1 TO WS-CONS-COUNT
               MOVE DR-CONSUMER TO WS-CONS-NAME (WS-CONS-IDX)
               MOVE ZERO TO WS-CONS-SENDS (WS-CONS-IDX)
               MOVE ZERO TO WS-CONS-RESENDS (WS-CONS-IDX)
               MOVE ZERO TO WS-CONS-RECORDS (WS-CONS-IDX)
               MOVE ZERO TO WS-CONS-REC-AMT (WS-CONS-IDX)
               MOVE ZERO TO WS-CONS-RSND-AMT (WS-CONS-IDX)
           END-IF.
           IF DR-MODE = "RESEND"
               ADD 1 TO WS-CONS-RESENDS (WS-CONS-IDX)
           ELSE
               ADD 1 TO WS-CONS-SENDS (WS-CONS-IDX)
           END-IF.
           ADD DR-REC-COUNT TO WS-CONS-RECORDS (WS-CONS-IDX).

       WRITE-STATEMENT-HEADING.
           MOVE SPACES TO STMT-LINE.
           STRING "MONTHLY CHARGEBACK STATEMENT - MONTH "
                  DELIMITED BY SIZE
                  WS-BILL-MONTH DELIMITED BY SIZE
                  "  PREPARED " DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  INTO STMT-LINE
           END-STRING.
           WRITE STMT-LINE.
           MOVE SPACES TO STMT-LINE.
           STRING "HANOI STEP TIME FROM PERFHIST STEP "
                  DELIMITED BY SIZE
                  WS-HANOI-STEP DELIMITED BY SPACE
                  ", SHARED BY MOVES WITHIN EACH RUN"
                  DELIMITED BY SIZE
                  INTO STMT-LINE
           END-STRING.
           WRITE STMT-LINE.
           MOVE SPACES TO STMT-LINE.
           WRITE STMT-LINE.
           MOVE "RATES IN EFFECT:" TO STMT-LINE.
           WRITE STMT-LINE.
           MOVE "MOVES"          TO RD-CODE.
           MOVE WS-RATE-MOVES    TO RD-RATE.
           MOVE WS-PER-MOVES     TO RD-PER-UNITS.
           MOVE WS-RATE-DETAIL   TO STMT-LINE.
           WRITE STMT-LINE.
           MOVE "STEPSECS"       TO RD-CODE.
           MOVE WS-RATE-STEPSECS TO RD-RATE.
           MOVE WS-PER-STEPSECS  TO RD-PER-UNITS.
           MOVE WS-RATE-DETAIL   TO STMT-LINE.
           WRITE STMT-LINE.
           MOVE "RECORDS"        TO RD-CODE.
           MOVE WS-RATE-RECORDS  TO RD-RATE.
           MOVE WS-PER-RECORDS   TO RD-PER-UNITS.
           MOVE WS-RATE-DETAIL   TO STMT-LINE.
           WRITE STMT-LINE.
           MOVE "RESENDS"        TO RD-CODE.
           MOVE WS-RATE-RESENDS  TO RD-RATE.
           MOVE WS-PER-RESENDS   TO RD-PER-UNITS.
           MOVE WS-RATE-DETAIL   TO STMT-LINE.
           WRITE STMT-LINE.

       BILL-REQUESTERS.
           PERFORM VARYING WS-REQR-IDX FROM 1 BY 1
                   UNTIL WS-REQR-IDX > WS-REQR-COUNT
               COMPUTE WS-REQR-MOVE-AMT (WS-REQR-IDX) ROUNDED =
                   WS-REQR-MOVES (WS-REQR-IDX) * WS-RATE-MOVES
                   / WS-PER-MOVES
               COMPUTE WS-REQR-SECS-AMT (WS-REQR-IDX) ROUNDED =
                   WS-REQR-SECS (WS-REQR-IDX) * WS-RATE-STEPSECS
                   / WS-PER-STEPSECS
               MOVE WS-REQR-MOVES (WS-REQR-IDX) TO WS-CHG-QUANTITY
               MOVE WS-RATE-MOVES TO WS-CHG-RATE
               MOVE WS-PER-MOVES  TO WS-CHG-PER-UNITS
               MOVE WS-REQR-MOVE-AMT (WS-REQR-IDX) TO WS-CHG-AMOUNT
               MOVE "MOVES" TO WS-CHG-CODE
               PERFORM WRITE-REQUESTER-EXTRACT
               MOVE WS-REQR-SECS (WS-REQR-IDX) TO WS-CHG-QUANTITY
               MOVE WS-RATE-STEPSECS TO WS-CHG-RATE
               MOVE WS-PER-STEPSECS  TO WS-CHG-PER-UNITS
               MOVE WS-REQR-SECS-AMT (WS-REQR-IDX) TO WS-CHG-AMOUNT
               MOVE "STEPSECS" TO WS-CHG-CODE
               PERFORM WRITE-REQUESTER-EXTRACT
           END-PERFORM.
           MOVE 1 TO WS-REQR-FIRST.
           PERFORM UNTIL WS-REQR-FIRST > WS-REQR-COUNT
               PERFORM WRITE-REQUESTER-BLOCK
           END-PERFORM.

       WRITE-REQUESTER-EXTRACT.
           MOVE WS-BILL-MONTH    TO CX-MONTH.
           MOVE "REQUESTR"       TO CX-PARTY-TYPE.
           MOVE WS-REQR-NAME (WS-REQR-IDX)     TO CX-PARTY.
           MOVE WS-REQR-SCENARIO (WS-REQR-IDX) TO CX-SCENARIO.
           PERFORM WRITE-EXTRACT-ROW.

       WRITE-EXTRACT-ROW.
           MOVE WS-CHG-CODE      TO CX-CHARGE-CODE.
           MOVE WS-CHG-QUANTITY  TO CX-QUANTITY.
           MOVE WS-CHG-RATE      TO CX-RATE.
           MOVE WS-CHG-PER-UNITS TO CX-PER-UNITS.
           MOVE WS-CHG-AMOUNT    TO CX-AMOUNT.
           MOVE SPACE TO CX-SEP1 CX-SEP2 CX-SEP3 CX-SEP4
                         CX-SEP5 CX-SEP6 CX-SEP7 CX-SEP8.
           WRITE CHARGE-EXTRACT-RECORD.
           ADD 1 TO WS-EXTRACT-ROWS.

       WRITE-REQUESTER-BLOCK.
           MOVE SPACES TO STMT-LINE.
           WRITE STMT-LINE.
           MOVE SPACES TO STMT-LINE.
           STRING "REQUESTER " DELIMITED BY SIZE
                  WS-REQR-NAME (WS-REQR-FIRST) DELIMITED BY SIZE
                  INTO STMT-LINE
           END-STRING.
           WRITE STMT-LINE.
           MOVE WS-SCENARIO-HEAD TO STMT-LINE.
           WRITE STMT-LINE.
           MOVE ZERO TO WS-PARTY-REQS WS-PARTY-MOVES WS-PARTY-SECS.
           MOVE ZERO TO WS-PARTY-TOTAL.
           MOVE ZERO TO WS-CHG-AMOUNT.
           PERFORM VARYING WS-REQR-IDX FROM WS-REQR-FIRST BY 1
                   UNTIL WS-REQR-IDX > WS-REQR-COUNT
                   OR WS-REQR-NAME (WS-REQR-IDX) NOT =
                       WS-REQR-NAME (WS-REQR-FIRST)
               MOVE WS-REQR-SCENARIO (WS-REQR-IDX) TO SD-SCENARIO
               IF SD-SCENARIO = SPACES
                   MOVE "(NONE)" TO SD-SCENARIO
               END-IF
               MOVE WS-REQR-REQS (WS-REQR-IDX)  TO SD-REQS
               MOVE WS-REQR-MOVES (WS-REQR-IDX) TO SD-MOVES
               MOVE WS-REQR-SECS (WS-REQR-IDX)  TO SD-SECS
               COMPUTE SD-AMOUNT = WS-REQR-MOVE-AMT (WS-REQR-IDX)
                   + WS-REQR-SECS-AMT (WS-REQR-IDX)
               MOVE WS-SCENARIO-DETAIL TO STMT-LINE
               WRITE STMT-LINE
               ADD WS-REQR-REQS (WS-REQR-IDX)  TO WS-PARTY-REQS
               ADD WS-REQR-MOVES (WS-REQR-IDX) TO WS-PARTY-MOVES
               ADD WS-REQR-SECS (WS-REQR-IDX)  TO WS-PARTY-SECS
               ADD WS-REQR-MOVE-AMT (WS-REQR-IDX) TO WS-CHG-AMOUNT
               ADD WS-REQR-MOVE-AMT (WS-REQR-IDX) TO WS-PARTY-TOTAL
               ADD WS-REQR-SECS-AMT (WS-REQR-IDX) TO WS-PARTY-TOTAL
           END-PERFORM.
           MOVE WS-REQR-IDX TO WS-REQR-FIRST.
           MOVE "MOVES"        TO CD-CODE.
           MOVE WS-PARTY-MOVES TO CD-QUANTITY.
           MOVE WS-RATE-MOVES  TO CD-RATE.
           MOVE WS-PER-MOVES   TO CD-PER-UNITS.
           MOVE WS-CHG-AMOUNT  TO CD-AMOUNT.
           MOVE WS-CHARGE-DETAIL TO STMT-LINE.
           WRITE STMT-LINE.
           MOVE "STEPSECS"       TO CD-CODE.
           MOVE WS-PARTY-SECS    TO CD-QUANTITY.
           MOVE WS-RATE-STEPSECS TO CD-RATE.
           MOVE WS-PER-STEPSECS  TO CD-PER-UNITS.
           COMPUTE CD-AMOUNT = WS-PARTY-TOTAL - WS-CHG-AMOUNT.
           MOVE WS-CHARGE-DETAIL TO STMT-LINE.
           WRITE STMT-LINE.
           MOVE SPACES TO TL-LABEL.
           MOVE WS-PARTY-REQS TO WS-EDIT-COUNT.
           STRING "REQUESTER TOTAL (" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
                  " REQUESTS)" DELIMITED BY SIZE
                  INTO TL-LABEL
           END-STRING.
           MOVE WS-PARTY-TOTAL TO TL-AMOUNT.
           MOVE WS-TOTAL-DETAIL TO STMT-LINE.
           WRITE STMT-LINE.
           ADD WS-PARTY-TOTAL TO WS-REQR-GRAND.

       BILL-CONSUMERS.
           PERFORM VARYING WS-CONS-IDX FROM 1 BY 1
                   UNTIL WS-CONS-IDX > WS-CONS-COUNT
               PERFORM BILL-ONE-CONSUMER
           END-PERFORM.

       BILL-ONE-CONSUMER.
           COMPUTE WS-CONS-REC-AMT (WS-CONS-IDX) ROUNDED =
               WS-CONS-RECORDS (WS-CONS-IDX) * WS-RATE-RECORDS
               / WS-PER-RECORDS.
           COMPUTE WS-CONS-RSND-AMT (WS-CONS-IDX) ROUNDED =
               WS-CONS-RESENDS (WS-CONS-IDX) * WS-RATE-RESENDS
               / WS-PER-RESENDS.
           COMPUTE WS-PARTY-TOTAL = WS-CONS-REC-AMT (WS-CONS-IDX)
               + WS-CONS-RSND-AMT (WS-CONS-IDX).
           MOVE SPACES TO STMT-LINE.
           WRITE STMT-LINE.
           MOVE SPACES TO STMT-LINE.
           MOVE WS-CONS-SENDS (WS-CONS-IDX)   TO WS-EDIT-COUNT.
           MOVE WS-CONS-RESENDS (WS-CONS-IDX) TO WS-EDIT-COUNT-2.
           STRING "CONSUMER " DELIMITED BY SIZE
                  WS-CONS-NAME (WS-CONS-IDX) DELIMITED BY SIZE
                  "  DELIVERIES " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
                  "  RESENDS " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-COUNT-2) DELIMITED BY SIZE
                  INTO STMT-LINE
           END-STRING.
           WRITE STMT-LINE.
           MOVE WS-BILL-MONTH    TO CX-MONTH.
           MOVE "CONSUMER"       TO CX-PARTY-TYPE.
           MOVE WS-CONS-NAME (WS-CONS-IDX) TO CX-PARTY.
           MOVE SPACES           TO CX-SCENARIO.
           MOVE "RECORDS"        TO WS-CHG-CODE.
           MOVE WS-CONS-RECORDS (WS-CONS-IDX) TO WS-CHG-QUANTITY.
           MOVE WS-RATE-RECORDS  TO WS-CHG-RATE.
           MOVE WS-PER-RECORDS   TO WS-CHG-PER-UNITS.
           MOVE WS-CONS-REC-AMT (WS-CONS-IDX) TO WS-CHG-AMOUNT.
           PERFORM WRITE-EXTRACT-ROW.
           PERFORM WRITE-CHARGE-LINE.
           MOVE "RESENDS"        TO WS-CHG-CODE.
           MOVE WS-CONS-RESENDS (WS-CONS-IDX) TO WS-CHG-QUANTITY.
           MOVE WS-RATE-RESENDS  TO WS-CHG-RATE.
           MOVE WS-PER-RESENDS   TO WS-CHG-PER-UNITS.
           MOVE WS-CONS-RSND-AMT (WS-CONS-IDX) TO WS-CHG-AMOUNT.
           PERFORM WRITE-EXTRACT-ROW.
           PERFORM WRITE-CHARGE-LINE.
           MOVE "CONSUMER TOTAL" TO TL-LABEL.
           MOVE WS-PARTY-TOTAL TO TL-AMOUNT.
           MOVE WS-TOTAL-DETAIL TO STMT-LINE.
           WRITE STMT-LINE.
           ADD WS-PARTY-TOTAL TO WS-CONS-GRAND.

       WRITE-CHARGE-LINE.
           MOVE WS-CHG-CODE      TO CD-CODE.
           MOVE WS-CHG-QUANTITY  TO CD-QUANTITY.
           MOVE WS-CHG-RATE      TO CD-RATE.
           MOVE WS-CHG-PER-UNITS TO CD-PER-UNITS.
           MOVE WS-CHG-AMOUNT    TO CD-AMOUNT.
           MOVE WS-CHARGE-DETAIL TO STMT-LINE.
           WRITE STMT-LINE.

       WRITE-STATEMENT-TOTALS.
           MOVE SPACES TO STMT-LINE.
           WRITE STMT-LINE.
           IF WS-REQR-COUNT = ZERO
               MOVE "NO HANOI REQUESTS BILLED THIS MONTH" TO STMT-LINE
               WRITE STMT-LINE
           END-IF.
           IF WS-CONS-COUNT = ZERO
               MOVE "NO FEED DELIVERIES BILLED THIS MONTH" TO STMT-LINE
               WRITE STMT-LINE
           END-IF.
           IF WS-UNTIMED-RUNS > ZERO
               MOVE SPACES TO STMT-LINE
               MOVE WS-UNTIMED-RUNS TO WS-EDIT-COUNT
               STRING "NOTE: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
                      " RUN(S) HAD NO STEP TIME IN PERFHIST"
                      DELIMITED BY SIZE
                      INTO STMT-LINE
               END-STRING
               WRITE STMT-LINE
           END-IF.
           MOVE "TOTAL CHARGED TO REQUESTERS" TO TL-LABEL.
           MOVE WS-REQR-GRAND TO TL-AMOUNT.
           MOVE WS-TOTAL-DETAIL TO STMT-LINE.
           WRITE STMT-LINE.
           MOVE "TOTAL CHARGED TO CONSUMERS" TO TL-LABEL.
           MOVE WS-CONS-GRAND TO TL-AMOUNT.
           MOVE WS-TOTAL-DETAIL TO STMT-LINE.
           WRITE STMT-LINE.
           COMPUTE WS-ALL-GRAND = WS-REQR-GRAND + WS-CONS-GRAND.
           MOVE "TOTAL CHARGEBACK FOR MONTH" TO TL-LABEL.
           MOVE WS-ALL-GRAND TO TL-AMOUNT.
           MOVE WS-TOTAL-DETAIL TO STMT-LINE.
           WRITE STMT-LINE.
