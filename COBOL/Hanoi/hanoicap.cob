       IDENTIFICATION DIVISION.
       PROGRAM-ID. HANOI-CAPACITY-CHECK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO "HANOIREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.
           SELECT CARRY-IN ASSIGN TO "HANOICRY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARRYIN-STATUS.
           SELECT ACCEPTED-OUT ASSIGN TO "HANOIACC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCEPTED-STATUS.
           SELECT CARRY-OUT ASSIGN TO "HANOICRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARRYOUT-STATUS.
           SELECT PERF-HISTORY ASSIGN TO "PERFHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERFHIST-STATUS.
           SELECT USAGE-FILE ASSIGN TO "HANOIUSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USAGE-STATUS.
           SELECT SLA-LIMITS ASSIGN TO "SLALIMIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLALIMIT-STATUS.
           SELECT STEP-CONTROL ASSIGN TO "STEPCTRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEPCTRL-STATUS.
           SELECT CAPACITY-RPT ASSIGN TO "HANOICAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAPRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FILE
           RECORDING MODE IS F.
       01  REQUEST-RECORD       PIC X(35).

       FD  CARRY-IN
           RECORDING MODE IS F.
       01  CARRY-IN-RECORD      PIC X(35).

       FD  ACCEPTED-OUT
           RECORDING MODE IS F.
       01  ACCEPTED-RECORD      PIC X(35).

       FD  CARRY-OUT
           RECORDING MODE IS F.
       01  CARRY-OUT-RECORD     PIC X(35).

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

       FD  SLA-LIMITS
           RECORDING MODE IS F.
       01  SLA-LIMIT-RECORD.
           05  SL-STEP-NAME     PIC X(12).
           05  SL-SEP1          PIC X(1).
           05  SL-LIMIT-SECS    PIC 9(6).

       FD  STEP-CONTROL
           RECORDING MODE IS F.
       01  STEP-CONTROL-RECORD.
           05  SC-STEP-NAME     PIC X(12).
           05  SC-SEP1          PIC X(1).
           05  SC-ENABLED       PIC X(1).
           05  SC-SEP2          PIC X(1).
           05  SC-ON-FAIL       PIC X(1).
           05  SC-SEP3          PIC X(1).
           05  SC-COMMAND       PIC X(20).
           05  SC-SEP4          PIC X(1).
           05  SC-PARMS         PIC X(80).
           05  SC-SEP5          PIC X(1).
           05  SC-OUTPUT-1      PIC X(8).
           05  SC-SEP6          PIC X(1).
           05  SC-OUTPUT-2      PIC X(8).

       FD  CAPACITY-RPT
           RECORDING MODE IS F.
       01  RPT-LINE             PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-REQUEST-STATUS    PIC X(2).
       77  WS-CARRYIN-STATUS    PIC X(2).
       77  WS-ACCEPTED-STATUS   PIC X(2).
       77  WS-CARRYOUT-STATUS   PIC X(2).
       77  WS-PERFHIST-STATUS   PIC X(2).
       77  WS-USAGE-STATUS      PIC X(2).
       77  WS-SLALIMIT-STATUS   PIC X(2).
       77  WS-STEPCTRL-STATUS   PIC X(2).
       77  WS-CAPRPT-STATUS     PIC X(2).
       77  WS-CAP-RC            PIC 9(3)  VALUE ZERO.
       77  WS-MATCH-FOUND       PIC X(1).
       77  WS-RUN-DATE          PIC 9(8).
       77  WS-RAW-EXIT-STATUS   PIC S9(9) COMP.
       77  WS-MOVE-RC           PIC 9(3).
       01  WS-ACCEPT-CMD        PIC X(30) VALUE "mv HANOIACC HANOIREQ".
       01  WS-CARRY-CMD         PIC X(30) VALUE "mv HANOICRN HANOICRY".
       01  WS-DISCARD-CMD       PIC X(40)
               VALUE "rm -f HANOIACC HANOICRN".

       01  WS-CONTROL-CARD      PIC X(80).
       01  WS-CONTROL-FIELDS REDEFINES WS-CONTROL-CARD.
           05  CK-HANOI-STEP    PIC X(12).
           05  FILLER           PIC X(1).
           05  CK-UPDATE        PIC X(1).
           05  FILLER           PIC X(49).
           05  CK-RUN-ID        PIC X(17).

       01  WS-HANOI-STEP        PIC X(12) VALUE "HANOI".
       77  WS-UPDATE-FILES      PIC X(1)  VALUE "Y".

       01  WS-PENDING-REQUEST.
           05  RQ-DISKS         PIC X(3).
           05  RQ-SEP1          PIC X(1).
           05  RQ-REQUESTER     PIC X(8).
           05  RQ-SEP2          PIC X(1).
           05  RQ-SCENARIO      PIC X(16).
           05  RQ-SEP3          PIC X(1).
           05  RQ-FROM-PEG      PIC X(1).
           05  RQ-SEP4          PIC X(1).
           05  RQ-TO-PEG        PIC X(1).
           05  RQ-SEP5          PIC X(1).
           05  RQ-PEGS          PIC X(1).
       01  WS-REQ-SOURCE        PIC X(5).
       77  WS-REQ-NUM           PIC 9(3)  VALUE ZERO.
       77  WS-REQ-VALID         PIC X(1).
       77  WS-REQ-DISKS         PIC 9(3).
       01  WS-REQ-DISKS-INPUT   PIC X(3)  JUSTIFIED RIGHT.
       77  WS-REQ-PEGS          PIC 9(1).
       01  WS-MIN-DISKS         PIC 9(3)  VALUE 1.
       01  WS-MAX-DISKS         PIC 9(3)  VALUE 30.
       01  WS-DECISION          PIC X(8).
       01  WS-DECISION-REASON   PIC X(30).

       77  WS-REVE-N            PIC 9(3)  COMP.
       77  WS-REVE-K            PIC 9(3)  COMP.
       77  WS-REVE-POWER        PIC 9(10).
       77  WS-REVE-CAND         PIC 9(12).
       01  WS-REVE-TABLE.
           05  WS-REVE-ENTRY OCCURS 30.
               10  WS-REVE-MOVES    PIC 9(10).

       77  WS-RUN-COUNT         PIC 9(5)  COMP VALUE ZERO.
       77  WS-RUN-IDX           PIC 9(5)  COMP.
       01  WS-MAX-RUNS          PIC 9(5)  VALUE 5000.
       01  WS-RUN-TABLE.
           05  WS-RUN-ENTRY OCCURS 5000.
               10  WS-RUN-ID        PIC X(17).
               10  WS-RUN-MOVES     PIC 9(12).

       77  WS-RATE-RUNS         PIC 9(5)  VALUE ZERO.
       77  WS-RATE-SECS         PIC 9(10) VALUE ZERO.
       77  WS-RATE-MOVES        PIC 9(14) VALUE ZERO.
       77  WS-SECS-PER-MOVE     PIC 9(3)V9(8) VALUE ZERO.
       77  WS-RATE-KNOWN        PIC X(1)  VALUE "N".

       77  WS-STEP-COUNT        PIC 9(3)  COMP VALUE ZERO.
       77  WS-STEP-IDX          PIC 9(3)  COMP.
       01  WS-MAX-STEPS         PIC 9(3)  VALUE 50.
       77  WS-L10-IDX           PIC 9(2)  COMP.
       77  WS-L10-TOTAL         PIC 9(8).
       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY OCCURS 50.
               10  WS-STEP-NAME     PIC X(12).
               10  WS-STEP-L10-CNT  PIC 9(2).
               10  WS-STEP-L10      PIC 9(6) OCCURS 10.

       77  WS-HANOI-LIMIT       PIC 9(6)  VALUE ZERO.
       77  WS-HANOI-LIMIT-SET   PIC X(1)  VALUE "N".
       77  WS-SUITE-LIMIT       PIC 9(6)  VALUE ZERO.
       77  WS-SUITE-LIMIT-SET   PIC X(1)  VALUE "N".
       77  WS-PLAN-FOUND        PIC X(1)  VALUE "N".
       77  WS-HANOI-PLANNED     PIC X(1)  VALUE "N".
       77  WS-OTHER-STEPS       PIC 9(3)  VALUE ZERO.
       77  WS-UNKNOWN-STEPS     PIC 9(3)  VALUE ZERO.
       77  WS-OTHER-SECS        PIC 9(8)  VALUE ZERO.
       77  WS-STEP-AVG          PIC 9(6).
       77  WS-BUDGET-SET        PIC X(1)  VALUE "N".
       77  WS-BUDGET-SECS       PIC 9(8)V99 VALUE ZERO.
       77  WS-SUITE-ROOM        PIC 9(8)V99 VALUE ZERO.

       77  WS-EST-MOVES         PIC 9(12).
       77  WS-EST-SECS          PIC 9(8)V99.
       77  WS-CUM-SECS          PIC 9(8)V99 VALUE ZERO.
       77  WS-CUM-MOVES         PIC 9(14) VALUE ZERO.
       77  WS-DEFER-SECS        PIC 9(8)V99 VALUE ZERO.
       77  WS-ACCEPT-COUNT      PIC 9(3)  VALUE ZERO.
       77  WS-DEFER-COUNT       PIC 9(3)  VALUE ZERO.
       77  WS-CARRY-READ        PIC 9(3)  VALUE ZERO.
       77  WS-OVERSIZE-COUNT    PIC 9(3)  VALUE ZERO.

       01  WS-EDIT-SECS         PIC ZZZZZZZ9.
       01  WS-EDIT-SECS-2       PIC ZZZZZZZ9.
       01  WS-EDIT-RATE         PIC ZZ9.999999.
       01  WS-EDIT-COUNT        PIC ZZZZ9.

       01  WS-CAPACITY-DETAIL.
           05  CD-SOURCE        PIC X(5).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  CD-REQ-NUM       PIC 9(3).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  CD-SCENARIO      PIC X(16).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  CD-REQUESTER     PIC X(8).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  CD-DISKS         PIC X(3).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  CD-PEGS          PIC 9(1).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  CD-EST-MOVES     PIC ZZZZZZZZZ9.
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  CD-EST-SECS      PIC ZZZZZZ9.
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  CD-CUM-SECS      PIC ZZZZZZ9.
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  CD-DECISION      PIC X(8).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  CD-REASON        PIC X(24).

       PROCEDURE DIVISION.
       CAPACITY-START.
           MOVE SPACES TO WS-CONTROL-CARD.
           ACCEPT WS-CONTROL-CARD.
           IF CK-HANOI-STEP NOT = SPACES
               MOVE CK-HANOI-STEP TO WS-HANOI-STEP
           END-IF.
           EVALUATE CK-UPDATE
               WHEN SPACE
               WHEN "Y"
                   MOVE "Y" TO WS-UPDATE-FILES
               WHEN "N"
                   MOVE "N" TO WS-UPDATE-FILES
               WHEN OTHER
                   DISPLAY "INVALID UPDATE FLAG '" CK-UPDATE
                           "': MUST BE Y OR N"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM BUILD-REVE-TABLE.
           PERFORM LOAD-USAGE-RUNS.
           PERFORM LOAD-PERF-HISTORY.
           PERFORM LOAD-SLA-LIMITS.
           PERFORM LOAD-TODAYS-PLAN.
           PERFORM SET-HANOI-BUDGET.
           PERFORM OPEN-CAPACITY-FILES.
           PERFORM WRITE-CAPACITY-HEADING.
           OPEN INPUT CARRY-IN.
           IF WS-CARRYIN-STATUS = "00"
               MOVE "CARRY" TO WS-REQ-SOURCE
               PERFORM UNTIL WS-CARRYIN-STATUS NOT = "00"
                       AND WS-CARRYIN-STATUS NOT = "04"
                   READ CARRY-IN INTO WS-PENDING-REQUEST
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-CARRY-READ
                           PERFORM CHECK-ONE-REQUEST
                   END-READ
               END-PERFORM
               CLOSE CARRY-IN
           END-IF.
           OPEN INPUT REQUEST-FILE.
           IF WS-REQUEST-STATUS NOT = "00"
               DISPLAY "NO NEW REQUESTS (HANOIREQ STATUS "
                       WS-REQUEST-STATUS ")"
           ELSE
               MOVE "NEW" TO WS-REQ-SOURCE
               PERFORM UNTIL WS-REQUEST-STATUS NOT = "00"
                       AND WS-REQUEST-STATUS NOT = "04"
                   READ REQUEST-FILE INTO WS-PENDING-REQUEST
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM CHECK-ONE-REQUEST
                   END-READ
               END-PERFORM
               CLOSE REQUEST-FILE
           END-IF.
           PERFORM WRITE-CAPACITY-TOTALS.
           CLOSE ACCEPTED-OUT.
           CLOSE CARRY-OUT.
           CLOSE CAPACITY-RPT.
           PERFORM INSTALL-ACCEPTED-SET.
           DISPLAY "CAPACITY CHECK: " WS-ACCEPT-COUNT " ACCEPTED "
                   WS-DEFER-COUNT " DEFERRED (" WS-CARRY-READ
                   " CARRIED IN)".
           MOVE WS-CAP-RC TO RETURN-CODE.
           STOP RUN.

       BUILD-REVE-TABLE.
           MOVE 1 TO WS-REVE-MOVES (1).
           PERFORM VARYING WS-REVE-N FROM 2 BY 1
                   UNTIL WS-REVE-N > WS-MAX-DISKS
               MOVE ZERO TO WS-REVE-MOVES (WS-REVE-N)
               MOVE 1 TO WS-REVE-POWER
               PERFORM VARYING WS-REVE-K FROM WS-REVE-N BY -1
                       UNTIL WS-REVE-K < 2
                   COMPUTE WS-REVE-POWER = WS-REVE-POWER * 2
                   COMPUTE WS-REVE-CAND =
                       2 * WS-REVE-MOVES (WS-REVE-K - 1)
                       + WS-REVE-POWER - 1
                   IF WS-REVE-MOVES (WS-REVE-N) = ZERO
                       OR WS-REVE-CAND < WS-REVE-MOVES (WS-REVE-N)
                       MOVE WS-REVE-CAND TO WS-REVE-MOVES (WS-REVE-N)
                   END-IF
               END-PERFORM
           END-PERFORM.

       LOAD-USAGE-RUNS.
           OPEN INPUT USAGE-FILE.
           IF WS-USAGE-STATUS NOT = "00"
               DISPLAY "NO HANOI USAGE HISTORY (HANOIUSE STATUS "
                       WS-USAGE-STATUS ")"
           ELSE
               PERFORM UNTIL WS-USAGE-STATUS NOT = "00"
                       AND WS-USAGE-STATUS NOT = "04"
                   READ USAGE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF HU-MOVES IS NUMERIC
                               PERFORM TALLY-ONE-USAGE-RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE USAGE-FILE
           END-IF.

       TALLY-ONE-USAGE-RUN.
           MOVE "N" TO WS-MATCH-FOUND.
           PERFORM VARYING WS-RUN-IDX FROM WS-RUN-COUNT BY -1
                   UNTIL WS-RUN-IDX < 1
                   OR WS-MATCH-FOUND = "Y"
               IF WS-RUN-ID (WS-RUN-IDX) = HU-RUN-ID
                   MOVE "Y" TO WS-MATCH-FOUND
                   ADD HU-MOVES TO WS-RUN-MOVES (WS-RUN-IDX)
               END-IF
           END-PERFORM.
           IF WS-MATCH-FOUND = "N"
               IF WS-RUN-COUNT >= WS-MAX-RUNS
                   DISPLAY "HANOIUSE EXCEEDS " WS-MAX-RUNS
                           " RUNS - TRIM THE USAGE FILE"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-RUN-COUNT
               MOVE HU-RUN-ID TO WS-RUN-ID (WS-RUN-COUNT)
               MOVE HU-MOVES  TO WS-RUN-MOVES (WS-RUN-COUNT)
           END-IF.

       LOAD-PERF-HISTORY.
           OPEN INPUT PERF-HISTORY.
           IF WS-PERFHIST-STATUS NOT = "00"
               DISPLAY "NO STEP HISTORY (PERFHIST STATUS "
                       WS-PERFHIST-STATUS ") - NOTHING TO ESTIMATE FROM"
           ELSE
               PERFORM UNTIL WS-PERFHIST-STATUS NOT = "00"
                       AND WS-PERFHIST-STATUS NOT = "04"
                   READ PERF-HISTORY
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PH-STATUS = "SUCCESS"
                               AND PH-ELAPSED IS NUMERIC
                               PERFORM TAKE-ONE-HISTORY-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERF-HISTORY
           END-IF.
           IF WS-RATE-MOVES > ZERO
               COMPUTE WS-SECS-PER-MOVE ROUNDED =
                   WS-RATE-SECS / WS-RATE-MOVES
               MOVE "Y" TO WS-RATE-KNOWN
           ELSE
               DISPLAY "NO " FUNCTION TRIM(WS-HANOI-STEP)
                       " RUNS IN PERFHIST MATCH HANOIUSE - "
                       "MOVE TIME CANNOT BE ESTIMATED"
               MOVE 4 TO WS-CAP-RC
           END-IF.

       TAKE-ONE-HISTORY-ROW.
           IF PH-STEP-NAME = WS-HANOI-STEP
               PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                       UNTIL WS-RUN-IDX > WS-RUN-COUNT
                   IF WS-RUN-ID (WS-RUN-IDX) = PH-RUN-ID
                       ADD 1 TO WS-RATE-RUNS
                       ADD PH-ELAPSED TO WS-RATE-SECS
                       ADD WS-RUN-MOVES (WS-RUN-IDX) TO WS-RATE-MOVES
                   END-IF
               END-PERFORM
           ELSE
               MOVE "N" TO WS-MATCH-FOUND
               PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                       UNTIL WS-STEP-IDX > WS-STEP-COUNT
                       OR WS-MATCH-FOUND = "Y"
                   IF WS-STEP-NAME (WS-STEP-IDX) = PH-STEP-NAME
                       MOVE "Y" TO WS-MATCH-FOUND
                   END-IF
               END-PERFORM
               IF WS-MATCH-FOUND = "Y"
                   SUBTRACT 1 FROM WS-STEP-IDX
                   PERFORM BUMP-STEP-HISTORY
               ELSE
                   IF WS-STEP-COUNT < WS-MAX-STEPS
                       ADD 1 TO WS-STEP-COUNT
                       MOVE WS-STEP-COUNT TO WS-STEP-IDX
                       MOVE PH-STEP-NAME TO WS-STEP-NAME (WS-STEP-IDX)
                       MOVE ZERO TO WS-STEP-L10-CNT (WS-STEP-IDX)
                       PERFORM BUMP-STEP-HISTORY
                   END-IF
               END-IF
           END-IF.

       BUMP-STEP-HISTORY.
           IF WS-STEP-L10-CNT (WS-STEP-IDX) < 10
               ADD 1 TO WS-STEP-L10-CNT (WS-STEP-IDX)
           ELSE
               PERFORM VARYING WS-L10-IDX FROM 1 BY 1
                       UNTIL WS-L10-IDX >= 10
                   MOVE WS-STEP-L10 (WS-STEP-IDX, WS-L10-IDX + 1)
                       TO WS-STEP-L10 (WS-STEP-IDX, WS-L10-IDX)
               END-PERFORM
           END-IF.
           MOVE PH-ELAPSED
               TO WS-STEP-L10 (WS-STEP-IDX,
                   WS-STEP-L10-CNT (WS-STEP-IDX)).

       LOAD-SLA-LIMITS.
           OPEN INPUT SLA-LIMITS.
           IF WS-SLALIMIT-STATUS NOT = "00"
               DISPLAY "NO SLA LIMITS DEFINED (SLALIMIT STATUS "
                       WS-SLALIMIT-STATUS ") - WINDOW NOT LIMITED"
           ELSE
               PERFORM UNTIL WS-SLALIMIT-STATUS NOT = "00"
                       AND WS-SLALIMIT-STATUS NOT = "04"
                   READ SLA-LIMITS
                       AT END
                           CONTINUE
                       NOT AT END
                           IF SL-LIMIT-SECS IS NUMERIC
                               PERFORM TAKE-ONE-SLA-LIMIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SLA-LIMITS
           END-IF.

       TAKE-ONE-SLA-LIMIT.
           IF SL-STEP-NAME = WS-HANOI-STEP
               MOVE SL-LIMIT-SECS TO WS-HANOI-LIMIT
               MOVE "Y" TO WS-HANOI-LIMIT-SET
           END-IF.
           IF SL-STEP-NAME = "SUITE"
               MOVE SL-LIMIT-SECS TO WS-SUITE-LIMIT
               MOVE "Y" TO WS-SUITE-LIMIT-SET
           END-IF.

       LOAD-TODAYS-PLAN.
           OPEN INPUT STEP-CONTROL.
           IF WS-STEPCTRL-STATUS NOT = "00"
               DISPLAY "NO SCHEDULE PLAN (STEPCTRL STATUS "
                       WS-STEPCTRL-STATUS ") - OTHER STEPS NOT COUNTED"
               MOVE "Y" TO WS-HANOI-PLANNED
           ELSE
               MOVE "Y" TO WS-PLAN-FOUND
               PERFORM UNTIL WS-STEPCTRL-STATUS NOT = "00"
                       AND WS-STEPCTRL-STATUS NOT = "04"
                   READ STEP-CONTROL
                       AT END
                           CONTINUE
                       NOT AT END
                           IF SC-ENABLED = "Y" OR SC-ENABLED = "y"
                               PERFORM TAKE-ONE-PLANNED-STEP
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STEP-CONTROL
           END-IF.

       TAKE-ONE-PLANNED-STEP.
           IF SC-STEP-NAME = WS-HANOI-STEP
               MOVE "Y" TO WS-HANOI-PLANNED
           ELSE
               ADD 1 TO WS-OTHER-STEPS
               MOVE "N" TO WS-MATCH-FOUND
               PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                       UNTIL WS-STEP-IDX > WS-STEP-COUNT
                       OR WS-MATCH-FOUND = "Y"
                   IF WS-STEP-NAME (WS-STEP-IDX) = SC-STEP-NAME
                       MOVE "Y" TO WS-MATCH-FOUND
                   END-IF
               END-PERFORM
               IF WS-MATCH-FOUND = "Y"
                   SUBTRACT 1 FROM WS-STEP-IDX
                   MOVE ZERO TO WS-L10-TOTAL
                   PERFORM VARYING WS-L10-IDX FROM 1 BY 1
                       UNTIL WS-L10-IDX > WS-STEP-L10-CNT (WS-STEP-IDX)
                       ADD WS-STEP-L10 (WS-STEP-IDX, WS-L10-IDX)
                           TO WS-L10-TOTAL
                   END-PERFORM
                   COMPUTE WS-STEP-AVG ROUNDED =
                       WS-L10-TOTAL / WS-STEP-L10-CNT (WS-STEP-IDX)
                   ADD WS-STEP-AVG TO WS-OTHER-SECS
               ELSE
                   ADD 1 TO WS-UNKNOWN-STEPS
                   DISPLAY "PLANNED STEP " FUNCTION TRIM(SC-STEP-NAME)
                           " HAS NO PERFHIST TIMING - COUNTED AS ZERO"
               END-IF
           END-IF.

       SET-HANOI-BUDGET.
           IF WS-HANOI-LIMIT-SET = "Y"
               MOVE WS-HANOI-LIMIT TO WS-BUDGET-SECS
               MOVE "Y" TO WS-BUDGET-SET
           END-IF.
           IF WS-SUITE-LIMIT-SET = "Y"
               IF WS-OTHER-SECS >= WS-SUITE-LIMIT
                   MOVE ZERO TO WS-SUITE-ROOM
               ELSE
                   COMPUTE WS-SUITE-ROOM =
                       WS-SUITE-LIMIT - WS-OTHER-SECS
               END-IF
               IF WS-BUDGET-SET = "N"
                   OR WS-SUITE-ROOM < WS-BUDGET-SECS
                   MOVE WS-SUITE-ROOM TO WS-BUDGET-SECS
               END-IF
               MOVE "Y" TO WS-BUDGET-SET
           END-IF.

       OPEN-CAPACITY-FILES.
           OPEN OUTPUT ACCEPTED-OUT.
           IF WS-ACCEPTED-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN HANOIACC: STATUS "
                       WS-ACCEPTED-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT CARRY-OUT.
           IF WS-CARRYOUT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN HANOICRN: STATUS "
                       WS-CARRYOUT-STATUS
               CLOSE ACCEPTED-OUT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT CAPACITY-RPT.
           IF WS-CAPRPT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN HANOICAP: STATUS "
                       WS-CAPRPT-STATUS
               CLOSE ACCEPTED-OUT
               CLOSE CARRY-OUT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       CHECK-ONE-REQUEST.
           ADD 1 TO WS-REQ-NUM.
           PERFORM ESTIMATE-ONE-REQUEST.
           EVALUATE TRUE
               WHEN WS-REQ-VALID = "N"
                   MOVE "ACCEPTED" TO WS-DECISION
                   MOVE "INVALID - LEFT FOR HANOI"
                       TO WS-DECISION-REASON
               WHEN WS-HANOI-PLANNED = "N"
                   MOVE "DEFERRED" TO WS-DECISION
                   MOVE "STEP NOT IN TODAY'S PLAN"
                       TO WS-DECISION-REASON
               WHEN WS-BUDGET-SET = "N"
                   MOVE "ACCEPTED" TO WS-DECISION
                   MOVE "NO SLA LIMIT" TO WS-DECISION-REASON
               WHEN WS-RATE-KNOWN = "N"
                   MOVE "ACCEPTED" TO WS-DECISION
                   MOVE "NO TIMING HISTORY" TO WS-DECISION-REASON
               WHEN WS-EST-SECS > WS-BUDGET-SECS
                   MOVE "DEFERRED" TO WS-DECISION
                   MOVE "EXCEEDS WINDOW ALONE" TO WS-DECISION-REASON
                   ADD 1 TO WS-OVERSIZE-COUNT
                   MOVE 4 TO WS-CAP-RC
               WHEN WS-CUM-SECS + WS-EST-SECS > WS-BUDGET-SECS
                   MOVE "DEFERRED" TO WS-DECISION
                   MOVE "WINDOW FULL" TO WS-DECISION-REASON
               WHEN OTHER
                   MOVE "ACCEPTED" TO WS-DECISION
                   MOVE SPACES TO WS-DECISION-REASON
           END-EVALUATE.
           IF WS-DECISION = "ACCEPTED"
               ADD 1 TO WS-ACCEPT-COUNT
               ADD WS-EST-SECS  TO WS-CUM-SECS
               ADD WS-EST-MOVES TO WS-CUM-MOVES
               WRITE ACCEPTED-RECORD FROM WS-PENDING-REQUEST
           ELSE
               ADD 1 TO WS-DEFER-COUNT
               ADD WS-EST-SECS TO WS-DEFER-SECS
               WRITE CARRY-OUT-RECORD FROM WS-PENDING-REQUEST
           END-IF.
           PERFORM WRITE-CAPACITY-DETAIL.

       ESTIMATE-ONE-REQUEST.
           MOVE "Y" TO WS-REQ-VALID.
           MOVE ZERO TO WS-EST-MOVES.
           MOVE ZERO TO WS-EST-SECS.
           MOVE 3 TO WS-REQ-PEGS.
           MOVE SPACES TO WS-REQ-DISKS-INPUT.
           MOVE FUNCTION TRIM(RQ-DISKS) TO WS-REQ-DISKS-INPUT.
           INSPECT WS-REQ-DISKS-INPUT REPLACING LEADING SPACE BY "0".
           IF WS-REQ-DISKS-INPUT IS NOT NUMERIC
               MOVE "N" TO WS-REQ-VALID
           ELSE
               MOVE WS-REQ-DISKS-INPUT TO WS-REQ-DISKS
               IF WS-REQ-DISKS < WS-MIN-DISKS
                   OR WS-REQ-DISKS > WS-MAX-DISKS
                   MOVE "N" TO WS-REQ-VALID
               END-IF
           END-IF.
           EVALUATE RQ-PEGS
               WHEN SPACE
               WHEN "3"
                   MOVE 3 TO WS-REQ-PEGS
               WHEN "4"
                   MOVE 4 TO WS-REQ-PEGS
               WHEN OTHER
                   MOVE "N" TO WS-REQ-VALID
           END-EVALUATE.
           IF WS-REQ-VALID = "Y"
               IF WS-REQ-PEGS = 4
                   MOVE WS-REVE-MOVES (WS-REQ-DISKS) TO WS-EST-MOVES
               ELSE
                   MOVE 1 TO WS-EST-MOVES
                   PERFORM WS-REQ-DISKS TIMES
                       COMPUTE WS-EST-MOVES = WS-EST-MOVES * 2
                   END-PERFORM
                   SUBTRACT 1 FROM WS-EST-MOVES
               END-IF
               COMPUTE WS-EST-SECS ROUNDED =
                   WS-EST-MOVES * WS-SECS-PER-MOVE
           END-IF.

       WRITE-CAPACITY-HEADING.
           MOVE SPACES TO RPT-LINE.
           STRING "HANOI BATCH WINDOW CAPACITY CHECK - "
                  DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           IF WS-RATE-KNOWN = "Y"
               MOVE WS-SECS-PER-MOVE TO WS-EDIT-RATE
               MOVE WS-RATE-RUNS TO WS-EDIT-COUNT
               STRING "SECONDS PER MOVE.......: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EDIT-RATE) DELIMITED BY SIZE
                      " (FROM " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-HANOI-STEP DELIMITED BY SPACE
                      " RUNS IN PERFHIST)" DELIMITED BY SIZE
                      INTO RPT-LINE
               END-STRING
           ELSE
               MOVE "SECONDS PER MOVE.......: UNKNOWN - NO HISTORY"
                   TO RPT-LINE
           END-IF.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           IF WS-HANOI-LIMIT-SET = "Y"
               MOVE WS-HANOI-LIMIT TO WS-EDIT-SECS
               STRING "STEP SLA LIMIT.........: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EDIT-SECS) DELIMITED BY SIZE
                      " SECS" DELIMITED BY SIZE
                      INTO RPT-LINE
               END-STRING
           ELSE
               MOVE "STEP SLA LIMIT.........: NONE" TO RPT-LINE
           END-IF.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           IF WS-SUITE-LIMIT-SET = "Y"
               MOVE WS-SUITE-LIMIT TO WS-EDIT-SECS
               MOVE WS-OTHER-SECS  TO WS-EDIT-SECS-2
               STRING "SUITE SLA LIMIT........: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EDIT-SECS) DELIMITED BY SIZE
                      " SECS, OTHER PLANNED STEPS EST "
                      DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EDIT-SECS-2) DELIMITED BY SIZE
                      " SECS" DELIMITED BY SIZE
                      INTO RPT-LINE
               END-STRING
           ELSE
               MOVE "SUITE SLA LIMIT........: NONE" TO RPT-LINE
           END-IF.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           EVALUATE TRUE
               WHEN WS-PLAN-FOUND = "N"
                   MOVE "TODAY'S PLAN...........: NO STEPCTRL"
                       TO RPT-LINE
               WHEN WS-HANOI-PLANNED = "N"
                   STRING "TODAY'S PLAN...........: " DELIMITED BY SIZE
                          WS-HANOI-STEP DELIMITED BY SPACE
                          " NOT SELECTED - ALL REQUESTS DEFERRED"
                          DELIMITED BY SIZE
                          INTO RPT-LINE
                   END-STRING
               WHEN OTHER
                   MOVE WS-OTHER-STEPS TO WS-EDIT-COUNT
                   STRING "TODAY'S PLAN...........: " DELIMITED BY SIZE
                          WS-HANOI-STEP DELIMITED BY SPACE
                          " SELECTED WITH " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
                          " OTHER STEPS" DELIMITED BY SIZE
                          INTO RPT-LINE
                   END-STRING
           END-EVALUATE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           IF WS-BUDGET-SET = "Y"
               MOVE WS-BUDGET-SECS TO WS-EDIT-SECS
               STRING "SECONDS AVAILABLE......: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EDIT-SECS) DELIMITED BY SIZE
                      INTO RPT-LINE
               END-STRING
           ELSE
               MOVE "SECONDS AVAILABLE......: NOT LIMITED" TO RPT-LINE
           END-IF.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "SRC   REQ SCENARIO         REQUESTR DSK P "
                  " EST MOVES EST SEC CUM SEC DECISION REASON"
                  DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.

       WRITE-CAPACITY-DETAIL.
           MOVE WS-REQ-SOURCE   TO CD-SOURCE.
           MOVE WS-REQ-NUM      TO CD-REQ-NUM.
           MOVE RQ-SCENARIO     TO CD-SCENARIO.
           MOVE RQ-REQUESTER    TO CD-REQUESTER.
           MOVE RQ-DISKS        TO CD-DISKS.
           MOVE WS-REQ-PEGS     TO CD-PEGS.
           MOVE WS-EST-MOVES    TO CD-EST-MOVES.
           MOVE WS-EST-SECS     TO CD-EST-SECS.
           MOVE WS-CUM-SECS     TO CD-CUM-SECS.
           MOVE WS-DECISION     TO CD-DECISION.
           MOVE WS-DECISION-REASON TO CD-REASON.
           MOVE WS-CAPACITY-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.

       WRITE-CAPACITY-TOTALS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "REQUESTS CARRIED IN....: " WS-CARRY-READ
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "REQUESTS ACCEPTED......: " WS-ACCEPT-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "REQUESTS DEFERRED......: " WS-DEFER-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-CUM-SECS TO WS-EDIT-SECS.
           STRING "ACCEPTED EST SECONDS...: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-SECS) DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-DEFER-SECS TO WS-EDIT-SECS.
           STRING "DEFERRED EST SECONDS...: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-SECS) DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           IF WS-OVERSIZE-COUNT > ZERO
               MOVE SPACES TO RPT-LINE
               STRING "WARNING: " WS-OVERSIZE-COUNT
                      " REQUEST(S) CANNOT FIT ANY WINDOW AND WILL "
                      "CARRY OVER UNTIL RESIZED"
                      DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
           END-IF.
           IF WS-UPDATE-FILES = "N"
               MOVE "REPORT ONLY - HANOIREQ AND HANOICRY NOT CHANGED"
                   TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       INSTALL-ACCEPTED-SET.
           IF WS-UPDATE-FILES = "N"
               CALL "SYSTEM" USING WS-DISCARD-CMD
           ELSE
               CALL "SYSTEM" USING WS-ACCEPT-CMD
               MOVE RETURN-CODE TO WS-RAW-EXIT-STATUS
               COMPUTE WS-MOVE-RC = WS-RAW-EXIT-STATUS / 256
               IF WS-MOVE-RC NOT = ZERO
                   DISPLAY "UNABLE TO REPLACE HANOIREQ WITH ACCEPTED "
                           "SET: RC " WS-MOVE-RC
                   MOVE 12 TO WS-CAP-RC
               ELSE
                   CALL "SYSTEM" USING WS-CARRY-CMD
                   MOVE RETURN-CODE TO WS-RAW-EXIT-STATUS
                   COMPUTE WS-MOVE-RC = WS-RAW-EXIT-STATUS / 256
                   IF WS-MOVE-RC NOT = ZERO
                       DISPLAY "UNABLE TO REPLACE HANOICRY: RC "
                               WS-MOVE-RC
                       MOVE 12 TO WS-CAP-RC
                   END-IF
               END-IF
           END-IF.
