           SELECT BATCH-RPT ASSIGN TO "HANOIBRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCHRPT-STATUS.
           SELECT USAGE-FILE ASSIGN TO "HANOIUSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USAGE-STATUS.
           SELECT USAGE-SCRATCH ASSIGN TO "HANOIUST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USAGE-SCRATCH-STATUS.
           SELECT POSITION-FILE ASSIGN TO "HANOIPOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSITION-STATUS.

       DATA DIVISION.
       FILE SECTION.
               10  CKP-FROM     PIC X(1).
               10  CKP-TO       PIC X(1).
               10  CKP-VIA      PIC X(1).
               10  CKP-VIA2     PIC X(1).
               10  CKP-BASE     PIC 9(3).
               10  CKP-PEGS     PIC 9(1).
               10  CKP-ACT      PIC 9(1).
           05  CKP-FROM-PEG     PIC X(1).
           05  CKP-TO-PEG       PIC X(1).
           05  CKP-PEG-COUNT    PIC 9(1).
           05  CKP-POSITION-START PIC X(1).
           05  CKP-POSITION-MOVES PIC 9(10).

       FD  CHECKPOINT-SCRATCH
           RECORDING MODE IS F.
       01  CHECKPOINT-SCRATCH-RECORD   PIC X(24607).

       FD  REQUEST-FILE
           RECORDING MODE IS F.
           05  RQ-FROM-PEG      PIC X(1).
           05  RQ-SEP4          PIC X(1).
           05  RQ-TO-PEG        PIC X(1).
           05  RQ-SEP5          PIC X(1).
           05  RQ-PEGS          PIC X(1).

       FD  BATCH-RPT
           RECORDING MODE IS F.
       01  BATCH-RPT-LINE       PIC X(80).

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

       FD  USAGE-SCRATCH
           RECORDING MODE IS F.
       01  USAGE-SCRATCH-RECORD     PIC X(78).

       FD  POSITION-FILE
           RECORDING MODE IS F.
       01  POSITION-RECORD.
           05  PS-DISK          PIC X(3).
           05  PS-SEP1          PIC X(1).
           05  PS-PEG           PIC X(1).

       FD  AUDIT-LOG-FILE
           RECORDING MODE IS F.
       01  AUDIT-LOG-RECORD.
               03  STACK-FROM   PIC X(1).
               03  STACK-TO     PIC X(1).
               03  STACK-VIA    PIC X(1).
               03  STACK-VIA2   PIC X(1).
               03  STACK-BASE   PIC 9(3).
               03  STACK-PEGS   PIC 9(1).
               03  STACK-ACT    PIC 9(1).

       01  WS-MAX-STACK-DEPTH   PIC 9(4)  VALUE 2048.
           02  CURRENT-FROM     PIC X(1)  VALUE "A".
           02  CURRENT-TO       PIC X(1)  VALUE "B".
           02  CURRENT-VIA      PIC X(1)  VALUE "C".
           02  CURRENT-VIA2     PIC X(1)  VALUE "D".
           02  CURRENT-BASE     PIC 9(3)  VALUE 0.
           02  CURRENT-PEGS     PIC 9(1)  VALUE 3.
           02  CURRENT-ACT      PIC 9(1)  VALUE 0.

       01  TEMP-FRAME.
           02  TEMP-FROM        PIC X(1).
           02  TEMP-TO          PIC X(1).
           02  TEMP-VIA         PIC X(1).
           02  TEMP-VIA2        PIC X(1).
           02  TEMP-BASE        PIC 9(3).
           02  TEMP-PEGS        PIC 9(1).
           02  TEMP-ACT         PIC 9(1).

       01  WS-CONTROL-CARD      PIC X(80).
           05  HC-DISKS         PIC X(3).
           05  HC-FROM-PEG      PIC X(1).
           05  HC-TO-PEG        PIC X(1).
           05  HC-PEGS          PIC X(1).
           05  FILLER           PIC X(56).
           05  HC-RUN-ID        PIC X(17).

       01  WS-DISKS-INPUT       PIC X(3)  JUSTIFIED RIGHT.
       77  WS-FROM-PEG          PIC X(1)  VALUE "A".
       77  WS-TO-PEG            PIC X(1)  VALUE "B".
       77  WS-VIA-PEG           PIC X(1)  VALUE "C".
       77  WS-VIA2-PEG          PIC X(1)  VALUE "D".
       77  WS-PEGS-VALID        PIC X(1).
       77  WS-PEG-COUNT         PIC 9(1)  VALUE 3.
       01  WS-PEG-LETTERS       PIC X(4)  VALUE "ABCD".
       77  WS-PEG-IDX           PIC 9(1)  COMP.

       77  WS-USAGE-STATUS      PIC X(2).
       77  WS-USAGE-SCRATCH-STATUS PIC X(2).
       77  WS-USAGE-DROPPED     PIC 9(5)  VALUE ZERO.
       01  WS-USAGE-MV-CMD      PIC X(40) VALUE
               "mv HANOIUST HANOIUSE".
       01  WS-USAGE-RM-CMD      PIC X(40) VALUE
               "rm -f HANOIUST".
       77  WS-POSITION-STATUS   PIC X(2).
       77  WS-POSITION-START    PIC X(1)  VALUE "N".
       77  WS-POSITION-ERROR    PIC X(1)  VALUE "N".
       77  WS-POSITION-READ     PIC 9(3)  VALUE ZERO.
       77  WS-POSITION-MOVES    PIC 9(10) VALUE ZERO.
       77  WS-POS-DISK          PIC 9(3).
       77  WS-POS-MAX-DISK      PIC 9(3)  VALUE ZERO.
       77  WS-POS-PEG-NUM       PIC 9(1).
       01  WS-POS-DISK-INPUT    PIC X(3)  JUSTIFIED RIGHT.
       01  WS-HEADER-FROM       PIC X(1).
       01  WS-START-POSITION.
           05  WS-POS-PEG       PIC X(1)  OCCURS 30.
       01  WS-START-PEG-NUMBERS.
           05  WS-POS-PEG-NO    PIC 9(1)  OCCURS 30.
       01  WS-PEG-TOPS.
           05  WS-PEG-TOP       PIC 9(3)  OCCURS 4.
       01  WS-POWERS-OF-TWO.
           05  WS-POWER-OF-TWO  PIC 9(10) OCCURS 31.
       01  WS-PLAN-TABLE.
           05  WS-PLAN-ROW      OCCURS 31.
               10  WS-PLAN-CELL OCCURS 4.
                   15  WS-PLAN-COST  PIC 9(10).
                   15  WS-PLAN-SPLIT PIC 9(3).
                   15  WS-PLAN-PARK  PIC 9(1).
       77  WS-PLAN-M            PIC 9(3)  COMP.
       77  WS-PLAN-J            PIC 9(3)  COMP.
       77  WS-PLAN-R            PIC 9(3)  COMP.
       77  WS-PLAN-D            PIC 9(3)  COMP.
       77  WS-PLAN-P            PIC 9(1)  COMP.
       77  WS-PLAN-Q            PIC 9(1)  COMP.
       77  WS-PLAN-T            PIC 9(1)  COMP.
       77  WS-PLAN-GOAL         PIC 9(1)  COMP.
       77  WS-PLAN-SPARE        PIC 9(1)  COMP.
       77  WS-PLAN-OTHER        PIC 9(1)  COMP.
       77  WS-PLAN-PHASE-OK     PIC X(1).
       77  WS-PLAN-PHASE-COST   PIC 9(10).
       77  WS-PLAN-CAND         PIC 9(10).
       77  WS-PLAN-FOUND        PIC X(1).

       01  WS-REVE-TABLE.
           05  WS-REVE-ENTRY    OCCURS 30.
               10  WS-REVE-MOVES PIC 9(10).
               10  WS-REVE-SPLIT PIC 9(3).
       77  WS-REVE-N            PIC 9(3)  COMP.
       77  WS-REVE-K            PIC 9(3)  COMP.
       77  WS-REVE-POWER        PIC 9(10).
       77  WS-REVE-CAND         PIC 9(10).

       77  WS-AUDITLOG-STATUS   PIC X(2).
       77  WS-AUDIT-OPEN        PIC X(1)  VALUE "N".
           ACCEPT WS-CONTROL-CARD.
           PERFORM RESOLVE-RUN-ID.
           PERFORM OPEN-AUDIT-LOG.
           PERFORM BUILD-REVE-TABLE.
           IF HC-RESTART-FLAG = "P" OR HC-RESTART-FLAG = "p"
               MOVE "Y" TO WS-POSITION-START
           END-IF.

           IF HC-RESTART-FLAG = "B" OR HC-RESTART-FLAG = "b"
               PERFORM RUN-BATCH-REQUESTS
                   STOP RUN
               END-IF
           ELSE
               IF WS-POSITION-START = "Y"
                   PERFORM VALIDATE-CARD-PEGS
                   PERFORM LOAD-START-POSITION
               ELSE
                   PERFORM VALIDATE-DISKS
                   PERFORM VALIDATE-CARD-PEGS
               END-IF
               PERFORM CHECK-RUN-LOCK
               OPEN OUTPUT MOVES-OUT
               IF WS-MOVES-STATUS NOT = "00"
               MOVE WS-FROM-PEG TO CURRENT-FROM
               MOVE WS-TO-PEG   TO CURRENT-TO
               MOVE WS-VIA-PEG  TO CURRENT-VIA
               MOVE WS-VIA2-PEG TO CURRENT-VIA2
               MOVE ZERO        TO CURRENT-BASE
               MOVE WS-PEG-COUNT TO CURRENT-PEGS
               PERFORM BUILD-HEADER-PARMS
               PERFORM WRITE-FEED-HEADER
               IF WS-POSITION-START = "Y"
                   PERFORM PLAN-POSITION-MOVES
               ELSE
                   MOVE  1                  TO  ESP
                   MOVE  CURRENT-FRAME      TO  STACK-FRAME (ESP)
               END-IF
               PERFORM SET-CHECKPOINT-INTERVAL
               OPEN OUTPUT CHECKPOINT-FILE
               IF WS-CHECKPOINT-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN HANOICKP: STATUS "
           PERFORM RECONCILE-MOVE-COUNT.

           STRING "DISKS=" WS-INITIAL-DISKS DELIMITED BY SIZE
                  " PEGS=" WS-PEG-COUNT     DELIMITED BY SIZE
               INTO WS-AUDIT-PARMS
           END-STRING.
           IF WS-POSITION-START = "Y"
               MOVE "START=POS" TO WS-AUDIT-PARMS (18:9)
           END-IF.
           PERFORM WRITE-AUDIT-RECORD.

           PERFORM WRITE-FEED-TRAILER.
           END-IF.

       VALIDATE-CARD-PEGS.
           EVALUATE HC-PEGS
               WHEN SPACE
               WHEN "3"
                   MOVE 3 TO WS-PEG-COUNT
               WHEN "4"
                   MOVE 4 TO WS-PEG-COUNT
               WHEN OTHER
                   DISPLAY "INVALID PEG COUNT: '" HC-PEGS
                           "' - MUST BE 3 OR 4"
                   MOVE 16 TO RETURN-CODE
                   MOVE "FAILURE" TO WS-AUDIT-STATUS
                   STRING "PEGS=" HC-PEGS
                       DELIMITED BY SIZE INTO WS-AUDIT-PARMS
                   END-STRING
                   PERFORM WRITE-AUDIT-RECORD
                   STOP RUN
           END-EVALUATE.
           IF HC-FROM-PEG NOT = SPACE
               MOVE HC-FROM-PEG TO WS-FROM-PEG
           END-IF.
           IF HC-TO-PEG NOT = SPACE
               MOVE HC-TO-PEG TO WS-TO-PEG
           END-IF.
           IF WS-POSITION-START = "Y"
               IF WS-TO-PEG = "A"
                   MOVE "B" TO WS-FROM-PEG
               ELSE
                   MOVE "A" TO WS-FROM-PEG
               END-IF
           END-IF.
           PERFORM RESOLVE-VIA-PEG.
           IF WS-PEGS-VALID NOT = "Y"
               DISPLAY "INVALID PEG SELECTION: FROM '" WS-FROM-PEG
                       "' TO '" WS-TO-PEG
                       "' - PEGS MUST BE DISTINCT A THRU "
                       WS-PEG-LETTERS (WS-PEG-COUNT:1)
               MOVE 16 TO RETURN-CODE
               MOVE "FAILURE" TO WS-AUDIT-STATUS
               STRING "PEGS=" WS-FROM-PEG WS-TO-PEG
       RESOLVE-VIA-PEG.
           MOVE "Y" TO WS-PEGS-VALID.
           IF (WS-FROM-PEG NOT = "A" AND WS-FROM-PEG NOT = "B"
               AND WS-FROM-PEG NOT = "C" AND WS-FROM-PEG NOT = "D")
               OR (WS-TO-PEG NOT = "A" AND WS-TO-PEG NOT = "B"
                   AND WS-TO-PEG NOT = "C" AND WS-TO-PEG NOT = "D")
               OR WS-FROM-PEG = WS-TO-PEG
               MOVE "N" TO WS-PEGS-VALID
           END-IF.
           IF WS-PEG-COUNT = 3
               AND (WS-FROM-PEG = "D" OR WS-TO-PEG = "D")
               MOVE "N" TO WS-PEGS-VALID
           END-IF.
           IF WS-PEGS-VALID = "Y"
               MOVE SPACE TO WS-VIA-PEG
               MOVE SPACE TO WS-VIA2-PEG
               PERFORM VARYING WS-PEG-IDX FROM 1 BY 1
                       UNTIL WS-PEG-IDX > WS-PEG-COUNT
                   IF WS-PEG-LETTERS (WS-PEG-IDX:1) NOT = WS-FROM-PEG
                       AND WS-PEG-LETTERS (WS-PEG-IDX:1) NOT = WS-TO-PEG
                       IF WS-VIA-PEG = SPACE
                           MOVE WS-PEG-LETTERS (WS-PEG-IDX:1)
                               TO WS-VIA-PEG
                       ELSE
                           MOVE WS-PEG-LETTERS (WS-PEG-IDX:1)
                               TO WS-VIA2-PEG
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-PEG-COUNT = 3
                   MOVE "D" TO WS-VIA2-PEG
               END-IF
           END-IF.

       BUILD-HEADER-PARMS.
           MOVE SPACES TO WS-HEADER-PARMS.
           MOVE WS-FROM-PEG TO WS-HEADER-FROM.
           IF WS-POSITION-START = "Y"
               MOVE "*" TO WS-HEADER-FROM
           END-IF.
           STRING "DISKS=" WS-INITIAL-DISKS DELIMITED BY SIZE
                  " FROM=" WS-HEADER-FROM   DELIMITED BY SIZE
                  " TO="   WS-TO-PEG        DELIMITED BY SIZE
                  " PEGS=" WS-PEG-COUNT     DELIMITED BY SIZE
                  INTO WS-HEADER-PARMS
           END-STRING.

               STOP RUN
           END-IF.

       LOAD-START-POSITION.
           OPEN INPUT POSITION-FILE.
           IF WS-POSITION-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN HANOIPOS: STATUS "
                       WS-POSITION-STATUS
               MOVE 12 TO RETURN-CODE
               MOVE "FAILURE" TO WS-AUDIT-STATUS
               MOVE "HANOIPOS OPEN" TO WS-AUDIT-PARMS
               PERFORM WRITE-AUDIT-RECORD
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-START-POSITION.
           MOVE ZEROS TO WS-PEG-TOPS.
           PERFORM UNTIL WS-POSITION-STATUS NOT = "00"
               READ POSITION-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-POSITION-READ
                       PERFORM TAKE-POSITION-RECORD
               END-READ
           END-PERFORM.
           CLOSE POSITION-FILE.
           IF WS-POSITION-READ = ZERO
               DISPLAY "HANOIPOS CONTAINS NO DISK RECORDS"
               MOVE "Y" TO WS-POSITION-ERROR
           END-IF.
           IF WS-POSITION-ERROR = "N"
               AND WS-POS-MAX-DISK NOT = WS-POSITION-READ
               DISPLAY "INVALID POSITION: " WS-POSITION-READ
                       " DISKS LISTED BUT HIGHEST DISK IS "
                       WS-POS-MAX-DISK
               MOVE "Y" TO WS-POSITION-ERROR
           END-IF.
           IF WS-POSITION-ERROR = "Y"
               MOVE 16 TO RETURN-CODE
               MOVE "FAILURE" TO WS-AUDIT-STATUS
               MOVE "START=POS REJECTED" TO WS-AUDIT-PARMS
               PERFORM WRITE-AUDIT-RECORD
               STOP RUN
           END-IF.
           MOVE WS-POSITION-READ TO CURRENT-DISKS.

       TAKE-POSITION-RECORD.
           MOVE SPACES TO WS-POS-DISK-INPUT.
           MOVE FUNCTION TRIM(PS-DISK) TO WS-POS-DISK-INPUT.
           INSPECT WS-POS-DISK-INPUT REPLACING LEADING SPACE BY "0".
           IF WS-POS-DISK-INPUT IS NOT NUMERIC
               DISPLAY "POSITION RECORD " WS-POSITION-READ
                       ": DISK FIELD NOT NUMERIC '" PS-DISK "'"
               MOVE "Y" TO WS-POSITION-ERROR
           ELSE
               MOVE WS-POS-DISK-INPUT TO WS-POS-DISK
               MOVE ZERO TO WS-POS-PEG-NUM
               PERFORM VARYING WS-PEG-IDX FROM 1 BY 1
                       UNTIL WS-PEG-IDX > WS-PEG-COUNT
                   IF PS-PEG = WS-PEG-LETTERS (WS-PEG-IDX:1)
                       MOVE WS-PEG-IDX TO WS-POS-PEG-NUM
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN WS-POS-DISK < WS-MIN-DISKS
                       OR WS-POS-DISK > WS-MAX-DISKS
                       DISPLAY "POSITION RECORD " WS-POSITION-READ
                               ": DISK " WS-POS-DISK
                               " IS OUTSIDE THE RANGE " WS-MIN-DISKS
                               " THRU " WS-MAX-DISKS
                       MOVE "Y" TO WS-POSITION-ERROR
                   WHEN WS-POS-PEG-NUM = ZERO
                       DISPLAY "POSITION RECORD " WS-POSITION-READ
                               ": DISK " WS-POS-DISK
                               " HAS INVALID PEG '" PS-PEG "'"
                       MOVE "Y" TO WS-POSITION-ERROR
                   WHEN WS-POS-PEG (WS-POS-DISK) NOT = SPACE
                       DISPLAY "POSITION RECORD " WS-POSITION-READ
                               ": DISK " WS-POS-DISK
                               " IS LISTED MORE THAN ONCE"
                       MOVE "Y" TO WS-POSITION-ERROR
                   WHEN WS-PEG-TOP (WS-POS-PEG-NUM) NOT = ZERO
                       AND WS-PEG-TOP (WS-POS-PEG-NUM) < WS-POS-DISK
                       DISPLAY "INVALID POSITION: DISK " WS-POS-DISK
                               " SITS ON SMALLER DISK "
                               WS-PEG-TOP (WS-POS-PEG-NUM)
                               " ON PEG " PS-PEG
                       MOVE "Y" TO WS-POSITION-ERROR
                   WHEN OTHER
                       MOVE PS-PEG TO WS-POS-PEG (WS-POS-DISK)
                       MOVE WS-POS-PEG-NUM
                           TO WS-POS-PEG-NO (WS-POS-DISK)
                       MOVE WS-POS-DISK TO WS-PEG-TOP (WS-POS-PEG-NUM)
                       IF WS-POS-DISK > WS-POS-MAX-DISK
                           MOVE WS-POS-DISK TO WS-POS-MAX-DISK
                       END-IF
               END-EVALUATE
           END-IF.

       PLAN-POSITION-MOVES.
           MOVE ZERO TO ESP.
           MOVE ZERO TO WS-POSITION-MOVES.
           MOVE 1 TO WS-POWER-OF-TWO (1).
           PERFORM VARYING WS-PLAN-D FROM 2 BY 1 UNTIL WS-PLAN-D > 31
               COMPUTE WS-POWER-OF-TWO (WS-PLAN-D) =
                   WS-POWER-OF-TWO (WS-PLAN-D - 1) * 2
           END-PERFORM.
           PERFORM VARYING WS-PLAN-P FROM 1 BY 1
                   UNTIL WS-PLAN-P > WS-PEG-COUNT
               IF WS-PEG-LETTERS (WS-PLAN-P:1) = WS-TO-PEG
                   MOVE WS-PLAN-P TO WS-PLAN-GOAL
               END-IF
           END-PERFORM.
           IF WS-PEG-COUNT = 3
               MOVE WS-PLAN-GOAL TO WS-PLAN-P
               MOVE WS-INITIAL-DISKS TO WS-PLAN-M
               MOVE ZERO TO WS-PLAN-J
               MOVE 4 TO WS-PLAN-Q
               PERFORM PLAN-THREE-PEG-PHASE
           ELSE
               PERFORM PRICE-REVE-POSITION
               MOVE WS-PLAN-GOAL TO WS-PLAN-P
               MOVE WS-INITIAL-DISKS TO WS-PLAN-M
               PERFORM PLAN-REVE-LEVEL
                   UNTIL WS-PLAN-M = ZERO
           END-IF.
           DISPLAY "START POSITION LOADED: " WS-INITIAL-DISKS
                   " DISKS, " WS-POSITION-MOVES " MOVES TO PEG "
                   WS-TO-PEG.

       PRICE-REVE-POSITION.
           PERFORM VARYING WS-PLAN-P FROM 1 BY 1 UNTIL WS-PLAN-P > 4
               MOVE ZERO TO WS-PLAN-COST (1, WS-PLAN-P)
               MOVE ZERO TO WS-PLAN-SPLIT (1, WS-PLAN-P)
               MOVE ZERO TO WS-PLAN-PARK (1, WS-PLAN-P)
           END-PERFORM.
           PERFORM VARYING WS-PLAN-M FROM 1 BY 1
                   UNTIL WS-PLAN-M > WS-INITIAL-DISKS
               PERFORM VARYING WS-PLAN-P FROM 1 BY 1
                       UNTIL WS-PLAN-P > 4
                   PERFORM PRICE-ONE-TARGET
               END-PERFORM
           END-PERFORM.

       PRICE-ONE-TARGET.
           MOVE "N" TO WS-PLAN-FOUND.
           COMPUTE WS-PLAN-R = WS-PLAN-M + 1.
           PERFORM VARYING WS-PLAN-J FROM 0 BY 1
                   UNTIL WS-PLAN-J >= WS-PLAN-M
               PERFORM VARYING WS-PLAN-Q FROM 1 BY 1
                       UNTIL WS-PLAN-Q > 4
                   IF WS-PLAN-Q NOT = WS-PLAN-P
                       PERFORM PRICE-ONE-SPLIT
                   END-IF
               END-PERFORM
           END-PERFORM.

       PRICE-ONE-SPLIT.
           PERFORM PRICE-THREE-PEG-PHASE.
           IF WS-PLAN-PHASE-OK = "Y"
               COMPUTE WS-PLAN-CAND =
                   WS-PLAN-COST (WS-PLAN-J + 1, WS-PLAN-Q)
                   + WS-PLAN-PHASE-COST
               IF WS-PLAN-J > ZERO
                   ADD WS-REVE-MOVES (WS-PLAN-J) TO WS-PLAN-CAND
               END-IF
               IF WS-PLAN-FOUND = "N"
                   OR WS-PLAN-CAND < WS-PLAN-COST (WS-PLAN-R, WS-PLAN-P)
                   MOVE "Y" TO WS-PLAN-FOUND
                   MOVE WS-PLAN-CAND
                       TO WS-PLAN-COST (WS-PLAN-R, WS-PLAN-P)
                   MOVE WS-PLAN-J
                       TO WS-PLAN-SPLIT (WS-PLAN-R, WS-PLAN-P)
                   MOVE WS-PLAN-Q
                       TO WS-PLAN-PARK (WS-PLAN-R, WS-PLAN-P)
               END-IF
           END-IF.

       PRICE-THREE-PEG-PHASE.
           MOVE "Y" TO WS-PLAN-PHASE-OK.
           MOVE ZERO TO WS-PLAN-PHASE-COST.
           MOVE WS-PLAN-P TO WS-PLAN-T.
           PERFORM VARYING WS-PLAN-D FROM WS-PLAN-M BY -1
                   UNTIL WS-PLAN-D <= WS-PLAN-J
                   OR WS-PLAN-PHASE-OK = "N"
               EVALUATE TRUE
                   WHEN WS-POS-PEG-NO (WS-PLAN-D) = WS-PLAN-Q
                       MOVE "N" TO WS-PLAN-PHASE-OK
                   WHEN WS-POS-PEG-NO (WS-PLAN-D) NOT = WS-PLAN-T
                       ADD WS-POWER-OF-TWO (WS-PLAN-D - WS-PLAN-J)
                           TO WS-PLAN-PHASE-COST
                       COMPUTE WS-PLAN-T = 10 - WS-PLAN-Q - WS-PLAN-T
                           - WS-POS-PEG-NO (WS-PLAN-D)
               END-EVALUATE
           END-PERFORM.

       PLAN-REVE-LEVEL.
           MOVE WS-PLAN-SPLIT (WS-PLAN-M + 1, WS-PLAN-P) TO WS-PLAN-J.
           MOVE WS-PLAN-PARK (WS-PLAN-M + 1, WS-PLAN-P) TO WS-PLAN-Q.
           IF WS-PLAN-J > ZERO
               MOVE WS-PLAN-J      TO TEMP-DISKS
               MOVE WS-PEG-LETTERS (WS-PLAN-Q:1) TO TEMP-FROM
               MOVE WS-PEG-LETTERS (WS-PLAN-P:1) TO TEMP-TO
               MOVE SPACE TO TEMP-VIA
               PERFORM VARYING WS-PLAN-OTHER FROM 1 BY 1
                       UNTIL WS-PLAN-OTHER > 4
                   IF WS-PLAN-OTHER NOT = WS-PLAN-Q
                       AND WS-PLAN-OTHER NOT = WS-PLAN-P
                       IF TEMP-VIA = SPACE
                           MOVE WS-PEG-LETTERS (WS-PLAN-OTHER:1)
                               TO TEMP-VIA
                       ELSE
                           MOVE WS-PEG-LETTERS (WS-PLAN-OTHER:1)
                               TO TEMP-VIA2
                       END-IF
                   END-IF
               END-PERFORM
               MOVE ZERO           TO TEMP-BASE
               MOVE 4              TO TEMP-PEGS
               MOVE 0              TO TEMP-ACT
               PERFORM PUSH-STACK-FRAME
               ADD WS-REVE-MOVES (WS-PLAN-J) TO WS-POSITION-MOVES
           END-IF.
           PERFORM PLAN-THREE-PEG-PHASE.
           MOVE WS-PLAN-J TO WS-PLAN-M.
           MOVE WS-PLAN-Q TO WS-PLAN-P.

       PLAN-THREE-PEG-PHASE.
           MOVE WS-PLAN-P TO WS-PLAN-T.
           PERFORM VARYING WS-PLAN-D FROM WS-PLAN-M BY -1
                   UNTIL WS-PLAN-D <= WS-PLAN-J
               IF WS-POS-PEG-NO (WS-PLAN-D) NOT = WS-PLAN-T
                   PERFORM PLAN-ONE-LEAD-DISK
               END-IF
           END-PERFORM.

       PLAN-ONE-LEAD-DISK.
           COMPUTE WS-PLAN-SPARE = 10 - WS-PLAN-Q - WS-PLAN-T
               - WS-POS-PEG-NO (WS-PLAN-D).
           IF WS-PLAN-D - WS-PLAN-J > 1
               COMPUTE TEMP-DISKS = WS-PLAN-D - WS-PLAN-J - 1
               MOVE WS-PEG-LETTERS (WS-PLAN-SPARE:1) TO TEMP-FROM
               MOVE WS-PEG-LETTERS (WS-PLAN-T:1)     TO TEMP-TO
               MOVE WS-POS-PEG (WS-PLAN-D)           TO TEMP-VIA
               MOVE WS-PEG-LETTERS (WS-PLAN-Q:1)     TO TEMP-VIA2
               MOVE WS-PLAN-J      TO TEMP-BASE
               MOVE 3              TO TEMP-PEGS
               MOVE 0              TO TEMP-ACT
               PERFORM PUSH-STACK-FRAME
           END-IF.
           MOVE 1              TO TEMP-DISKS.
           COMPUTE TEMP-BASE = WS-PLAN-D - 1.
           MOVE WS-POS-PEG (WS-PLAN-D)           TO TEMP-FROM.
           MOVE WS-PEG-LETTERS (WS-PLAN-T:1)     TO TEMP-TO.
           MOVE WS-PEG-LETTERS (WS-PLAN-SPARE:1) TO TEMP-VIA.
           MOVE WS-PEG-LETTERS (WS-PLAN-Q:1)     TO TEMP-VIA2.
           MOVE 3              TO TEMP-PEGS.
           MOVE 0              TO TEMP-ACT.
           PERFORM PUSH-STACK-FRAME.
           ADD WS-POWER-OF-TWO (WS-PLAN-D - WS-PLAN-J)
               TO WS-POSITION-MOVES.
           MOVE WS-PLAN-SPARE TO WS-PLAN-T.

       RUN-BATCH-REQUESTS.
           PERFORM CHECK-RUN-LOCK.
           PERFORM DROP-EARLIER-RUN-USAGE.
           OPEN INPUT REQUEST-FILE.
           IF WS-REQUEST-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN HANOIREQ: STATUS "
       VALIDATE-REQUEST-PEGS.
           MOVE "A" TO WS-FROM-PEG.
           MOVE "B" TO WS-TO-PEG.
           EVALUATE RQ-PEGS
               WHEN SPACE
               WHEN "3"
                   MOVE 3 TO WS-PEG-COUNT
               WHEN "4"
                   MOVE 4 TO WS-PEG-COUNT
               WHEN OTHER
                   MOVE 3 TO WS-PEG-COUNT
                   MOVE "N" TO WS-REQ-VALID
                   MOVE "INVALID PEG COUNT" TO WS-REJECT-REASON
           END-EVALUATE.
           IF RQ-FROM-PEG NOT = SPACE
               MOVE RQ-FROM-PEG TO WS-FROM-PEG
           END-IF.
           END-IF.
           PERFORM RESOLVE-VIA-PEG.
           IF WS-PEGS-VALID NOT = "Y"
               AND WS-REQ-VALID = "Y"
               MOVE "N" TO WS-REQ-VALID
               MOVE "INVALID PEG SELECTION" TO WS-REJECT-REASON
           END-IF.
           MOVE WS-FROM-PEG TO CURRENT-FROM.
           MOVE WS-TO-PEG   TO CURRENT-TO.
           MOVE WS-VIA-PEG  TO CURRENT-VIA.
           MOVE WS-VIA2-PEG TO CURRENT-VIA2.
           MOVE ZERO        TO CURRENT-BASE.
           MOVE WS-PEG-COUNT TO CURRENT-PEGS.
           MOVE 0   TO CURRENT-ACT.
           PERFORM SET-CHECKPOINT-INTERVAL.
           OPEN OUTPUT MOVES-OUT.
           STRING "DISKS=" WS-INITIAL-DISKS DELIMITED BY SIZE
                  " FROM=" WS-FROM-PEG      DELIMITED BY SIZE
                  " TO="   WS-TO-PEG        DELIMITED BY SIZE
                  " PEGS=" WS-PEG-COUNT     DELIMITED BY SIZE
                  " "      DELIMITED BY SIZE
                  WS-SCENARIO-TAG DELIMITED BY SIZE
                  INTO WS-HEADER-PARMS
               INTO BD-REASON
           END-STRING.
           PERFORM WRITE-BATCH-DETAIL.
           PERFORM WRITE-USAGE-RECORD.
           MOVE SPACES TO WS-AUDIT-PARMS.
           STRING "DISKS=" WS-INITIAL-DISKS DELIMITED BY SIZE
                  " "      DELIMITED BY SIZE
           MOVE WS-BATCH-DETAIL TO BATCH-RPT-LINE.
           WRITE BATCH-RPT-LINE.

       DROP-EARLIER-RUN-USAGE.
           OPEN INPUT USAGE-FILE.
           IF WS-USAGE-STATUS = "00"
               OPEN OUTPUT USAGE-SCRATCH
               IF WS-USAGE-SCRATCH-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN HANOIUST: STATUS "
                           WS-USAGE-SCRATCH-STATUS
                   CLOSE USAGE-FILE
                   MOVE 12 TO RETURN-CODE
                   MOVE "FAILURE" TO WS-AUDIT-STATUS
                   MOVE "HANOIUST OPEN" TO WS-AUDIT-PARMS
                   PERFORM OPEN-AUDIT-LOG
                   PERFORM WRITE-AUDIT-RECORD
                   PERFORM RELEASE-RUN-LOCK
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-USAGE-STATUS NOT = "00"
                   READ USAGE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF HU-RUN-ID = WS-RUN-ID
                               ADD 1 TO WS-USAGE-DROPPED
                           ELSE
                               WRITE USAGE-SCRATCH-RECORD
                                   FROM USAGE-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE USAGE-FILE
               CLOSE USAGE-SCRATCH
               IF WS-USAGE-DROPPED > ZERO
                   CALL "SYSTEM" USING WS-USAGE-MV-CMD
                   DISPLAY "HANOIUSE: " WS-USAGE-DROPPED
                           " ROWS FROM AN EARLIER ATTEMPT OF RUN "
                           FUNCTION TRIM(WS-RUN-ID) " REPLACED"
               ELSE
                   CALL "SYSTEM" USING WS-USAGE-RM-CMD
               END-IF
           END-IF.

       WRITE-USAGE-RECORD.
           OPEN EXTEND USAGE-FILE.
           IF WS-USAGE-STATUS NOT = "00"
               OPEN OUTPUT USAGE-FILE
           END-IF.
           IF WS-USAGE-STATUS NOT = "00"
               DISPLAY "WARNING: HANOIUSE NOT UPDATED FOR REQUEST "
                       WS-REQ-NUM " - OPEN STATUS " WS-USAGE-STATUS
           ELSE
               MOVE WS-RUN-ID        TO HU-RUN-ID
               ACCEPT HU-RUN-DATE FROM DATE YYYYMMDD
               MOVE RQ-REQUESTER     TO HU-REQUESTER
               MOVE RQ-SCENARIO      TO HU-SCENARIO
               MOVE WS-INITIAL-DISKS TO HU-DISKS
               MOVE WS-PEG-COUNT     TO HU-PEGS
               MOVE WS-MOVE-SEQ      TO HU-MOVES
               MOVE BD-STATUS        TO HU-STATUS
               MOVE SPACE TO HU-SEP1 HU-SEP2 HU-SEP3 HU-SEP4
                             HU-SEP5 HU-SEP6 HU-SEP7
               WRITE USAGE-RECORD
               CLOSE USAGE-FILE
           END-IF.

       WRITE-BATCH-TOTALS.
           MOVE SPACES TO BATCH-RPT-LINE.
           WRITE BATCH-RPT-LINE.
                       MOVE CKP-ESP            TO ESP
                       MOVE CKP-MOVE-SEQ       TO WS-MOVE-SEQ
                       MOVE CKP-INITIAL-DISKS  TO WS-INITIAL-DISKS
                       MOVE CKP-POSITION-MOVES TO WS-POSITION-MOVES
                       IF CKP-POSITION-START = "Y"
                           MOVE "Y" TO WS-POSITION-START
                       END-IF
                       IF CKP-PEG-COUNT = 4
                           MOVE 4 TO WS-PEG-COUNT
                       ELSE
                           MOVE 3 TO WS-PEG-COUNT
                       END-IF
                       IF CKP-FROM-PEG = "A" OR CKP-FROM-PEG = "B"
                           OR CKP-FROM-PEG = "C" OR CKP-FROM-PEG = "D"
                           MOVE CKP-FROM-PEG TO WS-FROM-PEG
                       END-IF
                       IF CKP-TO-PEG = "A" OR CKP-TO-PEG = "B"
                           OR CKP-TO-PEG = "C" OR CKP-TO-PEG = "D"
                           MOVE CKP-TO-PEG TO WS-TO-PEG
                       END-IF
                       PERFORM VARYING WS-FRAME-IDX FROM 1 BY 1
                               TO STACK-TO (WS-FRAME-IDX)
                           MOVE CKP-VIA (WS-FRAME-IDX)
                               TO STACK-VIA (WS-FRAME-IDX)
                           MOVE CKP-VIA2 (WS-FRAME-IDX)
                               TO STACK-VIA2 (WS-FRAME-IDX)
                           MOVE CKP-BASE (WS-FRAME-IDX)
                               TO STACK-BASE (WS-FRAME-IDX)
                           MOVE CKP-PEGS (WS-FRAME-IDX)
                               TO STACK-PEGS (WS-FRAME-IDX)
                           MOVE CKP-ACT (WS-FRAME-IDX)
                               TO STACK-ACT (WS-FRAME-IDX)
                       END-PERFORM
           CALL "SYSTEM" USING WS-MOVE-CMD.

       COMPUTE-EXPECTED-MOVES.
           EVALUATE TRUE
               WHEN WS-POSITION-START = "Y"
                   MOVE WS-POSITION-MOVES TO WS-EXPECTED-MOVES
               WHEN WS-PEG-COUNT = 4
                   MOVE WS-REVE-MOVES (WS-INITIAL-DISKS)
                       TO WS-EXPECTED-MOVES
               WHEN OTHER
                   MOVE 1 TO WS-EXPECTED-MOVES
                   PERFORM WS-INITIAL-DISKS TIMES
                       COMPUTE WS-EXPECTED-MOVES =
                           WS-EXPECTED-MOVES * 2
                   END-PERFORM
                   SUBTRACT 1 FROM WS-EXPECTED-MOVES
           END-EVALUATE.

       BUILD-REVE-TABLE.
           MOVE 1 TO WS-REVE-MOVES (1).
           MOVE 0 TO WS-REVE-SPLIT (1).
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
                       COMPUTE WS-REVE-SPLIT (WS-REVE-N) = WS-REVE-K - 1
                   END-IF
               END-PERFORM
           END-PERFORM.

       SET-CHECKPOINT-INTERVAL.
           PERFORM COMPUTE-EXPECTED-MOVES.
           PERFORM COMPUTE-EXPECTED-MOVES.
           IF WS-MOVE-SEQ = WS-EXPECTED-MOVES
               DISPLAY "MOVE COUNT RECONCILED: " WS-MOVE-SEQ
                       " MOVES FOR " WS-INITIAL-DISKS " DISKS ON "
                       WS-PEG-COUNT " PEGS"
               MOVE "SUCCESS" TO WS-AUDIT-STATUS
           ELSE
               DISPLAY "MOVE COUNT MISMATCH: WROTE " WS-MOVE-SEQ
                       " MOVES BUT EXPECTED " WS-EXPECTED-MOVES
                       " FOR " WS-INITIAL-DISKS " DISKS ON "
                       WS-PEG-COUNT " PEGS"
               MOVE 8 TO RETURN-CODE
               MOVE "MISMATCH" TO WS-AUDIT-STATUS
           END-IF.
           MOVE  STACK-FRAME (ESP)  TO  CURRENT-FRAME.
           SUBTRACT  1            FROM  ESP.
           ADD  1                 TO  WS-POP-COUNT.
           IF CURRENT-PEGS = 4
               PERFORM  DO-REVE-FRAME
           ELSE
               PERFORM  DO-THREE-PEG-FRAME
           END-IF.
           IF FUNCTION MOD(WS-POP-COUNT, WS-CHECKPOINT-INTERVAL) = 0
               PERFORM WRITE-CHECKPOINT
           END-IF.

       DO-THREE-PEG-FRAME.
           IF CURRENT-ACT = 0
               IF CURRENT-DISKS = 1
                   PERFORM  WRITE-MOVE-RECORD
               END-IF
           ELSE
               PERFORM  WRITE-MOVE-RECORD
               MOVE  CURRENT-FRAME  TO  TEMP-FRAME
               MOVE  CURRENT-DISKS  TO  TEMP-DISKS
               MOVE  CURRENT-FROM   TO  TEMP-VIA
               MOVE  CURRENT-VIA    TO  TEMP-FROM
               SUBTRACT  1        FROM  TEMP-DISKS
               PERFORM  PUSH-STACK-FRAME
           END-IF.

       DO-REVE-FRAME.
           MOVE  CURRENT-FRAME  TO  TEMP-FRAME.
           EVALUATE TRUE
               WHEN CURRENT-DISKS = 1
                   PERFORM  WRITE-MOVE-RECORD
               WHEN CURRENT-ACT = 0
                   MOVE  1              TO  TEMP-ACT
                   PERFORM  PUSH-STACK-FRAME
                   MOVE  WS-REVE-SPLIT (CURRENT-DISKS)  TO  TEMP-DISKS
                   MOVE  CURRENT-FROM   TO  TEMP-FROM
                   MOVE  CURRENT-VIA    TO  TEMP-TO
                   MOVE  CURRENT-TO     TO  TEMP-VIA
                   MOVE  CURRENT-VIA2   TO  TEMP-VIA2
                   MOVE  0              TO  TEMP-ACT
                   PERFORM  PUSH-STACK-FRAME
               WHEN CURRENT-ACT = 1
                   MOVE  2              TO  TEMP-ACT
                   PERFORM  PUSH-STACK-FRAME
                   COMPUTE TEMP-DISKS = CURRENT-DISKS
                       - WS-REVE-SPLIT (CURRENT-DISKS)
                   COMPUTE TEMP-BASE = CURRENT-BASE
                       + WS-REVE-SPLIT (CURRENT-DISKS)
                   MOVE  CURRENT-FROM   TO  TEMP-FROM
                   MOVE  CURRENT-TO     TO  TEMP-TO
                   MOVE  CURRENT-VIA2   TO  TEMP-VIA
                   MOVE  3              TO  TEMP-PEGS
                   MOVE  0              TO  TEMP-ACT
                   PERFORM  PUSH-STACK-FRAME
               WHEN OTHER
                   MOVE  WS-REVE-SPLIT (CURRENT-DISKS)  TO  TEMP-DISKS
                   MOVE  CURRENT-VIA    TO  TEMP-FROM
                   MOVE  CURRENT-TO     TO  TEMP-TO
                   MOVE  CURRENT-FROM   TO  TEMP-VIA
                   MOVE  CURRENT-VIA2   TO  TEMP-VIA2
                   MOVE  0              TO  TEMP-ACT
                   PERFORM  PUSH-STACK-FRAME
           END-EVALUATE.

       PUSH-STACK-FRAME.
           IF ESP >= WS-MAX-STACK-DEPTH
           ADD  1               TO  WS-MOVE-SEQ.
           ADD  WS-MOVE-SEQ     TO  WS-HASH-TOTAL.
           MOVE WS-MOVE-SEQ     TO  MV-SEQ.
           COMPUTE MV-DISKS = CURRENT-BASE + CURRENT-DISKS.
           MOVE CURRENT-FROM    TO  MV-FROM.
           MOVE CURRENT-TO      TO  MV-TO.
           MOVE CURRENT-VIA     TO  MV-VIA.
           MOVE WS-INITIAL-DISKS  TO CKP-INITIAL-DISKS.
           MOVE WS-FROM-PEG       TO CKP-FROM-PEG.
           MOVE WS-TO-PEG         TO CKP-TO-PEG.
           MOVE WS-PEG-COUNT      TO CKP-PEG-COUNT.
           MOVE WS-POSITION-START TO CKP-POSITION-START.
           MOVE WS-POSITION-MOVES TO CKP-POSITION-MOVES.
           PERFORM VARYING WS-FRAME-IDX FROM 1 BY 1
                   UNTIL WS-FRAME-IDX > ESP
               MOVE STACK-DISKS (WS-FRAME-IDX)
                   TO CKP-TO (WS-FRAME-IDX)
               MOVE STACK-VIA (WS-FRAME-IDX)
                   TO CKP-VIA (WS-FRAME-IDX)
               MOVE STACK-VIA2 (WS-FRAME-IDX)
                   TO CKP-VIA2 (WS-FRAME-IDX)
               MOVE STACK-BASE (WS-FRAME-IDX)
                   TO CKP-BASE (WS-FRAME-IDX)
               MOVE STACK-PEGS (WS-FRAME-IDX)
                   TO CKP-PEGS (WS-FRAME-IDX)
               MOVE STACK-ACT (WS-FRAME-IDX)
                   TO CKP-ACT (WS-FRAME-IDX)
           END-PERFORM.
