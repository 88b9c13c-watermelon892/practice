           SELECT INQUIRY-RPT ASSIGN TO "HANOIIRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INQRPT-STATUS.
           SELECT POSITION-FILE ASSIGN TO "HANOIPOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSITION-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       01  RPT-LINE             PIC X(80).

       FD  POSITION-FILE
           RECORDING MODE IS F.
       01  POSITION-RECORD.
           05  PS-DISK          PIC X(3).
           05  PS-SEP1          PIC X(1).
           05  PS-PEG           PIC X(1).

       WORKING-STORAGE SECTION.
       77  WS-MOVES-STATUS      PIC X(2).
       77  WS-EXTRACT-STATUS    PIC X(2).
       77  WS-PEG-A-COUNT       PIC 9(3).
       77  WS-PEG-B-COUNT       PIC 9(3).
       77  WS-PEG-C-COUNT       PIC 9(3).
       77  WS-PEG-D-COUNT       PIC 9(3).
       77  WS-PEG-COUNT         PIC 9(1)  VALUE 3.
       77  WS-POSITION-STATUS   PIC X(2).
       77  WS-POSITION-START    PIC X(1)  VALUE "N".
       77  WS-POSITION-WRITTEN  PIC 9(3)  VALUE ZERO.
       77  WS-POSITION-REJECTS  PIC 9(3)  VALUE ZERO.
       01  WS-MAX-DISKS         PIC 9(3)  VALUE 30.
       01  WS-SEQ-INPUT         PIC X(10) JUSTIFIED RIGHT.
       01  WS-DISKS-INPUT       PIC X(3)  JUSTIFIED RIGHT.
           05  HI-TO-SEQ        PIC X(10).
           05  FILLER           PIC X(1).
           05  HI-DISK          PIC X(3).
           05  FILLER           PIC X(1).
           05  HI-SAVE-POSITION PIC X(1).
           05  FILLER           PIC X(44).

       01  WS-POSITION-LINE.
           05  PN-LABEL         PIC X(5)  VALUE "DISK ".
                   PERFORM REPLAY-TO-POSITION
           END-EVALUATE.
           CLOSE MOVES-IN.
           IF WS-POSITION-REJECTS > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       GET-INQUIRY-PARMS.
       TAKE-HEADER-START-PEG.
           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
                   UNTIL WS-PARM-IDX > 42
               IF EH-PARMS (WS-PARM-IDX:5) = "PEGS="
                   AND EH-PARMS (WS-PARM-IDX + 5:1) = "4"
                   MOVE 4 TO WS-PEG-COUNT
               END-IF
               IF EH-PARMS (WS-PARM-IDX:5) = "FROM="
                   AND (EH-PARMS (WS-PARM-IDX + 5:1) = "A"
                       OR EH-PARMS (WS-PARM-IDX + 5:1) = "B"
                       OR EH-PARMS (WS-PARM-IDX + 5:1) = "C"
                       OR EH-PARMS (WS-PARM-IDX + 5:1) = "D")
                   MOVE EH-PARMS (WS-PARM-IDX + 5:1) TO WS-START-PEG
               END-IF
               IF EH-PARMS (WS-PARM-IDX:6) = "FROM=*"
                   MOVE "Y" TO WS-POSITION-START
               END-IF
               IF EH-PARMS (WS-PARM-IDX:6) = "DISKS="
                   AND EH-PARMS (WS-PARM-IDX + 6:3) IS NUMERIC
                   MOVE EH-PARMS (WS-PARM-IDX + 6:3) TO WS-MAX-DISK
                   UNTIL WS-DISK-IDX > WS-MAX-DISKS
               MOVE WS-START-PEG TO WS-DISK-PEG (WS-DISK-IDX)
           END-PERFORM.
           IF WS-POSITION-START = "Y"
               PERFORM LOAD-START-POSITION
           END-IF.

       LOAD-START-POSITION.
           OPEN INPUT POSITION-FILE.
           IF WS-POSITION-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN HANOIPOS: STATUS "
                       WS-POSITION-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE MOVES-IN
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-POSITION-STATUS NOT = "00"
               READ POSITION-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SPACES TO WS-DISKS-INPUT
                       MOVE FUNCTION TRIM(PS-DISK) TO WS-DISKS-INPUT
                       INSPECT WS-DISKS-INPUT
                           REPLACING LEADING SPACE BY "0"
                       IF WS-DISKS-INPUT IS NUMERIC
                           AND WS-DISKS-INPUT > ZERO
                           AND WS-DISKS-INPUT <= WS-MAX-DISKS
                           AND (PS-PEG = "A" OR PS-PEG = "B"
                               OR PS-PEG = "C"
                               OR (PS-PEG = "D" AND WS-PEG-COUNT = 4))
                           MOVE WS-DISKS-INPUT TO WS-CUR-DISK
                           MOVE PS-PEG TO WS-DISK-PEG (WS-CUR-DISK)
                           IF WS-CUR-DISK > WS-MAX-DISK
                               MOVE WS-CUR-DISK TO WS-MAX-DISK
                           END-IF
                       ELSE
                           DISPLAY "HANOIPOS RECORD IGNORED: '"
                                   POSITION-RECORD "'"
                           ADD 1 TO WS-POSITION-REJECTS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE POSITION-FILE.

       REPLAY-ONE-MOVE.
           PERFORM TAKE-MOVE-SEQ.
           ELSE
               IF WS-CUR-DISK > ZERO
                   AND WS-CUR-DISK <= WS-MAX-DISKS
                   AND (MV-TO = "A" OR MV-TO = "B" OR MV-TO = "C"
                       OR (MV-TO = "D" AND WS-PEG-COUNT = 4))
                   MOVE MV-TO TO WS-DISK-PEG (WS-CUR-DISK)
                   IF WS-CUR-DISK > WS-MAX-DISK
                       MOVE WS-CUR-DISK TO WS-MAX-DISK
               STOP RUN
           END-IF.
           MOVE SPACES TO RPT-LINE.
           IF WS-POSITION-START = "Y"
               STRING "PEG POSITIONS AFTER MOVE " DELIMITED BY SIZE
                      WS-MOVES-SELECTED DELIMITED BY SIZE
                      " (START HANOIPOS)" DELIMITED BY SIZE
                      INTO RPT-LINE
               END-STRING
           ELSE
               STRING "PEG POSITIONS AFTER MOVE " DELIMITED BY SIZE
                      WS-MOVES-SELECTED DELIMITED BY SIZE
                      " (START PEG " DELIMITED BY SIZE
                      WS-START-PEG DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO RPT-LINE
               END-STRING
           END-IF.
           WRITE RPT-LINE.
           IF WS-POSITION-START = "Y"
               IF WS-MOVES-SELECTED = ZERO
                   MOVE
                     "NO MOVES REPLAYED - HANOIPOS POSITION UNCHANGED"
                       TO RPT-LINE
                   WRITE RPT-LINE
               END-IF
           ELSE
               IF WS-MAX-DISK = ZERO
                   MOVE "NO MOVES REPLAYED - ALL DISKS ON START PEG"
                       TO RPT-LINE
                   WRITE RPT-LINE
               END-IF
           END-IF.
           MOVE ZERO TO WS-PEG-A-COUNT.
           MOVE ZERO TO WS-PEG-B-COUNT.
           MOVE ZERO TO WS-PEG-C-COUNT.
           MOVE ZERO TO WS-PEG-D-COUNT.
           PERFORM VARYING WS-DISK-IDX FROM 1 BY 1
                   UNTIL WS-DISK-IDX > WS-MAX-DISK
               MOVE WS-DISK-IDX TO PN-DISK
                       ADD 1 TO WS-PEG-B-COUNT
                   WHEN "C"
                       ADD 1 TO WS-PEG-C-COUNT
                   WHEN "D"
                       ADD 1 TO WS-PEG-D-COUNT
               END-EVALUATE
           END-PERFORM.
           MOVE SPACES TO RPT-LINE.
                  "  PEG C: " WS-PEG-C-COUNT
                  DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           IF WS-PEG-COUNT = 4
               MOVE "  PEG D: " TO RPT-LINE (35:9)
               MOVE WS-PEG-D-COUNT TO RPT-LINE (44:3)
           END-IF.
           WRITE RPT-LINE.
           CLOSE INQUIRY-RPT.
           DISPLAY "POSITION REPLAYED THROUGH MOVE "
                   WS-MOVES-SELECTED " OF " WS-MOVES-READ
                   " FOR " WS-MAX-DISK " DISKS".
           IF HI-SAVE-POSITION = "Y"
               PERFORM WRITE-POSITION-FILE
           END-IF.

       WRITE-POSITION-FILE.
           IF WS-MAX-DISK = ZERO
               DISPLAY "NO DISK COUNT IN MOVESOUT HEADER - "
                       "HANOIPOS NOT WRITTEN"
               MOVE 4 TO RETURN-CODE
           ELSE
               OPEN OUTPUT POSITION-FILE
               IF WS-POSITION-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN HANOIPOS: STATUS "
                           WS-POSITION-STATUS
                   MOVE 12 TO RETURN-CODE
                   CLOSE MOVES-IN
                   STOP RUN
               END-IF
               PERFORM VARYING WS-DISK-IDX FROM WS-MAX-DISK BY -1
                       UNTIL WS-DISK-IDX < 1
                   MOVE WS-DISK-IDX TO PS-DISK
                   MOVE SPACE TO PS-SEP1
                   MOVE WS-DISK-PEG (WS-DISK-IDX) TO PS-PEG
                   WRITE POSITION-RECORD
                   ADD 1 TO WS-POSITION-WRITTEN
               END-PERFORM
               CLOSE POSITION-FILE
               DISPLAY "HANOIPOS WRITTEN: " WS-POSITION-WRITTEN
                       " DISKS"
           END-IF.
