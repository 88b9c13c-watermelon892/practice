           SELECT MOVES-IN ASSIGN TO "MOVESOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVES-STATUS.
           SELECT POSITION-FILE ASSIGN TO "HANOIPOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSITION-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  EH-SEP5          PIC X(1).
           05  EH-RUN-ID        PIC X(17).

       FD  POSITION-FILE
           RECORDING MODE IS F.
       01  POSITION-RECORD.
           05  PS-DISK          PIC X(3).
           05  PS-SEP1          PIC X(1).
           05  PS-PEG           PIC X(1).

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
       77  WS-MOVES-STATUS      PIC X(2).
       77  WS-MOVES-READ        PIC 9(10) VALUE ZERO.
       77  WS-FINAL-PEG         PIC X(1).
       77  WS-START-PEG         PIC X(1)  VALUE "A".
       77  WS-TARGET-PEG        PIC X(1)  VALUE "B".
       77  WS-PEG-COUNT         PIC 9(1)  VALUE 3.
       77  WS-PEG-OK            PIC X(1).
       77  WS-PEG-TEST          PIC X(1).
       77  WS-POSITION-STATUS   PIC X(2).
       77  WS-POSITION-START    PIC X(1)  VALUE "N".
       77  WS-POSITION-DISKS    PIC 9(3)  VALUE ZERO.
       77  WS-POSITION-READ     PIC 9(3)  VALUE ZERO.
       77  WS-POS-MAX-DISK      PIC 9(3)  VALUE ZERO.
       77  WS-POS-PEG-NUM       PIC 9(1).
       77  WS-HEADER-DISKS      PIC 9(3)  VALUE ZERO.
       01  WS-PEG-LETTERS       PIC X(4)  VALUE "ABCD".
       01  WS-PEG-TOPS.
           05  WS-PEG-TOP       PIC 9(3)  OCCURS 4 VALUE ZERO.
       01  WS-POS-LISTED-TABLE.
           05  WS-POS-LISTED    PIC X(1)  OCCURS 30 VALUE "N".
       77  WS-PARM-IDX          PIC 9(2)  COMP.
       77  WS-AUDITLOG-STATUS   PIC X(2).
       01  WS-FEED-RUN-ID       PIC X(17) VALUE SPACES.
       01  WS-AUDIT-STATUS      PIC X(8).
       01  WS-MAX-DISKS         PIC 9(3)  VALUE 30.
       01  WS-SEQ-INPUT         PIC X(10) JUSTIFIED RIGHT.
       01  WS-DISKS-INPUT       PIC X(3)  JUSTIFIED RIGHT.
           IF WS-MOVES-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN MOVESOUT: STATUS "
                       WS-MOVES-STATUS
               MOVE "FAILURE" TO WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-LOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE MOVES-IN.

           IF WS-MOVES-READ = ZERO
               AND WS-POSITION-START = "N"
               DISPLAY "MOVESOUT CONTAINS NO MOVE RECORDS"
               ADD 1 TO WS-ERROR-COUNT
           ELSE

           IF WS-ERROR-COUNT = ZERO
               DISPLAY "MOVE LIST VERIFIED: " WS-MOVES-READ
                       " LEGAL MOVES FOR " WS-MAX-DISK " DISKS ON "
                       WS-PEG-COUNT " PEGS"
               MOVE "SUCCESS" TO WS-AUDIT-STATUS
           ELSE
               DISPLAY "MOVE LIST REJECTED: " WS-ERROR-COUNT
                       " VIOLATIONS IN " WS-MOVES-READ " MOVES"
               MOVE "MISMATCH" TO WS-AUDIT-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-AUDIT-LOG.
           STOP RUN.

       TAKE-HEADER-PEGS.
           MOVE EH-RUN-ID TO WS-FEED-RUN-ID.
           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
                   UNTIL WS-PARM-IDX > 42
               IF EH-PARMS (WS-PARM-IDX:5) = "PEGS="
                   AND EH-PARMS (WS-PARM-IDX + 5:1) = "4"
                   MOVE 4 TO WS-PEG-COUNT
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
                   UNTIL WS-PARM-IDX > 42
               IF EH-PARMS (WS-PARM-IDX:5) = "FROM="
                   MOVE EH-PARMS (WS-PARM-IDX + 5:1) TO WS-PEG-TEST
                   PERFORM TEST-PEG-LETTER
                   IF WS-PEG-OK = "Y"
                       MOVE WS-PEG-TEST TO WS-START-PEG
                   END-IF
                   IF WS-PEG-TEST = "*"
                       MOVE "Y" TO WS-POSITION-START
                   END-IF
               END-IF
               IF EH-PARMS (WS-PARM-IDX:6) = "DISKS="
                   AND EH-PARMS (WS-PARM-IDX + 6:3) IS NUMERIC
                   MOVE EH-PARMS (WS-PARM-IDX + 6:3) TO WS-HEADER-DISKS
               END-IF
               IF EH-PARMS (WS-PARM-IDX:3) = "TO="
                   MOVE EH-PARMS (WS-PARM-IDX + 3:1) TO WS-PEG-TEST
                   PERFORM TEST-PEG-LETTER
                   IF WS-PEG-OK = "Y"
                       MOVE WS-PEG-TEST TO WS-TARGET-PEG
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-DISK-IDX FROM 1 BY 1
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
               MOVE "FAILURE" TO WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-LOG
               STOP RUN
           END-IF.
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
               PERFORM FLAG-VIOLATION
           END-IF.
           PERFORM VARYING WS-DISK-IDX FROM 1 BY 1
                   UNTIL WS-DISK-IDX > WS-POS-MAX-DISK
               IF WS-POS-LISTED (WS-DISK-IDX) = "N"
                   MOVE WS-DISK-IDX TO WS-CUR-DISK
                   DISPLAY "INVALID POSITION: DISK " WS-CUR-DISK
                           " IS MISSING FROM HANOIPOS"
                   PERFORM FLAG-VIOLATION
               END-IF
           END-PERFORM.
           IF WS-POS-MAX-DISK NOT = WS-POSITION-READ
               DISPLAY "INVALID POSITION: " WS-POSITION-READ
                       " DISKS LISTED BUT HIGHEST DISK IS "
                       WS-POS-MAX-DISK
               PERFORM FLAG-VIOLATION
           END-IF.
           IF WS-HEADER-DISKS NOT = WS-POS-MAX-DISK
               DISPLAY "INVALID POSITION: MOVESOUT HEADER SAYS DISKS="
                       WS-HEADER-DISKS " BUT HIGHEST HANOIPOS DISK IS "
                       WS-POS-MAX-DISK
               PERFORM FLAG-VIOLATION
           END-IF.
           MOVE WS-POS-MAX-DISK TO WS-MAX-DISK.
           DISPLAY "REPLAY STARTS FROM HANOIPOS POSITION OF "
                   WS-POSITION-DISKS " DISKS".

       TAKE-POSITION-RECORD.
           MOVE SPACES TO WS-DISKS-INPUT.
           MOVE FUNCTION TRIM(PS-DISK) TO WS-DISKS-INPUT.
           INSPECT WS-DISKS-INPUT REPLACING LEADING SPACE BY "0".
           IF WS-DISKS-INPUT IS NOT NUMERIC
               DISPLAY "POSITION RECORD " WS-POSITION-READ
                       ": DISK FIELD NOT NUMERIC '" PS-DISK "'"
               PERFORM FLAG-VIOLATION
           ELSE
               MOVE WS-DISKS-INPUT TO WS-CUR-DISK
               MOVE PS-PEG TO WS-PEG-TEST
               PERFORM TEST-PEG-LETTER
               MOVE ZERO TO WS-POS-PEG-NUM
               IF WS-PEG-OK = "Y"
                   PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
                           UNTIL WS-PARM-IDX > WS-PEG-COUNT
                       IF PS-PEG = WS-PEG-LETTERS (WS-PARM-IDX:1)
                           MOVE WS-PARM-IDX TO WS-POS-PEG-NUM
                       END-IF
                   END-PERFORM
               END-IF
               EVALUATE TRUE
                   WHEN WS-CUR-DISK = ZERO
                       OR WS-CUR-DISK > WS-MAX-DISKS
                       DISPLAY "POSITION RECORD " WS-POSITION-READ
                               ": DISK " WS-CUR-DISK
                               " IS OUTSIDE THE RANGE 001 THRU "
                               WS-MAX-DISKS
                       PERFORM FLAG-VIOLATION
                   WHEN WS-POS-PEG-NUM = ZERO
                       DISPLAY "POSITION RECORD " WS-POSITION-READ
                               ": DISK " WS-CUR-DISK
                               " HAS INVALID PEG '" PS-PEG "'"
                       PERFORM FLAG-VIOLATION
                   WHEN WS-POS-LISTED (WS-CUR-DISK) = "Y"
                       DISPLAY "POSITION RECORD " WS-POSITION-READ
                               ": DISK " WS-CUR-DISK
                               " IS LISTED MORE THAN ONCE"
                       PERFORM FLAG-VIOLATION
                   WHEN WS-PEG-TOP (WS-POS-PEG-NUM) NOT = ZERO
                       AND WS-PEG-TOP (WS-POS-PEG-NUM) < WS-CUR-DISK
                       DISPLAY "INVALID POSITION: DISK " WS-CUR-DISK
                               " SITS ON SMALLER DISK "
                               WS-PEG-TOP (WS-POS-PEG-NUM)
                               " ON PEG " PS-PEG
                       PERFORM FLAG-VIOLATION
                   WHEN OTHER
                       MOVE "Y" TO WS-POS-LISTED (WS-CUR-DISK)
                       MOVE PS-PEG TO WS-DISK-PEG (WS-CUR-DISK)
                       MOVE WS-CUR-DISK TO WS-PEG-TOP (WS-POS-PEG-NUM)
                       ADD 1 TO WS-POSITION-DISKS
                       IF WS-CUR-DISK > WS-POS-MAX-DISK
                           MOVE WS-CUR-DISK TO WS-POS-MAX-DISK
                       END-IF
               END-EVALUATE
           END-IF.

       CHECK-ONE-MOVE.
           MOVE "Y" TO WS-RECORD-OK.
           ELSE
               MOVE WS-DISKS-INPUT TO WS-CUR-DISK
           END-IF.
           MOVE MV-FROM TO WS-PEG-TEST.
           PERFORM TEST-PEG-LETTER.
           IF WS-PEG-OK NOT = "Y"
               PERFORM FLAG-VIOLATION
               IF WS-ERRORS-SHOWN <= WS-MAX-ERRORS-SHOWN
                   DISPLAY "MOVE " WS-CUR-SEQ
               END-IF
               MOVE "N" TO WS-RECORD-OK
           END-IF.
           MOVE MV-TO TO WS-PEG-TEST.
           PERFORM TEST-PEG-LETTER.
           IF WS-PEG-OK NOT = "Y"
               PERFORM FLAG-VIOLATION
               IF WS-ERRORS-SHOWN <= WS-MAX-ERRORS-SHOWN
                   DISPLAY "MOVE " WS-CUR-SEQ
               END-IF
           END-IF.

       TEST-PEG-LETTER.
           MOVE "N" TO WS-PEG-OK.
           IF WS-PEG-TEST = "A" OR WS-PEG-TEST = "B"
               OR WS-PEG-TEST = "C"
               MOVE "Y" TO WS-PEG-OK
           END-IF.
           IF WS-PEG-TEST = "D" AND WS-PEG-COUNT = 4
               MOVE "Y" TO WS-PEG-OK
           END-IF.

       FLAG-VIOLATION.
           ADD 1 TO WS-ERROR-COUNT.
           ADD 1 TO WS-ERRORS-SHOWN.
               DISPLAY "FURTHER VIOLATIONS SUPPRESSED AFTER "
                       WS-MAX-ERRORS-SHOWN " MESSAGES"
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
               MOVE "HANOI-MOVE-CHECK" TO AL-PROGRAM-ID
               ACCEPT AL-RUN-DATE FROM DATE YYYYMMDD
               ACCEPT AL-RUN-TIME FROM TIME
               MOVE SPACES TO AL-PARMS
               STRING "MOVES=" DELIMITED BY SIZE
                      WS-MOVES-READ DELIMITED BY SIZE
                      " PEGS=" DELIMITED BY SIZE
                      WS-PEG-COUNT DELIMITED BY SIZE
                      INTO AL-PARMS
               END-STRING
               MOVE WS-AUDIT-STATUS TO AL-STATUS
               MOVE WS-FEED-RUN-ID TO AL-RUN-ID
               MOVE SPACE TO AL-SEP1 AL-SEP2 AL-SEP3 AL-SEP4 AL-SEP5
               WRITE AUDIT-LOG-RECORD
               CLOSE AUDIT-LOG-FILE
           END-IF.
