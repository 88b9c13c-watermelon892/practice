           SELECT RUN-LOCK ASSIGN TO "RUNLOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOCK-STATUS.
           SELECT FIZZBUZZ-STATS ASSIGN TO "FIZZSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIZZSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  FB-COUNTER          PIC ZZ9.
           05  FB-SEP              PIC X(1).
           05  FB-LABEL            PIC X(40).
       01  FIZZBUZZ-WIDE-RECORD.
           05  FW-COUNTER          PIC Z(9)9.
           05  FW-SEP              PIC X(1).
           05  FW-LABEL            PIC X(40).
       01  ENVELOPE-HEADER.
           05  EH-TYPE             PIC X(3).
           05  EH-SEP1             PIC X(1).
           05  LK-SEP2             PIC X(1).
           05  LK-RUN-TIME         PIC 9(8).

       FD  FIZZBUZZ-STATS
           RECORDING MODE IS F.
       01  STAT-RECORD.
           05  FS-KIND             PIC X(5).
           05  FS-SEP1             PIC X(1).
           05  FS-PRIORITY         PIC 9(2).
           05  FS-SEP2             PIC X(1).
           05  FS-TYPE             PIC X(1).
           05  FS-SEP3             PIC X(1).
           05  FS-VALUE            PIC 9(3).
           05  FS-SEP4             PIC X(1).
           05  FS-LABEL            PIC X(16).
           05  FS-SEP5             PIC X(1).
           05  FS-COUNT            PIC 9(10).

       WORKING-STORAGE SECTION.
       77  COUNTER                 PIC 9(10).
       77  WS-LAST-COUNTER         PIC 9(10).
       77  WS-FIZZOUT-STATUS       PIC X(2).
       77  WS-FIZZRPT-STATUS       PIC X(2).
       77  WS-AUDITLOG-STATUS      PIC X(2).
       77  WS-RUN-DATE             PIC 9(8).
       01  WS-AUDIT-STATUS         PIC X(8)  VALUE "SUCCESS".
       01  WS-AUDIT-PARMS          PIC X(30) VALUE SPACES.
       77  WS-HASH-TOTAL           PIC 9(18) VALUE ZERO.
       01  WS-FEED-PARMS           PIC X(50) VALUE SPACES.
       01  WS-RUN-ID               PIC X(17).
       77  WS-RUN-ID-DATE          PIC 9(8).
       77  WS-SAVED-RC             PIC S9(9) COMP.

       01  WS-REPORT-COUNTS.
           05  WS-COUNT-PLAIN      PIC 9(10) VALUE ZERO.
           05  WS-COUNT-TOTAL      PIC 9(10) VALUE ZERO.

       77  WS-FIZZRULE-STATUS      PIC X(2).
       77  WS-RULES-MODE           PIC X(1)  VALUE "N".
               10  WS-RULE-VALUE   PIC 9(3).
               10  WS-RULE-LABEL   PIC X(16).
               10  WS-RULE-PRIORITY PIC 9(2).
               10  WS-RULE-HITS    PIC 9(10).
       01  WS-RULE-HOLD.
           05  WS-HOLD-TYPE        PIC X(1).
           05  WS-HOLD-VALUE       PIC 9(3).
           05  WS-HOLD-LABEL       PIC X(16).
           05  WS-HOLD-PRIORITY    PIC 9(2).
           05  WS-HOLD-HITS        PIC 9(10).
       01  WS-VALUE-INPUT          PIC X(3)  JUSTIFIED RIGHT.
       01  WS-PRIORITY-INPUT       PIC X(2)  JUSTIFIED RIGHT.
       77  WS-MATCH-COUNT          PIC 9(2)  COMP.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  RL-LABEL            PIC X(16).
           05  FILLER              PIC X(2)  VALUE ": ".
           05  RL-HITS             PIC Z(9)9.

       01  WS-CONTROL-CARD         PIC X(80).
       01  WS-CONTROL-FIELDS REDEFINES WS-CONTROL-CARD.
           05  CC-LABEL-1          PIC X(8).
           05  CC-DIVISOR-2        PIC X(2).
           05  CC-LABEL-2          PIC X(8).
           05  CC-PART-NUMBER      PIC X(3).
           05  CC-PART-FROM        PIC X(10).
           05  CC-PART-TO          PIC X(10).
           05  FILLER              PIC X(17).
           05  CC-RUN-ID           PIC X(17).

       01  WS-MAX-UPPER-LIMIT      PIC 9(3)  VALUE 998.
       01  WS-MAX-PART-TO          PIC 9(10) VALUE 999999999.

       77  WS-FIZZSTAT-STATUS      PIC X(2).
       77  WS-PART-MODE            PIC X(1)  VALUE "N".
       77  WS-PART-NUMBER          PIC 9(3)  VALUE ZERO.
       77  WS-PART-FROM            PIC 9(10) VALUE ZERO.
       77  WS-PART-TO              PIC 9(10) VALUE ZERO.
       01  WS-PART-NUMBER-INPUT    PIC X(3)  JUSTIFIED RIGHT.
       01  WS-PART-FROM-INPUT      PIC X(10) JUSTIFIED RIGHT.
       01  WS-PART-TO-INPUT        PIC X(10) JUSTIFIED RIGHT.
       01  WS-PART-CMD             PIC X(40).
       77  WS-RAW-EXIT-STATUS      PIC S9(9) COMP.
       77  WS-PART-RC              PIC 9(3).

       01  WS-UPPER-LIMIT-INPUT    PIC X(3)  JUSTIFIED RIGHT.
       01  WS-DIVISOR-1-INPUT      PIC X(2)  JUSTIFIED RIGHT.
           PERFORM CHECK-RUN-LOCK
           PERFORM FIZZ-BUZZ
           PERFORM WRITE-REPORT
           IF WS-PART-MODE = "Y"
               PERFORM SAVE-PARTITION
           END-IF
           PERFORM WRITE-AUDIT-LOG
           PERFORM RELEASE-RUN-LOCK
           STOP RUN.
                      INTO WS-RUN-ID
               END-STRING
           END-IF.

           IF CC-PART-NUMBER NOT = SPACES
               OR CC-PART-FROM NOT = SPACES
               OR CC-PART-TO NOT = SPACES
               PERFORM GET-PARTITION-PARMS
           END-IF.
       GET-RUN-PARMS-EXIT.
           EXIT.

       GET-PARTITION-PARMS SECTION.
           MOVE SPACES TO WS-PART-NUMBER-INPUT.
           MOVE FUNCTION TRIM(CC-PART-NUMBER) TO WS-PART-NUMBER-INPUT.
           INSPECT WS-PART-NUMBER-INPUT
               REPLACING LEADING SPACE BY "0".
           MOVE SPACES TO WS-PART-FROM-INPUT.
           MOVE FUNCTION TRIM(CC-PART-FROM) TO WS-PART-FROM-INPUT.
           INSPECT WS-PART-FROM-INPUT
               REPLACING LEADING SPACE BY "0".
           MOVE SPACES TO WS-PART-TO-INPUT.
           MOVE FUNCTION TRIM(CC-PART-TO) TO WS-PART-TO-INPUT.
           INSPECT WS-PART-TO-INPUT
               REPLACING LEADING SPACE BY "0".
           IF WS-PART-NUMBER-INPUT IS NOT NUMERIC
               OR WS-PART-NUMBER-INPUT = ZEROS
               OR WS-PART-FROM-INPUT IS NOT NUMERIC
               OR WS-PART-FROM-INPUT = ZEROS
               OR WS-PART-TO-INPUT IS NOT NUMERIC
               DISPLAY "INVALID PARTITION ON CONTROL CARD: NUMBER '"
                       CC-PART-NUMBER "' FROM '" CC-PART-FROM
                       "' TO '" CC-PART-TO "'"
               PERFORM REJECT-PARTITION-CARD
           END-IF.
           MOVE WS-PART-NUMBER-INPUT TO WS-PART-NUMBER.
           MOVE WS-PART-FROM-INPUT   TO WS-PART-FROM.
           MOVE WS-PART-TO-INPUT     TO WS-PART-TO.
           IF WS-PART-TO < WS-PART-FROM
               DISPLAY "PARTITION END " WS-PART-TO
                       " IS BELOW PARTITION START " WS-PART-FROM
               PERFORM REJECT-PARTITION-CARD
           END-IF.
           IF WS-PART-TO > WS-MAX-PART-TO
               DISPLAY "PARTITION END " WS-PART-TO
                       " EXCEEDS MAXIMUM " WS-MAX-PART-TO
               PERFORM REJECT-PARTITION-CARD
           END-IF.
           MOVE "Y" TO WS-PART-MODE.
       GET-PARTITION-PARMS-EXIT.
           EXIT.

       REJECT-PARTITION-CARD SECTION.
           MOVE 16 TO RETURN-CODE.
           MOVE "FAILURE" TO WS-AUDIT-STATUS.
           MOVE "BAD PARTITION" TO WS-AUDIT-PARMS.
           PERFORM WRITE-AUDIT-LOG.
           STOP RUN.
       REJECT-PARTITION-CARD-EXIT.
           EXIT.

       LOAD-RULE-TABLE SECTION.
           OPEN INPUT FIZZBUZZ-RULES.
           IF WS-FIZZRULE-STATUS = "00"
                      INTO WS-FEED-PARMS
               END-STRING
           END-IF.
           IF WS-PART-MODE = "Y"
               MOVE SPACES TO WS-FEED-PARMS WS-AUDIT-PARMS
               STRING "FROM="  WS-PART-FROM   DELIMITED BY SIZE
                      " TO="   WS-PART-TO     DELIMITED BY SIZE
                      " PART=" WS-PART-NUMBER DELIMITED BY SIZE
                      INTO WS-FEED-PARMS
               END-STRING
               STRING "PART="  WS-PART-NUMBER DELIMITED BY SIZE
                      " "      WS-PART-FROM   DELIMITED BY SIZE
                      "-"      WS-PART-TO     DELIMITED BY SIZE
                      INTO WS-AUDIT-PARMS
               END-STRING
           END-IF.
       LOAD-RULE-TABLE-EXIT.
           EXIT.

           MOVE WS-RUN-ID TO EH-RUN-ID.
           MOVE SPACE TO EH-SEP1 EH-SEP2 EH-SEP3 EH-SEP4 EH-SEP5.
           WRITE ENVELOPE-HEADER.
           IF WS-PART-MODE = "Y"
               MOVE WS-PART-FROM   TO COUNTER
               MOVE WS-PART-TO     TO WS-LAST-COUNTER
           ELSE
               MOVE 1              TO COUNTER
               MOVE WS-UPPER-LIMIT TO WS-LAST-COUNTER
           END-IF.
           PERFORM UNTIL COUNTER > WS-LAST-COUNTER
               MOVE ZERO   TO WS-MATCH-COUNT
               MOVE SPACES TO WS-LABEL-WORK
               MOVE 1      TO WS-LABEL-POS
                   PERFORM APPLY-ONE-RULE
               END-PERFORM
               IF WS-MATCH-COUNT = ZERO
                   MOVE SPACES TO WS-LABEL-WORK
                   ADD 1 TO WS-COUNT-PLAIN
               END-IF
               IF WS-PART-MODE = "Y"
                   MOVE COUNTER       TO FW-COUNTER
                   MOVE SPACE         TO FW-SEP
                   MOVE WS-LABEL-WORK TO FW-LABEL
                   WRITE FIZZBUZZ-WIDE-RECORD
               ELSE
                   MOVE COUNTER       TO FB-COUNTER
                   MOVE SPACE         TO FB-SEP
                   MOVE WS-LABEL-WORK TO FB-LABEL
                   WRITE FIZZBUZZ-RECORD
               END-IF
               ADD 1 TO WS-COUNT-TOTAL
               ADD COUNTER TO WS-HASH-TOTAL
               ADD 1 TO COUNTER
           WRITE RPT-LINE.

           MOVE SPACES TO RPT-LINE.
           IF WS-PART-MODE = "Y"
               STRING "PARTITION "  DELIMITED BY SIZE
                      WS-PART-NUMBER DELIMITED BY SIZE
                      " RANGE: "    DELIMITED BY SIZE
                      WS-PART-FROM  DELIMITED BY SIZE
                      " TO "        DELIMITED BY SIZE
                      WS-PART-TO    DELIMITED BY SIZE
                      INTO RPT-LINE
               END-STRING
           ELSE
               STRING "UPPER LIMIT: " DELIMITED BY SIZE
                      WS-UPPER-LIMIT DELIMITED BY SIZE
                      INTO RPT-LINE
               END-STRING
           END-IF.
           WRITE RPT-LINE.

           MOVE SPACES TO RPT-LINE.
       WRITE-REPORT-EXIT.
           EXIT.

       SAVE-PARTITION SECTION.
           OPEN OUTPUT FIZZBUZZ-STATS.
           IF WS-FIZZSTAT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN FIZZSTAT: STATUS "
                       WS-FIZZSTAT-STATUS
               MOVE 12 TO RETURN-CODE
               MOVE "FAILURE" TO WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-LOG
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF.
           MOVE SPACES TO STAT-RECORD.
           MOVE "RULES" TO FS-KIND.
           MOVE ZERO    TO FS-PRIORITY FS-VALUE.
           IF WS-RULES-MODE = "Y"
               MOVE "V"              TO FS-TYPE
               MOVE WS-RULES-VERSION TO FS-LABEL
           ELSE
               MOVE "C"              TO FS-TYPE
               MOVE "CONTROL CARD"   TO FS-LABEL
           END-IF.
           MOVE WS-RULE-COUNT TO FS-COUNT.
           WRITE STAT-RECORD.
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
               MOVE "RULE"                         TO FS-KIND
               MOVE WS-RULE-PRIORITY (WS-RULE-IDX) TO FS-PRIORITY
               MOVE WS-RULE-TYPE (WS-RULE-IDX)     TO FS-TYPE
               MOVE WS-RULE-VALUE (WS-RULE-IDX)    TO FS-VALUE
               MOVE WS-RULE-LABEL (WS-RULE-IDX)    TO FS-LABEL
               MOVE WS-RULE-HITS (WS-RULE-IDX)     TO FS-COUNT
               WRITE STAT-RECORD
           END-PERFORM.
           MOVE SPACES TO STAT-RECORD.
           MOVE ZERO   TO FS-PRIORITY FS-VALUE.
           MOVE "PLAIN" TO FS-KIND.
           MOVE WS-COUNT-PLAIN TO FS-COUNT.
           WRITE STAT-RECORD.
           MOVE "TOTAL" TO FS-KIND.
           MOVE WS-COUNT-TOTAL TO FS-COUNT.
           WRITE STAT-RECORD.
           CLOSE FIZZBUZZ-STATS.

           MOVE SPACES TO WS-PART-CMD.
           STRING "mv FIZZOUT FIZZP" DELIMITED BY SIZE
                  WS-PART-NUMBER     DELIMITED BY SIZE
                  INTO WS-PART-CMD
           END-STRING.
           PERFORM MOVE-PARTITION-FILE.
           MOVE SPACES TO WS-PART-CMD.
           STRING "mv FIZZSTAT FIZZS" DELIMITED BY SIZE
                  WS-PART-NUMBER      DELIMITED BY SIZE
                  INTO WS-PART-CMD
           END-STRING.
           PERFORM MOVE-PARTITION-FILE.
       SAVE-PARTITION-EXIT.
           EXIT.

       MOVE-PARTITION-FILE SECTION.
           CALL "SYSTEM" USING WS-PART-CMD.
           MOVE RETURN-CODE TO WS-RAW-EXIT-STATUS.
           COMPUTE WS-PART-RC = WS-RAW-EXIT-STATUS / 256.
           MOVE ZERO TO RETURN-CODE.
           IF WS-PART-RC NOT = ZERO
               DISPLAY "PARTITION FILE NOT SAVED: "
                       FUNCTION TRIM(WS-PART-CMD)
                       " FAILED RC " WS-PART-RC
               MOVE 12 TO RETURN-CODE
               MOVE "FAILURE" TO WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-LOG
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF.
       MOVE-PARTITION-FILE-EXIT.
           EXIT.

       WRITE-AUDIT-LOG SECTION.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AUDITLOG-STATUS NOT = "00"
