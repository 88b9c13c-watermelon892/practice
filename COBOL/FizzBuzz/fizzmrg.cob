       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZBUZZ-MERGE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PART-IN ASSIGN TO "FIZZPIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTIN-STATUS.
           SELECT STAT-IN ASSIGN TO "FIZZSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATIN-STATUS.
           SELECT FIZZBUZZ-OUT ASSIGN TO "FIZZOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIZZOUT-STATUS.
           SELECT FIZZBUZZ-RPT ASSIGN TO "FIZZRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIZZRPT-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PART-IN
           RECORDING MODE IS F.
       01  PART-RECORD             PIC X(120).
       01  PART-HEADER REDEFINES PART-RECORD.
           05  PH-TYPE             PIC X(3).
           05  PH-SEP1             PIC X(1).
           05  PH-PROGRAM          PIC X(20).
           05  PH-SEP2             PIC X(1).
           05  PH-RUN-DATE         PIC 9(8).
           05  PH-SEP3             PIC X(1).
           05  PH-RUN-TIME         PIC 9(8).
           05  PH-SEP4             PIC X(1).
           05  PH-PARMS.
               10  PH-FROM-TAG     PIC X(5).
               10  PH-FROM         PIC X(10).
               10  PH-TO-TAG       PIC X(4).
               10  PH-TO           PIC X(10).
               10  PH-PART-TAG     PIC X(6).
               10  PH-PART         PIC X(3).
               10  FILLER          PIC X(12).
           05  PH-SEP5             PIC X(1).
           05  PH-RUN-ID           PIC X(17).
           05  FILLER              PIC X(9).
       01  PART-TRAILER REDEFINES PART-RECORD.
           05  PT-TYPE             PIC X(3).
           05  PT-SEP1             PIC X(1).
           05  PT-RECORD-COUNT     PIC 9(10).
           05  PT-SEP2             PIC X(1).
           05  PT-HASH-TOTAL       PIC 9(12).
           05  FILLER              PIC X(93).
       01  PART-DETAIL REDEFINES PART-RECORD.
           05  PD-COUNTER          PIC X(10).
           05  PD-SEP              PIC X(1).
           05  PD-LABEL            PIC X(40).
           05  FILLER              PIC X(69).

       FD  STAT-IN
           RECORDING MODE IS F.
       01  STAT-RECORD.
           05  SS-KIND             PIC X(5).
           05  SS-SEP1             PIC X(1).
           05  SS-PRIORITY         PIC 9(2).
           05  SS-SEP2             PIC X(1).
           05  SS-TYPE             PIC X(1).
           05  SS-SEP3             PIC X(1).
           05  SS-VALUE            PIC 9(3).
           05  SS-SEP4             PIC X(1).
           05  SS-LABEL            PIC X(16).
           05  SS-SEP5             PIC X(1).
           05  SS-COUNT            PIC 9(10).

       FD  FIZZBUZZ-OUT
           RECORDING MODE IS F.
       01  FIZZBUZZ-WIDE-RECORD.
           05  FW-COUNTER          PIC Z(9)9.
           05  FW-SEP              PIC X(1).
           05  FW-LABEL            PIC X(40).
       01  ENVELOPE-HEADER.
           05  EH-TYPE             PIC X(3).
           05  EH-SEP1             PIC X(1).
           05  EH-PROGRAM          PIC X(20).
           05  EH-SEP2             PIC X(1).
           05  EH-RUN-DATE         PIC 9(8).
           05  EH-SEP3             PIC X(1).
           05  EH-RUN-TIME         PIC 9(8).
           05  EH-SEP4             PIC X(1).
           05  EH-PARMS            PIC X(50).
           05  EH-SEP5             PIC X(1).
           05  EH-RUN-ID           PIC X(17).
       01  ENVELOPE-TRAILER.
           05  ET-TYPE             PIC X(3).
           05  ET-SEP1             PIC X(1).
           05  ET-RECORD-COUNT     PIC 9(10).
           05  ET-SEP2             PIC X(1).
           05  ET-HASH-TOTAL       PIC 9(12).

       FD  FIZZBUZZ-RPT
           RECORDING MODE IS F.
       01  RPT-LINE                PIC X(60).

       FD  AUDIT-LOG-FILE
           RECORDING MODE IS F.
       01  AUDIT-LOG-RECORD.
           05  AL-PROGRAM-ID       PIC X(20).
           05  AL-SEP1             PIC X(1).
           05  AL-RUN-DATE         PIC 9(8).
           05  AL-SEP2             PIC X(1).
           05  AL-RUN-TIME         PIC 9(8).
           05  AL-SEP3             PIC X(1).
           05  AL-PARMS            PIC X(30).
           05  AL-SEP4             PIC X(1).
           05  AL-STATUS           PIC X(8).
           05  AL-SEP5             PIC X(1).
           05  AL-RUN-ID           PIC X(17).

       WORKING-STORAGE SECTION.
       77  WS-PARTIN-STATUS        PIC X(2).
       77  WS-STATIN-STATUS        PIC X(2).
       77  WS-FIZZOUT-STATUS       PIC X(2).
       77  WS-FIZZRPT-STATUS       PIC X(2).
       77  WS-AUDITLOG-STATUS      PIC X(2).
       77  WS-RUN-DATE             PIC 9(8).
       01  WS-AUDIT-STATUS         PIC X(8)  VALUE "SUCCESS".
       01  WS-AUDIT-PARMS          PIC X(30) VALUE SPACES.
       01  WS-FEED-PARMS           PIC X(50) VALUE SPACES.
       01  WS-RUN-ID               PIC X(17).
       77  WS-RUN-ID-DATE          PIC 9(8).
       77  WS-RUN-ID-TIME          PIC 9(8).
       01  WS-PARTS-RUN-ID         PIC X(17) VALUE SPACES.
       77  WS-ERROR-COUNT          PIC 9(3)  VALUE ZERO.
       01  WS-ERROR-TEXT           PIC X(60).

       01  WS-COPY-CMD             PIC X(40).
       01  WS-RM-CMD               PIC X(30)
                                   VALUE "rm -f FIZZPIN FIZZSIN".
       77  WS-RAW-EXIT-STATUS      PIC S9(9) COMP.
       77  WS-COPY-RC              PIC 9(3).
       01  WS-PART-NAME            PIC X(8).
       01  WS-STAT-NAME            PIC X(8).

       01  WS-MAX-PARTS            PIC 9(3)  VALUE 100.
       77  WS-PART-COUNT           PIC 9(3)  VALUE ZERO.
       77  WS-PART-IDX             PIC 9(3)  COMP.
       77  WS-PART-JDX             PIC 9(3)  COMP.
       01  WS-PART-COUNT-INPUT     PIC X(3)  JUSTIFIED RIGHT.
       01  WS-PART-TABLE.
           05  WS-PART-ENTRY OCCURS 100.
               10  WS-PT-NUMBER    PIC 9(3).
               10  WS-PT-FROM      PIC 9(10).
               10  WS-PT-TO        PIC 9(10).
               10  WS-PT-RECORDS   PIC 9(10).
               10  WS-PT-RUN-ID    PIC X(17).
               10  WS-PT-STATUS    PIC X(8).
       01  WS-PART-HOLD            PIC X(58).

       77  WS-SCAN-HDR-SEEN        PIC X(1).
       77  WS-SCAN-TRL-SEEN        PIC X(1).
       77  WS-SCAN-SEQ-BROKEN      PIC X(1).
       77  WS-SCAN-COUNT           PIC 9(10).
       77  WS-SCAN-AFTER-TRL       PIC 9(10).
       77  WS-SCAN-HASH            PIC 9(18).
       77  WS-SCAN-HASH-LOW        PIC 9(12).
       77  WS-SCAN-EXPECT          PIC 9(10).
       77  WS-SCAN-TRL-COUNT       PIC 9(10).
       77  WS-SCAN-TRL-HASH        PIC 9(12).
       77  WS-SCAN-VALUE           PIC 9(10).
       01  WS-SCAN-KEY             PIC X(10) JUSTIFIED RIGHT.
       01  WS-SCAN-PART            PIC X(3)  JUSTIFIED RIGHT.

       77  WS-MERGE-FROM           PIC 9(10) VALUE ZERO.
       77  WS-MERGE-TO             PIC 9(10) VALUE ZERO.
       77  WS-PREV-TO              PIC 9(10).
       77  WS-PREV-NUMBER          PIC 9(3).
       77  WS-PREV-SEEN            PIC X(1).
       77  WS-GAP-FROM             PIC 9(10).
       77  WS-GAP-TO               PIC 9(10).
       77  WS-COUNT-PLAIN          PIC 9(10) VALUE ZERO.
       77  WS-COUNT-TOTAL          PIC 9(10) VALUE ZERO.
       77  WS-HASH-TOTAL           PIC 9(18) VALUE ZERO.
       77  WS-MERGED-COUNT         PIC 9(10) VALUE ZERO.

       77  WS-RULES-LOADED         PIC X(1)  VALUE "N".
       77  WS-RULES-DIFFER         PIC X(1).
       01  WS-RULES-SOURCE         PIC X(1)  VALUE SPACE.
       01  WS-RULES-VERSION        PIC X(16) VALUE SPACES.
       77  WS-RULE-COUNT           PIC 9(2)  COMP VALUE ZERO.
       77  WS-RULE-IDX             PIC 9(2)  COMP.
       77  WS-STAT-RULE-IDX        PIC 9(2)  COMP.
       77  WS-STAT-TOTAL           PIC 9(10).
       77  WS-STAT-TOTAL-SEEN      PIC X(1).
       01  WS-MAX-RULES            PIC 9(2)  VALUE 20.
       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY OCCURS 20.
               10  WS-RULE-TYPE    PIC X(1).
               10  WS-RULE-VALUE   PIC 9(3).
               10  WS-RULE-LABEL   PIC X(16).
               10  WS-RULE-PRIORITY PIC 9(2).
               10  WS-RULE-HITS    PIC 9(10).

       01  WS-RULE-LINE.
           05  RL-TAG              PIC X(5)  VALUE "RULE ".
           05  RL-PRIORITY         PIC 9(2).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  RL-TYPE             PIC X(1).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  RL-VALUE            PIC ZZ9.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  RL-LABEL            PIC X(16).
           05  FILLER              PIC X(2)  VALUE ": ".
           05  RL-HITS             PIC Z(9)9.

       01  WS-PART-LINE.
           05  PL-TAG              PIC X(5)  VALUE "PART ".
           05  PL-NUMBER           PIC 9(3).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  PL-FROM             PIC 9(10).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  PL-TO               PIC 9(10).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  PL-RECORDS          PIC Z(9)9.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  PL-STATUS           PIC X(8).

       01  WS-CONTROL-CARD         PIC X(80).
       01  WS-CONTROL-FIELDS REDEFINES WS-CONTROL-CARD.
           05  MG-PART-COUNT       PIC X(3).
           05  FILLER              PIC X(60).
           05  MG-RUN-ID           PIC X(17).

       PROCEDURE DIVISION.
           PERFORM GET-RUN-PARMS
           PERFORM OPEN-MERGE-REPORT
           PERFORM SCAN-PARTITIONS
           PERFORM CHECK-PARTITION-RANGES
           IF WS-ERROR-COUNT = ZERO
               PERFORM WRITE-MERGED-FEED
           END-IF
           PERFORM WRITE-REPORT
           CALL "SYSTEM" USING WS-RM-CMD
           MOVE ZERO TO RETURN-CODE
           IF WS-ERROR-COUNT NOT = ZERO
               MOVE 8 TO RETURN-CODE
               MOVE "MISMATCH" TO WS-AUDIT-STATUS
           END-IF
           PERFORM WRITE-AUDIT-LOG
           STOP RUN.

       GET-RUN-PARMS SECTION.
           MOVE SPACES TO WS-CONTROL-CARD.
           ACCEPT WS-CONTROL-CARD.

           IF MG-RUN-ID NOT = SPACES
               MOVE MG-RUN-ID TO WS-RUN-ID
               MOVE MG-RUN-ID TO WS-PARTS-RUN-ID
           ELSE
               ACCEPT WS-RUN-ID-DATE FROM DATE YYYYMMDD
               ACCEPT WS-RUN-ID-TIME FROM TIME
               MOVE SPACES TO WS-RUN-ID
               STRING "R" DELIMITED BY SIZE
                      WS-RUN-ID-DATE DELIMITED BY SIZE
                      WS-RUN-ID-TIME DELIMITED BY SIZE
                      INTO WS-RUN-ID
               END-STRING
           END-IF.

           MOVE SPACES TO WS-PART-COUNT-INPUT.
           MOVE FUNCTION TRIM(MG-PART-COUNT) TO WS-PART-COUNT-INPUT.
           INSPECT WS-PART-COUNT-INPUT
               REPLACING LEADING SPACE BY "0".
           IF WS-PART-COUNT-INPUT IS NOT NUMERIC
               OR WS-PART-COUNT-INPUT = ZEROS
               OR WS-PART-COUNT-INPUT > WS-MAX-PARTS
               DISPLAY "INVALID PARTITION COUNT '" MG-PART-COUNT
                       "': MUST BE 1 TO " WS-MAX-PARTS
               MOVE 16 TO RETURN-CODE
               MOVE "FAILURE" TO WS-AUDIT-STATUS
               MOVE "BAD PARTITION COUNT" TO WS-AUDIT-PARMS
               PERFORM WRITE-AUDIT-LOG
               STOP RUN
           END-IF.
           MOVE WS-PART-COUNT-INPUT TO WS-PART-COUNT.
           STRING "PARTS=" WS-PART-COUNT DELIMITED BY SIZE
                  INTO WS-AUDIT-PARMS
           END-STRING.
       GET-RUN-PARMS-EXIT.
           EXIT.

       OPEN-MERGE-REPORT SECTION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT FIZZBUZZ-RPT.
           IF WS-FIZZRPT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN FIZZRPT: STATUS "
                       WS-FIZZRPT-STATUS
               MOVE 12 TO RETURN-CODE
               MOVE "FAILURE" TO WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-LOG
               STOP RUN
           END-IF.
           MOVE SPACES TO RPT-LINE.
           STRING "FIZZBUZZ MERGE REPORT - " DELIMITED BY SIZE
                  WS-RUN-DATE                DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
       OPEN-MERGE-REPORT-EXIT.
           EXIT.

       NOTE-MERGE-ERROR SECTION.
           DISPLAY FUNCTION TRIM(WS-ERROR-TEXT TRAILING).
           MOVE WS-ERROR-TEXT TO RPT-LINE.
           WRITE RPT-LINE.
           ADD 1 TO WS-ERROR-COUNT.
       NOTE-MERGE-ERROR-EXIT.
           EXIT.

       SCAN-PARTITIONS SECTION.
           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                   UNTIL WS-PART-IDX > WS-PART-COUNT
               PERFORM SCAN-ONE-PARTITION
               PERFORM SCAN-PARTITION-STATS
           END-PERFORM.
       SCAN-PARTITIONS-EXIT.
           EXIT.

       SCAN-ONE-PARTITION SECTION.
           MOVE WS-PART-IDX TO WS-PT-NUMBER (WS-PART-IDX).
           MOVE ZERO   TO WS-PT-FROM (WS-PART-IDX)
                          WS-PT-TO (WS-PART-IDX)
                          WS-PT-RECORDS (WS-PART-IDX).
           MOVE SPACES TO WS-PT-RUN-ID (WS-PART-IDX).
           MOVE "OK"   TO WS-PT-STATUS (WS-PART-IDX).
           MOVE SPACES TO WS-PART-NAME.
           STRING "FIZZP" WS-PT-NUMBER (WS-PART-IDX)
                  DELIMITED BY SIZE
                  INTO WS-PART-NAME
           END-STRING.
           MOVE SPACES TO WS-COPY-CMD.
           STRING "cp "         DELIMITED BY SIZE
                  WS-PART-NAME  DELIMITED BY SPACE
                  " FIZZPIN"    DELIMITED BY SIZE
                  INTO WS-COPY-CMD
           END-STRING.
           PERFORM STAGE-WORK-FILE.
           IF WS-COPY-RC NOT = ZERO
               MOVE "MISSING" TO WS-PT-STATUS (WS-PART-IDX)
               MOVE SPACES TO WS-ERROR-TEXT
               STRING "PARTITION FILE " WS-PART-NAME
                      " IS MISSING" DELIMITED BY SIZE
                      INTO WS-ERROR-TEXT
               END-STRING
               PERFORM NOTE-MERGE-ERROR
               GO TO SCAN-ONE-PARTITION-EXIT
           END-IF.
           OPEN INPUT PART-IN.
           IF WS-PARTIN-STATUS NOT = "00"
               MOVE "MISSING" TO WS-PT-STATUS (WS-PART-IDX)
               MOVE SPACES TO WS-ERROR-TEXT
               STRING "PARTITION FILE " WS-PART-NAME
                      " NOT READABLE: STATUS " WS-PARTIN-STATUS
                      DELIMITED BY SIZE
                      INTO WS-ERROR-TEXT
               END-STRING
               PERFORM NOTE-MERGE-ERROR
               GO TO SCAN-ONE-PARTITION-EXIT
           END-IF.

           MOVE "N"  TO WS-SCAN-HDR-SEEN WS-SCAN-TRL-SEEN
                        WS-SCAN-SEQ-BROKEN.
           MOVE ZERO TO WS-SCAN-COUNT WS-SCAN-HASH WS-SCAN-AFTER-TRL
                        WS-SCAN-EXPECT WS-SCAN-TRL-COUNT
                        WS-SCAN-TRL-HASH.
           PERFORM UNTIL WS-PARTIN-STATUS NOT = "00"
                   AND WS-PARTIN-STATUS NOT = "04"
               READ PART-IN
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM SCAN-PARTITION-RECORD
               END-READ
           END-PERFORM.
           CLOSE PART-IN.
           MOVE WS-SCAN-COUNT TO WS-PT-RECORDS (WS-PART-IDX).

           IF WS-SCAN-HDR-SEEN = "N"
               MOVE "BADHDR" TO WS-PT-STATUS (WS-PART-IDX)
               MOVE SPACES TO WS-ERROR-TEXT
               STRING WS-PART-NAME " HAS NO VALID PARTITION HEADER"
                      DELIMITED BY SIZE
                      INTO WS-ERROR-TEXT
               END-STRING
               PERFORM NOTE-MERGE-ERROR
               GO TO SCAN-ONE-PARTITION-EXIT
           END-IF.
           IF WS-SCAN-TRL-SEEN = "N"
               MOVE "TRUNC" TO WS-PT-STATUS (WS-PART-IDX)
               MOVE SPACES TO WS-ERROR-TEXT
               STRING WS-PART-NAME " HAS NO TRAILER RECORD - "
                      "FILE MAY BE TRUNCATED" DELIMITED BY SIZE
                      INTO WS-ERROR-TEXT
               END-STRING
               PERFORM NOTE-MERGE-ERROR
               GO TO SCAN-ONE-PARTITION-EXIT
           END-IF.
           MOVE WS-SCAN-HASH TO WS-SCAN-HASH-LOW.
           IF WS-SCAN-TRL-COUNT NOT = WS-SCAN-COUNT
               OR WS-SCAN-TRL-HASH NOT = WS-SCAN-HASH-LOW
               OR WS-SCAN-AFTER-TRL NOT = ZERO
               MOVE "BADTRL" TO WS-PT-STATUS (WS-PART-IDX)
               MOVE SPACES TO WS-ERROR-TEXT
               STRING WS-PART-NAME " OUT OF BALANCE: TRAILER "
                      WS-SCAN-TRL-COUNT " FILE " WS-SCAN-COUNT
                      DELIMITED BY SIZE
                      INTO WS-ERROR-TEXT
               END-STRING
               PERFORM NOTE-MERGE-ERROR
               GO TO SCAN-ONE-PARTITION-EXIT
           END-IF.
           IF WS-SCAN-SEQ-BROKEN = "N"
               AND WS-SCAN-COUNT NOT =
                   WS-PT-TO (WS-PART-IDX) - WS-PT-FROM (WS-PART-IDX)
                   + 1
               MOVE "Y" TO WS-SCAN-SEQ-BROKEN
               MOVE SPACES TO WS-ERROR-TEXT
               STRING WS-PART-NAME " ENDS BEFORE " WS-PT-TO
                      (WS-PART-IDX) " AFTER " WS-SCAN-COUNT
                      " RECORDS" DELIMITED BY SIZE
                      INTO WS-ERROR-TEXT
               END-STRING
               PERFORM NOTE-MERGE-ERROR
           END-IF.
           IF WS-SCAN-SEQ-BROKEN = "Y"
               MOVE "BADSEQ" TO WS-PT-STATUS (WS-PART-IDX)
               GO TO SCAN-ONE-PARTITION-EXIT
           END-IF.
           IF WS-PARTS-RUN-ID = SPACES
               MOVE WS-PT-RUN-ID (WS-PART-IDX) TO WS-PARTS-RUN-ID
           END-IF.
           IF WS-PT-RUN-ID (WS-PART-IDX) NOT = WS-PARTS-RUN-ID
               MOVE "OLDRUN" TO WS-PT-STATUS (WS-PART-IDX)
               MOVE SPACES TO WS-ERROR-TEXT
               STRING WS-PART-NAME " IS FROM RUN "
                      WS-PT-RUN-ID (WS-PART-IDX) " NOT "
                      WS-PARTS-RUN-ID DELIMITED BY SIZE
                      INTO WS-ERROR-TEXT
               END-STRING
               PERFORM NOTE-MERGE-ERROR
           END-IF.
       SCAN-ONE-PARTITION-EXIT.
           EXIT.

       SCAN-PARTITION-RECORD SECTION.
           EVALUATE PART-RECORD (1:3)
               WHEN "HDR"
                   PERFORM SCAN-PARTITION-HEADER
               WHEN "TRL"
                   MOVE "Y" TO WS-SCAN-TRL-SEEN
                   IF PT-RECORD-COUNT IS NUMERIC
                       MOVE PT-RECORD-COUNT TO WS-SCAN-TRL-COUNT
                   END-IF
                   IF PT-HASH-TOTAL IS NUMERIC
                       MOVE PT-HASH-TOTAL TO WS-SCAN-TRL-HASH
                   END-IF
               WHEN OTHER
                   IF WS-SCAN-TRL-SEEN = "Y"
                       ADD 1 TO WS-SCAN-AFTER-TRL
                   ELSE
                       ADD 1 TO WS-SCAN-COUNT
                       PERFORM SCAN-PARTITION-DETAIL
                   END-IF
           END-EVALUATE.
       SCAN-PARTITION-RECORD-EXIT.
           EXIT.

       SCAN-PARTITION-HEADER SECTION.
           IF PH-PROGRAM NOT = "FIZZBUZZ"
               OR PH-FROM-TAG NOT = "FROM="
               OR PH-FROM IS NOT NUMERIC
               OR PH-TO IS NOT NUMERIC
               GO TO SCAN-PARTITION-HEADER-EXIT
           END-IF.
           MOVE "Y"       TO WS-SCAN-HDR-SEEN.
           MOVE PH-FROM   TO WS-PT-FROM (WS-PART-IDX).
           MOVE PH-TO     TO WS-PT-TO (WS-PART-IDX).
           MOVE PH-RUN-ID TO WS-PT-RUN-ID (WS-PART-IDX).
           MOVE PH-FROM   TO WS-SCAN-EXPECT.
           MOVE SPACES TO WS-SCAN-PART.
           MOVE FUNCTION TRIM(PH-PART) TO WS-SCAN-PART.
           INSPECT WS-SCAN-PART REPLACING LEADING SPACE BY "0".
           IF WS-SCAN-PART NOT = WS-PT-NUMBER (WS-PART-IDX)
               MOVE SPACES TO WS-ERROR-TEXT
               STRING WS-PART-NAME " HEADER IS FOR PART="
                      PH-PART DELIMITED BY SIZE
                      INTO WS-ERROR-TEXT
               END-STRING
               PERFORM NOTE-MERGE-ERROR
           END-IF.
       SCAN-PARTITION-HEADER-EXIT.
           EXIT.

       SCAN-PARTITION-DETAIL SECTION.
           MOVE SPACES TO WS-SCAN-KEY.
           MOVE FUNCTION TRIM(PD-COUNTER) TO WS-SCAN-KEY.
           INSPECT WS-SCAN-KEY REPLACING LEADING SPACE BY "0".
           IF WS-SCAN-KEY IS NOT NUMERIC
               MOVE ZERO TO WS-SCAN-VALUE
           ELSE
               MOVE WS-SCAN-KEY TO WS-SCAN-VALUE
               ADD WS-SCAN-VALUE TO WS-SCAN-HASH
           END-IF.
           IF WS-SCAN-VALUE NOT = WS-SCAN-EXPECT
               AND WS-SCAN-SEQ-BROKEN = "N"
               AND WS-SCAN-HDR-SEEN = "Y"
               MOVE "Y" TO WS-SCAN-SEQ-BROKEN
               MOVE SPACES TO WS-ERROR-TEXT
               STRING WS-PART-NAME " HAS COUNTER '" PD-COUNTER
                      "' WHERE " WS-SCAN-EXPECT " EXPECTED"
                      DELIMITED BY SIZE
                      INTO WS-ERROR-TEXT
               END-STRING
               PERFORM NOTE-MERGE-ERROR
           END-IF.
           ADD 1 TO WS-SCAN-EXPECT.
       SCAN-PARTITION-DETAIL-EXIT.
           EXIT.

       SCAN-PARTITION-STATS SECTION.
           MOVE SPACES TO WS-STAT-NAME.
           STRING "FIZZS" WS-PT-NUMBER (WS-PART-IDX)
                  DELIMITED BY SIZE
                  INTO WS-STAT-NAME
           END-STRING.
           MOVE SPACES TO WS-COPY-CMD.
           STRING "cp "         DELIMITED BY SIZE
                  WS-STAT-NAME  DELIMITED BY SPACE
                  " FIZZSIN"    DELIMITED BY SIZE
                  INTO WS-COPY-CMD
           END-STRING.
           PERFORM STAGE-WORK-FILE.
           IF WS-COPY-RC = ZERO
               OPEN INPUT STAT-IN
           END-IF.
           IF WS-COPY-RC NOT = ZERO OR WS-STATIN-STATUS NOT = "00"
               MOVE SPACES TO WS-ERROR-TEXT
               STRING "STATISTICS FILE " WS-STAT-NAME
                      " IS MISSING" DELIMITED BY SIZE
                      INTO WS-ERROR-TEXT
               END-STRING
               PERFORM NOTE-MERGE-ERROR
               GO TO SCAN-PARTITION-STATS-EXIT
           END-IF.
           MOVE "N"  TO WS-RULES-DIFFER WS-STAT-TOTAL-SEEN.
           MOVE ZERO TO WS-STAT-RULE-IDX WS-STAT-TOTAL.
           PERFORM UNTIL WS-STATIN-STATUS NOT = "00"
                   AND WS-STATIN-STATUS NOT = "04"
               READ STAT-IN
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM SCAN-ONE-STAT
               END-READ
           END-PERFORM.
           CLOSE STAT-IN.
           IF WS-RULES-LOADED = "Y"
               AND WS-STAT-RULE-IDX NOT = WS-RULE-COUNT
               MOVE "Y" TO WS-RULES-DIFFER
           END-IF.
           IF WS-RULES-DIFFER = "Y"
               MOVE SPACES TO WS-ERROR-TEXT
               STRING WS-STAT-NAME " RULE SET DIFFERS FROM "
                      "THE FIRST PARTITION" DELIMITED BY SIZE
                      INTO WS-ERROR-TEXT
               END-STRING
               PERFORM NOTE-MERGE-ERROR
           END-IF.
           IF WS-STAT-TOTAL-SEEN = "N"
               OR WS-STAT-TOTAL NOT = WS-PT-RECORDS (WS-PART-IDX)
               MOVE SPACES TO WS-ERROR-TEXT
               STRING WS-STAT-NAME " TOTAL " WS-STAT-TOTAL
                      " DOES NOT MATCH " WS-PART-NAME
                      DELIMITED BY SIZE
                      INTO WS-ERROR-TEXT
               END-STRING
               PERFORM NOTE-MERGE-ERROR
           END-IF.
           IF WS-RULES-LOADED = "N" AND WS-RULE-COUNT > ZERO
               MOVE "Y" TO WS-RULES-LOADED
           END-IF.
       SCAN-PARTITION-STATS-EXIT.
           EXIT.

       SCAN-ONE-STAT SECTION.
           EVALUATE SS-KIND
               WHEN "RULES"
                   IF WS-RULES-LOADED = "N"
                       MOVE SS-TYPE  TO WS-RULES-SOURCE
                       MOVE SS-LABEL TO WS-RULES-VERSION
                   ELSE
                       IF SS-TYPE NOT = WS-RULES-SOURCE
                           OR SS-LABEL NOT = WS-RULES-VERSION
                           MOVE "Y" TO WS-RULES-DIFFER
                       END-IF
                   END-IF
               WHEN "RULE"
                   ADD 1 TO WS-STAT-RULE-IDX
                   IF WS-STAT-RULE-IDX > WS-MAX-RULES
                       MOVE "Y" TO WS-RULES-DIFFER
                       GO TO SCAN-ONE-STAT-EXIT
                   END-IF
                   IF WS-RULES-LOADED = "N"
                       MOVE WS-STAT-RULE-IDX TO WS-RULE-COUNT
                       MOVE SS-TYPE     TO WS-RULE-TYPE (WS-RULE-COUNT)
                       MOVE SS-VALUE    TO WS-RULE-VALUE (WS-RULE-COUNT)
                       MOVE SS-LABEL    TO WS-RULE-LABEL (WS-RULE-COUNT)
                       MOVE SS-PRIORITY
                           TO WS-RULE-PRIORITY (WS-RULE-COUNT)
                       MOVE ZERO        TO WS-RULE-HITS (WS-RULE-COUNT)
                   END-IF
                   IF WS-STAT-RULE-IDX > WS-RULE-COUNT
                       MOVE "Y" TO WS-RULES-DIFFER
                       GO TO SCAN-ONE-STAT-EXIT
                   END-IF
                   IF SS-TYPE NOT = WS-RULE-TYPE (WS-STAT-RULE-IDX)
                       OR SS-VALUE NOT =
                           WS-RULE-VALUE (WS-STAT-RULE-IDX)
                       OR SS-LABEL NOT =
                           WS-RULE-LABEL (WS-STAT-RULE-IDX)
                       OR SS-PRIORITY NOT =
                           WS-RULE-PRIORITY (WS-STAT-RULE-IDX)
                       MOVE "Y" TO WS-RULES-DIFFER
                   ELSE
                       ADD SS-COUNT TO WS-RULE-HITS (WS-STAT-RULE-IDX)
                   END-IF
               WHEN "PLAIN"
                   ADD SS-COUNT TO WS-COUNT-PLAIN
               WHEN "TOTAL"
                   MOVE "Y" TO WS-STAT-TOTAL-SEEN
                   MOVE SS-COUNT TO WS-STAT-TOTAL
                   ADD SS-COUNT TO WS-COUNT-TOTAL
           END-EVALUATE.
       SCAN-ONE-STAT-EXIT.
           EXIT.

       STAGE-WORK-FILE SECTION.
           CALL "SYSTEM" USING WS-RM-CMD.
           CALL "SYSTEM" USING WS-COPY-CMD.
           MOVE RETURN-CODE TO WS-RAW-EXIT-STATUS.
           COMPUTE WS-COPY-RC = WS-RAW-EXIT-STATUS / 256.
           MOVE ZERO TO RETURN-CODE.
       STAGE-WORK-FILE-EXIT.
           EXIT.

       CHECK-PARTITION-RANGES SECTION.
           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                   UNTIL WS-PART-IDX >= WS-PART-COUNT
               PERFORM VARYING WS-PART-JDX FROM 1 BY 1
                       UNTIL WS-PART-JDX > WS-PART-COUNT - WS-PART-IDX
                   IF WS-PT-FROM (WS-PART-JDX) >
                       WS-PT-FROM (WS-PART-JDX + 1)
                       MOVE WS-PART-ENTRY (WS-PART-JDX)
                           TO WS-PART-HOLD
                       MOVE WS-PART-ENTRY (WS-PART-JDX + 1)
                           TO WS-PART-ENTRY (WS-PART-JDX)
                       MOVE WS-PART-HOLD
                           TO WS-PART-ENTRY (WS-PART-JDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

           MOVE "N" TO WS-PREV-SEEN.
           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                   UNTIL WS-PART-IDX > WS-PART-COUNT
               IF WS-PT-FROM (WS-PART-IDX) NOT = ZERO
                   PERFORM CHECK-ONE-RANGE
               END-IF
           END-PERFORM.
       CHECK-PARTITION-RANGES-EXIT.
           EXIT.

       CHECK-ONE-RANGE SECTION.
           IF WS-PREV-SEEN = "N"
               MOVE WS-PT-FROM (WS-PART-IDX) TO WS-MERGE-FROM
           ELSE
               IF WS-PT-FROM (WS-PART-IDX) NOT > WS-PREV-TO
                   MOVE SPACES TO WS-ERROR-TEXT
                   STRING "PARTS " WS-PREV-NUMBER " AND "
                          WS-PT-NUMBER (WS-PART-IDX)
                          " OVERLAP FROM " WS-PT-FROM (WS-PART-IDX)
                          DELIMITED BY SIZE
                          INTO WS-ERROR-TEXT
                   END-STRING
                   PERFORM NOTE-MERGE-ERROR
               END-IF
               IF WS-PT-FROM (WS-PART-IDX) > WS-PREV-TO + 1
                   COMPUTE WS-GAP-FROM = WS-PREV-TO + 1
                   COMPUTE WS-GAP-TO = WS-PT-FROM (WS-PART-IDX) - 1
                   MOVE SPACES TO WS-ERROR-TEXT
                   STRING "GAP BETWEEN PARTS " WS-PREV-NUMBER " AND "
                          WS-PT-NUMBER (WS-PART-IDX) ": "
                          WS-GAP-FROM "-" WS-GAP-TO
                          DELIMITED BY SIZE
                          INTO WS-ERROR-TEXT
                   END-STRING
                   PERFORM NOTE-MERGE-ERROR
               END-IF
           END-IF.
           IF WS-PREV-SEEN = "N"
               OR WS-PT-TO (WS-PART-IDX) > WS-PREV-TO
               MOVE WS-PT-TO (WS-PART-IDX)     TO WS-PREV-TO
               MOVE WS-PT-NUMBER (WS-PART-IDX) TO WS-PREV-NUMBER
           END-IF.
           MOVE "Y" TO WS-PREV-SEEN.
           MOVE WS-PREV-TO TO WS-MERGE-TO.
       CHECK-ONE-RANGE-EXIT.
           EXIT.

       WRITE-MERGED-FEED SECTION.
           OPEN OUTPUT FIZZBUZZ-OUT.
           IF WS-FIZZOUT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN FIZZOUT: STATUS "
                       WS-FIZZOUT-STATUS
               MOVE 12 TO RETURN-CODE
               MOVE "FAILURE" TO WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-LOG
               STOP RUN
           END-IF.
           STRING "FROM="   WS-MERGE-FROM DELIMITED BY SIZE
                  " TO="    WS-MERGE-TO   DELIMITED BY SIZE
                  " PARTS=" WS-PART-COUNT DELIMITED BY SIZE
                  INTO WS-FEED-PARMS
           END-STRING.
           MOVE "HDR"            TO EH-TYPE.
           MOVE "FIZZBUZZ-MERGE" TO EH-PROGRAM.
           ACCEPT EH-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT EH-RUN-TIME FROM TIME.
           MOVE WS-FEED-PARMS TO EH-PARMS.
           MOVE WS-RUN-ID TO EH-RUN-ID.
           MOVE SPACE TO EH-SEP1 EH-SEP2 EH-SEP3 EH-SEP4 EH-SEP5.
           WRITE ENVELOPE-HEADER.
           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                   UNTIL WS-PART-IDX > WS-PART-COUNT
               PERFORM COPY-ONE-PARTITION
           END-PERFORM.
           MOVE "TRL"           TO ET-TYPE.
           MOVE WS-MERGED-COUNT TO ET-RECORD-COUNT.
           MOVE WS-HASH-TOTAL   TO ET-HASH-TOTAL.
           MOVE SPACE TO ET-SEP1 ET-SEP2.
           WRITE ENVELOPE-TRAILER.
           CLOSE FIZZBUZZ-OUT.
       WRITE-MERGED-FEED-EXIT.
           EXIT.

       COPY-ONE-PARTITION SECTION.
           MOVE SPACES TO WS-PART-NAME.
           STRING "FIZZP" WS-PT-NUMBER (WS-PART-IDX)
                  DELIMITED BY SIZE
                  INTO WS-PART-NAME
           END-STRING.
           MOVE SPACES TO WS-COPY-CMD.
           STRING "cp "         DELIMITED BY SIZE
                  WS-PART-NAME  DELIMITED BY SPACE
                  " FIZZPIN"    DELIMITED BY SIZE
                  INTO WS-COPY-CMD
           END-STRING.
           PERFORM STAGE-WORK-FILE.
           IF WS-COPY-RC = ZERO
               OPEN INPUT PART-IN
           END-IF.
           IF WS-COPY-RC NOT = ZERO OR WS-PARTIN-STATUS NOT = "00"
               DISPLAY "PARTITION FILE " WS-PART-NAME
                       " LOST DURING MERGE"
               CLOSE FIZZBUZZ-OUT
               MOVE 12 TO RETURN-CODE
               MOVE "FAILURE" TO WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-LOG
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-PARTIN-STATUS NOT = "00"
                   AND WS-PARTIN-STATUS NOT = "04"
               READ PART-IN
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PART-RECORD (1:3) NOT = "HDR"
                           AND PART-RECORD (1:3) NOT = "TRL"
                           MOVE SPACES TO WS-SCAN-KEY
                           MOVE FUNCTION TRIM(PD-COUNTER)
                               TO WS-SCAN-KEY
                           INSPECT WS-SCAN-KEY
                               REPLACING LEADING SPACE BY "0"
                           MOVE WS-SCAN-KEY TO WS-SCAN-VALUE
                           MOVE WS-SCAN-VALUE TO FW-COUNTER
                           MOVE SPACE         TO FW-SEP
                           MOVE PD-LABEL      TO FW-LABEL
                           WRITE FIZZBUZZ-WIDE-RECORD
                           ADD 1 TO WS-MERGED-COUNT
                           ADD WS-SCAN-VALUE TO WS-HASH-TOTAL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PART-IN.
       COPY-ONE-PARTITION-EXIT.
           EXIT.

       WRITE-REPORT SECTION.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "RANGE: "     DELIMITED BY SIZE
                  WS-MERGE-FROM DELIMITED BY SIZE
                  " TO "        DELIMITED BY SIZE
                  WS-MERGE-TO   DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.

           MOVE SPACES TO RPT-LINE.
           STRING "PARTITIONS: " DELIMITED BY SIZE
                  WS-PART-COUNT  DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.

           MOVE SPACES TO RPT-LINE.
           IF WS-RULES-SOURCE = "V"
               STRING "RULES VERSION: " DELIMITED BY SIZE
                      WS-RULES-VERSION  DELIMITED BY SIZE
                      INTO RPT-LINE
               END-STRING
           ELSE
               MOVE "RULES FROM CONTROL CARD" TO RPT-LINE
           END-IF.
           WRITE RPT-LINE.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE "PART FROM       TO            RECORDS STATUS"
               TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                   UNTIL WS-PART-IDX > WS-PART-COUNT
               MOVE WS-PT-NUMBER (WS-PART-IDX)  TO PL-NUMBER
               MOVE WS-PT-FROM (WS-PART-IDX)    TO PL-FROM
               MOVE WS-PT-TO (WS-PART-IDX)      TO PL-TO
               MOVE WS-PT-RECORDS (WS-PART-IDX) TO PL-RECORDS
               MOVE WS-PT-STATUS (WS-PART-IDX)  TO PL-STATUS
               MOVE WS-PART-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE "MATCH COUNTS BY RULE" TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
               MOVE WS-RULE-PRIORITY (WS-RULE-IDX) TO RL-PRIORITY
               MOVE WS-RULE-TYPE (WS-RULE-IDX)     TO RL-TYPE
               MOVE WS-RULE-VALUE (WS-RULE-IDX)    TO RL-VALUE
               MOVE WS-RULE-LABEL (WS-RULE-IDX)    TO RL-LABEL
               MOVE WS-RULE-HITS (WS-RULE-IDX)     TO RL-HITS
               MOVE WS-RULE-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM.

           MOVE SPACES TO RPT-LINE.
           STRING "PLAIN NUMBER COUNT.......: " DELIMITED BY SIZE
                  WS-COUNT-PLAIN               DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE SPACES TO RPT-LINE.
           STRING "GRAND TOTAL..............: " DELIMITED BY SIZE
                  WS-COUNT-TOTAL               DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           IF WS-ERROR-COUNT = ZERO
               STRING "MERGED FEED WRITTEN: " DELIMITED BY SIZE
                      WS-MERGED-COUNT         DELIMITED BY SIZE
                      " RECORDS"              DELIMITED BY SIZE
                      INTO RPT-LINE
               END-STRING
           ELSE
               STRING "MERGE REJECTED: "     DELIMITED BY SIZE
                      WS-ERROR-COUNT         DELIMITED BY SIZE
                      " CONDITIONS - FIZZOUT NOT WRITTEN"
                                             DELIMITED BY SIZE
                      INTO RPT-LINE
               END-STRING
           END-IF.
           WRITE RPT-LINE.
           DISPLAY FUNCTION TRIM(RPT-LINE TRAILING).
           CLOSE FIZZBUZZ-RPT.
       WRITE-REPORT-EXIT.
           EXIT.

       WRITE-AUDIT-LOG SECTION.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AUDITLOG-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.

           MOVE "FIZZBUZZ-MERGE" TO AL-PROGRAM-ID.
           ACCEPT AL-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT AL-RUN-TIME FROM TIME.
           MOVE WS-AUDIT-PARMS TO AL-PARMS.
           MOVE WS-AUDIT-STATUS TO AL-STATUS.
           MOVE WS-RUN-ID TO AL-RUN-ID.
           MOVE SPACE TO AL-SEP1 AL-SEP2 AL-SEP3 AL-SEP4 AL-SEP5.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.
       WRITE-AUDIT-LOG-EXIT.
           EXIT.
