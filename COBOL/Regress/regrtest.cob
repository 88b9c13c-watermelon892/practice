       IDENTIFICATION DIVISION.
       PROGRAM-ID.    REGRESSION-TEST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TEST-CASES ASSIGN TO "REGRCASE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGRCASE-STATUS.
           SELECT CASE-CARD ASSIGN TO "REGRCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGRCARD-STATUS.
           SELECT ACTUAL-IN ASSIGN TO "REGRACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGRACT-STATUS.
           SELECT BASELINE-IN ASSIGN TO "REGRBASE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGRBASE-STATUS.
           SELECT REGR-RPT ASSIGN TO "REGRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGRRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TEST-CASES
           RECORDING MODE IS F.
       01  TEST-CASE-RECORD.
           05  TC-CASE-ID       PIC X(8).
           05  TC-SEP1          PIC X(1).
           05  TC-TYPE          PIC X(6).
           05  TC-SEP2          PIC X(1).
           05  TC-DATA          PIC X(120).
       01  TEST-CASE-HEADER REDEFINES TEST-CASE-RECORD.
           05  FILLER           PIC X(16).
           05  TC-PROGRAM       PIC X(40).
           05  TC-SEP3          PIC X(1).
           05  TC-EXPECT-RC     PIC X(3).
           05  TC-SEP4          PIC X(1).
           05  TC-TITLE         PIC X(40).
           05  FILLER           PIC X(35).
       01  TEST-CASE-CARD REDEFINES TEST-CASE-RECORD.
           05  FILLER           PIC X(16).
           05  TC-CARD          PIC X(80).
           05  FILLER           PIC X(40).
       01  TEST-CASE-FILE REDEFINES TEST-CASE-RECORD.
           05  FILLER           PIC X(16).
           05  TC-DATASET       PIC X(8).
           05  TC-SEP5          PIC X(1).
           05  TC-PATH          PIC X(80).
           05  FILLER           PIC X(31).

       FD  CASE-CARD
           RECORDING MODE IS F.
       01  CASE-CARD-RECORD     PIC X(80).

       FD  ACTUAL-IN
           RECORDING MODE IS F.
       01  ACTUAL-RECORD        PIC X(200).

       FD  BASELINE-IN
           RECORDING MODE IS F.
       01  BASELINE-RECORD      PIC X(200).

       FD  REGR-RPT
           RECORDING MODE IS F.
       01  RPT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-REGRCASE-STATUS   PIC X(2).
       77  WS-REGRCARD-STATUS   PIC X(2).
       77  WS-REGRACT-STATUS    PIC X(2).
       77  WS-REGRBASE-STATUS   PIC X(2).
       77  WS-REGRRPT-STATUS    PIC X(2).
       77  WS-RUN-DATE          PIC 9(8).
       77  WS-RUN-TIME          PIC 9(8).

       01  WS-CONTROL-CARD      PIC X(80).
       01  WS-CONTROL-FIELDS REDEFINES WS-CONTROL-CARD.
           05  RT-ONLY-CASE     PIC X(8).
           05  FILLER           PIC X(72).

       01  WS-WORK-ROOT         PIC X(8)  VALUE "REGRWORK".
       01  WS-SHELL-CMD         PIC X(300).
       77  WS-RAW-EXIT-STATUS   PIC S9(9) COMP.
       77  WS-SHELL-RC          PIC 9(3).
       01  WS-PROGRAM-PREFIX    PIC X(6).

       77  WS-CASE-STATE        PIC X(1)  VALUE "N".
       01  WS-CASE-ID           PIC X(8).
       01  WS-CASE-PROGRAM      PIC X(40).
       01  WS-CASE-TITLE        PIC X(40).
       01  WS-CASE-EXPECT-INPUT PIC X(3)  JUSTIFIED RIGHT.
       77  WS-CASE-EXPECT-RC    PIC 9(3).
       77  WS-CASE-ACTUAL-RC    PIC 9(3).
       01  WS-CASE-CARD         PIC X(80).
       77  WS-CASE-CARD-GIVEN   PIC X(1).
       77  WS-CASE-RESULT       PIC X(4).
       77  WS-SETUP-ERROR       PIC X(1).
       01  WS-SETUP-MSG         PIC X(100).
       77  WS-BAD-CHARS         PIC 9(3)  COMP.

       01  WS-MAX-FILES         PIC 9(2)  VALUE 20.
       77  WS-STAGE-COUNT       PIC 9(2)  COMP VALUE ZERO.
       77  WS-EXPECT-COUNT      PIC 9(2)  COMP VALUE ZERO.
       77  WS-FILE-IDX          PIC 9(2)  COMP.
       01  WS-STAGE-TABLE.
           05  WS-STAGE-ENTRY OCCURS 20.
               10  WS-STAGE-DATASET PIC X(8).
               10  WS-STAGE-PATH    PIC X(80).
       01  WS-EXPECT-TABLE.
           05  WS-EXPECT-ENTRY OCCURS 20.
               10  WS-EXPECT-DATASET PIC X(8).
               10  WS-EXPECT-PATH    PIC X(80).

       77  WS-COMPARE-DONE      PIC X(1).
       77  WS-ACTUAL-EOF        PIC X(1).
       77  WS-BASELINE-EOF      PIC X(1).
       77  WS-LINE-NUMBER       PIC 9(7).
       01  WS-ACTUAL-LINE       PIC X(200).
       01  WS-BASELINE-LINE     PIC X(200).

       77  WS-CASES-RUN         PIC 9(5)  VALUE ZERO.
       77  WS-CASES-PASSED      PIC 9(5)  VALUE ZERO.
       77  WS-CASES-FAILED      PIC 9(5)  VALUE ZERO.

       01  WS-CASE-LINE.
           05  FILLER           PIC X(5)  VALUE "CASE ".
           05  CL-CASE-ID       PIC X(8).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  CL-PROGRAM       PIC X(40).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  CL-TITLE         PIC X(40).

       PROCEDURE DIVISION.
           PERFORM INITIALIZE-HARNESS
           PERFORM UNTIL WS-REGRCASE-STATUS NOT = "00"
                   AND WS-REGRCASE-STATUS NOT = "04"
               READ TEST-CASES
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM PROCESS-CASE-RECORD
               END-READ
           END-PERFORM
           IF WS-CASE-STATE NOT = "N"
               PERFORM RUN-ONE-CASE
           END-IF
           CLOSE TEST-CASES
           PERFORM WRITE-TOTALS
           STOP RUN.

       INITIALIZE-HARNESS SECTION.
           MOVE SPACES TO WS-CONTROL-CARD.
           ACCEPT WS-CONTROL-CARD.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           OPEN INPUT TEST-CASES.
           IF WS-REGRCASE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN REGRCASE: STATUS "
                       WS-REGRCASE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REGR-RPT.
           IF WS-REGRRPT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN REGRRPT: STATUS "
                       WS-REGRRPT-STATUS
               CLOSE TEST-CASES
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO RPT-LINE.
           STRING "REGRESSION TEST REPORT - " DELIMITED BY SIZE
                  WS-RUN-DATE                 DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WS-RUN-TIME                 DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           IF RT-ONLY-CASE NOT = SPACES
               MOVE SPACES TO RPT-LINE
               STRING "SELECTED CASE: " DELIMITED BY SIZE
                      RT-ONLY-CASE      DELIMITED BY SIZE
                      INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
       INITIALIZE-HARNESS-EXIT.
           EXIT.

       PROCESS-CASE-RECORD SECTION.
           IF TEST-CASE-RECORD = SPACES
               OR TC-CASE-ID (1:1) = "*"
               GO TO PROCESS-CASE-RECORD-EXIT
           END-IF.
           IF TC-TYPE = "CASE"
               IF WS-CASE-STATE NOT = "N"
                   PERFORM RUN-ONE-CASE
               END-IF
               PERFORM START-NEW-CASE
               GO TO PROCESS-CASE-RECORD-EXIT
           END-IF.
           IF WS-CASE-STATE = "N"
               DISPLAY "REGRCASE RECORD OUTSIDE ANY CASE IGNORED: "
                       TC-CASE-ID " " TC-TYPE
               GO TO PROCESS-CASE-RECORD-EXIT
           END-IF.
           IF WS-CASE-STATE = "S"
               GO TO PROCESS-CASE-RECORD-EXIT
           END-IF.
           IF TC-CASE-ID NOT = WS-CASE-ID
               MOVE "Y" TO WS-SETUP-ERROR
               MOVE SPACES TO WS-SETUP-MSG
               STRING "RECORD FOR CASE " TC-CASE-ID
                      " FOUND INSIDE CASE " WS-CASE-ID
                      DELIMITED BY SIZE
                      INTO WS-SETUP-MSG
               END-STRING
               GO TO PROCESS-CASE-RECORD-EXIT
           END-IF.
           EVALUATE TC-TYPE
               WHEN "CARD"
                   MOVE TC-CARD TO WS-CASE-CARD
                   MOVE "Y" TO WS-CASE-CARD-GIVEN
               WHEN "STAGE"
                   IF WS-STAGE-COUNT >= WS-MAX-FILES
                       OR TC-DATASET = SPACES OR TC-PATH = SPACES
                       MOVE "Y" TO WS-SETUP-ERROR
                       MOVE "STAGE RECORD INVALID OR TOO MANY STAGED"
                           TO WS-SETUP-MSG
                   ELSE
                       ADD 1 TO WS-STAGE-COUNT
                       MOVE TC-DATASET
                           TO WS-STAGE-DATASET (WS-STAGE-COUNT)
                       MOVE TC-PATH TO WS-STAGE-PATH (WS-STAGE-COUNT)
                   END-IF
               WHEN "EXPECT"
                   IF WS-EXPECT-COUNT >= WS-MAX-FILES
                       OR TC-DATASET = SPACES OR TC-PATH = SPACES
                       MOVE "Y" TO WS-SETUP-ERROR
                       MOVE "EXPECT RECORD INVALID OR TOO MANY EXPECTED"
                           TO WS-SETUP-MSG
                   ELSE
                       ADD 1 TO WS-EXPECT-COUNT
                       MOVE TC-DATASET
                           TO WS-EXPECT-DATASET (WS-EXPECT-COUNT)
                       MOVE TC-PATH TO WS-EXPECT-PATH (WS-EXPECT-COUNT)
                   END-IF
               WHEN OTHER
                   MOVE "Y" TO WS-SETUP-ERROR
                   MOVE SPACES TO WS-SETUP-MSG
                   STRING "UNKNOWN RECORD TYPE '" TC-TYPE "'"
                          DELIMITED BY SIZE
                          INTO WS-SETUP-MSG
                   END-STRING
           END-EVALUATE.
       PROCESS-CASE-RECORD-EXIT.
           EXIT.

       START-NEW-CASE SECTION.
           MOVE TC-CASE-ID   TO WS-CASE-ID.
           MOVE TC-PROGRAM   TO WS-CASE-PROGRAM.
           MOVE TC-TITLE     TO WS-CASE-TITLE.
           MOVE SPACES       TO WS-CASE-CARD WS-SETUP-MSG.
           MOVE "N"          TO WS-CASE-CARD-GIVEN WS-SETUP-ERROR.
           MOVE ZERO         TO WS-STAGE-COUNT WS-EXPECT-COUNT.
           MOVE "A"          TO WS-CASE-STATE.
           IF RT-ONLY-CASE NOT = SPACES
               AND RT-ONLY-CASE NOT = WS-CASE-ID
               MOVE "S" TO WS-CASE-STATE
               GO TO START-NEW-CASE-EXIT
           END-IF.
           MOVE ZERO TO WS-BAD-CHARS.
           INSPECT FUNCTION TRIM(WS-CASE-ID) TALLYING WS-BAD-CHARS
               FOR ALL " " ALL "/" ALL "." ALL ";" ALL "&".
           IF WS-CASE-ID = SPACES OR WS-BAD-CHARS > ZERO
               MOVE "Y" TO WS-SETUP-ERROR
               MOVE "CASE ID MUST BE A SINGLE WORD WITHOUT / . ; &"
                   TO WS-SETUP-MSG
           END-IF.
           IF WS-CASE-PROGRAM = SPACES
               MOVE "Y" TO WS-SETUP-ERROR
               MOVE "CASE RECORD HAS NO PROGRAM" TO WS-SETUP-MSG
           END-IF.
           MOVE SPACES TO WS-CASE-EXPECT-INPUT.
           MOVE FUNCTION TRIM(TC-EXPECT-RC) TO WS-CASE-EXPECT-INPUT.
           INSPECT WS-CASE-EXPECT-INPUT
               REPLACING LEADING SPACE BY "0".
           IF WS-CASE-EXPECT-INPUT IS NUMERIC
               MOVE WS-CASE-EXPECT-INPUT TO WS-CASE-EXPECT-RC
           ELSE
               MOVE "Y" TO WS-SETUP-ERROR
               MOVE SPACES TO WS-SETUP-MSG
               STRING "EXPECTED RETURN CODE '" TC-EXPECT-RC
                      "' IS NOT NUMERIC" DELIMITED BY SIZE
                      INTO WS-SETUP-MSG
               END-STRING
           END-IF.
       START-NEW-CASE-EXIT.
           EXIT.

       RUN-ONE-CASE SECTION.
           IF WS-CASE-STATE = "S"
               MOVE "N" TO WS-CASE-STATE
               GO TO RUN-ONE-CASE-EXIT
           END-IF.
           MOVE "N" TO WS-CASE-STATE.
           ADD 1 TO WS-CASES-RUN.
           MOVE "PASS" TO WS-CASE-RESULT.
           MOVE WS-CASE-ID      TO CL-CASE-ID.
           MOVE WS-CASE-PROGRAM TO CL-PROGRAM.
           MOVE WS-CASE-TITLE   TO CL-TITLE.
           MOVE WS-CASE-LINE TO RPT-LINE.
           WRITE RPT-LINE.

           IF WS-SETUP-ERROR = "N"
               PERFORM PREPARE-WORK-AREA
           END-IF.
           IF WS-SETUP-ERROR = "Y"
               MOVE "FAIL" TO WS-CASE-RESULT
               MOVE SPACES TO RPT-LINE
               STRING "    SETUP ERROR: " WS-SETUP-MSG
                      DELIMITED BY SIZE
                      INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
               PERFORM WRITE-CASE-RESULT
               GO TO RUN-ONE-CASE-EXIT
           END-IF.

           PERFORM RUN-CASE-PROGRAM.
           MOVE SPACES TO RPT-LINE.
           STRING "    RETURN CODE " WS-CASE-ACTUAL-RC
                  " (EXPECTED " WS-CASE-EXPECT-RC ")"
                  DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           IF WS-CASE-ACTUAL-RC NOT = WS-CASE-EXPECT-RC
               MOVE "FAIL" TO WS-CASE-RESULT
               MOVE "MISMATCH" TO RPT-LINE (40:8)
           END-IF.
           WRITE RPT-LINE.

           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > WS-EXPECT-COUNT
               PERFORM COMPARE-ONE-OUTPUT
           END-PERFORM.
           PERFORM WRITE-CASE-RESULT.
       RUN-ONE-CASE-EXIT.
           EXIT.

       WRITE-CASE-RESULT SECTION.
           MOVE SPACES TO RPT-LINE.
           STRING "    RESULT: " WS-CASE-RESULT
                  DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-CASE-RESULT = "PASS"
               ADD 1 TO WS-CASES-PASSED
           ELSE
               ADD 1 TO WS-CASES-FAILED
           END-IF.
           DISPLAY "CASE " WS-CASE-ID " " WS-CASE-RESULT.
       WRITE-CASE-RESULT-EXIT.
           EXIT.

       PREPARE-WORK-AREA SECTION.
           MOVE SPACES TO WS-SHELL-CMD.
           STRING "rm -rf "     DELIMITED BY SIZE
                  WS-WORK-ROOT  DELIMITED BY SPACE
                  "/"           DELIMITED BY SIZE
                  WS-CASE-ID    DELIMITED BY SPACE
                  " && mkdir -p " DELIMITED BY SIZE
                  WS-WORK-ROOT  DELIMITED BY SPACE
                  "/"           DELIMITED BY SIZE
                  WS-CASE-ID    DELIMITED BY SPACE
                  INTO WS-SHELL-CMD
           END-STRING.
           PERFORM RUN-SHELL-COMMAND.
           IF WS-SHELL-RC NOT = ZERO
               MOVE "Y" TO WS-SETUP-ERROR
               MOVE "UNABLE TO CREATE WORK AREA" TO WS-SETUP-MSG
               GO TO PREPARE-WORK-AREA-EXIT
           END-IF.

           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > WS-STAGE-COUNT
                   OR WS-SETUP-ERROR = "Y"
               MOVE SPACES TO WS-SHELL-CMD
               STRING "cp "         DELIMITED BY SIZE
                      WS-STAGE-PATH (WS-FILE-IDX) DELIMITED BY SPACE
                      " "           DELIMITED BY SIZE
                      WS-WORK-ROOT  DELIMITED BY SPACE
                      "/"           DELIMITED BY SIZE
                      WS-CASE-ID    DELIMITED BY SPACE
                      "/"           DELIMITED BY SIZE
                      WS-STAGE-DATASET (WS-FILE-IDX)
                                    DELIMITED BY SPACE
                      " 2>/dev/null" DELIMITED BY SIZE
                      INTO WS-SHELL-CMD
               END-STRING
               PERFORM RUN-SHELL-COMMAND
               IF WS-SHELL-RC NOT = ZERO
                   MOVE "Y" TO WS-SETUP-ERROR
                   MOVE SPACES TO WS-SETUP-MSG
                   STRING "UNABLE TO STAGE " DELIMITED BY SIZE
                          WS-STAGE-PATH (WS-FILE-IDX)
                          DELIMITED BY SPACE
                          " AS " DELIMITED BY SIZE
                          WS-STAGE-DATASET (WS-FILE-IDX)
                          DELIMITED BY SPACE
                          INTO WS-SETUP-MSG
                   END-STRING
               END-IF
           END-PERFORM.
           IF WS-SETUP-ERROR = "Y"
               GO TO PREPARE-WORK-AREA-EXIT
           END-IF.

           OPEN OUTPUT CASE-CARD.
           IF WS-REGRCARD-STATUS NOT = "00"
               MOVE "Y" TO WS-SETUP-ERROR
               MOVE "UNABLE TO OPEN REGRCARD" TO WS-SETUP-MSG
               GO TO PREPARE-WORK-AREA-EXIT
           END-IF.
           MOVE WS-CASE-CARD TO CASE-CARD-RECORD.
           WRITE CASE-CARD-RECORD.
           CLOSE CASE-CARD.
           MOVE SPACES TO WS-SHELL-CMD.
           STRING "mv REGRCARD " DELIMITED BY SIZE
                  WS-WORK-ROOT   DELIMITED BY SPACE
                  "/"            DELIMITED BY SIZE
                  WS-CASE-ID     DELIMITED BY SPACE
                  "/STEPCARD"    DELIMITED BY SIZE
                  INTO WS-SHELL-CMD
           END-STRING.
           PERFORM RUN-SHELL-COMMAND.
           IF WS-SHELL-RC NOT = ZERO
               MOVE "Y" TO WS-SETUP-ERROR
               MOVE "UNABLE TO PLACE STEPCARD IN WORK AREA"
                   TO WS-SETUP-MSG
           END-IF.
       PREPARE-WORK-AREA-EXIT.
           EXIT.

       RUN-CASE-PROGRAM SECTION.
           IF WS-CASE-PROGRAM (1:1) = "/"
               MOVE SPACES   TO WS-PROGRAM-PREFIX
           ELSE
               MOVE "../../" TO WS-PROGRAM-PREFIX
           END-IF.
           MOVE SPACES TO WS-SHELL-CMD.
           STRING "cd "         DELIMITED BY SIZE
                  WS-WORK-ROOT  DELIMITED BY SPACE
                  "/"           DELIMITED BY SIZE
                  WS-CASE-ID    DELIMITED BY SPACE
                  " && "        DELIMITED BY SIZE
                  WS-PROGRAM-PREFIX DELIMITED BY SPACE
                  FUNCTION TRIM(WS-CASE-PROGRAM) DELIMITED BY SIZE
                  " <STEPCARD >SYSOUT 2>&1" DELIMITED BY SIZE
                  INTO WS-SHELL-CMD
           END-STRING.
           PERFORM RUN-SHELL-COMMAND.
           MOVE WS-SHELL-RC TO WS-CASE-ACTUAL-RC.
       RUN-CASE-PROGRAM-EXIT.
           EXIT.

       RUN-SHELL-COMMAND SECTION.
           CALL "SYSTEM" USING WS-SHELL-CMD.
           MOVE RETURN-CODE TO WS-RAW-EXIT-STATUS.
           COMPUTE WS-SHELL-RC = WS-RAW-EXIT-STATUS / 256.
           MOVE ZERO TO RETURN-CODE.
       RUN-SHELL-COMMAND-EXIT.
           EXIT.

       COMPARE-ONE-OUTPUT SECTION.
           MOVE "rm -f REGRACT REGRBASE" TO WS-SHELL-CMD.
           PERFORM RUN-SHELL-COMMAND.
           MOVE SPACES TO WS-SHELL-CMD.
           STRING "cp "         DELIMITED BY SIZE
                  WS-WORK-ROOT  DELIMITED BY SPACE
                  "/"           DELIMITED BY SIZE
                  WS-CASE-ID    DELIMITED BY SPACE
                  "/"           DELIMITED BY SIZE
                  WS-EXPECT-DATASET (WS-FILE-IDX) DELIMITED BY SPACE
                  " REGRACT 2>/dev/null" DELIMITED BY SIZE
                  INTO WS-SHELL-CMD
           END-STRING.
           PERFORM RUN-SHELL-COMMAND.
           IF WS-SHELL-RC NOT = ZERO
               MOVE "FAIL" TO WS-CASE-RESULT
               MOVE SPACES TO RPT-LINE
               STRING "    " WS-EXPECT-DATASET (WS-FILE-IDX)
                      " NOT PRODUCED" DELIMITED BY SIZE
                      INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
               GO TO COMPARE-ONE-OUTPUT-EXIT
           END-IF.
           MOVE SPACES TO WS-SHELL-CMD.
           STRING "cp "         DELIMITED BY SIZE
                  WS-EXPECT-PATH (WS-FILE-IDX) DELIMITED BY SPACE
                  " REGRBASE 2>/dev/null" DELIMITED BY SIZE
                  INTO WS-SHELL-CMD
           END-STRING.
           PERFORM RUN-SHELL-COMMAND.
           IF WS-SHELL-RC NOT = ZERO
               MOVE "FAIL" TO WS-CASE-RESULT
               MOVE SPACES TO RPT-LINE
               STRING "    " WS-EXPECT-DATASET (WS-FILE-IDX)
                      " BASELINE MISSING: " DELIMITED BY SIZE
                      WS-EXPECT-PATH (WS-FILE-IDX) DELIMITED BY SPACE
                      INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
               GO TO COMPARE-ONE-OUTPUT-EXIT
           END-IF.

           OPEN INPUT ACTUAL-IN.
           OPEN INPUT BASELINE-IN.
           MOVE "N"  TO WS-COMPARE-DONE WS-ACTUAL-EOF WS-BASELINE-EOF.
           MOVE ZERO TO WS-LINE-NUMBER.
           PERFORM UNTIL WS-COMPARE-DONE = "Y"
               PERFORM COMPARE-NEXT-LINE
           END-PERFORM.
           CLOSE ACTUAL-IN.
           CLOSE BASELINE-IN.
           MOVE "rm -f REGRACT REGRBASE" TO WS-SHELL-CMD.
           PERFORM RUN-SHELL-COMMAND.
       COMPARE-ONE-OUTPUT-EXIT.
           EXIT.

       COMPARE-NEXT-LINE SECTION.
           MOVE SPACES TO WS-ACTUAL-LINE WS-BASELINE-LINE.
           IF WS-ACTUAL-EOF = "N"
               READ ACTUAL-IN
                   AT END
                       MOVE "Y" TO WS-ACTUAL-EOF
                   NOT AT END
                       MOVE ACTUAL-RECORD TO WS-ACTUAL-LINE
               END-READ
           END-IF.
           IF WS-BASELINE-EOF = "N"
               READ BASELINE-IN
                   AT END
                       MOVE "Y" TO WS-BASELINE-EOF
                   NOT AT END
                       MOVE BASELINE-RECORD TO WS-BASELINE-LINE
               END-READ
           END-IF.
           IF WS-ACTUAL-EOF = "Y" AND WS-BASELINE-EOF = "Y"
               MOVE "Y" TO WS-COMPARE-DONE
               MOVE SPACES TO RPT-LINE
               STRING "    " WS-EXPECT-DATASET (WS-FILE-IDX)
                      " MATCHED " WS-LINE-NUMBER " LINES"
                      DELIMITED BY SIZE
                      INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
               GO TO COMPARE-NEXT-LINE-EXIT
           END-IF.
           ADD 1 TO WS-LINE-NUMBER.
           IF WS-ACTUAL-LINE (1:4) = "HDR "
               AND WS-BASELINE-LINE (1:4) = "HDR "
               MOVE SPACES TO WS-ACTUAL-LINE (26:8)
                              WS-ACTUAL-LINE (35:8)
                              WS-ACTUAL-LINE (95:17)
                              WS-BASELINE-LINE (26:8)
                              WS-BASELINE-LINE (35:8)
                              WS-BASELINE-LINE (95:17)
           END-IF.
           IF WS-ACTUAL-EOF = "Y" OR WS-BASELINE-EOF = "Y"
               OR WS-ACTUAL-LINE NOT = WS-BASELINE-LINE
               MOVE "Y" TO WS-COMPARE-DONE
               MOVE "FAIL" TO WS-CASE-RESULT
               PERFORM REPORT-DIFFERENCE
           END-IF.
       COMPARE-NEXT-LINE-EXIT.
           EXIT.

       REPORT-DIFFERENCE SECTION.
           IF WS-BASELINE-EOF = "Y"
               MOVE "(END OF FILE)" TO WS-BASELINE-LINE
           END-IF.
           IF WS-ACTUAL-EOF = "Y"
               MOVE "(END OF FILE)" TO WS-ACTUAL-LINE
           END-IF.
           MOVE SPACES TO RPT-LINE.
           STRING "    " WS-EXPECT-DATASET (WS-FILE-IDX)
                  " DIFFERS AT LINE " WS-LINE-NUMBER
                  DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "      EXPECTED: " WS-BASELINE-LINE (1:110)
                  DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "      ACTUAL  : " WS-ACTUAL-LINE (1:110)
                  DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
       REPORT-DIFFERENCE-EXIT.
           EXIT.

       WRITE-TOTALS SECTION.
           MOVE SPACES TO RPT-LINE.
           STRING "CASES RUN: " WS-CASES-RUN
                  "  PASSED: "  WS-CASES-PASSED
                  "  FAILED: "  WS-CASES-FAILED
                  DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           CLOSE REGR-RPT.
           DISPLAY FUNCTION TRIM(RPT-LINE TRAILING).
           IF WS-CASES-FAILED > ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-CASES-RUN = ZERO
                   DISPLAY "NO REGRESSION CASES WERE RUN"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       WRITE-TOTALS-EXIT.
           EXIT.
