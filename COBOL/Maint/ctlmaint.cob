       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTROL-FILE-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE ASSIGN TO "CTLTRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLTRANS-STATUS.
           SELECT SCHEDULE-MASTER ASSIGN TO "SCHEDMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDMST-STATUS.
           SELECT SLA-LIMITS ASSIGN TO "SLALIMIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLALIMIT-STATUS.
           SELECT SUBSCRIBER-FILE ASSIGN TO "SUBSCRIB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBSCRIB-STATUS.
           SELECT CHANGE-LOG ASSIGN TO "CTLCHGLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGLOG-STATUS.
           SELECT MAINT-RPT ASSIGN TO "CTLMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINTRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE
           RECORDING MODE IS F.
       01  TRANSACTION-RECORD.
           05  CT-FILE          PIC X(8).
           05  CT-SEP1          PIC X(1).
           05  CT-ACTION        PIC X(1).
           05  CT-SEP2          PIC X(1).
           05  CT-OPERATOR      PIC X(8).
           05  CT-SEP3          PIC X(1).
           05  CT-REASON        PIC X(30).
           05  CT-SEP4          PIC X(1).
           05  CT-DATA          PIC X(146).

       FD  SCHEDULE-MASTER
           RECORDING MODE IS F.
       01  SCHEDULE-MASTER-RECORD  PIC X(146).

       FD  SLA-LIMITS
           RECORDING MODE IS F.
       01  SLA-LIMIT-RECORD     PIC X(19).

       FD  SUBSCRIBER-FILE
           RECORDING MODE IS F.
       01  SUBSCRIBER-RECORD    PIC X(57).

       FD  CHANGE-LOG
           RECORDING MODE IS F.
       01  CHANGE-LOG-RECORD.
           05  CL-DATE          PIC 9(8).
           05  CL-SEP1          PIC X(1).
           05  CL-TIME          PIC 9(8).
           05  CL-SEP2          PIC X(1).
           05  CL-OPERATOR      PIC X(8).
           05  CL-SEP3          PIC X(1).
           05  CL-FILE          PIC X(8).
           05  CL-SEP4          PIC X(1).
           05  CL-ACTION        PIC X(6).
           05  CL-SEP5          PIC X(1).
           05  CL-IMAGE-TYPE    PIC X(6).
           05  CL-SEP6          PIC X(1).
           05  CL-REASON        PIC X(30).
           05  CL-SEP7          PIC X(1).
           05  CL-IMAGE         PIC X(146).

       FD  MAINT-RPT
           RECORDING MODE IS F.
       01  RPT-LINE             PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-CTLTRANS-STATUS   PIC X(2).
       77  WS-SCHEDMST-STATUS   PIC X(2).
       77  WS-SLALIMIT-STATUS   PIC X(2).
       77  WS-SUBSCRIB-STATUS   PIC X(2).
       77  WS-CHGLOG-STATUS     PIC X(2).
       77  WS-MAINTRPT-STATUS   PIC X(2).
       77  WS-UPDATE-MODE       PIC X(1)  VALUE "Y".
       77  WS-TODAY             PIC 9(8).
       77  WS-NOW               PIC 9(8).

       77  WS-TRANS-READ        PIC 9(5)  VALUE ZERO.
       77  WS-TRANS-APPLIED     PIC 9(5)  VALUE ZERO.
       77  WS-TRANS-REJECTED    PIC 9(5)  VALUE ZERO.
       77  WS-SCHED-CHANGED     PIC X(1)  VALUE "N".
       77  WS-LIMIT-CHANGED     PIC X(1)  VALUE "N".
       77  WS-SUBSCR-CHANGED    PIC X(1)  VALUE "N".

       77  WS-SCHED-COUNT       PIC 9(3)  COMP VALUE ZERO.
       77  WS-SCHED-IDX         PIC 9(3)  COMP.
       77  WS-SCHED-FOUND       PIC 9(3)  COMP.
       01  WS-MAX-SCHED         PIC 9(3)  VALUE 200.
       01  WS-SCHED-TABLE.
           05  WS-SCHED-ROW     PIC X(146) OCCURS 200.

       77  WS-LIMIT-COUNT       PIC 9(3)  COMP VALUE ZERO.
       77  WS-LIMIT-IDX         PIC 9(3)  COMP.
       77  WS-LIMIT-FOUND       PIC 9(3)  COMP.
       77  WS-STEP-LIMITS       PIC 9(3)  COMP.
       01  WS-MAX-LIMITS        PIC 9(3)  VALUE 100.
       01  WS-MAX-STEP-LIMITS   PIC 9(3)  VALUE 50.
       01  WS-LIMIT-TABLE.
           05  WS-LIMIT-ROW     PIC X(19) OCCURS 100.

       77  WS-SUBSCR-COUNT      PIC 9(3)  COMP VALUE ZERO.
       77  WS-SUBSCR-IDX        PIC 9(3)  COMP.
       77  WS-SUBSCR-FOUND      PIC 9(3)  COMP.
       01  WS-MAX-SUBSCR        PIC 9(3)  VALUE 200.
       01  WS-SUBSCR-TABLE.
           05  WS-SUBSCR-ROW    PIC X(57) OCCURS 200.

       77  WS-ERROR-COUNT       PIC 9(2)  COMP VALUE ZERO.
       77  WS-ERROR-IDX         PIC 9(2)  COMP.
       77  WS-WARNING-COUNT     PIC 9(2)  COMP VALUE ZERO.
       01  WS-ERROR-TABLE.
           05  WS-ERROR-TEXT    PIC X(60) OCCURS 10.
       01  WS-WARNING-TABLE.
           05  WS-WARNING-TEXT  PIC X(60) OCCURS 5.
       01  WS-MESSAGE           PIC X(60).

       01  WS-ACTION-NAME       PIC X(6).
       01  WS-TRANS-KEY         PIC X(17).
       01  WS-BEFORE-IMAGE      PIC X(146).
       01  WS-AFTER-IMAGE       PIC X(146).

       01  WS-SCHED-IMAGE.
           05  TS-STEP-NAME     PIC X(12).
           05  TS-SEP1          PIC X(1).
           05  TS-FREQUENCY     PIC X(8).
           05  TS-SEP2          PIC X(1).
           05  TS-DAY-VALUE     PIC X(2).
           05  TS-SEP3          PIC X(1).
           05  TS-ON-FAIL       PIC X(1).
           05  TS-SEP4          PIC X(1).
           05  TS-COMMAND       PIC X(20).
           05  TS-SEP5          PIC X(1).
           05  TS-PARMS         PIC X(80).
           05  TS-SEP6          PIC X(1).
           05  TS-OUTPUT-1      PIC X(8).
           05  TS-SEP7          PIC X(1).
           05  TS-OUTPUT-2      PIC X(8).

       01  WS-LIMIT-IMAGE.
           05  TL-STEP-NAME     PIC X(12).
           05  TL-SEP1          PIC X(1).
           05  TL-LIMIT-SECS    PIC X(6).

       01  WS-SUBSCR-IMAGE.
           05  TB-CONSUMER      PIC X(8).
           05  TB-SEP1          PIC X(1).
           05  TB-FEED          PIC X(8).
           05  TB-SEP2          PIC X(1).
           05  TB-DEST-PATH     PIC X(40).

       01  WS-DAY-INPUT         PIC X(2)  JUSTIFIED RIGHT.
       77  WS-DAY-VALUE         PIC 9(2).
       01  WS-LIMIT-INPUT       PIC X(6)  JUSTIFIED RIGHT.
       77  WS-LIMIT-VALUE       PIC 9(6).
       77  WS-OTHER-LIMIT       PIC 9(6).
       77  WS-SUITE-LIMIT       PIC 9(6).
       77  WS-SUITE-SET         PIC X(1).
       77  WS-MAX-STEP-LIMIT    PIC 9(6).
       01  WS-COMMAND-WORD      PIC X(20).
       01  WS-TRIMMED-COMMAND   PIC X(20).
       01  WS-CHECK-CMD         PIC X(120).
       77  WS-RAW-EXIT-STATUS   PIC S9(9) COMP.
       77  WS-CHECK-RC          PIC 9(3).
       77  WS-SLASH-COUNT       PIC 9(2)  COMP.
       77  WS-SPACE-COUNT       PIC 9(2)  COMP.

       01  WS-CONTROL-CARD      PIC X(80).
       01  WS-CONTROL-FIELDS REDEFINES WS-CONTROL-CARD.
           05  CM-MODE          PIC X(8).
           05  FILLER           PIC X(72).

       01  WS-TRANS-LINE.
           05  TD-SEQ           PIC ZZZZ9.
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  TD-FILE          PIC X(8).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  TD-ACTION        PIC X(6).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  TD-KEY           PIC X(17).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  TD-OPERATOR      PIC X(8).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  TD-RESULT        PIC X(8).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  TD-REASON        PIC X(30).

       01  WS-MESSAGE-LINE.
           05  FILLER           PIC X(8)  VALUE SPACES.
           05  MD-SEVERITY      PIC X(9).
           05  MD-TEXT          PIC X(60).

       PROCEDURE DIVISION.
       MAINT-START.
           MOVE SPACES TO WS-CONTROL-CARD.
           ACCEPT WS-CONTROL-CARD.
           EVALUATE CM-MODE
               WHEN "UPDATE"
               WHEN SPACES
                   MOVE "Y" TO WS-UPDATE-MODE
               WHEN "VALIDATE"
                   MOVE "N" TO WS-UPDATE-MODE
               WHEN OTHER
                   DISPLAY "INVALID MODE '" CM-MODE
                           "': MUST BE UPDATE OR VALIDATE"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-NOW FROM TIME.

           OPEN INPUT TRANSACTION-FILE.
           IF WS-CTLTRANS-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN CTLTRANS: STATUS "
                       WS-CTLTRANS-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-SCHEDULE-MASTER.
           PERFORM LOAD-SLA-LIMITS.
           PERFORM LOAD-SUBSCRIBERS.
           PERFORM OPEN-MAINT-OUTPUTS.

           PERFORM UNTIL WS-CTLTRANS-STATUS NOT = "00"
                   AND WS-CTLTRANS-STATUS NOT = "04"
               READ TRANSACTION-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-TRANS-READ
                       PERFORM PROCESS-ONE-TRANSACTION
               END-READ
           END-PERFORM.
           CLOSE TRANSACTION-FILE.

           IF WS-UPDATE-MODE = "Y"
               CLOSE CHANGE-LOG
               PERFORM REWRITE-CONTROL-FILES
           END-IF.
           PERFORM WRITE-MAINT-TOTALS.
           CLOSE MAINT-RPT.
           DISPLAY "CONTROL FILE MAINTENANCE: " WS-TRANS-READ " READ "
                   WS-TRANS-APPLIED " APPLIED "
                   WS-TRANS-REJECTED " REJECTED".
           IF WS-TRANS-REJECTED > ZERO AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LOAD-SCHEDULE-MASTER.
           OPEN INPUT SCHEDULE-MASTER.
           IF WS-SCHEDMST-STATUS = "35"
               DISPLAY "SCHEDMST DOES NOT EXIST - STARTING EMPTY"
           ELSE
               IF WS-SCHEDMST-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN SCHEDMST: STATUS "
                           WS-SCHEDMST-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-SCHEDMST-STATUS NOT = "00"
                       AND WS-SCHEDMST-STATUS NOT = "04"
                   READ SCHEDULE-MASTER
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-SCHED-COUNT >= WS-MAX-SCHED
                               DISPLAY "SCHEDMST EXCEEDS "
                                       WS-MAX-SCHED " RECORDS"
                               MOVE 12 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-SCHED-COUNT
                           MOVE SCHEDULE-MASTER-RECORD
                               TO WS-SCHED-ROW (WS-SCHED-COUNT)
                   END-READ
               END-PERFORM
               CLOSE SCHEDULE-MASTER
           END-IF.

       LOAD-SLA-LIMITS.
           OPEN INPUT SLA-LIMITS.
           IF WS-SLALIMIT-STATUS = "35"
               DISPLAY "SLALIMIT DOES NOT EXIST - STARTING EMPTY"
           ELSE
               IF WS-SLALIMIT-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN SLALIMIT: STATUS "
                           WS-SLALIMIT-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-SLALIMIT-STATUS NOT = "00"
                       AND WS-SLALIMIT-STATUS NOT = "04"
                   READ SLA-LIMITS
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-LIMIT-COUNT >= WS-MAX-LIMITS
                               DISPLAY "SLALIMIT EXCEEDS "
                                       WS-MAX-LIMITS " RECORDS"
                               MOVE 12 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-LIMIT-COUNT
                           MOVE SLA-LIMIT-RECORD
                               TO WS-LIMIT-ROW (WS-LIMIT-COUNT)
                   END-READ
               END-PERFORM
               CLOSE SLA-LIMITS
           END-IF.

       LOAD-SUBSCRIBERS.
           OPEN INPUT SUBSCRIBER-FILE.
           IF WS-SUBSCRIB-STATUS = "35"
               DISPLAY "SUBSCRIB DOES NOT EXIST - STARTING EMPTY"
           ELSE
               IF WS-SUBSCRIB-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN SUBSCRIB: STATUS "
                           WS-SUBSCRIB-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-SUBSCRIB-STATUS NOT = "00"
                       AND WS-SUBSCRIB-STATUS NOT = "04"
                   READ SUBSCRIBER-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-SUBSCR-COUNT >= WS-MAX-SUBSCR
                               DISPLAY "SUBSCRIB EXCEEDS "
                                       WS-MAX-SUBSCR " RECORDS"
                               MOVE 12 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-SUBSCR-COUNT
                           MOVE SUBSCRIBER-RECORD
                               TO WS-SUBSCR-ROW (WS-SUBSCR-COUNT)
                   END-READ
               END-PERFORM
               CLOSE SUBSCRIBER-FILE
           END-IF.

       OPEN-MAINT-OUTPUTS.
           OPEN OUTPUT MAINT-RPT.
           IF WS-MAINTRPT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN CTLMRPT: STATUS "
                       WS-MAINTRPT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-UPDATE-MODE = "Y"
               OPEN EXTEND CHANGE-LOG
               IF WS-CHGLOG-STATUS NOT = "00"
                   OPEN OUTPUT CHANGE-LOG
               END-IF
               IF WS-CHGLOG-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN CTLCHGLG: STATUS "
                           WS-CHGLOG-STATUS
                           " - NO CHANGES APPLIED"
                   CLOSE MAINT-RPT
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           MOVE SPACES TO RPT-LINE.
           IF WS-UPDATE-MODE = "Y"
               STRING "CONTROL FILE MAINTENANCE " DELIMITED BY SIZE
                      WS-TODAY DELIMITED BY SIZE
                      " - UPDATE RUN" DELIMITED BY SIZE
                      INTO RPT-LINE
               END-STRING
           ELSE
               STRING "CONTROL FILE MAINTENANCE " DELIMITED BY SIZE
                      WS-TODAY DELIMITED BY SIZE
                      " - VALIDATE ONLY, NO FILES CHANGED"
                      DELIMITED BY SIZE
                      INTO RPT-LINE
               END-STRING
           END-IF.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "  SEQ FILE     ACTION KEY               OPERATOR"
               TO RPT-LINE.
           MOVE "RESULT   REASON" TO RPT-LINE (50:15).
           WRITE RPT-LINE.

       PROCESS-ONE-TRANSACTION.
           MOVE ZERO TO WS-ERROR-COUNT.
           MOVE ZERO TO WS-WARNING-COUNT.
           MOVE SPACES TO WS-TRANS-KEY.
           MOVE SPACES TO WS-BEFORE-IMAGE WS-AFTER-IMAGE.
           EVALUATE CT-ACTION
               WHEN "A"
                   MOVE "ADD"    TO WS-ACTION-NAME
               WHEN "C"
                   MOVE "CHANGE" TO WS-ACTION-NAME
               WHEN "D"
                   MOVE "DELETE" TO WS-ACTION-NAME
               WHEN OTHER
                   MOVE CT-ACTION TO WS-ACTION-NAME
                   MOVE "ACTION MUST BE A (ADD), C (CHANGE) OR D"
                       TO WS-MESSAGE
                   PERFORM ADD-ERROR
           END-EVALUATE.
           IF CT-OPERATOR = SPACES
               MOVE "OPERATOR ID IS REQUIRED" TO WS-MESSAGE
               PERFORM ADD-ERROR
           END-IF.
           IF CT-REASON = SPACES
               MOVE "REASON FOR THE CHANGE IS REQUIRED" TO WS-MESSAGE
               PERFORM ADD-ERROR
           END-IF.
           EVALUATE CT-FILE
               WHEN "SCHEDMST"
                   PERFORM MAINTAIN-SCHEDULE
               WHEN "SLALIMIT"
                   PERFORM MAINTAIN-SLA-LIMIT
               WHEN "SUBSCRIB"
                   PERFORM MAINTAIN-SUBSCRIPTION
               WHEN OTHER
                   MOVE "FILE MUST BE SCHEDMST, SLALIMIT OR SUBSCRIB"
                       TO WS-MESSAGE
                   PERFORM ADD-ERROR
           END-EVALUATE.
           IF WS-ERROR-COUNT = ZERO
               ADD 1 TO WS-TRANS-APPLIED
               IF WS-UPDATE-MODE = "Y"
                   PERFORM WRITE-CHANGE-LOG
               END-IF
           ELSE
               ADD 1 TO WS-TRANS-REJECTED
           END-IF.
           PERFORM REPORT-TRANSACTION.

       ADD-ERROR.
           ADD 1 TO WS-ERROR-COUNT.
           IF WS-ERROR-COUNT <= 10
               MOVE WS-MESSAGE TO WS-ERROR-TEXT (WS-ERROR-COUNT)
           END-IF.

       ADD-WARNING.
           IF WS-WARNING-COUNT < 5
               ADD 1 TO WS-WARNING-COUNT
               MOVE WS-MESSAGE TO WS-WARNING-TEXT (WS-WARNING-COUNT)
           END-IF.

       MAINTAIN-SCHEDULE.
           MOVE CT-DATA TO WS-SCHED-IMAGE.
           MOVE TS-STEP-NAME TO WS-TRANS-KEY.
           IF TS-STEP-NAME = SPACES
               MOVE "SM-STEP-NAME IS REQUIRED" TO WS-MESSAGE
               PERFORM ADD-ERROR
           END-IF.
           MOVE ZERO TO WS-SCHED-FOUND.
           PERFORM VARYING WS-SCHED-IDX FROM 1 BY 1
                   UNTIL WS-SCHED-IDX > WS-SCHED-COUNT
               IF WS-SCHED-ROW (WS-SCHED-IDX) (1:12) = TS-STEP-NAME
                   MOVE WS-SCHED-IDX TO WS-SCHED-FOUND
               END-IF
           END-PERFORM.
           IF CT-ACTION = "A" AND WS-SCHED-FOUND NOT = ZERO
               MOVE "STEP ALREADY IN SCHEDMST - USE CHANGE"
                   TO WS-MESSAGE
               PERFORM ADD-ERROR
           END-IF.
           IF CT-ACTION = "A" AND WS-SCHED-COUNT >= WS-MAX-SCHED
               MOVE "SCHEDMST IS FULL" TO WS-MESSAGE
               PERFORM ADD-ERROR
           END-IF.
           IF (CT-ACTION = "C" OR CT-ACTION = "D")
               AND WS-SCHED-FOUND = ZERO
               MOVE "STEP NOT IN SCHEDMST" TO WS-MESSAGE
               PERFORM ADD-ERROR
           END-IF.
           IF CT-ACTION = "A" OR CT-ACTION = "C"
               PERFORM EDIT-SCHEDULE-FIELDS
           END-IF.
           IF CT-ACTION = "D"
               PERFORM VARYING WS-LIMIT-IDX FROM 1 BY 1
                       UNTIL WS-LIMIT-IDX > WS-LIMIT-COUNT
                   IF WS-LIMIT-ROW (WS-LIMIT-IDX) (1:12) = TS-STEP-NAME
                       MOVE "SLALIMIT STILL HOLDS A LIMIT FOR THIS STEP"
                           TO WS-MESSAGE
                       PERFORM ADD-WARNING
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-ERROR-COUNT = ZERO
               PERFORM APPLY-SCHEDULE-CHANGE
           END-IF.

       EDIT-SCHEDULE-FIELDS.
           MOVE ZERO TO WS-DAY-VALUE.
           MOVE SPACES TO WS-DAY-INPUT.
           MOVE FUNCTION TRIM(TS-DAY-VALUE) TO WS-DAY-INPUT.
           INSPECT WS-DAY-INPUT REPLACING LEADING SPACE BY "0".
           IF WS-DAY-INPUT IS NUMERIC
               MOVE WS-DAY-INPUT TO WS-DAY-VALUE
           END-IF.
           EVALUATE TS-FREQUENCY
               WHEN "DAILY"
               WHEN "MONTHEND"
                   CONTINUE
               WHEN "WEEKLY"
                   IF WS-DAY-INPUT IS NOT NUMERIC
                       OR WS-DAY-VALUE < 1 OR WS-DAY-VALUE > 7
                       MOVE "WEEKLY NEEDS SM-DAY-VALUE 1-7"
                           TO WS-MESSAGE
                       PERFORM ADD-ERROR
                   END-IF
               WHEN "MONTHDAY"
                   IF WS-DAY-INPUT IS NOT NUMERIC
                       OR WS-DAY-VALUE < 1 OR WS-DAY-VALUE > 31
                       MOVE "MONTHDAY NEEDS SM-DAY-VALUE 1-31"
                           TO WS-MESSAGE
                       PERFORM ADD-ERROR
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO WS-MESSAGE
                   STRING "SM-FREQUENCY '" DELIMITED BY SIZE
                          TS-FREQUENCY DELIMITED BY SIZE
                          "' NOT DAILY/WEEKLY/MONTHEND/MONTHDAY"
                          DELIMITED BY SIZE
                          INTO WS-MESSAGE
                   END-STRING
                   PERFORM ADD-ERROR
           END-EVALUATE.
           IF TS-ON-FAIL NOT = "A" AND TS-ON-FAIL NOT = "C"
               AND TS-ON-FAIL NOT = SPACE
               MOVE "SM-ON-FAIL MUST BE A (ABORT), C OR BLANK"
                   TO WS-MESSAGE
               PERFORM ADD-ERROR
           END-IF.
           IF TS-COMMAND = SPACES
               MOVE "SM-COMMAND IS REQUIRED" TO WS-MESSAGE
               PERFORM ADD-ERROR
           ELSE
               PERFORM CHECK-COMMAND-EXISTS
           END-IF.
           IF TS-OUTPUT-1 = SPACES AND TS-OUTPUT-2 NOT = SPACES
               MOVE "SM-OUTPUT-2 GIVEN WITHOUT SM-OUTPUT-1"
                   TO WS-MESSAGE
               PERFORM ADD-ERROR
           END-IF.

       CHECK-COMMAND-EXISTS.
           MOVE SPACES TO WS-TRIMMED-COMMAND WS-COMMAND-WORD.
           MOVE FUNCTION TRIM(TS-COMMAND) TO WS-TRIMMED-COMMAND.
           UNSTRING WS-TRIMMED-COMMAND DELIMITED BY SPACE
               INTO WS-COMMAND-WORD
           END-UNSTRING.
           MOVE ZERO TO WS-SLASH-COUNT.
           INSPECT WS-COMMAND-WORD TALLYING WS-SLASH-COUNT
               FOR ALL "/".
           MOVE SPACES TO WS-CHECK-CMD.
           IF WS-SLASH-COUNT > ZERO
               STRING "test -x " DELIMITED BY SIZE
                      WS-COMMAND-WORD DELIMITED BY SPACE
                      INTO WS-CHECK-CMD
               END-STRING
           ELSE
               STRING "command -v " DELIMITED BY SIZE
                      WS-COMMAND-WORD DELIMITED BY SPACE
                      " >/dev/null 2>&1" DELIMITED BY SIZE
                      INTO WS-CHECK-CMD
               END-STRING
           END-IF.
           CALL "SYSTEM" USING WS-CHECK-CMD.
           MOVE RETURN-CODE TO WS-RAW-EXIT-STATUS.
           COMPUTE WS-CHECK-RC = WS-RAW-EXIT-STATUS / 256.
           MOVE ZERO TO RETURN-CODE.
           IF WS-CHECK-RC NOT = ZERO
               MOVE SPACES TO WS-MESSAGE
               STRING "SM-COMMAND '" DELIMITED BY SIZE
                      WS-COMMAND-WORD DELIMITED BY SPACE
                      "' NOT FOUND OR NOT EXECUTABLE"
                      DELIMITED BY SIZE
                      INTO WS-MESSAGE
               END-STRING
               PERFORM ADD-ERROR
           END-IF.

       APPLY-SCHEDULE-CHANGE.
           MOVE SPACE TO TS-SEP1 TS-SEP2 TS-SEP3 TS-SEP4 TS-SEP5
                         TS-SEP6 TS-SEP7.
           EVALUATE CT-ACTION
               WHEN "A"
                   ADD 1 TO WS-SCHED-COUNT
                   MOVE WS-SCHED-IMAGE TO WS-SCHED-ROW (WS-SCHED-COUNT)
                   MOVE WS-SCHED-IMAGE TO WS-AFTER-IMAGE
               WHEN "C"
                   MOVE WS-SCHED-ROW (WS-SCHED-FOUND)
                       TO WS-BEFORE-IMAGE
                   MOVE WS-SCHED-IMAGE TO WS-SCHED-ROW (WS-SCHED-FOUND)
                   MOVE WS-SCHED-IMAGE TO WS-AFTER-IMAGE
               WHEN "D"
                   MOVE WS-SCHED-ROW (WS-SCHED-FOUND)
                       TO WS-BEFORE-IMAGE
                   PERFORM VARYING WS-SCHED-IDX FROM WS-SCHED-FOUND
                           BY 1 UNTIL WS-SCHED-IDX >= WS-SCHED-COUNT
                       MOVE WS-SCHED-ROW (WS-SCHED-IDX + 1)
                           TO WS-SCHED-ROW (WS-SCHED-IDX)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-SCHED-COUNT
           END-EVALUATE.
           MOVE "Y" TO WS-SCHED-CHANGED.

       MAINTAIN-SLA-LIMIT.
           MOVE CT-DATA TO WS-LIMIT-IMAGE.
           MOVE TL-STEP-NAME TO WS-TRANS-KEY.
           IF TL-STEP-NAME = SPACES
               MOVE "SL-STEP-NAME IS REQUIRED" TO WS-MESSAGE
               PERFORM ADD-ERROR
           END-IF.
           PERFORM SCAN-SLA-TABLE.
           IF CT-ACTION = "A" AND WS-LIMIT-FOUND NOT = ZERO
               MOVE "STEP ALREADY IN SLALIMIT - USE CHANGE"
                   TO WS-MESSAGE
               PERFORM ADD-ERROR
           END-IF.
           IF (CT-ACTION = "C" OR CT-ACTION = "D")
               AND WS-LIMIT-FOUND = ZERO
               MOVE "STEP NOT IN SLALIMIT" TO WS-MESSAGE
               PERFORM ADD-ERROR
           END-IF.
           IF CT-ACTION = "A" OR CT-ACTION = "C"
               PERFORM EDIT-SLA-FIELDS
           END-IF.
           IF WS-ERROR-COUNT = ZERO
               PERFORM APPLY-SLA-CHANGE
           END-IF.

       SCAN-SLA-TABLE.
           MOVE ZERO TO WS-LIMIT-FOUND.
           MOVE ZERO TO WS-STEP-LIMITS.
           MOVE ZERO TO WS-MAX-STEP-LIMIT.
           MOVE "N" TO WS-SUITE-SET.
           PERFORM VARYING WS-LIMIT-IDX FROM 1 BY 1
                   UNTIL WS-LIMIT-IDX > WS-LIMIT-COUNT
               IF WS-LIMIT-ROW (WS-LIMIT-IDX) (1:12) = TL-STEP-NAME
                   MOVE WS-LIMIT-IDX TO WS-LIMIT-FOUND
               ELSE
                   MOVE ZERO TO WS-OTHER-LIMIT
                   IF WS-LIMIT-ROW (WS-LIMIT-IDX) (14:6) IS NUMERIC
                       MOVE WS-LIMIT-ROW (WS-LIMIT-IDX) (14:6)
                           TO WS-OTHER-LIMIT
                   END-IF
                   IF WS-LIMIT-ROW (WS-LIMIT-IDX) (1:12) = "SUITE"
                       MOVE "Y" TO WS-SUITE-SET
                       MOVE WS-OTHER-LIMIT TO WS-SUITE-LIMIT
                   ELSE
                       ADD 1 TO WS-STEP-LIMITS
                       IF WS-OTHER-LIMIT > WS-MAX-STEP-LIMIT
                           MOVE WS-OTHER-LIMIT TO WS-MAX-STEP-LIMIT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       EDIT-SLA-FIELDS.
           MOVE ZERO TO WS-LIMIT-VALUE.
           MOVE SPACES TO WS-LIMIT-INPUT.
           MOVE FUNCTION TRIM(TL-LIMIT-SECS) TO WS-LIMIT-INPUT.
           INSPECT WS-LIMIT-INPUT REPLACING LEADING SPACE BY "0".
           IF WS-LIMIT-INPUT IS NUMERIC
               MOVE WS-LIMIT-INPUT TO WS-LIMIT-VALUE
           END-IF.
           IF WS-LIMIT-INPUT IS NOT NUMERIC
               OR WS-LIMIT-VALUE = ZERO
               MOVE "SL-LIMIT-SECS MUST BE NUMERIC AND ABOVE ZERO"
                   TO WS-MESSAGE
               PERFORM ADD-ERROR
           ELSE
               MOVE WS-LIMIT-VALUE TO TL-LIMIT-SECS
               PERFORM EDIT-SLA-AGAINST-SUITE
           END-IF.

       EDIT-SLA-AGAINST-SUITE.
           IF TL-STEP-NAME = "SUITE"
               IF WS-LIMIT-VALUE < WS-MAX-STEP-LIMIT
                   MOVE "SUITE LIMIT IS BELOW A SINGLE STEP LIMIT"
                       TO WS-MESSAGE
                   PERFORM ADD-ERROR
               END-IF
           ELSE
               IF CT-ACTION = "A"
                   AND WS-STEP-LIMITS >= WS-MAX-STEP-LIMITS
                   MOVE "SLALIMIT ALREADY HOLDS 50 STEP LIMITS"
                       TO WS-MESSAGE
                   PERFORM ADD-ERROR
               END-IF
               IF WS-SUITE-SET = "Y"
                   AND WS-LIMIT-VALUE > WS-SUITE-LIMIT
                   MOVE "STEP LIMIT EXCEEDS THE SUITE LIMIT"
                       TO WS-MESSAGE
                   PERFORM ADD-ERROR
               END-IF
               MOVE ZERO TO WS-SCHED-FOUND
               PERFORM VARYING WS-SCHED-IDX FROM 1 BY 1
                       UNTIL WS-SCHED-IDX > WS-SCHED-COUNT
                   IF WS-SCHED-ROW (WS-SCHED-IDX) (1:12) = TL-STEP-NAME
                       MOVE WS-SCHED-IDX TO WS-SCHED-FOUND
                   END-IF
               END-PERFORM
               IF WS-SCHED-FOUND = ZERO
                   MOVE "STEP IS NOT IN SCHEDMST" TO WS-MESSAGE
                   PERFORM ADD-WARNING
               END-IF
           END-IF.

       APPLY-SLA-CHANGE.
           MOVE SPACE TO TL-SEP1.
           EVALUATE CT-ACTION
               WHEN "A"
                   ADD 1 TO WS-LIMIT-COUNT
                   MOVE WS-LIMIT-IMAGE TO WS-LIMIT-ROW (WS-LIMIT-COUNT)
                   MOVE WS-LIMIT-IMAGE TO WS-AFTER-IMAGE
               WHEN "C"
                   MOVE WS-LIMIT-ROW (WS-LIMIT-FOUND)
                       TO WS-BEFORE-IMAGE
                   MOVE WS-LIMIT-IMAGE TO WS-LIMIT-ROW (WS-LIMIT-FOUND)
                   MOVE WS-LIMIT-IMAGE TO WS-AFTER-IMAGE
               WHEN "D"
                   MOVE WS-LIMIT-ROW (WS-LIMIT-FOUND)
                       TO WS-BEFORE-IMAGE
                   PERFORM VARYING WS-LIMIT-IDX FROM WS-LIMIT-FOUND
                           BY 1 UNTIL WS-LIMIT-IDX >= WS-LIMIT-COUNT
                       MOVE WS-LIMIT-ROW (WS-LIMIT-IDX + 1)
                           TO WS-LIMIT-ROW (WS-LIMIT-IDX)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-LIMIT-COUNT
           END-EVALUATE.
           MOVE "Y" TO WS-LIMIT-CHANGED.

       MAINTAIN-SUBSCRIPTION.
           MOVE CT-DATA TO WS-SUBSCR-IMAGE.
           MOVE SPACE TO TB-SEP1 TB-SEP2.
           MOVE WS-SUBSCR-IMAGE (1:17) TO WS-TRANS-KEY.
           IF TB-CONSUMER = SPACES
               MOVE "SB-CONSUMER IS REQUIRED" TO WS-MESSAGE
               PERFORM ADD-ERROR
           END-IF.
           IF TB-FEED NOT = "FIZZOUT" AND TB-FEED NOT = "MOVESOUT"
               MOVE "SB-FEED MUST BE FIZZOUT OR MOVESOUT"
                   TO WS-MESSAGE
               PERFORM ADD-ERROR
           END-IF.
           MOVE ZERO TO WS-SUBSCR-FOUND.
           PERFORM VARYING WS-SUBSCR-IDX FROM 1 BY 1
                   UNTIL WS-SUBSCR-IDX > WS-SUBSCR-COUNT
               IF WS-SUBSCR-ROW (WS-SUBSCR-IDX) (1:8) = TB-CONSUMER
                   AND WS-SUBSCR-ROW (WS-SUBSCR-IDX) (10:8) = TB-FEED
                   MOVE WS-SUBSCR-IDX TO WS-SUBSCR-FOUND
               END-IF
           END-PERFORM.
           IF CT-ACTION = "A" AND WS-SUBSCR-FOUND NOT = ZERO
               MOVE "SUBSCRIPTION ALREADY EXISTS - USE CHANGE"
                   TO WS-MESSAGE
               PERFORM ADD-ERROR
           END-IF.
           IF CT-ACTION = "A" AND WS-SUBSCR-COUNT >= WS-MAX-SUBSCR
               MOVE "SUBSCRIB IS FULL" TO WS-MESSAGE
               PERFORM ADD-ERROR
           END-IF.
           IF (CT-ACTION = "C" OR CT-ACTION = "D")
               AND WS-SUBSCR-FOUND = ZERO
               MOVE "SUBSCRIPTION NOT IN SUBSCRIB" TO WS-MESSAGE
               PERFORM ADD-ERROR
           END-IF.
           IF CT-ACTION = "A" OR CT-ACTION = "C"
               PERFORM EDIT-DEST-PATH
           END-IF.
           IF WS-ERROR-COUNT = ZERO
               PERFORM APPLY-SUBSCRIPTION-CHANGE
           END-IF.

       EDIT-DEST-PATH.
           IF TB-DEST-PATH = SPACES
               MOVE "SB-DEST-PATH IS REQUIRED" TO WS-MESSAGE
               PERFORM ADD-ERROR
           ELSE
               MOVE ZERO TO WS-SPACE-COUNT
               INSPECT FUNCTION TRIM(TB-DEST-PATH)
                   TALLYING WS-SPACE-COUNT FOR ALL SPACE
               IF WS-SPACE-COUNT > ZERO
                   OR TB-DEST-PATH (1:1) = SPACE
                   MOVE "SB-DEST-PATH MUST NOT CONTAIN SPACES"
                       TO WS-MESSAGE
                   PERFORM ADD-ERROR
               END-IF
           END-IF.

       APPLY-SUBSCRIPTION-CHANGE.
           EVALUATE CT-ACTION
               WHEN "A"
                   ADD 1 TO WS-SUBSCR-COUNT
                   MOVE WS-SUBSCR-IMAGE
                       TO WS-SUBSCR-ROW (WS-SUBSCR-COUNT)
                   MOVE WS-SUBSCR-IMAGE TO WS-AFTER-IMAGE
               WHEN "C"
                   MOVE WS-SUBSCR-ROW (WS-SUBSCR-FOUND)
                       TO WS-BEFORE-IMAGE
                   MOVE WS-SUBSCR-IMAGE
                       TO WS-SUBSCR-ROW (WS-SUBSCR-FOUND)
                   MOVE WS-SUBSCR-IMAGE TO WS-AFTER-IMAGE
               WHEN "D"
                   MOVE WS-SUBSCR-ROW (WS-SUBSCR-FOUND)
                       TO WS-BEFORE-IMAGE
                   PERFORM VARYING WS-SUBSCR-IDX FROM WS-SUBSCR-FOUND
                           BY 1 UNTIL WS-SUBSCR-IDX >= WS-SUBSCR-COUNT
                       MOVE WS-SUBSCR-ROW (WS-SUBSCR-IDX + 1)
                           TO WS-SUBSCR-ROW (WS-SUBSCR-IDX)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-SUBSCR-COUNT
           END-EVALUATE.
           MOVE "Y" TO WS-SUBSCR-CHANGED.

       WRITE-CHANGE-LOG.
           MOVE WS-TODAY       TO CL-DATE.
           ACCEPT CL-TIME FROM TIME.
           MOVE CT-OPERATOR    TO CL-OPERATOR.
           MOVE CT-FILE        TO CL-FILE.
           MOVE WS-ACTION-NAME TO CL-ACTION.
           MOVE CT-REASON      TO CL-REASON.
           MOVE SPACE TO CL-SEP1 CL-SEP2 CL-SEP3 CL-SEP4 CL-SEP5
                         CL-SEP6 CL-SEP7.
           IF CT-ACTION = "C" OR CT-ACTION = "D"
               MOVE "BEFORE"        TO CL-IMAGE-TYPE
               MOVE WS-BEFORE-IMAGE TO CL-IMAGE
               WRITE CHANGE-LOG-RECORD
           END-IF.
           IF CT-ACTION = "A" OR CT-ACTION = "C"
               MOVE "AFTER"         TO CL-IMAGE-TYPE
               MOVE WS-AFTER-IMAGE  TO CL-IMAGE
               WRITE CHANGE-LOG-RECORD
           END-IF.

       REPORT-TRANSACTION.
           MOVE WS-TRANS-READ  TO TD-SEQ.
           MOVE CT-FILE        TO TD-FILE.
           MOVE WS-ACTION-NAME TO TD-ACTION.
           MOVE WS-TRANS-KEY   TO TD-KEY.
           MOVE CT-OPERATOR    TO TD-OPERATOR.
           MOVE CT-REASON      TO TD-REASON.
           IF WS-ERROR-COUNT = ZERO
               MOVE "APPLIED"  TO TD-RESULT
               IF WS-UPDATE-MODE NOT = "Y"
                   MOVE "VALID" TO TD-RESULT
               END-IF
           ELSE
               MOVE "REJECTED" TO TD-RESULT
           END-IF.
           MOVE WS-TRANS-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "ERROR:" TO MD-SEVERITY.
           PERFORM VARYING WS-ERROR-IDX FROM 1 BY 1
                   UNTIL WS-ERROR-IDX > WS-ERROR-COUNT
                   OR WS-ERROR-IDX > 10
               MOVE WS-ERROR-TEXT (WS-ERROR-IDX) TO MD-TEXT
               MOVE WS-MESSAGE-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM.
           MOVE "WARNING:" TO MD-SEVERITY.
           PERFORM VARYING WS-ERROR-IDX FROM 1 BY 1
                   UNTIL WS-ERROR-IDX > WS-WARNING-COUNT
               MOVE WS-WARNING-TEXT (WS-ERROR-IDX) TO MD-TEXT
               MOVE WS-MESSAGE-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM.

       REWRITE-CONTROL-FILES.
           IF WS-SCHED-CHANGED = "Y"
               OPEN OUTPUT SCHEDULE-MASTER
               IF WS-SCHEDMST-STATUS NOT = "00"
                   DISPLAY "UNABLE TO REWRITE SCHEDMST: STATUS "
                           WS-SCHEDMST-STATUS
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM VARYING WS-SCHED-IDX FROM 1 BY 1
                           UNTIL WS-SCHED-IDX > WS-SCHED-COUNT
                       MOVE WS-SCHED-ROW (WS-SCHED-IDX)
                           TO SCHEDULE-MASTER-RECORD
                       WRITE SCHEDULE-MASTER-RECORD
                   END-PERFORM
                   CLOSE SCHEDULE-MASTER
               END-IF
           END-IF.
           IF WS-LIMIT-CHANGED = "Y"
               OPEN OUTPUT SLA-LIMITS
               IF WS-SLALIMIT-STATUS NOT = "00"
                   DISPLAY "UNABLE TO REWRITE SLALIMIT: STATUS "
                           WS-SLALIMIT-STATUS
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM VARYING WS-LIMIT-IDX FROM 1 BY 1
                           UNTIL WS-LIMIT-IDX > WS-LIMIT-COUNT
                       MOVE WS-LIMIT-ROW (WS-LIMIT-IDX)
                           TO SLA-LIMIT-RECORD
                       WRITE SLA-LIMIT-RECORD
                   END-PERFORM
                   CLOSE SLA-LIMITS
               END-IF
           END-IF.
           IF WS-SUBSCR-CHANGED = "Y"
               OPEN OUTPUT SUBSCRIBER-FILE
               IF WS-SUBSCRIB-STATUS NOT = "00"
                   DISPLAY "UNABLE TO REWRITE SUBSCRIB: STATUS "
                           WS-SUBSCRIB-STATUS
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM VARYING WS-SUBSCR-IDX FROM 1 BY 1
                           UNTIL WS-SUBSCR-IDX > WS-SUBSCR-COUNT
                       MOVE WS-SUBSCR-ROW (WS-SUBSCR-IDX)
                           TO SUBSCRIBER-RECORD
                       WRITE SUBSCRIBER-RECORD
                   END-PERFORM
                   CLOSE SUBSCRIBER-FILE
               END-IF
           END-IF.

       WRITE-MAINT-TOTALS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "TRANSACTIONS READ....: " WS-TRANS-READ
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "TRANSACTIONS APPLIED.: " WS-TRANS-APPLIED
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "TRANSACTIONS REJECTED: " WS-TRANS-REJECTED
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
