           05  PD-SEP               PIC X(1).
           05  PD-LABEL             PIC X(40).
           05  FILLER               PIC X(76).
       01  PRIOR-WIDE-DETAIL REDEFINES PRIOR-RECORD.
           05  PW-COUNTER           PIC X(10).
           05  PW-SEP               PIC X(1).
           05  PW-LABEL             PIC X(40).
           05  FILLER               PIC X(69).
       01  PRIOR-HEADER REDEFINES PRIOR-RECORD.
           05  PH-TYPE              PIC X(3).
           05  PH-SEP1              PIC X(1).
           05  CD-SEP               PIC X(1).
           05  CD-LABEL             PIC X(40).
           05  FILLER               PIC X(76).
       01  CURRENT-WIDE-DETAIL REDEFINES CURRENT-RECORD.
           05  CW-COUNTER           PIC X(10).
           05  CW-SEP               PIC X(1).
           05  CW-LABEL             PIC X(40).
           05  FILLER               PIC X(69).
       01  CURRENT-HEADER REDEFINES CURRENT-RECORD.
           05  CH-TYPE              PIC X(3).
           05  CH-SEP1              PIC X(1).

       FD  COMPARE-RPT
           RECORDING MODE IS F.
       01  RPT-LINE                 PIC X(120).

       WORKING-STORAGE SECTION.
       77  WS-PRIOR-STATUS          PIC X(2).
       77  WS-COMPRPT-STATUS        PIC X(2).
       77  WS-PRIOR-DONE            PIC X(1)  VALUE "N".
       77  WS-CURRENT-DONE          PIC X(1)  VALUE "N".
       77  WS-PRIOR-KEY             PIC 9(10).
       77  WS-CURRENT-KEY           PIC 9(10).
       77  WS-PRIOR-KEY-WIDTH       PIC 9(2)  VALUE 3.
       77  WS-CURRENT-KEY-WIDTH     PIC 9(2)  VALUE 3.
       01  WS-PRIOR-LABEL           PIC X(40).
       01  WS-CURRENT-LABEL         PIC X(40).
       01  WS-PRIOR-PARMS           PIC X(50).
       01  WS-CURRENT-PARMS         PIC X(50).
       77  WS-PRIOR-HDR-SEEN        PIC X(1)  VALUE "N".
       77  WS-CURRENT-HDR-SEEN      PIC X(1)  VALUE "N".
       01  WS-KEY-INPUT             PIC X(10) JUSTIFIED RIGHT.
       77  WS-CHANGED-COUNT         PIC 9(5)  VALUE ZERO.
       77  WS-ADDED-COUNT           PIC 9(5)  VALUE ZERO.
       77  WS-REMOVED-COUNT         PIC 9(5)  VALUE ZERO.

       01  WS-CHANGE-LINE.
           05  CL-TAG               PIC X(8).
           05  CL-COUNTER           PIC 9(10).
           05  FILLER               PIC X(6)  VALUE " OLD='".
           05  CL-OLD-LABEL         PIC X(40).
           05  FILLER               PIC X(7)  VALUE "' NEW='".
               READ PRIOR-FEED
                   AT END
                       MOVE "Y" TO WS-PRIOR-DONE
                       MOVE 9999999999 TO WS-PRIOR-KEY
                   NOT AT END
                       EVALUATE PRIOR-RECORD (1:3)
                           WHEN "HDR"
                               MOVE "Y" TO WS-PRIOR-HDR-SEEN
                               MOVE PH-PARMS TO WS-PRIOR-PARMS
                               IF PH-PARMS (1:5) = "FROM="
                                   MOVE 10 TO WS-PRIOR-KEY-WIDTH
                               END-IF
                           WHEN "TRL"
                               CONTINUE
                           WHEN OTHER

       TAKE-PRIOR-DETAIL.
           MOVE SPACES TO WS-KEY-INPUT.
           MOVE FUNCTION TRIM(PRIOR-RECORD (1:WS-PRIOR-KEY-WIDTH))
               TO WS-KEY-INPUT.
           INSPECT WS-KEY-INPUT REPLACING LEADING SPACE BY "0".
           IF WS-KEY-INPUT IS NOT NUMERIC
               DISPLAY "NON-NUMERIC COUNTER IN FIZZPREV: '"
                       PRIOR-RECORD (1:WS-PRIOR-KEY-WIDTH) "'"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-KEY-INPUT TO WS-PRIOR-KEY.
           IF WS-PRIOR-KEY-WIDTH = 10
               MOVE PW-LABEL TO WS-PRIOR-LABEL
           ELSE
               MOVE PD-LABEL TO WS-PRIOR-LABEL
           END-IF.

       READ-CURRENT-DETAIL.
           MOVE "N" TO WS-CURRENT-DONE.
               READ CURRENT-FEED
                   AT END
                       MOVE "Y" TO WS-CURRENT-DONE
                       MOVE 9999999999 TO WS-CURRENT-KEY
                   NOT AT END
                       EVALUATE CURRENT-RECORD (1:3)
                           WHEN "HDR"
                               MOVE "Y" TO WS-CURRENT-HDR-SEEN
                               MOVE CH-PARMS TO WS-CURRENT-PARMS
                               IF CH-PARMS (1:5) = "FROM="
                                   MOVE 10 TO WS-CURRENT-KEY-WIDTH
                               END-IF
                           WHEN "TRL"
                               CONTINUE
                           WHEN OTHER

       TAKE-CURRENT-DETAIL.
           MOVE SPACES TO WS-KEY-INPUT.
           MOVE FUNCTION TRIM(CURRENT-RECORD (1:WS-CURRENT-KEY-WIDTH))
               TO WS-KEY-INPUT.
           INSPECT WS-KEY-INPUT REPLACING LEADING SPACE BY "0".
           IF WS-KEY-INPUT IS NOT NUMERIC
               DISPLAY "NON-NUMERIC COUNTER IN FIZZCURR: '"
                       CURRENT-RECORD (1:WS-CURRENT-KEY-WIDTH) "'"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-KEY-INPUT TO WS-CURRENT-KEY.
           IF WS-CURRENT-KEY-WIDTH = 10
               MOVE CW-LABEL TO WS-CURRENT-LABEL
           ELSE
               MOVE CD-LABEL TO WS-CURRENT-LABEL
           END-IF.

       REPORT-CHANGED-LINE.
           ADD 1 TO WS-CHANGED-COUNT.
