       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCIDENT-AGING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCIDENT-MASTER ASSIGN TO "INCIDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT AGING-RPT ASSIGN TO "INCAGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGERPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INCIDENT-MASTER.
       01  INCIDENT-RECORD.
           05  IM-KEY.
               10  IM-RUN-ID        PIC X(17).
               10  IM-STEP-NAME     PIC X(12).
           05  IM-SEVERITY          PIC 9(1).
           05  IM-SOURCE-PROGRAM    PIC X(20).
           05  IM-STATUS            PIC X(6).
           05  IM-OPEN-DATE         PIC 9(8).
           05  IM-OPEN-TIME         PIC 9(8).
           05  IM-LAST-RUN-ID       PIC X(17).
           05  IM-LAST-DATE         PIC 9(8).
           05  IM-OCCURRENCES       PIC 9(5).
           05  IM-DESCRIPTION       PIC X(40).
           05  IM-ACK-OPERATOR      PIC X(8).
           05  IM-ACK-DATE          PIC 9(8).
           05  IM-ACK-TIME          PIC 9(8).
           05  IM-CLOSE-OPERATOR    PIC X(8).
           05  IM-CLOSE-DATE        PIC 9(8).
           05  IM-CLOSE-TIME        PIC 9(8).
           05  IM-RESOLUTION        PIC X(8).

       FD  AGING-RPT
           RECORDING MODE IS F.
       01  RPT-LINE             PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-MASTER-STATUS     PIC X(2).
       77  WS-AGERPT-STATUS     PIC X(2).
       01  WS-AS-OF-DATE        PIC 9(8).
       77  WS-AGE-DAYS          PIC S9(7) COMP.
       77  WS-OLDEST-DAYS       PIC S9(7) COMP VALUE ZERO.
       77  WS-OPEN-COUNT        PIC 9(5)  VALUE ZERO.
       77  WS-ACK-COUNT         PIC 9(5)  VALUE ZERO.
       77  WS-SEV1-COUNT        PIC 9(5)  VALUE ZERO.
       77  WS-AGE-0-1           PIC 9(5)  VALUE ZERO.
       77  WS-AGE-2-7           PIC 9(5)  VALUE ZERO.
       77  WS-AGE-8-30          PIC 9(5)  VALUE ZERO.
       77  WS-AGE-OVER-30       PIC 9(5)  VALUE ZERO.
       01  WS-EDIT-COUNT        PIC Z(4)9.
       01  WS-EDIT-DAYS         PIC Z(4)9.

       01  WS-CONTROL-CARD      PIC X(80).
       01  WS-CONTROL-FIELDS REDEFINES WS-CONTROL-CARD.
           05  IA-AS-OF-DATE    PIC X(8).
           05  FILLER           PIC X(72).

       01  WS-HEADING-LINE.
           05  FILLER           PIC X(18) VALUE "RUN ID".
           05  FILLER           PIC X(13) VALUE "STEP".
           05  FILLER           PIC X(4)  VALUE "SEV".
           05  FILLER           PIC X(7)  VALUE "STATUS".
           05  FILLER           PIC X(9)  VALUE "OPENED".
           05  FILLER           PIC X(6)  VALUE "  AGE".
           05  FILLER           PIC X(6)  VALUE " OCCS".
           05  FILLER           PIC X(9)  VALUE " ACK BY".
           05  FILLER           PIC X(20) VALUE "SOURCE PROGRAM".

       01  WS-DETAIL-LINE.
           05  DL-RUN-ID        PIC X(17).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  DL-STEP-NAME     PIC X(12).
           05  FILLER           PIC X(2)  VALUE SPACES.
           05  DL-SEVERITY      PIC 9(1).
           05  FILLER           PIC X(2)  VALUE SPACES.
           05  DL-STATUS        PIC X(6).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  DL-OPEN-DATE     PIC 9(8).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  DL-AGE           PIC ZZZZ9.
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  DL-OCCURRENCES   PIC ZZZZ9.
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  DL-ACK-OPERATOR  PIC X(8).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  DL-SOURCE        PIC X(20).

       01  WS-DESCRIPTION-LINE.
           05  FILLER           PIC X(19) VALUE SPACES.
           05  DD-DESCRIPTION   PIC X(40).
           05  FILLER           PIC X(11) VALUE "  LAST RUN ".
           05  DD-LAST-RUN-ID   PIC X(17).

       PROCEDURE DIVISION.
       AGING-START.
           MOVE SPACES TO WS-CONTROL-CARD.
           ACCEPT WS-CONTROL-CARD.
           IF IA-AS-OF-DATE = SPACES
               ACCEPT WS-AS-OF-DATE FROM DATE YYYYMMDD
           ELSE
               IF IA-AS-OF-DATE IS NOT NUMERIC
                   OR IA-AS-OF-DATE < "16010101"
                   DISPLAY "INVALID AS-OF DATE '" IA-AS-OF-DATE
                           "': MUST BE YYYYMMDD"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE IA-AS-OF-DATE TO WS-AS-OF-DATE
           END-IF.

           OPEN INPUT INCIDENT-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN INCIDMST: STATUS "
                       WS-MASTER-STATUS
               DISPLAY "HAS INCIDENT-OPEN BEEN RUN?"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT AGING-RPT.
           IF WS-AGERPT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN INCAGRPT: STATUS "
                       WS-AGERPT-STATUS
               CLOSE INCIDENT-MASTER
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO RPT-LINE.
           STRING "OPEN INCIDENT AGING REPORT AS OF "
                  DELIMITED BY SIZE
                  WS-AS-OF-DATE DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-HEADING-LINE TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE LOW-VALUES TO IM-KEY.
           START INCIDENT-MASTER KEY NOT < IM-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           PERFORM UNTIL WS-MASTER-STATUS NOT = "00"
               READ INCIDENT-MASTER NEXT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF IM-STATUS NOT = "CLOSED"
                           PERFORM REPORT-ONE-INCIDENT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INCIDENT-MASTER.

           PERFORM WRITE-AGING-SUMMARY.
           CLOSE AGING-RPT.
           DISPLAY "INCIDENT AGING: " WS-OPEN-COUNT " OPEN, "
                   WS-ACK-COUNT " ACKNOWLEDGED".
           IF WS-OPEN-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       REPORT-ONE-INCIDENT.
           IF IM-OPEN-DATE IS NUMERIC
               AND IM-OPEN-DATE >= 16010101
               AND IM-OPEN-DATE <= WS-AS-OF-DATE
               COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE (WS-AS-OF-DATE)
                 - FUNCTION INTEGER-OF-DATE (IM-OPEN-DATE)
           ELSE
               MOVE ZERO TO WS-AGE-DAYS
           END-IF.
           IF IM-STATUS = "ACK"
               ADD 1 TO WS-ACK-COUNT
           ELSE
               ADD 1 TO WS-OPEN-COUNT
           END-IF.
           IF IM-SEVERITY = 1
               ADD 1 TO WS-SEV1-COUNT
           END-IF.
           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 1
                   ADD 1 TO WS-AGE-0-1
               WHEN WS-AGE-DAYS <= 7
                   ADD 1 TO WS-AGE-2-7
               WHEN WS-AGE-DAYS <= 30
                   ADD 1 TO WS-AGE-8-30
               WHEN OTHER
                   ADD 1 TO WS-AGE-OVER-30
           END-EVALUATE.
           IF WS-AGE-DAYS > WS-OLDEST-DAYS
               MOVE WS-AGE-DAYS TO WS-OLDEST-DAYS
           END-IF.
           MOVE IM-RUN-ID         TO DL-RUN-ID.
           MOVE IM-STEP-NAME      TO DL-STEP-NAME.
           MOVE IM-SEVERITY       TO DL-SEVERITY.
           MOVE IM-STATUS         TO DL-STATUS.
           MOVE IM-OPEN-DATE      TO DL-OPEN-DATE.
           MOVE WS-AGE-DAYS       TO DL-AGE.
           MOVE IM-OCCURRENCES    TO DL-OCCURRENCES.
           MOVE IM-ACK-OPERATOR   TO DL-ACK-OPERATOR.
           MOVE IM-SOURCE-PROGRAM TO DL-SOURCE.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE IM-DESCRIPTION    TO DD-DESCRIPTION.
           MOVE IM-LAST-RUN-ID    TO DD-LAST-RUN-ID.
           MOVE WS-DESCRIPTION-LINE TO RPT-LINE.
           WRITE RPT-LINE.

       WRITE-AGING-SUMMARY.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-OPEN-COUNT = ZERO AND WS-ACK-COUNT = ZERO
               MOVE "NO OPEN INCIDENTS" TO RPT-LINE
               WRITE RPT-LINE
           ELSE
               MOVE SPACES TO RPT-LINE
               MOVE WS-OPEN-COUNT TO WS-EDIT-COUNT
               STRING "NOT ACKNOWLEDGED.......: " DELIMITED BY SIZE
                      WS-EDIT-COUNT DELIMITED BY SIZE
                      INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               MOVE WS-ACK-COUNT TO WS-EDIT-COUNT
               STRING "ACKNOWLEDGED...........: " DELIMITED BY SIZE
                      WS-EDIT-COUNT DELIMITED BY SIZE
                      INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               MOVE WS-SEV1-COUNT TO WS-EDIT-COUNT
               STRING "SEVERITY 1.............: " DELIMITED BY SIZE
                      WS-EDIT-COUNT DELIMITED BY SIZE
                      INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               MOVE WS-AGE-0-1 TO WS-EDIT-COUNT
               STRING "AGED 0-1 DAYS..........: " DELIMITED BY SIZE
                      WS-EDIT-COUNT DELIMITED BY SIZE
                      INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               MOVE WS-AGE-2-7 TO WS-EDIT-COUNT
               STRING "AGED 2-7 DAYS..........: " DELIMITED BY SIZE
                      WS-EDIT-COUNT DELIMITED BY SIZE
                      INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               MOVE WS-AGE-8-30 TO WS-EDIT-COUNT
               STRING "AGED 8-30 DAYS.........: " DELIMITED BY SIZE
                      WS-EDIT-COUNT DELIMITED BY SIZE
                      INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               MOVE WS-AGE-OVER-30 TO WS-EDIT-COUNT
               STRING "AGED OVER 30 DAYS......: " DELIMITED BY SIZE
                      WS-EDIT-COUNT DELIMITED BY SIZE
                      INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               MOVE WS-OLDEST-DAYS TO WS-EDIT-DAYS
               STRING "OLDEST OPEN (DAYS).....: " DELIMITED BY SIZE
                      WS-EDIT-DAYS DELIMITED BY SIZE
                      INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
           END-IF.
