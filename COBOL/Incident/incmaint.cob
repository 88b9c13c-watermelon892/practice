       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCIDENT-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCIDENT-MASTER ASSIGN TO "INCIDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IM-KEY
               FILE STATUS IS WS-MASTER-STATUS.

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

       WORKING-STORAGE SECTION.
       77  WS-MASTER-STATUS     PIC X(2).
       77  WS-TODAY             PIC 9(8).
       77  WS-NOW               PIC 9(8).
       77  WS-RESOLUTION-OK     PIC X(1).

       01  WS-CONTROL-CARD      PIC X(80).
       01  WS-CONTROL-FIELDS REDEFINES WS-CONTROL-CARD.
           05  IC-FUNCTION      PIC X(8).
           05  FILLER           PIC X(1).
           05  IC-RUN-ID        PIC X(17).
           05  FILLER           PIC X(1).
           05  IC-STEP-NAME     PIC X(12).
           05  FILLER           PIC X(1).
           05  IC-OPERATOR      PIC X(8).
           05  FILLER           PIC X(1).
           05  IC-RESOLUTION    PIC X(8).
           05  FILLER           PIC X(23).

       PROCEDURE DIVISION.
       MAINT-START.
           MOVE SPACES TO WS-CONTROL-CARD.
           ACCEPT WS-CONTROL-CARD.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-NOW FROM TIME.
           PERFORM VALIDATE-CARD.

           OPEN I-O INCIDENT-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN INCIDMST: STATUS "
                       WS-MASTER-STATUS
               DISPLAY "HAS INCIDENT-OPEN BEEN RUN?"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE IC-RUN-ID    TO IM-RUN-ID.
           MOVE IC-STEP-NAME TO IM-STEP-NAME.
           READ INCIDENT-MASTER
               INVALID KEY
                   DISPLAY "NO INCIDENT FOR RUN " IC-RUN-ID
                           " STEP " IC-STEP-NAME
                   MOVE 8 TO RETURN-CODE
                   CLOSE INCIDENT-MASTER
                   STOP RUN
           END-READ.

           EVALUATE IC-FUNCTION
               WHEN "ACK"
                   PERFORM ACKNOWLEDGE-INCIDENT
               WHEN "CLOSE"
                   PERFORM CLOSE-INCIDENT
           END-EVALUATE.

           CLOSE INCIDENT-MASTER.
           STOP RUN.

       VALIDATE-CARD.
           IF IC-FUNCTION NOT = "ACK" AND IC-FUNCTION NOT = "CLOSE"
               DISPLAY "INVALID FUNCTION '" IC-FUNCTION
                       "': MUST BE ACK OR CLOSE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF IC-RUN-ID = SPACES OR IC-STEP-NAME = SPACES
               DISPLAY "RUN ID AND STEP NAME ARE BOTH REQUIRED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF IC-OPERATOR = SPACES
               DISPLAY "OPERATOR ID IS REQUIRED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF IC-FUNCTION = "CLOSE"
               PERFORM VALIDATE-RESOLUTION
               IF WS-RESOLUTION-OK NOT = "Y"
                   DISPLAY "INVALID RESOLUTION CODE '" IC-RESOLUTION
                           "': MUST BE FIXED, RERUN, DATAFIX, CONFIG,"
                           " NOFAULT OR DUPLICAT"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       VALIDATE-RESOLUTION.
           MOVE "N" TO WS-RESOLUTION-OK.
           IF IC-RESOLUTION = "FIXED" OR IC-RESOLUTION = "RERUN"
               OR IC-RESOLUTION = "DATAFIX"
               OR IC-RESOLUTION = "CONFIG"
               OR IC-RESOLUTION = "NOFAULT"
               OR IC-RESOLUTION = "DUPLICAT"
               MOVE "Y" TO WS-RESOLUTION-OK
           END-IF.

       ACKNOWLEDGE-INCIDENT.
           IF IM-STATUS NOT = "OPEN"
               DISPLAY "INCIDENT " IM-RUN-ID " " IM-STEP-NAME
                       " IS " IM-STATUS " - ONLY OPEN INCIDENTS"
                       " CAN BE ACKNOWLEDGED"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "ACK"       TO IM-STATUS
               MOVE IC-OPERATOR TO IM-ACK-OPERATOR
               MOVE WS-TODAY    TO IM-ACK-DATE
               MOVE WS-NOW      TO IM-ACK-TIME
               PERFORM REWRITE-INCIDENT
               IF RETURN-CODE = ZERO
                   DISPLAY "INCIDENT " IM-RUN-ID " " IM-STEP-NAME
                           " ACKNOWLEDGED BY " IC-OPERATOR
               END-IF
           END-IF.

       CLOSE-INCIDENT.
           IF IM-STATUS = "CLOSED"
               DISPLAY "INCIDENT " IM-RUN-ID " " IM-STEP-NAME
                       " IS ALREADY CLOSED (" IM-RESOLUTION ")"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF IM-STATUS = "OPEN"
                   MOVE IC-OPERATOR TO IM-ACK-OPERATOR
                   MOVE WS-TODAY    TO IM-ACK-DATE
                   MOVE WS-NOW      TO IM-ACK-TIME
               END-IF
               MOVE "CLOSED"      TO IM-STATUS
               MOVE IC-OPERATOR   TO IM-CLOSE-OPERATOR
               MOVE WS-TODAY      TO IM-CLOSE-DATE
               MOVE WS-NOW        TO IM-CLOSE-TIME
               MOVE IC-RESOLUTION TO IM-RESOLUTION
               PERFORM REWRITE-INCIDENT
               IF RETURN-CODE = ZERO
                   DISPLAY "INCIDENT " IM-RUN-ID " " IM-STEP-NAME
                           " CLOSED BY " IC-OPERATOR
                           " RESOLUTION " IC-RESOLUTION
               END-IF
           END-IF.

       REWRITE-INCIDENT.
           REWRITE INCIDENT-RECORD
               INVALID KEY
                   DISPLAY "INCIDMST REWRITE FAILED FOR " IM-KEY
                           ": STATUS " WS-MASTER-STATUS
                   MOVE 12 TO RETURN-CODE
           END-REWRITE.
