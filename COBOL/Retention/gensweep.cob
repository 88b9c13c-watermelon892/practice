       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENERATION-SWEEP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GEN-CATALOG ASSIGN TO "GENCATLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENCATLG-STATUS.
           SELECT SWEEP-SCAN ASSIGN TO "SWPSCAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SWPSCAN-STATUS.
           SELECT DIST-REGISTER ASSIGN TO "DISTREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISTREG-STATUS.
           SELECT ARCHIVE-MANIFEST ASSIGN TO "ARCMANFT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.
           SELECT GEN-HOLD ASSIGN TO "GENHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENHOLD-STATUS.
           SELECT GEN-HOLD-NEW ASSIGN TO "GENHOLDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENHOLDT-STATUS.
           SELECT SWEEP-RPT ASSIGN TO "SWEEPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SWEEPRPT-STATUS.
           SELECT AUTHORITY-FILE ASSIGN TO "AUTHTBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTHTBL-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GEN-CATALOG
           RECORDING MODE IS F.
       01  GEN-CATALOG-RECORD.
           05  GC-DATASET       PIC X(8).
           05  GC-SEP1          PIC X(1).
           05  GC-GEN-NAME      PIC X(26).
           05  GC-SEP2          PIC X(1).
           05  GC-DATE          PIC 9(8).
           05  GC-SEP3          PIC X(1).
           05  GC-TIME          PIC 9(6).

       FD  SWEEP-SCAN
           RECORDING MODE IS F.
       01  SCAN-RECORD              PIC X(120).
       01  SCAN-HEADER REDEFINES SCAN-RECORD.
           05  SH-TYPE          PIC X(3).
           05  SH-SEP1          PIC X(1).
           05  SH-PROGRAM       PIC X(20).
           05  SH-SEP2          PIC X(1).
           05  SH-DATE          PIC X(8).
           05  SH-SEP3          PIC X(1).
           05  SH-TIME          PIC X(8).
           05  SH-SEP4          PIC X(1).
           05  SH-PARMS         PIC X(50).
           05  SH-SEP5          PIC X(1).
           05  SH-RUN-ID        PIC X(17).
           05  FILLER           PIC X(9).
       01  SCAN-TRAILER REDEFINES SCAN-RECORD.
           05  ST-TYPE          PIC X(3).
           05  ST-SEP1          PIC X(1).
           05  ST-RECORD-COUNT  PIC 9(10).
           05  ST-SEP2          PIC X(1).
           05  ST-HASH-TOTAL    PIC 9(12).
           05  FILLER           PIC X(93).

       FD  DIST-REGISTER
           RECORDING MODE IS F.
       01  DIST-REGISTER-RECORD.
           05  DR-CONSUMER      PIC X(8).
           05  DR-SEP1          PIC X(1).
           05  DR-GEN-NAME      PIC X(26).
           05  DR-SEP2          PIC X(1).
           05  DR-DATE          PIC 9(8).
           05  DR-SEP3          PIC X(1).
           05  DR-TIME          PIC 9(6).
           05  DR-SEP4          PIC X(1).
           05  DR-REC-COUNT     PIC 9(10).
           05  DR-SEP5          PIC X(1).
           05  DR-HASH-TOTAL    PIC 9(12).
           05  DR-SEP6          PIC X(1).
           05  DR-MODE          PIC X(6).

       FD  ARCHIVE-MANIFEST
           RECORDING MODE IS F.
       01  MANIFEST-RECORD.
           05  MF-DATASET       PIC X(8).
           05  MF-SEP1          PIC X(1).
           05  MF-GEN-NAME      PIC X(26).
           05  MF-SEP2          PIC X(1).
           05  MF-ARC-DATE      PIC 9(8).
           05  MF-SEP3          PIC X(1).
           05  MF-REC-COUNT     PIC 9(10).
           05  MF-SEP4          PIC X(1).
           05  MF-HASH-TOTAL    PIC 9(12).
           05  MF-SEP5          PIC X(1).
           05  MF-TRAILER-SEEN  PIC X(1).

       FD  GEN-HOLD
           RECORDING MODE IS F.
       01  GEN-HOLD-RECORD.
           05  GH-GEN-NAME      PIC X(26).
           05  GH-SEP1          PIC X(1).
           05  GH-DATE          PIC 9(8).
           05  GH-SEP2          PIC X(1).
           05  GH-TIME          PIC 9(6).
           05  GH-SEP3          PIC X(1).
           05  GH-REASON        PIC X(10).
           05  GH-SEP4          PIC X(1).
           05  GH-RUN-ID        PIC X(17).

       FD  GEN-HOLD-NEW
           RECORDING MODE IS F.
       01  GEN-HOLD-NEW-RECORD      PIC X(71).

       FD  SWEEP-RPT
           RECORDING MODE IS F.
       01  RPT-LINE                 PIC X(110).

       FD  AUTHORITY-FILE
           RECORDING MODE IS F.
       01  AUTHORITY-RECORD.
           05  AU-OPERATOR      PIC X(8).
           05  AU-SEP1          PIC X(1).
           05  AU-FUNCTION      PIC X(8).

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
       77  WS-GENCATLG-STATUS   PIC X(2).
       77  WS-SWPSCAN-STATUS    PIC X(2).
       77  WS-DISTREG-STATUS    PIC X(2).
       77  WS-MANIFEST-STATUS   PIC X(2).
       77  WS-GENHOLD-STATUS    PIC X(2).
       77  WS-GENHOLDT-STATUS   PIC X(2).
       77  WS-SWEEPRPT-STATUS   PIC X(2).
       77  WS-AUTHTBL-STATUS    PIC X(2).
       77  WS-AUDITLOG-STATUS   PIC X(2).
       77  WS-AUTH-GRANTED      PIC X(1)  VALUE "N".
       01  WS-AUTH-FUNCTION     PIC X(8)  VALUE "GENHOLD".
       01  WS-AUDIT-STATUS      PIC X(8).
       01  WS-AUDIT-PARMS       PIC X(30).
       01  WS-MAX-ENTRIES       PIC 9(4)  VALUE 500.
       77  WS-CAT-COUNT         PIC 9(4)  COMP VALUE ZERO.
       77  WS-CAT-IDX           PIC 9(4)  COMP.
       77  WS-CAT-OVERFLOW      PIC 9(4)  VALUE ZERO.
       77  WS-HOLD-COUNT        PIC 9(4)  COMP VALUE ZERO.
       77  WS-HOLD-IDX          PIC 9(4)  COMP.
       77  WS-HOLD-OVERFLOW     PIC 9(4)  VALUE ZERO.
       77  WS-GEN-HELD          PIC X(1).
       77  WS-SWEPT-COUNT       PIC 9(4)  VALUE ZERO.
       77  WS-CLEAN-COUNT       PIC 9(4)  VALUE ZERO.
       77  WS-FAILED-COUNT      PIC 9(4)  VALUE ZERO.
       77  WS-NEW-HOLD-COUNT    PIC 9(4)  VALUE ZERO.
       77  WS-SKIPPED-COUNT     PIC 9(4)  VALUE ZERO.
       77  WS-SWEEP-RC          PIC 9(3)  VALUE ZERO.
       77  WS-RELEASED-COUNT    PIC 9(4)  VALUE ZERO.
       01  WS-CATALOG-TABLE.
           05  WS-CAT-ENTRY OCCURS 500 TIMES.
               10  WS-CAT-DATASET   PIC X(8).
               10  WS-CAT-GEN-NAME  PIC X(26).
       01  WS-HOLD-TABLE.
           05  WS-HOLD-GEN-NAME PIC X(26) OCCURS 500 TIMES.

       01  WS-SWEEP-DATASET     PIC X(8).
       01  WS-SWEEP-GEN         PIC X(26).
       77  WS-GEN-MISSING       PIC X(1).
       77  WS-GEN-TRUNCATED     PIC X(1).
       77  WS-GEN-MISMATCH      PIC X(1).
       01  WS-GEN-STATUS        PIC X(9).
       01  WS-HOLD-REASON       PIC X(10).
       01  WS-HOLD-ACTION       PIC X(14).
       77  WS-SCAN-HEADER       PIC X(1).
       77  WS-SCAN-TRAILER      PIC X(1).
       77  WS-SCAN-DETAILS      PIC 9(10).
       77  WS-SCAN-AFTER-TRL    PIC 9(10).
       77  WS-SCAN-BAD-KEYS     PIC 9(10).
       77  WS-SCAN-TRL-COUNT    PIC 9(10).
       77  WS-SCAN-TRL-HASH     PIC 9(12).
       77  WS-HASH-ACCUM        PIC 9(18).
       77  WS-HASH-TOTAL        PIC 9(12).
       01  WS-FIZZ-KEY          PIC X(10) JUSTIFIED RIGHT.
       77  WS-FIZZ-KEY-WIDTH    PIC 9(2).
       01  WS-MOVE-KEY          PIC X(10) JUSTIFIED RIGHT.
       01  WS-KEY-VALUE         PIC 9(12).
       77  WS-DIST-CHECKED      PIC 9(4).
       77  WS-MANIFEST-SEEN     PIC X(1).
       77  WS-PROBLEM-COUNT     PIC 9(4).
       77  WS-PROBLEM-IDX       PIC 9(4)  COMP.
       01  WS-MAX-PROBLEMS      PIC 9(4)  VALUE 10.
       01  WS-PROBLEM-TEXT      PIC X(90).
       01  WS-PROBLEM-TABLE.
           05  WS-PROBLEM-LINE  PIC X(90) OCCURS 10 TIMES.
       01  WS-NOW-DATE          PIC 9(8).
       01  WS-NOW-TIME          PIC 9(8).
       01  WS-EDIT-COUNT        PIC Z(3)9.

       01  WS-ACTION-CMD        PIC X(70).
       01  WS-SCAN-RM-CMD       PIC X(20) VALUE "rm -f SWPSCAN".
       01  WS-HOLD-MV-CMD       PIC X(20) VALUE "mv GENHOLDT GENHOLD".
       01  WS-HOLD-RM-CMD       PIC X(20) VALUE "rm -f GENHOLDT".
       77  WS-RAW-EXIT-STATUS   PIC S9(9) COMP.
       77  WS-COPY-RC           PIC 9(3).

       01  WS-CONTROL-CARD      PIC X(80).
       01  WS-CONTROL-FIELDS REDEFINES WS-CONTROL-CARD.
           05  SW-FUNCTION      PIC X(8).
           05  FILLER           PIC X(1).
           05  SW-GEN-NAME      PIC X(26).
           05  FILLER           PIC X(19).
           05  SW-OPERATOR      PIC X(8).
           05  FILLER           PIC X(1).
           05  SW-RUN-ID        PIC X(17).

       01  WS-HEADING-LINE.
           05  FILLER           PIC X(9)  VALUE "DATASET".
           05  FILLER           PIC X(27) VALUE "GENERATION".
           05  FILLER           PIC X(10) VALUE "STATUS".
           05  FILLER           PIC X(11) VALUE "   DETAILS".
           05  FILLER           PIC X(11) VALUE " TRL COUNT".
           05  FILLER           PIC X(13) VALUE "  HASH TOTAL".
           05  FILLER           PIC X(5)  VALUE " DST".
           05  FILLER           PIC X(4)  VALUE " MF".
           05  FILLER           PIC X(14) VALUE " HOLD".

       01  WS-DETAIL-LINE.
           05  DL-DATASET       PIC X(8).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  DL-GEN-NAME      PIC X(26).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  DL-STATUS        PIC X(9).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  DL-DETAILS       PIC Z(9)9.
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  DL-TRL-COUNT     PIC Z(9)9.
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  DL-HASH          PIC 9(12).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  DL-DIST-CHECKED  PIC ZZZ9.
           05  FILLER           PIC X(3)  VALUE SPACES.
           05  DL-MANIFEST      PIC X(1).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  DL-HOLD-ACTION   PIC X(14).

       01  WS-PROBLEM-OUT-LINE.
           05  FILLER           PIC X(10) VALUE SPACES.
           05  PL-TEXT          PIC X(90).

       PROCEDURE DIVISION.
       SWEEP-START.
           MOVE SPACES TO WS-CONTROL-CARD.
           ACCEPT WS-CONTROL-CARD.
           EVALUATE SW-FUNCTION
               WHEN SPACES
                   PERFORM SWEEP-CATALOG
               WHEN "SWEEP"
                   PERFORM SWEEP-CATALOG
               WHEN "RELEASE"
                   PERFORM RELEASE-HOLD
               WHEN OTHER
                   DISPLAY "UNKNOWN SWEEP FUNCTION '" SW-FUNCTION
                           "': MUST BE SWEEP OR RELEASE"
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

       SWEEP-CATALOG.
           PERFORM LOAD-CATALOG.
           PERFORM LOAD-HOLD-LIST.
           OPEN OUTPUT SWEEP-RPT.
           IF WS-SWEEPRPT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN SWEEPRPT: STATUS "
                       WS-SWEEPRPT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO RPT-LINE.
           STRING "GENERATION INTEGRITY SWEEP AS OF "
                  DELIMITED BY SIZE
                  WS-NOW-DATE DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-HEADING-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-COUNT
               MOVE WS-CAT-DATASET (WS-CAT-IDX)  TO WS-SWEEP-DATASET
               MOVE WS-CAT-GEN-NAME (WS-CAT-IDX) TO WS-SWEEP-GEN
               IF WS-SWEEP-DATASET = "FIZZOUT"
                   OR WS-SWEEP-DATASET = "MOVESOUT"
                   PERFORM SWEEP-ONE-GENERATION
               ELSE
                   ADD 1 TO WS-SKIPPED-COUNT
               END-IF
           END-PERFORM.
           PERFORM WRITE-SWEEP-SUMMARY.
           CLOSE SWEEP-RPT.
           DISPLAY "GENERATION SWEEP: " WS-SWEPT-COUNT " SWEPT, "
                   WS-FAILED-COUNT " FAILED, "
                   WS-NEW-HOLD-COUNT " NEWLY HELD".
           MOVE SPACES TO WS-AUDIT-PARMS.
           STRING "GENS=" DELIMITED BY SIZE
                  WS-SWEPT-COUNT DELIMITED BY SIZE
                  " FAILED=" DELIMITED BY SIZE
                  WS-FAILED-COUNT DELIMITED BY SIZE
                  INTO WS-AUDIT-PARMS
           END-STRING.
           IF WS-FAILED-COUNT > ZERO
               MOVE "MISMATCH" TO WS-AUDIT-STATUS
               IF WS-SWEEP-RC < 8
                   MOVE 8 TO WS-SWEEP-RC
               END-IF
           ELSE
               MOVE "SUCCESS" TO WS-AUDIT-STATUS
               IF WS-CAT-OVERFLOW > ZERO
                   MOVE 4 TO WS-SWEEP-RC
               END-IF
           END-IF.
           PERFORM WRITE-AUDIT-LOG.
           MOVE WS-SWEEP-RC TO RETURN-CODE.

       LOAD-CATALOG.
           OPEN INPUT GEN-CATALOG.
           IF WS-GENCATLG-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN GENCATLG: STATUS "
                       WS-GENCATLG-STATUS
               MOVE "GENCATLG" TO WS-AUDIT-PARMS
               MOVE "FAILURE" TO WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-LOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-GENCATLG-STATUS NOT = "00"
                   AND WS-GENCATLG-STATUS NOT = "04"
               READ GEN-CATALOG
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-CAT-COUNT < WS-MAX-ENTRIES
                           ADD 1 TO WS-CAT-COUNT
                           MOVE GC-DATASET
                               TO WS-CAT-DATASET (WS-CAT-COUNT)
                           MOVE GC-GEN-NAME
                               TO WS-CAT-GEN-NAME (WS-CAT-COUNT)
                       ELSE
                           ADD 1 TO WS-CAT-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GEN-CATALOG.
           IF WS-CAT-OVERFLOW > ZERO
               DISPLAY "WARNING: " WS-CAT-OVERFLOW
                       " CATALOG ENTRIES BEYOND " WS-MAX-ENTRIES
                       " NOT SWEPT"
           END-IF.

       LOAD-HOLD-LIST.
           OPEN INPUT GEN-HOLD.
           IF WS-GENHOLD-STATUS NOT = "00"
               AND WS-GENHOLD-STATUS NOT = "35"
               DISPLAY "UNABLE TO OPEN GENHOLD: STATUS "
                       WS-GENHOLD-STATUS
               MOVE "GENHOLD" TO WS-AUDIT-PARMS
               MOVE "FAILURE" TO WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-LOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-GENHOLD-STATUS = "00"
               PERFORM UNTIL WS-GENHOLD-STATUS NOT = "00"
                       AND WS-GENHOLD-STATUS NOT = "04"
                   READ GEN-HOLD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-HOLD-COUNT < WS-MAX-ENTRIES
                               ADD 1 TO WS-HOLD-COUNT
                               MOVE GH-GEN-NAME
                                   TO WS-HOLD-GEN-NAME (WS-HOLD-COUNT)
                           ELSE
                               ADD 1 TO WS-HOLD-OVERFLOW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GEN-HOLD
           END-IF.
           IF WS-HOLD-OVERFLOW > ZERO
               DISPLAY "WARNING: " WS-HOLD-OVERFLOW
                       " GENHOLD ENTRIES BEYOND " WS-MAX-ENTRIES
                       " NOT LOADED"
           END-IF.

       CHECK-GENERATION-HOLD.
           MOVE "N" TO WS-GEN-HELD.
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                   UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
               IF WS-HOLD-GEN-NAME (WS-HOLD-IDX) = WS-SWEEP-GEN
                   MOVE "Y" TO WS-GEN-HELD
               END-IF
           END-PERFORM.

       SWEEP-ONE-GENERATION.
           ADD 1 TO WS-SWEPT-COUNT.
           MOVE "N" TO WS-GEN-MISSING.
           MOVE "N" TO WS-GEN-TRUNCATED.
           MOVE "N" TO WS-GEN-MISMATCH.
           MOVE ZERO TO WS-PROBLEM-COUNT.
           MOVE ZERO TO WS-DIST-CHECKED.
           MOVE "N" TO WS-MANIFEST-SEEN.
           MOVE SPACES TO WS-HOLD-ACTION.
           PERFORM SCAN-GENERATION-FILE.
           IF WS-GEN-MISSING = "N"
               PERFORM CHECK-ENVELOPE
               PERFORM CROSS-CHECK-DISTREG
               PERFORM CROSS-CHECK-MANIFEST
           END-IF.
           EVALUATE TRUE
               WHEN WS-GEN-MISSING = "Y"
                   MOVE "MISSING"   TO WS-GEN-STATUS
               WHEN WS-GEN-TRUNCATED = "Y"
                   MOVE "TRUNCATED" TO WS-GEN-STATUS
               WHEN WS-GEN-MISMATCH = "Y"
                   MOVE "MISMATCH"  TO WS-GEN-STATUS
               WHEN OTHER
                   MOVE "OK"        TO WS-GEN-STATUS
           END-EVALUATE.
           PERFORM CHECK-GENERATION-HOLD.
           IF WS-GEN-STATUS = "OK"
               ADD 1 TO WS-CLEAN-COUNT
               IF WS-GEN-HELD = "Y"
                   MOVE "HELD - REVIEW" TO WS-HOLD-ACTION
               END-IF
           ELSE
               ADD 1 TO WS-FAILED-COUNT
               IF WS-GEN-HELD = "Y"
                   MOVE "ALREADY HELD" TO WS-HOLD-ACTION
               ELSE
                   PERFORM HOLD-GENERATION
               END-IF
               DISPLAY "GENERATION " FUNCTION TRIM(WS-SWEEP-GEN)
                       " FAILED SWEEP: " WS-GEN-STATUS
           END-IF.
           PERFORM REPORT-GENERATION.

       SCAN-GENERATION-FILE.
           MOVE "N"  TO WS-SCAN-HEADER.
           MOVE "N"  TO WS-SCAN-TRAILER.
           MOVE ZERO TO WS-SCAN-DETAILS.
           MOVE ZERO TO WS-SCAN-AFTER-TRL.
           MOVE ZERO TO WS-SCAN-BAD-KEYS.
           MOVE ZERO TO WS-SCAN-TRL-COUNT.
           MOVE ZERO TO WS-SCAN-TRL-HASH.
           MOVE ZERO TO WS-HASH-ACCUM.
           MOVE ZERO TO WS-HASH-TOTAL.
           MOVE 3    TO WS-FIZZ-KEY-WIDTH.
           MOVE SPACES TO WS-ACTION-CMD.
           STRING "cp " DELIMITED BY SIZE
                  WS-SWEEP-GEN DELIMITED BY SPACE
                  " SWPSCAN 2>/dev/null" DELIMITED BY SIZE
                  INTO WS-ACTION-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-ACTION-CMD.
           MOVE RETURN-CODE TO WS-RAW-EXIT-STATUS.
           COMPUTE WS-COPY-RC = WS-RAW-EXIT-STATUS / 256.
           IF WS-COPY-RC NOT = ZERO
               MOVE "Y" TO WS-GEN-MISSING
               MOVE SPACES TO WS-PROBLEM-TEXT
               STRING "GENERATION FILE NOT FOUND OR NOT READABLE"
                      DELIMITED BY SIZE
                      " - COPY RC " DELIMITED BY SIZE
                      WS-COPY-RC DELIMITED BY SIZE
                      INTO WS-PROBLEM-TEXT
               END-STRING
               PERFORM ADD-PROBLEM
           ELSE
               OPEN INPUT SWEEP-SCAN
               IF WS-SWPSCAN-STATUS NOT = "00"
                   MOVE "Y" TO WS-GEN-MISSING
                   MOVE SPACES TO WS-PROBLEM-TEXT
                   STRING "UNABLE TO OPEN GENERATION FILE: STATUS "
                          DELIMITED BY SIZE
                          WS-SWPSCAN-STATUS DELIMITED BY SIZE
                          INTO WS-PROBLEM-TEXT
                   END-STRING
                   PERFORM ADD-PROBLEM
               ELSE
                   PERFORM UNTIL WS-SWPSCAN-STATUS NOT = "00"
                           AND WS-SWPSCAN-STATUS NOT = "04"
                       READ SWEEP-SCAN
                           AT END
                               CONTINUE
                           NOT AT END
                               PERFORM SCAN-ONE-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE SWEEP-SCAN
               END-IF
           END-IF.
           CALL "SYSTEM" USING WS-SCAN-RM-CMD.
           MOVE WS-HASH-ACCUM TO WS-HASH-TOTAL.

       SCAN-ONE-RECORD.
           EVALUATE SCAN-RECORD (1:3)
               WHEN "HDR"
                   IF WS-SCAN-HEADER = "Y"
                       MOVE "DUPLICATE HEADER RECORD"
                           TO WS-PROBLEM-TEXT
                       PERFORM ADD-MISMATCH
                   END-IF
                   IF WS-SCAN-DETAILS > ZERO
                       MOVE "HEADER RECORD AFTER DETAIL RECORDS"
                           TO WS-PROBLEM-TEXT
                       PERFORM ADD-MISMATCH
                   END-IF
                   MOVE "Y" TO WS-SCAN-HEADER
                   IF SH-PARMS (1:5) = "FROM="
                       MOVE 10 TO WS-FIZZ-KEY-WIDTH
                   END-IF
               WHEN "TRL"
                   IF WS-SCAN-TRAILER = "Y"
                       MOVE "DUPLICATE TRAILER RECORD"
                           TO WS-PROBLEM-TEXT
                       PERFORM ADD-MISMATCH
                   END-IF
                   MOVE "Y" TO WS-SCAN-TRAILER
                   IF ST-RECORD-COUNT IS NUMERIC
                       MOVE ST-RECORD-COUNT TO WS-SCAN-TRL-COUNT
                   END-IF
                   IF ST-HASH-TOTAL IS NUMERIC
                       MOVE ST-HASH-TOTAL TO WS-SCAN-TRL-HASH
                   END-IF
               WHEN OTHER
                   IF WS-SCAN-TRAILER = "Y"
                       ADD 1 TO WS-SCAN-AFTER-TRL
                   ELSE
                       ADD 1 TO WS-SCAN-DETAILS
                       PERFORM ACCUMULATE-HASH
                   END-IF
           END-EVALUATE.

       ACCUMULATE-HASH.
           IF WS-SWEEP-DATASET = "FIZZOUT"
               MOVE SPACES TO WS-FIZZ-KEY
               MOVE FUNCTION TRIM(SCAN-RECORD (1:WS-FIZZ-KEY-WIDTH))
                   TO WS-FIZZ-KEY
               INSPECT WS-FIZZ-KEY REPLACING LEADING SPACE BY "0"
               IF WS-FIZZ-KEY IS NUMERIC
                   MOVE WS-FIZZ-KEY TO WS-KEY-VALUE
                   ADD WS-KEY-VALUE TO WS-HASH-ACCUM
               ELSE
                   ADD 1 TO WS-SCAN-BAD-KEYS
               END-IF
           ELSE
               MOVE SPACES TO WS-MOVE-KEY
               MOVE FUNCTION TRIM(SCAN-RECORD (1:10)) TO WS-MOVE-KEY
               INSPECT WS-MOVE-KEY REPLACING LEADING SPACE BY "0"
               IF WS-MOVE-KEY IS NUMERIC
                   MOVE WS-MOVE-KEY TO WS-KEY-VALUE
                   ADD WS-KEY-VALUE TO WS-HASH-ACCUM
               ELSE
                   ADD 1 TO WS-SCAN-BAD-KEYS
               END-IF
           END-IF.

       CHECK-ENVELOPE.
           IF WS-SCAN-HEADER = "N"
               MOVE "NO HEADER RECORD" TO WS-PROBLEM-TEXT
               PERFORM ADD-MISMATCH
           END-IF.
           IF WS-SCAN-TRAILER = "N"
               MOVE "Y" TO WS-GEN-TRUNCATED
               MOVE SPACES TO WS-PROBLEM-TEXT
               STRING "NO TRAILER RECORD - FILE ENDS AFTER "
                      DELIMITED BY SIZE
                      WS-SCAN-DETAILS DELIMITED BY SIZE
                      " DETAIL RECORDS" DELIMITED BY SIZE
                      INTO WS-PROBLEM-TEXT
               END-STRING
               PERFORM ADD-PROBLEM
           ELSE
               IF WS-SCAN-TRL-COUNT NOT = WS-SCAN-DETAILS
                   MOVE SPACES TO WS-PROBLEM-TEXT
                   STRING "TRAILER COUNT " DELIMITED BY SIZE
                          WS-SCAN-TRL-COUNT DELIMITED BY SIZE
                          " BUT FILE HOLDS " DELIMITED BY SIZE
                          WS-SCAN-DETAILS DELIMITED BY SIZE
                          " DETAIL RECORDS" DELIMITED BY SIZE
                          INTO WS-PROBLEM-TEXT
                   END-STRING
                   PERFORM ADD-MISMATCH
               END-IF
               IF WS-SCAN-TRL-HASH NOT = WS-HASH-TOTAL
                   MOVE SPACES TO WS-PROBLEM-TEXT
                   STRING "TRAILER HASH " DELIMITED BY SIZE
                          WS-SCAN-TRL-HASH DELIMITED BY SIZE
                          " BUT FILE HASHES TO " DELIMITED BY SIZE
                          WS-HASH-TOTAL DELIMITED BY SIZE
                          INTO WS-PROBLEM-TEXT
                   END-STRING
                   PERFORM ADD-MISMATCH
               END-IF
           END-IF.
           IF WS-SCAN-AFTER-TRL > ZERO
               MOVE SPACES TO WS-PROBLEM-TEXT
               STRING WS-SCAN-AFTER-TRL DELIMITED BY SIZE
                      " RECORDS FOLLOW THE TRAILER" DELIMITED BY SIZE
                      INTO WS-PROBLEM-TEXT
               END-STRING
               PERFORM ADD-MISMATCH
           END-IF.
           IF WS-SCAN-BAD-KEYS > ZERO
               MOVE SPACES TO WS-PROBLEM-TEXT
               STRING WS-SCAN-BAD-KEYS DELIMITED BY SIZE
                      " DETAIL RECORDS HAVE A NON-NUMERIC KEY"
                      DELIMITED BY SIZE
                      INTO WS-PROBLEM-TEXT
               END-STRING
               PERFORM ADD-MISMATCH
           END-IF.

       CROSS-CHECK-DISTREG.
           OPEN INPUT DIST-REGISTER.
           IF WS-DISTREG-STATUS = "00"
               PERFORM UNTIL WS-DISTREG-STATUS NOT = "00"
                       AND WS-DISTREG-STATUS NOT = "04"
                   READ DIST-REGISTER
                       AT END
                           CONTINUE
                       NOT AT END
                           IF DR-GEN-NAME = WS-SWEEP-GEN
                               PERFORM CHECK-ONE-DELIVERY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DIST-REGISTER
           ELSE
               IF WS-DISTREG-STATUS NOT = "35"
                   MOVE SPACES TO WS-PROBLEM-TEXT
                   STRING "UNABLE TO OPEN DISTREG: STATUS "
                          DELIMITED BY SIZE
                          WS-DISTREG-STATUS DELIMITED BY SIZE
                          INTO WS-PROBLEM-TEXT
                   END-STRING
                   PERFORM ADD-PROBLEM
               END-IF
           END-IF.

       CHECK-ONE-DELIVERY.
           ADD 1 TO WS-DIST-CHECKED.
           IF DR-REC-COUNT NOT = WS-SCAN-DETAILS
               MOVE SPACES TO WS-PROBLEM-TEXT
               STRING "DISTREG " DELIMITED BY SIZE
                      DR-CONSUMER DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      DR-DATE DELIMITED BY SIZE
                      " SENT COUNT " DELIMITED BY SIZE
                      DR-REC-COUNT DELIMITED BY SIZE
                      " BUT FILE HOLDS " DELIMITED BY SIZE
                      WS-SCAN-DETAILS DELIMITED BY SIZE
                      INTO WS-PROBLEM-TEXT
               END-STRING
               PERFORM ADD-MISMATCH
           END-IF.
           IF DR-HASH-TOTAL NOT = WS-HASH-TOTAL
               MOVE SPACES TO WS-PROBLEM-TEXT
               STRING "DISTREG " DELIMITED BY SIZE
                      DR-CONSUMER DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      DR-DATE DELIMITED BY SIZE
                      " SENT HASH " DELIMITED BY SIZE
                      DR-HASH-TOTAL DELIMITED BY SIZE
                      " BUT FILE HASHES TO " DELIMITED BY SIZE
                      WS-HASH-TOTAL DELIMITED BY SIZE
                      INTO WS-PROBLEM-TEXT
               END-STRING
               PERFORM ADD-MISMATCH
           END-IF.

       CROSS-CHECK-MANIFEST.
           OPEN INPUT ARCHIVE-MANIFEST.
           IF WS-MANIFEST-STATUS = "00"
               PERFORM UNTIL WS-MANIFEST-STATUS NOT = "00"
                       AND WS-MANIFEST-STATUS NOT = "04"
                   READ ARCHIVE-MANIFEST
                       AT END
                           CONTINUE
                       NOT AT END
                           IF MF-GEN-NAME = WS-SWEEP-GEN
                               PERFORM CHECK-ONE-MANIFEST
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-MANIFEST
           ELSE
               IF WS-MANIFEST-STATUS NOT = "35"
                   MOVE SPACES TO WS-PROBLEM-TEXT
                   STRING "UNABLE TO OPEN ARCMANFT: STATUS "
                          DELIMITED BY SIZE
                          WS-MANIFEST-STATUS DELIMITED BY SIZE
                          INTO WS-PROBLEM-TEXT
                   END-STRING
                   PERFORM ADD-PROBLEM
               END-IF
           END-IF.

       CHECK-ONE-MANIFEST.
           MOVE "Y" TO WS-MANIFEST-SEEN.
           IF MF-REC-COUNT NOT = WS-SCAN-DETAILS
               MOVE SPACES TO WS-PROBLEM-TEXT
               STRING "ARCMANFT " DELIMITED BY SIZE
                      MF-ARC-DATE DELIMITED BY SIZE
                      " RECORDED COUNT " DELIMITED BY SIZE
                      MF-REC-COUNT DELIMITED BY SIZE
                      " BUT FILE HOLDS " DELIMITED BY SIZE
                      WS-SCAN-DETAILS DELIMITED BY SIZE
                      INTO WS-PROBLEM-TEXT
               END-STRING
               PERFORM ADD-MISMATCH
           END-IF.
           IF MF-TRAILER-SEEN = "Y"
               AND MF-HASH-TOTAL NOT = WS-HASH-TOTAL
               MOVE SPACES TO WS-PROBLEM-TEXT
               STRING "ARCMANFT " DELIMITED BY SIZE
                      MF-ARC-DATE DELIMITED BY SIZE
                      " RECORDED HASH " DELIMITED BY SIZE
                      MF-HASH-TOTAL DELIMITED BY SIZE
                      " BUT FILE HASHES TO " DELIMITED BY SIZE
                      WS-HASH-TOTAL DELIMITED BY SIZE
                      INTO WS-PROBLEM-TEXT
               END-STRING
               PERFORM ADD-MISMATCH
           END-IF.

       ADD-MISMATCH.
           MOVE "Y" TO WS-GEN-MISMATCH.
           PERFORM ADD-PROBLEM.

       ADD-PROBLEM.
           ADD 1 TO WS-PROBLEM-COUNT.
           IF WS-PROBLEM-COUNT NOT > WS-MAX-PROBLEMS
               MOVE WS-PROBLEM-TEXT
                   TO WS-PROBLEM-LINE (WS-PROBLEM-COUNT)
           END-IF.
           MOVE SPACES TO WS-PROBLEM-TEXT.

       HOLD-GENERATION.
           MOVE WS-GEN-STATUS TO WS-HOLD-REASON.
           OPEN EXTEND GEN-HOLD.
           IF WS-GENHOLD-STATUS NOT = "00"
               OPEN OUTPUT GEN-HOLD
           END-IF.
           IF WS-GENHOLD-STATUS NOT = "00"
               DISPLAY "UNABLE TO WRITE GENHOLD: STATUS "
                       WS-GENHOLD-STATUS
               MOVE "NOT HELD - I/O" TO WS-HOLD-ACTION
               MOVE 12 TO WS-SWEEP-RC
           ELSE
               MOVE WS-SWEEP-GEN TO GH-GEN-NAME
               ACCEPT GH-DATE FROM DATE YYYYMMDD
               ACCEPT WS-NOW-TIME FROM TIME
               MOVE WS-NOW-TIME (1:6) TO GH-TIME
               MOVE WS-HOLD-REASON TO GH-REASON
               MOVE SW-RUN-ID TO GH-RUN-ID
               MOVE SPACE TO GH-SEP1 GH-SEP2 GH-SEP3 GH-SEP4
               WRITE GEN-HOLD-RECORD
               CLOSE GEN-HOLD
               IF WS-HOLD-COUNT < WS-MAX-ENTRIES
                   ADD 1 TO WS-HOLD-COUNT
                   MOVE WS-SWEEP-GEN TO WS-HOLD-GEN-NAME (WS-HOLD-COUNT)
               END-IF
               ADD 1 TO WS-NEW-HOLD-COUNT
               MOVE "HELD" TO WS-HOLD-ACTION
               MOVE WS-SWEEP-GEN TO WS-AUDIT-PARMS
               MOVE "HELD" TO WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-LOG
           END-IF.

       REPORT-GENERATION.
           MOVE WS-SWEEP-DATASET  TO DL-DATASET.
           MOVE WS-SWEEP-GEN      TO DL-GEN-NAME.
           MOVE WS-GEN-STATUS     TO DL-STATUS.
           MOVE WS-SCAN-DETAILS   TO DL-DETAILS.
           MOVE WS-SCAN-TRL-COUNT TO DL-TRL-COUNT.
           MOVE WS-HASH-TOTAL     TO DL-HASH.
           MOVE WS-DIST-CHECKED   TO DL-DIST-CHECKED.
           MOVE WS-MANIFEST-SEEN  TO DL-MANIFEST.
           MOVE WS-HOLD-ACTION    TO DL-HOLD-ACTION.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM VARYING WS-PROBLEM-IDX FROM 1 BY 1
                   UNTIL WS-PROBLEM-IDX > WS-PROBLEM-COUNT
                      OR WS-PROBLEM-IDX > WS-MAX-PROBLEMS
               MOVE WS-PROBLEM-LINE (WS-PROBLEM-IDX) TO PL-TEXT
               MOVE WS-PROBLEM-OUT-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM.
           IF WS-PROBLEM-COUNT > WS-MAX-PROBLEMS
               MOVE SPACES TO WS-PROBLEM-TEXT
               COMPUTE WS-EDIT-COUNT =
                   WS-PROBLEM-COUNT - WS-MAX-PROBLEMS
               STRING "... " DELIMITED BY SIZE
                      WS-EDIT-COUNT DELIMITED BY SIZE
                      " FURTHER PROBLEMS NOT LISTED" DELIMITED BY SIZE
                      INTO WS-PROBLEM-TEXT
               END-STRING
               MOVE WS-PROBLEM-TEXT TO PL-TEXT
               MOVE WS-PROBLEM-OUT-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       WRITE-SWEEP-SUMMARY.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-SWEPT-COUNT = ZERO
               MOVE "NO FIZZOUT OR MOVESOUT GENERATIONS CATALOGED"
                   TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-SWEPT-COUNT TO WS-EDIT-COUNT.
           STRING "GENERATIONS SWEPT......: " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-CLEAN-COUNT TO WS-EDIT-COUNT.
           STRING "CLEAN..................: " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-FAILED-COUNT TO WS-EDIT-COUNT.
           STRING "FAILED.................: " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-NEW-HOLD-COUNT TO WS-EDIT-COUNT.
           STRING "NEWLY HELD.............: " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-SKIPPED-COUNT TO WS-EDIT-COUNT.
           STRING "OTHER DATASETS SKIPPED.: " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           IF WS-CAT-OVERFLOW > ZERO
               MOVE SPACES TO RPT-LINE
               MOVE WS-CAT-OVERFLOW TO WS-EDIT-COUNT
               STRING "NOT SWEPT - OVERFLOW...: " DELIMITED BY SIZE
                      WS-EDIT-COUNT DELIMITED BY SIZE
                      INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
           END-IF.

       RELEASE-HOLD.
           PERFORM CHECK-OPERATOR-AUTHORITY.
           IF SW-GEN-NAME = SPACES
               DISPLAY "RELEASE CARD HAS NO GENERATION NAME"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT GEN-HOLD.
           IF WS-GENHOLD-STATUS = "35"
               DISPLAY "GENERATION " FUNCTION TRIM(SW-GEN-NAME)
                       " IS NOT ON HOLD"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-GENHOLD-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN GENHOLD: STATUS "
                       WS-GENHOLD-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT GEN-HOLD-NEW.
           IF WS-GENHOLDT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN GENHOLDT: STATUS "
                       WS-GENHOLDT-STATUS
               CLOSE GEN-HOLD
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-GENHOLD-STATUS NOT = "00"
                   AND WS-GENHOLD-STATUS NOT = "04"
               READ GEN-HOLD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF GH-GEN-NAME = SW-GEN-NAME
                           ADD 1 TO WS-RELEASED-COUNT
                       ELSE
                           WRITE GEN-HOLD-NEW-RECORD
                               FROM GEN-HOLD-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GEN-HOLD.
           CLOSE GEN-HOLD-NEW.
           IF WS-RELEASED-COUNT = ZERO
               CALL "SYSTEM" USING WS-HOLD-RM-CMD
               DISPLAY "GENERATION " FUNCTION TRIM(SW-GEN-NAME)
                       " IS NOT ON HOLD"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CALL "SYSTEM" USING WS-HOLD-MV-CMD.
           MOVE RETURN-CODE TO WS-RAW-EXIT-STATUS.
           COMPUTE WS-COPY-RC = WS-RAW-EXIT-STATUS / 256.
           IF WS-COPY-RC NOT = ZERO
               DISPLAY "UNABLE TO REPLACE GENHOLD - MV RC "
                       WS-COPY-RC
               MOVE SW-GEN-NAME TO WS-AUDIT-PARMS
               MOVE "FAILURE" TO WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-LOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "RELEASED " FUNCTION TRIM(SW-GEN-NAME)
                   " FROM GENHOLD".
           MOVE SW-GEN-NAME TO WS-AUDIT-PARMS.
           MOVE "RELEASED" TO WS-AUDIT-STATUS.
           PERFORM WRITE-AUDIT-LOG.
           MOVE ZERO TO RETURN-CODE.

       CHECK-OPERATOR-AUTHORITY.
           MOVE SPACES TO WS-AUDIT-PARMS.
           STRING "OPER=" DELIMITED BY SIZE
                  SW-OPERATOR DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  SW-GEN-NAME DELIMITED BY SPACE
                  INTO WS-AUDIT-PARMS
           END-STRING.
           IF SW-OPERATOR = SPACES
               DISPLAY "RELEASE CARD HAS NO OPERATOR ID"
                       " (COLUMNS 55-62)"
               MOVE "DENIED" TO WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-LOG
               MOVE 28 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT AUTHORITY-FILE.
           IF WS-AUTHTBL-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN AUTHTBL: STATUS "
                       WS-AUTHTBL-STATUS
               MOVE "FAILURE" TO WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-LOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-AUTHTBL-STATUS NOT = "00"
                   AND WS-AUTHTBL-STATUS NOT = "04"
               READ AUTHORITY-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AU-OPERATOR = SW-OPERATOR
                           AND (AU-FUNCTION = WS-AUTH-FUNCTION
                               OR AU-FUNCTION = "ALL")
                           MOVE "Y" TO WS-AUTH-GRANTED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUTHORITY-FILE.
           IF WS-AUTH-GRANTED NOT = "Y"
               DISPLAY "OPERATOR " FUNCTION TRIM(SW-OPERATOR)
                       " IS NOT AUTHORIZED FOR " WS-AUTH-FUNCTION
               MOVE "DENIED" TO WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-LOG
               MOVE 28 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "GRANTED" TO WS-AUDIT-STATUS.
           PERFORM WRITE-AUDIT-LOG.

       WRITE-AUDIT-LOG.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AUDITLOG-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           IF WS-AUDITLOG-STATUS NOT = "00"
               DISPLAY "WARNING: AUDITLOG NOT UPDATED: STATUS "
                       WS-AUDITLOG-STATUS
           ELSE
               MOVE "GENERATION-SWEEP" TO AL-PROGRAM-ID
               ACCEPT AL-RUN-DATE FROM DATE YYYYMMDD
               ACCEPT AL-RUN-TIME FROM TIME
               MOVE WS-AUDIT-PARMS  TO AL-PARMS
               MOVE WS-AUDIT-STATUS TO AL-STATUS
               MOVE SW-RUN-ID TO AL-RUN-ID
               MOVE SPACE TO AL-SEP1 AL-SEP2 AL-SEP3 AL-SEP4 AL-SEP5
               WRITE AUDIT-LOG-RECORD
               CLOSE AUDIT-LOG-FILE
           END-IF.
