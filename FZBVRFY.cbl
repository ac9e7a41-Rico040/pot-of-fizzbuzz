      *                  can pull by classification in one keyed
      *                  pass; every program opening the KSDS now
      *                  declares the key so its opens keep working.
      * 10/15/2026  RLA  RPTFILE is now kept as dated generations
      *                  cataloged on RPTCAT. The VRFCTL card names
      *                  the generation to certify - a run date, or
      *                  0, -1, ... relative to the newest - and the
      *                  run date verified is the generation's own,
      *                  so the report file and the KSDS records
      *                  compared are always of the same run.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FZBVRFY.
           SELECT VERIFY-CONTROL-FILE ASSIGN TO "VRFCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VRF-FILE-STATUS.
           SELECT RPT-CATALOG ASSIGN TO "RPTCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-KEY
               FILE STATUS IS WS-CAT-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN USING WS-RPT-GEN-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
           SELECT RESULT-KSDS ASSIGN TO "RESULTKS"
       FILE SECTION.
       FD  VERIFY-CONTROL-FILE.
       01  VRF-RECORD.
           05 VRF-GEN-SPEC                 PIC X(08).
       FD  RPT-CATALOG.
       01  CAT-RECORD.
           05 CAT-KEY.
               10 CAT-RUN-DATE             PIC 9(08).
           05 FILLER                      PIC X(01).
           05 CAT-DSN                      PIC X(20).
           05 FILLER                      PIC X(01).
           05 CAT-GEN-STATUS               PIC X(01).
              88 CAT-GEN-ACTIVE VALUE "A".
              88 CAT-GEN-PURGED VALUE "P".
           05 FILLER                      PIC X(01).
           05 CAT-DISP-STATUS              PIC X(01).
           05 FILLER                      PIC X(01).
           05 CAT-DETAIL-COUNT             PIC 9(08).
           05 FILLER                      PIC X(01).
           05 CAT-TOTALS-COUNT             PIC 9(05).
           05 FILLER                      PIC X(01).
           05 CAT-TAG-COUNT                PIC 9(03).
           05 FILLER                      PIC X(01).
           05 CAT-SUM-PROCESSED            PIC 9(09).
           05 FILLER                      PIC X(01).
           05 CAT-RETAIN-DAYS              PIC 9(05).
           05 FILLER                      PIC X(01).
           05 CAT-EXPIRE-DATE              PIC 9(08).
           05 FILLER                      PIC X(01).
           05 CAT-CATALOG-DATE             PIC 9(08).
           05 FILLER                      PIC X(01).
           05 CAT-PURGE-DATE               PIC 9(08).
       FD  REPORT-FILE.
       01  RPT-DETAIL-RECORD.
           05 RPT-TAG                     PIC X(06).
       WORKING-STORAGE SECTION.
           01 WS-VRF-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-RPT-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-CAT-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-CAT-EOF-SW PIC X(01) VALUE "N".
              88 WS-CAT-EOF VALUE "Y".
           01 WS-GEN-FOUND-SW PIC X(01) VALUE "N".
              88 WS-GEN-FOUND VALUE "Y".
           01 WS-GEN-SPEC PIC X(08) VALUE SPACES.
           01 WS-GEN-NUMBER PIC S9(09) VALUE 0.
           01 WS-GEN-TARGET PIC S9(09) VALUE 0.
           01 WS-GEN-ACTIVE-COUNT PIC 9(05) VALUE 0.
           01 WS-GEN-SEEN-COUNT PIC 9(05) VALUE 0.
           01 WS-GEN-RUN-DATE PIC 9(08) VALUE 0.
           01 WS-GEN-DISP-STATUS PIC X(01) VALUE SPACE.
           01 WS-RPT-GEN-DSN PIC X(20) VALUE SPACES.
           01 WS-KS-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-VRP-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-RPT-EOF-SW PIC X(01) VALUE "N".
           END-IF
           STOP RUN.
      *----------------------------------------------------------------
      * Work out which report-file generation this run reads from the
      * generation named on the control card - a run date
      * (20261014) or a number relative to the newest active
      * generation on the catalog (0 the newest, -1 the one before,
      * and so on - purged generations do not count). The catalog
      * entry supplies the generation's file name and the
      * disposition the run that wrote it ended with. A selection
      * the catalog cannot satisfy rejects the run before anything
      * is opened.
      *----------------------------------------------------------------
       0300-RESOLVE-GENERATION.
           IF FUNCTION TEST-NUMVAL(WS-GEN-SPEC) IS NOT EQUAL TO ZERO
               DISPLAY "FZBVRFY REJECT - GENERATION '" WS-GEN-SPEC
                   "' IS NOT A RUN DATE OR A RELATIVE NUMBER"
               GO TO 9999-REJECT-RUN
           END-IF
           COMPUTE WS-GEN-NUMBER = FUNCTION NUMVAL(WS-GEN-SPEC)
           OPEN INPUT RPT-CATALOG
           IF WS-CAT-FILE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "FZBVRFY REJECT - RPTCAT OPEN FAILED STATUS "
                   WS-CAT-FILE-STATUS
               GO TO 9999-REJECT-RUN
           END-IF
           IF WS-GEN-NUMBER IS GREATER THAN ZERO
               MOVE WS-GEN-NUMBER TO CAT-RUN-DATE
               READ RPT-CATALOG
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CAT-GEN-ACTIVE
                           PERFORM 0340-TAKE-GENERATION THRU 0340-EXIT
                       END-IF
               END-READ
           ELSE
               PERFORM 0310-FIND-RELATIVE-GENERATION THRU 0310-EXIT
           END-IF
           CLOSE RPT-CATALOG
           IF NOT WS-GEN-FOUND
               DISPLAY "FZBVRFY REJECT - GENERATION '" WS-GEN-SPEC
                   "' IS NOT AN ACTIVE GENERATION ON RPTCAT"
               GO TO 9999-REJECT-RUN
           END-IF
           DISPLAY "FZBVRFY - READING " WS-RPT-GEN-DSN
               " RUN DATE " WS-GEN-RUN-DATE
               " DISPOSITION " WS-GEN-DISP-STATUS
           GO TO 0300-EXIT.
       0300-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Find a generation by its position relative to the newest
      * active one. The catalog is keyed by run date, so the first
      * pass counts the active generations and the second walks
      * back in from the oldest to the one wanted.
      *----------------------------------------------------------------
       0310-FIND-RELATIVE-GENERATION.
           MOVE 0 TO WS-GEN-ACTIVE-COUNT
           MOVE "N" TO WS-CAT-EOF-SW
           PERFORM 0320-COUNT-ONE-GENERATION THRU 0320-EXIT
               UNTIL WS-CAT-EOF
           COMPUTE WS-GEN-TARGET = WS-GEN-ACTIVE-COUNT + WS-GEN-NUMBER
           IF WS-GEN-TARGET IS LESS THAN 1
               GO TO 0310-EXIT
           END-IF
           MOVE 0 TO CAT-RUN-DATE
           START RPT-CATALOG KEY IS NOT LESS THAN CAT-KEY
               INVALID KEY
                   GO TO 0310-EXIT
           END-START
           MOVE 0 TO WS-GEN-SEEN-COUNT
           MOVE "N" TO WS-CAT-EOF-SW
           PERFORM 0330-FIND-ONE-GENERATION THRU 0330-EXIT
               UNTIL WS-CAT-EOF OR WS-GEN-FOUND
           GO TO 0310-EXIT.
       0310-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Count one catalog entry on the first pass if it is active.
      *----------------------------------------------------------------
       0320-COUNT-ONE-GENERATION.
           READ RPT-CATALOG NEXT
               AT END
                   SET WS-CAT-EOF TO TRUE
               NOT AT END
                   IF CAT-GEN-ACTIVE
                       ADD 1 TO WS-GEN-ACTIVE-COUNT
                   END-IF
           END-READ
           GO TO 0320-EXIT.
       0320-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Step past one catalog entry on the second pass, taking it
      * when it is the active generation wanted.
      *----------------------------------------------------------------
       0330-FIND-ONE-GENERATION.
           READ RPT-CATALOG NEXT
               AT END
                   SET WS-CAT-EOF TO TRUE
               NOT AT END
                   IF CAT-GEN-ACTIVE
                       ADD 1 TO WS-GEN-SEEN-COUNT
                       IF WS-GEN-SEEN-COUNT IS EQUAL TO WS-GEN-TARGET
                           PERFORM 0340-TAKE-GENERATION THRU 0340-EXIT
                       END-IF
                   END-IF
           END-READ
           GO TO 0330-EXIT.
       0330-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Hold the catalog entry just read as the generation to read.
      *----------------------------------------------------------------
       0340-TAKE-GENERATION.
           MOVE CAT-RUN-DATE TO WS-GEN-RUN-DATE
           MOVE CAT-DSN TO WS-RPT-GEN-DSN
           MOVE CAT-DISP-STATUS TO WS-GEN-DISP-STATUS
           SET WS-GEN-FOUND TO TRUE
           GO TO 0340-EXIT.
       0340-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Read the control card naming the generation to verify - a
      * run date, or a number relative to the newest generation on
      * the catalog - and resolve it to the generation's run date.
      * There is no default - certifying whatever happens to be
      * newest silently verifies the wrong run the morning after a
      * batch crosses midnight - so a missing or blank card rejects
      * the run before anything else is opened.
      *----------------------------------------------------------------
       1000-GET-VERIFY-PARAMETERS.
           OPEN INPUT VERIFY-CONTROL-FILE
                   CLOSE VERIFY-CONTROL-FILE
                   GO TO 9999-REJECT-RUN
               NOT AT END
                   IF VRF-GEN-SPEC IS EQUAL TO SPACES
                       DISPLAY "FZBVRFY REJECT - GENERATION MUST BE "
                           "A RUN DATE OR A RELATIVE NUMBER"
                       CLOSE VERIFY-CONTROL-FILE
                       GO TO 9999-REJECT-RUN
                   END-IF
                   MOVE VRF-GEN-SPEC TO WS-GEN-SPEC
           END-READ
           CLOSE VERIFY-CONTROL-FILE
           PERFORM 0300-RESOLVE-GENERATION THRU 0300-EXIT
           MOVE WS-GEN-RUN-DATE TO WS-TARGET-RUN-DATE
           GO TO 1000-EXIT.
       1000-EXIT.
           EXIT.
           MOVE 16 TO RETURN-CODE
           STOP RUN.
      *----------------------------------------------------------------
      * Reached when the control card is missing or bad, or the
      * generation it names is not on the catalog. Nothing beyond
      * the card and the catalog has been opened.
      *----------------------------------------------------------------
       9999-REJECT-RUN.
           MOVE 16 TO RETURN-CODE
