      ******************************************************************
      * Author: RLA
      * Date: 10/15/2026
      * Purpose: Generation catalog companion to FIZZBUZZ. FIZZBUZZ
      *          now writes each run date's report file as its own
      *          generation (RPTFILE.D plus the run date) instead of
      *          overwriting one RPTFILE, but a pile of dated files is
      *          only half the job - the downstream steps need to ask
      *          "which generations exist, did the run complete, and
      *          what is the one before yesterday's". This step runs
      *          after each FIZZBUZZ execution: it reads the
      *          run-disposition record (RUNDISP) for the run date and
      *          disposition, counts the generation's detail lines,
      *          TOTALS rows, and tags (latest TOTALS row per tag, the
      *          restart rule the system documents), and files or
      *          replaces that run date's entry on the generation
      *          catalog (RPTCAT) together with its retention and
      *          expiry date. FZBPRINT, FZBSPLIT, FZBWHSE, FZBVRFY,
      *          and FZBCHGB resolve the generation they read from
      *          this catalog, and FZBGENP ages generations out of it.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * 10/15/2026  RLA  Initial version.
      * 10/15/2026  RLA  The generation's detail-line, TOTALS-row,
      *                  and processed counts are also posted to
      *                  the run-date batch ledger (BATLEDG) for
      *                  FZBBAL to balance the chain against.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FZBGENC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GENERATION-CONTROL-FILE ASSIGN TO "GENCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GNC-FILE-STATUS.
           SELECT RUN-DISPOSITION-FILE ASSIGN TO "RUNDISP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISP-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN USING WS-RPT-GEN-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
           SELECT RPT-CATALOG ASSIGN TO "RPTCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-KEY
               FILE STATUS IS WS-CAT-FILE-STATUS.
           SELECT BATCH-LEDGER ASSIGN TO "BATLEDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDG-KEY
               FILE STATUS IS WS-LDG-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GENERATION-CONTROL-FILE.
       01  GNC-RECORD.
           05 GNC-RETAIN-DAYS              PIC 9(05).
       FD  RUN-DISPOSITION-FILE.
       01  DISP-RECORD.
           05 DISP-RUN-DATE                PIC 9(08).
           05 FILLER                      PIC X(01).
           05 DISP-STATUS                  PIC X(01).
              88 DISP-RUN-COMPLETED VALUE "C".
           05 FILLER                      PIC X(01).
           05 DISP-TAG-COUNT               PIC 9(03).
           05 FILLER                      PIC X(01).
           05 DISP-TAG-LIST.
               10 DISP-TAG-ENTRY OCCURS 10 TIMES.
                  15 DISP-TAG              PIC X(06).
                  15 FILLER                PIC X(01).
       FD  REPORT-FILE.
       01  RPT-DETAIL-RECORD.
           05 RPT-TAG                     PIC X(06).
           05 FILLER                      PIC X(01).
           05 RPT-COUNTER                 PIC 9(07).
           05 FILLER                      PIC X(01).
           05 RPT-CLASS-CODE               PIC X(08).
           05 FILLER                      PIC X(01).
           05 RPT-TEXT-VALUE               PIC X(40).
       01  RPT-SUMMARY-RECORD.
           05 RPT-SUM-TAG                 PIC X(06).
           05 FILLER                      PIC X(01).
           05 RPT-SUM-REQ-TAG              PIC X(06).
           05 FILLER                      PIC X(01).
           05 RPT-SUM-REQUESTER-ID         PIC X(08).
           05 FILLER                      PIC X(01).
           05 RPT-SUM-PROCESSED            PIC 9(07).
           05 FILLER                      PIC X(01).
           05 RPT-SUM-FIZZ                 PIC 9(07).
           05 FILLER                      PIC X(01).
           05 RPT-SUM-BUZZ                 PIC 9(07).
           05 FILLER                      PIC X(01).
           05 RPT-SUM-FIZZBUZZ             PIC 9(07).
           05 FILLER                      PIC X(01).
           05 RPT-SUM-PLAIN                PIC 9(07).
           05 FILLER                      PIC X(01).
           05 RPT-SUM-OTHER                PIC 9(07).
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
       FD  BATCH-LEDGER.
       01  LDG-RECORD.
           05 LDG-KEY.
               10 LDG-RUN-DATE             PIC 9(08).
               10 LDG-STEP-ID              PIC X(08).
               10 LDG-COUNT-ID             PIC X(08).
           05 FILLER                      PIC X(01).
           05 LDG-COUNT                    PIC 9(09).
           05 FILLER                      PIC X(01).
           05 LDG-POST-DATE                PIC 9(08).
           05 FILLER                      PIC X(01).
           05 LDG-POST-TIME                PIC 9(08).
       WORKING-STORAGE SECTION.
           01 WS-GNC-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-DISP-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-RPT-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-CAT-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-RPT-EOF-SW PIC X(01) VALUE "N".
              88 WS-RPT-EOF VALUE "Y".
           01 WS-CAT-FOUND-SW PIC X(01) VALUE "N".
              88 WS-CAT-ENTRY-FOUND VALUE "Y".
           01 WS-RUN-DATE PIC 9(08) VALUE 0.
           01 WS-GEN-RUN-DATE PIC 9(08) VALUE 0.
           01 WS-GEN-DISP-STATUS PIC X(01) VALUE SPACE.
           01 WS-RPT-GEN-DSN PIC X(20) VALUE SPACES.
           01 WS-RETAIN-DAYS PIC 9(05) VALUE 35.
           01 WS-EXPIRE-DATE PIC 9(08) VALUE 0.
           01 WS-DATE-INTEGER PIC 9(08) VALUE 0.
           01 WS-DETAIL-COUNT PIC 9(08) VALUE 0.
           01 WS-TOTALS-COUNT PIC 9(05) VALUE 0.
           01 WS-SUM-PROCESSED PIC 9(09) VALUE 0.
           01 WS-TAG-MAX PIC 9(03) VALUE 100.
           01 WS-TAG-COUNT PIC 9(03) VALUE 0.
           01 WS-TAG-TABLE.
              05 WS-TAG-ENTRY OCCURS 100 TIMES.
                 10 WS-TAG-VALUE PIC X(06).
                 10 WS-TAG-PROCESSED PIC 9(07).
           01 WS-SUB PIC 9(03) VALUE 0.
           01 WS-FOUND-SUB PIC 9(03) VALUE 0.
           01 WS-LDG-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-LDG-OPEN-SW PIC X(01) VALUE "N".
              88 WS-LDG-OPEN VALUE "Y".
           01 WS-LDG-RUN-DATE PIC 9(08) VALUE 0.
           01 WS-LDG-STEP-ID PIC X(08) VALUE "FZBGENC".
           01 WS-LDG-COUNT-ID PIC X(08) VALUE SPACES.
           01 WS-LDG-COUNT PIC 9(09) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1000-GET-CATALOG-PARAMETERS THRU 1000-EXIT
           PERFORM 1100-GET-RUN-DISPOSITION THRU 1100-EXIT
           PERFORM 2000-COUNT-GENERATION THRU 2000-EXIT
           PERFORM 3000-FILE-CATALOG-ENTRY THRU 3000-EXIT
           PERFORM 9700-POST-BATCH-LEDGER THRU 9700-EXIT
           DISPLAY "FZBGENC - CATALOGED " WS-RPT-GEN-DSN
               " DISPOSITION " WS-GEN-DISP-STATUS
               " DETAILS " WS-DETAIL-COUNT
               " TOTALS " WS-TOTALS-COUNT
               " TAGS " WS-TAG-COUNT
               " EXPIRES " WS-EXPIRE-DATE
           STOP RUN.
      *----------------------------------------------------------------
      * Read the optional control card carrying the retention period
      * in days to catalog this generation with. Unlike a purge card,
      * this one has a safe default: the retention only sets the
      * earliest day FZBGENP may age the generation out, and FZBGENP
      * still needs its own card to act, so an absent card catalogs
      * with the standard 35 days. A card that is present but bad is
      * a mistake worth stopping for.
      *----------------------------------------------------------------
       1000-GET-CATALOG-PARAMETERS.
           OPEN INPUT GENERATION-CONTROL-FILE
           IF WS-GNC-FILE-STATUS IS EQUAL TO "00"
               READ GENERATION-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF GNC-RETAIN-DAYS IS NOT NUMERIC
                               OR GNC-RETAIN-DAYS IS EQUAL TO ZERO
                           DISPLAY "FZBGENC REJECT - RETENTION DAYS "
                               "MUST BE NUMERIC AND GREATER THAN ZERO"
                           CLOSE GENERATION-CONTROL-FILE
                           GO TO 9999-REJECT-RUN
                       END-IF
                       MOVE GNC-RETAIN-DAYS TO WS-RETAIN-DAYS
               END-READ
           END-IF
           CLOSE GENERATION-CONTROL-FILE
           GO TO 1000-EXIT.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Read the run-disposition record FIZZBUZZ left for the run just
      * ended: its run date names the generation to catalog and its
      * status (C completed, Q quiesced, A aborted) is carried onto
      * the catalog entry, so a step rerun against this generation
      * months from now still knows whether it was whole. No record
      * means there is no run to catalog.
      *----------------------------------------------------------------
       1100-GET-RUN-DISPOSITION.
           OPEN INPUT RUN-DISPOSITION-FILE
           IF WS-DISP-FILE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "FZBGENC REJECT - RUNDISP OPEN FAILED STATUS "
                   WS-DISP-FILE-STATUS
               GO TO 9999-REJECT-RUN
           END-IF
           READ RUN-DISPOSITION-FILE
               AT END
                   DISPLAY "FZBGENC REJECT - RUNDISP IS EMPTY"
                   CLOSE RUN-DISPOSITION-FILE
                   GO TO 9999-REJECT-RUN
               NOT AT END
                   IF DISP-RUN-DATE IS NOT NUMERIC
                           OR DISP-RUN-DATE IS EQUAL TO ZERO
                       DISPLAY "FZBGENC REJECT - RUNDISP RUN DATE IS "
                           "NOT A DATE"
                       CLOSE RUN-DISPOSITION-FILE
                       GO TO 9999-REJECT-RUN
                   END-IF
                   MOVE DISP-RUN-DATE TO WS-GEN-RUN-DATE
                   MOVE DISP-STATUS TO WS-GEN-DISP-STATUS
           END-READ
           CLOSE RUN-DISPOSITION-FILE
           MOVE SPACES TO WS-RPT-GEN-DSN
           STRING "RPTFILE.D" WS-GEN-RUN-DATE
               DELIMITED BY SIZE INTO WS-RPT-GEN-DSN
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-GEN-RUN-DATE)
               + WS-RETAIN-DAYS
           COMPUTE WS-EXPIRE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
           GO TO 1100-EXIT.
       1100-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Count the generation: every detail line, every TOTALS row,
      * and the tags those rows close, with each tag's processed
      * count taken from its latest TOTALS row so a restarted run's
      * duplicate row is not counted twice in the catalog's processed
      * total. A run rejected before it opened its report file leaves
      * no generation behind - there is nothing to catalog, and the
      * step says so with a warning rather than filing an entry that
      * points at a file that was never written.
      *----------------------------------------------------------------
       2000-COUNT-GENERATION.
           OPEN INPUT REPORT-FILE
           IF WS-RPT-FILE-STATUS IS EQUAL TO "35"
               DISPLAY "FZBGENC WARNING - NO GENERATION " WS-RPT-GEN-DSN
                   " FOR RUN DATE " WS-GEN-RUN-DATE " - NOT CATALOGED"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-RPT-FILE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "FZBGENC ABORT - " WS-RPT-GEN-DSN
                   " OPEN FAILED STATUS " WS-RPT-FILE-STATUS
               GO TO 9990-ABORT-RUN
           END-IF
           PERFORM 2100-COUNT-ONE-RECORD THRU 2100-EXIT
               UNTIL WS-RPT-EOF
           CLOSE REPORT-FILE
           PERFORM 2300-SUM-ONE-TAG THRU 2300-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB IS GREATER THAN WS-TAG-COUNT
           GO TO 2000-EXIT.
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Read and count one record of the generation.
      *----------------------------------------------------------------
       2100-COUNT-ONE-RECORD.
           READ REPORT-FILE
               AT END
                   SET WS-RPT-EOF TO TRUE
               NOT AT END
                   IF RPT-TAG IS EQUAL TO "TOTALS"
                       ADD 1 TO WS-TOTALS-COUNT
                       PERFORM 2200-CAPTURE-TOTALS THRU 2200-EXIT
                   ELSE
                       ADD 1 TO WS-DETAIL-COUNT
                   END-IF
           END-READ
           GO TO 2100-EXIT.
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Hold the TOTALS row just read; a tag already in the table is
      * overwritten so the latest row wins.
      *----------------------------------------------------------------
       2200-CAPTURE-TOTALS.
           MOVE 0 TO WS-FOUND-SUB
           PERFORM 2250-MATCH-ONE-TAG THRU 2250-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB IS GREATER THAN WS-TAG-COUNT
           IF WS-FOUND-SUB IS EQUAL TO ZERO
               IF WS-TAG-COUNT IS EQUAL TO WS-TAG-MAX
                   DISPLAY "FZBGENC ABORT - MORE THAN " WS-TAG-MAX
                       " TAGS ON " WS-RPT-GEN-DSN
                   GO TO 9990-ABORT-RUN
               END-IF
               ADD 1 TO WS-TAG-COUNT
               MOVE WS-TAG-COUNT TO WS-FOUND-SUB
               MOVE RPT-SUM-REQ-TAG TO WS-TAG-VALUE(WS-FOUND-SUB)
           END-IF
           MOVE RPT-SUM-PROCESSED TO WS-TAG-PROCESSED(WS-FOUND-SUB)
           GO TO 2200-EXIT.
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Compare one tag-table entry against the TOTALS row in hand.
      *----------------------------------------------------------------
       2250-MATCH-ONE-TAG.
           IF WS-TAG-VALUE(WS-SUB) IS EQUAL TO RPT-SUM-REQ-TAG
               MOVE WS-SUB TO WS-FOUND-SUB
           END-IF
           GO TO 2250-EXIT.
       2250-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Roll one tag's latest processed count into the generation's
      * processed total.
      *----------------------------------------------------------------
       2300-SUM-ONE-TAG.
           ADD WS-TAG-PROCESSED(WS-SUB) TO WS-SUM-PROCESSED
           GO TO 2300-EXIT.
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * File the generation's catalog entry, keyed by run date. The
      * catalog is opened the way FZBREQM opens its master - I-O,
      * created on first use (status 35) - and an entry already on
      * file for the run date is replaced, since a restarted or
      * rerun FIZZBUZZ execution rewrote the same generation and the
      * catalog must describe the file as it now stands. A
      * generation FZBGENP had already purged comes back active: a
      * run on that date has just written it again.
      *----------------------------------------------------------------
       3000-FILE-CATALOG-ENTRY.
           OPEN I-O RPT-CATALOG
           IF WS-CAT-FILE-STATUS IS EQUAL TO "35"
               OPEN OUTPUT RPT-CATALOG
               CLOSE RPT-CATALOG
               OPEN I-O RPT-CATALOG
           END-IF
           IF WS-CAT-FILE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "FZBGENC ABORT - RPTCAT OPEN FAILED STATUS "
                   WS-CAT-FILE-STATUS
               GO TO 9990-ABORT-RUN
           END-IF
           MOVE WS-GEN-RUN-DATE TO CAT-RUN-DATE
           READ RPT-CATALOG
               INVALID KEY
                   MOVE "N" TO WS-CAT-FOUND-SW
               NOT INVALID KEY
                   SET WS-CAT-ENTRY-FOUND TO TRUE
           END-READ
           MOVE SPACES TO CAT-RECORD
           MOVE WS-GEN-RUN-DATE TO CAT-RUN-DATE
           MOVE WS-RPT-GEN-DSN TO CAT-DSN
           SET CAT-GEN-ACTIVE TO TRUE
           MOVE WS-GEN-DISP-STATUS TO CAT-DISP-STATUS
           MOVE WS-DETAIL-COUNT TO CAT-DETAIL-COUNT
           MOVE WS-TOTALS-COUNT TO CAT-TOTALS-COUNT
           MOVE WS-TAG-COUNT TO CAT-TAG-COUNT
           MOVE WS-SUM-PROCESSED TO CAT-SUM-PROCESSED
           MOVE WS-RETAIN-DAYS TO CAT-RETAIN-DAYS
           MOVE WS-EXPIRE-DATE TO CAT-EXPIRE-DATE
           MOVE WS-RUN-DATE TO CAT-CATALOG-DATE
           MOVE 0 TO CAT-PURGE-DATE
           IF WS-CAT-ENTRY-FOUND
               REWRITE CAT-RECORD
           ELSE
               WRITE CAT-RECORD
           END-IF
           IF WS-CAT-FILE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "FZBGENC ABORT - RPTCAT UPDATE FAILED STATUS "
                   WS-CAT-FILE-STATUS
               GO TO 9990-ABORT-RUN
           END-IF
           CLOSE RPT-CATALOG
           GO TO 3000-EXIT.
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Post the generation's control counts to the batch ledger
      * (BATLEDG) under its run date: detail lines, TOTALS rows, and
      * the latest-row-per-tag processed total. These are the
      * report file's own figures, counted from the file as it
      * stands, and FZBBAL balances every step on either side of
      * the report file against them.
      *----------------------------------------------------------------
       9700-POST-BATCH-LEDGER.
           PERFORM 9710-OPEN-BATCH-LEDGER THRU 9710-EXIT
           IF NOT WS-LDG-OPEN
               GO TO 9700-EXIT
           END-IF
           MOVE WS-GEN-RUN-DATE TO WS-LDG-RUN-DATE
           MOVE "RPTDTL" TO WS-LDG-COUNT-ID
           MOVE WS-DETAIL-COUNT TO WS-LDG-COUNT
           PERFORM 9720-POST-ONE-COUNT THRU 9720-EXIT
           MOVE "TOTROWS" TO WS-LDG-COUNT-ID
           MOVE WS-TOTALS-COUNT TO WS-LDG-COUNT
           PERFORM 9720-POST-ONE-COUNT THRU 9720-EXIT
           MOVE "TOTPROC" TO WS-LDG-COUNT-ID
           MOVE WS-SUM-PROCESSED TO WS-LDG-COUNT
           PERFORM 9720-POST-ONE-COUNT THRU 9720-EXIT
           CLOSE BATCH-LEDGER
           GO TO 9700-EXIT.
       9700-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Open the batch ledger I-O, creating it on first use (status
      * 35) the way FZBREQM creates its master. A ledger that will
      * not open is warned about and the step carries on: the counts
      * are a control over the chain, not part of this step's own
      * output, and a missing posting comes out on the FZBBAL
      * balancing report as NOT POSTED - a break that night - rather
      * than costing the step its run.
      *----------------------------------------------------------------
       9710-OPEN-BATCH-LEDGER.
           OPEN I-O BATCH-LEDGER
           IF WS-LDG-FILE-STATUS IS EQUAL TO "35"
               OPEN OUTPUT BATCH-LEDGER
               CLOSE BATCH-LEDGER
               OPEN I-O BATCH-LEDGER
           END-IF
           IF WS-LDG-FILE-STATUS IS EQUAL TO "00"
               SET WS-LDG-OPEN TO TRUE
           ELSE
               DISPLAY "FZBGENC WARNING - BATLEDG OPEN FAILED STATUS "
                   WS-LDG-FILE-STATUS " - CONTROL COUNTS NOT POSTED"
           END-IF
           GO TO 9710-EXIT.
       9710-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Post one control count under this step for the run date. A
      * count already on the ledger under the same run date, step,
      * and count id is replaced - a rerun of the step reposts the
      * figures as the step now leaves them, so the latest posting is
      * the one the chain balances on.
      *----------------------------------------------------------------
       9720-POST-ONE-COUNT.
           MOVE SPACES TO LDG-RECORD
           MOVE WS-LDG-RUN-DATE TO LDG-RUN-DATE
           MOVE WS-LDG-STEP-ID TO LDG-STEP-ID
           MOVE WS-LDG-COUNT-ID TO LDG-COUNT-ID
           MOVE WS-LDG-COUNT TO LDG-COUNT
           ACCEPT LDG-POST-DATE FROM DATE YYYYMMDD
           ACCEPT LDG-POST-TIME FROM TIME
           WRITE LDG-RECORD
           IF WS-LDG-FILE-STATUS IS EQUAL TO "22"
               REWRITE LDG-RECORD
           END-IF
           IF WS-LDG-FILE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "FZBGENC WARNING - BATLEDG POST FAILED STATUS "
                   WS-LDG-FILE-STATUS " FOR " WS-LDG-COUNT-ID
           END-IF
           GO TO 9720-EXIT.
       9720-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Reached when the generation cannot be read, its tag table
      * overflows, or the catalog cannot be updated. Nothing half-
      * written reaches the catalog - the entry goes out whole in a
      * single WRITE or REWRITE, or not at all.
      *----------------------------------------------------------------
       9990-ABORT-RUN.
           CLOSE REPORT-FILE
           CLOSE RPT-CATALOG
           MOVE 16 TO RETURN-CODE
           STOP RUN.
      *----------------------------------------------------------------
      * Reached when the control card is bad or there is no
      * run-disposition record to catalog from. Nothing was touched.
      *----------------------------------------------------------------
       9999-REJECT-RUN.
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       END PROGRAM FZBGENC.
