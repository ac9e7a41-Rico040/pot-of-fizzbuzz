      ******************************************************************
      * Author: RLA
      * Date: 10/15/2026
      * Purpose: Merge step for a partitioned FIZZBUZZ batch. FZBPART
      *          splits a large TRANFILE into partitions that run as
      *          separate FIZZBUZZ executions, each writing its own
      *          report file, run disposition, audit trail, and
      *          suspense file. The downstream chain knows nothing of
      *          partitions - FZBGENC, the distribution gates, FZBAUDIT,
      *          FZBBAL, and FZBCHGB all expect one report generation,
      *          one RUNDISP, and one END record per run. This step
      *          runs once every partition has finished: it checks
      *          every partition on the plan (PARTPLAN) ended complete
      *          for the batch run date, merges the partition reports
      *          into the run date's one RPTFILE generation in tag
      *          order, moves the partitions' START records and
      *          suspended requests onto AUDITLOG and SUSPFILE, writes
      *          the one AUDITLOG END record covering the whole batch,
      *          writes the batch's RUNDISP, and posts the FIZZBUZZ
      *          control counts to the batch ledger as the partitions'
      *          sums. A partition that has not completed stops the
      *          merge before anything is written, so it can be
      *          restarted on its own and the merge rerun.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * 10/15/2026  RLA  Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FZBMERG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTITION-PLAN-FILE ASSIGN TO "PARTPLAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLN-FILE-STATUS.
           SELECT OPTIONAL PART-DISP-FILE ASSIGN USING WS-PART-DISP-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDS-FILE-STATUS.
           SELECT PART-REPORT-FILE ASSIGN USING WS-PART-RPT-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRP-FILE-STATUS.
           SELECT OPTIONAL PART-AUDIT-FILE ASSIGN USING WS-PART-AUD-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAU-FILE-STATUS.
           SELECT OPTIONAL PART-SUSP-FILE ASSIGN USING WS-PART-SUSP-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PSU-FILE-STATUS.
           SELECT SORT-WORK ASSIGN TO "SORTWK01".
           SELECT REPORT-FILE ASSIGN USING WS-RPT-GEN-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.
           SELECT OPTIONAL SUSPENSE-FILE ASSIGN TO "SUSPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-FILE-STATUS.
           SELECT RUN-DISPOSITION-FILE ASSIGN TO "RUNDISP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISP-FILE-STATUS.
           SELECT BATCH-LEDGER ASSIGN TO "BATLEDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDG-KEY
               FILE STATUS IS WS-LDG-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARTITION-PLAN-FILE.
       01  PLN-RECORD.
           05 PLN-RUN-DATE                 PIC 9(08).
           05 FILLER                      PIC X(01).
           05 PLN-PARTITION                PIC 9(02).
           05 FILLER                      PIC X(01).
           05 PLN-PARTITION-COUNT          PIC 9(02).
           05 FILLER                      PIC X(01).
           05 PLN-TRAN-COUNT               PIC 9(05).
           05 FILLER                      PIC X(01).
           05 PLN-RANGE-TOTAL              PIC 9(09).
       FD  PART-DISP-FILE.
       01  PDS-RECORD.
           05 PDS-RUN-DATE                 PIC 9(08).
           05 FILLER                      PIC X(01).
           05 PDS-STATUS                   PIC X(01).
              88 PDS-RUN-COMPLETED VALUE "C".
           05 FILLER                      PIC X(01).
           05 PDS-TAG-COUNT                PIC 9(03).
       FD  PART-REPORT-FILE.
       01  PRP-DETAIL-RECORD.
           05 PRP-TAG                     PIC X(06).
           05 FILLER                      PIC X(01).
           05 PRP-COUNTER                 PIC 9(07).
           05 FILLER                      PIC X(56).
       01  PRP-SUMMARY-RECORD.
           05 PRP-SUM-TAG                 PIC X(06).
           05 FILLER                      PIC X(01).
           05 PRP-SUM-REQ-TAG              PIC X(06).
           05 FILLER                      PIC X(57).
       01  PRP-LINE                        PIC X(70).
       FD  PART-AUDIT-FILE.
       01  PAU-START-RECORD.
           05 PAU-REC-TYPE                 PIC X(05).
           05 FILLER                      PIC X(78).
       01  PAU-END-RECORD.
           05 PAU-REC-TYPE2                PIC X(05).
           05 FILLER                      PIC X(01).
           05 PAU-END-DATE                 PIC 9(08).
           05 FILLER                      PIC X(01).
           05 PAU-END-TIME                 PIC 9(08).
           05 FILLER                      PIC X(01).
           05 PAU-FINAL-COUNTER            PIC 9(07).
           05 FILLER                      PIC X(01).
           05 PAU-TOT-PROCESSED            PIC 9(07).
           05 FILLER                      PIC X(01).
           05 PAU-TOT-FIZZ                 PIC 9(07).
           05 FILLER                      PIC X(01).
           05 PAU-TOT-BUZZ                 PIC 9(07).
           05 FILLER                      PIC X(01).
           05 PAU-TOT-FIZZBUZZ             PIC 9(07).
           05 FILLER                      PIC X(01).
           05 PAU-TOT-PLAIN                PIC 9(07).
           05 FILLER                      PIC X(01).
           05 PAU-REJECT-FLAG              PIC X(01).
              88 PAU-SOME-TRAN-REJECTED VALUE "Y".
           05 FILLER                      PIC X(01).
           05 PAU-QUIESCE-FLAG             PIC X(01).
           05 FILLER                      PIC X(01).
           05 PAU-TOT-OTHER                PIC 9(07).
       01  PAU-IMAGE                       PIC X(83).
       FD  PART-SUSP-FILE.
       01  PSU-IMAGE                       PIC X(60).
       SD  SORT-WORK.
       01  SRT-RECORD.
           05 SRT-TAG                      PIC X(06).
           05 SRT-PARTITION                PIC 9(02).
           05 SRT-SEQ                      PIC 9(07).
           05 SRT-LINE                     PIC X(70).
       FD  REPORT-FILE.
       01  RPT-LINE                        PIC X(70).
       FD  AUDIT-LOG-FILE.
       01  AUD-END-RECORD.
           05 AUD-REC-TYPE2                PIC X(05).
           05 FILLER                      PIC X(01).
           05 AUD-END-DATE                 PIC 9(08).
           05 FILLER                      PIC X(01).
           05 AUD-END-TIME                 PIC 9(08).
           05 FILLER                      PIC X(01).
           05 AUD-FINAL-COUNTER            PIC 9(07).
           05 FILLER                      PIC X(01).
           05 AUD-TOT-PROCESSED            PIC 9(07).
           05 FILLER                      PIC X(01).
           05 AUD-TOT-FIZZ                 PIC 9(07).
           05 FILLER                      PIC X(01).
           05 AUD-TOT-BUZZ                 PIC 9(07).
           05 FILLER                      PIC X(01).
           05 AUD-TOT-FIZZBUZZ             PIC 9(07).
           05 FILLER                      PIC X(01).
           05 AUD-TOT-PLAIN                PIC 9(07).
           05 FILLER                      PIC X(01).
           05 AUD-REJECT-FLAG              PIC X(01).
              88 AUD-SOME-TRAN-REJECTED VALUE "Y".
           05 FILLER                      PIC X(01).
           05 AUD-QUIESCE-FLAG             PIC X(01).
              88 AUD-RUN-QUIESCED VALUE "Y".
           05 FILLER                      PIC X(01).
           05 AUD-TOT-OTHER                PIC 9(07).
       01  AUD-IMAGE                       PIC X(83).
       FD  SUSPENSE-FILE.
       01  SUSP-IMAGE                      PIC X(60).
       FD  RUN-DISPOSITION-FILE.
       01  DISP-RECORD.
           05 DISP-RUN-DATE                PIC 9(08).
           05 FILLER                      PIC X(01).
           05 DISP-STATUS                  PIC X(01).
              88 DISP-RUN-COMPLETED VALUE "C".
              88 DISP-RUN-QUIESCED VALUE "Q".
              88 DISP-RUN-ABORTED VALUE "A".
           05 FILLER                      PIC X(01).
           05 DISP-TAG-COUNT               PIC 9(03).
           05 FILLER                      PIC X(01).
           05 DISP-TAG-LIST.
               10 DISP-TAG-ENTRY OCCURS 10 TIMES.
                  15 DISP-TAG              PIC X(06).
                  15 FILLER                PIC X(01).
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
           01 WS-PLN-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-PDS-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-PRP-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-PAU-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-PSU-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-RPT-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-AUD-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-SUSP-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-DISP-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-PLN-EOF-SW PIC X(01) VALUE "N".
              88 WS-PLN-EOF VALUE "Y".
           01 WS-PRP-EOF-SW PIC X(01) VALUE "N".
              88 WS-PRP-EOF VALUE "Y".
           01 WS-PAU-EOF-SW PIC X(01) VALUE "N".
              88 WS-PAU-EOF VALUE "Y".
           01 WS-PSU-EOF-SW PIC X(01) VALUE "N".
              88 WS-PSU-EOF VALUE "Y".
           01 WS-PAU-READ-SW PIC X(01) VALUE "N".
              88 WS-PART-AUDIT-READ VALUE "Y".
           01 WS-SRT-EOF-SW PIC X(01) VALUE "N".
              88 WS-SRT-EOF VALUE "Y".
           01 WS-NOT-READY-SW PIC X(01) VALUE "N".
              88 WS-PARTITION-NOT-READY VALUE "Y".
           01 WS-MERGE-FAILED-SW PIC X(01) VALUE "N".
              88 WS-MERGE-FAILED VALUE "Y".
           01 WS-WARNING-SW PIC X(01) VALUE "N".
              88 WS-ANY-WARNING VALUE "Y".
           01 WS-REJECT-SW PIC X(01) VALUE "N".
              88 WS-ANY-TRAN-REJECTED VALUE "Y".
           01 WS-HELD-SW PIC X(01) VALUE "N".
              88 WS-TOTALS-HELD VALUE "Y".
           01 WS-RUN-DATE PIC 9(08) VALUE 0.
           01 WS-MRG-LINE PIC X(70) VALUE SPACES.
           01 WS-MRG-DETAIL REDEFINES WS-MRG-LINE.
              05 WS-MRG-TAG PIC X(06).
              05 FILLER PIC X(01).
              05 WS-MRG-COUNTER PIC 9(07).
              05 FILLER PIC X(56).
           01 WS-MRG-SUMMARY REDEFINES WS-MRG-LINE.
              05 FILLER PIC X(23).
              05 WS-MRG-SUM-PROCESSED PIC 9(07).
              05 FILLER PIC X(01).
              05 WS-MRG-SUM-FIZZ PIC 9(07).
              05 FILLER PIC X(01).
              05 WS-MRG-SUM-BUZZ PIC 9(07).
              05 FILLER PIC X(01).
              05 WS-MRG-SUM-FIZZBUZZ PIC 9(07).
              05 FILLER PIC X(01).
              05 WS-MRG-SUM-PLAIN PIC 9(07).
              05 FILLER PIC X(01).
              05 WS-MRG-SUM-OTHER PIC 9(07).
           01 WS-RPT-GEN-DSN PIC X(20) VALUE SPACES.
           01 WS-PART-MAX PIC 9(02) VALUE 10.
           01 WS-PART-COUNT PIC 9(02) VALUE 0.
           01 WS-PLAN-PART-COUNT PIC 9(02) VALUE 0.
           01 WS-PART-SUB PIC 9(02) VALUE 0.
           01 WS-PART-SUFFIX.
              05 FILLER PIC X(02) VALUE ".P".
              05 WS-PART-SUFFIX-NUMBER PIC 9(02) VALUE 0.
           01 WS-PART-DISP-DSN PIC X(24) VALUE SPACES.
           01 WS-PART-RPT-DSN PIC X(24) VALUE SPACES.
           01 WS-PART-AUD-DSN PIC X(24) VALUE SPACES.
           01 WS-PART-SUSP-DSN PIC X(24) VALUE SPACES.
           01 WS-PART-TABLE.
              05 WS-PART-ENTRY OCCURS 10 TIMES.
                 10 WS-PART-TRAN-COUNT PIC 9(05).
                 10 WS-PART-TAG-COUNT PIC 9(03).
                 10 WS-PART-END-PROCESSED PIC 9(07).
                 10 WS-PART-END-SW PIC X(01).
                    88 WS-PART-END-SEEN VALUE "Y".
           01 WS-PART-END-SUM PIC 9(09) VALUE 0.
           01 WS-RELEASE-SEQ PIC 9(07) VALUE 0.
           01 WS-GROUP-TAG PIC X(06) VALUE SPACES.
           01 WS-DETAIL-COUNT PIC 9(08) VALUE 0.
           01 WS-TOTALS-COUNT PIC 9(05) VALUE 0.
           01 WS-HIGH-COUNTER PIC 9(07) VALUE 0.
           01 WS-HELD-TOTALS.
              05 WS-HELD-PROCESSED PIC 9(07) VALUE 0.
              05 WS-HELD-FIZZ PIC 9(07) VALUE 0.
              05 WS-HELD-BUZZ PIC 9(07) VALUE 0.
              05 WS-HELD-FIZZBUZZ PIC 9(07) VALUE 0.
              05 WS-HELD-PLAIN PIC 9(07) VALUE 0.
              05 WS-HELD-OTHER PIC 9(07) VALUE 0.
           01 WS-GRAND-TOTALS.
              05 WS-GRAND-PROCESSED PIC 9(07) VALUE 0.
              05 WS-GRAND-FIZZ PIC 9(07) VALUE 0.
              05 WS-GRAND-BUZZ PIC 9(07) VALUE 0.
              05 WS-GRAND-FIZZBUZZ PIC 9(07) VALUE 0.
              05 WS-GRAND-PLAIN PIC 9(07) VALUE 0.
              05 WS-GRAND-OTHER PIC 9(07) VALUE 0.
           01 WS-DONE-TAG-COUNT PIC 9(03) VALUE 0.
           01 WS-LISTED-TAG-COUNT PIC 9(03) VALUE 0.
           01 WS-DONE-TAG-TABLE.
              05 WS-DONE-TAG OCCURS 10 TIMES PIC X(06).
           01 WS-DISP-SUB PIC 9(02) VALUE 0.
           01 WS-START-COPIED PIC 9(05) VALUE 0.
           01 WS-SUSP-COPIED PIC 9(05) VALUE 0.
           01 WS-LDG-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-LDG-OPEN-SW PIC X(01) VALUE "N".
              88 WS-LDG-OPEN VALUE "Y".
           01 WS-LDG-RUN-DATE PIC 9(08) VALUE 0.
           01 WS-LDG-STEP-ID PIC X(08) VALUE "FIZZBUZZ".
           01 WS-LDG-PART-STEP-ID PIC X(08) VALUE SPACES.
           01 WS-LDG-COUNT-ID PIC X(08) VALUE SPACES.
           01 WS-LDG-COUNT PIC 9(09) VALUE 0.
           01 WS-LDG-SUB PIC 9(01) VALUE 0.
           01 WS-LDG-COUNT-IDS.
              05 FILLER PIC X(08) VALUE "TRANREAD".
              05 FILLER PIC X(08) VALUE "TRANRUN".
              05 FILLER PIC X(08) VALUE "TRANSUSP".
              05 FILLER PIC X(08) VALUE "PROCESSD".
           01 WS-LDG-ID-TABLE REDEFINES WS-LDG-COUNT-IDS.
              05 WS-LDG-ID OCCURS 4 TIMES PIC X(08).
           01 WS-LDG-SUMS.
              05 WS-LDG-SUM OCCURS 4 TIMES PIC 9(09).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-LOAD-PARTITION-PLAN THRU 1000-EXIT
           PERFORM 2000-CHECK-ONE-PARTITION THRU 2000-EXIT
               VARYING WS-PART-SUB FROM 1 BY 1
               UNTIL WS-PART-SUB IS GREATER THAN WS-PART-COUNT
           IF WS-PARTITION-NOT-READY
               DISPLAY "FZBMERG REFUSED - BATCH " WS-RUN-DATE
                   " NOT MERGED - RESTART THE PARTITIONS ABOVE AND "
                   "RERUN THIS STEP"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 3000-MERGE-REPORTS THRU 3000-EXIT
           PERFORM 4000-SUM-PARTITION-COUNTS THRU 4000-EXIT
           PERFORM 5000-MOVE-AUDIT-TRAIL THRU 5000-EXIT
           PERFORM 5500-MOVE-SUSPENSE THRU 5500-EXIT
           PERFORM 6000-WRITE-RUN-DISPOSITION THRU 6000-EXIT
           PERFORM 7000-POST-BATCH-LEDGER THRU 7000-EXIT
           DISPLAY "FZBMERG - MERGED " WS-PART-COUNT " PARTITIONS INTO "
               WS-RPT-GEN-DSN " DETAILS " WS-DETAIL-COUNT
               " TOTALS " WS-TOTALS-COUNT " TAGS " WS-DONE-TAG-COUNT
               " STARTS " WS-START-COPIED " SUSPENDED " WS-SUSP-COPIED
           IF WS-ANY-WARNING
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
      *----------------------------------------------------------------
      * Load the partition plan FZBPART left: the batch run date, how
      * many partitions it was split into, and each partition's
      * transaction count. The plan must be whole - one record per
      * partition, in order, all for one run date - or there is no
      * telling which partitions make up the batch.
      *----------------------------------------------------------------
       1000-LOAD-PARTITION-PLAN.
           OPEN INPUT PARTITION-PLAN-FILE
           IF WS-PLN-FILE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "FZBMERG REJECT - PARTPLAN OPEN FAILED STATUS "
                   WS-PLN-FILE-STATUS
               GO TO 9999-REJECT-RUN
           END-IF
           PERFORM 1100-LOAD-ONE-PLAN-RECORD THRU 1100-EXIT
               UNTIL WS-PLN-EOF
           CLOSE PARTITION-PLAN-FILE
           IF WS-PART-COUNT IS EQUAL TO ZERO
                   OR WS-PART-COUNT IS NOT EQUAL TO WS-PLAN-PART-COUNT
               DISPLAY "FZBMERG REJECT - PARTPLAN IS EMPTY OR "
                   "INCOMPLETE"
               GO TO 9999-REJECT-RUN
           END-IF
           MOVE SPACES TO WS-RPT-GEN-DSN
           STRING "RPTFILE.D" WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-RPT-GEN-DSN
           GO TO 1000-EXIT.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Read and check one plan record.
      *----------------------------------------------------------------
       1100-LOAD-ONE-PLAN-RECORD.
           READ PARTITION-PLAN-FILE
               AT END
                   SET WS-PLN-EOF TO TRUE
                   GO TO 1100-EXIT
           END-READ
           IF WS-PART-COUNT IS EQUAL TO ZERO
               MOVE PLN-RUN-DATE TO WS-RUN-DATE
               MOVE PLN-PARTITION-COUNT TO WS-PLAN-PART-COUNT
           END-IF
           IF PLN-RUN-DATE IS NOT NUMERIC
                   OR PLN-RUN-DATE IS EQUAL TO ZERO
                   OR PLN-RUN-DATE IS NOT EQUAL TO WS-RUN-DATE
                   OR PLN-PARTITION IS NOT NUMERIC
                   OR PLN-PARTITION IS NOT EQUAL TO WS-PART-COUNT + 1
                   OR PLN-PARTITION IS GREATER THAN WS-PART-MAX
               DISPLAY "FZBMERG REJECT - PARTPLAN RECORD "
                   PLN-RECORD " IS OUT OF ORDER OR BAD"
               CLOSE PARTITION-PLAN-FILE
               GO TO 9999-REJECT-RUN
           END-IF
           ADD 1 TO WS-PART-COUNT
           MOVE PLN-TRAN-COUNT TO WS-PART-TRAN-COUNT(WS-PART-COUNT)
           MOVE 0 TO WS-PART-TAG-COUNT(WS-PART-COUNT)
           MOVE 0 TO WS-PART-END-PROCESSED(WS-PART-COUNT)
           MOVE "N" TO WS-PART-END-SW(WS-PART-COUNT)
           GO TO 1100-EXIT.
       1100-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Check one partition's own run disposition: it must be there,
      * be for the batch run date, and say complete. A partition that
      * quiesced, aborted, or never ran is named with what to do about
      * it, and every partition is checked before the merge refuses,
      * so one pass of this step lists every partition that still
      * needs its restart. Its count of completed tags is kept for
      * the batch disposition.
      *----------------------------------------------------------------
       2000-CHECK-ONE-PARTITION.
           MOVE WS-PART-SUB TO WS-PART-SUFFIX-NUMBER
           MOVE SPACES TO WS-PART-DISP-DSN
           STRING "RUNDISP" WS-PART-SUFFIX
               DELIMITED BY SIZE INTO WS-PART-DISP-DSN
           MOVE SPACES TO PDS-RECORD
           OPEN INPUT PART-DISP-FILE
           IF WS-PDS-FILE-STATUS IS EQUAL TO "00"
               READ PART-DISP-FILE
                   AT END
                       MOVE SPACES TO PDS-RECORD
               END-READ
           END-IF
           CLOSE PART-DISP-FILE
           IF PDS-RUN-DATE IS NOT NUMERIC
                   OR PDS-RUN-DATE IS NOT EQUAL TO WS-RUN-DATE
               SET WS-PARTITION-NOT-READY TO TRUE
               DISPLAY "FZBMERG - PARTITION " WS-PART-SUB
                   " HAS NOT RUN FOR " WS-RUN-DATE
                   " - RUN IT WITH PARTID" WS-PART-SUFFIX
               GO TO 2000-EXIT
           END-IF
           IF NOT PDS-RUN-COMPLETED
               SET WS-PARTITION-NOT-READY TO TRUE
               DISPLAY "FZBMERG - PARTITION " WS-PART-SUB
                   " ENDED WITH STATUS " PDS-STATUS
                   " - RESTART IT WITH PARTID" WS-PART-SUFFIX
               GO TO 2000-EXIT
           END-IF
           IF PDS-TAG-COUNT IS NUMERIC
               MOVE PDS-TAG-COUNT TO WS-PART-TAG-COUNT(WS-PART-SUB)
               ADD PDS-TAG-COUNT TO WS-DONE-TAG-COUNT
           END-IF
           GO TO 2000-EXIT.
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Merge the partition reports into the run date's RPTFILE
      * generation, in tag order. Every line is sorted on the tag it
      * belongs to (a detail line's own tag, a TOTALS row's request
      * tag), then on partition, then on its position in the
      * partition's report - so each tag's detail lines keep their
      * order and its TOTALS row still follows them, and a restarted
      * partition's repeated TOTALS row for a tag stays the later of
      * the two, which is what the latest-TOTALS-row-per-tag rule
      * every reader applies depends on. FZBPART keeps every request
      * for one tag on one partition, so no tag's lines are
      * interleaved from two. The generation is replaced, so a rerun
      * of this step writes the same file again.
      *----------------------------------------------------------------
       3000-MERGE-REPORTS.
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-FILE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "FZBMERG ABORT - " WS-RPT-GEN-DSN
                   " OPEN FAILED STATUS " WS-RPT-FILE-STATUS
               GO TO 9990-ABORT-RUN
           END-IF
           SORT SORT-WORK
               ON ASCENDING KEY SRT-TAG SRT-PARTITION SRT-SEQ
               INPUT PROCEDURE IS 3100-RELEASE-PARTITIONS
                   THRU 3100-EXIT
               OUTPUT PROCEDURE IS 3500-WRITE-MERGED-REPORT
                   THRU 3500-EXIT
           CLOSE REPORT-FILE
           IF WS-MERGE-FAILED
               GO TO 9990-ABORT-RUN
           END-IF
           GO TO 3000-EXIT.
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Sort input: release every line of every partition report.
      *----------------------------------------------------------------
       3100-RELEASE-PARTITIONS.
           PERFORM 3200-RELEASE-ONE-PARTITION THRU 3200-EXIT
               VARYING WS-PART-SUB FROM 1 BY 1
               UNTIL WS-PART-SUB IS GREATER THAN WS-PART-COUNT
               OR WS-MERGE-FAILED
           GO TO 3100-EXIT.
       3100-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Release one partition's report, RPTFILE.D, the run date, and
      * the partition suffix. A report that will not open fails the
      * merge - a completed partition always leaves one, even when it
      * had nothing to run.
      *----------------------------------------------------------------
       3200-RELEASE-ONE-PARTITION.
           MOVE WS-PART-SUB TO WS-PART-SUFFIX-NUMBER
           MOVE SPACES TO WS-PART-RPT-DSN
           STRING "RPTFILE.D" WS-RUN-DATE WS-PART-SUFFIX
               DELIMITED BY SIZE INTO WS-PART-RPT-DSN
           OPEN INPUT PART-REPORT-FILE
           IF WS-PRP-FILE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "FZBMERG ABORT - " WS-PART-RPT-DSN
                   " OPEN FAILED STATUS " WS-PRP-FILE-STATUS
               SET WS-MERGE-FAILED TO TRUE
               GO TO 3200-EXIT
           END-IF
           MOVE "N" TO WS-PRP-EOF-SW
           MOVE 0 TO WS-RELEASE-SEQ
           PERFORM 3300-RELEASE-ONE-LINE THRU 3300-EXIT
               UNTIL WS-PRP-EOF
           CLOSE PART-REPORT-FILE
           GO TO 3200-EXIT.
       3200-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Release one report line under its tag, partition, and
      * position.
      *----------------------------------------------------------------
       3300-RELEASE-ONE-LINE.
           READ PART-REPORT-FILE
               AT END
                   SET WS-PRP-EOF TO TRUE
                   GO TO 3300-EXIT
           END-READ
           ADD 1 TO WS-RELEASE-SEQ
           IF PRP-TAG IS EQUAL TO "TOTALS"
               MOVE PRP-SUM-REQ-TAG TO SRT-TAG
           ELSE
               MOVE PRP-TAG TO SRT-TAG
           END-IF
           MOVE WS-PART-SUB TO SRT-PARTITION
           MOVE WS-RELEASE-SEQ TO SRT-SEQ
           MOVE PRP-LINE TO SRT-LINE
           RELEASE SRT-RECORD
           GO TO 3300-EXIT.
       3300-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Sort output: write the merged generation and, tag by tag,
      * roll the latest TOTALS row into the batch's grand totals for
      * the END record - the same figures an unsplit run's END would
      * carry.
      *----------------------------------------------------------------
       3500-WRITE-MERGED-REPORT.
           IF WS-MERGE-FAILED
               GO TO 3500-EXIT
           END-IF
           PERFORM 3600-WRITE-ONE-MERGED-LINE THRU 3600-EXIT
               UNTIL WS-SRT-EOF
           PERFORM 3700-CLOSE-TAG-GROUP THRU 3700-EXIT
           GO TO 3500-EXIT.
       3500-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Return one sorted line and write it to the generation. A new
      * tag closes the one before it; a TOTALS row replaces any held
      * for its tag, so the latest one is what gets rolled up.
      *----------------------------------------------------------------
       3600-WRITE-ONE-MERGED-LINE.
           RETURN SORT-WORK
               AT END
                   SET WS-SRT-EOF TO TRUE
                   GO TO 3600-EXIT
           END-RETURN
           IF WS-MERGE-FAILED
               GO TO 3600-EXIT
           END-IF
           IF SRT-TAG IS NOT EQUAL TO WS-GROUP-TAG
               PERFORM 3700-CLOSE-TAG-GROUP THRU 3700-EXIT
               MOVE SRT-TAG TO WS-GROUP-TAG
           END-IF
           MOVE SRT-LINE TO WS-MRG-LINE
           WRITE RPT-LINE FROM WS-MRG-LINE
           IF WS-RPT-FILE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "FZBMERG ABORT - " WS-RPT-GEN-DSN
                   " WRITE FAILED STATUS " WS-RPT-FILE-STATUS
               SET WS-MERGE-FAILED TO TRUE
               GO TO 3600-EXIT
           END-IF
           IF WS-MRG-TAG IS EQUAL TO "TOTALS"
               ADD 1 TO WS-TOTALS-COUNT
               SET WS-TOTALS-HELD TO TRUE
               MOVE WS-MRG-SUM-PROCESSED TO WS-HELD-PROCESSED
               MOVE WS-MRG-SUM-FIZZ TO WS-HELD-FIZZ
               MOVE WS-MRG-SUM-BUZZ TO WS-HELD-BUZZ
               MOVE WS-MRG-SUM-FIZZBUZZ TO WS-HELD-FIZZBUZZ
               MOVE WS-MRG-SUM-PLAIN TO WS-HELD-PLAIN
               MOVE 0 TO WS-HELD-OTHER
               IF WS-MRG-SUM-OTHER IS NUMERIC
                   MOVE WS-MRG-SUM-OTHER TO WS-HELD-OTHER
               END-IF
           ELSE
               ADD 1 TO WS-DETAIL-COUNT
               IF WS-MRG-COUNTER IS NUMERIC
                       AND WS-MRG-COUNTER IS GREATER THAN
                           WS-HIGH-COUNTER
                   MOVE WS-MRG-COUNTER TO WS-HIGH-COUNTER
               END-IF
           END-IF
           GO TO 3600-EXIT.
       3600-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Close the tag group just finished: its latest TOTALS row goes
      * into the grand totals, and the tag joins the disposition's
      * list of the first ten, which on a merged batch come out in
      * tag order.
      *----------------------------------------------------------------
       3700-CLOSE-TAG-GROUP.
           IF NOT WS-TOTALS-HELD
               GO TO 3700-EXIT
           END-IF
           ADD WS-HELD-PROCESSED TO WS-GRAND-PROCESSED
           ADD WS-HELD-FIZZ TO WS-GRAND-FIZZ
           ADD WS-HELD-BUZZ TO WS-GRAND-BUZZ
           ADD WS-HELD-FIZZBUZZ TO WS-GRAND-FIZZBUZZ
           ADD WS-HELD-PLAIN TO WS-GRAND-PLAIN
           ADD WS-HELD-OTHER TO WS-GRAND-OTHER
           ADD 1 TO WS-LISTED-TAG-COUNT
           IF WS-LISTED-TAG-COUNT IS NOT GREATER THAN 10
               MOVE WS-GROUP-TAG TO WS-DONE-TAG(WS-LISTED-TAG-COUNT)
           END-IF
           MOVE "N" TO WS-HELD-SW
           GO TO 3700-EXIT.
       3700-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Add up the partitions' control counts from the batch ledger
      * (each partition posts under step FIZZBP and its number):
      * transactions read, run, and suspended, and records processed.
      * The sums are posted under FIZZBUZZ once the merge is done, so
      * FZBBAL balances a split night exactly as an unsplit one. A
      * partition count that is not on the ledger is warned about
      * and the sum goes up without it - FZBBAL will show the
      * shortfall as the break it is. The suspended count also says
      * whether the batch's END record carries the reject flag, even
      * on a rerun of this step after the partitions' own logs were
      * already moved.
      *----------------------------------------------------------------
       4000-SUM-PARTITION-COUNTS.
           MOVE 0 TO WS-LDG-SUM(1)
           MOVE 0 TO WS-LDG-SUM(2)
           MOVE 0 TO WS-LDG-SUM(3)
           MOVE 0 TO WS-LDG-SUM(4)
           PERFORM 9710-OPEN-BATCH-LEDGER THRU 9710-EXIT
           IF NOT WS-LDG-OPEN
               GO TO 4000-EXIT
           END-IF
           PERFORM 4100-SUM-ONE-PARTITION THRU 4100-EXIT
               VARYING WS-PART-SUB FROM 1 BY 1
               UNTIL WS-PART-SUB IS GREATER THAN WS-PART-COUNT
           IF WS-LDG-SUM(3) IS GREATER THAN ZERO
               SET WS-ANY-TRAN-REJECTED TO TRUE
           END-IF
           GO TO 4000-EXIT.
       4000-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Add one partition's four postings into the sums.
      *----------------------------------------------------------------
       4100-SUM-ONE-PARTITION.
           MOVE WS-PART-SUB TO WS-PART-SUFFIX-NUMBER
           MOVE SPACES TO WS-LDG-PART-STEP-ID
           STRING "FIZZBP" WS-PART-SUFFIX-NUMBER
               DELIMITED BY SIZE INTO WS-LDG-PART-STEP-ID
           PERFORM 4200-SUM-ONE-COUNT THRU 4200-EXIT
               VARYING WS-LDG-SUB FROM 1 BY 1
               UNTIL WS-LDG-SUB IS GREATER THAN 4
           GO TO 4100-EXIT.
       4100-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Read one partition posting and add it to its sum.
      *----------------------------------------------------------------
       4200-SUM-ONE-COUNT.
           MOVE WS-RUN-DATE TO LDG-RUN-DATE
           MOVE WS-LDG-PART-STEP-ID TO LDG-STEP-ID
           MOVE WS-LDG-ID(WS-LDG-SUB) TO LDG-COUNT-ID
           READ BATCH-LEDGER
               INVALID KEY
                   DISPLAY "FZBMERG WARNING - NO " WS-LDG-PART-STEP-ID
                       " " WS-LDG-ID(WS-LDG-SUB)
                       " POSTING ON BATLEDG FOR " WS-RUN-DATE
                   SET WS-ANY-WARNING TO TRUE
               NOT INVALID KEY
                   ADD LDG-COUNT TO WS-LDG-SUM(WS-LDG-SUB)
           END-READ
           GO TO 4200-EXIT.
       4200-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Move the partitions' audit trails onto AUDITLOG and write the
      * batch's one END record behind them. Each partition's START
      * records are copied as they stand, so every request run still
      * has its START; the partitions' own END records are not
      * copied - they each cover one partition, and the compliance
      * trail wants one END covering the batch. They are read,
      * though: the latest END of each partition carries the
      * processed total that partition's own run arrived at, and
      * the batch total the merged report gives is checked against
      * their sum, with a warning if they disagree. The batch END
      * carries the merged report's latest-TOTALS-row-per-tag
      * figures (the figures FZBAUDIT cross-foots), the highest
      * Counter any partition reached, the reject flag when any
      * partition rejected or suspended a request, and no quiesce -
      * the merge runs only over partitions that completed. Each
      * partition log is emptied once it has been copied, so a rerun
      * of this step after an abort further on finds nothing left to
      * copy; the batch END is written only when this execution
      * actually read a partition START or END, so that rerun does
      * not add a second END with no STARTs in front of it.
      *----------------------------------------------------------------
       5000-MOVE-AUDIT-TRAIL.
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUD-FILE-STATUS IS NOT EQUAL TO "00"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           IF WS-AUD-FILE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "FZBMERG ABORT - AUDITLOG OPEN FAILED STATUS "
                   WS-AUD-FILE-STATUS
               GO TO 9990-ABORT-RUN
           END-IF
           PERFORM 5100-MOVE-ONE-PARTITION-AUDIT THRU 5100-EXIT
               VARYING WS-PART-SUB FROM 1 BY 1
               UNTIL WS-PART-SUB IS GREATER THAN WS-PART-COUNT
           IF NOT WS-PART-AUDIT-READ
               CLOSE AUDIT-LOG-FILE
               DISPLAY "FZBMERG - PARTITION AUDIT LOGS ALREADY MOVED, "
                   "BATCH END NOT WRITTEN AGAIN"
               GO TO 5000-EXIT
           END-IF
           MOVE SPACES TO AUD-END-RECORD
           MOVE "END" TO AUD-REC-TYPE2
           ACCEPT AUD-END-DATE FROM DATE YYYYMMDD
           ACCEPT AUD-END-TIME FROM TIME
           MOVE WS-HIGH-COUNTER TO AUD-FINAL-COUNTER
           MOVE WS-GRAND-PROCESSED TO AUD-TOT-PROCESSED
           MOVE WS-GRAND-FIZZ TO AUD-TOT-FIZZ
           MOVE WS-GRAND-BUZZ TO AUD-TOT-BUZZ
           MOVE WS-GRAND-FIZZBUZZ TO AUD-TOT-FIZZBUZZ
           MOVE WS-GRAND-PLAIN TO AUD-TOT-PLAIN
           MOVE WS-GRAND-OTHER TO AUD-TOT-OTHER
           MOVE WS-REJECT-SW TO AUD-REJECT-FLAG
           MOVE "N" TO AUD-QUIESCE-FLAG
           WRITE AUD-END-RECORD
           CLOSE AUDIT-LOG-FILE
           PERFORM 5300-CHECK-ONE-PARTITION-END THRU 5300-EXIT
               VARYING WS-PART-SUB FROM 1 BY 1
               UNTIL WS-PART-SUB IS GREATER THAN WS-PART-COUNT
           GO TO 5000-EXIT.
       5000-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Copy one partition's START records onto AUDITLOG and hold its
      * latest END, then empty the partition log. A partition log
      * already moved by an earlier run of this step is empty, and
      * contributes nothing.
      *----------------------------------------------------------------
       5100-MOVE-ONE-PARTITION-AUDIT.
           MOVE WS-PART-SUB TO WS-PART-SUFFIX-NUMBER
           MOVE SPACES TO WS-PART-AUD-DSN
           STRING "AUDITLOG" WS-PART-SUFFIX
               DELIMITED BY SIZE INTO WS-PART-AUD-DSN
           OPEN INPUT PART-AUDIT-FILE
           IF WS-PAU-FILE-STATUS IS EQUAL TO "00"
               MOVE "N" TO WS-PAU-EOF-SW
               PERFORM 5200-MOVE-ONE-AUDIT-RECORD THRU 5200-EXIT
                   UNTIL WS-PAU-EOF
               CLOSE PART-AUDIT-FILE
               OPEN OUTPUT PART-AUDIT-FILE
           END-IF
           CLOSE PART-AUDIT-FILE
           GO TO 5100-EXIT.
       5100-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Copy one START record, or hold one END.
      *----------------------------------------------------------------
       5200-MOVE-ONE-AUDIT-RECORD.
           READ PART-AUDIT-FILE
               AT END
                   SET WS-PAU-EOF TO TRUE
                   GO TO 5200-EXIT
           END-READ
           IF PAU-REC-TYPE IS EQUAL TO "START"
               MOVE PAU-IMAGE TO AUD-IMAGE
               WRITE AUD-IMAGE
               ADD 1 TO WS-START-COPIED
               SET WS-PART-AUDIT-READ TO TRUE
               GO TO 5200-EXIT
           END-IF
           IF PAU-REC-TYPE2 IS EQUAL TO "END"
               SET WS-PART-AUDIT-READ TO TRUE
               MOVE "Y" TO WS-PART-END-SW(WS-PART-SUB)
               MOVE PAU-TOT-PROCESSED
                   TO WS-PART-END-PROCESSED(WS-PART-SUB)
               IF PAU-SOME-TRAN-REJECTED
                   SET WS-ANY-TRAN-REJECTED TO TRUE
               END-IF
           END-IF
           GO TO 5200-EXIT.
       5200-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Add one partition's latest END processed total into the
      * check sum, and compare once the last partition is in. The
      * check is only made when every partition's END was read - on
      * a rerun of this step the logs have already been moved.
      *----------------------------------------------------------------
       5300-CHECK-ONE-PARTITION-END.
           IF NOT WS-PART-END-SEEN(WS-PART-SUB)
               MOVE 0 TO WS-PART-END-SUM
               MOVE WS-PART-COUNT TO WS-PART-SUB
               GO TO 5300-EXIT
           END-IF
           ADD WS-PART-END-PROCESSED(WS-PART-SUB) TO WS-PART-END-SUM
           IF WS-PART-SUB IS EQUAL TO WS-PART-COUNT
                   AND WS-PART-END-SUM
                   IS NOT EQUAL TO WS-GRAND-PROCESSED
               DISPLAY "FZBMERG WARNING - PARTITION END RECORDS SHOW "
                   WS-PART-END-SUM " PROCESSED, MERGED REPORT SHOWS "
                   WS-GRAND-PROCESSED
               SET WS-ANY-WARNING TO TRUE
           END-IF
           GO TO 5300-EXIT.
       5300-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Move the partitions' suspended requests onto SUSPFILE, where
      * the requests of an unsplit run land, so the morning's
      * correction work finds them in one place. Each partition's
      * suspense file is emptied once it has been copied, so a rerun
      * of this step does not move the same requests twice.
      *----------------------------------------------------------------
       5500-MOVE-SUSPENSE.
           OPEN EXTEND SUSPENSE-FILE
           IF WS-SUSP-FILE-STATUS IS NOT EQUAL TO "00"
               OPEN OUTPUT SUSPENSE-FILE
           END-IF
           IF WS-SUSP-FILE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "FZBMERG ABORT - SUSPFILE OPEN FAILED STATUS "
                   WS-SUSP-FILE-STATUS
               GO TO 9990-ABORT-RUN
           END-IF
           PERFORM 5600-MOVE-ONE-PARTITION-SUSP THRU 5600-EXIT
               VARYING WS-PART-SUB FROM 1 BY 1
               UNTIL WS-PART-SUB IS GREATER THAN WS-PART-COUNT
           CLOSE SUSPENSE-FILE
           GO TO 5500-EXIT.
       5500-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Copy one partition's suspense file, then empty it.
      *----------------------------------------------------------------
       5600-MOVE-ONE-PARTITION-SUSP.
           MOVE WS-PART-SUB TO WS-PART-SUFFIX-NUMBER
           MOVE SPACES TO WS-PART-SUSP-DSN
           STRING "SUSPFILE" WS-PART-SUFFIX
               DELIMITED BY SIZE INTO WS-PART-SUSP-DSN
           OPEN INPUT PART-SUSP-FILE
           IF WS-PSU-FILE-STATUS IS EQUAL TO "00"
               MOVE "N" TO WS-PSU-EOF-SW
               PERFORM 5700-MOVE-ONE-SUSP-RECORD THRU 5700-EXIT
                   UNTIL WS-PSU-EOF
               CLOSE PART-SUSP-FILE
               OPEN OUTPUT PART-SUSP-FILE
           END-IF
           CLOSE PART-SUSP-FILE
           GO TO 5600-EXIT.
       5600-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Copy one suspended request.
      *----------------------------------------------------------------
       5700-MOVE-ONE-SUSP-RECORD.
           READ PART-SUSP-FILE
               AT END
                   SET WS-PSU-EOF TO TRUE
                   GO TO 5700-EXIT
           END-READ
           MOVE PSU-IMAGE TO SUSP-IMAGE
           WRITE SUSP-IMAGE
           ADD 1 TO WS-SUSP-COPIED
           SET WS-ANY-TRAN-REJECTED TO TRUE
           GO TO 5700-EXIT.
       5700-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Write the batch's run-disposition record, replacing the
      * in-flight record FZBPART left: the batch run date, complete,
      * the partitions' completed tags added together, and the first
      * ten tags in the merged report. This is the record FZBGENC
      * catalogs the generation from and the distribution gates
      * trust, and it is only written once every partition completed
      * and the merged generation is whole.
      *----------------------------------------------------------------
       6000-WRITE-RUN-DISPOSITION.
           OPEN OUTPUT RUN-DISPOSITION-FILE
           IF WS-DISP-FILE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "FZBMERG ABORT - RUNDISP OPEN FAILED STATUS "
                   WS-DISP-FILE-STATUS
               GO TO 9990-ABORT-RUN
           END-IF
           MOVE SPACES TO DISP-RECORD
           MOVE WS-RUN-DATE TO DISP-RUN-DATE
           SET DISP-RUN-COMPLETED TO TRUE
           MOVE WS-DONE-TAG-COUNT TO DISP-TAG-COUNT
           PERFORM 6100-LIST-ONE-DONE-TAG THRU 6100-EXIT
               VARYING WS-DISP-SUB FROM 1 BY 1
               UNTIL WS-DISP-SUB IS GREATER THAN WS-LISTED-TAG-COUNT
               OR WS-DISP-SUB IS GREATER THAN 10
           WRITE DISP-RECORD
           CLOSE RUN-DISPOSITION-FILE
           GO TO 6000-EXIT.
       6000-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Copy one listed tag into the disposition record.
      *----------------------------------------------------------------
       6100-LIST-ONE-DONE-TAG.
           MOVE WS-DONE-TAG(WS-DISP-SUB) TO DISP-TAG(WS-DISP-SUB)
           GO TO 6100-EXIT.
       6100-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Post the summed partition counts under step FIZZBUZZ for the
      * batch run date, then close the ledger.
      *----------------------------------------------------------------
       7000-POST-BATCH-LEDGER.
           IF NOT WS-LDG-OPEN
               GO TO 7000-EXIT
           END-IF
           MOVE WS-RUN-DATE TO WS-LDG-RUN-DATE
           PERFORM 7100-POST-ONE-SUM THRU 7100-EXIT
               VARYING WS-LDG-SUB FROM 1 BY 1
               UNTIL WS-LDG-SUB IS GREATER THAN 4
           CLOSE BATCH-LEDGER
           GO TO 7000-EXIT.
       7000-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Post one summed count.
      *----------------------------------------------------------------
       7100-POST-ONE-SUM.
           MOVE WS-LDG-ID(WS-LDG-SUB) TO WS-LDG-COUNT-ID
           MOVE WS-LDG-SUM(WS-LDG-SUB) TO WS-LDG-COUNT
           PERFORM 9720-POST-ONE-COUNT THRU 9720-EXIT
           GO TO 7100-EXIT.
       7100-EXIT.
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
               DISPLAY "FZBMERG WARNING - BATLEDG OPEN FAILED STATUS "
                   WS-LDG-FILE-STATUS " - CONTROL COUNTS NOT POSTED"
               SET WS-ANY-WARNING TO TRUE
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
               DISPLAY "FZBMERG WARNING - BATLEDG POST FAILED STATUS "
                   WS-LDG-FILE-STATUS " FOR " WS-LDG-COUNT-ID
               SET WS-ANY-WARNING TO TRUE
           END-IF
           GO TO 9720-EXIT.
       9720-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Reached when a partition report, the merged generation,
      * AUDITLOG, SUSPFILE, or RUNDISP cannot be opened or written.
      * The batch RUNDISP is written last of the files a gate reads,
      * so until this step completes the gates still see FZBPART's
      * in-flight A and distribute nothing; the step can be rerun
      * once the cause is fixed, as every partition log and suspense
      * file already copied has been emptied and the batch END is
      * not written twice.
      *----------------------------------------------------------------
       9990-ABORT-RUN.
           IF WS-LDG-OPEN
               CLOSE BATCH-LEDGER
           END-IF
           MOVE 16 TO RETURN-CODE
           STOP RUN.
      *----------------------------------------------------------------
      * Reached when there is no usable partition plan. Nothing was
      * touched.
      *----------------------------------------------------------------
       9999-REJECT-RUN.
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       END PROGRAM FZBMERG.
