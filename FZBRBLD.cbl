      ******************************************************************
      * Author: RLA
      * Date: 10/15/2026
      * Purpose: Recovery companion to FIZZBUZZ. If the RESULTKS KSDS
      *          is damaged or lost, FZBREST only brings back what
      *          FZBPURGE happened to archive - every live run since
      *          the last purge would be gone, and FZBQUERY, FZBSEL,
      *          FZBIMPCT, and FZBVRFY with it. This step rebuilds the
      *          KSDS from the detail lines on the retained report-
      *          file generations. AUDITLOG says what ran: each START
      *          record names a tag and the run date the KSDS key is
      *          stamped with, a later BKOUT for the same pair means
      *          FZBBKOUT removed those results on purpose (they stay
      *          removed), and the last END of each run date carries
      *          the totals the reload is cross-footed against. Each
      *          run date's generation is found on the catalog
      *          (RPTCAT); its TOTALS rows are read latest-row-per-
      *          tag, the restart rule the system documents, and its
      *          detail lines are written back through the same key
      *          layout FIZZBUZZ writes. As in FZBREST, a key already
      *          live is never overwritten - an identical record is
      *          counted as present, a different one as a conflict.
      *          The recovery report (RBLRPT) lists every run
      *          reloaded with its record counts, every run that
      *          could not be sourced and why, and the cross-foot of
      *          each run date against its END totals, so operations
      *          can sign off before reopening the file to inquiry.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * 10/15/2026  RLA  Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FZBRBLD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REBUILD-CONTROL-FILE ASSIGN TO "RBLCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RBL-FILE-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.
           SELECT RPT-CATALOG ASSIGN TO "RPTCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-KEY
               FILE STATUS IS WS-CAT-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN USING WS-RPT-GEN-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
           SELECT OPTIONAL RULE-SET-FILE ASSIGN TO "RULEFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUL-KEY
               FILE STATUS IS WS-RUL-FILE-STATUS.
           SELECT RESULT-KSDS ASSIGN TO "RESULTKS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KS-KEY
               ALTERNATE RECORD KEY IS KS-CLASS-CODE
                   WITH DUPLICATES
               FILE STATUS IS WS-KS-FILE-STATUS.
           SELECT REBUILD-REPORT-FILE ASSIGN TO "RBLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RBR-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REBUILD-CONTROL-FILE.
       01  RBL-RECORD.
           05 RBL-DATE-FROM                PIC 9(08).
           05 FILLER                      PIC X(01).
           05 RBL-DATE-TO                  PIC 9(08).
           05 FILLER                      PIC X(01).
           05 RBL-LEGACY-DIVISOR           PIC 9(03).
       FD  AUDIT-LOG-FILE.
       01  AUD-START-RECORD.
           05 AUD-REC-TYPE                 PIC X(05).
           05 FILLER                      PIC X(01).
           05 AUD-TAG                      PIC X(06).
           05 FILLER                      PIC X(01).
           05 AUD-REQUESTER-ID             PIC X(08).
           05 FILLER                      PIC X(01).
           05 AUD-START-DATE               PIC 9(08).
           05 FILLER                      PIC X(01).
           05 AUD-START-TIME               PIC 9(08).
           05 FILLER                      PIC X(01).
           05 AUD-START-COUNTER            PIC 9(07).
           05 FILLER                      PIC X(01).
           05 AUD-UPPER-BOUND              PIC 9(07).
           05 FILLER                      PIC X(01).
           05 AUD-OPERATOR-ID              PIC X(08).
           05 FILLER                      PIC X(01).
           05 AUD-RULE-SET                 PIC X(06).
           05 FILLER                      PIC X(01).
           05 AUD-RULE-VERSION             PIC 9(03).
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
       01  AUD-BKOUT-RECORD.
           05 AUD-BK-REC-TYPE              PIC X(05).
           05 FILLER                      PIC X(01).
           05 AUD-BK-TAG                   PIC X(06).
           05 FILLER                      PIC X(01).
           05 AUD-BK-RUN-DATE              PIC 9(08).
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
       FD  RULE-SET-FILE.
       01  RUL-RECORD.
           05 RUL-KEY.
               10 RUL-SET-ID               PIC X(06).
               10 RUL-VERSION              PIC 9(03).
               10 RUL-SEQ                  PIC 9(02).
           05 FILLER                      PIC X(01).
           05 RUL-DIVISOR                  PIC 9(03).
           05 FILLER                      PIC X(01).
           05 RUL-WORD                     PIC X(08).
           05 FILLER                      PIC X(01).
           05 RUL-CLASS-CODE               PIC X(02).
       FD  RESULT-KSDS.
       01  KS-RECORD.
           05 KS-KEY.
               10 KS-TAG                   PIC X(06).
               10 KS-COUNTER                PIC 9(07).
               10 KS-RUN-DATE               PIC 9(08).
           05 FILLER                      PIC X(01).
           05 KS-CLASS-CODE                PIC X(08).
           05 FILLER                      PIC X(01).
           05 KS-TEXT-VALUE                PIC X(40).
           05 FILLER                      PIC X(01).
           05 KS-RESULT                    PIC 9(03).
       FD  REBUILD-REPORT-FILE.
       01  RBR-RECORD                      PIC X(132).
       WORKING-STORAGE SECTION.
           01 WS-RBL-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-AUD-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-CAT-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-RPT-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-RUL-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-KS-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-RBR-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-AUD-EOF-SW PIC X(01) VALUE "N".
              88 WS-AUD-EOF VALUE "Y".
           01 WS-RPT-EOF-SW PIC X(01) VALUE "N".
              88 WS-RPT-EOF VALUE "Y".
           01 WS-RUL-AVAIL-SW PIC X(01) VALUE "N".
              88 WS-RUL-AVAILABLE VALUE "Y".
           01 WS-EXCEPTION-SW PIC X(01) VALUE "N".
              88 WS-ANY-EXCEPTION VALUE "Y".
           01 WS-RUN-DATE PIC 9(08) VALUE 0.
           01 WS-RPT-GEN-DSN PIC X(20) VALUE SPACES.
           01 WS-DATE-FROM PIC 9(08) VALUE 0.
           01 WS-DATE-TO PIC 9(08) VALUE 99999999.
           01 WS-LEGACY-DIVISOR PIC 9(03) VALUE 3.
           01 WS-LAST-START-DATE PIC 9(08) VALUE 0.
           01 WS-FIND-TAG PIC X(06) VALUE SPACES.
           01 WS-FIND-DATE PIC 9(08) VALUE 0.
           01 WS-CURRENT-TAG PIC X(06) VALUE SPACES.
           01 WS-CUR-RUN-SUB PIC 9(03) VALUE 0.
           01 WS-RUN-MAX PIC 9(03) VALUE 500.
           01 WS-RUN-COUNT PIC 9(03) VALUE 0.
           01 WS-RUN-TABLE.
              05 WS-RUN-ENTRY OCCURS 500 TIMES.
                 10 WS-RUN-TAG PIC X(06).
                 10 WS-RUN-DATE-VALUE PIC 9(08).
                 10 WS-RUN-REQUESTER PIC X(08).
                 10 WS-RUN-RULE-SET PIC X(06).
                 10 WS-RUN-RULE-VERSION PIC 9(03).
                 10 WS-RUN-DIVISOR PIC 9(03).
                 10 WS-RUN-STATE PIC X(01).
                    88 WS-RUN-AUDITED VALUE "S".
                    88 WS-RUN-BACKED-OUT VALUE "B".
                    88 WS-RUN-UNAUDITED VALUE "U".
                 10 WS-RUN-TOTALS-SW PIC X(01).
                    88 WS-RUN-HAS-TOTALS VALUE "Y".
                 10 WS-RUN-TOTALS-PROCESSED PIC 9(07).
                 10 WS-RUN-DETAILS PIC 9(07).
                 10 WS-RUN-REPEATS PIC 9(07).
                 10 WS-RUN-LOADED PIC 9(07).
                 10 WS-RUN-PRESENT PIC 9(07).
                 10 WS-RUN-CONFLICTS PIC 9(07).
                 10 WS-RUN-LAST-COUNTER PIC 9(07).
           01 WS-DT-MAX PIC 9(03) VALUE 100.
           01 WS-DT-COUNT PIC 9(03) VALUE 0.
           01 WS-DT-TABLE.
              05 WS-DT-ENTRY OCCURS 100 TIMES.
                 10 WS-DT-DATE PIC 9(08).
                 10 WS-DT-END-SW PIC X(01).
                    88 WS-DT-END-SEEN VALUE "Y".
                 10 WS-DT-END-PROCESSED PIC 9(07).
                 10 WS-DT-SOURCE-SW PIC X(01).
                    88 WS-DT-SOURCED VALUE "Y".
                 10 WS-DT-REASON PIC X(20).
                 10 WS-DT-DSN PIC X(20).
                 10 WS-DT-UNAUDITED PIC 9(07).
           01 WS-RUN-SUB PIC 9(03) VALUE 0.
           01 WS-DT-SUB PIC 9(03) VALUE 0.
           01 WS-FOUND-SUB PIC 9(03) VALUE 0.
           01 WS-FOUND-DT PIC 9(03) VALUE 0.
           01 WS-XF-DETAILS PIC 9(08) VALUE 0.
           01 WS-START-COUNT PIC 9(07) VALUE 0.
           01 WS-RUNS-RELOADED PIC 9(05) VALUE 0.
           01 WS-RUNS-UNSOURCED PIC 9(05) VALUE 0.
           01 WS-RUNS-BACKED-OUT PIC 9(05) VALUE 0.
           01 WS-DATES-OUT-OF-BALANCE PIC 9(05) VALUE 0.
           01 WS-TOTAL-LOADED PIC 9(09) VALUE 0.
           01 WS-TOTAL-PRESENT PIC 9(09) VALUE 0.
           01 WS-TOTAL-CONFLICTS PIC 9(09) VALUE 0.
           01 WS-PRINT-LINE PIC X(132) VALUE SPACES.
           01 WS-HEADING-1.
              05 FILLER PIC X(34)
                 VALUE "RESULTKS REBUILD RECOVERY REPORT".
              05 FILLER PIC X(09) VALUE "RUN DATE ".
              05 WS-H1-DATE PIC 9999/99/99.
              05 FILLER PIC X(18) VALUE "  LEGACY DIVISOR ".
              05 WS-H1-DIVISOR PIC ZZ9.
           01 WS-HEADING-2.
              05 FILLER PIC X(12) VALUE "RUN DATE".
              05 FILLER PIC X(08) VALUE "TAG".
              05 FILLER PIC X(10) VALUE "REQUESTER".
              05 FILLER PIC X(13) VALUE "STATUS".
              05 FILLER PIC X(12) VALUE "    TOTALS".
              05 FILLER PIC X(12) VALUE "   DETAILS".
              05 FILLER PIC X(12) VALUE "  RELOADED".
              05 FILLER PIC X(12) VALUE "   PRESENT".
              05 FILLER PIC X(12) VALUE " CONFLICTS".
              05 FILLER PIC X(20) VALUE "  NOTE".
           01 WS-RUN-LINE.
              05 WS-RL-DATE PIC 9999/99/99.
              05 FILLER PIC X(02) VALUE SPACES.
              05 WS-RL-TAG PIC X(06).
              05 FILLER PIC X(02) VALUE SPACES.
              05 WS-RL-REQUESTER PIC X(08).
              05 FILLER PIC X(02) VALUE SPACES.
              05 WS-RL-STATUS PIC X(11).
              05 WS-RL-TOTALS PIC ZZ,ZZZ,ZZ9.
              05 FILLER PIC X(02) VALUE SPACES.
              05 WS-RL-DETAILS PIC ZZ,ZZZ,ZZ9.
              05 FILLER PIC X(02) VALUE SPACES.
              05 WS-RL-LOADED PIC ZZ,ZZZ,ZZ9.
              05 FILLER PIC X(02) VALUE SPACES.
              05 WS-RL-PRESENT PIC ZZ,ZZZ,ZZ9.
              05 FILLER PIC X(02) VALUE SPACES.
              05 WS-RL-CONFLICTS PIC ZZ,ZZZ,ZZ9.
              05 FILLER PIC X(02) VALUE SPACES.
              05 WS-RL-NOTE PIC X(28).
           01 WS-XFOOT-LINE.
              05 FILLER PIC X(22) VALUE "** CROSS-FOOT RUN DATE".
              05 FILLER PIC X(01) VALUE SPACE.
              05 WS-XL-DATE PIC 9999/99/99.
              05 FILLER PIC X(16) VALUE "  END PROCESSED ".
              05 WS-XL-END PIC ZZ,ZZZ,ZZ9.
              05 FILLER PIC X(18) VALUE "  DETAILS SOURCED ".
              05 WS-XL-DETAILS PIC ZZ,ZZZ,ZZ9.
              05 FILLER PIC X(02) VALUE SPACES.
              05 WS-XL-RESULT PIC X(34).
           01 WS-UNAUDITED-LINE.
              05 FILLER PIC X(03) VALUE SPACES.
              05 WS-UL-COUNT PIC ZZ,ZZZ,ZZ9.
              05 FILLER PIC X(44) VALUE
                 " DETAIL LINES FOR TAGS WITH NO START RECORD".
              05 FILLER PIC X(14) VALUE " - NOT LOADED".
           01 WS-COUNT-LINE-1.
              05 FILLER PIC X(16) VALUE "RUNS RELOADED - ".
              05 WS-CL-RELOADED PIC ZZ,ZZ9.
              05 FILLER PIC X(19) VALUE "  NOT SOURCED -    ".
              05 WS-CL-UNSOURCED PIC ZZ,ZZ9.
              05 FILLER PIC X(19) VALUE "  BACKED OUT -     ".
              05 WS-CL-BACKED-OUT PIC ZZ,ZZ9.
              05 FILLER PIC X(24) VALUE "  DATES OUT OF BALANCE -".
              05 WS-CL-OUT-OF-BAL PIC ZZ,ZZ9.
           01 WS-COUNT-LINE-2.
              05 FILLER PIC X(19) VALUE "RECORDS RELOADED - ".
              05 WS-CL-LOADED PIC ZZZ,ZZZ,ZZ9.
              05 FILLER PIC X(20) VALUE "  ALREADY PRESENT - ".
              05 WS-CL-PRESENT PIC ZZZ,ZZZ,ZZ9.
              05 FILLER PIC X(14) VALUE "  CONFLICTS - ".
              05 WS-CL-CONFLICTS PIC ZZZ,ZZZ,ZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1000-GET-REBUILD-PARAMETERS THRU 1000-EXIT
           PERFORM 2000-OPEN-FILES THRU 2000-EXIT
           PERFORM 3000-WALK-ONE-AUDIT-RECORD THRU 3000-EXIT
               UNTIL WS-AUD-EOF
           CLOSE AUDIT-LOG-FILE
           PERFORM 4000-REBUILD-ONE-DATE THRU 4000-EXIT
               VARYING WS-DT-SUB FROM 1 BY 1
               UNTIL WS-DT-SUB IS GREATER THAN WS-DT-COUNT
           PERFORM 5000-WRITE-RECOVERY-REPORT THRU 5000-EXIT
           PERFORM 9000-CLOSE-FILES THRU 9000-EXIT
           DISPLAY "FZBRBLD - RUNS RELOADED " WS-RUNS-RELOADED
               " NOT SOURCED " WS-RUNS-UNSOURCED
               " RECORDS RELOADED " WS-TOTAL-LOADED
               " PRESENT " WS-TOTAL-PRESENT
               " CONFLICTS " WS-TOTAL-CONFLICTS
           IF WS-ANY-EXCEPTION
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
      *----------------------------------------------------------------
      * Read the optional control card: a run-date range to rebuild
      * (zero or non-numeric leaves that end open, as on the FZBREST
      * card) and the first divisor to recompute KS-RESULT with for
      * transactions that ran under the legacy divisor pair. Those
      * transactions' own divisors travelled on TRANFILE and are not
      * on the audit trail, so the shop default of 3 stands unless
      * the card says otherwise; rule-set transactions take theirs
      * from the rule master. Unlike a restore, a rebuild with no
      * card has a safe meaning - rebuild everything retained - so
      * an absent card is not a reject; a backwards range is.
      *----------------------------------------------------------------
       1000-GET-REBUILD-PARAMETERS.
           OPEN INPUT REBUILD-CONTROL-FILE
           IF WS-RBL-FILE-STATUS IS EQUAL TO "00"
               READ REBUILD-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RBL-DATE-FROM IS NUMERIC
                               AND RBL-DATE-FROM IS GREATER THAN ZERO
                           MOVE RBL-DATE-FROM TO WS-DATE-FROM
                       END-IF
                       IF RBL-DATE-TO IS NUMERIC
                               AND RBL-DATE-TO IS GREATER THAN ZERO
                           MOVE RBL-DATE-TO TO WS-DATE-TO
                       END-IF
                       IF RBL-LEGACY-DIVISOR IS NUMERIC
                               AND RBL-LEGACY-DIVISOR
                                   IS GREATER THAN ZERO
                           MOVE RBL-LEGACY-DIVISOR
                               TO WS-LEGACY-DIVISOR
                       END-IF
               END-READ
           END-IF
           CLOSE REBUILD-CONTROL-FILE
           IF WS-DATE-FROM IS GREATER THAN WS-DATE-TO
               DISPLAY "FZBRBLD REJECT - RUN-DATE RANGE STARTS AFTER "
                   "IT ENDS"
               GO TO 9999-REJECT-RUN
           END-IF
           GO TO 1000-EXIT.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Open the audit trail, the generation catalog, the rule master,
      * the KSDS, and the recovery report. AUDITLOG and RPTCAT are
      * what the rebuild is sourced from, so either missing ends the
      * step before the KSDS is touched. The rule master is optional
      * - a shop that never defined a rule set has none - and a
      * rule-set run with no master to read is reloaded with a zero
      * KS-RESULT and says so. The KSDS is opened I-O, created when
      * it is gone altogether (status 35) the way FZBREQM creates
      * its master - rebuilding onto an empty file is the whole
      * point.
      *----------------------------------------------------------------
       2000-OPEN-FILES.
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AUD-FILE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "FZBRBLD ABORT - AUDITLOG OPEN FAILED STATUS "
                   WS-AUD-FILE-STATUS
               GO TO 9990-ABORT-RUN
           END-IF
           OPEN INPUT RPT-CATALOG
           IF WS-CAT-FILE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "FZBRBLD ABORT - RPTCAT OPEN FAILED STATUS "
                   WS-CAT-FILE-STATUS
               GO TO 9990-ABORT-RUN
           END-IF
           OPEN INPUT RULE-SET-FILE
           IF WS-RUL-FILE-STATUS IS EQUAL TO "00"
               SET WS-RUL-AVAILABLE TO TRUE
           END-IF
           OPEN I-O RESULT-KSDS
           IF WS-KS-FILE-STATUS IS EQUAL TO "35"
               OPEN OUTPUT RESULT-KSDS
               CLOSE RESULT-KSDS
               OPEN I-O RESULT-KSDS
           END-IF
           IF WS-KS-FILE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "FZBRBLD ABORT - RESULTKS OPEN FAILED STATUS "
                   WS-KS-FILE-STATUS
               GO TO 9990-ABORT-RUN
           END-IF
           OPEN OUTPUT REBUILD-REPORT-FILE
           IF WS-RBR-FILE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "FZBRBLD ABORT - RBLRPT OPEN FAILED STATUS "
                   WS-RBR-FILE-STATUS
               GO TO 9990-ABORT-RUN
           END-IF
           GO TO 2000-EXIT.
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Walk one AUDITLOG record. A START names a tag/run-date pair
      * to rebuild; a BKOUT for a pair already named marks it backed
      * out, and a START for the same pair after that (the tag rerun
      * on the same date) makes it live again, so the log is simply
      * replayed in order. An END belongs to the run date of the
      * STARTs before it - an execution writes its ENDs after all of
      * its STARTs - and the last END seen for a run date is the one
      * whose totals cover it, exactly as FZBAUDIT treats the last
      * END as the one the report file belongs to. An END with no
      * START since the END before it ran nothing - a rejected run,
      * or a batch whose every transaction was suspended - and its
      * zero totals do not replace the totals of the run date
      * before it.
      *----------------------------------------------------------------
       3000-WALK-ONE-AUDIT-RECORD.
           READ AUDIT-LOG-FILE
               AT END
                   SET WS-AUD-EOF TO TRUE
               NOT AT END
                   IF AUD-REC-TYPE IS EQUAL TO "START"
                       PERFORM 3100-HOLD-ONE-START THRU 3100-EXIT
                   ELSE
                       IF AUD-REC-TYPE IS EQUAL TO "END"
                           PERFORM 3200-APPLY-ONE-END THRU 3200-EXIT
                       ELSE
                           IF AUD-REC-TYPE IS EQUAL TO "BKOUT"
                               PERFORM 3300-APPLY-ONE-BACKOUT
                                   THRU 3300-EXIT
                           END-IF
                       END-IF
                   END-IF
           END-READ
           GO TO 3000-EXIT.
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * File the START just read under its tag/run-date pair when
      * the run date is in the range asked for. A restarted
      * transaction writes a second START for the same pair; it
      * lands on the same entry.
      *----------------------------------------------------------------
       3100-HOLD-ONE-START.
           MOVE AUD-START-DATE TO WS-LAST-START-DATE
           IF AUD-START-DATE IS LESS THAN WS-DATE-FROM
                   OR AUD-START-DATE IS GREATER THAN WS-DATE-TO
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO WS-START-COUNT
           MOVE AUD-START-DATE TO WS-FIND-DATE
           PERFORM 3600-FIND-DATE THRU 3600-EXIT
           IF WS-FOUND-DT IS EQUAL TO ZERO
               PERFORM 3750-ADD-DATE THRU 3750-EXIT
           END-IF
           MOVE AUD-TAG TO WS-FIND-TAG
           PERFORM 3500-FIND-RUN THRU 3500-EXIT
           IF WS-FOUND-SUB IS EQUAL TO ZERO
               PERFORM 3700-ADD-RUN THRU 3700-EXIT
           END-IF
           SET WS-RUN-AUDITED(WS-FOUND-SUB) TO TRUE
           MOVE AUD-REQUESTER-ID TO WS-RUN-REQUESTER(WS-FOUND-SUB)
           MOVE AUD-RULE-SET TO WS-RUN-RULE-SET(WS-FOUND-SUB)
           IF AUD-RULE-VERSION IS NUMERIC
               MOVE AUD-RULE-VERSION
                   TO WS-RUN-RULE-VERSION(WS-FOUND-SUB)
           ELSE
               MOVE 0 TO WS-RUN-RULE-VERSION(WS-FOUND-SUB)
           END-IF
           GO TO 3100-EXIT.
       3100-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Hold the END just read as the latest totals for the run date
      * of the STARTs before it, then forget that run date so an END
      * with no STARTs of its own finds none.
      *----------------------------------------------------------------
       3200-APPLY-ONE-END.
           MOVE WS-LAST-START-DATE TO WS-FIND-DATE
           MOVE 0 TO WS-LAST-START-DATE
           IF WS-FIND-DATE IS EQUAL TO ZERO
               GO TO 3200-EXIT
           END-IF
           PERFORM 3600-FIND-DATE THRU 3600-EXIT
           IF WS-FOUND-DT IS EQUAL TO ZERO
               GO TO 3200-EXIT
           END-IF
           SET WS-DT-END-SEEN(WS-FOUND-DT) TO TRUE
           MOVE AUD-TOT-PROCESSED TO WS-DT-END-PROCESSED(WS-FOUND-DT)
           GO TO 3200-EXIT.
       3200-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Mark the pair the BKOUT names as backed out, so its results
      * are not brought back.
      *----------------------------------------------------------------
       3300-APPLY-ONE-BACKOUT.
           MOVE AUD-BK-TAG TO WS-FIND-TAG
           MOVE AUD-BK-RUN-DATE TO WS-FIND-DATE
           PERFORM 3500-FIND-RUN THRU 3500-EXIT
           IF WS-FOUND-SUB IS GREATER THAN ZERO
               SET WS-RUN-BACKED-OUT(WS-FOUND-SUB) TO TRUE
           END-IF
           GO TO 3300-EXIT.
       3300-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Look up the run-table entry for WS-FIND-TAG/WS-FIND-DATE.
      *----------------------------------------------------------------
       3500-FIND-RUN.
           MOVE 0 TO WS-FOUND-SUB
           PERFORM 3550-MATCH-ONE-RUN THRU 3550-EXIT
               VARYING WS-RUN-SUB FROM 1 BY 1
               UNTIL WS-RUN-SUB IS GREATER THAN WS-RUN-COUNT
           GO TO 3500-EXIT.
       3500-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Compare one run-table entry against the pair sought.
      *----------------------------------------------------------------
       3550-MATCH-ONE-RUN.
           IF WS-RUN-TAG(WS-RUN-SUB) IS EQUAL TO WS-FIND-TAG
                   AND WS-RUN-DATE-VALUE(WS-RUN-SUB)
                       IS EQUAL TO WS-FIND-DATE
               MOVE WS-RUN-SUB TO WS-FOUND-SUB
           END-IF
           GO TO 3550-EXIT.
       3550-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Look up the run-date table entry for WS-FIND-DATE.
      *----------------------------------------------------------------
       3600-FIND-DATE.
           MOVE 0 TO WS-FOUND-DT
           PERFORM 3650-MATCH-ONE-DATE THRU 3650-EXIT
               VARYING WS-DT-SUB FROM 1 BY 1
               UNTIL WS-DT-SUB IS GREATER THAN WS-DT-COUNT
           GO TO 3600-EXIT.
       3600-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Compare one run-date entry against the date sought.
      *----------------------------------------------------------------
       3650-MATCH-ONE-DATE.
           IF WS-DT-DATE(WS-DT-SUB) IS EQUAL TO WS-FIND-DATE
               MOVE WS-DT-SUB TO WS-FOUND-DT
           END-IF
           GO TO 3650-EXIT.
       3650-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Open a new run-table entry for WS-FIND-TAG/WS-FIND-DATE. A
      * table too small for the range asked for stops the step; the
      * operator narrows the range on RBLCTL and runs it in pieces.
      *----------------------------------------------------------------
       3700-ADD-RUN.
           IF WS-RUN-COUNT IS EQUAL TO WS-RUN-MAX
               DISPLAY "FZBRBLD ABORT - MORE THAN " WS-RUN-MAX
                   " TAG/RUN-DATE PAIRS - NARROW THE RBLCTL RANGE"
               GO TO 9990-ABORT-RUN
           END-IF
           ADD 1 TO WS-RUN-COUNT
           MOVE WS-RUN-COUNT TO WS-FOUND-SUB
           MOVE SPACES TO WS-RUN-ENTRY(WS-FOUND-SUB)
           MOVE WS-FIND-TAG TO WS-RUN-TAG(WS-FOUND-SUB)
           MOVE WS-FIND-DATE TO WS-RUN-DATE-VALUE(WS-FOUND-SUB)
           SET WS-RUN-UNAUDITED(WS-FOUND-SUB) TO TRUE
           MOVE "N" TO WS-RUN-TOTALS-SW(WS-FOUND-SUB)
           MOVE 0 TO WS-RUN-RULE-VERSION(WS-FOUND-SUB)
           MOVE 0 TO WS-RUN-DIVISOR(WS-FOUND-SUB)
           MOVE 0 TO WS-RUN-TOTALS-PROCESSED(WS-FOUND-SUB)
           MOVE 0 TO WS-RUN-DETAILS(WS-FOUND-SUB)
           MOVE 0 TO WS-RUN-REPEATS(WS-FOUND-SUB)
           MOVE 0 TO WS-RUN-LOADED(WS-FOUND-SUB)
           MOVE 0 TO WS-RUN-PRESENT(WS-FOUND-SUB)
           MOVE 0 TO WS-RUN-CONFLICTS(WS-FOUND-SUB)
           MOVE 0 TO WS-RUN-LAST-COUNTER(WS-FOUND-SUB)
           GO TO 3700-EXIT.
       3700-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Open a new run-date table entry for WS-FIND-DATE.
      *----------------------------------------------------------------
       3750-ADD-DATE.
           IF WS-DT-COUNT IS EQUAL TO WS-DT-MAX
               DISPLAY "FZBRBLD ABORT - MORE THAN " WS-DT-MAX
                   " RUN DATES - NARROW THE RBLCTL RANGE"
               GO TO 9990-ABORT-RUN
           END-IF
           ADD 1 TO WS-DT-COUNT
           MOVE WS-DT-COUNT TO WS-FOUND-DT
           MOVE SPACES TO WS-DT-ENTRY(WS-FOUND-DT)
           MOVE WS-FIND-DATE TO WS-DT-DATE(WS-FOUND-DT)
           MOVE "N" TO WS-DT-END-SW(WS-FOUND-DT)
           MOVE 0 TO WS-DT-END-PROCESSED(WS-FOUND-DT)
           MOVE "N" TO WS-DT-SOURCE-SW(WS-FOUND-DT)
           MOVE 0 TO WS-DT-UNAUDITED(WS-FOUND-DT)
           GO TO 3750-EXIT.
       3750-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Rebuild one run date. Its generation must be active on the
      * catalog and still on disk; otherwise every run of the date is
      * reported as not sourced, with the reason. The generation is
      * read twice: the first pass captures the latest TOTALS row per
      * tag (opening entries for tags on the file with no START, so
      * the cross-foot still counts them), the second reloads the
      * detail lines.
      *----------------------------------------------------------------
       4000-REBUILD-ONE-DATE.
           MOVE WS-DT-DATE(WS-DT-SUB) TO CAT-RUN-DATE
           READ RPT-CATALOG
               INVALID KEY
                   MOVE "NOT ON CATALOG" TO WS-DT-REASON(WS-DT-SUB)
                   GO TO 4000-EXIT
           END-READ
           IF NOT CAT-GEN-ACTIVE
               MOVE "GENERATION PURGED" TO WS-DT-REASON(WS-DT-SUB)
               GO TO 4000-EXIT
           END-IF
           MOVE CAT-DSN TO WS-RPT-GEN-DSN
           MOVE CAT-DSN TO WS-DT-DSN(WS-DT-SUB)
           MOVE WS-DT-DATE(WS-DT-SUB) TO WS-FIND-DATE
           OPEN INPUT REPORT-FILE
           IF WS-RPT-FILE-STATUS IS NOT EQUAL TO "00"
               MOVE "GENERATION MISSING" TO WS-DT-REASON(WS-DT-SUB)
               GO TO 4000-EXIT
           END-IF
           SET WS-DT-SOURCED(WS-DT-SUB) TO TRUE
           MOVE "N" TO WS-RPT-EOF-SW
           PERFORM 4100-CAPTURE-ONE-RECORD THRU 4100-EXIT
               UNTIL WS-RPT-EOF
           CLOSE REPORT-FILE
           PERFORM 4300-SET-ONE-DIVISOR THRU 4300-EXIT
               VARYING WS-RUN-SUB FROM 1 BY 1
               UNTIL WS-RUN-SUB IS GREATER THAN WS-RUN-COUNT
           OPEN INPUT REPORT-FILE
           IF WS-RPT-FILE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "FZBRBLD ABORT - " WS-RPT-GEN-DSN
                   " REOPEN FAILED STATUS " WS-RPT-FILE-STATUS
               GO TO 9990-ABORT-RUN
           END-IF
           MOVE "N" TO WS-RPT-EOF-SW
           MOVE SPACES TO WS-CURRENT-TAG
           MOVE 0 TO WS-CUR-RUN-SUB
           PERFORM 4500-RELOAD-ONE-RECORD THRU 4500-EXIT
               UNTIL WS-RPT-EOF
           CLOSE REPORT-FILE
           GO TO 4000-EXIT.
       4000-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Read one generation record on the TOTALS pass and hold a
      * TOTALS row against its tag; a later row for the same tag
      * overwrites an earlier one, so the latest row wins.
      *----------------------------------------------------------------
       4100-CAPTURE-ONE-RECORD.
           READ REPORT-FILE
               AT END
                   SET WS-RPT-EOF TO TRUE
           END-READ
           IF WS-RPT-EOF
                   OR RPT-TAG IS NOT EQUAL TO "TOTALS"
               GO TO 4100-EXIT
           END-IF
           MOVE RPT-SUM-REQ-TAG TO WS-FIND-TAG
           PERFORM 3500-FIND-RUN THRU 3500-EXIT
           IF WS-FOUND-SUB IS EQUAL TO ZERO
               PERFORM 3700-ADD-RUN THRU 3700-EXIT
               MOVE RPT-SUM-REQUESTER-ID
                   TO WS-RUN-REQUESTER(WS-FOUND-SUB)
           END-IF
           SET WS-RUN-HAS-TOTALS(WS-FOUND-SUB) TO TRUE
           MOVE RPT-SUM-PROCESSED
               TO WS-RUN-TOTALS-PROCESSED(WS-FOUND-SUB)
           GO TO 4100-EXIT.
       4100-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Work out the divisor KS-RESULT is recomputed with for one run
      * of the date being rebuilt: FIZZBUZZ stores the remainder
      * against the first rule, so a rule-set run takes entry 01 of
      * the version it ran under from the rule master, and a legacy
      * run takes the legacy divisor from the card. A rule-set
      * version the master cannot supply leaves the divisor zero and
      * KS-RESULT zero, noted on the report.
      *----------------------------------------------------------------
       4300-SET-ONE-DIVISOR.
           IF WS-RUN-DATE-VALUE(WS-RUN-SUB) IS NOT EQUAL TO WS-FIND-DATE
               GO TO 4300-EXIT
           END-IF
           IF WS-RUN-RULE-SET(WS-RUN-SUB) IS EQUAL TO SPACES
               MOVE WS-LEGACY-DIVISOR TO WS-RUN-DIVISOR(WS-RUN-SUB)
               GO TO 4300-EXIT
           END-IF
           MOVE 0 TO WS-RUN-DIVISOR(WS-RUN-SUB)
           IF NOT WS-RUL-AVAILABLE
               GO TO 4300-EXIT
           END-IF
           MOVE WS-RUN-RULE-SET(WS-RUN-SUB) TO RUL-SET-ID
           MOVE WS-RUN-RULE-VERSION(WS-RUN-SUB) TO RUL-VERSION
           MOVE 1 TO RUL-SEQ
           READ RULE-SET-FILE
               INVALID KEY
                   GO TO 4300-EXIT
           END-READ
           IF RUL-DIVISOR IS NUMERIC
               MOVE RUL-DIVISOR TO WS-RUN-DIVISOR(WS-RUN-SUB)
           END-IF
           GO TO 4300-EXIT.
       4300-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Read one generation record on the reload pass. Detail lines
      * for one tag are contiguous, so the run-table entry is looked
      * up only when the tag changes. A Counter at or below the last
      * one already seen for the pair is a line a restarted run
      * wrote twice and is counted once. Only lines of a live,
      * audited pair are written back; a backed-out pair stays
      * removed, and lines for a tag with no START at all are
      * counted for the report and left out.
      *----------------------------------------------------------------
       4500-RELOAD-ONE-RECORD.
           READ REPORT-FILE
               AT END
                   SET WS-RPT-EOF TO TRUE
           END-READ
           IF WS-RPT-EOF
                   OR RPT-TAG IS EQUAL TO "TOTALS"
               GO TO 4500-EXIT
           END-IF
           IF RPT-TAG IS NOT EQUAL TO WS-CURRENT-TAG
               MOVE RPT-TAG TO WS-CURRENT-TAG
               MOVE RPT-TAG TO WS-FIND-TAG
               PERFORM 3500-FIND-RUN THRU 3500-EXIT
               MOVE WS-FOUND-SUB TO WS-CUR-RUN-SUB
           END-IF
           IF WS-CUR-RUN-SUB IS EQUAL TO ZERO
               ADD 1 TO WS-DT-UNAUDITED(WS-DT-SUB)
               GO TO 4500-EXIT
           END-IF
           IF WS-RUN-DETAILS(WS-CUR-RUN-SUB) IS GREATER THAN ZERO
                   AND RPT-COUNTER IS NOT GREATER THAN
                       WS-RUN-LAST-COUNTER(WS-CUR-RUN-SUB)
               ADD 1 TO WS-RUN-REPEATS(WS-CUR-RUN-SUB)
               GO TO 4500-EXIT
           END-IF
           ADD 1 TO WS-RUN-DETAILS(WS-CUR-RUN-SUB)
           MOVE RPT-COUNTER TO WS-RUN-LAST-COUNTER(WS-CUR-RUN-SUB)
           IF NOT WS-RUN-AUDITED(WS-CUR-RUN-SUB)
               GO TO 4500-EXIT
           END-IF
           PERFORM 4600-RELOAD-DETAIL THRU 4600-EXIT
           GO TO 4500-EXIT.
       4500-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Write one detail line back to the KSDS under the key FIZZBUZZ
      * stamped it with. A duplicate-key WRITE means the key is live
      * already and 4700-JUDGE-LIVE-RECORD decides what that means.
      *----------------------------------------------------------------
       4600-RELOAD-DETAIL.
           MOVE SPACES TO KS-RECORD
           MOVE RPT-TAG TO KS-TAG
           MOVE RPT-COUNTER TO KS-COUNTER
           MOVE WS-FIND-DATE TO KS-RUN-DATE
           MOVE RPT-CLASS-CODE TO KS-CLASS-CODE
           MOVE RPT-TEXT-VALUE TO KS-TEXT-VALUE
           IF WS-RUN-DIVISOR(WS-CUR-RUN-SUB) IS GREATER THAN ZERO
               COMPUTE KS-RESULT = FUNCTION MOD(RPT-COUNTER,
                   WS-RUN-DIVISOR(WS-CUR-RUN-SUB))
           ELSE
               MOVE 0 TO KS-RESULT
           END-IF
           WRITE KS-RECORD
           EVALUATE WS-KS-FILE-STATUS
               WHEN "00"
                   ADD 1 TO WS-RUN-LOADED(WS-CUR-RUN-SUB)
               WHEN "22"
                   PERFORM 4700-JUDGE-LIVE-RECORD THRU 4700-EXIT
               WHEN OTHER
                   DISPLAY "FZBRBLD ABORT - RESULTKS WRITE FAILED "
                       "STATUS " WS-KS-FILE-STATUS
                   GO TO 9990-ABORT-RUN
           END-EVALUATE
           GO TO 4600-EXIT.
       4600-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * The key is already live - a damaged file that kept part of
      * its data, or a rebuild run twice. The class code and text
      * value are the record's content; matching content counts as
      * present, anything else is a conflict named on SYSOUT and
      * left as it stands, the same rule FZBREST applies. KS-RESULT
      * is not compared, since a legacy run's divisor is only the
      * card's best knowledge.
      *----------------------------------------------------------------
       4700-JUDGE-LIVE-RECORD.
           READ RESULT-KSDS
               INVALID KEY
                   DISPLAY "FZBRBLD ABORT - RESULTKS READ-BACK FAILED "
                       "STATUS " WS-KS-FILE-STATUS
                   GO TO 9990-ABORT-RUN
           END-READ
           IF KS-CLASS-CODE IS EQUAL TO RPT-CLASS-CODE
                   AND KS-TEXT-VALUE IS EQUAL TO RPT-TEXT-VALUE
               ADD 1 TO WS-RUN-PRESENT(WS-CUR-RUN-SUB)
           ELSE
               ADD 1 TO WS-RUN-CONFLICTS(WS-CUR-RUN-SUB)
               DISPLAY "FZBRBLD CONFLICT - LIVE RECORD DIFFERS FROM "
                   WS-RPT-GEN-DSN " FOR TAG " RPT-TAG
                   " COUNTER " RPT-COUNTER
                   " - NOT OVERWRITTEN"
           END-IF
           GO TO 4700-EXIT.
       4700-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Write the recovery report: the headings, then for each run
      * date every run with its counts and status, and the run
      * date's cross-foot against its END totals; the control
      * counts close the report.
      *----------------------------------------------------------------
       5000-WRITE-RECOVERY-REPORT.
           MOVE WS-RUN-DATE TO WS-H1-DATE
           MOVE WS-LEGACY-DIVISOR TO WS-H1-DIVISOR
           MOVE WS-HEADING-1 TO WS-PRINT-LINE
           PERFORM 8500-PRINT-LINE THRU 8500-EXIT
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 8500-PRINT-LINE THRU 8500-EXIT
           MOVE WS-HEADING-2 TO WS-PRINT-LINE
           PERFORM 8500-PRINT-LINE THRU 8500-EXIT
           PERFORM 5100-REPORT-ONE-DATE THRU 5100-EXIT
               VARYING WS-DT-SUB FROM 1 BY 1
               UNTIL WS-DT-SUB IS GREATER THAN WS-DT-COUNT
           PERFORM 8000-WRITE-COUNTS THRU 8000-EXIT
           GO TO 5000-EXIT.
       5000-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Report one run date: its runs, any lines for tags with no
      * START, and the cross-foot. The reloaded side of the
      * cross-foot is every distinct detail line of a tag that has a
      * TOTALS row - reloaded, already present, in conflict, or
      * backed out, since the END counted them all when the run
      * made them. A tag still in flight when a run was quiesced has
      * no TOTALS row yet and is not in the END totals either.
      *----------------------------------------------------------------
       5100-REPORT-ONE-DATE.
           MOVE WS-DT-DATE(WS-DT-SUB) TO WS-FIND-DATE
           MOVE 0 TO WS-XF-DETAILS
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 8500-PRINT-LINE THRU 8500-EXIT
           PERFORM 5200-REPORT-ONE-RUN THRU 5200-EXIT
               VARYING WS-RUN-SUB FROM 1 BY 1
               UNTIL WS-RUN-SUB IS GREATER THAN WS-RUN-COUNT
           IF WS-DT-UNAUDITED(WS-DT-SUB) IS GREATER THAN ZERO
               MOVE WS-DT-UNAUDITED(WS-DT-SUB) TO WS-UL-COUNT
               MOVE WS-UNAUDITED-LINE TO WS-PRINT-LINE
               PERFORM 8500-PRINT-LINE THRU 8500-EXIT
               SET WS-ANY-EXCEPTION TO TRUE
           END-IF
           MOVE WS-FIND-DATE TO WS-XL-DATE
           MOVE WS-DT-END-PROCESSED(WS-DT-SUB) TO WS-XL-END
           MOVE WS-XF-DETAILS TO WS-XL-DETAILS
           EVALUATE TRUE
               WHEN NOT WS-DT-SOURCED(WS-DT-SUB)
                   MOVE "NOT SOURCED - NOT CHECKED" TO WS-XL-RESULT
               WHEN NOT WS-DT-END-SEEN(WS-DT-SUB)
                   MOVE "NO END RECORD - NOT CHECKED"
                       TO WS-XL-RESULT
                   SET WS-ANY-EXCEPTION TO TRUE
               WHEN WS-XF-DETAILS IS EQUAL TO
                       WS-DT-END-PROCESSED(WS-DT-SUB)
                   MOVE "IN BALANCE" TO WS-XL-RESULT
               WHEN OTHER
                   MOVE "OUT OF BALANCE" TO WS-XL-RESULT
                   ADD 1 TO WS-DATES-OUT-OF-BALANCE
                   SET WS-ANY-EXCEPTION TO TRUE
           END-EVALUATE
           MOVE WS-XFOOT-LINE TO WS-PRINT-LINE
           PERFORM 8500-PRINT-LINE THRU 8500-EXIT
           GO TO 5100-EXIT.
       5100-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Report one run of the date in hand and roll it into the
      * cross-foot and the control counts. A run is not sourced when
      * its run date has no usable generation, or when the
      * generation carries no line for it at all - a later run on
      * the same date replaced the file.
      *----------------------------------------------------------------
       5200-REPORT-ONE-RUN.
           IF WS-RUN-DATE-VALUE(WS-RUN-SUB) IS NOT EQUAL TO WS-FIND-DATE
               GO TO 5200-EXIT
           END-IF
           MOVE SPACES TO WS-RUN-LINE
           MOVE WS-FIND-DATE TO WS-RL-DATE
           MOVE WS-RUN-TAG(WS-RUN-SUB) TO WS-RL-TAG
           MOVE WS-RUN-REQUESTER(WS-RUN-SUB) TO WS-RL-REQUESTER
           MOVE WS-RUN-TOTALS-PROCESSED(WS-RUN-SUB) TO WS-RL-TOTALS
           MOVE WS-RUN-DETAILS(WS-RUN-SUB) TO WS-RL-DETAILS
           MOVE WS-RUN-LOADED(WS-RUN-SUB) TO WS-RL-LOADED
           MOVE WS-RUN-PRESENT(WS-RUN-SUB) TO WS-RL-PRESENT
           MOVE WS-RUN-CONFLICTS(WS-RUN-SUB) TO WS-RL-CONFLICTS
           IF WS-RUN-HAS-TOTALS(WS-RUN-SUB)
               ADD WS-RUN-DETAILS(WS-RUN-SUB) TO WS-XF-DETAILS
           END-IF
           EVALUATE TRUE
               WHEN WS-RUN-UNAUDITED(WS-RUN-SUB)
                   MOVE "NO START" TO WS-RL-STATUS
                   MOVE "NOT LOADED" TO WS-RL-NOTE
                   SET WS-ANY-EXCEPTION TO TRUE
               WHEN WS-RUN-BACKED-OUT(WS-RUN-SUB)
                   MOVE "BACKED OUT" TO WS-RL-STATUS
                   MOVE "SKIPPED - STAYS REMOVED" TO WS-RL-NOTE
                   ADD 1 TO WS-RUNS-BACKED-OUT
               WHEN NOT WS-DT-SOURCED(WS-DT-SUB)
                   MOVE "NOT SOURCED" TO WS-RL-STATUS
                   MOVE WS-DT-REASON(WS-DT-SUB) TO WS-RL-NOTE
                   ADD 1 TO WS-RUNS-UNSOURCED
                   SET WS-ANY-EXCEPTION TO TRUE
               WHEN WS-RUN-DETAILS(WS-RUN-SUB) IS EQUAL TO ZERO
                       AND NOT WS-RUN-HAS-TOTALS(WS-RUN-SUB)
                   MOVE "NOT SOURCED" TO WS-RL-STATUS
                   MOVE "NOT ON GENERATION" TO WS-RL-NOTE
                   ADD 1 TO WS-RUNS-UNSOURCED
                   SET WS-ANY-EXCEPTION TO TRUE
               WHEN OTHER
                   MOVE "RELOADED" TO WS-RL-STATUS
                   ADD 1 TO WS-RUNS-RELOADED
                   ADD WS-RUN-LOADED(WS-RUN-SUB) TO WS-TOTAL-LOADED
                   ADD WS-RUN-PRESENT(WS-RUN-SUB) TO WS-TOTAL-PRESENT
                   ADD WS-RUN-CONFLICTS(WS-RUN-SUB)
                       TO WS-TOTAL-CONFLICTS
                   PERFORM 5300-NOTE-ONE-RUN THRU 5300-EXIT
           END-EVALUATE
           MOVE WS-RUN-LINE TO WS-PRINT-LINE
           PERFORM 8500-PRINT-LINE THRU 8500-EXIT
           GO TO 5200-EXIT.
       5200-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Note anything about a reloaded run that operations should
      * look at before sign-off, worst first.
      *----------------------------------------------------------------
       5300-NOTE-ONE-RUN.
           EVALUATE TRUE
               WHEN WS-RUN-CONFLICTS(WS-RUN-SUB) IS GREATER THAN ZERO
                   MOVE "CONFLICTS LEFT AS LIVE" TO WS-RL-NOTE
                   SET WS-ANY-EXCEPTION TO TRUE
               WHEN NOT WS-RUN-HAS-TOTALS(WS-RUN-SUB)
                   MOVE "NO TOTALS ROW - RUN IN FLIGHT" TO WS-RL-NOTE
                   SET WS-ANY-EXCEPTION TO TRUE
               WHEN WS-RUN-DETAILS(WS-RUN-SUB) IS NOT EQUAL TO
                       WS-RUN-TOTALS-PROCESSED(WS-RUN-SUB)
                   MOVE "DETAILS DIFFER FROM TOTALS" TO WS-RL-NOTE
                   SET WS-ANY-EXCEPTION TO TRUE
               WHEN WS-RUN-DIVISOR(WS-RUN-SUB) IS EQUAL TO ZERO
                   MOVE "RULE SET NOT ON MASTER" TO WS-RL-NOTE
               WHEN WS-RUN-REPEATS(WS-RUN-SUB) IS GREATER THAN ZERO
                   MOVE "RESTART REPEATS COUNTED ONCE" TO WS-RL-NOTE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           GO TO 5300-EXIT.
       5300-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Close the report with the control counts, and an explicit
      * all-clear line when everything reloaded and balanced - an
      * empty report should mean "nothing on the trail", never
      * "nothing checked".
      *----------------------------------------------------------------
       8000-WRITE-COUNTS.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 8500-PRINT-LINE THRU 8500-EXIT
           IF NOT WS-ANY-EXCEPTION
               MOVE "NO EXCEPTIONS - EVERY RUN RELOADED AND BALANCED"
                   TO WS-PRINT-LINE
               PERFORM 8500-PRINT-LINE THRU 8500-EXIT
           END-IF
           MOVE WS-RUNS-RELOADED TO WS-CL-RELOADED
           MOVE WS-RUNS-UNSOURCED TO WS-CL-UNSOURCED
           MOVE WS-RUNS-BACKED-OUT TO WS-CL-BACKED-OUT
           MOVE WS-DATES-OUT-OF-BALANCE TO WS-CL-OUT-OF-BAL
           MOVE WS-COUNT-LINE-1 TO WS-PRINT-LINE
           PERFORM 8500-PRINT-LINE THRU 8500-EXIT
           MOVE WS-TOTAL-LOADED TO WS-CL-LOADED
           MOVE WS-TOTAL-PRESENT TO WS-CL-PRESENT
           MOVE WS-TOTAL-CONFLICTS TO WS-CL-CONFLICTS
           MOVE WS-COUNT-LINE-2 TO WS-PRINT-LINE
           PERFORM 8500-PRINT-LINE THRU 8500-EXIT
           GO TO 8000-EXIT.
       8000-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Print one line of the recovery report.
      *----------------------------------------------------------------
       8500-PRINT-LINE.
           WRITE RBR-RECORD FROM WS-PRINT-LINE
           IF WS-RBR-FILE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "FZBRBLD ABORT - RBLRPT WRITE FAILED STATUS "
                   WS-RBR-FILE-STATUS
               GO TO 9990-ABORT-RUN
           END-IF
           GO TO 8500-EXIT.
       8500-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Close out every file still open for this run.
      *----------------------------------------------------------------
       9000-CLOSE-FILES.
           CLOSE RPT-CATALOG
           IF WS-RUL-AVAILABLE
               CLOSE RULE-SET-FILE
           END-IF
           CLOSE RESULT-KSDS
           CLOSE REBUILD-REPORT-FILE
           GO TO 9000-EXIT.
       9000-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Reached when a source file cannot be opened, a table
      * overflows, or a KSDS WRITE or read-back fails outright.
      * Whatever was already reloaded stays reloaded - every record
      * stood alone, and a rerun counts it as present - and the step
      * ends hard so operations looks before running it again.
      *----------------------------------------------------------------
       9990-ABORT-RUN.
           CLOSE AUDIT-LOG-FILE
           CLOSE RPT-CATALOG
           CLOSE REPORT-FILE
           CLOSE RULE-SET-FILE
           CLOSE RESULT-KSDS
           CLOSE REBUILD-REPORT-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN.
      *----------------------------------------------------------------
      * Reached when the control card asks for a backwards range.
      * Nothing beyond the card itself has been opened.
      *----------------------------------------------------------------
       9999-REJECT-RUN.
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       END PROGRAM FZBRBLD.
