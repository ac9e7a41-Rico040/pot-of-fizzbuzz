      ******************************************************************
      * Author: RLA
      * Date: 10/15/2026
      * Purpose: End-to-end balancing companion to FIZZBUZZ. Every
      *          step in the nightly chain checks itself, but nothing
      *          proved the counts held from one step to the next -
      *          a record dropped between two steps that each looked
      *          clean was found when a department complained. Each
      *          step now posts its input and output control counts
      *          to the run-date batch ledger (BATLEDG): FZBSCHED the
      *          requests it scheduled, FIZZBUZZ the transactions it
      *          read, ran, and suspended and the records it
      *          processed, FZBGENC the report file's own detail and
      *          TOTALS counts, FZBSPLIT and FZBWHSE the detail lines
      *          they read and wrote, and FZBCHGB the TOTALS records
      *          it read and the usage it posted to USAGEMTD. This
      *          step runs at the end of the chain, reads one run
      *          date's postings, and balances the chain: requests
      *          scheduled against transactions read, transactions
      *          read against run plus suspended, records processed
      *          against the report file's TOTALS, the report file's
      *          detail lines against what each distribution step
      *          read and wrote, and the TOTALS records against the
      *          usage that reached USAGEMTD. The balancing report
      *          (BALRPT) lists every posting and every check, and
      *          any break - including a step that never posted -
      *          ends the step with return code 8, so a dropped
      *          record is caught that night.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * 10/15/2026  RLA  Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FZBBAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BALANCE-CONTROL-FILE ASSIGN TO "BALCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLC-FILE-STATUS.
           SELECT BATCH-LEDGER ASSIGN TO "BATLEDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDG-KEY
               FILE STATUS IS WS-LDG-FILE-STATUS.
           SELECT BALANCE-REPORT-FILE ASSIGN TO "BALRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BALANCE-CONTROL-FILE.
       01  BLC-RECORD.
           05 BLC-RUN-DATE                 PIC 9(08).
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
       FD  BALANCE-REPORT-FILE.
       01  BAL-RECORD                      PIC X(132).
       WORKING-STORAGE SECTION.
           01 WS-BLC-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-LDG-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-BAL-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-LDG-EOF-SW PIC X(01) VALUE "N".
              88 WS-LDG-EOF VALUE "Y".
           01 WS-BREAK-SW PIC X(01) VALUE "N".
              88 WS-ANY-BREAK VALUE "Y".
           01 WS-TODAY PIC 9(08) VALUE 0.
           01 WS-RUN-DATE PIC 9(08) VALUE 0.
           01 WS-ROW-MAX PIC 9(03) VALUE 60.
           01 WS-ROW-COUNT PIC 9(03) VALUE 0.
           01 WS-ROW-TABLE.
              05 WS-ROW-ENTRY OCCURS 60 TIMES.
                 10 WS-ROW-STEP-ID PIC X(08).
                 10 WS-ROW-COUNT-ID PIC X(08).
                 10 WS-ROW-VALUE PIC 9(09).
                 10 WS-ROW-POST-DATE PIC 9(08).
                 10 WS-ROW-POST-TIME PIC 9(08).
           01 WS-SUB PIC 9(03) VALUE 0.
           01 WS-FOUND-SUB PIC 9(03) VALUE 0.
           01 WS-FIND-STEP-ID PIC X(08) VALUE SPACES.
           01 WS-FIND-COUNT-ID PIC X(08) VALUE SPACES.
           01 WS-CHECK-COUNT PIC 9(03) VALUE 0.
           01 WS-BREAK-COUNT PIC 9(03) VALUE 0.
           01 WS-MISSING-COUNT PIC 9(03) VALUE 0.
           01 WS-CHK-NUMBER PIC 9(02) VALUE 0.
           01 WS-CHK-TEXT PIC X(44) VALUE SPACES.
           01 WS-CHK-RULE PIC X(01) VALUE "E".
              88 WS-CHK-EQUAL VALUE "E".
              88 WS-CHK-NOT-MORE VALUE "N".
           01 WS-CHK-LEFT-STEP PIC X(08) VALUE SPACES.
           01 WS-CHK-LEFT-ID PIC X(08) VALUE SPACES.
           01 WS-CHK-RIGHT1-STEP PIC X(08) VALUE SPACES.
           01 WS-CHK-RIGHT1-ID PIC X(08) VALUE SPACES.
           01 WS-CHK-RIGHT2-STEP PIC X(08) VALUE SPACES.
           01 WS-CHK-RIGHT2-ID PIC X(08) VALUE SPACES.
           01 WS-CHK-LEFT PIC 9(10) VALUE 0.
           01 WS-CHK-RIGHT PIC 9(10) VALUE 0.
           01 WS-CHK-DIFFERENCE PIC S9(10) VALUE 0.
           01 WS-CHK-MISSING-SW PIC X(01) VALUE "N".
              88 WS-CHK-MISSING VALUE "Y".
           01 WS-CHK-MISSING-TEXT PIC X(18) VALUE SPACES.
           01 WS-POST-TIME PIC 9(08) VALUE 0.
           01 WS-POST-TIME-PARTS REDEFINES WS-POST-TIME.
              05 WS-POST-HH PIC 9(02).
              05 WS-POST-MM PIC 9(02).
              05 WS-POST-SS PIC 9(02).
              05 FILLER PIC 9(02).
           01 WS-PRINT-LINE PIC X(132) VALUE SPACES.
           01 WS-HEADING-1.
              05 FILLER PIC X(36)
                 VALUE "FIZZBUZZ NIGHTLY BATCH BALANCING".
              05 FILLER PIC X(09) VALUE "RUN DATE ".
              05 WS-H1-RUN-DATE PIC 9999/99/99.
              05 FILLER PIC X(13) VALUE "  PRINTED ON ".
              05 WS-H1-TODAY PIC 9999/99/99.
           01 WS-POSTING-HEADING.
              05 FILLER PIC X(10) VALUE "STEP".
              05 FILLER PIC X(10) VALUE "COUNT".
              05 FILLER PIC X(13) VALUE "        VALUE".
              05 FILLER PIC X(10) VALUE "   POSTED".
           01 WS-POSTING-LINE.
              05 WS-PL-STEP-ID PIC X(08).
              05 FILLER PIC X(02) VALUE SPACES.
              05 WS-PL-COUNT-ID PIC X(08).
              05 FILLER PIC X(02) VALUE SPACES.
              05 WS-PL-VALUE PIC ZZZ,ZZZ,ZZ9.
              05 FILLER PIC X(03) VALUE SPACES.
              05 WS-PL-POST-DATE PIC 9999/99/99.
              05 FILLER PIC X(01) VALUE SPACE.
              05 WS-PL-POST-HH PIC 9(02).
              05 FILLER PIC X(01) VALUE ":".
              05 WS-PL-POST-MM PIC 9(02).
              05 FILLER PIC X(01) VALUE ":".
              05 WS-PL-POST-SS PIC 9(02).
           01 WS-CHECK-HEADING.
              05 FILLER PIC X(04) VALUE "NO".
              05 FILLER PIC X(46) VALUE "CHECK".
              05 FILLER PIC X(14) VALUE "          LEFT".
              05 FILLER PIC X(14) VALUE "         RIGHT".
              05 FILLER PIC X(15) VALUE "     DIFFERENCE".
              05 FILLER PIC X(08) VALUE "  RESULT".
           01 WS-CHECK-LINE.
              05 WS-CL-NUMBER PIC 9(02).
              05 FILLER PIC X(02) VALUE SPACES.
              05 WS-CL-TEXT PIC X(44).
              05 FILLER PIC X(02) VALUE SPACES.
              05 WS-CL-LEFT PIC Z,ZZZ,ZZZ,ZZ9.
              05 FILLER PIC X(01) VALUE SPACE.
              05 WS-CL-RIGHT PIC Z,ZZZ,ZZZ,ZZ9.
              05 FILLER PIC X(01) VALUE SPACE.
              05 WS-CL-DIFFERENCE PIC -Z,ZZZ,ZZZ,ZZ9.
              05 FILLER PIC X(02) VALUE SPACES.
              05 WS-CL-RESULT PIC X(34).
           01 WS-COUNT-LINE.
              05 FILLER PIC X(17) VALUE "CHECKS RUN -     ".
              05 WS-CT-CHECKS PIC ZZ9.
              05 FILLER PIC X(17) VALUE "  BREAKS -       ".
              05 WS-CT-BREAKS PIC ZZ9.
              05 FILLER PIC X(24) VALUE "  STEPS NOT POSTED -    ".
              05 WS-CT-MISSING PIC ZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM 1000-GET-BALANCE-PARAMETERS THRU 1000-EXIT
           PERFORM 2000-LOAD-LEDGER THRU 2000-EXIT
           OPEN OUTPUT BALANCE-REPORT-FILE
           IF WS-BAL-FILE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "FZBBAL ABORT - BALRPT OPEN FAILED STATUS "
                   WS-BAL-FILE-STATUS
               GO TO 9990-ABORT-RUN
           END-IF
           PERFORM 3000-WRITE-POSTINGS THRU 3000-EXIT
           PERFORM 4000-BALANCE-CHAIN THRU 4000-EXIT
           PERFORM 8000-WRITE-COUNTS THRU 8000-EXIT
           CLOSE BALANCE-REPORT-FILE
           DISPLAY "FZBBAL - RUN DATE " WS-RUN-DATE
               " CHECKS " WS-CHECK-COUNT
               " BREAKS " WS-BREAK-COUNT
           IF WS-ANY-BREAK
               DISPLAY "FZBBAL BREAK - NIGHTLY CHAIN FOR " WS-RUN-DATE
                   " DOES NOT BALANCE - SEE BALRPT"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.
      *----------------------------------------------------------------
      * Read the optional control card naming the run date to
      * balance. With no card (or a zero date) the newest run date on
      * the ledger is balanced - the normal nightly case, run at the
      * end of the chain it checks. Naming a date lets operations
      * rebalance an earlier night after a step was rerun.
      *----------------------------------------------------------------
       1000-GET-BALANCE-PARAMETERS.
           OPEN INPUT BALANCE-CONTROL-FILE
           IF WS-BLC-FILE-STATUS IS EQUAL TO "00"
               READ BALANCE-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BLC-RUN-DATE IS NOT NUMERIC
                           DISPLAY "FZBBAL REJECT - BALCTL RUN DATE "
                               "MUST BE NUMERIC"
                           CLOSE BALANCE-CONTROL-FILE
                           GO TO 9999-REJECT-RUN
                       END-IF
                       MOVE BLC-RUN-DATE TO WS-RUN-DATE
               END-READ
           END-IF
           CLOSE BALANCE-CONTROL-FILE
           GO TO 1000-EXIT.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Load the run date's postings from the ledger. When no date
      * was named, a first pass finds the newest run date on file;
      * the postings for the date are then read from its first key
      * onward until the date changes. A ledger that is missing, or
      * that holds nothing for the date, is a reject - there is no
      * chain to balance, and a clean report here would say the
      * opposite.
      *----------------------------------------------------------------
       2000-LOAD-LEDGER.
           OPEN INPUT BATCH-LEDGER
           IF WS-LDG-FILE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "FZBBAL REJECT - BATLEDG OPEN FAILED STATUS "
                   WS-LDG-FILE-STATUS
               GO TO 9999-REJECT-RUN
           END-IF
           IF WS-RUN-DATE IS EQUAL TO ZERO
               PERFORM 2100-FIND-NEWEST-DATE THRU 2100-EXIT
                   UNTIL WS-LDG-EOF
           END-IF
           MOVE "N" TO WS-LDG-EOF-SW
           MOVE LOW-VALUES TO LDG-KEY
           MOVE WS-RUN-DATE TO LDG-RUN-DATE
           START BATCH-LEDGER KEY IS NOT LESS THAN LDG-KEY
               INVALID KEY
                   SET WS-LDG-EOF TO TRUE
           END-START
           PERFORM 2200-LOAD-ONE-POSTING THRU 2200-EXIT
               UNTIL WS-LDG-EOF
           CLOSE BATCH-LEDGER
           IF WS-ROW-COUNT IS EQUAL TO ZERO
               DISPLAY "FZBBAL REJECT - NO POSTINGS ON BATLEDG FOR "
                   "RUN DATE " WS-RUN-DATE
               GO TO 9999-REJECT-RUN
           END-IF
           GO TO 2000-EXIT.
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Read one ledger record on the pass that finds the newest run
      * date; the file is in key order, so the last date read wins.
      *----------------------------------------------------------------
       2100-FIND-NEWEST-DATE.
           READ BATCH-LEDGER NEXT RECORD
               AT END
                   SET WS-LDG-EOF TO TRUE
               NOT AT END
                   MOVE LDG-RUN-DATE TO WS-RUN-DATE
           END-READ
           GO TO 2100-EXIT.
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Read one ledger record and hold it if it belongs to the run
      * date being balanced; the first record of a later date ends
      * the load.
      *----------------------------------------------------------------
       2200-LOAD-ONE-POSTING.
           READ BATCH-LEDGER NEXT RECORD
               AT END
                   SET WS-LDG-EOF TO TRUE
           END-READ
           IF WS-LDG-EOF
               GO TO 2200-EXIT
           END-IF
           IF LDG-RUN-DATE IS NOT EQUAL TO WS-RUN-DATE
               SET WS-LDG-EOF TO TRUE
               GO TO 2200-EXIT
           END-IF
           IF WS-ROW-COUNT IS EQUAL TO WS-ROW-MAX
               DISPLAY "FZBBAL ABORT - MORE THAN " WS-ROW-MAX
                   " POSTINGS FOR RUN DATE " WS-RUN-DATE
               GO TO 9990-ABORT-RUN
           END-IF
           ADD 1 TO WS-ROW-COUNT
           MOVE LDG-STEP-ID TO WS-ROW-STEP-ID(WS-ROW-COUNT)
           MOVE LDG-COUNT-ID TO WS-ROW-COUNT-ID(WS-ROW-COUNT)
           MOVE LDG-COUNT TO WS-ROW-VALUE(WS-ROW-COUNT)
           MOVE LDG-POST-DATE TO WS-ROW-POST-DATE(WS-ROW-COUNT)
           MOVE LDG-POST-TIME TO WS-ROW-POST-TIME(WS-ROW-COUNT)
           GO TO 2200-EXIT.
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Print the headings and every posting for the run date, with
      * when it was posted - a step rerun after the rest of the chain
      * shows up here as the odd time out.
      *----------------------------------------------------------------
       3000-WRITE-POSTINGS.
           MOVE WS-RUN-DATE TO WS-H1-RUN-DATE
           MOVE WS-TODAY TO WS-H1-TODAY
           MOVE WS-HEADING-1 TO WS-PRINT-LINE
           PERFORM 8500-PRINT-LINE THRU 8500-EXIT
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 8500-PRINT-LINE THRU 8500-EXIT
           MOVE WS-POSTING-HEADING TO WS-PRINT-LINE
           PERFORM 8500-PRINT-LINE THRU 8500-EXIT
           PERFORM 3100-WRITE-ONE-POSTING THRU 3100-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB IS GREATER THAN WS-ROW-COUNT
           GO TO 3000-EXIT.
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Print one posting.
      *----------------------------------------------------------------
       3100-WRITE-ONE-POSTING.
           MOVE WS-ROW-STEP-ID(WS-SUB) TO WS-PL-STEP-ID
           MOVE WS-ROW-COUNT-ID(WS-SUB) TO WS-PL-COUNT-ID
           MOVE WS-ROW-VALUE(WS-SUB) TO WS-PL-VALUE
           MOVE WS-ROW-POST-DATE(WS-SUB) TO WS-PL-POST-DATE
           MOVE WS-ROW-POST-TIME(WS-SUB) TO WS-POST-TIME
           MOVE WS-POST-HH TO WS-PL-POST-HH
           MOVE WS-POST-MM TO WS-PL-POST-MM
           MOVE WS-POST-SS TO WS-PL-POST-SS
           MOVE WS-POSTING-LINE TO WS-PRINT-LINE
           PERFORM 8500-PRINT-LINE THRU 8500-EXIT
           GO TO 3100-EXIT.
       3100-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Balance the chain, step by step in the order the counts flow.
      * Each check names the ledger count on its left and the one or
      * two counts on its right:
      *   01 requests FZBSCHED scheduled may not exceed the
      *      transactions FIZZBUZZ read - operations key one-off
      *      requests behind the scheduler, so FIZZBUZZ may read
      *      more, never fewer;
      *   02 every transaction read was run or suspended;
      *   03 the records FIZZBUZZ processed are the records the
      *      report file's TOTALS rows carry (latest row per tag);
      *   04-07 the report file's detail lines are the lines each
      *      distribution step read, and each step wrote every line
      *      it read - FZBSPLIT to the department extracts, FZBWHSE
      *      to the warehouse extract. The two are balanced as
      *      separate legs, since each receives every detail line;
      *   08-09 the TOTALS records are the records FZBCHGB read, and
      *      every one of them reached USAGEMTD, posted by this
      *      night's execution or already by an earlier one for the
      *      same run date.
      *----------------------------------------------------------------
       4000-BALANCE-CHAIN.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 8500-PRINT-LINE THRU 8500-EXIT
           MOVE WS-CHECK-HEADING TO WS-PRINT-LINE
           PERFORM 8500-PRINT-LINE THRU 8500-EXIT
           PERFORM 4050-CLEAR-CHECK THRU 4050-EXIT
           MOVE 1 TO WS-CHK-NUMBER
           MOVE "REQUESTS SCHEDULED NOT MORE THAN READ"
               TO WS-CHK-TEXT
           SET WS-CHK-NOT-MORE TO TRUE
           MOVE "FZBSCHED" TO WS-CHK-LEFT-STEP
           MOVE "SCHEDULD" TO WS-CHK-LEFT-ID
           MOVE "FIZZBUZZ" TO WS-CHK-RIGHT1-STEP
           MOVE "TRANREAD" TO WS-CHK-RIGHT1-ID
           PERFORM 5000-RUN-ONE-CHECK THRU 5000-EXIT
           PERFORM 4050-CLEAR-CHECK THRU 4050-EXIT
           MOVE 2 TO WS-CHK-NUMBER
           MOVE "TRANSACTIONS READ = RUN + SUSPENDED"
               TO WS-CHK-TEXT
           MOVE "FIZZBUZZ" TO WS-CHK-LEFT-STEP
           MOVE "TRANREAD" TO WS-CHK-LEFT-ID
           MOVE "FIZZBUZZ" TO WS-CHK-RIGHT1-STEP
           MOVE "TRANRUN" TO WS-CHK-RIGHT1-ID
           MOVE "FIZZBUZZ" TO WS-CHK-RIGHT2-STEP
           MOVE "TRANSUSP" TO WS-CHK-RIGHT2-ID
           PERFORM 5000-RUN-ONE-CHECK THRU 5000-EXIT
           PERFORM 4050-CLEAR-CHECK THRU 4050-EXIT
           MOVE 3 TO WS-CHK-NUMBER
           MOVE "RECORDS PROCESSED = RPTFILE TOTALS"
               TO WS-CHK-TEXT
           MOVE "FIZZBUZZ" TO WS-CHK-LEFT-STEP
           MOVE "PROCESSD" TO WS-CHK-LEFT-ID
           MOVE "FZBGENC" TO WS-CHK-RIGHT1-STEP
           MOVE "TOTPROC" TO WS-CHK-RIGHT1-ID
           PERFORM 5000-RUN-ONE-CHECK THRU 5000-EXIT
           PERFORM 4050-CLEAR-CHECK THRU 4050-EXIT
           MOVE 4 TO WS-CHK-NUMBER
           MOVE "RPTFILE DETAILS = FZBSPLIT DETAILS READ"
               TO WS-CHK-TEXT
           MOVE "FZBGENC" TO WS-CHK-LEFT-STEP
           MOVE "RPTDTL" TO WS-CHK-LEFT-ID
           MOVE "FZBSPLIT" TO WS-CHK-RIGHT1-STEP
           MOVE "DTLREAD" TO WS-CHK-RIGHT1-ID
           PERFORM 5000-RUN-ONE-CHECK THRU 5000-EXIT
           PERFORM 4050-CLEAR-CHECK THRU 4050-EXIT
           MOVE 5 TO WS-CHK-NUMBER
           MOVE "FZBSPLIT DETAILS READ = EXTRACT DETAILS"
               TO WS-CHK-TEXT
           MOVE "FZBSPLIT" TO WS-CHK-LEFT-STEP
           MOVE "DTLREAD" TO WS-CHK-LEFT-ID
           MOVE "FZBSPLIT" TO WS-CHK-RIGHT1-STEP
           MOVE "EXTDTL" TO WS-CHK-RIGHT1-ID
           PERFORM 5000-RUN-ONE-CHECK THRU 5000-EXIT
           PERFORM 4050-CLEAR-CHECK THRU 4050-EXIT
           MOVE 6 TO WS-CHK-NUMBER
           MOVE "RPTFILE DETAILS = FZBWHSE DETAILS READ"
               TO WS-CHK-TEXT
           MOVE "FZBGENC" TO WS-CHK-LEFT-STEP
           MOVE "RPTDTL" TO WS-CHK-LEFT-ID
           MOVE "FZBWHSE" TO WS-CHK-RIGHT1-STEP
           MOVE "DTLREAD" TO WS-CHK-RIGHT1-ID
           PERFORM 5000-RUN-ONE-CHECK THRU 5000-EXIT
           PERFORM 4050-CLEAR-CHECK THRU 4050-EXIT
           MOVE 7 TO WS-CHK-NUMBER
           MOVE "FZBWHSE DETAILS READ = WAREHOUSE DETAILS"
               TO WS-CHK-TEXT
           MOVE "FZBWHSE" TO WS-CHK-LEFT-STEP
           MOVE "DTLREAD" TO WS-CHK-LEFT-ID
           MOVE "FZBWHSE" TO WS-CHK-RIGHT1-STEP
           MOVE "WHSDTL" TO WS-CHK-RIGHT1-ID
           PERFORM 5000-RUN-ONE-CHECK THRU 5000-EXIT
           PERFORM 4050-CLEAR-CHECK THRU 4050-EXIT
           MOVE 8 TO WS-CHK-NUMBER
           MOVE "RPTFILE TOTALS = FZBCHGB TOTALS READ"
               TO WS-CHK-TEXT
           MOVE "FZBGENC" TO WS-CHK-LEFT-STEP
           MOVE "TOTPROC" TO WS-CHK-LEFT-ID
           MOVE "FZBCHGB" TO WS-CHK-RIGHT1-STEP
           MOVE "TOTPROC" TO WS-CHK-RIGHT1-ID
           PERFORM 5000-RUN-ONE-CHECK THRU 5000-EXIT
           PERFORM 4050-CLEAR-CHECK THRU 4050-EXIT
           MOVE 9 TO WS-CHK-NUMBER
           MOVE "FZBCHGB TOTALS READ = USAGE POSTED"
               TO WS-CHK-TEXT
           MOVE "FZBCHGB" TO WS-CHK-LEFT-STEP
           MOVE "TOTPROC" TO WS-CHK-LEFT-ID
           MOVE "FZBCHGB" TO WS-CHK-RIGHT1-STEP
           MOVE "USGPOST" TO WS-CHK-RIGHT1-ID
           MOVE "FZBCHGB" TO WS-CHK-RIGHT2-STEP
           MOVE "USGPRIOR" TO WS-CHK-RIGHT2-ID
           PERFORM 5000-RUN-ONE-CHECK THRU 5000-EXIT
           GO TO 4000-EXIT.
       4000-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Clear the check definition ahead of the next one, so a check
      * with a single right-hand count never inherits the second one
      * of the check before it.
      *----------------------------------------------------------------
       4050-CLEAR-CHECK.
           MOVE SPACES TO WS-CHK-TEXT
           SET WS-CHK-EQUAL TO TRUE
           MOVE SPACES TO WS-CHK-LEFT-STEP
           MOVE SPACES TO WS-CHK-LEFT-ID
           MOVE SPACES TO WS-CHK-RIGHT1-STEP
           MOVE SPACES TO WS-CHK-RIGHT1-ID
           MOVE SPACES TO WS-CHK-RIGHT2-STEP
           MOVE SPACES TO WS-CHK-RIGHT2-ID
           GO TO 4050-EXIT.
       4050-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Look up the posting for WS-FIND-STEP-ID/WS-FIND-COUNT-ID;
      * WS-FOUND-SUB is zero when the step never posted it.
      *----------------------------------------------------------------
       4900-FIND-POSTING.
           MOVE 0 TO WS-FOUND-SUB
           PERFORM 4950-MATCH-ONE-POSTING THRU 4950-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB IS GREATER THAN WS-ROW-COUNT
           GO TO 4900-EXIT.
       4900-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Compare one held posting against the step and count sought.
      *----------------------------------------------------------------
       4950-MATCH-ONE-POSTING.
           IF WS-ROW-STEP-ID(WS-SUB) IS EQUAL TO WS-FIND-STEP-ID
                   AND WS-ROW-COUNT-ID(WS-SUB)
                       IS EQUAL TO WS-FIND-COUNT-ID
               MOVE WS-SUB TO WS-FOUND-SUB
           END-IF
           GO TO 4950-EXIT.
       4950-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Run the check just defined: look up its left count and its
      * right count(s), compare, and print the result. A count its
      * step never posted is a break in its own right - the step did
      * not run, or ran and could not reach the ledger - and is
      * named on the line instead of being read as a zero.
      *----------------------------------------------------------------
       5000-RUN-ONE-CHECK.
           ADD 1 TO WS-CHECK-COUNT
           MOVE "N" TO WS-CHK-MISSING-SW
           MOVE SPACES TO WS-CHK-MISSING-TEXT
           MOVE 0 TO WS-CHK-LEFT
           MOVE 0 TO WS-CHK-RIGHT
           MOVE WS-CHK-LEFT-STEP TO WS-FIND-STEP-ID
           MOVE WS-CHK-LEFT-ID TO WS-FIND-COUNT-ID
           PERFORM 5100-TAKE-ONE-COUNT THRU 5100-EXIT
           IF WS-FOUND-SUB IS GREATER THAN ZERO
               MOVE WS-ROW-VALUE(WS-FOUND-SUB) TO WS-CHK-LEFT
           END-IF
           MOVE WS-CHK-RIGHT1-STEP TO WS-FIND-STEP-ID
           MOVE WS-CHK-RIGHT1-ID TO WS-FIND-COUNT-ID
           PERFORM 5100-TAKE-ONE-COUNT THRU 5100-EXIT
           IF WS-FOUND-SUB IS GREATER THAN ZERO
               ADD WS-ROW-VALUE(WS-FOUND-SUB) TO WS-CHK-RIGHT
           END-IF
           IF WS-CHK-RIGHT2-STEP IS NOT EQUAL TO SPACES
               MOVE WS-CHK-RIGHT2-STEP TO WS-FIND-STEP-ID
               MOVE WS-CHK-RIGHT2-ID TO WS-FIND-COUNT-ID
               PERFORM 5100-TAKE-ONE-COUNT THRU 5100-EXIT
               IF WS-FOUND-SUB IS GREATER THAN ZERO
                   ADD WS-ROW-VALUE(WS-FOUND-SUB) TO WS-CHK-RIGHT
               END-IF
           END-IF
           COMPUTE WS-CHK-DIFFERENCE = WS-CHK-LEFT - WS-CHK-RIGHT
           MOVE SPACES TO WS-CHECK-LINE
           MOVE WS-CHK-NUMBER TO WS-CL-NUMBER
           MOVE WS-CHK-TEXT TO WS-CL-TEXT
           MOVE WS-CHK-LEFT TO WS-CL-LEFT
           MOVE WS-CHK-RIGHT TO WS-CL-RIGHT
           MOVE WS-CHK-DIFFERENCE TO WS-CL-DIFFERENCE
           EVALUATE TRUE
               WHEN WS-CHK-MISSING
                   STRING "NOT POSTED - " DELIMITED BY SIZE
                          WS-CHK-MISSING-TEXT DELIMITED BY SIZE
                       INTO WS-CL-RESULT
                   END-STRING
                   ADD 1 TO WS-BREAK-COUNT
                   SET WS-ANY-BREAK TO TRUE
               WHEN WS-CHK-DIFFERENCE IS EQUAL TO ZERO
                   MOVE "BALANCED" TO WS-CL-RESULT
               WHEN WS-CHK-NOT-MORE
                       AND WS-CHK-DIFFERENCE IS LESS THAN ZERO
                   MOVE "BALANCED - ONE-OFFS ADDED" TO WS-CL-RESULT
               WHEN OTHER
                   MOVE "OUT OF BALANCE" TO WS-CL-RESULT
                   ADD 1 TO WS-BREAK-COUNT
                   SET WS-ANY-BREAK TO TRUE
           END-EVALUATE
           MOVE WS-CHECK-LINE TO WS-PRINT-LINE
           PERFORM 8500-PRINT-LINE THRU 8500-EXIT
           GO TO 5000-EXIT.
       5000-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Look up one count of the check in hand. The first count found
      * missing is named on the check line (step and count id); each
      * missing count adds to the not-posted total.
      *----------------------------------------------------------------
       5100-TAKE-ONE-COUNT.
           PERFORM 4900-FIND-POSTING THRU 4900-EXIT
           IF WS-FOUND-SUB IS GREATER THAN ZERO
               GO TO 5100-EXIT
           END-IF
           ADD 1 TO WS-MISSING-COUNT
           IF NOT WS-CHK-MISSING
               SET WS-CHK-MISSING TO TRUE
               STRING WS-FIND-STEP-ID DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      WS-FIND-COUNT-ID DELIMITED BY SPACE
                   INTO WS-CHK-MISSING-TEXT
               END-STRING
           END-IF
           GO TO 5100-EXIT.
       5100-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Close the report with the control counts, and an explicit
      * all-clear line when every check balanced - an empty break
      * list should mean "checked and clean", never "not checked".
      *----------------------------------------------------------------
       8000-WRITE-COUNTS.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 8500-PRINT-LINE THRU 8500-EXIT
           IF NOT WS-ANY-BREAK
               MOVE "NO BREAKS - THE NIGHTLY CHAIN BALANCES"
                   TO WS-PRINT-LINE
               PERFORM 8500-PRINT-LINE THRU 8500-EXIT
           END-IF
           MOVE WS-CHECK-COUNT TO WS-CT-CHECKS
           MOVE WS-BREAK-COUNT TO WS-CT-BREAKS
           MOVE WS-MISSING-COUNT TO WS-CT-MISSING
           MOVE WS-COUNT-LINE TO WS-PRINT-LINE
           PERFORM 8500-PRINT-LINE THRU 8500-EXIT
           GO TO 8000-EXIT.
       8000-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Print one line of the balancing report.
      *----------------------------------------------------------------
       8500-PRINT-LINE.
           WRITE BAL-RECORD FROM WS-PRINT-LINE
           IF WS-BAL-FILE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "FZBBAL ABORT - BALRPT WRITE FAILED STATUS "
                   WS-BAL-FILE-STATUS
               GO TO 9990-ABORT-RUN
           END-IF
           GO TO 8500-EXIT.
       8500-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Reached when the report cannot be written or the postings
      * for one run date overflow the table. Nothing is updated by
      * this step, so a rerun after the fix is always safe.
      *----------------------------------------------------------------
       9990-ABORT-RUN.
           CLOSE BATCH-LEDGER
           CLOSE BALANCE-REPORT-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN.
      *----------------------------------------------------------------
      * Reached when the control card is bad or the ledger has
      * nothing to balance for the run date.
      *----------------------------------------------------------------
       9999-REJECT-RUN.
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       END PROGRAM FZBBAL.
