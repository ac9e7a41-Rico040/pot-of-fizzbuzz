      ******************************************************************
      * Author: RLA
      * Date: 10/15/2026
      * Purpose: Run-over-run comparison companion to FIZZBUZZ.
      *          RESULTKS keeps every retained run side by side under
      *          tag/Counter/run date, but nothing compared two real
      *          runs of the same standing request - FZBIMPCT only
      *          costs a hypothetical divisor pair against the latest
      *          results. When a department says its numbers changed
      *          since last week, the answer was two RPTFILEs and a
      *          pair of eyes. This step reads a control card
      *          (CMPCTL) naming a tag and two run dates, walks both
      *          runs' KSDS records for the tag in one keyed browse,
      *          and writes a comparison report (CMPRPT): Counters
      *          present in one run and not the other, Counters whose
      *          class code or text value changed, a movement matrix
      *          between the class codes of the two runs, and the
      *          control counts that prove what changed and by how
      *          much.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * 10/15/2026  RLA  Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FZBCOMP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPARE-CONTROL-FILE ASSIGN TO "CMPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMP-FILE-STATUS.
           SELECT RESULT-KSDS ASSIGN TO "RESULTKS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KS-KEY
               ALTERNATE RECORD KEY IS KS-CLASS-CODE
                   WITH DUPLICATES
               FILE STATUS IS WS-KS-FILE-STATUS.
           SELECT COMPARE-REPORT-FILE ASSIGN TO "CMPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRP-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  COMPARE-CONTROL-FILE.
       01  CMP-RECORD.
           05 CMP-TAG                      PIC X(06).
           05 FILLER                      PIC X(01).
           05 CMP-OLD-RUN-DATE             PIC 9(08).
           05 FILLER                      PIC X(01).
           05 CMP-NEW-RUN-DATE             PIC 9(08).
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
       FD  COMPARE-REPORT-FILE.
       01  CRP-RECORD                      PIC X(132).
       WORKING-STORAGE SECTION.
           01 WS-CMP-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-KS-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-CRP-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-KS-EOF-SW PIC X(01) VALUE "N".
              88 WS-KS-EOF VALUE "Y".
           01 WS-EMPTY-RUN-SW PIC X(01) VALUE "N".
              88 WS-RUN-WAS-EMPTY VALUE "Y".
           01 WS-RUN-DATE PIC 9(08) VALUE 0.
           01 WS-CMP-TAG PIC X(06) VALUE SPACES.
           01 WS-OLD-RUN-DATE PIC 9(08) VALUE 0.
           01 WS-NEW-RUN-DATE PIC 9(08) VALUE 0.
           01 WS-HELD-SW PIC X(01) VALUE "N".
              88 WS-COUNTER-HELD VALUE "Y".
           01 WS-HELD-COUNTER PIC 9(07) VALUE 0.
           01 WS-OLD-SW PIC X(01) VALUE "N".
              88 WS-OLD-PRESENT VALUE "Y".
           01 WS-OLD-CLASS PIC X(08) VALUE SPACES.
           01 WS-OLD-TEXT PIC X(40) VALUE SPACES.
           01 WS-NEW-SW PIC X(01) VALUE "N".
              88 WS-NEW-PRESENT VALUE "Y".
           01 WS-NEW-CLASS PIC X(08) VALUE SPACES.
           01 WS-NEW-TEXT PIC X(40) VALUE SPACES.
           01 WS-CLASS-IN PIC X(08) VALUE SPACES.
           01 WS-CLASS-SUB PIC 9(02) VALUE 0.
           01 WS-CLASS-MAX PIC 9(02) VALUE 12.
           01 WS-CLASS-COUNT PIC 9(02) VALUE 0.
           01 WS-CLASS-TABLE.
              05 WS-CLASS-NAME OCCURS 12 TIMES PIC X(08).
           01 WS-MOVE-MATRIX.
              05 WS-MOVE-ROW OCCURS 12 TIMES.
                 10 WS-MOVE-COUNT OCCURS 12 TIMES PIC 9(08)
                    VALUE ZEROS.
           01 WS-ROW-SUB PIC 9(02) VALUE 0.
           01 WS-COL-SUB PIC 9(02) VALUE 0.
           01 WS-SUB PIC 9(02) VALUE 0.
           01 WS-CNT-OLD-RUN PIC 9(08) VALUE 0.
           01 WS-CNT-NEW-RUN PIC 9(08) VALUE 0.
           01 WS-CNT-BOTH PIC 9(08) VALUE 0.
           01 WS-CNT-UNCHANGED PIC 9(08) VALUE 0.
           01 WS-CNT-CLASS-CHANGED PIC 9(08) VALUE 0.
           01 WS-CNT-TEXT-CHANGED PIC 9(08) VALUE 0.
           01 WS-CNT-OLD-ONLY PIC 9(08) VALUE 0.
           01 WS-CNT-NEW-ONLY PIC 9(08) VALUE 0.
           01 WS-PRINTED-COUNT PIC 9(05) VALUE 0.
           01 WS-PRINT-MAX PIC 9(05) VALUE 200.
           01 WS-SUPPRESSED-SW PIC X(01) VALUE "N".
              88 WS-SUPPRESSION-SAID VALUE "Y".
           01 WS-PRINT-LINE PIC X(132) VALUE SPACES.
           01 WS-HEADING-1.
              05 FILLER PIC X(36)
                 VALUE "FIZZBUZZ RUN-OVER-RUN COMPARISON".
              05 FILLER PIC X(10) VALUE "  RUN DATE".
              05 FILLER PIC X(01) VALUE SPACE.
              05 WS-H1-DATE PIC 9999/99/99.
           01 WS-HEADING-2.
              05 FILLER PIC X(04) VALUE "TAG ".
              05 WS-H2-TAG PIC X(06).
              05 FILLER PIC X(11) VALUE "   OLD RUN ".
              05 WS-H2-OLD-DATE PIC 9999/99/99.
              05 FILLER PIC X(11) VALUE "   NEW RUN ".
              05 WS-H2-NEW-DATE PIC 9999/99/99.
           01 WS-DIFF-DETAIL.
              05 FILLER PIC X(03) VALUE SPACES.
              05 WS-DIF-KIND PIC X(20).
              05 FILLER PIC X(09) VALUE " COUNTER ".
              05 WS-DIF-COUNTER PIC 9(07).
              05 FILLER PIC X(06) VALUE " OLD (".
              05 WS-DIF-OLD-CLASS PIC X(08).
              05 FILLER PIC X(01) VALUE SPACE.
              05 WS-DIF-OLD-TEXT PIC X(24).
              05 FILLER PIC X(07) VALUE ") NEW (".
              05 WS-DIF-NEW-CLASS PIC X(08).
              05 FILLER PIC X(01) VALUE SPACE.
              05 WS-DIF-NEW-TEXT PIC X(24).
              05 FILLER PIC X(01) VALUE ")".
           01 WS-MOVE-LINE.
              05 FILLER PIC X(03) VALUE SPACES.
              05 WS-MV-OLD PIC X(08).
              05 FILLER PIC X(04) VALUE " -> ".
              05 WS-MV-NEW PIC X(08).
              05 FILLER PIC X(02) VALUE SPACES.
              05 WS-MV-COUNT PIC ZZ,ZZZ,ZZ9.
           01 WS-TOTAL-LINE.
              05 FILLER PIC X(03) VALUE SPACES.
              05 WS-TOT-LABEL PIC X(30).
              05 FILLER PIC X(02) VALUE SPACES.
              05 WS-TOT-COUNT PIC ZZ,ZZZ,ZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1000-GET-COMPARE-PARAMETERS THRU 1000-EXIT
           PERFORM 2000-OPEN-FILES THRU 2000-EXIT
           PERFORM 3000-SCAN-ONE-RECORD THRU 3000-EXIT
               UNTIL WS-KS-EOF
           PERFORM 4000-JUDGE-HELD-COUNTER THRU 4000-EXIT
           PERFORM 7000-WRITE-SUMMARY THRU 7000-EXIT
           PERFORM 9000-CLOSE-FILES THRU 9000-EXIT
           IF WS-RUN-WAS-EMPTY
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
      *----------------------------------------------------------------
      * Read the control card naming the tag and the two run dates to
      * compare. There is no default for any of them - a comparison
      * of runs nobody asked about proves nothing - so a missing or
      * bad card rejects the run. The two dates must differ; which
      * one is older is up to the card, and the report labels them
      * as the card gave them.
      *----------------------------------------------------------------
       1000-GET-COMPARE-PARAMETERS.
           OPEN INPUT COMPARE-CONTROL-FILE
           IF WS-CMP-FILE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "FZBCOMP REJECT - CMPCTL OPEN FAILED STATUS "
                   WS-CMP-FILE-STATUS
               GO TO 9999-REJECT-RUN
           END-IF
           READ COMPARE-CONTROL-FILE
               AT END
                   DISPLAY "FZBCOMP REJECT - CMPCTL IS EMPTY"
                   CLOSE COMPARE-CONTROL-FILE
                   GO TO 9999-REJECT-RUN
               NOT AT END
                   IF CMP-TAG IS EQUAL TO SPACES
                       DISPLAY "FZBCOMP REJECT - TAG MUST NOT BE BLANK"
                       CLOSE COMPARE-CONTROL-FILE
                       GO TO 9999-REJECT-RUN
                   END-IF
                   IF CMP-OLD-RUN-DATE IS NOT NUMERIC
                           OR CMP-OLD-RUN-DATE IS EQUAL TO ZERO
                           OR CMP-NEW-RUN-DATE IS NOT NUMERIC
                           OR CMP-NEW-RUN-DATE IS EQUAL TO ZERO
                       DISPLAY "FZBCOMP REJECT - RUN DATES MUST BE "
                           "NUMERIC AND GREATER THAN ZERO"
                       CLOSE COMPARE-CONTROL-FILE
                       GO TO 9999-REJECT-RUN
                   END-IF
                   IF CMP-OLD-RUN-DATE IS EQUAL TO CMP-NEW-RUN-DATE
                       DISPLAY "FZBCOMP REJECT - THE TWO RUN DATES "
                           "MUST DIFFER"
                       CLOSE COMPARE-CONTROL-FILE
                       GO TO 9999-REJECT-RUN
                   END-IF
                   MOVE CMP-TAG TO WS-CMP-TAG
                   MOVE CMP-OLD-RUN-DATE TO WS-OLD-RUN-DATE
                   MOVE CMP-NEW-RUN-DATE TO WS-NEW-RUN-DATE
           END-READ
           CLOSE COMPARE-CONTROL-FILE
           GO TO 1000-EXIT.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Open the KSDS read-only - a comparison must not disturb what
      * it compares - and the report, and position the browse at the
      * front of the tag's records. A tag with no records at all
      * leaves the browse at end of file and the report says so.
      *----------------------------------------------------------------
       2000-OPEN-FILES.
           OPEN INPUT RESULT-KSDS
           IF WS-KS-FILE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "FZBCOMP ABORT - RESULTKS OPEN FAILED STATUS "
                   WS-KS-FILE-STATUS
               GO TO 9990-ABORT-RUN
           END-IF
           OPEN OUTPUT COMPARE-REPORT-FILE
           IF WS-CRP-FILE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "FZBCOMP ABORT - CMPRPT OPEN FAILED STATUS "
                   WS-CRP-FILE-STATUS
               GO TO 9990-ABORT-RUN
           END-IF
           MOVE WS-RUN-DATE TO WS-H1-DATE
           MOVE WS-HEADING-1 TO WS-PRINT-LINE
           PERFORM 8500-PRINT-LINE THRU 8500-EXIT
           MOVE WS-CMP-TAG TO WS-H2-TAG
           MOVE WS-OLD-RUN-DATE TO WS-H2-OLD-DATE
           MOVE WS-NEW-RUN-DATE TO WS-H2-NEW-DATE
           MOVE WS-HEADING-2 TO WS-PRINT-LINE
           PERFORM 8500-PRINT-LINE THRU 8500-EXIT
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 8500-PRINT-LINE THRU 8500-EXIT
           MOVE "DIFFERENCES BY COUNTER" TO WS-PRINT-LINE
           PERFORM 8500-PRINT-LINE THRU 8500-EXIT
           MOVE WS-CMP-TAG TO KS-TAG
           MOVE 0 TO KS-COUNTER
           MOVE 0 TO KS-RUN-DATE
           START RESULT-KSDS KEY IS NOT LESS THAN KS-KEY
               INVALID KEY
                   SET WS-KS-EOF TO TRUE
           END-START
           GO TO 2000-EXIT.
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Read the tag's next KSDS record. The key runs tag, Counter,
      * run date, so every retained run of one Counter sits together:
      * the two runs being compared are picked out of that group and
      * held, records of other retained runs are stepped over, and
      * when the Counter moves on the held pair is judged. Running
      * off the tag ends the browse.
      *----------------------------------------------------------------
       3000-SCAN-ONE-RECORD.
           READ RESULT-KSDS NEXT
               AT END
                   SET WS-KS-EOF TO TRUE
           END-READ
           IF WS-KS-EOF
               GO TO 3000-EXIT
           END-IF
           IF KS-TAG IS NOT EQUAL TO WS-CMP-TAG
               SET WS-KS-EOF TO TRUE
               GO TO 3000-EXIT
           END-IF
           IF KS-RUN-DATE IS NOT EQUAL TO WS-OLD-RUN-DATE
                   AND KS-RUN-DATE IS NOT EQUAL TO WS-NEW-RUN-DATE
               GO TO 3000-EXIT
           END-IF
           IF WS-COUNTER-HELD
                   AND KS-COUNTER IS NOT EQUAL TO WS-HELD-COUNTER
               PERFORM 4000-JUDGE-HELD-COUNTER THRU 4000-EXIT
           END-IF
           MOVE KS-COUNTER TO WS-HELD-COUNTER
           SET WS-COUNTER-HELD TO TRUE
           IF KS-RUN-DATE IS EQUAL TO WS-OLD-RUN-DATE
               SET WS-OLD-PRESENT TO TRUE
               MOVE KS-CLASS-CODE TO WS-OLD-CLASS
               MOVE KS-TEXT-VALUE TO WS-OLD-TEXT
               ADD 1 TO WS-CNT-OLD-RUN
           ELSE
               SET WS-NEW-PRESENT TO TRUE
               MOVE KS-CLASS-CODE TO WS-NEW-CLASS
               MOVE KS-TEXT-VALUE TO WS-NEW-TEXT
               ADD 1 TO WS-CNT-NEW-RUN
           END-IF
           GO TO 3000-EXIT.
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Judge the Counter held from the two runs. Present in both, it
      * is scored in the movement matrix and reported when its class
      * code or text value changed - a changed text under the same
      * class code is a rule-set word change, which the business
      * cares about as much as a class move. Present in one run only,
      * it is reported and counted against that run. The hold is then
      * cleared for the next Counter.
      *----------------------------------------------------------------
       4000-JUDGE-HELD-COUNTER.
           IF NOT WS-COUNTER-HELD
               GO TO 4000-EXIT
           END-IF
           IF WS-OLD-PRESENT AND WS-NEW-PRESENT
               ADD 1 TO WS-CNT-BOTH
               MOVE WS-OLD-CLASS TO WS-CLASS-IN
               PERFORM 4100-CLASS-TO-SUBSCRIPT THRU 4100-EXIT
               MOVE WS-CLASS-SUB TO WS-ROW-SUB
               MOVE WS-NEW-CLASS TO WS-CLASS-IN
               PERFORM 4100-CLASS-TO-SUBSCRIPT THRU 4100-EXIT
               MOVE WS-CLASS-SUB TO WS-COL-SUB
               ADD 1 TO WS-MOVE-COUNT(WS-ROW-SUB, WS-COL-SUB)
               IF WS-OLD-CLASS IS NOT EQUAL TO WS-NEW-CLASS
                   ADD 1 TO WS-CNT-CLASS-CHANGED
                   MOVE "CLASS CHANGED -" TO WS-DIF-KIND
                   PERFORM 4600-PRINT-DIFF-LINE THRU 4600-EXIT
               ELSE
                   IF WS-OLD-TEXT IS NOT EQUAL TO WS-NEW-TEXT
                       ADD 1 TO WS-CNT-TEXT-CHANGED
                       MOVE "TEXT CHANGED -" TO WS-DIF-KIND
                       PERFORM 4600-PRINT-DIFF-LINE THRU 4600-EXIT
                   ELSE
                       ADD 1 TO WS-CNT-UNCHANGED
                   END-IF
               END-IF
           ELSE
               IF WS-OLD-PRESENT
                   ADD 1 TO WS-CNT-OLD-ONLY
                   MOVE "ONLY IN OLD RUN -" TO WS-DIF-KIND
                   MOVE SPACES TO WS-NEW-CLASS
                   MOVE SPACES TO WS-NEW-TEXT
               ELSE
                   ADD 1 TO WS-CNT-NEW-ONLY
                   MOVE "ONLY IN NEW RUN -" TO WS-DIF-KIND
                   MOVE SPACES TO WS-OLD-CLASS
                   MOVE SPACES TO WS-OLD-TEXT
               END-IF
               PERFORM 4600-PRINT-DIFF-LINE THRU 4600-EXIT
           END-IF
           MOVE "N" TO WS-HELD-SW
           MOVE "N" TO WS-OLD-SW
           MOVE "N" TO WS-NEW-SW
           MOVE SPACES TO WS-OLD-CLASS
           MOVE SPACES TO WS-OLD-TEXT
           MOVE SPACES TO WS-NEW-CLASS
           MOVE SPACES TO WS-NEW-TEXT
           GO TO 4000-EXIT.
       4000-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Map a class code to its movement-matrix subscript. Named rule
      * sets write class codes nothing can list in advance, so the
      * matrix learns its codes as the two runs present them, in the
      * order first seen. The last slot is kept back for OTHER - once
      * the table is full every further code lands there rather than
      * off the table, and the report's counts still foot.
      *----------------------------------------------------------------
       4100-CLASS-TO-SUBSCRIPT.
           MOVE 0 TO WS-CLASS-SUB
           PERFORM 4150-MATCH-ONE-CLASS THRU 4150-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB IS GREATER THAN WS-CLASS-COUNT
           IF WS-CLASS-SUB IS GREATER THAN ZERO
               GO TO 4100-EXIT
           END-IF
           IF WS-CLASS-COUNT IS LESS THAN WS-CLASS-MAX - 1
               ADD 1 TO WS-CLASS-COUNT
               MOVE WS-CLASS-IN TO WS-CLASS-NAME(WS-CLASS-COUNT)
               MOVE WS-CLASS-COUNT TO WS-CLASS-SUB
               GO TO 4100-EXIT
           END-IF
           MOVE WS-CLASS-MAX TO WS-CLASS-SUB
           MOVE "OTHER" TO WS-CLASS-NAME(WS-CLASS-MAX)
           GO TO 4100-EXIT.
       4100-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Compare one learned class code against the code in hand.
      *----------------------------------------------------------------
       4150-MATCH-ONE-CLASS.
           IF WS-CLASS-NAME(WS-SUB) IS EQUAL TO WS-CLASS-IN
               MOVE WS-SUB TO WS-CLASS-SUB
           END-IF
           GO TO 4150-EXIT.
       4150-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Print one Counter-level difference, capped the way FZBVRFY
      * caps its exceptions - a rule change that moves every Counter
      * of a big run reports its counts and matrix instead of burying
      * the reader under every line. Everything is still counted; the
      * report says once that printing stopped.
      *----------------------------------------------------------------
       4600-PRINT-DIFF-LINE.
           IF WS-PRINTED-COUNT IS LESS THAN WS-PRINT-MAX
               ADD 1 TO WS-PRINTED-COUNT
               MOVE WS-HELD-COUNTER TO WS-DIF-COUNTER
               MOVE WS-OLD-CLASS TO WS-DIF-OLD-CLASS
               MOVE WS-OLD-TEXT TO WS-DIF-OLD-TEXT
               MOVE WS-NEW-CLASS TO WS-DIF-NEW-CLASS
               MOVE WS-NEW-TEXT TO WS-DIF-NEW-TEXT
               MOVE WS-DIFF-DETAIL TO WS-PRINT-LINE
               PERFORM 8500-PRINT-LINE THRU 8500-EXIT
           ELSE
               IF NOT WS-SUPPRESSION-SAID
                   SET WS-SUPPRESSION-SAID TO TRUE
                   MOVE "   FURTHER DIFFERENCES SUPPRESSED, SEE COUNTS"
                       TO WS-PRINT-LINE
                   PERFORM 8500-PRINT-LINE THRU 8500-EXIT
               END-IF
           END-IF
           GO TO 4600-EXIT.
       4600-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Close the report with the movement matrix and the control
      * counts. A run with no records at all for the tag is called
      * out by name - comparing against an empty run usually means a
      * mistyped date or a run already purged, and a report of "every
      * Counter only in one run" should not be mistaken for a finding.
      * The counts foot both ways: each run's records equal the
      * Counters in both plus that run's only-in Counters, and the
      * Counters in both equal unchanged plus class changed plus text
      * changed.
      *----------------------------------------------------------------
       7000-WRITE-SUMMARY.
           IF WS-PRINTED-COUNT IS EQUAL TO ZERO
               MOVE "   NO DIFFERENCES - THE TWO RUNS AGREE IN FULL"
                   TO WS-PRINT-LINE
               PERFORM 8500-PRINT-LINE THRU 8500-EXIT
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 8500-PRINT-LINE THRU 8500-EXIT
           MOVE "CLASS MOVEMENT (OLD RUN -> NEW RUN)" TO WS-PRINT-LINE
           PERFORM 8500-PRINT-LINE THRU 8500-EXIT
           PERFORM 7100-PRINT-ONE-MOVE-ROW THRU 7100-EXIT
               VARYING WS-ROW-SUB FROM 1 BY 1
               UNTIL WS-ROW-SUB IS GREATER THAN WS-CLASS-MAX
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 8500-PRINT-LINE THRU 8500-EXIT
           MOVE "RECORDS IN OLD RUN" TO WS-TOT-LABEL
           MOVE WS-CNT-OLD-RUN TO WS-TOT-COUNT
           PERFORM 7200-PRINT-TOTAL-LINE THRU 7200-EXIT
           MOVE "RECORDS IN NEW RUN" TO WS-TOT-LABEL
           MOVE WS-CNT-NEW-RUN TO WS-TOT-COUNT
           PERFORM 7200-PRINT-TOTAL-LINE THRU 7200-EXIT
           MOVE "COUNTERS IN BOTH RUNS" TO WS-TOT-LABEL
           MOVE WS-CNT-BOTH TO WS-TOT-COUNT
           PERFORM 7200-PRINT-TOTAL-LINE THRU 7200-EXIT
           MOVE "  UNCHANGED" TO WS-TOT-LABEL
           MOVE WS-CNT-UNCHANGED TO WS-TOT-COUNT
           PERFORM 7200-PRINT-TOTAL-LINE THRU 7200-EXIT
           MOVE "  CLASS CODE CHANGED" TO WS-TOT-LABEL
           MOVE WS-CNT-CLASS-CHANGED TO WS-TOT-COUNT
           PERFORM 7200-PRINT-TOTAL-LINE THRU 7200-EXIT
           MOVE "  TEXT VALUE CHANGED" TO WS-TOT-LABEL
           MOVE WS-CNT-TEXT-CHANGED TO WS-TOT-COUNT
           PERFORM 7200-PRINT-TOTAL-LINE THRU 7200-EXIT
           MOVE "COUNTERS ONLY IN OLD RUN" TO WS-TOT-LABEL
           MOVE WS-CNT-OLD-ONLY TO WS-TOT-COUNT
           PERFORM 7200-PRINT-TOTAL-LINE THRU 7200-EXIT
           MOVE "COUNTERS ONLY IN NEW RUN" TO WS-TOT-LABEL
           MOVE WS-CNT-NEW-ONLY TO WS-TOT-COUNT
           PERFORM 7200-PRINT-TOTAL-LINE THRU 7200-EXIT
           IF WS-CNT-OLD-RUN IS EQUAL TO ZERO
               SET WS-RUN-WAS-EMPTY TO TRUE
               MOVE SPACES TO WS-PRINT-LINE
               STRING "WARNING - NO RECORDS FOR TAG " WS-CMP-TAG
                   " ON OLD RUN DATE " WS-OLD-RUN-DATE
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM 8500-PRINT-LINE THRU 8500-EXIT
               DISPLAY "FZBCOMP WARNING - NO RECORDS FOR TAG "
                   WS-CMP-TAG " ON OLD RUN DATE " WS-OLD-RUN-DATE
           END-IF
           IF WS-CNT-NEW-RUN IS EQUAL TO ZERO
               SET WS-RUN-WAS-EMPTY TO TRUE
               MOVE SPACES TO WS-PRINT-LINE
               STRING "WARNING - NO RECORDS FOR TAG " WS-CMP-TAG
                   " ON NEW RUN DATE " WS-NEW-RUN-DATE
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM 8500-PRINT-LINE THRU 8500-EXIT
               DISPLAY "FZBCOMP WARNING - NO RECORDS FOR TAG "
                   WS-CMP-TAG " ON NEW RUN DATE " WS-NEW-RUN-DATE
           END-IF
           GO TO 7000-EXIT.
       7000-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Print the movement lines for one old-run class - only pairs
      * that actually moved records, so the matrix reads as the
      * answer it is and not as a table of zeros.
      *----------------------------------------------------------------
       7100-PRINT-ONE-MOVE-ROW.
           PERFORM 7150-PRINT-ONE-MOVE-CELL THRU 7150-EXIT
               VARYING WS-COL-SUB FROM 1 BY 1
               UNTIL WS-COL-SUB IS GREATER THAN WS-CLASS-MAX
           GO TO 7100-EXIT.
       7100-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Print one movement-matrix cell when it counted anything.
      *----------------------------------------------------------------
       7150-PRINT-ONE-MOVE-CELL.
           IF WS-MOVE-COUNT(WS-ROW-SUB, WS-COL-SUB)
                   IS GREATER THAN ZERO
               MOVE WS-CLASS-NAME(WS-ROW-SUB) TO WS-MV-OLD
               MOVE WS-CLASS-NAME(WS-COL-SUB) TO WS-MV-NEW
               MOVE WS-MOVE-COUNT(WS-ROW-SUB, WS-COL-SUB)
                   TO WS-MV-COUNT
               MOVE WS-MOVE-LINE TO WS-PRINT-LINE
               PERFORM 8500-PRINT-LINE THRU 8500-EXIT
           END-IF
           GO TO 7150-EXIT.
       7150-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Print one control-count line.
      *----------------------------------------------------------------
       7200-PRINT-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM 8500-PRINT-LINE THRU 8500-EXIT
           GO TO 7200-EXIT.
       7200-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Print one line of the comparison report.
      *----------------------------------------------------------------
       8500-PRINT-LINE.
           WRITE CRP-RECORD FROM WS-PRINT-LINE
           IF WS-CRP-FILE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "FZBCOMP ABORT - CMPRPT WRITE FAILED STATUS "
                   WS-CRP-FILE-STATUS
               GO TO 9990-ABORT-RUN
           END-IF
           GO TO 8500-EXIT.
       8500-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Close out every file opened for this run.
      *----------------------------------------------------------------
       9000-CLOSE-FILES.
           CLOSE RESULT-KSDS
           CLOSE COMPARE-REPORT-FILE
           GO TO 9000-EXIT.
       9000-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Reached when the KSDS cannot be read or the report cannot be
      * written.
      *----------------------------------------------------------------
       9990-ABORT-RUN.
           CLOSE RESULT-KSDS
           CLOSE COMPARE-REPORT-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN.
      *----------------------------------------------------------------
      * Reached when the control card is missing or bad. Nothing has
      * been opened beyond the card itself.
      *----------------------------------------------------------------
       9999-REJECT-RUN.
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       END PROGRAM FZBCOMP.
