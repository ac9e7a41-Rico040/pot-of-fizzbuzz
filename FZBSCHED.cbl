      *                  TRAN-RECORD gained, so a standing request
      *                  runs under a named set the same way a
      *                  hand-keyed one does.
      * 10/15/2026  RLA  Control counts (entries read, requests
      *                  written) are posted to the run-date batch
      *                  ledger (BATLEDG) so FZBBAL can balance the
      *                  nightly chain from scheduler to chargeback.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FZBSCHED.
           SELECT TRANSACTION-FILE ASSIGN TO "TRANFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-FILE-STATUS.
           SELECT BATCH-LEDGER ASSIGN TO "BATLEDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDG-KEY
               FILE STATUS IS WS-LDG-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SCHEDULE-MASTER-FILE.
           05 TRAN-SUSP-DATE               PIC X(08).
           05 FILLER                      PIC X(01).
           05 TRAN-RULE-SET                PIC X(06).
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
           01 WS-SCH-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-TRAN-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-NOT-DUE-COUNT PIC 9(05) VALUE 0.
           01 WS-WINDOW-COUNT PIC 9(05) VALUE 0.
           01 WS-REJECTED-COUNT PIC 9(05) VALUE 0.
           01 WS-LDG-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-LDG-OPEN-SW PIC X(01) VALUE "N".
              88 WS-LDG-OPEN VALUE "Y".
           01 WS-LDG-RUN-DATE PIC 9(08) VALUE 0.
           01 WS-LDG-STEP-ID PIC X(08) VALUE "FZBSCHED".
           01 WS-LDG-COUNT-ID PIC X(08) VALUE SPACES.
           01 WS-LDG-COUNT PIC 9(09) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-SET-CALENDAR THRU 1000-EXIT
           PERFORM 3000-JUDGE-ONE-ENTRY THRU 3000-EXIT
               UNTIL WS-SCH-EOF
           PERFORM 9000-CLOSE-FILES THRU 9000-EXIT
           PERFORM 9700-POST-BATCH-LEDGER THRU 9700-EXIT
           DISPLAY "FZBSCHED - READ " WS-READ-COUNT
               " WRITTEN " WS-WRITTEN-COUNT
               " NOT-DUE " WS-NOT-DUE-COUNT
       9000-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Post the scheduler's control counts to the batch ledger
      * (BATLEDG) under today's run date: schedule entries read and
      * requests written to TRANFILE. FZBBAL ties the requests
      * written here to the transactions FIZZBUZZ reads - the
      * difference is the one-off requests operations key by hand
      * behind this step, and a FIZZBUZZ that read fewer than were
      * scheduled has lost some.
      *----------------------------------------------------------------
       9700-POST-BATCH-LEDGER.
           PERFORM 9710-OPEN-BATCH-LEDGER THRU 9710-EXIT
           IF NOT WS-LDG-OPEN
               GO TO 9700-EXIT
           END-IF
           MOVE WS-RUN-DATE TO WS-LDG-RUN-DATE
           MOVE "SCHDREAD" TO WS-LDG-COUNT-ID
           MOVE WS-READ-COUNT TO WS-LDG-COUNT
           PERFORM 9720-POST-ONE-COUNT THRU 9720-EXIT
           MOVE "SCHEDULD" TO WS-LDG-COUNT-ID
           MOVE WS-WRITTEN-COUNT TO WS-LDG-COUNT
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
               DISPLAY "FZBSCHED WARNING - BATLEDG OPEN FAILED STATUS "
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
               DISPLAY "FZBSCHED WARNING - BATLEDG POST FAILED STATUS "
                   WS-LDG-FILE-STATUS " FOR " WS-LDG-COUNT-ID
           END-IF
           GO TO 9720-EXIT.
       9720-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Reached when a file fails to open or a TRANFILE WRITE comes
      * back bad. A partial TRANFILE must not reach FIZZBUZZ looking
      * whole - the forgotten-request problem this step exists to
