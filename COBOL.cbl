      *                  can pull by classification in one keyed
      *                  pass; every program opening the KSDS now
      *                  declares the key so its opens keep working.
      * 10/15/2026  RLA  The rule-set master is now the KSDS FZBRULM
      *                  maintains, keyed set id/version/entry, with
      *                  every version of a set kept behind a header
      *                  record carrying its effective date and
      *                  whether it retires the set. The loader takes,
      *                  per set, the highest version in force on
      *                  WS-RUN-DATE; a transaction naming a retired
      *                  set is rejected BADX. The START audit record
      *                  gained the rule-set id and version the
      *                  transaction ran under, appended at the end so
      *                  old records still parse. The bare card deck
      *                  is loaded onto the master once with FZBRULM
      *                  add cards.
      * 10/15/2026  RLA  RPTFILE is now kept as one generation per run
      *                  date (RPTFILE.D plus the run date) instead of
      *                  being overwritten by every run, so a prior
      *                  day's report can be re-printed, re-split, or
      *                  re-verified; FZBGENC catalogs each generation
      *                  on RPTCAT and FZBGENP ages them out. The
      *                  checkpoint gained the run date (appended at
      *                  the end so old records still parse) and a
      *                  restart resumes under it, so a restart past
      *                  midnight extends the same generation.
      * 10/15/2026  RLA  Control counts (transactions read, run,
      *                  and suspended; records processed) are
      *                  posted to the run-date batch ledger
      *                  (BATLEDG) at end of job so FZBBAL can
      *                  balance the nightly chain.
      * 10/15/2026  RLA  A large batch can now run as partitions:
      *                  FZBPART splits TRANFILE into TRANFILE.Pnn and
      *                  cuts each partition a PARTID card (partition
      *                  number and the batch run date). A run given a
      *                  PARTID card takes the batch run date from it
      *                  and keeps its own TRANFILE, CKPTFILE, RUNSTAT,
      *                  RUNDISP, AUDITLOG, SUSPFILE, OPRCMD, and
      *                  report file, each named with the partition
      *                  suffix .Pnn, and posts its ledger counts under
      *                  step FIZZBPnn - so partitions run side by
      *                  side, restart on their own checkpoints, and
      *                  FZBMERG combines them into the batch's one
      *                  RPTFILE generation, RUNDISP, AUDITLOG END, and
      *                  FIZZBUZZ postings. A run with no PARTID card
      *                  is unchanged.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZBUZZ.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "CTLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.
           SELECT OPTIONAL PARTITION-ID-FILE ASSIGN TO "PARTID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PTN-FILE-STATUS.
           SELECT OPTIONAL TRANSACTION-FILE ASSIGN USING WS-TRAN-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN USING WS-RPT-GEN-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
           SELECT OPTIONAL CHECKPOINT-FILE ASSIGN USING WS-CKPT-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-FILE-STATUS.
           SELECT RESULT-KSDS ASSIGN TO "RESULTKS"
               ALTERNATE RECORD KEY IS KS-CLASS-CODE
                   WITH DUPLICATES
               FILE STATUS IS WS-KS-FILE-STATUS.
           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN USING WS-AUD-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.
           SELECT OPTIONAL SUSPENSE-FILE ASSIGN USING WS-SUSP-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-FILE-STATUS.
           SELECT OPTIONAL OPERATOR-CMD-FILE ASSIGN USING WS-OPR-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPR-FILE-STATUS.
           SELECT RUN-STATUS-FILE ASSIGN USING WS-STAT-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-FILE-STATUS.
           SELECT OPTIONAL REQUESTER-MASTER ASSIGN TO "REQMAST"
               RECORD KEY IS RQ-KEY
               FILE STATUS IS WS-REQM-FILE-STATUS.
           SELECT OPTIONAL RULE-SET-FILE ASSIGN TO "RULEFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RUL-KEY
               FILE STATUS IS WS-RUL-FILE-STATUS.
           SELECT RUN-DISPOSITION-FILE ASSIGN USING WS-DISP-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISP-FILE-STATUS.
           SELECT BATCH-LEDGER ASSIGN TO "BATLEDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDG-KEY
               FILE STATUS IS WS-LDG-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
           05 CTL-DIVISOR-2               PIC 9(03).
           05 FILLER                      PIC X(01).
           05 CTL-OPERATOR-ID             PIC X(08).
       FD  PARTITION-ID-FILE.
       01  PTN-RECORD.
           05 PTN-PARTITION                PIC 9(02).
           05 FILLER                      PIC X(01).
           05 PTN-RUN-DATE                 PIC 9(08).
       FD  TRANSACTION-FILE.
       01  TRAN-RECORD.
           05 TRAN-TAG                     PIC X(06).
           05 TRAN-RULE-SET                PIC X(06).
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
       01  RUL-HEADER-RECORD.
           05 FILLER                      PIC X(11).
           05 FILLER                      PIC X(01).
           05 RUL-EFF-DATE                 PIC 9(08).
           05 FILLER                      PIC X(01).
           05 RUL-VERSION-STATUS           PIC X(01).
              88 RUL-VERSION-ACTIVE VALUE "A".
              88 RUL-VERSION-RETIRED VALUE "R".
           05 FILLER                      PIC X(01).
           05 RUL-ENTRY-COUNT              PIC 9(02).
           05 FILLER                      PIC X(01).
           05 RUL-CHANGED-BY               PIC X(08).
           05 FILLER                      PIC X(01).
           05 RUL-CHANGE-DATE              PIC 9(08).
       FD  CHECKPOINT-FILE.
       01  CKPT-RECORD.
           05 CKPT-TAG                     PIC X(06).
           05 CKPT-TOTAL-OTHER             PIC 9(07).
           05 FILLER                      PIC X(01).
           05 CKPT-GRAND-OTHER             PIC 9(07).
           05 FILLER                      PIC X(01).
           05 CKPT-RUN-DATE                PIC 9(08).
       FD  RESULT-KSDS.
       01  KS-RECORD.
           05 KS-KEY.
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
           05 STAT-RATE                    PIC 9(07).
           05 FILLER                      PIC X(01).
           05 STAT-ETA-TIME                PIC 9(06).
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
           01 Counter PIC 9(7) VALUE 1.
           01 Result PIC 9(3).
           01 WS-AUD-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-OPERATOR-ID PIC X(08) VALUE "BATCHJOB".
           01 WS-RUN-DATE PIC 9(08) VALUE 0.
           01 WS-EXEC-START-DATE PIC 9(08) VALUE 0.
           01 WS-RPT-GEN-DSN PIC X(24) VALUE SPACES.
           01 WS-PTN-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-PARTITION PIC 9(02) VALUE 0.
              88 WS-PARTITIONED VALUE 1 THRU 99.
           01 WS-PART-SUFFIX.
              05 FILLER PIC X(02) VALUE ".P".
              05 WS-PART-SUFFIX-NUMBER PIC 9(02) VALUE 0.
           01 WS-TRAN-DSN PIC X(24) VALUE "TRANFILE".
           01 WS-CKPT-DSN PIC X(24) VALUE "CKPTFILE".
           01 WS-AUD-DSN PIC X(24) VALUE "AUDITLOG".
           01 WS-SUSP-DSN PIC X(24) VALUE "SUSPFILE".
           01 WS-OPR-DSN PIC X(24) VALUE "OPRCMD".
           01 WS-STAT-DSN PIC X(24) VALUE "RUNSTAT".
           01 WS-DISP-DSN PIC X(24) VALUE "RUNDISP".
           01 WS-CKPT-INTERVAL PIC 9(05) VALUE 1000.
           01 WS-CKPT-COUNT PIC 9(05) VALUE 0.
           01 WS-RESTART-SW PIC X(01) VALUE "N".
              88 WS-ANY-TRAN-REJECTED VALUE "Y".
           01 WS-SUSP-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-REJECT-REASON PIC X(04) VALUE SPACES.
           01 WS-SUSP-COUNT PIC 9(05) VALUE 0.
           01 WS-LDG-TRAN-READ PIC 9(05) VALUE 0.
           01 WS-OPR-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-QUIESCE-SW PIC X(01) VALUE "N".
              88 WS-QUIESCE-REQUESTED VALUE "Y".
           01 WS-RULE-SET-TABLE.
              05 WS-SET-ENTRY OCCURS 20 TIMES.
                 10 WS-SET-ID PIC X(06).
                 10 WS-SET-VERSION PIC 9(03).
                 10 WS-SET-STATUS PIC X(01).
                    88 WS-SET-RETIRED VALUE "R".
                 10 WS-SET-RULE-COUNT PIC 9(02).
                 10 WS-SET-RULE OCCURS 8 TIMES.
                    15 WS-SET-DIVISOR PIC 9(03).
                    15 WS-SET-WORD PIC X(08).
                    15 WS-SET-CLASS PIC X(02).
           01 WS-CURRENT-RULE-SET PIC X(06) VALUE SPACES.
           01 WS-CURRENT-RULE-VERSION PIC 9(03) VALUE 0.
           01 WS-LOAD-SET-SUB PIC 9(02) VALUE 0.
           01 WS-RUL-SKIP-SW PIC X(01) VALUE "N".
              88 WS-RUL-VERSION-SKIPPED VALUE "Y".
           01 WS-ACTIVE-COUNT PIC 9(02) VALUE 0.
           01 WS-ACTIVE-RULES.
              05 WS-ACT-RULE OCCURS 8 TIMES.
                 10 WS-RPT-BUF-COUNTER PIC 9(07).
                 10 WS-RPT-BUF-CLASS PIC X(08).
                 10 WS-RPT-BUF-TEXT PIC X(40).
           01 WS-LDG-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-LDG-OPEN-SW PIC X(01) VALUE "N".
              88 WS-LDG-OPEN VALUE "Y".
           01 WS-LDG-RUN-DATE PIC 9(08) VALUE 0.
           01 WS-LDG-STEP-ID PIC X(08) VALUE "FIZZBUZZ".
           01 WS-LDG-COUNT-ID PIC X(08) VALUE SPACES.
           01 WS-LDG-COUNT PIC 9(09) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-GET-RUN-PARAMETERS THRU 1000-EXIT
           PERFORM 1200-CHECK-RESTART THRU 1200-EXIT
           MOVE "A" TO WS-DISP-RUN-STATUS
           PERFORM 9600-WRITE-RUN-DISPOSITION THRU 9600-EXIT
           PERFORM 1080-LOAD-RULE-SETS THRU 1080-EXIT
           PERFORM 3100-OPEN-TRANSACTIONS THRU 3100-EXIT
           IF WS-PARTITIONED AND NOT WS-TRAN-MODE
               DISPLAY "FIZZBUZZ ABORT - NO " WS-TRAN-DSN
                   " FOR PARTITION " WS-PARTITION
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT WS-TRAN-MODE
               PERFORM 1050-VALIDATE-PARAMETERS THRU 1050-EXIT
               IF NOT WS-PARMS-VALID
                   GO TO 9999-REJECT-RUN
               END-IF
           END-IF
           PERFORM 2000-OPEN-FILES THRU 2000-EXIT
           PERFORM 3000-PROCESS-TRANSACTIONS THRU 3000-EXIT
           IF WS-QUIESCE-REQUESTED
               PERFORM 9000-CLOSE-FILES THRU 9000-EXIT
               MOVE "Q" TO WS-DISP-RUN-STATUS
               PERFORM 9600-WRITE-RUN-DISPOSITION THRU 9600-EXIT
               PERFORM 9700-POST-BATCH-LEDGER THRU 9700-EXIT
               DISPLAY "FIZZBUZZ QUIESCED - CHECKPOINT LEFT FOR "
                   "RESTART"
               MOVE 4 TO RETURN-CODE
           PERFORM 9000-CLOSE-FILES THRU 9000-EXIT
           MOVE "C" TO WS-DISP-RUN-STATUS
           PERFORM 9600-WRITE-RUN-DISPOSITION THRU 9600-EXIT
           PERFORM 9700-POST-BATCH-LEDGER THRU 9700-EXIT
           IF WS-ANY-TRAN-REJECTED
               MOVE 8 TO RETURN-CODE
           END-IF
      *----------------------------------------------------------------
       1000-GET-RUN-PARAMETERS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-EXEC-START-DATE
           ACCEPT WS-TIME-NOW FROM TIME
           COMPUTE WS-START-SECONDS = WS-TIME-HH * 3600
               + WS-TIME-MM * 60 + WS-TIME-SS
           END-IF
           MOVE WS-DIVISOR-1 TO WS-DFLT-DIVISOR-1
           MOVE WS-DIVISOR-2 TO WS-DFLT-DIVISOR-2
           PERFORM 1020-GET-PARTITION-ID THRU 1020-EXIT
           GO TO 1000-EXIT.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Read the optional partition card FZBPART cuts for each
      * partition of a split batch: the partition number and the
      * batch's run date. With no card (or partition 00) this is an
      * ordinary whole-batch run and every file keeps its usual name.
      * With one, the run takes the batch run date - partitions
      * started either side of midnight must still write one run
      * date - and every file this execution owns alone is renamed
      * with the partition suffix (.P and the number): the partition
      * TRANFILE FZBPART wrote, and its own CKPTFILE, RUNSTAT,
      * RUNDISP, AUDITLOG, SUSPFILE, OPRCMD, and report file. That
      * is what lets the partitions run side by side without
      * treading on each other's checkpoint, and lets one that fails
      * be restarted by itself against its own checkpoint while the
      * others stand finished. RESULTKS, REQMAST, the rule-set
      * master, and BATLEDG stay shared; the ledger counts go under
      * step FIZZBP and the partition number, for FZBMERG to add up
      * into the FIZZBUZZ postings the chain balances on. This runs
      * ahead of 1200-CHECK-RESTART so the restart looks for the
      * partition's own checkpoint; a restart still resumes under
      * the checkpointed run date, which is the same batch date.
      *----------------------------------------------------------------
       1020-GET-PARTITION-ID.
           OPEN INPUT PARTITION-ID-FILE
           IF WS-PTN-FILE-STATUS IS EQUAL TO "00"
               READ PARTITION-ID-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PTN-PARTITION IS NUMERIC
                           MOVE PTN-PARTITION TO WS-PARTITION
                       END-IF
                       IF WS-PARTITIONED
                               AND PTN-RUN-DATE IS NUMERIC
                               AND PTN-RUN-DATE IS GREATER THAN ZERO
                           MOVE PTN-RUN-DATE TO WS-RUN-DATE
                       END-IF
               END-READ
           END-IF
           CLOSE PARTITION-ID-FILE
           IF NOT WS-PARTITIONED
               GO TO 1020-EXIT
           END-IF
           MOVE WS-PARTITION TO WS-PART-SUFFIX-NUMBER
           MOVE SPACES TO WS-TRAN-DSN
           STRING "TRANFILE" WS-PART-SUFFIX
               DELIMITED BY SIZE INTO WS-TRAN-DSN
           MOVE SPACES TO WS-CKPT-DSN
           STRING "CKPTFILE" WS-PART-SUFFIX
               DELIMITED BY SIZE INTO WS-CKPT-DSN
           MOVE SPACES TO WS-AUD-DSN
           STRING "AUDITLOG" WS-PART-SUFFIX
               DELIMITED BY SIZE INTO WS-AUD-DSN
           MOVE SPACES TO WS-SUSP-DSN
           STRING "SUSPFILE" WS-PART-SUFFIX
               DELIMITED BY SIZE INTO WS-SUSP-DSN
           MOVE SPACES TO WS-OPR-DSN
           STRING "OPRCMD" WS-PART-SUFFIX
               DELIMITED BY SIZE INTO WS-OPR-DSN
           MOVE SPACES TO WS-STAT-DSN
           STRING "RUNSTAT" WS-PART-SUFFIX
               DELIMITED BY SIZE INTO WS-STAT-DSN
           MOVE SPACES TO WS-DISP-DSN
           STRING "RUNDISP" WS-PART-SUFFIX
               DELIMITED BY SIZE INTO WS-DISP-DSN
           MOVE SPACES TO WS-LDG-STEP-ID
           STRING "FIZZBP" WS-PART-SUFFIX-NUMBER
               DELIMITED BY SIZE INTO WS-LDG-STEP-ID
           DISPLAY "FIZZBUZZ - RUNNING PARTITION " WS-PARTITION
               " OF THE " WS-RUN-DATE " BATCH"
           GO TO 1020-EXIT.
       1020-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * A bad control record (zero/negative bound, zero divisor, or
      * non-numeric data dropped into a numeric field) must not be
      * allowed to reach the loop - left unchecked it either runs
      * entries from the table 1080-LOAD-RULE-SETS built; a name that
      * is not on the master fails the transaction with reason code
      * BADX - guessing a default rule for a request that asked for
      * a specific one would answer a question nobody asked. A set
      * whose version in force on the run date retires it fails the
      * same way - retiring a set is how the business says its rules
      * must no longer be run. WS-CURRENT-RULE-VERSION carries the
      * version taken (zero for the legacy pair) to the START record.
      *----------------------------------------------------------------
       1060-BUILD-ACTIVE-RULES.
           MOVE 0 TO WS-CURRENT-RULE-VERSION
           IF WS-CURRENT-RULE-SET IS EQUAL TO SPACES
               SET WS-LEGACY-PAIR TO TRUE
               MOVE 2 TO WS-ACTIVE-COUNT
               MOVE "BADX" TO WS-REJECT-REASON
               GO TO 1060-EXIT
           END-IF
           IF WS-SET-RETIRED(WS-FOUND-SET-SUB)
               DISPLAY "FIZZBUZZ REJECT - RULE SET "
                   WS-CURRENT-RULE-SET " FOR " WS-CURRENT-TAG
                   " IS RETIRED AS OF VERSION "
                   WS-SET-VERSION(WS-FOUND-SET-SUB)
               MOVE "N" TO WS-VALID-SW
               MOVE "BADX" TO WS-REJECT-REASON
               GO TO 1060-EXIT
           END-IF
           MOVE WS-SET-VERSION(WS-FOUND-SET-SUB)
               TO WS-CURRENT-RULE-VERSION
           MOVE WS-SET-RULE-COUNT(WS-FOUND-SET-SUB)
               TO WS-ACTIVE-COUNT
           PERFORM 1062-COPY-ONE-RULE THRU 1062-EXIT
       1065-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Load the rule-set master into working storage. The master is
      * the KSDS FZBRULM maintains, read front to back in key order -
      * set id, version, entry sequence - so each set's versions
      * arrive oldest first, each a header record (sequence 00)
      * followed by its entries. The version a run uses is the
      * highest one whose effective date is on or before WS-RUN-DATE:
      * a version in force replaces whatever earlier version of the
      * set was loaded ahead of it, and a version not yet in force is
      * passed over with its entries. Like CTLFILE, an absent master
      * is not fatal - a shop running only the legacy divisor pair
      * never needs one. A bad entry (zero divisor, blank word or
      * class) is skipped with a warning rather than poisoning the
      * whole set: the set still loads short, and whether short is
      * good enough is visible on SYSOUT before any transaction runs
      * against it.
      *----------------------------------------------------------------
       1080-LOAD-RULE-SETS.
           OPEN INPUT RULE-SET-FILE
       1080-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Read and file one rule-set master record. A version header
      * goes to 1087-LOAD-VERSION-HEADER; an entry is filed under the
      * version that header opened, and entries of a version passed
      * over go with it. Entries beyond the eight a set may hold are
      * warned about and dropped - a silent truncation here would
      * change classifications with nothing on SYSOUT to say why.
      * RUL-SEQ must match the position the entry is about to take
      * under its set (1, 2, 3 ... in key order): the sequence
      * declares the combination order words and class codes
      * concatenate in, and a version whose numbering has a gap would
      * otherwise evaluate in an order nobody declared - so a
      * mismatched entry is warned about and dropped like any other
      * bad entry.
      *----------------------------------------------------------------
       1085-LOAD-ONE-RULE.
           READ RULE-SET-FILE
           IF WS-RUL-EOF
               GO TO 1085-EXIT
           END-IF
           IF RUL-SEQ IS EQUAL TO ZERO
               PERFORM 1087-LOAD-VERSION-HEADER THRU 1087-EXIT
               GO TO 1085-EXIT
           END-IF
           IF WS-RUL-VERSION-SKIPPED
               GO TO 1085-EXIT
           END-IF
           IF WS-LOAD-SET-SUB IS EQUAL TO ZERO
               DISPLAY "FIZZBUZZ WARNING - RULE SET " RUL-SET-ID
                   " VERSION " RUL-VERSION " ENTRY HAS NO VERSION "
                   "HEADER - ENTRY SKIPPED"
               GO TO 1085-EXIT
           END-IF
           IF WS-SET-ID(WS-LOAD-SET-SUB) IS NOT EQUAL TO RUL-SET-ID
                   OR WS-SET-VERSION(WS-LOAD-SET-SUB)
                       IS NOT EQUAL TO RUL-VERSION
               DISPLAY "FIZZBUZZ WARNING - RULE SET " RUL-SET-ID
                   " VERSION " RUL-VERSION " ENTRY HAS NO VERSION "
                   "HEADER - ENTRY SKIPPED"
               GO TO 1085-EXIT
           END-IF
           IF RUL-DIVISOR IS NOT NUMERIC
                   OR RUL-DIVISOR IS EQUAL TO ZERO
                   OR RUL-WORD IS EQUAL TO SPACES
                   OR RUL-CLASS-CODE IS EQUAL TO SPACES
                   RUL-SET-ID " SKIPPED"
               GO TO 1085-EXIT
           END-IF
           MOVE WS-LOAD-SET-SUB TO WS-FOUND-SET-SUB
           IF WS-SET-RULE-COUNT(WS-FOUND-SET-SUB) IS EQUAL TO
                   WS-RULES-PER-SET-MAX
               DISPLAY "FIZZBUZZ WARNING - RULE SET " RUL-SET-ID
       1085-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Take or pass over one version header. A version whose
      * effective date is still ahead of the run date is not in force
      * yet, so it and its entries are passed over. A version in
      * force claims the set's table entry - adding the set if this
      * is its first version in force - and clears out whatever
      * earlier version was loaded there, since key order guarantees
      * this one supersedes it. The version number and status ride
      * along: the number for the START record, the status so a
      * retired set can be refused by 1060-BUILD-ACTIVE-RULES.
      *----------------------------------------------------------------
       1087-LOAD-VERSION-HEADER.
           SET WS-RUL-VERSION-SKIPPED TO TRUE
           IF RUL-EFF-DATE IS NOT NUMERIC
               DISPLAY "FIZZBUZZ WARNING - RULE SET " RUL-SET-ID
                   " VERSION " RUL-VERSION " HAS A BAD EFFECTIVE "
                   "DATE - VERSION SKIPPED"
               GO TO 1087-EXIT
           END-IF
           IF RUL-EFF-DATE IS GREATER THAN WS-RUN-DATE
               GO TO 1087-EXIT
           END-IF
           MOVE 0 TO WS-FOUND-SET-SUB
           MOVE RUL-SET-ID TO WS-CURRENT-RULE-SET
           PERFORM 1065-MATCH-ONE-SET THRU 1065-EXIT
               VARYING WS-SET-SUB FROM 1 BY 1
               UNTIL WS-SET-SUB IS GREATER THAN WS-RULE-SET-COUNT
           MOVE SPACES TO WS-CURRENT-RULE-SET
           IF WS-FOUND-SET-SUB IS EQUAL TO ZERO
               IF WS-RULE-SET-COUNT IS EQUAL TO WS-RULE-SET-MAX
                   DISPLAY "FIZZBUZZ WARNING - MORE THAN "
                       WS-RULE-SET-MAX " RULE SETS, SET "
                       RUL-SET-ID " SKIPPED"
                   GO TO 1087-EXIT
               END-IF
               ADD 1 TO WS-RULE-SET-COUNT
               MOVE WS-RULE-SET-COUNT TO WS-FOUND-SET-SUB
               MOVE RUL-SET-ID TO WS-SET-ID(WS-FOUND-SET-SUB)
           END-IF
           MOVE RUL-VERSION TO WS-SET-VERSION(WS-FOUND-SET-SUB)
           MOVE RUL-VERSION-STATUS TO WS-SET-STATUS(WS-FOUND-SET-SUB)
           MOVE 0 TO WS-SET-RULE-COUNT(WS-FOUND-SET-SUB)
           MOVE WS-FOUND-SET-SUB TO WS-LOAD-SET-SUB
           MOVE "N" TO WS-RUL-SKIP-SW
           GO TO 1087-EXIT.
       1087-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Append a START audit record to AUDITLOG so there is a
      * compliance trail of when this transaction ran, over what
      * range, and under whose operator/job id - without digging
      * WS-RUN-DATE, the run identifier the RESULTKS key is stamped
      * with, so an inquiry can tie a KSDS record straight back to
      * the START record of the run that wrote it - even when a
      * batch runs across midnight. AUD-RULE-SET/AUD-RULE-VERSION
      * name the rule-set version the transaction classified under
      * (blank and zero for the legacy divisor pair), so a question
      * about why a tag classified differently one month can be
      * answered with the exact master version each run used.
      *----------------------------------------------------------------
       1100-WRITE-AUDIT-START.
           PERFORM 1150-OPEN-AUDIT-LOG THRU 1150-EXIT
           MOVE WS-START-COUNTER TO AUD-START-COUNTER
           MOVE WS-UPPER-BOUND TO AUD-UPPER-BOUND
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID
           MOVE WS-CURRENT-RULE-SET TO AUD-RULE-SET
           MOVE WS-CURRENT-RULE-VERSION TO AUD-RULE-VERSION
           WRITE AUD-START-RECORD
           CLOSE AUDIT-LOG-FILE
           GO TO 1100-EXIT.
      * itself ran, silently dropping the rest from AUDITLOG's END
      * record.
      *----------------------------------------------------------------
      * CKPT-RUN-DATE carries the run date the interrupted execution
      * started under, and a restart resumes under it - a run is one
      * run date from first transaction to last, so a restart that
      * lands after midnight still extends the same dated RPTFILE
      * generation, stamps the same KSDS run date, and upgrades the
      * same disposition instead of splitting one batch across two
      * days. A checkpoint cut before the column existed leaves the
      * date on the clock in force, as before. This is why
      * MAIN-PROCEDURE checks for a restart ahead of everything that
      * reads WS-RUN-DATE.
      *----------------------------------------------------------------
      * The CLOSE at the bottom runs whether or not a checkpoint was
      * found: an absent OPTIONAL file still leaves an open to put
      * away, and leaving it standing makes the first OPEN OUTPUT in
                           IF CKPT-GRAND-OTHER IS NUMERIC
                               MOVE CKPT-GRAND-OTHER TO WS-GRAND-OTHER
                           END-IF
                           IF CKPT-RUN-DATE IS NUMERIC
                                   AND CKPT-RUN-DATE
                                   IS GREATER THAN ZERO
                               MOVE CKPT-RUN-DATE TO WS-RUN-DATE
                           END-IF
                           SET WS-RESTARTING TO TRUE
                       END-IF
               END-READ
           EXIT.
      *----------------------------------------------------------------
      * Open the report file the run's classified results are
      * written to. Each run date writes its own generation of the
      * report file, RPTFILE.D followed by the run date, so tonight's
      * run no longer destroys last night's - FZBGENC catalogs each
      * generation on RPTCAT for the downstream steps to find, and
      * FZBGENP ages them out. A second non-restart run on the same
      * run date replaces that date's generation, the same way it
      * replaces that date's KSDS records. A restarted run extends
      * the prior run's generation rather than overwriting the detail
      * lines already produced before the checkpoint - the restart
      * has already taken back the interrupted run's date, so it is
      * the same generation. RESULTKS is opened I-O in
      * either case - the KSDS carries every retained run's
      * classifications, keyed by run date behind the tag and
      * Counter, and most inquiries are about runs that already
      * run, so a bad open would otherwise turn every KSDS WRITE
      * into a silent no-op and leave the inquiry file empty while
      * the job ends looking clean. FZBPURGE owns trimming it back.
      * A partition of a split batch writes its own report file, the
      * generation name followed by its partition suffix, and leaves
      * the generation itself to FZBMERG.
      * WS-RPT-FILE-STATUS is checked
      * right after each OPEN, the same as every other file in this
      * program, since RPTFILE is the one output no downstream
      * and leave nothing on disk to show for it.
      *----------------------------------------------------------------
       2000-OPEN-FILES.
           MOVE SPACES TO WS-RPT-GEN-DSN
           STRING "RPTFILE.D" WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-RPT-GEN-DSN
           IF WS-PARTITIONED
               STRING "RPTFILE.D" WS-RUN-DATE WS-PART-SUFFIX
                   DELIMITED BY SIZE INTO WS-RPT-GEN-DSN
           END-IF
           IF WS-RESTARTING
               OPEN EXTEND REPORT-FILE
           ELSE
           ACCEPT SUSP-REJECT-DATE FROM DATE YYYYMMDD
           WRITE SUSP-RECORD
           CLOSE SUSPENSE-FILE
           ADD 1 TO WS-SUSP-COUNT
           GO TO 4000-EXIT.
       4000-EXIT.
           EXIT.
           MOVE WS-TOTAL-OTHER TO CKPT-TOTAL-OTHER
           MOVE WS-GRAND-OTHER TO CKPT-GRAND-OTHER
           MOVE Counter TO CKPT-FINAL-COUNTER
           MOVE WS-RUN-DATE TO CKPT-RUN-DATE
           WRITE CKPT-RECORD
           CLOSE CHECKPOINT-FILE
           GO TO 7000-EXIT.
      * and promise a finish the window will not see. A rate that
      * rounds to zero (under one record a second only ever happens
      * when something is badly wrong) leaves the estimate at zero
      * rather than fabricating one. Elapsed time runs from the date
      * this execution started, not the run date - a restart carries
      * the interrupted run's date, and the days since then are not
      * this execution's to account for.
      * Re-opening OUTPUT each time replaces the prior snapshot, the
      * same way the checkpoint is replaced.
      *----------------------------------------------------------------
               + WS-TIME-MM * 60 + WS-TIME-SS
           COMPUTE WS-ELAPSED-SECONDS =
               (FUNCTION INTEGER-OF-DATE(WS-SNAP-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-EXEC-START-DATE)) * 86400
               + WS-CURRENT-SECONDS - WS-START-SECONDS
           COMPUTE WS-STAT-PROCESSED = WS-GRAND-PROCESSED
               + WS-TOTAL-PROCESSED
           MOVE 0 TO CKPT-TOTAL-OTHER
           MOVE WS-GRAND-OTHER TO CKPT-GRAND-OTHER
           MOVE WS-UPPER-BOUND TO CKPT-FINAL-COUNTER
           MOVE WS-RUN-DATE TO CKPT-RUN-DATE
           WRITE CKPT-RECORD
           CLOSE CHECKPOINT-FILE
           GO TO 7200-EXIT.
       9650-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Post the run's control counts to the batch ledger (BATLEDG)
      * under the run date: transactions read, transactions run to
      * completion (restart-skipped ones included, the same list the
      * run-disposition record names), transactions suspended, and
      * records processed across the batch. FZBBAL checks that every
      * transaction read was either run or suspended - a quiesced
      * run leaves its in-flight transaction and everything behind
      * it unaccounted for, and that is reported as the break it
      * is until the restart reposts. A legacy run with no TRANFILE
      * read its one implicit transaction.
      *----------------------------------------------------------------
       9700-POST-BATCH-LEDGER.
           PERFORM 9710-OPEN-BATCH-LEDGER THRU 9710-EXIT
           IF NOT WS-LDG-OPEN
               GO TO 9700-EXIT
           END-IF
           IF WS-TRAN-MODE
               MOVE WS-TRAN-SEQ TO WS-LDG-TRAN-READ
           ELSE
               MOVE 1 TO WS-LDG-TRAN-READ
           END-IF
           MOVE WS-RUN-DATE TO WS-LDG-RUN-DATE
           MOVE "TRANREAD" TO WS-LDG-COUNT-ID
           MOVE WS-LDG-TRAN-READ TO WS-LDG-COUNT
           PERFORM 9720-POST-ONE-COUNT THRU 9720-EXIT
           MOVE "TRANRUN" TO WS-LDG-COUNT-ID
           MOVE WS-DONE-TAG-COUNT TO WS-LDG-COUNT
           PERFORM 9720-POST-ONE-COUNT THRU 9720-EXIT
           MOVE "TRANSUSP" TO WS-LDG-COUNT-ID
           MOVE WS-SUSP-COUNT TO WS-LDG-COUNT
           PERFORM 9720-POST-ONE-COUNT THRU 9720-EXIT
           MOVE "PROCESSD" TO WS-LDG-COUNT-ID
           MOVE WS-GRAND-PROCESSED TO WS-LDG-COUNT
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
               DISPLAY "FIZZBUZZ WARNING - BATLEDG OPEN FAILED STATUS "
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
               DISPLAY "FIZZBUZZ WARNING - BATLEDG POST FAILED STATUS "
                   WS-LDG-FILE-STATUS " FOR " WS-LDG-COUNT-ID
           END-IF
           GO TO 9720-EXIT.
       9720-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Close out every file opened for this run.
      *----------------------------------------------------------------
       9000-CLOSE-FILES.
           CLOSE AUDIT-LOG-FILE
           MOVE "A" TO WS-DISP-RUN-STATUS
           PERFORM 9600-WRITE-RUN-DISPOSITION THRU 9600-EXIT
           PERFORM 9700-POST-BATCH-LEDGER THRU 9700-EXIT
           MOVE 16 TO RETURN-CODE
           STOP RUN.
      *----------------------------------------------------------------
           CLOSE AUDIT-LOG-FILE
           MOVE "A" TO WS-DISP-RUN-STATUS
           PERFORM 9600-WRITE-RUN-DISPOSITION THRU 9600-EXIT
           PERFORM 9700-POST-BATCH-LEDGER THRU 9700-EXIT
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       END PROGRAM FIZZBUZZ.
