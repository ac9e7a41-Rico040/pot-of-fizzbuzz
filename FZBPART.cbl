      ******************************************************************
      * Author: RLA
      * Date: 10/15/2026
      * Purpose: Partitioner for a large FIZZBUZZ batch. A big
      *          TRANFILE runs its requests one after another in a
      *          single FIZZBUZZ execution, and at month-end volume
      *          that overruns the batch window. This step runs
      *          between FZBSCHED (and the hand-keyed one-offs) and
      *          FIZZBUZZ: it reads the night's TRANFILE and splits
      *          it into a configurable number of partition files,
      *          TRANFILE.P01 onward, balanced by requested range size
      *          so the partitions finish together, and cuts each
      *          partition its PARTID card (partition number and the
      *          batch run date). Each partition then runs as its own
      *          FIZZBUZZ execution with its own report, checkpoint,
      *          and status files, and FZBMERG puts the batch back
      *          together from the partition plan (PARTPLAN) this step
      *          leaves behind.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * 10/15/2026  RLA  Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FZBPART.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARTITION-CONTROL-FILE ASSIGN TO "PARTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCT-FILE-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO "TRANFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-FILE-STATUS.
           SELECT PARTITION-TRAN-FILE ASSIGN USING WS-PART-TRAN-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PTR-FILE-STATUS.
           SELECT PARTITION-ID-FILE ASSIGN USING WS-PART-ID-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PTN-FILE-STATUS.
           SELECT OPTIONAL CHECKPOINT-FILE ASSIGN USING WS-PART-CKPT-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-FILE-STATUS.
           SELECT PARTITION-PLAN-FILE ASSIGN TO "PARTPLAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLN-FILE-STATUS.
           SELECT RUN-DISPOSITION-FILE ASSIGN TO "RUNDISP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISP-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARTITION-CONTROL-FILE.
       01  PCT-RECORD.
           05 PCT-PARTITION-COUNT          PIC 9(02).
           05 FILLER                      PIC X(01).
           05 PCT-RUN-DATE                 PIC 9(08).
       FD  TRANSACTION-FILE.
       01  TRAN-RECORD.
           05 TRAN-TAG                     PIC X(06).
           05 FILLER                      PIC X(01).
           05 TRAN-START                   PIC 9(07).
           05 FILLER                      PIC X(01).
           05 TRAN-END                     PIC 9(07).
           05 FILLER                      PIC X(01).
           05 TRAN-DIVISOR-1               PIC 9(03).
           05 FILLER                      PIC X(01).
           05 TRAN-DIVISOR-2               PIC 9(03).
           05 FILLER                      PIC X(01).
           05 TRAN-REQUESTER-ID            PIC X(08).
           05 FILLER                      PIC X(01).
           05 TRAN-SUSP-REASON             PIC X(04).
           05 FILLER                      PIC X(01).
           05 TRAN-SUSP-DATE               PIC X(08).
           05 FILLER                      PIC X(01).
           05 TRAN-RULE-SET                PIC X(06).
       01  TRAN-IMAGE                      PIC X(60).
       FD  PARTITION-TRAN-FILE.
       01  PTR-RECORD                      PIC X(60).
       FD  PARTITION-ID-FILE.
       01  PTN-RECORD.
           05 PTN-PARTITION                PIC 9(02).
           05 FILLER                      PIC X(01).
           05 PTN-RUN-DATE                 PIC 9(08).
       FD  CHECKPOINT-FILE.
       01  CKPT-RECORD.
           05 CKPT-TAG                     PIC X(06).
           05 FILLER                      PIC X(01).
           05 CKPT-TRAN-SEQ                PIC 9(05).
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
       WORKING-STORAGE SECTION.
           01 WS-PCT-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-TRAN-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-PTR-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-PTN-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-CKPT-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-PLN-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-DISP-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-TRAN-EOF-SW PIC X(01) VALUE "N".
              88 WS-TRAN-EOF VALUE "Y".
           01 WS-STANDING-SW PIC X(01) VALUE "N".
              88 WS-CHECKPOINT-STANDING VALUE "Y".
           01 WS-RUN-DATE PIC 9(08) VALUE 0.
           01 WS-PART-MAX PIC 9(02) VALUE 10.
           01 WS-PART-REQUESTED PIC 9(02) VALUE 2.
           01 WS-PART-COUNT PIC 9(02) VALUE 0.
           01 WS-PART-SUFFIX.
              05 FILLER PIC X(02) VALUE ".P".
              05 WS-PART-SUFFIX-NUMBER PIC 9(02) VALUE 0.
           01 WS-PART-TRAN-DSN PIC X(24) VALUE SPACES.
           01 WS-PART-ID-DSN PIC X(24) VALUE SPACES.
           01 WS-PART-CKPT-DSN PIC X(24) VALUE SPACES.
           01 WS-PART-TABLE.
              05 WS-PART-ENTRY OCCURS 10 TIMES.
                 10 WS-PART-TRAN-COUNT PIC 9(05).
                 10 WS-PART-LOAD PIC 9(09).
           01 WS-PTT-MAX PIC 9(03) VALUE 500.
           01 WS-PTT-COUNT PIC 9(03) VALUE 0.
           01 WS-PTT-TABLE.
              05 WS-PTT-ENTRY OCCURS 500 TIMES.
                 10 WS-PTT-IMAGE PIC X(60).
                 10 WS-PTT-TAG PIC X(06).
                 10 WS-PTT-SIZE PIC 9(07).
                 10 WS-PTT-HEAD PIC 9(03).
                 10 WS-PTT-GROUP-SIZE PIC 9(09).
                 10 WS-PTT-PART PIC 9(02).
           01 WS-GROUP-COUNT PIC 9(03) VALUE 0.
           01 WS-SUB PIC 9(03) VALUE 0.
           01 WS-SUB-2 PIC 9(03) VALUE 0.
           01 WS-FOUND-SUB PIC 9(03) VALUE 0.
           01 WS-PART-SUB PIC 9(02) VALUE 0.
           01 WS-LIGHT-SUB PIC 9(02) VALUE 0.
           01 WS-ROUND PIC 9(03) VALUE 0.
           01 WS-WRITE-COUNT PIC 9(05) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1000-GET-PARTITION-PARAMETERS THRU 1000-EXIT
           PERFORM 1100-CHECK-STANDING-CHECKPOINT THRU 1100-EXIT
               VARYING WS-PART-SUB FROM 1 BY 1
               UNTIL WS-PART-SUB IS GREATER THAN WS-PART-MAX
           IF WS-CHECKPOINT-STANDING
               DISPLAY "FZBPART REFUSED - RESTART OR CLEAR THE "
                   "PARTITIONS ABOVE BEFORE SPLITTING A NEW BATCH"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2000-LOAD-TRANSACTIONS THRU 2000-EXIT
           PERFORM 3000-ASSIGN-PARTITIONS THRU 3000-EXIT
           PERFORM 4000-WRITE-ONE-PARTITION THRU 4000-EXIT
               VARYING WS-PART-SUB FROM 1 BY 1
               UNTIL WS-PART-SUB IS GREATER THAN WS-PART-COUNT
           PERFORM 5000-WRITE-PARTITION-PLAN THRU 5000-EXIT
           PERFORM 6000-WRITE-IN-FLIGHT-DISP THRU 6000-EXIT
           DISPLAY "FZBPART - " WS-PTT-COUNT " TRANSACTIONS SPLIT "
               "INTO " WS-PART-COUNT " PARTITIONS FOR RUN DATE "
               WS-RUN-DATE
           STOP RUN.
      *----------------------------------------------------------------
      * Read the optional control card: the number of partitions to
      * split the batch into (default 2, at most WS-PART-MAX) and the
      * run date the batch runs under (zero or blank for today).
      * Every partition is stamped with that one date so partitions
      * started either side of midnight still write one run. A card
      * that is present but bad is a mistake worth stopping for.
      *----------------------------------------------------------------
       1000-GET-PARTITION-PARAMETERS.
           OPEN INPUT PARTITION-CONTROL-FILE
           IF WS-PCT-FILE-STATUS IS EQUAL TO "00"
               READ PARTITION-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PCT-PARTITION-COUNT IS NOT NUMERIC
                               OR PCT-PARTITION-COUNT IS EQUAL TO ZERO
                               OR PCT-PARTITION-COUNT
                               IS GREATER THAN WS-PART-MAX
                           DISPLAY "FZBPART REJECT - PARTITION COUNT "
                               "MUST BE 01 THROUGH " WS-PART-MAX
                           CLOSE PARTITION-CONTROL-FILE
                           GO TO 9999-REJECT-RUN
                       END-IF
                       MOVE PCT-PARTITION-COUNT TO WS-PART-REQUESTED
                       IF PCT-RUN-DATE IS NUMERIC
                               AND PCT-RUN-DATE IS GREATER THAN ZERO
                           MOVE PCT-RUN-DATE TO WS-RUN-DATE
                       END-IF
               END-READ
           END-IF
           CLOSE PARTITION-CONTROL-FILE
           GO TO 1000-EXIT.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Look for a checkpoint still standing behind one partition
      * slot. A partition that finished clears its own checkpoint,
      * so one still holding a transaction to resume is a partition
      * of an earlier batch that has not been restarted yet -
      * rewriting its TRANFILE.Pnn under it would have the restart
      * resume the wrong transactions at the wrong place. Every slot
      * is checked, not only the ones this batch will use, since a
      * night split fewer ways still leaves the others standing.
      *----------------------------------------------------------------
       1100-CHECK-STANDING-CHECKPOINT.
           MOVE WS-PART-SUB TO WS-PART-SUFFIX-NUMBER
           MOVE SPACES TO WS-PART-CKPT-DSN
           STRING "CKPTFILE" WS-PART-SUFFIX
               DELIMITED BY SIZE INTO WS-PART-CKPT-DSN
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CKPT-FILE-STATUS IS EQUAL TO "00"
               READ CHECKPOINT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CKPT-TRAN-SEQ IS NUMERIC
                               AND CKPT-TRAN-SEQ IS GREATER THAN ZERO
                           SET WS-CHECKPOINT-STANDING TO TRUE
                           DISPLAY "FZBPART - PARTITION " WS-PART-SUB
                               " HAS A CHECKPOINT STANDING AT TAG "
                               CKPT-TAG " SEQUENCE " CKPT-TRAN-SEQ
                       END-IF
               END-READ
           END-IF
           CLOSE CHECKPOINT-FILE
           GO TO 1100-EXIT.
       1100-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Load the night's TRANFILE, every record as it stands, with
      * the range size each request asks for. A request whose start
      * or end is not a number, or whose start is past its end, is
      * sized at one - FIZZBUZZ will suspend it without running a
      * range, so it weighs next to nothing on its partition. A
      * missing TRANFILE is a setup error; an empty one still
      * partitions, into one empty partition, so the night's chain
      * runs the way it would have unsplit.
      *----------------------------------------------------------------
       2000-LOAD-TRANSACTIONS.
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRAN-FILE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "FZBPART ABORT - TRANFILE OPEN FAILED STATUS "
                   WS-TRAN-FILE-STATUS
               GO TO 9990-ABORT-RUN
           END-IF
           PERFORM 2100-LOAD-ONE-TRANSACTION THRU 2100-EXIT
               UNTIL WS-TRAN-EOF
           CLOSE TRANSACTION-FILE
           GO TO 2000-EXIT.
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Read one TRANFILE record into the partition table.
      *----------------------------------------------------------------
       2100-LOAD-ONE-TRANSACTION.
           READ TRANSACTION-FILE
               AT END
                   SET WS-TRAN-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ
           IF WS-PTT-COUNT IS EQUAL TO WS-PTT-MAX
               DISPLAY "FZBPART ABORT - MORE THAN " WS-PTT-MAX
                   " TRANSACTIONS ON TRANFILE"
               CLOSE TRANSACTION-FILE
               GO TO 9990-ABORT-RUN
           END-IF
           ADD 1 TO WS-PTT-COUNT
           MOVE TRAN-IMAGE TO WS-PTT-IMAGE(WS-PTT-COUNT)
           MOVE TRAN-TAG TO WS-PTT-TAG(WS-PTT-COUNT)
           MOVE 1 TO WS-PTT-SIZE(WS-PTT-COUNT)
           IF TRAN-START IS NUMERIC AND TRAN-END IS NUMERIC
               IF TRAN-END IS NOT LESS THAN TRAN-START
                   COMPUTE WS-PTT-SIZE(WS-PTT-COUNT) =
                       TRAN-END - TRAN-START + 1
               END-IF
           END-IF
           MOVE 0 TO WS-PTT-HEAD(WS-PTT-COUNT)
           MOVE 0 TO WS-PTT-GROUP-SIZE(WS-PTT-COUNT)
           MOVE 0 TO WS-PTT-PART(WS-PTT-COUNT)
           GO TO 2100-EXIT.
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Deal the transactions out to the partitions. Requests that
      * share a tag travel together as one group behind the first of
      * them, so every line and TOTALS row for a tag comes from one
      * partition and the latest-TOTALS-row-per-tag rule reads the
      * merged report exactly as it would an unsplit one. Groups are
      * then placed largest first, each on the partition carrying the
      * least requested range so far (the lowest numbered on a tie),
      * which keeps the partitions' total range sizes close without
      * a search over every arrangement. A batch with fewer groups
      * than partitions asked for is split only as many ways as it
      * has groups - an empty partition would be a job step with
      * nothing to do.
      *----------------------------------------------------------------
       3000-ASSIGN-PARTITIONS.
           PERFORM 3100-GROUP-ONE-TRANSACTION THRU 3100-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB IS GREATER THAN WS-PTT-COUNT
           MOVE WS-PART-REQUESTED TO WS-PART-COUNT
           IF WS-GROUP-COUNT IS LESS THAN WS-PART-COUNT
               MOVE WS-GROUP-COUNT TO WS-PART-COUNT
           END-IF
           IF WS-PART-COUNT IS EQUAL TO ZERO
               MOVE 1 TO WS-PART-COUNT
           END-IF
           IF WS-PART-COUNT IS LESS THAN WS-PART-REQUESTED
               DISPLAY "FZBPART WARNING - ONLY " WS-GROUP-COUNT
                   " TAGS ON TRANFILE - SPLIT " WS-PART-COUNT
                   " WAYS, NOT " WS-PART-REQUESTED
           END-IF
           MOVE ZEROS TO WS-PART-TABLE
           PERFORM 3200-PLACE-ONE-GROUP THRU 3200-EXIT
               VARYING WS-ROUND FROM 1 BY 1
               UNTIL WS-ROUND IS GREATER THAN WS-GROUP-COUNT
           PERFORM 3400-PLACE-ONE-FOLLOWER THRU 3400-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB IS GREATER THAN WS-PTT-COUNT
           GO TO 3000-EXIT.
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Attach one transaction to the group of the first earlier
      * transaction with the same tag, or start a group of its own.
      * The group's size is carried on its first transaction.
      *----------------------------------------------------------------
       3100-GROUP-ONE-TRANSACTION.
           MOVE 0 TO WS-FOUND-SUB
           PERFORM 3150-MATCH-ONE-EARLIER THRU 3150-EXIT
               VARYING WS-SUB-2 FROM 1 BY 1
               UNTIL WS-SUB-2 IS NOT LESS THAN WS-SUB
               OR WS-FOUND-SUB IS GREATER THAN ZERO
           IF WS-FOUND-SUB IS EQUAL TO ZERO
               MOVE WS-SUB TO WS-PTT-HEAD(WS-SUB)
               ADD 1 TO WS-GROUP-COUNT
           ELSE
               MOVE WS-FOUND-SUB TO WS-PTT-HEAD(WS-SUB)
           END-IF
           MOVE WS-PTT-HEAD(WS-SUB) TO WS-FOUND-SUB
           ADD WS-PTT-SIZE(WS-SUB) TO WS-PTT-GROUP-SIZE(WS-FOUND-SUB)
           GO TO 3100-EXIT.
       3100-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Compare one earlier group leader's tag with the transaction
      * being grouped.
      *----------------------------------------------------------------
       3150-MATCH-ONE-EARLIER.
           IF WS-PTT-HEAD(WS-SUB-2) IS EQUAL TO WS-SUB-2
                   AND WS-PTT-TAG(WS-SUB-2)
                   IS EQUAL TO WS-PTT-TAG(WS-SUB)
               MOVE WS-SUB-2 TO WS-FOUND-SUB
           END-IF
           GO TO 3150-EXIT.
       3150-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Place the largest group not yet placed on the partition with
      * the least range so far.
      *----------------------------------------------------------------
       3200-PLACE-ONE-GROUP.
           MOVE 0 TO WS-FOUND-SUB
           PERFORM 3250-PICK-ONE-GROUP THRU 3250-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB IS GREATER THAN WS-PTT-COUNT
           IF WS-FOUND-SUB IS EQUAL TO ZERO
               GO TO 3200-EXIT
           END-IF
           MOVE 1 TO WS-LIGHT-SUB
           PERFORM 3300-PICK-ONE-PARTITION THRU 3300-EXIT
               VARYING WS-PART-SUB FROM 2 BY 1
               UNTIL WS-PART-SUB IS GREATER THAN WS-PART-COUNT
           MOVE WS-LIGHT-SUB TO WS-PTT-PART(WS-FOUND-SUB)
           ADD WS-PTT-GROUP-SIZE(WS-FOUND-SUB)
               TO WS-PART-LOAD(WS-LIGHT-SUB)
           GO TO 3200-EXIT.
       3200-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Keep the unplaced group leader with the largest group size;
      * on a tie the earlier one stays.
      *----------------------------------------------------------------
       3250-PICK-ONE-GROUP.
           IF WS-PTT-HEAD(WS-SUB) IS NOT EQUAL TO WS-SUB
                   OR WS-PTT-PART(WS-SUB) IS GREATER THAN ZERO
               GO TO 3250-EXIT
           END-IF
           IF WS-FOUND-SUB IS EQUAL TO ZERO
               MOVE WS-SUB TO WS-FOUND-SUB
               GO TO 3250-EXIT
           END-IF
           IF WS-PTT-GROUP-SIZE(WS-SUB)
                   IS GREATER THAN WS-PTT-GROUP-SIZE(WS-FOUND-SUB)
               MOVE WS-SUB TO WS-FOUND-SUB
           END-IF
           GO TO 3250-EXIT.
       3250-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Keep the partition with the least range placed so far; on a
      * tie the lower numbered one stays.
      *----------------------------------------------------------------
       3300-PICK-ONE-PARTITION.
           IF WS-PART-LOAD(WS-PART-SUB)
                   IS LESS THAN WS-PART-LOAD(WS-LIGHT-SUB)
               MOVE WS-PART-SUB TO WS-LIGHT-SUB
           END-IF
           GO TO 3300-EXIT.
       3300-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Give one transaction its group leader's partition and count
      * it there.
      *----------------------------------------------------------------
       3400-PLACE-ONE-FOLLOWER.
           MOVE WS-PTT-HEAD(WS-SUB) TO WS-FOUND-SUB
           MOVE WS-PTT-PART(WS-FOUND-SUB) TO WS-PTT-PART(WS-SUB)
           MOVE WS-PTT-PART(WS-SUB) TO WS-PART-SUB
           ADD 1 TO WS-PART-TRAN-COUNT(WS-PART-SUB)
           GO TO 3400-EXIT.
       3400-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Write one partition's TRANFILE.Pnn - its transactions in the
      * order they stood on TRANFILE, each record image untouched -
      * and its PARTID.Pnn card: the partition number and the batch
      * run date FIZZBUZZ reads to name its own files and stamp its
      * run. Both are replaced, not extended, so a re-split of the
      * same night starts every partition clean.
      *----------------------------------------------------------------
       4000-WRITE-ONE-PARTITION.
           MOVE WS-PART-SUB TO WS-PART-SUFFIX-NUMBER
           MOVE SPACES TO WS-PART-TRAN-DSN
           STRING "TRANFILE" WS-PART-SUFFIX
               DELIMITED BY SIZE INTO WS-PART-TRAN-DSN
           OPEN OUTPUT PARTITION-TRAN-FILE
           IF WS-PTR-FILE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "FZBPART ABORT - " WS-PART-TRAN-DSN
                   " OPEN FAILED STATUS " WS-PTR-FILE-STATUS
               GO TO 9990-ABORT-RUN
           END-IF
           MOVE 0 TO WS-WRITE-COUNT
           PERFORM 4100-WRITE-ONE-TRANSACTION THRU 4100-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB IS GREATER THAN WS-PTT-COUNT
           CLOSE PARTITION-TRAN-FILE
           MOVE SPACES TO WS-PART-ID-DSN
           STRING "PARTID" WS-PART-SUFFIX
               DELIMITED BY SIZE INTO WS-PART-ID-DSN
           OPEN OUTPUT PARTITION-ID-FILE
           IF WS-PTN-FILE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "FZBPART ABORT - " WS-PART-ID-DSN
                   " OPEN FAILED STATUS " WS-PTN-FILE-STATUS
               GO TO 9990-ABORT-RUN
           END-IF
           MOVE SPACES TO PTN-RECORD
           MOVE WS-PART-SUB TO PTN-PARTITION
           MOVE WS-RUN-DATE TO PTN-RUN-DATE
           WRITE PTN-RECORD
           CLOSE PARTITION-ID-FILE
           DISPLAY "FZBPART - PARTITION " WS-PART-SUB " "
               WS-PART-TRAN-DSN " TRANSACTIONS " WS-WRITE-COUNT
               " RANGE " WS-PART-LOAD(WS-PART-SUB)
           GO TO 4000-EXIT.
       4000-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Write one transaction to the partition file if it belongs to
      * the partition being written.
      *----------------------------------------------------------------
       4100-WRITE-ONE-TRANSACTION.
           IF WS-PTT-PART(WS-SUB) IS NOT EQUAL TO WS-PART-SUB
               GO TO 4100-EXIT
           END-IF
           MOVE WS-PTT-IMAGE(WS-SUB) TO PTR-RECORD
           WRITE PTR-RECORD
           IF WS-PTR-FILE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "FZBPART ABORT - " WS-PART-TRAN-DSN
                   " WRITE FAILED STATUS " WS-PTR-FILE-STATUS
               GO TO 9990-ABORT-RUN
           END-IF
           ADD 1 TO WS-WRITE-COUNT
           GO TO 4100-EXIT.
       4100-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Write the partition plan FZBMERG works from: one record per
      * partition carrying the batch run date, the partition number,
      * how many partitions the batch was split into, and the
      * transactions and requested range placed on it. The plan is
      * replaced, so it always describes the last split.
      *----------------------------------------------------------------
       5000-WRITE-PARTITION-PLAN.
           OPEN OUTPUT PARTITION-PLAN-FILE
           IF WS-PLN-FILE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "FZBPART ABORT - PARTPLAN OPEN FAILED STATUS "
                   WS-PLN-FILE-STATUS
               GO TO 9990-ABORT-RUN
           END-IF
           PERFORM 5100-WRITE-ONE-PLAN-RECORD THRU 5100-EXIT
               VARYING WS-PART-SUB FROM 1 BY 1
               UNTIL WS-PART-SUB IS GREATER THAN WS-PART-COUNT
           CLOSE PARTITION-PLAN-FILE
           GO TO 5000-EXIT.
       5000-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Write one partition's plan record.
      *----------------------------------------------------------------
       5100-WRITE-ONE-PLAN-RECORD.
           MOVE SPACES TO PLN-RECORD
           MOVE WS-RUN-DATE TO PLN-RUN-DATE
           MOVE WS-PART-SUB TO PLN-PARTITION
           MOVE WS-PART-COUNT TO PLN-PARTITION-COUNT
           MOVE WS-PART-TRAN-COUNT(WS-PART-SUB) TO PLN-TRAN-COUNT
           MOVE WS-PART-LOAD(WS-PART-SUB) TO PLN-RANGE-TOTAL
           WRITE PLN-RECORD
           GO TO 5100-EXIT.
       5100-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Write an in-flight run-disposition record (A, the batch run
      * date, no tags) the way FIZZBUZZ does before its first
      * transaction. The partitions write their own dispositions and
      * only FZBMERG writes the batch's, so without this the prior
      * night's C would stand on RUNDISP the whole time the
      * partitions run, and a gate run early would trust it.
      *----------------------------------------------------------------
       6000-WRITE-IN-FLIGHT-DISP.
           OPEN OUTPUT RUN-DISPOSITION-FILE
           IF WS-DISP-FILE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "FZBPART WARNING - RUNDISP OPEN FAILED STATUS "
                   WS-DISP-FILE-STATUS
               MOVE 4 TO RETURN-CODE
               GO TO 6000-EXIT
           END-IF
           MOVE SPACES TO DISP-RECORD
           MOVE WS-RUN-DATE TO DISP-RUN-DATE
           SET DISP-RUN-ABORTED TO TRUE
           MOVE 0 TO DISP-TAG-COUNT
           WRITE DISP-RECORD
           CLOSE RUN-DISPOSITION-FILE
           GO TO 6000-EXIT.
       6000-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Reached when TRANFILE cannot be read, holds more transactions
      * than the table, or a partition file or the plan cannot be
      * written. The plan goes out last, so a failed split never
      * leaves FZBMERG a plan describing partition files that were
      * not all written.
      *----------------------------------------------------------------
       9990-ABORT-RUN.
           MOVE 16 TO RETURN-CODE
           STOP RUN.
      *----------------------------------------------------------------
      * Reached when the control card is bad. Nothing was touched.
      *----------------------------------------------------------------
       9999-REJECT-RUN.
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       END PROGRAM FZBPART.
