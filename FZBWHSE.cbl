      *                  to distribute did not complete - a RELEASE
      *                  card on RELOVRD is the operator's override
      *                  for a deliberate partial release.
      * 10/15/2026  RLA  RPTFILE is now kept as dated generations
      *                  cataloged on RPTCAT. The step reads the
      *                  generation named on the optional RPTGEN card
      *                  (a run date, or 0, -1, ... relative to the
      *                  newest; blank is the newest), gates on the
      *                  disposition cataloged with it - RUNDISP
      *                  still governs the generation of its own run
      *                  date - and dates its output by the
      *                  generation's run date.
      * 10/15/2026  RLA  Control counts (detail lines read, detail
      *                  records written) are posted to the run-date
      *                  batch ledger (BATLEDG) for FZBBAL to
      *                  balance.
      * 10/15/2026  RLA  Dual control on the release override. The
      *                  RELEASE card on RELOVRD now names the
      *                  releasing operator, who must be active on the
      *                  operator authority master (OPRAUTH) with
      *                  release authority, and an approval card
      *                  (APPROVAL) for the same run date from a
      *                  second, different authorized operator is
      *                  required. Without both the gate stands and
      *                  the step refuses as before. The decision is
      *                  logged on AUDITLOG as an AUTHZ record.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FZBWHSE.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "CTLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.
           SELECT OPTIONAL GENERATION-SELECT-FILE ASSIGN TO "RPTGEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GSL-FILE-STATUS.
           SELECT RPT-CATALOG ASSIGN TO "RPTCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-KEY
               FILE STATUS IS WS-CAT-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN USING WS-RPT-GEN-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
           SELECT WAREHOUSE-EXTRACT-FILE ASSIGN TO "WHSEXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHS-FILE-STATUS.
           SELECT BATCH-LEDGER ASSIGN TO "BATLEDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDG-KEY
               FILE STATUS IS WS-LDG-FILE-STATUS.
           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.
           SELECT OPTIONAL APPROVAL-CARD-FILE ASSIGN TO "APPROVAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APV-FILE-STATUS.
           SELECT OPERATOR-AUTHORITY ASSIGN TO "OPRAUTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPA-KEY
               FILE STATUS IS WS-OPA-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-DISPOSITION-FILE.
       FD  RELEASE-OVERRIDE-FILE.
       01  OVR-RECORD.
           05 OVR-COMMAND                  PIC X(08).
           05 FILLER                      PIC X(01).
           05 OVR-OPERATOR-ID              PIC X(08).
       FD  CONTROL-FILE.
       01  CTL-RECORD.
           05 CTL-UPPER-BOUND             PIC 9(07).
           05 CTL-DIVISOR-2               PIC 9(03).
           05 FILLER                      PIC X(01).
           05 CTL-OPERATOR-ID             PIC X(08).
       FD  GENERATION-SELECT-FILE.
       01  GSL-RECORD.
           05 GSL-GEN-SPEC                 PIC X(08).
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
           05 RPT-SUM-OTHER                PIC 9(07).
       FD  WAREHOUSE-EXTRACT-FILE.
       01  WHS-RECORD                      PIC X(100).
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
       FD  AUDIT-LOG-FILE.
       01  AUD-AUTHZ-RECORD.
           05 AUD-AZ-REC-TYPE              PIC X(05).
           05 FILLER                      PIC X(01).
           05 AUD-AZ-ACTION                PIC X(08).
           05 FILLER                      PIC X(01).
           05 AUD-AZ-DATE                  PIC 9(08).
           05 FILLER                      PIC X(01).
           05 AUD-AZ-TIME                  PIC 9(08).
           05 FILLER                      PIC X(01).
           05 AUD-AZ-REQUESTER-ID          PIC X(08).
           05 FILLER                      PIC X(01).
           05 AUD-AZ-APPROVER-ID           PIC X(08).
           05 FILLER                      PIC X(01).
           05 AUD-AZ-OUTCOME               PIC X(01).
           05 FILLER                      PIC X(01).
           05 AUD-AZ-SCOPE                 PIC X(30).
       FD  APPROVAL-CARD-FILE.
       01  APV-RECORD.
           05 APV-ACTION                   PIC X(08).
           05 FILLER                      PIC X(01).
           05 APV-REQUESTER-ID             PIC X(08).
           05 FILLER                      PIC X(01).
           05 APV-APPROVER-ID              PIC X(08).
           05 FILLER                      PIC X(01).
           05 APV-APPROVAL-DATE            PIC 9(08).
           05 FILLER                      PIC X(01).
           05 APV-TAG                      PIC X(06).
           05 FILLER                      PIC X(01).
           05 APV-RUN-DATE                 PIC 9(08).
           05 FILLER                      PIC X(01).
           05 APV-RETAIN-DAYS              PIC 9(05).
       FD  OPERATOR-AUTHORITY.
       01  OPA-RECORD.
           05 OPA-KEY.
               10 OPA-OPERATOR-ID          PIC X(08).
           05 FILLER                      PIC X(01).
           05 OPA-OPERATOR-NAME            PIC X(20).
           05 FILLER                      PIC X(01).
           05 OPA-ACTIVE-FLAG              PIC X(01).
              88 OPA-ACTIVE VALUE "A".
           05 FILLER                      PIC X(01).
           05 OPA-CAN-BKOUT                PIC X(01).
              88 OPA-BKOUT-AUTHORIZED VALUE "Y".
           05 FILLER                      PIC X(01).
           05 OPA-CAN-PURGE                PIC X(01).
              88 OPA-PURGE-AUTHORIZED VALUE "Y".
           05 FILLER                      PIC X(01).
           05 OPA-CAN-RESTORE              PIC X(01).
              88 OPA-RESTORE-AUTHORIZED VALUE "Y".
           05 FILLER                      PIC X(01).
           05 OPA-CAN-RELEASE              PIC X(01).
              88 OPA-RELEASE-AUTHORIZED VALUE "Y".
           05 FILLER                      PIC X(01).
           05 OPA-MAINT-DATE               PIC 9(08).
           05 FILLER                      PIC X(01).
           05 OPA-MAINT-BY                 PIC X(08).
       WORKING-STORAGE SECTION.
           01 WS-GSL-FILE-STATUS PIC X(02) VALUE "00".
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
           01 WS-DISP-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-OVR-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-DISP-HELD-STATUS PIC X(01) VALUE SPACE.
           01 WS-OVERRIDE-SW PIC X(01) VALUE "N".
              88 WS-RELEASE-OVERRIDDEN VALUE "Y".
           01 WS-AUD-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-APV-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-OPA-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-AUTH-SW PIC X(01) VALUE "Y".
              88 WS-AUTHORITY-VALID VALUE "Y".
           01 WS-APPROVAL-SW PIC X(01) VALUE "Y".
              88 WS-APPROVAL-NEEDED VALUE "Y".
           01 WS-AUTH-ACTION PIC X(08) VALUE "RELEASE".
           01 WS-AUTH-REQUESTER PIC X(08) VALUE SPACES.
           01 WS-AUTH-APPROVER PIC X(08) VALUE SPACES.
           01 WS-AUTH-CHECK-ID PIC X(08) VALUE SPACES.
           01 WS-AUTH-REASON PIC X(50) VALUE SPACES.
           01 WS-AUTH-SCOPE PIC X(30) VALUE SPACES.
           01 WS-AUTH-TODAY PIC 9(08) VALUE 0.
           01 WS-AUTH-YESTERDAY PIC 9(08) VALUE 0.
           01 WS-CTL-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-RPT-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-WHS-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-RUN-DATE PIC 9(08) VALUE 0.
           01 WS-OPERATOR-ID PIC X(08) VALUE "BATCHJOB".
           01 WS-RECORD-COUNT PIC 9(09) VALUE 0.
           01 WS-DETAIL-READ-COUNT PIC 9(09) VALUE 0.
           01 WS-HASH-TOTAL PIC 9(13) VALUE 0.
           01 WS-EXTRACT-LINE PIC X(100) VALUE SPACES.
           01 WS-LDG-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-LDG-OPEN-SW PIC X(01) VALUE "N".
              88 WS-LDG-OPEN VALUE "Y".
           01 WS-LDG-RUN-DATE PIC 9(08) VALUE 0.
           01 WS-LDG-STEP-ID PIC X(08) VALUE "FZBWHSE".
           01 WS-LDG-COUNT-ID PIC X(08) VALUE SPACES.
           01 WS-LDG-COUNT PIC 9(09) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0300-RESOLVE-GENERATION THRU 0300-EXIT
           PERFORM 0500-CHECK-RUN-DISPOSITION THRU 0500-EXIT
           MOVE WS-GEN-RUN-DATE TO WS-RUN-DATE
           PERFORM 1000-GET-OPERATOR-ID THRU 1000-EXIT
           PERFORM 2000-OPEN-FILES THRU 2000-EXIT
           PERFORM 2500-WRITE-HEADER THRU 2500-EXIT
               UNTIL WS-RPT-EOF
           PERFORM 8000-WRITE-TRAILER THRU 8000-EXIT
           PERFORM 9000-CLOSE-FILES THRU 9000-EXIT
           PERFORM 9700-POST-BATCH-LEDGER THRU 9700-EXIT
           STOP RUN.
      *----------------------------------------------------------------
      * Work out which report-file generation this run reads. The
      * optional selection card (RPTGEN) names it either by run date
      * (20261014) or relative to the newest active generation on
      * the catalog (blank or 0 the newest, -1 the one before, and so
      * on - purged generations do not count), so a rerun for last
      * Tuesday is a card change, not a file rename. The catalog
      * entry supplies the generation's file name and the
      * disposition the run that wrote it ended with. A selection
      * the catalog cannot satisfy rejects the run before anything
      * is opened.
      *----------------------------------------------------------------
       0300-RESOLVE-GENERATION.
           MOVE SPACES TO WS-GEN-SPEC
           OPEN INPUT GENERATION-SELECT-FILE
           IF WS-GSL-FILE-STATUS IS EQUAL TO "00"
               READ GENERATION-SELECT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE GSL-GEN-SPEC TO WS-GEN-SPEC
               END-READ
           END-IF
           CLOSE GENERATION-SELECT-FILE
           IF WS-GEN-SPEC IS EQUAL TO SPACES
               MOVE "0" TO WS-GEN-SPEC
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-GEN-SPEC) IS NOT EQUAL TO ZERO
               DISPLAY "FZBWHSE REJECT - GENERATION '" WS-GEN-SPEC
                   "' IS NOT A RUN DATE OR A RELATIVE NUMBER"
               GO TO 9999-REJECT-RUN
           END-IF
           COMPUTE WS-GEN-NUMBER = FUNCTION NUMVAL(WS-GEN-SPEC)
           OPEN INPUT RPT-CATALOG
           IF WS-CAT-FILE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "FZBWHSE REJECT - RPTCAT OPEN FAILED STATUS "
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
               DISPLAY "FZBWHSE REJECT - GENERATION '" WS-GEN-SPEC
                   "' IS NOT AN ACTIVE GENERATION ON RPTCAT"
               GO TO 9999-REJECT-RUN
           END-IF
           DISPLAY "FZBWHSE - READING " WS-RPT-GEN-DSN
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
      * Refuse to distribute an incomplete run. FIZZBUZZ writes an
      * in-flight run-disposition record (RUNDISP, status A) before
      * its first transaction and upgrades it on the way out, so an
      * execution cancelled outright - the one exit that reaches
      * none of its termination paragraphs - still leaves an A on
      * disk instead of the previous run's C. FZBGENC carries that
      * status onto the generation's catalog entry, so a generation
      * from an earlier run date is judged by the disposition
      * cataloged with it; for the generation RUNDISP itself
      * describes, RUNDISP is the latest word on the run and
      * governs. A status other than completed means the generation
      * cannot be proven whole, and shipping it is the August
      * incident over again. The one sanctioned way past the gate
      * is the operator override card (a RELEASE command on
      * RELOVRD) for a deliberate partial release, and taking it is
      * said out loud on SYSOUT so the release is on the record. The
      * card only counts when its operator and a second approving
      * operator both hold release authority on OPRAUTH.
      *----------------------------------------------------------------
       0500-CHECK-RUN-DISPOSITION.
           MOVE WS-GEN-DISP-STATUS TO WS-DISP-HELD-STATUS
           OPEN INPUT RUN-DISPOSITION-FILE
           IF WS-DISP-FILE-STATUS IS EQUAL TO "00"
               READ RUN-DISPOSITION-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DISP-RUN-DATE IS EQUAL TO WS-GEN-RUN-DATE
                           MOVE DISP-STATUS TO WS-DISP-HELD-STATUS
                       END-IF
               END-READ
           END-IF
           CLOSE RUN-DISPOSITION-FILE
           END-IF
           PERFORM 0600-CHECK-RELEASE-OVERRIDE THRU 0600-EXIT
           IF WS-RELEASE-OVERRIDDEN
               PERFORM 0700-CHECK-AUTHORITY THRU 0700-EXIT
           END-IF
           IF WS-RELEASE-OVERRIDDEN AND WS-AUTHORITY-VALID
               DISPLAY "FZBWHSE WARNING - RUN DISPOSITION '"
                   WS-DISP-HELD-STATUS "' IS NOT COMPLETE - "
                   "RELEASED BY OPERATOR OVERRIDE"
                   NOT AT END
                       IF OVR-COMMAND IS EQUAL TO "RELEASE"
                           SET WS-RELEASE-OVERRIDDEN TO TRUE
                           MOVE OVR-OPERATOR-ID TO WS-AUTH-REQUESTER
                       END-IF
               END-READ
           END-IF
           CLOSE RELEASE-OVERRIDE-FILE
           STRING "FZBWHSE " WS-GEN-RUN-DATE
               " DISP " WS-DISP-HELD-STATUS
               DELIMITED BY SIZE INTO WS-AUTH-SCOPE
           GO TO 0600-EXIT.
       0600-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * A partial release ships a generation the run could not prove
      * whole, so one operator's card is not enough. The operator
      * named on the RELEASE card must be an active operator on
      * OPRAUTH holding release authority, and a second, different
      * operator holding the same authority must have approved the
      * release of this run date on the approval card. The decision,
      * either way, goes on AUDITLOG; a refused release leaves the
      * gate standing.
      *----------------------------------------------------------------
       0700-CHECK-AUTHORITY.
           MOVE "Y" TO WS-AUTH-SW
           MOVE SPACES TO WS-AUTH-REASON
           MOVE SPACES TO WS-AUTH-APPROVER
           ACCEPT WS-AUTH-TODAY FROM DATE YYYYMMDD
           COMPUTE WS-AUTH-YESTERDAY = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-AUTH-TODAY) - 1)
           OPEN INPUT OPERATOR-AUTHORITY
           PERFORM 0710-VALIDATE-AUTHORITY THRU 0710-EXIT
           CLOSE OPERATOR-AUTHORITY
           PERFORM 0790-WRITE-AUTHORITY-AUDIT THRU 0790-EXIT
           IF NOT WS-AUTHORITY-VALID
               DISPLAY "FZBWHSE REFUSED - " WS-AUTH-REASON
               GO TO 0700-EXIT
           END-IF
           IF WS-APPROVAL-NEEDED
               DISPLAY "FZBWHSE - RELEASE REQUESTED BY "
                   WS-AUTH-REQUESTER " APPROVED BY " WS-AUTH-APPROVER
           END-IF
           GO TO 0700-EXIT.
       0700-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Check the requester, then the approval card and its approver,
      * stopping at the first thing wrong. The master must open - no
      * master, no authority. The approval card is one deliberate
      * act: it must be for this action, this requester, and this
      * piece of work, come from a second operator, and be dated
      * today or yesterday (an overnight run may pass midnight), so
      * a card left behind in the deck cannot approve a later run.
      *----------------------------------------------------------------
       0710-VALIDATE-AUTHORITY.
           IF WS-OPA-FILE-STATUS IS NOT EQUAL TO "00"
               MOVE "N" TO WS-AUTH-SW
               STRING "OPRAUTH OPEN FAILED STATUS "
                   WS-OPA-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-AUTH-REASON
               GO TO 0710-EXIT
           END-IF
           IF WS-AUTH-REQUESTER IS EQUAL TO SPACES
               MOVE "N" TO WS-AUTH-SW
               MOVE "NO REQUESTING OPERATOR ON THE CONTROL CARD"
                   TO WS-AUTH-REASON
               GO TO 0710-EXIT
           END-IF
           MOVE WS-AUTH-REQUESTER TO WS-AUTH-CHECK-ID
           PERFORM 0720-CHECK-ONE-OPERATOR THRU 0720-EXIT
           IF NOT WS-AUTHORITY-VALID OR NOT WS-APPROVAL-NEEDED
               GO TO 0710-EXIT
           END-IF
           MOVE SPACES TO APV-RECORD
           OPEN INPUT APPROVAL-CARD-FILE
           IF WS-APV-FILE-STATUS IS EQUAL TO "00"
               READ APPROVAL-CARD-FILE
                   AT END
                       MOVE SPACES TO APV-RECORD
               END-READ
           END-IF
           CLOSE APPROVAL-CARD-FILE
           IF APV-RECORD IS EQUAL TO SPACES
               MOVE "N" TO WS-AUTH-SW
               MOVE "NO APPROVAL CARD FROM A SECOND OPERATOR"
                   TO WS-AUTH-REASON
               GO TO 0710-EXIT
           END-IF
           MOVE APV-APPROVER-ID TO WS-AUTH-APPROVER
           IF APV-ACTION IS NOT EQUAL TO WS-AUTH-ACTION
               MOVE "N" TO WS-AUTH-SW
               STRING "APPROVAL CARD IS NOT FOR " WS-AUTH-ACTION
                   DELIMITED BY SIZE INTO WS-AUTH-REASON
               GO TO 0710-EXIT
           END-IF
           IF APV-REQUESTER-ID IS NOT EQUAL TO WS-AUTH-REQUESTER
               MOVE "N" TO WS-AUTH-SW
               MOVE "APPROVAL CARD NAMES ANOTHER REQUESTER"
                   TO WS-AUTH-REASON
               GO TO 0710-EXIT
           END-IF
           IF WS-AUTH-APPROVER IS EQUAL TO SPACES
               MOVE "N" TO WS-AUTH-SW
               MOVE "APPROVAL CARD NAMES NO APPROVER"
                   TO WS-AUTH-REASON
               GO TO 0710-EXIT
           END-IF
           IF WS-AUTH-APPROVER IS EQUAL TO WS-AUTH-REQUESTER
               MOVE "N" TO WS-AUTH-SW
               MOVE "APPROVER MUST BE A SECOND, DIFFERENT OPERATOR"
                   TO WS-AUTH-REASON
               GO TO 0710-EXIT
           END-IF
           IF APV-APPROVAL-DATE IS NOT NUMERIC
                   OR (APV-APPROVAL-DATE IS NOT EQUAL TO WS-AUTH-TODAY
                   AND APV-APPROVAL-DATE
                   IS NOT EQUAL TO WS-AUTH-YESTERDAY)
               MOVE "N" TO WS-AUTH-SW
               MOVE "APPROVAL CARD IS NOT DATED TODAY OR YESTERDAY"
                   TO WS-AUTH-REASON
               GO TO 0710-EXIT
           END-IF
           PERFORM 0730-CHECK-APPROVAL-SCOPE THRU 0730-EXIT
           IF NOT WS-AUTHORITY-VALID
               GO TO 0710-EXIT
           END-IF
           MOVE WS-AUTH-APPROVER TO WS-AUTH-CHECK-ID
           PERFORM 0720-CHECK-ONE-OPERATOR THRU 0720-EXIT
           GO TO 0710-EXIT.
       0710-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * One operator, requester or approver, must be on OPRAUTH,
      * active, and hold release authority.
      *----------------------------------------------------------------
       0720-CHECK-ONE-OPERATOR.
           MOVE WS-AUTH-CHECK-ID TO OPA-OPERATOR-ID
           READ OPERATOR-AUTHORITY
               INVALID KEY
                   MOVE "N" TO WS-AUTH-SW
                   STRING WS-AUTH-CHECK-ID DELIMITED BY SPACE
                       " IS NOT ON OPRAUTH" DELIMITED BY SIZE
                       INTO WS-AUTH-REASON
                   GO TO 0720-EXIT
           END-READ
           IF NOT OPA-ACTIVE
               MOVE "N" TO WS-AUTH-SW
               STRING WS-AUTH-CHECK-ID DELIMITED BY SPACE
                   " IS NOT AN ACTIVE OPERATOR" DELIMITED BY SIZE
                   INTO WS-AUTH-REASON
               GO TO 0720-EXIT
           END-IF
           IF NOT OPA-RELEASE-AUTHORIZED
               MOVE "N" TO WS-AUTH-SW
               STRING WS-AUTH-CHECK-ID DELIMITED BY SPACE
                   " HAS NO RELEASE AUTHORITY" DELIMITED BY SIZE
                   INTO WS-AUTH-REASON
               GO TO 0720-EXIT
           END-IF
           GO TO 0720-EXIT.
       0720-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * The approval must name the run date of the generation being
      * released - approving one night's release does not approve
      * another's.
      *----------------------------------------------------------------
       0730-CHECK-APPROVAL-SCOPE.
           IF APV-RUN-DATE IS NOT NUMERIC
                   OR APV-RUN-DATE IS NOT EQUAL TO WS-GEN-RUN-DATE
               MOVE "N" TO WS-AUTH-SW
               MOVE "APPROVAL CARD IS FOR ANOTHER RUN DATE"
                   TO WS-AUTH-REASON
           END-IF
           GO TO 0730-EXIT.
       0730-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Log the authority decision on AUDITLOG as an AUTHZ record -
      * the action, when, the requester, the approver, granted (G)
      * or refused (R), and what it covered - refusals included, so
      * an auditor sees every attempt and that no one acted alone.
      * The log is opened for appending the way every writer of
      * AUDITLOG opens it.
      *----------------------------------------------------------------
       0790-WRITE-AUTHORITY-AUDIT.
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUD-FILE-STATUS IS NOT EQUAL TO "00"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           MOVE SPACES TO AUD-AUTHZ-RECORD
           MOVE "AUTHZ" TO AUD-AZ-REC-TYPE
           MOVE WS-AUTH-ACTION TO AUD-AZ-ACTION
           ACCEPT AUD-AZ-DATE FROM DATE YYYYMMDD
           ACCEPT AUD-AZ-TIME FROM TIME
           MOVE WS-AUTH-REQUESTER TO AUD-AZ-REQUESTER-ID
           MOVE WS-AUTH-APPROVER TO AUD-AZ-APPROVER-ID
           IF WS-AUTHORITY-VALID
               MOVE "G" TO AUD-AZ-OUTCOME
           ELSE
               MOVE "R" TO AUD-AZ-OUTCOME
           END-IF
           MOVE WS-AUTH-SCOPE TO AUD-AZ-SCOPE
           WRITE AUD-AUTHZ-RECORD
           CLOSE AUDIT-LOG-FILE
           GO TO 0790-EXIT.
       0790-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Pick up the operator id from the same control record the
      * FIZZBUZZ run read, so the extract header names whoever stood
      * behind the run it carries. Absence of the control file is
                   SET WS-RPT-EOF TO TRUE
               NOT AT END
                   IF RPT-TAG IS NOT EQUAL TO "TOTALS"
                       ADD 1 TO WS-DETAIL-READ-COUNT
                       PERFORM 3100-WRITE-ONE-DETAIL THRU 3100-EXIT
                   END-IF
           END-READ
       9000-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Post the warehouse step's control counts to the batch ledger
      * (BATLEDG) under the generation's run date: detail lines read
      * from the report file and detail records written to WHSEXTR.
      *----------------------------------------------------------------
       9700-POST-BATCH-LEDGER.
           PERFORM 9710-OPEN-BATCH-LEDGER THRU 9710-EXIT
           IF NOT WS-LDG-OPEN
               GO TO 9700-EXIT
           END-IF
           MOVE WS-RUN-DATE TO WS-LDG-RUN-DATE
           MOVE "DTLREAD" TO WS-LDG-COUNT-ID
           MOVE WS-DETAIL-READ-COUNT TO WS-LDG-COUNT
           PERFORM 9720-POST-ONE-COUNT THRU 9720-EXIT
           MOVE "WHSDTL" TO WS-LDG-COUNT-ID
           MOVE WS-RECORD-COUNT TO WS-LDG-COUNT
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
               DISPLAY "FZBWHSE WARNING - BATLEDG OPEN FAILED STATUS "
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
               DISPLAY "FZBWHSE WARNING - BATLEDG POST FAILED STATUS "
                   WS-LDG-FILE-STATUS " FOR " WS-LDG-COUNT-ID
           END-IF
           GO TO 9720-EXIT.
       9720-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Reached when RPTFILE cannot be read or the extract cannot be
      * written. No trailer goes out on an aborted extract, so a
      * partial file can never pass the warehouse's completeness
           CLOSE WAREHOUSE-EXTRACT-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN.
      *----------------------------------------------------------------
      * Reached when the report-file generation asked for cannot be
      * resolved on the catalog. Nothing has been opened, nothing
      * has been distributed.
      *----------------------------------------------------------------
       9999-REJECT-RUN.
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       END PROGRAM FZBWHSE.
