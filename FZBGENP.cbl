      ******************************************************************
      * Author: RLA
      * Date: 10/15/2026
      * Purpose: Maintenance companion to FIZZBUZZ and FZBGENC. Each
      *          run date's report file is now kept as its own
      *          generation and cataloged on RPTCAT, so without a
      *          trim the generations pile up the way RESULTKS did
      *          before FZBPURGE. This step reads a control card
      *          (GPRCTL) carrying the retention period in days and
      *          an archive switch, walks the catalog, and scratches
      *          every active generation older than the retention
      *          cutoff whose own cataloged expiry date has also
      *          passed - first copying its lines to the generation
      *          archive (GENARCH) when the switch asks for that -
      *          and marks the catalog entry purged, so the entry
      *          (its run date, disposition, and counts) outlives the
      *          file it describes. The scratch destroys the only
      *          copy FZBRBLD can rebuild RESULTKS from, so it is
      *          held to the same dual control as FZBPURGE: the
      *          operator named on GPRCTL must be active on the
      *          operator authority master (OPRAUTH) with purge
      *          authority, a retention period below the minimum
      *          (90 days) needs an approval card (APPROVAL) for the
      *          same period from a second authorized operator, and
      *          the decision is logged on AUDITLOG as an AUTHZ
      *          record before the catalog is opened.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * 10/15/2026  RLA  Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FZBGENP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GEN-PURGE-CONTROL-FILE ASSIGN TO "GPRCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GPR-FILE-STATUS.
           SELECT RPT-CATALOG ASSIGN TO "RPTCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-KEY
               FILE STATUS IS WS-CAT-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN USING WS-RPT-GEN-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
           SELECT OPTIONAL GEN-ARCHIVE-FILE ASSIGN TO "GENARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GAR-FILE-STATUS.
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
       FD  GEN-PURGE-CONTROL-FILE.
       01  GPR-RECORD.
           05 GPR-RETAIN-DAYS              PIC 9(05).
           05 FILLER                      PIC X(01).
           05 GPR-ARCHIVE-SW               PIC X(01).
           05 FILLER                      PIC X(01).
           05 GPR-OPERATOR-ID              PIC X(08).
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
       01  RPT-LINE                        PIC X(70).
       FD  GEN-ARCHIVE-FILE.
       01  GAR-RECORD.
           05 GAR-RUN-DATE                 PIC 9(08).
           05 FILLER                      PIC X(01).
           05 GAR-RPT-LINE                 PIC X(70).
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
           01 WS-GPR-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-CAT-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-RPT-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-GAR-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-CAT-EOF-SW PIC X(01) VALUE "N".
              88 WS-CAT-EOF VALUE "Y".
           01 WS-RPT-EOF-SW PIC X(01) VALUE "N".
              88 WS-RPT-EOF VALUE "Y".
           01 WS-ARCHIVE-SW PIC X(01) VALUE "N".
              88 WS-ARCHIVE-WANTED VALUE "Y".
           01 WS-RPT-GEN-DSN PIC X(20) VALUE SPACES.
           01 WS-RETAIN-DAYS PIC 9(05) VALUE 0.
           01 WS-RUN-DATE PIC 9(08) VALUE 0.
           01 WS-CUTOFF-DATE PIC 9(08) VALUE 0.
           01 WS-DATE-INTEGER PIC 9(08) VALUE 0.
           01 WS-READ-COUNT PIC 9(08) VALUE 0.
           01 WS-PURGED-COUNT PIC 9(08) VALUE 0.
           01 WS-ARCHIVED-COUNT PIC 9(08) VALUE 0.
           01 WS-MISSING-COUNT PIC 9(08) VALUE 0.
           01 WS-HELD-COUNT PIC 9(08) VALUE 0.
           01 WS-KEPT-COUNT PIC 9(08) VALUE 0.
           01 WS-FAILED-COUNT PIC 9(08) VALUE 0.
           01 WS-ARCHIVE-OK-SW PIC X(01) VALUE "Y".
              88 WS-ARCHIVE-SECURED VALUE "Y".
           01 WS-MIN-RETAIN-DAYS PIC 9(05) VALUE 90.
           01 WS-AUD-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-APV-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-OPA-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-AUTH-SW PIC X(01) VALUE "Y".
              88 WS-AUTHORITY-VALID VALUE "Y".
           01 WS-APPROVAL-SW PIC X(01) VALUE "Y".
              88 WS-APPROVAL-NEEDED VALUE "Y".
           01 WS-AUTH-ACTION PIC X(08) VALUE "GENPURGE".
           01 WS-AUTH-REQUESTER PIC X(08) VALUE SPACES.
           01 WS-AUTH-APPROVER PIC X(08) VALUE SPACES.
           01 WS-AUTH-CHECK-ID PIC X(08) VALUE SPACES.
           01 WS-AUTH-REASON PIC X(50) VALUE SPACES.
           01 WS-AUTH-SCOPE PIC X(30) VALUE SPACES.
           01 WS-AUTH-TODAY PIC 9(08) VALUE 0.
           01 WS-AUTH-YESTERDAY PIC 9(08) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-GET-PURGE-PARAMETERS THRU 1000-EXIT
           PERFORM 1500-CHECK-AUTHORITY THRU 1500-EXIT
           IF NOT WS-AUTHORITY-VALID
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2000-OPEN-FILES THRU 2000-EXIT
           PERFORM 3000-PURGE-ONE-GENERATION THRU 3000-EXIT
               UNTIL WS-CAT-EOF
           PERFORM 9000-CLOSE-FILES THRU 9000-EXIT
           DISPLAY "FZBGENP - READ " WS-READ-COUNT
               " PURGED " WS-PURGED-COUNT
               " ARCHIVED " WS-ARCHIVED-COUNT
               " MISSING " WS-MISSING-COUNT
               " HELD " WS-HELD-COUNT
               " KEPT " WS-KEPT-COUNT
               " FAILED " WS-FAILED-COUNT
               " CUTOFF " WS-CUTOFF-DATE
           IF WS-MISSING-COUNT IS GREATER THAN ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-FAILED-COUNT IS GREATER THAN ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.
      *----------------------------------------------------------------
      * Read the control card that supplies the retention period and
      * the archive switch, and work out the cutoff date. As with
      * FZBPURGE there is no safe default - a purge that guesses its
      * own retention period can scratch generations the business
      * still needs - so a missing or bad card rejects the run before
      * the catalog is touched. So does a card that does not name
      * the operator asking for the purge.
      *----------------------------------------------------------------
       1000-GET-PURGE-PARAMETERS.
           OPEN INPUT GEN-PURGE-CONTROL-FILE
           IF WS-GPR-FILE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "FZBGENP REJECT - GPRCTL OPEN FAILED STATUS "
                   WS-GPR-FILE-STATUS
               GO TO 9999-REJECT-RUN
           END-IF
           READ GEN-PURGE-CONTROL-FILE
               AT END
                   DISPLAY "FZBGENP REJECT - GPRCTL IS EMPTY"
                   CLOSE GEN-PURGE-CONTROL-FILE
                   GO TO 9999-REJECT-RUN
               NOT AT END
                   IF GPR-RETAIN-DAYS IS NOT NUMERIC
                           OR GPR-RETAIN-DAYS IS EQUAL TO ZERO
                       DISPLAY "FZBGENP REJECT - RETENTION DAYS "
                           "MUST BE NUMERIC AND GREATER THAN ZERO"
                       CLOSE GEN-PURGE-CONTROL-FILE
                       GO TO 9999-REJECT-RUN
                   END-IF
                   IF GPR-OPERATOR-ID IS EQUAL TO SPACES
                       DISPLAY "FZBGENP REJECT - OPERATOR ID MUST "
                           "NOT BE BLANK"
                       CLOSE GEN-PURGE-CONTROL-FILE
                       GO TO 9999-REJECT-RUN
                   END-IF
                   MOVE GPR-RETAIN-DAYS TO WS-RETAIN-DAYS
                   MOVE GPR-OPERATOR-ID TO WS-AUTH-REQUESTER
                   IF GPR-ARCHIVE-SW IS EQUAL TO "Y"
                       SET WS-ARCHIVE-WANTED TO TRUE
                   END-IF
           END-READ
           CLOSE GEN-PURGE-CONTROL-FILE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - WS-RETAIN-DAYS
           COMPUTE WS-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
           IF WS-RETAIN-DAYS IS NOT LESS THAN WS-MIN-RETAIN-DAYS
               MOVE "N" TO WS-APPROVAL-SW
           END-IF
           STRING "RETAIN " WS-RETAIN-DAYS " CUTOFF " WS-CUTOFF-DATE
               DELIMITED BY SIZE INTO WS-AUTH-SCOPE
           GO TO 1000-EXIT.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * A generation purge scratches the files RESULTKS is rebuilt
      * from, so the operator named on GPRCTL must be an active
      * operator on OPRAUTH holding purge authority. A retention
      * period at or above the minimum is the routine trim and needs
      * no one else; one below it cuts into history the business
      * expects to keep, and needs a second,
      * different operator holding the same authority to have
      * approved that retention period on the approval card. The
      * decision, either way, goes on AUDITLOG before the catalog is
      * opened.
      *----------------------------------------------------------------
       1500-CHECK-AUTHORITY.
           MOVE "Y" TO WS-AUTH-SW
           MOVE SPACES TO WS-AUTH-REASON
           MOVE SPACES TO WS-AUTH-APPROVER
           ACCEPT WS-AUTH-TODAY FROM DATE YYYYMMDD
           COMPUTE WS-AUTH-YESTERDAY = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-AUTH-TODAY) - 1)
           OPEN INPUT OPERATOR-AUTHORITY
           PERFORM 1510-VALIDATE-AUTHORITY THRU 1510-EXIT
           CLOSE OPERATOR-AUTHORITY
           PERFORM 1590-WRITE-AUTHORITY-AUDIT THRU 1590-EXIT
           IF NOT WS-AUTHORITY-VALID
               DISPLAY "FZBGENP REFUSED - " WS-AUTH-REASON
               GO TO 1500-EXIT
           END-IF
           IF WS-APPROVAL-NEEDED
               DISPLAY "FZBGENP - PURGE REQUESTED BY "
                   WS-AUTH-REQUESTER " APPROVED BY " WS-AUTH-APPROVER
           END-IF
           GO TO 1500-EXIT.
       1500-EXIT.
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
       1510-VALIDATE-AUTHORITY.
           IF WS-OPA-FILE-STATUS IS NOT EQUAL TO "00"
               MOVE "N" TO WS-AUTH-SW
               STRING "OPRAUTH OPEN FAILED STATUS "
                   WS-OPA-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-AUTH-REASON
               GO TO 1510-EXIT
           END-IF
           IF WS-AUTH-REQUESTER IS EQUAL TO SPACES
               MOVE "N" TO WS-AUTH-SW
               MOVE "NO REQUESTING OPERATOR ON THE CONTROL CARD"
                   TO WS-AUTH-REASON
               GO TO 1510-EXIT
           END-IF
           MOVE WS-AUTH-REQUESTER TO WS-AUTH-CHECK-ID
           PERFORM 1520-CHECK-ONE-OPERATOR THRU 1520-EXIT
           IF NOT WS-AUTHORITY-VALID OR NOT WS-APPROVAL-NEEDED
               GO TO 1510-EXIT
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
               GO TO 1510-EXIT
           END-IF
           MOVE APV-APPROVER-ID TO WS-AUTH-APPROVER
           IF APV-ACTION IS NOT EQUAL TO WS-AUTH-ACTION
               MOVE "N" TO WS-AUTH-SW
               STRING "APPROVAL CARD IS NOT FOR " WS-AUTH-ACTION
                   DELIMITED BY SIZE INTO WS-AUTH-REASON
               GO TO 1510-EXIT
           END-IF
           IF APV-REQUESTER-ID IS NOT EQUAL TO WS-AUTH-REQUESTER
               MOVE "N" TO WS-AUTH-SW
               MOVE "APPROVAL CARD NAMES ANOTHER REQUESTER"
                   TO WS-AUTH-REASON
               GO TO 1510-EXIT
           END-IF
           IF WS-AUTH-APPROVER IS EQUAL TO SPACES
               MOVE "N" TO WS-AUTH-SW
               MOVE "APPROVAL CARD NAMES NO APPROVER"
                   TO WS-AUTH-REASON
               GO TO 1510-EXIT
           END-IF
           IF WS-AUTH-APPROVER IS EQUAL TO WS-AUTH-REQUESTER
               MOVE "N" TO WS-AUTH-SW
               MOVE "APPROVER MUST BE A SECOND, DIFFERENT OPERATOR"
                   TO WS-AUTH-REASON
               GO TO 1510-EXIT
           END-IF
           IF APV-APPROVAL-DATE IS NOT NUMERIC
                   OR (APV-APPROVAL-DATE IS NOT EQUAL TO WS-AUTH-TODAY
                   AND APV-APPROVAL-DATE
                   IS NOT EQUAL TO WS-AUTH-YESTERDAY)
               MOVE "N" TO WS-AUTH-SW
               MOVE "APPROVAL CARD IS NOT DATED TODAY OR YESTERDAY"
                   TO WS-AUTH-REASON
               GO TO 1510-EXIT
           END-IF
           PERFORM 1530-CHECK-APPROVAL-SCOPE THRU 1530-EXIT
           IF NOT WS-AUTHORITY-VALID
               GO TO 1510-EXIT
           END-IF
           MOVE WS-AUTH-APPROVER TO WS-AUTH-CHECK-ID
           PERFORM 1520-CHECK-ONE-OPERATOR THRU 1520-EXIT
           GO TO 1510-EXIT.
       1510-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * One operator, requester or approver, must be on OPRAUTH,
      * active, and hold purge authority.
      *----------------------------------------------------------------
       1520-CHECK-ONE-OPERATOR.
           MOVE WS-AUTH-CHECK-ID TO OPA-OPERATOR-ID
           READ OPERATOR-AUTHORITY
               INVALID KEY
                   MOVE "N" TO WS-AUTH-SW
                   STRING WS-AUTH-CHECK-ID DELIMITED BY SPACE
                       " IS NOT ON OPRAUTH" DELIMITED BY SIZE
                       INTO WS-AUTH-REASON
                   GO TO 1520-EXIT
           END-READ
           IF NOT OPA-ACTIVE
               MOVE "N" TO WS-AUTH-SW
               STRING WS-AUTH-CHECK-ID DELIMITED BY SPACE
                   " IS NOT AN ACTIVE OPERATOR" DELIMITED BY SIZE
                   INTO WS-AUTH-REASON
               GO TO 1520-EXIT
           END-IF
           IF NOT OPA-PURGE-AUTHORIZED
               MOVE "N" TO WS-AUTH-SW
               STRING WS-AUTH-CHECK-ID DELIMITED BY SPACE
                   " HAS NO PURGE AUTHORITY" DELIMITED BY SIZE
                   INTO WS-AUTH-REASON
               GO TO 1520-EXIT
           END-IF
           GO TO 1520-EXIT.
       1520-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * The approval must name the same retention period as GPRCTL -
      * approving a short purge does not approve a shorter one.
      *----------------------------------------------------------------
       1530-CHECK-APPROVAL-SCOPE.
           IF APV-RETAIN-DAYS IS NOT NUMERIC
                   OR APV-RETAIN-DAYS IS NOT EQUAL TO WS-RETAIN-DAYS
               MOVE "N" TO WS-AUTH-SW
               MOVE "APPROVAL CARD IS FOR ANOTHER RETENTION PERIOD"
                   TO WS-AUTH-REASON
           END-IF
           GO TO 1530-EXIT.
       1530-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Log the authority decision on AUDITLOG as an AUTHZ record -
      * the action, when, the requester, the approver, granted (G)
      * or refused (R), and what it covered - refusals included, so
      * an auditor sees every attempt and that no one acted alone.
      * The log is opened for appending the way every writer of
      * AUDITLOG opens it.
      *----------------------------------------------------------------
       1590-WRITE-AUTHORITY-AUDIT.
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
           GO TO 1590-EXIT.
       1590-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Open the catalog for update and, when archiving was asked
      * for, the generation archive for appending. The archive is
      * OPTIONAL, so the first purge after it is swept off to tape
      * creates it and comes back with status 05 - a normal day, not
      * an error.
      *----------------------------------------------------------------
       2000-OPEN-FILES.
           OPEN I-O RPT-CATALOG
           IF WS-CAT-FILE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "FZBGENP ABORT - RPTCAT OPEN FAILED STATUS "
                   WS-CAT-FILE-STATUS
               GO TO 9990-ABORT-RUN
           END-IF
           IF WS-ARCHIVE-WANTED
               OPEN EXTEND GEN-ARCHIVE-FILE
               IF WS-GAR-FILE-STATUS IS NOT EQUAL TO "00"
                       AND WS-GAR-FILE-STATUS IS NOT EQUAL TO "05"
                   DISPLAY "FZBGENP ABORT - GENARCH OPEN FAILED "
                       "STATUS " WS-GAR-FILE-STATUS
                   GO TO 9990-ABORT-RUN
               END-IF
           END-IF
           GO TO 2000-EXIT.
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Read the next catalog entry and decide its generation's fate.
      * Entries already purged are history and are left alone. An
      * active generation older than the cutoff is still held when
      * its own expiry date (the retention FZBGENC cataloged it
      * with) has not yet passed - a short purge card cannot cut a
      * generation's cataloged retention short. Everything else older
      * than the cutoff is archived when asked, scratched, and its
      * entry marked purged with today's date. Only a scratch that
      * worked (00) or found the file already gone (35) marks the
      * entry purged; a generation whose archive copy was not made,
      * or whose scratch failed, is still on disk and stays active
      * on the catalog, where FZBRBLD and the RPTGEN readers can
      * still reach it, and is counted as a failure (return code 8).
      *----------------------------------------------------------------
       3000-PURGE-ONE-GENERATION.
           READ RPT-CATALOG NEXT
               AT END
                   SET WS-CAT-EOF TO TRUE
           END-READ
           IF WS-CAT-EOF
               GO TO 3000-EXIT
           END-IF
           ADD 1 TO WS-READ-COUNT
           IF CAT-GEN-PURGED
                   OR CAT-RUN-DATE IS NOT LESS THAN WS-CUTOFF-DATE
               ADD 1 TO WS-KEPT-COUNT
               GO TO 3000-EXIT
           END-IF
           IF CAT-EXPIRE-DATE IS NOT LESS THAN WS-RUN-DATE
               DISPLAY "FZBGENP - HELD " CAT-DSN
                   " UNTIL " CAT-EXPIRE-DATE
               ADD 1 TO WS-HELD-COUNT
               GO TO 3000-EXIT
           END-IF
           MOVE CAT-DSN TO WS-RPT-GEN-DSN
           MOVE "Y" TO WS-ARCHIVE-OK-SW
           IF WS-ARCHIVE-WANTED
               PERFORM 4000-ARCHIVE-ONE-GENERATION THRU 4000-EXIT
           END-IF
           IF NOT WS-ARCHIVE-SECURED
               DISPLAY "FZBGENP WARNING - " WS-RPT-GEN-DSN
                   " NOT ARCHIVED STATUS " WS-RPT-FILE-STATUS
                   " - NOT SCRATCHED, CATALOG ENTRY LEFT ACTIVE"
               ADD 1 TO WS-FAILED-COUNT
               GO TO 3000-EXIT
           END-IF
           DELETE FILE REPORT-FILE
           IF WS-RPT-FILE-STATUS IS EQUAL TO "35"
               DISPLAY "FZBGENP WARNING - " WS-RPT-GEN-DSN
                   " ALREADY GONE - CATALOG ENTRY MARKED PURGED"
               ADD 1 TO WS-MISSING-COUNT
           ELSE
               IF WS-RPT-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "FZBGENP WARNING - " WS-RPT-GEN-DSN
                       " NOT SCRATCHED STATUS " WS-RPT-FILE-STATUS
                       " - CATALOG ENTRY LEFT ACTIVE"
                   ADD 1 TO WS-FAILED-COUNT
                   GO TO 3000-EXIT
               END-IF
           END-IF
           SET CAT-GEN-PURGED TO TRUE
           MOVE WS-RUN-DATE TO CAT-PURGE-DATE
           REWRITE CAT-RECORD
           IF WS-CAT-FILE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "FZBGENP ABORT - RPTCAT REWRITE FAILED STATUS "
                   WS-CAT-FILE-STATUS
               GO TO 9990-ABORT-RUN
           END-IF
           ADD 1 TO WS-PURGED-COUNT
           GO TO 3000-EXIT.
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Copy every line of the generation about to be scratched to
      * the generation archive, each prefixed with its run date so
      * the archive can be split back into generations later. A
      * failed archive WRITE aborts before the scratch ever runs, so
      * a generation is never destroyed without its copy being safe.
      * A generation that is already gone (35) has nothing to copy;
      * the scratch that follows reports it. One that will not open
      * for any other reason has no copy, and the secured switch is
      * turned off so the scratch does not run.
      *----------------------------------------------------------------
       4000-ARCHIVE-ONE-GENERATION.
           OPEN INPUT REPORT-FILE
           IF WS-RPT-FILE-STATUS IS EQUAL TO "35"
               GO TO 4000-EXIT
           END-IF
           IF WS-RPT-FILE-STATUS IS NOT EQUAL TO "00"
               MOVE "N" TO WS-ARCHIVE-OK-SW
               GO TO 4000-EXIT
           END-IF
           MOVE "N" TO WS-RPT-EOF-SW
           PERFORM 4100-ARCHIVE-ONE-LINE THRU 4100-EXIT
               UNTIL WS-RPT-EOF
           CLOSE REPORT-FILE
           ADD 1 TO WS-ARCHIVED-COUNT
           GO TO 4000-EXIT.
       4000-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Copy one generation line to the archive.
      *----------------------------------------------------------------
       4100-ARCHIVE-ONE-LINE.
           READ REPORT-FILE
               AT END
                   SET WS-RPT-EOF TO TRUE
           END-READ
           IF WS-RPT-EOF
               GO TO 4100-EXIT
           END-IF
           MOVE SPACES TO GAR-RECORD
           MOVE CAT-RUN-DATE TO GAR-RUN-DATE
           MOVE RPT-LINE TO GAR-RPT-LINE
           WRITE GAR-RECORD
           IF WS-GAR-FILE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "FZBGENP ABORT - GENARCH WRITE FAILED "
                   "STATUS " WS-GAR-FILE-STATUS
               GO TO 9990-ABORT-RUN
           END-IF
           GO TO 4100-EXIT.
       4100-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Close out every file opened for this run.
      *----------------------------------------------------------------
       9000-CLOSE-FILES.
           CLOSE RPT-CATALOG
           IF WS-ARCHIVE-WANTED
               CLOSE GEN-ARCHIVE-FILE
           END-IF
           GO TO 9000-EXIT.
       9000-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Reached when the catalog cannot be opened or updated, or the
      * archive copy cannot be written. Generations already purged
      * stay purged (each one's archive copy, when asked for, was
      * secured before its scratch), and the step ends hard so
      * operations looks before running again.
      *----------------------------------------------------------------
       9990-ABORT-RUN.
           CLOSE REPORT-FILE
           CLOSE RPT-CATALOG
           IF WS-ARCHIVE-WANTED
               CLOSE GEN-ARCHIVE-FILE
           END-IF
           MOVE 16 TO RETURN-CODE
           STOP RUN.
      *----------------------------------------------------------------
      * Reached when the purge control card is missing or bad. The
      * catalog has not been opened, nothing has been touched.
      *----------------------------------------------------------------
       9999-REJECT-RUN.
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       END PROGRAM FZBGENP.
