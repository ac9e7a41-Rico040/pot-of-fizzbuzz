      *                  can pull by classification in one keyed
      *                  pass; every program opening the KSDS now
      *                  declares the key so its opens keep working.
      * 10/15/2026  RLA  Dual control. RSTCTL now names the operator
      *                  asking for the restore, who must be active on
      *                  the operator authority master (OPRAUTH) with
      *                  restore authority, and an approval card
      *                  (APPROVAL) for the same tag, start date, and
      *                  end date (a new column at the end of the
      *                  card) from a second, different authorized
      *                  operator is required. Without both the step
      *                  refuses with return code 8 and touches
      *                  nothing. Every decision is logged on AUDITLOG
      *                  as an AUTHZ record.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FZBREST.
               ALTERNATE RECORD KEY IS KS-CLASS-CODE
                   WITH DUPLICATES
               FILE STATUS IS WS-KS-FILE-STATUS.
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
       FD  RESTORE-CONTROL-FILE.
           05 RST-DATE-FROM                PIC 9(08).
           05 FILLER                      PIC X(01).
           05 RST-DATE-TO                  PIC 9(08).
           05 FILLER                      PIC X(01).
           05 RST-OPERATOR-ID              PIC X(08).
       FD  ARCHIVE-FILE.
       01  ARCH-RECORD.
           05 ARCH-KEY.
           05 KS-TEXT-VALUE                PIC X(40).
           05 FILLER                      PIC X(01).
           05 KS-RESULT                    PIC 9(03).
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
           05 FILLER                      PIC X(01).
           05 APV-DATE-TO                  PIC 9(08).
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
           01 WS-RST-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-ARCH-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-SELECT-TAG PIC X(06) VALUE SPACES.
           01 WS-DATE-FROM PIC 9(08) VALUE 0.
           01 WS-DATE-TO PIC 9(08) VALUE 99999999.
           01 WS-APV-DATE-TO PIC 9(08) VALUE 99999999.
           01 WS-READ-COUNT PIC 9(08) VALUE 0.
           01 WS-RESTORED-COUNT PIC 9(08) VALUE 0.
           01 WS-SKIPPED-COUNT PIC 9(08) VALUE 0.
           01 WS-PRESENT-COUNT PIC 9(08) VALUE 0.
           01 WS-CONFLICT-COUNT PIC 9(08) VALUE 0.
           01 WS-AUD-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-APV-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-OPA-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-AUTH-SW PIC X(01) VALUE "Y".
              88 WS-AUTHORITY-VALID VALUE "Y".
           01 WS-APPROVAL-SW PIC X(01) VALUE "Y".
              88 WS-APPROVAL-NEEDED VALUE "Y".
           01 WS-AUTH-ACTION PIC X(08) VALUE "RESTORE".
           01 WS-AUTH-REQUESTER PIC X(08) VALUE SPACES.
           01 WS-AUTH-APPROVER PIC X(08) VALUE SPACES.
           01 WS-AUTH-CHECK-ID PIC X(08) VALUE SPACES.
           01 WS-AUTH-REASON PIC X(50) VALUE SPACES.
           01 WS-AUTH-SCOPE PIC X(30) VALUE SPACES.
           01 WS-AUTH-TODAY PIC 9(08) VALUE 0.
           01 WS-AUTH-YESTERDAY PIC 9(08) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-GET-RESTORE-PARAMETERS THRU 1000-EXIT
           PERFORM 1500-CHECK-AUTHORITY THRU 1500-EXIT
           IF NOT WS-AUTHORITY-VALID
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2000-OPEN-FILES THRU 2000-EXIT
           PERFORM 3000-RESTORE-ONE-RECORD THRU 3000-EXIT
               UNTIL WS-ARCH-EOF
      * tag in the date range; a zero or non-numeric date leaves that
      * end of the range open, so one card can say "everything for
      * ACCT01", "everything before July", or one exact run date
      * (same date in both columns). The operator asking for the
      * restore must be named.
      *----------------------------------------------------------------
       1000-GET-RESTORE-PARAMETERS.
           OPEN INPUT RESTORE-CONTROL-FILE
                   GO TO 9999-REJECT-RUN
               NOT AT END
                   MOVE RST-TAG TO WS-SELECT-TAG
                   MOVE RST-OPERATOR-ID TO WS-AUTH-REQUESTER
                   IF RST-DATE-FROM IS NUMERIC
                           AND RST-DATE-FROM IS GREATER THAN ZERO
                       MOVE RST-DATE-FROM TO WS-DATE-FROM
                   "IT ENDS"
               GO TO 9999-REJECT-RUN
           END-IF
           IF WS-AUTH-REQUESTER IS EQUAL TO SPACES
               DISPLAY "FZBREST REJECT - OPERATOR ID MUST NOT BE "
                   "BLANK"
               GO TO 9999-REJECT-RUN
           END-IF
           STRING "TAG " WS-SELECT-TAG " " WS-DATE-FROM "-" WS-DATE-TO
               DELIMITED BY SIZE INTO WS-AUTH-SCOPE
           GO TO 1000-EXIT.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * A restore writes into the live KSDS, so one operator's card
      * is not enough. The operator named on RSTCTL must be an active
      * operator on OPRAUTH holding restore authority, and a second,
      * different operator holding the same authority must have
      * approved the selection on the approval card. The decision,
      * either way, goes on AUDITLOG before anything is opened.
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
               DISPLAY "FZBREST REFUSED - " WS-AUTH-REASON
               GO TO 1500-EXIT
           END-IF
           IF WS-APPROVAL-NEEDED
               DISPLAY "FZBREST - RESTORE REQUESTED BY "
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
      * active, and hold restore authority.
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
           IF NOT OPA-RESTORE-AUTHORIZED
               MOVE "N" TO WS-AUTH-SW
               STRING WS-AUTH-CHECK-ID DELIMITED BY SPACE
                   " HAS NO RESTORE AUTHORITY" DELIMITED BY SIZE
                   INTO WS-AUTH-REASON
               GO TO 1520-EXIT
           END-IF
           GO TO 1520-EXIT.
       1520-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * The approval must name the same tag (blank for every tag),
      * the same start date as RSTCTL (zero when the range is open at
      * the front), and the same end date (blank or zero, read the
      * way RSTCTL reads it, when the range is open at the back) -
      * approving one selection does not approve another, and the
      * requester cannot widen an approved range alone.
      *----------------------------------------------------------------
       1530-CHECK-APPROVAL-SCOPE.
           IF APV-TAG IS NOT EQUAL TO WS-SELECT-TAG
                   OR APV-RUN-DATE IS NOT NUMERIC
                   OR APV-RUN-DATE IS NOT EQUAL TO WS-DATE-FROM
               MOVE "N" TO WS-AUTH-SW
               MOVE "APPROVAL CARD IS FOR ANOTHER TAG OR START DATE"
                   TO WS-AUTH-REASON
               GO TO 1530-EXIT
           END-IF
           MOVE 99999999 TO WS-APV-DATE-TO
           IF APV-DATE-TO IS NUMERIC
                   AND APV-DATE-TO IS GREATER THAN ZERO
               MOVE APV-DATE-TO TO WS-APV-DATE-TO
           END-IF
           IF WS-APV-DATE-TO IS NOT EQUAL TO WS-DATE-TO
               MOVE "N" TO WS-AUTH-SW
               MOVE "APPROVAL CARD IS FOR ANOTHER END DATE"
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
      * Open the archive for reading and the KSDS for update. An
      * absent archive is a setup error - a restore was asked for, so
      * somebody believes there is something to restore. The KSDS is
