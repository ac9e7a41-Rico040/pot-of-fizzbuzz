      *                  can pull by classification in one keyed
      *                  pass; every program opening the KSDS now
      *                  declares the key so its opens keep working.
      * 10/15/2026  RLA  Dual control. The operator on BKOCTL must be
      *                  active on the operator authority master
      *                  (OPRAUTH) with backout authority, and an
      *                  approval card (APPROVAL) for the same tag and
      *                  run date from a second, different authorized
      *                  operator is required. Without both the step
      *                  refuses with return code 8 and touches
      *                  nothing. Every decision is logged on AUDITLOG
      *                  as an AUTHZ record, and the BKOUT record now
      *                  carries the approver behind the requester.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FZBBKOUT.
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
       FD  BACKOUT-CONTROL-FILE.
           05 AUD-BK-OPERATOR-ID           PIC X(08).
           05 FILLER                      PIC X(01).
           05 AUD-BK-REMOVED               PIC 9(07).
           05 FILLER                      PIC X(01).
           05 AUD-BK-APPROVER-ID           PIC X(08).
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
           01 WS-BKO-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-KS-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-OPERATOR-ID PIC X(08) VALUE SPACES.
           01 WS-REMOVED-COUNT PIC 9(07) VALUE 0.
           01 WS-KEPT-COUNT PIC 9(07) VALUE 0.
           01 WS-APV-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-OPA-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-AUTH-SW PIC X(01) VALUE "Y".
              88 WS-AUTHORITY-VALID VALUE "Y".
           01 WS-APPROVAL-SW PIC X(01) VALUE "Y".
              88 WS-APPROVAL-NEEDED VALUE "Y".
           01 WS-AUTH-ACTION PIC X(08) VALUE "BKOUT".
           01 WS-AUTH-REQUESTER PIC X(08) VALUE SPACES.
           01 WS-AUTH-APPROVER PIC X(08) VALUE SPACES.
           01 WS-AUTH-CHECK-ID PIC X(08) VALUE SPACES.
           01 WS-AUTH-REASON PIC X(50) VALUE SPACES.
           01 WS-AUTH-SCOPE PIC X(30) VALUE SPACES.
           01 WS-AUTH-TODAY PIC 9(08) VALUE 0.
           01 WS-AUTH-YESTERDAY PIC 9(08) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-GET-BACKOUT-PARAMETERS THRU 1000-EXIT
           PERFORM 1500-CHECK-AUTHORITY THRU 1500-EXIT
           IF NOT WS-AUTHORITY-VALID
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2000-OPEN-FILES THRU 2000-EXIT
           PERFORM 3000-DELETE-ONE-RECORD THRU 3000-EXIT
               UNTIL WS-BROWSE-DONE
           MOVE BKO-TAG TO WS-TARGET-TAG
           MOVE BKO-RUN-DATE TO WS-TARGET-RUN-DATE
           MOVE BKO-OPERATOR-ID TO WS-OPERATOR-ID
           MOVE WS-OPERATOR-ID TO WS-AUTH-REQUESTER
           STRING "TAG " WS-TARGET-TAG " RUN DATE " WS-TARGET-RUN-DATE
               DELIMITED BY SIZE INTO WS-AUTH-SCOPE
           GO TO 1000-EXIT.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * A backout removes a run's answers for good, so one operator's
      * card is not enough. The operator named on BKOCTL must be an
      * active operator on OPRAUTH holding backout authority, and a
      * second, different operator holding the same authority must
      * have approved this tag and run date on the approval card.
      * The decision, either way, goes on AUDITLOG before anything
      * is touched.
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
               DISPLAY "FZBBKOUT REFUSED - " WS-AUTH-REASON
               GO TO 1500-EXIT
           END-IF
           IF WS-APPROVAL-NEEDED
               DISPLAY "FZBBKOUT - BACKOUT REQUESTED BY "
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
      * active, and hold backout authority.
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
           IF NOT OPA-BKOUT-AUTHORIZED
               MOVE "N" TO WS-AUTH-SW
               STRING WS-AUTH-CHECK-ID DELIMITED BY SPACE
                   " HAS NO BACKOUT AUTHORITY" DELIMITED BY SIZE
                   INTO WS-AUTH-REASON
               GO TO 1520-EXIT
           END-IF
           GO TO 1520-EXIT.
       1520-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * The approval must name the same tag and run date as BKOCTL -
      * approving one correction does not approve another.
      *----------------------------------------------------------------
       1530-CHECK-APPROVAL-SCOPE.
           IF APV-TAG IS NOT EQUAL TO WS-TARGET-TAG
                   OR APV-RUN-DATE IS NOT NUMERIC
                   OR APV-RUN-DATE IS NOT EQUAL TO WS-TARGET-RUN-DATE
               MOVE "N" TO WS-AUTH-SW
               MOVE "APPROVAL CARD IS FOR ANOTHER TAG OR RUN DATE"
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
      * Open the KSDS for update and position the browse at the
      * front of the target tag's records - the run date sits behind
      * the Counter in the key, so the target run's records are
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Append the BKOUT record to AUDITLOG: who asked and who
      * approved, when it ran, which tag and run date went, and how
      * many records with it - written even when nothing matched, so
      * an attempted backout is on the record too. The log is opened
      * for appending the way every writer of AUDITLOG opens it.
      *----------------------------------------------------------------
       8000-WRITE-BACKOUT-AUDIT.
           OPEN EXTEND AUDIT-LOG-FILE
           ACCEPT AUD-BK-TIME FROM TIME
           MOVE WS-OPERATOR-ID TO AUD-BK-OPERATOR-ID
           MOVE WS-REMOVED-COUNT TO AUD-BK-REMOVED
           MOVE WS-AUTH-APPROVER TO AUD-BK-APPROVER-ID
           WRITE AUD-BKOUT-RECORD
           CLOSE AUDIT-LOG-FILE
           GO TO 8000-EXIT.
