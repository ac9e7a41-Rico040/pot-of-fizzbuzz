      *                  are now reported, naming the tag, run date,
      *                  operator, and record count, so the removal
      *                  is accounted for on the day it happens.
      * 10/15/2026  RLA  RPTFILE is now kept as dated generations. The
      *                  generation cross-footed is the one named by
      *                  the run date on RUNDISP - the run the last
      *                  END record belongs to.
      * 10/15/2026  RLA  Dual control. BKOUT records now carry the
      *                  approving operator, shown on the backout line,
      *                  and the AUTHZ records the controlled
      *                  utilities log (backout, purge, restore,
      *                  release, and chargeback adjustment cards) are
      *                  reported - refusals, every
      *                  action taken on a second operator's approval,
      *                  and every change to the operator authority
      *                  master - naming the requester and the
      *                  approver.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FZBAUDIT.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.
           SELECT OPTIONAL RUN-DISPOSITION-FILE ASSIGN TO "RUNDISP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISP-FILE-STATUS.
           SELECT OPTIONAL REPORT-FILE ASSIGN USING WS-RPT-GEN-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
           SELECT AUDIT-REPORT-FILE ASSIGN TO "AUDRPT"
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
              88 AUD-AZ-GRANTED VALUE "G".
           05 FILLER                      PIC X(01).
           05 AUD-AZ-SCOPE                 PIC X(30).
       FD  RUN-DISPOSITION-FILE.
       01  DISP-RECORD.
           05 DISP-RUN-DATE                PIC 9(08).
           05 FILLER                      PIC X(01).
           05 DISP-STATUS                  PIC X(01).
       FD  REPORT-FILE.
       01  RPT-DETAIL-RECORD.
           05 RPT-TAG                     PIC X(06).
       WORKING-STORAGE SECTION.
           01 WS-AUD-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-RPT-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-DISP-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-RPT-GEN-DSN PIC X(20) VALUE SPACES.
           01 WS-ADR-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-AUD-EOF-SW PIC X(01) VALUE "N".
              88 WS-AUD-EOF VALUE "Y".
              05 FILLER PIC X(01) VALUE SPACE.
              05 WS-BKO-REMOVED PIC Z,ZZZ,ZZ9.
              05 FILLER PIC X(17) VALUE " RECORDS REMOVED".
              05 FILLER PIC X(13) VALUE " APPROVED BY ".
              05 WS-BKO-APPROVER PIC X(08).
           01 WS-AUTHZ-DETAIL.
              05 FILLER PIC X(15) VALUE "DUAL CONTROL - ".
              05 WS-AZ-ACTION PIC X(08).
              05 FILLER PIC X(01) VALUE SPACE.
              05 WS-AZ-OUTCOME PIC X(08).
              05 FILLER PIC X(04) VALUE " BY ".
              05 WS-AZ-REQUESTER PIC X(08).
              05 FILLER PIC X(13) VALUE " APPROVED BY ".
              05 WS-AZ-APPROVER PIC X(08).
              05 FILLER PIC X(01) VALUE SPACE.
              05 WS-AZ-DATE PIC 9999/99/99.
              05 FILLER PIC X(01) VALUE SPACE.
              05 WS-AZ-SCOPE PIC X(30).
           01 WS-DUP-DETAIL.
              05 FILLER PIC X(26)
                 VALUE "DUPLICATE TOTALS FOR TAG -".
      * Open the audit log, the report file it reconciles against,
      * and the exception report. A missing AUDITLOG means the daily
      * job is pointed at the wrong place - that is a setup error,
      * not a clean day. The report file is the generation of the
      * run date on RUNDISP - the run the last END record belongs
      * to. It is optional here: when it (or RUNDISP) is absent the
      * cross-foot and duplicate checks are skipped and said so on
      * the report, but the START/END pairing still runs.
      *----------------------------------------------------------------
       1000-OPEN-FILES.
           OPEN INPUT AUDIT-LOG-FILE
                   WS-AUD-FILE-STATUS
               GO TO 9990-ABORT-RUN
           END-IF
           OPEN INPUT RUN-DISPOSITION-FILE
           IF WS-DISP-FILE-STATUS IS EQUAL TO "00"
               READ RUN-DISPOSITION-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DISP-RUN-DATE IS NUMERIC
                           STRING "RPTFILE.D" DISP-RUN-DATE
                               DELIMITED BY SIZE INTO WS-RPT-GEN-DSN
                       END-IF
               END-READ
           END-IF
           CLOSE RUN-DISPOSITION-FILE
           IF WS-RPT-GEN-DSN IS NOT EQUAL TO SPACES
               OPEN INPUT REPORT-FILE
               IF WS-RPT-FILE-STATUS IS EQUAL TO "00"
                   SET WS-RPT-AVAILABLE TO TRUE
               END-IF
           END-IF
           OPEN OUTPUT AUDIT-REPORT-FILE
           IF WS-ADR-FILE-STATUS IS NOT EQUAL TO "00"
                               PERFORM 3300-REPORT-ONE-BACKOUT
                                   THRU 3300-EXIT
                           END-IF
                           IF AUD-REC-TYPE IS EQUAL TO "AUTHZ"
                               PERFORM 3400-REPORT-ONE-AUTHORITY
                                   THRU 3400-EXIT
                           END-IF
                       END-IF
                   END-IF
           END-READ
           EXIT.
      *----------------------------------------------------------------
      * Surface the backout record FZBBKOUT appended: which tag and
      * run date were removed from RESULTKS, by whom and on whose
      * approval, and how many records went. A backout is a
      * sanctioned correction, but it is exactly the kind of thing
      * an auditor reading this report must see - the KSDS no longer
      * agrees with that run's RPTFILE, and this line is the reason
      * why.
      *----------------------------------------------------------------
       3300-REPORT-ONE-BACKOUT.
           MOVE AUD-BK-TAG TO WS-BKO-TAG
           MOVE AUD-BK-RUN-DATE TO WS-BKO-RUN-DATE
           MOVE AUD-BK-OPERATOR-ID TO WS-BKO-OPERATOR
           MOVE AUD-BK-REMOVED TO WS-BKO-REMOVED
           MOVE AUD-BK-APPROVER-ID TO WS-BKO-APPROVER
           MOVE SPACES TO WS-EXC-TEXT
           MOVE WS-BKOUT-DETAIL TO WS-EXC-TEXT
           PERFORM 8600-PRINT-EXCEPTION THRU 8600-EXIT
       3300-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Surface an authority decision one of the controlled utilities
      * logged: the action, granted or refused, the requester, the
      * approver, the date, and what it covered. A refusal is someone
      * trying to act without the authority to; a grant with an
      * approver is data removed, restored, or released, or money
      * credited or debited, on two operators' say-so - both are
      * for the auditor's eye, as is every OPRMAINT record, a change
      * to who holds those authorities. Any other grant with no
      * approver is the routine purge at or above the minimum
      * retention, which needs no second operator and is not listed.
      *----------------------------------------------------------------
       3400-REPORT-ONE-AUTHORITY.
           IF AUD-AZ-GRANTED
                   AND AUD-AZ-APPROVER-ID IS EQUAL TO SPACES
                   AND AUD-AZ-ACTION IS NOT EQUAL TO "OPRMAINT"
               GO TO 3400-EXIT
           END-IF
           MOVE AUD-AZ-ACTION TO WS-AZ-ACTION
           IF AUD-AZ-GRANTED
               MOVE "GRANTED" TO WS-AZ-OUTCOME
           ELSE
               MOVE "REFUSED" TO WS-AZ-OUTCOME
           END-IF
           MOVE AUD-AZ-REQUESTER-ID TO WS-AZ-REQUESTER
           MOVE AUD-AZ-APPROVER-ID TO WS-AZ-APPROVER
           MOVE AUD-AZ-DATE TO WS-AZ-DATE
           MOVE AUD-AZ-SCOPE TO WS-AZ-SCOPE
           MOVE SPACES TO WS-EXC-TEXT
           MOVE WS-AUTHZ-DETAIL TO WS-EXC-TEXT
           PERFORM 8600-PRINT-EXCEPTION THRU 8600-EXIT
           GO TO 3400-EXIT.
       3400-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Any START still pending after the whole log is walked never
      * got its covering END - the execution abended mid-transaction.
      * Each one is an exception the operator should chase.
