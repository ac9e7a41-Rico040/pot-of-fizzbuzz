      ******************************************************************
      * Modification History
      * 09/02/2026  RLA  Initial version.
      * 10/15/2026  RLA  RPTFILE is now kept as dated generations
      *                  cataloged on RPTCAT. The step posts the
      *                  generation named on the optional RPTGEN card
      *                  (a run date, or 0, -1, ... relative to the
      *                  newest; blank is the newest) under that
      *                  generation's run date and month. Each usage
      *                  row keeps the run date it last posted, so a
      *                  generation no newer than a row's last
      *                  posting is not posted again, and a
      *                  generation from a month the usage file has
      *                  already moved past is refused.
      * 10/15/2026  RLA  Control counts (TOTALS records processed
      *                  read, posted, already posted, held) are
      *                  posted to the run-date batch ledger
      *                  (BATLEDG) for FZBBAL to balance. A usage row
      *                  now keeps the last-posted date it was loaded
      *                  with apart from the one it is rewritten
      *                  with, so a requester with two tags on one
      *                  run is billed for both.
      * 10/15/2026  RLA  Credits and adjustments. A run FZBBKOUT backed
      *                  out (BKOUT on AUDITLOG) after it was billed is
      *                  credited to the requester of the original run
      *                  date - the records removed at the requester's
      *                  rate - and manual adjustment cards (CHGADJ:
      *                  credit or debit, reason, entered by, approved
      *                  by) are posted when the operator who entered
      *                  the card and a second one who approved it are
      *                  both active on the operator authority master
      *                  (OPRAUTH), each decision logged on AUDITLOG as
      *                  an AUTHZ record. Every adjustment is kept once
      *                  on the adjustment register (ADJREG) under the
      *                  month it is billed in, printed as a credit or
      *                  debit memo under the department's invoice with
      *                  the net due, and fed to CCFEED as its own
      *                  signed line with a NET line per department. A
      *                  correction run on the date of a backed-out run
      *                  (a START for the tag and run date after the
      *                  BKOUT) is billed as new usage, claiming the
      *                  backout's credit once the usage file is saved.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FZBCHGB.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT OPTIONAL USAGE-MTD-FILE ASSIGN TO "USAGEMTD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USG-FILE-STATUS.
           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.
           SELECT OPTIONAL ADJUSTMENT-CARD-FILE ASSIGN TO "CHGADJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAJ-FILE-STATUS.
           SELECT ADJUSTMENT-REGISTER ASSIGN TO "ADJREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADJ-KEY
               FILE STATUS IS WS-ADJ-FILE-STATUS.
           SELECT OPERATOR-AUTHORITY ASSIGN TO "OPRAUTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPA-KEY
               FILE STATUS IS WS-OPA-FILE-STATUS.
           SELECT RATE-CARD-FILE ASSIGN TO "RATECARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTC-FILE-STATUS.
           SELECT COST-CENTER-FEED ASSIGN TO "CCFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CCF-FILE-STATUS.
           SELECT BATCH-LEDGER ASSIGN TO "BATLEDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDG-KEY
               FILE STATUS IS WS-LDG-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
           05 USG-RECORDS                  PIC 9(09).
           05 FILLER                      PIC X(01).
           05 USG-LAST-POST-DATE           PIC 9(08).
       FD  AUDIT-LOG-FILE.
       01  AUD-START-RECORD.
           05 AUD-REC-TYPE                 PIC X(05).
           05 FILLER                      PIC X(01).
           05 AUD-TAG                      PIC X(06).
           05 FILLER                      PIC X(01).
           05 AUD-REQUESTER-ID             PIC X(08).
           05 FILLER                      PIC X(01).
           05 AUD-START-DATE               PIC 9(08).
       01  AUD-BKOUT-RECORD.
           05 AUD-BK-REC-TYPE              PIC X(05).
           05 FILLER                      PIC X(01).
           05 AUD-BK-TAG                   PIC X(06).
           05 FILLER                      PIC X(01).
           05 AUD-BK-RUN-DATE              PIC 9(08).
           05 FILLER                      PIC X(01).
           05 AUD-BK-DATE                  PIC 9(08).
           05 FILLER                      PIC X(01).
           05 AUD-BK-TIME                  PIC 9(08).
           05 FILLER                      PIC X(01).
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
       FD  ADJUSTMENT-CARD-FILE.
       01  CAJ-RECORD.
           05 CAJ-TYPE                     PIC X(01).
              88 CAJ-CREDIT VALUE "C".
              88 CAJ-DEBIT VALUE "D".
           05 FILLER                      PIC X(01).
           05 CAJ-REQUESTER-ID             PIC X(08).
           05 FILLER                      PIC X(01).
           05 CAJ-REFERENCE                PIC X(08).
           05 FILLER                      PIC X(01).
           05 CAJ-AMOUNT                   PIC 9(07)V9(02).
           05 FILLER                      PIC X(01).
           05 CAJ-RUN-DATE                 PIC 9(08).
           05 FILLER                      PIC X(01).
           05 CAJ-TAG                      PIC X(06).
           05 FILLER                      PIC X(01).
           05 CAJ-ENTERED-BY               PIC X(08).
           05 FILLER                      PIC X(01).
           05 CAJ-APPROVER-ID              PIC X(08).
           05 FILLER                      PIC X(01).
           05 CAJ-REASON                   PIC X(30).
       FD  ADJUSTMENT-REGISTER.
       01  ADJ-RECORD.
           05 ADJ-KEY.
               10 ADJ-SOURCE               PIC X(01).
                  88 ADJ-FROM-BACKOUT VALUE "B".
                  88 ADJ-FROM-CARD VALUE "M".
               10 ADJ-SOURCE-ID.
                   15 ADJ-SID-TAG          PIC X(06).
                   15 ADJ-SID-RUN-DATE     PIC X(08).
                   15 FILLER               PIC X(16).
           05 FILLER                      PIC X(01).
           05 ADJ-MONTH                    PIC 9(06).
           05 FILLER                      PIC X(01).
           05 ADJ-TYPE                     PIC X(01).
              88 ADJ-CREDIT VALUE "C".
              88 ADJ-DEBIT VALUE "D".
           05 FILLER                      PIC X(01).
           05 ADJ-REQUESTER-ID             PIC X(08).
           05 FILLER                      PIC X(01).
           05 ADJ-ORIG-RUN-DATE            PIC 9(08).
           05 FILLER                      PIC X(01).
           05 ADJ-TAG                      PIC X(06).
           05 FILLER                      PIC X(01).
           05 ADJ-REFERENCE                PIC X(16).
           05 FILLER                      PIC X(01).
           05 ADJ-RECORDS                  PIC 9(09).
           05 FILLER                      PIC X(01).
           05 ADJ-RATE-PER-K               PIC 9(05)V9(02).
           05 FILLER                      PIC X(01).
           05 ADJ-AMOUNT                   PIC 9(09)V9(02).
           05 FILLER                      PIC X(01).
           05 ADJ-POST-DATE                PIC 9(08).
           05 FILLER                      PIC X(01).
           05 ADJ-ENTERED-BY               PIC X(08).
           05 FILLER                      PIC X(01).
           05 ADJ-APPROVER-ID              PIC X(08).
           05 FILLER                      PIC X(01).
           05 ADJ-REASON                   PIC X(30).
           05 FILLER                      PIC X(01).
           05 ADJ-CLAIM-DATE               PIC 9(08).
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
           05 FILLER                      PIC X(01).
           05 OPA-CAN-PURGE                PIC X(01).
           05 FILLER                      PIC X(01).
           05 OPA-CAN-RESTORE              PIC X(01).
           05 FILLER                      PIC X(01).
           05 OPA-CAN-RELEASE              PIC X(01).
           05 FILLER                      PIC X(01).
           05 OPA-MAINT-DATE               PIC 9(08).
           05 FILLER                      PIC X(01).
           05 OPA-MAINT-BY                 PIC X(08).
       FD  RATE-CARD-FILE.
       01  RTC-RECORD.
           05 RTC-REQUESTER-ID             PIC X(08).
       01  CHG-RECORD                      PIC X(132).
       FD  COST-CENTER-FEED.
       01  CCF-RECORD                      PIC X(80).
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
           01 WS-RPT-FILE-STATUS PIC X(02) VALUE "00".
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
           01 WS-USG-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-RTC-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-CHG-FILE-STATUS PIC X(02) VALUE "00".
              88 WS-RTC-EOF VALUE "Y".
           01 WS-WARNING-SW PIC X(01) VALUE "N".
              88 WS-ANY-WARNING VALUE "Y".
           01 WS-LATER-MONTH-SW PIC X(01) VALUE "N".
              88 WS-USAGE-MONTH-LATER VALUE "Y".
           01 WS-TODAY PIC 9(08) VALUE 0.
           01 WS-RUN-DATE PIC 9(08) VALUE 0.
           01 WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
              05 WS-RUN-MONTH PIC 9(06).
                 10 WS-TAG-VALUE PIC X(06).
                 10 WS-TAG-REQUESTER PIC X(08).
                 10 WS-TAG-PROCESSED PIC 9(07).
                 10 WS-TAG-START-SEQ PIC 9(09).
                 10 WS-TAG-BKOUT-SEQ PIC 9(09).
           01 WS-USE-MAX PIC 9(02) VALUE 50.
           01 WS-USE-COUNT PIC 9(02) VALUE 0.
           01 WS-USE-TABLE.
                 10 WS-USE-RUNS PIC 9(05).
                 10 WS-USE-RECORDS PIC 9(09).
                 10 WS-USE-LAST-POST PIC 9(08).
                 10 WS-USE-PRIOR-POST PIC 9(08).
           01 WS-RATE-MAX PIC 9(02) VALUE 50.
           01 WS-RATE-COUNT PIC 9(02) VALUE 0.
           01 WS-RATE-TABLE.
           01 WS-TOTAL-AMOUNT PIC 9(11)V9(02) VALUE 0.
           01 WS-TOTAL-RECORDS PIC 9(11) VALUE 0.
           01 WS-FEED-COUNT PIC 9(05) VALUE 0.
           01 WS-TOTALS-PROCESSED PIC 9(09) VALUE 0.
           01 WS-USAGE-POSTED PIC 9(09) VALUE 0.
           01 WS-USAGE-PRIOR PIC 9(09) VALUE 0.
           01 WS-USAGE-HELD PIC 9(09) VALUE 0.
           01 WS-AMOUNT-DISPLAY PIC 9(09).9(02).
           01 WS-TOTAL-DISPLAY PIC 9(11).9(02).
           01 WS-AUD-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-CAJ-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-ADJ-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-OPA-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-AUTH-SW PIC X(01) VALUE "Y".
              88 WS-AUTHORITY-VALID VALUE "Y".
           01 WS-AUTH-ACTION PIC X(08) VALUE "CHGADJ".
           01 WS-AUTH-REQUESTER PIC X(08) VALUE SPACES.
           01 WS-AUTH-APPROVER PIC X(08) VALUE SPACES.
           01 WS-AUTH-CHECK-ID PIC X(08) VALUE SPACES.
           01 WS-AUTH-REASON PIC X(50) VALUE SPACES.
           01 WS-AUTH-SCOPE PIC X(30) VALUE SPACES.
           01 WS-AUD-EOF-SW PIC X(01) VALUE "N".
              88 WS-AUD-EOF VALUE "Y".
           01 WS-CAJ-EOF-SW PIC X(01) VALUE "N".
              88 WS-CAJ-EOF VALUE "Y".
           01 WS-ADJ-EOF-SW PIC X(01) VALUE "N".
              88 WS-ADJ-EOF VALUE "Y".
           01 WS-CLM-EOF-SW PIC X(01) VALUE "N".
              88 WS-CLM-EOF VALUE "Y".
           01 WS-CLM-SW PIC X(01) VALUE "N".
              88 WS-CREDIT-CLAIMED VALUE "Y".
           01 WS-CLM-PREFIX.
              05 WS-CLM-TAG PIC X(06).
              05 WS-CLM-RUN-DATE PIC 9(08).
           01 WS-CLM-MAX PIC 9(03) VALUE 200.
           01 WS-CLM-COUNT PIC 9(03) VALUE 0.
           01 WS-CLM-MARK PIC 9(03) VALUE 0.
           01 WS-CLM-SUB PIC 9(03) VALUE 0.
           01 WS-CLM-TABLE.
              05 WS-CLM-KEY OCCURS 200 TIMES PIC X(31).
           01 WS-SEQ-TAG PIC X(06) VALUE SPACES.
           01 WS-SEQ-FOUND-SUB PIC 9(03) VALUE 0.
           01 WS-BK-BILLED-SW PIC X(01) VALUE "N".
              88 WS-BK-RUN-BILLED VALUE "Y".
           01 WS-BK-WORK-DATE PIC 9(08) VALUE 0.
           01 WS-BK-WORK-DATE-PARTS REDEFINES WS-BK-WORK-DATE.
              05 WS-BK-WORK-MONTH PIC 9(06).
              05 FILLER PIC 9(02).
           01 WS-BK-FULL-SW PIC X(01) VALUE "N".
              88 WS-BK-TABLE-FULL VALUE "Y".
           01 WS-AUD-SEQ PIC 9(09) VALUE 0.
           01 WS-BK-MAX PIC 9(03) VALUE 100.
           01 WS-BK-COUNT PIC 9(03) VALUE 0.
           01 WS-BK-TABLE.
              05 WS-BK-ENTRY OCCURS 100 TIMES.
                 10 WS-BK-TAG PIC X(06).
                 10 WS-BK-RUN-DATE PIC 9(08).
                 10 WS-BK-DATE PIC 9(08).
                 10 WS-BK-TIME PIC 9(08).
                 10 WS-BK-SEQ PIC 9(09).
                 10 WS-BK-REMOVED PIC 9(07).
                 10 WS-BK-OPERATOR PIC X(08).
                 10 WS-BK-APPROVER PIC X(08).
                 10 WS-BK-REQUESTER PIC X(08).
           01 WS-BK-SOURCE-ID.
              05 WS-BKS-TAG PIC X(06).
              05 WS-BKS-RUN-DATE PIC 9(08).
              05 WS-BKS-REFERENCE.
                 10 WS-BKS-DATE PIC 9(08).
                 10 WS-BKS-TIME PIC 9(08).
           01 WS-BK-SUB PIC 9(03) VALUE 0.
           01 WS-BK-CREDITED PIC 9(05) VALUE 0.
           01 WS-BK-PRIOR PIC 9(05) VALUE 0.
           01 WS-BK-UNBILLED PIC 9(05) VALUE 0.
           01 WS-BK-RECORDS PIC 9(09) VALUE 0.
           01 WS-CARD-POSTED PIC 9(05) VALUE 0.
           01 WS-CARD-PRIOR PIC 9(05) VALUE 0.
           01 WS-CARD-REFUSED PIC 9(05) VALUE 0.
           01 WS-ADJ-MAX PIC 9(03) VALUE 200.
           01 WS-ADJ-COUNT PIC 9(03) VALUE 0.
           01 WS-ADJ-TABLE.
              05 WS-ADJ-ENTRY OCCURS 200 TIMES.
                 10 WS-ADJ-REQUESTER PIC X(08).
                 10 WS-ADJ-TYPE PIC X(01).
                    88 WS-ADJ-IS-CREDIT VALUE "C".
                 10 WS-ADJ-RUN-DATE PIC 9(08).
                 10 WS-ADJ-TAG PIC X(06).
                 10 WS-ADJ-REFERENCE PIC X(16).
                 10 WS-ADJ-RECORDS PIC 9(09).
                 10 WS-ADJ-AMOUNT PIC 9(09)V9(02).
                 10 WS-ADJ-ENTERED-BY PIC X(08).
                 10 WS-ADJ-APPROVER PIC X(08).
                 10 WS-ADJ-REASON PIC X(30).
           01 WS-ADJ-SUB PIC 9(03) VALUE 0.
           01 WS-DEPT-ADJ-COUNT PIC 9(03) VALUE 0.
           01 WS-DEPT-CREDITS PIC 9(09)V9(02) VALUE 0.
           01 WS-DEPT-DEBITS PIC 9(09)V9(02) VALUE 0.
           01 WS-DEPT-NET PIC S9(09)V9(02) VALUE 0.
           01 WS-TOTAL-CREDITS PIC 9(11)V9(02) VALUE 0.
           01 WS-TOTAL-DEBITS PIC 9(11)V9(02) VALUE 0.
           01 WS-TOTAL-NET PIC S9(11)V9(02) VALUE 0.
           01 WS-SIGNED-AMOUNT PIC S9(09)V9(02) VALUE 0.
           01 WS-SIGNED-DISPLAY PIC +9(09).9(02).
           01 WS-SIGNED-TOTAL PIC S9(11)V9(02) VALUE 0.
           01 WS-CREDITS-DISPLAY PIC +9(11).9(02).
           01 WS-DEBITS-DISPLAY PIC +9(11).9(02).
           01 WS-NET-DISPLAY PIC +9(11).9(02).
           01 WS-RATE-KEY PIC X(08) VALUE SPACES.
           01 WS-SUB PIC 9(03) VALUE 0.
           01 WS-FOUND-SUB PIC 9(03) VALUE 0.
           01 WS-USE-SUB PIC 9(02) VALUE 0.
              05 FILLER PIC X(11) VALUE " RECORDS,  ".
              05 WS-SUM-AMOUNT PIC Z,ZZZ,ZZZ,ZZ9.99.
              05 FILLER PIC X(11) VALUE " AMOUNT DUE".
           01 WS-MEMO-LINE-1.
              05 FILLER PIC X(03) VALUE SPACES.
              05 WS-MEMO-TITLE PIC X(12).
              05 FILLER PIC X(04) VALUE "RUN ".
              05 WS-MEMO-RUN-DATE PIC 9999/99/99 BLANK WHEN ZERO.
              05 FILLER PIC X(06) VALUE "  TAG ".
              05 WS-MEMO-TAG PIC X(06).
              05 FILLER PIC X(06) VALUE "  REF ".
              05 WS-MEMO-REFERENCE PIC X(16).
              05 FILLER PIC X(10) VALUE "  RECORDS ".
              05 WS-MEMO-RECORDS PIC ZZZ,ZZZ,ZZ9.
              05 FILLER PIC X(10) VALUE "  AMOUNT  ".
              05 WS-MEMO-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-MEMO-LINE-2.
              05 FILLER PIC X(15) VALUE SPACES.
              05 FILLER PIC X(09) VALUE "REASON - ".
              05 WS-MEMO-REASON PIC X(30).
              05 FILLER PIC X(13) VALUE "  ENTERED BY ".
              05 WS-MEMO-ENTERED-BY PIC X(08).
              05 FILLER PIC X(14) VALUE "  APPROVED BY ".
              05 WS-MEMO-APPROVER PIC X(08).
           01 WS-NET-LINE.
              05 FILLER PIC X(03) VALUE SPACES.
              05 FILLER PIC X(24) VALUE "CREDITS -               ".
              05 WS-NET-CREDITS PIC ZZZ,ZZZ,ZZ9.99.
              05 FILLER PIC X(12) VALUE "  DEBITS -  ".
              05 WS-NET-DEBITS PIC ZZZ,ZZZ,ZZ9.99.
              05 FILLER PIC X(20) VALUE "  NET AMOUNT DUE -  ".
              05 WS-NET-AMOUNT PIC ZZZ,ZZZ,ZZ9.99CR.
           01 WS-SUMMARY-LINE-2.
              05 FILLER PIC X(21) VALUE "ALL DEPARTMENTS -    ".
              05 FILLER PIC X(10) VALUE "CREDITS - ".
              05 WS-SUM-CREDITS PIC Z,ZZZ,ZZZ,ZZ9.99.
              05 FILLER PIC X(12) VALUE "  DEBITS -  ".
              05 WS-SUM-DEBITS PIC Z,ZZZ,ZZZ,ZZ9.99.
              05 FILLER PIC X(13) VALUE "  NET DUE -  ".
              05 WS-SUM-NET PIC Z,ZZZ,ZZZ,ZZ9.99CR.
           01 WS-FEED-LINE PIC X(80) VALUE SPACES.
           01 WS-FEED-KIND PIC X(03) VALUE SPACES.
           01 WS-LDG-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-LDG-OPEN-SW PIC X(01) VALUE "N".
              88 WS-LDG-OPEN VALUE "Y".
           01 WS-LDG-RUN-DATE PIC 9(08) VALUE 0.
           01 WS-LDG-STEP-ID PIC X(08) VALUE "FZBCHGB".
           01 WS-LDG-COUNT-ID PIC X(08) VALUE SPACES.
           01 WS-LDG-COUNT PIC 9(09) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM 0300-RESOLVE-GENERATION THRU 0300-EXIT
           MOVE WS-GEN-RUN-DATE TO WS-RUN-DATE
           PERFORM 1000-LOAD-RATE-CARD THRU 1000-EXIT
           PERFORM 2000-LOAD-USAGE-FILE THRU 2000-EXIT
           PERFORM 3000-LOAD-RPTFILE-TOTALS THRU 3000-EXIT
           PERFORM 4400-OPEN-ADJUSTMENT-REGISTER THRU 4400-EXIT
           PERFORM 4500-POST-BACKOUT-CREDITS THRU 4500-EXIT
           PERFORM 4000-POST-TODAYS-USAGE THRU 4000-EXIT
           PERFORM 4700-POST-ADJUSTMENT-CARDS THRU 4700-EXIT
           CLOSE ADJUSTMENT-REGISTER
           PERFORM 5000-REWRITE-USAGE-FILE THRU 5000-EXIT
           PERFORM 5050-STAMP-CLAIMED-CREDITS THRU 5050-EXIT
           PERFORM 5500-LOAD-MONTH-ADJUSTMENTS THRU 5500-EXIT
           PERFORM 7000-WRITE-INVOICES THRU 7000-EXIT
           PERFORM 8000-WRITE-COST-CENTER-FEED THRU 8000-EXIT
           PERFORM 9000-CLOSE-FILES THRU 9000-EXIT
           PERFORM 9700-POST-BATCH-LEDGER THRU 9700-EXIT
           IF WS-ANY-WARNING
               MOVE 4 TO RETURN-CODE
           END-IF
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
               DISPLAY "FZBCHGB REJECT - GENERATION '" WS-GEN-SPEC
                   "' IS NOT A RUN DATE OR A RELATIVE NUMBER"
               GO TO 9999-REJECT-RUN
           END-IF
           COMPUTE WS-GEN-NUMBER = FUNCTION NUMVAL(WS-GEN-SPEC)
           OPEN INPUT RPT-CATALOG
           IF WS-CAT-FILE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "FZBCHGB REJECT - RPTCAT OPEN FAILED STATUS "
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
               DISPLAY "FZBCHGB REJECT - GENERATION '" WS-GEN-SPEC
                   "' IS NOT AN ACTIVE GENERATION ON RPTCAT"
               GO TO 9999-REJECT-RUN
           END-IF
           DISPLAY "FZBCHGB - READING " WS-RPT-GEN-DSN
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
      * Load the rate card: one entry per requester id, rate per
      * thousand records in the last seven digits with two implied
      * decimals, and the id DEFAULT supplying the rate for any
      * Load the month-to-date usage file into the table. Rows from
      * an earlier month are dropped - the month turned, the meter
      * starts over - and an absent file is simply the first posting
      * of the month. A row from a later month than the generation
      * being posted means the meter has already moved past it;
      * posting would throw the later month away, so the run is
      * refused with return code 8 before anything is rewritten. The
      * usage file is this program's own output from the previous
      * posting, so a malformed row is worth a warning, not silence.
      *----------------------------------------------------------------
       2000-LOAD-USAGE-FILE.
           OPEN INPUT USAGE-MTD-FILE
           PERFORM 2100-LOAD-ONE-USAGE-ROW THRU 2100-EXIT
               UNTIL WS-USG-EOF
           CLOSE USAGE-MTD-FILE
           IF WS-USAGE-MONTH-LATER
               DISPLAY "FZBCHGB REFUSED - USAGEMTD ALREADY METERS A "
                   "MONTH AFTER " WS-RUN-MONTH " - " WS-RPT-GEN-DSN
                   " NOT POSTED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           GO TO 2000-EXIT.
       2000-EXIT.
           EXIT.
               SET WS-ANY-WARNING TO TRUE
               GO TO 2100-EXIT
           END-IF
           IF USG-MONTH IS GREATER THAN WS-RUN-MONTH
               SET WS-USAGE-MONTH-LATER TO TRUE
               GO TO 2100-EXIT
           END-IF
           IF USG-MONTH IS NOT EQUAL TO WS-RUN-MONTH
               GO TO 2100-EXIT
           END-IF
           MOVE USG-RUNS TO WS-USE-RUNS(WS-USE-COUNT)
           MOVE USG-RECORDS TO WS-USE-RECORDS(WS-USE-COUNT)
           MOVE USG-LAST-POST-DATE TO WS-USE-LAST-POST(WS-USE-COUNT)
           MOVE USG-LAST-POST-DATE TO WS-USE-PRIOR-POST(WS-USE-COUNT)
           GO TO 2100-EXIT.
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Capture the TOTALS rows from the generation: the requester
      * and processed count per tag, latest row per tag winning -
      * the restart rule every downstream reader of RPTFILE applies.
      *----------------------------------------------------------------
               ADD 1 TO WS-TAG-COUNT
               MOVE WS-TAG-COUNT TO WS-FOUND-SUB
               MOVE RPT-SUM-REQ-TAG TO WS-TAG-VALUE(WS-FOUND-SUB)
               MOVE 0 TO WS-TAG-START-SEQ(WS-FOUND-SUB)
               MOVE 0 TO WS-TAG-BKOUT-SEQ(WS-FOUND-SUB)
           END-IF
           MOVE RPT-SUM-REQUESTER-ID TO WS-TAG-REQUESTER(WS-FOUND-SUB)
           MOVE RPT-SUM-PROCESSED TO WS-TAG-PROCESSED(WS-FOUND-SUB)
       3250-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Post the generation's captured totals into the usage table,
      * one tag at a time. A usage row whose last-posted date is
      * already the generation's run date is left alone - the step
      * was rerun, perhaps to reprint the invoices after fixing the
      * rate card, and posting the same run twice would double-bill
      * the day - unless the tag's run was backed out since it was
      * posted and the tag run again after the backout. Then the
      * tag's TOTALS are the correction run's and are posted as new
      * usage; the backout has been credited already (the credits
      * are posted ahead of the usage so this posting sees them),
      * and without the new posting the department would be billed
      * nothing for a run it did get. A row that has already posted
      * a later run date is left alone too, with a warning: the row
      * cannot tell whether this older generation went in before,
      * so billing it again is a decision for a person, not the
      * step.
      *----------------------------------------------------------------
       4000-POST-TODAYS-USAGE.
           PERFORM 4100-POST-ONE-TAG THRU 4100-EXIT
      *----------------------------------------------------------------
      * Find (or create) the usage row for one tag's requester and
      * roll the tag's processed count and its run into it, unless
      * this run date or a later one already posted. When the row
      * has already posted this run date, the TOTALS are a
      * correction run's only if a backout credit for the tag and
      * run date is still unclaimed on the register and AUDITLOG
      * holds a START for the tag and run date after its latest
      * BKOUT - the correction actually ran. The TOTALS are then
      * posted, counted with the usage posted and not with the
      * usage already posted, and the credit is claimed so a later
      * reprint does not post them again. Without that START the
      * TOTALS on the generation are still the backed-out run's own
      * (FZBBKOUT leaves the report file alone) and are counted as
      * already posted, the credit left for the correction to
      * claim. A posting that is not a rerun claims any such credit
      * too - the backout it reverses came before this posting.
      *----------------------------------------------------------------
       4100-POST-ONE-TAG.
           MOVE 0 TO WS-FOUND-SUB
               MOVE 0 TO WS-USE-RUNS(WS-FOUND-SUB)
               MOVE 0 TO WS-USE-RECORDS(WS-FOUND-SUB)
               MOVE 0 TO WS-USE-LAST-POST(WS-FOUND-SUB)
               MOVE 0 TO WS-USE-PRIOR-POST(WS-FOUND-SUB)
           END-IF
           ADD WS-TAG-PROCESSED(WS-SUB) TO WS-TOTALS-PROCESSED
           IF WS-USE-PRIOR-POST(WS-FOUND-SUB) IS GREATER THAN
                   WS-RUN-DATE
               DISPLAY "FZBCHGB WARNING - " WS-TAG-REQUESTER(WS-SUB)
                   " TAG " WS-TAG-VALUE(WS-SUB)
                   " NOT POSTED - USAGE ALREADY POSTED THROUGH "
                   WS-USE-PRIOR-POST(WS-FOUND-SUB)
               SET WS-ANY-WARNING TO TRUE
               ADD WS-TAG-PROCESSED(WS-SUB) TO WS-USAGE-HELD
               GO TO 4100-EXIT
           END-IF
           MOVE WS-CLM-COUNT TO WS-CLM-MARK
           PERFORM 4200-CLAIM-BACKOUT-CREDITS THRU 4200-EXIT
           IF WS-USE-PRIOR-POST(WS-FOUND-SUB) IS EQUAL TO WS-RUN-DATE
               IF NOT WS-CREDIT-CLAIMED
                       OR WS-TAG-START-SEQ(WS-SUB) IS NOT GREATER THAN
                           WS-TAG-BKOUT-SEQ(WS-SUB)
                   MOVE WS-CLM-MARK TO WS-CLM-COUNT
                   ADD WS-TAG-PROCESSED(WS-SUB) TO WS-USAGE-PRIOR
                   GO TO 4100-EXIT
               END-IF
               DISPLAY "FZBCHGB - " WS-TAG-REQUESTER(WS-SUB)
                   " TAG " WS-TAG-VALUE(WS-SUB)
                   " BACKED OUT SINCE POSTED - CORRECTION RUN POSTED"
           END-IF
           ADD 1 TO WS-USE-RUNS(WS-FOUND-SUB)
           ADD WS-TAG-PROCESSED(WS-SUB)
               TO WS-USE-RECORDS(WS-FOUND-SUB)
           ADD WS-TAG-PROCESSED(WS-SUB) TO WS-USAGE-POSTED
           MOVE WS-RUN-DATE TO WS-USE-LAST-POST(WS-FOUND-SUB)
           GO TO 4100-EXIT.
       4100-EXIT.
           EXIT.
       4150-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Claim the backout credits for the tag and run date not yet
      * claimed by a usage posting - a B entry's key begins with the
      * tag and the run date it reversed, so the entries for one tag
      * and run date sit together on the register. A claim is only
      * held here; the register is stamped once the usage file it
      * pays for has been rewritten.
      *----------------------------------------------------------------
       4200-CLAIM-BACKOUT-CREDITS.
           MOVE "N" TO WS-CLM-SW
           MOVE "N" TO WS-CLM-EOF-SW
           MOVE WS-TAG-VALUE(WS-SUB) TO WS-CLM-TAG
           MOVE WS-RUN-DATE TO WS-CLM-RUN-DATE
           MOVE "B" TO ADJ-SOURCE
           MOVE WS-CLM-PREFIX TO ADJ-SOURCE-ID
           START ADJUSTMENT-REGISTER KEY IS NOT LESS THAN ADJ-KEY
               INVALID KEY
                   SET WS-CLM-EOF TO TRUE
           END-START
           PERFORM 4210-CLAIM-ONE-CREDIT THRU 4210-EXIT
               UNTIL WS-CLM-EOF
           GO TO 4200-EXIT.
       4200-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Read the next register entry and hold its key as claimed if
      * it is an unclaimed credit for the tag and run date.
      *----------------------------------------------------------------
       4210-CLAIM-ONE-CREDIT.
           READ ADJUSTMENT-REGISTER NEXT RECORD
               AT END
                   SET WS-CLM-EOF TO TRUE
           END-READ
           IF WS-CLM-EOF
               GO TO 4210-EXIT
           END-IF
           IF NOT ADJ-FROM-BACKOUT
                   OR ADJ-SID-TAG IS NOT EQUAL TO WS-CLM-TAG
                   OR ADJ-SID-RUN-DATE IS NOT EQUAL TO WS-CLM-RUN-DATE
               SET WS-CLM-EOF TO TRUE
               GO TO 4210-EXIT
           END-IF
           IF ADJ-CLAIM-DATE IS NUMERIC
                   AND ADJ-CLAIM-DATE IS GREATER THAN ZERO
               GO TO 4210-EXIT
           END-IF
           IF WS-CLM-COUNT IS EQUAL TO WS-CLM-MAX
               DISPLAY "FZBCHGB ABORT - MORE THAN " WS-CLM-MAX
                   " BACKOUT CREDITS CLAIMED"
               GO TO 9990-ABORT-RUN
           END-IF
           ADD 1 TO WS-CLM-COUNT
           MOVE ADJ-KEY TO WS-CLM-KEY(WS-CLM-COUNT)
           SET WS-CREDIT-CLAIMED TO TRUE
           GO TO 4210-EXIT.
       4210-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Open the adjustment register I-O, creating it on first use
      * (status 35) the way the batch ledger is created. The
      * register is the only record of which backouts and cards have
      * been billed, so a register that will not open rejects the
      * run before the usage file is rewritten - nothing is posted.
      *----------------------------------------------------------------
       4400-OPEN-ADJUSTMENT-REGISTER.
           OPEN I-O ADJUSTMENT-REGISTER
           IF WS-ADJ-FILE-STATUS IS EQUAL TO "35"
               OPEN OUTPUT ADJUSTMENT-REGISTER
               CLOSE ADJUSTMENT-REGISTER
               OPEN I-O ADJUSTMENT-REGISTER
           END-IF
           IF WS-ADJ-FILE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "FZBCHGB REJECT - ADJREG OPEN FAILED STATUS "
                   WS-ADJ-FILE-STATUS
               GO TO 9999-REJECT-RUN
           END-IF
           GO TO 4400-EXIT.
       4400-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Credit the runs FZBBKOUT has backed out. Every BKOUT on
      * AUDITLOG names a tag, the run date it removed, and the
      * records it took out of RESULTKS - the records that run was
      * billed for. The first pass holds the backouts not yet on
      * the adjustment register; a backout of a run date later than
      * the generation being posted waits for the posting that
      * bills that run, and a backout that removed nothing (the
      * same run backed out twice) reverses nothing. The second
      * pass finds the requester from the START the original run
      * wrote for the tag and run date before it was backed out,
      * and each held backout is then posted to the register as a
      * credit to that requester against the original run date,
      * once - the register key is the tag, the run date, and the
      * date and time of the backout. The first pass also notes,
      * for each tag on the generation, where on AUDITLOG its
      * latest START and latest BKOUT for the run date fall, so the
      * usage posting can tell a correction run from the
      * backed-out run itself.
      *----------------------------------------------------------------
       4500-POST-BACKOUT-CREDITS.
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AUD-FILE-STATUS IS NOT EQUAL TO "00"
               CLOSE AUDIT-LOG-FILE
               GO TO 4500-EXIT
           END-IF
           PERFORM 4510-COLLECT-ONE-BACKOUT THRU 4510-EXIT
               UNTIL WS-AUD-EOF
           CLOSE AUDIT-LOG-FILE
           IF WS-BK-COUNT IS GREATER THAN ZERO
               MOVE 0 TO WS-AUD-SEQ
               MOVE "N" TO WS-AUD-EOF-SW
               OPEN INPUT AUDIT-LOG-FILE
               PERFORM 4530-MATCH-ONE-START THRU 4530-EXIT
                   UNTIL WS-AUD-EOF
               CLOSE AUDIT-LOG-FILE
               PERFORM 4550-POST-ONE-BACKOUT THRU 4550-EXIT
                   VARYING WS-BK-SUB FROM 1 BY 1
                   UNTIL WS-BK-SUB IS GREATER THAN WS-BK-COUNT
           END-IF
           DISPLAY "FZBCHGB - " WS-BK-CREDITED
               " BACKOUT CREDITS POSTED, " WS-BK-UNBILLED
               " OF RUNS NEVER BILLED, " WS-BK-PRIOR
               " ALREADY ON ADJREG"
           GO TO 4500-EXIT.
       4500-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Read one AUDITLOG record on the backout pass, numbering it
      * so the START pass can tell which STARTs came before.
      *----------------------------------------------------------------
       4510-COLLECT-ONE-BACKOUT.
           READ AUDIT-LOG-FILE
               AT END
                   SET WS-AUD-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-AUD-SEQ
                   PERFORM 4512-NOTE-TAG-SEQUENCE THRU 4512-EXIT
                   IF AUD-BK-REC-TYPE IS EQUAL TO "BKOUT"
                       PERFORM 4520-HOLD-ONE-BACKOUT THRU 4520-EXIT
                   END-IF
           END-READ
           GO TO 4510-EXIT.
       4510-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Note the place on AUDITLOG of a START or BKOUT for one of the
      * generation's tags under the run date being posted; the last
      * of each seen is the one that counts.
      *----------------------------------------------------------------
       4512-NOTE-TAG-SEQUENCE.
           IF AUD-REC-TYPE IS EQUAL TO "START"
                   AND AUD-START-DATE IS EQUAL TO WS-RUN-DATE
               MOVE AUD-TAG TO WS-SEQ-TAG
           ELSE
               IF AUD-BK-REC-TYPE IS EQUAL TO "BKOUT"
                       AND AUD-BK-RUN-DATE IS EQUAL TO WS-RUN-DATE
                   MOVE AUD-BK-TAG TO WS-SEQ-TAG
               ELSE
                   GO TO 4512-EXIT
               END-IF
           END-IF
           MOVE 0 TO WS-SEQ-FOUND-SUB
           PERFORM 4514-MATCH-SEQUENCE-TAG THRU 4514-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB IS GREATER THAN WS-TAG-COUNT
           IF WS-SEQ-FOUND-SUB IS EQUAL TO ZERO
               GO TO 4512-EXIT
           END-IF
           IF AUD-REC-TYPE IS EQUAL TO "START"
               MOVE WS-AUD-SEQ TO WS-TAG-START-SEQ(WS-SEQ-FOUND-SUB)
           ELSE
               MOVE WS-AUD-SEQ TO WS-TAG-BKOUT-SEQ(WS-SEQ-FOUND-SUB)
           END-IF
           GO TO 4512-EXIT.
       4512-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Compare one generation tag against the tag just read.
      *----------------------------------------------------------------
       4514-MATCH-SEQUENCE-TAG.
           IF WS-TAG-VALUE(WS-SUB) IS EQUAL TO WS-SEQ-TAG
               MOVE WS-SUB TO WS-SEQ-FOUND-SUB
           END-IF
           GO TO 4514-EXIT.
       4514-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Hold the BKOUT just read if it is still to be credited. The
      * table holds a night's worth of backouts; beyond that the
      * rest are warned about and picked up by the next posting.
      *----------------------------------------------------------------
       4520-HOLD-ONE-BACKOUT.
           IF AUD-BK-RUN-DATE IS NOT NUMERIC
                   OR AUD-BK-DATE IS NOT NUMERIC
                   OR AUD-BK-TIME IS NOT NUMERIC
                   OR AUD-BK-REMOVED IS NOT NUMERIC
               DISPLAY "FZBCHGB WARNING - BAD BKOUT RECORD ON "
                   "AUDITLOG SKIPPED"
               SET WS-ANY-WARNING TO TRUE
               GO TO 4520-EXIT
           END-IF
           IF AUD-BK-REMOVED IS EQUAL TO ZERO
                   OR AUD-BK-RUN-DATE IS GREATER THAN WS-RUN-DATE
               GO TO 4520-EXIT
           END-IF
           MOVE AUD-BK-TAG TO WS-BKS-TAG
           MOVE AUD-BK-RUN-DATE TO WS-BKS-RUN-DATE
           MOVE AUD-BK-DATE TO WS-BKS-DATE
           MOVE AUD-BK-TIME TO WS-BKS-TIME
           MOVE "B" TO ADJ-SOURCE
           MOVE WS-BK-SOURCE-ID TO ADJ-SOURCE-ID
           READ ADJUSTMENT-REGISTER
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-ADJ-FILE-STATUS IS EQUAL TO "00"
               ADD 1 TO WS-BK-PRIOR
               GO TO 4520-EXIT
           END-IF
           IF WS-BK-COUNT IS EQUAL TO WS-BK-MAX
               IF NOT WS-BK-TABLE-FULL
                   DISPLAY "FZBCHGB WARNING - MORE THAN " WS-BK-MAX
                       " BACKOUTS TO CREDIT, THE REST WAIT FOR THE "
                       "NEXT POSTING"
                   SET WS-ANY-WARNING TO TRUE
                   SET WS-BK-TABLE-FULL TO TRUE
               END-IF
               GO TO 4520-EXIT
           END-IF
           ADD 1 TO WS-BK-COUNT
           MOVE AUD-BK-TAG TO WS-BK-TAG(WS-BK-COUNT)
           MOVE AUD-BK-RUN-DATE TO WS-BK-RUN-DATE(WS-BK-COUNT)
           MOVE AUD-BK-DATE TO WS-BK-DATE(WS-BK-COUNT)
           MOVE AUD-BK-TIME TO WS-BK-TIME(WS-BK-COUNT)
           MOVE WS-AUD-SEQ TO WS-BK-SEQ(WS-BK-COUNT)
           MOVE AUD-BK-REMOVED TO WS-BK-REMOVED(WS-BK-COUNT)
           MOVE AUD-BK-OPERATOR-ID TO WS-BK-OPERATOR(WS-BK-COUNT)
           MOVE AUD-BK-APPROVER-ID TO WS-BK-APPROVER(WS-BK-COUNT)
           MOVE SPACES TO WS-BK-REQUESTER(WS-BK-COUNT)
           GO TO 4520-EXIT.
       4520-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Read one AUDITLOG record on the START pass and offer a START
      * to every held backout.
      *----------------------------------------------------------------
       4530-MATCH-ONE-START.
           READ AUDIT-LOG-FILE
               AT END
                   SET WS-AUD-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-AUD-SEQ
                   IF AUD-REC-TYPE IS EQUAL TO "START"
                       PERFORM 4540-MATCH-START-TO-BACKOUT
                           THRU 4540-EXIT
                           VARYING WS-BK-SUB FROM 1 BY 1
                           UNTIL WS-BK-SUB IS GREATER THAN WS-BK-COUNT
                   END-IF
           END-READ
           GO TO 4530-EXIT.
       4530-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * A START for the backout's tag and run date written before
      * the backout names the requester the run was billed to; the
      * last such START wins, as a restart writes a second one.
      *----------------------------------------------------------------
       4540-MATCH-START-TO-BACKOUT.
           IF AUD-TAG IS EQUAL TO WS-BK-TAG(WS-BK-SUB)
                   AND AUD-START-DATE IS EQUAL TO
                       WS-BK-RUN-DATE(WS-BK-SUB)
                   AND WS-AUD-SEQ IS LESS THAN WS-BK-SEQ(WS-BK-SUB)
               MOVE AUD-REQUESTER-ID TO WS-BK-REQUESTER(WS-BK-SUB)
           END-IF
           GO TO 4540-EXIT.
       4540-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Post one held backout to the register as a credit: the
      * records removed at the requester's rate. A backout of the
      * generation being posted can take its requester from the
      * generation's TOTALS when the START is missing; one whose
      * requester cannot be found at all is not credited and is
      * warned about, and is tried again on the next posting. Only a
      * run that was billed is credited - its run date falls in an
      * earlier month, or the requester's usage had already posted
      * it or a later run date when this execution began. A run
      * backed out (and perhaps rerun) before it was ever posted was
      * never billed, as the latest TOTALS row for the tag is what
      * gets posted; its backout goes on the register with nothing
      * to credit and already claimed, so it is neither credited nor
      * tried again.
      *----------------------------------------------------------------
       4550-POST-ONE-BACKOUT.
           IF WS-BK-REQUESTER(WS-BK-SUB) IS EQUAL TO SPACES
                   AND WS-BK-RUN-DATE(WS-BK-SUB) IS EQUAL TO
                       WS-RUN-DATE
               PERFORM 4560-MATCH-GENERATION-TAG THRU 4560-EXIT
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB IS GREATER THAN WS-TAG-COUNT
           END-IF
           IF WS-BK-REQUESTER(WS-BK-SUB) IS EQUAL TO SPACES
               DISPLAY "FZBCHGB WARNING - NO REQUESTER FOR BACKED-OUT "
                   "TAG " WS-BK-TAG(WS-BK-SUB) " RUN DATE "
                   WS-BK-RUN-DATE(WS-BK-SUB) " - NOT CREDITED"
               SET WS-ANY-WARNING TO TRUE
               GO TO 4550-EXIT
           END-IF
           PERFORM 4570-CHECK-RUN-BILLED THRU 4570-EXIT
           MOVE 0 TO WS-LOOKED-UP-RATE
           MOVE 0 TO WS-AMOUNT
           IF WS-BK-RUN-BILLED
               MOVE WS-BK-REQUESTER(WS-BK-SUB) TO WS-RATE-KEY
               PERFORM 6000-LOOK-UP-RATE THRU 6000-EXIT
               IF NOT WS-RATE-FOUND
                   DISPLAY "FZBCHGB WARNING - NO RATE FOR "
                       WS-BK-REQUESTER(WS-BK-SUB) " - BACKOUT OF TAG "
                       WS-BK-TAG(WS-BK-SUB) " CREDITED AT ZERO"
                   SET WS-ANY-WARNING TO TRUE
               END-IF
               COMPUTE WS-AMOUNT ROUNDED =
                   WS-BK-REMOVED(WS-BK-SUB) * WS-LOOKED-UP-RATE / 1000
           END-IF
           MOVE WS-BK-TAG(WS-BK-SUB) TO WS-BKS-TAG
           MOVE WS-BK-RUN-DATE(WS-BK-SUB) TO WS-BKS-RUN-DATE
           MOVE WS-BK-DATE(WS-BK-SUB) TO WS-BKS-DATE
           MOVE WS-BK-TIME(WS-BK-SUB) TO WS-BKS-TIME
           MOVE SPACES TO ADJ-RECORD
           MOVE "B" TO ADJ-SOURCE
           MOVE WS-BK-SOURCE-ID TO ADJ-SOURCE-ID
           MOVE WS-RUN-MONTH TO ADJ-MONTH
           MOVE "C" TO ADJ-TYPE
           MOVE WS-BK-REQUESTER(WS-BK-SUB) TO ADJ-REQUESTER-ID
           MOVE WS-BK-RUN-DATE(WS-BK-SUB) TO ADJ-ORIG-RUN-DATE
           MOVE WS-BK-TAG(WS-BK-SUB) TO ADJ-TAG
           MOVE WS-BKS-REFERENCE TO ADJ-REFERENCE
           MOVE WS-BK-REMOVED(WS-BK-SUB) TO ADJ-RECORDS
           IF NOT WS-BK-RUN-BILLED
               MOVE 0 TO ADJ-RECORDS
           END-IF
           MOVE WS-LOOKED-UP-RATE TO ADJ-RATE-PER-K
           MOVE WS-AMOUNT TO ADJ-AMOUNT
           MOVE WS-TODAY TO ADJ-POST-DATE
           MOVE WS-BK-OPERATOR(WS-BK-SUB) TO ADJ-ENTERED-BY
           MOVE WS-BK-APPROVER(WS-BK-SUB) TO ADJ-APPROVER-ID
           MOVE "RUN BACKED OUT BY FZBBKOUT" TO ADJ-REASON
           MOVE 0 TO ADJ-CLAIM-DATE
           IF NOT WS-BK-RUN-BILLED
               MOVE "BACKED OUT BEFORE IT WAS BILLED" TO ADJ-REASON
               MOVE WS-TODAY TO ADJ-CLAIM-DATE
           END-IF
           WRITE ADJ-RECORD
           IF WS-ADJ-FILE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "FZBCHGB ABORT - ADJREG WRITE FAILED STATUS "
                   WS-ADJ-FILE-STATUS
               GO TO 9990-ABORT-RUN
           END-IF
           IF NOT WS-BK-RUN-BILLED
               ADD 1 TO WS-BK-UNBILLED
               GO TO 4550-EXIT
           END-IF
           ADD 1 TO WS-BK-CREDITED
           ADD WS-BK-REMOVED(WS-BK-SUB) TO WS-BK-RECORDS
           GO TO 4550-EXIT.
       4550-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Compare one generation TOTALS tag against the backout's tag.
      *----------------------------------------------------------------
       4560-MATCH-GENERATION-TAG.
           IF WS-TAG-VALUE(WS-SUB) IS EQUAL TO WS-BK-TAG(WS-BK-SUB)
               MOVE WS-TAG-REQUESTER(WS-SUB)
                   TO WS-BK-REQUESTER(WS-BK-SUB)
           END-IF
           GO TO 4560-EXIT.
       4560-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Decide whether the backed-out run was billed: its run date is
      * in a month before the one being posted, or the requester's
      * usage row had posted that run date or a later one before this
      * execution posted anything.
      *----------------------------------------------------------------
       4570-CHECK-RUN-BILLED.
           MOVE "N" TO WS-BK-BILLED-SW
           MOVE WS-BK-RUN-DATE(WS-BK-SUB) TO WS-BK-WORK-DATE
           IF WS-BK-WORK-MONTH IS LESS THAN WS-RUN-MONTH
               SET WS-BK-RUN-BILLED TO TRUE
               GO TO 4570-EXIT
           END-IF
           MOVE 0 TO WS-FOUND-SUB
           PERFORM 4580-MATCH-BACKOUT-USAGE THRU 4580-EXIT
               VARYING WS-USE-SUB FROM 1 BY 1
               UNTIL WS-USE-SUB IS GREATER THAN WS-USE-COUNT
           IF WS-FOUND-SUB IS EQUAL TO ZERO
               GO TO 4570-EXIT
           END-IF
           IF WS-USE-PRIOR-POST(WS-FOUND-SUB) IS NOT LESS THAN
                   WS-BK-RUN-DATE(WS-BK-SUB)
               SET WS-BK-RUN-BILLED TO TRUE
           END-IF
           GO TO 4570-EXIT.
       4570-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Compare one usage row against the backout's requester.
      *----------------------------------------------------------------
       4580-MATCH-BACKOUT-USAGE.
           IF WS-USE-REQUESTER(WS-USE-SUB) IS EQUAL TO
                   WS-BK-REQUESTER(WS-BK-SUB)
               MOVE WS-USE-SUB TO WS-FOUND-SUB
           END-IF
           GO TO 4580-EXIT.
       4580-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Post the manual adjustment cards (CHGADJ), when there are
      * any: a credit or debit of a stated amount to a department,
      * with the reason for it, who entered it, and who approved it.
      * A card moves money, so it takes two operators, the way a
      * backout does: whoever entered it and a second, different
      * operator who approved it must both be on the operator
      * authority master (OPRAUTH) and active, or the card is
      * refused. A card whose reference is already on the register
      * was posted by an earlier execution and is not posted again,
      * so the same deck can be left in place for a rerun; a bad or
      * refused card is skipped with a warning and the rest are
      * posted.
      *----------------------------------------------------------------
       4700-POST-ADJUSTMENT-CARDS.
           OPEN INPUT ADJUSTMENT-CARD-FILE
           IF WS-CAJ-FILE-STATUS IS NOT EQUAL TO "00"
               CLOSE ADJUSTMENT-CARD-FILE
               GO TO 4700-EXIT
           END-IF
           OPEN INPUT OPERATOR-AUTHORITY
           PERFORM 4710-POST-ONE-CARD THRU 4710-EXIT
               UNTIL WS-CAJ-EOF
           CLOSE OPERATOR-AUTHORITY
           CLOSE ADJUSTMENT-CARD-FILE
           DISPLAY "FZBCHGB - " WS-CARD-POSTED
               " ADJUSTMENT CARDS POSTED, " WS-CARD-PRIOR
               " ALREADY ON ADJREG, " WS-CARD-REFUSED " REFUSED"
           GO TO 4700-EXIT.
       4700-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Check and post one adjustment card.
      *----------------------------------------------------------------
       4710-POST-ONE-CARD.
           READ ADJUSTMENT-CARD-FILE
               AT END
                   SET WS-CAJ-EOF TO TRUE
           END-READ
           IF WS-CAJ-EOF
               GO TO 4710-EXIT
           END-IF
           IF (NOT CAJ-CREDIT AND NOT CAJ-DEBIT)
                   OR CAJ-REQUESTER-ID IS EQUAL TO SPACES
                   OR CAJ-REFERENCE IS EQUAL TO SPACES
                   OR CAJ-AMOUNT IS NOT NUMERIC
                   OR CAJ-RUN-DATE IS NOT NUMERIC
                   OR CAJ-REASON IS EQUAL TO SPACES
               DISPLAY "FZBCHGB WARNING - BAD CHGADJ CARD '"
                   CAJ-REFERENCE "' SKIPPED"
               SET WS-ANY-WARNING TO TRUE
               GO TO 4710-EXIT
           END-IF
           IF CAJ-AMOUNT IS EQUAL TO ZERO
               DISPLAY "FZBCHGB WARNING - CHGADJ CARD '"
                   CAJ-REFERENCE "' HAS NO AMOUNT - SKIPPED"
               SET WS-ANY-WARNING TO TRUE
               GO TO 4710-EXIT
           END-IF
           MOVE "M" TO ADJ-SOURCE
           MOVE CAJ-REFERENCE TO ADJ-SOURCE-ID
           READ ADJUSTMENT-REGISTER
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-ADJ-FILE-STATUS IS EQUAL TO "00"
               ADD 1 TO WS-CARD-PRIOR
               GO TO 4710-EXIT
           END-IF
           PERFORM 4720-CHECK-CARD-AUTHORITY THRU 4720-EXIT
           IF NOT WS-AUTHORITY-VALID
               DISPLAY "FZBCHGB WARNING - CHGADJ CARD '"
                   CAJ-REFERENCE "' REFUSED - " WS-AUTH-REASON
               SET WS-ANY-WARNING TO TRUE
               ADD 1 TO WS-CARD-REFUSED
               GO TO 4710-EXIT
           END-IF
           MOVE SPACES TO ADJ-RECORD
           MOVE "M" TO ADJ-SOURCE
           MOVE CAJ-REFERENCE TO ADJ-SOURCE-ID
           MOVE WS-RUN-MONTH TO ADJ-MONTH
           MOVE CAJ-TYPE TO ADJ-TYPE
           MOVE CAJ-REQUESTER-ID TO ADJ-REQUESTER-ID
           MOVE CAJ-RUN-DATE TO ADJ-ORIG-RUN-DATE
           MOVE CAJ-TAG TO ADJ-TAG
           MOVE CAJ-REFERENCE TO ADJ-REFERENCE
           MOVE 0 TO ADJ-RECORDS
           MOVE 0 TO ADJ-RATE-PER-K
           MOVE CAJ-AMOUNT TO ADJ-AMOUNT
           MOVE WS-TODAY TO ADJ-POST-DATE
           MOVE CAJ-ENTERED-BY TO ADJ-ENTERED-BY
           MOVE CAJ-APPROVER-ID TO ADJ-APPROVER-ID
           MOVE CAJ-REASON TO ADJ-REASON
           MOVE 0 TO ADJ-CLAIM-DATE
           WRITE ADJ-RECORD
           IF WS-ADJ-FILE-STATUS IS EQUAL TO "22"
               ADD 1 TO WS-CARD-PRIOR
               GO TO 4710-EXIT
           END-IF
           IF WS-ADJ-FILE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "FZBCHGB ABORT - ADJREG WRITE FAILED STATUS "
                   WS-ADJ-FILE-STATUS
               GO TO 9990-ABORT-RUN
           END-IF
           ADD 1 TO WS-CARD-POSTED
           GO TO 4710-EXIT.
       4710-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Check the two operators on one card, stopping at the first
      * thing wrong, and log the decision either way. The master must
      * be open - no master, no authority. The card must name who
      * entered it and a second, different operator who approved it,
      * and both must be on OPRAUTH and active.
      *----------------------------------------------------------------
       4720-CHECK-CARD-AUTHORITY.
           MOVE "Y" TO WS-AUTH-SW
           MOVE SPACES TO WS-AUTH-REASON
           MOVE CAJ-ENTERED-BY TO WS-AUTH-REQUESTER
           MOVE CAJ-APPROVER-ID TO WS-AUTH-APPROVER
           MOVE SPACES TO WS-AUTH-SCOPE
           STRING "REF " CAJ-REFERENCE " " CAJ-TYPE " "
               CAJ-REQUESTER-ID
               DELIMITED BY SIZE INTO WS-AUTH-SCOPE
           PERFORM 4730-VALIDATE-CARD-AUTHORITY THRU 4730-EXIT
           PERFORM 4790-WRITE-AUTHORITY-AUDIT THRU 4790-EXIT
           GO TO 4720-EXIT.
       4720-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * The checks themselves, in order.
      *----------------------------------------------------------------
       4730-VALIDATE-CARD-AUTHORITY.
           IF WS-OPA-FILE-STATUS IS NOT EQUAL TO "00"
               MOVE "N" TO WS-AUTH-SW
               STRING "OPRAUTH OPEN FAILED STATUS "
                   WS-OPA-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-AUTH-REASON
               GO TO 4730-EXIT
           END-IF
           IF WS-AUTH-REQUESTER IS EQUAL TO SPACES
               MOVE "N" TO WS-AUTH-SW
               MOVE "THE CARD DOES NOT NAME WHO ENTERED IT"
                   TO WS-AUTH-REASON
               GO TO 4730-EXIT
           END-IF
           IF WS-AUTH-APPROVER IS EQUAL TO SPACES
               MOVE "N" TO WS-AUTH-SW
               MOVE "THE CARD NAMES NO APPROVER"
                   TO WS-AUTH-REASON
               GO TO 4730-EXIT
           END-IF
           IF WS-AUTH-APPROVER IS EQUAL TO WS-AUTH-REQUESTER
               MOVE "N" TO WS-AUTH-SW
               MOVE "APPROVER MUST BE A SECOND, DIFFERENT OPERATOR"
                   TO WS-AUTH-REASON
               GO TO 4730-EXIT
           END-IF
           MOVE WS-AUTH-REQUESTER TO WS-AUTH-CHECK-ID
           PERFORM 4740-CHECK-ONE-OPERATOR THRU 4740-EXIT
           IF NOT WS-AUTHORITY-VALID
               GO TO 4730-EXIT
           END-IF
           MOVE WS-AUTH-APPROVER TO WS-AUTH-CHECK-ID
           PERFORM 4740-CHECK-ONE-OPERATOR THRU 4740-EXIT
           GO TO 4730-EXIT.
       4730-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * One operator, the one who entered the card or the one who
      * approved it, must be on OPRAUTH and active. The master holds
      * no chargeback authority of its own, so being an active
      * operator is the authority.
      *----------------------------------------------------------------
       4740-CHECK-ONE-OPERATOR.
           MOVE WS-AUTH-CHECK-ID TO OPA-OPERATOR-ID
           READ OPERATOR-AUTHORITY
               INVALID KEY
                   MOVE "N" TO WS-AUTH-SW
                   STRING WS-AUTH-CHECK-ID DELIMITED BY SPACE
                       " IS NOT ON OPRAUTH" DELIMITED BY SIZE
                       INTO WS-AUTH-REASON
                   GO TO 4740-EXIT
           END-READ
           IF NOT OPA-ACTIVE
               MOVE "N" TO WS-AUTH-SW
               STRING WS-AUTH-CHECK-ID DELIMITED BY SPACE
                   " IS NOT AN ACTIVE OPERATOR" DELIMITED BY SIZE
                   INTO WS-AUTH-REASON
               GO TO 4740-EXIT
           END-IF
           GO TO 4740-EXIT.
       4740-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Log the decision on a card on AUDITLOG as an AUTHZ record -
      * action CHGADJ, when, who entered the card as the requester,
      * who approved it, granted (G) or refused (R), and the card's
      * reference, type, and department - refusals included, so an
      * auditor sees every adjustment beside the utilities' actions.
      * The log is opened for appending the way every writer of
      * AUDITLOG opens it.
      *----------------------------------------------------------------
       4790-WRITE-AUTHORITY-AUDIT.
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
           GO TO 4790-EXIT.
       4790-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Rewrite the usage file from the table, stamping every row
      * with this month and its own last-posted run date. Rewriting the
      * whole small file each day keeps it self-describing - the
      * next posting, or a new month, needs nothing but the file
      * itself to know where the meter stands.
       5000-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Stamp the backout credits this posting claimed, now that the
      * usage file carrying the correction runs they paid for has
      * been rewritten. Stamping them any sooner would let an abort
      * in between leave a credit claimed by usage that was never
      * saved, and the correction run would never be billed.
      *----------------------------------------------------------------
       5050-STAMP-CLAIMED-CREDITS.
           IF WS-CLM-COUNT IS EQUAL TO ZERO
               GO TO 5050-EXIT
           END-IF
           OPEN I-O ADJUSTMENT-REGISTER
           IF WS-ADJ-FILE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "FZBCHGB ABORT - ADJREG OPEN FAILED STATUS "
                   WS-ADJ-FILE-STATUS
               GO TO 9990-ABORT-RUN
           END-IF
           PERFORM 5060-STAMP-ONE-CLAIM THRU 5060-EXIT
               VARYING WS-CLM-SUB FROM 1 BY 1
               UNTIL WS-CLM-SUB IS GREATER THAN WS-CLM-COUNT
           CLOSE ADJUSTMENT-REGISTER
           GO TO 5050-EXIT.
       5050-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Stamp one claimed credit with the date of this posting.
      *----------------------------------------------------------------
       5060-STAMP-ONE-CLAIM.
           MOVE WS-CLM-KEY(WS-CLM-SUB) TO ADJ-KEY
           READ ADJUSTMENT-REGISTER
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-ADJ-FILE-STATUS IS EQUAL TO "00"
               MOVE WS-TODAY TO ADJ-CLAIM-DATE
               REWRITE ADJ-RECORD
           END-IF
           IF WS-ADJ-FILE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "FZBCHGB ABORT - ADJREG CLAIM FAILED STATUS "
                   WS-ADJ-FILE-STATUS
               GO TO 9990-ABORT-RUN
           END-IF
           GO TO 5060-EXIT.
       5060-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Write one usage row.
      *----------------------------------------------------------------
       5100-WRITE-ONE-USAGE-ROW.
           MOVE WS-USE-REQUESTER(WS-USE-SUB) TO USG-REQUESTER-ID
           MOVE WS-USE-RUNS(WS-USE-SUB) TO USG-RUNS
           MOVE WS-USE-RECORDS(WS-USE-SUB) TO USG-RECORDS
           MOVE WS-USE-LAST-POST(WS-USE-SUB) TO USG-LAST-POST-DATE
           WRITE USG-RECORD
           IF WS-USG-FILE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "FZBCHGB ABORT - USAGEMTD WRITE FAILED STATUS "
       5100-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Load the month's adjustments from the register - everything
      * posted under the month being invoiced, by this execution or
      * an earlier one - for the memos and the feed. A department
      * with an adjustment but no usage this month still gets an
      * invoice, so it is added to the usage table here, after the
      * usage file has been rewritten, with nothing metered.
      *----------------------------------------------------------------
       5500-LOAD-MONTH-ADJUSTMENTS.
           OPEN INPUT ADJUSTMENT-REGISTER
           IF WS-ADJ-FILE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "FZBCHGB ABORT - ADJREG OPEN FAILED STATUS "
                   WS-ADJ-FILE-STATUS
               GO TO 9990-ABORT-RUN
           END-IF
           PERFORM 5510-LOAD-ONE-ADJUSTMENT THRU 5510-EXIT
               UNTIL WS-ADJ-EOF
           CLOSE ADJUSTMENT-REGISTER
           GO TO 5500-EXIT.
       5500-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * File one register entry if it is billed this month. The
      * entry for a run backed out before it was ever billed carries
      * no records and nothing to credit, and is not shown.
      *----------------------------------------------------------------
       5510-LOAD-ONE-ADJUSTMENT.
           READ ADJUSTMENT-REGISTER NEXT RECORD
               AT END
                   SET WS-ADJ-EOF TO TRUE
           END-READ
           IF WS-ADJ-EOF
               GO TO 5510-EXIT
           END-IF
           IF ADJ-MONTH IS NOT EQUAL TO WS-RUN-MONTH
               GO TO 5510-EXIT
           END-IF
           IF ADJ-FROM-BACKOUT
                   AND ADJ-RECORDS IS EQUAL TO ZERO
               GO TO 5510-EXIT
           END-IF
           IF WS-ADJ-COUNT IS EQUAL TO WS-ADJ-MAX
               DISPLAY "FZBCHGB ABORT - MORE THAN " WS-ADJ-MAX
                   " ADJUSTMENTS THIS MONTH"
               GO TO 9990-ABORT-RUN
           END-IF
           ADD 1 TO WS-ADJ-COUNT
           MOVE ADJ-REQUESTER-ID TO WS-ADJ-REQUESTER(WS-ADJ-COUNT)
           MOVE ADJ-TYPE TO WS-ADJ-TYPE(WS-ADJ-COUNT)
           MOVE ADJ-ORIG-RUN-DATE TO WS-ADJ-RUN-DATE(WS-ADJ-COUNT)
           MOVE ADJ-TAG TO WS-ADJ-TAG(WS-ADJ-COUNT)
           MOVE ADJ-REFERENCE TO WS-ADJ-REFERENCE(WS-ADJ-COUNT)
           MOVE ADJ-RECORDS TO WS-ADJ-RECORDS(WS-ADJ-COUNT)
           MOVE ADJ-AMOUNT TO WS-ADJ-AMOUNT(WS-ADJ-COUNT)
           MOVE ADJ-ENTERED-BY TO WS-ADJ-ENTERED-BY(WS-ADJ-COUNT)
           MOVE ADJ-APPROVER-ID TO WS-ADJ-APPROVER(WS-ADJ-COUNT)
           MOVE ADJ-REASON TO WS-ADJ-REASON(WS-ADJ-COUNT)
           MOVE 0 TO WS-FOUND-SUB
           PERFORM 5520-MATCH-ADJUSTMENT-USAGE THRU 5520-EXIT
               VARYING WS-USE-SUB FROM 1 BY 1
               UNTIL WS-USE-SUB IS GREATER THAN WS-USE-COUNT
           IF WS-FOUND-SUB IS EQUAL TO ZERO
               IF WS-USE-COUNT IS EQUAL TO WS-USE-MAX
                   DISPLAY "FZBCHGB ABORT - MORE THAN " WS-USE-MAX
                       " REQUESTERS THIS MONTH"
                   GO TO 9990-ABORT-RUN
               END-IF
               ADD 1 TO WS-USE-COUNT
               MOVE ADJ-REQUESTER-ID TO WS-USE-REQUESTER(WS-USE-COUNT)
               MOVE 0 TO WS-USE-RUNS(WS-USE-COUNT)
               MOVE 0 TO WS-USE-RECORDS(WS-USE-COUNT)
               MOVE 0 TO WS-USE-LAST-POST(WS-USE-COUNT)
               MOVE 0 TO WS-USE-PRIOR-POST(WS-USE-COUNT)
           END-IF
           GO TO 5510-EXIT.
       5510-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Compare one usage row against the adjustment's requester.
      *----------------------------------------------------------------
       5520-MATCH-ADJUSTMENT-USAGE.
           IF WS-USE-REQUESTER(WS-USE-SUB) IS EQUAL TO ADJ-REQUESTER-ID
               MOVE WS-USE-SUB TO WS-FOUND-SUB
           END-IF
           GO TO 5520-EXIT.
       5520-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Look the requester in WS-RATE-KEY up: its own entry first,
      * the DEFAULT rate otherwise, zero with the found-switch off
      * when neither exists.
      *----------------------------------------------------------------
       6000-LOOK-UP-RATE.
           MOVE "N" TO WS-RATE-FOUND-SW
       6000-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Compare one rate entry against the requester being priced.
      *----------------------------------------------------------------
       6100-MATCH-ONE-RATE.
           IF WS-RATE-REQUESTER(WS-SUB) IS EQUAL TO WS-RATE-KEY
               MOVE WS-SUB TO WS-FOUND-SUB
           END-IF
           GO TO 6100-EXIT.
      * Write the invoice report: the heading, then one block per
      * department - month-to-date records and runs, the rate
      * applied, and the amount due (records per thousand times the
      * rate) - followed by a memo for each credit or debit posted
      * to the department this month and the net due, and the
      * all-departments summary lines the block totals roll into.
      *----------------------------------------------------------------
       7000-WRITE-INVOICES.
           OPEN OUTPUT CHARGE-REPORT-FILE
               GO TO 9990-ABORT-RUN
           END-IF
           MOVE WS-RUN-MONTH TO WS-H1-MONTH
           MOVE WS-TODAY TO WS-H1-DATE
           MOVE WS-HEADING-1 TO WS-PRINT-LINE
           PERFORM 8500-PRINT-LINE THRU 8500-EXIT
           PERFORM 7100-WRITE-ONE-INVOICE THRU 7100-EXIT
           MOVE WS-TOTAL-AMOUNT TO WS-SUM-AMOUNT
           MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
           PERFORM 8500-PRINT-LINE THRU 8500-EXIT
           COMPUTE WS-TOTAL-NET =
               WS-TOTAL-AMOUNT - WS-TOTAL-CREDITS + WS-TOTAL-DEBITS
           MOVE WS-TOTAL-CREDITS TO WS-SUM-CREDITS
           MOVE WS-TOTAL-DEBITS TO WS-SUM-DEBITS
           MOVE WS-TOTAL-NET TO WS-SUM-NET
           MOVE WS-SUMMARY-LINE-2 TO WS-PRINT-LINE
           PERFORM 8500-PRINT-LINE THRU 8500-EXIT
           GO TO 7000-EXIT.
       7000-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Write one department's invoice block and roll it into the
      * summary totals. A department whose only business this month
      * is an adjustment has nothing metered and is not warned
      * about a missing rate.
      *----------------------------------------------------------------
       7100-WRITE-ONE-INVOICE.
           MOVE WS-USE-REQUESTER(WS-USE-SUB) TO WS-RATE-KEY
           PERFORM 6000-LOOK-UP-RATE THRU 6000-EXIT
           COMPUTE WS-AMOUNT ROUNDED =
               WS-USE-RECORDS(WS-USE-SUB) * WS-LOOKED-UP-RATE / 1000
           MOVE WS-INVOICE-LINE-2 TO WS-PRINT-LINE
           PERFORM 8500-PRINT-LINE THRU 8500-EXIT
           IF NOT WS-RATE-FOUND
                   AND WS-USE-RECORDS(WS-USE-SUB) IS GREATER THAN ZERO
               SET WS-ANY-WARNING TO TRUE
               MOVE WS-NO-RATE-LINE TO WS-PRINT-LINE
               PERFORM 8500-PRINT-LINE THRU 8500-EXIT
           END-IF
           ADD WS-USE-RECORDS(WS-USE-SUB) TO WS-TOTAL-RECORDS
           ADD WS-AMOUNT TO WS-TOTAL-AMOUNT
           MOVE 0 TO WS-DEPT-ADJ-COUNT
           MOVE 0 TO WS-DEPT-CREDITS
           MOVE 0 TO WS-DEPT-DEBITS
           PERFORM 7200-WRITE-ONE-MEMO THRU 7200-EXIT
               VARYING WS-ADJ-SUB FROM 1 BY 1
               UNTIL WS-ADJ-SUB IS GREATER THAN WS-ADJ-COUNT
           IF WS-DEPT-ADJ-COUNT IS GREATER THAN ZERO
               COMPUTE WS-DEPT-NET =
                   WS-AMOUNT - WS-DEPT-CREDITS + WS-DEPT-DEBITS
               MOVE WS-DEPT-CREDITS TO WS-NET-CREDITS
               MOVE WS-DEPT-DEBITS TO WS-NET-DEBITS
               MOVE WS-DEPT-NET TO WS-NET-AMOUNT
               MOVE WS-NET-LINE TO WS-PRINT-LINE
               PERFORM 8500-PRINT-LINE THRU 8500-EXIT
           END-IF
           ADD WS-DEPT-CREDITS TO WS-TOTAL-CREDITS
           ADD WS-DEPT-DEBITS TO WS-TOTAL-DEBITS
           GO TO 7100-EXIT.
       7100-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Print the memo for one of the month's adjustments if it
      * belongs to the department being invoiced: what it is, the
      * run it corrects, the amount, and who entered and approved
      * it. A backout credit shows the date and time of the backout
      * as its reference and the records it reversed.
      *----------------------------------------------------------------
       7200-WRITE-ONE-MEMO.
           IF WS-ADJ-REQUESTER(WS-ADJ-SUB) IS NOT EQUAL TO
                   WS-USE-REQUESTER(WS-USE-SUB)
               GO TO 7200-EXIT
           END-IF
           ADD 1 TO WS-DEPT-ADJ-COUNT
           IF WS-ADJ-IS-CREDIT(WS-ADJ-SUB)
               MOVE "CREDIT MEMO " TO WS-MEMO-TITLE
               ADD WS-ADJ-AMOUNT(WS-ADJ-SUB) TO WS-DEPT-CREDITS
           ELSE
               MOVE "DEBIT MEMO  " TO WS-MEMO-TITLE
               ADD WS-ADJ-AMOUNT(WS-ADJ-SUB) TO WS-DEPT-DEBITS
           END-IF
           MOVE WS-ADJ-RUN-DATE(WS-ADJ-SUB) TO WS-MEMO-RUN-DATE
           MOVE WS-ADJ-TAG(WS-ADJ-SUB) TO WS-MEMO-TAG
           MOVE WS-ADJ-REFERENCE(WS-ADJ-SUB) TO WS-MEMO-REFERENCE
           MOVE WS-ADJ-RECORDS(WS-ADJ-SUB) TO WS-MEMO-RECORDS
           MOVE WS-ADJ-AMOUNT(WS-ADJ-SUB) TO WS-MEMO-AMOUNT
           MOVE WS-MEMO-LINE-1 TO WS-PRINT-LINE
           PERFORM 8500-PRINT-LINE THRU 8500-EXIT
           MOVE WS-ADJ-REASON(WS-ADJ-SUB) TO WS-MEMO-REASON
           MOVE WS-ADJ-ENTERED-BY(WS-ADJ-SUB) TO WS-MEMO-ENTERED-BY
           MOVE WS-ADJ-APPROVER(WS-ADJ-SUB) TO WS-MEMO-APPROVER
           MOVE WS-MEMO-LINE-2 TO WS-PRINT-LINE
           PERFORM 8500-PRINT-LINE THRU 8500-EXIT
           GO TO 7200-EXIT.
       7200-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Cut the delimited cost-center feed the same way FZBWHSE cuts
      * the warehouse extract: a header with the month and posting
      * date, one detail per department with records and gross
      * amount, each of the department's credits (CRD) and debits
      * (DBT) as its own signed line, and the department's signed
      * net (NET), then a trailer with the count of lines between
      * header and trailer, the gross total, and the signed credit,
      * debit, and net totals, so the cost center can verify
      * completeness before committing the load.
      *----------------------------------------------------------------
       8000-WRITE-COST-CENTER-FEED.
           OPEN OUTPUT COST-CENTER-FEED
                  "|"               DELIMITED BY SIZE
                  WS-RUN-MONTH      DELIMITED BY SIZE
                  "|"               DELIMITED BY SIZE
                  WS-TODAY          DELIMITED BY SIZE
                  "|"               DELIMITED BY SIZE
                  "FIZZBUZZ"        DELIMITED BY SIZE
               INTO WS-FEED-LINE
               VARYING WS-USE-SUB FROM 1 BY 1
               UNTIL WS-USE-SUB IS GREATER THAN WS-USE-COUNT
           MOVE WS-TOTAL-AMOUNT TO WS-TOTAL-DISPLAY
           COMPUTE WS-SIGNED-TOTAL = 0 - WS-TOTAL-CREDITS
           MOVE WS-SIGNED-TOTAL TO WS-CREDITS-DISPLAY
           MOVE WS-TOTAL-DEBITS TO WS-DEBITS-DISPLAY
           MOVE WS-TOTAL-NET TO WS-NET-DISPLAY
           MOVE SPACES TO WS-FEED-LINE
           STRING "TRL"             DELIMITED BY SIZE
                  "|"               DELIMITED BY SIZE
                  WS-FEED-COUNT     DELIMITED BY SIZE
                  "|"               DELIMITED BY SIZE
                  WS-TOTAL-DISPLAY  DELIMITED BY SIZE
                  "|"               DELIMITED BY SIZE
                  WS-CREDITS-DISPLAY DELIMITED BY SIZE
                  "|"               DELIMITED BY SIZE
                  WS-DEBITS-DISPLAY DELIMITED BY SIZE
                  "|"               DELIMITED BY SIZE
                  WS-NET-DISPLAY    DELIMITED BY SIZE
               INTO WS-FEED-LINE
           END-STRING
           PERFORM 8100-WRITE-FEED-LINE THRU 8100-EXIT
           EXIT.
      *----------------------------------------------------------------
      * Write one department's feed detail, recomputing its amount
      * under the same rate the invoice showed, then its adjustment
      * lines and its net.
      *----------------------------------------------------------------
       8200-WRITE-ONE-FEED-DETAIL.
           MOVE WS-USE-REQUESTER(WS-USE-SUB) TO WS-RATE-KEY
           PERFORM 6000-LOOK-UP-RATE THRU 6000-EXIT
           COMPUTE WS-AMOUNT ROUNDED =
               WS-USE-RECORDS(WS-USE-SUB) * WS-LOOKED-UP-RATE / 1000
           END-STRING
           PERFORM 8100-WRITE-FEED-LINE THRU 8100-EXIT
           ADD 1 TO WS-FEED-COUNT
           MOVE WS-AMOUNT TO WS-DEPT-NET
           PERFORM 8300-WRITE-ONE-FEED-ADJUSTMENT THRU 8300-EXIT
               VARYING WS-ADJ-SUB FROM 1 BY 1
               UNTIL WS-ADJ-SUB IS GREATER THAN WS-ADJ-COUNT
           MOVE WS-DEPT-NET TO WS-SIGNED-DISPLAY
           MOVE SPACES TO WS-FEED-LINE
           STRING "NET"             DELIMITED BY SIZE
                  "|"               DELIMITED BY SIZE
                  WS-USE-REQUESTER(WS-USE-SUB) DELIMITED BY SPACE
                  "|"               DELIMITED BY SIZE
                  WS-SIGNED-DISPLAY DELIMITED BY SIZE
               INTO WS-FEED-LINE
           END-STRING
           PERFORM 8100-WRITE-FEED-LINE THRU 8100-EXIT
           ADD 1 TO WS-FEED-COUNT
           GO TO 8200-EXIT.
       8200-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Write one of the month's adjustments as a signed feed line
      * if it belongs to the department - CRD negative, DBT positive
      * - with the run date and tag it corrects, its reference, and
      * the records reversed, and carry it into the department net.
      *----------------------------------------------------------------
       8300-WRITE-ONE-FEED-ADJUSTMENT.
           IF WS-ADJ-REQUESTER(WS-ADJ-SUB) IS NOT EQUAL TO
                   WS-USE-REQUESTER(WS-USE-SUB)
               GO TO 8300-EXIT
           END-IF
           MOVE SPACES TO WS-FEED-LINE
           IF WS-ADJ-IS-CREDIT(WS-ADJ-SUB)
               COMPUTE WS-SIGNED-AMOUNT = 0 - WS-ADJ-AMOUNT(WS-ADJ-SUB)
               MOVE "CRD" TO WS-FEED-KIND
           ELSE
               MOVE WS-ADJ-AMOUNT(WS-ADJ-SUB) TO WS-SIGNED-AMOUNT
               MOVE "DBT" TO WS-FEED-KIND
           END-IF
           ADD WS-SIGNED-AMOUNT TO WS-DEPT-NET
           MOVE WS-SIGNED-AMOUNT TO WS-SIGNED-DISPLAY
           STRING WS-FEED-KIND      DELIMITED BY SIZE
                  "|"               DELIMITED BY SIZE
                  WS-ADJ-REQUESTER(WS-ADJ-SUB) DELIMITED BY SPACE
                  "|"               DELIMITED BY SIZE
                  WS-ADJ-RUN-DATE(WS-ADJ-SUB) DELIMITED BY SIZE
                  "|"               DELIMITED BY SIZE
                  WS-ADJ-TAG(WS-ADJ-SUB) DELIMITED BY SPACE
                  "|"               DELIMITED BY SIZE
                  WS-ADJ-REFERENCE(WS-ADJ-SUB) DELIMITED BY SPACE
                  "|"               DELIMITED BY SIZE
                  WS-ADJ-RECORDS(WS-ADJ-SUB) DELIMITED BY SIZE
                  "|"               DELIMITED BY SIZE
                  WS-SIGNED-DISPLAY DELIMITED BY SIZE
               INTO WS-FEED-LINE
           END-STRING
           PERFORM 8100-WRITE-FEED-LINE THRU 8100-EXIT
           ADD 1 TO WS-FEED-COUNT
           GO TO 8300-EXIT.
       8300-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Print one line of the invoice report.
      *----------------------------------------------------------------
       8500-PRINT-LINE.
       9000-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Post the chargeback's control counts to the batch ledger
      * (BATLEDG) under the generation's run date: records processed
      * on the TOTALS rows read (latest row per tag), records posted
      * to USAGEMTD by this execution, records a previous execution
      * already posted for the same run date, and records held back
      * because the requester's usage had already moved past it.
      * FZBBAL balances the TOTALS side against what reached
      * USAGEMTD, posted now or before; held records are a break.
      *----------------------------------------------------------------
       9700-POST-BATCH-LEDGER.
           PERFORM 9710-OPEN-BATCH-LEDGER THRU 9710-EXIT
           IF NOT WS-LDG-OPEN
               GO TO 9700-EXIT
           END-IF
           MOVE WS-RUN-DATE TO WS-LDG-RUN-DATE
           MOVE "TOTPROC" TO WS-LDG-COUNT-ID
           MOVE WS-TOTALS-PROCESSED TO WS-LDG-COUNT
           PERFORM 9720-POST-ONE-COUNT THRU 9720-EXIT
           MOVE "USGPOST" TO WS-LDG-COUNT-ID
           MOVE WS-USAGE-POSTED TO WS-LDG-COUNT
           PERFORM 9720-POST-ONE-COUNT THRU 9720-EXIT
           MOVE "USGPRIOR" TO WS-LDG-COUNT-ID
           MOVE WS-USAGE-PRIOR TO WS-LDG-COUNT
           PERFORM 9720-POST-ONE-COUNT THRU 9720-EXIT
           MOVE "USGHELD" TO WS-LDG-COUNT-ID
           MOVE WS-USAGE-HELD TO WS-LDG-COUNT
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
               DISPLAY "FZBCHGB WARNING - BATLEDG OPEN FAILED STATUS "
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
               DISPLAY "FZBCHGB WARNING - BATLEDG POST FAILED STATUS "
                   WS-LDG-FILE-STATUS " FOR " WS-LDG-COUNT-ID
           END-IF
           GO TO 9720-EXIT.
       9720-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Reached when a file fails or a table overflows. The usage
      * file may already hold today's posting by this point, and the
      * last-posted date on every row is exactly what makes the rerun
      * after the fix safe; the adjustment register likewise holds
      * every credit and card already posted, and they are not
      * posted again.
      *----------------------------------------------------------------
       9990-ABORT-RUN.
           CLOSE CHARGE-REPORT-FILE
           CLOSE ADJUSTMENT-REGISTER
           CLOSE OPERATOR-AUTHORITY
           MOVE 16 TO RETURN-CODE
           STOP RUN.
      *----------------------------------------------------------------
      * Reached when the rate card is missing or empty, or the
      * generation asked for is not on the catalog. Nothing has been
      * posted, nothing was touched.
      *----------------------------------------------------------------
       9999-REJECT-RUN.
           MOVE 16 TO RETURN-CODE
