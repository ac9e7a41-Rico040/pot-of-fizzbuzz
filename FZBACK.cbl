      ******************************************************************
      * Author: RLA
      * Date: 10/15/2026
      * Purpose: Delivery reconciliation companion to FZBSPLIT.
      *          FZBSPLIT cuts one extract per requester (EXTFIL01-05)
      *          with a trailer count, and REQMAST carries each
      *          requester's delivery slot, but nothing recorded that
      *          an extract actually left or that the department got
      *          it whole - a missed delivery surfaced when someone
      *          complained two days later. FZBSPLIT now records every
      *          extract it cuts on the distribution log (DISTLOG),
      *          and departments return an acknowledgement (ACKFILE)
      *          carrying their requester id, the run date, the
      *          record count they loaded, and when they loaded it.
      *          This step matches the two for one run date and
      *          prints the daily delivery SLA report (ACKRPT): each
      *          extract acknowledged, acknowledged with a count that
      *          disagrees with its trailer, or still unacknowledged
      *          past the requester's delivery slot, and whether each
      *          department was served on time. Any exception ends
      *          the step with return code 4.
      *
      *          The delivery slot is the hour (01-24) on the day the
      *          extract was cut by which the department is to have
      *          loaded it; a slot of 00 means no delivery time has
      *          been agreed, and the extract is reconciled without
      *          being judged against the clock.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * 10/15/2026  RLA  Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FZBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ACK-CONTROL-FILE ASSIGN TO "ACKCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACC-FILE-STATUS.
           SELECT DISTRIBUTION-LOG-FILE ASSIGN TO "DISTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DST-FILE-STATUS.
           SELECT OPTIONAL ACKNOWLEDGEMENT-FILE ASSIGN TO "ACKFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-FILE-STATUS.
           SELECT OPTIONAL REQUESTER-MASTER ASSIGN TO "REQMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RQ-KEY
               FILE STATUS IS WS-REQM-FILE-STATUS.
           SELECT ACK-REPORT-FILE ASSIGN TO "ACKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACK-CONTROL-FILE.
       01  ACC-RECORD.
           05 ACC-RUN-DATE                 PIC 9(08).
       FD  DISTRIBUTION-LOG-FILE.
       01  DST-RECORD.
           05 DST-RUN-DATE                 PIC 9(08).
           05 FILLER                      PIC X(01).
           05 DST-REQUESTER-ID             PIC X(08).
           05 FILLER                      PIC X(01).
           05 DST-EXTRACT-DDNAME           PIC X(08).
           05 FILLER                      PIC X(01).
           05 DST-RECORD-COUNT             PIC 9(07).
           05 FILLER                      PIC X(01).
           05 DST-CUT-DATE                 PIC 9(08).
           05 FILLER                      PIC X(01).
           05 DST-CUT-TIME                 PIC 9(08).
       FD  ACKNOWLEDGEMENT-FILE.
       01  ACK-RECORD.
           05 ACK-REQUESTER-ID             PIC X(08).
           05 FILLER                      PIC X(01).
           05 ACK-RUN-DATE                 PIC 9(08).
           05 FILLER                      PIC X(01).
           05 ACK-RECORD-COUNT             PIC 9(07).
           05 FILLER                      PIC X(01).
           05 ACK-LOAD-DATE                PIC 9(08).
           05 FILLER                      PIC X(01).
           05 ACK-LOAD-TIME                PIC 9(04).
       FD  REQUESTER-MASTER.
       01  RQ-RECORD.
           05 RQ-KEY.
               10 RQ-REQUESTER-ID          PIC X(08).
           05 FILLER                      PIC X(01).
           05 RQ-DEPT-NAME                 PIC X(20).
           05 FILLER                      PIC X(01).
           05 RQ-DELIVERY-SLOT             PIC 9(02).
           05 FILLER                      PIC X(01).
           05 RQ-ACTIVE-FLAG               PIC X(01).
              88 RQ-ACTIVE VALUE "A".
           05 FILLER                      PIC X(01).
           05 RQ-TAG-COUNT                 PIC 9(02).
           05 FILLER                      PIC X(01).
           05 RQ-TAG-LIST.
               10 RQ-TAG-ENTRY OCCURS 8 TIMES.
                  15 RQ-TAG                PIC X(06).
                  15 FILLER                PIC X(01).
       FD  ACK-REPORT-FILE.
       01  ACK-REPORT-RECORD               PIC X(132).
       WORKING-STORAGE SECTION.
           01 WS-ACC-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-DST-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-ACK-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-REQM-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-RPT-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-DST-EOF-SW PIC X(01) VALUE "N".
              88 WS-DST-EOF VALUE "Y".
           01 WS-ACK-EOF-SW PIC X(01) VALUE "N".
              88 WS-ACK-EOF VALUE "Y".
           01 WS-REQM-AVAIL-SW PIC X(01) VALUE "N".
              88 WS-REQM-AVAILABLE VALUE "Y".
           01 WS-DATE-GIVEN-SW PIC X(01) VALUE "N".
              88 WS-RUN-DATE-GIVEN VALUE "Y".
           01 WS-EXCEPTION-SW PIC X(01) VALUE "N".
              88 WS-ANY-EXCEPTION VALUE "Y".
           01 WS-TODAY PIC 9(08) VALUE 0.
           01 WS-TIME-NOW PIC 9(08) VALUE 0.
           01 WS-TIME-NOW-PARTS REDEFINES WS-TIME-NOW.
              05 WS-NOW-HHMM PIC 9(04).
              05 FILLER PIC 9(04).
           01 WS-NOW-STAMP PIC 9(12) VALUE 0.
           01 WS-RUN-DATE PIC 9(08) VALUE 0.
           01 WS-DLV-MAX PIC 9(03) VALUE 50.
           01 WS-DLV-COUNT PIC 9(03) VALUE 0.
           01 WS-DLV-TABLE.
              05 WS-DLV-ENTRY OCCURS 50 TIMES.
                 10 WS-DLV-REQUESTER-ID PIC X(08).
                 10 WS-DLV-DDNAME PIC X(08).
                 10 WS-DLV-SENT-COUNT PIC 9(07).
                 10 WS-DLV-CUT-DATE PIC 9(08).
                 10 WS-DLV-CUT-TIME PIC 9(08).
                 10 WS-DLV-ACK-SW PIC X(01).
                    88 WS-DLV-ACKED VALUE "Y".
                 10 WS-DLV-ACK-COUNT PIC 9(07).
                 10 WS-DLV-ACK-DATE PIC 9(08).
                 10 WS-DLV-ACK-TIME PIC 9(04).
           01 WS-SUB PIC 9(03) VALUE 0.
           01 WS-FOUND-SUB PIC 9(03) VALUE 0.
           01 WS-FIND-REQUESTER-ID PIC X(08) VALUE SPACES.
           01 WS-SLOT PIC 9(02) VALUE 0.
           01 WS-SLOT-SW PIC X(01) VALUE "N".
              88 WS-SLOT-KNOWN VALUE "Y".
           01 WS-DEPT-NAME PIC X(20) VALUE SPACES.
           01 WS-DEADLINE-STAMP PIC 9(12) VALUE 0.
           01 WS-DEADLINE-DATE PIC 9(08) VALUE 0.
           01 WS-ACK-STAMP PIC 9(12) VALUE 0.
           01 WS-CUT-TIME PIC 9(08) VALUE 0.
           01 WS-CUT-TIME-PARTS REDEFINES WS-CUT-TIME.
              05 WS-CUT-HH PIC 9(02).
              05 WS-CUT-MM PIC 9(02).
              05 FILLER PIC 9(04).
           01 WS-ACK-TIME PIC 9(04) VALUE 0.
           01 WS-ACK-TIME-PARTS REDEFINES WS-ACK-TIME.
              05 WS-ACK-HH PIC 9(02).
              05 WS-ACK-MM PIC 9(02).
           01 WS-CUT-COUNT PIC 9(05) VALUE 0.
           01 WS-ACKED-COUNT PIC 9(05) VALUE 0.
           01 WS-MISMATCH-COUNT PIC 9(05) VALUE 0.
           01 WS-OVERDUE-COUNT PIC 9(05) VALUE 0.
           01 WS-AWAITING-COUNT PIC 9(05) VALUE 0.
           01 WS-ON-TIME-COUNT PIC 9(05) VALUE 0.
           01 WS-LATE-COUNT PIC 9(05) VALUE 0.
           01 WS-ORPHAN-COUNT PIC 9(05) VALUE 0.
           01 WS-ACK-REJECT-COUNT PIC 9(05) VALUE 0.
           01 WS-PRINT-LINE PIC X(132) VALUE SPACES.
           01 WS-HEADING-1.
              05 FILLER PIC X(36)
                 VALUE "FIZZBUZZ EXTRACT DELIVERY SLA REPORT".
              05 FILLER PIC X(11) VALUE "  RUN DATE ".
              05 WS-H1-RUN-DATE PIC 9999/99/99.
              05 FILLER PIC X(13) VALUE "  PRINTED ON ".
              05 WS-H1-TODAY PIC 9999/99/99.
              05 FILLER PIC X(01) VALUE SPACE.
              05 WS-H1-NOW-HH PIC 9(02).
              05 FILLER PIC X(01) VALUE ":".
              05 WS-H1-NOW-MM PIC 9(02).
           01 WS-HEADING-2.
              05 FILLER PIC X(10) VALUE "REQUESTER".
              05 FILLER PIC X(22) VALUE "DEPARTMENT".
              05 FILLER PIC X(06) VALUE "SLOT".
              05 FILLER PIC X(18) VALUE "CUT".
              05 FILLER PIC X(09) VALUE "     SENT".
              05 FILLER PIC X(11) VALUE "     LOADED".
              05 FILLER PIC X(20) VALUE "  ACKNOWLEDGED".
              05 FILLER PIC X(18) VALUE "STATUS".
              05 FILLER PIC X(14) VALUE "SLA".
           01 WS-DETAIL-LINE.
              05 WS-DL-REQUESTER-ID PIC X(08).
              05 FILLER PIC X(02) VALUE SPACES.
              05 WS-DL-DEPT-NAME PIC X(20).
              05 FILLER PIC X(02) VALUE SPACES.
              05 WS-DL-SLOT PIC X(02).
              05 FILLER PIC X(04) VALUE SPACES.
              05 WS-DL-CUT-DATE PIC 9999/99/99.
              05 FILLER PIC X(01) VALUE SPACE.
              05 WS-DL-CUT-HH PIC 9(02).
              05 FILLER PIC X(01) VALUE ":".
              05 WS-DL-CUT-MM PIC 9(02).
              05 FILLER PIC X(02) VALUE SPACES.
              05 WS-DL-SENT PIC Z,ZZZ,ZZ9.
              05 FILLER PIC X(02) VALUE SPACES.
              05 WS-DL-LOADED PIC X(09).
              05 FILLER PIC X(02) VALUE SPACES.
              05 WS-DL-ACK-WHEN PIC X(16).
              05 FILLER PIC X(02) VALUE SPACES.
              05 WS-DL-STATUS PIC X(16).
              05 FILLER PIC X(02) VALUE SPACES.
              05 WS-DL-SLA PIC X(14).
           01 WS-LOADED-EDIT PIC Z,ZZZ,ZZ9.
           01 WS-ACK-WHEN.
              05 WS-AW-DATE PIC 9999/99/99.
              05 FILLER PIC X(01) VALUE SPACE.
              05 WS-AW-HH PIC 9(02).
              05 FILLER PIC X(01) VALUE ":".
              05 WS-AW-MM PIC 9(02).
           01 WS-ORPHAN-LINE.
              05 WS-OL-REQUESTER-ID PIC X(08).
              05 FILLER PIC X(02) VALUE SPACES.
              05 FILLER PIC X(38)
                 VALUE "ACKNOWLEDGED BUT NOT ON DISTRIBUTION".
              05 FILLER PIC X(08) VALUE "LOADED  ".
              05 WS-OL-LOADED PIC Z,ZZZ,ZZ9.
           01 WS-COUNT-LINE.
              05 WS-CL-LABEL PIC X(40).
              05 WS-CL-COUNT PIC ZZ,ZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-TIME-NOW FROM TIME
           COMPUTE WS-NOW-STAMP = WS-TODAY * 10000 + WS-NOW-HHMM
           PERFORM 1000-GET-ACK-PARAMETERS THRU 1000-EXIT
           PERFORM 2000-LOAD-DISTRIBUTION THRU 2000-EXIT
           OPEN OUTPUT ACK-REPORT-FILE
           IF WS-RPT-FILE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "FZBACK ABORT - ACKRPT OPEN FAILED STATUS "
                   WS-RPT-FILE-STATUS
               GO TO 9990-ABORT-RUN
           END-IF
           PERFORM 3000-WRITE-HEADINGS THRU 3000-EXIT
           PERFORM 4000-MATCH-ACKNOWLEDGEMENTS THRU 4000-EXIT
           OPEN INPUT REQUESTER-MASTER
           IF WS-REQM-FILE-STATUS IS EQUAL TO "00"
               SET WS-REQM-AVAILABLE TO TRUE
           ELSE
               DISPLAY "FZBACK WARNING - REQMAST NOT AVAILABLE STATUS "
                   WS-REQM-FILE-STATUS " - DELIVERY SLOTS NOT JUDGED"
           END-IF
           PERFORM 5000-REPORT-ONE-DELIVERY THRU 5000-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB IS GREATER THAN WS-DLV-COUNT
           IF WS-REQM-AVAILABLE
               CLOSE REQUESTER-MASTER
           END-IF
           PERFORM 8000-WRITE-COUNTS THRU 8000-EXIT
           CLOSE ACK-REPORT-FILE
           DISPLAY "FZBACK - RUN DATE " WS-RUN-DATE
               " EXTRACTS " WS-CUT-COUNT
               " ON TIME " WS-ON-TIME-COUNT
               " PAST SLOT " WS-OVERDUE-COUNT
               " MISMATCHED " WS-MISMATCH-COUNT
           IF WS-ANY-EXCEPTION
               DISPLAY "FZBACK WARNING - DELIVERY EXCEPTIONS FOR "
                   WS-RUN-DATE " - SEE ACKRPT"
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
      *----------------------------------------------------------------
      * Read the optional control card naming the run date to
      * reconcile. With no card (or a zero date) the newest run date
      * on the distribution log is reconciled - the normal daily
      * case. Naming a date lets operations look back at an earlier
      * day's deliveries as acknowledgements trickle in.
      *----------------------------------------------------------------
       1000-GET-ACK-PARAMETERS.
           OPEN INPUT ACK-CONTROL-FILE
           IF WS-ACC-FILE-STATUS IS EQUAL TO "00"
               READ ACK-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ACC-RUN-DATE IS NOT NUMERIC
                           DISPLAY "FZBACK REJECT - ACKCTL RUN DATE "
                               "MUST BE NUMERIC"
                           CLOSE ACK-CONTROL-FILE
                           GO TO 9999-REJECT-RUN
                       END-IF
                       MOVE ACC-RUN-DATE TO WS-RUN-DATE
               END-READ
           END-IF
           CLOSE ACK-CONTROL-FILE
           IF WS-RUN-DATE IS GREATER THAN ZERO
               SET WS-RUN-DATE-GIVEN TO TRUE
           END-IF
           GO TO 1000-EXIT.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Load the extracts cut for the run date from the distribution
      * log. When no date was named the newest run date on the log
      * is taken: an entry for a later date than the one being held
      * throws the held entries away and starts over. A requester
      * cut more than once for the run date (the split was rerun) is
      * held once, as its latest cut - that is the extract the
      * department should have. A missing log, or nothing on it for
      * the date, is a reject: there is nothing to reconcile.
      *----------------------------------------------------------------
       2000-LOAD-DISTRIBUTION.
           OPEN INPUT DISTRIBUTION-LOG-FILE
           IF WS-DST-FILE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "FZBACK REJECT - DISTLOG OPEN FAILED STATUS "
                   WS-DST-FILE-STATUS
               GO TO 9999-REJECT-RUN
           END-IF
           PERFORM 2100-LOAD-ONE-CUT THRU 2100-EXIT
               UNTIL WS-DST-EOF
           CLOSE DISTRIBUTION-LOG-FILE
           IF WS-DLV-COUNT IS EQUAL TO ZERO
               DISPLAY "FZBACK REJECT - NO EXTRACTS ON DISTLOG FOR "
                   "RUN DATE " WS-RUN-DATE
               GO TO 9999-REJECT-RUN
           END-IF
           GO TO 2000-EXIT.
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Read one distribution-log entry and hold it if it belongs to
      * the run date being reconciled.
      *----------------------------------------------------------------
       2100-LOAD-ONE-CUT.
           READ DISTRIBUTION-LOG-FILE
               AT END
                   SET WS-DST-EOF TO TRUE
           END-READ
           IF WS-DST-EOF
               GO TO 2100-EXIT
           END-IF
           IF NOT WS-RUN-DATE-GIVEN
                   AND DST-RUN-DATE IS GREATER THAN WS-RUN-DATE
               MOVE DST-RUN-DATE TO WS-RUN-DATE
               MOVE 0 TO WS-DLV-COUNT
           END-IF
           IF DST-RUN-DATE IS NOT EQUAL TO WS-RUN-DATE
               GO TO 2100-EXIT
           END-IF
           MOVE DST-REQUESTER-ID TO WS-FIND-REQUESTER-ID
           PERFORM 2900-FIND-DELIVERY THRU 2900-EXIT
           IF WS-FOUND-SUB IS EQUAL TO ZERO
               IF WS-DLV-COUNT IS EQUAL TO WS-DLV-MAX
                   DISPLAY "FZBACK ABORT - MORE THAN " WS-DLV-MAX
                       " EXTRACTS FOR RUN DATE " WS-RUN-DATE
                   GO TO 9990-ABORT-RUN
               END-IF
               ADD 1 TO WS-DLV-COUNT
               MOVE WS-DLV-COUNT TO WS-FOUND-SUB
           END-IF
           MOVE DST-REQUESTER-ID TO WS-DLV-REQUESTER-ID(WS-FOUND-SUB)
           MOVE DST-EXTRACT-DDNAME TO WS-DLV-DDNAME(WS-FOUND-SUB)
           MOVE DST-RECORD-COUNT TO WS-DLV-SENT-COUNT(WS-FOUND-SUB)
           MOVE DST-CUT-DATE TO WS-DLV-CUT-DATE(WS-FOUND-SUB)
           MOVE DST-CUT-TIME TO WS-DLV-CUT-TIME(WS-FOUND-SUB)
           MOVE "N" TO WS-DLV-ACK-SW(WS-FOUND-SUB)
           MOVE 0 TO WS-DLV-ACK-COUNT(WS-FOUND-SUB)
           MOVE 0 TO WS-DLV-ACK-DATE(WS-FOUND-SUB)
           MOVE 0 TO WS-DLV-ACK-TIME(WS-FOUND-SUB)
           GO TO 2100-EXIT.
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Look the requester in WS-FIND-REQUESTER-ID up among the held
      * extracts; WS-FOUND-SUB is zero when it is not there.
      *----------------------------------------------------------------
       2900-FIND-DELIVERY.
           MOVE 0 TO WS-FOUND-SUB
           PERFORM 2950-MATCH-ONE-DELIVERY THRU 2950-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB IS GREATER THAN WS-DLV-COUNT
           GO TO 2900-EXIT.
       2900-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Compare one held extract against the requester sought.
      *----------------------------------------------------------------
       2950-MATCH-ONE-DELIVERY.
           IF WS-DLV-REQUESTER-ID(WS-SUB) IS EQUAL TO
                   WS-FIND-REQUESTER-ID
               MOVE WS-SUB TO WS-FOUND-SUB
           END-IF
           GO TO 2950-EXIT.
       2950-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Print the report headings.
      *----------------------------------------------------------------
       3000-WRITE-HEADINGS.
           MOVE WS-RUN-DATE TO WS-H1-RUN-DATE
           MOVE WS-TODAY TO WS-H1-TODAY
           MOVE WS-NOW-HHMM TO WS-ACK-TIME
           MOVE WS-ACK-HH TO WS-H1-NOW-HH
           MOVE WS-ACK-MM TO WS-H1-NOW-MM
           MOVE WS-HEADING-1 TO WS-PRINT-LINE
           PERFORM 8500-PRINT-LINE THRU 8500-EXIT
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 8500-PRINT-LINE THRU 8500-EXIT
           MOVE WS-HEADING-2 TO WS-PRINT-LINE
           PERFORM 8500-PRINT-LINE THRU 8500-EXIT
           GO TO 3000-EXIT.
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Match the departments' acknowledgements to the extracts held.
      * The file is optional - before the first department answers
      * there is nothing to read, and every extract is simply
      * unacknowledged. Acknowledgements for other run dates are
      * passed over; a department acknowledging more than once is
      * taken at its last word.
      *----------------------------------------------------------------
       4000-MATCH-ACKNOWLEDGEMENTS.
           OPEN INPUT ACKNOWLEDGEMENT-FILE
           IF WS-ACK-FILE-STATUS IS NOT EQUAL TO "00"
               GO TO 4000-EXIT
           END-IF
           PERFORM 4100-MATCH-ONE-ACK THRU 4100-EXIT
               UNTIL WS-ACK-EOF
           CLOSE ACKNOWLEDGEMENT-FILE
           GO TO 4000-EXIT.
       4000-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Read one acknowledgement and post it against its extract. A
      * hand-keyed record whose run date or count is not numeric is
      * rejected and counted - a count nobody can read proves
      * nothing about the delivery. An acknowledgement for an extract
      * the log never cut is an exception in its own right, printed
      * as it is found: either the department answered for the wrong
      * day or the log lost an entry.
      *----------------------------------------------------------------
       4100-MATCH-ONE-ACK.
           READ ACKNOWLEDGEMENT-FILE
               AT END
                   SET WS-ACK-EOF TO TRUE
           END-READ
           IF WS-ACK-EOF
               GO TO 4100-EXIT
           END-IF
           IF ACK-RUN-DATE IS NOT NUMERIC
                   OR ACK-RECORD-COUNT IS NOT NUMERIC
               DISPLAY "FZBACK WARNING - ACKNOWLEDGEMENT FROM "
                   ACK-REQUESTER-ID " REJECTED - RUN DATE AND COUNT "
                   "MUST BE NUMERIC"
               ADD 1 TO WS-ACK-REJECT-COUNT
               SET WS-ANY-EXCEPTION TO TRUE
               GO TO 4100-EXIT
           END-IF
           IF ACK-RUN-DATE IS NOT EQUAL TO WS-RUN-DATE
               GO TO 4100-EXIT
           END-IF
           MOVE ACK-REQUESTER-ID TO WS-FIND-REQUESTER-ID
           PERFORM 2900-FIND-DELIVERY THRU 2900-EXIT
           IF WS-FOUND-SUB IS EQUAL TO ZERO
               MOVE SPACES TO WS-ORPHAN-LINE
               MOVE ACK-REQUESTER-ID TO WS-OL-REQUESTER-ID
               MOVE ACK-RECORD-COUNT TO WS-OL-LOADED
               MOVE WS-ORPHAN-LINE TO WS-PRINT-LINE
               PERFORM 8500-PRINT-LINE THRU 8500-EXIT
               ADD 1 TO WS-ORPHAN-COUNT
               SET WS-ANY-EXCEPTION TO TRUE
               GO TO 4100-EXIT
           END-IF
           SET WS-DLV-ACKED(WS-FOUND-SUB) TO TRUE
           MOVE ACK-RECORD-COUNT TO WS-DLV-ACK-COUNT(WS-FOUND-SUB)
           MOVE 0 TO WS-DLV-ACK-DATE(WS-FOUND-SUB)
           MOVE 0 TO WS-DLV-ACK-TIME(WS-FOUND-SUB)
           IF ACK-LOAD-DATE IS NUMERIC
                   AND ACK-LOAD-TIME IS NUMERIC
               MOVE ACK-LOAD-DATE TO WS-DLV-ACK-DATE(WS-FOUND-SUB)
               MOVE ACK-LOAD-TIME TO WS-DLV-ACK-TIME(WS-FOUND-SUB)
           END-IF
           GO TO 4100-EXIT.
       4100-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Judge and print one extract. Its delivery deadline is the
      * requester's slot hour on the day it was cut, or on the day
      * after when the extract was cut at or after that hour - a
      * late-evening cut is due at the next morning's slot, not at
      * one already gone before it existed. An acknowledged
      * extract is ACKNOWLEDGED when the department loaded exactly
      * the trailer count, COUNT MISMATCH when it did not, and is ON
      * TIME or LATE by when the department says it loaded it (or
      * TIME NOT GIVEN when the acknowledgement does not say). An
      * unacknowledged extract is PAST SLOT once the deadline has
      * gone by and AWAITED until then. With no slot agreed, or no
      * master to read it from, the extract is reconciled but not
      * judged against the clock.
      *----------------------------------------------------------------
       5000-REPORT-ONE-DELIVERY.
           ADD 1 TO WS-CUT-COUNT
           PERFORM 5100-GET-REQUESTER-SLOT THRU 5100-EXIT
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-DLV-REQUESTER-ID(WS-SUB) TO WS-DL-REQUESTER-ID
           MOVE WS-DEPT-NAME TO WS-DL-DEPT-NAME
           IF WS-SLOT-KNOWN
               MOVE WS-SLOT TO WS-DL-SLOT
           ELSE
               MOVE "--" TO WS-DL-SLOT
           END-IF
           MOVE WS-DLV-CUT-DATE(WS-SUB) TO WS-DL-CUT-DATE
           MOVE WS-DLV-CUT-TIME(WS-SUB) TO WS-CUT-TIME
           MOVE WS-CUT-HH TO WS-DL-CUT-HH
           MOVE WS-CUT-MM TO WS-DL-CUT-MM
           MOVE WS-DLV-SENT-COUNT(WS-SUB) TO WS-DL-SENT
           MOVE WS-DLV-CUT-DATE(WS-SUB) TO WS-DEADLINE-DATE
           IF WS-SLOT-KNOWN
                   AND WS-SLOT IS NOT GREATER THAN WS-CUT-HH
               COMPUTE WS-DEADLINE-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-DEADLINE-DATE) + 1)
           END-IF
           COMPUTE WS-DEADLINE-STAMP =
               WS-DEADLINE-DATE * 10000 + WS-SLOT * 100
           IF WS-DLV-ACKED(WS-SUB)
               PERFORM 5200-JUDGE-ACKNOWLEDGED THRU 5200-EXIT
           ELSE
               PERFORM 5300-JUDGE-UNACKNOWLEDGED THRU 5300-EXIT
           END-IF
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
           PERFORM 8500-PRINT-LINE THRU 8500-EXIT
           GO TO 5000-EXIT.
       5000-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Read the requester's department name and delivery slot from
      * the master. A slot of 00 (none agreed), a slot outside the
      * day, or a requester the master does not hold leaves the slot
      * unknown.
      *----------------------------------------------------------------
       5100-GET-REQUESTER-SLOT.
           MOVE "N" TO WS-SLOT-SW
           MOVE 0 TO WS-SLOT
           MOVE SPACES TO WS-DEPT-NAME
           IF NOT WS-REQM-AVAILABLE
               MOVE "REQMAST UNAVAILABLE" TO WS-DEPT-NAME
               GO TO 5100-EXIT
           END-IF
           MOVE WS-DLV-REQUESTER-ID(WS-SUB) TO RQ-REQUESTER-ID
           READ REQUESTER-MASTER
               INVALID KEY
                   MOVE "NOT ON MASTER" TO WS-DEPT-NAME
                   GO TO 5100-EXIT
           END-READ
           MOVE RQ-DEPT-NAME TO WS-DEPT-NAME
           IF RQ-DELIVERY-SLOT IS NUMERIC
                   AND RQ-DELIVERY-SLOT IS GREATER THAN ZERO
                   AND RQ-DELIVERY-SLOT IS NOT GREATER THAN 24
               MOVE RQ-DELIVERY-SLOT TO WS-SLOT
               SET WS-SLOT-KNOWN TO TRUE
           END-IF
           GO TO 5100-EXIT.
       5100-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Judge an extract the department has acknowledged.
      *----------------------------------------------------------------
       5200-JUDGE-ACKNOWLEDGED.
           MOVE WS-DLV-ACK-COUNT(WS-SUB) TO WS-LOADED-EDIT
           MOVE WS-LOADED-EDIT TO WS-DL-LOADED
           IF WS-DLV-ACK-COUNT(WS-SUB) IS EQUAL TO
                   WS-DLV-SENT-COUNT(WS-SUB)
               MOVE "ACKNOWLEDGED" TO WS-DL-STATUS
               ADD 1 TO WS-ACKED-COUNT
           ELSE
               MOVE "COUNT MISMATCH" TO WS-DL-STATUS
               ADD 1 TO WS-MISMATCH-COUNT
               SET WS-ANY-EXCEPTION TO TRUE
           END-IF
           IF WS-DLV-ACK-DATE(WS-SUB) IS EQUAL TO ZERO
               MOVE "NOT GIVEN" TO WS-DL-ACK-WHEN
               MOVE "TIME NOT GIVEN" TO WS-DL-SLA
               GO TO 5200-EXIT
           END-IF
           MOVE WS-DLV-ACK-DATE(WS-SUB) TO WS-AW-DATE
           MOVE WS-DLV-ACK-TIME(WS-SUB) TO WS-ACK-TIME
           MOVE WS-ACK-HH TO WS-AW-HH
           MOVE WS-ACK-MM TO WS-AW-MM
           MOVE WS-ACK-WHEN TO WS-DL-ACK-WHEN
           IF NOT WS-SLOT-KNOWN
               MOVE "NO SLOT" TO WS-DL-SLA
               GO TO 5200-EXIT
           END-IF
           COMPUTE WS-ACK-STAMP =
               WS-DLV-ACK-DATE(WS-SUB) * 10000
                   + WS-DLV-ACK-TIME(WS-SUB)
           IF WS-ACK-STAMP IS GREATER THAN WS-DEADLINE-STAMP
               MOVE "LATE" TO WS-DL-SLA
               ADD 1 TO WS-LATE-COUNT
               SET WS-ANY-EXCEPTION TO TRUE
           ELSE
               MOVE "ON TIME" TO WS-DL-SLA
               IF WS-DLV-ACK-COUNT(WS-SUB) IS EQUAL TO
                       WS-DLV-SENT-COUNT(WS-SUB)
                   ADD 1 TO WS-ON-TIME-COUNT
               END-IF
           END-IF
           GO TO 5200-EXIT.
       5200-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Judge an extract no department has acknowledged yet.
      *----------------------------------------------------------------
       5300-JUDGE-UNACKNOWLEDGED.
           MOVE "NOT YET" TO WS-DL-ACK-WHEN
           MOVE "NOT ACKNOWLEDGED" TO WS-DL-STATUS
           IF NOT WS-SLOT-KNOWN
               MOVE "NO SLOT" TO WS-DL-SLA
               ADD 1 TO WS-AWAITING-COUNT
               GO TO 5300-EXIT
           END-IF
           IF WS-NOW-STAMP IS GREATER THAN WS-DEADLINE-STAMP
               MOVE "PAST SLOT" TO WS-DL-SLA
               ADD 1 TO WS-OVERDUE-COUNT
               SET WS-ANY-EXCEPTION TO TRUE
           ELSE
               MOVE "AWAITED" TO WS-DL-SLA
               ADD 1 TO WS-AWAITING-COUNT
           END-IF
           GO TO 5300-EXIT.
       5300-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Close the report with the day's SLA figures.
      *----------------------------------------------------------------
       8000-WRITE-COUNTS.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 8500-PRINT-LINE THRU 8500-EXIT
           MOVE "EXTRACTS CUT" TO WS-CL-LABEL
           MOVE WS-CUT-COUNT TO WS-CL-COUNT
           PERFORM 8100-WRITE-ONE-COUNT THRU 8100-EXIT
           MOVE "ACKNOWLEDGED, COUNTS AGREE" TO WS-CL-LABEL
           MOVE WS-ACKED-COUNT TO WS-CL-COUNT
           PERFORM 8100-WRITE-ONE-COUNT THRU 8100-EXIT
           MOVE "ACKNOWLEDGED WITH A COUNT MISMATCH" TO WS-CL-LABEL
           MOVE WS-MISMATCH-COUNT TO WS-CL-COUNT
           PERFORM 8100-WRITE-ONE-COUNT THRU 8100-EXIT
           MOVE "NOT ACKNOWLEDGED, PAST DELIVERY SLOT" TO WS-CL-LABEL
           MOVE WS-OVERDUE-COUNT TO WS-CL-COUNT
           PERFORM 8100-WRITE-ONE-COUNT THRU 8100-EXIT
           MOVE "NOT ACKNOWLEDGED, NOT YET DUE" TO WS-CL-LABEL
           MOVE WS-AWAITING-COUNT TO WS-CL-COUNT
           PERFORM 8100-WRITE-ONE-COUNT THRU 8100-EXIT
           MOVE "DEPARTMENTS SERVED ON TIME" TO WS-CL-LABEL
           MOVE WS-ON-TIME-COUNT TO WS-CL-COUNT
           PERFORM 8100-WRITE-ONE-COUNT THRU 8100-EXIT
           MOVE "ACKNOWLEDGED AFTER DELIVERY SLOT" TO WS-CL-LABEL
           MOVE WS-LATE-COUNT TO WS-CL-COUNT
           PERFORM 8100-WRITE-ONE-COUNT THRU 8100-EXIT
           MOVE "ACKNOWLEDGED BUT NOT ON DISTRIBUTION" TO WS-CL-LABEL
           MOVE WS-ORPHAN-COUNT TO WS-CL-COUNT
           PERFORM 8100-WRITE-ONE-COUNT THRU 8100-EXIT
           MOVE "ACKNOWLEDGEMENTS REJECTED" TO WS-CL-LABEL
           MOVE WS-ACK-REJECT-COUNT TO WS-CL-COUNT
           PERFORM 8100-WRITE-ONE-COUNT THRU 8100-EXIT
           GO TO 8000-EXIT.
       8000-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Print one labelled count.
      *----------------------------------------------------------------
       8100-WRITE-ONE-COUNT.
           MOVE WS-COUNT-LINE TO WS-PRINT-LINE
           PERFORM 8500-PRINT-LINE THRU 8500-EXIT
           GO TO 8100-EXIT.
       8100-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Print one line of the SLA report.
      *----------------------------------------------------------------
       8500-PRINT-LINE.
           WRITE ACK-REPORT-RECORD FROM WS-PRINT-LINE
           IF WS-RPT-FILE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "FZBACK ABORT - ACKRPT WRITE FAILED STATUS "
                   WS-RPT-FILE-STATUS
               GO TO 9990-ABORT-RUN
           END-IF
           GO TO 8500-EXIT.
       8500-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Reached when the report cannot be written or the extracts for
      * one run date overflow the table. Nothing is updated by this
      * step, so a rerun after the fix is always safe.
      *----------------------------------------------------------------
       9990-ABORT-RUN.
           CLOSE DISTRIBUTION-LOG-FILE
           CLOSE ACKNOWLEDGEMENT-FILE
           CLOSE ACK-REPORT-FILE
           IF WS-REQM-AVAILABLE
               CLOSE REQUESTER-MASTER
           END-IF
           MOVE 16 TO RETURN-CODE
           STOP RUN.
      *----------------------------------------------------------------
      * Reached when the control card is bad or the distribution log
      * has nothing to reconcile for the run date.
      *----------------------------------------------------------------
       9999-REJECT-RUN.
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       END PROGRAM FZBACK.
