      ******************************************************************
      * Author: RLA
      * Date: 10/15/2026
      * Purpose: Online inquiry companion to FZBQUERY. FZBQUERY only
      *          answers when a QRYFILE card deck goes through the
      *          batch, so a department phoning the help desk about a
      *          single Counter waited for the next run. This program
      *          puts the same lookup on a screen: the help desk keys
      *          a requester id, a tag, a Counter or Counter range,
      *          and optionally a run date. The inquiry is held to the
      *          same checks FZBQUERY applies - the requester must be
      *          active on REQMAST and entitled to the tag - and is
      *          answered from the RESULTKS KSDS the same way, one
      *          line per Counter asked about (the latest retained
      *          run, or the run asked for), paged ten lines to a
      *          screen with the class code, text value, and run date,
      *          under a panel naming the requester's department,
      *          delivery slot, and entitled tags. Every line shown,
      *          and every inquiry refused, is written to the inquiry
      *          log (INQLOG) in the QRYRESP response layout with the
      *          date and time it was answered, and the session ends
      *          with the same control-total trailer, so entitlement
      *          enforcement on the screen is as auditable as it is
      *          in the batch.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * 10/15/2026  RLA  Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FZBINQ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULT-KSDS ASSIGN TO "RESULTKS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KS-KEY
               ALTERNATE RECORD KEY IS KS-CLASS-CODE
                   WITH DUPLICATES
               FILE STATUS IS WS-KS-FILE-STATUS.
           SELECT OPTIONAL REQUESTER-MASTER ASSIGN TO "REQMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RQ-KEY
               FILE STATUS IS WS-REQM-FILE-STATUS.
           SELECT OPTIONAL INQUIRY-LOG-FILE ASSIGN TO "INQLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RESULT-KSDS.
       01  KS-RECORD.
           05 KS-KEY.
               10 KS-TAG                   PIC X(06).
               10 KS-COUNTER                PIC 9(07).
               10 KS-RUN-DATE               PIC 9(08).
           05 FILLER                      PIC X(01).
           05 KS-CLASS-CODE                PIC X(08).
           05 FILLER                      PIC X(01).
           05 KS-TEXT-VALUE                PIC X(40).
           05 FILLER                      PIC X(01).
           05 KS-RESULT                    PIC 9(03).
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
       FD  INQUIRY-LOG-FILE.
       01  INQ-DETAIL-RECORD.
           05 INQ-REQUESTER-ID             PIC X(08).
           05 FILLER                      PIC X(01).
           05 INQ-TAG                      PIC X(06).
           05 FILLER                      PIC X(01).
           05 INQ-COUNTER                  PIC 9(07).
           05 FILLER                      PIC X(01).
           05 INQ-STATUS                   PIC X(09).
           05 FILLER                      PIC X(01).
           05 INQ-CLASS-CODE               PIC X(08).
           05 FILLER                      PIC X(01).
           05 INQ-TEXT-VALUE               PIC X(40).
           05 FILLER                      PIC X(01).
           05 INQ-RUN-DATE                 PIC 9(08).
           05 FILLER                      PIC X(01).
           05 INQ-LOG-DATE                 PIC 9(08).
           05 FILLER                      PIC X(01).
           05 INQ-LOG-TIME                 PIC 9(08).
       01  INQ-SUMMARY-RECORD.
           05 INQ-SUM-TAG                 PIC X(06).
           05 FILLER                      PIC X(01).
           05 INQ-SUM-REQUESTS             PIC 9(07).
           05 FILLER                      PIC X(01).
           05 INQ-SUM-FOUND                PIC 9(07).
           05 FILLER                      PIC X(01).
           05 INQ-SUM-NOT-FOUND            PIC 9(07).
           05 FILLER                      PIC X(01).
           05 INQ-SUM-REJECTED             PIC 9(07).
           05 FILLER                      PIC X(01).
           05 INQ-SUM-LOG-DATE             PIC 9(08).
           05 FILLER                      PIC X(01).
           05 INQ-SUM-LOG-TIME             PIC 9(08).
       WORKING-STORAGE SECTION.
           01 WS-KS-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-REQM-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-LOG-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-SESSION-SW PIC X(01) VALUE "N".
              88 WS-SESSION-ENDED VALUE "Y".
           01 WS-INQUIRY-SW PIC X(01) VALUE "N".
              88 WS-INQUIRY-ENDED VALUE "Y".
           01 WS-VALID-SW PIC X(01) VALUE "Y".
              88 WS-REQUEST-VALID VALUE "Y".
           01 WS-BROWSE-SW PIC X(01) VALUE "N".
              88 WS-BROWSE-DONE VALUE "Y".
           01 WS-REQUEST-TAG PIC X(06) VALUE SPACES.
           01 WS-REQUEST-FROM PIC 9(07) VALUE 0.
           01 WS-REQUEST-TO PIC 9(07) VALUE 0.
           01 WS-REQUEST-REQUESTER-ID PIC X(08) VALUE SPACES.
           01 WS-REQUEST-RUN-DATE PIC 9(08) VALUE 0.
           01 WS-DATE-GIVEN-SW PIC X(01) VALUE "N".
              88 WS-RUN-DATE-GIVEN VALUE "Y".
           01 WS-HELD-SW PIC X(01) VALUE "N".
              88 WS-HIT-HELD VALUE "Y".
           01 WS-HELD-COUNTER PIC 9(07) VALUE 0.
           01 WS-HELD-CLASS PIC X(08) VALUE SPACES.
           01 WS-HELD-TEXT PIC X(40) VALUE SPACES.
           01 WS-HELD-RUN-DATE PIC 9(08) VALUE 0.
           01 WS-EXPECTED-COUNTER PIC 9(07) VALUE 0.
           01 WS-TOTAL-REQUESTS PIC 9(07) VALUE 0.
           01 WS-TOTAL-FOUND PIC 9(07) VALUE 0.
           01 WS-TOTAL-NOT-FOUND PIC 9(07) VALUE 0.
           01 WS-TOTAL-REJECTED PIC 9(07) VALUE 0.
           01 WS-REQM-AVAIL-SW PIC X(01) VALUE "N".
              88 WS-REQM-AVAILABLE VALUE "Y".
           01 WS-ENTITLED-SW PIC X(01) VALUE "N".
              88 WS-TAG-ENTITLED VALUE "Y".
           01 WS-TAG-SUB PIC 9(02) VALUE 0.
           01 WS-REJECT-REASON PIC X(40) VALUE SPACES.
           01 WS-TODAY PIC 9(08) VALUE 0.
           01 WS-TIME-NOW PIC 9(08) VALUE 0.
           01 WS-EDIT-DATE PIC 9999/99/99.
           01 WS-SCR-REQUESTER-ID PIC X(08) VALUE SPACES.
           01 WS-SCR-TAG PIC X(06) VALUE SPACES.
           01 WS-SCR-COUNTER-FROM PIC 9(07) VALUE 0.
           01 WS-SCR-COUNTER-TO PIC 9(07) VALUE 0.
           01 WS-SCR-RUN-DATE PIC 9(08) VALUE 0.
           01 WS-SCR-COMMAND PIC X(01) VALUE SPACE.
              88 WS-SCR-EXIT VALUE "X" "x".
              88 WS-SCR-NEW-INQUIRY VALUE "N" "n".
           01 WS-SCR-MESSAGE PIC X(79) VALUE SPACES.
           01 WS-SCR-PROMPT PIC X(60) VALUE SPACES.
           01 WS-SCR-DEPT-NAME PIC X(20) VALUE SPACES.
           01 WS-SCR-SLOT PIC X(02) VALUE SPACES.
           01 WS-SCR-TAG-LIST PIC X(56) VALUE SPACES.
           01 WS-SCR-RANGE PIC X(17) VALUE SPACES.
           01 WS-SCR-RUN-TEXT PIC X(10) VALUE SPACES.
           01 WS-PAGE-NUMBER PIC 9(04) VALUE 0.
           01 WS-PAGE-MAX PIC 9(02) VALUE 10.
           01 WS-PAGE-LINE-COUNT PIC 9(02) VALUE 0.
           01 WS-PAGE-SUB PIC 9(02) VALUE 0.
           01 WS-PAGE-AREA.
              05 WS-PAGE-ROW-01 PIC X(79).
              05 WS-PAGE-ROW-02 PIC X(79).
              05 WS-PAGE-ROW-03 PIC X(79).
              05 WS-PAGE-ROW-04 PIC X(79).
              05 WS-PAGE-ROW-05 PIC X(79).
              05 WS-PAGE-ROW-06 PIC X(79).
              05 WS-PAGE-ROW-07 PIC X(79).
              05 WS-PAGE-ROW-08 PIC X(79).
              05 WS-PAGE-ROW-09 PIC X(79).
              05 WS-PAGE-ROW-10 PIC X(79).
           01 WS-PAGE-TABLE REDEFINES WS-PAGE-AREA.
              05 WS-PAGE-ROW PIC X(79) OCCURS 10 TIMES.
           01 WS-ROW-LINE.
              05 WS-RL-COUNTER PIC 9(07).
              05 FILLER PIC X(02) VALUE SPACES.
              05 WS-RL-STATUS PIC X(09).
              05 FILLER PIC X(01) VALUE SPACE.
              05 WS-RL-CLASS PIC X(08).
              05 FILLER PIC X(01) VALUE SPACE.
              05 WS-RL-TEXT PIC X(40).
              05 FILLER PIC X(01) VALUE SPACE.
              05 WS-RL-RUN-DATE PIC X(10).
           01 WS-RANGE-LINE.
              05 WS-RG-FROM PIC 9(07).
              05 FILLER PIC X(03) VALUE " - ".
              05 WS-RG-TO PIC 9(07).
       SCREEN SECTION.
       01  INQUIRY-ENTRY-SCREEN.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 01 VALUE "FZBINQ".
           05 LINE 01 COLUMN 25 VALUE "FIZZBUZZ RESULT INQUIRY".
           05 LINE 01 COLUMN 70 PIC 9999/99/99 FROM WS-TODAY.
           05 LINE 04 COLUMN 05 VALUE "REQUESTER ID . . . .".
           05 LINE 04 COLUMN 27 PIC X(08) USING WS-SCR-REQUESTER-ID
              UNDERLINE.
           05 LINE 06 COLUMN 05 VALUE "TAG  . . . . . . . .".
           05 LINE 06 COLUMN 27 PIC X(06) USING WS-SCR-TAG
              UNDERLINE.
           05 LINE 08 COLUMN 05 VALUE "COUNTER FROM . . . .".
           05 LINE 08 COLUMN 27 PIC 9(07) USING WS-SCR-COUNTER-FROM
              UNDERLINE.
           05 LINE 09 COLUMN 05 VALUE "COUNTER TO . . . . .".
           05 LINE 09 COLUMN 27 PIC 9(07) USING WS-SCR-COUNTER-TO
              UNDERLINE.
           05 LINE 09 COLUMN 40 VALUE "(ZERO FOR ONE COUNTER)".
           05 LINE 11 COLUMN 05 VALUE "RUN DATE . . . . . .".
           05 LINE 11 COLUMN 27 PIC 9(08) USING WS-SCR-RUN-DATE
              UNDERLINE.
           05 LINE 11 COLUMN 40 VALUE "(YYYYMMDD, ZERO FOR LATEST)".
           05 LINE 20 COLUMN 05 VALUE "ENTER = INQUIRE     X = EXIT".
           05 LINE 20 COLUMN 50 VALUE "COMMAND".
           05 LINE 20 COLUMN 58 PIC X(01) USING WS-SCR-COMMAND
              UNDERLINE.
           05 LINE 23 COLUMN 01 PIC X(79) FROM WS-SCR-MESSAGE
              HIGHLIGHT.
       01  INQUIRY-RESULT-SCREEN.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 01 VALUE "FZBINQ".
           05 LINE 01 COLUMN 25 VALUE "FIZZBUZZ RESULT INQUIRY".
           05 LINE 01 COLUMN 70 PIC 9999/99/99 FROM WS-TODAY.
           05 LINE 03 COLUMN 01 VALUE "REQUESTER".
           05 LINE 03 COLUMN 11 PIC X(08) FROM WS-REQUEST-REQUESTER-ID.
           05 LINE 03 COLUMN 21 VALUE "DEPT".
           05 LINE 03 COLUMN 26 PIC X(20) FROM WS-SCR-DEPT-NAME.
           05 LINE 03 COLUMN 48 VALUE "DELIVERY SLOT".
           05 LINE 03 COLUMN 62 PIC X(02) FROM WS-SCR-SLOT.
           05 LINE 04 COLUMN 01 VALUE "ENTITLED".
           05 LINE 04 COLUMN 11 PIC X(56) FROM WS-SCR-TAG-LIST.
           05 LINE 05 COLUMN 01 VALUE "TAG".
           05 LINE 05 COLUMN 11 PIC X(06) FROM WS-REQUEST-TAG.
           05 LINE 05 COLUMN 21 VALUE "COUNTERS".
           05 LINE 05 COLUMN 30 PIC X(17) FROM WS-SCR-RANGE.
           05 LINE 05 COLUMN 48 VALUE "RUN DATE".
           05 LINE 05 COLUMN 57 PIC X(10) FROM WS-SCR-RUN-TEXT.
           05 LINE 05 COLUMN 70 VALUE "PAGE".
           05 LINE 05 COLUMN 75 PIC ZZZ9 FROM WS-PAGE-NUMBER.
           05 LINE 07 COLUMN 01 VALUE "COUNTER  STATUS    CLASS".
           05 LINE 07 COLUMN 30 VALUE "TEXT VALUE".
           05 LINE 07 COLUMN 70 VALUE "RUN DATE".
           05 LINE 08 COLUMN 01 PIC X(79) FROM WS-PAGE-ROW-01.
           05 LINE 09 COLUMN 01 PIC X(79) FROM WS-PAGE-ROW-02.
           05 LINE 10 COLUMN 01 PIC X(79) FROM WS-PAGE-ROW-03.
           05 LINE 11 COLUMN 01 PIC X(79) FROM WS-PAGE-ROW-04.
           05 LINE 12 COLUMN 01 PIC X(79) FROM WS-PAGE-ROW-05.
           05 LINE 13 COLUMN 01 PIC X(79) FROM WS-PAGE-ROW-06.
           05 LINE 14 COLUMN 01 PIC X(79) FROM WS-PAGE-ROW-07.
           05 LINE 15 COLUMN 01 PIC X(79) FROM WS-PAGE-ROW-08.
           05 LINE 16 COLUMN 01 PIC X(79) FROM WS-PAGE-ROW-09.
           05 LINE 17 COLUMN 01 PIC X(79) FROM WS-PAGE-ROW-10.
           05 LINE 20 COLUMN 01 PIC X(60) FROM WS-SCR-PROMPT.
           05 LINE 20 COLUMN 62 VALUE "COMMAND".
           05 LINE 20 COLUMN 70 PIC X(01) USING WS-SCR-COMMAND
              UNDERLINE.
           05 LINE 23 COLUMN 01 PIC X(79) FROM WS-SCR-MESSAGE
              HIGHLIGHT.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM 1000-OPEN-FILES THRU 1000-EXIT
           PERFORM 2000-RUN-ONE-INQUIRY THRU 2000-EXIT
               UNTIL WS-SESSION-ENDED
           PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT
           PERFORM 9000-CLOSE-FILES THRU 9000-EXIT
           STOP RUN.
      *----------------------------------------------------------------
      * Open the KSDS, the requester master, and the inquiry log. The
      * log is opened for appending the way AUDITLOG is - the first
      * session opens it fresh and every later one extends it. A
      * missing KSDS or a log that cannot be written ends the session
      * before the first screen: an inquiry that cannot be answered,
      * or answered but not logged, must not be offered. A missing
      * master is treated the way FZBQUERY treats it - the
      * entitlement check is skipped and the screen says so.
      *----------------------------------------------------------------
       1000-OPEN-FILES.
           OPEN INPUT RESULT-KSDS
           IF WS-KS-FILE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "FZBINQ ABORT - RESULTKS OPEN FAILED STATUS "
                   WS-KS-FILE-STATUS
               GO TO 9990-ABORT-RUN
           END-IF
           OPEN EXTEND INQUIRY-LOG-FILE
           IF WS-LOG-FILE-STATUS IS NOT EQUAL TO "00"
               OPEN OUTPUT INQUIRY-LOG-FILE
           END-IF
           IF WS-LOG-FILE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "FZBINQ ABORT - INQLOG OPEN FAILED STATUS "
                   WS-LOG-FILE-STATUS
               GO TO 9990-ABORT-RUN
           END-IF
           OPEN INPUT REQUESTER-MASTER
           IF WS-REQM-FILE-STATUS IS EQUAL TO "00"
               SET WS-REQM-AVAILABLE TO TRUE
           ELSE
               STRING "FZBINQ WARNING - REQMAST NOT AVAILABLE STATUS "
                          DELIMITED BY SIZE
                      WS-REQM-FILE-STATUS DELIMITED BY SIZE
                      " - ENTITLEMENT CHECK SKIPPED" DELIMITED BY SIZE
                   INTO WS-SCR-MESSAGE
               END-STRING
           END-IF
           GO TO 1000-EXIT.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Take one inquiry from the entry screen and answer it. The
      * keyed fields are turned into a request the same way FZBQUERY
      * turns a card into one: a to-Counter that is zero or below the
      * from-Counter makes it a single lookup, and a zero run date
      * asks about the latest retained run. A refused inquiry is
      * logged and the entry screen comes back with the reason; an
      * accepted one is answered page by page until the results run
      * out or the help desk asks for a new inquiry. The keyed fields
      * stay on the entry screen so the next inquiry can be a small
      * change to the last one.
      *----------------------------------------------------------------
       2000-RUN-ONE-INQUIRY.
           MOVE SPACE TO WS-SCR-COMMAND
           DISPLAY INQUIRY-ENTRY-SCREEN
           ACCEPT INQUIRY-ENTRY-SCREEN
           MOVE SPACES TO WS-SCR-MESSAGE
           IF WS-SCR-EXIT
               SET WS-SESSION-ENDED TO TRUE
               GO TO 2000-EXIT
           END-IF
           MOVE WS-SCR-REQUESTER-ID TO WS-REQUEST-REQUESTER-ID
           MOVE WS-SCR-TAG TO WS-REQUEST-TAG
           MOVE WS-SCR-COUNTER-FROM TO WS-REQUEST-FROM
           IF WS-SCR-COUNTER-TO IS LESS THAN WS-REQUEST-FROM
               MOVE WS-REQUEST-FROM TO WS-REQUEST-TO
           ELSE
               MOVE WS-SCR-COUNTER-TO TO WS-REQUEST-TO
           END-IF
           MOVE "N" TO WS-DATE-GIVEN-SW
           MOVE 0 TO WS-REQUEST-RUN-DATE
           IF WS-SCR-RUN-DATE IS GREATER THAN ZERO
               MOVE WS-SCR-RUN-DATE TO WS-REQUEST-RUN-DATE
               SET WS-RUN-DATE-GIVEN TO TRUE
           END-IF
           ADD 1 TO WS-TOTAL-REQUESTS
           PERFORM 3250-VALIDATE-REQUEST THRU 3250-EXIT
           IF NOT WS-REQUEST-VALID
               ADD 1 TO WS-TOTAL-REJECTED
               PERFORM 5200-LOG-REJECT THRU 5200-EXIT
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-SET-RESULT-PANEL THRU 2100-EXIT
           MOVE "N" TO WS-INQUIRY-SW
           MOVE 0 TO WS-PAGE-NUMBER
           MOVE 0 TO WS-PAGE-LINE-COUNT
           MOVE SPACES TO WS-PAGE-AREA
           IF WS-REQUEST-TO IS EQUAL TO WS-REQUEST-FROM
                   AND WS-RUN-DATE-GIVEN
               PERFORM 4000-DIRECT-READ THRU 4000-EXIT
           ELSE
               PERFORM 4100-BROWSE-RANGE THRU 4100-EXIT
           END-IF
           IF NOT WS-INQUIRY-ENDED
               MOVE "END OF RESULTS - ENTER = NEW INQUIRY   X = EXIT"
                   TO WS-SCR-PROMPT
               PERFORM 7000-SHOW-PAGE THRU 7000-EXIT
           END-IF
           MOVE SPACES TO WS-SCR-MESSAGE
           GO TO 2000-EXIT.
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Fill the panel at the top of the result screen: who is asking
      * (department, delivery slot, entitled tags from the master
      * record the entitlement check just read), and what was asked.
      *----------------------------------------------------------------
       2100-SET-RESULT-PANEL.
           IF WS-REQM-AVAILABLE
               MOVE RQ-DEPT-NAME TO WS-SCR-DEPT-NAME
               MOVE RQ-DELIVERY-SLOT TO WS-SCR-SLOT
               MOVE RQ-TAG-LIST TO WS-SCR-TAG-LIST
           ELSE
               MOVE "REQMAST UNAVAILABLE" TO WS-SCR-DEPT-NAME
               MOVE SPACES TO WS-SCR-SLOT
               MOVE "ENTITLEMENT CHECK SKIPPED" TO WS-SCR-TAG-LIST
           END-IF
           MOVE SPACES TO WS-SCR-RANGE
           IF WS-REQUEST-TO IS EQUAL TO WS-REQUEST-FROM
               MOVE WS-REQUEST-FROM TO WS-RG-FROM
               MOVE WS-RG-FROM TO WS-SCR-RANGE
           ELSE
               MOVE WS-REQUEST-FROM TO WS-RG-FROM
               MOVE WS-REQUEST-TO TO WS-RG-TO
               MOVE WS-RANGE-LINE TO WS-SCR-RANGE
           END-IF
           IF WS-RUN-DATE-GIVEN
               MOVE WS-REQUEST-RUN-DATE TO WS-EDIT-DATE
               MOVE WS-EDIT-DATE TO WS-SCR-RUN-TEXT
           ELSE
               MOVE "LATEST" TO WS-SCR-RUN-TEXT
           END-IF
           GO TO 2100-EXIT.
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * The same sanity checks FZBQUERY applies to a lookup card: a
      * blank tag or a zero from-Counter is refused before it can
      * reach the read logic. The reason goes to the screen message
      * line and to the inquiry log.
      *----------------------------------------------------------------
       3250-VALIDATE-REQUEST.
           SET WS-REQUEST-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-REASON
           IF WS-REQUEST-TAG IS EQUAL TO SPACES
               MOVE "TAG MUST NOT BE BLANK" TO WS-REJECT-REASON
               MOVE "N" TO WS-VALID-SW
               GO TO 3250-EXIT
           END-IF
           IF WS-REQUEST-FROM IS EQUAL TO ZERO
               MOVE "FROM-COUNTER MUST BE GREATER THAN ZERO"
                   TO WS-REJECT-REASON
               MOVE "N" TO WS-VALID-SW
               GO TO 3250-EXIT
           END-IF
           PERFORM 3260-CHECK-ENTITLEMENT THRU 3260-EXIT
           GO TO 3250-EXIT.
       3250-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Check the inquiry against the requester master exactly as
      * FZBQUERY checks a card: the requester id must be on the
      * master and active, and the tag must be in that requester's
      * entitled-tag list. When the master is not on disk the check
      * is skipped, as it is in the batch (1000-OPEN-FILES already
      * put that on the screen).
      *----------------------------------------------------------------
       3260-CHECK-ENTITLEMENT.
           IF NOT WS-REQM-AVAILABLE
               GO TO 3260-EXIT
           END-IF
           MOVE WS-REQUEST-REQUESTER-ID TO RQ-REQUESTER-ID
           READ REQUESTER-MASTER
               INVALID KEY
                   MOVE "REQUESTER IS NOT ON THE MASTER"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-VALID-SW
                   GO TO 3260-EXIT
           END-READ
           IF NOT RQ-ACTIVE
               MOVE "REQUESTER IS INACTIVE" TO WS-REJECT-REASON
               MOVE "N" TO WS-VALID-SW
               GO TO 3260-EXIT
           END-IF
           MOVE "N" TO WS-ENTITLED-SW
           PERFORM 3270-MATCH-ONE-ENTITLED-TAG THRU 3270-EXIT
               VARYING WS-TAG-SUB FROM 1 BY 1
               UNTIL WS-TAG-SUB IS GREATER THAN RQ-TAG-COUNT
           IF NOT WS-TAG-ENTITLED
               MOVE "REQUESTER IS NOT ENTITLED TO THE TAG"
                   TO WS-REJECT-REASON
               MOVE "N" TO WS-VALID-SW
           END-IF
           GO TO 3260-EXIT.
       3260-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Compare one entitled tag on the master record against the tag
      * the inquiry asks about.
      *----------------------------------------------------------------
       3270-MATCH-ONE-ENTITLED-TAG.
           IF RQ-TAG(WS-TAG-SUB) IS EQUAL TO WS-REQUEST-TAG
               SET WS-TAG-ENTITLED TO TRUE
           END-IF
           GO TO 3270-EXIT.
       3270-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Answer a single-Counter, single-run inquiry with one direct
      * read - tag, Counter, and run date make the whole key. A
      * missing key is answered with an explicit NOT-FOUND line.
      *----------------------------------------------------------------
       4000-DIRECT-READ.
           MOVE WS-REQUEST-TAG TO KS-TAG
           MOVE WS-REQUEST-FROM TO KS-COUNTER
           MOVE WS-REQUEST-RUN-DATE TO KS-RUN-DATE
           MOVE WS-REQUEST-FROM TO WS-EXPECTED-COUNTER
           MOVE "N" TO WS-HELD-SW
           READ RESULT-KSDS
               INVALID KEY
                   PERFORM 5100-WRITE-MISS THRU 5100-EXIT
               NOT INVALID KEY
                   PERFORM 4250-HOLD-CURRENT-RECORD THRU 4250-EXIT
                   PERFORM 4300-FLUSH-HELD-HIT THRU 4300-EXIT
           END-READ
           GO TO 4000-EXIT.
       4000-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Answer everything else with one keyed browse from the low end
      * of the range, the way FZBQUERY does: the best record seen for
      * the Counter in hand is held (the latest run, or the run asked
      * for) and answered when the browse moves past it, with a
      * NOT-FOUND line for every Counter skipped over and for
      * whatever is still owed when the browse runs out. The browse
      * stops early when the help desk leaves the inquiry part way.
      *----------------------------------------------------------------
       4100-BROWSE-RANGE.
           MOVE WS-REQUEST-TAG TO KS-TAG
           MOVE WS-REQUEST-FROM TO KS-COUNTER
           MOVE 0 TO KS-RUN-DATE
           MOVE WS-REQUEST-FROM TO WS-EXPECTED-COUNTER
           MOVE "N" TO WS-BROWSE-SW
           MOVE "N" TO WS-HELD-SW
           START RESULT-KSDS KEY IS NOT LESS THAN KS-KEY
               INVALID KEY
                   SET WS-BROWSE-DONE TO TRUE
           END-START
           PERFORM 4200-READ-NEXT-IN-RANGE THRU 4200-EXIT
               UNTIL WS-BROWSE-DONE
                   OR WS-INQUIRY-ENDED
           PERFORM 4300-FLUSH-HELD-HIT THRU 4300-EXIT
           PERFORM 5100-WRITE-MISS THRU 5100-EXIT
               UNTIL WS-EXPECTED-COUNTER IS GREATER THAN WS-REQUEST-TO
                   OR WS-INQUIRY-ENDED
           GO TO 4100-EXIT.
       4100-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Read the next KSDS record in the browse; see FZBQUERY
      * 4200-READ-NEXT-IN-RANGE, which this follows line for line.
      *----------------------------------------------------------------
       4200-READ-NEXT-IN-RANGE.
           READ RESULT-KSDS NEXT
               AT END
                   SET WS-BROWSE-DONE TO TRUE
           END-READ
           IF WS-BROWSE-DONE
               GO TO 4200-EXIT
           END-IF
           IF KS-TAG IS NOT EQUAL TO WS-REQUEST-TAG
                   OR KS-COUNTER IS GREATER THAN WS-REQUEST-TO
               SET WS-BROWSE-DONE TO TRUE
               GO TO 4200-EXIT
           END-IF
           IF WS-RUN-DATE-GIVEN
                   AND KS-RUN-DATE IS NOT EQUAL TO
                       WS-REQUEST-RUN-DATE
               GO TO 4200-EXIT
           END-IF
           IF WS-HIT-HELD
                   AND KS-COUNTER IS NOT EQUAL TO WS-HELD-COUNTER
               PERFORM 4300-FLUSH-HELD-HIT THRU 4300-EXIT
           END-IF
           PERFORM 4250-HOLD-CURRENT-RECORD THRU 4250-EXIT
           GO TO 4200-EXIT.
       4200-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Hold the KSDS record just read as the best answer so far for
      * its Counter; a later run of the same Counter replaces it.
      *----------------------------------------------------------------
       4250-HOLD-CURRENT-RECORD.
           MOVE KS-COUNTER TO WS-HELD-COUNTER
           MOVE KS-CLASS-CODE TO WS-HELD-CLASS
           MOVE KS-TEXT-VALUE TO WS-HELD-TEXT
           MOVE KS-RUN-DATE TO WS-HELD-RUN-DATE
           SET WS-HIT-HELD TO TRUE
           GO TO 4250-EXIT.
       4250-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Settle the Counter whose record is being held: NOT-FOUND
      * lines for every Counter owed before it, then its own hit
      * line. Quietly does nothing when no record is held or the
      * inquiry has been left.
      *----------------------------------------------------------------
       4300-FLUSH-HELD-HIT.
           IF NOT WS-HIT-HELD
                   OR WS-INQUIRY-ENDED
               GO TO 4300-EXIT
           END-IF
           PERFORM 5100-WRITE-MISS THRU 5100-EXIT
               UNTIL WS-EXPECTED-COUNTER IS EQUAL TO WS-HELD-COUNTER
                   OR WS-INQUIRY-ENDED
           PERFORM 5000-WRITE-HIT THRU 5000-EXIT
           COMPUTE WS-EXPECTED-COUNTER = WS-HELD-COUNTER + 1
           MOVE "N" TO WS-HELD-SW
           GO TO 4300-EXIT.
       4300-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Build the answer line for the held KSDS record - class code,
      * text value, and the run date that answered.
      *----------------------------------------------------------------
       5000-WRITE-HIT.
           MOVE SPACES TO INQ-DETAIL-RECORD
           MOVE WS-REQUEST-REQUESTER-ID TO INQ-REQUESTER-ID
           MOVE WS-REQUEST-TAG TO INQ-TAG
           MOVE WS-HELD-COUNTER TO INQ-COUNTER
           MOVE "FOUND" TO INQ-STATUS
           MOVE WS-HELD-CLASS TO INQ-CLASS-CODE
           MOVE WS-HELD-TEXT TO INQ-TEXT-VALUE
           MOVE WS-HELD-RUN-DATE TO INQ-RUN-DATE
           PERFORM 6000-ADD-PAGE-LINE THRU 6000-EXIT
           IF NOT WS-INQUIRY-ENDED
               ADD 1 TO WS-TOTAL-FOUND
           END-IF
           GO TO 5000-EXIT.
       5000-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Build the explicit NOT-FOUND line for the Counter value owed
      * next, then advance past it. The class and text columns are
      * left blank so a miss can never be mistaken for a
      * classification.
      *----------------------------------------------------------------
       5100-WRITE-MISS.
           MOVE SPACES TO INQ-DETAIL-RECORD
           MOVE WS-REQUEST-REQUESTER-ID TO INQ-REQUESTER-ID
           MOVE WS-REQUEST-TAG TO INQ-TAG
           MOVE WS-EXPECTED-COUNTER TO INQ-COUNTER
           MOVE "NOT-FOUND" TO INQ-STATUS
           MOVE WS-REQUEST-RUN-DATE TO INQ-RUN-DATE
           PERFORM 6000-ADD-PAGE-LINE THRU 6000-EXIT
           IF NOT WS-INQUIRY-ENDED
               ADD 1 TO WS-TOTAL-NOT-FOUND
           END-IF
           ADD 1 TO WS-EXPECTED-COUNTER
           GO TO 5100-EXIT.
       5100-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Log an inquiry the entitlement or sanity check refused, with
      * the reason in the text column and REJECTED as its status, and
      * put the reason on the entry screen's message line.
      *----------------------------------------------------------------
       5200-LOG-REJECT.
           MOVE SPACES TO INQ-DETAIL-RECORD
           MOVE WS-REQUEST-REQUESTER-ID TO INQ-REQUESTER-ID
           MOVE WS-REQUEST-TAG TO INQ-TAG
           MOVE WS-REQUEST-FROM TO INQ-COUNTER
           MOVE "REJECTED" TO INQ-STATUS
           MOVE WS-REJECT-REASON TO INQ-TEXT-VALUE
           MOVE WS-REQUEST-RUN-DATE TO INQ-RUN-DATE
           PERFORM 5300-WRITE-LOG-LINE THRU 5300-EXIT
           MOVE SPACES TO WS-SCR-MESSAGE
           STRING "FZBINQ REJECT - " DELIMITED BY SIZE
                  WS-REJECT-REASON DELIMITED BY SIZE
               INTO WS-SCR-MESSAGE
           END-STRING
           GO TO 5200-EXIT.
       5200-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Stamp the log line built in INQ-DETAIL-RECORD with the date
      * and time and write it. A log that cannot be written ends the
      * session - an answer the audit trail does not hold must not
      * be given.
      *----------------------------------------------------------------
       5300-WRITE-LOG-LINE.
           ACCEPT WS-TIME-NOW FROM TIME
           MOVE WS-TODAY TO INQ-LOG-DATE
           MOVE WS-TIME-NOW TO INQ-LOG-TIME
           WRITE INQ-DETAIL-RECORD
           IF WS-LOG-FILE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "FZBINQ ABORT - INQLOG WRITE FAILED STATUS "
                   WS-LOG-FILE-STATUS
               GO TO 9990-ABORT-RUN
           END-IF
           GO TO 5300-EXIT.
       5300-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Put the answer line built in INQ-DETAIL-RECORD on the page
      * and in the log. A full page is shown first; if the help desk
      * leaves the inquiry from that page, the line is neither shown
      * nor logged, so the log holds exactly what was answered.
      *----------------------------------------------------------------
       6000-ADD-PAGE-LINE.
           IF WS-INQUIRY-ENDED
               GO TO 6000-EXIT
           END-IF
           IF WS-PAGE-LINE-COUNT IS EQUAL TO WS-PAGE-MAX
               MOVE "ENTER = NEXT PAGE   N = NEW INQUIRY   X = EXIT"
                   TO WS-SCR-PROMPT
               PERFORM 7000-SHOW-PAGE THRU 7000-EXIT
               IF WS-INQUIRY-ENDED
                   GO TO 6000-EXIT
               END-IF
           END-IF
           MOVE INQ-COUNTER TO WS-RL-COUNTER
           MOVE INQ-STATUS TO WS-RL-STATUS
           MOVE INQ-CLASS-CODE TO WS-RL-CLASS
           MOVE INQ-TEXT-VALUE TO WS-RL-TEXT
           MOVE SPACES TO WS-RL-RUN-DATE
           IF INQ-RUN-DATE IS GREATER THAN ZERO
               MOVE INQ-RUN-DATE TO WS-EDIT-DATE
               MOVE WS-EDIT-DATE TO WS-RL-RUN-DATE
           END-IF
           ADD 1 TO WS-PAGE-LINE-COUNT
           MOVE WS-ROW-LINE TO WS-PAGE-ROW(WS-PAGE-LINE-COUNT)
           PERFORM 5300-WRITE-LOG-LINE THRU 5300-EXIT
           GO TO 6000-EXIT.
       6000-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Show the page built so far and take the help desk's command:
      * X ends the session, N leaves this inquiry for a new one, and
      * ENTER goes on to the next page (or, on the last page, back to
      * the entry screen). The page is then cleared for the next ten
      * lines.
      *----------------------------------------------------------------
       7000-SHOW-PAGE.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE SPACE TO WS-SCR-COMMAND
           DISPLAY INQUIRY-RESULT-SCREEN
           ACCEPT INQUIRY-RESULT-SCREEN
           IF WS-SCR-EXIT
               SET WS-SESSION-ENDED TO TRUE
               SET WS-INQUIRY-ENDED TO TRUE
           END-IF
           IF WS-SCR-NEW-INQUIRY
               SET WS-INQUIRY-ENDED TO TRUE
           END-IF
           MOVE SPACE TO WS-SCR-COMMAND
           MOVE 0 TO WS-PAGE-LINE-COUNT
           MOVE SPACES TO WS-PAGE-AREA
           GO TO 7000-EXIT.
       7000-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Write the session's control-total trailer to the inquiry
      * log, as FZBQUERY writes one to QRYRESP: inquiries taken, hits
      * and misses shown, and inquiries refused.
      *----------------------------------------------------------------
       8000-WRITE-SUMMARY.
           MOVE SPACES TO INQ-SUMMARY-RECORD
           MOVE "TOTALS" TO INQ-SUM-TAG
           MOVE WS-TOTAL-REQUESTS TO INQ-SUM-REQUESTS
           MOVE WS-TOTAL-FOUND TO INQ-SUM-FOUND
           MOVE WS-TOTAL-NOT-FOUND TO INQ-SUM-NOT-FOUND
           MOVE WS-TOTAL-REJECTED TO INQ-SUM-REJECTED
           ACCEPT WS-TIME-NOW FROM TIME
           MOVE WS-TODAY TO INQ-SUM-LOG-DATE
           MOVE WS-TIME-NOW TO INQ-SUM-LOG-TIME
           WRITE INQ-SUMMARY-RECORD
           IF WS-LOG-FILE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "FZBINQ ABORT - INQLOG WRITE FAILED STATUS "
                   WS-LOG-FILE-STATUS
               GO TO 9990-ABORT-RUN
           END-IF
           GO TO 8000-EXIT.
       8000-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Close out every file opened for the session.
      *----------------------------------------------------------------
       9000-CLOSE-FILES.
           CLOSE RESULT-KSDS
           CLOSE INQUIRY-LOG-FILE
           IF WS-REQM-AVAILABLE
               CLOSE REQUESTER-MASTER
           END-IF
           GO TO 9000-EXIT.
       9000-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Reached when a file fails to open or the inquiry log cannot
      * be written. The session ends with a non-zero return code
      * rather than answer inquiries it cannot log.
      *----------------------------------------------------------------
       9990-ABORT-RUN.
           CLOSE RESULT-KSDS
           CLOSE INQUIRY-LOG-FILE
           IF WS-REQM-AVAILABLE
               CLOSE REQUESTER-MASTER
           END-IF
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       END PROGRAM FZBINQ.
