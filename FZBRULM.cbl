      ******************************************************************
      * Author: RLA
      * Date: 10/15/2026
      * Purpose: Rule-set master maintenance companion to FIZZBUZZ.
      *          The rule-set master (RULEFILE) was a bare card deck
      *          nothing maintained: nobody recorded who changed a
      *          set's divisor or word, and a bad entry only surfaced
      *          as a SYSOUT warning on the night it first ran. This
      *          step maintains the master as a KSDS the way FZBREQM
      *          maintains REQMAST. Every change to a set is a new
      *          VERSION of it - a header record (entry sequence 00)
      *          carrying the version's effective date, whether it is
      *          in force or retires the set, the entry count, and who
      *          made it, followed by the version's entries (01-08)
      *          - and no version is ever rewritten or deleted, so the
      *          master answers "which rules were in force on a given
      *          day" for as far back as it goes. Maintenance cards
      *          arrive on a card file (RULMTRAN): add a new set,
      *          change a set (a full replacement version), or retire
      *          a set, each from an effective date. Every card, taken
      *          or refused, is logged to the change log (RULELOG) with
      *          the operator who keyed it and a reason code when it
      *          was refused. FIZZBUZZ picks, per set, the highest
      *          version whose effective date is on or before its run
      *          date, and stamps the set id and version it ran under
      *          on the AUDITLOG START record.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * 10/15/2026  RLA  Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FZBRULM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-TRAN-FILE ASSIGN TO "RULMTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RMT-FILE-STATUS.
           SELECT RULE-SET-FILE ASSIGN TO "RULEFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUL-KEY
               FILE STATUS IS WS-RUL-FILE-STATUS.
           SELECT OPTIONAL RULE-CHANGE-LOG ASSIGN TO "RULELOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RLG-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-TRAN-FILE.
       01  RMT-RECORD.
           05 RMT-ACTION                   PIC X(01).
           05 FILLER                      PIC X(01).
           05 RMT-SET-ID                   PIC X(06).
           05 FILLER                      PIC X(01).
           05 RMT-EFF-DATE                 PIC 9(08).
           05 FILLER                      PIC X(01).
           05 RMT-OPERATOR-ID              PIC X(08).
           05 FILLER                      PIC X(01).
           05 RMT-ENTRY-COUNT              PIC 9(02).
           05 FILLER                      PIC X(01).
           05 RMT-ENTRY-LIST.
               10 RMT-ENTRY OCCURS 8 TIMES.
                  15 RMT-DIVISOR           PIC 9(03).
                  15 FILLER                PIC X(01).
                  15 RMT-WORD              PIC X(08).
                  15 FILLER                PIC X(01).
                  15 RMT-CLASS-CODE        PIC X(02).
                  15 FILLER                PIC X(01).
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
       FD  RULE-CHANGE-LOG.
       01  RLG-RECORD.
           05 RLG-LOG-DATE                 PIC 9(08).
           05 FILLER                      PIC X(01).
           05 RLG-LOG-TIME                 PIC 9(08).
           05 FILLER                      PIC X(01).
           05 RLG-ACTION                   PIC X(01).
           05 FILLER                      PIC X(01).
           05 RLG-SET-ID                   PIC X(06).
           05 FILLER                      PIC X(01).
           05 RLG-VERSION                  PIC 9(03).
           05 FILLER                      PIC X(01).
           05 RLG-PRIOR-VERSION            PIC 9(03).
           05 FILLER                      PIC X(01).
           05 RLG-EFF-DATE                 PIC X(08).
           05 FILLER                      PIC X(01).
           05 RLG-ENTRY-COUNT              PIC X(02).
           05 FILLER                      PIC X(01).
           05 RLG-OPERATOR-ID              PIC X(08).
           05 FILLER                      PIC X(01).
           05 RLG-DISPOSITION              PIC X(08).
           05 FILLER                      PIC X(01).
           05 RLG-REASON-CODE              PIC X(04).
       WORKING-STORAGE SECTION.
           01 WS-RMT-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-RUL-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-RLG-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-RMT-EOF-SW PIC X(01) VALUE "N".
              88 WS-RMT-EOF VALUE "Y".
           01 WS-RUL-EOF-SW PIC X(01) VALUE "N".
              88 WS-RUL-EOF VALUE "Y".
           01 WS-VALID-SW PIC X(01) VALUE "Y".
              88 WS-REQUEST-VALID VALUE "Y".
           01 WS-REJECT-SW PIC X(01) VALUE "N".
              88 WS-ANY-TRAN-REJECTED VALUE "Y".
           01 WS-ON-FILE-SW PIC X(01) VALUE "N".
              88 WS-SET-ON-FILE VALUE "Y".
           01 WS-REJECT-REASON PIC X(04) VALUE SPACES.
           01 WS-RUN-DATE PIC 9(08) VALUE 0.
           01 WS-RUN-TIME PIC 9(08) VALUE 0.
           01 WS-LATEST-VERSION PIC 9(03) VALUE 0.
           01 WS-LATEST-EFF-DATE PIC 9(08) VALUE 0.
           01 WS-LATEST-STATUS PIC X(01) VALUE SPACE.
              88 WS-LATEST-RETIRED VALUE "R".
           01 WS-NEW-VERSION PIC 9(03) VALUE 0.
           01 WS-VERSION-MAX PIC 9(03) VALUE 999.
           01 WS-TOTAL-READ PIC 9(05) VALUE 0.
           01 WS-TOTAL-ADDED PIC 9(05) VALUE 0.
           01 WS-TOTAL-CHANGED PIC 9(05) VALUE 0.
           01 WS-TOTAL-RETIRED PIC 9(05) VALUE 0.
           01 WS-TOTAL-REJECTED PIC 9(05) VALUE 0.
           01 WS-SUB PIC 9(02) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1000-OPEN-FILES THRU 1000-EXIT
           PERFORM 3200-GET-NEXT-REQUEST THRU 3200-EXIT
           PERFORM 3300-APPLY-ONE-REQUEST THRU 3300-EXIT
               UNTIL WS-RMT-EOF
           PERFORM 9000-CLOSE-FILES THRU 9000-EXIT
           DISPLAY "FZBRULM - READ " WS-TOTAL-READ
               " ADDED " WS-TOTAL-ADDED
               " CHANGED " WS-TOTAL-CHANGED
               " RETIRED " WS-TOTAL-RETIRED
               " REJECTED " WS-TOTAL-REJECTED
           IF WS-ANY-TRAN-REJECTED
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.
      *----------------------------------------------------------------
      * Open the maintenance card file, the master, and the change
      * log. A maintenance run with no card file is a setup error, not
      * an empty day. The master is opened I-O, and a first-ever
      * execution (status 35) creates it, closes it, and re-opens it
      * I-O for the same reason FZBREQM does: every card browses the
      * master for the set's versions, and a browse against an
      * OUTPUT-mode open finds nothing. The change log is appended to
      * across runs, opened fresh the first time the same way
      * AUDITLOG is.
      *----------------------------------------------------------------
       1000-OPEN-FILES.
           OPEN INPUT MAINT-TRAN-FILE
           IF WS-RMT-FILE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "FZBRULM ABORT - RULMTRAN OPEN FAILED STATUS "
                   WS-RMT-FILE-STATUS
               GO TO 9990-ABORT-RUN
           END-IF
           OPEN I-O RULE-SET-FILE
           IF WS-RUL-FILE-STATUS IS EQUAL TO "35"
               OPEN OUTPUT RULE-SET-FILE
               IF WS-RUL-FILE-STATUS IS EQUAL TO "00"
                   CLOSE RULE-SET-FILE
                   OPEN I-O RULE-SET-FILE
               END-IF
           END-IF
           IF WS-RUL-FILE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "FZBRULM ABORT - RULEFILE OPEN FAILED STATUS "
                   WS-RUL-FILE-STATUS
               GO TO 9990-ABORT-RUN
           END-IF
           OPEN EXTEND RULE-CHANGE-LOG
           IF WS-RLG-FILE-STATUS IS NOT EQUAL TO "00"
               OPEN OUTPUT RULE-CHANGE-LOG
           END-IF
           IF WS-RLG-FILE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "FZBRULM ABORT - RULELOG OPEN FAILED STATUS "
                   WS-RLG-FILE-STATUS
               GO TO 9990-ABORT-RUN
           END-IF
           GO TO 1000-EXIT.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Load the next maintenance card.
      *----------------------------------------------------------------
       3200-GET-NEXT-REQUEST.
           READ MAINT-TRAN-FILE
               AT END
                   SET WS-RMT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-TOTAL-READ
           END-READ
           GO TO 3200-EXIT.
       3200-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Validate and apply one maintenance card, and log it either
      * way. The set's latest version is looked up first so every
      * action knows whether the set is already on file, where its
      * version numbering stands, and whether it has been retired.
      *----------------------------------------------------------------
       3300-APPLY-ONE-REQUEST.
           MOVE 0 TO WS-NEW-VERSION
           PERFORM 3250-VALIDATE-REQUEST THRU 3250-EXIT
           IF NOT WS-REQUEST-VALID
               DISPLAY "FZBRULM REJECT - CARD " WS-TOTAL-READ
                   " FOR " RMT-SET-ID " SKIPPED, REASON "
                   WS-REJECT-REASON
               SET WS-ANY-TRAN-REJECTED TO TRUE
               ADD 1 TO WS-TOTAL-REJECTED
           ELSE
               COMPUTE WS-NEW-VERSION = WS-LATEST-VERSION + 1
               PERFORM 4000-WRITE-VERSION-HEADER THRU 4000-EXIT
               IF RMT-ACTION IS NOT EQUAL TO "R"
                   PERFORM 4100-WRITE-ONE-ENTRY THRU 4100-EXIT
                       VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB IS GREATER THAN RMT-ENTRY-COUNT
               END-IF
               EVALUATE RMT-ACTION
                   WHEN "A"
                       ADD 1 TO WS-TOTAL-ADDED
                   WHEN "C"
                       ADD 1 TO WS-TOTAL-CHANGED
                   WHEN "R"
                       ADD 1 TO WS-TOTAL-RETIRED
               END-EVALUATE
           END-IF
           PERFORM 8000-WRITE-CHANGE-LOG THRU 8000-EXIT
           PERFORM 3200-GET-NEXT-REQUEST THRU 3200-EXIT
           GO TO 3300-EXIT.
       3300-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Edit a hand-keyed card before it reaches the master - a bad
      * entry refused here is a card to re-key, where the same entry
      * reaching FIZZBUZZ would be a set that loads short on the night
      * it runs. The action must be A (add a new set), C (change a set
      * - a complete replacement version) or R (retire a set); the
      * set id and the operator id must be present; the effective
      * date must be a real date no earlier than today, since a
      * back-dated version would change which rules were in force
      * for runs that have already happened and are stamped with the
      * version they actually used. A change or retirement must take
      * effect after today as well - one taking effect today would
      * change the rules under a restart of tonight's run part way
      * through - but a new set may take effect today, as no run in
      * progress can be using a set id that is not yet on file. An
      * add or change must carry one to eight entries, each with a
      * divisor above zero, a word and a class code. The first
      * failing check's reason code goes on the change log: BADA
      * action, BADS set id, BADO operator, BADE effective date, BADN
      * entry count, BADR rule entry, DUPS set already on file, NOTF
      * set not on file, RETD set already retired, BACK effective
      * before the version it supersedes, FULL no version numbers
      * left.
      *----------------------------------------------------------------
       3250-VALIDATE-REQUEST.
           SET WS-REQUEST-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-REASON
           IF RMT-ACTION IS NOT EQUAL TO "A"
                   AND RMT-ACTION IS NOT EQUAL TO "C"
                   AND RMT-ACTION IS NOT EQUAL TO "R"
               DISPLAY "FZBRULM REJECT - ACTION MUST BE A, C OR R"
               MOVE "BADA" TO WS-REJECT-REASON
               MOVE "N" TO WS-VALID-SW
               GO TO 3250-EXIT
           END-IF
           IF RMT-SET-ID IS EQUAL TO SPACES
               DISPLAY "FZBRULM REJECT - SET ID MUST NOT BE BLANK"
               MOVE "BADS" TO WS-REJECT-REASON
               MOVE "N" TO WS-VALID-SW
               GO TO 3250-EXIT
           END-IF
           IF RMT-OPERATOR-ID IS EQUAL TO SPACES
               DISPLAY "FZBRULM REJECT - OPERATOR ID MUST NOT BE "
                   "BLANK"
               MOVE "BADO" TO WS-REJECT-REASON
               MOVE "N" TO WS-VALID-SW
               GO TO 3250-EXIT
           END-IF
           IF RMT-EFF-DATE IS NOT NUMERIC
               DISPLAY "FZBRULM REJECT - EFFECTIVE DATE MUST BE "
                   "NUMERIC"
               MOVE "BADE" TO WS-REJECT-REASON
               MOVE "N" TO WS-VALID-SW
               GO TO 3250-EXIT
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(RMT-EFF-DATE)
                   IS NOT EQUAL TO ZERO
                   OR RMT-EFF-DATE IS LESS THAN WS-RUN-DATE
               DISPLAY "FZBRULM REJECT - EFFECTIVE DATE "
                   RMT-EFF-DATE " MUST BE A VALID DATE NOT BEFORE "
                   "TODAY " WS-RUN-DATE
               MOVE "BADE" TO WS-REJECT-REASON
               MOVE "N" TO WS-VALID-SW
               GO TO 3250-EXIT
           END-IF
           IF RMT-ACTION IS NOT EQUAL TO "A"
                   AND RMT-EFF-DATE IS EQUAL TO WS-RUN-DATE
               DISPLAY "FZBRULM REJECT - EFFECTIVE DATE "
                   RMT-EFF-DATE " OF A CHANGE OR RETIREMENT MUST BE "
                   "AFTER TODAY " WS-RUN-DATE
               MOVE "BADE" TO WS-REJECT-REASON
               MOVE "N" TO WS-VALID-SW
               GO TO 3250-EXIT
           END-IF
           IF RMT-ACTION IS NOT EQUAL TO "R"
               IF RMT-ENTRY-COUNT IS NOT NUMERIC
                       OR RMT-ENTRY-COUNT IS EQUAL TO ZERO
                       OR RMT-ENTRY-COUNT IS GREATER THAN 8
                   DISPLAY "FZBRULM REJECT - ENTRY COUNT MUST BE "
                       "NUMERIC, 1 TO 8"
                   MOVE "BADN" TO WS-REJECT-REASON
                   MOVE "N" TO WS-VALID-SW
                   GO TO 3250-EXIT
               END-IF
               PERFORM 3260-VALIDATE-ONE-ENTRY THRU 3260-EXIT
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB IS GREATER THAN RMT-ENTRY-COUNT
               IF NOT WS-REQUEST-VALID
                   GO TO 3250-EXIT
               END-IF
           END-IF
           PERFORM 3280-FIND-LATEST-VERSION THRU 3280-EXIT
           IF RMT-ACTION IS EQUAL TO "A"
               IF WS-SET-ON-FILE
                   DISPLAY "FZBRULM REJECT - " RMT-SET-ID
                       " IS ALREADY ON THE MASTER"
                   MOVE "DUPS" TO WS-REJECT-REASON
                   MOVE "N" TO WS-VALID-SW
               END-IF
               GO TO 3250-EXIT
           END-IF
           IF NOT WS-SET-ON-FILE
               DISPLAY "FZBRULM REJECT - " RMT-SET-ID
                   " IS NOT ON THE MASTER"
               MOVE "NOTF" TO WS-REJECT-REASON
               MOVE "N" TO WS-VALID-SW
               GO TO 3250-EXIT
           END-IF
           IF RMT-ACTION IS EQUAL TO "R"
                   AND WS-LATEST-RETIRED
               DISPLAY "FZBRULM REJECT - " RMT-SET-ID
                   " IS ALREADY RETIRED"
               MOVE "RETD" TO WS-REJECT-REASON
               MOVE "N" TO WS-VALID-SW
               GO TO 3250-EXIT
           END-IF
           IF RMT-EFF-DATE IS LESS THAN WS-LATEST-EFF-DATE
               DISPLAY "FZBRULM REJECT - " RMT-SET-ID
                   " VERSION " WS-LATEST-VERSION " IS EFFECTIVE "
                   WS-LATEST-EFF-DATE ", A NEW VERSION CANNOT START "
                   "BEFORE IT"
               MOVE "BACK" TO WS-REJECT-REASON
               MOVE "N" TO WS-VALID-SW
               GO TO 3250-EXIT
           END-IF
           IF WS-LATEST-VERSION IS EQUAL TO WS-VERSION-MAX
               DISPLAY "FZBRULM REJECT - " RMT-SET-ID
                   " HAS NO VERSION NUMBERS LEFT"
               MOVE "FULL" TO WS-REJECT-REASON
               MOVE "N" TO WS-VALID-SW
           END-IF
           GO TO 3250-EXIT.
       3250-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Edit one entry of an add or change card - the same tests
      * FIZZBUZZ's loader applies, moved to the front door.
      *----------------------------------------------------------------
       3260-VALIDATE-ONE-ENTRY.
           IF NOT WS-REQUEST-VALID
               GO TO 3260-EXIT
           END-IF
           IF RMT-DIVISOR(WS-SUB) IS NOT NUMERIC
                   OR RMT-DIVISOR(WS-SUB) IS EQUAL TO ZERO
                   OR RMT-WORD(WS-SUB) IS EQUAL TO SPACES
                   OR RMT-CLASS-CODE(WS-SUB) IS EQUAL TO SPACES
               DISPLAY "FZBRULM REJECT - ENTRY " WS-SUB " OF "
                   RMT-SET-ID " NEEDS A DIVISOR ABOVE ZERO, A WORD "
                   "AND A CLASS CODE"
               MOVE "BADR" TO WS-REJECT-REASON
               MOVE "N" TO WS-VALID-SW
           END-IF
           GO TO 3260-EXIT.
       3260-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Browse the card's set on the master and note its highest
      * version: number, effective date, and status. Only header
      * records (entry sequence 00) describe a version; the entries
      * behind them are stepped over.
      *----------------------------------------------------------------
       3280-FIND-LATEST-VERSION.
           MOVE "N" TO WS-ON-FILE-SW
           MOVE "N" TO WS-RUL-EOF-SW
           MOVE 0 TO WS-LATEST-VERSION
           MOVE 0 TO WS-LATEST-EFF-DATE
           MOVE SPACE TO WS-LATEST-STATUS
           MOVE RMT-SET-ID TO RUL-SET-ID
           MOVE 0 TO RUL-VERSION
           MOVE 0 TO RUL-SEQ
           START RULE-SET-FILE KEY IS NOT LESS THAN RUL-KEY
               INVALID KEY
                   GO TO 3280-EXIT
           END-START
           PERFORM 3285-READ-ONE-MASTER THRU 3285-EXIT
               UNTIL WS-RUL-EOF
           GO TO 3280-EXIT.
       3280-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Read one master record of the set being browsed.
      *----------------------------------------------------------------
       3285-READ-ONE-MASTER.
           READ RULE-SET-FILE NEXT
               AT END
                   SET WS-RUL-EOF TO TRUE
                   GO TO 3285-EXIT
           END-READ
           IF RUL-SET-ID IS NOT EQUAL TO RMT-SET-ID
               SET WS-RUL-EOF TO TRUE
               GO TO 3285-EXIT
           END-IF
           IF RUL-SEQ IS EQUAL TO ZERO
               SET WS-SET-ON-FILE TO TRUE
               MOVE RUL-VERSION TO WS-LATEST-VERSION
               MOVE RUL-EFF-DATE TO WS-LATEST-EFF-DATE
               MOVE RUL-VERSION-STATUS TO WS-LATEST-STATUS
           END-IF
           GO TO 3285-EXIT.
       3285-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Write the new version's header record. A retire card's
      * version carries no entries - it is the set's last word, and
      * FIZZBUZZ refuses transactions naming the set from its
      * effective date on. A change made after a retirement puts the
      * set back in force under the new version.
      *----------------------------------------------------------------
       4000-WRITE-VERSION-HEADER.
           MOVE SPACES TO RUL-HEADER-RECORD
           MOVE RMT-SET-ID TO RUL-SET-ID
           MOVE WS-NEW-VERSION TO RUL-VERSION
           MOVE 0 TO RUL-SEQ
           MOVE RMT-EFF-DATE TO RUL-EFF-DATE
           IF RMT-ACTION IS EQUAL TO "R"
               SET RUL-VERSION-RETIRED TO TRUE
               MOVE 0 TO RUL-ENTRY-COUNT
           ELSE
               SET RUL-VERSION-ACTIVE TO TRUE
               MOVE RMT-ENTRY-COUNT TO RUL-ENTRY-COUNT
           END-IF
           MOVE RMT-OPERATOR-ID TO RUL-CHANGED-BY
           MOVE WS-RUN-DATE TO RUL-CHANGE-DATE
           WRITE RUL-HEADER-RECORD
           IF WS-RUL-FILE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "FZBRULM ABORT - RULEFILE WRITE FAILED STATUS "
                   WS-RUL-FILE-STATUS
               GO TO 9990-ABORT-RUN
           END-IF
           GO TO 4000-EXIT.
       4000-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Write one entry of the new version, sequenced in card order -
      * the order FIZZBUZZ concatenates words and class codes in.
      *----------------------------------------------------------------
       4100-WRITE-ONE-ENTRY.
           MOVE SPACES TO RUL-RECORD
           MOVE RMT-SET-ID TO RUL-SET-ID
           MOVE WS-NEW-VERSION TO RUL-VERSION
           MOVE WS-SUB TO RUL-SEQ
           MOVE RMT-DIVISOR(WS-SUB) TO RUL-DIVISOR
           MOVE RMT-WORD(WS-SUB) TO RUL-WORD
           MOVE RMT-CLASS-CODE(WS-SUB) TO RUL-CLASS-CODE
           WRITE RUL-RECORD
           IF WS-RUL-FILE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "FZBRULM ABORT - RULEFILE WRITE FAILED STATUS "
                   WS-RUL-FILE-STATUS
               GO TO 9990-ABORT-RUN
           END-IF
           GO TO 4100-EXIT.
       4100-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Log the card just handled: when, what was asked, by whom, the
      * version it created (zero when refused) and the one it
      * superseded, and the refusal's reason code. The effective date
      * and entry count are logged as keyed, so a garbage column on a
      * refused card shows up on the log exactly as it was punched.
      *----------------------------------------------------------------
       8000-WRITE-CHANGE-LOG.
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE SPACES TO RLG-RECORD
           MOVE WS-RUN-DATE TO RLG-LOG-DATE
           MOVE WS-RUN-TIME TO RLG-LOG-TIME
           MOVE RMT-ACTION TO RLG-ACTION
           MOVE RMT-SET-ID TO RLG-SET-ID
           MOVE WS-NEW-VERSION TO RLG-VERSION
           MOVE WS-LATEST-VERSION TO RLG-PRIOR-VERSION
           MOVE RMT-EFF-DATE TO RLG-EFF-DATE
           MOVE RMT-ENTRY-COUNT TO RLG-ENTRY-COUNT
           MOVE RMT-OPERATOR-ID TO RLG-OPERATOR-ID
           IF WS-REQUEST-VALID
               MOVE "APPLIED" TO RLG-DISPOSITION
           ELSE
               MOVE "REJECTED" TO RLG-DISPOSITION
               MOVE WS-REJECT-REASON TO RLG-REASON-CODE
           END-IF
           WRITE RLG-RECORD
           IF WS-RLG-FILE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "FZBRULM ABORT - RULELOG WRITE FAILED STATUS "
                   WS-RLG-FILE-STATUS
               GO TO 9990-ABORT-RUN
           END-IF
           GO TO 8000-EXIT.
       8000-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Close out every file opened for this run.
      *----------------------------------------------------------------
       9000-CLOSE-FILES.
           CLOSE MAINT-TRAN-FILE
           CLOSE RULE-SET-FILE
           CLOSE RULE-CHANGE-LOG
           GO TO 9000-EXIT.
       9000-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Reached when a file fails to open or a master or log WRITE
      * comes back with a bad file status. Cards already applied stay
      * applied - each one stood alone - and the step ends hard so
      * operations looks before feeding the rest back in.
      *----------------------------------------------------------------
       9990-ABORT-RUN.
           CLOSE MAINT-TRAN-FILE
           CLOSE RULE-SET-FILE
           CLOSE RULE-CHANGE-LOG
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       END PROGRAM FZBRULM.
