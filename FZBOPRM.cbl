      ******************************************************************
      * Author: RLA
      * Date: 10/15/2026
      * Purpose: Operator-authority master maintenance. The utilities
      *          that remove or release data - FZBBKOUT, FZBPURGE,
      *          FZBREST, and the RELEASE override on RELOVRD taken by
      *          FZBSPLIT, FZBWHSE, and FZBPRINT - used to act on
      *          whatever operator id was punched on their cards,
      *          with nothing saying who may ask. This step maintains
      *          the operator authority master KSDS (OPRAUTH) they
      *          now check: one record per operator id carrying the
      *          operator's name, an active/inactive flag, and one
      *          Y/N authority per controlled action (backout, purge,
      *          restore, release). The same authority covers asking
      *          for an action and approving another operator's
      *          request for it. Maintenance requests arrive on a
      *          card file (OPRMTRAN): add, update, deactivate,
      *          reactivate, each naming who keyed it. Nobody may
      *          maintain their own entry, so no one grants
      *          themselves an authority, and whoever keys a card
      *          must already be an active operator on the master -
      *          only the first load of an empty master, which can
      *          only add, is taken from someone the master does not
      *          yet know. Deactivation is a flag, never a delete, so
      *          the names on old AUDITLOG records still resolve.
      *          Each record carries the date and the id of its last
      *          maintenance, and every card, applied or refused, is
      *          logged on AUDITLOG as an AUTHZ record (action
      *          OPRMAINT) so changes to the master itself are on the
      *          audit trail.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * 10/15/2026  RLA  Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FZBOPRM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-TRAN-FILE ASSIGN TO "OPRMTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPT-FILE-STATUS.
           SELECT OPERATOR-AUTHORITY ASSIGN TO "OPRAUTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPA-KEY
               FILE STATUS IS WS-OPA-FILE-STATUS.
           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-TRAN-FILE.
       01  OPT-RECORD.
           05 OPT-ACTION                   PIC X(01).
           05 FILLER                      PIC X(01).
           05 OPT-OPERATOR-ID              PIC X(08).
           05 FILLER                      PIC X(01).
           05 OPT-OPERATOR-NAME            PIC X(20).
           05 FILLER                      PIC X(01).
           05 OPT-CAN-BKOUT                PIC X(01).
           05 FILLER                      PIC X(01).
           05 OPT-CAN-PURGE                PIC X(01).
           05 FILLER                      PIC X(01).
           05 OPT-CAN-RESTORE              PIC X(01).
           05 FILLER                      PIC X(01).
           05 OPT-CAN-RELEASE              PIC X(01).
           05 FILLER                      PIC X(01).
           05 OPT-MAINT-BY                 PIC X(08).
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
       WORKING-STORAGE SECTION.
           01 WS-OPT-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-OPA-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-OPT-EOF-SW PIC X(01) VALUE "N".
              88 WS-OPT-EOF VALUE "Y".
           01 WS-VALID-SW PIC X(01) VALUE "Y".
              88 WS-REQUEST-VALID VALUE "Y".
           01 WS-REJECT-SW PIC X(01) VALUE "N".
              88 WS-ANY-TRAN-REJECTED VALUE "Y".
           01 WS-ON-FILE-SW PIC X(01) VALUE "N".
              88 WS-MASTER-ON-FILE VALUE "Y".
           01 WS-AUD-FILE-STATUS PIC X(02) VALUE "00".
           01 WS-BOOTSTRAP-SW PIC X(01) VALUE "N".
              88 WS-BOOTSTRAP-LOAD VALUE "Y".
           01 WS-AUTH-SCOPE PIC X(30) VALUE SPACES.
           01 WS-RUN-DATE PIC 9(08) VALUE 0.
           01 WS-TOTAL-READ PIC 9(05) VALUE 0.
           01 WS-TOTAL-ADDED PIC 9(05) VALUE 0.
           01 WS-TOTAL-UPDATED PIC 9(05) VALUE 0.
           01 WS-TOTAL-DEACTIVATED PIC 9(05) VALUE 0.
           01 WS-TOTAL-REACTIVATED PIC 9(05) VALUE 0.
           01 WS-TOTAL-REJECTED PIC 9(05) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1000-OPEN-FILES THRU 1000-EXIT
           PERFORM 3200-GET-NEXT-REQUEST THRU 3200-EXIT
           PERFORM 3300-APPLY-ONE-REQUEST THRU 3300-EXIT
               UNTIL WS-OPT-EOF
           PERFORM 9000-CLOSE-FILES THRU 9000-EXIT
           DISPLAY "FZBOPRM - READ " WS-TOTAL-READ
               " ADDED " WS-TOTAL-ADDED
               " UPDATED " WS-TOTAL-UPDATED
               " DEACTIVATED " WS-TOTAL-DEACTIVATED
               " REACTIVATED " WS-TOTAL-REACTIVATED
               " REJECTED " WS-TOTAL-REJECTED
           IF WS-ANY-TRAN-REJECTED
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.
      *----------------------------------------------------------------
      * Open the maintenance card file and the master. A maintenance
      * run with no card file is a setup error. The master is opened
      * I-O; only a first-ever execution, when the file does not
      * exist yet (status 35), creates it, then closes and re-opens
      * it I-O so the on-file READ of every card answers properly -
      * the same create FZBREQM does for REQMAST. A master with no
      * records at all when the run starts makes this the bootstrap
      * load. AUDITLOG is opened for appending the way every writer
      * of it opens it; a master change that cannot be logged is not
      * made, so a log that will not open ends the run before any
      * card is applied.
      *----------------------------------------------------------------
       1000-OPEN-FILES.
           OPEN INPUT MAINT-TRAN-FILE
           IF WS-OPT-FILE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "FZBOPRM ABORT - OPRMTRAN OPEN FAILED STATUS "
                   WS-OPT-FILE-STATUS
               GO TO 9990-ABORT-RUN
           END-IF
           OPEN I-O OPERATOR-AUTHORITY
           IF WS-OPA-FILE-STATUS IS EQUAL TO "35"
               OPEN OUTPUT OPERATOR-AUTHORITY
               IF WS-OPA-FILE-STATUS IS EQUAL TO "00"
                   CLOSE OPERATOR-AUTHORITY
                   OPEN I-O OPERATOR-AUTHORITY
               END-IF
           END-IF
           IF WS-OPA-FILE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "FZBOPRM ABORT - OPRAUTH OPEN FAILED STATUS "
                   WS-OPA-FILE-STATUS
               GO TO 9990-ABORT-RUN
           END-IF
           READ OPERATOR-AUTHORITY NEXT RECORD
               AT END
                   SET WS-BOOTSTRAP-LOAD TO TRUE
                   DISPLAY "FZBOPRM - OPRAUTH IS EMPTY, BOOTSTRAP LOAD"
           END-READ
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUD-FILE-STATUS IS NOT EQUAL TO "00"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           IF WS-AUD-FILE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "FZBOPRM ABORT - AUDITLOG OPEN FAILED STATUS "
                   WS-AUD-FILE-STATUS
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
                   SET WS-OPT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-TOTAL-READ
           END-READ
           GO TO 3200-EXIT.
       3200-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Validate and apply one maintenance card. The master record for
      * the card's operator id is read first, so every action knows
      * whether the id is already on file - an add against an existing
      * id and an update, deactivate, or reactivate against a missing
      * one are both card errors, rejected and counted. The card goes
      * on AUDITLOG either way, once the master has been changed.
      *----------------------------------------------------------------
       3300-APPLY-ONE-REQUEST.
           PERFORM 3250-VALIDATE-REQUEST THRU 3250-EXIT
           IF NOT WS-REQUEST-VALID
               DISPLAY "FZBOPRM REJECT - CARD " WS-TOTAL-READ
                   " FOR " OPT-OPERATOR-ID " SKIPPED"
               SET WS-ANY-TRAN-REJECTED TO TRUE
               ADD 1 TO WS-TOTAL-REJECTED
           ELSE
               EVALUATE OPT-ACTION
                   WHEN "A"
                       PERFORM 4000-ADD-OPERATOR THRU 4000-EXIT
                   WHEN "U"
                       PERFORM 4100-UPDATE-OPERATOR THRU 4100-EXIT
                   WHEN "D"
                       PERFORM 4200-SET-ACTIVE-FLAG THRU 4200-EXIT
                   WHEN "R"
                       PERFORM 4200-SET-ACTIVE-FLAG THRU 4200-EXIT
               END-EVALUATE
           END-IF
           PERFORM 4700-WRITE-MAINT-AUDIT THRU 4700-EXIT
           PERFORM 3200-GET-NEXT-REQUEST THRU 3200-EXIT
           GO TO 3300-EXIT.
       3300-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * The action must be one of the four this program applies, the
      * operator id must not be blank, and the card must say who
      * keyed it - someone other than the operator it maintains, or
      * the master would let one person grant their own authority
      * and undo the very control it exists for - and that someone
      * must be an active operator on the master, or anyone able to
      * feed the card file could invent two operators, each
      * "maintained" by an id nobody checked, and approve their own
      * backout. The one exception is the bootstrap load of an empty
      * master, where nobody is on file yet to vouch; it may only
      * add. An add and an update both need a name and a Y or N in
      * every authority column - an update is a full replace, so a
      * blank column would land on the master as surely on a U card
      * as on an A card.
      *----------------------------------------------------------------
       3250-VALIDATE-REQUEST.
           SET WS-REQUEST-VALID TO TRUE
           IF OPT-ACTION IS NOT EQUAL TO "A"
                   AND OPT-ACTION IS NOT EQUAL TO "U"
                   AND OPT-ACTION IS NOT EQUAL TO "D"
                   AND OPT-ACTION IS NOT EQUAL TO "R"
               DISPLAY "FZBOPRM REJECT - ACTION MUST BE A, U, D OR R"
               MOVE "N" TO WS-VALID-SW
               GO TO 3250-EXIT
           END-IF
           IF OPT-OPERATOR-ID IS EQUAL TO SPACES
               DISPLAY "FZBOPRM REJECT - OPERATOR ID MUST NOT BE "
                   "BLANK"
               MOVE "N" TO WS-VALID-SW
               GO TO 3250-EXIT
           END-IF
           IF OPT-MAINT-BY IS EQUAL TO SPACES
               DISPLAY "FZBOPRM REJECT - THE CARD MUST NAME WHO "
                   "KEYED IT"
               MOVE "N" TO WS-VALID-SW
               GO TO 3250-EXIT
           END-IF
           IF OPT-MAINT-BY IS EQUAL TO OPT-OPERATOR-ID
               DISPLAY "FZBOPRM REJECT - " OPT-MAINT-BY
                   " MAY NOT MAINTAIN THEIR OWN AUTHORITY"
               MOVE "N" TO WS-VALID-SW
               GO TO 3250-EXIT
           END-IF
           IF WS-BOOTSTRAP-LOAD
               IF OPT-ACTION IS NOT EQUAL TO "A"
                   DISPLAY "FZBOPRM REJECT - THE BOOTSTRAP LOAD OF AN "
                       "EMPTY OPRAUTH MAY ONLY ADD"
                   MOVE "N" TO WS-VALID-SW
                   GO TO 3250-EXIT
               END-IF
           ELSE
               PERFORM 3270-CHECK-MAINTAINER THRU 3270-EXIT
               IF NOT WS-REQUEST-VALID
                   GO TO 3250-EXIT
               END-IF
           END-IF
           IF OPT-ACTION IS EQUAL TO "A"
                   OR OPT-ACTION IS EQUAL TO "U"
               IF OPT-OPERATOR-NAME IS EQUAL TO SPACES
                   DISPLAY "FZBOPRM REJECT - " OPT-ACTION
                       " NEEDS AN OPERATOR NAME"
                   MOVE "N" TO WS-VALID-SW
               END-IF
               IF (OPT-CAN-BKOUT IS NOT EQUAL TO "Y"
                       AND OPT-CAN-BKOUT IS NOT EQUAL TO "N")
                   OR (OPT-CAN-PURGE IS NOT EQUAL TO "Y"
                       AND OPT-CAN-PURGE IS NOT EQUAL TO "N")
                   OR (OPT-CAN-RESTORE IS NOT EQUAL TO "Y"
                       AND OPT-CAN-RESTORE IS NOT EQUAL TO "N")
                   OR (OPT-CAN-RELEASE IS NOT EQUAL TO "Y"
                       AND OPT-CAN-RELEASE IS NOT EQUAL TO "N")
                   DISPLAY "FZBOPRM REJECT - EVERY AUTHORITY COLUMN "
                       "MUST BE Y OR N"
                   MOVE "N" TO WS-VALID-SW
               END-IF
           END-IF
           IF NOT WS-REQUEST-VALID
               GO TO 3250-EXIT
           END-IF
           PERFORM 3280-READ-MASTER THRU 3280-EXIT
           IF OPT-ACTION IS EQUAL TO "A"
                   AND WS-MASTER-ON-FILE
               DISPLAY "FZBOPRM REJECT - " OPT-OPERATOR-ID
                   " IS ALREADY ON THE MASTER"
               MOVE "N" TO WS-VALID-SW
           END-IF
           IF OPT-ACTION IS NOT EQUAL TO "A"
                   AND NOT WS-MASTER-ON-FILE
               DISPLAY "FZBOPRM REJECT - " OPT-OPERATOR-ID
                   " IS NOT ON THE MASTER"
               MOVE "N" TO WS-VALID-SW
           END-IF
           GO TO 3250-EXIT.
       3250-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Whoever keyed the card must be on the master and active.
      *----------------------------------------------------------------
       3270-CHECK-MAINTAINER.
           MOVE OPT-MAINT-BY TO OPA-OPERATOR-ID
           READ OPERATOR-AUTHORITY
               INVALID KEY
                   DISPLAY "FZBOPRM REJECT - " OPT-MAINT-BY
                       " WHO KEYED THE CARD IS NOT ON OPRAUTH"
                   MOVE "N" TO WS-VALID-SW
                   GO TO 3270-EXIT
           END-READ
           IF NOT OPA-ACTIVE
               DISPLAY "FZBOPRM REJECT - " OPT-MAINT-BY
                   " WHO KEYED THE CARD IS NOT AN ACTIVE OPERATOR"
               MOVE "N" TO WS-VALID-SW
           END-IF
           GO TO 3270-EXIT.
       3270-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Look the card's operator id up on the master so the action
      * checks and the updates that follow have the current record in
      * hand when there is one.
      *----------------------------------------------------------------
       3280-READ-MASTER.
           MOVE "N" TO WS-ON-FILE-SW
           MOVE OPT-OPERATOR-ID TO OPA-OPERATOR-ID
           READ OPERATOR-AUTHORITY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-MASTER-ON-FILE TO TRUE
           END-READ
           GO TO 3280-EXIT.
       3280-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Write a new master record from the add card. A new operator
      * arrives active with exactly the authorities the card grants.
      *----------------------------------------------------------------
       4000-ADD-OPERATOR.
           MOVE SPACES TO OPA-RECORD
           MOVE OPT-OPERATOR-ID TO OPA-OPERATOR-ID
           PERFORM 4500-MOVE-CARD-FIELDS THRU 4500-EXIT
           MOVE "A" TO OPA-ACTIVE-FLAG
           PERFORM 4600-STAMP-MAINTENANCE THRU 4600-EXIT
           WRITE OPA-RECORD
           IF WS-OPA-FILE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "FZBOPRM ABORT - OPRAUTH WRITE FAILED STATUS "
                   WS-OPA-FILE-STATUS
               GO TO 9990-ABORT-RUN
           END-IF
           ADD 1 TO WS-TOTAL-ADDED
           GO TO 4000-EXIT.
       4000-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Rewrite the record already read by the validation with the
      * card's name and authorities. The active flag is left alone -
      * an update describes the operator, D and R decide whether the
      * operator's authority counts at all.
      *----------------------------------------------------------------
       4100-UPDATE-OPERATOR.
           PERFORM 4500-MOVE-CARD-FIELDS THRU 4500-EXIT
           PERFORM 4600-STAMP-MAINTENANCE THRU 4600-EXIT
           REWRITE OPA-RECORD
           IF WS-OPA-FILE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "FZBOPRM ABORT - OPRAUTH REWRITE FAILED STATUS "
                   WS-OPA-FILE-STATUS
               GO TO 9990-ABORT-RUN
           END-IF
           ADD 1 TO WS-TOTAL-UPDATED
           GO TO 4100-EXIT.
       4100-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Flip the active flag on the record already read by the
      * validation: D marks it inactive, R marks it active again. An
      * inactive operator can neither ask for nor approve anything,
      * whatever authorities the record still lists.
      *----------------------------------------------------------------
       4200-SET-ACTIVE-FLAG.
           IF OPT-ACTION IS EQUAL TO "D"
               MOVE "I" TO OPA-ACTIVE-FLAG
           ELSE
               MOVE "A" TO OPA-ACTIVE-FLAG
           END-IF
           PERFORM 4600-STAMP-MAINTENANCE THRU 4600-EXIT
           REWRITE OPA-RECORD
           IF WS-OPA-FILE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "FZBOPRM ABORT - OPRAUTH REWRITE FAILED STATUS "
                   WS-OPA-FILE-STATUS
               GO TO 9990-ABORT-RUN
           END-IF
           IF OPT-ACTION IS EQUAL TO "D"
               ADD 1 TO WS-TOTAL-DEACTIVATED
           ELSE
               ADD 1 TO WS-TOTAL-REACTIVATED
           END-IF
           GO TO 4200-EXIT.
       4200-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Carry the card's name and authorities into the master record
      * - the part an add and an update have in common.
      *----------------------------------------------------------------
       4500-MOVE-CARD-FIELDS.
           MOVE OPT-OPERATOR-NAME TO OPA-OPERATOR-NAME
           MOVE OPT-CAN-BKOUT TO OPA-CAN-BKOUT
           MOVE OPT-CAN-PURGE TO OPA-CAN-PURGE
           MOVE OPT-CAN-RESTORE TO OPA-CAN-RESTORE
           MOVE OPT-CAN-RELEASE TO OPA-CAN-RELEASE
           GO TO 4500-EXIT.
       4500-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Record on the master record who keyed this change and when.
      *----------------------------------------------------------------
       4600-STAMP-MAINTENANCE.
           MOVE WS-RUN-DATE TO OPA-MAINT-DATE
           MOVE OPT-MAINT-BY TO OPA-MAINT-BY
           GO TO 4600-EXIT.
       4600-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Log one maintenance card on AUDITLOG as an AUTHZ record with
      * action OPRMAINT: who keyed it as the requester, applied (G)
      * or refused (R), and as the scope the card's action, the
      * operator it maintains, and the backout, purge, restore, and
      * release authorities it sets - marked BOOTSTRAP when it came
      * in on the load of an empty master.
      *----------------------------------------------------------------
       4700-WRITE-MAINT-AUDIT.
           MOVE SPACES TO WS-AUTH-SCOPE
           STRING OPT-ACTION " " OPT-OPERATOR-ID " AUTH "
               OPT-CAN-BKOUT OPT-CAN-PURGE OPT-CAN-RESTORE
               OPT-CAN-RELEASE
               DELIMITED BY SIZE INTO WS-AUTH-SCOPE
           IF WS-BOOTSTRAP-LOAD
               MOVE "BOOTSTRAP" TO WS-AUTH-SCOPE(22:9)
           END-IF
           MOVE SPACES TO AUD-AUTHZ-RECORD
           MOVE "AUTHZ" TO AUD-AZ-REC-TYPE
           MOVE "OPRMAINT" TO AUD-AZ-ACTION
           ACCEPT AUD-AZ-DATE FROM DATE YYYYMMDD
           ACCEPT AUD-AZ-TIME FROM TIME
           MOVE OPT-MAINT-BY TO AUD-AZ-REQUESTER-ID
           IF WS-REQUEST-VALID
               MOVE "G" TO AUD-AZ-OUTCOME
           ELSE
               MOVE "R" TO AUD-AZ-OUTCOME
           END-IF
           MOVE WS-AUTH-SCOPE TO AUD-AZ-SCOPE
           WRITE AUD-AUTHZ-RECORD
           IF WS-AUD-FILE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "FZBOPRM ABORT - AUDITLOG WRITE FAILED STATUS "
                   WS-AUD-FILE-STATUS
               GO TO 9990-ABORT-RUN
           END-IF
           GO TO 4700-EXIT.
       4700-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Close out every file opened for this run.
      *----------------------------------------------------------------
       9000-CLOSE-FILES.
           CLOSE MAINT-TRAN-FILE
           CLOSE OPERATOR-AUTHORITY
           CLOSE AUDIT-LOG-FILE
           GO TO 9000-EXIT.
       9000-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * Reached when a file fails to open or a master WRITE or
      * REWRITE, or an AUDITLOG WRITE, comes back with a bad file
      * status. Cards already
      * applied stay applied - each one stood alone - and the step
      * ends hard so operations looks before feeding the rest back
      * in.
      *----------------------------------------------------------------
       9990-ABORT-RUN.
           CLOSE MAINT-TRAN-FILE
           CLOSE OPERATOR-AUTHORITY
           CLOSE AUDIT-LOG-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       END PROGRAM FZBOPRM.
