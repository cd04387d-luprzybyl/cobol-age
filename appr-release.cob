       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPR-RELEASE.
       AUTHOR. CLAUDE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPROVAL-QUEUE-FILE ASSIGN TO "APPRQUE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPQ-FILE-STATUS.

           SELECT APPROVAL-OUT-FILE ASSIGN TO "APPROUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AOUT-FILE-STATUS.

           SELECT APPROVAL-DECK-FILE ASSIGN TO "APPRDECK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APRD-FILE-STATUS.

           SELECT AUTH-USER-FILE ASSIGN TO "AUTHUSER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUTH-FILE-STATUS.

           SELECT ENTITY-MASTER-FILE ASSIGN TO "ENTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ENT-ENTITY-ID
               FILE STATUS IS ENT-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUD-FILE-STATUS.

           SELECT PENDING-FILE ASSIGN TO "PENDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PEND-FILE-STATUS.

           SELECT ALERT-FILE ASSIGN TO "ALRTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALRT-FILE-STATUS.

           SELECT APPROVAL-PARM-FILE ASSIGN TO "APPRPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APRM-FILE-STATUS.

           SELECT APPROVAL-REPORT-FILE ASSIGN TO "APPRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARPT-FILE-STATUS.

           SELECT STEP-LOG-FILE ASSIGN TO "STEPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * the sensitive transactions ENTITY-MAINT queued - see
      * copybooks/APPRQ-REC.cpy for the layout.
       FD  APPROVAL-QUEUE-FILE.
           COPY "APPRQ-REC.cpy".

      * items nobody has decided yet, carried forward - ops renames
      * APPROUT over APPRQUE once the run balances, the usual
      * old-master/new-master handoff.
       FD  APPROVAL-OUT-FILE.
           COPY "APPRQ-REC.cpy"
               REPLACING LEADING ==APPQ== BY ==AOUT==.

      * one decision per card, keyed by the checker. an item is
      * named by its entity, its action code and the date it was
      * queued, all three as the queue report prints them. A
      * approves, R rejects; the remark goes on the trail.
       FD  APPROVAL-DECK-FILE.
       01  APRD-RECORD.
           05  APRD-DECISION    PIC X(01).
               88  APRD-APPROVE VALUE "A".
               88  APRD-REJECT  VALUE "R".
           05  FILLER           PIC X(01).
           05  APRD-ACTION      PIC X(01).
           05  FILLER           PIC X(01).
           05  APRD-ENTITY-ID   PIC X(10).
           05  FILLER           PIC X(01).
           05  APRD-QUEUED-DATE PIC 9(8).
           05  FILLER           PIC X(01).
           05  APRD-CHECKER-ID  PIC X(8).
           05  FILLER           PIC X(01).
           05  APRD-REMARK      PIC X(30).

      * who may approve - see copybooks/AUTHUSER-REC.cpy for the
      * layout, shared with ENTITY-MAINT.
       FD  AUTH-USER-FILE.
           COPY "AUTHUSER-REC.cpy".

      * the permanent entity population - see
      * copybooks/ENTITY-REC.cpy for the layout.
       FD  ENTITY-MASTER-FILE.
           COPY "ENTITY-REC.cpy".

      * same trail ENTITY-MAINT writes, with the checker's id next
      * to the keyer's. see copybooks/AUDIT-REC.cpy for the layout.
       FD  AUDIT-FILE.
           COPY "AUDIT-REC.cpy".

      * an approved item whose effective date has not arrived goes
      * on PEND-RELEASE's queue, same record ENTITY-MAINT holds,
      * with the checker's id and the master as it stood when the
      * item was approved.
       FD  PENDING-FILE.
       01  PEND-RECORD.
           05  PEND-HELD-DATE       PIC 9(8).
           05  FILLER               PIC X(02).
           05  PEND-TRX-IMAGE       PIC X(80).
           05  FILLER               PIC X(02).
           05  PEND-CHECKER-ID      PIC X(8).
           05  FILLER               PIC X(02).
           05  PEND-APPROVED-IMAGE  PIC X(90).

      * see copybooks/ALRT-REC.cpy for the layout.
       FD  ALERT-FILE.
           COPY "ALRT-REC.cpy".

      * keyword/value run options, same card shape as COBOL-AGE's
      * PARMCARD - MAXWAIT is how many days an item may wait before
      * it is alerted.
       FD  APPROVAL-PARM-FILE.
       01  APRM-RECORD.
           05  APRM-KEYWORD  PIC X(10).
           05  APRM-VALUE    PIC X(70).

       FD  APPROVAL-REPORT-FILE.
       01  APPR-PRINT-LINE  PIC X(100).

      * the nightly step log - see copybooks/STEPLOG-REC.cpy for
      * the layout.
       FD  STEP-LOG-FILE.
           COPY "STEPLOG-REC.cpy".

       WORKING-STORAGE SECTION.
       01  CURRENT-DATE-DATA.
           05  CURR-YEAR     PIC 9(4).
           05  CURR-MONTH    PIC 99.
           05  CURR-DAY      PIC 99.
           05  CURR-HOURS    PIC 99.
           05  CURR-MINUTES  PIC 99.
           05  CURR-SECONDS  PIC 99.
           05  CURR-HUND     PIC 99.
           05  CURR-GMT      PIC S9(4)
                              SIGN IS LEADING SEPARATE CHARACTER.
       01  CURR-DATE-NUMERIC  PIC 9(8).
       01  CURR-TIME-NUMERIC  PIC 9(6).

      * the queued transaction, unfolded from the queue image back
      * into the same fields ENTITY-MAINT read off the deck - see
      * copybooks/TRX-REC.cpy.
       COPY "TRX-REC.cpy".

       01  APPQ-FILE-STATUS PIC X(02).
           88  APPQ-FILE-OK        VALUE "00".
           88  APPQ-FILE-NOT-FOUND VALUE "35".
       01  AOUT-FILE-STATUS PIC X(02).
           88  AOUT-FILE-OK VALUE "00".
       01  APRD-FILE-STATUS PIC X(02).
           88  APRD-FILE-OK        VALUE "00".
           88  APRD-FILE-NOT-FOUND VALUE "35".
       01  AUTH-FILE-STATUS PIC X(02).
           88  AUTH-FILE-OK VALUE "00".
       01  ENT-FILE-STATUS  PIC X(02).
           88  ENT-FILE-OK         VALUE "00".
           88  ENT-FILE-NOT-FOUND  VALUE "35".
       01  AUD-FILE-STATUS  PIC X(02).
           88  AUD-FILE-OK         VALUE "00".
           88  AUD-FILE-NOT-FOUND  VALUE "35".
       01  PEND-FILE-STATUS PIC X(02).
           88  PEND-FILE-OK        VALUE "00".
           88  PEND-FILE-NOT-FOUND VALUE "35".
       01  ALRT-FILE-STATUS PIC X(02).
           88  ALRT-FILE-OK        VALUE "00".
           88  ALRT-FILE-NOT-FOUND VALUE "35".
       01  APRM-FILE-STATUS PIC X(02).
           88  APRM-FILE-OK VALUE "00".
       01  ARPT-FILE-STATUS PIC X(02).
           88  ARPT-FILE-OK VALUE "00".
       01  SLOG-FILE-STATUS PIC X(02).
           88  SLOG-FILE-OK        VALUE "00".
           88  SLOG-FILE-NOT-FOUND VALUE "35".

       01  APR-SWITCHES.
           05  APPQ-EOF-SW    PIC X VALUE "N".
               88  APPQ-EOF   VALUE "Y".
           05  APPQ-OPENED-SW PIC X VALUE "N".
               88  APPQ-OPENED VALUE "Y".
           05  APRD-EOF-SW    PIC X VALUE "N".
               88  APRD-EOF   VALUE "Y".
           05  AUTH-EOF-SW    PIC X VALUE "N".
               88  AUTH-EOF   VALUE "Y".
           05  APRM-EOF-SW    PIC X VALUE "N".
               88  APRM-EOF   VALUE "Y".
           05  APRM-REJECTED-SW PIC X VALUE "N".
               88  APRM-REJECTED VALUE "Y".
           05  TRX-VALID-SW   PIC X VALUE "Y".
               88  TRX-VALID  VALUE "Y".
           05  APR-FOUND-SW   PIC X VALUE "N".
               88  APR-FOUND  VALUE "Y".

      * the authorized users - same table ENTITY-MAINT loads.
       01  APR-AUTH-TABLE.
           05  APR-AUTH-ENTRY OCCURS 200 TIMES.
               10  APR-AUTH-USER-ID  PIC X(8).
               10  APR-AUTH-ROLE     PIC X(01).
       01  APR-AUTH-COUNT   PIC 9(3) VALUE ZERO.
       01  APR-AUTH-IDX     PIC 9(3).
       01  APR-USER-ROLE    PIC X(01).

      * the night's decisions, loaded ahead of the queue so each
      * queued item can look for its card. a card is used at most
      * once; one left unused at the end named no queued item.
       01  APR-DECK-TABLE.
           05  APR-DECK-ENTRY OCCURS 500 TIMES.
               10  APR-DK-DECISION    PIC X(01).
               10  APR-DK-ACTION      PIC X(01).
               10  APR-DK-ENTITY-ID   PIC X(10).
               10  APR-DK-QUEUED-DATE PIC 9(8).
               10  APR-DK-CHECKER-ID  PIC X(8).
               10  APR-DK-REMARK      PIC X(30).
               10  APR-DK-USED        PIC X(01).
       01  APR-DECK-COUNT   PIC 9(4) VALUE ZERO.
       01  APR-DECK-IDX     PIC 9(4).
       01  APR-CUR-CARD     PIC 9(4).

      * days an item may sit on the queue before it is alerted,
      * unless APPRPARM says otherwise.
       01  APR-MAX-WAIT     PIC 9(3) VALUE 3.
       01  APR-WAIT-DAYS    PIC S9(8).
       01  APR-WAIT-DISPLAY PIC ZZZZ9.

       01  APR-COUNTS.
           05  APR-CARD-COUNT      PIC 9(5) VALUE ZERO.
           05  APR-CARD-REJ-COUNT  PIC 9(5) VALUE ZERO.
           05  APR-READ-COUNT      PIC 9(5) VALUE ZERO.
           05  APR-APPROVED-COUNT  PIC 9(5) VALUE ZERO.
           05  APR-HELD-COUNT      PIC 9(5) VALUE ZERO.
           05  APR-REJECTED-COUNT  PIC 9(5) VALUE ZERO.
           05  APR-FAILED-COUNT    PIC 9(5) VALUE ZERO.
           05  APR-WAITING-COUNT   PIC 9(5) VALUE ZERO.
           05  APR-OVERDUE-COUNT   PIC 9(5) VALUE ZERO.

       01  APR-EDIT-MSG     PIC X(40).
       01  APR-AUD-RESULT   PIC X(8).
       01  APR-CHECKER-ID   PIC X(8).

      * the master record either side of the change, carried onto
      * the audit trail the same way ENTITY-MAINT carries it.
       01  APR-BEFORE-IMAGE PIC X(90).
       01  APR-AFTER-IMAGE  PIC X(90).

      * alert interface, same contract as COBOL-AGE's WRITE-ALERT.
       01  ALERT-SEVERITY   PIC X(01).
       01  ALERT-EVENT      PIC X(8).
       01  ALERT-ENTITY     PIC X(10).
       01  ALERT-MSG        PIC X(60).

      * approval report print control - a fresh heading every
      * PAGE-LINE-LIMIT detail lines.
       01  APPR-PAGE-COUNT  PIC 9(4) VALUE ZERO.
       01  APPR-LINE-COUNT  PIC 9(3) VALUE 99.
       01  PAGE-LINE-LIMIT  PIC 9(3) VALUE 55.

       01  APPR-HEADING-1.
           05  FILLER          PIC X(31)
               VALUE "APPROVAL QUEUE REPORT          ".
           05  FILLER          PIC X(09) VALUE "RUN DATE ".
           05  APH-RUN-DATE    PIC 9(8).
           05  FILLER          PIC X(36) VALUE SPACES.
           05  FILLER          PIC X(05) VALUE "PAGE ".
           05  APH-PAGE        PIC ZZZ9.
       01  APPR-HEADING-2.
           05  FILLER  PIC X(34)
               VALUE "ACT  ENTITY      QUEUED    REASON ".
           05  FILLER  PIC X(34)
               VALUE "   KEYED-BY  CHECKER   DISPOSITION".
       01  APPR-DETAIL-LINE.
           05  APD-ACTION      PIC X(01).
           05  FILLER          PIC X(04) VALUE SPACES.
           05  APD-ENTITY-ID   PIC X(10).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  APD-QUEUED-DATE PIC 9(8).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  APD-REASON      PIC X(8).
           05  FILLER          PIC X(03) VALUE SPACES.
           05  APD-USER-ID     PIC X(8).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  APD-CHECKER-ID  PIC X(8).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  APD-DISPOSITION PIC X(40).

      * the step's start and end stamps, for the step log.
       01  STEP-START-DATA.
           05  STEP-START-DATE  PIC 9(8).
           05  STEP-START-TIME.
               10  STEP-START-HH  PIC 99.
               10  STEP-START-MM  PIC 99.
               10  STEP-START-SS  PIC 99.
           05  FILLER           PIC X(07).
       01  STEP-END-DATA.
           05  STEP-END-DATE    PIC 9(8).
           05  STEP-END-TIME.
               10  STEP-END-HH    PIC 99.
               10  STEP-END-MM    PIC 99.
               10  STEP-END-SS    PIC 99.
           05  FILLER           PIC X(07).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO STEP-START-DATA
           PERFORM GET-CURRENT-DATE
           PERFORM READ-APPROVAL-PARMS
           IF APRM-REJECTED
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               GOBACK
           END-IF
           PERFORM LOAD-AUTH-USERS
           PERFORM OPEN-APPROVAL-FILES
           PERFORM LOAD-APPROVAL-DECK
           PERFORM PROCESS-ONE-QUEUED-ITEM UNTIL APPQ-EOF
           PERFORM REPORT-UNUSED-CARD
               VARYING APR-DECK-IDX FROM 1 BY 1
               UNTIL APR-DECK-IDX > APR-DECK-COUNT
           PERFORM CLOSE-APPROVAL-FILES
           PERFORM DISPLAY-APPROVAL-TOTALS
           EVALUATE TRUE
               WHEN APR-CARD-REJ-COUNT > ZERO
                       OR APR-FAILED-COUNT > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN APR-OVERDUE-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE
           PERFORM WRITE-STEP-LOG
           GOBACK.

       GET-CURRENT-DATE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA
           COMPUTE CURR-DATE-NUMERIC =
               CURR-YEAR * 10000 + CURR-MONTH * 100 + CURR-DAY
           COMPUTE CURR-TIME-NUMERIC =
               CURR-HOURS * 10000 + CURR-MINUTES * 100 + CURR-SECONDS.

       READ-APPROVAL-PARMS.
           OPEN INPUT APPROVAL-PARM-FILE
           IF APRM-FILE-OK
               PERFORM PROCESS-ONE-APPROVAL-PARM UNTIL APRM-EOF
               CLOSE APPROVAL-PARM-FILE
           END-IF.

       PROCESS-ONE-APPROVAL-PARM.
           READ APPROVAL-PARM-FILE
               AT END
                   SET APRM-EOF TO TRUE
           END-READ
           IF NOT APRM-EOF
               EVALUATE APRM-KEYWORD
                   WHEN "MAXWAIT"
                       IF APRM-VALUE(1:3) IS NUMERIC
                           MOVE APRM-VALUE(1:3) TO APR-MAX-WAIT
                       ELSE
                           DISPLAY "BAD MAXWAIT VALUE - RUN REFUSED: "
                               FUNCTION TRIM(APRM-VALUE)
                           SET APRM-REJECTED TO TRUE
                       END-IF
                   WHEN SPACES
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "UNKNOWN APPRPARM KEYWORD IGNORED: "
                           FUNCTION TRIM(APRM-KEYWORD)
               END-EVALUATE
           END-IF.

      * with no user table nobody can be shown to be a checker, so
      * nothing could be approved - the run is refused.
       LOAD-AUTH-USERS.
           OPEN INPUT AUTH-USER-FILE
           IF NOT AUTH-FILE-OK
               DISPLAY "APPR-RELEASE: CANNOT OPEN AUTHUSER, STATUS "
                   AUTH-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               GOBACK
           END-IF
           PERFORM LOAD-ONE-AUTH-USER UNTIL AUTH-EOF
           CLOSE AUTH-USER-FILE.

       LOAD-ONE-AUTH-USER.
           READ AUTH-USER-FILE
               AT END
                   SET AUTH-EOF TO TRUE
           END-READ
           IF NOT AUTH-EOF AND AUTH-USER-ID NOT = SPACES
               IF APR-AUTH-COUNT < 200
                   ADD 1 TO APR-AUTH-COUNT
                   MOVE AUTH-USER-ID TO APR-AUTH-USER-ID(APR-AUTH-COUNT)
                   MOVE AUTH-ROLE TO APR-AUTH-ROLE(APR-AUTH-COUNT)
               ELSE
                   DISPLAY "APPR-RELEASE: AUTHUSER LIMITED TO FIRST"
                       " 200 USERS - " AUTH-USER-ID " NOT LOADED"
               END-IF
           END-IF.

      * no queue at all is a clean empty run - nothing was ever
      * queued. anything else that will not open refuses the run the
      * way PEND-RELEASE refuses its own inputs.
       OPEN-APPROVAL-FILES.
           OPEN INPUT APPROVAL-QUEUE-FILE
           IF APPQ-FILE-NOT-FOUND
               DISPLAY "APPR-RELEASE: NO APPROVAL QUEUE - NOTHING"
                   " TO DECIDE"
               SET APPQ-EOF TO TRUE
           ELSE
               IF NOT APPQ-FILE-OK
                   DISPLAY "APPR-RELEASE: CANNOT OPEN APPRQUE,"
                       " STATUS " APPQ-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   PERFORM WRITE-STEP-LOG
                   GOBACK
               END-IF
               SET APPQ-OPENED TO TRUE
           END-IF
      * the carried-forward copy is the only copy of an undecided
      * item once ops does the APPROUT rename - refuse the run
      * rather than lose one.
           OPEN OUTPUT APPROVAL-OUT-FILE
           IF NOT AOUT-FILE-OK
               DISPLAY "APPR-RELEASE: CANNOT OPEN APPROUT, STATUS "
                   AOUT-FILE-STATUS
               IF APPQ-OPENED
                   CLOSE APPROVAL-QUEUE-FILE
               END-IF
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               GOBACK
           END-IF
           OPEN I-O ENTITY-MASTER-FILE
           IF NOT ENT-FILE-OK
               DISPLAY "APPR-RELEASE: CANNOT OPEN ENTMAST, STATUS "
                   ENT-FILE-STATUS
               IF APPQ-OPENED
                   CLOSE APPROVAL-QUEUE-FILE
               END-IF
               CLOSE APPROVAL-OUT-FILE
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               GOBACK
           END-IF
      * same rule as ENTITY-MAINT - an approval applied with no
      * trail is worse than no run at all.
           OPEN EXTEND AUDIT-FILE
           IF AUD-FILE-NOT-FOUND
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF NOT AUD-FILE-OK
               DISPLAY "APPR-RELEASE: CANNOT OPEN AUDITFIL, STATUS "
                   AUD-FILE-STATUS
               IF APPQ-OPENED
                   CLOSE APPROVAL-QUEUE-FILE
               END-IF
               CLOSE APPROVAL-OUT-FILE
               CLOSE ENTITY-MASTER-FILE
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               GOBACK
           END-IF
           OPEN OUTPUT APPROVAL-REPORT-FILE
           IF NOT ARPT-FILE-OK
               DISPLAY "APPR-RELEASE: CANNOT OPEN APPRRPT, STATUS "
                   ARPT-FILE-STATUS
               IF APPQ-OPENED
                   CLOSE APPROVAL-QUEUE-FILE
               END-IF
               CLOSE APPROVAL-OUT-FILE
               CLOSE ENTITY-MASTER-FILE
               CLOSE AUDIT-FILE
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               GOBACK
           END-IF.

       CLOSE-APPROVAL-FILES.
           IF APPQ-OPENED
               CLOSE APPROVAL-QUEUE-FILE
           END-IF
           CLOSE APPROVAL-OUT-FILE
           CLOSE ENTITY-MASTER-FILE
           CLOSE AUDIT-FILE
           CLOSE APPROVAL-REPORT-FILE.

      * no deck is an ordinary night - nobody decided anything, the
      * queue is carried forward and aged.
       LOAD-APPROVAL-DECK.
           OPEN INPUT APPROVAL-DECK-FILE
           IF APRD-FILE-OK
               PERFORM LOAD-ONE-DECISION UNTIL APRD-EOF
               CLOSE APPROVAL-DECK-FILE
           ELSE
               IF NOT APRD-FILE-NOT-FOUND
                   DISPLAY "APPR-RELEASE: CANNOT OPEN APPRDECK, STATUS "
                       APRD-FILE-STATUS " - NO DECISIONS TAKEN"
                   ADD 1 TO APR-CARD-REJ-COUNT
               END-IF
           END-IF.

      * a card is only taken if its decision code is known and its
      * checker is on the table with a role that may approve - the
      * one rule a card cannot be checked against here is that the
      * checker is not the keyer, which needs the queued item.
       LOAD-ONE-DECISION.
           READ APPROVAL-DECK-FILE
               AT END
                   SET APRD-EOF TO TRUE
           END-READ
           IF NOT APRD-EOF AND APRD-RECORD NOT = SPACES
               ADD 1 TO APR-CARD-COUNT
               MOVE APRD-CHECKER-ID TO APR-CHECKER-ID
               PERFORM FIND-AUTH-USER
               EVALUATE TRUE
                   WHEN NOT APRD-APPROVE AND NOT APRD-REJECT
                       MOVE "UNKNOWN DECISION CODE" TO APR-EDIT-MSG
                       PERFORM REJECT-DECISION-CARD
                   WHEN NOT APR-FOUND
                       MOVE "CHECKER NOT ON AUTHORIZED-USER TABLE"
                           TO APR-EDIT-MSG
                       PERFORM REJECT-DECISION-CARD
                   WHEN APR-USER-ROLE NOT = "C"
                           AND APR-USER-ROLE NOT = "B"
                       MOVE "USER NOT AUTHORIZED TO APPROVE"
                           TO APR-EDIT-MSG
                       PERFORM REJECT-DECISION-CARD
                   WHEN APR-DECK-COUNT NOT < 500
                       MOVE "DECK LIMITED TO 500 CARDS - RESUBMIT"
                           TO APR-EDIT-MSG
                       PERFORM REJECT-DECISION-CARD
                   WHEN OTHER
                       ADD 1 TO APR-DECK-COUNT
                       MOVE APRD-DECISION
                           TO APR-DK-DECISION(APR-DECK-COUNT)
                       MOVE APRD-ACTION TO APR-DK-ACTION(APR-DECK-COUNT)
                       MOVE APRD-ENTITY-ID
                           TO APR-DK-ENTITY-ID(APR-DECK-COUNT)
                       MOVE APRD-QUEUED-DATE
                           TO APR-DK-QUEUED-DATE(APR-DECK-COUNT)
                       MOVE APRD-CHECKER-ID
                           TO APR-DK-CHECKER-ID(APR-DECK-COUNT)
                       MOVE APRD-REMARK TO APR-DK-REMARK(APR-DECK-COUNT)
                       MOVE "N" TO APR-DK-USED(APR-DECK-COUNT)
               END-EVALUATE
           END-IF.

       REJECT-DECISION-CARD.
           ADD 1 TO APR-CARD-REJ-COUNT
           DISPLAY "APPR-RELEASE CARD REJECT: " APRD-ENTITY-ID " - "
               FUNCTION TRIM(APR-EDIT-MSG)
           MOVE APRD-ACTION TO APD-ACTION
           MOVE APRD-ENTITY-ID TO APD-ENTITY-ID
           MOVE APRD-QUEUED-DATE TO APD-QUEUED-DATE
           MOVE SPACES TO APD-REASON
           MOVE SPACES TO APD-USER-ID
           MOVE APRD-CHECKER-ID TO APD-CHECKER-ID
           MOVE SPACES TO APD-DISPOSITION
           STRING "CARD REJECTED - " DELIMITED BY SIZE
                  APR-EDIT-MSG DELIMITED BY SIZE
                  INTO APD-DISPOSITION
           PERFORM WRITE-APPR-DETAIL.

       FIND-AUTH-USER.
           MOVE "N" TO APR-FOUND-SW
           MOVE SPACE TO APR-USER-ROLE
           PERFORM CHECK-ONE-AUTH-USER
               VARYING APR-AUTH-IDX FROM 1 BY 1
               UNTIL APR-AUTH-IDX > APR-AUTH-COUNT OR APR-FOUND.

       CHECK-ONE-AUTH-USER.
           IF APR-AUTH-USER-ID(APR-AUTH-IDX) = APR-CHECKER-ID
               SET APR-FOUND TO TRUE
               MOVE APR-AUTH-ROLE(APR-AUTH-IDX) TO APR-USER-ROLE
           END-IF.

       PROCESS-ONE-QUEUED-ITEM.
           READ APPROVAL-QUEUE-FILE
               AT END
                   SET APPQ-EOF TO TRUE
           END-READ
           IF NOT APPQ-EOF
               ADD 1 TO APR-READ-COUNT
               MOVE APPQ-TRX-IMAGE TO TRX-RECORD
               MOVE SPACES TO APR-CHECKER-ID
               PERFORM FIND-DECISION-CARD
               IF APR-FOUND
                   PERFORM DECIDE-QUEUED-ITEM
               ELSE
                   PERFORM CARRY-QUEUED-FORWARD
               END-IF
           END-IF.

       FIND-DECISION-CARD.
           MOVE "N" TO APR-FOUND-SW
           PERFORM CHECK-ONE-DECISION-CARD
               VARYING APR-DECK-IDX FROM 1 BY 1
               UNTIL APR-DECK-IDX > APR-DECK-COUNT OR APR-FOUND.

       CHECK-ONE-DECISION-CARD.
           IF APR-DK-USED(APR-DECK-IDX) = "N"
                   AND APR-DK-ENTITY-ID(APR-DECK-IDX) = TRX-ENTITY-ID
                   AND APR-DK-ACTION(APR-DECK-IDX) = TRX-ACTION
                   AND APR-DK-QUEUED-DATE(APR-DECK-IDX) =
                       APPQ-QUEUED-DATE
               SET APR-FOUND TO TRUE
               MOVE APR-DECK-IDX TO APR-CUR-CARD
               MOVE "Y" TO APR-DK-USED(APR-DECK-IDX)
           END-IF.

      * the second-user rule - a checker may never decide an item
      * they keyed. the card is thrown out and the item stays on the
      * queue for somebody else.
       DECIDE-QUEUED-ITEM.
           MOVE APR-DK-CHECKER-ID(APR-CUR-CARD) TO APR-CHECKER-ID
           IF APR-CHECKER-ID = TRX-USER-ID
               ADD 1 TO APR-CARD-REJ-COUNT
               DISPLAY "APPR-RELEASE CARD REJECT: " TRX-ENTITY-ID
                   " - CHECKER IS THE KEYER"
               MOVE "CARD REJECTED - CHECKER IS THE KEYER"
                   TO APD-DISPOSITION
               PERFORM WRITE-QUEUE-DETAIL
               MOVE SPACES TO APR-CHECKER-ID
               PERFORM CARRY-QUEUED-FORWARD
           ELSE
               IF APR-DK-DECISION(APR-CUR-CARD) = "A"
                   PERFORM APPROVE-QUEUED-ITEM
               ELSE
                   PERFORM REJECT-QUEUED-ITEM
               END-IF
           END-IF.

      * an undecided item goes forward; one that has waited past
      * MAXWAIT days is alerted every night until somebody acts.
       CARRY-QUEUED-FORWARD.
           ADD 1 TO APR-WAITING-COUNT
           MOVE APPQ-RECORD TO AOUT-RECORD
           WRITE AOUT-RECORD
           COMPUTE APR-WAIT-DAYS =
               FUNCTION INTEGER-OF-DATE(CURR-DATE-NUMERIC) -
               FUNCTION INTEGER-OF-DATE(APPQ-QUEUED-DATE)
           MOVE APR-WAIT-DAYS TO APR-WAIT-DISPLAY
           IF APR-WAIT-DAYS > APR-MAX-WAIT
               ADD 1 TO APR-OVERDUE-COUNT
               MOVE "W" TO ALERT-SEVERITY
               MOVE "APPRWAIT" TO ALERT-EVENT
               MOVE TRX-ENTITY-ID TO ALERT-ENTITY
               MOVE SPACES TO ALERT-MSG
               STRING APPQ-REASON DELIMITED BY SPACE
                      " KEYED BY " DELIMITED BY SIZE
                      TRX-USER-ID DELIMITED BY SPACE
                      " WAITING " DELIMITED BY SIZE
                      FUNCTION TRIM(APR-WAIT-DISPLAY)
                          DELIMITED BY SIZE
                      " DAYS FOR APPROVAL" DELIMITED BY SIZE
                      INTO ALERT-MSG
               PERFORM WRITE-ALERT
               MOVE SPACES TO APD-DISPOSITION
               STRING "OVERDUE - WAITING " DELIMITED BY SIZE
                      FUNCTION TRIM(APR-WAIT-DISPLAY)
                          DELIMITED BY SIZE
                      " DAYS" DELIMITED BY SIZE
                      INTO APD-DISPOSITION
           ELSE
               MOVE "AWAITING APPROVAL" TO APD-DISPOSITION
           END-IF
           PERFORM WRITE-QUEUE-DETAIL.

      * approved - applied against the master exactly the way
      * ENTITY-MAINT would have, or handed to PEND-RELEASE when its
      * effective date is still to come. a master that refuses it
      * (the entity went away in the meantime) rejects and drops it.
       APPROVE-QUEUED-ITEM.
           SET TRX-VALID TO TRUE
           MOVE SPACES TO APR-EDIT-MSG
           MOVE SPACES TO APR-BEFORE-IMAGE
           MOVE SPACES TO APR-AFTER-IMAGE
           IF TRX-EFF-DATE > CURR-DATE-NUMERIC
               PERFORM HOLD-APPROVED-ITEM
           ELSE
               EVALUATE TRUE
                   WHEN TRX-ADD
                       PERFORM APPROVE-ADD
                   WHEN TRX-CHANGE
                       PERFORM APPROVE-CHANGE
                   WHEN TRX-DELETE
                       PERFORM APPROVE-DELETE
                   WHEN OTHER
                       MOVE "N" TO TRX-VALID-SW
                       MOVE "UNKNOWN ACTION CODE" TO APR-EDIT-MSG
               END-EVALUATE
               IF TRX-VALID
                   ADD 1 TO APR-APPROVED-COUNT
                   MOVE "APPROVED" TO APR-AUD-RESULT
                   MOVE APR-DK-REMARK(APR-CUR-CARD) TO APR-EDIT-MSG
                   PERFORM WRITE-AUDIT-RECORD
                   MOVE "APPROVED AND APPLIED" TO APD-DISPOSITION
               ELSE
                   ADD 1 TO APR-FAILED-COUNT
                   MOVE "REJECTED" TO APR-AUD-RESULT
                   DISPLAY "APPR-RELEASE REJECT: " TRX-ENTITY-ID " - "
                       FUNCTION TRIM(APR-EDIT-MSG)
                   PERFORM WRITE-AUDIT-RECORD
                   MOVE SPACES TO APD-DISPOSITION
                   STRING "APPROVED, NOT APPLIED - " DELIMITED BY SIZE
                          APR-EDIT-MSG DELIMITED BY SIZE
                          INTO APD-DISPOSITION
               END-IF
           END-IF
           PERFORM WRITE-QUEUE-DETAIL.

      * same hold ENTITY-MAINT does for a future-dated change - the
      * trail says HELD, with the checker, and PEND-RELEASE applies
      * it the day the date lands. the checker's id and the master
      * as it was approved go on the held record, so PEND-RELEASE
      * can carry the checker onto its trail and tell an approval
      * that still stands from one the master has since overtaken.
      * a pending dataset that will not open leaves the item on the
      * queue for tomorrow's deck.
       HOLD-APPROVED-ITEM.
           OPEN EXTEND PENDING-FILE
           IF PEND-FILE-NOT-FOUND
               OPEN OUTPUT PENDING-FILE
           END-IF
           IF PEND-FILE-OK
               MOVE SPACES TO PEND-RECORD
               MOVE CURR-DATE-NUMERIC TO PEND-HELD-DATE
               MOVE TRX-RECORD TO PEND-TRX-IMAGE
               MOVE APR-CHECKER-ID TO PEND-CHECKER-ID
               MOVE TRX-ENTITY-ID TO ENT-ENTITY-ID
               READ ENTITY-MASTER-FILE
                   INVALID KEY
                       MOVE SPACES TO PEND-APPROVED-IMAGE
                   NOT INVALID KEY
                       MOVE ENT-RECORD TO PEND-APPROVED-IMAGE
               END-READ
               WRITE PEND-RECORD
               CLOSE PENDING-FILE
               ADD 1 TO APR-HELD-COUNT
               MOVE SPACES TO APR-EDIT-MSG
               STRING "APPROVED - HELD UNTIL " DELIMITED BY SIZE
                      TRX-EFF-DATE DELIMITED BY SIZE
                      INTO APR-EDIT-MSG
               MOVE "HELD" TO APR-AUD-RESULT
               PERFORM WRITE-AUDIT-RECORD
               MOVE APR-EDIT-MSG TO APD-DISPOSITION
           ELSE
               DISPLAY "APPR-RELEASE: CANNOT OPEN PENDFILE, STATUS "
                   PEND-FILE-STATUS
               ADD 1 TO APR-FAILED-COUNT
               ADD 1 TO APR-WAITING-COUNT
               MOVE APPQ-RECORD TO AOUT-RECORD
               WRITE AOUT-RECORD
               MOVE "PENDFILE UNAVAILABLE - LEFT ON QUEUE"
                   TO APD-DISPOSITION
           END-IF.

       APPROVE-ADD.
           MOVE SPACES TO ENT-RECORD
           MOVE TRX-ENTITY-ID TO ENT-ENTITY-ID
           PERFORM MOVE-TRX-TO-MASTER
           MOVE ENT-RECORD TO APR-AFTER-IMAGE
           WRITE ENT-RECORD
               INVALID KEY
                   MOVE "N" TO TRX-VALID-SW
                   MOVE "ENTITY ALREADY ON MASTER" TO APR-EDIT-MSG
           END-WRITE.

       APPROVE-CHANGE.
           MOVE TRX-ENTITY-ID TO ENT-ENTITY-ID
           READ ENTITY-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO TRX-VALID-SW
                   MOVE "ENTITY NOT ON MASTER" TO APR-EDIT-MSG
           END-READ
           IF TRX-VALID
               MOVE ENT-RECORD TO APR-BEFORE-IMAGE
               PERFORM MOVE-TRX-TO-MASTER
               MOVE ENT-RECORD TO APR-AFTER-IMAGE
               REWRITE ENT-RECORD
                   INVALID KEY
                       MOVE "N" TO TRX-VALID-SW
                       MOVE "REWRITE FAILED" TO APR-EDIT-MSG
               END-REWRITE
           END-IF.

      * read-before-delete keeps the last image of what the delete
      * removed, the same as ENTITY-MAINT's own delete path.
       APPROVE-DELETE.
           MOVE TRX-ENTITY-ID TO ENT-ENTITY-ID
           READ ENTITY-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO TRX-VALID-SW
                   MOVE "ENTITY NOT ON MASTER" TO APR-EDIT-MSG
           END-READ
           IF TRX-VALID
               MOVE ENT-RECORD TO APR-BEFORE-IMAGE
               DELETE ENTITY-MASTER-FILE
                   INVALID KEY
                       MOVE "N" TO TRX-VALID-SW
                       MOVE "ENTITY NOT ON MASTER" TO APR-EDIT-MSG
               END-DELETE
           END-IF.

      * same field carry as ENTITY-MAINT's MOVE-TRX-TO-MASTER - a
      * blank status defaults a new entity to active but leaves an
      * existing entity's status alone, and a status of "I"
      * stamps the closure as of the effective date. an item keyed
      * with no effective date takes the day it was keyed and
      * queued, not the day it was approved - ENTITY-MAINT would
      * have dated it that day had it needed no approval.
       MOVE-TRX-TO-MASTER.
           MOVE TRX-ENTITY-NAME TO ENT-ENTITY-NAME
           MOVE TRX-BIRTH-YEAR  TO ENT-BIRTH-YEAR
           MOVE TRX-BIRTH-MONTH TO ENT-BIRTH-MONTH
           MOVE TRX-BIRTH-DAY   TO ENT-BIRTH-DAY
           IF TRX-STATUS = SPACE
               IF TRX-ADD
                   MOVE "A" TO ENT-STATUS
               END-IF
           ELSE
               MOVE TRX-STATUS TO ENT-STATUS
           END-IF
           IF TRX-EFF-DATE = ZERO
               MOVE APPQ-QUEUED-DATE TO ENT-EFF-DATE
           ELSE
               MOVE TRX-EFF-DATE TO ENT-EFF-DATE
           END-IF
           IF TRX-ORG-UNIT NOT = SPACES OR TRX-ADD
               MOVE TRX-ORG-UNIT TO ENT-ORG-UNIT
           END-IF
           IF TRX-NOTICE-SUPPRESS NOT = SPACE OR TRX-ADD
               MOVE TRX-NOTICE-SUPPRESS TO ENT-NOTICE-SUPPRESS
           END-IF
           EVALUATE TRUE
               WHEN TRX-STATUS = "I"
                   MOVE ENT-EFF-DATE TO ENT-CLOSE-DATE
                   MOVE TRX-CLOSE-REASON TO ENT-CLOSE-REASON
               WHEN ENT-ACTIVE
                   MOVE ZERO TO ENT-CLOSE-DATE
                   MOVE SPACES TO ENT-CLOSE-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE CURR-DATE-NUMERIC TO ENT-LAST-MAINT-DATE
           MOVE TRX-USER-ID TO ENT-LAST-MAINT-USER.

      * rejected by the checker - trailed with both ids and the
      * checker's remark, and dropped from the queue.
       REJECT-QUEUED-ITEM.
           ADD 1 TO APR-REJECTED-COUNT
           MOVE SPACES TO APR-BEFORE-IMAGE
           MOVE SPACES TO APR-AFTER-IMAGE
           MOVE SPACES TO APR-EDIT-MSG
           STRING "DECLINED: " DELIMITED BY SIZE
                  APR-DK-REMARK(APR-CUR-CARD) DELIMITED BY SIZE
                  INTO APR-EDIT-MSG
           MOVE "REJECTED" TO APR-AUD-RESULT
           PERFORM WRITE-AUDIT-RECORD
           MOVE APR-EDIT-MSG TO APD-DISPOSITION
           PERFORM WRITE-QUEUE-DETAIL.

      * the keyer stays the user of record; the checker goes
      * alongside.
       WRITE-AUDIT-RECORD.
           IF AUD-FILE-OK
               MOVE SPACES TO AUD-RECORD
               MOVE APR-AUD-RESULT TO AUD-RESULT
               MOVE CURR-DATE-NUMERIC TO AUD-RUN-DATE
               MOVE CURR-TIME-NUMERIC TO AUD-RUN-TIME
               MOVE TRX-USER-ID TO AUD-USER-ID
               MOVE APR-CHECKER-ID TO AUD-CHECKER-ID
               MOVE TRX-ACTION TO AUD-ACTION
               MOVE TRX-ENTITY-ID TO AUD-ENTITY-ID
               MOVE APR-EDIT-MSG TO AUD-MESSAGE
               MOVE APR-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
               MOVE APR-AFTER-IMAGE TO AUD-AFTER-IMAGE
               WRITE AUD-RECORD
           END-IF.

      * a card that matched no queued item - mis-keyed, or the item
      * was already decided - is reported so the checker can look.
       REPORT-UNUSED-CARD.
           IF APR-DK-USED(APR-DECK-IDX) = "N"
               ADD 1 TO APR-CARD-REJ-COUNT
               DISPLAY "APPR-RELEASE CARD REJECT: "
                   APR-DK-ENTITY-ID(APR-DECK-IDX)
                   " - NO SUCH ITEM ON THE QUEUE"
               MOVE APR-DK-ACTION(APR-DECK-IDX) TO APD-ACTION
               MOVE APR-DK-ENTITY-ID(APR-DECK-IDX) TO APD-ENTITY-ID
               MOVE APR-DK-QUEUED-DATE(APR-DECK-IDX) TO APD-QUEUED-DATE
               MOVE SPACES TO APD-REASON
               MOVE SPACES TO APD-USER-ID
               MOVE APR-DK-CHECKER-ID(APR-DECK-IDX) TO APD-CHECKER-ID
               MOVE "CARD REJECTED - NO SUCH ITEM ON THE QUEUE"
                   TO APD-DISPOSITION
               PERFORM WRITE-APPR-DETAIL
           END-IF.

       WRITE-QUEUE-DETAIL.
           MOVE TRX-ACTION TO APD-ACTION
           MOVE TRX-ENTITY-ID TO APD-ENTITY-ID
           MOVE APPQ-QUEUED-DATE TO APD-QUEUED-DATE
           MOVE APPQ-REASON TO APD-REASON
           MOVE TRX-USER-ID TO APD-USER-ID
           MOVE APR-CHECKER-ID TO APD-CHECKER-ID
           PERFORM WRITE-APPR-DETAIL.

       WRITE-APPR-DETAIL.
           PERFORM CHECK-APPR-PAGE
           IF ARPT-FILE-OK
               MOVE APPR-DETAIL-LINE TO APPR-PRINT-LINE
               WRITE APPR-PRINT-LINE
               ADD 1 TO APPR-LINE-COUNT
           END-IF.

       CHECK-APPR-PAGE.
           IF APPR-LINE-COUNT > PAGE-LINE-LIMIT
               PERFORM WRITE-APPR-HEADINGS
           END-IF.

       WRITE-APPR-HEADINGS.
           IF ARPT-FILE-OK
               ADD 1 TO APPR-PAGE-COUNT
               MOVE CURR-DATE-NUMERIC TO APH-RUN-DATE
               MOVE APPR-PAGE-COUNT TO APH-PAGE
               MOVE APPR-HEADING-1 TO APPR-PRINT-LINE
               WRITE APPR-PRINT-LINE
               MOVE APPR-HEADING-2 TO APPR-PRINT-LINE
               WRITE APPR-PRINT-LINE
               MOVE SPACES TO APPR-PRINT-LINE
               WRITE APPR-PRINT-LINE
               MOVE 3 TO APPR-LINE-COUNT
           END-IF.

      * COBOL-AGE's WRITE-ALERT - the alert dataset failing falls
      * back to SYSOUT rather than stopping the run.
       WRITE-ALERT.
           OPEN EXTEND ALERT-FILE
           IF ALRT-FILE-NOT-FOUND
               OPEN OUTPUT ALERT-FILE
           END-IF
           IF ALRT-FILE-OK
               MOVE SPACES TO ALRT-RECORD
               MOVE CURR-DATE-NUMERIC TO ALRT-RUN-DATE
               MOVE ALERT-SEVERITY TO ALRT-SEVERITY
               MOVE ALERT-EVENT TO ALRT-EVENT-TYPE
               MOVE ALERT-ENTITY TO ALRT-ENTITY-ID
               MOVE ALERT-MSG TO ALRT-MESSAGE
               WRITE ALRT-RECORD
               CLOSE ALERT-FILE
           ELSE
               DISPLAY "ALRTFILE UNAVAILABLE (STATUS "
                   ALRT-FILE-STATUS ") - ALERT WAS: "
                   ALERT-SEVERITY " " ALERT-EVENT " "
                   FUNCTION TRIM(ALERT-MSG)
           END-IF.

       DISPLAY-APPROVAL-TOTALS.
           DISPLAY "APPR-RELEASE DECISION CARDS:   " APR-CARD-COUNT
           DISPLAY "APPR-RELEASE CARDS REJECTED:   " APR-CARD-REJ-COUNT
           DISPLAY "APPR-RELEASE ITEMS READ:       " APR-READ-COUNT
           DISPLAY "APPR-RELEASE ITEMS APPROVED:   " APR-APPROVED-COUNT
           DISPLAY "APPR-RELEASE APPROVED, HELD:   " APR-HELD-COUNT
           DISPLAY "APPR-RELEASE ITEMS REJECTED:   " APR-REJECTED-COUNT
           DISPLAY "APPR-RELEASE APPROVED, FAILED: " APR-FAILED-COUNT
           DISPLAY "APPR-RELEASE ITEMS WAITING:    " APR-WAITING-COUNT
           DISPLAY "APPR-RELEASE ITEMS OVERDUE:    " APR-OVERDUE-COUNT.

      * appends the step's record to the step log as the program
      * ends - refused and failed runs too, so a step that came up
      * and stopped is told apart from one that never ran. a step
      * log that will not open is reported and the step's own
      * result stands.
       WRITE-STEP-LOG.
           MOVE FUNCTION CURRENT-DATE TO STEP-END-DATA
           OPEN EXTEND STEP-LOG-FILE
           IF SLOG-FILE-NOT-FOUND
               OPEN OUTPUT STEP-LOG-FILE
           END-IF
           IF SLOG-FILE-OK
               MOVE SPACES TO SLOG-RECORD
               MOVE "APPR-RELEASE" TO SLOG-PROGRAM-ID
               MOVE STEP-START-DATE TO SLOG-RUN-DATE
               MOVE STEP-START-TIME TO SLOG-START-TIME
               MOVE STEP-END-DATE TO SLOG-END-DATE
               MOVE STEP-END-TIME TO SLOG-END-TIME
               COMPUTE SLOG-ELAPSED-SECS =
                   (FUNCTION INTEGER-OF-DATE(STEP-END-DATE) -
                    FUNCTION INTEGER-OF-DATE(STEP-START-DATE)) * 86400
                   + STEP-END-HH * 3600 + STEP-END-MM * 60
                   + STEP-END-SS - STEP-START-HH * 3600
                   - STEP-START-MM * 60 - STEP-START-SS
               MOVE APR-READ-COUNT TO SLOG-RECORDS-IN
               MOVE APR-APPROVED-COUNT TO SLOG-RECORDS-OUT
               MOVE RETURN-CODE TO SLOG-RETURN-CODE
               WRITE SLOG-RECORD
               CLOSE STEP-LOG-FILE
           ELSE
               DISPLAY "APPR-RELEASE: CANNOT OPEN STEPLOG, STATUS "
                   SLOG-FILE-STATUS " - STEP NOT LOGGED"
           END-IF.
