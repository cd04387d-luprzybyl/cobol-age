               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PEND-FILE-STATUS.

           SELECT AUTH-USER-FILE ASSIGN TO "AUTHUSER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUTH-FILE-STATUS.

           SELECT APPROVAL-QUEUE-FILE ASSIGN TO "APPRQUE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPQ-FILE-STATUS.

           SELECT STEP-LOG-FILE ASSIGN TO "STEPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * one add/change/delete per record - see
      * transactions whose effective date has not arrived wait
      * here - the original record image plus the date it was
      * keyed, so PEND-RELEASE can apply it unchanged (and with
      * the same audit trail) the day the date lands. the checker
      * and approved-image fields are only filled when APPR-RELEASE
      * holds an approved item - a hold from here leaves them blank.
       FD  PENDING-FILE.
       01  PEND-RECORD.
           05  PEND-HELD-DATE       PIC 9(8).
           05  FILLER               PIC X(02).
           05  PEND-TRX-IMAGE       PIC X(80).
           05  FILLER               PIC X(02).
           05  PEND-CHECKER-ID      PIC X(8).
           05  FILLER               PIC X(02).
           05  PEND-APPROVED-IMAGE  PIC X(90).

      * who may key maintenance - see copybooks/AUTHUSER-REC.cpy
      * for the layout, shared with APPR-RELEASE.
       FD  AUTH-USER-FILE.
           COPY "AUTHUSER-REC.cpy".

      * deletes, birth-date changes and inactivations wait here for
      * a second user - see copybooks/APPRQ-REC.cpy for the layout,
      * shared with APPR-RELEASE.
       FD  APPROVAL-QUEUE-FILE.
           COPY "APPRQ-REC.cpy".

      * the nightly step log - see copybooks/STEPLOG-REC.cpy for
      * the layout.
       FD  STEP-LOG-FILE.
           COPY "STEPLOG-REC.cpy".

       WORKING-STORAGE SECTION.
       01  CURRENT-DATE-DATA.
       01  PEND-FILE-STATUS PIC X(02).
           88  PEND-FILE-OK        VALUE "00".
           88  PEND-FILE-NOT-FOUND VALUE "35".
       01  AUTH-FILE-STATUS PIC X(02).
           88  AUTH-FILE-OK        VALUE "00".
       01  APPQ-FILE-STATUS PIC X(02).
           88  APPQ-FILE-OK        VALUE "00".
           88  APPQ-FILE-NOT-FOUND VALUE "35".
       01  SLOG-FILE-STATUS PIC X(02).
           88  SLOG-FILE-OK        VALUE "00".
           88  SLOG-FILE-NOT-FOUND VALUE "35".

       01  MNT-SWITCHES.
           05  TRX-EOF-SW     PIC X VALUE "N".
               88  TRX-EOF    VALUE "Y".
           05  TRX-VALID-SW   PIC X VALUE "Y".
               88  TRX-VALID  VALUE "Y".
           05  AUTH-EOF-SW    PIC X VALUE "N".
               88  AUTH-EOF   VALUE "Y".
           05  MNT-APPROVAL-SW PIC X VALUE "N".
               88  MNT-NEEDS-APPROVAL VALUE "Y".
           05  MNT-USER-FOUND-SW PIC X VALUE "N".
               88  MNT-USER-FOUND VALUE "Y".

      * the authorized users, loaded once - a linear scan, the
      * table is a few dozen names.
       01  MNT-AUTH-TABLE.
           05  MNT-AUTH-ENTRY OCCURS 200 TIMES.
               10  MNT-AUTH-USER-ID  PIC X(8).
               10  MNT-AUTH-ROLE     PIC X(01).
       01  MNT-AUTH-COUNT   PIC 9(3) VALUE ZERO.
       01  MNT-AUTH-IDX     PIC 9(3).
       01  MNT-USER-ROLE    PIC X(01).
       01  MNT-APPQ-REASON  PIC X(8).

      * run totals, displayed at end of job so the operator can
      * balance the deck against what was applied.
           05  MNT-APPLIED-COUNT  PIC 9(5) VALUE ZERO.
           05  MNT-REJECT-COUNT   PIC 9(5) VALUE ZERO.
           05  MNT-HELD-COUNT     PIC 9(5) VALUE ZERO.
           05  MNT-QUEUED-COUNT   PIC 9(5) VALUE ZERO.

       01  MNT-EDIT-MSG     PIC X(40).
       01  MNT-UNIT-LENGTH  PIC 9(2).
       01  MNT-AUD-RESULT   PIC X(8).
       01  MNT-BIRTH-DATE-NUMERIC PIC 9(8).

       01  MNT-BEFORE-IMAGE PIC X(90).
       01  MNT-AFTER-IMAGE  PIC X(90).

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
           PERFORM LOAD-AUTH-USERS
           PERFORM OPEN-MAINT-FILES
           PERFORM PROCESS-ONE-TRANSACTION UNTIL TRX-EOF
           PERFORM CLOSE-MAINT-FILES
           IF MNT-REJECT-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM WRITE-STEP-LOG
           GOBACK.

      * the master is opened I-O so adds, changes and deletes can
               DISPLAY "ENTITY-MAINT: CANNOT OPEN TRANFILE, STATUS "
                   TRX-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               GOBACK
           END-IF
           OPEN I-O ENTITY-MASTER-FILE
                   ENT-FILE-STATUS
               CLOSE TRANSACTION-FILE
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               GOBACK
           END-IF
      * the audit trail is the point of running maintenance
               CLOSE TRANSACTION-FILE
               CLOSE ENTITY-MASTER-FILE
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               GOBACK
           END-IF.

      * every transaction is checked against the authorized-user
      * table, so a run without it could only reject the whole
      * deck - refused instead, before anything is opened.
       LOAD-AUTH-USERS.
           OPEN INPUT AUTH-USER-FILE
           IF NOT AUTH-FILE-OK
               DISPLAY "ENTITY-MAINT: CANNOT OPEN AUTHUSER, STATUS "
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
               IF MNT-AUTH-COUNT < 200
                   ADD 1 TO MNT-AUTH-COUNT
                   MOVE AUTH-USER-ID TO MNT-AUTH-USER-ID(MNT-AUTH-COUNT)
                   MOVE AUTH-ROLE TO MNT-AUTH-ROLE(MNT-AUTH-COUNT)
               ELSE
                   DISPLAY "ENTITY-MAINT: AUTHUSER LIMITED TO FIRST"
                       " 200 USERS - " AUTH-USER-ID " NOT LOADED"
               END-IF
           END-IF.

       CLOSE-MAINT-FILES.
               MOVE SPACES TO MNT-AFTER-IMAGE
               PERFORM VALIDATE-TRANSACTION
               IF TRX-VALID
                   PERFORM CHECK-NEEDS-APPROVAL
      * a sensitive change waits for a second user whatever its
      * date - APPR-RELEASE applies or holds it once approved. an
      * effective date still in the future means the keyer wants
      * the change live on that date, not tonight - hold it on the
      * pending dataset for PEND-RELEASE instead of applying it.
                   EVALUATE TRUE
                       WHEN MNT-NEEDS-APPROVAL
                           PERFORM QUEUE-FOR-APPROVAL
                       WHEN TRX-EFF-DATE > CURR-DATE-NUMERIC
                           PERFORM HOLD-TRANSACTION
                       WHEN OTHER
                           PERFORM APPLY-TRANSACTION
                   END-EVALUATE
               ELSE
                   ADD 1 TO MNT-REJECT-COUNT
                   PERFORM WRITE-AUDIT-REJECT
                   MOVE "ENTITY ID IS BLANK" TO MNT-EDIT-MSG
               END-IF
           END-IF
      * the keyer has to be on the authorized-user table with a
      * role that lets them key - TRX-USER-ID is what the trail
      * and the approval queue both rely on.
           IF TRX-VALID
               PERFORM FIND-AUTH-USER
               IF NOT MNT-USER-FOUND
                   MOVE "N" TO TRX-VALID-SW
                   MOVE "USER NOT ON AUTHORIZED-USER TABLE"
                       TO MNT-EDIT-MSG
               ELSE
                   IF MNT-USER-ROLE NOT = "M" AND
                           MNT-USER-ROLE NOT = "B"
                       MOVE "N" TO TRX-VALID-SW
                       MOVE "USER NOT AUTHORIZED TO KEY MAINTENANCE"
                           TO MNT-EDIT-MSG
                   END-IF
               END-IF
           END-IF
           IF TRX-VALID AND NOT TRX-DELETE
      * a mis-keyed status letter would land on the master and
      * silently drop the entity from every nightly run.
           END-IF
           IF TRX-VALID AND NOT TRX-DELETE
               PERFORM VALIDATE-TRX-BIRTH-DATE
           END-IF
           IF TRX-VALID AND NOT TRX-DELETE
               PERFORM VALIDATE-TRX-CLOSURE
           END-IF
           IF TRX-VALID AND NOT TRX-DELETE
                   AND TRX-ORG-UNIT NOT = SPACES
               PERFORM VALIDATE-TRX-ORG-UNIT
           END-IF
      * anything but Y, N or blank in the notice flag would be
      * read as "send" by ANNIV-NOTICE - reject it at the door.
           IF TRX-VALID AND NOT TRX-DELETE
               IF TRX-NOTICE-SUPPRESS NOT = "Y"
                       AND TRX-NOTICE-SUPPRESS NOT = "N"
                       AND TRX-NOTICE-SUPPRESS NOT = SPACE
                   MOVE "N" TO TRX-VALID-SW
                   MOVE "BAD NOTICE SUPPRESS FLAG IN TRANSACTION"
                       TO MNT-EDIT-MSG
               END-IF
           END-IF.

      * the unit is a grouping key on POP-AGE's report - it has to
      * start in the first position and carry no embedded blanks,
      * or one unit prints as two. a leading asterisk is kept back
      * for the report's own total line.
       VALIDATE-TRX-ORG-UNIT.
           MOVE ZERO TO MNT-UNIT-LENGTH
           INSPECT TRX-ORG-UNIT TALLYING MNT-UNIT-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE
           EVALUATE TRUE
               WHEN TRX-ORG-UNIT(1:1) = SPACE
                   MOVE "N" TO TRX-VALID-SW
               WHEN TRX-ORG-UNIT(1:1) = "*"
                   MOVE "N" TO TRX-VALID-SW
               WHEN MNT-UNIT-LENGTH < 6
                   IF TRX-ORG-UNIT(MNT-UNIT-LENGTH + 1:) NOT = SPACES
                       MOVE "N" TO TRX-VALID-SW
                   END-IF
           END-EVALUATE
           IF NOT TRX-VALID
               MOVE "BAD ORG UNIT CODE IN TRANSACTION" TO MNT-EDIT-MSG
           END-IF.

      * a closure is keyed as status "I" with a reason, dated by
      * the transaction's effective date - the date the entity's
      * age is frozen at. it cannot fall before the entity was
      * born, and a reason on anything but a closure would be
      * silently lost.
       VALIDATE-TRX-CLOSURE.
           EVALUATE TRUE
               WHEN TRX-STATUS = "I" AND TRX-CLOSE-REASON = SPACES
                   MOVE "N" TO TRX-VALID-SW
                   MOVE "CLOSURE NEEDS A REASON CODE" TO MNT-EDIT-MSG
               WHEN TRX-STATUS NOT = "I"
                       AND TRX-CLOSE-REASON NOT = SPACES
                   MOVE "N" TO TRX-VALID-SW
                   MOVE "CLOSURE REASON WITHOUT STATUS I"
                       TO MNT-EDIT-MSG
               WHEN TRX-STATUS = "I" AND TRX-EFF-DATE NOT = ZERO
                       AND TRX-EFF-DATE < MNT-BIRTH-DATE-NUMERIC
                   MOVE "N" TO TRX-VALID-SW
                   MOVE "CLOSURE DATE BEFORE BIRTH DATE"
                       TO MNT-EDIT-MSG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       VALIDATE-TRX-BIRTH-DATE.
           IF TRX-BIRTH-MONTH < 1 OR TRX-BIRTH-MONTH > 12
               MOVE "N" TO TRX-VALID-SW
               END-IF
           END-IF.

       FIND-AUTH-USER.
           MOVE "N" TO MNT-USER-FOUND-SW
           MOVE SPACE TO MNT-USER-ROLE
           PERFORM CHECK-ONE-AUTH-USER
               VARYING MNT-AUTH-IDX FROM 1 BY 1
               UNTIL MNT-AUTH-IDX > MNT-AUTH-COUNT OR MNT-USER-FOUND.

       CHECK-ONE-AUTH-USER.
           IF MNT-AUTH-USER-ID(MNT-AUTH-IDX) = TRX-USER-ID
               SET MNT-USER-FOUND TO TRUE
               MOVE MNT-AUTH-ROLE(MNT-AUTH-IDX) TO MNT-USER-ROLE
           END-IF.

      * a delete, a change to the birth date, a change that sets
      * an active entity inactive, or a restamp of an existing
      * closure (which moves the entity's frozen age and when it is
      * archived) rewrites what every report says about the
      * entity, so it needs a second pair of eyes. the
      * master is read to see what the change would actually do -
      * an entity that is not there needs no approval, the apply
      * rejects it in the usual way.
       CHECK-NEEDS-APPROVAL.
           MOVE "N" TO MNT-APPROVAL-SW
           MOVE SPACES TO MNT-APPQ-REASON
           IF TRX-CHANGE OR TRX-DELETE
               MOVE TRX-ENTITY-ID TO ENT-ENTITY-ID
               READ ENTITY-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM CLASSIFY-SENSITIVE-CHANGE
               END-READ
           END-IF.

       CLASSIFY-SENSITIVE-CHANGE.
           EVALUATE TRUE
               WHEN TRX-DELETE
                   MOVE "DELETE" TO MNT-APPQ-REASON
               WHEN TRX-BIRTH-YEAR NOT = ENT-BIRTH-YEAR
                       OR TRX-BIRTH-MONTH NOT = ENT-BIRTH-MONTH
                       OR TRX-BIRTH-DAY NOT = ENT-BIRTH-DAY
                   MOVE "BIRTHDT" TO MNT-APPQ-REASON
               WHEN TRX-STATUS = "I" AND NOT ENT-INACTIVE
                   MOVE "INACTIVE" TO MNT-APPQ-REASON
               WHEN TRX-STATUS = "I" AND NOT ENT-NOT-CLOSED
                   MOVE "CLOSEDT" TO MNT-APPQ-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF MNT-APPQ-REASON NOT = SPACES
               SET MNT-NEEDS-APPROVAL TO TRUE
               MOVE ENT-RECORD TO MNT-BEFORE-IMAGE
           END-IF.

       APPLY-TRANSACTION.
           EVALUATE TRUE
               WHEN TRX-ADD
      * stamping the effective-dated maintenance info. a blank
      * status defaults a new entity to active but leaves an
      * existing entity's status alone - a change deck must not
      * quietly reactivate an inactive entity. a blank org unit on a
      * change likewise keeps the unit already on the master. a
      * status of "I" stamps the closure as of the effective date;
      * reactivating clears it so the age counts on again.
       MOVE-TRX-TO-MASTER.
           MOVE TRX-ENTITY-NAME TO ENT-ENTITY-NAME
           MOVE TRX-BIRTH-YEAR  TO ENT-BIRTH-YEAR
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

               PERFORM WRITE-AUDIT-REJECT
           END-IF.

      * same shape as HOLD-TRANSACTION - the whole transaction
      * image goes on the approval queue, stamped, and is trailed as
      * QUEUED with the master as it stands. a queue that will not
      * open must not let the change through unapproved - it is
      * rejected so the deck can be rerun.
       QUEUE-FOR-APPROVAL.
           OPEN EXTEND APPROVAL-QUEUE-FILE
           IF APPQ-FILE-NOT-FOUND
               OPEN OUTPUT APPROVAL-QUEUE-FILE
           END-IF
           IF APPQ-FILE-OK
               MOVE SPACES TO APPQ-RECORD
               MOVE CURR-DATE-NUMERIC TO APPQ-QUEUED-DATE
               MOVE CURR-TIME-NUMERIC TO APPQ-QUEUED-TIME
               MOVE MNT-APPQ-REASON TO APPQ-REASON
               MOVE TRX-RECORD TO APPQ-TRX-IMAGE
               WRITE APPQ-RECORD
               CLOSE APPROVAL-QUEUE-FILE
               ADD 1 TO MNT-QUEUED-COUNT
               MOVE SPACES TO MNT-EDIT-MSG
               STRING "AWAITING APPROVAL - " DELIMITED BY SIZE
                      MNT-APPQ-REASON DELIMITED BY SPACE
                      INTO MNT-EDIT-MSG
               MOVE "QUEUED" TO MNT-AUD-RESULT
               PERFORM WRITE-AUDIT-RECORD
           ELSE
               MOVE "N" TO TRX-VALID-SW
               MOVE SPACES TO MNT-BEFORE-IMAGE
               MOVE "APPRQUE UNAVAILABLE - NOT QUEUED" TO MNT-EDIT-MSG
               DISPLAY "ENTITY-MAINT: CANNOT OPEN APPRQUE, STATUS "
                   APPQ-FILE-STATUS
               ADD 1 TO MNT-REJECT-COUNT
               PERFORM WRITE-AUDIT-REJECT
           END-IF.

       WRITE-AUDIT-APPLIED.
           MOVE SPACES TO MNT-EDIT-MSG
           MOVE "APPLIED" TO MNT-AUD-RESULT
               MNT-APPLIED-COUNT
           DISPLAY "ENTITY-MAINT TRANSACTIONS REJECTED:"
               MNT-REJECT-COUNT
           DISPLAY "ENTITY-MAINT TRANSACTIONS HELD:    " MNT-HELD-COUNT
           DISPLAY "ENTITY-MAINT TRANSACTIONS QUEUED:  "
               MNT-QUEUED-COUNT.

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
               MOVE "ENTITY-MAINT" TO SLOG-PROGRAM-ID
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
               MOVE MNT-READ-COUNT TO SLOG-RECORDS-IN
               MOVE MNT-APPLIED-COUNT TO SLOG-RECORDS-OUT
               MOVE RETURN-CODE TO SLOG-RETURN-CODE
               WRITE SLOG-RECORD
               CLOSE STEP-LOG-FILE
           ELSE
               DISPLAY "ENTITY-MAINT: CANNOT OPEN STEPLOG, STATUS "
                   SLOG-FILE-STATUS " - STEP NOT LOGGED"
           END-IF.
