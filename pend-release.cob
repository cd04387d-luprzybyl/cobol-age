               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRPT-FILE-STATUS.

           SELECT APPROVAL-QUEUE-FILE ASSIGN TO "APPRQUE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPQ-FILE-STATUS.

           SELECT STEP-LOG-FILE ASSIGN TO "STEPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * the held transactions ENTITY-MAINT and APPR-RELEASE
      * queued - the original record image plus the date it was
      * keyed, and for an approved item the checker's id and the
      * master as it stood when it was approved.
       FD  PENDING-FILE.
       01  PEND-RECORD.
           05  PEND-HELD-DATE       PIC 9(8).
           05  FILLER               PIC X(02).
           05  PEND-TRX-IMAGE       PIC X(80).
           05  FILLER               PIC X(02).
           05  PEND-CHECKER-ID      PIC X(8).
           05  FILLER               PIC X(02).
           05  PEND-APPROVED-IMAGE  PIC X(90).

      * items whose date has still not arrived, carried forward -
      * ops renames PENDOUT over PENDFILE once the run balances,
      * the usual old-master/new-master handoff.
       FD  PENDING-OUT-FILE.
       01  POUT-RECORD.
           05  POUT-HELD-DATE       PIC 9(8).
           05  FILLER               PIC X(02).
           05  POUT-TRX-IMAGE       PIC X(80).
           05  FILLER               PIC X(02).
           05  POUT-CHECKER-ID      PIC X(8).
           05  FILLER               PIC X(02).
           05  POUT-APPROVED-IMAGE  PIC X(90).

      * the permanent entity population - see
      * copybooks/ENTITY-REC.cpy for the layout.
       FD  PENDING-REPORT-FILE.
       01  PEND-PRINT-LINE  PIC X(100).

      * a held change that has turned sensitive by the time it is
      * released goes back to a second user - see
      * copybooks/APPRQ-REC.cpy for the layout, shared with
      * ENTITY-MAINT and APPR-RELEASE.
       FD  APPROVAL-QUEUE-FILE.
           COPY "APPRQ-REC.cpy".

      * the nightly step log - see copybooks/STEPLOG-REC.cpy for
      * the layout.
       FD  STEP-LOG-FILE.
           COPY "STEPLOG-REC.cpy".

       WORKING-STORAGE SECTION.
       01  CURRENT-DATE-DATA.
           05  CURR-YEAR     PIC 9(4).
           88  AUD-FILE-NOT-FOUND  VALUE "35".
       01  PRPT-FILE-STATUS PIC X(02).
           88  PRPT-FILE-OK VALUE "00".
       01  SLOG-FILE-STATUS PIC X(02).
           88  SLOG-FILE-OK        VALUE "00".
           88  SLOG-FILE-NOT-FOUND VALUE "35".
       01  APPQ-FILE-STATUS PIC X(02).
           88  APPQ-FILE-OK        VALUE "00".
           88  APPQ-FILE-NOT-FOUND VALUE "35".

       01  REL-SWITCHES.
           05  PEND-EOF-SW    PIC X VALUE "N".
               88  PEND-EOF   VALUE "Y".
           05  TRX-VALID-SW   PIC X VALUE "Y".
               88  TRX-VALID  VALUE "Y".
           05  REL-APPROVAL-SW PIC X VALUE "N".
               88  REL-NEEDS-APPROVAL VALUE "Y".

       01  REL-COUNTS.
           05  REL-READ-COUNT     PIC 9(5) VALUE ZERO.
           05  REL-RELEASED-COUNT PIC 9(5) VALUE ZERO.
           05  REL-QUEUED-COUNT   PIC 9(5) VALUE ZERO.
           05  REL-REJECT-COUNT   PIC 9(5) VALUE ZERO.
           05  REL-APPROVAL-COUNT PIC 9(5) VALUE ZERO.

       01  REL-EDIT-MSG     PIC X(40).
       01  REL-AUD-RESULT   PIC X(8).
       01  REL-APPQ-REASON  PIC X(8).

      * the second user who approved the item, from the held
      * record - blank for an item ENTITY-MAINT held directly, and
      * for a trail entry that sends the item back for approval.
       01  REL-CHECKER-ID   PIC X(8).

      * the master record either side of the release, carried onto
      * the audit trail the same way ENTITY-MAINT carries it.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  PDD-DISPOSITION PIC X(44).

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
           PERFORM OPEN-RELEASE-FILES
           PERFORM PROCESS-ONE-PENDING UNTIL PEND-EOF
           IF REL-REJECT-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM WRITE-STEP-LOG
           GOBACK.

       GET-CURRENT-DATE.
                   DISPLAY "PEND-RELEASE: CANNOT OPEN PENDFILE,"
                       " STATUS " PEND-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   PERFORM WRITE-STEP-LOG
                   GOBACK
               END-IF
           END-IF
                   CLOSE PENDING-FILE
               END-IF
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               GOBACK
           END-IF
           OPEN I-O ENTITY-MASTER-FILE
               END-IF
               CLOSE PENDING-OUT-FILE
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               GOBACK
           END-IF
      * same rule as ENTITY-MAINT - a release applied with no
               CLOSE PENDING-OUT-FILE
               CLOSE ENTITY-MASTER-FILE
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               GOBACK
           END-IF
           OPEN OUTPUT PENDING-REPORT-FILE
               CLOSE ENTITY-MASTER-FILE
               CLOSE AUDIT-FILE
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               GOBACK
           END-IF.

      * master refuses (the entity was deleted or added in the
      * meantime) is rejected, reported, and dropped from the
      * queue - requeueing it would reject every night forever.
      * the master may have moved on while the item was held, so
      * the change is classified again first - one that would now
      * need a second user goes to the approval queue instead.
       RELEASE-PENDING-ITEM.
           SET TRX-VALID TO TRUE
           MOVE SPACES TO REL-EDIT-MSG
           MOVE SPACES TO REL-BEFORE-IMAGE
           MOVE SPACES TO REL-AFTER-IMAGE
           MOVE PEND-CHECKER-ID TO REL-CHECKER-ID
           PERFORM CHECK-NEEDS-APPROVAL
           IF REL-NEEDS-APPROVAL
               PERFORM QUEUE-FOR-APPROVAL
           ELSE
               PERFORM APPLY-PENDING-ITEM
           END-IF.

       APPLY-PENDING-ITEM.
           EVALUATE TRUE
               WHEN TRX-ADD
                   PERFORM RELEASE-ADD
           END-IF
           PERFORM WRITE-PEND-DETAIL.

      * same test ENTITY-MAINT makes when the item is keyed. an
      * item APPR-RELEASE held was approved against the master it
      * carries - while the master still matches that image the
      * approval stands and the item goes through. an item held
      * straight from ENTITY-MAINT, or one whose entity has been
      * maintained since it was approved, is classified against
      * the master as it is tonight.
       CHECK-NEEDS-APPROVAL.
           MOVE "N" TO REL-APPROVAL-SW
           MOVE SPACES TO REL-APPQ-REASON
           IF TRX-CHANGE OR TRX-DELETE
               MOVE TRX-ENTITY-ID TO ENT-ENTITY-ID
               READ ENTITY-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PEND-CHECKER-ID = SPACES
                               OR ENT-RECORD NOT = PEND-APPROVED-IMAGE
                           PERFORM CLASSIFY-SENSITIVE-CHANGE
                       END-IF
               END-READ
           END-IF.

      * the same rules as ENTITY-MAINT's CLASSIFY-SENSITIVE-CHANGE.
       CLASSIFY-SENSITIVE-CHANGE.
           EVALUATE TRUE
               WHEN TRX-DELETE
                   MOVE "DELETE" TO REL-APPQ-REASON
               WHEN TRX-BIRTH-YEAR NOT = ENT-BIRTH-YEAR
                       OR TRX-BIRTH-MONTH NOT = ENT-BIRTH-MONTH
                       OR TRX-BIRTH-DAY NOT = ENT-BIRTH-DAY
                   MOVE "BIRTHDT" TO REL-APPQ-REASON
               WHEN TRX-STATUS = "I" AND NOT ENT-INACTIVE
                   MOVE "INACTIVE" TO REL-APPQ-REASON
               WHEN TRX-STATUS = "I" AND NOT ENT-NOT-CLOSED
                   MOVE "CLOSEDT" TO REL-APPQ-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF REL-APPQ-REASON NOT = SPACES
               SET REL-NEEDS-APPROVAL TO TRUE
               MOVE ENT-RECORD TO REL-BEFORE-IMAGE
           END-IF.

      * same shape as ENTITY-MAINT's QUEUE-FOR-APPROVAL - the
      * transaction image goes on the approval queue and is trailed
      * as QUEUED, with no checker, against the master as it
      * stands. APPR-RELEASE applies it on approval, its date having
      * arrived. a queue that will not open must not let the change
      * through unapproved - the item is carried forward on PENDOUT
      * for tomorrow's run and counted as an exception.
       QUEUE-FOR-APPROVAL.
           OPEN EXTEND APPROVAL-QUEUE-FILE
           IF APPQ-FILE-NOT-FOUND
               OPEN OUTPUT APPROVAL-QUEUE-FILE
           END-IF
           IF APPQ-FILE-OK
               MOVE SPACES TO APPQ-RECORD
               MOVE CURR-DATE-NUMERIC TO APPQ-QUEUED-DATE
               MOVE CURR-TIME-NUMERIC TO APPQ-QUEUED-TIME
               MOVE REL-APPQ-REASON TO APPQ-REASON
               MOVE TRX-RECORD TO APPQ-TRX-IMAGE
               WRITE APPQ-RECORD
               CLOSE APPROVAL-QUEUE-FILE
               ADD 1 TO REL-APPROVAL-COUNT
               MOVE SPACES TO REL-EDIT-MSG
               STRING "AWAITING APPROVAL - " DELIMITED BY SIZE
                      REL-APPQ-REASON DELIMITED BY SPACE
                      INTO REL-EDIT-MSG
               MOVE "QUEUED" TO REL-AUD-RESULT
               MOVE SPACES TO REL-CHECKER-ID
               PERFORM WRITE-AUDIT-RECORD
               MOVE SPACES TO PDD-DISPOSITION
               STRING "SENT FOR APPROVAL - " DELIMITED BY SIZE
                      REL-APPQ-REASON DELIMITED BY SPACE
                      INTO PDD-DISPOSITION
           ELSE
               DISPLAY "PEND-RELEASE: CANNOT OPEN APPRQUE, STATUS "
                   APPQ-FILE-STATUS
               ADD 1 TO REL-REJECT-COUNT
               ADD 1 TO REL-QUEUED-COUNT
               MOVE PEND-RECORD TO POUT-RECORD
               WRITE POUT-RECORD
               MOVE "APPRQUE UNAVAILABLE - LEFT ON PENDFILE"
                   TO PDD-DISPOSITION
           END-IF
           PERFORM WRITE-PEND-DETAIL.

       RELEASE-ADD.
           MOVE SPACES TO ENT-RECORD
           MOVE TRX-ENTITY-ID TO ENT-ENTITY-ID

      * same field carry as ENTITY-MAINT's MOVE-TRX-TO-MASTER - a
      * blank status defaults a new entity to active but leaves an
      * existing entity's status alone, and a status of "I"
      * stamps the closure as of the effective date.
       MOVE-TRX-TO-MASTER.
           MOVE TRX-ENTITY-NAME TO ENT-ENTITY-NAME
           MOVE TRX-BIRTH-YEAR  TO ENT-BIRTH-YEAR
               MOVE TRX-STATUS TO ENT-STATUS
           END-IF
           MOVE TRX-EFF-DATE TO ENT-EFF-DATE
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

               MOVE CURR-DATE-NUMERIC TO AUD-RUN-DATE
               MOVE CURR-TIME-NUMERIC TO AUD-RUN-TIME
               MOVE TRX-USER-ID TO AUD-USER-ID
               MOVE REL-CHECKER-ID TO AUD-CHECKER-ID
               MOVE TRX-ACTION TO AUD-ACTION
               MOVE TRX-ENTITY-ID TO AUD-ENTITY-ID
               MOVE REL-EDIT-MSG TO AUD-MESSAGE
           DISPLAY "PEND-RELEASE ITEMS READ:     " REL-READ-COUNT
           DISPLAY "PEND-RELEASE ITEMS RELEASED: " REL-RELEASED-COUNT
           DISPLAY "PEND-RELEASE ITEMS QUEUED:   " REL-QUEUED-COUNT
           DISPLAY "PEND-RELEASE ITEMS REJECTED: " REL-REJECT-COUNT
           DISPLAY "PEND-RELEASE SENT FOR APPROVAL: "
               REL-APPROVAL-COUNT.

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
               MOVE "PEND-RELEASE" TO SLOG-PROGRAM-ID
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
               MOVE REL-READ-COUNT TO SLOG-RECORDS-IN
               MOVE REL-RELEASED-COUNT TO SLOG-RECORDS-OUT
               MOVE RETURN-CODE TO SLOG-RETURN-CODE
               WRITE SLOG-RECORD
               CLOSE STEP-LOG-FILE
           ELSE
               DISPLAY "PEND-RELEASE: CANNOT OPEN STEPLOG, STATUS "
                   SLOG-FILE-STATUS " - STEP NOT LOGGED"
           END-IF.
