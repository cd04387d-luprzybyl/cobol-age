               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RREG-FILE-STATUS.

           SELECT ELIG-RULE-FILE ASSIGN TO "ELIGRULE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ELR-FILE-STATUS.

           SELECT ELIG-EVENT-FILE ASSIGN TO "ELIGEVT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ELE-FILE-STATUS.

           SELECT HOLIDAY-FILE ASSIGN TO "HOLCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOL-FILE-STATUS.

           SELECT STEP-LOG-FILE ASSIGN TO "STEPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * the permanent entity population, keyed on ENT-ENTITY-ID and
       FD  RUN-REGISTER-FILE.
           COPY "RUNREG-REC.cpy".

      * the age thresholds the business acts on - one rule per
      * line, loaded once at start of run. see copybooks/
      * ELIGRULE-REC.cpy for the layout, shared with MILE-FCST.
       FD  ELIG-RULE-FILE.
           COPY "ELIGRULE-REC.cpy".

      * one record per threshold an entity crosses, for the
      * downstream eligibility systems - see copybooks/
      * ELIGEVT-REC.cpy for the layout.
       FD  ELIG-EVENT-FILE.
           COPY "ELIGEVT-REC.cpy".

      * the public holidays, maintained by HOL-MAINT - see
      * copybooks/HOLCAL-REC.cpy for the layout. read once at start
      * of run for the business-day tests.
       FD  HOLIDAY-FILE.
           COPY "HOLCAL-REC.cpy".

      * the nightly step log - see copybooks/STEPLOG-REC.cpy for
      * the layout.
       FD  STEP-LOG-FILE.
           COPY "STEPLOG-REC.cpy".

       WORKING-STORAGE SECTION.
      * the compiled-in default entity's birth date - the single
      * place it is keyed. COBOL-BIRTH-DATE below is a work area
           05  DISP-BIRTH-MONTH PIC 99.
           05  DISP-BIRTH-DAY   PIC 99.
           05  DISP-BIRTH-YEAR  PIC 9(4).
      * what the age on the result line is measured to - the run
      * date, or the closure date for a closed entity's inquiry.
       01  AGE-RESULT-BASIS  PIC X(20) VALUE "AS OF RUN DATE".

       01  TEMP-DAYS        PIC 9(5).
       01  DAYS-IN-MONTH    PIC 99.
               88  INQ-SCAN-EOF VALUE "Y".
           05  INQ-MISS-SW     PIC X VALUE "N".
               88  INQ-ANY-MISS VALUE "Y".
           05  INQ-CLOSED-SW   PIC X VALUE "N".
               88  INQ-CLOSED  VALUE "Y".
      * a closed entity's statement is figured as of its closure
      * date - the run date is set aside while the age is worked
      * out and put back before the history scan.
       01  INQ-CLOSE-DATE   PIC 9(8).
       01  INQ-CLOSE-PARTS REDEFINES INQ-CLOSE-DATE.
           05  INQ-CLOSE-YEAR   PIC 9(4).
           05  INQ-CLOSE-MONTH  PIC 99.
           05  INQ-CLOSE-DAY    PIC 99.
       01  INQ-CLOSE-REASON PIC X(2).
       01  INQ-SAVE-DATE-DATA    PIC X(21).
       01  INQ-SAVE-DATE-NUMERIC PIC 9(8).
       01  INQ-HIST-DATA.
           05  INQ-HIST-COUNT   PIC 9(7).
           05  INQ-FIRST-DATE   PIC 9(8).
           05  RUN-SKIPPED-COUNT   PIC 9(5) VALUE ZERO.
           05  RUN-RECON-COUNT     PIC 9(5) VALUE ZERO.
           05  RUN-MILESTONE-COUNT PIC 9(5) VALUE ZERO.
           05  RUN-ELIG-COUNT      PIC 9(5) VALUE ZERO.
       01  RUN-SUMMARY-LABEL PIC X(34).
       01  RUN-DISP-COUNT    PIC Z(4)9.
       01  RREG-FILE-STATUS PIC X(02).
           88  RREG-FILE-OK        VALUE "00".
           88  RREG-FILE-NOT-FOUND VALUE "35".
       01  SLOG-FILE-STATUS PIC X(02).
           88  SLOG-FILE-OK        VALUE "00".
           88  SLOG-FILE-NOT-FOUND VALUE "35".

      * eligibility threshold handling - the ELIGRULE table is
      * loaded once at start of run and every entity that gets a
      * history row is checked against each rule. a rule line that
      * fails its edits is dropped, alerted, and holds the run's
      * RETURN-CODE at 8 until the table is corrected; no ELIGRULE
      * allocated just means no rules.
       01  ELR-FILE-STATUS PIC X(02).
           88  ELR-FILE-OK        VALUE "00".
           88  ELR-FILE-NOT-FOUND VALUE "35".
       01  ELR-EOF-SW PIC X VALUE "N".
           88  ELR-EOF VALUE "Y".
       01  ELIG-RULE-TABLE.
           05  ELIG-RULE-ENTRY OCCURS 100 TIMES.
               10  ELIG-TAB-CODE     PIC X(8).
               10  ELIG-TAB-YEARS    PIC 9(3).
               10  ELIG-TAB-MONTHS   PIC 9(2).
               10  ELIG-TAB-DAYS     PIC 9(5).
               10  ELIG-TAB-SEVERITY PIC X(01).
               10  ELIG-TAB-DESC     PIC X(40).
       01  ELIG-RULE-COUNT        PIC 9(3) VALUE ZERO.
       01  ELIG-RULE-REJECT-COUNT PIC 9(3) VALUE ZERO.
       01  ELIG-IDX               PIC 9(3).
       01  ELIG-CHK-IDX           PIC 9(3).
       01  ELIG-CARD-OK-SW PIC X VALUE "Y".
           88  ELIG-CARD-OK VALUE "Y".
       01  ELIG-EDIT-MSG          PIC X(40).
      * working fields for COMPUTE-RULE-CROSSING-DATE - the years
      * and months step lands on the first of the month, and the
      * birth day and the rule's days are then counted on from
      * there, so a day the month does not have rolls forward.
       01  ELIG-WORK-DATA.
           05  ELIG-RUN-INT      PIC S9(8).
           05  ELIG-MONTH-WORK   PIC 9(4).
           05  ELIG-MONTH-REM    PIC 9(2).
           05  ELIG-CROSS-YEAR   PIC 9(4).
           05  ELIG-CROSS-FOM    PIC 9(8).
           05  ELIG-CROSS-INT    PIC S9(8).
           05  ELIG-CROSS-DATE   PIC 9(8).
       01  ELE-FILE-STATUS PIC X(02).
           88  ELE-FILE-OK        VALUE "00".
           88  ELE-FILE-NOT-FOUND VALUE "35".
       01  ELE-OPENED-SW PIC X VALUE "N".
           88  ELE-OPENED VALUE "Y".
       01  ELE-OPEN-FAILED-SW PIC X VALUE "N".
           88  ELE-OPEN-FAILED VALUE "Y".

      * business-day handling - saturdays, sundays and the HOLCAL
      * holidays are non-working days. a milestone that falls on
      * one is observed on the last business day before it, and
      * that is the day its alert goes out. no HOLCAL allocated
      * means weekends only.
       01  HOL-FILE-STATUS PIC X(02).
           88  HOL-FILE-OK        VALUE "00".
           88  HOL-FILE-NOT-FOUND VALUE "35".
       01  HOL-EOF-SW PIC X VALUE "N".
           88  HOL-EOF VALUE "Y".
       01  BD-HOL-TABLE.
           05  BD-HOL-DATE OCCURS 1000 TIMES PIC 9(8).
       01  BD-HOL-COUNT     PIC 9(4) VALUE ZERO.
       01  BD-HOL-IDX       PIC 9(4).
      * the day TEST-BUSINESS-DAY is asked about - FUNCTION
      * INTEGER-OF-DATE counts day 1 as Monday, 1 Jan 1601, so the
      * remainder by seven is 6 for a Saturday and 0 for a Sunday.
       01  BD-TEST-INT      PIC S9(8).
       01  BD-TEST-DATE     PIC 9(8).
       01  BD-DAY-NUM       PIC 9(1).
       01  BD-WORKING-SW    PIC X VALUE "Y".
           88  BD-WORKING-DAY VALUE "Y".
       01  BD-EVENT-INT     PIC S9(8).
       01  BD-OBSERVED-INT  PIC S9(8).
       01  BD-OBSERVED-DATE PIC 9(8).
      * the run date's own standing, worked out once per run date
      * (a backfill moves the date every pass) - whether it is a
      * business day, and the next business day after it.
       01  BD-RUN-INT       PIC S9(8) VALUE ZERO.
       01  BD-RUN-WORKING-SW PIC X VALUE "Y".
           88  BD-RUN-WORKING VALUE "Y".
       01  BD-NEXT-WORK-INT PIC S9(8).
      * the next round thousand, for the advance alert.
       01  BD-WORK-DIV      PIC 9(8).
       01  BD-NEXT-ROUND    PIC 9(8).
       01  BD-ROUND-INT     PIC S9(8).
       01  BD-ROUND-DATE    PIC 9(8).
      * true and observed dates for the countdown's second line.
       01  MS-BIRTHDAY-OBSERVED PIC 9(8).
       01  MS-ROUND-DATE        PIC 9(8).
       01  MS-ROUND-OBSERVED    PIC 9(8).

      * alert interface handling - severity I is informational
      * (milestones), W needs a look in the morning (rejects), E
       01  TZ-DISP-MINS-TO-MID  PIC 9(2).
       01  TZ-DAY-NOTE          PIC X(19).

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
           PERFORM READ-PARM-CARDS
           PERFORM EDIT-RUN-PARMS
           IF PARM-REJECTED
               MOVE 12 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               GOBACK
           END-IF
           PERFORM APPLY-ASOF-OVERRIDE
           PERFORM LOAD-HOLIDAY-CALENDAR
           IF INQUIRY-MODE
               PERFORM RUN-INQUIRIES
               IF INQ-ANY-MISS
                   MOVE 4 TO RETURN-CODE
               END-IF
      * an inquiry is a lookup keyed on demand, not a step of the
      * nightly stream - it leaves no step log record.
               GOBACK
           END-IF
           PERFORM LOAD-ELIGIBILITY-RULES
           IF BACKFILL-MODE
               PERFORM RUN-BACKFILL-PASSES
           ELSE
           IF NOT EDIT-MODE
               PERFORM WRITE-RUN-REGISTER
           END-IF
           PERFORM WRITE-STEP-LOG
           GOBACK.

      * opens whichever entity source this run has. the entity
                                   CONTINUE
                               WHEN BACKFILL-MODE
                                   PERFORM WRITE-HISTORY
                                   PERFORM CHECK-ELIGIBILITY
                               WHEN OTHER
                                   PERFORM WRITE-HISTORY
                                   PERFORM WRITE-EXTRACT
                                   PERFORM CHECK-ELIGIBILITY
                           END-EVALUATE
                       END-IF
                       IF NOT CKPT-HOLD AND NORMAL-MODE
           END-IF
           DISPLAY SPACE.

      * a closed entity stopped aging on its closure date - its
      * statement shows the age frozen there, and it has no
      * milestones left to count down to.
       INQUIRE-VALID-ENTITY.
           IF INQ-CLOSED
               PERFORM FREEZE-INQ-AT-CLOSURE
           END-IF
           PERFORM CALCULATE-AGE
           PERFORM RECONCILE-AGE
           PERFORM DISPLAY-RESULT
           IF INQ-CLOSED
               PERFORM RESTORE-INQ-RUN-DATE
           END-IF
           PERFORM SCAN-INQ-HISTORY
           PERFORM DISPLAY-INQ-HISTORY
           EVALUATE TRUE
               WHEN INQ-CLOSED
                   DISPLAY "NO UPCOMING MILESTONES - ENTITY IS CLOSED"
               WHEN NOT RECON-MISMATCH
                   PERFORM DISPLAY-MILESTONE-COUNTDOWN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       FREEZE-INQ-AT-CLOSURE.
           DISPLAY "ENTITY CLOSED " INQ-CLOSE-DATE " REASON "
               INQ-CLOSE-REASON " - AGE FROZEN AT CLOSURE"
           MOVE CURRENT-DATE-DATA TO INQ-SAVE-DATE-DATA
           MOVE CURR-DATE-NUMERIC TO INQ-SAVE-DATE-NUMERIC
           MOVE INQ-CLOSE-YEAR  TO CURR-YEAR
           MOVE INQ-CLOSE-MONTH TO CURR-MONTH
           MOVE INQ-CLOSE-DAY   TO CURR-DAY
           MOVE INQ-CLOSE-DATE  TO CURR-DATE-NUMERIC
           MOVE "AT CLOSURE" TO AGE-RESULT-BASIS.

       RESTORE-INQ-RUN-DATE.
           MOVE INQ-SAVE-DATE-DATA TO CURRENT-DATE-DATA
           MOVE INQ-SAVE-DATE-NUMERIC TO CURR-DATE-NUMERIC
           MOVE "AS OF RUN DATE" TO AGE-RESULT-BASIS.

      * the birth date comes from wherever the nightly run would
      * have gotten it - the master first, the card deck second,
      * and the compiled-in default entity last. only the master
      * knows whether the entity has been closed.
       LOOKUP-INQ-BIRTH-DATE.
           MOVE "N" TO INQ-FOUND-SW
           MOVE "N" TO INQ-CLOSED-SW
           OPEN INPUT ENTITY-MASTER-FILE
           IF ENT-FILE-OK
               MOVE INQ-CUR-ID TO ENT-ENTITY-ID
                                   MOVE ENT-BIRTH-MONTH TO BIRTH-MONTH
                                   MOVE ENT-BIRTH-DAY TO BIRTH-DAY
                                   SET INQ-FOUND TO TRUE
                                   PERFORM NOTE-INQ-CLOSURE
                               END-IF
                       END-READ
               END-START
               SET INQ-FOUND TO TRUE
           END-IF.

       NOTE-INQ-CLOSURE.
           IF ENT-INACTIVE AND NOT ENT-NOT-CLOSED
               SET INQ-CLOSED TO TRUE
               MOVE ENT-CLOSE-DATE TO INQ-CLOSE-DATE
               MOVE ENT-CLOSE-REASON TO INQ-CLOSE-REASON
           END-IF.

       SCAN-DECK-FOR-INQ.
           OPEN INPUT CONTROL-CARD-FILE
           IF CTL-FILE-OK
               CLOSE EXTRACT-FILE
               MOVE "N" TO EXTR-OPENED-SW
               PERFORM OPEN-EXTRACT-IF-NEEDED
           END-IF
           IF ELE-OPENED
               CLOSE ELIG-EVENT-FILE
               MOVE "N" TO ELE-OPENED-SW
               PERFORM OPEN-ELIGEVT-IF-NEEDED
           END-IF.

       WRITE-CHECKPOINT.
           MOVE BIRTH-MONTH TO DISP-BIRTH-MONTH
           MOVE BIRTH-DAY TO DISP-BIRTH-DAY
           MOVE BIRTH-YEAR TO DISP-BIRTH-YEAR
           STRING "AGE " DELIMITED BY SIZE
                  FUNCTION TRIM(AGE-RESULT-BASIS) DELIMITED BY SIZE
                  " IS " DELIMITED BY SIZE
                  FUNCTION TRIM(DISP-YEARS) DELIMITED BY SIZE
                  " years, " DELIMITED BY SIZE
                  FUNCTION TRIM(DISP-MONTHS) DELIMITED BY SIZE
                      DELIMITED BY SIZE
                  " TOTAL DAYS OLD" DELIMITED BY SIZE
                  INTO MS-DISPLAY-MSG
           PERFORM DISPLAY-COUNTDOWN-LINE

      * the second line puts each milestone's true date next to
      * the business day it is observed on.
           COMPUTE BD-EVENT-INT =
               FUNCTION INTEGER-OF-DATE(MS-ANNIV-DATE)
           PERFORM FIND-OBSERVED-DATE
           MOVE BD-OBSERVED-DATE TO MS-BIRTHDAY-OBSERVED
           COMPUTE BD-EVENT-INT =
               FUNCTION INTEGER-OF-DATE(CURR-DATE-NUMERIC) +
               MS-DAYS-TO-ROUND
           COMPUTE MS-ROUND-DATE =
               FUNCTION DATE-OF-INTEGER(BD-EVENT-INT)
           PERFORM FIND-OBSERVED-DATE
           MOVE BD-OBSERVED-DATE TO MS-ROUND-OBSERVED
           MOVE SPACES TO MS-DISPLAY-MSG
           STRING "BIRTHDAY " DELIMITED BY SIZE
                  MS-ANNIV-DATE DELIMITED BY SIZE
                  " OBSERVED " DELIMITED BY SIZE
                  MS-BIRTHDAY-OBSERVED DELIMITED BY SIZE
                  "; " DELIMITED BY SIZE
                  FUNCTION TRIM(DISP-MS-ROUND-THOUSAND)
                      DELIMITED BY SIZE
                  " DAYS " DELIMITED BY SIZE
                  MS-ROUND-DATE DELIMITED BY SIZE
                  " OBSERVED " DELIMITED BY SIZE
                  MS-ROUND-OBSERVED DELIMITED BY SIZE
                  INTO MS-DISPLAY-MSG
           PERFORM DISPLAY-COUNTDOWN-LINE.

      * a projection's countdown runs against the as-of date, not
      * today - it gets the same stamp as every other line a
      * projection prints.
       DISPLAY-COUNTDOWN-LINE.
           IF PROJECT-MODE
               MOVE MS-DISPLAY-MSG TO PROJ-WORK-MSG
               MOVE SPACES TO MS-DISPLAY-MSG
               END-IF
           END-IF.

       OPEN-ELIGEVT-IF-NEEDED.
           IF NOT ELE-OPENED AND NOT ELE-OPEN-FAILED
               OPEN EXTEND ELIG-EVENT-FILE
               IF ELE-FILE-NOT-FOUND
                   OPEN OUTPUT ELIG-EVENT-FILE
               END-IF
               IF ELE-FILE-OK
                   SET ELE-OPENED TO TRUE
               ELSE
                   SET ELE-OPEN-FAILED TO TRUE
                   MOVE "ELIGEVT" TO ALERT-FILE-LABEL
                   MOVE ELE-FILE-STATUS TO ALERT-STATUS-WORK
                   PERFORM RAISE-FILE-ALERT
               END-IF
           END-IF.

       CLOSE-RUN-OUTPUT-FILES.
           IF RPT-OPENED
               CLOSE REPORT-FILE
           IF EXTR-OPENED
               CLOSE EXTRACT-FILE
               MOVE "N" TO EXTR-OPENED-SW
           END-IF
           IF ELE-OPENED
               CLOSE ELIG-EVENT-FILE
               MOVE "N" TO ELE-OPENED-SW
           END-IF.

      * appends today's total-days/Y-M-D figures to HISTFILE so the
               CLOSE SUSPENSE-FILE
           END-IF.

      * the history row is flagged on the true day. the alert goes
      * out on the business day the milestone is observed on - on
      * the day itself when that is a business day, otherwise on
      * the last business day before it, ahead of the weekend or
      * holiday, so nobody first hears of it after the fact.
       CHECK-MILESTONE.
           PERFORM SET-RUN-BUSINESS-DAY
           IF FUNCTION MOD(TOTAL-AGE-DAYS 1000) = 0
               SET HIST-MILESTONE-HIT TO TRUE
               ADD 1 TO RUN-MILESTONE-COUNT
               DISPLAY "*** MILESTONE: TOTAL-AGE-DAYS = " TOTAL-AGE-DAYS
                   " ***"
               IF BD-RUN-WORKING
                   MOVE "I" TO ALERT-SEVERITY
                   MOVE "MILESTON" TO ALERT-EVENT
                   MOVE CTL-ENTITY-ID TO ALERT-ENTITY
                   MOVE SPACES TO ALERT-MSG
                   STRING "TOTAL-AGE-DAYS REACHED " DELIMITED BY SIZE
                          TOTAL-AGE-DAYS DELIMITED BY SIZE
                          " ON " DELIMITED BY SIZE
                          CURR-DATE-NUMERIC DELIMITED BY SIZE
                          INTO ALERT-MSG
                   PERFORM WRITE-ALERT
               ELSE
                   DISPLAY "(NON-WORKING DAY - ALERTED ON THE LAST"
                       " BUSINESS DAY BEFORE IT)"
               END-IF
           ELSE
               MOVE "N" TO HIST-MILESTONE-SW
           END-IF
           IF BD-RUN-WORKING
               PERFORM CHECK-ADVANCE-MILESTONE
           END-IF.

      * run on a business day: a round thousand that falls on one
      * of the non-working days between today and the next
      * business day is observed today.
       CHECK-ADVANCE-MILESTONE.
           COMPUTE BD-WORK-DIV = TOTAL-AGE-DAYS / 1000
           COMPUTE BD-NEXT-ROUND = (BD-WORK-DIV + 1) * 1000
           COMPUTE BD-ROUND-INT =
               BD-RUN-INT + BD-NEXT-ROUND - TOTAL-AGE-DAYS
           IF BD-ROUND-INT < BD-NEXT-WORK-INT
               COMPUTE BD-ROUND-DATE =
                   FUNCTION DATE-OF-INTEGER(BD-ROUND-INT)
               DISPLAY "*** MILESTONE OBSERVED TODAY: TOTAL-AGE-DAYS "
                   BD-NEXT-ROUND " FALLS ON " BD-ROUND-DATE " ***"
               MOVE "I" TO ALERT-SEVERITY
               MOVE "MILESTON" TO ALERT-EVENT
               MOVE CTL-ENTITY-ID TO ALERT-ENTITY
               MOVE SPACES TO ALERT-MSG
               STRING "TOTAL-AGE-DAYS " DELIMITED BY SIZE
                      BD-NEXT-ROUND DELIMITED BY SIZE
                      " ON " DELIMITED BY SIZE
                      BD-ROUND-DATE DELIMITED BY SIZE
                      " OBSERVED " DELIMITED BY SIZE
                      CURR-DATE-NUMERIC DELIMITED BY SIZE
                      INTO ALERT-MSG
               PERFORM WRITE-ALERT
           END-IF.

      * loads the HOLCAL holiday dates once per run. HOL-MAINT keeps
      * the file in date order, which TEST-BUSINESS-DAY's scan
      * relies on to stop early.
       LOAD-HOLIDAY-CALENDAR.
           OPEN INPUT HOLIDAY-FILE
           EVALUATE TRUE
               WHEN HOL-FILE-OK
                   PERFORM LOAD-ONE-HOLIDAY UNTIL HOL-EOF
                   CLOSE HOLIDAY-FILE
               WHEN HOL-FILE-NOT-FOUND
                   CONTINUE
               WHEN OTHER
                   MOVE "HOLCAL" TO ALERT-FILE-LABEL
                   MOVE HOL-FILE-STATUS TO ALERT-STATUS-WORK
                   PERFORM RAISE-FILE-ALERT
           END-EVALUATE.

       LOAD-ONE-HOLIDAY.
           READ HOLIDAY-FILE
               AT END
                   SET HOL-EOF TO TRUE
           END-READ
           IF NOT HOL-EOF
               IF BD-HOL-COUNT < 1000
                   ADD 1 TO BD-HOL-COUNT
                   MOVE HOL-DATE TO BD-HOL-DATE(BD-HOL-COUNT)
               ELSE
                   DISPLAY "HOLCAL LIMITED TO 1000 HOLIDAYS - "
                       HOL-DATE " TREATED AS A WORKING DAY"
               END-IF
           END-IF.

       SET-RUN-BUSINESS-DAY.
           IF BD-RUN-INT NOT =
                   FUNCTION INTEGER-OF-DATE(CURR-DATE-NUMERIC)
               COMPUTE BD-RUN-INT =
                   FUNCTION INTEGER-OF-DATE(CURR-DATE-NUMERIC)
               MOVE BD-RUN-INT TO BD-TEST-INT
               PERFORM TEST-BUSINESS-DAY
               MOVE BD-WORKING-SW TO BD-RUN-WORKING-SW
               COMPUTE BD-TEST-INT = BD-RUN-INT + 1
               PERFORM TEST-BUSINESS-DAY
               PERFORM STEP-FORWARD-ONE-DAY UNTIL BD-WORKING-DAY
               MOVE BD-TEST-INT TO BD-NEXT-WORK-INT
           END-IF.

      * BD-EVENT-INT in, BD-OBSERVED-INT/BD-OBSERVED-DATE out - the
      * day itself when it is a business day, otherwise the last
      * business day before it.
       FIND-OBSERVED-DATE.
           MOVE BD-EVENT-INT TO BD-TEST-INT
           PERFORM TEST-BUSINESS-DAY
           PERFORM STEP-BACK-ONE-DAY UNTIL BD-WORKING-DAY
           MOVE BD-TEST-INT TO BD-OBSERVED-INT
           COMPUTE BD-OBSERVED-DATE =
               FUNCTION DATE-OF-INTEGER(BD-OBSERVED-INT).

       STEP-BACK-ONE-DAY.
           SUBTRACT 1 FROM BD-TEST-INT
           PERFORM TEST-BUSINESS-DAY.

       STEP-FORWARD-ONE-DAY.
           ADD 1 TO BD-TEST-INT
           PERFORM TEST-BUSINESS-DAY.

       TEST-BUSINESS-DAY.
           SET BD-WORKING-DAY TO TRUE
           COMPUTE BD-DAY-NUM = FUNCTION MOD(BD-TEST-INT 7)
           IF BD-DAY-NUM = 0 OR BD-DAY-NUM = 6
               MOVE "N" TO BD-WORKING-SW
           ELSE
               COMPUTE BD-TEST-DATE =
                   FUNCTION DATE-OF-INTEGER(BD-TEST-INT)
               PERFORM CHECK-ONE-HOLIDAY-DATE
                   VARYING BD-HOL-IDX FROM 1 BY 1
                   UNTIL BD-HOL-IDX > BD-HOL-COUNT
           END-IF.

       CHECK-ONE-HOLIDAY-DATE.
           IF BD-HOL-DATE(BD-HOL-IDX) = BD-TEST-DATE
               MOVE "N" TO BD-WORKING-SW
           END-IF
           IF BD-HOL-DATE(BD-HOL-IDX) NOT < BD-TEST-DATE
               MOVE BD-HOL-COUNT TO BD-HOL-IDX
           END-IF.

      * loads the ELIGRULE threshold table once per run, editing
      * each line on the way in. performed for every mode but an
      * inquiry, so a pre-flight finds a bad table line before the
      * nightly does.
       LOAD-ELIGIBILITY-RULES.
           OPEN INPUT ELIG-RULE-FILE
           EVALUATE TRUE
               WHEN ELR-FILE-OK
                   PERFORM LOAD-ONE-ELIGIBILITY-RULE UNTIL ELR-EOF
                   CLOSE ELIG-RULE-FILE
               WHEN ELR-FILE-NOT-FOUND
                   CONTINUE
               WHEN OTHER
                   MOVE "ELIGRULE" TO ALERT-FILE-LABEL
                   MOVE ELR-FILE-STATUS TO ALERT-STATUS-WORK
                   PERFORM RAISE-FILE-ALERT
           END-EVALUATE
           DISPLAY "ELIGIBILITY RULES LOADED: " ELIG-RULE-COUNT.

       LOAD-ONE-ELIGIBILITY-RULE.
           READ ELIG-RULE-FILE
               AT END
                   SET ELR-EOF TO TRUE
           END-READ
           IF NOT ELR-EOF AND ELR-RECORD NOT = SPACES
               PERFORM EDIT-ELIGIBILITY-RULE
               IF ELIG-CARD-OK AND ELIG-RULE-COUNT NOT < 100
                   MOVE "TABLE FULL AT 100 RULES - RULE DROPPED"
                       TO ELIG-EDIT-MSG
                   MOVE "N" TO ELIG-CARD-OK-SW
               END-IF
               IF ELIG-CARD-OK
                   ADD 1 TO ELIG-RULE-COUNT
                   MOVE ELR-RULE-CODE TO
                       ELIG-TAB-CODE(ELIG-RULE-COUNT)
                   MOVE ELR-YEARS TO ELIG-TAB-YEARS(ELIG-RULE-COUNT)
                   MOVE ELR-MONTHS TO
                       ELIG-TAB-MONTHS(ELIG-RULE-COUNT)
                   MOVE ELR-DAYS TO ELIG-TAB-DAYS(ELIG-RULE-COUNT)
                   MOVE ELR-SEVERITY TO
                       ELIG-TAB-SEVERITY(ELIG-RULE-COUNT)
                   MOVE ELR-DESCRIPTION TO
                       ELIG-TAB-DESC(ELIG-RULE-COUNT)
               ELSE
                   PERFORM REPORT-ELIG-RULE-ERROR
               END-IF
           END-IF.

       EDIT-ELIGIBILITY-RULE.
           SET ELIG-CARD-OK TO TRUE
           MOVE SPACES TO ELIG-EDIT-MSG
           EVALUATE TRUE
               WHEN ELR-RULE-CODE = SPACES
                   MOVE "N" TO ELIG-CARD-OK-SW
                   MOVE "NO RULE CODE" TO ELIG-EDIT-MSG
               WHEN ELR-YEARS IS NOT NUMERIC
                       OR ELR-MONTHS IS NOT NUMERIC
                       OR ELR-DAYS IS NOT NUMERIC
                   MOVE "N" TO ELIG-CARD-OK-SW
                   MOVE "THRESHOLD NOT NUMERIC" TO ELIG-EDIT-MSG
               WHEN ELR-YEARS = ZERO AND ELR-MONTHS = ZERO
                       AND ELR-DAYS = ZERO
                   MOVE "N" TO ELIG-CARD-OK-SW
                   MOVE "THRESHOLD IS ZERO" TO ELIG-EDIT-MSG
               WHEN ELR-SEVERITY NOT = "I" AND ELR-SEVERITY NOT = "W"
                       AND ELR-SEVERITY NOT = "E"
                   MOVE "N" TO ELIG-CARD-OK-SW
                   MOVE "SEVERITY NOT I, W OR E" TO ELIG-EDIT-MSG
           END-EVALUATE
           IF ELIG-CARD-OK
               PERFORM CHECK-ONE-RULE-CODE
                   VARYING ELIG-CHK-IDX FROM 1 BY 1
                   UNTIL ELIG-CHK-IDX > ELIG-RULE-COUNT
           END-IF.

       CHECK-ONE-RULE-CODE.
           IF ELIG-TAB-CODE(ELIG-CHK-IDX) = ELR-RULE-CODE
               MOVE "N" TO ELIG-CARD-OK-SW
               MOVE "DUPLICATE RULE CODE" TO ELIG-EDIT-MSG
               MOVE ELIG-RULE-COUNT TO ELIG-CHK-IDX
           END-IF.

       REPORT-ELIG-RULE-ERROR.
           ADD 1 TO ELIG-RULE-REJECT-COUNT
           DISPLAY "ELIGRULE LINE REJECTED: " ELR-RULE-CODE " "
               FUNCTION TRIM(ELIG-EDIT-MSG)
           MOVE "W" TO ALERT-SEVERITY
           MOVE "ELIGRULE" TO ALERT-EVENT
           MOVE SPACES TO ALERT-ENTITY
           MOVE SPACES TO ALERT-MSG
           STRING "RULE " DELIMITED BY SIZE
                  ELR-RULE-CODE DELIMITED BY SIZE
                  " REJECTED: " DELIMITED BY SIZE
                  ELIG-EDIT-MSG DELIMITED BY SIZE
                  INTO ALERT-MSG
           PERFORM WRITE-ALERT.

      * checks the entity just aged against every loaded rule. a
      * rule is crossed on the one run date its threshold falls on
      * - the same footing CHECK-MILESTONE takes for the round
      * thousands, so a missed night is caught up by the backfill
      * that fills its history.
       CHECK-ELIGIBILITY.
           IF ELIG-RULE-COUNT > ZERO
               COMPUTE ELIG-RUN-INT =
                   FUNCTION INTEGER-OF-DATE(CURR-DATE-NUMERIC)
               PERFORM CHECK-ONE-ELIGIBILITY-RULE
                   VARYING ELIG-IDX FROM 1 BY 1
                   UNTIL ELIG-IDX > ELIG-RULE-COUNT
           END-IF.

       CHECK-ONE-ELIGIBILITY-RULE.
           PERFORM COMPUTE-RULE-CROSSING-DATE
           IF ELIG-CROSS-INT = ELIG-RUN-INT
               PERFORM RAISE-ELIGIBILITY-EVENT
           END-IF.

      * birth date plus the rule's years and months, then its days
      * - a Jan-31 birth date plus one month is Mar-03 in a common
      * year, the day CALCULATE-AGE first reads one whole month.
       COMPUTE-RULE-CROSSING-DATE.
           COMPUTE ELIG-MONTH-WORK =
               BIRTH-MONTH - 1 + ELIG-TAB-MONTHS(ELIG-IDX)
           COMPUTE ELIG-MONTH-REM = FUNCTION MOD(ELIG-MONTH-WORK 12)
           COMPUTE ELIG-CROSS-YEAR =
               BIRTH-YEAR + ELIG-TAB-YEARS(ELIG-IDX) +
               (ELIG-MONTH-WORK - ELIG-MONTH-REM) / 12
           COMPUTE ELIG-CROSS-FOM =
               ELIG-CROSS-YEAR * 10000 + (ELIG-MONTH-REM + 1) * 100
               + 1
           COMPUTE ELIG-CROSS-INT =
               FUNCTION INTEGER-OF-DATE(ELIG-CROSS-FOM) +
               BIRTH-DAY - 1 + ELIG-TAB-DAYS(ELIG-IDX).

       RAISE-ELIGIBILITY-EVENT.
           ADD 1 TO RUN-ELIG-COUNT
           COMPUTE ELIG-CROSS-DATE =
               FUNCTION DATE-OF-INTEGER(ELIG-CROSS-INT)
           DISPLAY "*** ELIGIBILITY: " ELIG-TAB-CODE(ELIG-IDX)
               " CROSSED " ELIG-CROSS-DATE " ***"
           PERFORM WRITE-ELIGIBILITY-EVENT
           MOVE ELIG-TAB-SEVERITY(ELIG-IDX) TO ALERT-SEVERITY
           MOVE ELIG-TAB-CODE(ELIG-IDX) TO ALERT-EVENT
           MOVE CTL-ENTITY-ID TO ALERT-ENTITY
           MOVE SPACES TO ALERT-MSG
           STRING "CROSSED " DELIMITED BY SIZE
                  ELIG-TAB-DESC(ELIG-IDX) DELIMITED BY SIZE
                  INTO ALERT-MSG
           PERFORM WRITE-ALERT.

       WRITE-ELIGIBILITY-EVENT.
           PERFORM OPEN-ELIGEVT-IF-NEEDED
           IF ELE-FILE-OK
               MOVE SPACES TO ELE-RECORD
               MOVE CURR-DATE-NUMERIC TO ELE-RUN-DATE
               MOVE EXTR-RUN-ID-WORK TO ELE-RUN-ID
               MOVE CTL-ENTITY-ID TO ELE-ENTITY-ID
               MOVE ELIG-TAB-CODE(ELIG-IDX) TO ELE-RULE-CODE
               MOVE ELIG-CROSS-DATE TO ELE-CROSSED-DATE
               MOVE ELIG-TAB-SEVERITY(ELIG-IDX) TO ELE-SEVERITY
               WRITE ELE-RECORD
           END-IF.

      * one event to the notification bridge. the alert dataset
           PERFORM WRITE-SUMMARY-LINE
           MOVE "MILESTONES HIT" TO RUN-SUMMARY-LABEL
           MOVE RUN-MILESTONE-COUNT TO RUN-DISP-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE "ELIGIBILITY EVENTS" TO RUN-SUMMARY-LABEL
           MOVE RUN-ELIG-COUNT TO RUN-DISP-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE "ELIGIBILITY RULES REJECTED" TO RUN-SUMMARY-LABEL
           MOVE ELIG-RULE-REJECT-COUNT TO RUN-DISP-COUNT
           PERFORM WRITE-SUMMARY-LINE.

       WRITE-SUMMARY-LINE.

      * folds the control totals into the job's RETURN-CODE so
      * "rerun on nonzero" can be automated - 8 when anything was
      * rejected or failed reconciliation (a rejected ELIGRULE line
      * included), 4 when the run processed
      * nothing at all (an empty input is worth a look, not a
      * rerun), 0 for a clean pass.
       SET-RUN-RETURN-CODE.
                   MOVE 8 TO RETURN-CODE
               WHEN RUN-RECON-COUNT > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN ELIG-RULE-REJECT-COUNT > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN RUN-PROCESSED-COUNT = ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
           SUBTRACT 1440 FROM OFFICE-TOTAL-MIN
           ADD 1 TO OFFICE-DAY-OFFSET.

      * appends the step's record to the step log as the program
      * ends - refused and failed runs too, so a step that came up
      * and stopped is told apart from one that never ran. a step
      * log that will not open is reported and the step's own
      * result stands. a partition job is told apart by its slice's
      * FROMID (the first slice, which has none, by its TOID), and
      * a suspense, backfill, projection or pre-flight pass by its
      * mode, so none of them is averaged in with the nightly.
       WRITE-STEP-LOG.
           MOVE FUNCTION CURRENT-DATE TO STEP-END-DATA
           OPEN EXTEND STEP-LOG-FILE
           IF SLOG-FILE-NOT-FOUND
               OPEN OUTPUT STEP-LOG-FILE
           END-IF
           IF SLOG-FILE-OK
               MOVE SPACES TO SLOG-RECORD
               MOVE "COBOL-AGE" TO SLOG-PROGRAM-ID
               EVALUATE TRUE
                   WHEN PART-FROM-ID NOT = SPACES
                       MOVE PART-FROM-ID TO SLOG-STEP-QUAL
                   WHEN PART-TO-ID NOT = SPACES
                       MOVE PART-TO-ID TO SLOG-STEP-QUAL
                   WHEN NOT NORMAL-MODE
                       MOVE RUN-MODE TO SLOG-STEP-QUAL
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
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
               MOVE RUN-READ-COUNT TO SLOG-RECORDS-IN
               MOVE RUN-PROCESSED-COUNT TO SLOG-RECORDS-OUT
               MOVE RETURN-CODE TO SLOG-RETURN-CODE
               WRITE SLOG-RECORD
               CLOSE STEP-LOG-FILE
           ELSE
               DISPLAY "COBOL-AGE: CANNOT OPEN STEPLOG, STATUS "
                   SLOG-FILE-STATUS " - STEP NOT LOGGED"
           END-IF.
