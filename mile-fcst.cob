               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FRPT-FILE-STATUS.

           SELECT ELIG-RULE-FILE ASSIGN TO "ELIGRULE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ELR-FILE-STATUS.

           SELECT HOLIDAY-FILE ASSIGN TO "HOLCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOL-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".

           SELECT RULE-SORT-FILE ASSIGN TO "SORTWK2".

       DATA DIVISION.
       FILE SECTION.
      * the permanent entity population, keyed on ENT-ENTITY-ID -
       FD  FORECAST-REPORT-FILE.
       01  FCST-PRINT-LINE  PIC X(100).

      * the age thresholds COBOL-AGE raises eligibility events on -
      * see copybooks/ELIGRULE-REC.cpy for the layout.
       FD  ELIG-RULE-FILE.
           COPY "ELIGRULE-REC.cpy".

      * the public holidays, maintained by HOL-MAINT - see
      * copybooks/HOLCAL-REC.cpy for the layout.
       FD  HOLIDAY-FILE.
           COPY "HOLCAL-REC.cpy".

      * one record per milestone the next twelve months hold - the
      * sort brings them back in date order so the calendar prints
      * month by month.
               88  SRT-BIRTHDAY VALUE "B".
               88  SRT-ROUND    VALUE "R".
           05  SRT-FIGURE      PIC 9(8).
           05  SRT-OBSERVED-DATE PIC 9(8).
           05  SRT-BUS-DAYS    PIC 9(3).

      * one record per threshold crossing the window holds, keyed
      * on the rule's place in the table so the by-rule section
      * prints in ELIGRULE order, each rule's crossings by date.
       SD  RULE-SORT-FILE.
       01  SRL-RECORD.
           05  SRL-RULE-IDX    PIC 9(3).
           05  SRL-EVENT-DATE  PIC 9(8).
           05  SRL-ENTITY-ID   PIC X(10).
           05  SRL-DAYS-TO     PIC 9(3).
           05  SRL-OBSERVED-DATE PIC 9(8).
           05  SRL-BUS-DAYS    PIC 9(3).

       WORKING-STORAGE SECTION.
       01  CURRENT-DATE-DATA.
           88  ENT-FILE-OK  VALUE "00".
       01  FRPT-FILE-STATUS PIC X(02).
           88  FRPT-FILE-OK VALUE "00".
       01  ELR-FILE-STATUS PIC X(02).
           88  ELR-FILE-OK        VALUE "00".
           88  ELR-FILE-NOT-FOUND VALUE "35".
       01  HOL-FILE-STATUS PIC X(02).
           88  HOL-FILE-OK        VALUE "00".
           88  HOL-FILE-NOT-FOUND VALUE "35".

       01  FC-SWITCHES.
           05  MST-EOF-SW     PIC X VALUE "N".
               88  SORT-EOF   VALUE "Y".
           05  MONTH-EMPTY-SW PIC X VALUE "Y".
               88  MONTH-EMPTY VALUE "Y".
           05  ELR-EOF-SW     PIC X VALUE "N".
               88  ELR-EOF    VALUE "Y".
           05  RULE-SORT-EOF-SW PIC X VALUE "N".
               88  RULE-SORT-EOF VALUE "Y".
           05  RULE-EMPTY-SW  PIC X VALUE "Y".
               88  RULE-EMPTY VALUE "Y".
           05  HOL-EOF-SW     PIC X VALUE "N".
               88  HOL-EOF    VALUE "Y".

      * the projection window - everything after today up to and
      * including one year out.
           05  FC-MASTER-COUNT PIC 9(7) VALUE ZERO.
           05  FC-ACTIVE-COUNT PIC 9(7) VALUE ZERO.
           05  FC-EVENT-COUNT  PIC 9(7) VALUE ZERO.
           05  FC-CROSS-COUNT  PIC 9(7) VALUE ZERO.
       01  FC-DISP-FIGURE    PIC Z(7)9.

      * the ELIGRULE threshold table, loaded and edited the same
      * way COBOL-AGE loads it - a line that fails the edits is
      * left out of the forecast and flagged, not guessed at.
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
       01  ELIG-WORK-DATA.
           05  ELIG-MONTH-WORK   PIC 9(4).
           05  ELIG-MONTH-REM    PIC 9(2).
           05  ELIG-CROSS-YEAR   PIC 9(4).
           05  ELIG-CROSS-FOM    PIC 9(8).
           05  ELIG-CROSS-INT    PIC S9(8).
       01  FC-RULE-IDX           PIC 9(3).
       01  FC-DISP-DAYS-TO       PIC ZZ9.

      * business-day handling, the same rules COBOL-AGE applies -
      * saturdays, sundays and the HOLCAL holidays are non-working,
      * and an event on one is observed on the last business day
      * before it. BD-CUM-COUNT holds, for each day of the window,
      * how many business days lie after today up to and including
      * that day, so each event's count is a lookup.
       01  BD-HOL-TABLE.
           05  BD-HOL-DATE OCCURS 1000 TIMES PIC 9(8).
       01  BD-HOL-COUNT     PIC 9(4) VALUE ZERO.
       01  BD-HOL-IDX       PIC 9(4).
       01  BD-TEST-INT      PIC S9(8).
       01  BD-TEST-DATE     PIC 9(8).
       01  BD-DAY-NUM       PIC 9(1).
       01  BD-WORKING-SW    PIC X VALUE "Y".
           88  BD-WORKING-DAY VALUE "Y".
       01  BD-EVENT-INT     PIC S9(8).
       01  BD-OBSERVED-DATE PIC 9(8).
       01  BD-BUS-DAYS      PIC 9(3).
       01  BD-DAYS-AHEAD    PIC 9(3).
       01  BD-CUM-TABLE.
           05  BD-CUM-COUNT OCCURS 366 TIMES PIC 9(3).
       01  BD-CUM-IDX       PIC 9(3).
       01  BD-RUNNING-COUNT PIC 9(3) VALUE ZERO.

      * forecast report print control - a fresh heading every
      * PAGE-LINE-LIMIT detail lines.
       01  FCST-PAGE-COUNT  PIC 9(4) VALUE ZERO.
           05  FILLER          PIC X(35) VALUE SPACES.
           05  FILLER          PIC X(05) VALUE "PAGE ".
           05  FCH-PAGE        PIC ZZZ9.
       01  FCST-HEADING-2.
           05  FILLER          PIC X(45)
               VALUE "  DATE      OBSERVED  ENTITY      BUS   EVENT".
       01  FCST-MONTH-LINE.
           05  FILLER          PIC X(06) VALUE "----- ".
           05  FCM-YEAR        PIC 9(4).
           05  FILLER          PIC X(01) VALUE "/".
           05  FCM-MONTH       PIC 99.
           05  FILLER          PIC X(06) VALUE " -----".
       01  FCST-RULE-TITLE-LINE.
           05  FILLER          PIC X(40)
               VALUE "UPCOMING ELIGIBILITY THRESHOLD CROSSINGS".
           05  FILLER          PIC X(08) VALUE " BY RULE".
       01  FCST-RULE-LINE.
           05  FILLER          PIC X(11) VALUE "----- RULE ".
           05  FCR-RULE-CODE   PIC X(8).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  FCR-RULE-DESC   PIC X(40).
           05  FILLER          PIC X(06) VALUE " (SEV ".
           05  FCR-SEVERITY    PIC X(01).
           05  FILLER          PIC X(07) VALUE ") -----".
      * BUS is the business days from tomorrow up to the observed
      * date - zero means act on it today.
       01  FCST-DETAIL-LINE.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  FCD-EVENT-DATE  PIC 9(8).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  FCD-OBSERVED-DATE PIC 9(8).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  FCD-ENTITY-ID   PIC X(10).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  FCD-BUS-DAYS    PIC ZZ9.
           05  FILLER          PIC X(03) VALUE SPACES.
           05  FCD-EVENT-TEXT  PIC X(60).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM GET-CURRENT-DATE
           PERFORM OPEN-FORECAST-FILES
           PERFORM LOAD-HOLIDAY-CALENDAR
           PERFORM BUILD-BUSINESS-DAY-TABLE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-EVENT-DATE
                                SRT-ENTITY-ID
               INPUT PROCEDURE IS PROJECT-POPULATION
               OUTPUT PROCEDURE IS PRINT-CALENDAR
           IF ELIG-RULE-COUNT > ZERO
               SORT RULE-SORT-FILE
                   ON ASCENDING KEY SRL-RULE-IDX
                                    SRL-EVENT-DATE
                                    SRL-ENTITY-ID
                   INPUT PROCEDURE IS PROJECT-RULE-CROSSINGS
                   OUTPUT PROCEDURE IS PRINT-RULE-CROSSINGS
           END-IF
           PERFORM CLOSE-FORECAST-FILES
           PERFORM DISPLAY-FORECAST-TOTALS
           IF FC-ACTIVE-COUNT = ZERO OR ELIG-RULE-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.
               CLOSE ENTITY-MASTER-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-ELIGIBILITY-RULES.

      * no HOLCAL allocated means weekends are the only
      * non-working days.
       LOAD-HOLIDAY-CALENDAR.
           OPEN INPUT HOLIDAY-FILE
           EVALUATE TRUE
               WHEN HOL-FILE-OK
                   PERFORM LOAD-ONE-HOLIDAY UNTIL HOL-EOF
                   CLOSE HOLIDAY-FILE
               WHEN HOL-FILE-NOT-FOUND
                   CONTINUE
               WHEN OTHER
                   DISPLAY "MILE-FCST: CANNOT OPEN HOLCAL, STATUS "
                       HOL-FILE-STATUS " - WEEKENDS ONLY"
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
                   DISPLAY "MILE-FCST: HOLCAL LIMITED TO 1000"
                       " HOLIDAYS - " HOL-DATE " TREATED AS WORKING"
               END-IF
           END-IF.

       BUILD-BUSINESS-DAY-TABLE.
           PERFORM BUILD-ONE-BUSINESS-DAY
               VARYING BD-CUM-IDX FROM 1 BY 1
               UNTIL BD-CUM-IDX > 366.

       BUILD-ONE-BUSINESS-DAY.
           COMPUTE BD-TEST-INT = CURR-DATE-INT + BD-CUM-IDX
           PERFORM TEST-BUSINESS-DAY
           IF BD-WORKING-DAY
               ADD 1 TO BD-RUNNING-COUNT
           END-IF
           MOVE BD-RUNNING-COUNT TO BD-CUM-COUNT(BD-CUM-IDX).

      * BD-EVENT-INT in (a day inside the window), BD-OBSERVED-DATE
      * and BD-BUS-DAYS out. the observed date can fall before
      * today when the run itself is on a non-working day.
       SET-OBSERVED-DATE.
           MOVE BD-EVENT-INT TO BD-TEST-INT
           PERFORM TEST-BUSINESS-DAY
           PERFORM STEP-BACK-ONE-DAY UNTIL BD-WORKING-DAY
           COMPUTE BD-OBSERVED-DATE =
               FUNCTION DATE-OF-INTEGER(BD-TEST-INT)
           COMPUTE BD-DAYS-AHEAD = BD-EVENT-INT - CURR-DATE-INT
           MOVE BD-CUM-COUNT(BD-DAYS-AHEAD) TO BD-BUS-DAYS.

       STEP-BACK-ONE-DAY.
           SUBTRACT 1 FROM BD-TEST-INT
           PERFORM TEST-BUSINESS-DAY.

      * FUNCTION INTEGER-OF-DATE counts day 1 as Monday, 1 Jan 1601
      * - the remainder by seven is 6 for a Saturday, 0 for a
      * Sunday. the holiday scan stops once it passes the date.
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

      * the rule table is optional here - no ELIGRULE allocated
      * just means the forecast has no by-rule section.
       LOAD-ELIGIBILITY-RULES.
           OPEN INPUT ELIG-RULE-FILE
           EVALUATE TRUE
               WHEN ELR-FILE-OK
                   PERFORM LOAD-ONE-ELIGIBILITY-RULE UNTIL ELR-EOF
                   CLOSE ELIG-RULE-FILE
               WHEN ELR-FILE-NOT-FOUND
                   CONTINUE
               WHEN OTHER
                   DISPLAY "MILE-FCST: CANNOT OPEN ELIGRULE, STATUS "
                       ELR-FILE-STATUS
                   ADD 1 TO ELIG-RULE-REJECT-COUNT
           END-EVALUATE.

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
                   ADD 1 TO ELIG-RULE-REJECT-COUNT
                   DISPLAY "MILE-FCST: ELIGRULE LINE REJECTED: "
                       ELR-RULE-CODE " " FUNCTION TRIM(ELIG-EDIT-MSG)
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

       CLOSE-FORECAST-FILES.
               MOVE ENT-ENTITY-ID TO SRT-ENTITY-ID
               MOVE "B" TO SRT-EVENT-TYPE
               MOVE FC-TURNING-YEARS TO SRT-FIGURE
               MOVE FC-EVENT-INT TO BD-EVENT-INT
               PERFORM SET-OBSERVED-DATE
               MOVE BD-OBSERVED-DATE TO SRT-OBSERVED-DATE
               MOVE BD-BUS-DAYS TO SRT-BUS-DAYS
               RELEASE SRT-RECORD
           END-IF.

               MOVE ENT-ENTITY-ID TO SRT-ENTITY-ID
               MOVE "R" TO SRT-EVENT-TYPE
               MOVE FC-ROUND-THOUSAND TO SRT-FIGURE
               MOVE FC-EVENT-INT TO BD-EVENT-INT
               PERFORM SET-OBSERVED-DATE
               MOVE BD-OBSERVED-DATE TO SRT-OBSERVED-DATE
               MOVE BD-BUS-DAYS TO SRT-BUS-DAYS
               RELEASE SRT-RECORD
           END-IF.

       PRINT-ONE-EVENT.
           MOVE "N" TO MONTH-EMPTY-SW
           MOVE SRT-EVENT-DATE TO FCD-EVENT-DATE
           MOVE SRT-OBSERVED-DATE TO FCD-OBSERVED-DATE
           MOVE SRT-BUS-DAYS TO FCD-BUS-DAYS
           MOVE SRT-ENTITY-ID TO FCD-ENTITY-ID
           MOVE SRT-FIGURE TO FC-DISP-FIGURE
           MOVE SPACES TO FCD-EVENT-TEXT
           END-IF
           PERFORM GET-SORTED-EVENT.

      * second pass of the master for the by-rule section - the
      * calendar sort has already consumed the first, so the file
      * is closed and re-opened to start again from the top.
       PROJECT-RULE-CROSSINGS.
           CLOSE ENTITY-MASTER-FILE
           OPEN INPUT ENTITY-MASTER-FILE
           IF ENT-FILE-OK
               MOVE "N" TO MST-EOF-SW
               PERFORM PROJECT-ONE-ENTITY-RULES UNTIL MST-EOF
           ELSE
               DISPLAY "MILE-FCST: CANNOT REOPEN ENTMAST, STATUS "
                   ENT-FILE-STATUS
           END-IF.

       PROJECT-ONE-ENTITY-RULES.
           READ ENTITY-MASTER-FILE NEXT RECORD
               AT END
                   SET MST-EOF TO TRUE
           END-READ
           IF NOT MST-EOF AND ENT-ACTIVE
               COMPUTE FC-BIRTH-DATE =
                   ENT-BIRTH-YEAR * 10000 + ENT-BIRTH-MONTH * 100 +
                   ENT-BIRTH-DAY
               IF FUNCTION INTEGER-OF-DATE(FC-BIRTH-DATE) NOT = 0
                   PERFORM PROJECT-ONE-RULE-CROSSING
                       VARYING ELIG-IDX FROM 1 BY 1
                       UNTIL ELIG-IDX > ELIG-RULE-COUNT
               END-IF
           END-IF.

      * the crossing date is worked out the way COBOL-AGE's
      * COMPUTE-RULE-CROSSING-DATE works it - years and months to
      * the first of the month, then the birth day and the rule's
      * days counted on - so the forecast names the same day the
      * nightly raises the event on.
       PROJECT-ONE-RULE-CROSSING.
           COMPUTE ELIG-MONTH-WORK =
               ENT-BIRTH-MONTH - 1 + ELIG-TAB-MONTHS(ELIG-IDX)
           COMPUTE ELIG-MONTH-REM = FUNCTION MOD(ELIG-MONTH-WORK 12)
           COMPUTE ELIG-CROSS-YEAR =
               ENT-BIRTH-YEAR + ELIG-TAB-YEARS(ELIG-IDX) +
               (ELIG-MONTH-WORK - ELIG-MONTH-REM) / 12
           COMPUTE ELIG-CROSS-FOM =
               ELIG-CROSS-YEAR * 10000 + (ELIG-MONTH-REM + 1) * 100
               + 1
           COMPUTE ELIG-CROSS-INT =
               FUNCTION INTEGER-OF-DATE(ELIG-CROSS-FOM) +
               ENT-BIRTH-DAY - 1 + ELIG-TAB-DAYS(ELIG-IDX)
           IF ELIG-CROSS-INT > CURR-DATE-INT
                   AND ELIG-CROSS-INT NOT > FC-HORIZON-INT
               ADD 1 TO FC-CROSS-COUNT
               MOVE ELIG-IDX TO SRL-RULE-IDX
               COMPUTE SRL-EVENT-DATE =
                   FUNCTION DATE-OF-INTEGER(ELIG-CROSS-INT)
               MOVE ENT-ENTITY-ID TO SRL-ENTITY-ID
               COMPUTE SRL-DAYS-TO = ELIG-CROSS-INT - CURR-DATE-INT
               MOVE ELIG-CROSS-INT TO BD-EVENT-INT
               PERFORM SET-OBSERVED-DATE
               MOVE BD-OBSERVED-DATE TO SRL-OBSERVED-DATE
               MOVE BD-BUS-DAYS TO SRL-BUS-DAYS
               RELEASE SRL-RECORD
           END-IF.

      * one section per rule in table order, starting on a fresh
      * page after the calendar - a rule with nothing coming up
      * still gets its heading, so an empty section reads as "none
      * due" rather than "rule missing".
       PRINT-RULE-CROSSINGS.
           PERFORM GET-SORTED-CROSSING
           MOVE 99 TO FCST-LINE-COUNT
           PERFORM CHECK-FCST-PAGE
           IF FRPT-FILE-OK
               MOVE FCST-RULE-TITLE-LINE TO FCST-PRINT-LINE
               WRITE FCST-PRINT-LINE
               MOVE SPACES TO FCST-PRINT-LINE
               WRITE FCST-PRINT-LINE
               ADD 2 TO FCST-LINE-COUNT
           END-IF
           PERFORM PRINT-ONE-RULE
               VARYING FC-RULE-IDX FROM 1 BY 1
               UNTIL FC-RULE-IDX > ELIG-RULE-COUNT.

       GET-SORTED-CROSSING.
           RETURN RULE-SORT-FILE
               AT END
                   SET RULE-SORT-EOF TO TRUE
           END-RETURN.

       PRINT-ONE-RULE.
           MOVE ELIG-TAB-CODE(FC-RULE-IDX) TO FCR-RULE-CODE
           MOVE ELIG-TAB-DESC(FC-RULE-IDX) TO FCR-RULE-DESC
           MOVE ELIG-TAB-SEVERITY(FC-RULE-IDX) TO FCR-SEVERITY
           PERFORM CHECK-FCST-PAGE
           IF FRPT-FILE-OK
               MOVE FCST-RULE-LINE TO FCST-PRINT-LINE
               WRITE FCST-PRINT-LINE
               ADD 1 TO FCST-LINE-COUNT
           END-IF
           MOVE "Y" TO RULE-EMPTY-SW
           PERFORM PRINT-ONE-CROSSING
               UNTIL RULE-SORT-EOF
               OR SRL-RULE-IDX NOT = FC-RULE-IDX
           IF RULE-EMPTY AND FRPT-FILE-OK
               MOVE "  (NO CROSSINGS IN THE WINDOW)" TO
                   FCST-PRINT-LINE
               WRITE FCST-PRINT-LINE
               ADD 1 TO FCST-LINE-COUNT
           END-IF
           IF FRPT-FILE-OK
               MOVE SPACES TO FCST-PRINT-LINE
               WRITE FCST-PRINT-LINE
               ADD 1 TO FCST-LINE-COUNT
           END-IF.

       PRINT-ONE-CROSSING.
           MOVE "N" TO RULE-EMPTY-SW
           MOVE SRL-EVENT-DATE TO FCD-EVENT-DATE
           MOVE SRL-OBSERVED-DATE TO FCD-OBSERVED-DATE
           MOVE SRL-BUS-DAYS TO FCD-BUS-DAYS
           MOVE SRL-ENTITY-ID TO FCD-ENTITY-ID
           MOVE SRL-DAYS-TO TO FC-DISP-DAYS-TO
           MOVE SPACES TO FCD-EVENT-TEXT
           STRING "CROSSES IN " DELIMITED BY SIZE
                  FUNCTION TRIM(FC-DISP-DAYS-TO) DELIMITED BY SIZE
                  " DAYS" DELIMITED BY SIZE
                  INTO FCD-EVENT-TEXT
           PERFORM CHECK-FCST-PAGE
           IF FRPT-FILE-OK
               MOVE FCST-DETAIL-LINE TO FCST-PRINT-LINE
               WRITE FCST-PRINT-LINE
               ADD 1 TO FCST-LINE-COUNT
           END-IF
           PERFORM GET-SORTED-CROSSING.

       CHECK-FCST-PAGE.
           IF FCST-LINE-COUNT > PAGE-LINE-LIMIT
               PERFORM WRITE-FCST-HEADINGS
               MOVE FCST-PAGE-COUNT TO FCH-PAGE
               MOVE FCST-HEADING-1 TO FCST-PRINT-LINE
               WRITE FCST-PRINT-LINE
               MOVE FCST-HEADING-2 TO FCST-PRINT-LINE
               WRITE FCST-PRINT-LINE
               MOVE SPACES TO FCST-PRINT-LINE
               WRITE FCST-PRINT-LINE
               MOVE 3 TO FCST-LINE-COUNT
           END-IF.

       DISPLAY-FORECAST-TOTALS.
           DISPLAY "MILE-FCST MASTER RECORDS READ: " FC-MASTER-COUNT
           DISPLAY "MILE-FCST ACTIVE ENTITIES:     " FC-ACTIVE-COUNT
           DISPLAY "MILE-FCST MILESTONES FORECAST: " FC-EVENT-COUNT
           DISPLAY "MILE-FCST RULES LOADED:        " ELIG-RULE-COUNT
           DISPLAY "MILE-FCST RULE LINES REJECTED: "
               ELIG-RULE-REJECT-COUNT
           DISPLAY "MILE-FCST THRESHOLD CROSSINGS: " FC-CROSS-COUNT.
