       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANNIV-NOTICE.
       AUTHOR. CLAUDE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTITY-MASTER-FILE ASSIGN TO "ENTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ENT-ENTITY-ID
               FILE STATUS IS ENT-FILE-STATUS.

           SELECT NOTICE-FILE ASSIGN TO "NTCFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTC-FILE-STATUS.

           SELECT NOTICE-REGISTER-FILE ASSIGN TO "NTCREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NREG-FILE-STATUS.

           SELECT NOTICE-EXCEPTION-FILE ASSIGN TO "NTCXRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NTCX-FILE-STATUS.

           SELECT NOTICE-PARM-FILE ASSIGN TO "NTCPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NTCPM-FILE-STATUS.

           SELECT STEP-LOG-FILE ASSIGN TO "STEPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * the permanent entity population - see
      * copybooks/ENTITY-REC.cpy for the layout. only active
      * entities get letters; ENT-NOTICE-SUPPRESS opts one out.
       FD  ENTITY-MASTER-FILE.
           COPY "ENTITY-REC.cpy".

      * the file the correspondence system works its letters from,
      * appended run after run, one header-to-trailer batch per run
      * under its run id - see copybooks/NOTICE-REC.cpy for the
      * layout.
       FD  NOTICE-FILE.
           COPY "NOTICE-REC.cpy".

      * every notice ever handed over, and every one held back
      * because the entity had opted out, keyed on entity, event
      * type and event date. appended to, never rewritten - a
      * notice on the register as SENT is never handed over again,
      * whatever reruns or reprints follow.
       FD  NOTICE-REGISTER-FILE.
       01  NREG-RECORD.
           05  NREG-ENTITY-ID    PIC X(10).
           05  FILLER            PIC X(02).
           05  NREG-EVENT-TYPE   PIC X(8).
           05  FILLER            PIC X(02).
           05  NREG-EVENT-DATE   PIC 9(8).
           05  FILLER            PIC X(02).
           05  NREG-AGE-REACHED  PIC 9(6).
           05  FILLER            PIC X(02).
           05  NREG-DISPOSITION  PIC X(8).
           05  FILLER            PIC X(02).
           05  NREG-RUN-DATE     PIC 9(8).
           05  FILLER            PIC X(02).
           05  NREG-RUN-TIME     PIC 9(6).

       FD  NOTICE-EXCEPTION-FILE.
       01  NTCX-PRINT-LINE  PIC X(100).

      * keyword/value run options, same card shape as COBOL-AGE's
      * PARMCARD - LEADDAYS is how many days ahead of the event the
      * letter goes out, three digits (014), 001 to 365.
       FD  NOTICE-PARM-FILE.
       01  NTCPM-RECORD.
           05  NTCPM-KEYWORD  PIC X(10).
           05  NTCPM-VALUE    PIC X(70).

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
       01  CURR-DATE-INT      PIC S9(8).

       01  ENT-FILE-STATUS  PIC X(02).
           88  ENT-FILE-OK  VALUE "00".
       01  NOTC-FILE-STATUS PIC X(02).
           88  NOTC-FILE-OK        VALUE "00".
           88  NOTC-FILE-NOT-FOUND VALUE "35".
       01  NREG-FILE-STATUS PIC X(02).
           88  NREG-FILE-OK        VALUE "00".
           88  NREG-FILE-NOT-FOUND VALUE "35".
       01  NTCX-FILE-STATUS PIC X(02).
           88  NTCX-FILE-OK VALUE "00".
       01  NTCPM-FILE-STATUS PIC X(02).
           88  NTCPM-FILE-OK VALUE "00".
       01  SLOG-FILE-STATUS PIC X(02).
           88  SLOG-FILE-OK        VALUE "00".
           88  SLOG-FILE-NOT-FOUND VALUE "35".

       01  NTC-SWITCHES.
           05  MST-EOF-SW       PIC X VALUE "N".
               88  MST-EOF      VALUE "Y".
           05  NREG-EOF-SW      PIC X VALUE "N".
               88  NREG-EOF     VALUE "Y".
           05  NTCPM-EOF-SW     PIC X VALUE "N".
               88  NTCPM-EOF    VALUE "Y".
           05  NTCPM-REJECTED-SW PIC X VALUE "N".
               88  NTCPM-REJECTED VALUE "Y".
           05  NTC-SENT-SW      PIC X VALUE "N".
               88  NTC-SENT-FOUND VALUE "Y".
           05  NTC-HELD-SW      PIC X VALUE "N".
               88  NTC-HELD-FOUND VALUE "Y".
           05  NTC-REG-FULL-SW  PIC X VALUE "N".
               88  NTC-REG-FULL VALUE "Y".
           05  NTC-REG-FAILED-SW PIC X VALUE "N".
               88  NTC-REG-FAILED VALUE "Y".

      * how far ahead the letters go out - the default holds unless
      * NTCPARM says otherwise.
       01  NTC-LEAD-DAYS    PIC 9(3) VALUE 14.

      * the window of event dates this run looks at - tomorrow
      * through LEADDAYS ahead. an event inside the window that is
      * not on the register yet goes out now, so a missed run, a
      * late-added entity or a longer lead is caught up on the next
      * run instead of the letter being missed.
       01  NTC-FIRST-DATE   PIC 9(8).
       01  NTC-LAST-DATE    PIC 9(8).
       01  NTC-LAST-INT     PIC S9(8).
       01  NTC-RUN-ID       PIC X(14).

       01  NTC-BIRTH-DATE   PIC 9(8).
       01  NTC-TOTAL-DAYS   PIC S9(8).
       01  NTC-ANNIV-YEAR   PIC 9(4).
       01  NTC-ANNIV-DATE   PIC 9(8).
       01  NTC-WORK-DIV     PIC 9(5).
       01  NTC-ROUND-THOUSAND PIC 9(6).
       01  NTC-DAYS-TO-ROUND  PIC S9(8).

      * the event being decided on.
       01  NTC-EVENT.
           05  NTC-EVENT-TYPE   PIC X(8).
           05  NTC-EVENT-INT    PIC S9(8).
           05  NTC-EVENT-DATE   PIC 9(8).
           05  NTC-AGE-REACHED  PIC 9(6).
           05  NTC-AGE-UNIT     PIC X(5).

      * what the register already holds for events inside the
      * window - loaded once up front, a linear scan per event.
      * entries dated outside the window can never match and are
      * not kept.
       01  NTC-REG-TABLE.
           05  NTC-REG-ENTRY OCCURS 5000 TIMES.
               10  NTC-REG-ENTITY      PIC X(10).
               10  NTC-REG-TYPE        PIC X(8).
               10  NTC-REG-EVENT-DATE  PIC 9(8).
               10  NTC-REG-DISPOSITION PIC X(8).
               10  NTC-REG-RUN-DATE    PIC 9(8).
               10  NTC-REG-RUN-TIME    PIC 9(6).
       01  NTC-REG-COUNT    PIC 9(4) VALUE ZERO.
       01  NTC-REG-IDX      PIC 9(4).
       01  NTC-SENT-HIT     PIC 9(4).
       01  NTC-HELD-HIT     PIC 9(4).

      * this run's additions to the register, held until the
      * notice file is complete.
       01  NTC-NEW-TABLE.
           05  NTC-NEW-ENTRY OCCURS 2000 TIMES.
               10  NTC-NEW-ENTITY      PIC X(10).
               10  NTC-NEW-TYPE        PIC X(8).
               10  NTC-NEW-EVENT-DATE  PIC 9(8).
               10  NTC-NEW-AGE         PIC 9(6).
               10  NTC-NEW-DISPOSITION PIC X(8).
       01  NTC-NEW-COUNT    PIC 9(4) VALUE ZERO.
       01  NTC-NEW-IDX      PIC 9(4).
       01  NTC-DISPOSITION  PIC X(8).

       01  NTC-COUNTS.
           05  NTC-MASTER-COUNT     PIC 9(7) VALUE ZERO.
           05  NTC-ACTIVE-COUNT     PIC 9(7) VALUE ZERO.
           05  NTC-SKIPPED-COUNT    PIC 9(7) VALUE ZERO.
           05  NTC-EVENT-COUNT      PIC 9(7) VALUE ZERO.
           05  NTC-WRITTEN-COUNT    PIC 9(7) VALUE ZERO.
           05  NTC-BIRTHDAY-COUNT   PIC 9(7) VALUE ZERO.
           05  NTC-MILESTONE-COUNT  PIC 9(7) VALUE ZERO.
           05  NTC-SUPP-COUNT       PIC 9(7) VALUE ZERO.
           05  NTC-DUP-COUNT        PIC 9(7) VALUE ZERO.
           05  NTC-DEFERRED-COUNT   PIC 9(7) VALUE ZERO.
           05  NTC-LISTED-COUNT     PIC 9(7) VALUE ZERO.

      * exceptions report print control - a fresh heading every
      * PAGE-LINE-LIMIT lines.
       01  NTCX-PAGE-COUNT  PIC 9(4) VALUE ZERO.
       01  NTCX-LINE-COUNT  PIC 9(3) VALUE 99.
       01  PAGE-LINE-LIMIT  PIC 9(3) VALUE 55.
       01  NTCX-HOLD-LINE   PIC X(100).

       01  NTCX-HEADING-1.
           05  FILLER          PIC X(31)
               VALUE "ANNIVERSARY NOTICE EXCEPTIONS  ".
           05  FILLER          PIC X(09) VALUE "RUN DATE ".
           05  NTXH-RUN-DATE   PIC 9(8).
           05  FILLER          PIC X(36) VALUE SPACES.
           05  FILLER          PIC X(05) VALUE "PAGE ".
           05  NTXH-PAGE       PIC ZZZ9.
       01  NTCX-HEADING-2.
           05  FILLER          PIC X(14) VALUE "EVENT WINDOW ".
           05  NTXH-FIRST-DATE PIC 9(8).
           05  FILLER          PIC X(04) VALUE " TO ".
           05  NTXH-LAST-DATE  PIC 9(8).
           05  FILLER          PIC X(12) VALUE "  LEAD DAYS ".
           05  NTXH-LEAD-DAYS  PIC ZZ9.
       01  NTCX-HEADING-3.
           05  FILLER  PIC X(34)
               VALUE "EXCEPTION   ENTITY      EVENT     ".
           05  FILLER  PIC X(30)
               VALUE "EVENT DATE   AGE        DETAIL".
       01  NTCX-DETAIL-LINE.
           05  NTXD-EXCEPTION  PIC X(10).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  NTXD-ENTITY-ID  PIC X(10).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  NTXD-EVENT-TYPE PIC X(8).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  NTXD-EVENT-DATE PIC 9(8).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  NTXD-AGE        PIC ZZZZZ9.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  NTXD-AGE-UNIT   PIC X(5).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  NTXD-DETAIL     PIC X(42).
       01  NTCX-TOTAL-LINE.
           05  FILLER          PIC X(04) VALUE SPACES.
           05  NTXT-LABEL      PIC X(40).
           05  NTXT-COUNT      PIC Z(6)9.

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
           PERFORM READ-NOTICE-PARMS
           IF NTCPM-REJECTED
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               GOBACK
           END-IF
           PERFORM SET-EVENT-WINDOW
           PERFORM LOAD-NOTICE-REGISTER
           PERFORM OPEN-NOTICE-FILES
           PERFORM WRITE-NOTICE-HEADER
           PERFORM SELECT-ONE-ENTITY UNTIL MST-EOF
           PERFORM WRITE-NOTICE-TRAILER
           PERFORM PRINT-NOTICE-TOTALS
           PERFORM CLOSE-NOTICE-FILES
           PERFORM UPDATE-NOTICE-REGISTER
           PERFORM DISPLAY-NOTICE-TOTALS
           EVALUATE TRUE
               WHEN NTC-REG-FAILED
                   MOVE 8 TO RETURN-CODE
               WHEN NTC-DEFERRED-COUNT > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN NTC-LISTED-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN NTC-SKIPPED-COUNT > ZERO
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
               CURR-HOURS * 10000 + CURR-MINUTES * 100 + CURR-SECONDS
           COMPUTE CURR-DATE-INT =
               FUNCTION INTEGER-OF-DATE(CURR-DATE-NUMERIC).

       READ-NOTICE-PARMS.
           OPEN INPUT NOTICE-PARM-FILE
           IF NTCPM-FILE-OK
               PERFORM PROCESS-ONE-NOTICE-PARM UNTIL NTCPM-EOF
               CLOSE NOTICE-PARM-FILE
           END-IF.

      * a lead that is not understood is refused rather than
      * defaulted - letters sent on the wrong day cannot be called
      * back, and the register would stop the right ones going out.
       PROCESS-ONE-NOTICE-PARM.
           READ NOTICE-PARM-FILE
               AT END
                   SET NTCPM-EOF TO TRUE
           END-READ
           IF NOT NTCPM-EOF
               EVALUATE NTCPM-KEYWORD
                   WHEN "LEADDAYS"
                       IF NTCPM-VALUE(1:3) IS NUMERIC
                               AND NTCPM-VALUE(1:3) NOT = "000"
                               AND NTCPM-VALUE(1:3) NOT > "365"
                           MOVE NTCPM-VALUE(1:3) TO NTC-LEAD-DAYS
                       ELSE
                           DISPLAY "BAD LEADDAYS VALUE - RUN REFUSED: "
                               FUNCTION TRIM(NTCPM-VALUE)
                           SET NTCPM-REJECTED TO TRUE
                       END-IF
                   WHEN SPACES
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "UNKNOWN NTCPARM KEYWORD IGNORED: "
                           FUNCTION TRIM(NTCPM-KEYWORD)
               END-EVALUATE
           END-IF.

       SET-EVENT-WINDOW.
           COMPUTE NTC-FIRST-DATE =
               FUNCTION DATE-OF-INTEGER(CURR-DATE-INT + 1)
           COMPUTE NTC-LAST-INT = CURR-DATE-INT + NTC-LEAD-DAYS
           COMPUTE NTC-LAST-DATE =
               FUNCTION DATE-OF-INTEGER(NTC-LAST-INT)
           MOVE SPACES TO NTC-RUN-ID
           STRING CURR-DATE-NUMERIC CURR-TIME-NUMERIC
               DELIMITED BY SIZE INTO NTC-RUN-ID.

      * no register is a first run - nothing has been sent yet. a
      * register that is there but will not open, or holds more
      * window entries than the table, would let a notice go out
      * twice, so the run is refused.
       LOAD-NOTICE-REGISTER.
           OPEN INPUT NOTICE-REGISTER-FILE
           EVALUATE TRUE
               WHEN NREG-FILE-OK
                   PERFORM LOAD-ONE-REGISTER-ENTRY UNTIL NREG-EOF
                   CLOSE NOTICE-REGISTER-FILE
               WHEN NREG-FILE-NOT-FOUND
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ANNIV-NOTICE: CANNOT OPEN NTCREG, STATUS "
                       NREG-FILE-STATUS " - RUN REFUSED"
                   MOVE 16 TO RETURN-CODE
                   PERFORM WRITE-STEP-LOG
                   GOBACK
           END-EVALUATE
           IF NTC-REG-FULL
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               GOBACK
           END-IF.

       LOAD-ONE-REGISTER-ENTRY.
           READ NOTICE-REGISTER-FILE
               AT END
                   SET NREG-EOF TO TRUE
           END-READ
           IF NOT NREG-EOF
               IF NREG-EVENT-DATE NOT < NTC-FIRST-DATE
                       AND NREG-EVENT-DATE NOT > NTC-LAST-DATE
                   IF NTC-REG-COUNT < 5000
                       ADD 1 TO NTC-REG-COUNT
                       MOVE NREG-ENTITY-ID
                           TO NTC-REG-ENTITY(NTC-REG-COUNT)
                       MOVE NREG-EVENT-TYPE
                           TO NTC-REG-TYPE(NTC-REG-COUNT)
                       MOVE NREG-EVENT-DATE
                           TO NTC-REG-EVENT-DATE(NTC-REG-COUNT)
                       MOVE NREG-DISPOSITION
                           TO NTC-REG-DISPOSITION(NTC-REG-COUNT)
                       MOVE NREG-RUN-DATE
                           TO NTC-REG-RUN-DATE(NTC-REG-COUNT)
                       MOVE NREG-RUN-TIME
                           TO NTC-REG-RUN-TIME(NTC-REG-COUNT)
                   ELSE
                       IF NOT NTC-REG-FULL
                           DISPLAY "ANNIV-NOTICE: NTCREG HOLDS MORE"
                               " THAN 5000 ENTRIES IN THE WINDOW -"
                               " RUN REFUSED"
                           SET NTC-REG-FULL TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       OPEN-NOTICE-FILES.
           OPEN INPUT ENTITY-MASTER-FILE
           IF NOT ENT-FILE-OK
               DISPLAY "ANNIV-NOTICE: CANNOT OPEN ENTMAST, STATUS "
                   ENT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               GOBACK
           END-IF
      * appended, never replaced - a batch the correspondence side
      * has not collected yet is the only copy of letters the
      * register already counts as sent.
           OPEN EXTEND NOTICE-FILE
           IF NOTC-FILE-NOT-FOUND
               OPEN OUTPUT NOTICE-FILE
           END-IF
           IF NOT NOTC-FILE-OK
               DISPLAY "ANNIV-NOTICE: CANNOT OPEN NTCFILE, STATUS "
                   NOTC-FILE-STATUS
               CLOSE ENTITY-MASTER-FILE
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               GOBACK
           END-IF
           OPEN OUTPUT NOTICE-EXCEPTION-FILE
           IF NOT NTCX-FILE-OK
               DISPLAY "ANNIV-NOTICE: CANNOT OPEN NTCXRPT, STATUS "
                   NTCX-FILE-STATUS
               CLOSE ENTITY-MASTER-FILE
               CLOSE NOTICE-FILE
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               GOBACK
           END-IF.

       CLOSE-NOTICE-FILES.
           CLOSE ENTITY-MASTER-FILE
           CLOSE NOTICE-FILE
           CLOSE NOTICE-EXCEPTION-FILE.

       WRITE-NOTICE-HEADER.
           MOVE SPACES TO NOTC-HEADER-REC
           MOVE "HDR" TO NOTC-HDR-ID
           MOVE CURR-DATE-NUMERIC TO NOTC-HDR-RUN-DATE
           MOVE NTC-RUN-ID TO NOTC-HDR-RUN-ID
           MOVE NTC-LEAD-DAYS TO NOTC-HDR-LEAD-DAYS
           MOVE NTC-FIRST-DATE TO NOTC-HDR-WINDOW-FROM
           MOVE NTC-LAST-DATE TO NOTC-HDR-WINDOW-TO
           WRITE NOTC-HEADER-REC.

       WRITE-NOTICE-TRAILER.
           MOVE SPACES TO NOTC-TRAILER-REC
           MOVE "TRL" TO NOTC-TRL-ID
           MOVE NTC-WRITTEN-COUNT TO NOTC-TRL-DETAIL-COUNT
           MOVE NTC-BIRTHDAY-COUNT TO NOTC-TRL-BIRTHDAY-COUNT
           MOVE NTC-MILESTONE-COUNT TO NOTC-TRL-MILESTONE-COUNT
           WRITE NOTC-TRAILER-REC.

       SELECT-ONE-ENTITY.
           READ ENTITY-MASTER-FILE NEXT RECORD
               AT END
                   SET MST-EOF TO TRUE
           END-READ
           IF NOT MST-EOF
               ADD 1 TO NTC-MASTER-COUNT
               IF ENT-ACTIVE
                   ADD 1 TO NTC-ACTIVE-COUNT
                   PERFORM CHECK-ENTITY-EVENTS
               END-IF
           END-IF.

      * the next birthday and the next round-thousand day, worked
      * out the way MILE-FCST projects them, each one decided on
      * when it falls inside the window. a birth date the calendar
      * does not know, or one still to come, is skipped loudly
      * rather than written to a letter.
       CHECK-ENTITY-EVENTS.
           COMPUTE NTC-BIRTH-DATE =
               ENT-BIRTH-YEAR * 10000 + ENT-BIRTH-MONTH * 100 +
               ENT-BIRTH-DAY
           EVALUATE TRUE
               WHEN FUNCTION INTEGER-OF-DATE(NTC-BIRTH-DATE) = 0
                   ADD 1 TO NTC-SKIPPED-COUNT
                   DISPLAY "ANNIV-NOTICE: BIRTH DATE NOT ON CALENDAR,"
                       " ENTITY SKIPPED: " ENT-ENTITY-ID
               WHEN NTC-BIRTH-DATE > CURR-DATE-NUMERIC
                   ADD 1 TO NTC-SKIPPED-COUNT
                   DISPLAY "ANNIV-NOTICE: BIRTH DATE AFTER RUN DATE,"
                       " ENTITY SKIPPED: " ENT-ENTITY-ID
               WHEN OTHER
                   COMPUTE NTC-TOTAL-DAYS = CURR-DATE-INT -
                       FUNCTION INTEGER-OF-DATE(NTC-BIRTH-DATE)
                   PERFORM CHECK-NEXT-BIRTHDAY
                   PERFORM CHECK-NEXT-ROUND-THOUSAND
           END-EVALUATE.

      * the anniversary in the run year, pushed to the following
      * year when it has already passed - a Feb-29 birth date in a
      * non-leap year celebrates on the 28th, as on MILE-FCST.
       CHECK-NEXT-BIRTHDAY.
           MOVE CURR-YEAR TO NTC-ANNIV-YEAR
           PERFORM COMPOSE-ANNIV-DATE
           IF NTC-ANNIV-DATE NOT > CURR-DATE-NUMERIC
               COMPUTE NTC-ANNIV-YEAR = CURR-YEAR + 1
               PERFORM COMPOSE-ANNIV-DATE
           END-IF
           COMPUTE NTC-EVENT-INT =
               FUNCTION INTEGER-OF-DATE(NTC-ANNIV-DATE)
           IF NTC-EVENT-INT NOT > NTC-LAST-INT
               MOVE "BIRTHDAY" TO NTC-EVENT-TYPE
               MOVE NTC-ANNIV-DATE TO NTC-EVENT-DATE
               COMPUTE NTC-AGE-REACHED =
                   NTC-ANNIV-YEAR - ENT-BIRTH-YEAR
               MOVE "YEARS" TO NTC-AGE-UNIT
               PERFORM DECIDE-ONE-EVENT
           END-IF.

       COMPOSE-ANNIV-DATE.
           COMPUTE NTC-ANNIV-DATE =
               NTC-ANNIV-YEAR * 10000 + ENT-BIRTH-MONTH * 100 +
               ENT-BIRTH-DAY
           IF FUNCTION INTEGER-OF-DATE(NTC-ANNIV-DATE) = 0
               COMPUTE NTC-ANNIV-DATE =
                   NTC-ANNIV-YEAR * 10000 + ENT-BIRTH-MONTH * 100 + 28
           END-IF.

       CHECK-NEXT-ROUND-THOUSAND.
           COMPUTE NTC-WORK-DIV = NTC-TOTAL-DAYS / 1000
           COMPUTE NTC-ROUND-THOUSAND = (NTC-WORK-DIV + 1) * 1000
           COMPUTE NTC-DAYS-TO-ROUND =
               NTC-ROUND-THOUSAND - NTC-TOTAL-DAYS
           IF NTC-DAYS-TO-ROUND NOT > NTC-LEAD-DAYS
               MOVE "MILESTON" TO NTC-EVENT-TYPE
               COMPUTE NTC-EVENT-INT =
                   CURR-DATE-INT + NTC-DAYS-TO-ROUND
               COMPUTE NTC-EVENT-DATE =
                   FUNCTION DATE-OF-INTEGER(NTC-EVENT-INT)
               MOVE NTC-ROUND-THOUSAND TO NTC-AGE-REACHED
               MOVE "DAYS" TO NTC-AGE-UNIT
               PERFORM DECIDE-ONE-EVENT
           END-IF.

      * an event already sent is never sent again; an opted-out
      * entity's event is held back; anything else goes out.
       DECIDE-ONE-EVENT.
           ADD 1 TO NTC-EVENT-COUNT
           PERFORM FIND-REGISTER-ENTRIES
           EVALUATE TRUE
               WHEN NTC-SENT-FOUND
                   PERFORM BLOCK-DUPLICATE-NOTICE
               WHEN ENT-NOTICE-SUPPRESSED
                   PERFORM HOLD-SUPPRESSED-NOTICE
               WHEN OTHER
                   PERFORM ISSUE-NOTICE
           END-EVALUATE.

       FIND-REGISTER-ENTRIES.
           MOVE "N" TO NTC-SENT-SW
           MOVE "N" TO NTC-HELD-SW
           PERFORM CHECK-ONE-REGISTER-ENTRY
               VARYING NTC-REG-IDX FROM 1 BY 1
               UNTIL NTC-REG-IDX > NTC-REG-COUNT.

       CHECK-ONE-REGISTER-ENTRY.
           IF NTC-REG-ENTITY(NTC-REG-IDX) = ENT-ENTITY-ID
                   AND NTC-REG-TYPE(NTC-REG-IDX) = NTC-EVENT-TYPE
                   AND NTC-REG-EVENT-DATE(NTC-REG-IDX) = NTC-EVENT-DATE
               IF NTC-REG-DISPOSITION(NTC-REG-IDX) = "SENT"
                   SET NTC-SENT-FOUND TO TRUE
                   MOVE NTC-REG-IDX TO NTC-SENT-HIT
               ELSE
                   SET NTC-HELD-FOUND TO TRUE
                   MOVE NTC-REG-IDX TO NTC-HELD-HIT
               END-IF
           END-IF.

      * a notice stays inside the window for LEADDAYS days, so an
      * earlier day's send turning up again is the normal case and
      * is only counted. one sent earlier today means the job has
      * been rerun - that is the duplicate the register exists to
      * stop, and it is listed.
       BLOCK-DUPLICATE-NOTICE.
           ADD 1 TO NTC-DUP-COUNT
           IF NTC-REG-RUN-DATE(NTC-SENT-HIT) = CURR-DATE-NUMERIC
               MOVE "DUPLICATE" TO NTXD-EXCEPTION
               MOVE SPACES TO NTXD-DETAIL
               STRING "ALREADY SENT BY THE RUN AT "
                          DELIMITED BY SIZE
                      NTC-REG-RUN-TIME(NTC-SENT-HIT)
                          DELIMITED BY SIZE
                      INTO NTXD-DETAIL
               PERFORM LIST-NOTICE-EXCEPTION
           END-IF.

      * the first time an opted-out entity's event is held back it
      * is listed and registered as SUPPRESS, so the days after stay
      * quiet. lifting the opt-out before the event lets the
      * letter go out on the next run.
       HOLD-SUPPRESSED-NOTICE.
           ADD 1 TO NTC-SUPP-COUNT
           EVALUATE TRUE
               WHEN NOT NTC-HELD-FOUND
                   MOVE "SUPPRESSED" TO NTXD-EXCEPTION
                   MOVE "ENTITY OPTED OUT ON THE MASTER"
                       TO NTXD-DETAIL
                   PERFORM LIST-NOTICE-EXCEPTION
                   IF NTC-NEW-COUNT < 2000
                       MOVE "SUPPRESS" TO NTC-DISPOSITION
                       PERFORM ADD-NEW-REGISTER-ENTRY
                   END-IF
               WHEN NTC-REG-RUN-DATE(NTC-HELD-HIT) = CURR-DATE-NUMERIC
                   MOVE "SUPPRESSED" TO NTXD-EXCEPTION
                   MOVE "ENTITY OPTED OUT ON THE MASTER"
                       TO NTXD-DETAIL
                   PERFORM LIST-NOTICE-EXCEPTION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * every notice written has to reach the register, so one the
      * table cannot hold is not written at all - it is listed and
      * goes out on the next run, still inside the window.
       ISSUE-NOTICE.
           IF NTC-NEW-COUNT < 2000
               MOVE SPACES TO NOTC-RECORD
               MOVE "NTC" TO NOTC-REC-ID
               MOVE ENT-ENTITY-ID TO NOTC-ENTITY-ID
               MOVE ENT-ENTITY-NAME TO NOTC-ENTITY-NAME
               MOVE NTC-EVENT-TYPE TO NOTC-EVENT-TYPE
               MOVE NTC-EVENT-DATE TO NOTC-EVENT-DATE
               MOVE NTC-AGE-REACHED TO NOTC-AGE-REACHED
               MOVE NTC-AGE-UNIT TO NOTC-AGE-UNIT
               WRITE NOTC-RECORD
               ADD 1 TO NTC-WRITTEN-COUNT
               IF NOTC-BIRTHDAY
                   ADD 1 TO NTC-BIRTHDAY-COUNT
               ELSE
                   ADD 1 TO NTC-MILESTONE-COUNT
               END-IF
               MOVE "SENT" TO NTC-DISPOSITION
               PERFORM ADD-NEW-REGISTER-ENTRY
           ELSE
               ADD 1 TO NTC-DEFERRED-COUNT
               MOVE "DEFERRED" TO NTXD-EXCEPTION
               MOVE "OVER 2000 THIS RUN - GOES ON THE NEXT RUN"
                   TO NTXD-DETAIL
               PERFORM LIST-NOTICE-EXCEPTION
           END-IF.

       ADD-NEW-REGISTER-ENTRY.
           ADD 1 TO NTC-NEW-COUNT
           MOVE ENT-ENTITY-ID TO NTC-NEW-ENTITY(NTC-NEW-COUNT)
           MOVE NTC-EVENT-TYPE TO NTC-NEW-TYPE(NTC-NEW-COUNT)
           MOVE NTC-EVENT-DATE TO NTC-NEW-EVENT-DATE(NTC-NEW-COUNT)
           MOVE NTC-AGE-REACHED TO NTC-NEW-AGE(NTC-NEW-COUNT)
           MOVE NTC-DISPOSITION
               TO NTC-NEW-DISPOSITION(NTC-NEW-COUNT).

       LIST-NOTICE-EXCEPTION.
           ADD 1 TO NTC-LISTED-COUNT
           MOVE ENT-ENTITY-ID TO NTXD-ENTITY-ID
           MOVE NTC-EVENT-TYPE TO NTXD-EVENT-TYPE
           MOVE NTC-EVENT-DATE TO NTXD-EVENT-DATE
           MOVE NTC-AGE-REACHED TO NTXD-AGE
           MOVE NTC-AGE-UNIT TO NTXD-AGE-UNIT
           MOVE NTCX-DETAIL-LINE TO NTCX-PRINT-LINE
           PERFORM WRITE-NTCX-LINE.

       PRINT-NOTICE-TOTALS.
           IF NTC-LISTED-COUNT = ZERO
               MOVE "NO EXCEPTIONS" TO NTCX-PRINT-LINE
               PERFORM WRITE-NTCX-LINE
           END-IF
           MOVE SPACES TO NTCX-PRINT-LINE
           PERFORM WRITE-NTCX-LINE
           MOVE "CONTROL TOTALS" TO NTCX-PRINT-LINE
           PERFORM WRITE-NTCX-LINE
           MOVE "MASTER RECORDS READ" TO NTXT-LABEL
           MOVE NTC-MASTER-COUNT TO NTXT-COUNT
           PERFORM WRITE-NTCX-TOTAL
           MOVE "ACTIVE ENTITIES" TO NTXT-LABEL
           MOVE NTC-ACTIVE-COUNT TO NTXT-COUNT
           PERFORM WRITE-NTCX-TOTAL
           MOVE "  SKIPPED - BIRTH DATE UNUSABLE" TO NTXT-LABEL
           MOVE NTC-SKIPPED-COUNT TO NTXT-COUNT
           PERFORM WRITE-NTCX-TOTAL
           MOVE "EVENTS INSIDE THE WINDOW" TO NTXT-LABEL
           MOVE NTC-EVENT-COUNT TO NTXT-COUNT
           PERFORM WRITE-NTCX-TOTAL
           MOVE "  NOTICES WRITTEN" TO NTXT-LABEL
           MOVE NTC-WRITTEN-COUNT TO NTXT-COUNT
           PERFORM WRITE-NTCX-TOTAL
           MOVE "    BIRTHDAYS" TO NTXT-LABEL
           MOVE NTC-BIRTHDAY-COUNT TO NTXT-COUNT
           PERFORM WRITE-NTCX-TOTAL
           MOVE "    MILESTONES" TO NTXT-LABEL
           MOVE NTC-MILESTONE-COUNT TO NTXT-COUNT
           PERFORM WRITE-NTCX-TOTAL
           MOVE "  ALREADY SENT - NOT SENT AGAIN" TO NTXT-LABEL
           MOVE NTC-DUP-COUNT TO NTXT-COUNT
           PERFORM WRITE-NTCX-TOTAL
           MOVE "  SUPPRESSED - ENTITY OPTED OUT" TO NTXT-LABEL
           MOVE NTC-SUPP-COUNT TO NTXT-COUNT
           PERFORM WRITE-NTCX-TOTAL
           MOVE "  DEFERRED TO THE NEXT RUN" TO NTXT-LABEL
           MOVE NTC-DEFERRED-COUNT TO NTXT-COUNT
           PERFORM WRITE-NTCX-TOTAL
           MOVE "EXCEPTIONS LISTED" TO NTXT-LABEL
           MOVE NTC-LISTED-COUNT TO NTXT-COUNT
           PERFORM WRITE-NTCX-TOTAL.

       WRITE-NTCX-TOTAL.
           MOVE NTCX-TOTAL-LINE TO NTCX-PRINT-LINE
           PERFORM WRITE-NTCX-LINE.

       WRITE-NTCX-LINE.
           IF NTCX-LINE-COUNT > PAGE-LINE-LIMIT
               PERFORM WRITE-NTCX-HEADINGS
           END-IF
           WRITE NTCX-PRINT-LINE
           ADD 1 TO NTCX-LINE-COUNT.

       WRITE-NTCX-HEADINGS.
           MOVE NTCX-PRINT-LINE TO NTCX-HOLD-LINE
           ADD 1 TO NTCX-PAGE-COUNT
           MOVE CURR-DATE-NUMERIC TO NTXH-RUN-DATE
           MOVE NTCX-PAGE-COUNT TO NTXH-PAGE
           MOVE NTC-FIRST-DATE TO NTXH-FIRST-DATE
           MOVE NTC-LAST-DATE TO NTXH-LAST-DATE
           MOVE NTC-LEAD-DAYS TO NTXH-LEAD-DAYS
           MOVE NTCX-HEADING-1 TO NTCX-PRINT-LINE
           WRITE NTCX-PRINT-LINE
           MOVE NTCX-HEADING-2 TO NTCX-PRINT-LINE
           WRITE NTCX-PRINT-LINE
           MOVE SPACES TO NTCX-PRINT-LINE
           WRITE NTCX-PRINT-LINE
           MOVE NTCX-HEADING-3 TO NTCX-PRINT-LINE
           WRITE NTCX-PRINT-LINE
           MOVE SPACES TO NTCX-PRINT-LINE
           WRITE NTCX-PRINT-LINE
           MOVE 5 TO NTCX-LINE-COUNT
           MOVE NTCX-HOLD-LINE TO NTCX-PRINT-LINE.

      * this run's notices and holds go on the register only once
      * the run's batch is complete and the notice file closed - a
      * run that dies part way leaves a batch with no trailer, which
      * the correspondence side rejects by its run id, and
      * registers nothing, so the rerun appends them again in a
      * batch of its own. earlier batches on the file are left as
      * they were. a register that will not take
      * them is reported - a rerun before it is put right would
      * send the same letters again.
       UPDATE-NOTICE-REGISTER.
           IF NTC-NEW-COUNT > ZERO
               OPEN EXTEND NOTICE-REGISTER-FILE
               IF NREG-FILE-NOT-FOUND
                   OPEN OUTPUT NOTICE-REGISTER-FILE
               END-IF
               IF NREG-FILE-OK
                   PERFORM REGISTER-ONE-NOTICE
                       VARYING NTC-NEW-IDX FROM 1 BY 1
                       UNTIL NTC-NEW-IDX > NTC-NEW-COUNT
                   CLOSE NOTICE-REGISTER-FILE
               ELSE
                   DISPLAY "ANNIV-NOTICE: CANNOT OPEN NTCREG, STATUS "
                       NREG-FILE-STATUS " - NOTICES NOT REGISTERED,"
                       " DO NOT RERUN"
                   SET NTC-REG-FAILED TO TRUE
               END-IF
           END-IF.

       REGISTER-ONE-NOTICE.
           MOVE SPACES TO NREG-RECORD
           MOVE NTC-NEW-ENTITY(NTC-NEW-IDX) TO NREG-ENTITY-ID
           MOVE NTC-NEW-TYPE(NTC-NEW-IDX) TO NREG-EVENT-TYPE
           MOVE NTC-NEW-EVENT-DATE(NTC-NEW-IDX) TO NREG-EVENT-DATE
           MOVE NTC-NEW-AGE(NTC-NEW-IDX) TO NREG-AGE-REACHED
           MOVE NTC-NEW-DISPOSITION(NTC-NEW-IDX) TO NREG-DISPOSITION
           MOVE CURR-DATE-NUMERIC TO NREG-RUN-DATE
           MOVE CURR-TIME-NUMERIC TO NREG-RUN-TIME
           WRITE NREG-RECORD.

       DISPLAY-NOTICE-TOTALS.
           DISPLAY "ANNIV-NOTICE ACTIVE ENTITIES:     " NTC-ACTIVE-COUNT
           DISPLAY "ANNIV-NOTICE EVENTS IN WINDOW:    " NTC-EVENT-COUNT
           DISPLAY "ANNIV-NOTICE NOTICES WRITTEN:     "
               NTC-WRITTEN-COUNT
           DISPLAY "ANNIV-NOTICE ALREADY SENT:        " NTC-DUP-COUNT
           DISPLAY "ANNIV-NOTICE SUPPRESSED:          " NTC-SUPP-COUNT
           DISPLAY "ANNIV-NOTICE DEFERRED:            "
               NTC-DEFERRED-COUNT
           DISPLAY "ANNIV-NOTICE EXCEPTIONS LISTED:   "
               NTC-LISTED-COUNT.

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
               MOVE "ANNIV-NOTICE" TO SLOG-PROGRAM-ID
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
               MOVE NTC-MASTER-COUNT TO SLOG-RECORDS-IN
               MOVE NTC-WRITTEN-COUNT TO SLOG-RECORDS-OUT
               MOVE RETURN-CODE TO SLOG-RETURN-CODE
               WRITE SLOG-RECORD
               CLOSE STEP-LOG-FILE
           ELSE
               DISPLAY "ANNIV-NOTICE: CANNOT OPEN STEPLOG, STATUS "
                   SLOG-FILE-STATUS " - STEP NOT LOGGED"
           END-IF.
