       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLA-REPORT.
       AUTHOR. CLAUDE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STEP-LOG-FILE ASSIGN TO "STEPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SLOG-FILE-STATUS.

           SELECT SLA-REPORT-FILE ASSIGN TO "SLARPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SLRP-FILE-STATUS.

           SELECT SLA-PARM-FILE ASSIGN TO "SLAPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SLPM-FILE-STATUS.

           SELECT ALERT-FILE ASSIGN TO "ALRTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALRT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * the step log every program in the nightly stream appends
      * to as it ends - see copybooks/STEPLOG-REC.cpy for the
      * layout.
       FD  STEP-LOG-FILE.
           COPY "STEPLOG-REC.cpy".

       FD  SLA-REPORT-FILE.
       01  SLA-PRINT-LINE  PIC X(120).

      * keyword/value run options, same card shape as COBOL-AGE's
      * PARMCARD - NIGHT picks the night to report (the latest in
      * the log by default), OPEN and CLOSE are the batch window as
      * HHMM, AVGDAYS how many nights back the trailing average
      * reaches, LONGPCT how far over its average a step may run
      * before it is called long. one STEP card per step the
      * stream must run: the program id in the first twelve
      * columns of the value and, after a space, the HHMM it has
      * to be finished by (blank for no deadline of its own).
       FD  SLA-PARM-FILE.
       01  SLPM-RECORD.
           05  SLPM-KEYWORD  PIC X(10).
           05  SLPM-VALUE    PIC X(70).

      * same alert record COBOL-AGE writes - a breached window pages
      * the same bridge everything else does. see
      * copybooks/ALRT-REC.cpy.
       FD  ALERT-FILE.
           COPY "ALRT-REC.cpy".

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

       01  SLOG-FILE-STATUS PIC X(02).
           88  SLOG-FILE-OK VALUE "00".
       01  SLRP-FILE-STATUS PIC X(02).
           88  SLRP-FILE-OK VALUE "00".
       01  SLPM-FILE-STATUS PIC X(02).
           88  SLPM-FILE-OK VALUE "00".
       01  ALRT-FILE-STATUS PIC X(02).
           88  ALRT-FILE-OK        VALUE "00".
           88  ALRT-FILE-NOT-FOUND VALUE "35".
       01  ALERT-SEVERITY   PIC X(01).
       01  ALERT-EVENT      PIC X(8).
       01  ALERT-ENTITY     PIC X(10).
       01  ALERT-MSG        PIC X(60).

       01  SLA-SWITCHES.
           05  SLOG-EOF-SW    PIC X VALUE "N".
               88  SLOG-EOF   VALUE "Y".
           05  SLPM-EOF-SW    PIC X VALUE "N".
               88  SLPM-EOF   VALUE "Y".
           05  SLPM-REJECTED-SW PIC X VALUE "N".
               88  SLPM-REJECTED VALUE "Y".
           05  SLA-NIGHT-GIVEN-SW PIC X VALUE "N".
               88  SLA-NIGHT-GIVEN VALUE "Y".
           05  SLA-REC-VALID-SW PIC X VALUE "N".
               88  SLA-REC-VALID VALUE "Y".
           05  SLA-INS-DONE-SW PIC X VALUE "N".
               88  SLA-INS-DONE VALUE "Y".
           05  SLA-BREACH-SW  PIC X VALUE "N".
               88  SLA-BREACHED VALUE "Y".
           05  SLA-SPAN-FOUND-SW PIC X VALUE "N".
               88  SLA-SPAN-FOUND VALUE "Y".

      * the batch window - a step that starts before OPEN belongs
      * to the night before, so a stream that runs past midnight is
      * still reported as one night. a CLOSE at or before OPEN falls
      * on the next calendar day.
       01  SLA-WINDOW-DATA.
           05  SLA-NIGHT       PIC 9(8) VALUE ZERO.
           05  SLA-OPEN-HHMM   PIC 9(4) VALUE 2200.
           05  SLA-CLOSE-HHMM  PIC 9(4) VALUE 0600.
           05  SLA-OPEN-SECS   PIC 9(5).
           05  SLA-CLOSE-OFF   PIC S9(7).
           05  SLA-AVG-DAYS    PIC 9(2) VALUE 7.
           05  SLA-LONG-PCT    PIC 9(3) VALUE 50.
           05  SLA-AVG-FROM    PIC 9(8).
      * a step has to run at least this many seconds over its
      * average as well before it is called long - a job that
      * takes four seconds instead of two is not news.
           05  SLA-LONG-FLOOR  PIC 9(3) VALUE 60.

      * a clock time as HHMM or HHMMSS, split for the arithmetic.
       01  SLA-HHMM-WORK     PIC 9(4).
       01  SLA-HHMM-PARTS REDEFINES SLA-HHMM-WORK.
           05  SLA-HHMM-HH   PIC 99.
           05  SLA-HHMM-MM   PIC 99.
       01  SLA-HMS-WORK      PIC 9(6).
       01  SLA-HMS-PARTS REDEFINES SLA-HMS-WORK.
           05  SLA-HMS-HH    PIC 99.
           05  SLA-HMS-MM    PIC 99.
           05  SLA-HMS-SS    PIC 99.
       01  SLA-DUE-OFF       PIC S9(7).

      * the current log record placed on its night, with its start
      * and end as seconds from that night's window opening.
       01  SLA-REC-DATA.
           05  SLA-REC-NIGHT     PIC 9(8).
           05  SLA-REC-SECS      PIC 9(5).
           05  SLA-REC-START-OFF PIC S9(7).
           05  SLA-REC-END-OFF   PIC S9(7).

      * the steps the stream must run, in STEP card order.
       01  SLA-SCHED-TABLE.
           05  SLA-SCHED-ENTRY OCCURS 50 TIMES.
               10  SLA-SCH-PROGRAM  PIC X(12).
               10  SLA-SCH-DUE      PIC X(4).
               10  SLA-SCH-DUE-OFF  PIC S9(7).
               10  SLA-SCH-SEEN-SW  PIC X.
                   88  SLA-SCH-SEEN VALUE "Y".
       01  SLA-SCHED-COUNT   PIC 9(2) VALUE ZERO.
       01  SLA-SCH-IDX       PIC 9(2).
       01  SLA-SCH-HIT       PIC 9(2).

      * the night's steps, held in start order - the log is in
      * finishing order, which is not the same thing once steps
      * overlap.
       01  SLA-STEP-TABLE.
           05  SLA-STEP-ENTRY OCCURS 100 TIMES.
               10  SLA-TAB-PROGRAM   PIC X(12).
               10  SLA-TAB-QUAL      PIC X(10).
               10  SLA-TAB-START-OFF PIC S9(7).
               10  SLA-TAB-END-OFF   PIC S9(7).
               10  SLA-TAB-ELAPSED   PIC 9(6).
               10  SLA-TAB-IN        PIC 9(9).
               10  SLA-TAB-OUT       PIC 9(9).
               10  SLA-TAB-RC        PIC 9(2).
               10  SLA-TAB-AVG-SUM   PIC 9(9).
               10  SLA-TAB-AVG-COUNT PIC 9(3).
       01  SLA-STEP-COUNT    PIC 9(3) VALUE ZERO.
       01  SLA-IDX           PIC 9(3).
       01  SLA-INS-IDX       PIC 9(3).

       01  SLA-STEP-WORK.
           05  SLA-AVG-SECS      PIC 9(6).
           05  SLA-PCT           PIC 9(8).
           05  SLA-NOTE-PTR      PIC 9(2).
           05  SLA-FIRST-OFF     PIC S9(7).
           05  SLA-LAST-OFF      PIC S9(7).
           05  SLA-SPAN-SECS     PIC 9(6).
           05  SLA-OVER-SECS     PIC 9(6).
           05  SLA-SPAN-START-TEXT PIC X(8).
           05  SLA-SPAN-END-TEXT   PIC X(8).

       01  SLA-COUNTS.
           05  SLA-LOG-COUNT      PIC 9(7) VALUE ZERO.
           05  SLA-BAD-COUNT      PIC 9(5) VALUE ZERO.
           05  SLA-OVERFLOW-COUNT PIC 9(5) VALUE ZERO.
           05  SLA-LATE-COUNT     PIC 9(3) VALUE ZERO.
           05  SLA-LONG-COUNT     PIC 9(3) VALUE ZERO.
           05  SLA-FAILED-COUNT   PIC 9(3) VALUE ZERO.
           05  SLA-MISSING-COUNT  PIC 9(3) VALUE ZERO.
           05  SLA-UNSCHED-COUNT  PIC 9(3) VALUE ZERO.
       01  SLA-DISP-COUNT    PIC ZZ9.

      * seconds shown as HH:MM:SS - a clock time once the window
      * offset is added back, or a duration as it stands.
       01  SLA-FMT-SECS      PIC 9(6).
       01  SLA-FMT-HH        PIC 99.
       01  SLA-FMT-MM        PIC 99.
       01  SLA-FMT-SS        PIC 99.
       01  SLA-FMT-TEXT      PIC X(8).
       01  SLA-DISP-PCT      PIC ZZZ9.

      * SLA report print control - a fresh heading every
      * PAGE-LINE-LIMIT detail lines.
       01  SLA-PAGE-COUNT   PIC 9(4) VALUE ZERO.
       01  SLA-LINE-COUNT   PIC 9(3) VALUE 99.
       01  PAGE-LINE-LIMIT  PIC 9(3) VALUE 55.

       01  SLA-HEADING-1.
           05  FILLER          PIC X(31)
               VALUE "BATCH WINDOW SLA REPORT        ".
           05  FILLER          PIC X(09) VALUE "RUN DATE ".
           05  SLH-RUN-DATE    PIC 9(8).
           05  FILLER          PIC X(56) VALUE SPACES.
           05  FILLER          PIC X(05) VALUE "PAGE ".
           05  SLH-PAGE        PIC ZZZ9.
       01  SLA-HEADING-2.
           05  FILLER          PIC X(09) VALUE "NIGHT OF ".
           05  SLH-NIGHT       PIC 9(8).
           05  FILLER          PIC X(16) VALUE "   WINDOW OPENS ".
           05  SLH-OPEN        PIC X(5).
           05  FILLER          PIC X(08) VALUE " CLOSES ".
           05  SLH-CLOSE       PIC X(5).
           05  FILLER          PIC X(26)
               VALUE "   AVERAGE OVER THE LAST  ".
           05  SLH-AVG-DAYS    PIC Z9.
           05  FILLER          PIC X(07) VALUE " NIGHTS".
       01  SLA-HEADING-3.
           05  FILLER  PIC X(36)
               VALUE "PROGRAM       STEP        START     ".
           05  FILLER  PIC X(36)
               VALUE "END       ELAPSED   AVERAGE VS AVG  ".
           05  FILLER  PIC X(36)
               VALUE " RECS IN  RECS OUT  RC  DUE    NOTES".
       01  SLA-HOLD-LINE       PIC X(120).

       01  SLA-DETAIL-LINE.
           05  SLD-PROGRAM     PIC X(12).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  SLD-QUAL        PIC X(10).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  SLD-START       PIC X(8).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  SLD-END         PIC X(8).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  SLD-ELAPSED     PIC X(8).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  SLD-AVERAGE     PIC X(8).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  SLD-PCT         PIC X(5).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  SLD-IN          PIC Z(7)9.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  SLD-OUT         PIC Z(7)9.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  SLD-RC          PIC 9(2).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  SLD-DUE         PIC X(5).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  SLD-NOTES       PIC X(16).

       01  SLA-MISSING-LINE.
           05  SLM-PROGRAM     PIC X(12).
           05  FILLER          PIC X(14) VALUE SPACES.
           05  FILLER          PIC X(30)
               VALUE "*** NEVER RAN              DUE".
           05  FILLER          PIC X(01) VALUE SPACES.
           05  SLM-DUE         PIC X(5).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM GET-CURRENT-DATE
           PERFORM READ-SLA-PARMS
           IF SLPM-REJECTED
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM SET-WINDOW-OFFSETS
           IF NOT SLA-NIGHT-GIVEN
               PERFORM OPEN-STEP-LOG
               PERFORM FIND-LATEST-NIGHT UNTIL SLOG-EOF
               CLOSE STEP-LOG-FILE
           END-IF
           IF SLA-NIGHT = ZERO
               PERFORM OPEN-SLA-REPORT
               MOVE "STEP LOG IS EMPTY - NO NIGHT TO REPORT"
                   TO SLA-PRINT-LINE
               PERFORM WRITE-SLA-LINE
               CLOSE SLA-REPORT-FILE
               DISPLAY "SLA-REPORT: STEP LOG IS EMPTY"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           COMPUTE SLA-AVG-FROM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(SLA-NIGHT) - SLA-AVG-DAYS)
           PERFORM OPEN-STEP-LOG
           PERFORM LOAD-ONE-NIGHT-STEP UNTIL SLOG-EOF
           CLOSE STEP-LOG-FILE
           IF SLA-STEP-COUNT > ZERO
               PERFORM OPEN-STEP-LOG
               PERFORM ADD-ONE-TRAILING-STEP UNTIL SLOG-EOF
               CLOSE STEP-LOG-FILE
           END-IF
           PERFORM OPEN-SLA-REPORT
           PERFORM PRINT-SLA-TIMELINE
           PERFORM PRINT-MISSING-STEPS
           PERFORM JUDGE-BATCH-WINDOW
           IF SLRP-FILE-OK
               CLOSE SLA-REPORT-FILE
           END-IF
           PERFORM DISPLAY-SLA-TOTALS
           EVALUATE TRUE
               WHEN SLA-BREACHED
                   MOVE 8 TO RETURN-CODE
               WHEN SLA-LATE-COUNT > ZERO
                       OR SLA-LONG-COUNT > ZERO
                       OR SLA-FAILED-COUNT > ZERO
                       OR SLA-STEP-COUNT = ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE
           GOBACK.

       GET-CURRENT-DATE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA
           COMPUTE CURR-DATE-NUMERIC =
               CURR-YEAR * 10000 + CURR-MONTH * 100 + CURR-DAY.

      * the window and the deadlines are what the report judges
      * the night by - a value the operator got wrong stops the
      * run rather than passing or failing the night on a guess.
      * AVGDAYS and LONGPCT only shade the notes and fall back to
      * their defaults.
       READ-SLA-PARMS.
           OPEN INPUT SLA-PARM-FILE
           IF SLPM-FILE-OK
               PERFORM PROCESS-ONE-SLA-PARM UNTIL SLPM-EOF
               CLOSE SLA-PARM-FILE
           END-IF.

       PROCESS-ONE-SLA-PARM.
           READ SLA-PARM-FILE
               AT END
                   SET SLPM-EOF TO TRUE
           END-READ
           IF NOT SLPM-EOF
               EVALUATE SLPM-KEYWORD
                   WHEN "NIGHT"
                       PERFORM EDIT-NIGHT-PARM
                   WHEN "OPEN"
                       MOVE SLPM-VALUE(1:4) TO SLA-HHMM-WORK
                       PERFORM EDIT-HHMM-PARM
                       IF NOT SLPM-REJECTED
                           MOVE SLA-HHMM-WORK TO SLA-OPEN-HHMM
                       END-IF
                   WHEN "CLOSE"
                       MOVE SLPM-VALUE(1:4) TO SLA-HHMM-WORK
                       PERFORM EDIT-HHMM-PARM
                       IF NOT SLPM-REJECTED
                           MOVE SLA-HHMM-WORK TO SLA-CLOSE-HHMM
                       END-IF
                   WHEN "STEP"
                       PERFORM EDIT-STEP-PARM
                   WHEN "AVGDAYS"
                       IF SLPM-VALUE(1:2) IS NUMERIC
                               AND SLPM-VALUE(1:2) NOT = "00"
                           MOVE SLPM-VALUE(1:2) TO SLA-AVG-DAYS
                       ELSE
                           DISPLAY "BAD AVGDAYS VALUE IGNORED: "
                               FUNCTION TRIM(SLPM-VALUE)
                       END-IF
                   WHEN "LONGPCT"
                       IF SLPM-VALUE(1:3) IS NUMERIC
                           MOVE SLPM-VALUE(1:3) TO SLA-LONG-PCT
                       ELSE
                           DISPLAY "BAD LONGPCT VALUE IGNORED: "
                               FUNCTION TRIM(SLPM-VALUE)
                       END-IF
                   WHEN SPACES
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "UNKNOWN SLAPARM KEYWORD IGNORED: "
                           FUNCTION TRIM(SLPM-KEYWORD)
               END-EVALUATE
           END-IF.

       EDIT-NIGHT-PARM.
           IF SLPM-VALUE(1:8) IS NUMERIC
                   AND FUNCTION TEST-DATE-YYYYMMDD(
                       FUNCTION NUMVAL(SLPM-VALUE(1:8))) = 0
               MOVE SLPM-VALUE(1:8) TO SLA-NIGHT
               SET SLA-NIGHT-GIVEN TO TRUE
           ELSE
               DISPLAY "BAD NIGHT VALUE - RUN REFUSED: "
                   FUNCTION TRIM(SLPM-VALUE)
               SET SLPM-REJECTED TO TRUE
           END-IF.

      * the caller has moved the four HHMM columns to
      * SLA-HHMM-WORK.
       EDIT-HHMM-PARM.
           IF SLA-HHMM-WORK IS NOT NUMERIC
                   OR SLA-HHMM-HH > 23 OR SLA-HHMM-MM > 59
               DISPLAY "BAD " FUNCTION TRIM(SLPM-KEYWORD)
                   " VALUE - RUN REFUSED: " FUNCTION TRIM(SLPM-VALUE)
               SET SLPM-REJECTED TO TRUE
           END-IF.

       EDIT-STEP-PARM.
           EVALUATE TRUE
               WHEN SLPM-VALUE(1:12) = SPACES
                   DISPLAY "STEP CARD WITH NO PROGRAM - RUN REFUSED"
                   SET SLPM-REJECTED TO TRUE
               WHEN SLA-SCHED-COUNT NOT < 50
                   DISPLAY "SLA-REPORT LIMITED TO 50 STEPS - "
                       FUNCTION TRIM(SLPM-VALUE(1:12)) " IGNORED"
               WHEN OTHER
                   ADD 1 TO SLA-SCHED-COUNT
                   MOVE SLPM-VALUE(1:12)
                       TO SLA-SCH-PROGRAM(SLA-SCHED-COUNT)
                   MOVE SLPM-VALUE(14:4)
                       TO SLA-SCH-DUE(SLA-SCHED-COUNT)
                   MOVE "N" TO SLA-SCH-SEEN-SW(SLA-SCHED-COUNT)
                   IF SLPM-VALUE(14:4) NOT = SPACES
                       MOVE SLPM-VALUE(14:4) TO SLA-HHMM-WORK
                       PERFORM EDIT-HHMM-PARM
                   END-IF
           END-EVALUATE.

      * every time the report judges is held as seconds from the
      * window's opening, so a deadline after midnight still
      * sorts after a step that started before it.
       SET-WINDOW-OFFSETS.
           MOVE SLA-OPEN-HHMM TO SLA-HHMM-WORK
           COMPUTE SLA-OPEN-SECS =
               SLA-HHMM-HH * 3600 + SLA-HHMM-MM * 60
           MOVE SLA-CLOSE-HHMM TO SLA-HHMM-WORK
           PERFORM COMPUTE-DUE-OFFSET
           MOVE SLA-DUE-OFF TO SLA-CLOSE-OFF
           PERFORM SET-ONE-STEP-DEADLINE
               VARYING SLA-SCH-IDX FROM 1 BY 1
               UNTIL SLA-SCH-IDX > SLA-SCHED-COUNT.

       SET-ONE-STEP-DEADLINE.
           IF SLA-SCH-DUE(SLA-SCH-IDX) NOT = SPACES
               MOVE SLA-SCH-DUE(SLA-SCH-IDX) TO SLA-HHMM-WORK
               PERFORM COMPUTE-DUE-OFFSET
               MOVE SLA-DUE-OFF TO SLA-SCH-DUE-OFF(SLA-SCH-IDX)
           END-IF.

      * an HHMM at or before the opening is on the next day.
       COMPUTE-DUE-OFFSET.
           COMPUTE SLA-DUE-OFF = SLA-HHMM-HH * 3600
               + SLA-HHMM-MM * 60 - SLA-OPEN-SECS
           IF SLA-DUE-OFF NOT > ZERO
               ADD 86400 TO SLA-DUE-OFF
           END-IF.

       OPEN-STEP-LOG.
           OPEN INPUT STEP-LOG-FILE
           IF NOT SLOG-FILE-OK
               DISPLAY "SLA-REPORT: CANNOT OPEN STEPLOG, STATUS "
                   SLOG-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "N" TO SLOG-EOF-SW.

      * reads the next log record and places it on its night. a
      * record that is not a step log record at all is passed over
      * on every pass and counted on the night's load.
       READ-STEP-LOG.
           READ STEP-LOG-FILE
               AT END
                   SET SLOG-EOF TO TRUE
           END-READ
           MOVE "N" TO SLA-REC-VALID-SW
           IF NOT SLOG-EOF
               IF SLOG-RUN-DATE IS NUMERIC
                       AND SLOG-START-TIME IS NUMERIC
                       AND SLOG-ELAPSED-SECS IS NUMERIC
                       AND SLOG-RETURN-CODE IS NUMERIC
                       AND FUNCTION TEST-DATE-YYYYMMDD(SLOG-RUN-DATE)
                           = 0
                   SET SLA-REC-VALID TO TRUE
                   PERFORM PLACE-STEP-ON-NIGHT
               END-IF
           END-IF.

       PLACE-STEP-ON-NIGHT.
           MOVE SLOG-START-TIME TO SLA-HMS-WORK
           COMPUTE SLA-REC-SECS = SLA-HMS-HH * 3600
               + SLA-HMS-MM * 60 + SLA-HMS-SS
           IF SLA-REC-SECS < SLA-OPEN-SECS
               COMPUTE SLA-REC-NIGHT = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(SLOG-RUN-DATE) - 1)
               COMPUTE SLA-REC-START-OFF =
                   SLA-REC-SECS + 86400 - SLA-OPEN-SECS
           ELSE
               MOVE SLOG-RUN-DATE TO SLA-REC-NIGHT
               COMPUTE SLA-REC-START-OFF =
                   SLA-REC-SECS - SLA-OPEN-SECS
           END-IF
           COMPUTE SLA-REC-END-OFF =
               SLA-REC-START-OFF + SLOG-ELAPSED-SECS.

       FIND-LATEST-NIGHT.
           PERFORM READ-STEP-LOG
           IF SLA-REC-VALID AND SLA-REC-NIGHT > SLA-NIGHT
               MOVE SLA-REC-NIGHT TO SLA-NIGHT
           END-IF.

       LOAD-ONE-NIGHT-STEP.
           PERFORM READ-STEP-LOG
           IF NOT SLOG-EOF
               ADD 1 TO SLA-LOG-COUNT
               EVALUATE TRUE
                   WHEN NOT SLA-REC-VALID
                       ADD 1 TO SLA-BAD-COUNT
                   WHEN SLA-REC-NIGHT NOT = SLA-NIGHT
                       CONTINUE
                   WHEN SLA-STEP-COUNT < 100
                       PERFORM INSERT-NIGHT-STEP
                   WHEN OTHER
                       ADD 1 TO SLA-OVERFLOW-COUNT
               END-EVALUATE
           END-IF.

      * the new step goes in after every step that started no
      * later than it did - steps already in start order cost one
      * compare each.
       INSERT-NIGHT-STEP.
           ADD 1 TO SLA-STEP-COUNT
           MOVE SLA-STEP-COUNT TO SLA-INS-IDX
           MOVE "N" TO SLA-INS-DONE-SW
           PERFORM SHIFT-LATER-STEP UNTIL SLA-INS-DONE
           MOVE SLOG-PROGRAM-ID TO SLA-TAB-PROGRAM(SLA-INS-IDX)
           MOVE SLOG-STEP-QUAL TO SLA-TAB-QUAL(SLA-INS-IDX)
           MOVE SLA-REC-START-OFF TO SLA-TAB-START-OFF(SLA-INS-IDX)
           MOVE SLA-REC-END-OFF TO SLA-TAB-END-OFF(SLA-INS-IDX)
           MOVE SLOG-ELAPSED-SECS TO SLA-TAB-ELAPSED(SLA-INS-IDX)
           MOVE SLOG-RECORDS-IN TO SLA-TAB-IN(SLA-INS-IDX)
           MOVE SLOG-RECORDS-OUT TO SLA-TAB-OUT(SLA-INS-IDX)
           MOVE SLOG-RETURN-CODE TO SLA-TAB-RC(SLA-INS-IDX)
           MOVE ZERO TO SLA-TAB-AVG-SUM(SLA-INS-IDX)
           MOVE ZERO TO SLA-TAB-AVG-COUNT(SLA-INS-IDX).

       SHIFT-LATER-STEP.
           IF SLA-INS-IDX = 1
               SET SLA-INS-DONE TO TRUE
           ELSE
               IF SLA-TAB-START-OFF(SLA-INS-IDX - 1)
                       > SLA-REC-START-OFF
                   MOVE SLA-STEP-ENTRY(SLA-INS-IDX - 1)
                       TO SLA-STEP-ENTRY(SLA-INS-IDX)
                   SUBTRACT 1 FROM SLA-INS-IDX
               ELSE
                   SET SLA-INS-DONE TO TRUE
               END-IF
           END-IF.

      * the trailing average is per program and step qualifier, over
      * the AVGDAYS nights before the one reported - a rerun counts
      * as a night's run like any other.
       ADD-ONE-TRAILING-STEP.
           PERFORM READ-STEP-LOG
           IF NOT SLOG-EOF AND SLA-REC-VALID
                   AND SLA-REC-NIGHT < SLA-NIGHT
                   AND SLA-REC-NIGHT NOT < SLA-AVG-FROM
               PERFORM ADD-TO-MATCHING-STEP
                   VARYING SLA-IDX FROM 1 BY 1
                   UNTIL SLA-IDX > SLA-STEP-COUNT
           END-IF.

       ADD-TO-MATCHING-STEP.
           IF SLA-TAB-PROGRAM(SLA-IDX) = SLOG-PROGRAM-ID
                   AND SLA-TAB-QUAL(SLA-IDX) = SLOG-STEP-QUAL
               ADD SLOG-ELAPSED-SECS TO SLA-TAB-AVG-SUM(SLA-IDX)
               ADD 1 TO SLA-TAB-AVG-COUNT(SLA-IDX)
           END-IF.

       OPEN-SLA-REPORT.
           OPEN OUTPUT SLA-REPORT-FILE
           IF NOT SLRP-FILE-OK
               DISPLAY "SLA-REPORT: CANNOT OPEN SLARPT, STATUS "
                   SLRP-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       PRINT-SLA-TIMELINE.
           IF SLA-STEP-COUNT = ZERO
               MOVE "NO STEPS LOGGED FOR THE NIGHT" TO SLA-PRINT-LINE
               PERFORM WRITE-SLA-LINE
           ELSE
               PERFORM PRINT-ONE-NIGHT-STEP
                   VARYING SLA-IDX FROM 1 BY 1
                   UNTIL SLA-IDX > SLA-STEP-COUNT
           END-IF
           IF SLA-OVERFLOW-COUNT > ZERO
               MOVE SLA-OVERFLOW-COUNT TO SLA-DISP-COUNT
               MOVE SPACES TO SLA-PRINT-LINE
               STRING "*** " DELIMITED BY SIZE
                      FUNCTION TRIM(SLA-DISP-COUNT) DELIMITED BY SIZE
                      " MORE STEPS NOT SHOWN - THE TIMELINE HOLDS 100"
                          DELIMITED BY SIZE
                      INTO SLA-PRINT-LINE
               PERFORM WRITE-SLA-LINE
           END-IF.

      * the notes column is where the morning check looks - LATE
      * past the step's own deadline, LONG against its trailing
      * average, FAILED for a refused or abended step (RC 12 and
      * up), UNSCHED for a step no STEP card names.
       PRINT-ONE-NIGHT-STEP.
           MOVE SPACES TO SLA-DETAIL-LINE
           MOVE SLA-TAB-PROGRAM(SLA-IDX) TO SLD-PROGRAM
           MOVE SLA-TAB-QUAL(SLA-IDX) TO SLD-QUAL
           COMPUTE SLA-FMT-SECS = FUNCTION MOD(
               SLA-OPEN-SECS + SLA-TAB-START-OFF(SLA-IDX) 86400)
           PERFORM FORMAT-SLA-TIME
           MOVE SLA-FMT-TEXT TO SLD-START
           COMPUTE SLA-FMT-SECS = FUNCTION MOD(
               SLA-OPEN-SECS + SLA-TAB-END-OFF(SLA-IDX) 86400)
           PERFORM FORMAT-SLA-TIME
           MOVE SLA-FMT-TEXT TO SLD-END
           MOVE SLA-TAB-ELAPSED(SLA-IDX) TO SLA-FMT-SECS
           PERFORM FORMAT-SLA-TIME
           MOVE SLA-FMT-TEXT TO SLD-ELAPSED
           MOVE SLA-TAB-IN(SLA-IDX) TO SLD-IN
           MOVE SLA-TAB-OUT(SLA-IDX) TO SLD-OUT
           MOVE SLA-TAB-RC(SLA-IDX) TO SLD-RC
           MOVE 1 TO SLA-NOTE-PTR
           IF SLA-TAB-AVG-COUNT(SLA-IDX) = ZERO
               MOVE "  NEW   " TO SLD-AVERAGE
           ELSE
               PERFORM COMPARE-WITH-AVERAGE
           END-IF
           PERFORM CHECK-STEP-DEADLINE
           IF SLA-TAB-RC(SLA-IDX) NOT < 12
               ADD 1 TO SLA-FAILED-COUNT
               STRING "FAILED " DELIMITED BY SIZE
                   INTO SLD-NOTES
                   WITH POINTER SLA-NOTE-PTR
           END-IF
           MOVE SLA-DETAIL-LINE TO SLA-PRINT-LINE
           PERFORM WRITE-SLA-LINE.

       COMPARE-WITH-AVERAGE.
           COMPUTE SLA-AVG-SECS = SLA-TAB-AVG-SUM(SLA-IDX)
               / SLA-TAB-AVG-COUNT(SLA-IDX)
           MOVE SLA-AVG-SECS TO SLA-FMT-SECS
           PERFORM FORMAT-SLA-TIME
           MOVE SLA-FMT-TEXT TO SLD-AVERAGE
           IF SLA-AVG-SECS > ZERO
               COMPUTE SLA-PCT = SLA-TAB-ELAPSED(SLA-IDX) * 100
                   / SLA-AVG-SECS
               IF SLA-PCT > 9999
                   MOVE 9999 TO SLA-PCT
               END-IF
               MOVE SLA-PCT TO SLA-DISP-PCT
               STRING SLA-DISP-PCT "%" DELIMITED BY SIZE
                   INTO SLD-PCT
           END-IF
           IF SLA-TAB-ELAPSED(SLA-IDX) * 100 >
                   SLA-AVG-SECS * (100 + SLA-LONG-PCT)
                   AND SLA-TAB-ELAPSED(SLA-IDX) >
                   SLA-AVG-SECS + SLA-LONG-FLOOR
               ADD 1 TO SLA-LONG-COUNT
               STRING "LONG " DELIMITED BY SIZE
                   INTO SLD-NOTES
                   WITH POINTER SLA-NOTE-PTR
           END-IF.

      * a step run more than once is held to its deadline on every
      * run - a rerun that finished late finished late.
       CHECK-STEP-DEADLINE.
           MOVE ZERO TO SLA-SCH-HIT
           PERFORM FIND-SCHEDULED-STEP
               VARYING SLA-SCH-IDX FROM 1 BY 1
               UNTIL SLA-SCH-IDX > SLA-SCHED-COUNT
                   OR SLA-SCH-HIT > ZERO
           EVALUATE TRUE
               WHEN SLA-SCH-HIT = ZERO
                   IF SLA-SCHED-COUNT > ZERO
                       ADD 1 TO SLA-UNSCHED-COUNT
                       STRING "UNSCHED " DELIMITED BY SIZE
                           INTO SLD-NOTES
                           WITH POINTER SLA-NOTE-PTR
                   END-IF
               WHEN SLA-SCH-DUE(SLA-SCH-HIT) = SPACES
                   CONTINUE
               WHEN OTHER
                   MOVE SLA-SCH-DUE(SLA-SCH-HIT) TO SLA-HHMM-WORK
                   STRING SLA-HHMM-HH ":" SLA-HHMM-MM
                       DELIMITED BY SIZE INTO SLD-DUE
                   IF SLA-TAB-END-OFF(SLA-IDX) >
                           SLA-SCH-DUE-OFF(SLA-SCH-HIT)
                       ADD 1 TO SLA-LATE-COUNT
                       STRING "LATE " DELIMITED BY SIZE
                           INTO SLD-NOTES
                           WITH POINTER SLA-NOTE-PTR
                   END-IF
           END-EVALUATE.

       FIND-SCHEDULED-STEP.
           IF SLA-SCH-PROGRAM(SLA-SCH-IDX) = SLA-TAB-PROGRAM(SLA-IDX)
               MOVE SLA-SCH-IDX TO SLA-SCH-HIT
               SET SLA-SCH-SEEN(SLA-SCH-IDX) TO TRUE
           END-IF.

       PRINT-MISSING-STEPS.
           PERFORM CHECK-ONE-SCHEDULED-STEP
               VARYING SLA-SCH-IDX FROM 1 BY 1
               UNTIL SLA-SCH-IDX > SLA-SCHED-COUNT.

       CHECK-ONE-SCHEDULED-STEP.
           IF NOT SLA-SCH-SEEN(SLA-SCH-IDX)
               ADD 1 TO SLA-MISSING-COUNT
               IF SLA-MISSING-COUNT = 1
                   MOVE SPACES TO SLA-PRINT-LINE
                   PERFORM WRITE-SLA-LINE
               END-IF
               MOVE SLA-SCH-PROGRAM(SLA-SCH-IDX) TO SLM-PROGRAM
               MOVE SPACES TO SLM-DUE
               IF SLA-SCH-DUE(SLA-SCH-IDX) = SPACES
                   MOVE "-" TO SLM-DUE
               ELSE
                   MOVE SLA-SCH-DUE(SLA-SCH-IDX) TO SLA-HHMM-WORK
                   STRING SLA-HHMM-HH ":" SLA-HHMM-MM
                       DELIMITED BY SIZE INTO SLM-DUE
               END-IF
               MOVE SLA-MISSING-LINE TO SLA-PRINT-LINE
               PERFORM WRITE-SLA-LINE
           END-IF.

      * the window holds when the stream's last step ended by
      * CLOSE and every scheduled step ran. with STEP cards only
      * the scheduled steps count toward the stream's end, so an
      * ad hoc job left running late does not breach the night;
      * with none, every step logged does.
       JUDGE-BATCH-WINDOW.
           MOVE ZERO TO SLA-FIRST-OFF
           MOVE ZERO TO SLA-LAST-OFF
           MOVE "N" TO SLA-SPAN-FOUND-SW
           PERFORM FIND-STREAM-SPAN
               VARYING SLA-IDX FROM 1 BY 1
               UNTIL SLA-IDX > SLA-STEP-COUNT
           MOVE SPACES TO SLA-PRINT-LINE
           PERFORM WRITE-SLA-LINE
           IF SLA-STEP-COUNT > ZERO
               PERFORM PRINT-STREAM-SPAN
           END-IF
           MOVE SPACES TO SLA-PRINT-LINE
           EVALUATE TRUE
               WHEN SLA-LAST-OFF > SLA-CLOSE-OFF
                   SET SLA-BREACHED TO TRUE
                   COMPUTE SLA-OVER-SECS = SLA-LAST-OFF - SLA-CLOSE-OFF
                   MOVE SLA-OVER-SECS TO SLA-FMT-SECS
                   PERFORM FORMAT-SLA-TIME
                   STRING "*** BATCH WINDOW BREACHED - STREAM ENDED "
                              DELIMITED BY SIZE
                          SLA-FMT-TEXT DELIMITED BY SIZE
                          " AFTER CLOSE" DELIMITED BY SIZE
                          INTO SLA-PRINT-LINE
                   MOVE SPACES TO ALERT-MSG
                   STRING "NIGHT " SLA-NIGHT " STREAM RAN "
                          SLA-FMT-TEXT " PAST WINDOW CLOSE"
                          DELIMITED BY SIZE INTO ALERT-MSG
               WHEN SLA-MISSING-COUNT > ZERO
                   SET SLA-BREACHED TO TRUE
                   MOVE SLA-MISSING-COUNT TO SLA-DISP-COUNT
                   STRING "*** BATCH WINDOW BREACHED - "
                              DELIMITED BY SIZE
                          FUNCTION TRIM(SLA-DISP-COUNT)
                              DELIMITED BY SIZE
                          " SCHEDULED STEP(S) NEVER RAN"
                              DELIMITED BY SIZE
                          INTO SLA-PRINT-LINE
                   MOVE SPACES TO ALERT-MSG
                   STRING "NIGHT " DELIMITED BY SIZE
                          SLA-NIGHT DELIMITED BY SIZE
                          " - " DELIMITED BY SIZE
                          FUNCTION TRIM(SLA-DISP-COUNT)
                              DELIMITED BY SIZE
                          " SCHEDULED STEP(S) NEVER RAN"
                              DELIMITED BY SIZE
                          INTO ALERT-MSG
               WHEN SLA-STEP-COUNT = ZERO
                   MOVE "NOTHING LOGGED - WINDOW NOT JUDGED"
                       TO SLA-PRINT-LINE
               WHEN OTHER
                   MOVE "BATCH WINDOW MET" TO SLA-PRINT-LINE
           END-EVALUATE
           PERFORM WRITE-SLA-LINE
           IF SLA-BREACHED
               MOVE "E" TO ALERT-SEVERITY
               MOVE "BATCHWIN" TO ALERT-EVENT
               MOVE SPACES TO ALERT-ENTITY
               PERFORM WRITE-ALERT
           END-IF.

      * the timeline is in start order, so the first step that
      * counts started the stream.
       FIND-STREAM-SPAN.
           MOVE ZERO TO SLA-SCH-HIT
           PERFORM FIND-SCHEDULED-NAME
               VARYING SLA-SCH-IDX FROM 1 BY 1
               UNTIL SLA-SCH-IDX > SLA-SCHED-COUNT
                   OR SLA-SCH-HIT > ZERO
           IF SLA-SCHED-COUNT = ZERO OR SLA-SCH-HIT > ZERO
               IF NOT SLA-SPAN-FOUND
                   MOVE SLA-TAB-START-OFF(SLA-IDX) TO SLA-FIRST-OFF
                   SET SLA-SPAN-FOUND TO TRUE
               END-IF
               IF SLA-TAB-END-OFF(SLA-IDX) > SLA-LAST-OFF
                   MOVE SLA-TAB-END-OFF(SLA-IDX) TO SLA-LAST-OFF
               END-IF
           END-IF.

       FIND-SCHEDULED-NAME.
           IF SLA-SCH-PROGRAM(SLA-SCH-IDX) = SLA-TAB-PROGRAM(SLA-IDX)
               MOVE SLA-SCH-IDX TO SLA-SCH-HIT
           END-IF.

       PRINT-STREAM-SPAN.
           COMPUTE SLA-FMT-SECS = FUNCTION MOD(
               SLA-OPEN-SECS + SLA-FIRST-OFF 86400)
           PERFORM FORMAT-SLA-TIME
           MOVE SLA-FMT-TEXT TO SLA-SPAN-START-TEXT
           COMPUTE SLA-FMT-SECS = FUNCTION MOD(
               SLA-OPEN-SECS + SLA-LAST-OFF 86400)
           PERFORM FORMAT-SLA-TIME
           MOVE SLA-FMT-TEXT TO SLA-SPAN-END-TEXT
           COMPUTE SLA-SPAN-SECS = SLA-LAST-OFF - SLA-FIRST-OFF
           MOVE SLA-SPAN-SECS TO SLA-FMT-SECS
           PERFORM FORMAT-SLA-TIME
           MOVE SPACES TO SLA-PRINT-LINE
           STRING "STREAM STARTED " DELIMITED BY SIZE
                  SLA-SPAN-START-TEXT DELIMITED BY SIZE
                  "  ENDED " DELIMITED BY SIZE
                  SLA-SPAN-END-TEXT DELIMITED BY SIZE
                  "  ELAPSED " DELIMITED BY SIZE
                  SLA-FMT-TEXT DELIMITED BY SIZE
                  INTO SLA-PRINT-LINE
           PERFORM WRITE-SLA-LINE.

      * a duration of 100 hours or more will not fit HH:MM:SS and
      * is shown as such rather than wrapped.
       FORMAT-SLA-TIME.
           IF SLA-FMT-SECS > 359999
               MOVE "99:59:59" TO SLA-FMT-TEXT
           ELSE
               COMPUTE SLA-FMT-HH = SLA-FMT-SECS / 3600
               COMPUTE SLA-FMT-MM =
                   (SLA-FMT-SECS - SLA-FMT-HH * 3600) / 60
               COMPUTE SLA-FMT-SS = SLA-FMT-SECS
                   - SLA-FMT-HH * 3600 - SLA-FMT-MM * 60
               MOVE SPACES TO SLA-FMT-TEXT
               STRING SLA-FMT-HH ":" SLA-FMT-MM ":" SLA-FMT-SS
                   DELIMITED BY SIZE INTO SLA-FMT-TEXT
           END-IF.

       WRITE-SLA-LINE.
           IF SLA-LINE-COUNT > PAGE-LINE-LIMIT
               PERFORM WRITE-SLA-HEADINGS
           END-IF
           IF SLRP-FILE-OK
               WRITE SLA-PRINT-LINE
               ADD 1 TO SLA-LINE-COUNT
           END-IF.

      * the heading is built into the print record, so the line
      * waiting to be written is held while it goes out.
       WRITE-SLA-HEADINGS.
           IF SLRP-FILE-OK
               MOVE SLA-PRINT-LINE TO SLA-HOLD-LINE
               ADD 1 TO SLA-PAGE-COUNT
               MOVE CURR-DATE-NUMERIC TO SLH-RUN-DATE
               MOVE SLA-PAGE-COUNT TO SLH-PAGE
               MOVE SLA-HEADING-1 TO SLA-PRINT-LINE
               WRITE SLA-PRINT-LINE
               MOVE SLA-NIGHT TO SLH-NIGHT
               MOVE SLA-OPEN-HHMM TO SLA-HHMM-WORK
               MOVE SPACES TO SLH-OPEN
               STRING SLA-HHMM-HH ":" SLA-HHMM-MM
                   DELIMITED BY SIZE INTO SLH-OPEN
               MOVE SLA-CLOSE-HHMM TO SLA-HHMM-WORK
               MOVE SPACES TO SLH-CLOSE
               STRING SLA-HHMM-HH ":" SLA-HHMM-MM
                   DELIMITED BY SIZE INTO SLH-CLOSE
               MOVE SLA-AVG-DAYS TO SLH-AVG-DAYS
               MOVE SLA-HEADING-2 TO SLA-PRINT-LINE
               WRITE SLA-PRINT-LINE
               MOVE SPACES TO SLA-PRINT-LINE
               WRITE SLA-PRINT-LINE
               MOVE SLA-HEADING-3 TO SLA-PRINT-LINE
               WRITE SLA-PRINT-LINE
               MOVE SPACES TO SLA-PRINT-LINE
               WRITE SLA-PRINT-LINE
               MOVE 5 TO SLA-LINE-COUNT
               MOVE SLA-HOLD-LINE TO SLA-PRINT-LINE
           END-IF.

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

       DISPLAY-SLA-TOTALS.
           DISPLAY "SLA-REPORT NIGHT REPORTED:     " SLA-NIGHT
           DISPLAY "SLA-REPORT STEP LOG ROWS READ: " SLA-LOG-COUNT
           DISPLAY "SLA-REPORT STEPS LOGGED:       " SLA-STEP-COUNT
           DISPLAY "SLA-REPORT STEPS LATE:         " SLA-LATE-COUNT
           DISPLAY "SLA-REPORT STEPS LONG:         " SLA-LONG-COUNT
           DISPLAY "SLA-REPORT STEPS FAILED:       " SLA-FAILED-COUNT
           DISPLAY "SLA-REPORT STEPS NEVER RAN:    " SLA-MISSING-COUNT
           DISPLAY "SLA-REPORT UNSCHEDULED STEPS:  " SLA-UNSCHED-COUNT
           IF SLA-BAD-COUNT > ZERO
               DISPLAY "SLA-REPORT UNREADABLE LOG ROWS:" SLA-BAD-COUNT
           END-IF
           IF SLA-BREACHED
               DISPLAY "SLA-REPORT: BATCH WINDOW BREACHED FOR NIGHT "
                   SLA-NIGHT
           END-IF.
