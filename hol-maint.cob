       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOL-MAINT.
       AUTHOR. CLAUDE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLIDAY-FILE ASSIGN TO "HOLCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOL-FILE-STATUS.

           SELECT HOLIDAY-OUT-FILE ASSIGN TO "HOLOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HLO-FILE-STATUS.

           SELECT HOLIDAY-TRX-FILE ASSIGN TO "HOLTRX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HTX-FILE-STATUS.

           SELECT HOL-REPORT-FILE ASSIGN TO "HOLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HRPT-FILE-STATUS.

           SELECT HOL-PARM-FILE ASSIGN TO "HOLPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HPRM-FILE-STATUS.

           SELECT ALERT-FILE ASSIGN TO "ALRTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALRT-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".

       DATA DIVISION.
       FILE SECTION.
      * the current holiday calendar - see copybooks/HOLCAL-REC.cpy
      * for the layout. not allocated on the very first load.
       FD  HOLIDAY-FILE.
           COPY "HOLCAL-REC.cpy".

       FD  HOLIDAY-OUT-FILE.
           COPY "HOLCAL-REC.cpy"
               REPLACING LEADING ==HOL== BY ==HLO==.

      * one card per calendar change - A adds a holiday, C changes
      * the description of one already on the calendar, D takes
      * one off. no HOLTRX allocated is a list-only run.
       FD  HOLIDAY-TRX-FILE.
       01  HTX-RECORD.
           05  HTX-ACTION       PIC X(01).
               88  HTX-ADD      VALUE "A".
               88  HTX-CHANGE   VALUE "C".
               88  HTX-DELETE   VALUE "D".
           05  FILLER           PIC X(01).
           05  HTX-DATE         PIC X(8).
           05  HTX-DATE-NUM REDEFINES HTX-DATE PIC 9(8).
           05  FILLER           PIC X(01).
           05  HTX-DESCRIPTION  PIC X(30).
           05  FILLER           PIC X(39).

       FD  HOL-REPORT-FILE.
       01  HOL-PRINT-LINE  PIC X(100).

      * keyword/value run options, same card shape as COBOL-AGE's
      * PARMCARD - YEAR limits the listing to one calendar year.
      * the whole calendar is carried forward to HOLOUT either way.
       FD  HOL-PARM-FILE.
       01  HPRM-RECORD.
           05  HPRM-KEYWORD  PIC X(10).
           05  HPRM-VALUE    PIC X(70).

      * a calendar too long to maintain is raised to the on-call -
      * see copybooks/ALRT-REC.cpy.
       FD  ALERT-FILE.
           COPY "ALRT-REC.cpy".

      * the surviving holidays in date order, for the new calendar
      * and the year-by-year listing.
       SD  SORT-WORK-FILE.
       01  SRT-RECORD.
           05  SRT-DATE         PIC 9(8).
           05  SRT-DESCRIPTION  PIC X(30).

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

       01  HOL-FILE-STATUS  PIC X(02).
           88  HOL-FILE-OK        VALUE "00".
           88  HOL-FILE-NOT-FOUND VALUE "35".
       01  HLO-FILE-STATUS  PIC X(02).
           88  HLO-FILE-OK  VALUE "00".
       01  HTX-FILE-STATUS  PIC X(02).
           88  HTX-FILE-OK        VALUE "00".
           88  HTX-FILE-NOT-FOUND VALUE "35".
       01  HRPT-FILE-STATUS PIC X(02).
           88  HRPT-FILE-OK VALUE "00".
       01  HPRM-FILE-STATUS PIC X(02).
           88  HPRM-FILE-OK VALUE "00".
       01  ALRT-FILE-STATUS PIC X(02).
           88  ALRT-FILE-OK        VALUE "00".
           88  ALRT-FILE-NOT-FOUND VALUE "35".

       01  HM-SWITCHES.
           05  HOL-EOF-SW     PIC X VALUE "N".
               88  HOL-EOF    VALUE "Y".
           05  HTX-EOF-SW     PIC X VALUE "N".
               88  HTX-EOF    VALUE "Y".
           05  SORT-EOF-SW    PIC X VALUE "N".
               88  SORT-EOF   VALUE "Y".
           05  HPRM-EOF-SW    PIC X VALUE "N".
               88  HPRM-EOF   VALUE "Y".
           05  HPRM-REJECTED-SW PIC X VALUE "N".
               88  HPRM-REJECTED VALUE "Y".
           05  HM-FOUND-SW    PIC X VALUE "N".
               88  HM-FOUND   VALUE "Y".

      * YEAR parm - zero lists every year on the calendar.
       01  HM-LIST-YEAR     PIC 9(4) VALUE ZERO.

      * the calendar being maintained - loaded whole, changed in
      * place, then sorted back out. a deleted holiday is only
      * flagged here and simply not released to the sort.
       01  HM-HOL-TABLE.
           05  HM-HOL-ENTRY OCCURS 1000 TIMES.
               10  HM-HOL-DATE     PIC 9(8).
               10  HM-HOL-DESC     PIC X(30).
               10  HM-HOL-DELETED  PIC X(01).
       01  HM-HOL-COUNT     PIC 9(4) VALUE ZERO.
       01  HM-HOL-IDX       PIC 9(4).
       01  HM-HOL-HIT       PIC 9(4).

      * day-of-week names, indexed by the day number plus one -
      * FUNCTION INTEGER-OF-DATE counts day 1 as Monday, 1 Jan 1601,
      * so the remainder by seven is 0 for a Sunday through 6 for a
      * Saturday.
       01  HM-DAY-NAMES     PIC X(21)
               VALUE "SUNMONTUEWEDTHUFRISAT".
       01  HM-DAY-NAME-TABLE REDEFINES HM-DAY-NAMES.
           05  HM-DAY-NAME  OCCURS 7 TIMES PIC X(3).
       01  HM-DAY-NUM       PIC 9(1).

       01  HM-TRX-RESULT    PIC X(40).
       01  HM-TRX-OK-SW     PIC X VALUE "Y".
           88  HM-TRX-OK    VALUE "Y".

      * the year section currently printing.
       01  HM-CUR-YEAR      PIC 9(4) VALUE ZERO.
       01  HM-SORT-YEAR     PIC 9(4).
       01  HM-YEAR-COUNT    PIC 9(4) VALUE ZERO.

       01  HM-COUNTS.
           05  HM-LOADED-COUNT   PIC 9(5) VALUE ZERO.
           05  HM-TRX-COUNT      PIC 9(5) VALUE ZERO.
           05  HM-ADDED-COUNT    PIC 9(5) VALUE ZERO.
           05  HM-CHANGED-COUNT  PIC 9(5) VALUE ZERO.
           05  HM-DELETED-COUNT  PIC 9(5) VALUE ZERO.
           05  HM-REJECT-COUNT   PIC 9(5) VALUE ZERO.
           05  HM-WRITTEN-COUNT  PIC 9(5) VALUE ZERO.
           05  HM-LISTED-COUNT   PIC 9(5) VALUE ZERO.
           05  HM-OVERFLOW-COUNT PIC 9(5) VALUE ZERO.

      * alert interface, same contract as COBOL-AGE's WRITE-ALERT -
      * an alert file that will not open degrades to SYSOUT.
       01  ALERT-SEVERITY   PIC X(01).
       01  ALERT-EVENT      PIC X(8).
       01  ALERT-ENTITY     PIC X(10).
       01  ALERT-MSG        PIC X(60).

      * listing print control - a fresh heading every
      * PAGE-LINE-LIMIT detail lines.
       01  HM-PAGE-COUNT    PIC 9(4) VALUE ZERO.
       01  HM-LINE-COUNT    PIC 9(3) VALUE 99.
       01  PAGE-LINE-LIMIT  PIC 9(3) VALUE 55.

       01  HM-HEADING-1.
           05  FILLER          PIC X(31)
               VALUE "HOLIDAY CALENDAR               ".
           05  FILLER          PIC X(09) VALUE "RUN DATE ".
           05  HMH-RUN-DATE    PIC 9(8).
           05  FILLER          PIC X(36) VALUE SPACES.
           05  FILLER          PIC X(05) VALUE "PAGE ".
           05  HMH-PAGE        PIC ZZZ9.
       01  HM-TRX-LINE.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  HMT-ACTION      PIC X(01).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  HMT-DATE        PIC X(8).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  HMT-DESCRIPTION PIC X(30).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  HMT-RESULT      PIC X(40).
       01  HM-YEAR-LINE.
           05  FILLER          PIC X(06) VALUE "----- ".
           05  HMY-YEAR        PIC 9(4).
           05  FILLER          PIC X(06) VALUE " -----".
       01  HM-DETAIL-LINE.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  HMD-DATE        PIC 9(8).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  HMD-DAY-NAME    PIC X(3).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  HMD-DESCRIPTION PIC X(30).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  HMD-NOTE        PIC X(20).
       01  HM-YEAR-TOTAL-LINE.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  HMYT-COUNT      PIC ZZZ9.
           05  FILLER          PIC X(09) VALUE " HOLIDAYS".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM GET-CURRENT-DATE
           PERFORM READ-HOL-PARMS
           IF HPRM-REJECTED
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-HOLIDAY-CALENDAR
           IF HM-OVERFLOW-COUNT > ZERO
               PERFORM REFUSE-OVERSIZE-CALENDAR
           END-IF
           PERFORM OPEN-HOL-FILES
           PERFORM APPLY-HOLIDAY-CHANGES
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-DATE
               INPUT PROCEDURE IS RELEASE-HOLIDAYS
               OUTPUT PROCEDURE IS WRITE-NEW-CALENDAR
           PERFORM CLOSE-HOL-FILES
           PERFORM DISPLAY-HOL-TOTALS
           EVALUATE TRUE
               WHEN HM-REJECT-COUNT > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN HM-WRITTEN-COUNT = ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE
           GOBACK.

       GET-CURRENT-DATE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA
           COMPUTE CURR-DATE-NUMERIC =
               CURR-YEAR * 10000 + CURR-MONTH * 100 + CURR-DAY.

       READ-HOL-PARMS.
           OPEN INPUT HOL-PARM-FILE
           IF HPRM-FILE-OK
               PERFORM PROCESS-ONE-HOL-PARM UNTIL HPRM-EOF
               CLOSE HOL-PARM-FILE
           END-IF.

       PROCESS-ONE-HOL-PARM.
           READ HOL-PARM-FILE
               AT END
                   SET HPRM-EOF TO TRUE
           END-READ
           IF NOT HPRM-EOF
               EVALUATE HPRM-KEYWORD
                   WHEN "YEAR"
                       IF HPRM-VALUE(1:4) IS NUMERIC
                           MOVE HPRM-VALUE(1:4) TO HM-LIST-YEAR
                       ELSE
                           DISPLAY "BAD YEAR VALUE - RUN REFUSED: "
                               FUNCTION TRIM(HPRM-VALUE)
                           SET HPRM-REJECTED TO TRUE
                       END-IF
                   WHEN SPACES
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "UNKNOWN HOLPARM KEYWORD IGNORED: "
                           FUNCTION TRIM(HPRM-KEYWORD)
               END-EVALUATE
           END-IF.

      * no HOLCAL is the first load - the calendar starts empty.
       LOAD-HOLIDAY-CALENDAR.
           OPEN INPUT HOLIDAY-FILE
           IF HOL-FILE-OK
               PERFORM LOAD-ONE-HOLIDAY UNTIL HOL-EOF
               CLOSE HOLIDAY-FILE
           ELSE
               IF NOT HOL-FILE-NOT-FOUND
                   DISPLAY "HOL-MAINT: CANNOT OPEN HOLCAL, STATUS "
                       HOL-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

       LOAD-ONE-HOLIDAY.
           READ HOLIDAY-FILE
               AT END
                   SET HOL-EOF TO TRUE
           END-READ
           IF NOT HOL-EOF
               ADD 1 TO HM-LOADED-COUNT
               IF HM-HOL-COUNT < 1000
                   ADD 1 TO HM-HOL-COUNT
                   MOVE HOL-DATE TO HM-HOL-DATE(HM-HOL-COUNT)
                   MOVE HOL-DESCRIPTION TO HM-HOL-DESC(HM-HOL-COUNT)
                   MOVE "N" TO HM-HOL-DELETED(HM-HOL-COUNT)
               ELSE
                   DISPLAY "HOL-MAINT: CALENDAR LIMITED TO 1000"
                       " HOLIDAYS - NOT LOADED " HOL-DATE
                   ADD 1 TO HM-OVERFLOW-COUNT
               END-IF
           END-IF.

      * a HOLCAL longer than the table is refused before HOLOUT is
      * opened - a new calendar written without the holidays that
      * did not fit would lose them at the rename. the readers hold
      * the same 1000, so the calendar has to be pruned of past
      * years before it can be maintained again.
       REFUSE-OVERSIZE-CALENDAR.
           DISPLAY "HOL-MAINT: HOLCAL HOLDS " HM-LOADED-COUNT
               " HOLIDAYS, MORE THAN 1000 - RUN REFUSED,"
               " NO HOLOUT WRITTEN"
           MOVE "E" TO ALERT-SEVERITY
           MOVE "HOLCAL" TO ALERT-EVENT
           MOVE SPACES TO ALERT-ENTITY
           MOVE "HOLCAL OVER 1000 HOLIDAYS - HOL-MAINT REFUSED"
               TO ALERT-MSG
           PERFORM WRITE-ALERT
           MOVE 16 TO RETURN-CODE
           GOBACK.

       OPEN-HOL-FILES.
           OPEN OUTPUT HOLIDAY-OUT-FILE
           IF NOT HLO-FILE-OK
               DISPLAY "HOL-MAINT: CANNOT OPEN HOLOUT, STATUS "
                   HLO-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT HOL-REPORT-FILE
           IF NOT HRPT-FILE-OK
               DISPLAY "HOL-MAINT: CANNOT OPEN HOLRPT, STATUS "
                   HRPT-FILE-STATUS
               CLOSE HOLIDAY-OUT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       CLOSE-HOL-FILES.
           CLOSE HOLIDAY-OUT-FILE
           IF HRPT-FILE-OK
               CLOSE HOL-REPORT-FILE
           END-IF.

      * works the change deck against the loaded calendar, each
      * card listed with what became of it. a rejected card
      * changes nothing and holds the run's RETURN-CODE at 8.
       APPLY-HOLIDAY-CHANGES.
           OPEN INPUT HOLIDAY-TRX-FILE
           IF HTX-FILE-OK
               PERFORM CHECK-HM-PAGE
               MOVE "CALENDAR CHANGES" TO HOL-PRINT-LINE
               PERFORM WRITE-HM-LINE
               PERFORM APPLY-ONE-HOLIDAY-CARD UNTIL HTX-EOF
               CLOSE HOLIDAY-TRX-FILE
               MOVE SPACES TO HOL-PRINT-LINE
               PERFORM WRITE-HM-LINE
           ELSE
               IF NOT HTX-FILE-NOT-FOUND
                   DISPLAY "HOL-MAINT: CANNOT OPEN HOLTRX, STATUS "
                       HTX-FILE-STATUS " - NO CHANGES APPLIED"
                   ADD 1 TO HM-REJECT-COUNT
               END-IF
           END-IF.

       APPLY-ONE-HOLIDAY-CARD.
           READ HOLIDAY-TRX-FILE
               AT END
                   SET HTX-EOF TO TRUE
           END-READ
           IF NOT HTX-EOF AND HTX-RECORD NOT = SPACES
               ADD 1 TO HM-TRX-COUNT
               PERFORM EDIT-HOLIDAY-CARD
               IF HM-TRX-OK
                   PERFORM FIND-HOLIDAY
                   EVALUATE TRUE
                       WHEN HTX-ADD
                           PERFORM APPLY-HOLIDAY-ADD
                       WHEN HTX-CHANGE
                           PERFORM APPLY-HOLIDAY-CHANGE
                       WHEN HTX-DELETE
                           PERFORM APPLY-HOLIDAY-DELETE
                   END-EVALUATE
               END-IF
               IF NOT HM-TRX-OK
                   ADD 1 TO HM-REJECT-COUNT
               END-IF
               PERFORM CHECK-HM-PAGE
               MOVE HTX-ACTION TO HMT-ACTION
               MOVE HTX-DATE TO HMT-DATE
               MOVE HTX-DESCRIPTION TO HMT-DESCRIPTION
               MOVE HM-TRX-RESULT TO HMT-RESULT
               MOVE HM-TRX-LINE TO HOL-PRINT-LINE
               PERFORM WRITE-HM-LINE
           END-IF.

       EDIT-HOLIDAY-CARD.
           SET HM-TRX-OK TO TRUE
           MOVE SPACES TO HM-TRX-RESULT
           EVALUATE TRUE
               WHEN NOT (HTX-ADD OR HTX-CHANGE OR HTX-DELETE)
                   MOVE "N" TO HM-TRX-OK-SW
                   MOVE "REJECTED - ACTION NOT A, C OR D"
                       TO HM-TRX-RESULT
               WHEN HTX-DATE IS NOT NUMERIC
                   MOVE "N" TO HM-TRX-OK-SW
                   MOVE "REJECTED - DATE NOT NUMERIC" TO HM-TRX-RESULT
               WHEN FUNCTION INTEGER-OF-DATE(HTX-DATE-NUM) = 0
                   MOVE "N" TO HM-TRX-OK-SW
                   MOVE "REJECTED - DATE NOT ON CALENDAR"
                       TO HM-TRX-RESULT
               WHEN HTX-DESCRIPTION = SPACES AND NOT HTX-DELETE
                   MOVE "N" TO HM-TRX-OK-SW
                   MOVE "REJECTED - NO DESCRIPTION" TO HM-TRX-RESULT
           END-EVALUATE.

      * looks the card's date up among the holidays still on the
      * calendar - a deleted entry no longer counts.
       FIND-HOLIDAY.
           MOVE "N" TO HM-FOUND-SW
           MOVE ZERO TO HM-HOL-HIT
           PERFORM CHECK-ONE-HOLIDAY
               VARYING HM-HOL-IDX FROM 1 BY 1
               UNTIL HM-HOL-IDX > HM-HOL-COUNT.

       CHECK-ONE-HOLIDAY.
           IF HM-HOL-DATE(HM-HOL-IDX) = HTX-DATE-NUM
                   AND HM-HOL-DELETED(HM-HOL-IDX) = "N"
               SET HM-FOUND TO TRUE
               MOVE HM-HOL-IDX TO HM-HOL-HIT
               MOVE HM-HOL-COUNT TO HM-HOL-IDX
           END-IF.

       APPLY-HOLIDAY-ADD.
           EVALUATE TRUE
               WHEN HM-FOUND
                   MOVE "N" TO HM-TRX-OK-SW
                   MOVE "REJECTED - ALREADY ON THE CALENDAR"
                       TO HM-TRX-RESULT
               WHEN HM-HOL-COUNT NOT < 1000
                   MOVE "N" TO HM-TRX-OK-SW
                   MOVE "REJECTED - CALENDAR FULL AT 1000"
                       TO HM-TRX-RESULT
               WHEN OTHER
                   ADD 1 TO HM-HOL-COUNT
                   MOVE HTX-DATE-NUM TO HM-HOL-DATE(HM-HOL-COUNT)
                   MOVE HTX-DESCRIPTION TO HM-HOL-DESC(HM-HOL-COUNT)
                   MOVE "N" TO HM-HOL-DELETED(HM-HOL-COUNT)
                   ADD 1 TO HM-ADDED-COUNT
                   MOVE "ADDED" TO HM-TRX-RESULT
           END-EVALUATE.

       APPLY-HOLIDAY-CHANGE.
           IF HM-FOUND
               MOVE HTX-DESCRIPTION TO HM-HOL-DESC(HM-HOL-HIT)
               ADD 1 TO HM-CHANGED-COUNT
               MOVE "DESCRIPTION CHANGED" TO HM-TRX-RESULT
           ELSE
               MOVE "N" TO HM-TRX-OK-SW
               MOVE "REJECTED - NOT ON THE CALENDAR" TO HM-TRX-RESULT
           END-IF.

       APPLY-HOLIDAY-DELETE.
           IF HM-FOUND
               MOVE "Y" TO HM-HOL-DELETED(HM-HOL-HIT)
               ADD 1 TO HM-DELETED-COUNT
               MOVE "DELETED" TO HM-TRX-RESULT
           ELSE
               MOVE "N" TO HM-TRX-OK-SW
               MOVE "REJECTED - NOT ON THE CALENDAR" TO HM-TRX-RESULT
           END-IF.

       RELEASE-HOLIDAYS.
           PERFORM RELEASE-ONE-HOLIDAY
               VARYING HM-HOL-IDX FROM 1 BY 1
               UNTIL HM-HOL-IDX > HM-HOL-COUNT.

       RELEASE-ONE-HOLIDAY.
           IF HM-HOL-DELETED(HM-HOL-IDX) = "N"
               MOVE HM-HOL-DATE(HM-HOL-IDX) TO SRT-DATE
               MOVE HM-HOL-DESC(HM-HOL-IDX) TO SRT-DESCRIPTION
               RELEASE SRT-RECORD
           END-IF.

      * every surviving holiday goes to HOLOUT; the listing prints
      * a section per year, only the YEAR parm's year when one was
      * given.
       WRITE-NEW-CALENDAR.
           PERFORM WRITE-ONE-CALENDAR-LINE UNTIL SORT-EOF
           IF HM-CUR-YEAR NOT = ZERO
               PERFORM PRINT-YEAR-TOTAL
           END-IF
           IF HM-LISTED-COUNT = ZERO
               PERFORM CHECK-HM-PAGE
               MOVE "  (NO HOLIDAYS ON THE CALENDAR)" TO
                   HOL-PRINT-LINE
               PERFORM WRITE-HM-LINE
           END-IF.

       WRITE-ONE-CALENDAR-LINE.
           RETURN SORT-WORK-FILE
               AT END
                   SET SORT-EOF TO TRUE
           END-RETURN
           IF NOT SORT-EOF
               MOVE SPACES TO HLO-RECORD
               MOVE SRT-DATE TO HLO-DATE
               MOVE SRT-DESCRIPTION TO HLO-DESCRIPTION
               WRITE HLO-RECORD
               ADD 1 TO HM-WRITTEN-COUNT
               COMPUTE HM-SORT-YEAR = SRT-DATE / 10000
               IF HM-LIST-YEAR = ZERO OR HM-SORT-YEAR = HM-LIST-YEAR
                   PERFORM LIST-ONE-HOLIDAY
               END-IF
           END-IF.

       LIST-ONE-HOLIDAY.
           IF HM-SORT-YEAR NOT = HM-CUR-YEAR
               IF HM-CUR-YEAR NOT = ZERO
                   PERFORM PRINT-YEAR-TOTAL
               END-IF
               MOVE HM-SORT-YEAR TO HM-CUR-YEAR
               MOVE ZERO TO HM-YEAR-COUNT
               PERFORM CHECK-HM-PAGE
               MOVE HM-CUR-YEAR TO HMY-YEAR
               MOVE HM-YEAR-LINE TO HOL-PRINT-LINE
               PERFORM WRITE-HM-LINE
           END-IF
           ADD 1 TO HM-YEAR-COUNT
           ADD 1 TO HM-LISTED-COUNT
           COMPUTE HM-DAY-NUM =
               FUNCTION MOD(FUNCTION INTEGER-OF-DATE(SRT-DATE) 7)
           PERFORM CHECK-HM-PAGE
           MOVE SRT-DATE TO HMD-DATE
           MOVE HM-DAY-NAME(HM-DAY-NUM + 1) TO HMD-DAY-NAME
           MOVE SRT-DESCRIPTION TO HMD-DESCRIPTION
           IF HM-DAY-NUM = 0 OR HM-DAY-NUM = 6
               MOVE "(FALLS ON A WEEKEND)" TO HMD-NOTE
           ELSE
               MOVE SPACES TO HMD-NOTE
           END-IF
           MOVE HM-DETAIL-LINE TO HOL-PRINT-LINE
           PERFORM WRITE-HM-LINE.

       PRINT-YEAR-TOTAL.
           PERFORM CHECK-HM-PAGE
           MOVE HM-YEAR-COUNT TO HMYT-COUNT
           MOVE HM-YEAR-TOTAL-LINE TO HOL-PRINT-LINE
           PERFORM WRITE-HM-LINE
           MOVE SPACES TO HOL-PRINT-LINE
           PERFORM WRITE-HM-LINE.

       WRITE-HM-LINE.
           IF HRPT-FILE-OK
               WRITE HOL-PRINT-LINE
               ADD 1 TO HM-LINE-COUNT
           END-IF.

       CHECK-HM-PAGE.
           IF HM-LINE-COUNT > PAGE-LINE-LIMIT
               PERFORM WRITE-HM-HEADINGS
           END-IF.

       WRITE-HM-HEADINGS.
           IF HRPT-FILE-OK
               ADD 1 TO HM-PAGE-COUNT
               MOVE CURR-DATE-NUMERIC TO HMH-RUN-DATE
               MOVE HM-PAGE-COUNT TO HMH-PAGE
               MOVE HM-HEADING-1 TO HOL-PRINT-LINE
               WRITE HOL-PRINT-LINE
               MOVE SPACES TO HOL-PRINT-LINE
               WRITE HOL-PRINT-LINE
               MOVE 2 TO HM-LINE-COUNT
           END-IF.

      * one event to the notification bridge, the same contract as
      * COBOL-AGE's WRITE-ALERT - the alert dataset failing falls
      * back to SYSOUT and keeps going.
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

       DISPLAY-HOL-TOTALS.
           DISPLAY "HOL-MAINT HOLIDAYS LOADED:     " HM-LOADED-COUNT
           DISPLAY "HOL-MAINT CHANGE CARDS READ:   " HM-TRX-COUNT
           DISPLAY "HOL-MAINT HOLIDAYS ADDED:      " HM-ADDED-COUNT
           DISPLAY "HOL-MAINT HOLIDAYS CHANGED:    " HM-CHANGED-COUNT
           DISPLAY "HOL-MAINT HOLIDAYS DELETED:    " HM-DELETED-COUNT
           DISPLAY "HOL-MAINT CARDS REJECTED:      " HM-REJECT-COUNT
           DISPLAY "HOL-MAINT HOLIDAYS WRITTEN:    " HM-WRITTEN-COUNT.
