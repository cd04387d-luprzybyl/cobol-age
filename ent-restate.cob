       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENT-RESTATE.
       AUTHOR. CLAUDE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO "AUDITFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUD-FILE-STATUS.

           SELECT RESTATE-REGISTER-FILE ASSIGN TO "RSTREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RSTG-FILE-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "HISTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIST-FILE-STATUS.

           SELECT HISTORY-OUT-FILE ASSIGN TO "HISTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOUT-FILE-STATUS.

           SELECT SUMMARY-FILE ASSIGN TO "SUMMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUMM-FILE-STATUS.

           SELECT SUMMARY-OUT-FILE ASSIGN TO "SUMMOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SOUT-FILE-STATUS.

           SELECT EXTRACT-FILE ASSIGN TO "EXTRFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTR-FILE-STATUS.

           SELECT FEED-REGISTER-FILE ASSIGN TO "FEEDREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FREG-FILE-STATUS.

           SELECT RESTATE-REPORT-FILE ASSIGN TO "RSTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RRPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * the maintenance trail - a change whose before and after
      * images carry different birth dates is a correction. see
      * copybooks/AUDIT-REC.cpy.
       FD  AUDIT-FILE.
           COPY "AUDIT-REC.cpy".

      * one record per correction already restated, keyed on the
      * audit entry's date, time, and entity - a rerun skips them,
      * so a condensed month is never shifted twice. appended at
      * the end of a completed run only.
       FD  RESTATE-REGISTER-FILE.
       01  RSTG-RECORD.
           05  RSTG-AUD-DATE    PIC 9(8).
           05  FILLER           PIC X(02).
           05  RSTG-AUD-TIME    PIC 9(6).
           05  FILLER           PIC X(02).
           05  RSTG-ENTITY-ID   PIC X(10).
           05  FILLER           PIC X(02).
           05  RSTG-OLD-BIRTH   PIC 9(8).
           05  FILLER           PIC X(02).
           05  RSTG-NEW-BIRTH   PIC 9(8).
           05  FILLER           PIC X(02).
           05  RSTG-RUN-DATE    PIC 9(8).

      * the daily detail COBOL-AGE appends - see
      * copybooks/HIST-REC.cpy for the layout.
       FD  HISTORY-FILE.
           COPY "HIST-REC.cpy".

      * every daily row carried forward, the corrected entities'
      * rows refigured off the corrected birth date - ops renames
      * HISTOUT over HISTFILE once the run balances, the usual
      * old-master/new-master handoff.
       FD  HISTORY-OUT-FILE.
           COPY "HIST-REC.cpy"
               REPLACING LEADING ==HIST== BY ==HOUT==.

      * the monthly summaries HIST-ROLLUP condensed - see
      * copybooks/SUMM-REC.cpy for the layout.
       FD  SUMMARY-FILE.
           COPY "SUMM-REC.cpy".

      * every summary month carried forward, the corrected
      * entities' months shifted - renamed over SUMMFILE with
      * HISTOUT.
       FD  SUMMARY-OUT-FILE.
           COPY "SUMM-REC.cpy"
               REPLACING LEADING ==SUMM== BY ==SOUT==.

      * the correcting feed for the ops dashboard - restated days
      * only, each dated with the day it restates, bracketed by its
      * own header and trailer, appended after the nightly batches
      * already on the file. see copybooks/EXTRACT-REC.cpy.
       FD  EXTRACT-FILE.
           COPY "EXTRACT-REC.cpy".

      * the correcting feed is registered like any other, so
      * FEED-RECON chases its acknowledgment. see
      * copybooks/FEEDREG-REC.cpy.
       FD  FEED-REGISTER-FILE.
           COPY "FEEDREG-REC.cpy".

       FD  RESTATE-REPORT-FILE.
       01  RST-PRINT-LINE  PIC X(100).

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
       01  RST-RUN-ID-WORK    PIC X(14).

       01  AUD-FILE-STATUS  PIC X(02).
           88  AUD-FILE-OK  VALUE "00".
       01  RSTG-FILE-STATUS PIC X(02).
           88  RSTG-FILE-OK        VALUE "00".
           88  RSTG-FILE-NOT-FOUND VALUE "35".
       01  HIST-FILE-STATUS PIC X(02).
           88  HIST-FILE-OK VALUE "00".
       01  HOUT-FILE-STATUS PIC X(02).
           88  HOUT-FILE-OK VALUE "00".
       01  SUMM-FILE-STATUS PIC X(02).
           88  SUMM-FILE-OK        VALUE "00".
           88  SUMM-FILE-NOT-FOUND VALUE "35".
       01  SOUT-FILE-STATUS PIC X(02).
           88  SOUT-FILE-OK VALUE "00".
       01  EXTR-FILE-STATUS PIC X(02).
           88  EXTR-FILE-OK        VALUE "00".
           88  EXTR-FILE-NOT-FOUND VALUE "35".
       01  FREG-FILE-STATUS PIC X(02).
           88  FREG-FILE-OK        VALUE "00".
           88  FREG-FILE-NOT-FOUND VALUE "35".
       01  RRPT-FILE-STATUS PIC X(02).
           88  RRPT-FILE-OK VALUE "00".

       01  RST-SWITCHES.
           05  AUD-EOF-SW      PIC X VALUE "N".
               88  AUD-EOF     VALUE "Y".
           05  RSTG-EOF-SW     PIC X VALUE "N".
               88  RSTG-EOF    VALUE "Y".
           05  HIST-EOF-SW     PIC X VALUE "N".
               88  HIST-EOF    VALUE "Y".
           05  SUMM-EOF-SW     PIC X VALUE "N".
               88  SUMM-EOF    VALUE "Y".
           05  SUMM-OPENED-SW  PIC X VALUE "N".
               88  SUMM-OPENED VALUE "Y".
           05  RST-FOUND-SW    PIC X VALUE "N".
               88  RST-FOUND   VALUE "Y".
           05  RST-DONE-FULL-SW PIC X VALUE "N".
               88  RST-DONE-FULL VALUE "Y".
           05  RST-CORR-FULL-SW PIC X VALUE "N".
               88  RST-CORR-FULL VALUE "Y".

      * the before and after images unfolded back into the master
      * record's own fields - see copybooks/ENTITY-REC.cpy.
           COPY "ENTITY-REC.cpy"
               REPLACING LEADING ==ENT== BY ==BEF==.
           COPY "ENTITY-REC.cpy"
               REPLACING LEADING ==ENT== BY ==AFT==.

      * the audit entry a correction is known by, on the trail and
      * on the restatement register.
       01  RST-AUD-KEY.
           05  RST-KEY-DATE    PIC 9(8).
           05  RST-KEY-TIME    PIC 9(6).
           05  RST-KEY-ENTITY  PIC X(10).

      * corrections earlier runs already restated, off RSTREG.
       01  RST-DONE-TABLE.
           05  RST-DONE-KEY OCCURS 2000 TIMES PIC X(24).
       01  RST-DONE-COUNT  PIC 9(4) VALUE ZERO.
       01  RST-DONE-IDX    PIC 9(4).

      * corrections this run restates, in trail order - each one
      * lands on the register once the run completes.
       01  RST-CORR-TABLE.
           05  RST-CORR-ENTRY OCCURS 500 TIMES.
               10  RST-CORR-KEY       PIC X(24).
               10  RST-CORR-OLD-BIRTH PIC 9(8).
               10  RST-CORR-NEW-BIRTH PIC 9(8).
               10  RST-CORR-USER-ID   PIC X(8).
       01  RST-CORR-COUNT  PIC 9(4) VALUE ZERO.
       01  RST-CORR-IDX    PIC 9(4).

      * one entry per corrected entity - the birth date its rows
      * were figured off before its first unrestated correction,
      * the birth date its last correction left it with, and the
      * months those corrections fell in. condensed months before
      * the first are shifted; months after the last were rolled
      * off the corrected date already; a month in between is
      * mixed and goes to the report for a hand fix.
       01  RST-ENT-TABLE.
           05  RST-ENT-ENTRY OCCURS 500 TIMES.
               10  RST-ENT-ID          PIC X(10).
               10  RST-ENT-OLD-BIRTH   PIC 9(8).
               10  RST-ENT-NEW-BIRTH   PIC 9(8).
               10  RST-ENT-FIRST-MONTH PIC 9(6).
               10  RST-ENT-LAST-MONTH  PIC 9(6).
               10  RST-ENT-ROWS        PIC 9(7).
               10  RST-ENT-MONTHS      PIC 9(5).
       01  RST-ENT-COUNT   PIC 9(4) VALUE ZERO.
       01  RST-ENT-IDX     PIC 9(4).
       01  RST-CUR-IDX     PIC 9(4).

      * refiguring one day's age - the row's own date stands in for
      * the run date, the corrected birth date for the old one.
       01  RST-ROW-DATE    PIC 9(8).
       01  RST-ROW-DATE-SPLIT REDEFINES RST-ROW-DATE.
           05  RST-ROW-YEAR   PIC 9(4).
           05  RST-ROW-MONTH  PIC 99.
           05  RST-ROW-DAY    PIC 99.
       01  RST-BIRTH-DATE  PIC 9(8).
       01  RST-BIRTH-DATE-SPLIT REDEFINES RST-BIRTH-DATE.
           05  RST-BIRTH-YEAR  PIC 9(4).
           05  RST-BIRTH-MONTH PIC 99.
           05  RST-BIRTH-DAY   PIC 99.
       01  RST-AGE-DATA.
           05  RST-YEARS       PIC 9(4).
           05  RST-MONTHS      PIC S99.
           05  RST-DAYS        PIC 99.
           05  RST-TOTAL-DAYS  PIC 9(8).
           05  RST-MS-FLAG     PIC X(01).
       01  RST-WORK-BIRTH      PIC 9(8).

      * working fields for COMPUTE-DAYS-IN-MONTH's date arithmetic.
       01  DAYS-IN-MONTH        PIC 99.
       01  MONTH-NUM            PIC 99.
       01  YEAR-NUM             PIC 9(4).
       01  FOM-YEAR             PIC 9(4).
       01  FOM-MONTH            PIC 99.
       01  FIRST-OF-NEXT-MONTH  PIC 9(8).
       01  LAST-DAY-INT         PIC S9(8).
       01  LAST-DAY-DATE        PIC 9(8).

      * shifting one condensed month - the day each figure was
      * taken is recovered off the old birth date and re-aged off
      * the corrected one.
       01  RST-SUMM-DATA.
           05  RST-OLD-BIRTH-INT   PIC S9(8).
           05  RST-NEW-BIRTH-INT   PIC S9(8).
           05  RST-FIRST-DAY-INT   PIC S9(8).
           05  RST-LAST-DAY-INT    PIC S9(8).
           05  RST-FIRST-DAY-DATE  PIC 9(8).
           05  RST-LAST-DAY-DATE   PIC 9(8).
           05  RST-NEW-FIRST-DAYS  PIC 9(8).
           05  RST-NEW-LAST-DAYS   PIC 9(8).
           05  RST-MS-LOW          PIC 9(8).
           05  RST-MS-HIGH         PIC 9(8).
       01  RST-EXCEPTION-MSG  PIC X(60).

      * the correcting feed's control totals, for the trailer and
      * the register.
       01  RST-EXTR-TOTALS.
           05  RST-EXTR-DETAILS PIC 9(9)  VALUE ZERO.
           05  RST-EXTR-YEARS   PIC 9(12) VALUE ZERO.
           05  RST-EXTR-DAYS    PIC 9(15) VALUE ZERO.

       01  RST-COUNTS.
           05  RST-AUD-READ-COUNT   PIC 9(7) VALUE ZERO.
           05  RST-SKIPPED-COUNT    PIC 9(5) VALUE ZERO.
           05  RST-HIST-READ-COUNT  PIC 9(7) VALUE ZERO.
           05  RST-HIST-RSTD-COUNT  PIC 9(7) VALUE ZERO.
           05  RST-SUMM-READ-COUNT  PIC 9(7) VALUE ZERO.
           05  RST-SUMM-RSTD-COUNT  PIC 9(5) VALUE ZERO.
           05  RST-EXCEPTION-COUNT  PIC 9(5) VALUE ZERO.

      * restatement report print control - a fresh heading every
      * PAGE-LINE-LIMIT detail lines, repeating the column heading
      * of whichever section is printing.
       01  RST-PAGE-COUNT  PIC 9(4) VALUE ZERO.
       01  RST-LINE-COUNT  PIC 9(3) VALUE 99.
       01  PAGE-LINE-LIMIT PIC 9(3) VALUE 55.
       01  RST-COLUMN-HEAD PIC X(100) VALUE SPACES.

       01  RST-HEADING-1.
           05  FILLER          PIC X(31)
               VALUE "BIRTH-DATE RESTATEMENT REPORT  ".
           05  FILLER          PIC X(09) VALUE "RUN DATE ".
           05  RSH-RUN-DATE    PIC 9(8).
           05  FILLER          PIC X(36) VALUE SPACES.
           05  FILLER          PIC X(05) VALUE "PAGE ".
           05  RSH-PAGE        PIC ZZZ9.
       01  RST-CORR-HEAD.
           05  FILLER  PIC X(24) VALUE "AUDIT DATE  TIME    ENTI".
           05  FILLER  PIC X(24) VALUE "TY      USER      OLD BI".
           05  FILLER  PIC X(24) VALUE "RTH   NEW BIRTH         ".
       01  RST-CORR-LINE.
           05  RCL-AUD-DATE    PIC 9(8).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RCL-AUD-TIME    PIC 9(6).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RCL-ENTITY-ID   PIC X(10).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RCL-USER-ID     PIC X(8).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RCL-OLD-BIRTH   PIC 9(8).
           05  FILLER          PIC X(03) VALUE SPACES.
           05  RCL-NEW-BIRTH   PIC 9(8).
       01  RST-DAY-HEAD.
           05  FILLER  PIC X(24) VALUE "DAY       ENTITY       O".
           05  FILLER  PIC X(24) VALUE "LD-DAYS  OLD Y/MM/DD  NE".
           05  FILLER  PIC X(24) VALUE "W-DAYS  NEW Y/MM/DD    S".
           05  FILLER  PIC X(16) VALUE "HIFT  MS        ".
       01  RST-DAY-LINE.
           05  RDL-RUN-DATE    PIC 9(8).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RDL-ENTITY-ID   PIC X(10).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RDL-OLD-TOTAL   PIC Z(7)9.
           05  FILLER          PIC X(03) VALUE SPACES.
           05  RDL-OLD-YEARS   PIC ZZZ9.
           05  FILLER          PIC X(01) VALUE "/".
           05  RDL-OLD-MONTHS  PIC 99.
           05  FILLER          PIC X(01) VALUE "/".
           05  RDL-OLD-DAYS    PIC 99.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RDL-NEW-TOTAL   PIC Z(7)9.
           05  FILLER          PIC X(03) VALUE SPACES.
           05  RDL-NEW-YEARS   PIC ZZZ9.
           05  FILLER          PIC X(01) VALUE "/".
           05  RDL-NEW-MONTHS  PIC 99.
           05  FILLER          PIC X(01) VALUE "/".
           05  RDL-NEW-DAYS    PIC 99.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RDL-SHIFT       PIC -(6)9.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RDL-OLD-FLAG    PIC X(01).
           05  FILLER          PIC X(01) VALUE ">".
           05  RDL-NEW-FLAG    PIC X(01).
       01  RST-MONTH-HEAD.
           05  FILLER  PIC X(24) VALUE "MONTH   ENTITY      OLD-".
           05  FILLER  PIC X(24) VALUE "FIRST  OLD-LAST  NEW-FIR".
           05  FILLER  PIC X(24) VALUE "ST  NEW-LAST   DETAIL  M".
           05  FILLER  PIC X(01) VALUE "S".
       01  RST-MONTH-LINE.
           05  RML-MONTH       PIC 9(6).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RML-ENTITY-ID   PIC X(10).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RML-OLD-FIRST   PIC Z(7)9.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RML-OLD-LAST    PIC Z(7)9.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RML-NEW-FIRST   PIC Z(7)9.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RML-NEW-LAST    PIC Z(7)9.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RML-COUNT       PIC Z(4)9.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RML-OLD-FLAG    PIC X(01).
           05  FILLER          PIC X(01) VALUE ">".
           05  RML-NEW-FLAG    PIC X(01).
       01  RST-EXCEPTION-LINE.
           05  FILLER          PIC X(04) VALUE "*** ".
           05  REL-DATE        PIC 9(8).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  REL-ENTITY-ID   PIC X(10).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  REL-MESSAGE     PIC X(60).
       01  RST-TOTAL-LINE.
           05  RTL-LABEL       PIC X(40).
           05  RTL-COUNT       PIC Z(6)9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM GET-CURRENT-DATE
           PERFORM LOAD-RESTATE-REGISTER
           PERFORM OPEN-RESTATE-FILES
           PERFORM FIND-CORRECTIONS
           PERFORM RESTATE-HISTORY
           PERFORM RESTATE-SUMMARIES
           PERFORM WRITE-EXTRACT-TRAILER
           PERFORM WRITE-FEED-REGISTER
           PERFORM WRITE-RESTATE-TOTALS
           PERFORM CLOSE-RESTATE-FILES
           PERFORM UPDATE-RESTATE-REGISTER
           PERFORM DISPLAY-RESTATE-TOTALS
           EVALUATE TRUE
               WHEN RST-EXCEPTION-COUNT > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN RST-CORR-COUNT = ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE
           GOBACK.

       GET-CURRENT-DATE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA
           COMPUTE CURR-DATE-NUMERIC =
               CURR-YEAR * 10000 + CURR-MONTH * 100 + CURR-DAY
           STRING CURR-YEAR CURR-MONTH CURR-DAY
                  CURR-HOURS CURR-MINUTES CURR-SECONDS
                  DELIMITED BY SIZE
                  INTO RST-RUN-ID-WORK.

      * no register yet is the first restatement ever run - any
      * other failure, or a register longer than the table can
      * check against, would let a rerun shift condensed months a
      * second time, so the run is refused.
       LOAD-RESTATE-REGISTER.
           OPEN INPUT RESTATE-REGISTER-FILE
           EVALUATE TRUE
               WHEN RSTG-FILE-OK
                   PERFORM LOAD-ONE-REGISTER-ENTRY UNTIL RSTG-EOF
                   CLOSE RESTATE-REGISTER-FILE
               WHEN RSTG-FILE-NOT-FOUND
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ENT-RESTATE: CANNOT OPEN RSTREG, STATUS "
                       RSTG-FILE-STATUS " - RUN REFUSED"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-EVALUATE
           IF RST-DONE-FULL
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       LOAD-ONE-REGISTER-ENTRY.
           READ RESTATE-REGISTER-FILE
               AT END
                   SET RSTG-EOF TO TRUE
           END-READ
           IF NOT RSTG-EOF
               IF RST-DONE-COUNT < 2000
                   ADD 1 TO RST-DONE-COUNT
                   MOVE RSTG-AUD-DATE TO RST-KEY-DATE
                   MOVE RSTG-AUD-TIME TO RST-KEY-TIME
                   MOVE RSTG-ENTITY-ID TO RST-KEY-ENTITY
                   MOVE RST-AUD-KEY TO RST-DONE-KEY(RST-DONE-COUNT)
               ELSE
                   IF NOT RST-DONE-FULL
                       SET RST-DONE-FULL TO TRUE
                       DISPLAY "ENT-RESTATE: RSTREG HOLDS MORE THAN"
                           " 2000 ENTRIES - RUN REFUSED, ARCHIVE RSTREG"
                   END-IF
               END-IF
           END-IF.

       OPEN-RESTATE-FILES.
           OPEN INPUT AUDIT-FILE
           IF NOT AUD-FILE-OK
               DISPLAY "ENT-RESTATE: CANNOT OPEN AUDITFIL, STATUS "
                   AUD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT HISTORY-FILE
           IF NOT HIST-FILE-OK
               DISPLAY "ENT-RESTATE: CANNOT OPEN HISTFILE, STATUS "
                   HIST-FILE-STATUS
               CLOSE AUDIT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
      * no summaries yet is an ordinary state - HIST-ROLLUP has not
      * condensed anything - and SUMMOUT is written empty.
           OPEN INPUT SUMMARY-FILE
           IF SUMM-FILE-OK
               SET SUMM-OPENED TO TRUE
           ELSE
               IF NOT SUMM-FILE-NOT-FOUND
                   DISPLAY "ENT-RESTATE: CANNOT OPEN SUMMFILE, STATUS "
                       SUMM-FILE-STATUS
                   CLOSE AUDIT-FILE
                   CLOSE HISTORY-FILE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
      * HISTOUT and SUMMOUT become the only copies of the history
      * once ops does the rename - refuse the run rather than lose
      * either of them.
           OPEN OUTPUT HISTORY-OUT-FILE
           IF NOT HOUT-FILE-OK
               DISPLAY "ENT-RESTATE: CANNOT OPEN HISTOUT, STATUS "
                   HOUT-FILE-STATUS
               PERFORM CLOSE-RESTATE-INPUTS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT SUMMARY-OUT-FILE
           IF NOT SOUT-FILE-OK
               DISPLAY "ENT-RESTATE: CANNOT OPEN SUMMOUT, STATUS "
                   SOUT-FILE-STATUS
               PERFORM CLOSE-RESTATE-INPUTS
               CLOSE HISTORY-OUT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND EXTRACT-FILE
           IF EXTR-FILE-NOT-FOUND
               OPEN OUTPUT EXTRACT-FILE
           END-IF
           IF NOT EXTR-FILE-OK
               DISPLAY "ENT-RESTATE: CANNOT OPEN EXTRFILE, STATUS "
                   EXTR-FILE-STATUS
               PERFORM CLOSE-RESTATE-INPUTS
               CLOSE HISTORY-OUT-FILE
               CLOSE SUMMARY-OUT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT RESTATE-REPORT-FILE
           IF NOT RRPT-FILE-OK
               DISPLAY "ENT-RESTATE: CANNOT OPEN RSTRPT, STATUS "
                   RRPT-FILE-STATUS
               PERFORM CLOSE-RESTATE-INPUTS
               CLOSE HISTORY-OUT-FILE
               CLOSE SUMMARY-OUT-FILE
               CLOSE EXTRACT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM WRITE-EXTRACT-HEADER.

       CLOSE-RESTATE-INPUTS.
           CLOSE AUDIT-FILE
           CLOSE HISTORY-FILE
           IF SUMM-OPENED
               CLOSE SUMMARY-FILE
           END-IF.

       CLOSE-RESTATE-FILES.
           PERFORM CLOSE-RESTATE-INPUTS
           CLOSE HISTORY-OUT-FILE
           CLOSE SUMMARY-OUT-FILE
           CLOSE EXTRACT-FILE
           CLOSE RESTATE-REPORT-FILE.

      * pass one - every applied, released or approved change on the
      * trail whose images disagree on the birth date, less the ones
      * the register says are already restated.
       FIND-CORRECTIONS.
           MOVE RST-CORR-HEAD TO RST-COLUMN-HEAD
           PERFORM SCAN-ONE-AUDIT-ENTRY UNTIL AUD-EOF
           IF RST-CORR-COUNT = ZERO
               PERFORM CHECK-RST-PAGE
               MOVE "NO UNRESTATED BIRTH-DATE CORRECTIONS ON THE TRAIL"
                   TO RST-PRINT-LINE
               WRITE RST-PRINT-LINE
               ADD 1 TO RST-LINE-COUNT
           END-IF.

       SCAN-ONE-AUDIT-ENTRY.
           READ AUDIT-FILE
               AT END
                   SET AUD-EOF TO TRUE
           END-READ
           IF NOT AUD-EOF
               ADD 1 TO RST-AUD-READ-COUNT
               IF AUD-ACTION = "C"
                       AND (AUD-RESULT = "APPLIED"
                           OR AUD-RESULT = "RELEASED"
                           OR AUD-RESULT = "APPROVED")
                       AND AUD-BEFORE-IMAGE NOT = SPACES
                       AND AUD-AFTER-IMAGE NOT = SPACES
                   MOVE AUD-BEFORE-IMAGE TO BEF-RECORD
                   MOVE AUD-AFTER-IMAGE TO AFT-RECORD
                   IF BEF-BIRTH-YEAR NOT = AFT-BIRTH-YEAR
                           OR BEF-BIRTH-MONTH NOT = AFT-BIRTH-MONTH
                           OR BEF-BIRTH-DAY NOT = AFT-BIRTH-DAY
                       PERFORM TAKE-ONE-CORRECTION
                   END-IF
               END-IF
           END-IF.

       TAKE-ONE-CORRECTION.
           MOVE AUD-RUN-DATE TO RST-KEY-DATE
           MOVE AUD-RUN-TIME TO RST-KEY-TIME
           MOVE AUD-ENTITY-ID TO RST-KEY-ENTITY
           MOVE "N" TO RST-FOUND-SW
           PERFORM CHECK-ONE-DONE-KEY
               VARYING RST-DONE-IDX FROM 1 BY 1
               UNTIL RST-DONE-IDX > RST-DONE-COUNT OR RST-FOUND
           IF RST-FOUND
               ADD 1 TO RST-SKIPPED-COUNT
           ELSE
               IF RST-CORR-COUNT < 500
                   ADD 1 TO RST-CORR-COUNT
                   MOVE RST-AUD-KEY TO RST-CORR-KEY(RST-CORR-COUNT)
                   COMPUTE RST-CORR-OLD-BIRTH(RST-CORR-COUNT) =
                       BEF-BIRTH-YEAR * 10000 + BEF-BIRTH-MONTH * 100
                       + BEF-BIRTH-DAY
                   COMPUTE RST-CORR-NEW-BIRTH(RST-CORR-COUNT) =
                       AFT-BIRTH-YEAR * 10000 + AFT-BIRTH-MONTH * 100
                       + AFT-BIRTH-DAY
                   MOVE AUD-USER-ID TO RST-CORR-USER-ID(RST-CORR-COUNT)
                   MOVE RST-CORR-COUNT TO RST-CORR-IDX
                   PERFORM PRINT-CORRECTION-LINE
                   PERFORM POST-ENTITY-CORRECTION
               ELSE
                   IF NOT RST-CORR-FULL
                       SET RST-CORR-FULL TO TRUE
                       DISPLAY "ENT-RESTATE: LIMITED TO FIRST 500"
                           " CORRECTIONS - RERUN FOR THE REST"
                   END-IF
               END-IF
           END-IF.

       CHECK-ONE-DONE-KEY.
           IF RST-DONE-KEY(RST-DONE-IDX) = RST-AUD-KEY
               SET RST-FOUND TO TRUE
           END-IF.

      * a second correction to the same entity moves its corrected
      * birth date and its last-correction month on; the old birth
      * date stays the one its earliest rows were figured off.
       POST-ENTITY-CORRECTION.
           PERFORM FIND-RESTATED-ENTITY
           IF RST-FOUND
               MOVE RST-CORR-NEW-BIRTH(RST-CORR-IDX)
                   TO RST-ENT-NEW-BIRTH(RST-CUR-IDX)
               COMPUTE RST-ENT-LAST-MONTH(RST-CUR-IDX) =
                   AUD-RUN-DATE / 100
           ELSE
               ADD 1 TO RST-ENT-COUNT
               MOVE AUD-ENTITY-ID TO RST-ENT-ID(RST-ENT-COUNT)
               MOVE RST-CORR-OLD-BIRTH(RST-CORR-IDX)
                   TO RST-ENT-OLD-BIRTH(RST-ENT-COUNT)
               MOVE RST-CORR-NEW-BIRTH(RST-CORR-IDX)
                   TO RST-ENT-NEW-BIRTH(RST-ENT-COUNT)
               COMPUTE RST-ENT-FIRST-MONTH(RST-ENT-COUNT) =
                   AUD-RUN-DATE / 100
               COMPUTE RST-ENT-LAST-MONTH(RST-ENT-COUNT) =
                   AUD-RUN-DATE / 100
               MOVE ZERO TO RST-ENT-ROWS(RST-ENT-COUNT)
               MOVE ZERO TO RST-ENT-MONTHS(RST-ENT-COUNT)
           END-IF.

      * linear scan of the corrected entities - a handful on any
      * given run. RST-KEY-ENTITY names the entity sought.
       FIND-RESTATED-ENTITY.
           MOVE "N" TO RST-FOUND-SW
           PERFORM CHECK-ONE-RESTATED-ENTITY
               VARYING RST-ENT-IDX FROM 1 BY 1
               UNTIL RST-ENT-IDX > RST-ENT-COUNT OR RST-FOUND.

       CHECK-ONE-RESTATED-ENTITY.
           IF RST-ENT-ID(RST-ENT-IDX) = RST-KEY-ENTITY
               SET RST-FOUND TO TRUE
               MOVE RST-ENT-IDX TO RST-CUR-IDX
           END-IF.

       PRINT-CORRECTION-LINE.
           MOVE AUD-RUN-DATE TO RCL-AUD-DATE
           MOVE AUD-RUN-TIME TO RCL-AUD-TIME
           MOVE AUD-ENTITY-ID TO RCL-ENTITY-ID
           MOVE AUD-USER-ID TO RCL-USER-ID
           MOVE RST-CORR-OLD-BIRTH(RST-CORR-IDX) TO RCL-OLD-BIRTH
           MOVE RST-CORR-NEW-BIRTH(RST-CORR-IDX) TO RCL-NEW-BIRTH
           PERFORM CHECK-RST-PAGE
           MOVE RST-CORR-LINE TO RST-PRINT-LINE
           WRITE RST-PRINT-LINE
           ADD 1 TO RST-LINE-COUNT.

      * pass two - every daily row is carried to HISTOUT; a
      * corrected entity's rows are re-aged off the corrected birth
      * date, and only the rows whose figures actually move are
      * reported and sent down the correcting feed. a rerun finds
      * nothing left to move.
       RESTATE-HISTORY.
           MOVE RST-DAY-HEAD TO RST-COLUMN-HEAD
           MOVE 99 TO RST-LINE-COUNT
           PERFORM RESTATE-ONE-HIST-ROW UNTIL HIST-EOF.

       RESTATE-ONE-HIST-ROW.
           READ HISTORY-FILE
               AT END
                   SET HIST-EOF TO TRUE
           END-READ
           IF NOT HIST-EOF
               ADD 1 TO RST-HIST-READ-COUNT
               MOVE HIST-RECORD TO HOUT-RECORD
               MOVE HIST-ENTITY-ID TO RST-KEY-ENTITY
               PERFORM FIND-RESTATED-ENTITY
               IF RST-FOUND
                   PERFORM REFIGURE-HIST-ROW
               END-IF
               WRITE HOUT-RECORD
           END-IF.

       REFIGURE-HIST-ROW.
           MOVE HIST-RUN-DATE TO RST-ROW-DATE
           MOVE RST-ENT-NEW-BIRTH(RST-CUR-IDX) TO RST-BIRTH-DATE
           IF RST-BIRTH-DATE > RST-ROW-DATE
               MOVE "ROW PREDATES THE CORRECTED BIRTH DATE - LEFT AS IS"
                   TO RST-EXCEPTION-MSG
               MOVE HIST-RUN-DATE TO REL-DATE
               PERFORM PRINT-EXCEPTION-LINE
           ELSE
               PERFORM RESTATE-AGE
               IF RST-TOTAL-DAYS NOT = HIST-TOTAL-DAYS
                       OR RST-YEARS NOT = HIST-YEARS
                       OR RST-MONTHS NOT = HIST-MONTHS
                       OR RST-DAYS NOT = HIST-DAYS
                   MOVE RST-TOTAL-DAYS TO HOUT-TOTAL-DAYS
                   MOVE RST-YEARS TO HOUT-YEARS
                   MOVE RST-MONTHS TO HOUT-MONTHS
                   MOVE RST-DAYS TO HOUT-DAYS
                   MOVE RST-MS-FLAG TO HOUT-MILESTONE-FLAG
                   ADD 1 TO RST-HIST-RSTD-COUNT
                   ADD 1 TO RST-ENT-ROWS(RST-CUR-IDX)
                   PERFORM PRINT-DAY-LINE
                   PERFORM WRITE-EXTRACT-DETAIL
               END-IF
           END-IF.

      * CALCULATE-AGE's arithmetic, run against the row's own date
      * instead of the run date.
       RESTATE-AGE.
           COMPUTE RST-TOTAL-DAYS =
               FUNCTION INTEGER-OF-DATE(RST-ROW-DATE) -
               FUNCTION INTEGER-OF-DATE(RST-BIRTH-DATE)

           COMPUTE RST-YEARS = RST-ROW-YEAR - RST-BIRTH-YEAR

           IF RST-ROW-MONTH < RST-BIRTH-MONTH
               SUBTRACT 1 FROM RST-YEARS
               COMPUTE RST-MONTHS =
                   12 - (RST-BIRTH-MONTH - RST-ROW-MONTH)
           ELSE
               COMPUTE RST-MONTHS = RST-ROW-MONTH - RST-BIRTH-MONTH
           END-IF

           IF RST-ROW-DAY < RST-BIRTH-DAY
               SUBTRACT 1 FROM RST-MONTHS
               IF RST-ROW-MONTH = 1
                   MOVE 12 TO MONTH-NUM
                   COMPUTE YEAR-NUM = RST-ROW-YEAR - 1
               ELSE
                   COMPUTE MONTH-NUM = RST-ROW-MONTH - 1
                   MOVE RST-ROW-YEAR TO YEAR-NUM
               END-IF
               PERFORM COMPUTE-DAYS-IN-MONTH
               COMPUTE RST-DAYS =
                   DAYS-IN-MONTH - (RST-BIRTH-DAY - RST-ROW-DAY)
           ELSE
               COMPUTE RST-DAYS = RST-ROW-DAY - RST-BIRTH-DAY
           END-IF

           IF RST-MONTHS < 0
               ADD 12 TO RST-MONTHS
               SUBTRACT 1 FROM RST-YEARS
           END-IF

           IF FUNCTION MOD(RST-TOTAL-DAYS 1000) = 0
               MOVE "Y" TO RST-MS-FLAG
           ELSE
               MOVE "N" TO RST-MS-FLAG
           END-IF.

      * derives DAYS-IN-MONTH for MONTH-NUM/YEAR-NUM from the
      * calendar itself, the same way COBOL-AGE does.
       COMPUTE-DAYS-IN-MONTH.
           IF MONTH-NUM = 12
               COMPUTE FOM-YEAR = YEAR-NUM + 1
               MOVE 1 TO FOM-MONTH
           ELSE
               MOVE YEAR-NUM TO FOM-YEAR
               COMPUTE FOM-MONTH = MONTH-NUM + 1
           END-IF
           COMPUTE FIRST-OF-NEXT-MONTH =
               FOM-YEAR * 10000 + FOM-MONTH * 100 + 1
           COMPUTE LAST-DAY-INT =
               FUNCTION INTEGER-OF-DATE(FIRST-OF-NEXT-MONTH) - 1
           COMPUTE LAST-DAY-DATE =
               FUNCTION DATE-OF-INTEGER(LAST-DAY-INT)
           COMPUTE DAYS-IN-MONTH = FUNCTION MOD(LAST-DAY-DATE 100).

       PRINT-DAY-LINE.
           MOVE HIST-RUN-DATE TO RDL-RUN-DATE
           MOVE HIST-ENTITY-ID TO RDL-ENTITY-ID
           MOVE HIST-TOTAL-DAYS TO RDL-OLD-TOTAL
           MOVE HIST-YEARS TO RDL-OLD-YEARS
           MOVE HIST-MONTHS TO RDL-OLD-MONTHS
           MOVE HIST-DAYS TO RDL-OLD-DAYS
           MOVE RST-TOTAL-DAYS TO RDL-NEW-TOTAL
           MOVE RST-YEARS TO RDL-NEW-YEARS
           MOVE RST-MONTHS TO RDL-NEW-MONTHS
           MOVE RST-DAYS TO RDL-NEW-DAYS
           COMPUTE RDL-SHIFT = RST-TOTAL-DAYS - HIST-TOTAL-DAYS
           MOVE HIST-MILESTONE-FLAG TO RDL-OLD-FLAG
           MOVE RST-MS-FLAG TO RDL-NEW-FLAG
           PERFORM CHECK-RST-PAGE
           MOVE RST-DAY-LINE TO RST-PRINT-LINE
           WRITE RST-PRINT-LINE
           ADD 1 TO RST-LINE-COUNT.

      * the restated day goes down the correcting feed dated with
      * the day it restates, so the loader overwrites that day's
      * wrong figures.
       WRITE-EXTRACT-DETAIL.
           MOVE SPACES TO EXTR-RECORD
           MOVE HIST-RUN-DATE TO EXTR-RUN-DATE
           MOVE HIST-ENTITY-ID TO EXTR-ENTITY-ID
           MOVE RST-YEARS TO EXTR-YEARS
           MOVE RST-MONTHS TO EXTR-MONTHS
           MOVE RST-DAYS TO EXTR-DAYS
           MOVE RST-TOTAL-DAYS TO EXTR-TOTAL-DAYS
           WRITE EXTR-RECORD
           ADD 1 TO RST-EXTR-DETAILS
           ADD RST-YEARS TO RST-EXTR-YEARS
           ADD RST-TOTAL-DAYS TO RST-EXTR-DAYS.

      * pass three - every condensed month is carried to SUMMOUT.
      * a corrected entity's months from before its first
      * correction were rolled off the old birth date: the day
      * behind each figure is recovered off the old date and re-aged
      * off the corrected one. the recovered day has to land in the
      * month itself, or the month was figured off some other date
      * and is left for a hand fix.
       RESTATE-SUMMARIES.
           MOVE RST-MONTH-HEAD TO RST-COLUMN-HEAD
           MOVE 99 TO RST-LINE-COUNT
           IF SUMM-OPENED
               PERFORM RESTATE-ONE-SUMM-ROW UNTIL SUMM-EOF
           END-IF.

       RESTATE-ONE-SUMM-ROW.
           READ SUMMARY-FILE
               AT END
                   SET SUMM-EOF TO TRUE
           END-READ
           IF NOT SUMM-EOF
               ADD 1 TO RST-SUMM-READ-COUNT
               MOVE SUMM-RECORD TO SOUT-RECORD
               MOVE SUMM-ENTITY-ID TO RST-KEY-ENTITY
               PERFORM FIND-RESTATED-ENTITY
               IF RST-FOUND
                   EVALUATE TRUE
                     WHEN SUMM-MONTH < RST-ENT-FIRST-MONTH(RST-CUR-IDX)
                       PERFORM REFIGURE-SUMM-ROW
                     WHEN SUMM-MONTH > RST-ENT-LAST-MONTH(RST-CUR-IDX)
                       CONTINUE
                     WHEN OTHER
                       MOVE "MONTH SPANS A CORRECTION - FIX BY HAND"
                           TO RST-EXCEPTION-MSG
                       COMPUTE REL-DATE = SUMM-MONTH * 100 + 1
                       PERFORM PRINT-EXCEPTION-LINE
                   END-EVALUATE
               END-IF
               WRITE SOUT-RECORD
           END-IF.

       REFIGURE-SUMM-ROW.
           MOVE RST-ENT-OLD-BIRTH(RST-CUR-IDX) TO RST-WORK-BIRTH
           COMPUTE RST-OLD-BIRTH-INT =
               FUNCTION INTEGER-OF-DATE(RST-WORK-BIRTH)
           MOVE RST-ENT-NEW-BIRTH(RST-CUR-IDX) TO RST-WORK-BIRTH
           COMPUTE RST-NEW-BIRTH-INT =
               FUNCTION INTEGER-OF-DATE(RST-WORK-BIRTH)
           COMPUTE RST-FIRST-DAY-INT =
               RST-OLD-BIRTH-INT + SUMM-FIRST-DAYS
           COMPUTE RST-LAST-DAY-INT =
               RST-OLD-BIRTH-INT + SUMM-LAST-DAYS
           COMPUTE RST-FIRST-DAY-DATE =
               FUNCTION DATE-OF-INTEGER(RST-FIRST-DAY-INT)
           COMPUTE RST-LAST-DAY-DATE =
               FUNCTION DATE-OF-INTEGER(RST-LAST-DAY-INT)
           COMPUTE REL-DATE = SUMM-MONTH * 100 + 1
           EVALUATE TRUE
               WHEN RST-FIRST-DAY-DATE / 100 NOT = SUMM-MONTH
                       OR RST-LAST-DAY-DATE / 100 NOT = SUMM-MONTH
                   MOVE "FIGURES DO NOT FIT THE OLD BIRTH DATE"
                       TO RST-EXCEPTION-MSG
                   PERFORM PRINT-EXCEPTION-LINE
               WHEN RST-FIRST-DAY-INT < RST-NEW-BIRTH-INT
                   MOVE "MONTH PREDATES THE CORRECTED BIRTH DATE"
                       TO RST-EXCEPTION-MSG
                   PERFORM PRINT-EXCEPTION-LINE
               WHEN OTHER
                   PERFORM SHIFT-SUMM-ROW
           END-EVALUATE.

      * the month's milestone flag is refigured off the shifted
      * span - set when a round thousand falls between its first
      * and last figures. a month with missing days can only be
      * judged on the span it kept.
       SHIFT-SUMM-ROW.
           COMPUTE RST-NEW-FIRST-DAYS =
               RST-FIRST-DAY-INT - RST-NEW-BIRTH-INT
           COMPUTE RST-NEW-LAST-DAYS =
               RST-LAST-DAY-INT - RST-NEW-BIRTH-INT
           COMPUTE RST-MS-LOW = (RST-NEW-FIRST-DAYS + 999) / 1000
           COMPUTE RST-MS-HIGH = RST-NEW-LAST-DAYS / 1000
           IF RST-MS-HIGH < RST-MS-LOW
               MOVE "N" TO SOUT-MILESTONE-FLAG
           ELSE
               MOVE "Y" TO SOUT-MILESTONE-FLAG
           END-IF
           MOVE RST-NEW-FIRST-DAYS TO SOUT-FIRST-DAYS
           MOVE RST-NEW-LAST-DAYS TO SOUT-LAST-DAYS
           ADD 1 TO RST-SUMM-RSTD-COUNT
           ADD 1 TO RST-ENT-MONTHS(RST-CUR-IDX)
           MOVE SUMM-MONTH TO RML-MONTH
           MOVE SUMM-ENTITY-ID TO RML-ENTITY-ID
           MOVE SUMM-FIRST-DAYS TO RML-OLD-FIRST
           MOVE SUMM-LAST-DAYS TO RML-OLD-LAST
           MOVE RST-NEW-FIRST-DAYS TO RML-NEW-FIRST
           MOVE RST-NEW-LAST-DAYS TO RML-NEW-LAST
           MOVE SUMM-DETAIL-COUNT TO RML-COUNT
           MOVE SUMM-MILESTONE-FLAG TO RML-OLD-FLAG
           MOVE SOUT-MILESTONE-FLAG TO RML-NEW-FLAG
           PERFORM CHECK-RST-PAGE
           MOVE RST-MONTH-LINE TO RST-PRINT-LINE
           WRITE RST-PRINT-LINE
           ADD 1 TO RST-LINE-COUNT.

      * REL-DATE and RST-EXCEPTION-MSG are filled by the caller;
      * RST-KEY-ENTITY names the entity.
       PRINT-EXCEPTION-LINE.
           ADD 1 TO RST-EXCEPTION-COUNT
           MOVE RST-KEY-ENTITY TO REL-ENTITY-ID
           MOVE RST-EXCEPTION-MSG TO REL-MESSAGE
           PERFORM CHECK-RST-PAGE
           MOVE RST-EXCEPTION-LINE TO RST-PRINT-LINE
           WRITE RST-PRINT-LINE
           ADD 1 TO RST-LINE-COUNT.

       WRITE-EXTRACT-HEADER.
           MOVE SPACES TO EXTR-HEADER-REC
           MOVE "HDR" TO EXTR-HDR-ID
           MOVE CURR-DATE-NUMERIC TO EXTR-HDR-RUN-DATE
           MOVE RST-RUN-ID-WORK TO EXTR-HDR-RUN-ID
           WRITE EXTR-HEADER-REC.

      * a run that restated nothing still brackets an empty feed -
      * count zero - the same as COBOL-AGE's.
       WRITE-EXTRACT-TRAILER.
           MOVE SPACES TO EXTR-TRAILER-REC
           MOVE "TRL" TO EXTR-TRL-ID
           MOVE RST-EXTR-DETAILS TO EXTR-TRL-DETAIL-COUNT
           MOVE RST-EXTR-YEARS TO EXTR-TRL-YEARS-HASH
           MOVE RST-EXTR-DAYS TO EXTR-TRL-DAYS-HASH
           WRITE EXTR-TRAILER-REC.

       WRITE-FEED-REGISTER.
           OPEN EXTEND FEED-REGISTER-FILE
           IF FREG-FILE-NOT-FOUND
               OPEN OUTPUT FEED-REGISTER-FILE
           END-IF
           IF FREG-FILE-OK
               MOVE SPACES TO FREG-RECORD
               MOVE RST-RUN-ID-WORK TO FREG-RUN-ID
               MOVE CURR-DATE-NUMERIC TO FREG-RUN-DATE
               MOVE RST-EXTR-DETAILS TO FREG-DETAIL-COUNT
               MOVE RST-EXTR-YEARS TO FREG-YEARS-HASH
               MOVE RST-EXTR-DAYS TO FREG-DAYS-HASH
               WRITE FREG-RECORD
               CLOSE FEED-REGISTER-FILE
           ELSE
               DISPLAY "ENT-RESTATE: CANNOT OPEN FEEDREG, STATUS "
                   FREG-FILE-STATUS " - CORRECTING FEED NOT REGISTERED"
           END-IF.

      * per-entity and run control totals close the report.
       WRITE-RESTATE-TOTALS.
           MOVE SPACES TO RST-COLUMN-HEAD
           MOVE 99 TO RST-LINE-COUNT
           PERFORM WRITE-ENTITY-TOTAL
               VARYING RST-ENT-IDX FROM 1 BY 1
               UNTIL RST-ENT-IDX > RST-ENT-COUNT
           MOVE SPACES TO RST-PRINT-LINE
           WRITE RST-PRINT-LINE
           MOVE "AUDIT TRAIL ENTRIES READ" TO RTL-LABEL
           MOVE RST-AUD-READ-COUNT TO RTL-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "CORRECTIONS RESTATED THIS RUN" TO RTL-LABEL
           MOVE RST-CORR-COUNT TO RTL-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "CORRECTIONS ALREADY RESTATED, SKIPPED" TO RTL-LABEL
           MOVE RST-SKIPPED-COUNT TO RTL-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "HISTORY ROWS READ" TO RTL-LABEL
           MOVE RST-HIST-READ-COUNT TO RTL-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "HISTORY ROWS RESTATED" TO RTL-LABEL
           MOVE RST-HIST-RSTD-COUNT TO RTL-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "SUMMARY MONTHS READ" TO RTL-LABEL
           MOVE RST-SUMM-READ-COUNT TO RTL-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "SUMMARY MONTHS RESTATED" TO RTL-LABEL
           MOVE RST-SUMM-RSTD-COUNT TO RTL-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "CORRECTING FEED DETAILS" TO RTL-LABEL
           MOVE RST-EXTR-DETAILS TO RTL-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "EXCEPTIONS LEFT FOR A HAND FIX" TO RTL-LABEL
           MOVE RST-EXCEPTION-COUNT TO RTL-COUNT
           PERFORM WRITE-TOTAL-LINE.

       WRITE-ENTITY-TOTAL.
           PERFORM CHECK-RST-PAGE
           MOVE SPACES TO RST-PRINT-LINE
           STRING "ENTITY " DELIMITED BY SIZE
                  RST-ENT-ID(RST-ENT-IDX) DELIMITED BY SIZE
                  " BIRTH DATE " DELIMITED BY SIZE
                  RST-ENT-OLD-BIRTH(RST-ENT-IDX) DELIMITED BY SIZE
                  " -> " DELIMITED BY SIZE
                  RST-ENT-NEW-BIRTH(RST-ENT-IDX) DELIMITED BY SIZE
                  "  DAYS " DELIMITED BY SIZE
                  RST-ENT-ROWS(RST-ENT-IDX) DELIMITED BY SIZE
                  "  MONTHS " DELIMITED BY SIZE
                  RST-ENT-MONTHS(RST-ENT-IDX) DELIMITED BY SIZE
                  INTO RST-PRINT-LINE
           WRITE RST-PRINT-LINE
           ADD 1 TO RST-LINE-COUNT.

       WRITE-TOTAL-LINE.
           PERFORM CHECK-RST-PAGE
           MOVE RST-TOTAL-LINE TO RST-PRINT-LINE
           WRITE RST-PRINT-LINE
           ADD 1 TO RST-LINE-COUNT.

       CHECK-RST-PAGE.
           IF RST-LINE-COUNT > PAGE-LINE-LIMIT
               PERFORM WRITE-RST-HEADINGS
           END-IF.

       WRITE-RST-HEADINGS.
           ADD 1 TO RST-PAGE-COUNT
           MOVE CURR-DATE-NUMERIC TO RSH-RUN-DATE
           MOVE RST-PAGE-COUNT TO RSH-PAGE
           MOVE RST-HEADING-1 TO RST-PRINT-LINE
           WRITE RST-PRINT-LINE
           MOVE RST-COLUMN-HEAD TO RST-PRINT-LINE
           WRITE RST-PRINT-LINE
           MOVE SPACES TO RST-PRINT-LINE
           WRITE RST-PRINT-LINE
           MOVE 3 TO RST-LINE-COUNT.

      * the corrections just restated go on the register only now,
      * with every output closed - a run that dies part way leaves
      * them unregistered, and the rerun restates them in full.
       UPDATE-RESTATE-REGISTER.
           IF RST-CORR-COUNT > ZERO
               OPEN EXTEND RESTATE-REGISTER-FILE
               IF RSTG-FILE-NOT-FOUND
                   OPEN OUTPUT RESTATE-REGISTER-FILE
               END-IF
               IF RSTG-FILE-OK
                   PERFORM REGISTER-ONE-CORRECTION
                       VARYING RST-CORR-IDX FROM 1 BY 1
                       UNTIL RST-CORR-IDX > RST-CORR-COUNT
                   CLOSE RESTATE-REGISTER-FILE
               ELSE
                   DISPLAY "ENT-RESTATE: CANNOT OPEN RSTREG, STATUS "
                       RSTG-FILE-STATUS " - CORRECTIONS NOT REGISTERED,"
                       " DO NOT RERUN AFTER THE RENAME"
                   ADD 1 TO RST-EXCEPTION-COUNT
               END-IF
           END-IF.

       REGISTER-ONE-CORRECTION.
           MOVE RST-CORR-KEY(RST-CORR-IDX) TO RST-AUD-KEY
           MOVE SPACES TO RSTG-RECORD
           MOVE RST-KEY-DATE TO RSTG-AUD-DATE
           MOVE RST-KEY-TIME TO RSTG-AUD-TIME
           MOVE RST-KEY-ENTITY TO RSTG-ENTITY-ID
           MOVE RST-CORR-OLD-BIRTH(RST-CORR-IDX) TO RSTG-OLD-BIRTH
           MOVE RST-CORR-NEW-BIRTH(RST-CORR-IDX) TO RSTG-NEW-BIRTH
           MOVE CURR-DATE-NUMERIC TO RSTG-RUN-DATE
           WRITE RSTG-RECORD.

       DISPLAY-RESTATE-TOTALS.
           DISPLAY "ENT-RESTATE CORRECTIONS RESTATED: " RST-CORR-COUNT
           DISPLAY "ENT-RESTATE CORRECTIONS SKIPPED:  "
               RST-SKIPPED-COUNT
           DISPLAY "ENT-RESTATE HISTORY ROWS READ:    "
               RST-HIST-READ-COUNT
           DISPLAY "ENT-RESTATE HISTORY ROWS MOVED:   "
               RST-HIST-RSTD-COUNT
           DISPLAY "ENT-RESTATE SUMMARY MONTHS READ:  "
               RST-SUMM-READ-COUNT
           DISPLAY "ENT-RESTATE SUMMARY MONTHS MOVED: "
               RST-SUMM-RSTD-COUNT
           DISPLAY "ENT-RESTATE EXCEPTIONS:           "
               RST-EXCEPTION-COUNT.
