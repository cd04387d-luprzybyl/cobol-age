       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENT-ARCHIVE.
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

           SELECT AUDIT-FILE ASSIGN TO "AUDITFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUD-FILE-STATUS.

           SELECT AUDIT-OUT-FILE ASSIGN TO "AUDITOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AOUT-FILE-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO "ARCHFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCH-FILE-STATUS.

           SELECT PURGE-REPORT-FILE ASSIGN TO "PURGERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRPT-FILE-STATUS.

           SELECT ARCHIVE-PARM-FILE ASSIGN TO "ARCHPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APRM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * the permanent entity population - see
      * copybooks/ENTITY-REC.cpy for the layout.
       FD  ENTITY-MASTER-FILE.
           COPY "ENTITY-REC.cpy".

      * the daily detail COBOL-AGE appends - see
      * copybooks/HIST-REC.cpy for the layout.
       FD  HISTORY-FILE.
           COPY "HIST-REC.cpy".

      * the detail of every entity still on the master, carried
      * forward - ops renames HISTOUT over HISTFILE once the run
      * balances, the usual old-master/new-master handoff.
       FD  HISTORY-OUT-FILE.
           COPY "HIST-REC.cpy"
               REPLACING LEADING ==HIST== BY ==HOUT==.

      * HIST-ROLLUP's condensed months - see copybooks/SUMM-REC.cpy
      * for the layout.
       FD  SUMMARY-FILE.
           COPY "SUMM-REC.cpy".

      * the months kept, renamed over SUMMFILE the same way.
       FD  SUMMARY-OUT-FILE.
           COPY "SUMM-REC.cpy"
               REPLACING LEADING ==SUMM== BY ==SOUT==.

      * the maintenance trail - see copybooks/AUDIT-REC.cpy for
      * the layout.
       FD  AUDIT-FILE.
           COPY "AUDIT-REC.cpy".

      * the trail kept, plus one entry per entity this run took off
      * the master, renamed over AUDITFIL the same way.
       FD  AUDIT-OUT-FILE.
           COPY "AUDIT-REC.cpy"
               REPLACING LEADING ==AUD== BY ==AOUT==.

      * everything moved off the live files, appended run after
      * run - see copybooks/ENTARCH-REC.cpy for the layout, shared
      * with ARCH-INQ.
       FD  ARCHIVE-FILE.
           COPY "ENTARCH-REC.cpy".

       FD  PURGE-REPORT-FILE.
       01  PURGE-PRINT-LINE  PIC X(100).

      * keyword/value run options, same card shape as COBOL-AGE's
      * PARMCARD - YEARS is how long an entity stays on the master
      * after it is closed.
       FD  ARCHIVE-PARM-FILE.
       01  APRM-RECORD.
           05  APRM-KEYWORD  PIC X(10).
           05  APRM-VALUE    PIC X(70).

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

       01  ENT-FILE-STATUS  PIC X(02).
           88  ENT-FILE-OK  VALUE "00".
       01  HIST-FILE-STATUS PIC X(02).
           88  HIST-FILE-OK        VALUE "00".
           88  HIST-FILE-NOT-FOUND VALUE "35".
       01  HOUT-FILE-STATUS PIC X(02).
           88  HOUT-FILE-OK        VALUE "00".
       01  SUMM-FILE-STATUS PIC X(02).
           88  SUMM-FILE-OK        VALUE "00".
           88  SUMM-FILE-NOT-FOUND VALUE "35".
       01  SOUT-FILE-STATUS PIC X(02).
           88  SOUT-FILE-OK        VALUE "00".
       01  AUD-FILE-STATUS  PIC X(02).
           88  AUD-FILE-OK         VALUE "00".
           88  AUD-FILE-NOT-FOUND  VALUE "35".
       01  AOUT-FILE-STATUS PIC X(02).
           88  AOUT-FILE-OK        VALUE "00".
       01  ARCH-FILE-STATUS PIC X(02).
           88  ARCH-FILE-OK        VALUE "00".
           88  ARCH-FILE-NOT-FOUND VALUE "35".
       01  PRPT-FILE-STATUS PIC X(02).
           88  PRPT-FILE-OK        VALUE "00".
       01  APRM-FILE-STATUS PIC X(02).
           88  APRM-FILE-OK        VALUE "00".

       01  ARC-SWITCHES.
           05  MST-EOF-SW     PIC X VALUE "N".
               88  MST-EOF    VALUE "Y".
           05  HIST-EOF-SW    PIC X VALUE "N".
               88  HIST-EOF   VALUE "Y".
           05  SUMM-EOF-SW    PIC X VALUE "N".
               88  SUMM-EOF   VALUE "Y".
           05  AUD-EOF-SW     PIC X VALUE "N".
               88  AUD-EOF    VALUE "Y".
           05  APRM-EOF-SW    PIC X VALUE "N".
               88  APRM-EOF   VALUE "Y".
           05  APRM-REJECTED-SW PIC X VALUE "N".
               88  APRM-REJECTED VALUE "Y".
      * a history, summary or audit file that has never been
      * created is simply empty - nothing to move out of it.
           05  HIST-PRESENT-SW PIC X VALUE "N".
               88  HIST-PRESENT VALUE "Y".
           05  SUMM-PRESENT-SW PIC X VALUE "N".
               88  SUMM-PRESENT VALUE "Y".
           05  AUD-PRESENT-SW  PIC X VALUE "N".
               88  AUD-PRESENT VALUE "Y".
           05  ARC-BALANCE-SW PIC X VALUE "Y".
               88  ARC-IN-BALANCE VALUE "Y".
           05  ARCH-EOF-SW    PIC X VALUE "N".
               88  ARCH-EOF   VALUE "Y".

      * retention - an entity closed on or after the cutoff stays
      * on the master. the default keeps closed entities seven
      * years unless ARCHPARM says otherwise.
       01  ARC-RETAIN-YEARS  PIC 9(3) VALUE 7.
       01  ARC-CUTOFF-DATE   PIC 9(8).
       01  ARC-DISP-YEARS    PIC ZZ9.

      * the entities due for archive, loaded off the master's
      * sequential read and so already in key order - the lookups
      * against the history, summary and audit files halve the
      * table rather than scanning it row by row. an entity past
      * the table's size waits for the next run. ARC-TAB-PRIOR-STAMP
      * is the date and time of an earlier archive run that already
      * wrote the entity to ARCHFILE but could not take it off the
      * master - zero for an entity not on the archive yet.
       01  ARC-TABLE.
           05  ARC-ENTRY OCCURS 1000 TIMES.
               10  ARC-TAB-ID        PIC X(10).
               10  ARC-TAB-IMAGE     PIC X(90).
               10  ARC-TAB-HIST      PIC 9(7).
               10  ARC-TAB-SUMM      PIC 9(5).
               10  ARC-TAB-AUD       PIC 9(5).
               10  ARC-TAB-REMOVED   PIC X(01).
               10  ARC-TAB-PRIOR-STAMP PIC 9(14).
       01  ARC-COUNT        PIC 9(4) VALUE ZERO.
       01  ARC-IDX          PIC 9(4).
       01  ARC-LOW          PIC 9(4).
       01  ARC-HIGH         PIC 9(4).
       01  ARC-MID          PIC 9(4).
       01  ARC-FOUND-IDX    PIC 9(4).
       01  ARC-SEARCH-ID    PIC X(10).

      * date and time stamps, yyyymmddhhmmss - the archive run
      * whose header was last read off ARCHFILE, and the row being
      * moved off a live file.
       01  ARC-SCAN-STAMP   PIC 9(14) VALUE ZERO.
       01  ARC-ROW-STAMP    PIC 9(14).

      * an archived entity's image unfolded back into the master
      * record's own fields for the purge report - see
      * copybooks/ENTITY-REC.cpy.
           COPY "ENTITY-REC.cpy"
               REPLACING LEADING ==ENT== BY ==ARE==.

      * the age at closure - years, months and days from birth to
      * the closure date, worked the way COBOL-AGE's CALCULATE-AGE
      * works them to the run date.
       01  AC-CLOSE-DATE    PIC 9(8).
       01  AC-CLOSE-PARTS REDEFINES AC-CLOSE-DATE.
           05  AC-CLOSE-YEAR    PIC 9(4).
           05  AC-CLOSE-MONTH   PIC 99.
           05  AC-CLOSE-DAY     PIC 99.
       01  AC-WORK-DATA.
           05  AC-YEARS         PIC S9(4).
           05  AC-MONTHS        PIC S99.
           05  AC-DAYS          PIC S99.
           05  AC-MONTH-NUM     PIC 99.
           05  AC-YEAR-NUM      PIC 9(4).
           05  AC-FOM-DATE      PIC 9(8).
           05  AC-LAST-DAY-INT  PIC 9(8).
           05  AC-LAST-DAY-DATE PIC 9(8).
           05  AC-DAYS-IN-MONTH PIC 99.

      * control totals - every file read has to balance to what was
      * kept plus what was archived before ops renames the outputs.
       01  ARC-COUNTS.
           05  ARC-MASTER-READ    PIC 9(7) VALUE ZERO.
           05  ARC-CLOSED-SEEN    PIC 9(7) VALUE ZERO.
           05  ARC-UNDATED-COUNT  PIC 9(7) VALUE ZERO.
           05  ARC-DEFERRED-COUNT PIC 9(7) VALUE ZERO.
           05  ARC-REMOVED-COUNT  PIC 9(7) VALUE ZERO.
           05  ARC-HIST-READ      PIC 9(9) VALUE ZERO.
           05  ARC-HIST-KEPT      PIC 9(9) VALUE ZERO.
           05  ARC-HIST-MOVED     PIC 9(9) VALUE ZERO.
           05  ARC-SUMM-READ      PIC 9(9) VALUE ZERO.
           05  ARC-SUMM-KEPT      PIC 9(9) VALUE ZERO.
           05  ARC-SUMM-MOVED     PIC 9(9) VALUE ZERO.
           05  ARC-AUD-READ       PIC 9(9) VALUE ZERO.
           05  ARC-AUD-KEPT       PIC 9(9) VALUE ZERO.
           05  ARC-AUD-MOVED      PIC 9(9) VALUE ZERO.
           05  ARC-TRAIL-ADDED    PIC 9(7) VALUE ZERO.
           05  ARC-DETAIL-WRITTEN PIC 9(9) VALUE ZERO.
           05  ARC-ALREADY-COUNT  PIC 9(7) VALUE ZERO.
           05  ARC-HIST-PRIOR     PIC 9(9) VALUE ZERO.
           05  ARC-SUMM-PRIOR     PIC 9(9) VALUE ZERO.
           05  ARC-AUD-PRIOR      PIC 9(9) VALUE ZERO.

      * purge report print control - a fresh heading every
      * PAGE-LINE-LIMIT detail lines.
       01  PURGE-PAGE-COUNT  PIC 9(4) VALUE ZERO.
       01  PURGE-LINE-COUNT  PIC 9(3) VALUE 99.
       01  PAGE-LINE-LIMIT   PIC 9(3) VALUE 55.

       01  PURGE-HEADING-1.
           05  FILLER          PIC X(31)
               VALUE "ENTITY ARCHIVE AND PURGE       ".
           05  FILLER          PIC X(09) VALUE "RUN DATE ".
           05  PGH-RUN-DATE    PIC 9(8).
           05  FILLER          PIC X(36) VALUE SPACES.
           05  FILLER          PIC X(05) VALUE "PAGE ".
           05  PGH-PAGE        PIC ZZZ9.
       01  PURGE-HEADING-2     PIC X(100).
       01  PURGE-HOLD-LINE     PIC X(100).
       01  PURGE-HEADING-3.
           05  FILLER  PIC X(12) VALUE "ENTITY".
           05  FILLER  PIC X(25) VALUE "NAME".
           05  FILLER  PIC X(10) VALUE "BORN".
           05  FILLER  PIC X(10) VALUE "CLOSED".
           05  FILLER  PIC X(04) VALUE "RS".
           05  FILLER  PIC X(14) VALUE "AGE AT CLOSE".
           05  FILLER  PIC X(06) VALUE "  HIST".
           05  FILLER  PIC X(06) VALUE "  SUMM".
           05  FILLER  PIC X(06) VALUE "   AUD".
       01  PURGE-DETAIL-LINE.
           05  PGD-ENTITY-ID   PIC X(10).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  PGD-NAME        PIC X(24).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  PGD-BORN        PIC 9(8).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  PGD-CLOSED      PIC 9(8).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  PGD-REASON      PIC X(02).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  PGD-AGE-YEARS   PIC ZZ9.
           05  FILLER          PIC X(02) VALUE "Y ".
           05  PGD-AGE-MONTHS  PIC Z9.
           05  FILLER          PIC X(02) VALUE "M ".
           05  PGD-AGE-DAYS    PIC Z9.
           05  FILLER          PIC X(01) VALUE "D".
           05  FILLER          PIC X(02) VALUE SPACES.
           05  PGD-HIST        PIC Z(5)9.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  PGD-SUMM        PIC Z(4)9.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  PGD-AUD         PIC Z(4)9.
       01  PURGE-TOTAL-LINE.
           05  FILLER          PIC X(04) VALUE SPACES.
           05  PGT-LABEL       PIC X(40).
           05  PGT-COUNT       PIC Z(8)9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM GET-CURRENT-DATE
           PERFORM READ-ARCHIVE-PARMS
           IF APRM-REJECTED
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM SET-ARCHIVE-CUTOFF
           PERFORM SELECT-ARCHIVE-CANDIDATES
           PERFORM CHECK-PRIOR-ARCHIVE
           PERFORM OPEN-ARCHIVE-FILES
           PERFORM WRITE-ARCHIVE-HEADER
           PERFORM ARCHIVE-ONE-MASTER-IMAGE
               VARYING ARC-IDX FROM 1 BY 1
               UNTIL ARC-IDX > ARC-COUNT
           PERFORM COPY-ONE-HISTORY-ROW UNTIL HIST-EOF
           PERFORM COPY-ONE-SUMMARY-ROW UNTIL SUMM-EOF
           PERFORM COPY-ONE-AUDIT-ENTRY UNTIL AUD-EOF
           PERFORM CHECK-CONTROL-TOTALS
           IF ARC-IN-BALANCE
               PERFORM REMOVE-ARCHIVED-MASTERS
           END-IF
           PERFORM WRITE-ARCHIVE-TRAILER
           PERFORM PRINT-PURGE-REPORT
           PERFORM CLOSE-ARCHIVE-FILES
           PERFORM DISPLAY-ARCHIVE-TOTALS
           EVALUATE TRUE
               WHEN NOT ARC-IN-BALANCE
                   MOVE 12 TO RETURN-CODE
               WHEN ARC-REMOVED-COUNT < ARC-COUNT
                   MOVE 8 TO RETURN-CODE
               WHEN ARC-COUNT = ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN ARC-DEFERRED-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           GOBACK.

       GET-CURRENT-DATE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA
           COMPUTE CURR-DATE-NUMERIC =
               CURR-YEAR * 10000 + CURR-MONTH * 100 + CURR-DAY
           COMPUTE CURR-TIME-NUMERIC =
               CURR-HOURS * 10000 + CURR-MINUTES * 100 + CURR-SECONDS.

       READ-ARCHIVE-PARMS.
           OPEN INPUT ARCHIVE-PARM-FILE
           IF APRM-FILE-OK
               PERFORM PROCESS-ONE-ARCHIVE-PARM UNTIL APRM-EOF
               CLOSE ARCHIVE-PARM-FILE
           END-IF.

       PROCESS-ONE-ARCHIVE-PARM.
           READ ARCHIVE-PARM-FILE
               AT END
                   SET APRM-EOF TO TRUE
           END-READ
           IF NOT APRM-EOF
               EVALUATE APRM-KEYWORD
                   WHEN "YEARS"
                       PERFORM EDIT-YEARS-PARM
                   WHEN SPACES
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "UNKNOWN ARCHPARM KEYWORD IGNORED: "
                           FUNCTION TRIM(APRM-KEYWORD)
               END-EVALUATE
           END-IF.

      * YEARS governs an irreversible purge the same way HIST-ROLLUP's
      * CUTOFF does - a value the operator got wrong stops the run
      * rather than falling back to the default and archiving
      * anyway. it has to be three digits (007), at least one year.
       EDIT-YEARS-PARM.
           IF APRM-VALUE(1:3) IS NUMERIC
                   AND APRM-VALUE(1:3) NOT = "000"
               MOVE APRM-VALUE(1:3) TO ARC-RETAIN-YEARS
           ELSE
               DISPLAY "BAD YEARS VALUE - RUN REFUSED: "
                   FUNCTION TRIM(APRM-VALUE)
               SET APRM-REJECTED TO TRUE
           END-IF.

      * the cutoff is the run date less the retention years - an
      * entity closed before it has been closed more than that long.
      * a February 29 run date with no February 29 in the cutoff
      * year falls back to the 28th.
       SET-ARCHIVE-CUTOFF.
           COMPUTE ARC-CUTOFF-DATE =
               (CURR-YEAR - ARC-RETAIN-YEARS) * 10000 +
               CURR-MONTH * 100 + CURR-DAY
           IF FUNCTION INTEGER-OF-DATE(ARC-CUTOFF-DATE) = 0
               SUBTRACT 1 FROM ARC-CUTOFF-DATE
           END-IF
           MOVE ARC-RETAIN-YEARS TO ARC-DISP-YEARS
           DISPLAY "ENT-ARCHIVE CUTOFF DATE: " ARC-CUTOFF-DATE
               " (CLOSED MORE THAN " FUNCTION TRIM(ARC-DISP-YEARS)
               " YEARS)".

      * pass one - read-only. nothing is moved or removed until
      * every output is open, so a run that is refused leaves the
      * master exactly as it was.
       SELECT-ARCHIVE-CANDIDATES.
           OPEN INPUT ENTITY-MASTER-FILE
           IF NOT ENT-FILE-OK
               DISPLAY "ENT-ARCHIVE: CANNOT OPEN ENTMAST, STATUS "
                   ENT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM SELECT-ONE-CANDIDATE UNTIL MST-EOF
           CLOSE ENTITY-MASTER-FILE.

      * inactive entities with no closure date were closed before
      * the dates were kept - they stay put until a closure is
      * keyed for them, and are counted so the backlog is visible.
       SELECT-ONE-CANDIDATE.
           READ ENTITY-MASTER-FILE NEXT RECORD
               AT END
                   SET MST-EOF TO TRUE
           END-READ
           IF NOT MST-EOF
               ADD 1 TO ARC-MASTER-READ
               EVALUATE TRUE
                   WHEN NOT ENT-INACTIVE
                       CONTINUE
                   WHEN ENT-NOT-CLOSED
                       ADD 1 TO ARC-UNDATED-COUNT
                   WHEN OTHER
                       ADD 1 TO ARC-CLOSED-SEEN
                       IF ENT-CLOSE-DATE < ARC-CUTOFF-DATE
                           PERFORM ADD-ARCHIVE-CANDIDATE
                       END-IF
               END-EVALUATE
           END-IF.

       ADD-ARCHIVE-CANDIDATE.
           IF ARC-COUNT < 1000
               ADD 1 TO ARC-COUNT
               MOVE ENT-ENTITY-ID TO ARC-TAB-ID(ARC-COUNT)
               MOVE ENT-RECORD TO ARC-TAB-IMAGE(ARC-COUNT)
               MOVE ZERO TO ARC-TAB-HIST(ARC-COUNT)
               MOVE ZERO TO ARC-TAB-SUMM(ARC-COUNT)
               MOVE ZERO TO ARC-TAB-AUD(ARC-COUNT)
               MOVE "N" TO ARC-TAB-REMOVED(ARC-COUNT)
               MOVE ZERO TO ARC-TAB-PRIOR-STAMP(ARC-COUNT)
           ELSE
               ADD 1 TO ARC-DEFERRED-COUNT
           END-IF.

      * an entity goes on the archive before it comes off the
      * master, so a run that archived it and then could not delete
      * it leaves it due again. the archive is read through once for
      * the candidates already on it, so the next run finishes the
      * removal without writing them a second time. no archive yet
      * is the first run; one that will not open refuses the run
      * before anything is written.
       CHECK-PRIOR-ARCHIVE.
           IF ARC-COUNT > ZERO
               OPEN INPUT ARCHIVE-FILE
               EVALUATE TRUE
                   WHEN ARCH-FILE-OK
                       PERFORM CHECK-ONE-ARCHIVE-RECORD UNTIL ARCH-EOF
                       CLOSE ARCHIVE-FILE
                   WHEN ARCH-FILE-NOT-FOUND
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "ENT-ARCHIVE: CANNOT OPEN ARCHFILE,"
                           " STATUS " ARCH-FILE-STATUS
                       MOVE 16 TO RETURN-CODE
                       GOBACK
               END-EVALUATE
           END-IF.

       CHECK-ONE-ARCHIVE-RECORD.
           READ ARCHIVE-FILE
               AT END
                   SET ARCH-EOF TO TRUE
           END-READ
           IF NOT ARCH-EOF
               EVALUATE ARCH-REC-ID
                   WHEN "HDR"
                       COMPUTE ARC-SCAN-STAMP =
                           ARCH-HDR-DATE * 1000000 + ARCH-HDR-TIME
                   WHEN "ENT"
                       MOVE ARCH-ENTITY-ID TO ARC-SEARCH-ID
                       PERFORM FIND-ARCHIVE-ENTRY
                       IF ARC-FOUND-IDX > ZERO
                           MOVE ARC-SCAN-STAMP
                               TO ARC-TAB-PRIOR-STAMP(ARC-FOUND-IDX)
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      * the new history, summary and audit files are the only
      * copies of what is kept once ops does the renames, and the
      * archive is the only copy of what is moved - refuse the run
      * rather than lose any of them.
       OPEN-ARCHIVE-FILES.
           OPEN INPUT HISTORY-FILE
           EVALUATE TRUE
               WHEN HIST-FILE-OK
                   SET HIST-PRESENT TO TRUE
               WHEN HIST-FILE-NOT-FOUND
                   SET HIST-EOF TO TRUE
               WHEN OTHER
                   DISPLAY "ENT-ARCHIVE: CANNOT OPEN HISTFILE, STATUS "
                       HIST-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-EVALUATE
           OPEN INPUT SUMMARY-FILE
           EVALUATE TRUE
               WHEN SUMM-FILE-OK
                   SET SUMM-PRESENT TO TRUE
               WHEN SUMM-FILE-NOT-FOUND
                   SET SUMM-EOF TO TRUE
               WHEN OTHER
                   DISPLAY "ENT-ARCHIVE: CANNOT OPEN SUMMFILE, STATUS "
                       SUMM-FILE-STATUS
                   PERFORM CLOSE-INPUT-FILES
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-EVALUATE
           OPEN INPUT AUDIT-FILE
           EVALUATE TRUE
               WHEN AUD-FILE-OK
                   SET AUD-PRESENT TO TRUE
               WHEN AUD-FILE-NOT-FOUND
                   SET AUD-EOF TO TRUE
               WHEN OTHER
                   DISPLAY "ENT-ARCHIVE: CANNOT OPEN AUDITFIL, STATUS "
                       AUD-FILE-STATUS
                   PERFORM CLOSE-INPUT-FILES
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-EVALUATE
           OPEN OUTPUT HISTORY-OUT-FILE
           IF NOT HOUT-FILE-OK
               DISPLAY "ENT-ARCHIVE: CANNOT OPEN HISTOUT, STATUS "
                   HOUT-FILE-STATUS
               PERFORM CLOSE-INPUT-FILES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT SUMMARY-OUT-FILE
           IF NOT SOUT-FILE-OK
               DISPLAY "ENT-ARCHIVE: CANNOT OPEN SUMMOUT, STATUS "
                   SOUT-FILE-STATUS
               PERFORM CLOSE-INPUT-FILES
               CLOSE HISTORY-OUT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT AUDIT-OUT-FILE
           IF NOT AOUT-FILE-OK
               DISPLAY "ENT-ARCHIVE: CANNOT OPEN AUDITOUT, STATUS "
                   AOUT-FILE-STATUS
               PERFORM CLOSE-INPUT-FILES
               CLOSE HISTORY-OUT-FILE
               CLOSE SUMMARY-OUT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND ARCHIVE-FILE
           IF ARCH-FILE-NOT-FOUND
               OPEN OUTPUT ARCHIVE-FILE
           END-IF
           IF NOT ARCH-FILE-OK
               DISPLAY "ENT-ARCHIVE: CANNOT OPEN ARCHFILE, STATUS "
                   ARCH-FILE-STATUS
               PERFORM CLOSE-INPUT-FILES
               CLOSE HISTORY-OUT-FILE
               CLOSE SUMMARY-OUT-FILE
               CLOSE AUDIT-OUT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT PURGE-REPORT-FILE
           IF NOT PRPT-FILE-OK
               DISPLAY "ENT-ARCHIVE: CANNOT OPEN PURGERPT, STATUS "
                   PRPT-FILE-STATUS
           END-IF.

       CLOSE-INPUT-FILES.
           IF HIST-PRESENT
               CLOSE HISTORY-FILE
           END-IF
           IF SUMM-PRESENT
               CLOSE SUMMARY-FILE
           END-IF
           IF AUD-PRESENT
               CLOSE AUDIT-FILE
           END-IF.

       CLOSE-ARCHIVE-FILES.
           PERFORM CLOSE-INPUT-FILES
           CLOSE HISTORY-OUT-FILE
           CLOSE SUMMARY-OUT-FILE
           CLOSE AUDIT-OUT-FILE
           CLOSE ARCHIVE-FILE
           IF PRPT-FILE-OK
               CLOSE PURGE-REPORT-FILE
           END-IF.

       WRITE-ARCHIVE-HEADER.
           MOVE SPACES TO ARCH-HEADER-REC
           MOVE "HDR" TO ARCH-HDR-ID
           MOVE CURR-DATE-NUMERIC TO ARCH-HDR-DATE
           MOVE CURR-TIME-NUMERIC TO ARCH-HDR-TIME
           MOVE ARC-RETAIN-YEARS TO ARCH-HDR-YEARS
           MOVE ARC-CUTOFF-DATE TO ARCH-HDR-CUTOFF
           WRITE ARCH-HEADER-REC.

       ARCHIVE-ONE-MASTER-IMAGE.
           MOVE ARC-TAB-ID(ARC-IDX) TO ARC-SEARCH-ID
           IF ARC-TAB-PRIOR-STAMP(ARC-IDX) > ZERO
               ADD 1 TO ARC-ALREADY-COUNT
               DISPLAY "ENT-ARCHIVE: " ARC-SEARCH-ID
                   " ALREADY ON THE ARCHIVE - NOT WRITTEN AGAIN"
           ELSE
               MOVE SPACES TO ARCH-RECORD
               MOVE "ENT" TO ARCH-REC-ID
               MOVE ARC-TAB-IMAGE(ARC-IDX) TO ARCH-IMAGE
               PERFORM WRITE-ARCHIVE-DETAIL
           END-IF.

      * every row goes either to the archive or to the new file -
      * never both, never neither. for an entity an earlier run
      * already archived, a row stamped no later than that run
      * went to the archive with it and is only dropped here - a
      * row keyed since is archived as usual.
       COPY-ONE-HISTORY-ROW.
           READ HISTORY-FILE
               AT END
                   SET HIST-EOF TO TRUE
           END-READ
           IF NOT HIST-EOF
               ADD 1 TO ARC-HIST-READ
               MOVE HIST-ENTITY-ID TO ARC-SEARCH-ID
               PERFORM FIND-ARCHIVE-ENTRY
               IF ARC-FOUND-IDX > ZERO
                   ADD 1 TO ARC-HIST-MOVED
                   ADD 1 TO ARC-TAB-HIST(ARC-FOUND-IDX)
                   COMPUTE ARC-ROW-STAMP = HIST-RUN-DATE * 1000000
                   IF ARC-ROW-STAMP >
                           ARC-TAB-PRIOR-STAMP(ARC-FOUND-IDX)
                       MOVE SPACES TO ARCH-RECORD
                       MOVE "HST" TO ARCH-REC-ID
                       MOVE HIST-RECORD TO ARCH-IMAGE
                       PERFORM WRITE-ARCHIVE-DETAIL
                   ELSE
                       ADD 1 TO ARC-HIST-PRIOR
                   END-IF
               ELSE
                   ADD 1 TO ARC-HIST-KEPT
                   MOVE HIST-RECORD TO HOUT-RECORD
                   WRITE HOUT-RECORD
               END-IF
           END-IF.

       COPY-ONE-SUMMARY-ROW.
           READ SUMMARY-FILE
               AT END
                   SET SUMM-EOF TO TRUE
           END-READ
           IF NOT SUMM-EOF
               ADD 1 TO ARC-SUMM-READ
               MOVE SUMM-ENTITY-ID TO ARC-SEARCH-ID
               PERFORM FIND-ARCHIVE-ENTRY
               IF ARC-FOUND-IDX > ZERO
                   ADD 1 TO ARC-SUMM-MOVED
                   ADD 1 TO ARC-TAB-SUMM(ARC-FOUND-IDX)
                   COMPUTE ARC-ROW-STAMP = SUMM-MONTH * 100000000
                   IF ARC-ROW-STAMP >
                           ARC-TAB-PRIOR-STAMP(ARC-FOUND-IDX)
                       MOVE SPACES TO ARCH-RECORD
                       MOVE "SUM" TO ARCH-REC-ID
                       MOVE SUMM-RECORD TO ARCH-IMAGE
                       PERFORM WRITE-ARCHIVE-DETAIL
                   ELSE
                       ADD 1 TO ARC-SUMM-PRIOR
                   END-IF
               ELSE
                   ADD 1 TO ARC-SUMM-KEPT
                   MOVE SUMM-RECORD TO SOUT-RECORD
                   WRITE SOUT-RECORD
               END-IF
           END-IF.

       COPY-ONE-AUDIT-ENTRY.
           READ AUDIT-FILE
               AT END
                   SET AUD-EOF TO TRUE
           END-READ
           IF NOT AUD-EOF
               ADD 1 TO ARC-AUD-READ
               MOVE AUD-ENTITY-ID TO ARC-SEARCH-ID
               PERFORM FIND-ARCHIVE-ENTRY
               IF ARC-FOUND-IDX > ZERO
                   ADD 1 TO ARC-AUD-MOVED
                   ADD 1 TO ARC-TAB-AUD(ARC-FOUND-IDX)
                   COMPUTE ARC-ROW-STAMP =
                       AUD-RUN-DATE * 1000000 + AUD-RUN-TIME
                   IF ARC-ROW-STAMP >
                           ARC-TAB-PRIOR-STAMP(ARC-FOUND-IDX)
                       MOVE SPACES TO ARCH-RECORD
                       MOVE "AUD" TO ARCH-REC-ID
                       MOVE AUD-RECORD TO ARCH-IMAGE
                       PERFORM WRITE-ARCHIVE-DETAIL
                   ELSE
                       ADD 1 TO ARC-AUD-PRIOR
                   END-IF
               ELSE
                   ADD 1 TO ARC-AUD-KEPT
                   MOVE AUD-RECORD TO AOUT-RECORD
                   WRITE AOUT-RECORD
               END-IF
           END-IF.

      * the caller clears the record and sets ARCH-REC-ID and
      * ARCH-IMAGE - the keys are filled in here.
       WRITE-ARCHIVE-DETAIL.
           MOVE ARC-SEARCH-ID TO ARCH-ENTITY-ID
           MOVE CURR-DATE-NUMERIC TO ARCH-ARCHIVED-DATE
           WRITE ARCH-RECORD
           ADD 1 TO ARC-DETAIL-WRITTEN.

       FIND-ARCHIVE-ENTRY.
           MOVE ZERO TO ARC-FOUND-IDX
           MOVE 1 TO ARC-LOW
           MOVE ARC-COUNT TO ARC-HIGH
           PERFORM PROBE-ARCHIVE-TABLE
               UNTIL ARC-LOW > ARC-HIGH OR ARC-FOUND-IDX > ZERO.

       PROBE-ARCHIVE-TABLE.
           COMPUTE ARC-MID = (ARC-LOW + ARC-HIGH) / 2
           EVALUATE TRUE
               WHEN ARC-TAB-ID(ARC-MID) = ARC-SEARCH-ID
                   MOVE ARC-MID TO ARC-FOUND-IDX
               WHEN ARC-TAB-ID(ARC-MID) < ARC-SEARCH-ID
                   COMPUTE ARC-LOW = ARC-MID + 1
               WHEN OTHER
                   COMPUTE ARC-HIGH = ARC-MID - 1
           END-EVALUATE.

      * last pass - only now, with everything safely on the
      * archive and the copy totals balanced, do the entities come
      * off the master. the master and the table are both in key
      * order, so the two are walked together. each removal is
      * trailed as an archive delete, so a forward recovery from an
      * older backup takes the entity back off rather than
      * resurrecting it.
       REMOVE-ARCHIVED-MASTERS.
           IF ARC-COUNT > ZERO
               OPEN I-O ENTITY-MASTER-FILE
               IF NOT ENT-FILE-OK
                   DISPLAY "ENT-ARCHIVE: CANNOT REOPEN ENTMAST, STATUS "
                       ENT-FILE-STATUS " - NOTHING REMOVED"
               ELSE
                   MOVE "N" TO MST-EOF-SW
                   MOVE 1 TO ARC-IDX
                   PERFORM REMOVE-ONE-MASTER
                       UNTIL MST-EOF OR ARC-IDX > ARC-COUNT
                   CLOSE ENTITY-MASTER-FILE
               END-IF
           END-IF.

       REMOVE-ONE-MASTER.
           READ ENTITY-MASTER-FILE NEXT RECORD
               AT END
                   SET MST-EOF TO TRUE
           END-READ
           IF NOT MST-EOF
               PERFORM SKIP-VANISHED-CANDIDATE
                   UNTIL ARC-IDX > ARC-COUNT
                   OR ARC-TAB-ID(ARC-IDX) NOT < ENT-ENTITY-ID
               IF ARC-IDX NOT > ARC-COUNT
                   IF ARC-TAB-ID(ARC-IDX) = ENT-ENTITY-ID
                       PERFORM REMOVE-ARCHIVED-ENTITY
                       ADD 1 TO ARC-IDX
                   END-IF
               END-IF
           END-IF.

       SKIP-VANISHED-CANDIDATE.
           DISPLAY "ENT-ARCHIVE: " ARC-TAB-ID(ARC-IDX)
               " NO LONGER ON THE MASTER - NOT REMOVED"
           ADD 1 TO ARC-IDX.

       REMOVE-ARCHIVED-ENTITY.
           DELETE ENTITY-MASTER-FILE RECORD
           IF ENT-FILE-OK
               ADD 1 TO ARC-REMOVED-COUNT
               MOVE "Y" TO ARC-TAB-REMOVED(ARC-IDX)
               PERFORM WRITE-ARCHIVE-TRAIL-ENTRY
           ELSE
               DISPLAY "ENT-ARCHIVE: DELETE FAILED FOR "
                   ENT-ENTITY-ID ", STATUS " ENT-FILE-STATUS
           END-IF.

       WRITE-ARCHIVE-TRAIL-ENTRY.
           MOVE SPACES TO AOUT-RECORD
           MOVE CURR-DATE-NUMERIC TO AOUT-RUN-DATE
           MOVE CURR-TIME-NUMERIC TO AOUT-RUN-TIME
           MOVE "ARCHIVE" TO AOUT-USER-ID
           MOVE "D" TO AOUT-ACTION
           MOVE ENT-ENTITY-ID TO AOUT-ENTITY-ID
           MOVE "ARCHIVED" TO AOUT-RESULT
           STRING "MOVED TO ARCHIVE - CLOSED " DELIMITED BY SIZE
                  ENT-CLOSE-DATE DELIMITED BY SIZE
                  INTO AOUT-MESSAGE
           MOVE ENT-RECORD TO AOUT-BEFORE-IMAGE
           WRITE AOUT-RECORD
           ADD 1 TO ARC-TRAIL-ADDED.

       WRITE-ARCHIVE-TRAILER.
           MOVE SPACES TO ARCH-TRAILER-REC
           MOVE "TRL" TO ARCH-TRL-ID
           COMPUTE ARCH-TRL-ENT-COUNT = ARC-COUNT - ARC-ALREADY-COUNT
           COMPUTE ARCH-TRL-HST-COUNT = ARC-HIST-MOVED - ARC-HIST-PRIOR
           COMPUTE ARCH-TRL-SUM-COUNT = ARC-SUMM-MOVED - ARC-SUMM-PRIOR
           COMPUTE ARCH-TRL-AUD-COUNT = ARC-AUD-MOVED - ARC-AUD-PRIOR
           WRITE ARCH-TRAILER-REC.

      * every file read balances to kept plus archived, and every
      * archived row was written - checked before anything comes
      * off the master. if not, nothing is removed and the new files
      * must not be renamed over the old ones. what an earlier run
      * already wrote is archived but not written. an entity that
      * will not come off the master is not a balance failure - its
      * rows are already on the archive, so the new files are
      * renamed as usual and the next run finds it on the archive
      * and finishes the removal.
       CHECK-CONTROL-TOTALS.
           IF ARC-HIST-READ NOT = ARC-HIST-KEPT + ARC-HIST-MOVED
                   OR ARC-SUMM-READ NOT = ARC-SUMM-KEPT + ARC-SUMM-MOVED
                   OR ARC-AUD-READ NOT = ARC-AUD-KEPT + ARC-AUD-MOVED
                   OR ARC-DETAIL-WRITTEN NOT = ARC-COUNT +
                       ARC-HIST-MOVED + ARC-SUMM-MOVED + ARC-AUD-MOVED
                       - ARC-ALREADY-COUNT - ARC-HIST-PRIOR
                       - ARC-SUMM-PRIOR - ARC-AUD-PRIOR
               MOVE "N" TO ARC-BALANCE-SW
           END-IF.

       PRINT-PURGE-REPORT.
           MOVE SPACES TO PURGE-HEADING-2
           STRING "ENTITIES CLOSED BEFORE " DELIMITED BY SIZE
                  ARC-CUTOFF-DATE DELIMITED BY SIZE
                  " - MORE THAN " DELIMITED BY SIZE
                  FUNCTION TRIM(ARC-DISP-YEARS) DELIMITED BY SIZE
                  " YEARS" DELIMITED BY SIZE
                  INTO PURGE-HEADING-2
           IF ARC-COUNT = ZERO
               MOVE "NO CLOSED ENTITIES ARE DUE FOR ARCHIVE"
                   TO PURGE-PRINT-LINE
               PERFORM WRITE-PURGE-LINE
           ELSE
               PERFORM PRINT-ONE-ARCHIVED-ENTITY
                   VARYING ARC-IDX FROM 1 BY 1
                   UNTIL ARC-IDX > ARC-COUNT
           END-IF
           PERFORM PRINT-CONTROL-TOTALS.

       PRINT-ONE-ARCHIVED-ENTITY.
           MOVE ARC-TAB-IMAGE(ARC-IDX) TO ARE-RECORD
           PERFORM COMPUTE-AGE-AT-CLOSURE
           MOVE ARE-ENTITY-ID TO PGD-ENTITY-ID
           MOVE ARE-ENTITY-NAME TO PGD-NAME
           COMPUTE PGD-BORN = ARE-BIRTH-YEAR * 10000 +
               ARE-BIRTH-MONTH * 100 + ARE-BIRTH-DAY
           MOVE ARE-CLOSE-DATE TO PGD-CLOSED
           MOVE ARE-CLOSE-REASON TO PGD-REASON
           MOVE AC-YEARS TO PGD-AGE-YEARS
           MOVE AC-MONTHS TO PGD-AGE-MONTHS
           MOVE AC-DAYS TO PGD-AGE-DAYS
           MOVE ARC-TAB-HIST(ARC-IDX) TO PGD-HIST
           MOVE ARC-TAB-SUMM(ARC-IDX) TO PGD-SUMM
           MOVE ARC-TAB-AUD(ARC-IDX) TO PGD-AUD
           MOVE PURGE-DETAIL-LINE TO PURGE-PRINT-LINE
           PERFORM WRITE-PURGE-LINE
           IF ARC-TAB-PRIOR-STAMP(ARC-IDX) > ZERO
               MOVE "    ALREADY ON THE ARCHIVE FROM AN EARLIER RUN"
                   TO PURGE-PRINT-LINE
               PERFORM WRITE-PURGE-LINE
           END-IF
           IF ARC-TAB-REMOVED(ARC-IDX) NOT = "Y"
               MOVE "    *** ARCHIVED BUT NOT REMOVED FROM THE MASTER"
                   TO PURGE-PRINT-LINE
               PERFORM WRITE-PURGE-LINE
           END-IF.

      * same borrow rules as COBOL-AGE's CALCULATE-AGE, run to the
      * closure date instead of the run date.
       COMPUTE-AGE-AT-CLOSURE.
           MOVE ARE-CLOSE-DATE TO AC-CLOSE-DATE
           COMPUTE AC-YEARS = AC-CLOSE-YEAR - ARE-BIRTH-YEAR
           IF AC-CLOSE-MONTH < ARE-BIRTH-MONTH
               SUBTRACT 1 FROM AC-YEARS
               COMPUTE AC-MONTHS =
                   12 - (ARE-BIRTH-MONTH - AC-CLOSE-MONTH)
           ELSE
               COMPUTE AC-MONTHS = AC-CLOSE-MONTH - ARE-BIRTH-MONTH
           END-IF
           IF AC-CLOSE-DAY < ARE-BIRTH-DAY
               SUBTRACT 1 FROM AC-MONTHS
               IF AC-CLOSE-MONTH = 1
                   MOVE 12 TO AC-MONTH-NUM
                   COMPUTE AC-YEAR-NUM = AC-CLOSE-YEAR - 1
               ELSE
                   COMPUTE AC-MONTH-NUM = AC-CLOSE-MONTH - 1
                   MOVE AC-CLOSE-YEAR TO AC-YEAR-NUM
               END-IF
               PERFORM COMPUTE-AC-DAYS-IN-MONTH
               COMPUTE AC-DAYS = AC-DAYS-IN-MONTH -
                   (ARE-BIRTH-DAY - AC-CLOSE-DAY)
           ELSE
               COMPUTE AC-DAYS = AC-CLOSE-DAY - ARE-BIRTH-DAY
           END-IF
           IF AC-MONTHS < 0
               ADD 12 TO AC-MONTHS
               SUBTRACT 1 FROM AC-YEARS
           END-IF.

       COMPUTE-AC-DAYS-IN-MONTH.
           IF AC-MONTH-NUM = 12
               COMPUTE AC-FOM-DATE = (AC-YEAR-NUM + 1) * 10000 + 101
           ELSE
               COMPUTE AC-FOM-DATE = AC-YEAR-NUM * 10000 +
                   (AC-MONTH-NUM + 1) * 100 + 1
           END-IF
           COMPUTE AC-LAST-DAY-INT =
               FUNCTION INTEGER-OF-DATE(AC-FOM-DATE) - 1
           COMPUTE AC-LAST-DAY-DATE =
               FUNCTION DATE-OF-INTEGER(AC-LAST-DAY-INT)
           COMPUTE AC-DAYS-IN-MONTH =
               FUNCTION MOD(AC-LAST-DAY-DATE 100).

       PRINT-CONTROL-TOTALS.
           MOVE SPACES TO PURGE-PRINT-LINE
           PERFORM WRITE-PURGE-LINE
           MOVE "CONTROL TOTALS" TO PURGE-PRINT-LINE
           PERFORM WRITE-PURGE-LINE
           MOVE "MASTER RECORDS READ" TO PGT-LABEL
           MOVE ARC-MASTER-READ TO PGT-COUNT
           PERFORM WRITE-PURGE-TOTAL
           MOVE "CLOSED ENTITIES ON THE MASTER" TO PGT-LABEL
           MOVE ARC-CLOSED-SEEN TO PGT-COUNT
           PERFORM WRITE-PURGE-TOTAL
           MOVE "INACTIVE WITH NO CLOSURE DATE (KEPT)" TO PGT-LABEL
           MOVE ARC-UNDATED-COUNT TO PGT-COUNT
           PERFORM WRITE-PURGE-TOTAL
           MOVE "DUE BUT DEFERRED TO THE NEXT RUN" TO PGT-LABEL
           MOVE ARC-DEFERRED-COUNT TO PGT-COUNT
           PERFORM WRITE-PURGE-TOTAL
           MOVE "ENTITIES ARCHIVED" TO PGT-LABEL
           MOVE ARC-COUNT TO PGT-COUNT
           PERFORM WRITE-PURGE-TOTAL
           MOVE "  ALREADY ON THE ARCHIVE" TO PGT-LABEL
           MOVE ARC-ALREADY-COUNT TO PGT-COUNT
           PERFORM WRITE-PURGE-TOTAL
           MOVE "ENTITIES REMOVED FROM THE MASTER" TO PGT-LABEL
           MOVE ARC-REMOVED-COUNT TO PGT-COUNT
           PERFORM WRITE-PURGE-TOTAL
           MOVE "HISTORY ROWS READ" TO PGT-LABEL
           MOVE ARC-HIST-READ TO PGT-COUNT
           PERFORM WRITE-PURGE-TOTAL
           MOVE "  KEPT ON HISTOUT" TO PGT-LABEL
           MOVE ARC-HIST-KEPT TO PGT-COUNT
           PERFORM WRITE-PURGE-TOTAL
           MOVE "  MOVED TO THE ARCHIVE" TO PGT-LABEL
           MOVE ARC-HIST-MOVED TO PGT-COUNT
           PERFORM WRITE-PURGE-TOTAL
           MOVE "SUMMARY ROWS READ" TO PGT-LABEL
           MOVE ARC-SUMM-READ TO PGT-COUNT
           PERFORM WRITE-PURGE-TOTAL
           MOVE "  KEPT ON SUMMOUT" TO PGT-LABEL
           MOVE ARC-SUMM-KEPT TO PGT-COUNT
           PERFORM WRITE-PURGE-TOTAL
           MOVE "  MOVED TO THE ARCHIVE" TO PGT-LABEL
           MOVE ARC-SUMM-MOVED TO PGT-COUNT
           PERFORM WRITE-PURGE-TOTAL
           MOVE "AUDIT ENTRIES READ" TO PGT-LABEL
           MOVE ARC-AUD-READ TO PGT-COUNT
           PERFORM WRITE-PURGE-TOTAL
           MOVE "  KEPT ON AUDITOUT" TO PGT-LABEL
           MOVE ARC-AUD-KEPT TO PGT-COUNT
           PERFORM WRITE-PURGE-TOTAL
           MOVE "  MOVED TO THE ARCHIVE" TO PGT-LABEL
           MOVE ARC-AUD-MOVED TO PGT-COUNT
           PERFORM WRITE-PURGE-TOTAL
           MOVE "ARCHIVE ENTRIES ADDED TO AUDITOUT" TO PGT-LABEL
           MOVE ARC-TRAIL-ADDED TO PGT-COUNT
           PERFORM WRITE-PURGE-TOTAL
           MOVE "ROWS ALREADY ON THE ARCHIVE" TO PGT-LABEL
           COMPUTE PGT-COUNT =
               ARC-HIST-PRIOR + ARC-SUMM-PRIOR + ARC-AUD-PRIOR
           PERFORM WRITE-PURGE-TOTAL
           MOVE "ARCHIVE DETAIL RECORDS WRITTEN" TO PGT-LABEL
           MOVE ARC-DETAIL-WRITTEN TO PGT-COUNT
           PERFORM WRITE-PURGE-TOTAL
           MOVE SPACES TO PURGE-PRINT-LINE
           PERFORM WRITE-PURGE-LINE
           IF ARC-IN-BALANCE
               MOVE "CONTROL TOTALS BALANCE" TO PURGE-PRINT-LINE
               PERFORM WRITE-PURGE-LINE
               IF ARC-REMOVED-COUNT < ARC-COUNT
                   MOVE "*** SOME ENTITIES NOT REMOVED FROM THE MASTER"
                       TO PURGE-PRINT-LINE
                   PERFORM WRITE-PURGE-LINE
                   MOVE "    RENAME THE OUT FILES - NEXT RUN RETRIES"
                       TO PURGE-PRINT-LINE
                   PERFORM WRITE-PURGE-LINE
               END-IF
           ELSE
               MOVE "*** OUT OF BALANCE - DO NOT RENAME THE OUT FILES"
                   TO PURGE-PRINT-LINE
               PERFORM WRITE-PURGE-LINE
               MOVE "    NOTHING WAS REMOVED FROM THE MASTER"
                   TO PURGE-PRINT-LINE
               PERFORM WRITE-PURGE-LINE
           END-IF.

       WRITE-PURGE-TOTAL.
           MOVE PURGE-TOTAL-LINE TO PURGE-PRINT-LINE
           PERFORM WRITE-PURGE-LINE.

       WRITE-PURGE-LINE.
           IF PURGE-LINE-COUNT > PAGE-LINE-LIMIT
               PERFORM WRITE-PURGE-HEADINGS
           END-IF
           IF PRPT-FILE-OK
               WRITE PURGE-PRINT-LINE
               ADD 1 TO PURGE-LINE-COUNT
           END-IF.

      * the heading is built into the print record, so the line
      * waiting to be written is held while it goes out.
       WRITE-PURGE-HEADINGS.
           IF PRPT-FILE-OK
               MOVE PURGE-PRINT-LINE TO PURGE-HOLD-LINE
               ADD 1 TO PURGE-PAGE-COUNT
               MOVE CURR-DATE-NUMERIC TO PGH-RUN-DATE
               MOVE PURGE-PAGE-COUNT TO PGH-PAGE
               MOVE PURGE-HEADING-1 TO PURGE-PRINT-LINE
               WRITE PURGE-PRINT-LINE
               MOVE PURGE-HEADING-2 TO PURGE-PRINT-LINE
               WRITE PURGE-PRINT-LINE
               MOVE PURGE-HEADING-3 TO PURGE-PRINT-LINE
               WRITE PURGE-PRINT-LINE
               MOVE SPACES TO PURGE-PRINT-LINE
               WRITE PURGE-PRINT-LINE
               MOVE 4 TO PURGE-LINE-COUNT
               MOVE PURGE-HOLD-LINE TO PURGE-PRINT-LINE
           END-IF.

       DISPLAY-ARCHIVE-TOTALS.
           DISPLAY "ENT-ARCHIVE ENTITIES ARCHIVED:  " ARC-COUNT
           DISPLAY "ENT-ARCHIVE ENTITIES REMOVED:   " ARC-REMOVED-COUNT
           DISPLAY "ENT-ARCHIVE ENTITIES DEFERRED:  " ARC-DEFERRED-COUNT
           DISPLAY "ENT-ARCHIVE ALREADY ON ARCHIVE: " ARC-ALREADY-COUNT
           DISPLAY "ENT-ARCHIVE HISTORY ROWS MOVED: " ARC-HIST-MOVED
           DISPLAY "ENT-ARCHIVE SUMMARY ROWS MOVED: " ARC-SUMM-MOVED
           DISPLAY "ENT-ARCHIVE AUDIT ENTRIES MOVED:" ARC-AUD-MOVED
           IF NOT ARC-IN-BALANCE
               DISPLAY "ENT-ARCHIVE: CONTROL TOTALS OUT OF BALANCE -"
                   " NOTHING REMOVED, DO NOT RENAME THE OUTPUT FILES"
           END-IF
           IF ARC-IN-BALANCE AND ARC-REMOVED-COUNT < ARC-COUNT
               DISPLAY "ENT-ARCHIVE: ARCHIVED ENTITIES LEFT ON THE"
                   " MASTER - RENAME THE OUTPUT FILES, THE NEXT RUN"
                   " REMOVES THEM"
           END-IF.
