       IDENTIFICATION DIVISION.
       PROGRAM-ID. DQ-SWEEP.
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

           SELECT DQ-REGISTER-FILE ASSIGN TO "DQREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DQR-FILE-STATUS.

           SELECT DQ-REGISTER-OUT-FILE ASSIGN TO "DQREGOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DQO-FILE-STATUS.

           SELECT ALERT-FILE ASSIGN TO "ALRTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALRT-FILE-STATUS.

           SELECT DQ-REPORT-FILE ASSIGN TO "DQRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DQRP-FILE-STATUS.

           SELECT DQ-PARM-FILE ASSIGN TO "DQPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DQPM-FILE-STATUS.

           SELECT NAME-SORT-FILE ASSIGN TO "SORTWORK".

           SELECT HIST-SORT-FILE ASSIGN TO "SORTWK2".

           SELECT STEP-LOG-FILE ASSIGN TO "STEPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * the permanent entity population - see
      * copybooks/ENTITY-REC.cpy for the layout. read twice, once
      * for the record-level rules and once in key order against
      * the sorted history.
       FD  ENTITY-MASTER-FILE.
           COPY "ENTITY-REC.cpy".

      * the daily detail COBOL-AGE appends - see
      * copybooks/HIST-REC.cpy for the layout.
       FD  HISTORY-FILE.
           COPY "HIST-REC.cpy".

      * findings already raised - see copybooks/DQREG-REC.cpy.
       FD  DQ-REGISTER-FILE.
           COPY "DQREG-REC.cpy".

       FD  DQ-REGISTER-OUT-FILE.
           COPY "DQREG-REC.cpy"
               REPLACING LEADING ==DQR== BY ==DQO==.

      * same alert record COBOL-AGE writes - a new finding is a W
      * the on-call acknowledges through ALERT-MGR once it is
      * cleaned up. see copybooks/ALRT-REC.cpy.
       FD  ALERT-FILE.
           COPY "ALRT-REC.cpy".

       FD  DQ-REPORT-FILE.
       01  DQ-PRINT-LINE  PIC X(100).

      * keyword/value run options, same card shape as COBOL-AGE's
      * PARMCARD - MAXAGE is the oldest believable age in years,
      * STALEDAYS how long an active entity may go without a
      * history row.
       FD  DQ-PARM-FILE.
       01  DQPM-RECORD.
           05  DQPM-KEYWORD  PIC X(10).
           05  DQPM-VALUE    PIC X(70).

      * name and birth date side by side, so two ids for the same
      * person sort next to each other.
       SD  NAME-SORT-FILE.
       01  NSR-RECORD.
           05  NSR-NAME        PIC X(30).
           05  NSR-BIRTH-DATE  PIC 9(8).
           05  NSR-ENTITY-ID   PIC X(10).

       SD  HIST-SORT-FILE.
           COPY "HIST-REC.cpy"
               REPLACING LEADING ==HIST== BY ==SR==.

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

       01  ENT-FILE-STATUS  PIC X(02).
           88  ENT-FILE-OK  VALUE "00".
       01  HIST-FILE-STATUS PIC X(02).
           88  HIST-FILE-OK VALUE "00".
       01  DQR-FILE-STATUS  PIC X(02).
           88  DQR-FILE-OK        VALUE "00".
           88  DQR-FILE-NOT-FOUND VALUE "35".
       01  DQO-FILE-STATUS  PIC X(02).
           88  DQO-FILE-OK  VALUE "00".
       01  ALRT-FILE-STATUS PIC X(02).
           88  ALRT-FILE-OK        VALUE "00".
           88  ALRT-FILE-NOT-FOUND VALUE "35".
       01  DQRP-FILE-STATUS PIC X(02).
           88  DQRP-FILE-OK VALUE "00".
       01  DQPM-FILE-STATUS PIC X(02).
           88  DQPM-FILE-OK VALUE "00".
       01  SLOG-FILE-STATUS PIC X(02).
           88  SLOG-FILE-OK        VALUE "00".
           88  SLOG-FILE-NOT-FOUND VALUE "35".

       01  DQ-SWITCHES.
           05  MST-EOF-SW     PIC X VALUE "N".
               88  MST-EOF    VALUE "Y".
           05  HIST-EOF-SW    PIC X VALUE "N".
               88  HIST-EOF   VALUE "Y".
           05  SORT-EOF-SW    PIC X VALUE "N".
               88  SORT-EOF   VALUE "Y".
           05  DQR-EOF-SW     PIC X VALUE "N".
               88  DQR-EOF    VALUE "Y".
           05  DQPM-EOF-SW    PIC X VALUE "N".
               88  DQPM-EOF   VALUE "Y".
           05  DQPM-REJECTED-SW PIC X VALUE "N".
               88  DQPM-REJECTED VALUE "Y".
           05  DQ-FOUND-SW    PIC X VALUE "N".
               88  DQ-FOUND   VALUE "Y".

      * thresholds - the defaults hold unless DQPARM says otherwise.
       01  DQ-MAX-AGE       PIC 9(3) VALUE 120.
       01  DQ-STALE-DAYS    PIC 9(3) VALUE 14.

       01  DQ-BIRTH-DATE    PIC 9(8).
       01  DQ-BIRTH-DATE-SPLIT REDEFINES DQ-BIRTH-DATE.
           05  DQ-BIRTH-YEAR   PIC 9(4).
           05  DQ-BIRTH-MMDD   PIC 9(4).
       01  DQ-RUN-MMDD      PIC 9(4).
       01  DQ-AGE-YEARS     PIC S9(5).
       01  DQ-DAYS-AGO      PIC S9(8).
       01  DQ-DISP-AGE      PIC ZZZZ9.
       01  DQ-DISP-DAYS     PIC ZZZZZZZ9.

      * the duplicate group currently coming off the name sort - the
      * first id in the group is the one the others duplicate.
       01  DQ-DUP-NAME      PIC X(30).
       01  DQ-DUP-BIRTH     PIC 9(8).
       01  DQ-DUP-FIRST-ID  PIC X(10).

      * the history group currently being consumed off the sorted
      * history - only its newest row date matters here.
       01  DQ-GRP-ENTITY    PIC X(10).
       01  DQ-LAST-HIST     PIC 9(8).

      * the finding being raised.
       01  DQ-NEW-FINDING.
           05  DQ-NEW-RULE     PIC X(8).
           05  DQ-NEW-ENTITY   PIC X(10).
           05  DQ-NEW-RELATED  PIC X(10).
           05  DQ-NEW-DETAIL   PIC X(60).

      * what the register said last time - loaded once up front, a
      * linear scan per finding, the same loud-degrade table pattern
      * ALERT-MGR uses for its ack deck.
       01  DQ-REG-TABLE.
           05  DQ-REG-ENTRY OCCURS 2000 TIMES.
               10  DQ-REG-RULE    PIC X(8).
               10  DQ-REG-ENTITY  PIC X(10).
               10  DQ-REG-FIRST   PIC 9(8).
       01  DQ-REG-COUNT     PIC 9(4) VALUE ZERO.
       01  DQ-REG-IDX       PIC 9(4).
       01  DQ-REG-HIT       PIC 9(4).

      * tonight's findings, held until the report can print them
      * rule by rule.
       01  DQ-FIND-TABLE.
           05  DQ-FIND-ENTRY OCCURS 2000 TIMES.
               10  DQ-FND-RULE     PIC X(8).
               10  DQ-FND-ENTITY   PIC X(10).
               10  DQ-FND-RELATED  PIC X(10).
               10  DQ-FND-FIRST    PIC 9(8).
               10  DQ-FND-NEW      PIC X(01).
               10  DQ-FND-DETAIL   PIC X(60).
       01  DQ-FIND-COUNT    PIC 9(4) VALUE ZERO.
       01  DQ-FIND-IDX      PIC 9(4).

      * the rules, in the order the report prints them.
       01  DQ-RULE-CODES.
           05  DQ-RULE-CODE  OCCURS 5 TIMES PIC X(8).
       01  DQ-RULE-TITLES.
           05  DQ-RULE-TITLE OCCURS 5 TIMES PIC X(50).
       01  DQ-RULE-IDX      PIC 9(2).
       01  DQ-RULE-HITS     PIC 9(5).
       01  DQ-DISP-HITS     PIC ZZZZ9.

       01  DQ-COUNTS.
           05  DQ-MASTER-COUNT    PIC 9(7) VALUE ZERO.
           05  DQ-ACTIVE-COUNT    PIC 9(7) VALUE ZERO.
           05  DQ-HIST-COUNT      PIC 9(7) VALUE ZERO.
           05  DQ-NEW-COUNT       PIC 9(5) VALUE ZERO.
           05  DQ-OVERFLOW-COUNT  PIC 9(5) VALUE ZERO.

      * alert interface, same contract as COBOL-AGE's WRITE-ALERT -
      * an alert file that will not open degrades to SYSOUT.
       01  ALERT-SEVERITY   PIC X(01).
       01  ALERT-EVENT      PIC X(8).
       01  ALERT-ENTITY     PIC X(10).
       01  ALERT-MSG        PIC X(60).

      * findings report print control - a fresh heading every
      * PAGE-LINE-LIMIT detail lines.
       01  DQ-PAGE-COUNT    PIC 9(4) VALUE ZERO.
       01  DQ-LINE-COUNT    PIC 9(3) VALUE 99.
       01  PAGE-LINE-LIMIT  PIC 9(3) VALUE 55.

       01  DQ-HEADING-1.
           05  FILLER          PIC X(31)
               VALUE "MASTER DATA-QUALITY FINDINGS   ".
           05  FILLER          PIC X(09) VALUE "RUN DATE ".
           05  DQH-RUN-DATE    PIC 9(8).
           05  FILLER          PIC X(36) VALUE SPACES.
           05  FILLER          PIC X(05) VALUE "PAGE ".
           05  DQH-PAGE        PIC ZZZ9.
       01  DQ-HEADING-2.
           05  FILLER  PIC X(34)
               VALUE "RULE      ENTITY      RELATED     ".
           05  FILLER  PIC X(18)
               VALUE "FIRST-SEEN  DETAIL".
       01  DQ-RULE-LINE.
           05  DQL-RULE        PIC X(8).
           05  FILLER          PIC X(03) VALUE " - ".
           05  DQL-TITLE       PIC X(50).
       01  DQ-DETAIL-LINE.
           05  DQD-RULE        PIC X(8).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  DQD-ENTITY-ID   PIC X(10).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  DQD-RELATED-ID  PIC X(10).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  DQD-FIRST-SEEN  PIC X(8).
           05  FILLER          PIC X(04) VALUE SPACES.
           05  DQD-DETAIL      PIC X(54).
       01  DQ-RULE-TOTAL-LINE.
           05  FILLER          PIC X(10) VALUE SPACES.
           05  DQT-HITS        PIC ZZZZ9.
           05  FILLER          PIC X(09) VALUE " FINDINGS".

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
           PERFORM READ-DQ-PARMS
           IF DQPM-REJECTED
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               GOBACK
           END-IF
           PERFORM SET-RULE-TABLE
           PERFORM LOAD-DQ-REGISTER
           PERFORM OPEN-DQ-FILES
           SORT NAME-SORT-FILE
               ON ASCENDING KEY NSR-NAME
                                NSR-BIRTH-DATE
                                NSR-ENTITY-ID
               INPUT PROCEDURE IS SWEEP-MASTER-RECORDS
               OUTPUT PROCEDURE IS FIND-DUPLICATES
           SORT HIST-SORT-FILE
               ON ASCENDING KEY SR-ENTITY-ID
                                SR-RUN-DATE
               INPUT PROCEDURE IS FEED-HISTORY
               OUTPUT PROCEDURE IS FIND-STALE-ENTITIES
           PERFORM PRINT-ONE-RULE-GROUP
               VARYING DQ-RULE-IDX FROM 1 BY 1
               UNTIL DQ-RULE-IDX > 5
           PERFORM WRITE-DQ-REGISTER
           PERFORM CLOSE-DQ-FILES
           PERFORM DISPLAY-DQ-TOTALS
           EVALUATE TRUE
               WHEN DQ-OVERFLOW-COUNT > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN DQ-FIND-COUNT > ZERO
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
           COMPUTE DQ-RUN-MMDD = CURR-MONTH * 100 + CURR-DAY.

       READ-DQ-PARMS.
           OPEN INPUT DQ-PARM-FILE
           IF DQPM-FILE-OK
               PERFORM PROCESS-ONE-DQ-PARM UNTIL DQPM-EOF
               CLOSE DQ-PARM-FILE
           END-IF.

       PROCESS-ONE-DQ-PARM.
           READ DQ-PARM-FILE
               AT END
                   SET DQPM-EOF TO TRUE
           END-READ
           IF NOT DQPM-EOF
               EVALUATE DQPM-KEYWORD
                   WHEN "MAXAGE"
                       IF DQPM-VALUE(1:3) IS NUMERIC
                           MOVE DQPM-VALUE(1:3) TO DQ-MAX-AGE
                       ELSE
                           DISPLAY "BAD MAXAGE VALUE - RUN REFUSED: "
                               FUNCTION TRIM(DQPM-VALUE)
                           SET DQPM-REJECTED TO TRUE
                       END-IF
                   WHEN "STALEDAYS"
                       IF DQPM-VALUE(1:3) IS NUMERIC
                           MOVE DQPM-VALUE(1:3) TO DQ-STALE-DAYS
                       ELSE
                           DISPLAY "BAD STALEDAYS VALUE - RUN REFUSED: "
                               FUNCTION TRIM(DQPM-VALUE)
                           SET DQPM-REJECTED TO TRUE
                       END-IF
                   WHEN SPACES
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "UNKNOWN DQPARM KEYWORD IGNORED: "
                           FUNCTION TRIM(DQPM-KEYWORD)
               END-EVALUATE
           END-IF.

      * the rule code doubles as the alert event type, so ALERT-MGR
      * digests and acknowledges each rule on its own line.
       SET-RULE-TABLE.
           MOVE "DQDUPL"   TO DQ-RULE-CODE(1)
           MOVE "SAME NAME AND BIRTH DATE UNDER MORE THAN ONE ID"
               TO DQ-RULE-TITLE(1)
           MOVE "DQAGE"    TO DQ-RULE-CODE(2)
           MOVE "ACTIVE ENTITY OLDER THAN THE BELIEVABLE MAXIMUM"
               TO DQ-RULE-TITLE(2)
           MOVE "DQNONAME" TO DQ-RULE-CODE(3)
           MOVE "BLANK ENTITY NAME" TO DQ-RULE-TITLE(3)
           MOVE "DQEFFDT"  TO DQ-RULE-CODE(4)
           MOVE "EFFECTIVE DATE BEFORE THE BIRTH DATE"
               TO DQ-RULE-TITLE(4)
           MOVE "DQSTALE"  TO DQ-RULE-CODE(5)
           MOVE "ACTIVE ENTITY WITH NO RECENT HISTORY ROW"
               TO DQ-RULE-TITLE(5).

      * no register is a first run - everything found is new.
       LOAD-DQ-REGISTER.
           OPEN INPUT DQ-REGISTER-FILE
           IF DQR-FILE-OK
               PERFORM LOAD-ONE-REGISTER-LINE UNTIL DQR-EOF
               CLOSE DQ-REGISTER-FILE
           ELSE
               IF NOT DQR-FILE-NOT-FOUND
                   DISPLAY "DQ-SWEEP: CANNOT OPEN DQREG, STATUS "
                       DQR-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   PERFORM WRITE-STEP-LOG
                   GOBACK
               END-IF
           END-IF.

       LOAD-ONE-REGISTER-LINE.
           READ DQ-REGISTER-FILE
               AT END
                   SET DQR-EOF TO TRUE
           END-READ
           IF NOT DQR-EOF
               IF DQ-REG-COUNT < 2000
                   ADD 1 TO DQ-REG-COUNT
                   MOVE DQR-RULE TO DQ-REG-RULE(DQ-REG-COUNT)
                   MOVE DQR-ENTITY-ID TO DQ-REG-ENTITY(DQ-REG-COUNT)
                   MOVE DQR-FIRST-DATE TO DQ-REG-FIRST(DQ-REG-COUNT)
               ELSE
                   DISPLAY "DQ-SWEEP: DQREG LIMITED TO FIRST 2000"
                       " FINDINGS - " DQR-RULE " " DQR-ENTITY-ID
                       " WILL ALERT AGAIN"
               END-IF
           END-IF.

       OPEN-DQ-FILES.
           OPEN INPUT ENTITY-MASTER-FILE
           IF NOT ENT-FILE-OK
               DISPLAY "DQ-SWEEP: CANNOT OPEN ENTMAST, STATUS "
                   ENT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               GOBACK
           END-IF
           OPEN INPUT HISTORY-FILE
           IF NOT HIST-FILE-OK
               DISPLAY "DQ-SWEEP: CANNOT OPEN HISTFILE, STATUS "
                   HIST-FILE-STATUS
               CLOSE ENTITY-MASTER-FILE
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               GOBACK
           END-IF
           OPEN OUTPUT DQ-REPORT-FILE
           IF NOT DQRP-FILE-OK
               DISPLAY "DQ-SWEEP: CANNOT OPEN DQRPT, STATUS "
                   DQRP-FILE-STATUS
               CLOSE ENTITY-MASTER-FILE
               CLOSE HISTORY-FILE
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               GOBACK
           END-IF.

       CLOSE-DQ-FILES.
           CLOSE ENTITY-MASTER-FILE
           CLOSE HISTORY-FILE
           IF DQRP-FILE-OK
               CLOSE DQ-REPORT-FILE
           END-IF.

      * pass one - every master record gets the rules that need
      * nothing but the record itself, and goes to the name sort.
       SWEEP-MASTER-RECORDS.
           PERFORM SWEEP-ONE-MASTER-RECORD UNTIL MST-EOF.

       SWEEP-ONE-MASTER-RECORD.
           READ ENTITY-MASTER-FILE NEXT RECORD
               AT END
                   SET MST-EOF TO TRUE
           END-READ
           IF NOT MST-EOF
               ADD 1 TO DQ-MASTER-COUNT
               IF ENT-ACTIVE
                   ADD 1 TO DQ-ACTIVE-COUNT
               END-IF
               COMPUTE DQ-BIRTH-DATE = ENT-BIRTH-YEAR * 10000
                   + ENT-BIRTH-MONTH * 100 + ENT-BIRTH-DAY
               PERFORM CHECK-RECORD-RULES
               IF ENT-ENTITY-NAME NOT = SPACES
                   MOVE FUNCTION UPPER-CASE(ENT-ENTITY-NAME)
                       TO NSR-NAME
                   MOVE DQ-BIRTH-DATE TO NSR-BIRTH-DATE
                   MOVE ENT-ENTITY-ID TO NSR-ENTITY-ID
                   RELEASE NSR-RECORD
               END-IF
           END-IF.

       CHECK-RECORD-RULES.
           IF ENT-ENTITY-NAME = SPACES
               MOVE "DQNONAME" TO DQ-NEW-RULE
               MOVE ENT-ENTITY-ID TO DQ-NEW-ENTITY
               MOVE SPACES TO DQ-NEW-RELATED
               MOVE "ENTITY NAME IS BLANK ON THE MASTER"
                   TO DQ-NEW-DETAIL
               PERFORM ADD-FINDING
           END-IF
           IF ENT-EFF-DATE NOT = ZERO AND ENT-EFF-DATE < DQ-BIRTH-DATE
               MOVE "DQEFFDT" TO DQ-NEW-RULE
               MOVE ENT-ENTITY-ID TO DQ-NEW-ENTITY
               MOVE SPACES TO DQ-NEW-RELATED
               MOVE SPACES TO DQ-NEW-DETAIL
               STRING "EFFECTIVE " DELIMITED BY SIZE
                      ENT-EFF-DATE DELIMITED BY SIZE
                      " BUT BORN " DELIMITED BY SIZE
                      DQ-BIRTH-DATE DELIMITED BY SIZE
                      INTO DQ-NEW-DETAIL
               PERFORM ADD-FINDING
           END-IF
      * whole years the same way CALCULATE-AGE counts them - one
      * fewer if this year's birthday has not come round yet.
           IF ENT-ACTIVE
               COMPUTE DQ-AGE-YEARS = CURR-YEAR - DQ-BIRTH-YEAR
               IF DQ-RUN-MMDD < DQ-BIRTH-MMDD
                   SUBTRACT 1 FROM DQ-AGE-YEARS
               END-IF
               IF DQ-AGE-YEARS > DQ-MAX-AGE
                   MOVE DQ-AGE-YEARS TO DQ-DISP-AGE
                   MOVE "DQAGE" TO DQ-NEW-RULE
                   MOVE ENT-ENTITY-ID TO DQ-NEW-ENTITY
                   MOVE SPACES TO DQ-NEW-RELATED
                   MOVE SPACES TO DQ-NEW-DETAIL
                   STRING "AGED " DELIMITED BY SIZE
                          FUNCTION TRIM(DQ-DISP-AGE) DELIMITED BY SIZE
                          " YEARS, BORN " DELIMITED BY SIZE
                          DQ-BIRTH-DATE DELIMITED BY SIZE
                          INTO DQ-NEW-DETAIL
                   PERFORM ADD-FINDING
               END-IF
           END-IF.

      * every id after the first in a name/birth-date group is
      * reported against the first - the lowest id, since the id is
      * the last sort key.
       FIND-DUPLICATES.
           MOVE SPACES TO DQ-DUP-NAME
           MOVE ZERO TO DQ-DUP-BIRTH
           MOVE SPACES TO DQ-DUP-FIRST-ID
           MOVE "N" TO SORT-EOF-SW
           PERFORM CHECK-ONE-NAME-ENTRY UNTIL SORT-EOF.

       CHECK-ONE-NAME-ENTRY.
           RETURN NAME-SORT-FILE
               AT END
                   SET SORT-EOF TO TRUE
           END-RETURN
           IF NOT SORT-EOF
               IF NSR-NAME = DQ-DUP-NAME
                       AND NSR-BIRTH-DATE = DQ-DUP-BIRTH
                   MOVE "DQDUPL" TO DQ-NEW-RULE
                   MOVE NSR-ENTITY-ID TO DQ-NEW-ENTITY
                   MOVE DQ-DUP-FIRST-ID TO DQ-NEW-RELATED
                   MOVE SPACES TO DQ-NEW-DETAIL
                   STRING "SAME NAME AND BIRTH DATE AS "
                              DELIMITED BY SIZE
                          DQ-DUP-FIRST-ID DELIMITED BY SPACE
                          INTO DQ-NEW-DETAIL
                   PERFORM ADD-FINDING
               ELSE
                   MOVE NSR-NAME TO DQ-DUP-NAME
                   MOVE NSR-BIRTH-DATE TO DQ-DUP-BIRTH
                   MOVE NSR-ENTITY-ID TO DQ-DUP-FIRST-ID
               END-IF
           END-IF.

       FEED-HISTORY.
           PERFORM FEED-ONE-HISTORY UNTIL HIST-EOF.

       FEED-ONE-HISTORY.
           READ HISTORY-FILE
               AT END
                   SET HIST-EOF TO TRUE
           END-READ
           IF NOT HIST-EOF
               ADD 1 TO DQ-HIST-COUNT
               MOVE HIST-RECORD TO SR-RECORD
               RELEASE SR-RECORD
           END-IF.

      * pass two - the master again in key order against the sorted
      * history, HIST-RECON's match-merge. only the newest row of
      * each group matters; history with no master is HIST-RECON's
      * orphan and is skipped here. a master that will not reopen
      * for the second pass refuses the run like the first open -
      * a stale-entity check over nothing would report a clean
      * master.
       FIND-STALE-ENTITIES.
           CLOSE ENTITY-MASTER-FILE
           OPEN INPUT ENTITY-MASTER-FILE
           IF NOT ENT-FILE-OK
               DISPLAY "DQ-SWEEP: CANNOT REOPEN ENTMAST, STATUS "
                   ENT-FILE-STATUS
               MOVE "E" TO ALERT-SEVERITY
               MOVE "FILESTAT" TO ALERT-EVENT
               MOVE SPACES TO ALERT-ENTITY
               MOVE SPACES TO ALERT-MSG
               STRING "DQ-SWEEP ENTMAST REOPEN FILE STATUS "
                          DELIMITED BY SIZE
                      ENT-FILE-STATUS DELIMITED BY SIZE
                      INTO ALERT-MSG
               PERFORM WRITE-ALERT
               CLOSE HISTORY-FILE
               CLOSE DQ-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               GOBACK
           END-IF
           MOVE "N" TO MST-EOF-SW
           MOVE "N" TO SORT-EOF-SW
           PERFORM GET-SORTED-HIST
           PERFORM GET-NEXT-MASTER
           PERFORM MATCH-ONE-KEY
               UNTIL SORT-EOF AND MST-EOF.

       MATCH-ONE-KEY.
           EVALUATE TRUE
               WHEN SORT-EOF
                   MOVE ZERO TO DQ-LAST-HIST
                   PERFORM CHECK-STALE-ENTITY
                   PERFORM GET-NEXT-MASTER
               WHEN MST-EOF
                   PERFORM SKIP-HISTORY-GROUP
               WHEN ENT-ENTITY-ID < SR-ENTITY-ID
                   MOVE ZERO TO DQ-LAST-HIST
                   PERFORM CHECK-STALE-ENTITY
                   PERFORM GET-NEXT-MASTER
               WHEN ENT-ENTITY-ID > SR-ENTITY-ID
                   PERFORM SKIP-HISTORY-GROUP
               WHEN OTHER
                   PERFORM SKIP-HISTORY-GROUP
                   PERFORM CHECK-STALE-ENTITY
                   PERFORM GET-NEXT-MASTER
           END-EVALUATE.

       GET-NEXT-MASTER.
           READ ENTITY-MASTER-FILE NEXT RECORD
               AT END
                   SET MST-EOF TO TRUE
           END-READ.

       GET-SORTED-HIST.
           RETURN HIST-SORT-FILE
               AT END
                   SET SORT-EOF TO TRUE
           END-RETURN.

      * consumes one entity's rows, leaving the newest date behind.
       SKIP-HISTORY-GROUP.
           MOVE SR-ENTITY-ID TO DQ-GRP-ENTITY
           PERFORM CONSUME-HISTORY-ROW
               UNTIL SORT-EOF
               OR SR-ENTITY-ID NOT = DQ-GRP-ENTITY.

       CONSUME-HISTORY-ROW.
           MOVE SR-RUN-DATE TO DQ-LAST-HIST
           PERFORM GET-SORTED-HIST.

      * an active entity with no row for STALEDAYS days has dropped
      * out of the nightly run. one with no rows at all is only
      * stale once it has been on the master that long.
       CHECK-STALE-ENTITY.
           IF ENT-ACTIVE
               MOVE "DQSTALE" TO DQ-NEW-RULE
               MOVE ENT-ENTITY-ID TO DQ-NEW-ENTITY
               MOVE SPACES TO DQ-NEW-RELATED
               MOVE SPACES TO DQ-NEW-DETAIL
               IF DQ-LAST-HIST = ZERO
                   IF ENT-EFF-DATE = ZERO
                       MOVE 99999 TO DQ-DAYS-AGO
                   ELSE
                       COMPUTE DQ-DAYS-AGO =
                           FUNCTION INTEGER-OF-DATE(CURR-DATE-NUMERIC)
                           - FUNCTION INTEGER-OF-DATE(ENT-EFF-DATE)
                   END-IF
                   IF DQ-DAYS-AGO > DQ-STALE-DAYS
                       STRING "ACTIVE SINCE " DELIMITED BY SIZE
                              ENT-EFF-DATE DELIMITED BY SIZE
                              " AND NO HISTORY ROWS AT ALL"
                                  DELIMITED BY SIZE
                              INTO DQ-NEW-DETAIL
                       PERFORM ADD-FINDING
                   END-IF
               ELSE
                   COMPUTE DQ-DAYS-AGO =
                       FUNCTION INTEGER-OF-DATE(CURR-DATE-NUMERIC)
                       - FUNCTION INTEGER-OF-DATE(DQ-LAST-HIST)
                   IF DQ-DAYS-AGO > DQ-STALE-DAYS
                       MOVE DQ-DAYS-AGO TO DQ-DISP-DAYS
                       STRING "LAST HISTORY ROW " DELIMITED BY SIZE
                              DQ-LAST-HIST DELIMITED BY SIZE
                              ", " DELIMITED BY SIZE
                              FUNCTION TRIM(DQ-DISP-DAYS)
                                  DELIMITED BY SIZE
                              " DAYS AGO" DELIMITED BY SIZE
                              INTO DQ-NEW-DETAIL
                       PERFORM ADD-FINDING
                   END-IF
               END-IF
           END-IF.

      * a finding already on the register keeps its first-seen date
      * and stays quiet; a new one is alerted as it is found.
       ADD-FINDING.
           MOVE "N" TO DQ-FOUND-SW
           PERFORM CHECK-ONE-REGISTER-ENTRY
               VARYING DQ-REG-IDX FROM 1 BY 1
               UNTIL DQ-REG-IDX > DQ-REG-COUNT OR DQ-FOUND
           IF NOT DQ-FOUND
               ADD 1 TO DQ-NEW-COUNT
               MOVE "W" TO ALERT-SEVERITY
               MOVE DQ-NEW-RULE TO ALERT-EVENT
               MOVE DQ-NEW-ENTITY TO ALERT-ENTITY
               MOVE DQ-NEW-DETAIL TO ALERT-MSG
               PERFORM WRITE-ALERT
           END-IF
           IF DQ-FIND-COUNT < 2000
               ADD 1 TO DQ-FIND-COUNT
               MOVE DQ-NEW-RULE TO DQ-FND-RULE(DQ-FIND-COUNT)
               MOVE DQ-NEW-ENTITY TO DQ-FND-ENTITY(DQ-FIND-COUNT)
               MOVE DQ-NEW-RELATED TO DQ-FND-RELATED(DQ-FIND-COUNT)
               MOVE DQ-NEW-DETAIL TO DQ-FND-DETAIL(DQ-FIND-COUNT)
               IF DQ-FOUND
                   MOVE DQ-REG-FIRST(DQ-REG-HIT)
                       TO DQ-FND-FIRST(DQ-FIND-COUNT)
                   MOVE "N" TO DQ-FND-NEW(DQ-FIND-COUNT)
               ELSE
                   MOVE CURR-DATE-NUMERIC TO DQ-FND-FIRST(DQ-FIND-COUNT)
                   MOVE "Y" TO DQ-FND-NEW(DQ-FIND-COUNT)
               END-IF
           ELSE
               ADD 1 TO DQ-OVERFLOW-COUNT
               DISPLAY "DQ-SWEEP: FINDINGS LIMITED TO 2000 - "
                   DQ-NEW-RULE " " DQ-NEW-ENTITY " NOT REPORTED"
           END-IF.

       CHECK-ONE-REGISTER-ENTRY.
           IF DQ-REG-RULE(DQ-REG-IDX) = DQ-NEW-RULE
                   AND DQ-REG-ENTITY(DQ-REG-IDX) = DQ-NEW-ENTITY
               SET DQ-FOUND TO TRUE
               MOVE DQ-REG-IDX TO DQ-REG-HIT
           END-IF.

       PRINT-ONE-RULE-GROUP.
           PERFORM CHECK-DQ-PAGE
           MOVE DQ-RULE-CODE(DQ-RULE-IDX) TO DQL-RULE
           MOVE DQ-RULE-TITLE(DQ-RULE-IDX) TO DQL-TITLE
           MOVE DQ-RULE-LINE TO DQ-PRINT-LINE
           PERFORM WRITE-DQ-LINE
           MOVE ZERO TO DQ-RULE-HITS
           PERFORM PRINT-ONE-FINDING
               VARYING DQ-FIND-IDX FROM 1 BY 1
               UNTIL DQ-FIND-IDX > DQ-FIND-COUNT
           PERFORM CHECK-DQ-PAGE
           IF DQ-RULE-HITS = ZERO
               MOVE "          NONE" TO DQ-PRINT-LINE
           ELSE
               MOVE DQ-RULE-HITS TO DQT-HITS
               MOVE DQ-RULE-TOTAL-LINE TO DQ-PRINT-LINE
           END-IF
           PERFORM WRITE-DQ-LINE
           MOVE SPACES TO DQ-PRINT-LINE
           PERFORM WRITE-DQ-LINE.

       PRINT-ONE-FINDING.
           IF DQ-FND-RULE(DQ-FIND-IDX) = DQ-RULE-CODE(DQ-RULE-IDX)
               ADD 1 TO DQ-RULE-HITS
               PERFORM CHECK-DQ-PAGE
               MOVE DQ-FND-RULE(DQ-FIND-IDX) TO DQD-RULE
               MOVE DQ-FND-ENTITY(DQ-FIND-IDX) TO DQD-ENTITY-ID
               MOVE DQ-FND-RELATED(DQ-FIND-IDX) TO DQD-RELATED-ID
               IF DQ-FND-NEW(DQ-FIND-IDX) = "Y"
                   MOVE "NEW" TO DQD-FIRST-SEEN
               ELSE
                   MOVE DQ-FND-FIRST(DQ-FIND-IDX) TO DQD-FIRST-SEEN
               END-IF
               MOVE DQ-FND-DETAIL(DQ-FIND-IDX) TO DQD-DETAIL
               MOVE DQ-DETAIL-LINE TO DQ-PRINT-LINE
               PERFORM WRITE-DQ-LINE
           END-IF.

       WRITE-DQ-LINE.
           IF DQRP-FILE-OK
               WRITE DQ-PRINT-LINE
               ADD 1 TO DQ-LINE-COUNT
           END-IF.

       CHECK-DQ-PAGE.
           IF DQ-LINE-COUNT > PAGE-LINE-LIMIT
               PERFORM WRITE-DQ-HEADINGS
           END-IF.

       WRITE-DQ-HEADINGS.
           IF DQRP-FILE-OK
               ADD 1 TO DQ-PAGE-COUNT
               MOVE CURR-DATE-NUMERIC TO DQH-RUN-DATE
               MOVE DQ-PAGE-COUNT TO DQH-PAGE
               MOVE DQ-HEADING-1 TO DQ-PRINT-LINE
               WRITE DQ-PRINT-LINE
               MOVE DQ-HEADING-2 TO DQ-PRINT-LINE
               WRITE DQ-PRINT-LINE
               MOVE SPACES TO DQ-PRINT-LINE
               WRITE DQ-PRINT-LINE
               MOVE 3 TO DQ-LINE-COUNT
           END-IF.

      * tonight's findings become the register - anything that has
      * cleared drops off. if the new register cannot be written
      * the old one stays in place and tomorrow re-reports the same
      * findings as already seen, which is safe.
       WRITE-DQ-REGISTER.
           OPEN OUTPUT DQ-REGISTER-OUT-FILE
           IF DQO-FILE-OK
               PERFORM WRITE-ONE-REGISTER-LINE
                   VARYING DQ-FIND-IDX FROM 1 BY 1
                   UNTIL DQ-FIND-IDX > DQ-FIND-COUNT
               CLOSE DQ-REGISTER-OUT-FILE
           ELSE
               DISPLAY "DQ-SWEEP: CANNOT OPEN DQREGOUT, STATUS "
                   DQO-FILE-STATUS " - REGISTER NOT CARRIED FORWARD"
               ADD 1 TO DQ-OVERFLOW-COUNT
           END-IF.

       WRITE-ONE-REGISTER-LINE.
           MOVE SPACES TO DQO-RECORD
           MOVE DQ-FND-RULE(DQ-FIND-IDX) TO DQO-RULE
           MOVE DQ-FND-ENTITY(DQ-FIND-IDX) TO DQO-ENTITY-ID
           MOVE DQ-FND-RELATED(DQ-FIND-IDX) TO DQO-RELATED-ID
           MOVE DQ-FND-FIRST(DQ-FIND-IDX) TO DQO-FIRST-DATE
           MOVE CURR-DATE-NUMERIC TO DQO-LAST-DATE
           WRITE DQO-RECORD.

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

       DISPLAY-DQ-TOTALS.
           DISPLAY "DQ-SWEEP MASTER RECORDS READ:  " DQ-MASTER-COUNT
           DISPLAY "DQ-SWEEP ACTIVE ENTITIES:      " DQ-ACTIVE-COUNT
           DISPLAY "DQ-SWEEP HISTORY ROWS READ:    " DQ-HIST-COUNT
           DISPLAY "DQ-SWEEP FINDINGS:             " DQ-FIND-COUNT
           DISPLAY "DQ-SWEEP NEW FINDINGS ALERTED: " DQ-NEW-COUNT.

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
               MOVE "DQ-SWEEP" TO SLOG-PROGRAM-ID
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
               MOVE DQ-MASTER-COUNT TO SLOG-RECORDS-IN
               MOVE DQ-NEW-COUNT TO SLOG-RECORDS-OUT
               MOVE RETURN-CODE TO SLOG-RETURN-CODE
               WRITE SLOG-RECORD
               CLOSE STEP-LOG-FILE
           ELSE
               DISPLAY "DQ-SWEEP: CANNOT OPEN STEPLOG, STATUS "
                   SLOG-FILE-STATUS " - STEP NOT LOGGED"
           END-IF.
