       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCH-INQ.
       AUTHOR. CLAUDE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVE-FILE ASSIGN TO "ARCHFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCH-FILE-STATUS.

           SELECT ARCQ-REPORT-FILE ASSIGN TO "ARCQRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AQRP-FILE-STATUS.

           SELECT ARCQ-PARM-FILE ASSIGN TO "ARCQPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AQPM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * what ENT-ARCHIVE moved off the live files - see
      * copybooks/ENTARCH-REC.cpy for the layout.
       FD  ARCHIVE-FILE.
           COPY "ENTARCH-REC.cpy".

       FD  ARCQ-REPORT-FILE.
       01  ARCQ-PRINT-LINE  PIC X(100).

      * keyword/value run options, same card shape as COBOL-AGE's
      * PARMCARD - one ENTITY card per archived entity wanted.
       FD  ARCQ-PARM-FILE.
       01  AQPM-RECORD.
           05  AQPM-KEYWORD  PIC X(10).
           05  AQPM-VALUE    PIC X(70).

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

       01  ARCH-FILE-STATUS PIC X(02).
           88  ARCH-FILE-OK VALUE "00".
       01  AQRP-FILE-STATUS PIC X(02).
           88  AQRP-FILE-OK VALUE "00".
       01  AQPM-FILE-STATUS PIC X(02).
           88  AQPM-FILE-OK VALUE "00".

       01  ARCQ-SWITCHES.
           05  ARCH-EOF-SW    PIC X VALUE "N".
               88  ARCH-EOF   VALUE "Y".
           05  AQPM-EOF-SW    PIC X VALUE "N".
               88  AQPM-EOF   VALUE "Y".
           05  AQPM-REJECTED-SW PIC X VALUE "N".
               88  AQPM-REJECTED VALUE "Y".
           05  ARCQ-MISS-SW   PIC X VALUE "N".
               88  ARCQ-ANY-MISS VALUE "Y".

      * the entities asked about, in card order.
       01  ARCQ-ENTITY-TABLE.
           05  ARCQ-ENTITY-ID OCCURS 20 TIMES PIC X(10).
       01  ARCQ-ENTITY-COUNT PIC 9(2) VALUE ZERO.
       01  ARCQ-IDX          PIC 9(2).
       01  ARCQ-CUR-ID       PIC X(10).

      * the archived record images unfolded back into their own
      * fields - see copybooks/ENTITY-REC.cpy, HIST-REC.cpy,
      * SUMM-REC.cpy and AUDIT-REC.cpy.
           COPY "ENTITY-REC.cpy"
               REPLACING LEADING ==ENT== BY ==ARE==.
           COPY "HIST-REC.cpy"
               REPLACING LEADING ==HIST== BY ==ARH==.
           COPY "SUMM-REC.cpy"
               REPLACING LEADING ==SUMM== BY ==ARS==.
           COPY "AUDIT-REC.cpy"
               REPLACING LEADING ==AUD== BY ==ARA==.

      * the entity's life view out of its archived history and
      * summaries - the same figures COBOL-AGE's inquiry gives for
      * an entity still on the live files.
       01  ARCQ-LIFE-DATA.
           05  ARCQ-ENT-COUNT    PIC 9(3).
           05  ARCQ-HIST-COUNT   PIC 9(7).
           05  ARCQ-FIRST-DATE   PIC 9(8).
           05  ARCQ-LAST-DATE    PIC 9(8).
           05  ARCQ-FIRST-DAYS   PIC 9(8).
           05  ARCQ-LAST-DAYS    PIC 9(8).
           05  ARCQ-MS-COUNT     PIC 9(5).
           05  ARCQ-SUMM-MONTHS  PIC 9(5).
           05  ARCQ-SUMM-ROWS    PIC 9(7).
           05  ARCQ-AUD-COUNT    PIC 9(5).
           05  ARCQ-SPAN-DATE    PIC 9(8).
           05  ARCQ-SPAN-FIRST-DAYS PIC 9(8).
           05  ARCQ-SPAN-LAST-DAYS  PIC 9(8).
       01  ARCQ-DISP-COUNT   PIC Z(6)9.
       01  ARCQ-DISP-SMALL   PIC Z(4)9.
       01  ARCQ-DISP-ROWS    PIC Z(6)9.

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
           05  AC-TOTAL-DAYS    PIC 9(8).
           05  AC-BIRTH-DATE    PIC 9(8).
           05  AC-MONTH-NUM     PIC 99.
           05  AC-YEAR-NUM      PIC 9(4).
           05  AC-FOM-DATE      PIC 9(8).
           05  AC-LAST-DAY-INT  PIC 9(8).
           05  AC-LAST-DAY-DATE PIC 9(8).
           05  AC-DAYS-IN-MONTH PIC 99.
       01  AC-DISP-YEARS    PIC ZZ9.
       01  AC-DISP-MONTHS   PIC Z9.
       01  AC-DISP-DAYS     PIC Z9.
       01  AC-DISP-TOTAL    PIC Z(7)9.

       01  ARCQ-COUNTS.
           05  ARCQ-READ-COUNT  PIC 9(9) VALUE ZERO.
           05  ARCQ-FOUND-COUNT PIC 9(3) VALUE ZERO.

      * archive inquiry print control - a fresh heading every
      * PAGE-LINE-LIMIT detail lines.
       01  ARCQ-PAGE-COUNT  PIC 9(4) VALUE ZERO.
       01  ARCQ-LINE-COUNT  PIC 9(3) VALUE 99.
       01  PAGE-LINE-LIMIT  PIC 9(3) VALUE 55.

       01  ARCQ-HEADING-1.
           05  FILLER          PIC X(31)
               VALUE "ARCHIVED ENTITY INQUIRY        ".
           05  FILLER          PIC X(09) VALUE "RUN DATE ".
           05  AQH-RUN-DATE    PIC 9(8).
           05  FILLER          PIC X(36) VALUE SPACES.
           05  FILLER          PIC X(05) VALUE "PAGE ".
           05  AQH-PAGE        PIC ZZZ9.
       01  ARCQ-HOLD-LINE      PIC X(100).
       01  ARCQ-TRAIL-LINE.
           05  FILLER          PIC X(04) VALUE SPACES.
           05  AQT-RUN-DATE    PIC 9(8).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  AQT-RUN-TIME    PIC 9(6).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  AQT-USER-ID     PIC X(8).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  AQT-ACTION      PIC X(01).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  AQT-RESULT      PIC X(8).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  AQT-MESSAGE     PIC X(40).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM GET-CURRENT-DATE
           PERFORM READ-ARCQ-PARMS
           IF AQPM-REJECTED
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM OPEN-ARCQ-REPORT
           PERFORM INQUIRE-ONE-ARCHIVED-ENTITY
               VARYING ARCQ-IDX FROM 1 BY 1
               UNTIL ARCQ-IDX > ARCQ-ENTITY-COUNT
           IF AQRP-FILE-OK
               CLOSE ARCQ-REPORT-FILE
           END-IF
           DISPLAY "ARCH-INQ ENTITIES ASKED FOR: " ARCQ-ENTITY-COUNT
           DISPLAY "ARCH-INQ ENTITIES FOUND:     " ARCQ-FOUND-COUNT
           DISPLAY "ARCH-INQ ARCHIVE RECORDS READ:" ARCQ-READ-COUNT
           IF ARCQ-ANY-MISS
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       GET-CURRENT-DATE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA
           COMPUTE CURR-DATE-NUMERIC =
               CURR-YEAR * 10000 + CURR-MONTH * 100 + CURR-DAY.

       READ-ARCQ-PARMS.
           OPEN INPUT ARCQ-PARM-FILE
           IF NOT AQPM-FILE-OK
               DISPLAY "ARCH-INQ: CANNOT OPEN ARCQPARM, STATUS "
                   AQPM-FILE-STATUS " - RUN REFUSED"
               SET AQPM-REJECTED TO TRUE
           ELSE
               PERFORM PROCESS-ONE-ARCQ-PARM UNTIL AQPM-EOF
               CLOSE ARCQ-PARM-FILE
               IF ARCQ-ENTITY-COUNT = ZERO
                   DISPLAY "ARCH-INQ NEEDS AT LEAST ONE ENTITY CARD"
                       " - RUN REFUSED"
                   SET AQPM-REJECTED TO TRUE
               END-IF
           END-IF.

       PROCESS-ONE-ARCQ-PARM.
           READ ARCQ-PARM-FILE
               AT END
                   SET AQPM-EOF TO TRUE
           END-READ
           IF NOT AQPM-EOF
               EVALUATE AQPM-KEYWORD
                   WHEN "ENTITY"
                       IF ARCQ-ENTITY-COUNT < 20
                           ADD 1 TO ARCQ-ENTITY-COUNT
                           MOVE AQPM-VALUE(1:10)
                               TO ARCQ-ENTITY-ID(ARCQ-ENTITY-COUNT)
                       ELSE
                           DISPLAY "ARCH-INQ LIMITED TO 20 ENTITIES - "
                               FUNCTION TRIM(AQPM-VALUE) " IGNORED"
                       END-IF
                   WHEN SPACES
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "UNKNOWN ARCQPARM KEYWORD IGNORED: "
                           FUNCTION TRIM(AQPM-KEYWORD)
               END-EVALUATE
           END-IF.

       OPEN-ARCQ-REPORT.
           OPEN OUTPUT ARCQ-REPORT-FILE
           IF NOT AQRP-FILE-OK
               DISPLAY "ARCH-INQ: CANNOT OPEN ARCQRPT, STATUS "
                   AQRP-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      * two read-only passes over the archive per entity - the
      * first prints the archived master record and gathers the
      * life view, the second lists the audit trail that went with
      * it. an entity archived more than once (its id reused after
      * the first archive) prints each master image in turn.
       INQUIRE-ONE-ARCHIVED-ENTITY.
           MOVE ARCQ-ENTITY-ID(ARCQ-IDX) TO ARCQ-CUR-ID
           MOVE SPACES TO ARCQ-PRINT-LINE
           STRING "==== ARCHIVED ENTITY: " DELIMITED BY SIZE
                  ARCQ-CUR-ID DELIMITED BY SPACE
                  " ====" DELIMITED BY SIZE
                  INTO ARCQ-PRINT-LINE
           PERFORM WRITE-ARCQ-LINE
           MOVE ZERO TO ARCQ-ENT-COUNT
           MOVE ZERO TO ARCQ-HIST-COUNT
           MOVE ZERO TO ARCQ-FIRST-DATE
           MOVE ZERO TO ARCQ-LAST-DATE
           MOVE ZERO TO ARCQ-FIRST-DAYS
           MOVE ZERO TO ARCQ-LAST-DAYS
           MOVE ZERO TO ARCQ-MS-COUNT
           MOVE ZERO TO ARCQ-SUMM-MONTHS
           MOVE ZERO TO ARCQ-SUMM-ROWS
           MOVE ZERO TO ARCQ-AUD-COUNT
           PERFORM OPEN-ARCHIVE-FILE
           PERFORM SCAN-ONE-ARCHIVE-RECORD UNTIL ARCH-EOF
           CLOSE ARCHIVE-FILE
           IF ARCQ-ENT-COUNT = ZERO
               MOVE "  NOT ON THE ARCHIVE" TO ARCQ-PRINT-LINE
               PERFORM WRITE-ARCQ-LINE
               SET ARCQ-ANY-MISS TO TRUE
           ELSE
               ADD 1 TO ARCQ-FOUND-COUNT
               PERFORM PRINT-ARCHIVED-LIFE-VIEW
               IF ARCQ-AUD-COUNT > ZERO
                   PERFORM OPEN-ARCHIVE-FILE
                   PERFORM LIST-ONE-ARCHIVED-ENTRY UNTIL ARCH-EOF
                   CLOSE ARCHIVE-FILE
               END-IF
           END-IF
           MOVE SPACES TO ARCQ-PRINT-LINE
           PERFORM WRITE-ARCQ-LINE.

      * no archive at all means no entity has ever been archived -
      * nothing this run can answer.
       OPEN-ARCHIVE-FILE.
           OPEN INPUT ARCHIVE-FILE
           IF NOT ARCH-FILE-OK
               DISPLAY "ARCH-INQ: CANNOT OPEN ARCHFILE, STATUS "
                   ARCH-FILE-STATUS
               IF AQRP-FILE-OK
                   CLOSE ARCQ-REPORT-FILE
               END-IF
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "N" TO ARCH-EOF-SW.

       SCAN-ONE-ARCHIVE-RECORD.
           READ ARCHIVE-FILE
               AT END
                   SET ARCH-EOF TO TRUE
           END-READ
           IF NOT ARCH-EOF
               ADD 1 TO ARCQ-READ-COUNT
               IF ARCH-ENTITY-ID = ARCQ-CUR-ID
                   EVALUATE ARCH-REC-ID
                       WHEN "ENT"
                           PERFORM PRINT-ARCHIVED-MASTER
                       WHEN "HST"
                           PERFORM ADD-ARCHIVED-HISTORY
                       WHEN "SUM"
                           PERFORM ADD-ARCHIVED-SUMMARY
                       WHEN "AUD"
                           ADD 1 TO ARCQ-AUD-COUNT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.

       PRINT-ARCHIVED-MASTER.
           ADD 1 TO ARCQ-ENT-COUNT
           MOVE ARCH-IMAGE TO ARE-RECORD
           MOVE SPACES TO ARCQ-PRINT-LINE
           STRING "  ARCHIVED " DELIMITED BY SIZE
                  ARCH-ARCHIVED-DATE DELIMITED BY SIZE
                  "   NAME " DELIMITED BY SIZE
                  ARE-ENTITY-NAME DELIMITED BY SIZE
                  "   ORG UNIT " DELIMITED BY SIZE
                  ARE-ORG-UNIT DELIMITED BY SIZE
                  INTO ARCQ-PRINT-LINE
           PERFORM WRITE-ARCQ-LINE
           COMPUTE AC-BIRTH-DATE = ARE-BIRTH-YEAR * 10000 +
               ARE-BIRTH-MONTH * 100 + ARE-BIRTH-DAY
           MOVE SPACES TO ARCQ-PRINT-LINE
           STRING "  BORN " DELIMITED BY SIZE
                  AC-BIRTH-DATE DELIMITED BY SIZE
                  "   CLOSED " DELIMITED BY SIZE
                  ARE-CLOSE-DATE DELIMITED BY SIZE
                  " REASON " DELIMITED BY SIZE
                  ARE-CLOSE-REASON DELIMITED BY SIZE
                  "   LAST MAINT " DELIMITED BY SIZE
                  ARE-LAST-MAINT-DATE DELIMITED BY SIZE
                  " BY " DELIMITED BY SIZE
                  ARE-LAST-MAINT-USER DELIMITED BY SIZE
                  INTO ARCQ-PRINT-LINE
           PERFORM WRITE-ARCQ-LINE
           PERFORM COMPUTE-AGE-AT-CLOSURE
           MOVE AC-YEARS TO AC-DISP-YEARS
           MOVE AC-MONTHS TO AC-DISP-MONTHS
           MOVE AC-DAYS TO AC-DISP-DAYS
           MOVE AC-TOTAL-DAYS TO AC-DISP-TOTAL
           MOVE SPACES TO ARCQ-PRINT-LINE
           STRING "  AGE AT CLOSURE IS " DELIMITED BY SIZE
                  FUNCTION TRIM(AC-DISP-YEARS) DELIMITED BY SIZE
                  " YEARS, " DELIMITED BY SIZE
                  FUNCTION TRIM(AC-DISP-MONTHS) DELIMITED BY SIZE
                  " MONTHS, AND " DELIMITED BY SIZE
                  FUNCTION TRIM(AC-DISP-DAYS) DELIMITED BY SIZE
                  " DAYS (" DELIMITED BY SIZE
                  FUNCTION TRIM(AC-DISP-TOTAL) DELIMITED BY SIZE
                  " TOTAL DAYS)" DELIMITED BY SIZE
                  INTO ARCQ-PRINT-LINE
           PERFORM WRITE-ARCQ-LINE.

      * the archive holds the history rows and condensed months in
      * the order they were moved, so the span is taken as the
      * earliest and latest seen rather than the first and last
      * read. a condensed month counts the daily rows it rolled in,
      * dated to the first of its month, as COBOL-AGE's inquiry
      * counts it.
       ADD-ARCHIVED-HISTORY.
           MOVE ARCH-IMAGE TO ARH-RECORD
           ADD 1 TO ARCQ-HIST-COUNT
           MOVE ARH-RUN-DATE TO ARCQ-SPAN-DATE
           MOVE ARH-TOTAL-DAYS TO ARCQ-SPAN-FIRST-DAYS
           MOVE ARH-TOTAL-DAYS TO ARCQ-SPAN-LAST-DAYS
           PERFORM WIDEN-ARCHIVED-SPAN
           IF ARH-MILESTONE-FLAG = "Y"
               ADD 1 TO ARCQ-MS-COUNT
           END-IF.

       ADD-ARCHIVED-SUMMARY.
           MOVE ARCH-IMAGE TO ARS-RECORD
           ADD 1 TO ARCQ-SUMM-MONTHS
           ADD ARS-DETAIL-COUNT TO ARCQ-SUMM-ROWS
           ADD ARS-DETAIL-COUNT TO ARCQ-HIST-COUNT
           COMPUTE ARCQ-SPAN-DATE = ARS-MONTH * 100 + 1
           MOVE ARS-FIRST-DAYS TO ARCQ-SPAN-FIRST-DAYS
           MOVE ARS-LAST-DAYS TO ARCQ-SPAN-LAST-DAYS
           PERFORM WIDEN-ARCHIVED-SPAN
           IF ARS-MILESTONE-FLAG = "Y"
               ADD 1 TO ARCQ-MS-COUNT
           END-IF.

       WIDEN-ARCHIVED-SPAN.
           IF ARCQ-FIRST-DATE = ZERO
                   OR ARCQ-SPAN-DATE < ARCQ-FIRST-DATE
               MOVE ARCQ-SPAN-DATE TO ARCQ-FIRST-DATE
               MOVE ARCQ-SPAN-FIRST-DAYS TO ARCQ-FIRST-DAYS
           END-IF
           IF ARCQ-SPAN-DATE > ARCQ-LAST-DATE
               MOVE ARCQ-SPAN-DATE TO ARCQ-LAST-DATE
               MOVE ARCQ-SPAN-LAST-DAYS TO ARCQ-LAST-DAYS
           END-IF.

       PRINT-ARCHIVED-LIFE-VIEW.
           MOVE SPACES TO ARCQ-PRINT-LINE
           IF ARCQ-HIST-COUNT = ZERO
               MOVE "  HISTORY: NO DAILY ROWS ARCHIVED"
                   TO ARCQ-PRINT-LINE
           ELSE
               MOVE ARCQ-HIST-COUNT TO ARCQ-DISP-COUNT
               STRING "  HISTORY: " DELIMITED BY SIZE
                      FUNCTION TRIM(ARCQ-DISP-COUNT) DELIMITED BY SIZE
                      " DAILY ROWS " DELIMITED BY SIZE
                      ARCQ-FIRST-DATE DELIMITED BY SIZE
                      " TO " DELIMITED BY SIZE
                      ARCQ-LAST-DATE DELIMITED BY SIZE
                      ", TOTAL-DAYS " DELIMITED BY SIZE
                      ARCQ-FIRST-DAYS DELIMITED BY SIZE
                      " TO " DELIMITED BY SIZE
                      ARCQ-LAST-DAYS DELIMITED BY SIZE
                      INTO ARCQ-PRINT-LINE
           END-IF
           PERFORM WRITE-ARCQ-LINE
           IF ARCQ-SUMM-MONTHS > ZERO
               MOVE ARCQ-SUMM-MONTHS TO ARCQ-DISP-SMALL
               MOVE ARCQ-SUMM-ROWS TO ARCQ-DISP-ROWS
               MOVE SPACES TO ARCQ-PRINT-LINE
               STRING "  SUMMARIES: " DELIMITED BY SIZE
                      FUNCTION TRIM(ARCQ-DISP-SMALL) DELIMITED BY SIZE
                      " CONDENSED MONTHS, " DELIMITED BY SIZE
                      FUNCTION TRIM(ARCQ-DISP-ROWS) DELIMITED BY SIZE
                      " DAILY ROWS ROLLED IN" DELIMITED BY SIZE
                      INTO ARCQ-PRINT-LINE
               PERFORM WRITE-ARCQ-LINE
           END-IF
           MOVE ARCQ-MS-COUNT TO ARCQ-DISP-SMALL
           MOVE SPACES TO ARCQ-PRINT-LINE
           STRING "  MILESTONES HIT: " DELIMITED BY SIZE
                  FUNCTION TRIM(ARCQ-DISP-SMALL) DELIMITED BY SIZE
                  INTO ARCQ-PRINT-LINE
           PERFORM WRITE-ARCQ-LINE
           MOVE ARCQ-AUD-COUNT TO ARCQ-DISP-SMALL
           MOVE SPACES TO ARCQ-PRINT-LINE
           STRING "  AUDIT TRAIL: " DELIMITED BY SIZE
                  FUNCTION TRIM(ARCQ-DISP-SMALL) DELIMITED BY SIZE
                  " ENTRIES" DELIMITED BY SIZE
                  INTO ARCQ-PRINT-LINE
           PERFORM WRITE-ARCQ-LINE.

       LIST-ONE-ARCHIVED-ENTRY.
           READ ARCHIVE-FILE
               AT END
                   SET ARCH-EOF TO TRUE
           END-READ
           IF NOT ARCH-EOF
               IF ARCH-ENTITY-ID = ARCQ-CUR-ID AND ARCH-REC-ID = "AUD"
                   MOVE ARCH-IMAGE TO ARA-RECORD
                   MOVE ARA-RUN-DATE TO AQT-RUN-DATE
                   MOVE ARA-RUN-TIME TO AQT-RUN-TIME
                   MOVE ARA-USER-ID TO AQT-USER-ID
                   MOVE ARA-ACTION TO AQT-ACTION
                   MOVE ARA-RESULT TO AQT-RESULT
                   MOVE ARA-MESSAGE TO AQT-MESSAGE
                   MOVE ARCQ-TRAIL-LINE TO ARCQ-PRINT-LINE
                   PERFORM WRITE-ARCQ-LINE
               END-IF
           END-IF.

      * same borrow rules as COBOL-AGE's CALCULATE-AGE, run to the
      * closure date instead of the run date.
       COMPUTE-AGE-AT-CLOSURE.
           MOVE ARE-CLOSE-DATE TO AC-CLOSE-DATE
           COMPUTE AC-TOTAL-DAYS =
               FUNCTION INTEGER-OF-DATE(AC-CLOSE-DATE) -
               FUNCTION INTEGER-OF-DATE(AC-BIRTH-DATE)
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

       WRITE-ARCQ-LINE.
           IF ARCQ-LINE-COUNT > PAGE-LINE-LIMIT
               PERFORM WRITE-ARCQ-HEADINGS
           END-IF
           IF AQRP-FILE-OK
               WRITE ARCQ-PRINT-LINE
               ADD 1 TO ARCQ-LINE-COUNT
           END-IF.

      * the heading is built into the print record, so the line
      * waiting to be written is held while it goes out.
       WRITE-ARCQ-HEADINGS.
           IF AQRP-FILE-OK
               MOVE ARCQ-PRINT-LINE TO ARCQ-HOLD-LINE
               ADD 1 TO ARCQ-PAGE-COUNT
               MOVE CURR-DATE-NUMERIC TO AQH-RUN-DATE
               MOVE ARCQ-PAGE-COUNT TO AQH-PAGE
               MOVE ARCQ-HEADING-1 TO ARCQ-PRINT-LINE
               WRITE ARCQ-PRINT-LINE
               MOVE SPACES TO ARCQ-PRINT-LINE
               WRITE ARCQ-PRINT-LINE
               MOVE 2 TO ARCQ-LINE-COUNT
               MOVE ARCQ-HOLD-LINE TO ARCQ-PRINT-LINE
           END-IF.
