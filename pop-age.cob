       IDENTIFICATION DIVISION.
       PROGRAM-ID. POP-AGE.
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

           SELECT SNAPSHOT-FILE ASSIGN TO "POPSNAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PSN-FILE-STATUS.

           SELECT SNAPSHOT-OUT-FILE ASSIGN TO "POPSNOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PSO-FILE-STATUS.

           SELECT POP-REPORT-FILE ASSIGN TO "POPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRPT-FILE-STATUS.

           SELECT POP-PARM-FILE ASSIGN TO "POPPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PPRM-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".

       DATA DIVISION.
       FILE SECTION.
      * the permanent entity population - see
      * copybooks/ENTITY-REC.cpy for the layout.
       FD  ENTITY-MASTER-FILE.
           COPY "ENTITY-REC.cpy".

      * figures kept from earlier runs - see
      * copybooks/POPSNAP-REC.cpy for the layout.
       FD  SNAPSHOT-FILE.
           COPY "POPSNAP-REC.cpy".

       FD  SNAPSHOT-OUT-FILE.
           COPY "POPSNAP-REC.cpy"
               REPLACING LEADING ==PSN== BY ==PSO==.

       FD  POP-REPORT-FILE.
       01  POP-PRINT-LINE  PIC X(100).

      * keyword/value run options, same card shape as COBOL-AGE's
      * PARMCARD - ASOFDATE ages the population as of a date other
      * than today. an as-of run reports only; the kept figures are
      * carried through untouched.
       FD  POP-PARM-FILE.
       01  PPRM-RECORD.
           05  PPRM-KEYWORD  PIC X(10).
           05  PPRM-VALUE    PIC X(70).

      * every aged entity in ascending age order - each unit's
      * youngest comes first, its oldest last, and its median falls
      * at a position known from the counting pass.
       SD  SORT-WORK-FILE.
       01  PSR-RECORD.
           05  PSR-AGE-DAYS    PIC 9(6).
           05  PSR-ORG-UNIT    PIC X(6).
           05  PSR-ENTITY-ID   PIC X(10).

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
       01  PSN-FILE-STATUS  PIC X(02).
           88  PSN-FILE-OK        VALUE "00".
           88  PSN-FILE-NOT-FOUND VALUE "35".
       01  PSO-FILE-STATUS  PIC X(02).
           88  PSO-FILE-OK  VALUE "00".
       01  PRPT-FILE-STATUS PIC X(02).
           88  PRPT-FILE-OK VALUE "00".
       01  PPRM-FILE-STATUS PIC X(02).
           88  PPRM-FILE-OK VALUE "00".

       01  POP-SWITCHES.
           05  MST-EOF-SW     PIC X VALUE "N".
               88  MST-EOF    VALUE "Y".
           05  SORT-EOF-SW    PIC X VALUE "N".
               88  SORT-EOF   VALUE "Y".
           05  PSN-EOF-SW     PIC X VALUE "N".
               88  PSN-EOF    VALUE "Y".
           05  PPRM-EOF-SW    PIC X VALUE "N".
               88  PPRM-EOF   VALUE "Y".
           05  PPRM-REJECTED-SW PIC X VALUE "N".
               88  PPRM-REJECTED VALUE "Y".
           05  POP-KEEP-SW    PIC X VALUE "N".
               88  POP-KEEP-FIGURES VALUE "Y".
           05  POP-PRIOR-FOUND-SW PIC X VALUE "N".
               88  POP-PRIOR-FOUND VALUE "Y".
           05  POP-OPEN-SW    PIC X VALUE "N".
               88  POP-OPEN-ON-ASOF VALUE "Y".

      * the date the population is aged as of - today unless
      * ASOFDATE says otherwise.
       01  POP-ASOF-DATE    PIC 9(8) VALUE ZERO.
       01  POP-ASOF-SPLIT REDEFINES POP-ASOF-DATE.
           05  POP-ASOF-YEAR   PIC 9(4).
           05  POP-ASOF-MMDD   PIC 9(4).
       01  POP-ASOF-MONTH   PIC 99.

      * quarter ends - the one the as-of date falls in, which the
      * figures are kept under, and the one before it, which they
      * are compared with.
       01  POP-QTR-NUM      PIC 9.
       01  POP-QTR-YEAR     PIC 9(4).
       01  POP-QTR-DATE     PIC 9(8).
       01  POP-QTR-END      PIC 9(8).
       01  POP-PRIOR-QTR-END PIC 9(8).
       01  POP-PRIOR-ASOF   PIC 9(8) VALUE ZERO.

       01  POP-BIRTH-DATE   PIC 9(8).
       01  POP-BIRTH-SPLIT REDEFINES POP-BIRTH-DATE.
           05  POP-BIRTH-YEAR  PIC 9(4).
           05  POP-BIRTH-MMDD  PIC 9(4).
       01  POP-AGE-DAYS     PIC 9(6).
       01  POP-AGE-YEARS    PIC S9(4).

      * age bands - the floor of each band in whole years, youngest
      * band first.
       01  POP-BAND-FLOORS.
           05  POP-BAND-FLOOR  OCCURS 9 TIMES PIC 9(3).
       01  POP-BAND-LABELS.
           05  POP-BAND-LABEL  OCCURS 9 TIMES PIC X(20).
       01  POP-BAND-IDX     PIC 9(2).
       01  POP-BAND-HIT     PIC 9(2).

      * one entry per org unit, with entry 1 kept for the grand
      * total. the prior-quarter figures ride alongside, so a unit
      * that has since emptied still prints against last quarter.
       01  POP-UNIT-TABLE.
           05  POP-UNIT-ENTRY OCCURS 201 TIMES.
               10  POP-UNIT          PIC X(6).
               10  POP-COUNT         PIC 9(7).
               10  POP-SUM-DAYS      PIC 9(13).
               10  POP-SEEN          PIC 9(7).
               10  POP-MED-LO-POS    PIC 9(7).
               10  POP-MED-HI-POS    PIC 9(7).
               10  POP-MED-LO-DAYS   PIC 9(6).
               10  POP-MED-HI-DAYS   PIC 9(6).
               10  POP-YOUNG-DAYS    PIC 9(6).
               10  POP-YOUNG-ID      PIC X(10).
               10  POP-OLD-DAYS      PIC 9(6).
               10  POP-OLD-ID        PIC X(10).
               10  POP-AVG-AGE       PIC 9(3)V9.
               10  POP-MEDIAN-AGE    PIC 9(3)V9.
               10  POP-OLDEST-AGE    PIC 9(3)V9.
               10  POP-YOUNGEST-AGE  PIC 9(3)V9.
               10  POP-BAND          PIC 9(7) OCCURS 9 TIMES.
               10  POP-PRIOR-SW      PIC X(01).
               10  POP-PRIOR-COUNT   PIC 9(7).
               10  POP-PRIOR-AVG     PIC 9(3)V9.
               10  POP-PRIOR-MEDIAN  PIC 9(3)V9.
               10  POP-PRIOR-OLDEST  PIC 9(3)V9.
               10  POP-PRIOR-YOUNGEST PIC 9(3)V9.
               10  POP-PRIOR-BAND    PIC 9(7) OCCURS 9 TIMES.
               10  POP-PRINTED-SW    PIC X(01).
       01  POP-UNIT-COUNT   PIC 9(3) VALUE ZERO.
       01  POP-UNIT-IDX     PIC 9(3).
       01  POP-UNIT-HIT     PIC 9(3).
       01  POP-PRINT-NUM    PIC 9(3).
       01  POP-SEARCH-UNIT  PIC X(6).

       01  POP-COUNTS.
           05  POP-MASTER-COUNT   PIC 9(7) VALUE ZERO.
           05  POP-AGED-COUNT     PIC 9(7) VALUE ZERO.
           05  POP-UNBORN-COUNT   PIC 9(7) VALUE ZERO.
           05  POP-OVERFLOW-COUNT PIC 9(7) VALUE ZERO.

      * population report print control - a fresh heading every
      * PAGE-LINE-LIMIT detail lines; a unit's block is never split.
       01  POP-PAGE-COUNT   PIC 9(4) VALUE ZERO.
       01  POP-LINE-COUNT   PIC 9(3) VALUE 99.
       01  PAGE-LINE-LIMIT  PIC 9(3) VALUE 55.
       01  POP-BLOCK-LINES  PIC 9(3) VALUE 19.

       01  POP-HEADING-1.
           05  FILLER          PIC X(31)
               VALUE "POPULATION AGE DISTRIBUTION    ".
           05  FILLER          PIC X(09) VALUE "RUN DATE ".
           05  PPH-RUN-DATE    PIC 9(8).
           05  FILLER          PIC X(36) VALUE SPACES.
           05  FILLER          PIC X(05) VALUE "PAGE ".
           05  PPH-PAGE        PIC ZZZ9.
       01  POP-HEADING-2    PIC X(100).
       01  POP-HOLD-LINE    PIC X(100).
       01  POP-UNIT-LINE.
           05  FILLER          PIC X(09) VALUE "ORG UNIT ".
           05  PUL-UNIT        PIC X(20).
       01  POP-COLUMN-LINE.
           05  FILLER          PIC X(20) VALUE SPACES.
           05  FILLER          PIC X(30)
               VALUE "CURRENT      PRIOR     CHANGE".
       01  POP-COUNT-LINE.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  PCL-LABEL       PIC X(18).
           05  PCL-CURRENT     PIC Z(6)9.
           05  FILLER          PIC X(04) VALUE SPACES.
           05  PCL-PRIOR       PIC Z(6)9.
           05  PCL-PRIOR-X REDEFINES PCL-PRIOR PIC X(07).
           05  FILLER          PIC X(03) VALUE SPACES.
           05  PCL-CHANGE      PIC +(7)9.
           05  PCL-CHANGE-X REDEFINES PCL-CHANGE PIC X(08).
       01  POP-YEARS-LINE.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  PYL-LABEL       PIC X(18).
           05  PYL-CURRENT     PIC Z(4)9.9.
           05  FILLER          PIC X(04) VALUE SPACES.
           05  PYL-PRIOR       PIC Z(4)9.9.
           05  PYL-PRIOR-X REDEFINES PYL-PRIOR PIC X(07).
           05  FILLER          PIC X(03) VALUE SPACES.
           05  PYL-CHANGE      PIC +(5)9.9.
           05  PYL-CHANGE-X REDEFINES PYL-CHANGE PIC X(08).
           05  FILLER          PIC X(03) VALUE SPACES.
           05  PYL-ENTITY-ID   PIC X(10).
       01  POP-COUNT-CHANGE PIC S9(7).
       01  POP-YEARS-CHANGE PIC S9(3)V9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM GET-CURRENT-DATE
           PERFORM READ-POP-PARMS
           IF PPRM-REJECTED
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF POP-ASOF-DATE = ZERO
               MOVE CURR-DATE-NUMERIC TO POP-ASOF-DATE
           END-IF
           IF POP-ASOF-DATE = CURR-DATE-NUMERIC
               SET POP-KEEP-FIGURES TO TRUE
           END-IF
           PERFORM SET-QUARTER-ENDS
           PERFORM SET-BAND-TABLE
           MOVE 1 TO POP-UNIT-COUNT
           MOVE 1 TO POP-UNIT-IDX
           PERFORM CLEAR-UNIT-ENTRY
           MOVE "*TOTAL" TO POP-UNIT(1)
           PERFORM LOAD-PRIOR-FIGURES
           PERFORM OPEN-POP-FILES
           SORT SORT-WORK-FILE
               ON ASCENDING KEY PSR-AGE-DAYS
               INPUT PROCEDURE IS AGE-ACTIVE-POPULATION
               OUTPUT PROCEDURE IS TAKE-AGE-POSITIONS
           PERFORM FINISH-UNIT-FIGURES
               VARYING POP-UNIT-IDX FROM 1 BY 1
               UNTIL POP-UNIT-IDX > POP-UNIT-COUNT
           PERFORM PRINT-NEXT-UNIT
               VARYING POP-PRINT-NUM FROM 2 BY 1
               UNTIL POP-PRINT-NUM > POP-UNIT-COUNT
           MOVE 1 TO POP-UNIT-IDX
           PERFORM PRINT-UNIT-BLOCK
           PERFORM WRITE-KEPT-FIGURES
           PERFORM CLOSE-POP-FILES
           PERFORM DISPLAY-POP-TOTALS
           EVALUATE TRUE
               WHEN POP-OVERFLOW-COUNT > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN POP-AGED-COUNT = ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE
           GOBACK.

       GET-CURRENT-DATE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA
           COMPUTE CURR-DATE-NUMERIC =
               CURR-YEAR * 10000 + CURR-MONTH * 100 + CURR-DAY.

       READ-POP-PARMS.
           OPEN INPUT POP-PARM-FILE
           IF PPRM-FILE-OK
               PERFORM PROCESS-ONE-POP-PARM UNTIL PPRM-EOF
               CLOSE POP-PARM-FILE
           END-IF.

       PROCESS-ONE-POP-PARM.
           READ POP-PARM-FILE
               AT END
                   SET PPRM-EOF TO TRUE
           END-READ
           IF NOT PPRM-EOF
               EVALUATE PPRM-KEYWORD
                   WHEN "ASOFDATE"
                       PERFORM EDIT-ASOFDATE-PARM
                   WHEN SPACES
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "UNKNOWN POPPARM KEYWORD IGNORED: "
                           FUNCTION TRIM(PPRM-KEYWORD)
               END-EVALUATE
           END-IF.

       EDIT-ASOFDATE-PARM.
           IF PPRM-VALUE(1:8) IS NUMERIC
               MOVE PPRM-VALUE(1:8) TO POP-ASOF-DATE
               IF FUNCTION INTEGER-OF-DATE(POP-ASOF-DATE) = 0
                   DISPLAY "ASOFDATE NOT ON CALENDAR - RUN REFUSED: "
                       PPRM-VALUE(1:8)
                   SET PPRM-REJECTED TO TRUE
               END-IF
           ELSE
               DISPLAY "BAD ASOFDATE VALUE - RUN REFUSED: "
                   FUNCTION TRIM(PPRM-VALUE)
               SET PPRM-REJECTED TO TRUE
           END-IF.

      * calendar quarters - March, June, September and December.
       SET-QUARTER-ENDS.
           COMPUTE POP-ASOF-MONTH = POP-ASOF-MMDD / 100
           COMPUTE POP-QTR-NUM = (POP-ASOF-MONTH + 2) / 3
           MOVE POP-ASOF-YEAR TO POP-QTR-YEAR
           PERFORM BUILD-QUARTER-END
           MOVE POP-QTR-DATE TO POP-QTR-END
           IF POP-QTR-NUM = 1
               MOVE 4 TO POP-QTR-NUM
               SUBTRACT 1 FROM POP-QTR-YEAR
           ELSE
               SUBTRACT 1 FROM POP-QTR-NUM
           END-IF
           PERFORM BUILD-QUARTER-END
           MOVE POP-QTR-DATE TO POP-PRIOR-QTR-END.

       BUILD-QUARTER-END.
           EVALUATE POP-QTR-NUM
               WHEN 1
                   COMPUTE POP-QTR-DATE = POP-QTR-YEAR * 10000 + 331
               WHEN 2
                   COMPUTE POP-QTR-DATE = POP-QTR-YEAR * 10000 + 630
               WHEN 3
                   COMPUTE POP-QTR-DATE = POP-QTR-YEAR * 10000 + 930
               WHEN OTHER
                   COMPUTE POP-QTR-DATE = POP-QTR-YEAR * 10000 + 1231
           END-EVALUATE.

       SET-BAND-TABLE.
           MOVE 0   TO POP-BAND-FLOOR(1)
           MOVE "UNDER 18"     TO POP-BAND-LABEL(1)
           MOVE 18  TO POP-BAND-FLOOR(2)
           MOVE "18 TO 24"     TO POP-BAND-LABEL(2)
           MOVE 25  TO POP-BAND-FLOOR(3)
           MOVE "25 TO 34"     TO POP-BAND-LABEL(3)
           MOVE 35  TO POP-BAND-FLOOR(4)
           MOVE "35 TO 44"     TO POP-BAND-LABEL(4)
           MOVE 45  TO POP-BAND-FLOOR(5)
           MOVE "45 TO 54"     TO POP-BAND-LABEL(5)
           MOVE 55  TO POP-BAND-FLOOR(6)
           MOVE "55 TO 64"     TO POP-BAND-LABEL(6)
           MOVE 65  TO POP-BAND-FLOOR(7)
           MOVE "65 TO 74"     TO POP-BAND-LABEL(7)
           MOVE 75  TO POP-BAND-FLOOR(8)
           MOVE "75 TO 84"     TO POP-BAND-LABEL(8)
           MOVE 85  TO POP-BAND-FLOOR(9)
           MOVE "85 AND OVER"  TO POP-BAND-LABEL(9).

       CLEAR-UNIT-ENTRY.
           MOVE SPACES TO POP-UNIT(POP-UNIT-IDX)
           MOVE ZERO TO POP-COUNT(POP-UNIT-IDX)
           MOVE ZERO TO POP-SUM-DAYS(POP-UNIT-IDX)
           MOVE ZERO TO POP-SEEN(POP-UNIT-IDX)
           MOVE ZERO TO POP-MED-LO-POS(POP-UNIT-IDX)
           MOVE ZERO TO POP-MED-HI-POS(POP-UNIT-IDX)
           MOVE ZERO TO POP-MED-LO-DAYS(POP-UNIT-IDX)
           MOVE ZERO TO POP-MED-HI-DAYS(POP-UNIT-IDX)
           MOVE ZERO TO POP-YOUNG-DAYS(POP-UNIT-IDX)
           MOVE SPACES TO POP-YOUNG-ID(POP-UNIT-IDX)
           MOVE ZERO TO POP-OLD-DAYS(POP-UNIT-IDX)
           MOVE SPACES TO POP-OLD-ID(POP-UNIT-IDX)
           MOVE ZERO TO POP-AVG-AGE(POP-UNIT-IDX)
           MOVE ZERO TO POP-MEDIAN-AGE(POP-UNIT-IDX)
           MOVE ZERO TO POP-OLDEST-AGE(POP-UNIT-IDX)
           MOVE ZERO TO POP-YOUNGEST-AGE(POP-UNIT-IDX)
           MOVE "N" TO POP-PRIOR-SW(POP-UNIT-IDX)
           MOVE ZERO TO POP-PRIOR-COUNT(POP-UNIT-IDX)
           MOVE ZERO TO POP-PRIOR-AVG(POP-UNIT-IDX)
           MOVE ZERO TO POP-PRIOR-MEDIAN(POP-UNIT-IDX)
           MOVE ZERO TO POP-PRIOR-OLDEST(POP-UNIT-IDX)
           MOVE ZERO TO POP-PRIOR-YOUNGEST(POP-UNIT-IDX)
           MOVE "N" TO POP-PRINTED-SW(POP-UNIT-IDX)
           PERFORM CLEAR-ONE-BAND
               VARYING POP-BAND-IDX FROM 1 BY 1
               UNTIL POP-BAND-IDX > 9.

       CLEAR-ONE-BAND.
           MOVE ZERO TO POP-BAND(POP-UNIT-IDX, POP-BAND-IDX)
           MOVE ZERO TO POP-PRIOR-BAND(POP-UNIT-IDX, POP-BAND-IDX).

      * only the prior quarter's figures are wanted - lines kept
      * under the current quarter are tonight's to replace, and
      * anything older has nothing left to be compared with. no
      * POPSNAP is a first run.
       LOAD-PRIOR-FIGURES.
           OPEN INPUT SNAPSHOT-FILE
           IF PSN-FILE-OK
               PERFORM LOAD-ONE-PRIOR-LINE UNTIL PSN-EOF
               CLOSE SNAPSHOT-FILE
           ELSE
               IF NOT PSN-FILE-NOT-FOUND
                   DISPLAY "POP-AGE: CANNOT OPEN POPSNAP, STATUS "
                       PSN-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

       LOAD-ONE-PRIOR-LINE.
           READ SNAPSHOT-FILE
               AT END
                   SET PSN-EOF TO TRUE
           END-READ
           IF NOT PSN-EOF AND PSN-QTR-END = POP-PRIOR-QTR-END
               SET POP-PRIOR-FOUND TO TRUE
               MOVE PSN-ASOF-DATE TO POP-PRIOR-ASOF
               MOVE PSN-ORG-UNIT TO POP-SEARCH-UNIT
               PERFORM FIND-UNIT-ENTRY
               IF POP-UNIT-HIT > ZERO
                   MOVE "Y" TO POP-PRIOR-SW(POP-UNIT-HIT)
                   MOVE PSN-ACTIVE-COUNT
                       TO POP-PRIOR-COUNT(POP-UNIT-HIT)
                   MOVE PSN-AVG-AGE TO POP-PRIOR-AVG(POP-UNIT-HIT)
                   MOVE PSN-MEDIAN-AGE TO POP-PRIOR-MEDIAN(POP-UNIT-HIT)
                   MOVE PSN-OLDEST-AGE TO POP-PRIOR-OLDEST(POP-UNIT-HIT)
                   MOVE PSN-YOUNGEST-AGE
                       TO POP-PRIOR-YOUNGEST(POP-UNIT-HIT)
                   PERFORM LOAD-ONE-PRIOR-BAND
                       VARYING POP-BAND-IDX FROM 1 BY 1
                       UNTIL POP-BAND-IDX > 9
               END-IF
           END-IF.

       LOAD-ONE-PRIOR-BAND.
           MOVE PSN-BAND-COUNT(POP-BAND-IDX)
               TO POP-PRIOR-BAND(POP-UNIT-HIT, POP-BAND-IDX).

      * finds POP-SEARCH-UNIT on the table, adding it if it is not
      * there. a full table leaves POP-UNIT-HIT at zero - the
      * entity still counts in the grand total.
       FIND-UNIT-ENTRY.
           MOVE ZERO TO POP-UNIT-HIT
           IF POP-SEARCH-UNIT = "*TOTAL"
               MOVE 1 TO POP-UNIT-HIT
           ELSE
               PERFORM CHECK-ONE-UNIT-ENTRY
                   VARYING POP-UNIT-IDX FROM 2 BY 1
                   UNTIL POP-UNIT-IDX > POP-UNIT-COUNT
                   OR POP-UNIT-HIT > ZERO
               IF POP-UNIT-HIT = ZERO
                   IF POP-UNIT-COUNT < 201
                       ADD 1 TO POP-UNIT-COUNT
                       MOVE POP-UNIT-COUNT TO POP-UNIT-IDX
                       PERFORM CLEAR-UNIT-ENTRY
                       MOVE POP-SEARCH-UNIT TO POP-UNIT(POP-UNIT-IDX)
                       MOVE POP-UNIT-COUNT TO POP-UNIT-HIT
                   ELSE
                       ADD 1 TO POP-OVERFLOW-COUNT
                       DISPLAY "POP-AGE: ORG UNITS LIMITED TO 200 - "
                           POP-SEARCH-UNIT " COUNTED IN TOTAL ONLY"
                   END-IF
               END-IF
           END-IF.

       CHECK-ONE-UNIT-ENTRY.
           IF POP-UNIT(POP-UNIT-IDX) = POP-SEARCH-UNIT
               MOVE POP-UNIT-IDX TO POP-UNIT-HIT
           END-IF.

       OPEN-POP-FILES.
           OPEN INPUT ENTITY-MASTER-FILE
           IF NOT ENT-FILE-OK
               DISPLAY "POP-AGE: CANNOT OPEN ENTMAST, STATUS "
                   ENT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT POP-REPORT-FILE
           IF NOT PRPT-FILE-OK
               DISPLAY "POP-AGE: CANNOT OPEN POPRPT, STATUS "
                   PRPT-FILE-STATUS
               CLOSE ENTITY-MASTER-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       CLOSE-POP-FILES.
           CLOSE ENTITY-MASTER-FILE
           IF PRPT-FILE-OK
               CLOSE POP-REPORT-FILE
           END-IF.

      * counting pass - entities that were open on the as-of date,
      * aged as of that date. that is every active entity, and for
      * a back-dated run also an entity closed since - its closure
      * date falls after the as-of date. one born after that date
      * is not yet in the population.
       AGE-ACTIVE-POPULATION.
           PERFORM AGE-ONE-ENTITY UNTIL MST-EOF.

       AGE-ONE-ENTITY.
           READ ENTITY-MASTER-FILE NEXT RECORD
               AT END
                   SET MST-EOF TO TRUE
           END-READ
           IF NOT MST-EOF
               ADD 1 TO POP-MASTER-COUNT
               COMPUTE POP-BIRTH-DATE = ENT-BIRTH-YEAR * 10000
                   + ENT-BIRTH-MONTH * 100 + ENT-BIRTH-DAY
               PERFORM CHECK-OPEN-ON-ASOF
               IF POP-OPEN-ON-ASOF
                   IF POP-BIRTH-DATE > POP-ASOF-DATE
                       ADD 1 TO POP-UNBORN-COUNT
                   ELSE
                       PERFORM COUNT-ONE-ENTITY
                   END-IF
               END-IF
           END-IF.

      * an inactive entity with no closure date was closed before
      * closure dates were kept - when is not known, so it stays
      * out, as it always has.
       CHECK-OPEN-ON-ASOF.
           MOVE "N" TO POP-OPEN-SW
           EVALUATE TRUE
               WHEN ENT-ACTIVE
                   SET POP-OPEN-ON-ASOF TO TRUE
               WHEN NOT ENT-INACTIVE
                   CONTINUE
               WHEN ENT-NOT-CLOSED
                   CONTINUE
               WHEN ENT-CLOSE-DATE > POP-ASOF-DATE
                   SET POP-OPEN-ON-ASOF TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * whole years the same way CALCULATE-AGE counts them pick the
      * band; the day count drives the average and the median.
       COUNT-ONE-ENTITY.
           ADD 1 TO POP-AGED-COUNT
           COMPUTE POP-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(POP-ASOF-DATE) -
               FUNCTION INTEGER-OF-DATE(POP-BIRTH-DATE)
           COMPUTE POP-AGE-YEARS = POP-ASOF-YEAR - POP-BIRTH-YEAR
           IF POP-ASOF-MMDD < POP-BIRTH-MMDD
               SUBTRACT 1 FROM POP-AGE-YEARS
           END-IF
           MOVE 1 TO POP-BAND-HIT
           PERFORM CHECK-ONE-BAND-FLOOR
               VARYING POP-BAND-IDX FROM 2 BY 1
               UNTIL POP-BAND-IDX > 9
           MOVE 1 TO POP-UNIT-HIT
           PERFORM ADD-TO-UNIT-ENTRY
           MOVE ENT-ORG-UNIT TO POP-SEARCH-UNIT
           PERFORM FIND-UNIT-ENTRY
           IF POP-UNIT-HIT > ZERO
               PERFORM ADD-TO-UNIT-ENTRY
           END-IF
           MOVE POP-AGE-DAYS TO PSR-AGE-DAYS
           MOVE ENT-ORG-UNIT TO PSR-ORG-UNIT
           MOVE ENT-ENTITY-ID TO PSR-ENTITY-ID
           RELEASE PSR-RECORD.

       CHECK-ONE-BAND-FLOOR.
           IF POP-AGE-YEARS NOT < POP-BAND-FLOOR(POP-BAND-IDX)
               MOVE POP-BAND-IDX TO POP-BAND-HIT
           END-IF.

       ADD-TO-UNIT-ENTRY.
           ADD 1 TO POP-COUNT(POP-UNIT-HIT)
           ADD POP-AGE-DAYS TO POP-SUM-DAYS(POP-UNIT-HIT)
           ADD 1 TO POP-BAND(POP-UNIT-HIT, POP-BAND-HIT).

      * ordering pass - with every unit's count known, the median
      * positions are fixed before the first record comes back.
      * an odd count has one middle record, an even count two.
       TAKE-AGE-POSITIONS.
           PERFORM SET-MEDIAN-POSITIONS
               VARYING POP-UNIT-IDX FROM 1 BY 1
               UNTIL POP-UNIT-IDX > POP-UNIT-COUNT
           PERFORM TAKE-ONE-AGE UNTIL SORT-EOF.

       SET-MEDIAN-POSITIONS.
           IF FUNCTION MOD(POP-COUNT(POP-UNIT-IDX), 2) = 1
               COMPUTE POP-MED-LO-POS(POP-UNIT-IDX) =
                   (POP-COUNT(POP-UNIT-IDX) + 1) / 2
               MOVE POP-MED-LO-POS(POP-UNIT-IDX)
                   TO POP-MED-HI-POS(POP-UNIT-IDX)
           ELSE
               COMPUTE POP-MED-LO-POS(POP-UNIT-IDX) =
                   POP-COUNT(POP-UNIT-IDX) / 2
               COMPUTE POP-MED-HI-POS(POP-UNIT-IDX) =
                   POP-MED-LO-POS(POP-UNIT-IDX) + 1
           END-IF.

       TAKE-ONE-AGE.
           RETURN SORT-WORK-FILE
               AT END
                   SET SORT-EOF TO TRUE
           END-RETURN
           IF NOT SORT-EOF
               MOVE 1 TO POP-UNIT-HIT
               PERFORM TAKE-UNIT-POSITION
               MOVE PSR-ORG-UNIT TO POP-SEARCH-UNIT
               PERFORM FIND-UNIT-ENTRY
               IF POP-UNIT-HIT > ZERO
                   PERFORM TAKE-UNIT-POSITION
               END-IF
           END-IF.

       TAKE-UNIT-POSITION.
           ADD 1 TO POP-SEEN(POP-UNIT-HIT)
           IF POP-SEEN(POP-UNIT-HIT) = 1
               MOVE PSR-AGE-DAYS TO POP-YOUNG-DAYS(POP-UNIT-HIT)
               MOVE PSR-ENTITY-ID TO POP-YOUNG-ID(POP-UNIT-HIT)
           END-IF
           MOVE PSR-AGE-DAYS TO POP-OLD-DAYS(POP-UNIT-HIT)
           MOVE PSR-ENTITY-ID TO POP-OLD-ID(POP-UNIT-HIT)
           IF POP-SEEN(POP-UNIT-HIT) = POP-MED-LO-POS(POP-UNIT-HIT)
               MOVE PSR-AGE-DAYS TO POP-MED-LO-DAYS(POP-UNIT-HIT)
           END-IF
           IF POP-SEEN(POP-UNIT-HIT) = POP-MED-HI-POS(POP-UNIT-HIT)
               MOVE PSR-AGE-DAYS TO POP-MED-HI-DAYS(POP-UNIT-HIT)
           END-IF.

      * days to years at 365.25 to the year, to one decimal.
       FINISH-UNIT-FIGURES.
           IF POP-COUNT(POP-UNIT-IDX) > ZERO
               COMPUTE POP-AVG-AGE(POP-UNIT-IDX) ROUNDED =
                   POP-SUM-DAYS(POP-UNIT-IDX) /
                   POP-COUNT(POP-UNIT-IDX) / 365.25
               COMPUTE POP-MEDIAN-AGE(POP-UNIT-IDX) ROUNDED =
                   (POP-MED-LO-DAYS(POP-UNIT-IDX) +
                    POP-MED-HI-DAYS(POP-UNIT-IDX)) / 2 / 365.25
               COMPUTE POP-OLDEST-AGE(POP-UNIT-IDX) ROUNDED =
                   POP-OLD-DAYS(POP-UNIT-IDX) / 365.25
               COMPUTE POP-YOUNGEST-AGE(POP-UNIT-IDX) ROUNDED =
                   POP-YOUNG-DAYS(POP-UNIT-IDX) / 365.25
           END-IF.

      * units print in code order - the lowest code not yet printed
      * each time round. the grand total follows the last unit.
       PRINT-NEXT-UNIT.
           MOVE ZERO TO POP-UNIT-HIT
           PERFORM CHECK-LOWEST-UNIT
               VARYING POP-UNIT-IDX FROM 2 BY 1
               UNTIL POP-UNIT-IDX > POP-UNIT-COUNT
           MOVE POP-UNIT-HIT TO POP-UNIT-IDX
           MOVE "Y" TO POP-PRINTED-SW(POP-UNIT-IDX)
           PERFORM PRINT-UNIT-BLOCK.

       CHECK-LOWEST-UNIT.
           IF POP-PRINTED-SW(POP-UNIT-IDX) = "N"
               IF POP-UNIT-HIT = ZERO
                   MOVE POP-UNIT-IDX TO POP-UNIT-HIT
               ELSE
                   IF POP-UNIT(POP-UNIT-IDX) < POP-UNIT(POP-UNIT-HIT)
                       MOVE POP-UNIT-IDX TO POP-UNIT-HIT
                   END-IF
               END-IF
           END-IF.

       PRINT-UNIT-BLOCK.
           IF POP-LINE-COUNT + POP-BLOCK-LINES > PAGE-LINE-LIMIT
               PERFORM WRITE-POP-HEADINGS
           END-IF
           EVALUATE TRUE
               WHEN POP-UNIT-IDX = 1
                   MOVE "ALL UNITS" TO PUL-UNIT
               WHEN POP-UNIT(POP-UNIT-IDX) = SPACES
                   MOVE "(UNASSIGNED)" TO PUL-UNIT
               WHEN OTHER
                   MOVE POP-UNIT(POP-UNIT-IDX) TO PUL-UNIT
           END-EVALUATE
           MOVE POP-UNIT-LINE TO POP-PRINT-LINE
           PERFORM WRITE-POP-LINE
           MOVE POP-COLUMN-LINE TO POP-PRINT-LINE
           PERFORM WRITE-POP-LINE
           MOVE "ACTIVE ENTITIES" TO PCL-LABEL
           MOVE POP-COUNT(POP-UNIT-IDX) TO PCL-CURRENT
           MOVE POP-PRIOR-COUNT(POP-UNIT-IDX) TO PCL-PRIOR
           COMPUTE POP-COUNT-CHANGE = POP-COUNT(POP-UNIT-IDX)
               - POP-PRIOR-COUNT(POP-UNIT-IDX)
           PERFORM WRITE-COUNT-LINE
           PERFORM PRINT-ONE-BAND-LINE
               VARYING POP-BAND-IDX FROM 1 BY 1
               UNTIL POP-BAND-IDX > 9
           MOVE "AVERAGE AGE" TO PYL-LABEL
           MOVE POP-AVG-AGE(POP-UNIT-IDX) TO PYL-CURRENT
           MOVE POP-PRIOR-AVG(POP-UNIT-IDX) TO PYL-PRIOR
           COMPUTE POP-YEARS-CHANGE = POP-AVG-AGE(POP-UNIT-IDX)
               - POP-PRIOR-AVG(POP-UNIT-IDX)
           MOVE SPACES TO PYL-ENTITY-ID
           PERFORM WRITE-YEARS-LINE
           MOVE "MEDIAN AGE" TO PYL-LABEL
           MOVE POP-MEDIAN-AGE(POP-UNIT-IDX) TO PYL-CURRENT
           MOVE POP-PRIOR-MEDIAN(POP-UNIT-IDX) TO PYL-PRIOR
           COMPUTE POP-YEARS-CHANGE = POP-MEDIAN-AGE(POP-UNIT-IDX)
               - POP-PRIOR-MEDIAN(POP-UNIT-IDX)
           MOVE SPACES TO PYL-ENTITY-ID
           PERFORM WRITE-YEARS-LINE
           MOVE "OLDEST" TO PYL-LABEL
           MOVE POP-OLDEST-AGE(POP-UNIT-IDX) TO PYL-CURRENT
           MOVE POP-PRIOR-OLDEST(POP-UNIT-IDX) TO PYL-PRIOR
           COMPUTE POP-YEARS-CHANGE = POP-OLDEST-AGE(POP-UNIT-IDX)
               - POP-PRIOR-OLDEST(POP-UNIT-IDX)
           MOVE POP-OLD-ID(POP-UNIT-IDX) TO PYL-ENTITY-ID
           PERFORM WRITE-YEARS-LINE
           MOVE "YOUNGEST" TO PYL-LABEL
           MOVE POP-YOUNGEST-AGE(POP-UNIT-IDX) TO PYL-CURRENT
           MOVE POP-PRIOR-YOUNGEST(POP-UNIT-IDX) TO PYL-PRIOR
           COMPUTE POP-YEARS-CHANGE = POP-YOUNGEST-AGE(POP-UNIT-IDX)
               - POP-PRIOR-YOUNGEST(POP-UNIT-IDX)
           MOVE POP-YOUNG-ID(POP-UNIT-IDX) TO PYL-ENTITY-ID
           PERFORM WRITE-YEARS-LINE
           MOVE SPACES TO POP-PRINT-LINE
           PERFORM WRITE-POP-LINE.

       PRINT-ONE-BAND-LINE.
           MOVE POP-BAND-LABEL(POP-BAND-IDX) TO PCL-LABEL
           MOVE POP-BAND(POP-UNIT-IDX, POP-BAND-IDX) TO PCL-CURRENT
           MOVE POP-PRIOR-BAND(POP-UNIT-IDX, POP-BAND-IDX) TO PCL-PRIOR
           COMPUTE POP-COUNT-CHANGE =
               POP-BAND(POP-UNIT-IDX, POP-BAND-IDX)
               - POP-PRIOR-BAND(POP-UNIT-IDX, POP-BAND-IDX)
           PERFORM WRITE-COUNT-LINE.

      * a unit with nothing kept for last quarter - new since, or no
      * figures kept at all - prints blank in the comparison columns
      * rather than a change measured from zero.
       WRITE-COUNT-LINE.
           IF POP-PRIOR-SW(POP-UNIT-IDX) = "Y"
               MOVE POP-COUNT-CHANGE TO PCL-CHANGE
           ELSE
               MOVE SPACES TO PCL-PRIOR-X
               MOVE SPACES TO PCL-CHANGE-X
           END-IF
           MOVE POP-COUNT-LINE TO POP-PRINT-LINE
           PERFORM WRITE-POP-LINE.

       WRITE-YEARS-LINE.
           IF POP-PRIOR-SW(POP-UNIT-IDX) = "Y"
               MOVE POP-YEARS-CHANGE TO PYL-CHANGE
           ELSE
               MOVE SPACES TO PYL-PRIOR-X
               MOVE SPACES TO PYL-CHANGE-X
           END-IF
           MOVE POP-YEARS-LINE TO POP-PRINT-LINE
           PERFORM WRITE-POP-LINE.

       WRITE-POP-LINE.
           IF POP-LINE-COUNT > PAGE-LINE-LIMIT
               PERFORM WRITE-POP-HEADINGS
           END-IF
           IF PRPT-FILE-OK
               WRITE POP-PRINT-LINE
               ADD 1 TO POP-LINE-COUNT
           END-IF.

      * the heading is built into the print record, so the line
      * waiting to be written is held while it goes out.
       WRITE-POP-HEADINGS.
           IF PRPT-FILE-OK
               MOVE POP-PRINT-LINE TO POP-HOLD-LINE
               ADD 1 TO POP-PAGE-COUNT
               MOVE CURR-DATE-NUMERIC TO PPH-RUN-DATE
               MOVE POP-PAGE-COUNT TO PPH-PAGE
               MOVE POP-HEADING-1 TO POP-PRINT-LINE
               WRITE POP-PRINT-LINE
               MOVE SPACES TO POP-HEADING-2
               IF POP-PRIOR-FOUND
                   STRING "AGED AS OF " DELIMITED BY SIZE
                          POP-ASOF-DATE DELIMITED BY SIZE
                          ", COMPARED WITH QUARTER ENDED "
                              DELIMITED BY SIZE
                          POP-PRIOR-QTR-END DELIMITED BY SIZE
                          " (FIGURES AS OF " DELIMITED BY SIZE
                          POP-PRIOR-ASOF DELIMITED BY SIZE
                          ")" DELIMITED BY SIZE
                          INTO POP-HEADING-2
               ELSE
                   STRING "AGED AS OF " DELIMITED BY SIZE
                          POP-ASOF-DATE DELIMITED BY SIZE
                          ", NO FIGURES KEPT FOR QUARTER ENDED "
                              DELIMITED BY SIZE
                          POP-PRIOR-QTR-END DELIMITED BY SIZE
                          INTO POP-HEADING-2
               END-IF
               MOVE POP-HEADING-2 TO POP-PRINT-LINE
               WRITE POP-PRINT-LINE
               MOVE SPACES TO POP-PRINT-LINE
               WRITE POP-PRINT-LINE
               MOVE 3 TO POP-LINE-COUNT
               MOVE POP-HOLD-LINE TO POP-PRINT-LINE
           END-IF.

      * tonight's figures are kept under the current quarter next
      * to the prior quarter's, which go back out as they came in.
      * an as-of run reports on a date that is not tonight, so the
      * kept figures are copied through untouched.
       WRITE-KEPT-FIGURES.
           OPEN OUTPUT SNAPSHOT-OUT-FILE
           IF NOT PSO-FILE-OK
               DISPLAY "POP-AGE: CANNOT OPEN POPSNOUT, STATUS "
                   PSO-FILE-STATUS " - FIGURES NOT KEPT"
               ADD 1 TO POP-OVERFLOW-COUNT
           ELSE
               IF POP-KEEP-FIGURES
                   PERFORM WRITE-ONE-PRIOR-SET
                       VARYING POP-UNIT-IDX FROM 1 BY 1
                       UNTIL POP-UNIT-IDX > POP-UNIT-COUNT
                   PERFORM WRITE-ONE-CURRENT-SET
                       VARYING POP-UNIT-IDX FROM 1 BY 1
                       UNTIL POP-UNIT-IDX > POP-UNIT-COUNT
               ELSE
                   DISPLAY "POP-AGE: AS-OF RUN - KEPT FIGURES CARRIED"
                       " THROUGH UNCHANGED"
                   PERFORM COPY-KEPT-FIGURES
               END-IF
               CLOSE SNAPSHOT-OUT-FILE
           END-IF.

       WRITE-ONE-PRIOR-SET.
           IF POP-PRIOR-SW(POP-UNIT-IDX) = "Y"
               MOVE SPACES TO PSO-RECORD
               MOVE POP-PRIOR-QTR-END TO PSO-QTR-END
               MOVE POP-PRIOR-ASOF TO PSO-ASOF-DATE
               MOVE POP-UNIT(POP-UNIT-IDX) TO PSO-ORG-UNIT
               MOVE POP-PRIOR-COUNT(POP-UNIT-IDX) TO PSO-ACTIVE-COUNT
               MOVE POP-PRIOR-AVG(POP-UNIT-IDX) TO PSO-AVG-AGE
               MOVE POP-PRIOR-MEDIAN(POP-UNIT-IDX) TO PSO-MEDIAN-AGE
               MOVE POP-PRIOR-OLDEST(POP-UNIT-IDX) TO PSO-OLDEST-AGE
               MOVE POP-PRIOR-YOUNGEST(POP-UNIT-IDX)
                   TO PSO-YOUNGEST-AGE
               PERFORM MOVE-ONE-PRIOR-BAND
                   VARYING POP-BAND-IDX FROM 1 BY 1
                   UNTIL POP-BAND-IDX > 9
               WRITE PSO-RECORD
           END-IF.

       MOVE-ONE-PRIOR-BAND.
           MOVE POP-PRIOR-BAND(POP-UNIT-IDX, POP-BAND-IDX)
               TO PSO-BAND-COUNT(POP-BAND-IDX).

      * a unit that has emptied since last quarter is not kept -
      * next quarter it has nothing to compare.
       WRITE-ONE-CURRENT-SET.
           IF POP-COUNT(POP-UNIT-IDX) > ZERO OR POP-UNIT-IDX = 1
               MOVE SPACES TO PSO-RECORD
               MOVE POP-QTR-END TO PSO-QTR-END
               MOVE POP-ASOF-DATE TO PSO-ASOF-DATE
               MOVE POP-UNIT(POP-UNIT-IDX) TO PSO-ORG-UNIT
               MOVE POP-COUNT(POP-UNIT-IDX) TO PSO-ACTIVE-COUNT
               MOVE POP-AVG-AGE(POP-UNIT-IDX) TO PSO-AVG-AGE
               MOVE POP-MEDIAN-AGE(POP-UNIT-IDX) TO PSO-MEDIAN-AGE
               MOVE POP-OLDEST-AGE(POP-UNIT-IDX) TO PSO-OLDEST-AGE
               MOVE POP-YOUNGEST-AGE(POP-UNIT-IDX) TO PSO-YOUNGEST-AGE
               PERFORM MOVE-ONE-CURRENT-BAND
                   VARYING POP-BAND-IDX FROM 1 BY 1
                   UNTIL POP-BAND-IDX > 9
               WRITE PSO-RECORD
           END-IF.

       MOVE-ONE-CURRENT-BAND.
           MOVE POP-BAND(POP-UNIT-IDX, POP-BAND-IDX)
               TO PSO-BAND-COUNT(POP-BAND-IDX).

       COPY-KEPT-FIGURES.
           MOVE "N" TO PSN-EOF-SW
           OPEN INPUT SNAPSHOT-FILE
           IF PSN-FILE-OK
               PERFORM COPY-ONE-KEPT-LINE UNTIL PSN-EOF
               CLOSE SNAPSHOT-FILE
           END-IF.

       COPY-ONE-KEPT-LINE.
           READ SNAPSHOT-FILE
               AT END
                   SET PSN-EOF TO TRUE
           END-READ
           IF NOT PSN-EOF
               MOVE PSN-RECORD TO PSO-RECORD
               WRITE PSO-RECORD
           END-IF.

       DISPLAY-POP-TOTALS.
           DISPLAY "POP-AGE AGED AS OF:            " POP-ASOF-DATE
           DISPLAY "POP-AGE MASTER RECORDS READ:   " POP-MASTER-COUNT
           DISPLAY "POP-AGE ACTIVE ENTITIES AGED:  " POP-AGED-COUNT
           DISPLAY "POP-AGE BORN AFTER AS-OF DATE: " POP-UNBORN-COUNT
           COMPUTE POP-UNIT-HIT = POP-UNIT-COUNT - 1
           DISPLAY "POP-AGE ORG UNITS REPORTED:    " POP-UNIT-HIT.
