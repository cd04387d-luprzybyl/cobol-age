
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".

           SELECT STEP-LOG-FILE ASSIGN TO "STEPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * the permanent entity population, keyed on ENT-ENTITY-ID -
           COPY "HIST-REC.cpy"
               REPLACING LEADING ==HIST== BY ==SR==.

      * the nightly step log - see copybooks/STEPLOG-REC.cpy for
      * the layout.
       FD  STEP-LOG-FILE.
           COPY "STEPLOG-REC.cpy".

       WORKING-STORAGE SECTION.
       01  CURRENT-DATE-DATA.
           05  CURR-YEAR     PIC 9(4).
           88  RECR-FILE-OK VALUE "00".
       01  RCNP-FILE-STATUS PIC X(02).
           88  RCNP-FILE-OK VALUE "00".
       01  SLOG-FILE-STATUS PIC X(02).
           88  SLOG-FILE-OK        VALUE "00".
           88  SLOG-FILE-NOT-FOUND VALUE "35".

       01  RCN-SWITCHES.
           05  HIST-EOF-SW    PIC X VALUE "N".
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RCD-DETAIL      PIC X(70).

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
           PERFORM READ-RECON-PARMS
           IF RCNP-REJECTED
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               GOBACK
           END-IF
           IF RCN-RUN-DATE = ZERO
                   OR RCN-DRIFT-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM WRITE-STEP-LOG
           GOBACK.

       GET-CURRENT-DATE.
               DISPLAY "HIST-RECON: CANNOT OPEN ENTMAST, STATUS "
                   ENT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               GOBACK
           END-IF
           OPEN INPUT HISTORY-FILE
                   HIST-FILE-STATUS
               CLOSE ENTITY-MASTER-FILE
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               GOBACK
           END-IF
           OPEN OUTPUT RECON-REPORT-FILE
               CLOSE ENTITY-MASTER-FILE
               CLOSE HISTORY-FILE
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               GOBACK
           END-IF.

           DISPLAY "HIST-RECON MISSING COVERAGE:    " RCN-MISSING-COUNT
           DISPLAY "HIST-RECON ORPHANED ENTITIES:   " RCN-ORPHAN-COUNT
           DISPLAY "HIST-RECON DAY-ADVANCE DRIFT:   " RCN-DRIFT-COUNT.

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
               MOVE "HIST-RECON" TO SLOG-PROGRAM-ID
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
               MOVE RCN-HIST-COUNT TO SLOG-RECORDS-IN
               COMPUTE SLOG-RECORDS-OUT = RCN-MISSING-COUNT
                   + RCN-ORPHAN-COUNT
                   + RCN-DRIFT-COUNT
               MOVE RETURN-CODE TO SLOG-RETURN-CODE
               WRITE SLOG-RECORD
               CLOSE STEP-LOG-FILE
           ELSE
               DISPLAY "HIST-RECON: CANNOT OPEN STEPLOG, STATUS "
                   SLOG-FILE-STATUS " - STEP NOT LOGGED"
           END-IF.
