
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".

           SELECT STEP-LOG-FILE ASSIGN TO "STEPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * the raw alert stream COBOL-AGE and the reconciliation jobs
           05  SRT-SEVERITY    PIC X(01).
           05  SRT-MESSAGE     PIC X(60).

      * the nightly step log - see copybooks/STEPLOG-REC.cpy for
      * the layout.
       FD  STEP-LOG-FILE.
           COPY "STEPLOG-REC.cpy".

       WORKING-STORAGE SECTION.
       01  CURRENT-DATE-DATA.
           05  CURR-YEAR     PIC 9(4).
           88  ARCH-FILE-NOT-FOUND VALUE "35".
       01  DGST-FILE-STATUS PIC X(02).
           88  DGST-FILE-OK VALUE "00".
       01  SLOG-FILE-STATUS PIC X(02).
           88  SLOG-FILE-OK        VALUE "00".
           88  SLOG-FILE-NOT-FOUND VALUE "35".

       01  AMG-SWITCHES.
           05  ALRT-EOF-SW    PIC X VALUE "N".
           05  DGO-COUNT       PIC Z(4)9.
           05  FILLER          PIC X(06) VALUE " TIMES".

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
           PERFORM LOAD-ACK-DECK
           PERFORM OPEN-MGR-FILES
           IF OPEN-E-COUNT-TOT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM WRITE-STEP-LOG
           GOBACK.

       GET-CURRENT-DATE.
               DISPLAY "ALERT-MGR: CANNOT OPEN ALRTFILE, STATUS "
                   ALRT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               GOBACK
           END-IF
      * the carried-forward file and the archive are the only
                   AOUT-FILE-STATUS
               CLOSE ALERT-FILE
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               GOBACK
           END-IF
           OPEN EXTEND ALERT-ARCH-FILE
               CLOSE ALERT-FILE
               CLOSE ALERT-OUT-FILE
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               GOBACK
           END-IF
           OPEN OUTPUT DIGEST-REPORT-FILE
               CLOSE ALERT-OUT-FILE
               CLOSE ALERT-ARCH-FILE
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               GOBACK
           END-IF.

           DISPLAY "ALERT-MGR ACKED TO ARCHIVE:   " AMG-ARCHIVED-COUNT
           DISPLAY "ALERT-MGR CARRIED FORWARD:    " AMG-CARRIED-COUNT
           DISPLAY "ALERT-MGR E ALERTS STILL OPEN:" OPEN-E-COUNT-TOT.

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
               MOVE "ALERT-MGR" TO SLOG-PROGRAM-ID
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
               MOVE AMG-READ-COUNT TO SLOG-RECORDS-IN
               MOVE AMG-CARRIED-COUNT TO SLOG-RECORDS-OUT
               MOVE RETURN-CODE TO SLOG-RETURN-CODE
               WRITE SLOG-RECORD
               CLOSE STEP-LOG-FILE
           ELSE
               DISPLAY "ALERT-MGR: CANNOT OPEN STEPLOG, STATUS "
                   SLOG-FILE-STATUS " - STEP NOT LOGGED"
           END-IF.
