               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MPRM-FILE-STATUS.

           SELECT STEP-LOG-FILE ASSIGN TO "STEPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-P1-FILE.
           05  MPRM-KEYWORD  PIC X(10).
           05  MPRM-VALUE    PIC X(70).

      * the nightly step log - see copybooks/STEPLOG-REC.cpy for
      * the layout.
       FD  STEP-LOG-FILE.
           COPY "STEPLOG-REC.cpy".

       WORKING-STORAGE SECTION.
       01  CURRENT-DATE-DATA.
           05  CURR-YEAR     PIC 9(4).
           88  PREG-FILE-NOT-FOUND VALUE "35".
       01  MPRM-FILE-STATUS PIC X(02).
           88  MPRM-FILE-OK VALUE "00".
       01  SLOG-FILE-STATUS PIC X(02).
           88  SLOG-FILE-OK        VALUE "00".
           88  SLOG-FILE-NOT-FOUND VALUE "35".

       01  MRG-SWITCHES.
           05  MPRM-EOF-SW     PIC X VALUE "N".
           05  MRG-HIST-COPIED PIC 9(7) VALUE ZERO.
           05  MRG-RPT-COPIED  PIC 9(7) VALUE ZERO.

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
           PERFORM READ-MERGE-PARMS
           IF MPRM-REJECTED
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               GOBACK
           END-IF
      * pass one proves every slice before pass two writes a byte
               DISPLAY "PART-MERGE: NIGHT REFUSED - COMBINED OUTPUTS"
                   " NOT WRITTEN"
               MOVE 12 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               GOBACK
           END-IF
           PERFORM OPEN-MERGE-OUTPUTS
           PERFORM WRITE-MERGED-RUN-REGISTER
           PERFORM CLOSE-MERGE-OUTPUTS
           PERFORM DISPLAY-MERGE-TOTALS
           PERFORM WRITE-STEP-LOG
           GOBACK.

       GET-CURRENT-DATE.
               DISPLAY "PART-MERGE: CANNOT OPEN EXTRFILE, STATUS "
                   EXTR-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               GOBACK
           END-IF
           OPEN EXTEND HISTORY-FILE
                   HIST-FILE-STATUS
               CLOSE EXTRACT-FILE
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               GOBACK
           END-IF
           OPEN EXTEND REPORT-FILE
               CLOSE EXTRACT-FILE
               CLOSE HISTORY-FILE
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               GOBACK
           END-IF.

                   PEXT-FILE-STATUS
               PERFORM CLOSE-MERGE-OUTPUTS
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               GOBACK
           END-IF
           PERFORM COPY-ONE-PART-RECORD UNTIL PART-EOF
                   PHIS-FILE-STATUS
               PERFORM CLOSE-MERGE-OUTPUTS
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               GOBACK
           END-IF
           PERFORM COPY-ONE-HIST-RECORD UNTIL PART-EOF
                   PRPT-FILE-STATUS
               PERFORM CLOSE-MERGE-OUTPUTS
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               GOBACK
           END-IF
           PERFORM COPY-ONE-RPT-RECORD UNTIL PART-EOF
           DISPLAY "PART-MERGE EXTRACT DETAILS OUT: " MRG-TOT-DETAILS
           DISPLAY "PART-MERGE HISTORY ROWS COPIED: " MRG-HIST-COPIED
           DISPLAY "PART-MERGE REPORT LINES COPIED: " MRG-RPT-COPIED.

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
               MOVE "PART-MERGE" TO SLOG-PROGRAM-ID
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
               MOVE MRG-TOT-DETAILS TO SLOG-RECORDS-IN
               MOVE MRG-HIST-COPIED TO SLOG-RECORDS-OUT
               MOVE RETURN-CODE TO SLOG-RETURN-CODE
               WRITE SLOG-RECORD
               CLOSE STEP-LOG-FILE
           ELSE
               DISPLAY "PART-MERGE: CANNOT OPEN STEPLOG, STATUS "
                   SLOG-FILE-STATUS " - STEP NOT LOGGED"
           END-IF.
