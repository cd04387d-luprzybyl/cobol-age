       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENT-UNLOAD.
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

           SELECT BACKUP-FILE ASSIGN TO "ENTBKUP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKUP-FILE-STATUS.

           SELECT STEP-LOG-FILE ASSIGN TO "STEPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * the permanent entity population - see
      * copybooks/ENTITY-REC.cpy for the layout.
       FD  ENTITY-MASTER-FILE.
           COPY "ENTITY-REC.cpy".

      * the dated backup generation ops allocates for tonight's
      * unload - see copybooks/ENTBKUP-REC.cpy for the layout.
       FD  BACKUP-FILE.
           COPY "ENTBKUP-REC.cpy".

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
       01  CURR-TIME-NUMERIC  PIC 9(6).

       01  ENT-FILE-STATUS  PIC X(02).
           88  ENT-FILE-OK  VALUE "00".
       01  BKUP-FILE-STATUS PIC X(02).
           88  BKUP-FILE-OK VALUE "00".
       01  SLOG-FILE-STATUS PIC X(02).
           88  SLOG-FILE-OK        VALUE "00".
           88  SLOG-FILE-NOT-FOUND VALUE "35".

       01  UNL-SWITCHES.
           05  MST-EOF-SW     PIC X VALUE "N".
               88  MST-EOF    VALUE "Y".

       01  UNL-COUNTS.
           05  UNL-WRITE-COUNT   PIC 9(9) VALUE ZERO.
           05  UNL-ACTIVE-COUNT  PIC 9(9) VALUE ZERO.

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
           PERFORM OPEN-UNLOAD-FILES
           PERFORM WRITE-BACKUP-HEADER
           PERFORM UNLOAD-ONE-ENTITY UNTIL MST-EOF
           PERFORM WRITE-BACKUP-TRAILER
           PERFORM CLOSE-UNLOAD-FILES
           PERFORM DISPLAY-UNLOAD-TOTALS
      * an empty master is a legal backup but almost never what was
      * meant - worth a look before the generation rolls off.
           IF UNL-WRITE-COUNT = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM WRITE-STEP-LOG
           GOBACK.

      * the header's time is taken before the first record is read,
      * so a maintenance run that starts while the unload is going
      * stamps its trail entries after the backup and is replayed by
      * recovery. one that started before the unload and commits
      * while it runs stamps its entries with its own earlier start
      * time - ENT-RECOVER replays those too, where the backup still
      * holds the entry's before-image.
       GET-CURRENT-DATE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA
           COMPUTE CURR-DATE-NUMERIC =
               CURR-YEAR * 10000 + CURR-MONTH * 100 + CURR-DAY
           COMPUTE CURR-TIME-NUMERIC =
               CURR-HOURS * 10000 + CURR-MINUTES * 100 + CURR-SECONDS.

      * no master at all is not an empty backup - it is the failure
      * the backup exists to recover from, so the run is refused and
      * last night's generation stays the newest.
       OPEN-UNLOAD-FILES.
           OPEN INPUT ENTITY-MASTER-FILE
           IF NOT ENT-FILE-OK
               DISPLAY "ENT-UNLOAD: CANNOT OPEN ENTMAST, STATUS "
                   ENT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               GOBACK
           END-IF
           OPEN OUTPUT BACKUP-FILE
           IF NOT BKUP-FILE-OK
               DISPLAY "ENT-UNLOAD: CANNOT OPEN ENTBKUP, STATUS "
                   BKUP-FILE-STATUS
               CLOSE ENTITY-MASTER-FILE
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-STEP-LOG
               GOBACK
           END-IF.

       CLOSE-UNLOAD-FILES.
           CLOSE ENTITY-MASTER-FILE
           CLOSE BACKUP-FILE.

       WRITE-BACKUP-HEADER.
           MOVE SPACES TO BKUP-HEADER-REC
           MOVE "HDR" TO BKUP-HDR-ID
           MOVE CURR-DATE-NUMERIC TO BKUP-HDR-DATE
           MOVE CURR-TIME-NUMERIC TO BKUP-HDR-TIME
           WRITE BKUP-HEADER-REC.

      * every record goes, active or not - recovery has to put back
      * the master as it stood, not the nightly population.
       UNLOAD-ONE-ENTITY.
           READ ENTITY-MASTER-FILE NEXT RECORD
               AT END
                   SET MST-EOF TO TRUE
           END-READ
           IF NOT MST-EOF
               MOVE SPACES TO BKUP-RECORD
               MOVE "ENT" TO BKUP-REC-ID
               MOVE ENT-RECORD TO BKUP-ENT-IMAGE
               WRITE BKUP-RECORD
               ADD 1 TO UNL-WRITE-COUNT
               IF ENT-ACTIVE
                   ADD 1 TO UNL-ACTIVE-COUNT
               END-IF
           END-IF.

       WRITE-BACKUP-TRAILER.
           MOVE SPACES TO BKUP-TRAILER-REC
           MOVE "TRL" TO BKUP-TRL-ID
           MOVE UNL-WRITE-COUNT TO BKUP-TRL-COUNT
           MOVE UNL-ACTIVE-COUNT TO BKUP-TRL-ACTIVE-COUNT
           WRITE BKUP-TRAILER-REC.

       DISPLAY-UNLOAD-TOTALS.
           DISPLAY "ENT-UNLOAD BACKUP TAKEN:     " CURR-DATE-NUMERIC
               " " CURR-TIME-NUMERIC
           DISPLAY "ENT-UNLOAD RECORDS WRITTEN:  " UNL-WRITE-COUNT
           DISPLAY "ENT-UNLOAD ACTIVE RECORDS:   " UNL-ACTIVE-COUNT.

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
               MOVE "ENT-UNLOAD" TO SLOG-PROGRAM-ID
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
               MOVE UNL-WRITE-COUNT TO SLOG-RECORDS-IN
               MOVE UNL-WRITE-COUNT TO SLOG-RECORDS-OUT
               MOVE RETURN-CODE TO SLOG-RETURN-CODE
               WRITE SLOG-RECORD
               CLOSE STEP-LOG-FILE
           ELSE
               DISPLAY "ENT-UNLOAD: CANNOT OPEN STEPLOG, STATUS "
                   SLOG-FILE-STATUS " - STEP NOT LOGGED"
           END-IF.
