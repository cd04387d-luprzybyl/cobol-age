       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENT-RECOVER.
       AUTHOR. CLAUDE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACKUP-FILE ASSIGN TO "ENTBKUP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKUP-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUD-FILE-STATUS.

           SELECT ENTITY-MASTER-FILE ASSIGN TO "ENTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ENT-ENTITY-ID
               FILE STATUS IS ENT-FILE-STATUS.

           SELECT RECOVERY-PARM-FILE ASSIGN TO "RCVPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPRM-FILE-STATUS.

           SELECT RECOVERY-REPORT-FILE ASSIGN TO "RCVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RRPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * the last good unload ENT-UNLOAD wrote - see
      * copybooks/ENTBKUP-REC.cpy for the layout.
       FD  BACKUP-FILE.
           COPY "ENTBKUP-REC.cpy".

      * the maintenance trail - every applied or released entry
      * carries the master record as the change left it. see
      * copybooks/AUDIT-REC.cpy for the layout.
       FD  AUDIT-FILE.
           COPY "AUDIT-REC.cpy".

      * the master being rebuilt - created empty, loaded from the
      * backup, then brought forward one trail entry at a time. see
      * copybooks/ENTITY-REC.cpy for the layout.
       FD  ENTITY-MASTER-FILE.
           COPY "ENTITY-REC.cpy".

      * keyword/value run options, same card shape as COBOL-AGE's
      * PARMCARD - THRUDATE and THRUTIME stop the replay at a chosen
      * point; with neither, everything on the trail is replayed.
       FD  RECOVERY-PARM-FILE.
       01  RPRM-RECORD.
           05  RPRM-KEYWORD  PIC X(10).
           05  RPRM-VALUE    PIC X(70).

       FD  RECOVERY-REPORT-FILE.
       01  RCV-PRINT-LINE  PIC X(100).

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

       01  BKUP-FILE-STATUS PIC X(02).
           88  BKUP-FILE-OK VALUE "00".
       01  AUD-FILE-STATUS  PIC X(02).
           88  AUD-FILE-OK         VALUE "00".
           88  AUD-FILE-NOT-FOUND  VALUE "35".
       01  ENT-FILE-STATUS  PIC X(02).
           88  ENT-FILE-OK         VALUE "00".
       01  RPRM-FILE-STATUS PIC X(02).
           88  RPRM-FILE-OK VALUE "00".
       01  RRPT-FILE-STATUS PIC X(02).
           88  RRPT-FILE-OK VALUE "00".

       01  RCV-SWITCHES.
           05  BKUP-EOF-SW     PIC X VALUE "N".
               88  BKUP-EOF    VALUE "Y".
           05  AUD-EOF-SW      PIC X VALUE "N".
               88  AUD-EOF     VALUE "Y".
           05  AUD-OPENED-SW   PIC X VALUE "N".
               88  AUD-OPENED  VALUE "Y".
           05  RPRM-EOF-SW     PIC X VALUE "N".
               88  RPRM-EOF    VALUE "Y".
           05  RPRM-REJECTED-SW PIC X VALUE "N".
               88  RPRM-REJECTED VALUE "Y".
           05  BKUP-BAD-SW     PIC X VALUE "N".
               88  BKUP-BAD    VALUE "Y".
           05  BKUP-TRL-SEEN-SW PIC X VALUE "N".
               88  BKUP-TRL-SEEN VALUE "Y".
           05  RCV-REPLAY-OK-SW PIC X VALUE "Y".
               88  RCV-REPLAY-OK VALUE "Y".

      * the point in time recovery stops at - date and time run
      * together so one compare places a trail entry. defaults to
      * the end of time, i.e. replay everything.
       01  RCV-THRU-DATE    PIC 9(8) VALUE 99999999.
       01  RCV-THRU-TIME    PIC 9(6) VALUE 235959.
       01  RCV-THRU-STAMP   PIC 9(14).
       01  RCV-BKUP-STAMP   PIC 9(14).
       01  RCV-AUD-STAMP    PIC 9(14).
       01  RCV-BKUP-DATE    PIC 9(8) VALUE ZERO.
       01  RCV-BKUP-TIME    PIC 9(6) VALUE ZERO.
       01  RCV-BKUP-TRL-COUNT PIC 9(9) VALUE ZERO.
       01  RCV-TIME-CHECK   PIC 9(6).

       01  RCV-COUNTS.
           05  RCV-BKUP-DETAILS   PIC 9(9) VALUE ZERO.
           05  RCV-LOADED-COUNT   PIC 9(9) VALUE ZERO.
           05  RCV-AUD-READ-COUNT PIC 9(7) VALUE ZERO.
           05  RCV-ADD-COUNT      PIC 9(7) VALUE ZERO.
           05  RCV-CHANGE-COUNT   PIC 9(7) VALUE ZERO.
           05  RCV-DELETE-COUNT   PIC 9(7) VALUE ZERO.
           05  RCV-BEFORE-COUNT   PIC 9(7) VALUE ZERO.
           05  RCV-LATE-COUNT     PIC 9(7) VALUE ZERO.
           05  RCV-AFTER-COUNT    PIC 9(7) VALUE ZERO.
           05  RCV-EXCEPTION-COUNT PIC 9(5) VALUE ZERO.
           05  RCV-MASTER-COUNT   PIC S9(9) VALUE ZERO.

       01  RCV-NOTE         PIC X(44).

      * the master's record for the trail entry's entity as the
      * rebuild holds it so far - blank when it is not there.
       01  RCV-CURRENT-IMAGE PIC X(90).

      * the after image unfolded back into the master record's own
      * fields, for the report - see copybooks/ENTITY-REC.cpy.
           COPY "ENTITY-REC.cpy"
               REPLACING LEADING ==ENT== BY ==AFT==.

      * recovery report print control - a fresh heading every
      * PAGE-LINE-LIMIT detail lines.
       01  RCV-PAGE-COUNT  PIC 9(4) VALUE ZERO.
       01  RCV-LINE-COUNT  PIC 9(3) VALUE 99.
       01  PAGE-LINE-LIMIT PIC 9(3) VALUE 55.

       01  RCV-HEADING-1.
           05  FILLER          PIC X(31)
               VALUE "ENTMAST FORWARD RECOVERY       ".
           05  FILLER          PIC X(09) VALUE "RUN DATE ".
           05  RVH-RUN-DATE    PIC 9(8).
           05  FILLER          PIC X(36) VALUE SPACES.
           05  FILLER          PIC X(05) VALUE "PAGE ".
           05  RVH-PAGE        PIC ZZZ9.
       01  RCV-HEADING-2.
           05  FILLER  PIC X(34)
               VALUE "ACT  ENTITY      AUDIT DATE TIME  ".
           05  FILLER  PIC X(34)
               VALUE "  USER      STATUS  RESTORED      ".
       01  RCV-DETAIL-LINE.
           05  RVD-ACTION      PIC X(01).
           05  FILLER          PIC X(04) VALUE SPACES.
           05  RVD-ENTITY-ID   PIC X(10).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RVD-AUD-DATE    PIC 9(8).
           05  FILLER          PIC X(03) VALUE SPACES.
           05  RVD-AUD-TIME    PIC 9(6).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RVD-USER-ID     PIC X(8).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RVD-STATUS      PIC X(01).
           05  FILLER          PIC X(07) VALUE SPACES.
           05  RVD-NOTE        PIC X(44).
       01  RCV-TOTAL-LINE.
           05  RTL-LABEL       PIC X(40).
           05  RTL-COUNT       PIC -(8)9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM GET-CURRENT-DATE
           PERFORM READ-RECOVERY-PARMS
           IF RPRM-REJECTED
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           COMPUTE RCV-THRU-STAMP =
               RCV-THRU-DATE * 1000000 + RCV-THRU-TIME
           PERFORM CHECK-BACKUP
           IF BKUP-BAD
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM OPEN-RECOVERY-FILES
           PERFORM LOAD-ONE-BACKUP-RECORD UNTIL BKUP-EOF
           CLOSE BACKUP-FILE
           CLOSE ENTITY-MASTER-FILE
           PERFORM OPEN-MASTER-FOR-REPLAY
           PERFORM REPLAY-ONE-AUDIT-ENTRY UNTIL AUD-EOF
           PERFORM WRITE-RECOVERY-TOTALS
           PERFORM CLOSE-RECOVERY-FILES
           PERFORM DISPLAY-RECOVERY-TOTALS
           IF RCV-EXCEPTION-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       GET-CURRENT-DATE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA
           COMPUTE CURR-DATE-NUMERIC =
               CURR-YEAR * 10000 + CURR-MONTH * 100 + CURR-DAY.

       READ-RECOVERY-PARMS.
           OPEN INPUT RECOVERY-PARM-FILE
           IF RPRM-FILE-OK
               PERFORM PROCESS-ONE-RECOVERY-PARM UNTIL RPRM-EOF
               CLOSE RECOVERY-PARM-FILE
           END-IF.

       PROCESS-ONE-RECOVERY-PARM.
           READ RECOVERY-PARM-FILE
               AT END
                   SET RPRM-EOF TO TRUE
           END-READ
           IF NOT RPRM-EOF
               EVALUATE RPRM-KEYWORD
                   WHEN "THRUDATE"
                       PERFORM EDIT-THRUDATE-PARM
                   WHEN "THRUTIME"
                       PERFORM EDIT-THRUTIME-PARM
                   WHEN SPACES
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "UNKNOWN RCVPARM KEYWORD IGNORED: "
                           FUNCTION TRIM(RPRM-KEYWORD)
               END-EVALUATE
           END-IF.

      * the stopping point decides what the rebuilt master holds - a
      * value keyed wrong must stop the run, not quietly replay to
      * the end of the trail.
       EDIT-THRUDATE-PARM.
           IF RPRM-VALUE(1:8) IS NUMERIC
               MOVE RPRM-VALUE(1:8) TO RCV-THRU-DATE
               IF FUNCTION INTEGER-OF-DATE(RCV-THRU-DATE) = 0
                   DISPLAY "THRUDATE NOT ON CALENDAR - RUN REFUSED: "
                       RPRM-VALUE(1:8)
                   SET RPRM-REJECTED TO TRUE
               END-IF
           ELSE
               DISPLAY "BAD THRUDATE VALUE - RUN REFUSED: "
                   FUNCTION TRIM(RPRM-VALUE)
               SET RPRM-REJECTED TO TRUE
           END-IF.

       EDIT-THRUTIME-PARM.
           IF RPRM-VALUE(1:6) IS NUMERIC
               MOVE RPRM-VALUE(1:6) TO RCV-TIME-CHECK
               IF RCV-TIME-CHECK(1:2) > "23"
                       OR RCV-TIME-CHECK(3:2) > "59"
                       OR RCV-TIME-CHECK(5:2) > "59"
                   DISPLAY "THRUTIME NOT A TIME OF DAY - RUN REFUSED: "
                       RPRM-VALUE(1:6)
                   SET RPRM-REJECTED TO TRUE
               ELSE
                   MOVE RCV-TIME-CHECK TO RCV-THRU-TIME
               END-IF
           ELSE
               DISPLAY "BAD THRUTIME VALUE - RUN REFUSED: "
                   FUNCTION TRIM(RPRM-VALUE)
               SET RPRM-REJECTED TO TRUE
           END-IF.

      * the backup is balanced end to end before the master is
      * touched - the rebuild starts by emptying ENTMAST, so a
      * truncated or mismatched backup has to be caught while the
      * damaged master is still there to fall back on.
       CHECK-BACKUP.
           OPEN INPUT BACKUP-FILE
           IF NOT BKUP-FILE-OK
               DISPLAY "ENT-RECOVER: CANNOT OPEN ENTBKUP, STATUS "
                   BKUP-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ BACKUP-FILE
               AT END
                   SET BKUP-EOF TO TRUE
           END-READ
           IF BKUP-EOF OR BKUP-HDR-ID NOT = "HDR"
               DISPLAY "ENT-RECOVER: ENTBKUP HAS NO HEADER - RUN"
                   " REFUSED"
               SET BKUP-BAD TO TRUE
           ELSE
               MOVE BKUP-HDR-DATE TO RCV-BKUP-DATE
               MOVE BKUP-HDR-TIME TO RCV-BKUP-TIME
               COMPUTE RCV-BKUP-STAMP =
                   RCV-BKUP-DATE * 1000000 + RCV-BKUP-TIME
               PERFORM COUNT-ONE-BACKUP-RECORD UNTIL BKUP-EOF
               EVALUATE TRUE
                   WHEN NOT BKUP-TRL-SEEN
                       DISPLAY "ENT-RECOVER: ENTBKUP HAS NO TRAILER -"
                           " BACKUP TRUNCATED, RUN REFUSED"
                       SET BKUP-BAD TO TRUE
                   WHEN RCV-BKUP-TRL-COUNT NOT = RCV-BKUP-DETAILS
                       DISPLAY "ENT-RECOVER: ENTBKUP TRAILER COUNT "
                           RCV-BKUP-TRL-COUNT " BUT "
                           RCV-BKUP-DETAILS " RECORDS - RUN REFUSED"
                       SET BKUP-BAD TO TRUE
                   WHEN RCV-THRU-STAMP < RCV-BKUP-STAMP
                       DISPLAY "ENT-RECOVER: STOPPING POINT IS BEFORE"
                           " THE BACKUP OF " RCV-BKUP-DATE " "
                           RCV-BKUP-TIME " - RUN REFUSED"
                       SET BKUP-BAD TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           CLOSE BACKUP-FILE
           MOVE "N" TO BKUP-EOF-SW.

       COUNT-ONE-BACKUP-RECORD.
           READ BACKUP-FILE
               AT END
                   SET BKUP-EOF TO TRUE
           END-READ
           IF NOT BKUP-EOF
               EVALUATE TRUE
                   WHEN BKUP-TRL-SEEN
                       DISPLAY "ENT-RECOVER: RECORDS AFTER ENTBKUP"
                           " TRAILER"
                       MOVE "N" TO BKUP-TRL-SEEN-SW
                   WHEN BKUP-REC-ID = "ENT"
                       ADD 1 TO RCV-BKUP-DETAILS
                   WHEN BKUP-REC-ID = "TRL"
                       SET BKUP-TRL-SEEN TO TRUE
                       MOVE BKUP-TRL-COUNT TO RCV-BKUP-TRL-COUNT
                   WHEN OTHER
                       DISPLAY "ENT-RECOVER: UNKNOWN ENTBKUP RECORD: "
                           BKUP-REC-ID
               END-EVALUATE
           END-IF.

      * a trail that will not open would leave the master at the
      * backup with every change since silently lost - refused
      * before the master is emptied. no trail at all is an ordinary
      * state: nothing was maintained since the unload.
       OPEN-RECOVERY-FILES.
           OPEN INPUT AUDIT-FILE
           IF AUD-FILE-NOT-FOUND
               SET AUD-EOF TO TRUE
           ELSE
               IF NOT AUD-FILE-OK
                   DISPLAY "ENT-RECOVER: CANNOT OPEN AUDITFIL, STATUS "
                       AUD-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               SET AUD-OPENED TO TRUE
           END-IF
           OPEN OUTPUT RECOVERY-REPORT-FILE
           IF NOT RRPT-FILE-OK
               DISPLAY "ENT-RECOVER: CANNOT OPEN RCVRPT, STATUS "
                   RRPT-FILE-STATUS
               IF AUD-OPENED
                   CLOSE AUDIT-FILE
               END-IF
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT BACKUP-FILE
           IF NOT BKUP-FILE-OK
               DISPLAY "ENT-RECOVER: CANNOT REOPEN ENTBKUP, STATUS "
                   BKUP-FILE-STATUS
               PERFORM CLOSE-RECOVERY-INPUTS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT ENTITY-MASTER-FILE
           IF NOT ENT-FILE-OK
               DISPLAY "ENT-RECOVER: CANNOT OPEN ENTMAST, STATUS "
                   ENT-FILE-STATUS
               CLOSE BACKUP-FILE
               PERFORM CLOSE-RECOVERY-INPUTS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM CHECK-RCV-PAGE
           MOVE SPACES TO RCV-PRINT-LINE
           STRING "RELOADING BACKUP TAKEN " DELIMITED BY SIZE
                  RCV-BKUP-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RCV-BKUP-TIME DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  RCV-BKUP-DETAILS DELIMITED BY SIZE
                  " RECORDS; REPLAYING THROUGH " DELIMITED BY SIZE
                  RCV-THRU-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RCV-THRU-TIME DELIMITED BY SIZE
                  INTO RCV-PRINT-LINE
           WRITE RCV-PRINT-LINE
           MOVE SPACES TO RCV-PRINT-LINE
           WRITE RCV-PRINT-LINE
           ADD 2 TO RCV-LINE-COUNT.

       CLOSE-RECOVERY-INPUTS.
           IF AUD-OPENED
               CLOSE AUDIT-FILE
           END-IF
           CLOSE RECOVERY-REPORT-FILE.

       CLOSE-RECOVERY-FILES.
           PERFORM CLOSE-RECOVERY-INPUTS
           CLOSE ENTITY-MASTER-FILE.

       LOAD-ONE-BACKUP-RECORD.
           READ BACKUP-FILE
               AT END
                   SET BKUP-EOF TO TRUE
           END-READ
           IF NOT BKUP-EOF AND BKUP-REC-ID = "ENT"
               MOVE BKUP-ENT-IMAGE TO ENT-RECORD
               WRITE ENT-RECORD
                   INVALID KEY
                       DISPLAY "ENT-RECOVER: DUPLICATE KEY ON ENTBKUP: "
                           ENT-ENTITY-ID
                       ADD 1 TO RCV-EXCEPTION-COUNT
                       MOVE "DUPLICATE KEY ON BACKUP - NOT RELOADED"
                           TO RCV-NOTE
                   NOT INVALID KEY
                       ADD 1 TO RCV-LOADED-COUNT
                       MOVE "RELOADED FROM BACKUP" TO RCV-NOTE
               END-WRITE
               PERFORM WRITE-RELOAD-DETAIL
           END-IF.

      * one line per backup record, so every entity on the rebuilt
      * master can be found on the report - dated with the backup's
      * own stamp, the point its image was taken.
       WRITE-RELOAD-DETAIL.
           MOVE SPACE TO RVD-ACTION
           MOVE BKUP-ENT-IMAGE TO AFT-RECORD
           MOVE AFT-ENTITY-ID TO RVD-ENTITY-ID
           MOVE RCV-BKUP-DATE TO RVD-AUD-DATE
           MOVE RCV-BKUP-TIME TO RVD-AUD-TIME
           MOVE SPACES TO RVD-USER-ID
           MOVE AFT-STATUS TO RVD-STATUS
           MOVE RCV-NOTE TO RVD-NOTE
           PERFORM CHECK-RCV-PAGE
           MOVE RCV-DETAIL-LINE TO RCV-PRINT-LINE
           WRITE RCV-PRINT-LINE
           ADD 1 TO RCV-LINE-COUNT.

       OPEN-MASTER-FOR-REPLAY.
           OPEN I-O ENTITY-MASTER-FILE
           IF NOT ENT-FILE-OK
               DISPLAY "ENT-RECOVER: CANNOT REOPEN ENTMAST, STATUS "
                   ENT-FILE-STATUS " - MASTER HOLDS THE BACKUP ONLY"
               PERFORM CLOSE-RECOVERY-INPUTS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE RCV-LOADED-COUNT TO RCV-MASTER-COUNT.

      * only entries that changed the master are replayed - applied
      * by ENTITY-MAINT, released by PEND-RELEASE, approved by
      * APPR-RELEASE or archived off the master by ENT-ARCHIVE -
      * and only those after the backup was taken and
      * not after the stopping point. the trail is in the order the
      * changes were made, so replaying it in file order reproduces
      * the master as it stood. a maintenance run stamps its
      * entries with the time it started, so one that was already
      * running when the unload began can carry a stamp at or
      * before the backup's and still have committed after the
      * unload read the entity - those are caught by
      * CHECK-BACKUP-CAUGHT-CHANGE.
       REPLAY-ONE-AUDIT-ENTRY.
           READ AUDIT-FILE
               AT END
                   SET AUD-EOF TO TRUE
           END-READ
           IF NOT AUD-EOF
               ADD 1 TO RCV-AUD-READ-COUNT
               COMPUTE RCV-AUD-STAMP =
                   AUD-RUN-DATE * 1000000 + AUD-RUN-TIME
               EVALUATE TRUE
                   WHEN AUD-RESULT NOT = "APPLIED"
                           AND AUD-RESULT NOT = "RELEASED"
                           AND AUD-RESULT NOT = "APPROVED"
                           AND AUD-RESULT NOT = "ARCHIVED"
                       CONTINUE
                   WHEN RCV-AUD-STAMP NOT > RCV-BKUP-STAMP
                       PERFORM CHECK-BACKUP-CAUGHT-CHANGE
                   WHEN RCV-AUD-STAMP > RCV-THRU-STAMP
                       ADD 1 TO RCV-AFTER-COUNT
                   WHEN OTHER
                       PERFORM REPLAY-AUDIT-ENTRY
               END-EVALUATE
           END-IF.

      * an entry stamped at or before the backup is in the backup
      * unless the rebuilt master still holds exactly the entry's
      * before-image - the unload read the entity before the change
      * committed, so the change is replayed. the image carries the
      * last maintenance date and user, so an older entry cannot
      * match by accident; an entry that changed nothing is left.
       CHECK-BACKUP-CAUGHT-CHANGE.
           MOVE AUD-ENTITY-ID TO ENT-ENTITY-ID
           READ ENTITY-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO RCV-CURRENT-IMAGE
               NOT INVALID KEY
                   MOVE ENT-RECORD TO RCV-CURRENT-IMAGE
           END-READ
           IF RCV-CURRENT-IMAGE = AUD-BEFORE-IMAGE
                   AND AUD-BEFORE-IMAGE NOT = AUD-AFTER-IMAGE
               ADD 1 TO RCV-LATE-COUNT
               PERFORM REPLAY-AUDIT-ENTRY
           ELSE
               ADD 1 TO RCV-BEFORE-COUNT
           END-IF.

       REPLAY-AUDIT-ENTRY.
           SET RCV-REPLAY-OK TO TRUE
           MOVE SPACES TO RCV-NOTE
           EVALUATE TRUE
               WHEN AUD-ACTION = "D"
                   PERFORM REPLAY-DELETE
               WHEN AUD-AFTER-IMAGE = SPACES
      * trail entries written before the images were carried cannot
      * be replayed - the entity has to be rekeyed by hand.
                   MOVE "N" TO RCV-REPLAY-OK-SW
                   MOVE "NO AFTER IMAGE ON TRAIL - REKEY BY HAND"
                       TO RCV-NOTE
               WHEN AUD-ACTION = "A"
                   PERFORM REPLAY-ADD
               WHEN AUD-ACTION = "C"
                   PERFORM REPLAY-CHANGE
               WHEN OTHER
                   MOVE "N" TO RCV-REPLAY-OK-SW
                   MOVE "UNKNOWN ACTION CODE ON TRAIL" TO RCV-NOTE
           END-EVALUATE
           IF NOT RCV-REPLAY-OK
               ADD 1 TO RCV-EXCEPTION-COUNT
               DISPLAY "ENT-RECOVER EXCEPTION: " AUD-ENTITY-ID " - "
                   FUNCTION TRIM(RCV-NOTE)
           END-IF
           PERFORM WRITE-RCV-DETAIL.

      * an add that finds the entity already there means the backup
      * and the trail overlap - the after-image is what the master
      * held once the add was made, so it replaces what is there.
       REPLAY-ADD.
           MOVE AUD-AFTER-IMAGE TO ENT-RECORD
           WRITE ENT-RECORD
               INVALID KEY
                   REWRITE ENT-RECORD
                       INVALID KEY
                           MOVE "REWRITE FAILED" TO RCV-NOTE
                   END-REWRITE
                   MOVE "N" TO RCV-REPLAY-OK-SW
                   IF RCV-NOTE = SPACES
                       MOVE "ADD FOUND ENTITY ON MASTER - REPLACED"
                           TO RCV-NOTE
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO RCV-MASTER-COUNT
           END-WRITE
           ADD 1 TO RCV-ADD-COUNT
           IF RCV-NOTE = SPACES
               MOVE "ADDED" TO RCV-NOTE
           END-IF.

      * a change to an entity that is not there means a trail entry
      * is missing in between - the after-image is still the best
      * record there is of the entity, so it is written.
       REPLAY-CHANGE.
           MOVE AUD-AFTER-IMAGE TO ENT-RECORD
           REWRITE ENT-RECORD
               INVALID KEY
                   WRITE ENT-RECORD
                       INVALID KEY
                           MOVE "WRITE FAILED" TO RCV-NOTE
                       NOT INVALID KEY
                           ADD 1 TO RCV-MASTER-COUNT
                   END-WRITE
                   MOVE "N" TO RCV-REPLAY-OK-SW
                   IF RCV-NOTE = SPACES
                       MOVE "CHANGE FOUND NO ENTITY - WRITTEN"
                           TO RCV-NOTE
                   END-IF
           END-REWRITE
           ADD 1 TO RCV-CHANGE-COUNT
           IF RCV-NOTE = SPACES
               MOVE "CHANGED" TO RCV-NOTE
           END-IF.

       REPLAY-DELETE.
           MOVE AUD-ENTITY-ID TO ENT-ENTITY-ID
           DELETE ENTITY-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO RCV-REPLAY-OK-SW
                   MOVE "DELETE FOUND NO ENTITY" TO RCV-NOTE
               NOT INVALID KEY
                   SUBTRACT 1 FROM RCV-MASTER-COUNT
                   MOVE "DELETED" TO RCV-NOTE
           END-DELETE
           ADD 1 TO RCV-DELETE-COUNT.

       WRITE-RCV-DETAIL.
           MOVE AUD-ACTION TO RVD-ACTION
           MOVE AUD-ENTITY-ID TO RVD-ENTITY-ID
           MOVE AUD-RUN-DATE TO RVD-AUD-DATE
           MOVE AUD-RUN-TIME TO RVD-AUD-TIME
           MOVE AUD-USER-ID TO RVD-USER-ID
           MOVE AUD-AFTER-IMAGE TO AFT-RECORD
           MOVE AFT-STATUS TO RVD-STATUS
           MOVE RCV-NOTE TO RVD-NOTE
           PERFORM CHECK-RCV-PAGE
           MOVE RCV-DETAIL-LINE TO RCV-PRINT-LINE
           WRITE RCV-PRINT-LINE
           ADD 1 TO RCV-LINE-COUNT.

      * the control totals that prove the rebuild - the records
      * reloaded plus adds less deletes is the population the master
      * should now hold.
       WRITE-RECOVERY-TOTALS.
           MOVE SPACES TO RCV-PRINT-LINE
           WRITE RCV-PRINT-LINE
           MOVE "BACKUP RECORDS RELOADED" TO RTL-LABEL
           MOVE RCV-LOADED-COUNT TO RTL-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "TRAIL ENTRIES READ" TO RTL-LABEL
           MOVE RCV-AUD-READ-COUNT TO RTL-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "  ALREADY IN THE BACKUP" TO RTL-LABEL
           MOVE RCV-BEFORE-COUNT TO RTL-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "  COMMITTED AFTER THE UNLOAD READ" TO RTL-LABEL
           MOVE RCV-LATE-COUNT TO RTL-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "  AFTER THE STOPPING POINT" TO RTL-LABEL
           MOVE RCV-AFTER-COUNT TO RTL-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "ADDS REPLAYED" TO RTL-LABEL
           MOVE RCV-ADD-COUNT TO RTL-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "CHANGES REPLAYED" TO RTL-LABEL
           MOVE RCV-CHANGE-COUNT TO RTL-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "DELETES REPLAYED" TO RTL-LABEL
           MOVE RCV-DELETE-COUNT TO RTL-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "EXCEPTIONS" TO RTL-LABEL
           MOVE RCV-EXCEPTION-COUNT TO RTL-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "RECORDS NOW ON MASTER" TO RTL-LABEL
           MOVE RCV-MASTER-COUNT TO RTL-COUNT
           PERFORM WRITE-TOTAL-LINE.

       WRITE-TOTAL-LINE.
           PERFORM CHECK-RCV-PAGE
           MOVE RCV-TOTAL-LINE TO RCV-PRINT-LINE
           WRITE RCV-PRINT-LINE
           ADD 1 TO RCV-LINE-COUNT.

       CHECK-RCV-PAGE.
           IF RCV-LINE-COUNT > PAGE-LINE-LIMIT
               PERFORM WRITE-RCV-HEADINGS
           END-IF.

       WRITE-RCV-HEADINGS.
           ADD 1 TO RCV-PAGE-COUNT
           MOVE CURR-DATE-NUMERIC TO RVH-RUN-DATE
           MOVE RCV-PAGE-COUNT TO RVH-PAGE
           MOVE RCV-HEADING-1 TO RCV-PRINT-LINE
           WRITE RCV-PRINT-LINE
           MOVE RCV-HEADING-2 TO RCV-PRINT-LINE
           WRITE RCV-PRINT-LINE
           MOVE SPACES TO RCV-PRINT-LINE
           WRITE RCV-PRINT-LINE
           MOVE 3 TO RCV-LINE-COUNT.

       DISPLAY-RECOVERY-TOTALS.
           DISPLAY "ENT-RECOVER BACKUP RELOADED: " RCV-LOADED-COUNT
           DISPLAY "ENT-RECOVER ADDS REPLAYED:   " RCV-ADD-COUNT
           DISPLAY "ENT-RECOVER CHANGES REPLAYED:" RCV-CHANGE-COUNT
           DISPLAY "ENT-RECOVER DELETES REPLAYED:" RCV-DELETE-COUNT
           DISPLAY "ENT-RECOVER EXCEPTIONS:      " RCV-EXCEPTION-COUNT.
