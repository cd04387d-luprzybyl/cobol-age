
      * keyword/value run options, same card shape as COBOL-AGE's
      * PARMCARD - ENTITY asks for one entity's change history,
      * USERID for everything a user keyed or, as the checker,
      * approved or rejected; FROMDATE/THRUDATE bound the window.
       FD  AUDIT-PARM-FILE.
       01  APRM-RECORD.
           05  APRM-KEYWORD  PIC X(10).
           05  AQE-RESULT      PIC X(8).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  AQE-MESSAGE     PIC X(40).
      * only on entries a second user approved or rejected.
       01  AUDQ-CHECKER-LINE.
           05  FILLER          PIC X(15) VALUE "    CHECKED BY ".
           05  AQC-CHECKER-ID  PIC X(8).
       01  AUDQ-FIELD-LINE.
           05  FILLER          PIC X(04) VALUE SPACES.
           05  AQF-FIELD-NAME  PIC X(12).
               IF (AUDQ-ENTITY-ID = SPACES
                       OR AUD-ENTITY-ID = AUDQ-ENTITY-ID)
                   AND (AUDQ-USER-ID = SPACES
                       OR AUD-USER-ID = AUDQ-USER-ID
                       OR AUD-CHECKER-ID = AUDQ-USER-ID)
                   AND AUD-RUN-DATE NOT < AUDQ-FROM-DATE
                   AND AUD-RUN-DATE NOT > AUDQ-THRU-DATE
                   ADD 1 TO AUDQ-MATCH-COUNT
               WRITE AUDQ-PRINT-LINE
               ADD 1 TO AUDQ-LINE-COUNT
           END-IF
           IF AUD-CHECKER-ID NOT = SPACES AND ARPT-FILE-OK
               MOVE AUD-CHECKER-ID TO AQC-CHECKER-ID
               MOVE AUDQ-CHECKER-LINE TO AUDQ-PRINT-LINE
               WRITE AUDQ-PRINT-LINE
               ADD 1 TO AUDQ-LINE-COUNT
           END-IF
      * entries older than the image-carrying layout read back
      * with blank images - say so rather than print an empty
      * comparison.
           MOVE "EFF DATE" TO AQF-FIELD-NAME
           PERFORM SET-EFF-COLUMNS
           PERFORM WRITE-FIELD-LINE
           MOVE "ORG UNIT" TO AQF-FIELD-NAME
           PERFORM SET-UNIT-COLUMNS
           PERFORM WRITE-FIELD-LINE
           MOVE "CLOSURE" TO AQF-FIELD-NAME
           PERFORM SET-CLOSURE-COLUMNS
           PERFORM WRITE-FIELD-LINE
           MOVE "NOTICES" TO AQF-FIELD-NAME
           PERFORM SET-NOTICE-COLUMNS
           PERFORM WRITE-FIELD-LINE
           MOVE "LAST MAINT" TO AQF-FIELD-NAME
           PERFORM SET-MAINT-COLUMNS
           PERFORM WRITE-FIELD-LINE.
               MOVE AFT-EFF-DATE TO AQF-AFTER
           END-IF.

       SET-UNIT-COLUMNS.
           IF AUD-BEFORE-IMAGE = SPACES
               MOVE "(NO RECORD)" TO AQF-BEFORE
           ELSE
               MOVE BEF-ORG-UNIT TO AQF-BEFORE
           END-IF
           IF AUD-AFTER-IMAGE = SPACES
               MOVE "(NO RECORD)" TO AQF-AFTER
           ELSE
               MOVE AFT-ORG-UNIT TO AQF-AFTER
           END-IF.

      * closure date and reason side by side - a record with no
      * closure stamped reads as open, whatever its status.
       SET-CLOSURE-COLUMNS.
           EVALUATE TRUE
               WHEN AUD-BEFORE-IMAGE = SPACES
                   MOVE "(NO RECORD)" TO AQF-BEFORE
               WHEN BEF-NOT-CLOSED
                   MOVE "(NOT CLOSED)" TO AQF-BEFORE
               WHEN OTHER
                   MOVE SPACES TO AUDQ-DATE-WORK
                   STRING BEF-CLOSE-DATE " REASON "
                          BEF-CLOSE-REASON DELIMITED BY SIZE
                          INTO AUDQ-DATE-WORK
                   MOVE AUDQ-DATE-WORK TO AQF-BEFORE
           END-EVALUATE
           EVALUATE TRUE
               WHEN AUD-AFTER-IMAGE = SPACES
                   MOVE "(NO RECORD)" TO AQF-AFTER
               WHEN AFT-NOT-CLOSED
                   MOVE "(NOT CLOSED)" TO AQF-AFTER
               WHEN OTHER
                   MOVE SPACES TO AUDQ-DATE-WORK
                   STRING AFT-CLOSE-DATE " REASON "
                          AFT-CLOSE-REASON DELIMITED BY SIZE
                          INTO AUDQ-DATE-WORK
                   MOVE AUDQ-DATE-WORK TO AQF-AFTER
           END-EVALUATE.

      * the anniversary notice opt-out - anything but "Y" means
      * the letters go out.
       SET-NOTICE-COLUMNS.
           EVALUATE TRUE
               WHEN AUD-BEFORE-IMAGE = SPACES
                   MOVE "(NO RECORD)" TO AQF-BEFORE
               WHEN BEF-NOTICE-SUPPRESSED
                   MOVE "OPTED OUT" TO AQF-BEFORE
               WHEN OTHER
                   MOVE "OPTED IN" TO AQF-BEFORE
           END-EVALUATE
           EVALUATE TRUE
               WHEN AUD-AFTER-IMAGE = SPACES
                   MOVE "(NO RECORD)" TO AQF-AFTER
               WHEN AFT-NOTICE-SUPPRESSED
                   MOVE "OPTED OUT" TO AQF-AFTER
               WHEN OTHER
                   MOVE "OPTED IN" TO AQF-AFTER
           END-EVALUATE.

       SET-MAINT-COLUMNS.
           IF AUD-BEFORE-IMAGE = SPACES
               MOVE "(NO RECORD)" TO AQF-BEFORE
