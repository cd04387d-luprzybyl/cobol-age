      * ELIGEVT-REC - one record per entity per ELIGRULE threshold
      * crossed, appended by COBOL-AGE on the day the entity crosses
      * it (a backfill pass writes the crossings of the day it
      * replays). the downstream eligibility systems pick these up;
      * the run id is the same wall-clock identifier the extract
      * feed and RUNREG carry, so a rerun's records can be told from
      * the first run's.
       01  ELE-RECORD.
           05  ELE-RUN-DATE      PIC 9(8).
           05  FILLER            PIC X(02).
           05  ELE-RUN-ID        PIC X(14).
           05  FILLER            PIC X(02).
           05  ELE-ENTITY-ID     PIC X(10).
           05  FILLER            PIC X(02).
           05  ELE-RULE-CODE     PIC X(8).
           05  FILLER            PIC X(02).
           05  ELE-CROSSED-DATE  PIC 9(8).
           05  FILLER            PIC X(02).
           05  ELE-SEVERITY      PIC X(01).
