      * NOTICE-REC - the daily anniversary notice file ANNIV-NOTICE
      * hands to the correspondence system, one NTC line per letter
      * to be sent - the entity, whether it is a birthday or a
      * round-thousand-day milestone, the date it falls on and the
      * age reached that day, in years for a birthday and in days
      * for a milestone. the file is appended run after run, and
      * each run's details are bracketed by a header and a trailer
      * carrying the counts, so the correspondence side can balance
      * each batch before it keys a single letter - a batch with no
      * trailer was cut short and must be rejected by its run id,
      * not worked.
       01  NOTC-RECORD.
           05  NOTC-REC-ID        PIC X(3).
           05  FILLER             PIC X(2).
           05  NOTC-ENTITY-ID     PIC X(10).
           05  FILLER             PIC X(2).
           05  NOTC-ENTITY-NAME   PIC X(30).
           05  FILLER             PIC X(2).
           05  NOTC-EVENT-TYPE    PIC X(8).
               88  NOTC-BIRTHDAY  VALUE "BIRTHDAY".
               88  NOTC-MILESTONE VALUE "MILESTON".
           05  FILLER             PIC X(2).
           05  NOTC-EVENT-DATE    PIC 9(8).
           05  FILLER             PIC X(2).
           05  NOTC-AGE-REACHED   PIC 9(6).
           05  FILLER             PIC X(1).
           05  NOTC-AGE-UNIT      PIC X(5).
           05  FILLER             PIC X(19).

      * one per run, ahead of the details - the run identifier is
      * the run date plus the time the run started, and the window
      * is the span of event dates the run looked at.
       01  NOTC-HEADER-REC.
           05  NOTC-HDR-ID          PIC X(3).
           05  FILLER               PIC X(2).
           05  NOTC-HDR-RUN-DATE    PIC 9(8).
           05  FILLER               PIC X(2).
           05  NOTC-HDR-RUN-ID      PIC X(14).
           05  FILLER               PIC X(2).
           05  NOTC-HDR-LEAD-DAYS   PIC 9(3).
           05  FILLER               PIC X(2).
           05  NOTC-HDR-WINDOW-FROM PIC 9(8).
           05  FILLER               PIC X(2).
           05  NOTC-HDR-WINDOW-TO   PIC 9(8).
           05  FILLER               PIC X(46).

      * one per run, after the details - the detail count and the
      * split between the two event types.
       01  NOTC-TRAILER-REC.
           05  NOTC-TRL-ID             PIC X(3).
           05  FILLER                  PIC X(2).
           05  NOTC-TRL-DETAIL-COUNT   PIC 9(7).
           05  FILLER                  PIC X(2).
           05  NOTC-TRL-BIRTHDAY-COUNT PIC 9(7).
           05  FILLER                  PIC X(2).
           05  NOTC-TRL-MILESTONE-COUNT PIC 9(7).
           05  FILLER                  PIC X(70).
