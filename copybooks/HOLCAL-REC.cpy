      * HOLCAL-REC - one line per public holiday the business does
      * not work, in date order. saturdays and sundays are never
      * working days and are not keyed here. maintained by
      * HOL-MAINT, which reads HOLCAL and writes HOLOUT for ops to
      * rename over it - the usual old-master/new-master handoff.
      * read by COBOL-AGE and MILE-FCST to move a milestone that
      * falls on a non-working day back to the last business day
      * before it.
       01  HOL-RECORD.
           05  HOL-DATE          PIC 9(8).
           05  FILLER            PIC X(02).
           05  HOL-DESCRIPTION   PIC X(30).
