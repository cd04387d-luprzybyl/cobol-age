      * ELIGRULE-REC - one line per age threshold the business acts
      * on (turning 18, 65, reaching six months, ...). the threshold
      * is birth date plus ELR-YEARS years plus ELR-MONTHS months,
      * then plus ELR-DAYS days - any combination, but not all zero.
      * a year/month step that lands on a day the month does not
      * have rolls into the next month, the same way CALCULATE-AGE
      * counts a month. ELR-SEVERITY is the alert severity (I, W or
      * E) the crossing is raised with, and the rule code doubles
      * as the ALRTFILE event type. read by COBOL-AGE, which writes
      * the crossings to ELIGEVT, and by MILE-FCST, which lists the
      * crossings coming up. a new threshold is a new line here.
       01  ELR-RECORD.
           05  ELR-RULE-CODE    PIC X(8).
           05  FILLER           PIC X(02).
           05  ELR-YEARS        PIC 9(3).
           05  FILLER           PIC X(01).
           05  ELR-MONTHS       PIC 9(2).
           05  FILLER           PIC X(01).
           05  ELR-DAYS         PIC 9(5).
           05  FILLER           PIC X(02).
           05  ELR-SEVERITY     PIC X(01).
           05  FILLER           PIC X(02).
           05  ELR-DESCRIPTION  PIC X(40).
