      * DQREG-REC - one line per data-quality finding DQ-SWEEP has
      * already raised, keyed on rule plus entity. a finding on the
      * register is reported again but not re-alerted; one that has
      * cleared drops off the register, so if it comes back it is
      * new again. DQ-SWEEP reads DQREG and writes the whole current
      * set to DQREGOUT, which ops renames over DQREG - the usual
      * old-master/new-master handoff.
       01  DQR-RECORD.
           05  DQR-RULE         PIC X(8).
           05  FILLER           PIC X(02).
           05  DQR-ENTITY-ID    PIC X(10).
           05  FILLER           PIC X(02).
           05  DQR-RELATED-ID   PIC X(10).
           05  FILLER           PIC X(02).
           05  DQR-FIRST-DATE   PIC 9(8).
           05  FILLER           PIC X(02).
           05  DQR-LAST-DATE    PIC 9(8).
