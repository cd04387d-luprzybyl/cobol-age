      * ENT-ENTITY-ID. replaces the throwaway CTLCARD deck as the
      * population driving the nightly run - the deck remains only
      * as a fallback. maintained by ENTITY-MAINT, never keyed by
      * hand. ENT-ORG-UNIT is the organizational unit or cohort the
      * entity is counted under on POP-AGE's report - blank means
      * not yet assigned. ENT-CLOSE-DATE and ENT-CLOSE-REASON are
      * stamped when the entity is set inactive - the age stops
      * counting on that date - and cleared if it is reactivated.
      * both are blank on entities closed before closure dates
      * were kept. ENT-ARCHIVE moves entities closed long enough
      * off the master altogether. ENT-NOTICE-SUPPRESS "Y" opts
      * the entity out of ANNIV-NOTICE's birthday and milestone
      * letters - blank or "N" means notices go out.
       01  ENT-RECORD.
           05  ENT-ENTITY-ID       PIC X(10).
           05  ENT-ENTITY-NAME     PIC X(30).
           05  ENT-EFF-DATE        PIC 9(8).
           05  ENT-LAST-MAINT-DATE PIC 9(8).
           05  ENT-LAST-MAINT-USER PIC X(8).
           05  ENT-ORG-UNIT        PIC X(6).
           05  ENT-CLOSE-DATE      PIC 9(8).
           05  ENT-CLOSE-DATE-X REDEFINES ENT-CLOSE-DATE
                                   PIC X(8).
               88  ENT-NOT-CLOSED  VALUE SPACES "00000000".
           05  ENT-CLOSE-REASON    PIC X(2).
           05  ENT-NOTICE-SUPPRESS PIC X(01).
               88  ENT-NOTICE-SUPPRESSED VALUE "Y".
