      * trail so "who changed what" can be answered without the
      * deck. a TRX-EFF-DATE after today holds the transaction on
      * the pending dataset instead of applying it - PEND-RELEASE
      * applies it the day the date arrives. TRX-ORG-UNIT left blank
      * on a change keeps the unit already on the master. a status
      * of "I" closes the entity as of TRX-EFF-DATE (today if the
      * date is left zero) and needs a TRX-CLOSE-REASON; keying a
      * reason against an entity already closed restamps the date
      * and reason. TRX-NOTICE-SUPPRESS "Y" opts the entity out of
      * anniversary notices and "N" opts it back in - blank keeps
      * the setting already on the master. shared by ENTITY-MAINT,
      * PEND-RELEASE and APPR-RELEASE.
       01  TRX-RECORD.
           05  TRX-ACTION       PIC X(01).
               88  TRX-ADD      VALUE "A".
           05  TRX-STATUS       PIC X(01).
           05  TRX-EFF-DATE     PIC 9(8).
           05  TRX-USER-ID      PIC X(8).
           05  TRX-ORG-UNIT     PIC X(6).
           05  TRX-CLOSE-REASON PIC X(2).
           05  TRX-NOTICE-SUPPRESS PIC X(01).
           05  FILLER           PIC X(05).
