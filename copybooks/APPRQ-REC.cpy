      * APPRQ-REC - one record per sensitive transaction waiting
      * for a second user's approval: deletes, birth-date changes,
      * and changes that set an entity inactive. the whole
      * transaction image is kept so APPR-RELEASE can apply it
      * unchanged once approved; the keyer is the TRX-USER-ID
      * inside it. APPQ-REASON says why it needed approval.
      * written by ENTITY-MAINT, worked and carried forward by
      * APPR-RELEASE.
       01  APPQ-RECORD.
           05  APPQ-QUEUED-DATE  PIC 9(8).
           05  FILLER            PIC X(02).
           05  APPQ-QUEUED-TIME  PIC 9(6).
           05  FILLER            PIC X(02).
           05  APPQ-REASON       PIC X(8).
           05  FILLER            PIC X(02).
           05  APPQ-TRX-IMAGE    PIC X(80).
