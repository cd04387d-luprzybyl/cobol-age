      * carry the full ENT-RECORD as it stood either side of the
      * change - blank where the side does not exist (no before on
      * an add, no after on a delete) and blank on trail entries
      * written before the images were carried. AUD-USER-ID is
      * whoever keyed the change; AUD-CHECKER-ID is the second
      * user who approved or rejected it under APPR-RELEASE, blank
      * on changes that needed no approval and on the QUEUED entry
      * itself. written by ENTITY-MAINT, PEND-RELEASE and
      * APPR-RELEASE, reported by AUDIT-INQ. ENT-ARCHIVE moves an
      * archived entity's entries to the archive and leaves one
      * ARCHIVED delete in their place.
       01  AUD-RECORD.
           05  AUD-RUN-DATE     PIC 9(8).
           05  FILLER           PIC X(02).
           05  AUD-BEFORE-IMAGE PIC X(90).
           05  FILLER           PIC X(02).
           05  AUD-AFTER-IMAGE  PIC X(90).
           05  FILLER           PIC X(02).
           05  AUD-CHECKER-ID   PIC X(8).
