      * ENTARCH-REC - the archive dataset ENT-ARCHIVE appends to
      * and ARCH-INQ reads back. each archive run is bracketed by a
      * header stamped with the run and its cutoff and a trailer
      * with the run's counts. between them, one ENT line per
      * archived entity carrying the full ENT-RECORD image as it
      * left the master, then one HST, SUM or AUD line for every
      * history row, monthly summary and audit trail entry moved
      * out with it, each carrying its own record image unchanged.
       01  ARCH-RECORD.
           05  ARCH-REC-ID        PIC X(3).
           05  FILLER             PIC X(2).
           05  ARCH-ENTITY-ID     PIC X(10).
           05  FILLER             PIC X(2).
           05  ARCH-ARCHIVED-DATE PIC 9(8).
           05  FILLER             PIC X(2).
           05  ARCH-IMAGE         PIC X(300).

      * one per archive run, ahead of the details - the age limit
      * the run was given and the closure date it worked back to.
       01  ARCH-HEADER-REC.
           05  ARCH-HDR-ID        PIC X(3).
           05  FILLER             PIC X(2).
           05  ARCH-HDR-DATE      PIC 9(8).
           05  FILLER             PIC X(2).
           05  ARCH-HDR-TIME      PIC 9(6).
           05  FILLER             PIC X(2).
           05  ARCH-HDR-YEARS     PIC 9(3).
           05  FILLER             PIC X(2).
           05  ARCH-HDR-CUTOFF    PIC 9(8).
           05  FILLER             PIC X(291).

      * one per archive run, after the details - so a run cut short
      * shows up as a header with no trailer.
       01  ARCH-TRAILER-REC.
           05  ARCH-TRL-ID        PIC X(3).
           05  FILLER             PIC X(2).
           05  ARCH-TRL-ENT-COUNT PIC 9(7).
           05  FILLER             PIC X(2).
           05  ARCH-TRL-HST-COUNT PIC 9(9).
           05  FILLER             PIC X(2).
           05  ARCH-TRL-SUM-COUNT PIC 9(9).
           05  FILLER             PIC X(2).
           05  ARCH-TRL-AUD-COUNT PIC 9(9).
           05  FILLER             PIC X(282).
