      * ENTBKUP-REC - the sequential unload of ENTMAST that
      * ENT-UNLOAD writes and ENT-RECOVER reloads. one ENT line per
      * master record, in key order, carrying the full ENT-RECORD
      * image, bracketed by a header stamped with the moment the
      * unload ran and a trailer with the record count - a backup
      * whose trailer is missing or whose count disagrees with the
      * details is truncated and must not be reloaded. forward
      * recovery replays the audit trail from the header's date and
      * time on.
       01  BKUP-RECORD.
           05  BKUP-REC-ID        PIC X(3).
           05  FILLER             PIC X(2).
           05  BKUP-ENT-IMAGE     PIC X(90).

      * one per unload, ahead of the details.
       01  BKUP-HEADER-REC.
           05  BKUP-HDR-ID        PIC X(3).
           05  FILLER             PIC X(2).
           05  BKUP-HDR-DATE      PIC 9(8).
           05  FILLER             PIC X(2).
           05  BKUP-HDR-TIME      PIC 9(6).
           05  FILLER             PIC X(74).

      * one per unload, after the details - records written, and
      * how many of them were active, so the reload can balance.
       01  BKUP-TRAILER-REC.
           05  BKUP-TRL-ID           PIC X(3).
           05  FILLER                PIC X(2).
           05  BKUP-TRL-COUNT        PIC 9(9).
           05  FILLER                PIC X(2).
           05  BKUP-TRL-ACTIVE-COUNT PIC 9(9).
           05  FILLER                PIC X(70).
