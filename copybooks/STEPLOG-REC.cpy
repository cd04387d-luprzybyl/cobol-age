      * STEPLOG-REC - one fixed-format record per batch step,
      * appended by every program in the nightly stream as it ends,
      * refused and failed runs included - the return code says
      * which. the program, the calendar date and time it came up,
      * the date and time it finished, the elapsed seconds between
      * the two, the step's main records in and out, and the final
      * return code. a step run twice appends twice. SLOG-STEP-QUAL
      * tells apart runs of one program that are different steps -
      * COBOL-AGE puts each partition slice's FROMID (its TOID for
      * the first slice) or a non-nightly run mode there - and is
      * blank otherwise. SLA-REPORT lays the log out night by night.
       01  SLOG-RECORD.
           05  SLOG-PROGRAM-ID      PIC X(12).
           05  FILLER               PIC X(02).
           05  SLOG-STEP-QUAL       PIC X(10).
           05  FILLER               PIC X(02).
           05  SLOG-RUN-DATE        PIC 9(8).
           05  FILLER               PIC X(02).
           05  SLOG-START-TIME      PIC 9(6).
           05  FILLER               PIC X(02).
           05  SLOG-END-DATE        PIC 9(8).
           05  FILLER               PIC X(02).
           05  SLOG-END-TIME        PIC 9(6).
           05  FILLER               PIC X(02).
           05  SLOG-ELAPSED-SECS    PIC 9(6).
           05  FILLER               PIC X(02).
           05  SLOG-RECORDS-IN      PIC 9(9).
           05  FILLER               PIC X(02).
           05  SLOG-RECORDS-OUT     PIC 9(9).
           05  FILLER               PIC X(02).
           05  SLOG-RETURN-CODE     PIC 9(2).
