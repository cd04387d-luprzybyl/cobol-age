      * POPSNAP-REC - the population figures POP-AGE keeps from one
      * run to the next, one line per org unit plus a "*TOTAL" line,
      * stamped with the quarter the figures belong to. the file
      * holds at most two quarters - the prior quarter's figures
      * the report compares against, and the latest run of the
      * current quarter, which becomes the comparison once the next
      * quarter starts. POP-AGE reads POPSNAP and writes POPSNOUT,
      * which ops renames over POPSNAP - the usual old-master/
      * new-master handoff. ages are in years to one decimal.
       01  PSN-RECORD.
           05  PSN-QTR-END        PIC 9(8).
           05  FILLER             PIC X(02).
           05  PSN-ASOF-DATE      PIC 9(8).
           05  FILLER             PIC X(02).
           05  PSN-ORG-UNIT       PIC X(6).
           05  FILLER             PIC X(02).
           05  PSN-ACTIVE-COUNT   PIC 9(7).
           05  PSN-AVG-AGE        PIC 9(3)V9.
           05  PSN-MEDIAN-AGE     PIC 9(3)V9.
           05  PSN-OLDEST-AGE     PIC 9(3)V9.
           05  PSN-YOUNGEST-AGE   PIC 9(3)V9.
           05  PSN-BAND-COUNT     PIC 9(7) OCCURS 9 TIMES.
