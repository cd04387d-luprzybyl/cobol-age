      * AUTHUSER-REC - one record per user allowed to maintain the
      * entity master, with what they may do. M may key
      * transactions, C may approve or reject queued items, B may
      * do both - but never approve an item they keyed themselves.
      * a user id not on the table may do neither. kept by the
      * security desk; read by ENTITY-MAINT and APPR-RELEASE.
       01  AUTH-RECORD.
           05  AUTH-USER-ID     PIC X(8).
           05  FILLER           PIC X(02).
           05  AUTH-ROLE        PIC X(01).
               88  AUTH-MAKER   VALUE "M".
               88  AUTH-CHECKER VALUE "C".
               88  AUTH-BOTH    VALUE "B".
           05  FILLER           PIC X(02).
           05  AUTH-USER-NAME   PIC X(30).
