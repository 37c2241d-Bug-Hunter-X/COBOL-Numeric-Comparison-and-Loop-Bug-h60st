           05  AUDIT-TIMESTAMP         PIC X(21).
           05  FILLER                  PIC X(02).
           05  AUDIT-ACCT-ID           PIC X(06).
           05  FILLER                  PIC X(39).

       FD  AUDIT-NEW-FILE.
       01  AUDIT-NEW-REC               PIC X(68).

       FD  CHKPT-FILE.
       01  CHKPT-REC.
