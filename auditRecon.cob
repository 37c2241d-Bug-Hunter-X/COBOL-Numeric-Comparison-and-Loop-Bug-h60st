           05  AUDIT-BEFORE-AREA-2     PIC S9(05)V9(02).
           05  FILLER                  PIC X(02).
           05  AUDIT-AFTER-AREA-2      PIC S9(05)V9(02).
           05  FILLER                  PIC X(02).
           05  AUDIT-TRAN-CD           PIC X(01).

       FD  MASTER-FILE.
       01  MASTER-RECORD.
