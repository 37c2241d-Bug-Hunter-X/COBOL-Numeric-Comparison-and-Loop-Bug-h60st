       IDENTIFICATION DIVISION.
       PROGRAM-ID. DORMSCAN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NEW-MASTER-FILE ASSIGN TO "NEWMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEWM-STATUS.
           SELECT TRAN-LEDGER-FILE ASSIGN TO "TRANLEDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDG-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO "ARCHFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT PENDING-FILE ASSIGN TO "PENDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.
           SELECT DORM-CTL-FILE ASSIGN TO "DORMCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DCTL-STATUS.
           SELECT DORM-RPT ASSIGN TO "DORMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  NEW-MASTER-FILE.
       01  NEW-MASTER-RECORD.
           05  NEWM-ACCT-ID            PIC X(06).
           05  NEWM-AREA-1             PIC 9(05)V9(02).
           05  NEWM-AREA-2             PIC S9(05)V9(02).
           05  NEWM-AREA1-LIMIT        PIC 9(05)V9(02).
           05  NEWM-AREA2-LIMIT        PIC S9(05)V9(02)
               SIGN IS LEADING SEPARATE CHARACTER.
           05  NEWM-COUNTER-LIMIT      PIC 9(02).
           05  FILLER                  PIC X(46).

       FD  TRAN-LEDGER-FILE.
       01  TRAN-LEDGER-REC.
           05  LEDG-ACCT-ID            PIC X(06).
           05  LEDG-FIELD-CD           PIC X(01).
           05  LEDG-AMOUNT             PIC S9(05)V9(02)
               SIGN IS LEADING SEPARATE CHARACTER.
           05  LEDG-SEQ                PIC 9(08).
           05  LEDG-RUN-DATE           PIC X(08).
           05  LEDG-ENTRY-TYPE         PIC X(01).
           05  LEDG-ORIG-RUN-DATE      PIC X(08).
           05  LEDG-ORIG-SEQ           PIC 9(08).
           05  LEDG-SOURCE             PIC X(01).

       FD  AUDIT-FILE.
       01  AUDIT-REC                   PIC X(68).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-REC.
           05  ARCH-RUN-DATE           PIC X(08).
           05  ARCH-ACCT-ID            PIC X(06).
           05  ARCH-SOURCE             PIC X(01).
           05  ARCH-DATA               PIC X(80).

       FD  PENDING-FILE.
       01  PENDING-REC.
           05  PEND-TRAN-DATA.
               10  PEND-ACCT-ID        PIC X(06).
               10  PEND-FIELD-CD       PIC X(01).
               10  PEND-AMOUNT         PIC X(07).
               10  PEND-MAINT-DATA     PIC X(32).
               10  PEND-EFF-DATE       PIC X(08).
               10  PEND-SUBMIT-ID      PIC X(08).
               10  PEND-APPR-FIELD-CD  PIC X(01).
               10  FILLER              PIC X(11).
           05  FILLER                  PIC X(02).
           05  PEND-REQ-DATE           PIC X(08).

       FD  DORM-CTL-FILE.
       01  DORM-CTL-REC.
           05  DCTL-DORMANT-DAYS       PIC 9(04).
           05  DCTL-PROPOSE-CLOSE      PIC X(01).

       FD  DORM-RPT.
       01  DORM-LINE                   PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-NEWM-STATUS              PIC X(02) VALUE SPACES.
       01  WS-LEDG-STATUS              PIC X(02) VALUE SPACES.
       01  WS-PEND-STATUS              PIC X(02) VALUE SPACES.
       01  WS-AUDIT-STATUS             PIC X(02) VALUE SPACES.
       01  WS-ARCH-STATUS              PIC X(02) VALUE SPACES.
       01  WS-EOF-AUDIT                PIC X(01) VALUE "N".
       01  WS-EOF-ARCH                 PIC X(01) VALUE "N".
       01  WS-OPEN-HIST-AVAILABLE      PIC X(01) VALUE "N".
       01  WS-DCTL-STATUS              PIC X(02) VALUE SPACES.
       01  WS-EOF-NEWM                 PIC X(01) VALUE "N".
       01  WS-EOF-LEDGER               PIC X(01) VALUE "N".
       01  WS-EOF-PEND                 PIC X(01) VALUE "N".
       01  WS-TODAY-DATE               PIC X(08) VALUE SPACES.
       01  WS-TODAY-DATE-NUM           PIC 9(08) VALUE 0.
       01  WS-TODAY-INT                PIC 9(08) VALUE 0.
       01  WS-CUTOFF-DATE              PIC 9(08) VALUE 0.
       01  WS-CUTOFF-DATE-X REDEFINES WS-CUTOFF-DATE PIC X(08).
       01  WS-LAST-DATE-NUM            PIC 9(08) VALUE 0.
       01  WS-LAST-INT                 PIC 9(08) VALUE 0.
       01  WS-HEADER-KEY               PIC X(06) VALUE "000000".
       01  WS-TRAILER-KEY              PIC X(06) VALUE "999999".
       01  WS-DORMANT-DAYS             PIC 9(04) VALUE 180.
       01  WS-PROPOSE-CLOSE            PIC X(01) VALUE "Y".
       01  WS-SUBMIT-ID                PIC X(08) VALUE "DORMSCAN".
       01  WS-EARLIEST-LEDG-DATE       PIC X(08) VALUE HIGH-VALUES.
       01  WS-LA-MAX                   PIC 9(05) VALUE 5000.
       01  WS-LA-COUNT                 PIC 9(05) VALUE 0.
       01  WS-LA-IX                    PIC 9(05) COMP VALUE 0.
       01  WS-LA-FOUND                 PIC 9(05) VALUE 0.
       01  WS-LA-FULL-NOTED            PIC X(01) VALUE "N".
       01  WS-LA-TABLE.
           05  WS-LA-ENTRY OCCURS 5000 TIMES.
               10  WS-LA-ACCT-ID       PIC X(06).
               10  WS-LA-LAST-DATE     PIC X(08).
       01  WS-AUD-IMAGE.
           05  WS-AUD-TIMESTAMP        PIC X(21).
           05  FILLER                  PIC X(02).
           05  WS-AUD-ACCT-ID          PIC X(06).
           05  FILLER                  PIC X(02).
           05  WS-AUD-BEFORE-AREA-1    PIC 9(05)V9(02).
           05  FILLER                  PIC X(02).
           05  WS-AUD-AFTER-AREA-1     PIC 9(05)V9(02).
           05  FILLER                  PIC X(02).
           05  WS-AUD-BEFORE-AREA-2    PIC S9(05)V9(02).
           05  FILLER                  PIC X(02).
           05  WS-AUD-AFTER-AREA-2     PIC S9(05)V9(02).
           05  FILLER                  PIC X(02).
           05  WS-AUD-TRAN-CD          PIC X(01).
       01  WS-AUD-DATE                 PIC X(08) VALUE SPACES.
       01  WS-OD-MAX                   PIC 9(05) VALUE 5000.
       01  WS-OD-COUNT                 PIC 9(05) VALUE 0.
       01  WS-OD-IX                    PIC 9(05) COMP VALUE 0.
       01  WS-OD-FOUND                 PIC 9(05) VALUE 0.
       01  WS-OD-FULL-NOTED            PIC X(01) VALUE "N".
       01  WS-OD-TABLE.
           05  WS-OD-ENTRY OCCURS 5000 TIMES.
               10  WS-OD-ACCT-ID       PIC X(06).
               10  WS-OD-ADD-DATE      PIC X(08).
       01  WS-ADD-DATE                 PIC X(08) VALUE SPACES.
       01  WS-PC-MAX                   PIC 9(03) VALUE 500.
       01  WS-PC-COUNT                 PIC 9(03) VALUE 0.
       01  WS-PC-IX                    PIC 9(03) COMP VALUE 0.
       01  WS-PC-FOUND                 PIC 9(03) VALUE 0.
       01  WS-PC-TABLE.
           05  WS-PC-ACCT-ID OCCURS 500 TIMES PIC X(06).
       01  WS-SEARCH-ACCT-ID           PIC X(06) VALUE SPACES.
       01  WS-ACCT-DORMANT             PIC X(01) VALUE "N".
       01  WS-LAST-DATE-TEXT           PIC X(08) VALUE SPACES.
       01  WS-IDLE-DAYS                PIC 9(06) VALUE 0.
       01  WS-IDLE-EDIT                PIC Z(5)9.
       01  WS-IDLE-TEXT                PIC X(06) VALUE SPACES.
       01  WS-ACTION-TEXT              PIC X(22) VALUE SPACES.
       01  WS-AREA1-EDIT               PIC -(5)9.9(02).
       01  WS-AREA2-EDIT               PIC -(5)9.9(02).
       01  WS-ACCT-SCAN-COUNT          PIC 9(05) VALUE 0.
       01  WS-DORMANT-COUNT            PIC 9(05) VALUE 0.
       01  WS-PROPOSED-COUNT           PIC 9(05) VALUE 0.
       01  WS-ALREADY-PEND-COUNT       PIC 9(05) VALUE 0.
       01  WS-NOT-ZERO-COUNT           PIC 9(05) VALUE 0.
       01  WS-RECENT-OPEN-COUNT        PIC 9(05) VALUE 0.
       01  WS-DORMANT-AREA-1           PIC S9(09)V9(02) VALUE 0.
       01  WS-DORMANT-AREA-2           PIC S9(09)V9(02) VALUE 0.
       01  WS-TOTAL-EDIT               PIC -(9)9.9(02).
       01  WS-RETURN-CODE              PIC 9(02) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           MOVE WS-TODAY-DATE TO WS-TODAY-DATE-NUM
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE-NUM)
           PERFORM READ-DORM-CONTROL-PARA
           COMPUTE WS-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER
                   (WS-TODAY-INT - WS-DORMANT-DAYS)
           OPEN INPUT NEW-MASTER-FILE
           IF WS-NEWM-STATUS NOT = "00"
               DISPLAY "NEWMAST NOT AVAILABLE - DORMANCY SCAN NOT RUN"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT TRAN-LEDGER-FILE
           IF WS-LEDG-STATUS = "00"
               PERFORM LOAD-LAST-ACTIVITY-PARA
                   UNTIL WS-EOF-LEDGER = "Y"
               CLOSE TRAN-LEDGER-FILE
           END-IF
           PERFORM LOAD-OPEN-DATES-PARA
           PERFORM LOAD-PEND-CLOSE-PARA
           OPEN OUTPUT DORM-RPT
           PERFORM WRITE-DORM-HDR-PARA
           IF WS-PROPOSE-CLOSE = "Y"
               OPEN EXTEND PENDING-FILE
               IF WS-PEND-STATUS = "35"
                   OPEN OUTPUT PENDING-FILE
               END-IF
           END-IF
           PERFORM SCAN-MASTER-PARA
               UNTIL WS-EOF-NEWM = "Y"
           IF WS-PROPOSE-CLOSE = "Y"
               CLOSE PENDING-FILE
           END-IF
           CLOSE NEW-MASTER-FILE
           PERFORM WRITE-DORM-TOTALS-PARA
           CLOSE DORM-RPT
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       READ-DORM-CONTROL-PARA.
           OPEN INPUT DORM-CTL-FILE
           IF WS-DCTL-STATUS = "00"
               READ DORM-CTL-FILE
                   NOT AT END
                       IF DCTL-DORMANT-DAYS NUMERIC
                               AND DCTL-DORMANT-DAYS > 0
                           MOVE DCTL-DORMANT-DAYS TO WS-DORMANT-DAYS
                       END-IF
                       IF DCTL-PROPOSE-CLOSE = "N"
                           MOVE "N" TO WS-PROPOSE-CLOSE
                       END-IF
               END-READ
               CLOSE DORM-CTL-FILE
           END-IF.

       LOAD-LAST-ACTIVITY-PARA.
           READ TRAN-LEDGER-FILE
               AT END
                   MOVE "Y" TO WS-EOF-LEDGER
               NOT AT END
                   IF LEDG-RUN-DATE NUMERIC
                       IF LEDG-RUN-DATE < WS-EARLIEST-LEDG-DATE
                           MOVE LEDG-RUN-DATE TO WS-EARLIEST-LEDG-DATE
                       END-IF
                       IF LEDG-FIELD-CD NOT = "3"
                           PERFORM NOTE-LAST-ACTIVITY-PARA
                       END-IF
                   END-IF
           END-READ.

       NOTE-LAST-ACTIVITY-PARA.
           MOVE LEDG-ACCT-ID TO WS-SEARCH-ACCT-ID
           PERFORM FIND-ACTIVITY-PARA
           IF WS-LA-FOUND > 0
               IF LEDG-RUN-DATE > WS-LA-LAST-DATE(WS-LA-FOUND)
                   MOVE LEDG-RUN-DATE TO WS-LA-LAST-DATE(WS-LA-FOUND)
               END-IF
           ELSE
               IF WS-LA-COUNT < WS-LA-MAX
                   ADD 1 TO WS-LA-COUNT
                   MOVE LEDG-ACCT-ID TO WS-LA-ACCT-ID(WS-LA-COUNT)
                   MOVE LEDG-RUN-DATE TO WS-LA-LAST-DATE(WS-LA-COUNT)
               ELSE
                   IF WS-LA-FULL-NOTED = "N"
                       MOVE "Y" TO WS-LA-FULL-NOTED
                       DISPLAY "ACTIVITY TABLE FULL - ACCOUNT "
                           LEDG-ACCT-ID " AND LATER NOT TRACKED"
                       IF WS-RETURN-CODE < 8
                           MOVE 8 TO WS-RETURN-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       FIND-ACTIVITY-PARA.
           MOVE 0 TO WS-LA-FOUND
           MOVE 1 TO WS-LA-IX
           PERFORM SCAN-ACTIVITY-PARA
               UNTIL WS-LA-IX > WS-LA-COUNT
                   OR WS-LA-FOUND > 0.

       SCAN-ACTIVITY-PARA.
           IF WS-LA-ACCT-ID(WS-LA-IX) = WS-SEARCH-ACCT-ID
               MOVE WS-LA-IX TO WS-LA-FOUND
           END-IF
           ADD 1 TO WS-LA-IX.

       LOAD-OPEN-DATES-PARA.
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "00"
               MOVE "Y" TO WS-OPEN-HIST-AVAILABLE
               PERFORM LOAD-AUDIT-OPEN-PARA
                   UNTIL WS-EOF-AUDIT = "Y"
               CLOSE AUDIT-FILE
           END-IF
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCH-STATUS = "00"
               MOVE "Y" TO WS-OPEN-HIST-AVAILABLE
               PERFORM LOAD-ARCHIVE-OPEN-PARA
                   UNTIL WS-EOF-ARCH = "Y"
               CLOSE ARCHIVE-FILE
           END-IF.

       LOAD-AUDIT-OPEN-PARA.
           READ AUDIT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-AUDIT
               NOT AT END
                   MOVE AUDIT-REC TO WS-AUD-IMAGE
                   PERFORM NOTE-OPEN-DATE-PARA
           END-READ.

       LOAD-ARCHIVE-OPEN-PARA.
           READ ARCHIVE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-ARCH
               NOT AT END
                   IF ARCH-SOURCE = "A"
                       MOVE ARCH-DATA TO WS-AUD-IMAGE
                       PERFORM NOTE-OPEN-DATE-PARA
                   END-IF
           END-READ.

       NOTE-OPEN-DATE-PARA.
           MOVE WS-AUD-TIMESTAMP(1:8) TO WS-AUD-DATE
           IF WS-AUD-TRAN-CD = "A" AND WS-AUD-DATE NUMERIC
               MOVE WS-AUD-ACCT-ID TO WS-SEARCH-ACCT-ID
               PERFORM FIND-OPEN-DATE-PARA
               IF WS-OD-FOUND > 0
                   IF WS-AUD-DATE > WS-OD-ADD-DATE(WS-OD-FOUND)
                       MOVE WS-AUD-DATE TO WS-OD-ADD-DATE(WS-OD-FOUND)
                   END-IF
               ELSE
                   IF WS-OD-COUNT < WS-OD-MAX
                       ADD 1 TO WS-OD-COUNT
                       MOVE WS-AUD-ACCT-ID TO WS-OD-ACCT-ID(WS-OD-COUNT)
                       MOVE WS-AUD-DATE TO WS-OD-ADD-DATE(WS-OD-COUNT)
                   ELSE
                       IF WS-OD-FULL-NOTED = "N"
                           MOVE "Y" TO WS-OD-FULL-NOTED
                           DISPLAY "OPEN DATE TABLE FULL - ACCOUNT "
                               WS-AUD-ACCT-ID " AND LATER NOT TRACKED"
                           IF WS-RETURN-CODE < 8
                               MOVE 8 TO WS-RETURN-CODE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       FIND-OPEN-DATE-PARA.
           MOVE 0 TO WS-OD-FOUND
           MOVE 1 TO WS-OD-IX
           PERFORM SCAN-OPEN-DATE-PARA
               UNTIL WS-OD-IX > WS-OD-COUNT
                   OR WS-OD-FOUND > 0.

       SCAN-OPEN-DATE-PARA.
           IF WS-OD-ACCT-ID(WS-OD-IX) = WS-SEARCH-ACCT-ID
               MOVE WS-OD-IX TO WS-OD-FOUND
           END-IF
           ADD 1 TO WS-OD-IX.

       LOAD-PEND-CLOSE-PARA.
           OPEN INPUT PENDING-FILE
           IF WS-PEND-STATUS = "00"
               PERFORM LOAD-PEND-ENTRY-PARA
                   UNTIL WS-EOF-PEND = "Y"
               CLOSE PENDING-FILE
           END-IF.

       LOAD-PEND-ENTRY-PARA.
           READ PENDING-FILE
               AT END
                   MOVE "Y" TO WS-EOF-PEND
               NOT AT END
                   IF PEND-FIELD-CD = "C"
                       IF WS-PC-COUNT < WS-PC-MAX
                           ADD 1 TO WS-PC-COUNT
                           MOVE PEND-ACCT-ID
                               TO WS-PC-ACCT-ID(WS-PC-COUNT)
                       ELSE
                           DISPLAY "PENDING CLOSE TABLE FULL - "
                               PEND-ACCT-ID " NOT LOADED"
                           IF WS-RETURN-CODE < 8
                               MOVE 8 TO WS-RETURN-CODE
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       FIND-PEND-CLOSE-PARA.
           MOVE 0 TO WS-PC-FOUND
           MOVE 1 TO WS-PC-IX
           PERFORM SCAN-PEND-CLOSE-PARA
               UNTIL WS-PC-IX > WS-PC-COUNT
                   OR WS-PC-FOUND > 0.

       SCAN-PEND-CLOSE-PARA.
           IF WS-PC-ACCT-ID(WS-PC-IX) = NEWM-ACCT-ID
               MOVE WS-PC-IX TO WS-PC-FOUND
           END-IF
           ADD 1 TO WS-PC-IX.

       SCAN-MASTER-PARA.
           READ NEW-MASTER-FILE
               AT END
                   MOVE "Y" TO WS-EOF-NEWM
               NOT AT END
                   IF NEWM-ACCT-ID NOT = WS-HEADER-KEY
                           AND NEWM-ACCT-ID NOT = WS-TRAILER-KEY
                       ADD 1 TO WS-ACCT-SCAN-COUNT
                       PERFORM CHECK-DORMANT-PARA
                   END-IF
           END-READ.

       CHECK-DORMANT-PARA.
           MOVE "N" TO WS-ACCT-DORMANT
           MOVE NEWM-ACCT-ID TO WS-SEARCH-ACCT-ID
           PERFORM FIND-OPEN-DATE-PARA
           IF WS-OD-FOUND > 0
               MOVE WS-OD-ADD-DATE(WS-OD-FOUND) TO WS-ADD-DATE
           ELSE
               MOVE SPACES TO WS-ADD-DATE
           END-IF
           PERFORM FIND-ACTIVITY-PARA
           IF WS-ADD-DATE NOT = SPACES
                   AND WS-ADD-DATE > WS-CUTOFF-DATE-X
               ADD 1 TO WS-RECENT-OPEN-COUNT
           ELSE
               IF WS-LA-FOUND > 0
                   IF WS-LA-LAST-DATE(WS-LA-FOUND)
                           NOT GREATER THAN WS-CUTOFF-DATE-X
                       MOVE "Y" TO WS-ACCT-DORMANT
                       MOVE WS-LA-LAST-DATE(WS-LA-FOUND)
                           TO WS-LAST-DATE-TEXT
                       MOVE WS-LA-LAST-DATE(WS-LA-FOUND)
                           TO WS-LAST-DATE-NUM
                       COMPUTE WS-LAST-INT =
                           FUNCTION INTEGER-OF-DATE(WS-LAST-DATE-NUM)
                       COMPUTE WS-IDLE-DAYS = WS-TODAY-INT - WS-LAST-INT
                       MOVE WS-IDLE-DAYS TO WS-IDLE-EDIT
                       MOVE WS-IDLE-EDIT TO WS-IDLE-TEXT
                   END-IF
               ELSE
                   IF WS-ADD-DATE NOT = SPACES
                       MOVE "Y" TO WS-ACCT-DORMANT
                       MOVE "NONE    " TO WS-LAST-DATE-TEXT
                       MOVE WS-ADD-DATE TO WS-LAST-DATE-NUM
                       COMPUTE WS-LAST-INT =
                           FUNCTION INTEGER-OF-DATE(WS-LAST-DATE-NUM)
                       COMPUTE WS-IDLE-DAYS = WS-TODAY-INT - WS-LAST-INT
                       MOVE WS-IDLE-DAYS TO WS-IDLE-EDIT
                       MOVE WS-IDLE-EDIT TO WS-IDLE-TEXT
                   ELSE
                       IF WS-EARLIEST-LEDG-DATE
                               NOT GREATER THAN WS-CUTOFF-DATE-X
                           MOVE "Y" TO WS-ACCT-DORMANT
                           MOVE "NONE    " TO WS-LAST-DATE-TEXT
                           MOVE "   N/A" TO WS-IDLE-TEXT
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-ACCT-DORMANT = "Y"
               ADD 1 TO WS-DORMANT-COUNT
               IF NEWM-AREA-1 NUMERIC
                   ADD NEWM-AREA-1 TO WS-DORMANT-AREA-1
               END-IF
               IF NEWM-AREA-2 NUMERIC
                   ADD NEWM-AREA-2 TO WS-DORMANT-AREA-2
               END-IF
               PERFORM SET-DORMANT-ACTION-PARA
               PERFORM WRITE-DORM-LINE-PARA
           END-IF.

       SET-DORMANT-ACTION-PARA.
           IF NEWM-AREA-1 NOT = 0 OR NEWM-AREA-2 NOT = 0
               ADD 1 TO WS-NOT-ZERO-COUNT
               MOVE "BALANCE NOT ZERO" TO WS-ACTION-TEXT
           ELSE
               PERFORM FIND-PEND-CLOSE-PARA
               IF WS-PC-FOUND > 0
                   ADD 1 TO WS-ALREADY-PEND-COUNT
                   MOVE "CLOSE ALREADY PENDING" TO WS-ACTION-TEXT
               ELSE
                   IF WS-PROPOSE-CLOSE = "Y"
                       PERFORM WRITE-CLOSE-REQUEST-PARA
                       MOVE "CLOSE PROPOSED" TO WS-ACTION-TEXT
                   ELSE
                       MOVE "ZERO BALANCE" TO WS-ACTION-TEXT
                   END-IF
               END-IF
           END-IF.

       WRITE-CLOSE-REQUEST-PARA.
           MOVE SPACES TO PENDING-REC
           MOVE NEWM-ACCT-ID TO PEND-ACCT-ID
           MOVE "C" TO PEND-FIELD-CD
           MOVE WS-SUBMIT-ID TO PEND-SUBMIT-ID
           MOVE WS-TODAY-DATE TO PEND-REQ-DATE
           WRITE PENDING-REC
           ADD 1 TO WS-PROPOSED-COUNT.

       WRITE-DORM-LINE-PARA.
           MOVE NEWM-AREA-1 TO WS-AREA1-EDIT
           MOVE NEWM-AREA-2 TO WS-AREA2-EDIT
           MOVE SPACES TO DORM-LINE
           STRING NEWM-ACCT-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-AREA1-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-AREA2-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-LAST-DATE-TEXT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-IDLE-TEXT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-ACTION-TEXT DELIMITED BY SIZE
               INTO DORM-LINE
           WRITE DORM-LINE.

       WRITE-DORM-HDR-PARA.
           MOVE SPACES TO DORM-LINE
           STRING "DORMANT ACCOUNT SCAN  " DELIMITED BY SIZE
               WS-TODAY-DATE DELIMITED BY SIZE
               INTO DORM-LINE
           WRITE DORM-LINE
           MOVE SPACES TO DORM-LINE
           STRING "NO POSTING SINCE " DELIMITED BY SIZE
               WS-CUTOFF-DATE DELIMITED BY SIZE
               "  (" DELIMITED BY SIZE
               WS-DORMANT-DAYS DELIMITED BY SIZE
               " DAYS)" DELIMITED BY SIZE
               INTO DORM-LINE
           WRITE DORM-LINE
           IF WS-PROPOSE-CLOSE = "N"
               MOVE "LIST ONLY - NO CLOSE REQUESTS WRITTEN"
                   TO DORM-LINE
               WRITE DORM-LINE
           END-IF
           MOVE SPACES TO DORM-LINE
           STRING "ACCT       AREA-1     AREA-2  LAST POST"
               DELIMITED BY SIZE
               "   DAYS  ACTION" DELIMITED BY SIZE
               INTO DORM-LINE
           WRITE DORM-LINE.

       WRITE-DORM-TOTALS-PARA.
           MOVE SPACES TO DORM-LINE
           STRING "ACCOUNTS SCANNED:      " DELIMITED BY SIZE
               WS-ACCT-SCAN-COUNT DELIMITED BY SIZE
               INTO DORM-LINE
           WRITE DORM-LINE
           MOVE SPACES TO DORM-LINE
           STRING "DORMANT ACCOUNTS:      " DELIMITED BY SIZE
               WS-DORMANT-COUNT DELIMITED BY SIZE
               INTO DORM-LINE
           WRITE DORM-LINE
           MOVE WS-DORMANT-AREA-1 TO WS-TOTAL-EDIT
           MOVE SPACES TO DORM-LINE
           STRING "DORMANT AREA-1 TOTAL:  " DELIMITED BY SIZE
               WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO DORM-LINE
           WRITE DORM-LINE
           MOVE WS-DORMANT-AREA-2 TO WS-TOTAL-EDIT
           MOVE SPACES TO DORM-LINE
           STRING "DORMANT AREA-2 TOTAL:  " DELIMITED BY SIZE
               WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO DORM-LINE
           WRITE DORM-LINE
           MOVE SPACES TO DORM-LINE
           STRING "CLOSES PROPOSED:       " DELIMITED BY SIZE
               WS-PROPOSED-COUNT DELIMITED BY SIZE
               INTO DORM-LINE
           WRITE DORM-LINE
           MOVE SPACES TO DORM-LINE
           STRING "CLOSES ALREADY PENDING:" DELIMITED BY SIZE
               WS-ALREADY-PEND-COUNT DELIMITED BY SIZE
               INTO DORM-LINE
           WRITE DORM-LINE
           MOVE SPACES TO DORM-LINE
           STRING "DORMANT NOT ZERO:      " DELIMITED BY SIZE
               WS-NOT-ZERO-COUNT DELIMITED BY SIZE
               INTO DORM-LINE
           WRITE DORM-LINE
           MOVE SPACES TO DORM-LINE
           STRING "OPENED SINCE CUTOFF:   " DELIMITED BY SIZE
               WS-RECENT-OPEN-COUNT DELIMITED BY SIZE
               INTO DORM-LINE
           WRITE DORM-LINE
           IF WS-OPEN-HIST-AVAILABLE = "N"
               MOVE "OPEN DATES UNKNOWN - NO AUDITLOG OR ARCHFILE"
                   TO DORM-LINE
               WRITE DORM-LINE
           END-IF
           IF WS-EARLIEST-LEDG-DATE NOT = HIGH-VALUES
               MOVE SPACES TO DORM-LINE
               STRING "LEDGER HISTORY FROM:   " DELIMITED BY SIZE
                   WS-EARLIEST-LEDG-DATE DELIMITED BY SIZE
                   INTO DORM-LINE
               WRITE DORM-LINE
           END-IF.
