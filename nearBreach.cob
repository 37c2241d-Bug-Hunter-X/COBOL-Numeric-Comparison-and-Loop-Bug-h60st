       IDENTIFICATION DIVISION.
       PROGRAM-ID. NEARBRCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NEW-MASTER-FILE ASSIGN TO "NEWMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEWM-STATUS.
           SELECT TRAN-LEDGER-FILE ASSIGN TO "TRANLEDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDG-STATUS.
           SELECT CTL-FILE ASSIGN TO "CTLCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT WATCH-CTL-FILE ASSIGN TO "WATCHCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WCTL-STATUS.
           SELECT WATCH-EXTRACT-FILE ASSIGN TO "WATCHEXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WATCH-RPT ASSIGN TO "WATCHRPT"
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

       FD  CTL-FILE.
       01  CTL-REC.
           05  CTL-AREA1-LIMIT         PIC 9(05)V9(02).
           05  CTL-AREA2-LIMIT         PIC S9(05)V9(02)
               SIGN IS LEADING SEPARATE CHARACTER.
           05  FILLER                  PIC X(19).

       FD  WATCH-CTL-FILE.
       01  WATCH-CTL-REC.
           05  WCTL-PERCENT            PIC 9(03).
           05  WCTL-LOOKBACK-DAYS      PIC 9(03).
           05  WCTL-TOP-COUNT          PIC 9(03).

       FD  WATCH-EXTRACT-FILE.
       01  WATCH-EXTRACT-REC.
           05  WEXT-ACCT-ID            PIC X(06).
           05  WEXT-FIELD-NAME         PIC X(09).
           05  WEXT-VALUE              PIC S9(05)V9(02).
           05  WEXT-LIMIT-BROKEN       PIC X(20).

       FD  WATCH-RPT.
       01  WATCH-LINE                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-NEWM-STATUS              PIC X(02) VALUE SPACES.
       01  WS-LEDG-STATUS              PIC X(02) VALUE SPACES.
       01  WS-CTL-STATUS               PIC X(02) VALUE SPACES.
       01  WS-WCTL-STATUS              PIC X(02) VALUE SPACES.
       01  WS-EOF-NEWM                 PIC X(01) VALUE "N".
       01  WS-EOF-LEDGER               PIC X(01) VALUE "N".
       01  WS-TODAY-DATE               PIC X(08) VALUE SPACES.
       01  WS-TODAY-DATE-NUM           PIC 9(08) VALUE 0.
       01  WS-TODAY-INT                PIC 9(08) VALUE 0.
       01  WS-CUTOFF-DATE              PIC 9(08) VALUE 0.
       01  WS-CUTOFF-DATE-X REDEFINES WS-CUTOFF-DATE PIC X(08).
       01  WS-HEADER-KEY               PIC X(06) VALUE "000000".
       01  WS-TRAILER-KEY              PIC X(06) VALUE "999999".
       01  WS-AREA1-LIMIT              PIC 9(05)V9(02) VALUE 5.
       01  WS-AREA2-LIMIT              PIC S9(05)V9(02) VALUE -5.
       01  WS-WATCH-PERCENT            PIC 9(03) VALUE 80.
       01  WS-LOOKBACK-DAYS            PIC 9(03) VALUE 30.
       01  WS-TOP-COUNT                PIC 9(03) VALUE 10.
       01  WS-ACCT-AREA1-LIMIT         PIC 9(05)V9(02) VALUE 0.
       01  WS-ACCT-AREA2-LIMIT         PIC S9(05)V9(02) VALUE 0.
       01  WS-HEADROOM                 PIC S9(07)V9(02) VALUE 0.
       01  WS-LIMIT-SIZE               PIC S9(07)V9(02) VALUE 0.
       01  WS-NEAR-BAND                PIC S9(07)V9(02) VALUE 0.
       01  WS-BAND-PERCENT             PIC 9(03) VALUE 20.
       01  WS-NR-MAX                   PIC 9(04) VALUE 1000.
       01  WS-NR-COUNT                 PIC 9(04) VALUE 0.
       01  WS-NR-IX                    PIC 9(04) COMP VALUE 0.
       01  WS-NR-BEST-IX               PIC 9(04) VALUE 0.
       01  WS-NR-BEST-DAYS             PIC 9(06) VALUE 0.
       01  WS-NR-BEST-HEAD             PIC S9(07)V9(02) VALUE 0.
       01  WS-NR-LISTED                PIC 9(04) VALUE 0.
       01  WS-NR-FULL-NOTED            PIC X(01) VALUE "N".
       01  WS-NR-TABLE.
           05  WS-NR-ENTRY OCCURS 1000 TIMES.
               10  WS-NR-ACCT-ID       PIC X(06).
               10  WS-NR-AREA          PIC X(01).
               10  WS-NR-VALUE         PIC S9(05)V9(02).
               10  WS-NR-LIMIT         PIC S9(05)V9(02).
               10  WS-NR-HEADROOM      PIC S9(07)V9(02).
               10  WS-NR-MOVEMENT      PIC S9(09)V9(02).
               10  WS-NR-AVG-DAILY     PIC S9(07)V9(02).
               10  WS-NR-DAYS          PIC 9(06).
               10  WS-NR-DONE          PIC X(01).
       01  WS-NO-TREND-DAYS            PIC 9(06) VALUE 999999.
       01  WS-RATE                     PIC S9(07)V9(02) VALUE 0.
       01  WS-ACCT-SCAN-COUNT          PIC 9(05) VALUE 0.
       01  WS-NEAR1-COUNT              PIC 9(05) VALUE 0.
       01  WS-NEAR2-COUNT              PIC 9(05) VALUE 0.
       01  WS-TREND-COUNT              PIC 9(05) VALUE 0.
       01  WS-EXTRACT-COUNT            PIC 9(05) VALUE 0.
       01  WS-POSTINGS-USED            PIC 9(07) VALUE 0.
       01  WS-VALUE-EDIT               PIC -(5)9.9(02).
       01  WS-LIMIT-EDIT               PIC -(5)9.9(02).
       01  WS-HEAD-EDIT                PIC -(7)9.9(02).
       01  WS-AVG-EDIT                 PIC -(7)9.9(02).
       01  WS-DAYS-EDIT                PIC Z(5)9.
       01  WS-DAYS-TEXT                PIC X(06) VALUE SPACES.
       01  WS-DAYS-SHORT               PIC 9(03) VALUE 0.
       01  WS-FIELD-NAME               PIC X(09) VALUE SPACES.
       01  WS-RETURN-CODE              PIC 9(02) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           MOVE WS-TODAY-DATE TO WS-TODAY-DATE-NUM
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE-NUM)
           PERFORM READ-CONTROL-PARA
           PERFORM READ-WATCH-CONTROL-PARA
           COMPUTE WS-BAND-PERCENT = 100 - WS-WATCH-PERCENT
           COMPUTE WS-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER
                   (WS-TODAY-INT - WS-LOOKBACK-DAYS + 1)
           OPEN INPUT NEW-MASTER-FILE
           IF WS-NEWM-STATUS NOT = "00"
               DISPLAY "NEWMAST NOT AVAILABLE - WATCH LIST NOT BUILT"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM SCAN-MASTER-PARA
               UNTIL WS-EOF-NEWM = "Y"
           CLOSE NEW-MASTER-FILE
           IF WS-NR-COUNT > 0
               OPEN INPUT TRAN-LEDGER-FILE
               IF WS-LEDG-STATUS = "00"
                   PERFORM SCAN-LEDGER-PARA
                       UNTIL WS-EOF-LEDGER = "Y"
                   CLOSE TRAN-LEDGER-FILE
               END-IF
           END-IF
           MOVE 1 TO WS-NR-IX
           PERFORM PROJECT-BREACH-PARA
               UNTIL WS-NR-IX > WS-NR-COUNT
           OPEN OUTPUT WATCH-RPT
           OPEN OUTPUT WATCH-EXTRACT-FILE
           PERFORM WRITE-WATCH-HDR-PARA
           MOVE 0 TO WS-NR-LISTED
           PERFORM WRITE-NEXT-WATCH-PARA
               UNTIL WS-NR-LISTED NOT LESS THAN WS-NR-COUNT
           PERFORM WRITE-WATCH-TOTALS-PARA
           CLOSE WATCH-EXTRACT-FILE
           CLOSE WATCH-RPT
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       READ-CONTROL-PARA.
           OPEN INPUT CTL-FILE
           IF WS-CTL-STATUS = "00"
               READ CTL-FILE
                   NOT AT END
                       IF CTL-AREA1-LIMIT NUMERIC
                           MOVE CTL-AREA1-LIMIT TO WS-AREA1-LIMIT
                       END-IF
                       IF CTL-AREA2-LIMIT NUMERIC
                           MOVE CTL-AREA2-LIMIT TO WS-AREA2-LIMIT
                       END-IF
               END-READ
               CLOSE CTL-FILE
           END-IF.

       READ-WATCH-CONTROL-PARA.
           OPEN INPUT WATCH-CTL-FILE
           IF WS-WCTL-STATUS = "00"
               READ WATCH-CTL-FILE
                   NOT AT END
                       IF WCTL-PERCENT NUMERIC
                               AND WCTL-PERCENT > 0
                               AND WCTL-PERCENT < 100
                           MOVE WCTL-PERCENT TO WS-WATCH-PERCENT
                       END-IF
                       IF WCTL-LOOKBACK-DAYS NUMERIC
                               AND WCTL-LOOKBACK-DAYS > 0
                           MOVE WCTL-LOOKBACK-DAYS
                               TO WS-LOOKBACK-DAYS
                       END-IF
                       IF WCTL-TOP-COUNT NUMERIC
                           MOVE WCTL-TOP-COUNT TO WS-TOP-COUNT
                       END-IF
               END-READ
               CLOSE WATCH-CTL-FILE
           END-IF.

       SCAN-MASTER-PARA.
           READ NEW-MASTER-FILE
               AT END
                   MOVE "Y" TO WS-EOF-NEWM
               NOT AT END
                   IF NEWM-ACCT-ID NOT = WS-HEADER-KEY
                           AND NEWM-ACCT-ID NOT = WS-TRAILER-KEY
                       ADD 1 TO WS-ACCT-SCAN-COUNT
                       PERFORM CHECK-NEAR-AREA1-PARA
                       PERFORM CHECK-NEAR-AREA2-PARA
                   END-IF
           END-READ.

       CHECK-NEAR-AREA1-PARA.
           IF NEWM-AREA1-LIMIT NUMERIC
               MOVE NEWM-AREA1-LIMIT TO WS-ACCT-AREA1-LIMIT
           ELSE
               MOVE WS-AREA1-LIMIT TO WS-ACCT-AREA1-LIMIT
           END-IF
           IF WS-ACCT-AREA1-LIMIT > 0 AND NEWM-AREA-1 NUMERIC
               COMPUTE WS-HEADROOM = WS-ACCT-AREA1-LIMIT - NEWM-AREA-1
               MOVE WS-ACCT-AREA1-LIMIT TO WS-LIMIT-SIZE
               COMPUTE WS-NEAR-BAND ROUNDED =
                   WS-LIMIT-SIZE * WS-BAND-PERCENT / 100
               IF WS-HEADROOM NOT LESS THAN 0
                       AND WS-HEADROOM NOT GREATER THAN WS-NEAR-BAND
                   PERFORM ADD-NEAR-ENTRY-PARA
                   IF WS-NR-IX > 0
                       MOVE "1" TO WS-NR-AREA(WS-NR-IX)
                       MOVE NEWM-AREA-1 TO WS-NR-VALUE(WS-NR-IX)
                       MOVE WS-ACCT-AREA1-LIMIT
                           TO WS-NR-LIMIT(WS-NR-IX)
                       ADD 1 TO WS-NEAR1-COUNT
                   END-IF
               END-IF
           END-IF.

       CHECK-NEAR-AREA2-PARA.
           IF NEWM-AREA2-LIMIT NUMERIC
               MOVE NEWM-AREA2-LIMIT TO WS-ACCT-AREA2-LIMIT
           ELSE
               MOVE WS-AREA2-LIMIT TO WS-ACCT-AREA2-LIMIT
           END-IF
           IF WS-ACCT-AREA2-LIMIT NOT = 0 AND NEWM-AREA-2 NUMERIC
               COMPUTE WS-HEADROOM = NEWM-AREA-2 - WS-ACCT-AREA2-LIMIT
               IF WS-ACCT-AREA2-LIMIT < 0
                   COMPUTE WS-LIMIT-SIZE = 0 - WS-ACCT-AREA2-LIMIT
               ELSE
                   MOVE WS-ACCT-AREA2-LIMIT TO WS-LIMIT-SIZE
               END-IF
               COMPUTE WS-NEAR-BAND ROUNDED =
                   WS-LIMIT-SIZE * WS-BAND-PERCENT / 100
               IF WS-HEADROOM NOT LESS THAN 0
                       AND WS-HEADROOM NOT GREATER THAN WS-NEAR-BAND
                   PERFORM ADD-NEAR-ENTRY-PARA
                   IF WS-NR-IX > 0
                       MOVE "2" TO WS-NR-AREA(WS-NR-IX)
                       MOVE NEWM-AREA-2 TO WS-NR-VALUE(WS-NR-IX)
                       MOVE WS-ACCT-AREA2-LIMIT
                           TO WS-NR-LIMIT(WS-NR-IX)
                       ADD 1 TO WS-NEAR2-COUNT
                   END-IF
               END-IF
           END-IF.

       ADD-NEAR-ENTRY-PARA.
           IF WS-NR-COUNT < WS-NR-MAX
               ADD 1 TO WS-NR-COUNT
               MOVE WS-NR-COUNT TO WS-NR-IX
               MOVE NEWM-ACCT-ID TO WS-NR-ACCT-ID(WS-NR-IX)
               MOVE WS-HEADROOM TO WS-NR-HEADROOM(WS-NR-IX)
               MOVE 0 TO WS-NR-MOVEMENT(WS-NR-IX)
               MOVE 0 TO WS-NR-AVG-DAILY(WS-NR-IX)
               MOVE WS-NO-TREND-DAYS TO WS-NR-DAYS(WS-NR-IX)
               MOVE "N" TO WS-NR-DONE(WS-NR-IX)
           ELSE
               MOVE 0 TO WS-NR-IX
               IF WS-NR-FULL-NOTED = "N"
                   MOVE "Y" TO WS-NR-FULL-NOTED
                   DISPLAY "WATCH TABLE FULL - ACCOUNTS BEYOND "
                       WS-NR-MAX " NOT LISTED"
                   IF WS-RETURN-CODE < 8
                       MOVE 8 TO WS-RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       SCAN-LEDGER-PARA.
           READ TRAN-LEDGER-FILE
               AT END
                   MOVE "Y" TO WS-EOF-LEDGER
               NOT AT END
                   IF LEDG-RUN-DATE NOT LESS THAN WS-CUTOFF-DATE-X
                           AND LEDG-RUN-DATE
                               NOT GREATER THAN WS-TODAY-DATE
                           AND LEDG-AMOUNT NUMERIC
                       MOVE 1 TO WS-NR-IX
                       PERFORM APPLY-LEDGER-MOVE-PARA
                           UNTIL WS-NR-IX > WS-NR-COUNT
                   END-IF
           END-READ.

       APPLY-LEDGER-MOVE-PARA.
           IF WS-NR-ACCT-ID(WS-NR-IX) = LEDG-ACCT-ID
               IF WS-NR-AREA(WS-NR-IX) = "1"
                       AND LEDG-FIELD-CD = "1"
                   ADD LEDG-AMOUNT TO WS-NR-MOVEMENT(WS-NR-IX)
                   ADD 1 TO WS-POSTINGS-USED
               END-IF
               IF WS-NR-AREA(WS-NR-IX) = "2"
                       AND (LEDG-FIELD-CD = "2" OR LEDG-FIELD-CD = "3")
                   SUBTRACT LEDG-AMOUNT FROM WS-NR-MOVEMENT(WS-NR-IX)
                   ADD 1 TO WS-POSTINGS-USED
               END-IF
           END-IF
           ADD 1 TO WS-NR-IX.

       PROJECT-BREACH-PARA.
           COMPUTE WS-NR-AVG-DAILY(WS-NR-IX) ROUNDED =
               WS-NR-MOVEMENT(WS-NR-IX) / WS-LOOKBACK-DAYS
           MOVE 0 TO WS-RATE
           IF WS-NR-AREA(WS-NR-IX) = "1"
               MOVE WS-NR-AVG-DAILY(WS-NR-IX) TO WS-RATE
           ELSE
               COMPUTE WS-RATE = 0 - WS-NR-AVG-DAILY(WS-NR-IX)
           END-IF
           IF WS-RATE > 0
               ADD 1 TO WS-TREND-COUNT
               COMPUTE WS-NR-DAYS(WS-NR-IX) =
                   WS-NR-HEADROOM(WS-NR-IX) / WS-RATE
                   ON SIZE ERROR
                       MOVE 99999 TO WS-NR-DAYS(WS-NR-IX)
               END-COMPUTE
           END-IF
           ADD 1 TO WS-NR-IX.

       WRITE-NEXT-WATCH-PARA.
           MOVE 0 TO WS-NR-BEST-IX
           MOVE 1 TO WS-NR-IX
           PERFORM SCAN-NEXT-WATCH-PARA
               UNTIL WS-NR-IX > WS-NR-COUNT
           IF WS-NR-BEST-IX > 0
               MOVE "Y" TO WS-NR-DONE(WS-NR-BEST-IX)
               ADD 1 TO WS-NR-LISTED
               MOVE WS-NR-BEST-IX TO WS-NR-IX
               PERFORM WRITE-WATCH-LINE-PARA
               IF WS-NR-LISTED NOT GREATER THAN WS-TOP-COUNT
                   PERFORM WRITE-WATCH-EXTRACT-PARA
               END-IF
           ELSE
               MOVE WS-NR-COUNT TO WS-NR-LISTED
           END-IF.

       SCAN-NEXT-WATCH-PARA.
           IF WS-NR-DONE(WS-NR-IX) = "N"
               IF WS-NR-BEST-IX = 0
                       OR WS-NR-DAYS(WS-NR-IX) < WS-NR-BEST-DAYS
                       OR (WS-NR-DAYS(WS-NR-IX) = WS-NR-BEST-DAYS
                           AND WS-NR-HEADROOM(WS-NR-IX)
                               < WS-NR-BEST-HEAD)
                   MOVE WS-NR-IX TO WS-NR-BEST-IX
                   MOVE WS-NR-DAYS(WS-NR-IX) TO WS-NR-BEST-DAYS
                   MOVE WS-NR-HEADROOM(WS-NR-IX) TO WS-NR-BEST-HEAD
               END-IF
           END-IF
           ADD 1 TO WS-NR-IX.

       SET-WATCH-TEXT-PARA.
           IF WS-NR-AREA(WS-NR-IX) = "1"
               MOVE "WS-AREA-1" TO WS-FIELD-NAME
           ELSE
               MOVE "WS-AREA-2" TO WS-FIELD-NAME
           END-IF
           IF WS-NR-DAYS(WS-NR-IX) = WS-NO-TREND-DAYS
               MOVE "   N/A" TO WS-DAYS-TEXT
           ELSE
               MOVE WS-NR-DAYS(WS-NR-IX) TO WS-DAYS-EDIT
               MOVE WS-DAYS-EDIT TO WS-DAYS-TEXT
           END-IF.

       WRITE-WATCH-LINE-PARA.
           PERFORM SET-WATCH-TEXT-PARA
           MOVE WS-NR-VALUE(WS-NR-IX) TO WS-VALUE-EDIT
           MOVE WS-NR-LIMIT(WS-NR-IX) TO WS-LIMIT-EDIT
           MOVE WS-NR-HEADROOM(WS-NR-IX) TO WS-HEAD-EDIT
           MOVE WS-NR-AVG-DAILY(WS-NR-IX) TO WS-AVG-EDIT
           MOVE SPACES TO WATCH-LINE
           STRING WS-NR-ACCT-ID(WS-NR-IX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-FIELD-NAME DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-VALUE-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-LIMIT-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-HEAD-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AVG-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-DAYS-TEXT DELIMITED BY SIZE
               INTO WATCH-LINE
           WRITE WATCH-LINE.

       WRITE-WATCH-EXTRACT-PARA.
           MOVE SPACES TO WATCH-EXTRACT-REC
           MOVE WS-NR-ACCT-ID(WS-NR-IX) TO WEXT-ACCT-ID
           MOVE WS-FIELD-NAME TO WEXT-FIELD-NAME
           MOVE WS-NR-VALUE(WS-NR-IX) TO WEXT-VALUE
           IF WS-NR-DAYS(WS-NR-IX) > 999
               MOVE 999 TO WS-DAYS-SHORT
           ELSE
               MOVE WS-NR-DAYS(WS-NR-IX) TO WS-DAYS-SHORT
           END-IF
           IF WS-NR-AREA(WS-NR-IX) = "1"
               IF WS-NR-DAYS(WS-NR-IX) = WS-NO-TREND-DAYS
                   MOVE "NEAR UPPER LIMIT ---" TO WEXT-LIMIT-BROKEN
               ELSE
                   STRING "NEAR UPPER LIMIT " DELIMITED BY SIZE
                       WS-DAYS-SHORT DELIMITED BY SIZE
                       INTO WEXT-LIMIT-BROKEN
               END-IF
           ELSE
               IF WS-NR-DAYS(WS-NR-IX) = WS-NO-TREND-DAYS
                   MOVE "NEAR LOWER LIMIT ---" TO WEXT-LIMIT-BROKEN
               ELSE
                   STRING "NEAR LOWER LIMIT " DELIMITED BY SIZE
                       WS-DAYS-SHORT DELIMITED BY SIZE
                       INTO WEXT-LIMIT-BROKEN
               END-IF
           END-IF
           WRITE WATCH-EXTRACT-REC
           ADD 1 TO WS-EXTRACT-COUNT.

       WRITE-WATCH-HDR-PARA.
           MOVE SPACES TO WATCH-LINE
           STRING "NEAR-BREACH WATCH LIST  " DELIMITED BY SIZE
               WS-TODAY-DATE DELIMITED BY SIZE
               INTO WATCH-LINE
           WRITE WATCH-LINE
           MOVE SPACES TO WATCH-LINE
           STRING "WITHIN " DELIMITED BY SIZE
               WS-WATCH-PERCENT DELIMITED BY SIZE
               " PCT OF LIMIT  LOOKBACK " DELIMITED BY SIZE
               WS-LOOKBACK-DAYS DELIMITED BY SIZE
               " DAYS FROM " DELIMITED BY SIZE
               WS-CUTOFF-DATE DELIMITED BY SIZE
               INTO WATCH-LINE
           WRITE WATCH-LINE
           MOVE SPACES TO WATCH-LINE
           STRING "ACCT    FIELD        BALANCE      LIMIT"
               DELIMITED BY SIZE
               "    HEADROOM     AVG/DAY    DAYS" DELIMITED BY SIZE
               INTO WATCH-LINE
           WRITE WATCH-LINE.

       WRITE-WATCH-TOTALS-PARA.
           MOVE SPACES TO WATCH-LINE
           STRING "ACCOUNTS SCANNED:      " DELIMITED BY SIZE
               WS-ACCT-SCAN-COUNT DELIMITED BY SIZE
               INTO WATCH-LINE
           WRITE WATCH-LINE
           MOVE SPACES TO WATCH-LINE
           STRING "NEAR AREA-1 LIMIT:     " DELIMITED BY SIZE
               WS-NEAR1-COUNT DELIMITED BY SIZE
               INTO WATCH-LINE
           WRITE WATCH-LINE
           MOVE SPACES TO WATCH-LINE
           STRING "NEAR AREA-2 LIMIT:     " DELIMITED BY SIZE
               WS-NEAR2-COUNT DELIMITED BY SIZE
               INTO WATCH-LINE
           WRITE WATCH-LINE
           MOVE SPACES TO WATCH-LINE
           STRING "TRENDING TO BREACH:    " DELIMITED BY SIZE
               WS-TREND-COUNT DELIMITED BY SIZE
               INTO WATCH-LINE
           WRITE WATCH-LINE
           MOVE SPACES TO WATCH-LINE
           STRING "POSTINGS IN LOOKBACK:  " DELIMITED BY SIZE
               WS-POSTINGS-USED DELIMITED BY SIZE
               INTO WATCH-LINE
           WRITE WATCH-LINE
           MOVE SPACES TO WATCH-LINE
           STRING "SENT TO WATCHEXT:      " DELIMITED BY SIZE
               WS-EXTRACT-COUNT DELIMITED BY SIZE
               INTO WATCH-LINE
           WRITE WATCH-LINE.
