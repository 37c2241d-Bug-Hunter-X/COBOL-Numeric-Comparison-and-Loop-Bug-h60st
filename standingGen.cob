       IDENTIFICATION DIVISION.
       PROGRAM-ID. STANDGEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STANDING-FILE ASSIGN TO "STANDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SI-STATUS.
           SELECT MASTER-FILE ASSIGN TO "MASTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAST-STATUS.
           SELECT HOLD-FILE ASSIGN TO "HOLDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT STND-CTL-FILE ASSIGN TO "STNDCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCTL-STATUS.
           SELECT STND-LAST-FILE ASSIGN TO "STNDLAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAST-STATUS.
           SELECT STANDING-TRAN-FILE ASSIGN TO "STANDTRN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STND-RPT ASSIGN TO "STNDRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STANDING-FILE.
       01  STANDING-REC.
           05  SI-ACCT-ID              PIC X(06).
           05  SI-FIELD-CD             PIC X(01).
           05  SI-AMOUNT               PIC S9(05)V9(02).
           05  SI-FREQUENCY            PIC X(01).
           05  SI-START-DATE           PIC X(08).
           05  SI-END-DATE             PIC X(08).
           05  SI-SUBMIT-ID            PIC X(08).

       FD  MASTER-FILE.
       01  MASTER-RECORD.
           05  MAST-ACCT-ID            PIC X(06).
           05  FILLER                  PIC X(77).

       FD  HOLD-FILE.
       01  HOLD-REC.
           05  HOLD-ACCT-ID            PIC X(06).
           05  FILLER                  PIC X(02).
           05  HOLD-FIELD-NAME         PIC X(09).
           05  FILLER                  PIC X(02).
           05  HOLD-DATE               PIC X(08).

       FD  STND-CTL-FILE.
       01  STND-CTL-REC.
           05  SCTL-CATCHUP-DAYS       PIC 9(03).

       FD  STND-LAST-FILE.
       01  STND-LAST-REC.
           05  SLST-RUN-DATE           PIC X(08).
           05  SLST-FROM-DATE          PIC X(08).

       FD  STANDING-TRAN-FILE.
       01  STANDING-TRAN-REC.
           05  STRN-ACCT-ID            PIC X(06).
           05  STRN-FIELD-CD           PIC X(01).
           05  STRN-AMOUNT             PIC S9(05)V9(02).
           05  FILLER                  PIC X(32).
           05  STRN-EFF-DATE           PIC X(08).
           05  STRN-SUBMIT-ID          PIC X(08).
           05  FILLER                  PIC X(12).
       01  STANDING-CTL-REC.
           05  STCTL-KEY               PIC X(06).
           05  STCTL-REC-COUNT         PIC 9(07).
           05  STCTL-HASH-TOTAL        PIC S9(09)V9(02)
               SIGN IS LEADING SEPARATE CHARACTER.
           05  STCTL-FEED-DATE         PIC X(08).
           05  FILLER                  PIC X(41).

       FD  STND-RPT.
       01  STND-LINE                   PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-SI-STATUS                PIC X(02) VALUE SPACES.
       01  WS-MAST-STATUS              PIC X(02) VALUE SPACES.
       01  WS-HOLD-STATUS              PIC X(02) VALUE SPACES.
       01  WS-SCTL-STATUS              PIC X(02) VALUE SPACES.
       01  WS-LAST-STATUS              PIC X(02) VALUE SPACES.
       01  WS-EOF-SI                   PIC X(01) VALUE "N".
       01  WS-EOF-MAST                 PIC X(01) VALUE "N".
       01  WS-EOF-HOLD                 PIC X(01) VALUE "N".
       01  WS-TODAY-DATE               PIC X(08) VALUE SPACES.
       01  WS-TODAY-DATE-NUM           PIC 9(08) VALUE 0.
       01  WS-TODAY-INT                PIC 9(08) VALUE 0.
       01  WS-TODAY-MONTH              PIC X(06) VALUE SPACES.
       01  WS-CATCHUP-DAYS             PIC 9(03) VALUE 7.
       01  WS-CATCHUP-MAX              PIC 9(03) VALUE 7.
       01  WS-FROM-DATE-NUM            PIC 9(08) VALUE 0.
       01  WS-FROM-INT                 PIC 9(08) VALUE 0.
       01  WS-LIMIT-INT                PIC 9(08) VALUE 0.
       01  WS-LAST-INT                 PIC 9(08) VALUE 0.
       01  WS-DAY-INT                  PIC 9(08) VALUE 0.
       01  WS-DAY-DATE                 PIC 9(08) VALUE 0.
       01  WS-DAY-DATE-X REDEFINES WS-DAY-DATE.
           05  WS-DAY-YYYY             PIC 9(04).
           05  WS-DAY-MM               PIC 9(02).
           05  WS-DAY-DD               PIC 9(02).
       01  WS-MONTH-END-DATE           PIC 9(08) VALUE 0.
       01  WS-MONTH-END-X REDEFINES WS-MONTH-END-DATE.
           05  WS-ME-YYYY              PIC 9(04).
           05  WS-ME-MM                PIC 9(02).
           05  WS-ME-DD                PIC 9(02).
       01  WS-NEXT-MONTH-DATE          PIC 9(08) VALUE 0.
       01  WS-NEXT-MONTH-X REDEFINES WS-NEXT-MONTH-DATE.
           05  WS-NM-YYYY              PIC 9(04).
           05  WS-NM-MM                PIC 9(02).
           05  WS-NM-DD                PIC 9(02).
       01  WS-START-DATE-NUM           PIC 9(08) VALUE 0.
       01  WS-START-X REDEFINES WS-START-DATE-NUM.
           05  WS-ST-YYYY              PIC 9(04).
           05  WS-ST-MM                PIC 9(02).
           05  WS-ST-DD                PIC 9(02).
       01  WS-START-INT                PIC 9(08) VALUE 0.
       01  WS-END-DATE-NUM             PIC 9(08) VALUE 0.
       01  WS-DAY-OFFSET               PIC 9(08) VALUE 0.
       01  WS-WEEK-QUOT                PIC 9(08) VALUE 0.
       01  WS-WEEK-REM                 PIC 9(01) VALUE 0.
       01  WS-ENTRY-DUE                PIC X(01) VALUE "N".
       01  WS-SI-MAX                   PIC 9(04) VALUE 1000.
       01  WS-SI-COUNT                 PIC 9(04) VALUE 0.
       01  WS-SI-IX                    PIC 9(04) COMP VALUE 0.
       01  WS-SI-BEST-IX               PIC 9(04) VALUE 0.
       01  WS-SI-BEST-ACCT             PIC X(06) VALUE SPACES.
       01  WS-SI-DONE-COUNT            PIC 9(04) VALUE 0.
       01  WS-SI-TABLE.
           05  WS-SI-ENTRY OCCURS 1000 TIMES.
               10  WS-SI-ACCT-ID       PIC X(06).
               10  WS-SI-FIELD-CD      PIC X(01).
               10  WS-SI-AMOUNT        PIC S9(05)V9(02).
               10  WS-SI-FREQUENCY     PIC X(01).
               10  WS-SI-START-DATE    PIC X(08).
               10  WS-SI-END-DATE      PIC X(08).
               10  WS-SI-SUBMIT-ID     PIC X(08).
               10  WS-SI-DONE          PIC X(01).
       01  WS-MA-MAX                   PIC 9(05) VALUE 5000.
       01  WS-MA-COUNT                 PIC 9(05) VALUE 0.
       01  WS-MA-IX                    PIC 9(05) COMP VALUE 0.
       01  WS-MA-FOUND                 PIC 9(05) VALUE 0.
       01  WS-MA-TABLE.
           05  WS-MA-ENTRY OCCURS 5000 TIMES.
               10  WS-MA-ACCT-ID       PIC X(06).
       01  WS-MAST-PRESENT             PIC X(01) VALUE "N".
       01  WS-HOLD-MAX                 PIC 9(04) VALUE 1000.
       01  WS-HOLD-COUNT               PIC 9(04) VALUE 0.
       01  WS-HOLD-IX                  PIC 9(04) COMP VALUE 0.
       01  WS-HOLD-FOUND               PIC 9(04) VALUE 0.
       01  WS-HOLD-TABLE.
           05  WS-HOLD-ENTRY OCCURS 1000 TIMES.
               10  WS-HT-ACCT-ID       PIC X(06).
       01  WS-CUR-IX                   PIC 9(04) VALUE 0.
       01  WS-CUR-ACCT-ID              PIC X(06) VALUE SPACES.
       01  WS-CUR-STATE                PIC X(01) VALUE "G".
       01  WS-SI-VALID                 PIC X(01) VALUE "Y".
       01  WS-REJECT-REASON            PIC X(30) VALUE SPACES.
       01  WS-ACTION-TEXT              PIC X(30) VALUE SPACES.
       01  WS-AMOUNT-EDIT              PIC -(5)9.9(02).
       01  WS-HEADER-KEY               PIC X(06) VALUE "000000".
       01  WS-TRAILER-KEY              PIC X(06) VALUE "999999".
       01  WS-FEED-HASH-TOTAL          PIC S9(09)V9(02) VALUE 0.
       01  WS-GENERATED-COUNT          PIC 9(07) VALUE 0.
       01  WS-SKIP-CLOSED-COUNT        PIC 9(05) VALUE 0.
       01  WS-SKIP-HOLD-COUNT          PIC 9(05) VALUE 0.
       01  WS-EXPIRING-COUNT           PIC 9(05) VALUE 0.
       01  WS-INVALID-COUNT            PIC 9(05) VALUE 0.
       01  WS-RETURN-CODE              PIC 9(02) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           MOVE WS-TODAY-DATE TO WS-TODAY-DATE-NUM
           MOVE WS-TODAY-DATE(1:6) TO WS-TODAY-MONTH
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE-NUM)
           PERFORM READ-STND-CONTROL-PARA
           PERFORM SET-DUE-RANGE-PARA
           PERFORM LOAD-MASTER-PARA
           PERFORM LOAD-HOLD-PARA
           PERFORM LOAD-STANDING-PARA
           OPEN OUTPUT STND-RPT
           PERFORM WRITE-STND-HDR-PARA
           OPEN OUTPUT STANDING-TRAN-FILE
           MOVE SPACES TO STANDING-CTL-REC
           MOVE WS-HEADER-KEY TO STCTL-KEY
           MOVE 0 TO STCTL-REC-COUNT
           MOVE 0 TO STCTL-HASH-TOTAL
           MOVE WS-TODAY-DATE TO STCTL-FEED-DATE
           WRITE STANDING-CTL-REC
           MOVE 0 TO WS-SI-DONE-COUNT
           PERFORM PROCESS-NEXT-SI-PARA
               UNTIL WS-SI-DONE-COUNT NOT LESS THAN WS-SI-COUNT
           MOVE SPACES TO STANDING-CTL-REC
           MOVE WS-TRAILER-KEY TO STCTL-KEY
           MOVE WS-GENERATED-COUNT TO STCTL-REC-COUNT
           MOVE WS-FEED-HASH-TOTAL TO STCTL-HASH-TOTAL
           MOVE WS-TODAY-DATE TO STCTL-FEED-DATE
           WRITE STANDING-CTL-REC
           CLOSE STANDING-TRAN-FILE
           PERFORM WRITE-EXPIRY-SECTION-PARA
           PERFORM WRITE-STND-TOTALS-PARA
           CLOSE STND-RPT
           PERFORM WRITE-STND-LAST-PARA
           IF WS-INVALID-COUNT > 0 AND WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       READ-STND-CONTROL-PARA.
           OPEN INPUT STND-CTL-FILE
           IF WS-SCTL-STATUS = "00"
               READ STND-CTL-FILE
                   NOT AT END
                       IF SCTL-CATCHUP-DAYS NUMERIC
                           MOVE SCTL-CATCHUP-DAYS
                               TO WS-CATCHUP-DAYS
                       END-IF
                       IF WS-CATCHUP-DAYS > WS-CATCHUP-MAX
                           DISPLAY "STNDCARD CATCH-UP DAYS "
                               WS-CATCHUP-DAYS " EXCEEDS STALE-DATE "
                               "WINDOW - " WS-CATCHUP-MAX " USED"
                           MOVE WS-CATCHUP-MAX TO WS-CATCHUP-DAYS
                           IF WS-RETURN-CODE < 4
                               MOVE 4 TO WS-RETURN-CODE
                           END-IF
                       END-IF
               END-READ
               CLOSE STND-CTL-FILE
           END-IF.

       SET-DUE-RANGE-PARA.
           MOVE WS-TODAY-INT TO WS-FROM-INT
           OPEN INPUT STND-LAST-FILE
           IF WS-LAST-STATUS = "00"
               READ STND-LAST-FILE
                   NOT AT END
                       IF SLST-RUN-DATE = WS-TODAY-DATE
                           IF SLST-FROM-DATE NUMERIC
                               MOVE SLST-FROM-DATE
                                   TO WS-FROM-DATE-NUM
                               COMPUTE WS-FROM-INT =
                                   FUNCTION INTEGER-OF-DATE
                                       (WS-FROM-DATE-NUM)
                           END-IF
                       ELSE
                           IF SLST-RUN-DATE NUMERIC
                               MOVE SLST-RUN-DATE TO WS-FROM-DATE-NUM
                               COMPUTE WS-LAST-INT =
                                   FUNCTION INTEGER-OF-DATE
                                       (WS-FROM-DATE-NUM)
                               COMPUTE WS-FROM-INT = WS-LAST-INT + 1
                           END-IF
                       END-IF
               END-READ
               CLOSE STND-LAST-FILE
           END-IF
           IF WS-FROM-INT = 0 OR WS-FROM-INT > WS-TODAY-INT
               MOVE WS-TODAY-INT TO WS-FROM-INT
           END-IF
           COMPUTE WS-LIMIT-INT = WS-TODAY-INT - WS-CATCHUP-DAYS
           IF WS-FROM-INT < WS-LIMIT-INT
               DISPLAY "STANDING CATCH-UP LIMITED TO "
                   WS-CATCHUP-DAYS " DAYS - EARLIER DUE DATES SKIPPED"
               MOVE WS-LIMIT-INT TO WS-FROM-INT
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF
           COMPUTE WS-FROM-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-FROM-INT).

       LOAD-MASTER-PARA.
           OPEN INPUT MASTER-FILE
           IF WS-MAST-STATUS = "00"
               MOVE "Y" TO WS-MAST-PRESENT
               PERFORM LOAD-MASTER-ENTRY-PARA
                   UNTIL WS-EOF-MAST = "Y"
               CLOSE MASTER-FILE
           ELSE
               DISPLAY "MASTFILE NOT AVAILABLE - CLOSED ACCOUNTS "
                   "NOT CHECKED"
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF.

       LOAD-MASTER-ENTRY-PARA.
           READ MASTER-FILE
               AT END
                   MOVE "Y" TO WS-EOF-MAST
               NOT AT END
                   IF MAST-ACCT-ID NOT = WS-HEADER-KEY
                           AND MAST-ACCT-ID NOT = WS-TRAILER-KEY
                       IF WS-MA-COUNT < WS-MA-MAX
                           ADD 1 TO WS-MA-COUNT
                           MOVE MAST-ACCT-ID
                               TO WS-MA-ACCT-ID(WS-MA-COUNT)
                       ELSE
                           DISPLAY "MASTER TABLE FULL - ACCOUNT "
                               MAST-ACCT-ID " NOT LOADED"
                           IF WS-RETURN-CODE < 8
                               MOVE 8 TO WS-RETURN-CODE
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       LOAD-HOLD-PARA.
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-STATUS = "00"
               PERFORM LOAD-HOLD-ENTRY-PARA
                   UNTIL WS-EOF-HOLD = "Y"
               CLOSE HOLD-FILE
           END-IF.

       LOAD-HOLD-ENTRY-PARA.
           READ HOLD-FILE
               AT END
                   MOVE "Y" TO WS-EOF-HOLD
               NOT AT END
                   IF WS-HOLD-COUNT < WS-HOLD-MAX
                       ADD 1 TO WS-HOLD-COUNT
                       MOVE HOLD-ACCT-ID
                           TO WS-HT-ACCT-ID(WS-HOLD-COUNT)
                   ELSE
                       DISPLAY "BREACH HOLD TABLE FULL - HOLD FOR "
                           HOLD-ACCT-ID " NOT LOADED"
                       IF WS-RETURN-CODE < 8
                           MOVE 8 TO WS-RETURN-CODE
                       END-IF
                   END-IF
           END-READ.

       LOAD-STANDING-PARA.
           OPEN INPUT STANDING-FILE
           IF WS-SI-STATUS = "00"
               PERFORM LOAD-STANDING-ENTRY-PARA
                   UNTIL WS-EOF-SI = "Y"
               CLOSE STANDING-FILE
           ELSE
               DISPLAY "STANDFILE NOT AVAILABLE - EMPTY FEED WRITTEN"
           END-IF.

       LOAD-STANDING-ENTRY-PARA.
           READ STANDING-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SI
               NOT AT END
                   IF WS-SI-COUNT < WS-SI-MAX
                       ADD 1 TO WS-SI-COUNT
                       MOVE SI-ACCT-ID TO WS-SI-ACCT-ID(WS-SI-COUNT)
                       MOVE SI-FIELD-CD TO WS-SI-FIELD-CD(WS-SI-COUNT)
                       MOVE SI-AMOUNT TO WS-SI-AMOUNT(WS-SI-COUNT)
                       MOVE SI-FREQUENCY
                           TO WS-SI-FREQUENCY(WS-SI-COUNT)
                       MOVE SI-START-DATE
                           TO WS-SI-START-DATE(WS-SI-COUNT)
                       MOVE SI-END-DATE TO WS-SI-END-DATE(WS-SI-COUNT)
                       MOVE SI-SUBMIT-ID
                           TO WS-SI-SUBMIT-ID(WS-SI-COUNT)
                       MOVE "N" TO WS-SI-DONE(WS-SI-COUNT)
                   ELSE
                       DISPLAY "STANDING TABLE FULL - INSTRUCTION FOR "
                           SI-ACCT-ID " NOT LOADED"
                       IF WS-RETURN-CODE < 8
                           MOVE 8 TO WS-RETURN-CODE
                       END-IF
                   END-IF
           END-READ.

       PROCESS-NEXT-SI-PARA.
           MOVE 0 TO WS-SI-BEST-IX
           MOVE HIGH-VALUES TO WS-SI-BEST-ACCT
           MOVE 1 TO WS-SI-IX
           PERFORM SCAN-NEXT-SI-PARA
               UNTIL WS-SI-IX > WS-SI-COUNT
           IF WS-SI-BEST-IX > 0
               MOVE "Y" TO WS-SI-DONE(WS-SI-BEST-IX)
               ADD 1 TO WS-SI-DONE-COUNT
               MOVE WS-SI-BEST-IX TO WS-CUR-IX
               PERFORM PROCESS-INSTRUCTION-PARA
           ELSE
               MOVE WS-SI-COUNT TO WS-SI-DONE-COUNT
           END-IF.

       SCAN-NEXT-SI-PARA.
           IF WS-SI-DONE(WS-SI-IX) = "N"
                   AND WS-SI-ACCT-ID(WS-SI-IX) < WS-SI-BEST-ACCT
               MOVE WS-SI-IX TO WS-SI-BEST-IX
               MOVE WS-SI-ACCT-ID(WS-SI-IX) TO WS-SI-BEST-ACCT
           END-IF
           ADD 1 TO WS-SI-IX.

       PROCESS-INSTRUCTION-PARA.
           MOVE WS-SI-ACCT-ID(WS-CUR-IX) TO WS-CUR-ACCT-ID
           PERFORM VALIDATE-INSTRUCTION-PARA
           IF WS-SI-VALID = "N"
               ADD 1 TO WS-INVALID-COUNT
               MOVE 0 TO WS-DAY-DATE
               MOVE WS-REJECT-REASON TO WS-ACTION-TEXT
               PERFORM WRITE-SCHEDULE-LINE-PARA
           ELSE
               PERFORM SET-ACCOUNT-STATE-PARA
               MOVE WS-FROM-INT TO WS-DAY-INT
               PERFORM CHECK-DUE-DAY-PARA
                   UNTIL WS-DAY-INT > WS-TODAY-INT
           END-IF.

       VALIDATE-INSTRUCTION-PARA.
           MOVE "Y" TO WS-SI-VALID
           MOVE SPACES TO WS-REJECT-REASON
           IF WS-SI-FIELD-CD(WS-CUR-IX) NOT = "1"
                   AND WS-SI-FIELD-CD(WS-CUR-IX) NOT = "2"
               MOVE "N" TO WS-SI-VALID
               MOVE "REJECTED - INVALID FIELD CODE"
                   TO WS-REJECT-REASON
           ELSE
           IF WS-SI-AMOUNT(WS-CUR-IX) NOT NUMERIC
               MOVE "N" TO WS-SI-VALID
               MOVE "REJECTED - NON-NUMERIC AMOUNT"
                   TO WS-REJECT-REASON
           ELSE
           IF WS-SI-FIELD-CD(WS-CUR-IX) = "1"
                   AND WS-SI-AMOUNT(WS-CUR-IX) < 0
               MOVE "N" TO WS-SI-VALID
               MOVE "REJECTED - NEGATIVE FIELD 1"
                   TO WS-REJECT-REASON
           ELSE
           IF WS-SI-FREQUENCY(WS-CUR-IX) NOT = "W"
                   AND WS-SI-FREQUENCY(WS-CUR-IX) NOT = "M"
               MOVE "N" TO WS-SI-VALID
               MOVE "REJECTED - INVALID FREQUENCY"
                   TO WS-REJECT-REASON
           ELSE
           IF WS-SI-START-DATE(WS-CUR-IX) NOT NUMERIC
               MOVE "N" TO WS-SI-VALID
               MOVE "REJECTED - INVALID START DATE"
                   TO WS-REJECT-REASON
           ELSE
           IF WS-SI-END-DATE(WS-CUR-IX) NOT = SPACES
                   AND WS-SI-END-DATE(WS-CUR-IX) NOT NUMERIC
               MOVE "N" TO WS-SI-VALID
               MOVE "REJECTED - INVALID END DATE"
                   TO WS-REJECT-REASON
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           IF WS-SI-VALID = "Y"
               MOVE WS-SI-START-DATE(WS-CUR-IX) TO WS-START-DATE-NUM
               COMPUTE WS-START-INT =
                   FUNCTION INTEGER-OF-DATE(WS-START-DATE-NUM)
               IF WS-START-INT = 0
                   MOVE "N" TO WS-SI-VALID
                   MOVE "REJECTED - INVALID START DATE"
                       TO WS-REJECT-REASON
               END-IF
               IF WS-SI-END-DATE(WS-CUR-IX) = SPACES
                   MOVE 99999999 TO WS-END-DATE-NUM
               ELSE
                   MOVE WS-SI-END-DATE(WS-CUR-IX) TO WS-END-DATE-NUM
               END-IF
           END-IF.

       SET-ACCOUNT-STATE-PARA.
           MOVE "G" TO WS-CUR-STATE
           IF WS-MAST-PRESENT = "Y"
               PERFORM FIND-MASTER-PARA
               IF WS-MA-FOUND = 0
                   MOVE "C" TO WS-CUR-STATE
               END-IF
           END-IF
           IF WS-CUR-STATE = "G"
               PERFORM FIND-HOLD-PARA
               IF WS-HOLD-FOUND > 0
                   MOVE "H" TO WS-CUR-STATE
               END-IF
           END-IF.

       FIND-MASTER-PARA.
           MOVE 0 TO WS-MA-FOUND
           MOVE 1 TO WS-MA-IX
           PERFORM SCAN-MASTER-PARA
               UNTIL WS-MA-IX > WS-MA-COUNT
                   OR WS-MA-FOUND > 0.

       SCAN-MASTER-PARA.
           IF WS-MA-ACCT-ID(WS-MA-IX) = WS-CUR-ACCT-ID
               MOVE WS-MA-IX TO WS-MA-FOUND
           END-IF
           ADD 1 TO WS-MA-IX.

       FIND-HOLD-PARA.
           MOVE 0 TO WS-HOLD-FOUND
           MOVE 1 TO WS-HOLD-IX
           PERFORM SCAN-HOLD-PARA
               UNTIL WS-HOLD-IX > WS-HOLD-COUNT
                   OR WS-HOLD-FOUND > 0.

       SCAN-HOLD-PARA.
           IF WS-HT-ACCT-ID(WS-HOLD-IX) = WS-CUR-ACCT-ID
               MOVE WS-HOLD-IX TO WS-HOLD-FOUND
           END-IF
           ADD 1 TO WS-HOLD-IX.

       CHECK-DUE-DAY-PARA.
           COMPUTE WS-DAY-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
           MOVE "N" TO WS-ENTRY-DUE
           IF WS-DAY-DATE NOT LESS THAN WS-START-DATE-NUM
                   AND WS-DAY-DATE NOT GREATER THAN WS-END-DATE-NUM
               IF WS-SI-FREQUENCY(WS-CUR-IX) = "W"
                   COMPUTE WS-DAY-OFFSET = WS-DAY-INT - WS-START-INT
                   DIVIDE 7 INTO WS-DAY-OFFSET
                       GIVING WS-WEEK-QUOT REMAINDER WS-WEEK-REM
                   IF WS-WEEK-REM = 0
                       MOVE "Y" TO WS-ENTRY-DUE
                   END-IF
               ELSE
                   PERFORM SET-MONTH-END-PARA
                   IF WS-DAY-DD = WS-ST-DD
                       MOVE "Y" TO WS-ENTRY-DUE
                   ELSE
                       IF WS-ST-DD > WS-ME-DD
                               AND WS-DAY-DD = WS-ME-DD
                           MOVE "Y" TO WS-ENTRY-DUE
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-ENTRY-DUE = "Y"
               PERFORM DISPOSE-DUE-ENTRY-PARA
           END-IF
           ADD 1 TO WS-DAY-INT.

       SET-MONTH-END-PARA.
           MOVE WS-DAY-DATE TO WS-NEXT-MONTH-DATE
           MOVE 1 TO WS-NM-DD
           IF WS-NM-MM = 12
               MOVE 1 TO WS-NM-MM
               ADD 1 TO WS-NM-YYYY
           ELSE
               ADD 1 TO WS-NM-MM
           END-IF
           COMPUTE WS-MONTH-END-DATE =
               FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-DATE) - 1).

       DISPOSE-DUE-ENTRY-PARA.
           IF WS-CUR-STATE = "C"
               ADD 1 TO WS-SKIP-CLOSED-COUNT
               MOVE "SKIPPED - ACCOUNT CLOSED" TO WS-ACTION-TEXT
           ELSE
               IF WS-CUR-STATE = "H"
                   ADD 1 TO WS-SKIP-HOLD-COUNT
                   MOVE "SKIPPED - ACCOUNT ON HOLD" TO WS-ACTION-TEXT
               ELSE
                   PERFORM WRITE-STANDING-TRAN-PARA
                   MOVE "GENERATED" TO WS-ACTION-TEXT
               END-IF
           END-IF
           PERFORM WRITE-SCHEDULE-LINE-PARA.

       WRITE-STANDING-TRAN-PARA.
           MOVE SPACES TO STANDING-TRAN-REC
           MOVE WS-CUR-ACCT-ID TO STRN-ACCT-ID
           MOVE WS-SI-FIELD-CD(WS-CUR-IX) TO STRN-FIELD-CD
           MOVE WS-SI-AMOUNT(WS-CUR-IX) TO STRN-AMOUNT
           MOVE WS-DAY-DATE TO STRN-EFF-DATE
           IF WS-SI-SUBMIT-ID(WS-CUR-IX) = SPACES
               MOVE "STANDGEN" TO STRN-SUBMIT-ID
           ELSE
               MOVE WS-SI-SUBMIT-ID(WS-CUR-IX) TO STRN-SUBMIT-ID
           END-IF
           WRITE STANDING-TRAN-REC
           ADD WS-SI-AMOUNT(WS-CUR-IX) TO WS-FEED-HASH-TOTAL
           ADD 1 TO WS-GENERATED-COUNT.

       WRITE-SCHEDULE-LINE-PARA.
           MOVE SPACES TO STND-LINE
           IF WS-SI-AMOUNT(WS-CUR-IX) NUMERIC
               MOVE WS-SI-AMOUNT(WS-CUR-IX) TO WS-AMOUNT-EDIT
           ELSE
               MOVE 0 TO WS-AMOUNT-EDIT
           END-IF
           IF WS-DAY-DATE = 0
               STRING WS-CUR-ACCT-ID DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-SI-FIELD-CD(WS-CUR-IX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-AMOUNT-EDIT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-SI-FREQUENCY(WS-CUR-IX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   "        " DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-ACTION-TEXT DELIMITED BY SIZE
                   INTO STND-LINE
           ELSE
               STRING WS-CUR-ACCT-ID DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-SI-FIELD-CD(WS-CUR-IX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-AMOUNT-EDIT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-SI-FREQUENCY(WS-CUR-IX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-DAY-DATE DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-ACTION-TEXT DELIMITED BY SIZE
                   INTO STND-LINE
           END-IF
           WRITE STND-LINE.

       WRITE-EXPIRY-SECTION-PARA.
           MOVE SPACES TO STND-LINE
           WRITE STND-LINE
           MOVE SPACES TO STND-LINE
           STRING "INSTRUCTIONS EXPIRING IN " DELIMITED BY SIZE
               WS-TODAY-MONTH DELIMITED BY SIZE
               INTO STND-LINE
           WRITE STND-LINE
           MOVE 1 TO WS-SI-IX
           PERFORM CHECK-EXPIRY-PARA
               UNTIL WS-SI-IX > WS-SI-COUNT.

       CHECK-EXPIRY-PARA.
           IF WS-SI-END-DATE(WS-SI-IX)(1:6) = WS-TODAY-MONTH
                   AND WS-SI-END-DATE(WS-SI-IX)
                       NOT LESS THAN WS-TODAY-DATE
               ADD 1 TO WS-EXPIRING-COUNT
               IF WS-SI-AMOUNT(WS-SI-IX) NUMERIC
                   MOVE WS-SI-AMOUNT(WS-SI-IX) TO WS-AMOUNT-EDIT
               ELSE
                   MOVE 0 TO WS-AMOUNT-EDIT
               END-IF
               MOVE SPACES TO STND-LINE
               STRING WS-SI-ACCT-ID(WS-SI-IX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-SI-FIELD-CD(WS-SI-IX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-AMOUNT-EDIT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-SI-FREQUENCY(WS-SI-IX) DELIMITED BY SIZE
                   "  ENDS " DELIMITED BY SIZE
                   WS-SI-END-DATE(WS-SI-IX) DELIMITED BY SIZE
                   INTO STND-LINE
               WRITE STND-LINE
           END-IF
           ADD 1 TO WS-SI-IX.

       WRITE-STND-LAST-PARA.
           OPEN OUTPUT STND-LAST-FILE
           MOVE SPACES TO STND-LAST-REC
           MOVE WS-TODAY-DATE TO SLST-RUN-DATE
           MOVE WS-FROM-DATE-NUM TO SLST-FROM-DATE
           WRITE STND-LAST-REC
           CLOSE STND-LAST-FILE.

       WRITE-STND-HDR-PARA.
           MOVE SPACES TO STND-LINE
           STRING "STANDING INSTRUCTION SCHEDULE REPORT  "
               DELIMITED BY SIZE
               WS-TODAY-DATE DELIMITED BY SIZE
               INTO STND-LINE
           WRITE STND-LINE
           MOVE SPACES TO STND-LINE
           STRING "DUE DATES COVERED: " DELIMITED BY SIZE
               WS-FROM-DATE-NUM DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               WS-TODAY-DATE DELIMITED BY SIZE
               INTO STND-LINE
           WRITE STND-LINE
           MOVE SPACES TO STND-LINE
           STRING "ACCT    F     AMOUNT  Q  DUE DATE  ACTION"
               DELIMITED BY SIZE
               INTO STND-LINE
           WRITE STND-LINE.

       WRITE-STND-TOTALS-PARA.
           MOVE SPACES TO STND-LINE
           WRITE STND-LINE
           MOVE SPACES TO STND-LINE
           STRING "INSTRUCTIONS ON FILE:  " DELIMITED BY SIZE
               WS-SI-COUNT DELIMITED BY SIZE
               INTO STND-LINE
           WRITE STND-LINE
           MOVE SPACES TO STND-LINE
           STRING "ENTRIES GENERATED:     " DELIMITED BY SIZE
               WS-GENERATED-COUNT DELIMITED BY SIZE
               INTO STND-LINE
           WRITE STND-LINE
           MOVE SPACES TO STND-LINE
           STRING "SKIPPED - CLOSED:      " DELIMITED BY SIZE
               WS-SKIP-CLOSED-COUNT DELIMITED BY SIZE
               INTO STND-LINE
           WRITE STND-LINE
           MOVE SPACES TO STND-LINE
           STRING "SKIPPED - ON HOLD:     " DELIMITED BY SIZE
               WS-SKIP-HOLD-COUNT DELIMITED BY SIZE
               INTO STND-LINE
           WRITE STND-LINE
           MOVE SPACES TO STND-LINE
           STRING "EXPIRING THIS MONTH:   " DELIMITED BY SIZE
               WS-EXPIRING-COUNT DELIMITED BY SIZE
               INTO STND-LINE
           WRITE STND-LINE
           MOVE SPACES TO STND-LINE
           STRING "INVALID INSTRUCTIONS:  " DELIMITED BY SIZE
               WS-INVALID-COUNT DELIMITED BY SIZE
               INTO STND-LINE
           WRITE STND-LINE.
