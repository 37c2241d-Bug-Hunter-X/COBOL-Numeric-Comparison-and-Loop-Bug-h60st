       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHRGCALC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHRG-CTL-FILE ASSIGN TO "CHRGCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CCTL-STATUS.
           SELECT NEW-MASTER-FILE ASSIGN TO "NEWMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEWM-STATUS.
           SELECT TRAN-LEDGER-FILE ASSIGN TO "TRANLEDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDG-STATUS.
           SELECT CHARGE-TRAN-FILE ASSIGN TO "CHRGTRAN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHRG-RPT ASSIGN TO "CHRGRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CHRG-CTL-FILE.
       01  CHRG-PERIOD-CARD.
           05  CCP-CARD-TYPE           PIC X(01).
           05  CCP-PERIOD              PIC X(06).
           05  CCP-GRACE-DAYS          PIC 9(02).
           05  CCP-MIN-CHARGE          PIC 9(03)V9(02).
           05  FILLER                  PIC X(26).
       01  CHRG-TIER-CARD.
           05  CCT-CARD-TYPE           PIC X(01).
           05  CCT-UPPER-BASIS         PIC 9(07)V9(02).
           05  CCT-RATE                PIC 9(02)V9(03).
           05  FILLER                  PIC X(25).
       01  CHRG-WAIVER-CARD.
           05  CCW-CARD-TYPE           PIC X(01).
           05  CCW-ACCT-ID             PIC X(06).
           05  CCW-REASON              PIC X(20).
           05  FILLER                  PIC X(13).

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

       FD  CHARGE-TRAN-FILE.
       01  CHARGE-TRAN-REC.
           05  CTRN-ACCT-ID            PIC X(06).
           05  CTRN-FIELD-CD           PIC X(01).
           05  CTRN-AMOUNT             PIC S9(05)V9(02).
           05  CTRN-PERIOD-END         PIC X(08).
           05  FILLER                  PIC X(24).
           05  CTRN-EFF-DATE           PIC X(08).
           05  CTRN-SUBMIT-ID          PIC X(08).
           05  FILLER                  PIC X(12).
       01  CHARGE-CTL-REC.
           05  CHCTL-KEY               PIC X(06).
           05  CHCTL-REC-COUNT         PIC 9(07).
           05  CHCTL-HASH-TOTAL        PIC S9(09)V9(02)
               SIGN IS LEADING SEPARATE CHARACTER.
           05  CHCTL-FEED-DATE         PIC X(08).
           05  CHCTL-PERIOD-END        PIC X(08).
           05  FILLER                  PIC X(33).

       FD  CHRG-RPT.
       01  CHRG-LINE                   PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CCTL-STATUS              PIC X(02) VALUE SPACES.
       01  WS-NEWM-STATUS              PIC X(02) VALUE SPACES.
       01  WS-LEDG-STATUS              PIC X(02) VALUE SPACES.
       01  WS-EOF-CCTL                 PIC X(01) VALUE "N".
       01  WS-EOF-NEWM                 PIC X(01) VALUE "N".
       01  WS-EOF-LEDGER               PIC X(01) VALUE "N".
       01  WS-TODAY-DATE               PIC X(08) VALUE SPACES.
       01  WS-TODAY-DATE-NUM           PIC 9(08) VALUE 0.
       01  WS-RUN-OK                   PIC X(01) VALUE "Y".
       01  WS-STOP-REASON              PIC X(50) VALUE SPACES.
       01  WS-PERIOD-CARD-SEEN         PIC X(01) VALUE "N".
       01  WS-PERIOD-TEXT              PIC X(06) VALUE SPACES.
       01  WS-GRACE-DAYS               PIC 9(02) VALUE 0.
       01  WS-MIN-CHARGE               PIC 9(03)V9(02) VALUE 0.
       01  WS-PERIOD-START             PIC 9(08) VALUE 0.
       01  WS-PERIOD-START-X REDEFINES WS-PERIOD-START.
           05  WS-PS-YYYY              PIC 9(04).
           05  WS-PS-MM                PIC 9(02).
           05  WS-PS-DD                PIC 9(02).
       01  WS-PERIOD-END               PIC 9(08) VALUE 0.
       01  WS-PERIOD-END-X REDEFINES WS-PERIOD-END.
           05  WS-PE-YYYY              PIC 9(04).
           05  WS-PE-MM                PIC 9(02).
           05  WS-PE-DD                PIC 9(02).
       01  WS-NEXT-MONTH-DATE          PIC 9(08) VALUE 0.
       01  WS-NEXT-MONTH-X REDEFINES WS-NEXT-MONTH-DATE.
           05  WS-NM-YYYY              PIC 9(04).
           05  WS-NM-MM                PIC 9(02).
           05  WS-NM-DD                PIC 9(02).
       01  WS-MONTH-END-DATE           PIC 9(08) VALUE 0.
       01  WS-PERIOD-DAYS              PIC 9(02) VALUE 0.
       01  WS-TIER-MAX                 PIC 9(02) VALUE 10.
       01  WS-TIER-COUNT               PIC 9(02) VALUE 0.
       01  WS-TIER-IX                  PIC 9(02) COMP VALUE 0.
       01  WS-TIER-FOUND               PIC 9(02) VALUE 0.
       01  WS-TIER-NO                  PIC 9(02) VALUE 0.
       01  WS-TIER-TABLE.
           05  WS-TIER-ENTRY OCCURS 10 TIMES.
               10  WS-TR-UPPER-BASIS   PIC 9(07)V9(02).
               10  WS-TR-RATE          PIC 9(02)V9(03).
       01  WS-WV-MAX                   PIC 9(03) VALUE 500.
       01  WS-WV-COUNT                 PIC 9(03) VALUE 0.
       01  WS-WV-IX                    PIC 9(03) COMP VALUE 0.
       01  WS-WV-FOUND                 PIC 9(03) VALUE 0.
       01  WS-WV-FOUND-ACCT            PIC X(06) VALUE SPACES.
       01  WS-WV-TABLE.
           05  WS-WV-ENTRY OCCURS 500 TIMES.
               10  WS-WV-ACCT-ID       PIC X(06).
               10  WS-WV-REASON        PIC X(20).
       01  WS-AC-MAX                   PIC 9(04) VALUE 2000.
       01  WS-AC-COUNT                 PIC 9(04) VALUE 0.
       01  WS-AC-IX                    PIC 9(04) COMP VALUE 0.
       01  WS-AC-FOUND                 PIC 9(04) VALUE 0.
       01  WS-AC-TABLE.
           05  WS-AC-ENTRY OCCURS 2000 TIMES.
               10  WS-AC-ACCT-ID       PIC X(06).
               10  WS-AC-AREA-2        PIC S9(05)V9(02).
               10  WS-AC-AFTER         PIC S9(09)V9(02).
               10  WS-AC-DAY-EFF       PIC S9(09)V9(02)
                   OCCURS 31 TIMES.
       01  WS-DAY-IX                   PIC 9(02) COMP VALUE 0.
       01  WS-LG-EFFECT                PIC S9(07)V9(02) VALUE 0.
       01  WS-LG-DAY                   PIC 9(02) VALUE 0.
       01  WS-LEDG-FIRST-DATE          PIC X(08) VALUE SPACES.
       01  WS-ALREADY-CHARGED          PIC X(01) VALUE "N".
       01  WS-EOD-BALANCE              PIC S9(09)V9(02) VALUE 0.
       01  WS-NEG-DAYS                 PIC 9(02) VALUE 0.
       01  WS-NEG-SUM                  PIC 9(11)V9(02) VALUE 0.
       01  WS-BASIS                    PIC 9(09)V9(02) VALUE 0.
       01  WS-RATE                     PIC 9(02)V9(03) VALUE 0.
       01  WS-CHARGE                   PIC 9(09)V9(02) VALUE 0.
       01  WS-MAX-CHARGE               PIC 9(05)V9(02) VALUE 99999.99.
       01  WS-ACTION-TEXT              PIC X(30) VALUE SPACES.
       01  WS-NOTE-TEXT                PIC X(70) VALUE SPACES.
       01  WS-DAYS-EDIT                PIC Z9.
       01  WS-BASIS-EDIT               PIC Z(8)9.9(02).
       01  WS-RATE-EDIT                PIC Z9.9(03).
       01  WS-CHARGE-EDIT              PIC Z(8)9.9(02).
       01  WS-MIN-EDIT                 PIC ZZ9.9(02).
       01  WS-TOTAL-EDIT               PIC Z(10)9.9(02).
       01  WS-HEADER-KEY               PIC X(06) VALUE "000000".
       01  WS-TRAILER-KEY              PIC X(06) VALUE "999999".
       01  WS-FEED-HASH-TOTAL          PIC S9(09)V9(02) VALUE 0.
       01  WS-CHARGED-COUNT            PIC 9(07) VALUE 0.
       01  WS-OVERDRAWN-COUNT          PIC 9(05) VALUE 0.
       01  WS-WAIVED-COUNT             PIC 9(05) VALUE 0.
       01  WS-GRACE-COUNT              PIC 9(05) VALUE 0.
       01  WS-BELOW-MIN-COUNT          PIC 9(05) VALUE 0.
       01  WS-UNREADABLE-COUNT         PIC 9(05) VALUE 0.
       01  WS-TOTAL-WAIVED             PIC S9(11)V9(02) VALUE 0.
       01  WS-RETURN-CODE              PIC 9(02) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           MOVE WS-TODAY-DATE TO WS-TODAY-DATE-NUM
           PERFORM READ-CHARGE-CONTROL-PARA
           PERFORM SET-PERIOD-PARA
           IF WS-RUN-OK = "Y"
               PERFORM CHECK-TIERS-PARA
           END-IF
           OPEN OUTPUT CHRG-RPT
           PERFORM WRITE-CHRG-HDR-PARA
           IF WS-RUN-OK = "Y"
               PERFORM LOAD-MASTER-PARA
           END-IF
           IF WS-RUN-OK = "Y"
               PERFORM LOAD-LEDGER-PARA
           END-IF
           OPEN OUTPUT CHARGE-TRAN-FILE
           MOVE SPACES TO CHARGE-CTL-REC
           MOVE WS-HEADER-KEY TO CHCTL-KEY
           MOVE 0 TO CHCTL-REC-COUNT
           MOVE 0 TO CHCTL-HASH-TOTAL
           MOVE WS-TODAY-DATE TO CHCTL-FEED-DATE
           MOVE WS-PERIOD-END TO CHCTL-PERIOD-END
           WRITE CHARGE-CTL-REC
           IF WS-RUN-OK = "Y"
               PERFORM WRITE-COLUMN-HDR-PARA
               MOVE 1 TO WS-AC-IX
               PERFORM CHARGE-ACCOUNT-PARA
                   UNTIL WS-AC-IX > WS-AC-COUNT
           ELSE
               MOVE SPACES TO CHRG-LINE
               STRING "CHARGE RUN STOPPED - " DELIMITED BY SIZE
                   WS-STOP-REASON DELIMITED BY SIZE
                   INTO CHRG-LINE
               WRITE CHRG-LINE
               DISPLAY "CHARGE RUN STOPPED - " WS-STOP-REASON
               DISPLAY "CHRGTRAN WRITTEN WITH NO CHARGES"
               MOVE 12 TO WS-RETURN-CODE
           END-IF
           MOVE SPACES TO CHARGE-CTL-REC
           MOVE WS-TRAILER-KEY TO CHCTL-KEY
           MOVE WS-CHARGED-COUNT TO CHCTL-REC-COUNT
           MOVE WS-FEED-HASH-TOTAL TO CHCTL-HASH-TOTAL
           MOVE WS-TODAY-DATE TO CHCTL-FEED-DATE
           MOVE WS-PERIOD-END TO CHCTL-PERIOD-END
           WRITE CHARGE-CTL-REC
           CLOSE CHARGE-TRAN-FILE
           IF WS-RUN-OK = "Y"
               PERFORM WRITE-CHRG-TOTALS-PARA
           END-IF
           CLOSE CHRG-RPT
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       READ-CHARGE-CONTROL-PARA.
           OPEN INPUT CHRG-CTL-FILE
           IF WS-CCTL-STATUS = "00"
               PERFORM READ-CHARGE-CARD-PARA
                   UNTIL WS-EOF-CCTL = "Y"
               CLOSE CHRG-CTL-FILE
           END-IF.

       READ-CHARGE-CARD-PARA.
           READ CHRG-CTL-FILE
               AT END
                   MOVE "Y" TO WS-EOF-CCTL
               NOT AT END
                   EVALUATE CCP-CARD-TYPE
                       WHEN "P"
                           PERFORM TAKE-PERIOD-CARD-PARA
                       WHEN "T"
                           PERFORM TAKE-TIER-CARD-PARA
                       WHEN "W"
                           PERFORM TAKE-WAIVER-CARD-PARA
                       WHEN OTHER
                           DISPLAY "CHRGCARD RECORD TYPE "
                               CCP-CARD-TYPE " NOT RECOGNISED - IGNORED"
                           IF WS-RETURN-CODE < 4
                               MOVE 4 TO WS-RETURN-CODE
                           END-IF
                   END-EVALUATE
           END-READ.

       TAKE-PERIOD-CARD-PARA.
           MOVE "Y" TO WS-PERIOD-CARD-SEEN
           MOVE CCP-PERIOD TO WS-PERIOD-TEXT
           IF CCP-GRACE-DAYS NUMERIC
               MOVE CCP-GRACE-DAYS TO WS-GRACE-DAYS
           END-IF
           IF CCP-MIN-CHARGE NUMERIC
               MOVE CCP-MIN-CHARGE TO WS-MIN-CHARGE
           END-IF.

       TAKE-TIER-CARD-PARA.
           IF CCT-UPPER-BASIS NOT NUMERIC
                   OR CCT-RATE NOT NUMERIC
               DISPLAY "CHRGCARD TIER RECORD INVALID - IGNORED"
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           ELSE
               IF WS-TIER-COUNT < WS-TIER-MAX
                   ADD 1 TO WS-TIER-COUNT
                   MOVE CCT-UPPER-BASIS
                       TO WS-TR-UPPER-BASIS(WS-TIER-COUNT)
                   MOVE CCT-RATE TO WS-TR-RATE(WS-TIER-COUNT)
               ELSE
                   DISPLAY "CHARGE TIER TABLE FULL - TIER NOT LOADED"
                   IF WS-RETURN-CODE < 8
                       MOVE 8 TO WS-RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       TAKE-WAIVER-CARD-PARA.
           IF CCW-ACCT-ID = SPACES
               DISPLAY "CHRGCARD WAIVER RECORD INVALID - IGNORED"
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           ELSE
               IF WS-WV-COUNT < WS-WV-MAX
                   ADD 1 TO WS-WV-COUNT
                   MOVE CCW-ACCT-ID TO WS-WV-ACCT-ID(WS-WV-COUNT)
                   IF CCW-REASON = SPACES
                       MOVE "NO REASON GIVEN"
                           TO WS-WV-REASON(WS-WV-COUNT)
                   ELSE
                       MOVE CCW-REASON TO WS-WV-REASON(WS-WV-COUNT)
                   END-IF
               ELSE
                   DISPLAY "WAIVER TABLE FULL - WAIVER FOR "
                       CCW-ACCT-ID " NOT LOADED"
                   IF WS-RETURN-CODE < 8
                       MOVE 8 TO WS-RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       SET-PERIOD-PARA.
           IF WS-PERIOD-CARD-SEEN = "Y" AND WS-PERIOD-TEXT NOT = SPACES
               IF WS-PERIOD-TEXT NUMERIC
                   MOVE WS-PERIOD-TEXT TO WS-PERIOD-START(1:6)
                   MOVE 1 TO WS-PS-DD
                   IF WS-PS-MM < 1 OR WS-PS-MM > 12
                       MOVE "N" TO WS-RUN-OK
                       MOVE "INVALID CHARGE PERIOD ON CHRGCARD"
                           TO WS-STOP-REASON
                   END-IF
               ELSE
                   MOVE "N" TO WS-RUN-OK
                   MOVE "INVALID CHARGE PERIOD ON CHRGCARD"
                       TO WS-STOP-REASON
               END-IF
           ELSE
               MOVE WS-TODAY-DATE-NUM TO WS-PERIOD-START
               MOVE 1 TO WS-PS-DD
               PERFORM SET-MONTH-END-PARA
               IF WS-MONTH-END-DATE NOT = WS-TODAY-DATE-NUM
                   IF WS-PS-MM = 1
                       MOVE 12 TO WS-PS-MM
                       SUBTRACT 1 FROM WS-PS-YYYY
                   ELSE
                       SUBTRACT 1 FROM WS-PS-MM
                   END-IF
               END-IF
           END-IF
           IF WS-RUN-OK = "Y"
               PERFORM SET-MONTH-END-PARA
               MOVE WS-MONTH-END-DATE TO WS-PERIOD-END
               MOVE WS-PE-DD TO WS-PERIOD-DAYS
               IF WS-PERIOD-END > WS-TODAY-DATE-NUM
                   MOVE "N" TO WS-RUN-OK
                   MOVE "CHARGE PERIOD HAS NOT YET ENDED"
                       TO WS-STOP-REASON
               END-IF
           END-IF.

       SET-MONTH-END-PARA.
           MOVE WS-PERIOD-START TO WS-NEXT-MONTH-DATE
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

       CHECK-TIERS-PARA.
           IF WS-TIER-COUNT = 0
               MOVE "N" TO WS-RUN-OK
               MOVE "NO VALID RATE TIERS ON CHRGCARD"
                   TO WS-STOP-REASON
           ELSE
               MOVE 2 TO WS-TIER-IX
               PERFORM CHECK-TIER-ORDER-PARA
                   UNTIL WS-TIER-IX > WS-TIER-COUNT
           END-IF.

       CHECK-TIER-ORDER-PARA.
           IF WS-TR-UPPER-BASIS(WS-TIER-IX)
                   NOT GREATER THAN WS-TR-UPPER-BASIS(WS-TIER-IX - 1)
               MOVE "N" TO WS-RUN-OK
               MOVE "RATE TIERS NOT IN ASCENDING ORDER"
                   TO WS-STOP-REASON
           END-IF
           ADD 1 TO WS-TIER-IX.

       LOAD-MASTER-PARA.
           OPEN INPUT NEW-MASTER-FILE
           IF WS-NEWM-STATUS = "00"
               PERFORM LOAD-MASTER-ENTRY-PARA
                   UNTIL WS-EOF-NEWM = "Y"
               CLOSE NEW-MASTER-FILE
           ELSE
               MOVE "N" TO WS-RUN-OK
               MOVE "NEWMAST NOT AVAILABLE" TO WS-STOP-REASON
           END-IF.

       LOAD-MASTER-ENTRY-PARA.
           READ NEW-MASTER-FILE
               AT END
                   MOVE "Y" TO WS-EOF-NEWM
               NOT AT END
                   IF NEWM-ACCT-ID NOT = WS-HEADER-KEY
                           AND NEWM-ACCT-ID NOT = WS-TRAILER-KEY
                       IF NEWM-AREA-2 NOT NUMERIC
                           ADD 1 TO WS-UNREADABLE-COUNT
                           DISPLAY "NEWMAST AREA-2 NOT NUMERIC FOR "
                               NEWM-ACCT-ID " - NOT CHARGED"
                           IF WS-RETURN-CODE < 4
                               MOVE 4 TO WS-RETURN-CODE
                           END-IF
                       ELSE
                           PERFORM ADD-ACCOUNT-PARA
                       END-IF
                   END-IF
           END-READ.

       ADD-ACCOUNT-PARA.
           IF WS-AC-COUNT < WS-AC-MAX
               ADD 1 TO WS-AC-COUNT
               MOVE NEWM-ACCT-ID TO WS-AC-ACCT-ID(WS-AC-COUNT)
               MOVE NEWM-AREA-2 TO WS-AC-AREA-2(WS-AC-COUNT)
               MOVE 0 TO WS-AC-AFTER(WS-AC-COUNT)
               MOVE 1 TO WS-DAY-IX
               PERFORM CLEAR-DAY-EFF-PARA
                   UNTIL WS-DAY-IX > 31
           ELSE
               DISPLAY "ACCOUNT TABLE FULL - ACCOUNT "
                   NEWM-ACCT-ID " NOT CHARGED"
               IF WS-RETURN-CODE < 8
                   MOVE 8 TO WS-RETURN-CODE
               END-IF
           END-IF.

       CLEAR-DAY-EFF-PARA.
           MOVE 0 TO WS-AC-DAY-EFF(WS-AC-COUNT, WS-DAY-IX)
           ADD 1 TO WS-DAY-IX.

       LOAD-LEDGER-PARA.
           OPEN INPUT TRAN-LEDGER-FILE
           IF WS-LEDG-STATUS = "00"
               PERFORM LOAD-LEDGER-ENTRY-PARA
                   UNTIL WS-EOF-LEDGER = "Y"
               CLOSE TRAN-LEDGER-FILE
               IF WS-LEDG-FIRST-DATE = SPACES
                   MOVE "TRANLEDG EMPTY - BALANCES TAKEN AS UNCHANGED"
                       TO WS-NOTE-TEXT
                   PERFORM WRITE-NOTE-PARA
               ELSE
                   IF WS-LEDG-FIRST-DATE > WS-PERIOD-START
                       MOVE SPACES TO WS-NOTE-TEXT
                       STRING "LEDGER HISTORY BEGINS "
                               DELIMITED BY SIZE
                           WS-LEDG-FIRST-DATE DELIMITED BY SIZE
                           " - EARLIER DAYS AT THAT BALANCE"
                               DELIMITED BY SIZE
                           INTO WS-NOTE-TEXT
                       PERFORM WRITE-NOTE-PARA
                   END-IF
               END-IF
           ELSE
               MOVE "TRANLEDG MISSING - BALANCES TAKEN AS UNCHANGED"
                   TO WS-NOTE-TEXT
               PERFORM WRITE-NOTE-PARA
           END-IF
           IF WS-ALREADY-CHARGED = "Y"
               MOVE "PERIOD ALREADY CHARGED - FEED WILL BE SKIPPED"
                   TO WS-NOTE-TEXT
               PERFORM WRITE-NOTE-PARA
           END-IF.

       LOAD-LEDGER-ENTRY-PARA.
           READ TRAN-LEDGER-FILE
               AT END
                   MOVE "Y" TO WS-EOF-LEDGER
               NOT AT END
                   IF LEDG-RUN-DATE NUMERIC AND LEDG-AMOUNT NUMERIC
                       IF WS-LEDG-FIRST-DATE = SPACES
                               OR LEDG-RUN-DATE < WS-LEDG-FIRST-DATE
                           MOVE LEDG-RUN-DATE TO WS-LEDG-FIRST-DATE
                       END-IF
                       IF LEDG-FIELD-CD = "3"
                               AND LEDG-ENTRY-TYPE NOT = "R"
                               AND LEDG-ORIG-RUN-DATE = WS-PERIOD-END
                           MOVE "Y" TO WS-ALREADY-CHARGED
                       END-IF
                       IF LEDG-FIELD-CD NOT = "1"
                               AND LEDG-RUN-DATE
                                   NOT LESS THAN WS-PERIOD-START
                           PERFORM POST-LEDGER-EFFECT-PARA
                       END-IF
                   END-IF
           END-READ.

       POST-LEDGER-EFFECT-PARA.
           MOVE 0 TO WS-AC-FOUND
           MOVE 1 TO WS-AC-IX
           PERFORM SCAN-ACCOUNT-PARA
               UNTIL WS-AC-IX > WS-AC-COUNT
                   OR WS-AC-FOUND > 0
           IF WS-AC-FOUND > 0
               COMPUTE WS-LG-EFFECT = 0 - LEDG-AMOUNT
               IF LEDG-RUN-DATE > WS-PERIOD-END
                   ADD WS-LG-EFFECT TO WS-AC-AFTER(WS-AC-FOUND)
               ELSE
                   MOVE LEDG-RUN-DATE(7:2) TO WS-LG-DAY
                   ADD WS-LG-EFFECT
                       TO WS-AC-DAY-EFF(WS-AC-FOUND, WS-LG-DAY)
               END-IF
           END-IF.

       SCAN-ACCOUNT-PARA.
           IF WS-AC-ACCT-ID(WS-AC-IX) = LEDG-ACCT-ID
               MOVE WS-AC-IX TO WS-AC-FOUND
           END-IF
           ADD 1 TO WS-AC-IX.

       CHARGE-ACCOUNT-PARA.
           COMPUTE WS-EOD-BALANCE =
               WS-AC-AREA-2(WS-AC-IX) - WS-AC-AFTER(WS-AC-IX)
           MOVE 0 TO WS-NEG-DAYS
           MOVE 0 TO WS-NEG-SUM
           MOVE WS-PERIOD-DAYS TO WS-DAY-IX
           PERFORM ROLL-DAY-PARA
               UNTIL WS-DAY-IX = 0
           IF WS-NEG-DAYS > 0
               ADD 1 TO WS-OVERDRAWN-COUNT
               PERFORM DECIDE-CHARGE-PARA
               PERFORM WRITE-REGISTER-LINE-PARA
           END-IF
           ADD 1 TO WS-AC-IX.

       ROLL-DAY-PARA.
           IF WS-EOD-BALANCE < 0
               ADD 1 TO WS-NEG-DAYS
               SUBTRACT WS-EOD-BALANCE FROM WS-NEG-SUM
           END-IF
           SUBTRACT WS-AC-DAY-EFF(WS-AC-IX, WS-DAY-IX)
               FROM WS-EOD-BALANCE
           SUBTRACT 1 FROM WS-DAY-IX.

       DECIDE-CHARGE-PARA.
           COMPUTE WS-BASIS ROUNDED = WS-NEG-SUM / WS-PERIOD-DAYS
           MOVE 0 TO WS-TIER-FOUND
           MOVE 1 TO WS-TIER-IX
           PERFORM FIND-TIER-PARA
               UNTIL WS-TIER-IX > WS-TIER-COUNT
                   OR WS-TIER-FOUND > 0
           IF WS-TIER-FOUND = 0
               MOVE WS-TIER-COUNT TO WS-TIER-FOUND
           END-IF
           MOVE WS-TR-RATE(WS-TIER-FOUND) TO WS-RATE
           COMPUTE WS-CHARGE ROUNDED = WS-BASIS * WS-RATE / 100
           IF WS-CHARGE > WS-MAX-CHARGE
               MOVE WS-MAX-CHARGE TO WS-CHARGE
           END-IF
           MOVE WS-AC-ACCT-ID(WS-AC-IX) TO WS-WV-FOUND-ACCT
           PERFORM FIND-WAIVER-PARA
           IF WS-NEG-DAYS NOT GREATER THAN WS-GRACE-DAYS
               ADD 1 TO WS-GRACE-COUNT
               MOVE "WITHIN GRACE - NOT CHARGED" TO WS-ACTION-TEXT
           ELSE
               IF WS-CHARGE = 0 OR WS-CHARGE < WS-MIN-CHARGE
                   ADD 1 TO WS-BELOW-MIN-COUNT
                   MOVE "BELOW MINIMUM - NOT CHARGED"
                       TO WS-ACTION-TEXT
               ELSE
                   IF WS-WV-FOUND > 0
                       ADD 1 TO WS-WAIVED-COUNT
                       ADD WS-CHARGE TO WS-TOTAL-WAIVED
                       MOVE SPACES TO WS-ACTION-TEXT
                       STRING "WAIVED - " DELIMITED BY SIZE
                           WS-WV-REASON(WS-WV-FOUND) DELIMITED BY SIZE
                           INTO WS-ACTION-TEXT
                   ELSE
                       PERFORM WRITE-CHARGE-TRAN-PARA
                       MOVE "CHARGED" TO WS-ACTION-TEXT
                   END-IF
               END-IF
           END-IF.

       FIND-TIER-PARA.
           IF WS-BASIS NOT GREATER THAN WS-TR-UPPER-BASIS(WS-TIER-IX)
               MOVE WS-TIER-IX TO WS-TIER-FOUND
           END-IF
           ADD 1 TO WS-TIER-IX.

       FIND-WAIVER-PARA.
           MOVE 0 TO WS-WV-FOUND
           MOVE 1 TO WS-WV-IX
           PERFORM SCAN-WAIVER-PARA
               UNTIL WS-WV-IX > WS-WV-COUNT
                   OR WS-WV-FOUND > 0.

       SCAN-WAIVER-PARA.
           IF WS-WV-ACCT-ID(WS-WV-IX) = WS-WV-FOUND-ACCT
               MOVE WS-WV-IX TO WS-WV-FOUND
           END-IF
           ADD 1 TO WS-WV-IX.

       WRITE-CHARGE-TRAN-PARA.
           MOVE SPACES TO CHARGE-TRAN-REC
           MOVE WS-AC-ACCT-ID(WS-AC-IX) TO CTRN-ACCT-ID
           MOVE "3" TO CTRN-FIELD-CD
           MOVE WS-CHARGE TO CTRN-AMOUNT
           MOVE WS-PERIOD-END TO CTRN-PERIOD-END
           MOVE "CHRGCALC" TO CTRN-SUBMIT-ID
           WRITE CHARGE-TRAN-REC
           ADD WS-CHARGE TO WS-FEED-HASH-TOTAL
           ADD 1 TO WS-CHARGED-COUNT.

       WRITE-REGISTER-LINE-PARA.
           MOVE WS-NEG-DAYS TO WS-DAYS-EDIT
           MOVE WS-BASIS TO WS-BASIS-EDIT
           MOVE WS-RATE TO WS-RATE-EDIT
           MOVE WS-CHARGE TO WS-CHARGE-EDIT
           MOVE SPACES TO CHRG-LINE
           STRING WS-AC-ACCT-ID(WS-AC-IX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-DAYS-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-BASIS-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-RATE-EDIT DELIMITED BY SIZE
               "%" DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-CHARGE-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-ACTION-TEXT DELIMITED BY SIZE
               INTO CHRG-LINE
           WRITE CHRG-LINE.

       WRITE-NOTE-PARA.
           MOVE SPACES TO CHRG-LINE
           STRING "NOTE: " DELIMITED BY SIZE
               WS-NOTE-TEXT DELIMITED BY SIZE
               INTO CHRG-LINE
           WRITE CHRG-LINE
           DISPLAY WS-NOTE-TEXT
           IF WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

       WRITE-CHRG-HDR-PARA.
           MOVE SPACES TO CHRG-LINE
           STRING "MONTH-END PENALTY CHARGE REGISTER  "
               DELIMITED BY SIZE
               WS-TODAY-DATE DELIMITED BY SIZE
               INTO CHRG-LINE
           WRITE CHRG-LINE
           IF WS-PERIOD-END > 0
               MOVE SPACES TO CHRG-LINE
               STRING "CHARGE PERIOD: " DELIMITED BY SIZE
                   WS-PERIOD-START DELIMITED BY SIZE
                   " TO " DELIMITED BY SIZE
                   WS-PERIOD-END DELIMITED BY SIZE
                   "  DAYS: " DELIMITED BY SIZE
                   WS-PERIOD-DAYS DELIMITED BY SIZE
                   INTO CHRG-LINE
               WRITE CHRG-LINE
           END-IF
           MOVE WS-MIN-CHARGE TO WS-MIN-EDIT
           MOVE SPACES TO CHRG-LINE
           STRING "GRACE DAYS: " DELIMITED BY SIZE
               WS-GRACE-DAYS DELIMITED BY SIZE
               "  MINIMUM CHARGE: " DELIMITED BY SIZE
               WS-MIN-EDIT DELIMITED BY SIZE
               "  WAIVERS ON CARD: " DELIMITED BY SIZE
               WS-WV-COUNT DELIMITED BY SIZE
               INTO CHRG-LINE
           WRITE CHRG-LINE
           MOVE 1 TO WS-TIER-IX
           PERFORM WRITE-TIER-LINE-PARA
               UNTIL WS-TIER-IX > WS-TIER-COUNT.

       WRITE-TIER-LINE-PARA.
           MOVE WS-TR-UPPER-BASIS(WS-TIER-IX) TO WS-BASIS-EDIT
           MOVE WS-TR-RATE(WS-TIER-IX) TO WS-RATE-EDIT
           MOVE WS-TIER-IX TO WS-TIER-NO
           MOVE SPACES TO CHRG-LINE
           STRING "RATE TIER " DELIMITED BY SIZE
               WS-TIER-NO DELIMITED BY SIZE
               "  BASIS UP TO " DELIMITED BY SIZE
               WS-BASIS-EDIT DELIMITED BY SIZE
               "  RATE " DELIMITED BY SIZE
               WS-RATE-EDIT DELIMITED BY SIZE
               "%" DELIMITED BY SIZE
               INTO CHRG-LINE
           WRITE CHRG-LINE
           ADD 1 TO WS-TIER-IX.

       WRITE-COLUMN-HDR-PARA.
           MOVE SPACES TO CHRG-LINE
           WRITE CHRG-LINE
           MOVE SPACES TO CHRG-LINE
           STRING "ACCT  DAYS         BASIS     RATE" DELIMITED BY SIZE
               "        CHARGE  ACTION" DELIMITED BY SIZE
               INTO CHRG-LINE
           WRITE CHRG-LINE.

       WRITE-CHRG-TOTALS-PARA.
           MOVE SPACES TO CHRG-LINE
           WRITE CHRG-LINE
           MOVE SPACES TO CHRG-LINE
           STRING "ACCOUNTS ON MASTER:    " DELIMITED BY SIZE
               WS-AC-COUNT DELIMITED BY SIZE
               INTO CHRG-LINE
           WRITE CHRG-LINE
           MOVE SPACES TO CHRG-LINE
           STRING "ACCOUNTS OVERDRAWN:    " DELIMITED BY SIZE
               WS-OVERDRAWN-COUNT DELIMITED BY SIZE
               INTO CHRG-LINE
           WRITE CHRG-LINE
           MOVE SPACES TO CHRG-LINE
           STRING "ACCOUNTS CHARGED:      " DELIMITED BY SIZE
               WS-CHARGED-COUNT DELIMITED BY SIZE
               INTO CHRG-LINE
           WRITE CHRG-LINE
           MOVE SPACES TO CHRG-LINE
           STRING "ACCOUNTS WAIVED:       " DELIMITED BY SIZE
               WS-WAIVED-COUNT DELIMITED BY SIZE
               INTO CHRG-LINE
           WRITE CHRG-LINE
           MOVE SPACES TO CHRG-LINE
           STRING "WITHIN GRACE:          " DELIMITED BY SIZE
               WS-GRACE-COUNT DELIMITED BY SIZE
               INTO CHRG-LINE
           WRITE CHRG-LINE
           MOVE SPACES TO CHRG-LINE
           STRING "BELOW MINIMUM:         " DELIMITED BY SIZE
               WS-BELOW-MIN-COUNT DELIMITED BY SIZE
               INTO CHRG-LINE
           WRITE CHRG-LINE
           MOVE WS-FEED-HASH-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO CHRG-LINE
           STRING "TOTAL CHARGED:         " DELIMITED BY SIZE
               WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO CHRG-LINE
           WRITE CHRG-LINE
           MOVE WS-TOTAL-WAIVED TO WS-TOTAL-EDIT
           MOVE SPACES TO CHRG-LINE
           STRING "TOTAL WAIVED:          " DELIMITED BY SIZE
               WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO CHRG-LINE
           WRITE CHRG-LINE
           IF WS-UNREADABLE-COUNT > 0
               MOVE SPACES TO CHRG-LINE
               STRING "UNREADABLE MASTERS:    " DELIMITED BY SIZE
                   WS-UNREADABLE-COUNT DELIMITED BY SIZE
                   INTO CHRG-LINE
               WRITE CHRG-LINE
           END-IF.
