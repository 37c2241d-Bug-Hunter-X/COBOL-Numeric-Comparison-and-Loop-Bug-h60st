       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASOFINQ.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASOF-CTL-FILE ASSIGN TO "ASOFCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACTL-STATUS.
           SELECT CTL-FILE ASSIGN TO "CTLCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT NEW-MASTER-FILE ASSIGN TO "NEWMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEWM-STATUS.
           SELECT CLOSED-HIST-FILE ASSIGN TO "CLOSHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLSH-STATUS.
           SELECT TRAN-LEDGER-FILE ASSIGN TO "TRANLEDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDG-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO "ARCHFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT BREACH-HIST-FILE ASSIGN TO "BRCHHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRCH-STATUS.
           SELECT HOLD-FILE ASSIGN TO "HOLDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT ASOF-RPT ASSIGN TO "ASOFRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ASOF-CTL-FILE.
       01  ASOF-CTL-REC.
           05  ACTL-ACCT-ID            PIC X(06).
           05  ACTL-ASOF-DATE          PIC X(08).

       FD  CTL-FILE.
       01  CTL-REC.
           05  CTL-AREA1-LIMIT         PIC 9(05)V9(02).
           05  CTL-AREA2-LIMIT         PIC S9(05)V9(02)
               SIGN IS LEADING SEPARATE CHARACTER.
           05  CTL-COUNTER-LIMIT       PIC 9(02).
           05  FILLER                  PIC X(17).

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

       FD  CLOSED-HIST-FILE.
       01  CLOSED-HIST-REC.
           05  CLSH-CLOSE-DATE         PIC X(08).
           05  CLSH-ACCT-ID            PIC X(06).
           05  CLSH-RUN-DATE           PIC X(08).
           05  CLSH-SUBMIT-ID          PIC X(08).
           05  CLSH-APPROVE-ID         PIC X(08).
           05  CLSH-MASTER-IMAGE.
               10  CLSH-MAST-ACCT-ID   PIC X(06).
               10  CLSH-AREA-1         PIC 9(05)V9(02).
               10  CLSH-AREA-2         PIC S9(05)V9(02).
               10  CLSH-AREA1-LIMIT    PIC 9(05)V9(02).
               10  CLSH-AREA2-LIMIT    PIC S9(05)V9(02)
                   SIGN IS LEADING SEPARATE CHARACTER.
               10  CLSH-COUNTER-LIMIT  PIC 9(02).
               10  FILLER              PIC X(46).

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

       FD  BREACH-HIST-FILE.
       01  BREACH-HIST-REC.
           05  BRCH-ACCT-ID            PIC X(06).
           05  FILLER                  PIC X(02).
           05  BRCH-FIELD-NAME         PIC X(09).
           05  FILLER                  PIC X(02).
           05  BRCH-VALUE              PIC S9(05)V9(02)
               SIGN IS LEADING SEPARATE CHARACTER.
           05  FILLER                  PIC X(02).
           05  BRCH-LIMIT-BROKEN       PIC X(20).
           05  FILLER                  PIC X(02).
           05  BRCH-RUN-DATE           PIC X(08).

       FD  HOLD-FILE.
       01  HOLD-REC.
           05  HOLD-ACCT-ID            PIC X(06).
           05  FILLER                  PIC X(02).
           05  HOLD-FIELD-NAME         PIC X(09).
           05  FILLER                  PIC X(02).
           05  HOLD-DATE               PIC X(08).

       FD  ASOF-RPT.
       01  ASOF-LINE                   PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-ACTL-STATUS              PIC X(02) VALUE SPACES.
       01  WS-CTL-STATUS               PIC X(02) VALUE SPACES.
       01  WS-NEWM-STATUS              PIC X(02) VALUE SPACES.
       01  WS-CLSH-STATUS              PIC X(02) VALUE SPACES.
       01  WS-LEDG-STATUS              PIC X(02) VALUE SPACES.
       01  WS-AUDIT-STATUS             PIC X(02) VALUE SPACES.
       01  WS-ARCH-STATUS              PIC X(02) VALUE SPACES.
       01  WS-BRCH-STATUS              PIC X(02) VALUE SPACES.
       01  WS-HOLD-STATUS              PIC X(02) VALUE SPACES.
       01  WS-EOF-NEWM                 PIC X(01) VALUE "N".
       01  WS-EOF-CLSH                 PIC X(01) VALUE "N".
       01  WS-EOF-LEDGER               PIC X(01) VALUE "N".
       01  WS-EOF-AUDIT                PIC X(01) VALUE "N".
       01  WS-EOF-ARCH                 PIC X(01) VALUE "N".
       01  WS-EOF-BRCH                 PIC X(01) VALUE "N".
       01  WS-EOF-HOLD                 PIC X(01) VALUE "N".
       01  WS-HEADER-KEY               PIC X(06) VALUE "000000".
       01  WS-TRAILER-KEY              PIC X(06) VALUE "999999".
       01  WS-TODAY-DATE               PIC X(08) VALUE SPACES.
       01  WS-REQ-ACCT-ID              PIC X(06) VALUE SPACES.
       01  WS-REQ-DATE                 PIC X(08) VALUE SPACES.
       01  WS-REQUEST-OK               PIC X(01) VALUE "N".
       01  WS-AREA1-LIMIT              PIC 9(05)V9(02) VALUE 5.
       01  WS-AREA2-LIMIT              PIC S9(05)V9(02) VALUE -5.
       01  WS-COUNTER-LIMIT            PIC 9(02) VALUE 10.
       01  WS-ACCT-AREA1-LIMIT         PIC 9(05)V9(02) VALUE 0.
       01  WS-ACCT-AREA2-LIMIT         PIC S9(05)V9(02) VALUE 0.
       01  WS-ACCT-CTR-LIMIT           PIC 9(02) VALUE 0.
       01  WS-LIMIT-SOURCE             PIC X(16) VALUE SPACES.
       01  WS-ANCHOR-FOUND             PIC X(01) VALUE "N".
       01  WS-ANCHOR-SOURCE            PIC X(08) VALUE SPACES.
       01  WS-ANCHOR-AREA-1            PIC S9(07)V9(02) VALUE 0.
       01  WS-ANCHOR-AREA-2            PIC S9(07)V9(02) VALUE 0.
       01  WS-CLOSE-DATE               PIC X(08) VALUE SPACES.
       01  WS-LEDG-AVAILABLE           PIC X(01) VALUE "N".
       01  WS-LEDG-REC-COUNT           PIC 9(07) VALUE 0.
       01  WS-LEDG-EARLIEST            PIC X(08) VALUE HIGH-VALUES.
       01  WS-LEDG-LATEST              PIC X(08) VALUE LOW-VALUES.
       01  WS-LEDG-BAD-COUNT           PIC 9(05) VALUE 0.
       01  WS-PT-MAX                   PIC 9(04) VALUE 2000.
       01  WS-PT-COUNT                 PIC 9(04) VALUE 0.
       01  WS-PT-IX                    PIC 9(04) COMP VALUE 0.
       01  WS-PT-FULL-NOTED            PIC X(01) VALUE "N".
       01  WS-PT-TABLE.
           05  WS-PT-ENTRY OCCURS 2000 TIMES.
               10  WS-PT-DATE          PIC X(08).
               10  WS-PT-SEQ           PIC 9(08).
               10  WS-PT-FIELD-CD      PIC X(01).
               10  WS-PT-AMOUNT        PIC S9(05)V9(02).
               10  WS-PT-ENTRY-TYPE    PIC X(01).
               10  WS-PT-SOURCE        PIC X(01).
       01  WS-AUDIT-AVAILABLE          PIC X(01) VALUE "N".
       01  WS-ARCH-AVAILABLE           PIC X(01) VALUE "N".
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
       01  WS-AUD-ORIGIN               PIC X(08) VALUE SPACES.
       01  WS-AUD-DATE                 PIC X(08) VALUE SPACES.
       01  WS-AUD-MATCH-COUNT          PIC 9(07) VALUE 0.
       01  WS-IMG-FOUND                PIC X(01) VALUE "N".
       01  WS-IMG-TIMESTAMP            PIC X(21) VALUE LOW-VALUES.
       01  WS-IMG-DATE                 PIC X(08) VALUE SPACES.
       01  WS-IMG-AREA-1               PIC S9(07)V9(02) VALUE 0.
       01  WS-IMG-AREA-2               PIC S9(07)V9(02) VALUE 0.
       01  WS-IMG-TRAN-CD              PIC X(01) VALUE SPACES.
       01  WS-IMG-ORIGIN               PIC X(08) VALUE SPACES.
       01  WS-ADD-DATE                 PIC X(08) VALUE LOW-VALUES.
       01  WS-RELEASE-DATE             PIC X(08) VALUE LOW-VALUES.
       01  WS-METHOD                   PIC X(01) VALUE "N".
       01  WS-METHOD-TEXT              PIC X(40) VALUE SPACES.
       01  WS-ASOF-AREA-1              PIC S9(07)V9(02) VALUE 0.
       01  WS-ASOF-AREA-2              PIC S9(07)V9(02) VALUE 0.
       01  WS-USED-COUNT               PIC 9(05) VALUE 0.
       01  WS-LATER-COUNT              PIC 9(05) VALUE 0.
       01  WS-POST-ACTION              PIC X(10) VALUE SPACES.
       01  WS-POST-TYPE                PIC X(08) VALUE SPACES.
       01  WS-BRCH-AVAILABLE           PIC X(01) VALUE "N".
       01  WS-BRCH-DAY-COUNT           PIC 9(05) VALUE 0.
       01  WS-LAST-BREACH-DATE         PIC X(08) VALUE LOW-VALUES.
       01  WS-CUR-HOLD-DATE            PIC X(08) VALUE LOW-VALUES.
       01  WS-HOLD-START-DATE          PIC X(08) VALUE LOW-VALUES.
       01  WS-ON-HOLD                  PIC X(01) VALUE "N".
       01  WS-GAP-MAX                  PIC 9(02) VALUE 20.
       01  WS-GAP-COUNT                PIC 9(02) VALUE 0.
       01  WS-GAP-IX                   PIC 9(02) COMP VALUE 0.
       01  WS-GAP-TEXT                 PIC X(60) VALUE SPACES.
       01  WS-GAP-RC                   PIC 9(02) VALUE 0.
       01  WS-GAP-TABLE.
           05  WS-GAP-ENTRY OCCURS 20 TIMES.
               10  WS-GAP-LINE         PIC X(60).
       01  WS-AMOUNT-EDIT              PIC -(5)9.9(02).
       01  WS-AREA1-EDIT               PIC -(7)9.9(02).
       01  WS-AREA2-EDIT               PIC -(7)9.9(02).
       01  WS-LIM1-EDIT                PIC -(5)9.9(02).
       01  WS-LIM2-EDIT                PIC -(5)9.9(02).
       01  WS-COUNT-EDIT               PIC ZZZZ9.
       01  WS-RETURN-CODE              PIC 9(02) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           OPEN OUTPUT ASOF-RPT
           PERFORM READ-ASOF-CONTROL-PARA
           IF WS-REQUEST-OK = "N"
               MOVE "AS-OF CONTROL CARD MISSING OR INVALID"
                   TO ASOF-LINE
               WRITE ASOF-LINE
               CLOSE ASOF-RPT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-CONTROL-PARA
           PERFORM LOAD-ANCHOR-PARA
           PERFORM LOAD-LEDGER-PARA
           PERFORM SCAN-AUDIT-TRAIL-PARA
           PERFORM WRITE-ASOF-HDR-PARA
           PERFORM CHOOSE-METHOD-PARA
           PERFORM ROLL-BALANCE-PARA
           PERFORM CROSS-CHECK-PARA
           PERFORM WRITE-BALANCE-PARA
           PERFORM WRITE-LIMITS-PARA
           PERFORM WRITE-BREACH-STATUS-PARA
           PERFORM WRITE-HOLD-STATUS-PARA
           PERFORM WRITE-GAPS-PARA
           CLOSE ASOF-RPT
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       READ-ASOF-CONTROL-PARA.
           OPEN INPUT ASOF-CTL-FILE
           IF WS-ACTL-STATUS = "00"
               READ ASOF-CTL-FILE
                   NOT AT END
                       IF ACTL-ACCT-ID NOT = SPACES
                               AND ACTL-ACCT-ID NOT = WS-HEADER-KEY
                               AND ACTL-ACCT-ID NOT = WS-TRAILER-KEY
                               AND ACTL-ASOF-DATE NUMERIC
                               AND ACTL-ASOF-DATE
                                   NOT GREATER THAN WS-TODAY-DATE
                           MOVE ACTL-ACCT-ID TO WS-REQ-ACCT-ID
                           MOVE ACTL-ASOF-DATE TO WS-REQ-DATE
                           MOVE "Y" TO WS-REQUEST-OK
                       END-IF
               END-READ
               CLOSE ASOF-CTL-FILE
           END-IF.

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
                       IF CTL-COUNTER-LIMIT NUMERIC
                           MOVE CTL-COUNTER-LIMIT TO WS-COUNTER-LIMIT
                       END-IF
               END-READ
               CLOSE CTL-FILE
           END-IF.

       LOAD-ANCHOR-PARA.
           OPEN INPUT NEW-MASTER-FILE
           IF WS-NEWM-STATUS = "00"
               PERFORM SEARCH-MASTER-PARA
                   UNTIL WS-EOF-NEWM = "Y"
               CLOSE NEW-MASTER-FILE
           ELSE
               MOVE "NEWMAST NOT AVAILABLE" TO WS-GAP-TEXT
               MOVE 4 TO WS-GAP-RC
               PERFORM ADD-GAP-PARA
           END-IF
           OPEN INPUT CLOSED-HIST-FILE
           IF WS-CLSH-STATUS = "00"
               PERFORM SEARCH-CLOSED-HIST-PARA
                   UNTIL WS-EOF-CLSH = "Y"
               CLOSE CLOSED-HIST-FILE
           END-IF.

       SEARCH-MASTER-PARA.
           READ NEW-MASTER-FILE
               AT END
                   MOVE "Y" TO WS-EOF-NEWM
               NOT AT END
                   IF NEWM-ACCT-ID = WS-REQ-ACCT-ID
                       MOVE "Y" TO WS-ANCHOR-FOUND
                       MOVE "NEWMAST" TO WS-ANCHOR-SOURCE
                       MOVE NEWM-AREA-1 TO WS-ANCHOR-AREA-1
                       MOVE NEWM-AREA-2 TO WS-ANCHOR-AREA-2
                       PERFORM SET-MASTER-LIMITS-PARA
                       MOVE "Y" TO WS-EOF-NEWM
                   END-IF
           END-READ.

       SEARCH-CLOSED-HIST-PARA.
           READ CLOSED-HIST-FILE
               AT END
                   MOVE "Y" TO WS-EOF-CLSH
               NOT AT END
                   IF CLSH-ACCT-ID = WS-REQ-ACCT-ID
                           AND WS-ANCHOR-SOURCE NOT = "NEWMAST"
                           AND CLSH-CLOSE-DATE > WS-CLOSE-DATE
                       MOVE CLSH-CLOSE-DATE TO WS-CLOSE-DATE
                       MOVE "Y" TO WS-ANCHOR-FOUND
                       MOVE "CLOSHIST" TO WS-ANCHOR-SOURCE
                       MOVE CLSH-AREA-1 TO WS-ANCHOR-AREA-1
                       MOVE CLSH-AREA-2 TO WS-ANCHOR-AREA-2
                       PERFORM SET-CLOSED-LIMITS-PARA
                   END-IF
           END-READ.

       SET-MASTER-LIMITS-PARA.
           MOVE "MASTER RECORD" TO WS-LIMIT-SOURCE
           IF NEWM-AREA1-LIMIT NUMERIC
               MOVE NEWM-AREA1-LIMIT TO WS-ACCT-AREA1-LIMIT
           ELSE
               MOVE WS-AREA1-LIMIT TO WS-ACCT-AREA1-LIMIT
               MOVE "CTLCARD DEFAULT" TO WS-LIMIT-SOURCE
           END-IF
           IF NEWM-AREA2-LIMIT NUMERIC
               MOVE NEWM-AREA2-LIMIT TO WS-ACCT-AREA2-LIMIT
           ELSE
               MOVE WS-AREA2-LIMIT TO WS-ACCT-AREA2-LIMIT
               MOVE "CTLCARD DEFAULT" TO WS-LIMIT-SOURCE
           END-IF
           IF NEWM-COUNTER-LIMIT NUMERIC
               MOVE NEWM-COUNTER-LIMIT TO WS-ACCT-CTR-LIMIT
           ELSE
               MOVE WS-COUNTER-LIMIT TO WS-ACCT-CTR-LIMIT
               MOVE "CTLCARD DEFAULT" TO WS-LIMIT-SOURCE
           END-IF.

       SET-CLOSED-LIMITS-PARA.
           MOVE "CLOSED HISTORY" TO WS-LIMIT-SOURCE
           IF CLSH-AREA1-LIMIT NUMERIC
               MOVE CLSH-AREA1-LIMIT TO WS-ACCT-AREA1-LIMIT
           ELSE
               MOVE WS-AREA1-LIMIT TO WS-ACCT-AREA1-LIMIT
               MOVE "CTLCARD DEFAULT" TO WS-LIMIT-SOURCE
           END-IF
           IF CLSH-AREA2-LIMIT NUMERIC
               MOVE CLSH-AREA2-LIMIT TO WS-ACCT-AREA2-LIMIT
           ELSE
               MOVE WS-AREA2-LIMIT TO WS-ACCT-AREA2-LIMIT
               MOVE "CTLCARD DEFAULT" TO WS-LIMIT-SOURCE
           END-IF
           IF CLSH-COUNTER-LIMIT NUMERIC
               MOVE CLSH-COUNTER-LIMIT TO WS-ACCT-CTR-LIMIT
           ELSE
               MOVE WS-COUNTER-LIMIT TO WS-ACCT-CTR-LIMIT
               MOVE "CTLCARD DEFAULT" TO WS-LIMIT-SOURCE
           END-IF.

       LOAD-LEDGER-PARA.
           OPEN INPUT TRAN-LEDGER-FILE
           IF WS-LEDG-STATUS = "00"
               MOVE "Y" TO WS-LEDG-AVAILABLE
               PERFORM LOAD-LEDGER-ENTRY-PARA
                   UNTIL WS-EOF-LEDGER = "Y"
               CLOSE TRAN-LEDGER-FILE
           END-IF
           IF WS-LEDG-BAD-COUNT > 0
               MOVE SPACES TO WS-GAP-TEXT
               MOVE WS-LEDG-BAD-COUNT TO WS-COUNT-EDIT
               STRING "UNREADABLE LEDGER ENTRIES SKIPPED: "
                   DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO WS-GAP-TEXT
               MOVE 8 TO WS-GAP-RC
               PERFORM ADD-GAP-PARA
           END-IF.

       LOAD-LEDGER-ENTRY-PARA.
           READ TRAN-LEDGER-FILE
               AT END
                   MOVE "Y" TO WS-EOF-LEDGER
               NOT AT END
                   IF LEDG-RUN-DATE NUMERIC
                       ADD 1 TO WS-LEDG-REC-COUNT
                       IF LEDG-RUN-DATE < WS-LEDG-EARLIEST
                           MOVE LEDG-RUN-DATE TO WS-LEDG-EARLIEST
                       END-IF
                       IF LEDG-RUN-DATE > WS-LEDG-LATEST
                           MOVE LEDG-RUN-DATE TO WS-LEDG-LATEST
                       END-IF
                       IF LEDG-ACCT-ID = WS-REQ-ACCT-ID
                           PERFORM STORE-POSTING-PARA
                       END-IF
                   END-IF
           END-READ.

       STORE-POSTING-PARA.
           IF LEDG-AMOUNT NOT NUMERIC
               ADD 1 TO WS-LEDG-BAD-COUNT
           ELSE
               IF WS-PT-COUNT < WS-PT-MAX
                   ADD 1 TO WS-PT-COUNT
                   MOVE LEDG-RUN-DATE TO WS-PT-DATE(WS-PT-COUNT)
                   MOVE LEDG-SEQ TO WS-PT-SEQ(WS-PT-COUNT)
                   MOVE LEDG-FIELD-CD TO WS-PT-FIELD-CD(WS-PT-COUNT)
                   MOVE LEDG-AMOUNT TO WS-PT-AMOUNT(WS-PT-COUNT)
                   MOVE LEDG-ENTRY-TYPE
                       TO WS-PT-ENTRY-TYPE(WS-PT-COUNT)
                   MOVE LEDG-SOURCE TO WS-PT-SOURCE(WS-PT-COUNT)
               ELSE
                   IF WS-PT-FULL-NOTED = "N"
                       MOVE "Y" TO WS-PT-FULL-NOTED
                       MOVE "POSTING TABLE FULL - ROLL INCOMPLETE"
                           TO WS-GAP-TEXT
                       MOVE 8 TO WS-GAP-RC
                       PERFORM ADD-GAP-PARA
                   END-IF
               END-IF
           END-IF.

       SCAN-AUDIT-TRAIL-PARA.
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "00"
               MOVE "Y" TO WS-AUDIT-AVAILABLE
               MOVE "AUDITLOG" TO WS-AUD-ORIGIN
               PERFORM SCAN-AUDIT-REC-PARA
                   UNTIL WS-EOF-AUDIT = "Y"
               CLOSE AUDIT-FILE
           END-IF
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCH-STATUS = "00"
               MOVE "Y" TO WS-ARCH-AVAILABLE
               MOVE "ARCHFILE" TO WS-AUD-ORIGIN
               PERFORM SCAN-ARCHIVE-REC-PARA
                   UNTIL WS-EOF-ARCH = "Y"
               CLOSE ARCHIVE-FILE
           END-IF.

       SCAN-AUDIT-REC-PARA.
           READ AUDIT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-AUDIT
               NOT AT END
                   MOVE AUDIT-REC TO WS-AUD-IMAGE
                   IF WS-AUD-ACCT-ID = WS-REQ-ACCT-ID
                       PERFORM NOTE-AUDIT-IMAGE-PARA
                   END-IF
           END-READ.

       SCAN-ARCHIVE-REC-PARA.
           READ ARCHIVE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-ARCH
               NOT AT END
                   IF ARCH-SOURCE = "A"
                           AND ARCH-ACCT-ID = WS-REQ-ACCT-ID
                       MOVE ARCH-DATA TO WS-AUD-IMAGE
                       PERFORM NOTE-AUDIT-IMAGE-PARA
                   END-IF
           END-READ.

       NOTE-AUDIT-IMAGE-PARA.
           MOVE WS-AUD-TIMESTAMP(1:8) TO WS-AUD-DATE
           IF WS-AUD-DATE NUMERIC
                   AND WS-AUD-AFTER-AREA-1 NUMERIC
                   AND WS-AUD-AFTER-AREA-2 NUMERIC
               ADD 1 TO WS-AUD-MATCH-COUNT
               IF WS-AUD-TRAN-CD = "A"
                       AND WS-AUD-DATE > WS-ADD-DATE
                   MOVE WS-AUD-DATE TO WS-ADD-DATE
               END-IF
               IF WS-AUD-DATE NOT GREATER THAN WS-REQ-DATE
                   IF WS-AUD-TRAN-CD = "R"
                           AND WS-AUD-DATE > WS-RELEASE-DATE
                       MOVE WS-AUD-DATE TO WS-RELEASE-DATE
                   END-IF
                   IF WS-AUD-TIMESTAMP > WS-IMG-TIMESTAMP
                       MOVE "Y" TO WS-IMG-FOUND
                       MOVE WS-AUD-TIMESTAMP TO WS-IMG-TIMESTAMP
                       MOVE WS-AUD-DATE TO WS-IMG-DATE
                       MOVE WS-AUD-AFTER-AREA-1 TO WS-IMG-AREA-1
                       MOVE WS-AUD-AFTER-AREA-2 TO WS-IMG-AREA-2
                       MOVE WS-AUD-TRAN-CD TO WS-IMG-TRAN-CD
                       MOVE WS-AUD-ORIGIN TO WS-IMG-ORIGIN
                   END-IF
               END-IF
           END-IF.

       CHOOSE-METHOD-PARA.
           IF WS-ADD-DATE NOT = LOW-VALUES
                   AND WS-ADD-DATE > WS-REQ-DATE
                   AND WS-IMG-FOUND = "N"
               MOVE "O" TO WS-METHOD
               MOVE "ACCOUNT NOT OPEN ON AS-OF DATE"
                   TO WS-METHOD-TEXT
           ELSE
           IF WS-ANCHOR-FOUND = "Y"
                   AND WS-LEDG-REC-COUNT > 0
                   AND (WS-LEDG-EARLIEST NOT GREATER THAN WS-REQ-DATE
                    OR WS-LEDG-LATEST NOT GREATER THAN WS-REQ-DATE)
               MOVE "B" TO WS-METHOD
               MOVE SPACES TO WS-METHOD-TEXT
               STRING "LEDGER ROLLED BACK FROM " DELIMITED BY SIZE
                   WS-ANCHOR-SOURCE DELIMITED BY SIZE
                   INTO WS-METHOD-TEXT
           ELSE
           IF WS-IMG-FOUND = "Y"
               MOVE "F" TO WS-METHOD
               MOVE SPACES TO WS-METHOD-TEXT
               STRING "AUDIT IMAGE ROLLED FORWARD FROM "
                   DELIMITED BY SIZE
                   WS-IMG-ORIGIN DELIMITED BY SIZE
                   INTO WS-METHOD-TEXT
               PERFORM NOTE-LEDGER-GAP-PARA
           ELSE
           IF WS-ANCHOR-FOUND = "Y"
               MOVE "B" TO WS-METHOD
               MOVE SPACES TO WS-METHOD-TEXT
               STRING "PARTIAL ROLL BACK FROM " DELIMITED BY SIZE
                   WS-ANCHOR-SOURCE DELIMITED BY SIZE
                   INTO WS-METHOD-TEXT
               PERFORM NOTE-LEDGER-GAP-PARA
               MOVE "NO AUDIT IMAGE ON OR BEFORE AS-OF DATE"
                   TO WS-GAP-TEXT
               MOVE 8 TO WS-GAP-RC
               PERFORM ADD-GAP-PARA
           ELSE
               MOVE "N" TO WS-METHOD
               MOVE "NO BALANCE EVIDENCE FOR ACCOUNT"
                   TO WS-METHOD-TEXT
               MOVE "ACCOUNT NOT ON NEWMAST, CLOSHIST OR AUDIT TRAIL"
                   TO WS-GAP-TEXT
               MOVE 12 TO WS-GAP-RC
               PERFORM ADD-GAP-PARA
           END-IF
           END-IF
           END-IF
           END-IF.

       NOTE-LEDGER-GAP-PARA.
           IF WS-LEDG-AVAILABLE = "N"
               MOVE "TRANSACTION LEDGER NOT AVAILABLE" TO WS-GAP-TEXT
           ELSE
               IF WS-LEDG-REC-COUNT = 0
                   MOVE "TRANSACTION LEDGER EMPTY" TO WS-GAP-TEXT
               ELSE
                   MOVE SPACES TO WS-GAP-TEXT
                   STRING "LEDGER PURGED - EARLIEST ENTRY "
                       DELIMITED BY SIZE
                       WS-LEDG-EARLIEST DELIMITED BY SIZE
                       INTO WS-GAP-TEXT
               END-IF
           END-IF
           IF WS-METHOD = "F"
               MOVE 4 TO WS-GAP-RC
           ELSE
               MOVE 8 TO WS-GAP-RC
           END-IF
           PERFORM ADD-GAP-PARA
           IF WS-ARCH-AVAILABLE = "N"
               MOVE "ARCHIVE FILE NOT AVAILABLE" TO WS-GAP-TEXT
               MOVE 4 TO WS-GAP-RC
               PERFORM ADD-GAP-PARA
           END-IF
           IF WS-AUDIT-AVAILABLE = "N"
               MOVE "AUDIT LOG NOT AVAILABLE" TO WS-GAP-TEXT
               MOVE 4 TO WS-GAP-RC
               PERFORM ADD-GAP-PARA
           END-IF.

       ROLL-BALANCE-PARA.
           MOVE SPACES TO ASOF-LINE
           STRING "METHOD:                " DELIMITED BY SIZE
               WS-METHOD-TEXT DELIMITED BY SIZE
               INTO ASOF-LINE
           WRITE ASOF-LINE
           IF WS-METHOD = "B"
               MOVE WS-ANCHOR-AREA-1 TO WS-ASOF-AREA-1
               MOVE WS-ANCHOR-AREA-2 TO WS-ASOF-AREA-2
               MOVE WS-ANCHOR-AREA-1 TO WS-AREA1-EDIT
               MOVE WS-ANCHOR-AREA-2 TO WS-AREA2-EDIT
               MOVE SPACES TO ASOF-LINE
               STRING "STARTING BALANCE:      AREA-1 " DELIMITED BY SIZE
                   WS-AREA1-EDIT DELIMITED BY SIZE
                   "  AREA-2 " DELIMITED BY SIZE
                   WS-AREA2-EDIT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-ANCHOR-SOURCE DELIMITED BY SIZE
                   INTO ASOF-LINE
               WRITE ASOF-LINE
           END-IF
           IF WS-METHOD = "F"
               MOVE WS-IMG-AREA-1 TO WS-ASOF-AREA-1
               MOVE WS-IMG-AREA-2 TO WS-ASOF-AREA-2
               MOVE WS-IMG-AREA-1 TO WS-AREA1-EDIT
               MOVE WS-IMG-AREA-2 TO WS-AREA2-EDIT
               MOVE SPACES TO ASOF-LINE
               STRING "STARTING BALANCE:      AREA-1 " DELIMITED BY SIZE
                   WS-AREA1-EDIT DELIMITED BY SIZE
                   "  AREA-2 " DELIMITED BY SIZE
                   WS-AREA2-EDIT DELIMITED BY SIZE
                   INTO ASOF-LINE
               WRITE ASOF-LINE
               MOVE SPACES TO ASOF-LINE
               STRING "AUDIT IMAGE:           " DELIMITED BY SIZE
                   WS-IMG-TIMESTAMP(1:14) DELIMITED BY SIZE
                   "  CODE " DELIMITED BY SIZE
                   WS-IMG-TRAN-CD DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-IMG-ORIGIN DELIMITED BY SIZE
                   INTO ASOF-LINE
               WRITE ASOF-LINE
           END-IF
           IF WS-METHOD = "B" OR WS-METHOD = "F"
               MOVE SPACES TO ASOF-LINE
               STRING "RUN DATE  SEQ       CD     AMOUNT  TYPE      "
                   DELIMITED BY SIZE
                   "SRC  EFFECT" DELIMITED BY SIZE
                   INTO ASOF-LINE
               WRITE ASOF-LINE
               MOVE 1 TO WS-PT-IX
               PERFORM ROLL-POSTING-PARA
                   UNTIL WS-PT-IX > WS-PT-COUNT
               MOVE SPACES TO ASOF-LINE
               STRING "POSTINGS USED:         " DELIMITED BY SIZE
                   WS-USED-COUNT DELIMITED BY SIZE
                   INTO ASOF-LINE
               WRITE ASOF-LINE
           END-IF
           IF WS-METHOD = "F" AND WS-USED-COUNT > 0
               MOVE "LEDGER POSTINGS FOLLOW LAST AUDIT IMAGE"
                   TO WS-GAP-TEXT
               MOVE 4 TO WS-GAP-RC
               PERFORM ADD-GAP-PARA
           END-IF.

       ROLL-POSTING-PARA.
           MOVE SPACES TO WS-POST-ACTION
           IF WS-METHOD = "B"
                   AND WS-PT-DATE(WS-PT-IX) > WS-REQ-DATE
               MOVE "BACKED OUT" TO WS-POST-ACTION
               IF WS-PT-FIELD-CD(WS-PT-IX) = "1"
                   SUBTRACT WS-PT-AMOUNT(WS-PT-IX) FROM WS-ASOF-AREA-1
               ELSE
                   ADD WS-PT-AMOUNT(WS-PT-IX) TO WS-ASOF-AREA-2
               END-IF
           END-IF
           IF WS-METHOD = "F"
                   AND WS-PT-DATE(WS-PT-IX) > WS-IMG-DATE
                   AND WS-PT-DATE(WS-PT-IX)
                       NOT GREATER THAN WS-REQ-DATE
               MOVE "APPLIED" TO WS-POST-ACTION
               IF WS-PT-FIELD-CD(WS-PT-IX) = "1"
                   ADD WS-PT-AMOUNT(WS-PT-IX) TO WS-ASOF-AREA-1
               ELSE
                   SUBTRACT WS-PT-AMOUNT(WS-PT-IX) FROM WS-ASOF-AREA-2
               END-IF
           END-IF
           IF WS-POST-ACTION NOT = SPACES
               PERFORM WRITE-POSTING-LINE-PARA
           END-IF
           ADD 1 TO WS-PT-IX.

       WRITE-POSTING-LINE-PARA.
           ADD 1 TO WS-USED-COUNT
           IF WS-PT-ENTRY-TYPE(WS-PT-IX) = "R"
               MOVE "REVERSAL" TO WS-POST-TYPE
           ELSE
               MOVE "POSTING" TO WS-POST-TYPE
           END-IF
           MOVE WS-PT-AMOUNT(WS-PT-IX) TO WS-AMOUNT-EDIT
           MOVE SPACES TO ASOF-LINE
           STRING WS-PT-DATE(WS-PT-IX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-PT-SEQ(WS-PT-IX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-PT-FIELD-CD(WS-PT-IX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-POST-TYPE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-PT-SOURCE(WS-PT-IX) DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               WS-POST-ACTION DELIMITED BY SIZE
               INTO ASOF-LINE
           WRITE ASOF-LINE.

       CROSS-CHECK-PARA.
           IF WS-METHOD = "B" AND WS-IMG-FOUND = "Y"
               MOVE 0 TO WS-LATER-COUNT
               MOVE 1 TO WS-PT-IX
               PERFORM COUNT-LATER-POSTING-PARA
                   UNTIL WS-PT-IX > WS-PT-COUNT
               IF WS-LATER-COUNT = 0
                   IF WS-IMG-AREA-1 NOT = WS-ASOF-AREA-1
                           OR WS-IMG-AREA-2 NOT = WS-ASOF-AREA-2
                       MOVE WS-IMG-AREA-1 TO WS-AREA1-EDIT
                       MOVE WS-IMG-AREA-2 TO WS-AREA2-EDIT
                       MOVE SPACES TO ASOF-LINE
                       STRING "AUDIT IMAGE BALANCE:   AREA-1 "
                           DELIMITED BY SIZE
                           WS-AREA1-EDIT DELIMITED BY SIZE
                           "  AREA-2 " DELIMITED BY SIZE
                           WS-AREA2-EDIT DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           WS-IMG-DATE DELIMITED BY SIZE
                           INTO ASOF-LINE
                       WRITE ASOF-LINE
                       MOVE SPACES TO WS-GAP-TEXT
                       STRING "AUDIT IMAGE OF " DELIMITED BY SIZE
                           WS-IMG-DATE DELIMITED BY SIZE
                           " DISAGREES WITH LEDGER ROLL"
                           DELIMITED BY SIZE
                           INTO WS-GAP-TEXT
                       MOVE 4 TO WS-GAP-RC
                       PERFORM ADD-GAP-PARA
                   END-IF
               END-IF
           END-IF.

       COUNT-LATER-POSTING-PARA.
           IF WS-PT-DATE(WS-PT-IX) > WS-IMG-DATE
                   AND WS-PT-DATE(WS-PT-IX)
                       NOT GREATER THAN WS-REQ-DATE
               ADD 1 TO WS-LATER-COUNT
           END-IF
           ADD 1 TO WS-PT-IX.

       WRITE-BALANCE-PARA.
           IF WS-METHOD = "B" OR WS-METHOD = "F"
               MOVE WS-ASOF-AREA-1 TO WS-AREA1-EDIT
               MOVE WS-ASOF-AREA-2 TO WS-AREA2-EDIT
               MOVE SPACES TO ASOF-LINE
               STRING "BALANCE AT CLOSE:      AREA-1 " DELIMITED BY SIZE
                   WS-AREA1-EDIT DELIMITED BY SIZE
                   "  AREA-2 " DELIMITED BY SIZE
                   WS-AREA2-EDIT DELIMITED BY SIZE
                   INTO ASOF-LINE
               WRITE ASOF-LINE
               IF WS-ASOF-AREA-1 < 0
                   MOVE "RECONSTRUCTED AREA-1 BELOW ZERO"
                       TO WS-GAP-TEXT
                   MOVE 8 TO WS-GAP-RC
                   PERFORM ADD-GAP-PARA
               END-IF
           ELSE
               MOVE SPACES TO ASOF-LINE
               STRING "BALANCE AT CLOSE:      NOT AVAILABLE"
                   DELIMITED BY SIZE
                   INTO ASOF-LINE
               WRITE ASOF-LINE
           END-IF
           IF WS-CLOSE-DATE NOT = SPACES
               MOVE SPACES TO ASOF-LINE
               IF WS-CLOSE-DATE NOT GREATER THAN WS-REQ-DATE
                   STRING "ACCOUNT STATUS:        CLOSED ON "
                       DELIMITED BY SIZE
                       WS-CLOSE-DATE DELIMITED BY SIZE
                       INTO ASOF-LINE
               ELSE
                   STRING "ACCOUNT STATUS:        OPEN - CLOSED ON "
                       DELIMITED BY SIZE
                       WS-CLOSE-DATE DELIMITED BY SIZE
                       INTO ASOF-LINE
               END-IF
               WRITE ASOF-LINE
           END-IF.

       WRITE-LIMITS-PARA.
           IF WS-ANCHOR-FOUND = "N"
               MOVE WS-AREA1-LIMIT TO WS-ACCT-AREA1-LIMIT
               MOVE WS-AREA2-LIMIT TO WS-ACCT-AREA2-LIMIT
               MOVE WS-COUNTER-LIMIT TO WS-ACCT-CTR-LIMIT
               MOVE "CTLCARD DEFAULT" TO WS-LIMIT-SOURCE
           END-IF
           MOVE WS-ACCT-AREA1-LIMIT TO WS-LIM1-EDIT
           MOVE WS-ACCT-AREA2-LIMIT TO WS-LIM2-EDIT
           MOVE SPACES TO ASOF-LINE
           STRING "LIMITS IN FORCE:       AREA-1 " DELIMITED BY SIZE
               WS-LIM1-EDIT DELIMITED BY SIZE
               "  AREA-2 " DELIMITED BY SIZE
               WS-LIM2-EDIT DELIMITED BY SIZE
               "  COUNTER " DELIMITED BY SIZE
               WS-ACCT-CTR-LIMIT DELIMITED BY SIZE
               INTO ASOF-LINE
           WRITE ASOF-LINE
           MOVE SPACES TO ASOF-LINE
           STRING "LIMIT SOURCE:          " DELIMITED BY SIZE
               WS-LIMIT-SOURCE DELIMITED BY SIZE
               INTO ASOF-LINE
           WRITE ASOF-LINE
           MOVE "LIMIT HISTORY NOT RETAINED - CURRENT LIMITS SHOWN"
               TO WS-GAP-TEXT
           MOVE 0 TO WS-GAP-RC
           PERFORM ADD-GAP-PARA
           IF WS-METHOD = "B" OR WS-METHOD = "F"
               IF WS-ASOF-AREA-1 > WS-ACCT-AREA1-LIMIT
                   MOVE SPACES TO ASOF-LINE
                   STRING "LIMIT CHECK:           AREA-1 OVER LIMIT"
                       DELIMITED BY SIZE
                       INTO ASOF-LINE
                   WRITE ASOF-LINE
               END-IF
               IF WS-ASOF-AREA-2 < WS-ACCT-AREA2-LIMIT
                   MOVE SPACES TO ASOF-LINE
                   STRING "LIMIT CHECK:           AREA-2 UNDER LIMIT"
                       DELIMITED BY SIZE
                       INTO ASOF-LINE
                   WRITE ASOF-LINE
               END-IF
           END-IF.

       WRITE-BREACH-STATUS-PARA.
           MOVE SPACES TO ASOF-LINE
           STRING "BREACHES RECORDED ON AS-OF DATE:" DELIMITED BY SIZE
               INTO ASOF-LINE
           WRITE ASOF-LINE
           OPEN INPUT BREACH-HIST-FILE
           IF WS-BRCH-STATUS = "00"
               MOVE "Y" TO WS-BRCH-AVAILABLE
               PERFORM SCAN-BREACH-HIST-PARA
                   UNTIL WS-EOF-BRCH = "Y"
               CLOSE BREACH-HIST-FILE
           ELSE
               MOVE "BREACH HISTORY NOT AVAILABLE" TO WS-GAP-TEXT
               MOVE 4 TO WS-GAP-RC
               PERFORM ADD-GAP-PARA
           END-IF
           IF WS-BRCH-DAY-COUNT = 0
               MOVE SPACES TO ASOF-LINE
               STRING "  NONE" DELIMITED BY SIZE
                   INTO ASOF-LINE
               WRITE ASOF-LINE
           END-IF
           MOVE SPACES TO ASOF-LINE
           IF WS-BRCH-DAY-COUNT > 0
               STRING "BREACHED ON AS-OF DATE: YES" DELIMITED BY SIZE
                   INTO ASOF-LINE
           ELSE
               STRING "BREACHED ON AS-OF DATE: NO" DELIMITED BY SIZE
                   INTO ASOF-LINE
           END-IF
           WRITE ASOF-LINE.

       SCAN-BREACH-HIST-PARA.
           READ BREACH-HIST-FILE
               AT END
                   MOVE "Y" TO WS-EOF-BRCH
               NOT AT END
                   IF BRCH-ACCT-ID = WS-REQ-ACCT-ID
                           AND BRCH-FIELD-NAME(1:4) NOT = "GRP-"
                           AND BRCH-RUN-DATE
                               NOT GREATER THAN WS-REQ-DATE
                       IF BRCH-RUN-DATE > WS-LAST-BREACH-DATE
                           MOVE BRCH-RUN-DATE TO WS-LAST-BREACH-DATE
                       END-IF
                       IF BRCH-RUN-DATE = WS-REQ-DATE
                           PERFORM WRITE-BREACH-LINE-PARA
                       END-IF
                   END-IF
           END-READ.

       WRITE-BREACH-LINE-PARA.
           ADD 1 TO WS-BRCH-DAY-COUNT
           MOVE BRCH-VALUE TO WS-AMOUNT-EDIT
           MOVE SPACES TO ASOF-LINE
           STRING "  " DELIMITED BY SIZE
               BRCH-FIELD-NAME DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               BRCH-LIMIT-BROKEN DELIMITED BY SIZE
               INTO ASOF-LINE
           WRITE ASOF-LINE.

       WRITE-HOLD-STATUS-PARA.
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-STATUS = "00"
               PERFORM SCAN-HOLD-FILE-PARA
                   UNTIL WS-EOF-HOLD = "Y"
               CLOSE HOLD-FILE
           END-IF
           MOVE WS-LAST-BREACH-DATE TO WS-HOLD-START-DATE
           IF WS-CUR-HOLD-DATE > WS-HOLD-START-DATE
                   AND WS-CUR-HOLD-DATE NOT GREATER THAN WS-REQ-DATE
               MOVE WS-CUR-HOLD-DATE TO WS-HOLD-START-DATE
           END-IF
           IF WS-HOLD-START-DATE NOT = LOW-VALUES
                   AND WS-RELEASE-DATE < WS-HOLD-START-DATE
               MOVE "Y" TO WS-ON-HOLD
           END-IF
           MOVE SPACES TO ASOF-LINE
           IF WS-ON-HOLD = "Y"
               STRING "ON HOLD AT CLOSE:      YES - SINCE "
                   DELIMITED BY SIZE
                   WS-HOLD-START-DATE DELIMITED BY SIZE
                   INTO ASOF-LINE
           ELSE
               IF WS-HOLD-START-DATE NOT = LOW-VALUES
                   STRING "ON HOLD AT CLOSE:      NO - RELEASED "
                       DELIMITED BY SIZE
                       WS-RELEASE-DATE DELIMITED BY SIZE
                       INTO ASOF-LINE
               ELSE
                   STRING "ON HOLD AT CLOSE:      NO" DELIMITED BY SIZE
                       INTO ASOF-LINE
               END-IF
           END-IF
           WRITE ASOF-LINE
           IF WS-HOLD-START-DATE NOT = LOW-VALUES
                   AND WS-RELEASE-DATE = WS-HOLD-START-DATE
               MOVE "BREACH AND RELEASE ON SAME DAY - ORDER NOT KEPT"
                   TO WS-GAP-TEXT
               MOVE 4 TO WS-GAP-RC
               PERFORM ADD-GAP-PARA
           END-IF
           IF WS-AUDIT-AVAILABLE = "N" AND WS-ARCH-AVAILABLE = "N"
               MOVE "NO AUDIT TRAIL - HOLD RELEASES NOT VISIBLE"
                   TO WS-GAP-TEXT
               MOVE 4 TO WS-GAP-RC
               PERFORM ADD-GAP-PARA
           END-IF.

       SCAN-HOLD-FILE-PARA.
           READ HOLD-FILE
               AT END
                   MOVE "Y" TO WS-EOF-HOLD
               NOT AT END
                   IF HOLD-ACCT-ID = WS-REQ-ACCT-ID
                           AND HOLD-DATE NUMERIC
                       MOVE HOLD-DATE TO WS-CUR-HOLD-DATE
                   END-IF
           END-READ.

       ADD-GAP-PARA.
           IF WS-GAP-COUNT < WS-GAP-MAX
               ADD 1 TO WS-GAP-COUNT
               MOVE WS-GAP-TEXT TO WS-GAP-LINE(WS-GAP-COUNT)
           END-IF
           IF WS-RETURN-CODE < WS-GAP-RC
               MOVE WS-GAP-RC TO WS-RETURN-CODE
           END-IF
           MOVE SPACES TO WS-GAP-TEXT.

       WRITE-GAPS-PARA.
           MOVE SPACES TO ASOF-LINE
           STRING "EVIDENCE GAPS:" DELIMITED BY SIZE
               INTO ASOF-LINE
           WRITE ASOF-LINE
           MOVE 1 TO WS-GAP-IX
           PERFORM WRITE-GAP-LINE-PARA
               UNTIL WS-GAP-IX > WS-GAP-COUNT
           MOVE SPACES TO ASOF-LINE
           STRING "AUDIT RECORDS MATCHED: " DELIMITED BY SIZE
               WS-AUD-MATCH-COUNT DELIMITED BY SIZE
               INTO ASOF-LINE
           WRITE ASOF-LINE
           MOVE SPACES TO ASOF-LINE
           STRING "LEDGER RECORDS READ:   " DELIMITED BY SIZE
               WS-LEDG-REC-COUNT DELIMITED BY SIZE
               INTO ASOF-LINE
           WRITE ASOF-LINE.

       WRITE-GAP-LINE-PARA.
           MOVE SPACES TO ASOF-LINE
           STRING "  " DELIMITED BY SIZE
               WS-GAP-LINE(WS-GAP-IX) DELIMITED BY SIZE
               INTO ASOF-LINE
           WRITE ASOF-LINE
           ADD 1 TO WS-GAP-IX.

       WRITE-ASOF-HDR-PARA.
           MOVE SPACES TO ASOF-LINE
           STRING "AS-OF BALANCE INQUIRY  ACCOUNT " DELIMITED BY SIZE
               WS-REQ-ACCT-ID DELIMITED BY SIZE
               "  AT CLOSE OF " DELIMITED BY SIZE
               WS-REQ-DATE DELIMITED BY SIZE
               INTO ASOF-LINE
           WRITE ASOF-LINE.
