           SELECT ARCHIVE-FILE ASSIGN TO "ARCHFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT CLOSED-HIST-FILE ASSIGN TO "CLOSHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLSH-STATUS.
           SELECT INQ-CTL-FILE ASSIGN TO "INQCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ICTL-STATUS.
           05  ARCH-SOURCE             PIC X(01).
           05  ARCH-DATA               PIC X(80).

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

       FD  INQ-CTL-FILE.
       01  INQ-CTL-REC.
           05  INQ-ACCT-ID             PIC X(06).
       WORKING-STORAGE SECTION.
       01  WS-ARCH-STATUS              PIC X(02) VALUE SPACES.
       01  WS-ICTL-STATUS              PIC X(02) VALUE SPACES.
       01  WS-CLSH-STATUS              PIC X(02) VALUE SPACES.
       01  WS-EOF-ARCH                 PIC X(01) VALUE "N".
       01  WS-EOF-CLSH                 PIC X(01) VALUE "N".
       01  WS-CLOSED-MATCH-COUNT       PIC 9(07) VALUE 0.
       01  WS-CLSH-AREA1-EDIT          PIC -(5)9.9(02).
       01  WS-CLSH-AREA2-EDIT          PIC -(5)9.9(02).
       01  WS-CLSH-LIM1-EDIT           PIC -(5)9.9(02).
       01  WS-CLSH-LIM2-EDIT           PIC -(5)9.9(02).
       01  WS-REQ-ACCT-ID              PIC X(06) VALUE SPACES.
       01  WS-REQ-FROM-DATE            PIC X(08) VALUE SPACES.
       01  WS-REQ-TO-DATE              PIC X(08) VALUE SPACES.
               WRITE INQUIRY-LINE
               MOVE 12 TO WS-RETURN-CODE
           END-IF
           OPEN INPUT CLOSED-HIST-FILE
           IF WS-CLSH-STATUS = "00"
               PERFORM SEARCH-CLOSED-HIST-PARA
                   UNTIL WS-EOF-CLSH = "Y"
               CLOSE CLOSED-HIST-FILE
           END-IF
           IF WS-MATCH-COUNT > 0
               PERFORM WRITE-DAY-TOTALS-PARA
           ELSE
               IF WS-CLOSED-MATCH-COUNT = 0
                   PERFORM WRITE-NOT-FOUND-PARA
               END-IF
           END-IF
           PERFORM WRITE-INQ-TOTALS-PARA
           CLOSE INQUIRY-RPT
               INTO INQUIRY-LINE
           WRITE INQUIRY-LINE.

       SEARCH-CLOSED-HIST-PARA.
           READ CLOSED-HIST-FILE
               AT END
                   MOVE "Y" TO WS-EOF-CLSH
               NOT AT END
                   IF CLSH-ACCT-ID = WS-REQ-ACCT-ID
                       PERFORM WRITE-CLOSED-LINE-PARA
                   END-IF
           END-READ.

       WRITE-CLOSED-LINE-PARA.
           ADD 1 TO WS-CLOSED-MATCH-COUNT
           MOVE CLSH-AREA-1 TO WS-CLSH-AREA1-EDIT
           MOVE CLSH-AREA-2 TO WS-CLSH-AREA2-EDIT
           MOVE CLSH-AREA1-LIMIT TO WS-CLSH-LIM1-EDIT
           MOVE CLSH-AREA2-LIMIT TO WS-CLSH-LIM2-EDIT
           MOVE SPACES TO INQUIRY-LINE
           STRING CLSH-CLOSE-DATE DELIMITED BY SIZE
               "  CLOSD  FINAL AREA-1 " DELIMITED BY SIZE
               WS-CLSH-AREA1-EDIT DELIMITED BY SIZE
               "  AREA-2 " DELIMITED BY SIZE
               WS-CLSH-AREA2-EDIT DELIMITED BY SIZE
               "  LIMITS " DELIMITED BY SIZE
               WS-CLSH-LIM1-EDIT DELIMITED BY SIZE
               " /" DELIMITED BY SIZE
               WS-CLSH-LIM2-EDIT DELIMITED BY SIZE
               " /" DELIMITED BY SIZE
               CLSH-COUNTER-LIMIT DELIMITED BY SIZE
               "  BY " DELIMITED BY SIZE
               CLSH-SUBMIT-ID DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               CLSH-APPROVE-ID DELIMITED BY SIZE
               INTO INQUIRY-LINE
           WRITE INQUIRY-LINE.

       TALLY-DAY-PARA.
           PERFORM FIND-DAY-PARA
           IF WS-DAY-FOUND > 0
           STRING "RECORDS MATCHED:       " DELIMITED BY SIZE
               WS-MATCH-COUNT DELIMITED BY SIZE
               INTO INQUIRY-LINE
           WRITE INQUIRY-LINE
           MOVE SPACES TO INQUIRY-LINE
           STRING "CLOSED HISTORY MATCHED:" DELIMITED BY SIZE
               WS-CLOSED-MATCH-COUNT DELIMITED BY SIZE
               INTO INQUIRY-LINE
           WRITE INQUIRY-LINE.
