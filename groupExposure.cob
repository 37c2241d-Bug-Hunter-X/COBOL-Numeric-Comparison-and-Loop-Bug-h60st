       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRPEXPO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GROUP-FILE ASSIGN TO "GRPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRP-STATUS.
           SELECT NEW-MASTER-FILE ASSIGN TO "NEWMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEWM-STATUS.
           SELECT EXCEPT-RPT ASSIGN TO "EXCEPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO "ALERTEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTR-STATUS.
           SELECT BREACH-HIST-FILE ASSIGN TO "BRCHHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRCH-STATUS.
           SELECT PURGE-WORK-FILE ASSIGN TO "GRPWORK"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GROUP-RPT ASSIGN TO "GRPRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  GROUP-FILE.
       01  GROUP-REC.
           05  GRP-REC-TYPE            PIC X(01).
           05  GRP-GROUP-ID            PIC X(06).
           05  GRP-ACCT-ID             PIC X(06).
           05  GRP-AREA1-LIMIT         PIC 9(05)V9(02).
           05  GRP-AREA2-LIMIT         PIC S9(05)V9(02)
               SIGN IS LEADING SEPARATE CHARACTER.
           05  GRP-UPD-DATE            PIC X(08).

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

       FD  EXCEPT-RPT.
       01  EXCEPT-REC.
           05  EXCEPT-ACCT-ID          PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  EXCEPT-FIELD-NAME       PIC X(09).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  EXCEPT-VALUE            PIC -(5)9.9(02).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  EXCEPT-LIMIT-BROKEN     PIC X(20).

       FD  EXTRACT-FILE.
       01  EXTRACT-REC.
           05  EXTR-ACCT-ID            PIC X(06).
           05  EXTR-FIELD-NAME         PIC X(09).
           05  EXTR-VALUE              PIC S9(05)V9(02).
           05  EXTR-LIMIT-BROKEN       PIC X(20).

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

       FD  PURGE-WORK-FILE.
       01  WORK-REC                    PIC X(80).

       FD  GROUP-RPT.
       01  GROUP-LINE                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-GRP-STATUS               PIC X(02) VALUE SPACES.
       01  WS-NEWM-STATUS              PIC X(02) VALUE SPACES.
       01  WS-EXCP-STATUS              PIC X(02) VALUE SPACES.
       01  WS-EXTR-STATUS              PIC X(02) VALUE SPACES.
       01  WS-BRCH-STATUS              PIC X(02) VALUE SPACES.
       01  WS-EOF-GRP                  PIC X(01) VALUE "N".
       01  WS-EOF-NEWM                 PIC X(01) VALUE "N".
       01  WS-EOF-PURGE                PIC X(01) VALUE "N".
       01  WS-TODAY-DATE               PIC X(08) VALUE SPACES.
       01  WS-HEADER-KEY               PIC X(06) VALUE "000000".
       01  WS-TRAILER-KEY              PIC X(06) VALUE "999999".
       01  WS-GROUP-PREFIX             PIC X(04) VALUE "GRP-".
       01  WS-GP-MAX                   PIC 9(03) VALUE 500.
       01  WS-GP-COUNT                 PIC 9(03) VALUE 0.
       01  WS-GP-IX                    PIC 9(03) COMP VALUE 0.
       01  WS-GP-TABLE.
           05  WS-GP-ENTRY OCCURS 500 TIMES.
               10  WS-GP-GROUP-ID      PIC X(06).
               10  WS-GP-A1-LIMIT      PIC 9(05)V9(02).
               10  WS-GP-A2-LIMIT      PIC S9(05)V9(02).
               10  WS-GP-TOTAL-1       PIC S9(07)V9(02).
               10  WS-GP-TOTAL-2       PIC S9(07)V9(02).
       01  WS-GM-MAX                   PIC 9(04) VALUE 2000.
       01  WS-GM-COUNT                 PIC 9(04) VALUE 0.
       01  WS-GM-IX                    PIC 9(04) COMP VALUE 0.
       01  WS-GM-TABLE.
           05  WS-GM-ENTRY OCCURS 2000 TIMES.
               10  WS-GM-GROUP-ID      PIC X(06).
               10  WS-GM-ACCT-ID       PIC X(06).
               10  WS-GM-AREA-1        PIC S9(05)V9(02).
               10  WS-GM-AREA-2        PIC S9(05)V9(02).
               10  WS-GM-ON-MAST       PIC X(01).
       01  WS-GROUP-COUNT              PIC 9(05) VALUE 0.
       01  WS-MEMBER-COUNT             PIC 9(05) VALUE 0.
       01  WS-MISSING-COUNT            PIC 9(05) VALUE 0.
       01  WS-GRP-A1-BREACH-COUNT      PIC 9(05) VALUE 0.
       01  WS-GRP-A2-BREACH-COUNT      PIC 9(05) VALUE 0.
       01  WS-PURGED-COUNT             PIC 9(05) VALUE 0.
       01  WS-GRP-MEMBERS              PIC 9(04) VALUE 0.
       01  WS-GRP-STATE                PIC X(20) VALUE SPACES.
       01  WS-GRP-A1-BREACHED          PIC X(01) VALUE "N".
       01  WS-GRP-A2-BREACHED          PIC X(01) VALUE "N".
       01  WS-FIELD-NAME               PIC X(09) VALUE SPACES.
       01  WS-LIMIT-TEXT               PIC X(20) VALUE SPACES.
       01  WS-BREACH-VALUE             PIC S9(07)V9(02) VALUE 0.
       01  WS-FEED-VALUE               PIC S9(05)V9(02) VALUE 0.
       01  WS-FEED-MAX                 PIC S9(05)V9(02)
           VALUE 99999.99.
       01  WS-SHARE-1                  PIC S9(05)V9(01) VALUE 0.
       01  WS-SHARE-2                  PIC S9(05)V9(01) VALUE 0.
       01  WS-TOTAL-EDIT-1             PIC -(7)9.9(02).
       01  WS-TOTAL-EDIT-2             PIC -(7)9.9(02).
       01  WS-LIMIT-EDIT-1             PIC -(7)9.9(02).
       01  WS-LIMIT-EDIT-2             PIC -(7)9.9(02).
       01  WS-SHARE-EDIT-1             PIC -(4)9.9.
       01  WS-SHARE-EDIT-2             PIC -(4)9.9.
       01  WS-RETURN-CODE              PIC 9(02) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           OPEN OUTPUT GROUP-RPT
           PERFORM WRITE-GROUP-HDR-PARA
           OPEN INPUT GROUP-FILE
           IF WS-GRP-STATUS NOT = "00"
               MOVE "NO GROUP FILE - NOTHING TO ROLL UP" TO GROUP-LINE
               WRITE GROUP-LINE
               CLOSE GROUP-RPT
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-GROUP-ENTRY-PARA
               UNTIL WS-EOF-GRP = "Y"
           CLOSE GROUP-FILE
           OPEN INPUT NEW-MASTER-FILE
           IF WS-NEWM-STATUS NOT = "00"
               DISPLAY "NEWMAST NOT AVAILABLE - GROUP EXPOSURE NOT RUN"
               MOVE "NEWMAST NOT AVAILABLE" TO GROUP-LINE
               WRITE GROUP-LINE
               CLOSE GROUP-RPT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-NEW-MASTER-PARA
               UNTIL WS-EOF-NEWM = "Y"
           CLOSE NEW-MASTER-FILE
           PERFORM PURGE-GROUP-BRCH-PARA
           PERFORM PURGE-GROUP-EXCP-PARA
           PERFORM PURGE-GROUP-EXTR-PARA
           OPEN EXTEND EXCEPT-RPT
           IF WS-EXCP-STATUS = "35"
               OPEN OUTPUT EXCEPT-RPT
           END-IF
           OPEN EXTEND EXTRACT-FILE
           IF WS-EXTR-STATUS = "35"
               OPEN OUTPUT EXTRACT-FILE
           END-IF
           OPEN EXTEND BREACH-HIST-FILE
           IF WS-BRCH-STATUS = "35"
               OPEN OUTPUT BREACH-HIST-FILE
           END-IF
           MOVE 1 TO WS-GP-IX
           PERFORM REVIEW-GROUP-PARA
               UNTIL WS-GP-IX > WS-GP-COUNT
           CLOSE BREACH-HIST-FILE
           CLOSE EXTRACT-FILE
           CLOSE EXCEPT-RPT
           PERFORM WRITE-GROUP-TOTALS-PARA
           CLOSE GROUP-RPT
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       LOAD-GROUP-ENTRY-PARA.
           READ GROUP-FILE
               AT END
                   MOVE "Y" TO WS-EOF-GRP
               NOT AT END
                   IF GRP-REC-TYPE = "G"
                       IF WS-GP-COUNT < WS-GP-MAX
                           ADD 1 TO WS-GP-COUNT
                           MOVE GRP-GROUP-ID
                               TO WS-GP-GROUP-ID(WS-GP-COUNT)
                           MOVE GRP-AREA1-LIMIT
                               TO WS-GP-A1-LIMIT(WS-GP-COUNT)
                           MOVE GRP-AREA2-LIMIT
                               TO WS-GP-A2-LIMIT(WS-GP-COUNT)
                           MOVE 0 TO WS-GP-TOTAL-1(WS-GP-COUNT)
                           MOVE 0 TO WS-GP-TOTAL-2(WS-GP-COUNT)
                       ELSE
                           DISPLAY "GROUP TABLE FULL - GROUP "
                               GRP-GROUP-ID " NOT LOADED"
                           IF WS-RETURN-CODE < 8
                               MOVE 8 TO WS-RETURN-CODE
                           END-IF
                       END-IF
                   END-IF
                   IF GRP-REC-TYPE = "M"
                       IF WS-GM-COUNT < WS-GM-MAX
                           ADD 1 TO WS-GM-COUNT
                           MOVE GRP-GROUP-ID
                               TO WS-GM-GROUP-ID(WS-GM-COUNT)
                           MOVE GRP-ACCT-ID
                               TO WS-GM-ACCT-ID(WS-GM-COUNT)
                           MOVE 0 TO WS-GM-AREA-1(WS-GM-COUNT)
                           MOVE 0 TO WS-GM-AREA-2(WS-GM-COUNT)
                           MOVE "N" TO WS-GM-ON-MAST(WS-GM-COUNT)
                       ELSE
                           DISPLAY "GROUP MEMBER TABLE FULL - MEMBER "
                               GRP-ACCT-ID " NOT LOADED"
                           IF WS-RETURN-CODE < 8
                               MOVE 8 TO WS-RETURN-CODE
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       READ-NEW-MASTER-PARA.
           READ NEW-MASTER-FILE
               AT END
                   MOVE "Y" TO WS-EOF-NEWM
               NOT AT END
                   IF NEWM-ACCT-ID NOT = WS-HEADER-KEY
                           AND NEWM-ACCT-ID NOT = WS-TRAILER-KEY
                       MOVE 1 TO WS-GM-IX
                       PERFORM MATCH-MEMBER-PARA
                           UNTIL WS-GM-IX > WS-GM-COUNT
                   END-IF
           END-READ.

       MATCH-MEMBER-PARA.
           IF WS-GM-ACCT-ID(WS-GM-IX) = NEWM-ACCT-ID
               MOVE "Y" TO WS-GM-ON-MAST(WS-GM-IX)
               IF NEWM-AREA-1 NUMERIC
                   MOVE NEWM-AREA-1 TO WS-GM-AREA-1(WS-GM-IX)
               END-IF
               IF NEWM-AREA-2 NUMERIC
                   MOVE NEWM-AREA-2 TO WS-GM-AREA-2(WS-GM-IX)
               END-IF
           END-IF
           ADD 1 TO WS-GM-IX.

       REVIEW-GROUP-PARA.
           ADD 1 TO WS-GROUP-COUNT
           MOVE 0 TO WS-GRP-MEMBERS
           MOVE 1 TO WS-GM-IX
           PERFORM SUM-MEMBER-PARA
               UNTIL WS-GM-IX > WS-GM-COUNT
           MOVE "N" TO WS-GRP-A1-BREACHED
           MOVE "N" TO WS-GRP-A2-BREACHED
           IF WS-GP-A1-LIMIT(WS-GP-IX) > 0
                   AND WS-GP-TOTAL-1(WS-GP-IX)
                       > WS-GP-A1-LIMIT(WS-GP-IX)
               MOVE "Y" TO WS-GRP-A1-BREACHED
           END-IF
           IF WS-GP-A2-LIMIT(WS-GP-IX) NOT = 0
                   AND WS-GP-TOTAL-2(WS-GP-IX)
                       < WS-GP-A2-LIMIT(WS-GP-IX)
               MOVE "Y" TO WS-GRP-A2-BREACHED
           END-IF
           PERFORM WRITE-GROUP-SECTION-PARA
           IF WS-GRP-A1-BREACHED = "Y"
               ADD 1 TO WS-GRP-A1-BREACH-COUNT
               MOVE "GRP-AREA1" TO WS-FIELD-NAME
               MOVE WS-GP-TOTAL-1(WS-GP-IX) TO WS-BREACH-VALUE
               MOVE "EXCEEDED UPPER LIMIT" TO WS-LIMIT-TEXT
               PERFORM WRITE-GROUP-BREACH-PARA
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF
           IF WS-GRP-A2-BREACHED = "Y"
               ADD 1 TO WS-GRP-A2-BREACH-COUNT
               MOVE "GRP-AREA2" TO WS-FIELD-NAME
               MOVE WS-GP-TOTAL-2(WS-GP-IX) TO WS-BREACH-VALUE
               MOVE "EXCEEDED LOWER LIMIT" TO WS-LIMIT-TEXT
               PERFORM WRITE-GROUP-BREACH-PARA
               IF WS-RETURN-CODE < 8
                   MOVE 8 TO WS-RETURN-CODE
               END-IF
           END-IF
           ADD 1 TO WS-GP-IX.

       SUM-MEMBER-PARA.
           IF WS-GM-GROUP-ID(WS-GM-IX) = WS-GP-GROUP-ID(WS-GP-IX)
               ADD 1 TO WS-GRP-MEMBERS
               ADD 1 TO WS-MEMBER-COUNT
               IF WS-GM-ON-MAST(WS-GM-IX) = "Y"
                   ADD WS-GM-AREA-1(WS-GM-IX)
                       TO WS-GP-TOTAL-1(WS-GP-IX)
                   ADD WS-GM-AREA-2(WS-GM-IX)
                       TO WS-GP-TOTAL-2(WS-GP-IX)
               ELSE
                   ADD 1 TO WS-MISSING-COUNT
               END-IF
           END-IF
           ADD 1 TO WS-GM-IX.

       WRITE-GROUP-BREACH-PARA.
           IF WS-BREACH-VALUE > WS-FEED-MAX
               MOVE WS-FEED-MAX TO WS-FEED-VALUE
           ELSE
               IF WS-BREACH-VALUE < 0 - WS-FEED-MAX
                   COMPUTE WS-FEED-VALUE = 0 - WS-FEED-MAX
               ELSE
                   MOVE WS-BREACH-VALUE TO WS-FEED-VALUE
               END-IF
           END-IF
           MOVE SPACES TO EXCEPT-REC
           MOVE WS-GP-GROUP-ID(WS-GP-IX) TO EXCEPT-ACCT-ID
           MOVE WS-FIELD-NAME TO EXCEPT-FIELD-NAME
           MOVE WS-FEED-VALUE TO EXCEPT-VALUE
           MOVE WS-LIMIT-TEXT TO EXCEPT-LIMIT-BROKEN
           WRITE EXCEPT-REC
           MOVE WS-GP-GROUP-ID(WS-GP-IX) TO EXTR-ACCT-ID
           MOVE WS-FIELD-NAME TO EXTR-FIELD-NAME
           MOVE WS-FEED-VALUE TO EXTR-VALUE
           MOVE WS-LIMIT-TEXT TO EXTR-LIMIT-BROKEN
           WRITE EXTRACT-REC
           MOVE SPACES TO BREACH-HIST-REC
           MOVE WS-GP-GROUP-ID(WS-GP-IX) TO BRCH-ACCT-ID
           MOVE WS-FIELD-NAME TO BRCH-FIELD-NAME
           MOVE WS-FEED-VALUE TO BRCH-VALUE
           MOVE WS-LIMIT-TEXT TO BRCH-LIMIT-BROKEN
           MOVE WS-TODAY-DATE TO BRCH-RUN-DATE
           WRITE BREACH-HIST-REC.

       WRITE-GROUP-SECTION-PARA.
           MOVE WS-GP-A1-LIMIT(WS-GP-IX) TO WS-LIMIT-EDIT-1
           MOVE WS-GP-A2-LIMIT(WS-GP-IX) TO WS-LIMIT-EDIT-2
           MOVE SPACES TO GROUP-LINE
           WRITE GROUP-LINE
           MOVE SPACES TO GROUP-LINE
           STRING "GROUP " DELIMITED BY SIZE
               WS-GP-GROUP-ID(WS-GP-IX) DELIMITED BY SIZE
               "  AREA-1 LIMIT " DELIMITED BY SIZE
               WS-LIMIT-EDIT-1 DELIMITED BY SIZE
               "  AREA-2 LIMIT " DELIMITED BY SIZE
               WS-LIMIT-EDIT-2 DELIMITED BY SIZE
               INTO GROUP-LINE
           WRITE GROUP-LINE
           MOVE 1 TO WS-GM-IX
           PERFORM WRITE-MEMBER-LINE-PARA
               UNTIL WS-GM-IX > WS-GM-COUNT
           MOVE WS-GP-TOTAL-1(WS-GP-IX) TO WS-TOTAL-EDIT-1
           MOVE WS-GP-TOTAL-2(WS-GP-IX) TO WS-TOTAL-EDIT-2
           IF WS-GRP-A1-BREACHED = "Y" AND WS-GRP-A2-BREACHED = "Y"
               MOVE "BOTH LIMITS EXCEEDED" TO WS-GRP-STATE
           ELSE
           IF WS-GRP-A1-BREACHED = "Y"
               MOVE "EXCEEDED UPPER LIMIT" TO WS-GRP-STATE
           ELSE
           IF WS-GRP-A2-BREACHED = "Y"
               MOVE "EXCEEDED LOWER LIMIT" TO WS-GRP-STATE
           ELSE
           IF WS-GRP-MEMBERS = 0
               MOVE "NO MEMBERS" TO WS-GRP-STATE
           ELSE
               MOVE "WITHIN LIMITS" TO WS-GRP-STATE
           END-IF
           END-IF
           END-IF
           END-IF
           MOVE SPACES TO GROUP-LINE
           STRING "  GROUP TOTAL  " DELIMITED BY SIZE
               WS-TOTAL-EDIT-1 DELIMITED BY SIZE
               "          " DELIMITED BY SIZE
               WS-TOTAL-EDIT-2 DELIMITED BY SIZE
               "        " DELIMITED BY SIZE
               WS-GRP-STATE DELIMITED BY SIZE
               INTO GROUP-LINE
           WRITE GROUP-LINE.

       WRITE-MEMBER-LINE-PARA.
           IF WS-GM-GROUP-ID(WS-GM-IX) = WS-GP-GROUP-ID(WS-GP-IX)
               MOVE SPACES TO GROUP-LINE
               IF WS-GM-ON-MAST(WS-GM-IX) = "Y"
                   MOVE 0 TO WS-SHARE-1
                   MOVE 0 TO WS-SHARE-2
                   IF WS-GP-TOTAL-1(WS-GP-IX) NOT = 0
                       COMPUTE WS-SHARE-1 ROUNDED =
                           WS-GM-AREA-1(WS-GM-IX) * 100
                               / WS-GP-TOTAL-1(WS-GP-IX)
                           ON SIZE ERROR
                               MOVE 0 TO WS-SHARE-1
                       END-COMPUTE
                   END-IF
                   IF WS-GP-TOTAL-2(WS-GP-IX) NOT = 0
                       COMPUTE WS-SHARE-2 ROUNDED =
                           WS-GM-AREA-2(WS-GM-IX) * 100
                               / WS-GP-TOTAL-2(WS-GP-IX)
                           ON SIZE ERROR
                               MOVE 0 TO WS-SHARE-2
                       END-COMPUTE
                   END-IF
                   MOVE WS-GM-AREA-1(WS-GM-IX) TO WS-TOTAL-EDIT-1
                   MOVE WS-GM-AREA-2(WS-GM-IX) TO WS-TOTAL-EDIT-2
                   MOVE WS-SHARE-1 TO WS-SHARE-EDIT-1
                   MOVE WS-SHARE-2 TO WS-SHARE-EDIT-2
                   STRING "  MEMBER " DELIMITED BY SIZE
                       WS-GM-ACCT-ID(WS-GM-IX) DELIMITED BY SIZE
                       WS-TOTAL-EDIT-1 DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-SHARE-EDIT-1 DELIMITED BY SIZE
                       "%  " DELIMITED BY SIZE
                       WS-TOTAL-EDIT-2 DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-SHARE-EDIT-2 DELIMITED BY SIZE
                       "%" DELIMITED BY SIZE
                       INTO GROUP-LINE
               ELSE
                   STRING "  MEMBER " DELIMITED BY SIZE
                       WS-GM-ACCT-ID(WS-GM-IX) DELIMITED BY SIZE
                       "  NOT ON MASTER - NOT ROLLED UP"
                           DELIMITED BY SIZE
                       INTO GROUP-LINE
               END-IF
               WRITE GROUP-LINE
           END-IF
           ADD 1 TO WS-GM-IX.

       PURGE-GROUP-BRCH-PARA.
           OPEN INPUT BREACH-HIST-FILE
           IF WS-BRCH-STATUS = "00"
               OPEN OUTPUT PURGE-WORK-FILE
               MOVE "N" TO WS-EOF-PURGE
               PERFORM FILTER-GROUP-BRCH-PARA
                   UNTIL WS-EOF-PURGE = "Y"
               CLOSE PURGE-WORK-FILE
               CLOSE BREACH-HIST-FILE
               OPEN INPUT PURGE-WORK-FILE
               OPEN OUTPUT BREACH-HIST-FILE
               MOVE "N" TO WS-EOF-PURGE
               PERFORM RESTORE-BRCH-PARA
                   UNTIL WS-EOF-PURGE = "Y"
               CLOSE BREACH-HIST-FILE
               CLOSE PURGE-WORK-FILE
           END-IF.

       FILTER-GROUP-BRCH-PARA.
           READ BREACH-HIST-FILE
               AT END
                   MOVE "Y" TO WS-EOF-PURGE
               NOT AT END
                   IF BRCH-RUN-DATE = WS-TODAY-DATE
                           AND BRCH-FIELD-NAME(1:4) = WS-GROUP-PREFIX
                       ADD 1 TO WS-PURGED-COUNT
                   ELSE
                       MOVE BREACH-HIST-REC TO WORK-REC
                       WRITE WORK-REC
                   END-IF
           END-READ.

       RESTORE-BRCH-PARA.
           READ PURGE-WORK-FILE
               AT END
                   MOVE "Y" TO WS-EOF-PURGE
               NOT AT END
                   MOVE WORK-REC TO BREACH-HIST-REC
                   WRITE BREACH-HIST-REC
           END-READ.

       PURGE-GROUP-EXCP-PARA.
           OPEN INPUT EXCEPT-RPT
           IF WS-EXCP-STATUS = "00"
               OPEN OUTPUT PURGE-WORK-FILE
               MOVE "N" TO WS-EOF-PURGE
               PERFORM FILTER-GROUP-EXCP-PARA
                   UNTIL WS-EOF-PURGE = "Y"
               CLOSE PURGE-WORK-FILE
               CLOSE EXCEPT-RPT
               OPEN INPUT PURGE-WORK-FILE
               OPEN OUTPUT EXCEPT-RPT
               MOVE "N" TO WS-EOF-PURGE
               PERFORM RESTORE-EXCP-PARA
                   UNTIL WS-EOF-PURGE = "Y"
               CLOSE EXCEPT-RPT
               CLOSE PURGE-WORK-FILE
           END-IF.

       FILTER-GROUP-EXCP-PARA.
           READ EXCEPT-RPT
               AT END
                   MOVE "Y" TO WS-EOF-PURGE
               NOT AT END
                   IF EXCEPT-FIELD-NAME(1:4) NOT = WS-GROUP-PREFIX
                       MOVE EXCEPT-REC TO WORK-REC
                       WRITE WORK-REC
                   END-IF
           END-READ.

       RESTORE-EXCP-PARA.
           READ PURGE-WORK-FILE
               AT END
                   MOVE "Y" TO WS-EOF-PURGE
               NOT AT END
                   MOVE WORK-REC TO EXCEPT-REC
                   WRITE EXCEPT-REC
           END-READ.

       PURGE-GROUP-EXTR-PARA.
           OPEN INPUT EXTRACT-FILE
           IF WS-EXTR-STATUS = "00"
               OPEN OUTPUT PURGE-WORK-FILE
               MOVE "N" TO WS-EOF-PURGE
               PERFORM FILTER-GROUP-EXTR-PARA
                   UNTIL WS-EOF-PURGE = "Y"
               CLOSE PURGE-WORK-FILE
               CLOSE EXTRACT-FILE
               OPEN INPUT PURGE-WORK-FILE
               OPEN OUTPUT EXTRACT-FILE
               MOVE "N" TO WS-EOF-PURGE
               PERFORM RESTORE-EXTR-PARA
                   UNTIL WS-EOF-PURGE = "Y"
               CLOSE EXTRACT-FILE
               CLOSE PURGE-WORK-FILE
           END-IF.

       FILTER-GROUP-EXTR-PARA.
           READ EXTRACT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-PURGE
               NOT AT END
                   IF EXTR-FIELD-NAME(1:4) NOT = WS-GROUP-PREFIX
                       MOVE EXTRACT-REC TO WORK-REC
                       WRITE WORK-REC
                   END-IF
           END-READ.

       RESTORE-EXTR-PARA.
           READ PURGE-WORK-FILE
               AT END
                   MOVE "Y" TO WS-EOF-PURGE
               NOT AT END
                   MOVE WORK-REC TO EXTRACT-REC
                   WRITE EXTRACT-REC
           END-READ.

       WRITE-GROUP-HDR-PARA.
           MOVE SPACES TO GROUP-LINE
           STRING "GROUP EXPOSURE REPORT  " DELIMITED BY SIZE
               WS-TODAY-DATE DELIMITED BY SIZE
               INTO GROUP-LINE
           WRITE GROUP-LINE
           MOVE SPACES TO GROUP-LINE
           STRING "                    AREA-1  SHARE"
               DELIMITED BY SIZE
               "        AREA-2  SHARE" DELIMITED BY SIZE
               INTO GROUP-LINE
           WRITE GROUP-LINE.

       WRITE-GROUP-TOTALS-PARA.
           MOVE SPACES TO GROUP-LINE
           WRITE GROUP-LINE
           MOVE SPACES TO GROUP-LINE
           STRING "GROUPS REVIEWED:       " DELIMITED BY SIZE
               WS-GROUP-COUNT DELIMITED BY SIZE
               INTO GROUP-LINE
           WRITE GROUP-LINE
           MOVE SPACES TO GROUP-LINE
           STRING "MEMBERS ON FILE:       " DELIMITED BY SIZE
               WS-MEMBER-COUNT DELIMITED BY SIZE
               INTO GROUP-LINE
           WRITE GROUP-LINE
           MOVE SPACES TO GROUP-LINE
           STRING "MEMBERS NOT ON MASTER: " DELIMITED BY SIZE
               WS-MISSING-COUNT DELIMITED BY SIZE
               INTO GROUP-LINE
           WRITE GROUP-LINE
           MOVE SPACES TO GROUP-LINE
           STRING "GROUP AREA-1 BREACHES: " DELIMITED BY SIZE
               WS-GRP-A1-BREACH-COUNT DELIMITED BY SIZE
               INTO GROUP-LINE
           WRITE GROUP-LINE
           MOVE SPACES TO GROUP-LINE
           STRING "GROUP AREA-2 BREACHES: " DELIMITED BY SIZE
               WS-GRP-A2-BREACH-COUNT DELIMITED BY SIZE
               INTO GROUP-LINE
           WRITE GROUP-LINE
           IF WS-PURGED-COUNT > 0
               MOVE SPACES TO GROUP-LINE
               STRING "PRIOR GROUP ENTRIES:   " DELIMITED BY SIZE
                   WS-PURGED-COUNT DELIMITED BY SIZE
                   "  (REPLACED)" DELIMITED BY SIZE
                   INTO GROUP-LINE
               WRITE GROUP-LINE
           END-IF.
