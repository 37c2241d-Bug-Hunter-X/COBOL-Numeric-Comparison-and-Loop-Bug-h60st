           SELECT VALID-RPT ASSIGN TO "VALIDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VALID-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RLOG-STATUS.
           SELECT DASH-RPT ASSIGN TO "DASHRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  VALID-RPT.
       01  VALID-LINE                  PIC X(80).

       FD  RUN-LOG-FILE.
       01  RUN-LOG-REC.
           05  RLOG-BUS-DATE           PIC X(08).
           05  RLOG-STEP-NAME          PIC X(12).
           05  RLOG-EVENT              PIC X(01).
           05  RLOG-TIMESTAMP          PIC X(14).
           05  RLOG-STEP-RC            PIC 9(02).
           05  RLOG-RESULT             PIC X(01).

       FD  DASH-RPT.
       01  DASH-LINE                   PIC X(80).

       01  WS-EDIT-COUNT               PIC ZZZZZZ9.
       01  WS-EDIT-COUNT-2             PIC ZZZZZZ9.
       01  WS-RETURN-CODE              PIC 9(02) VALUE 0.
       01  WS-RLOG-STATUS              PIC X(02) VALUE SPACES.
       01  WS-RLOG-SEEN                PIC X(01) VALUE "N".
       01  WS-RUN-BUS-DATE             PIC X(08) VALUE SPACES.
       01  WS-NOW-TIMESTAMP            PIC X(14) VALUE SPACES.
       01  WS-STREAM-FAILED            PIC X(01) VALUE "N".
       01  WS-STREAM-INCOMPLETE        PIC X(01) VALUE "N".
       01  WS-STREAM-FIRST-TS          PIC X(14) VALUE SPACES.
       01  WS-STREAM-LAST-TS           PIC X(14) VALUE SPACES.
       01  WS-ST-COUNT                 PIC 9(02) VALUE 0.
       01  WS-ST-IX                    PIC 9(02) COMP VALUE 0.
       01  WS-ST-FOUND                 PIC 9(02) VALUE 0.
       01  WS-ST-TABLE.
           05  WS-ST-ENTRY OCCURS 20 TIMES.
               10  WS-ST-NAME          PIC X(12).
               10  WS-ST-STATE         PIC X(01).
               10  WS-ST-START-TS      PIC X(14).
               10  WS-ST-END-TS        PIC X(14).
               10  WS-ST-RC            PIC 9(02).
       01  WS-STATUS-TEXT              PIC X(08) VALUE SPACES.
       01  WS-ELAPSED-TEXT             PIC X(08) VALUE SPACES.
       01  WS-RC-TEXT                  PIC X(02) VALUE SPACES.
       01  WS-ELAP-START-TS            PIC X(14) VALUE SPACES.
       01  WS-ELAP-END-TS              PIC X(14) VALUE SPACES.
       01  WS-ELAP-TS                  PIC X(14) VALUE SPACES.
       01  WS-ELAP-TS-PARTS REDEFINES WS-ELAP-TS.
           05  WS-ELAP-TS-DATE         PIC 9(08).
           05  WS-ELAP-TS-HH           PIC 9(02).
           05  WS-ELAP-TS-MM           PIC 9(02).
           05  WS-ELAP-TS-SS           PIC 9(02).
       01  WS-ELAP-START-SECS          PIC 9(11) VALUE 0.
       01  WS-ELAP-END-SECS            PIC 9(11) VALUE 0.
       01  WS-ELAP-SECS                PIC 9(11) VALUE 0.
       01  WS-ELAP-WORK-SECS           PIC 9(11) VALUE 0.
       01  WS-ELAP-HH                  PIC 9(02) VALUE 0.
       01  WS-ELAP-MM                  PIC 9(02) VALUE 0.
       01  WS-ELAP-SS                  PIC 9(02) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-TIMESTAMP
           OPEN OUTPUT DASH-RPT
           PERFORM SCAN-SUMMARY-PARA
           PERFORM SCAN-RECON-PARA
           PERFORM SCAN-AGING-PARA
           PERFORM SCAN-MANIFEST-PARA
           PERFORM SCAN-VALID-PARA
           PERFORM SCAN-RUN-LOG-PARA
           PERFORM WRITE-DASHBOARD-PARA
           CLOSE DASH-RPT
           IF WS-NOGO = "Y" AND WS-RETURN-CODE < 8
                   END-IF
           END-READ.

       SCAN-RUN-LOG-PARA.
           MOVE "STANDGEN" TO WS-ST-NAME(1)
           MOVE "BUGSOLUTION" TO WS-ST-NAME(2)
           MOVE "GRPEXPO" TO WS-ST-NAME(3)
           MOVE "SUSPRECYC" TO WS-ST-NAME(4)
           MOVE "AUDITRECON" TO WS-ST-NAME(5)
           MOVE "MASTSYNC" TO WS-ST-NAME(6)
           MOVE "ALERTACK" TO WS-ST-NAME(7)
           MOVE "HOUSEKEEP" TO WS-ST-NAME(8)
           MOVE "OPSDASH" TO WS-ST-NAME(9)
           MOVE 9 TO WS-ST-COUNT
           MOVE 1 TO WS-ST-IX
           PERFORM CLEAR-STEP-STATE-PARA
               UNTIL WS-ST-IX > WS-ST-COUNT
           OPEN INPUT RUN-LOG-FILE
           IF WS-RLOG-STATUS = "00"
               MOVE "Y" TO WS-RLOG-SEEN
               MOVE "N" TO WS-EOF-IN
               PERFORM SCAN-RUN-DATE-PARA
                   UNTIL WS-EOF-IN = "Y"
               CLOSE RUN-LOG-FILE
               OPEN INPUT RUN-LOG-FILE
               MOVE "N" TO WS-EOF-IN
               PERFORM SCAN-RUN-LOG-LINE-PARA
                   UNTIL WS-EOF-IN = "Y"
               CLOSE RUN-LOG-FILE
           END-IF.

       CLEAR-STEP-STATE-PARA.
           MOVE "N" TO WS-ST-STATE(WS-ST-IX)
           MOVE SPACES TO WS-ST-START-TS(WS-ST-IX)
           MOVE SPACES TO WS-ST-END-TS(WS-ST-IX)
           MOVE 0 TO WS-ST-RC(WS-ST-IX)
           ADD 1 TO WS-ST-IX.

       SCAN-RUN-DATE-PARA.
           READ RUN-LOG-FILE
               AT END
                   MOVE "Y" TO WS-EOF-IN
               NOT AT END
                   IF RLOG-BUS-DATE > WS-RUN-BUS-DATE
                       MOVE RLOG-BUS-DATE TO WS-RUN-BUS-DATE
                   END-IF
           END-READ.

       SCAN-RUN-LOG-LINE-PARA.
           READ RUN-LOG-FILE
               AT END
                   MOVE "Y" TO WS-EOF-IN
               NOT AT END
                   IF RLOG-BUS-DATE = WS-RUN-BUS-DATE
                       PERFORM APPLY-RUN-EVENT-PARA
                   END-IF
           END-READ.

       APPLY-RUN-EVENT-PARA.
           MOVE 0 TO WS-ST-FOUND
           MOVE 1 TO WS-ST-IX
           PERFORM SCAN-STEP-PARA
               UNTIL WS-ST-IX > WS-ST-COUNT
                   OR WS-ST-FOUND > 0
           IF WS-ST-FOUND > 0
               EVALUATE RLOG-EVENT
                   WHEN "S"
                       MOVE "S" TO WS-ST-STATE(WS-ST-FOUND)
                       MOVE RLOG-TIMESTAMP
                           TO WS-ST-START-TS(WS-ST-FOUND)
                       MOVE SPACES TO WS-ST-END-TS(WS-ST-FOUND)
                       MOVE 0 TO WS-ST-RC(WS-ST-FOUND)
                       IF WS-STREAM-FIRST-TS = SPACES
                           MOVE RLOG-TIMESTAMP TO WS-STREAM-FIRST-TS
                       END-IF
                   WHEN "E"
                       MOVE RLOG-RESULT TO WS-ST-STATE(WS-ST-FOUND)
                       MOVE RLOG-TIMESTAMP
                           TO WS-ST-END-TS(WS-ST-FOUND)
                       MOVE RLOG-STEP-RC TO WS-ST-RC(WS-ST-FOUND)
                       MOVE RLOG-TIMESTAMP TO WS-STREAM-LAST-TS
                   WHEN "R"
                       IF WS-ST-STATE(WS-ST-FOUND) = "N"
                           MOVE "R" TO WS-ST-STATE(WS-ST-FOUND)
                       END-IF
               END-EVALUATE
           END-IF.

       SCAN-STEP-PARA.
           IF WS-ST-NAME(WS-ST-IX) = RLOG-STEP-NAME
               MOVE WS-ST-IX TO WS-ST-FOUND
           END-IF
           ADD 1 TO WS-ST-IX.

       WRITE-RUN-LOG-PARA.
           MOVE SPACES TO DASH-LINE
           IF WS-RLOG-SEEN = "N" OR WS-RUN-BUS-DATE = SPACES
               STRING "RUN LOG:        NOT AVAILABLE" DELIMITED BY SIZE
                   INTO DASH-LINE
               WRITE DASH-LINE
           ELSE
               STRING "RUN LOG:        BUSINESS DATE " DELIMITED BY SIZE
                   WS-RUN-BUS-DATE DELIMITED BY SIZE
                   INTO DASH-LINE
               WRITE DASH-LINE
               MOVE SPACES TO DASH-LINE
               STRING "  STEP          STATUS    ELAPSED   RC"
                   DELIMITED BY SIZE INTO DASH-LINE
               WRITE DASH-LINE
               MOVE 1 TO WS-ST-IX
               PERFORM WRITE-RUN-STEP-PARA
                   UNTIL WS-ST-IX > WS-ST-COUNT
               MOVE SPACES TO WS-ELAPSED-TEXT
               IF WS-STREAM-FIRST-TS NOT = SPACES
                   MOVE WS-STREAM-FIRST-TS TO WS-ELAP-START-TS
                   IF WS-STREAM-INCOMPLETE = "Y"
                           OR WS-STREAM-LAST-TS = SPACES
                       MOVE WS-NOW-TIMESTAMP TO WS-ELAP-END-TS
                   ELSE
                       MOVE WS-STREAM-LAST-TS TO WS-ELAP-END-TS
                   END-IF
                   PERFORM COMPUTE-ELAPSED-PARA
               END-IF
               MOVE SPACES TO DASH-LINE
               STRING "STREAM ELAPSED: " DELIMITED BY SIZE
                   WS-ELAPSED-TEXT DELIMITED BY SIZE
                   INTO DASH-LINE
               WRITE DASH-LINE
           END-IF.

       WRITE-RUN-STEP-PARA.
           MOVE SPACES TO WS-ELAPSED-TEXT
           MOVE SPACES TO WS-RC-TEXT
           EVALUATE WS-ST-STATE(WS-ST-IX)
               WHEN "C"
                   MOVE "COMPLETE" TO WS-STATUS-TEXT
               WHEN "F"
                   MOVE "FAILED" TO WS-STATUS-TEXT
                   MOVE "Y" TO WS-STREAM-FAILED
               WHEN "S"
                   MOVE "RUNNING" TO WS-STATUS-TEXT
               WHEN "R"
                   MOVE "REFUSED" TO WS-STATUS-TEXT
                   MOVE "Y" TO WS-STREAM-FAILED
               WHEN OTHER
                   MOVE "NOT RUN" TO WS-STATUS-TEXT
           END-EVALUATE
           IF WS-ST-STATE(WS-ST-IX) NOT = "C"
                   AND WS-ST-NAME(WS-ST-IX) NOT = "OPSDASH"
               MOVE "Y" TO WS-STREAM-INCOMPLETE
           END-IF
           IF WS-ST-START-TS(WS-ST-IX) NOT = SPACES
               MOVE WS-ST-START-TS(WS-ST-IX) TO WS-ELAP-START-TS
               IF WS-ST-END-TS(WS-ST-IX) = SPACES
                   MOVE WS-NOW-TIMESTAMP TO WS-ELAP-END-TS
               ELSE
                   MOVE WS-ST-END-TS(WS-ST-IX) TO WS-ELAP-END-TS
                   MOVE WS-ST-RC(WS-ST-IX) TO WS-RC-TEXT
               END-IF
               PERFORM COMPUTE-ELAPSED-PARA
           END-IF
           MOVE SPACES TO DASH-LINE
           STRING "  " DELIMITED BY SIZE
               WS-ST-NAME(WS-ST-IX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-STATUS-TEXT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-ELAPSED-TEXT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-RC-TEXT DELIMITED BY SIZE
               INTO DASH-LINE
           WRITE DASH-LINE
           ADD 1 TO WS-ST-IX.

       COMPUTE-ELAPSED-PARA.
           MOVE WS-ELAP-START-TS TO WS-ELAP-TS
           PERFORM TS-TO-SECS-PARA
           MOVE WS-ELAP-WORK-SECS TO WS-ELAP-START-SECS
           MOVE WS-ELAP-END-TS TO WS-ELAP-TS
           PERFORM TS-TO-SECS-PARA
           MOVE WS-ELAP-WORK-SECS TO WS-ELAP-END-SECS
           IF WS-ELAP-END-SECS < WS-ELAP-START-SECS
               MOVE 0 TO WS-ELAP-SECS
           ELSE
               COMPUTE WS-ELAP-SECS =
                   WS-ELAP-END-SECS - WS-ELAP-START-SECS
           END-IF
           IF WS-ELAP-SECS > 359999
               MOVE 359999 TO WS-ELAP-SECS
           END-IF
           DIVIDE WS-ELAP-SECS BY 3600 GIVING WS-ELAP-HH
               REMAINDER WS-ELAP-WORK-SECS
           DIVIDE WS-ELAP-WORK-SECS BY 60 GIVING WS-ELAP-MM
               REMAINDER WS-ELAP-SS
           MOVE SPACES TO WS-ELAPSED-TEXT
           STRING WS-ELAP-HH DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-ELAP-MM DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-ELAP-SS DELIMITED BY SIZE
               INTO WS-ELAPSED-TEXT.

       TS-TO-SECS-PARA.
           IF WS-ELAP-TS NUMERIC
               COMPUTE WS-ELAP-WORK-SECS =
                   FUNCTION INTEGER-OF-DATE(WS-ELAP-TS-DATE) * 86400
                   + WS-ELAP-TS-HH * 3600 + WS-ELAP-TS-MM * 60
                   + WS-ELAP-TS-SS
           ELSE
               MOVE 0 TO WS-ELAP-WORK-SECS
           END-IF.

       WRITE-DASHBOARD-PARA.
           MOVE SPACES TO DASH-LINE
           STRING "MORNING OPERATIONS DASHBOARD  "
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO DASH-LINE
           WRITE DASH-LINE
           PERFORM WRITE-RUN-LOG-PARA
           PERFORM CHECK-NOGO-PARA
           MOVE SPACES TO DASH-LINE
           IF WS-NOGO = "Y"
                   TO DASH-LINE
               WRITE DASH-LINE
           END-IF
           IF WS-STREAM-FAILED = "Y"
               PERFORM NOTE-NOGO-PARA
               MOVE "NO-GO: STREAM STEP FAILED OR REFUSED"
                   TO DASH-LINE
               WRITE DASH-LINE
           END-IF
           IF WS-STREAM-INCOMPLETE = "Y"
               PERFORM NOTE-NOGO-PARA
               MOVE "NO-GO: STREAM STEPS NOT COMPLETE"
                   TO DASH-LINE
               WRITE DASH-LINE
           END-IF
           IF WS-SIM-TAGGED = "Y"
               PERFORM NOTE-NOGO-PARA
               MOVE "NO-GO: SIMULATION OUTPUT IN STREAM"
