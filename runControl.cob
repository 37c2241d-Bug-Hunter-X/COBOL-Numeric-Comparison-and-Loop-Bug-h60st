       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNCTL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CTL-FILE ASSIGN TO "RUNCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCTL-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RLOG-STATUS.
           SELECT RUN-RPT ASSIGN TO "RUNRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CTL-FILE.
       01  RUN-CTL-REC.
           05  RCTL-ACTION             PIC X(01).
           05  RCTL-STEP-NAME          PIC X(12).
           05  RCTL-BUS-DATE           PIC X(08).
           05  RCTL-STEP-RC            PIC 9(02).

       FD  RUN-LOG-FILE.
       01  RUN-LOG-REC.
           05  RLOG-BUS-DATE           PIC X(08).
           05  RLOG-STEP-NAME          PIC X(12).
           05  RLOG-EVENT              PIC X(01).
           05  RLOG-TIMESTAMP          PIC X(14).
           05  RLOG-STEP-RC            PIC 9(02).
           05  RLOG-RESULT             PIC X(01).

       FD  RUN-RPT.
       01  RUN-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RCTL-STATUS              PIC X(02) VALUE SPACES.
       01  WS-RLOG-STATUS              PIC X(02) VALUE SPACES.
       01  WS-EOF-RLOG                 PIC X(01) VALUE "N".
       01  WS-TODAY-DATE               PIC X(08) VALUE SPACES.
       01  WS-NOW-TIMESTAMP            PIC X(14) VALUE SPACES.
       01  WS-ACTION                   PIC X(01) VALUE SPACES.
       01  WS-STEP-NAME                PIC X(12) VALUE SPACES.
       01  WS-BUS-DATE                 PIC X(08) VALUE SPACES.
       01  WS-STEP-RC                  PIC 9(02) VALUE 0.
       01  WS-ACTION-RESULT            PIC X(50) VALUE SPACES.
       01  WS-RETURN-CODE              PIC 9(02) VALUE 0.
       01  WS-ST-COUNT                 PIC 9(02) VALUE 0.
       01  WS-ST-IX                    PIC 9(02) COMP VALUE 0.
       01  WS-ST-FOUND                 PIC 9(02) VALUE 0.
       01  WS-ST-PRQ-FOUND             PIC 9(02) VALUE 0.
       01  WS-PRQ-IX                   PIC 9(02) COMP VALUE 0.
       01  WS-SEARCH-STEP              PIC X(12) VALUE SPACES.
       01  WS-BLOCKING-STEP            PIC X(12) VALUE SPACES.
       01  WS-RESUME-STEP              PIC X(12) VALUE SPACES.
       01  WS-ST-TABLE.
           05  WS-ST-ENTRY OCCURS 20 TIMES.
               10  WS-ST-NAME          PIC X(12).
               10  WS-ST-PREREQ        PIC X(12) OCCURS 3 TIMES.
               10  WS-ST-MAX-RC        PIC 9(02).
               10  WS-ST-STATE         PIC X(01).
               10  WS-ST-START-TS      PIC X(14).
               10  WS-ST-END-TS        PIC X(14).
               10  WS-ST-RC            PIC 9(02).
       01  WS-STATUS-TEXT              PIC X(08) VALUE SPACES.
       01  WS-START-TEXT               PIC X(15) VALUE SPACES.
       01  WS-END-TEXT                 PIC X(15) VALUE SPACES.
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
           PERFORM LOAD-STEP-TABLE-PARA
           PERFORM READ-RUN-CARD-PARA
           OPEN OUTPUT RUN-RPT
           IF WS-RETURN-CODE = 0
               PERFORM LOAD-RUN-LOG-PARA
               EVALUATE WS-ACTION
                   WHEN "B"
                       PERFORM BEGIN-STEP-PARA
                   WHEN "E"
                       PERFORM END-STEP-PARA
                   WHEN "S"
                       MOVE "STATUS ONLY" TO WS-ACTION-RESULT
               END-EVALUATE
           END-IF
           PERFORM WRITE-RUN-RPT-PARA
           CLOSE RUN-RPT
           DISPLAY "RUNCTL " WS-ACTION " " WS-STEP-NAME " "
               WS-BUS-DATE " - " WS-ACTION-RESULT
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       LOAD-STEP-TABLE-PARA.
           MOVE SPACES TO WS-ST-TABLE
           MOVE "STANDGEN" TO WS-ST-NAME(1)
           MOVE 4 TO WS-ST-MAX-RC(1)
           MOVE "BUGSOLUTION" TO WS-ST-NAME(2)
           MOVE "STANDGEN" TO WS-ST-PREREQ(2, 1)
           MOVE 8 TO WS-ST-MAX-RC(2)
           MOVE "GRPEXPO" TO WS-ST-NAME(3)
           MOVE "BUGSOLUTION" TO WS-ST-PREREQ(3, 1)
           MOVE 8 TO WS-ST-MAX-RC(3)
           MOVE "SUSPRECYC" TO WS-ST-NAME(4)
           MOVE "BUGSOLUTION" TO WS-ST-PREREQ(4, 1)
           MOVE 4 TO WS-ST-MAX-RC(4)
           MOVE "AUDITRECON" TO WS-ST-NAME(5)
           MOVE "BUGSOLUTION" TO WS-ST-PREREQ(5, 1)
           MOVE 4 TO WS-ST-MAX-RC(5)
           MOVE "MASTSYNC" TO WS-ST-NAME(6)
           MOVE "AUDITRECON" TO WS-ST-PREREQ(6, 1)
           MOVE 4 TO WS-ST-MAX-RC(6)
           MOVE "ALERTACK" TO WS-ST-NAME(7)
           MOVE "GRPEXPO" TO WS-ST-PREREQ(7, 1)
           MOVE 4 TO WS-ST-MAX-RC(7)
           MOVE "HOUSEKEEP" TO WS-ST-NAME(8)
           MOVE "SUSPRECYC" TO WS-ST-PREREQ(8, 1)
           MOVE "MASTSYNC" TO WS-ST-PREREQ(8, 2)
           MOVE "ALERTACK" TO WS-ST-PREREQ(8, 3)
           MOVE 4 TO WS-ST-MAX-RC(8)
           MOVE "OPSDASH" TO WS-ST-NAME(9)
           MOVE "HOUSEKEEP" TO WS-ST-PREREQ(9, 1)
           MOVE 8 TO WS-ST-MAX-RC(9)
           MOVE 9 TO WS-ST-COUNT
           MOVE 1 TO WS-ST-IX
           PERFORM CLEAR-STEP-STATE-PARA
               UNTIL WS-ST-IX > WS-ST-COUNT.

       CLEAR-STEP-STATE-PARA.
           MOVE "N" TO WS-ST-STATE(WS-ST-IX)
           MOVE 0 TO WS-ST-RC(WS-ST-IX)
           ADD 1 TO WS-ST-IX.

       READ-RUN-CARD-PARA.
           OPEN INPUT RUN-CTL-FILE
           IF WS-RCTL-STATUS = "00"
               READ RUN-CTL-FILE
                   AT END
                       MOVE SPACES TO RUN-CTL-REC
               END-READ
               CLOSE RUN-CTL-FILE
           ELSE
               MOVE SPACES TO RUN-CTL-REC
           END-IF
           MOVE RCTL-ACTION TO WS-ACTION
           MOVE RCTL-STEP-NAME TO WS-STEP-NAME
           IF RCTL-BUS-DATE NUMERIC
               MOVE RCTL-BUS-DATE TO WS-BUS-DATE
           ELSE
               MOVE WS-TODAY-DATE TO WS-BUS-DATE
           END-IF
           IF RCTL-STEP-RC NUMERIC
               MOVE RCTL-STEP-RC TO WS-STEP-RC
           ELSE
               MOVE 0 TO WS-STEP-RC
           END-IF
           IF (WS-ACTION NOT = "B" AND WS-ACTION NOT = "E"
                   AND WS-ACTION NOT = "S")
                   OR (WS-ACTION = "E" AND RCTL-STEP-RC NOT NUMERIC)
               MOVE "INVALID OR MISSING RUN CARD" TO WS-ACTION-RESULT
               MOVE 16 TO WS-RETURN-CODE
           ELSE
               IF WS-ACTION NOT = "S"
                   MOVE WS-STEP-NAME TO WS-SEARCH-STEP
                   PERFORM FIND-STEP-PARA
                   IF WS-ST-FOUND = 0
                       MOVE "STEP NOT IN STREAM" TO WS-ACTION-RESULT
                       MOVE 16 TO WS-RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       LOAD-RUN-LOG-PARA.
           OPEN INPUT RUN-LOG-FILE
           IF WS-RLOG-STATUS = "00"
               PERFORM LOAD-RUN-LOG-ENTRY-PARA
                   UNTIL WS-EOF-RLOG = "Y"
               CLOSE RUN-LOG-FILE
           END-IF.

       LOAD-RUN-LOG-ENTRY-PARA.
           READ RUN-LOG-FILE
               AT END
                   MOVE "Y" TO WS-EOF-RLOG
               NOT AT END
                   IF RLOG-BUS-DATE = WS-BUS-DATE
                       PERFORM APPLY-LOG-EVENT-PARA
                   END-IF
           END-READ.

       APPLY-LOG-EVENT-PARA.
           MOVE RLOG-STEP-NAME TO WS-SEARCH-STEP
           PERFORM FIND-STEP-PARA
           IF WS-ST-FOUND > 0
               EVALUATE RLOG-EVENT
                   WHEN "S"
                       MOVE "S" TO WS-ST-STATE(WS-ST-FOUND)
                       MOVE RLOG-TIMESTAMP
                           TO WS-ST-START-TS(WS-ST-FOUND)
                       MOVE SPACES TO WS-ST-END-TS(WS-ST-FOUND)
                       MOVE 0 TO WS-ST-RC(WS-ST-FOUND)
                   WHEN "E"
                       MOVE RLOG-RESULT TO WS-ST-STATE(WS-ST-FOUND)
                       MOVE RLOG-TIMESTAMP
                           TO WS-ST-END-TS(WS-ST-FOUND)
                       MOVE RLOG-STEP-RC TO WS-ST-RC(WS-ST-FOUND)
                   WHEN "R"
                       IF WS-ST-STATE(WS-ST-FOUND) = "N"
                           MOVE "R" TO WS-ST-STATE(WS-ST-FOUND)
                       END-IF
               END-EVALUATE
           END-IF.

       FIND-STEP-PARA.
           MOVE 0 TO WS-ST-FOUND
           MOVE 1 TO WS-ST-IX
           PERFORM SCAN-STEP-PARA
               UNTIL WS-ST-IX > WS-ST-COUNT
                   OR WS-ST-FOUND > 0.

       SCAN-STEP-PARA.
           IF WS-ST-NAME(WS-ST-IX) = WS-SEARCH-STEP
               MOVE WS-ST-IX TO WS-ST-FOUND
           END-IF
           ADD 1 TO WS-ST-IX.

       BEGIN-STEP-PARA.
           MOVE WS-STEP-NAME TO WS-SEARCH-STEP
           PERFORM FIND-STEP-PARA
           IF WS-ST-STATE(WS-ST-FOUND) = "C"
               MOVE "ALREADY COMPLETE FOR DATE - STEP SKIPPED"
                   TO WS-ACTION-RESULT
               MOVE 4 TO WS-RETURN-CODE
               MOVE "K" TO RLOG-EVENT
               MOVE 0 TO RLOG-STEP-RC
               MOVE SPACES TO RLOG-RESULT
               PERFORM WRITE-RUN-LOG-PARA
           ELSE
               MOVE WS-ST-FOUND TO WS-ST-PRQ-FOUND
               MOVE SPACES TO WS-BLOCKING-STEP
               MOVE 1 TO WS-PRQ-IX
               PERFORM CHECK-PREREQ-PARA
                   UNTIL WS-PRQ-IX > 3
                       OR WS-BLOCKING-STEP NOT = SPACES
               MOVE WS-STEP-NAME TO WS-SEARCH-STEP
               PERFORM FIND-STEP-PARA
               IF WS-BLOCKING-STEP NOT = SPACES
                   MOVE SPACES TO WS-ACTION-RESULT
                   STRING "REFUSED - " DELIMITED BY SIZE
                       WS-BLOCKING-STEP DELIMITED BY SPACE
                       " NOT COMPLETE FOR DATE" DELIMITED BY SIZE
                       INTO WS-ACTION-RESULT
                   MOVE 12 TO WS-RETURN-CODE
                   MOVE "R" TO RLOG-EVENT
                   MOVE 12 TO RLOG-STEP-RC
                   MOVE SPACES TO RLOG-RESULT
                   PERFORM WRITE-RUN-LOG-PARA
               ELSE
                   IF WS-ST-STATE(WS-ST-FOUND) = "S"
                       MOVE "RESTARTED - PRIOR ATTEMPT DID NOT END"
                           TO WS-ACTION-RESULT
                   ELSE
                       MOVE "STARTED" TO WS-ACTION-RESULT
                   END-IF
                   MOVE "S" TO RLOG-EVENT
                   MOVE 0 TO RLOG-STEP-RC
                   MOVE SPACES TO RLOG-RESULT
                   PERFORM WRITE-RUN-LOG-PARA
               END-IF
           END-IF.

       CHECK-PREREQ-PARA.
           IF WS-ST-PREREQ(WS-ST-PRQ-FOUND, WS-PRQ-IX) NOT = SPACES
               MOVE WS-ST-PREREQ(WS-ST-PRQ-FOUND, WS-PRQ-IX)
                   TO WS-SEARCH-STEP
               PERFORM FIND-STEP-PARA
               IF WS-ST-FOUND > 0
                   IF WS-ST-STATE(WS-ST-FOUND) NOT = "C"
                       MOVE WS-SEARCH-STEP TO WS-BLOCKING-STEP
                   END-IF
               END-IF
           END-IF
           ADD 1 TO WS-PRQ-IX.

       END-STEP-PARA.
           MOVE WS-STEP-NAME TO WS-SEARCH-STEP
           PERFORM FIND-STEP-PARA
           IF WS-ST-STATE(WS-ST-FOUND) NOT = "S"
               MOVE "REFUSED - STEP NOT STARTED FOR DATE"
                   TO WS-ACTION-RESULT
               MOVE 12 TO WS-RETURN-CODE
           ELSE
               MOVE "E" TO RLOG-EVENT
               MOVE WS-STEP-RC TO RLOG-STEP-RC
               IF WS-STEP-RC > WS-ST-MAX-RC(WS-ST-FOUND)
                   MOVE "F" TO RLOG-RESULT
                   MOVE SPACES TO WS-ACTION-RESULT
                   STRING "ENDED RC " DELIMITED BY SIZE
                       WS-STEP-RC DELIMITED BY SIZE
                       " - STEP FAILED" DELIMITED BY SIZE
                       INTO WS-ACTION-RESULT
                   MOVE 8 TO WS-RETURN-CODE
               ELSE
                   MOVE "C" TO RLOG-RESULT
                   MOVE SPACES TO WS-ACTION-RESULT
                   STRING "ENDED RC " DELIMITED BY SIZE
                       WS-STEP-RC DELIMITED BY SIZE
                       " - STEP COMPLETE" DELIMITED BY SIZE
                       INTO WS-ACTION-RESULT
               END-IF
               PERFORM WRITE-RUN-LOG-PARA
           END-IF.

       WRITE-RUN-LOG-PARA.
           MOVE WS-BUS-DATE TO RLOG-BUS-DATE
           MOVE WS-STEP-NAME TO RLOG-STEP-NAME
           MOVE WS-NOW-TIMESTAMP TO RLOG-TIMESTAMP
           PERFORM APPLY-LOG-EVENT-PARA
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RLOG-STATUS = "35"
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           WRITE RUN-LOG-REC
           CLOSE RUN-LOG-FILE.

       WRITE-RUN-RPT-PARA.
           MOVE SPACES TO RUN-LINE
           STRING "RUN CONTROL REPORT  BUSINESS DATE: "
               DELIMITED BY SIZE
               WS-BUS-DATE DELIMITED BY SIZE
               INTO RUN-LINE
           WRITE RUN-LINE
           MOVE SPACES TO RUN-LINE
           STRING "ACTION: " DELIMITED BY SIZE
               WS-ACTION DELIMITED BY SIZE
               "  STEP: " DELIMITED BY SIZE
               WS-STEP-NAME DELIMITED BY SIZE
               "  RESULT: " DELIMITED BY SIZE
               WS-ACTION-RESULT DELIMITED BY SIZE
               INTO RUN-LINE
           WRITE RUN-LINE
           IF WS-RETURN-CODE NOT = 16
               MOVE SPACES TO RUN-LINE
               WRITE RUN-LINE
               MOVE SPACES TO RUN-LINE
               STRING "STEP          STATUS    STARTED          "
                   DELIMITED BY SIZE
                   "ENDED            ELAPSED   RC" DELIMITED BY SIZE
                   INTO RUN-LINE
               WRITE RUN-LINE
               MOVE SPACES TO WS-RESUME-STEP
               MOVE 1 TO WS-ST-IX
               PERFORM WRITE-STEP-LINE-PARA
                   UNTIL WS-ST-IX > WS-ST-COUNT
               MOVE SPACES TO RUN-LINE
               WRITE RUN-LINE
               MOVE SPACES TO RUN-LINE
               IF WS-RESUME-STEP = SPACES
                   STRING "STREAM COMPLETE FOR DATE" DELIMITED BY SIZE
                       INTO RUN-LINE
               ELSE
                   STRING "RESUME AT:  " DELIMITED BY SIZE
                       WS-RESUME-STEP DELIMITED BY SIZE
                       INTO RUN-LINE
               END-IF
               WRITE RUN-LINE
           END-IF.

       WRITE-STEP-LINE-PARA.
           IF WS-ST-STATE(WS-ST-IX) NOT = "C"
                   AND WS-RESUME-STEP = SPACES
               MOVE WS-ST-NAME(WS-ST-IX) TO WS-RESUME-STEP
           END-IF
           EVALUATE WS-ST-STATE(WS-ST-IX)
               WHEN "C"
                   MOVE "COMPLETE" TO WS-STATUS-TEXT
               WHEN "F"
                   MOVE "FAILED" TO WS-STATUS-TEXT
               WHEN "S"
                   MOVE "STARTED" TO WS-STATUS-TEXT
               WHEN "R"
                   MOVE "REFUSED" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE "NOT RUN" TO WS-STATUS-TEXT
           END-EVALUATE
           MOVE SPACES TO WS-START-TEXT
           MOVE SPACES TO WS-END-TEXT
           MOVE SPACES TO WS-ELAPSED-TEXT
           MOVE SPACES TO WS-RC-TEXT
           IF WS-ST-START-TS(WS-ST-IX) NOT = SPACES
               STRING WS-ST-START-TS(WS-ST-IX)(1:8) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-ST-START-TS(WS-ST-IX)(9:6) DELIMITED BY SIZE
                   INTO WS-START-TEXT
           END-IF
           IF WS-ST-END-TS(WS-ST-IX) NOT = SPACES
               STRING WS-ST-END-TS(WS-ST-IX)(1:8) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-ST-END-TS(WS-ST-IX)(9:6) DELIMITED BY SIZE
                   INTO WS-END-TEXT
               MOVE WS-ST-RC(WS-ST-IX) TO WS-RC-TEXT
               IF WS-ST-START-TS(WS-ST-IX) NOT = SPACES
                   MOVE WS-ST-START-TS(WS-ST-IX) TO WS-ELAP-START-TS
                   MOVE WS-ST-END-TS(WS-ST-IX) TO WS-ELAP-END-TS
                   PERFORM COMPUTE-ELAPSED-PARA
               END-IF
           END-IF
           MOVE SPACES TO RUN-LINE
           STRING WS-ST-NAME(WS-ST-IX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-STATUS-TEXT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-START-TEXT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-END-TEXT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-ELAPSED-TEXT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-RC-TEXT DELIMITED BY SIZE
               INTO RUN-LINE
           WRITE RUN-LINE
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
