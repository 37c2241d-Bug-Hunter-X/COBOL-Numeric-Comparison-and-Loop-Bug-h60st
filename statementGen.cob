               SIGN IS LEADING SEPARATE CHARACTER.
           05  LEDG-SEQ                PIC 9(08).
           05  LEDG-RUN-DATE           PIC X(08).
           05  LEDG-ENTRY-TYPE         PIC X(01).
           05  LEDG-ORIG-RUN-DATE      PIC X(08).
           05  LEDG-ORIG-SEQ           PIC 9(08).
           05  LEDG-SOURCE             PIC X(01).

       FD  STMT-CTL-FILE.
       01  STMT-CTL-REC.
               10  WS-LG-SEQ           PIC 9(08).
               10  WS-LG-DATE          PIC X(08).
               10  WS-LG-USED          PIC X(01).
               10  WS-LG-TYPE          PIC X(01).
               10  WS-LG-ORIG-DATE     PIC X(08).
               10  WS-LG-ORIG-SEQ      PIC 9(08).
               10  WS-LG-SOURCE        PIC X(01).
       01  WS-TABLE-FULL-NOTED         PIC X(01) VALUE "N".
       01  WS-BEST-IX                  PIC 9(05) VALUE 0.
       01  WS-BEST-DATE                PIC X(08) VALUE SPACES.
       01  WS-STMT-ACCT-COUNT          PIC 9(05) VALUE 0.
       01  WS-STMT-TRAN-COUNT          PIC 9(07) VALUE 0.
       01  WS-ORPHAN-COUNT             PIC 9(05) VALUE 0.
       01  WS-REVERSAL-COUNT           PIC 9(05) VALUE 0.
       01  WS-CHARGE-COUNT             PIC 9(05) VALUE 0.
       01  WS-PAIR-IX                  PIC 9(05) VALUE 0.
       01  WS-PAIR-DATE                PIC X(08) VALUE SPACES.
       01  WS-PAIR-SEQ                 PIC 9(08) VALUE 0.
       01  WS-AMOUNT-EDIT              PIC -(5)9.9(02).
       01  WS-AREA1-EDIT               PIC ZZZZ9.9(02).
       01  WS-AREA2-EDIT               PIC -(5)9.9(02).
                           MOVE LEDG-RUN-DATE
                               TO WS-LG-DATE(WS-LEDG-COUNT)
                           MOVE "N" TO WS-LG-USED(WS-LEDG-COUNT)
                           MOVE LEDG-ENTRY-TYPE
                               TO WS-LG-TYPE(WS-LEDG-COUNT)
                           MOVE LEDG-ORIG-RUN-DATE
                               TO WS-LG-ORIG-DATE(WS-LEDG-COUNT)
                           MOVE LEDG-SOURCE
                               TO WS-LG-SOURCE(WS-LEDG-COUNT)
                           IF LEDG-ENTRY-TYPE = "R"
                                   AND LEDG-ORIG-SEQ NUMERIC
                               MOVE LEDG-ORIG-SEQ
                                   TO WS-LG-ORIG-SEQ(WS-LEDG-COUNT)
                           ELSE
                               MOVE 0 TO WS-LG-ORIG-SEQ(WS-LEDG-COUNT)
                           END-IF
                       ELSE
                           IF WS-TABLE-FULL-NOTED = "N"
                               MOVE "Y" TO WS-TABLE-FULL-NOTED
           ADD 1 TO WS-LEDG-IX.

       APPLY-STMT-TRAN-PARA.
           PERFORM POST-STMT-TRAN-PARA
           IF WS-LG-TYPE(WS-BEST-IX) NOT = "R"
               PERFORM FIND-STMT-REVERSAL-PARA
               IF WS-PAIR-IX > 0
                   MOVE WS-PAIR-IX TO WS-BEST-IX
                   PERFORM POST-STMT-TRAN-PARA
               END-IF
           END-IF
           PERFORM FIND-NEXT-TRAN-PARA.

       FIND-STMT-REVERSAL-PARA.
           MOVE 0 TO WS-PAIR-IX
           MOVE WS-LG-DATE(WS-BEST-IX) TO WS-PAIR-DATE
           MOVE WS-LG-SEQ(WS-BEST-IX) TO WS-PAIR-SEQ
           MOVE 1 TO WS-LEDG-IX
           PERFORM SCAN-STMT-REVERSAL-PARA
               UNTIL WS-LEDG-IX > WS-LEDG-COUNT
                   OR WS-PAIR-IX > 0.

       SCAN-STMT-REVERSAL-PARA.
           IF WS-LG-USED(WS-LEDG-IX) = "N"
                   AND WS-LG-TYPE(WS-LEDG-IX) = "R"
                   AND WS-LG-ACCT-ID(WS-LEDG-IX) = MAST-ACCT-ID
                   AND WS-LG-ORIG-DATE(WS-LEDG-IX) = WS-PAIR-DATE
                   AND WS-LG-ORIG-SEQ(WS-LEDG-IX) = WS-PAIR-SEQ
               MOVE WS-LEDG-IX TO WS-PAIR-IX
           END-IF
           ADD 1 TO WS-LEDG-IX.

       POST-STMT-TRAN-PARA.
           MOVE "Y" TO WS-LG-USED(WS-BEST-IX)
           ADD 1 TO WS-ACCT-TRAN-COUNT
           ADD 1 TO WS-STMT-TRAN-COUNT
               WHEN "2"
                   SUBTRACT WS-LG-AMOUNT(WS-BEST-IX)
                       FROM WS-RUN-AREA-2
               WHEN "3"
                   SUBTRACT WS-LG-AMOUNT(WS-BEST-IX)
                       FROM WS-RUN-AREA-2
           END-EVALUATE
           PERFORM WRITE-STMT-TRAN-PARA
           IF WS-LG-TYPE(WS-BEST-IX) = "R"
               ADD 1 TO WS-REVERSAL-COUNT
               PERFORM WRITE-STMT-REVERSAL-PARA
           ELSE
               IF WS-LG-FIELD-CD(WS-BEST-IX) = "3"
                   ADD 1 TO WS-CHARGE-COUNT
                   PERFORM WRITE-STMT-CHARGE-PARA
               ELSE
                   IF WS-LG-SOURCE(WS-BEST-IX) = "S"
                           AND WS-LG-ORIG-DATE(WS-BEST-IX) NUMERIC
                       PERFORM WRITE-STMT-STANDING-PARA
                   END-IF
               END-IF
           END-IF.

       WRITE-STMT-REVERSAL-PARA.
           MOVE SPACES TO STMT-LINE
           STRING "      REVERSAL OF " DELIMITED BY SIZE
               WS-LG-ORIG-DATE(WS-BEST-IX) DELIMITED BY SIZE
               "  SEQ " DELIMITED BY SIZE
               WS-LG-ORIG-SEQ(WS-BEST-IX) DELIMITED BY SIZE
               INTO STMT-LINE
           WRITE STMT-LINE.

       WRITE-STMT-CHARGE-PARA.
           MOVE SPACES TO STMT-LINE
           STRING "      PENALTY CHARGE FOR PERIOD ENDING "
                   DELIMITED BY SIZE
               WS-LG-ORIG-DATE(WS-BEST-IX) DELIMITED BY SIZE
               INTO STMT-LINE
           WRITE STMT-LINE.

       WRITE-STMT-STANDING-PARA.
           MOVE SPACES TO STMT-LINE
           STRING "      STANDING ORDER DUE " DELIMITED BY SIZE
               WS-LG-ORIG-DATE(WS-BEST-IX) DELIMITED BY SIZE
               INTO STMT-LINE
           WRITE STMT-LINE.

       WRITE-STMT-TRAN-PARA.
           MOVE WS-LG-AMOUNT(WS-BEST-IX) TO WS-AMOUNT-EDIT
           STRING "NOT ON MASTER:         " DELIMITED BY SIZE
               WS-ORPHAN-COUNT DELIMITED BY SIZE
               INTO STMT-LINE
           WRITE STMT-LINE
           MOVE SPACES TO STMT-LINE
           STRING "REVERSALS LISTED:      " DELIMITED BY SIZE
               WS-REVERSAL-COUNT DELIMITED BY SIZE
               INTO STMT-LINE
           WRITE STMT-LINE
           MOVE SPACES TO STMT-LINE
           STRING "PENALTY CHARGES:       " DELIMITED BY SIZE
               WS-CHARGE-COUNT DELIMITED BY SIZE
               INTO STMT-LINE
           WRITE STMT-LINE.
