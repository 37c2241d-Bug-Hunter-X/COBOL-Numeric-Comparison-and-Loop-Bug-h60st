           SELECT RECYCLE-TRAN-FILE ASSIGN TO "RECYTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECY-STATUS.
           SELECT STANDING-TRAN-FILE ASSIGN TO "STANDTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STND-STATUS.
           SELECT CHARGE-TRAN-FILE ASSIGN TO "CHRGTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHRG-STATUS.
           SELECT EXCEPT-RPT ASSIGN TO "EXCEPRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHKPT-FILE ASSIGN TO "CHKPFILE"
               FILE STATUS IS WS-PEND-STATUS.
           SELECT MAINT-RPT ASSIGN TO "MAINTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-CTL-FILE ASSIGN TO "GLCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLC-STATUS.
           SELECT GL-WORK-FILE ASSIGN TO "GLWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLW-STATUS.
           SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-HIST-FILE ASSIGN TO "GLHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLH-STATUS.
           SELECT CLOSED-HIST-FILE ASSIGN TO "CLOSHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLSH-STATUS.
           SELECT GROUP-FILE ASSIGN TO "GRPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRP-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT ENTITLE-RPT ASSIGN TO "ENTLRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MASTER-IDX ASSIGN TO "MASTIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           05  TRAN-ACCT-ID            PIC X(06).
           05  TRAN-FIELD-CD           PIC X(01).
           05  TRAN-AMOUNT             PIC S9(05)V9(02).
           05  TRAN-MAINT-DATA.
               10  TRAN-NEW-AREA-1     PIC 9(05)V9(02).
               10  TRAN-NEW-AREA-2     PIC S9(05)V9(02)
                   SIGN IS LEADING SEPARATE CHARACTER.
               10  TRAN-NEW-A1-LIMIT   PIC 9(05)V9(02).
               10  TRAN-NEW-A2-LIMIT   PIC S9(05)V9(02)
                   SIGN IS LEADING SEPARATE CHARACTER.
               10  TRAN-NEW-CTR-LIMIT  PIC 9(02).
           05  TRAN-REVERSAL-DATA REDEFINES TRAN-MAINT-DATA.
               10  TRAN-REV-RUN-DATE   PIC X(08).
               10  TRAN-REV-SEQ        PIC 9(08).
               10  FILLER              PIC X(16).
           05  TRAN-CHARGE-DATA REDEFINES TRAN-MAINT-DATA.
               10  TRAN-CHRG-PERIOD-END PIC X(08).
               10  FILLER              PIC X(24).
           05  TRAN-GROUP-DATA REDEFINES TRAN-MAINT-DATA.
               10  TRAN-GRP-ID         PIC X(06).
               10  TRAN-GRP-ACTION     PIC X(01).
               10  FILLER              PIC X(08).
               10  TRAN-GRP-A1-LIMIT   PIC 9(05)V9(02).
               10  TRAN-GRP-A2-LIMIT   PIC S9(05)V9(02)
                   SIGN IS LEADING SEPARATE CHARACTER.
               10  FILLER              PIC X(02).
           05  TRAN-EFF-DATE           PIC X(08).
           05  TRAN-SUBMIT-ID          PIC X(08).
           05  TRAN-APPR-FIELD-CD      PIC X(01).
           05  RECY-ACCT-ID            PIC X(06).
           05  RECY-FIELD-CD           PIC X(01).
           05  RECY-AMOUNT             PIC S9(05)V9(02).
           05  RECY-REV-RUN-DATE       PIC X(08).
           05  RECY-REV-SEQ            PIC 9(08).
           05  FILLER                  PIC X(16).
           05  RECY-EFF-DATE           PIC X(08).
           05  FILLER                  PIC X(20).
       01  RECYCLE-CTL-REC.
               SIGN IS LEADING SEPARATE CHARACTER.
           05  FILLER                  PIC X(49).

       FD  STANDING-TRAN-FILE.
       01  STANDING-TRAN-REC.
           05  STND-ACCT-ID            PIC X(06).
           05  STND-FIELD-CD           PIC X(01).
           05  STND-AMOUNT             PIC S9(05)V9(02).
           05  FILLER                  PIC X(32).
           05  STND-EFF-DATE           PIC X(08).
           05  FILLER                  PIC X(20).
       01  STANDING-CTL-REC.
           05  STCTL-KEY               PIC X(06).
           05  STCTL-REC-COUNT         PIC 9(07).
           05  STCTL-HASH-TOTAL        PIC S9(09)V9(02)
               SIGN IS LEADING SEPARATE CHARACTER.
           05  STCTL-FEED-DATE         PIC X(08).
           05  FILLER                  PIC X(41).

       FD  CHARGE-TRAN-FILE.
       01  CHARGE-TRAN-REC.
           05  CHRG-ACCT-ID            PIC X(06).
           05  CHRG-FIELD-CD           PIC X(01).
           05  CHRG-AMOUNT             PIC S9(05)V9(02).
           05  CHRG-PERIOD-END         PIC X(08).
           05  FILLER                  PIC X(24).
           05  CHRG-EFF-DATE           PIC X(08).
           05  FILLER                  PIC X(20).
       01  CHARGE-CTL-REC.
           05  CHCTL-KEY               PIC X(06).
           05  CHCTL-REC-COUNT         PIC 9(07).
           05  CHCTL-HASH-TOTAL        PIC S9(09)V9(02)
               SIGN IS LEADING SEPARATE CHARACTER.
           05  CHCTL-FEED-DATE         PIC X(08).
           05  CHCTL-PERIOD-END        PIC X(08).
           05  FILLER                  PIC X(33).

       FD  EXCEPT-RPT.
       01  EXCEPT-REC.
           05  EXCEPT-ACCT-ID          PIC X(06).
           05  AUDIT-BEFORE-AREA-2     PIC S9(05)V9(02).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AUDIT-AFTER-AREA-2      PIC S9(05)V9(02).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AUDIT-TRAN-CD           PIC X(01).

       FD  CTL-FILE.
       01  CTL-REC.
               SIGN IS LEADING SEPARATE CHARACTER.
           05  LEDG-SEQ                PIC 9(08).
           05  LEDG-RUN-DATE           PIC X(08).
           05  LEDG-ENTRY-TYPE         PIC X(01).
           05  LEDG-ORIG-RUN-DATE      PIC X(08).
           05  LEDG-ORIG-SEQ           PIC 9(08).
           05  LEDG-SOURCE             PIC X(01).

       FD  PURGE-WORK-FILE.
       01  WORK-BRCH-REC               PIC X(59).
       01  WORK-LEDG-REC               PIC X(49).
       01  WORK-CLSH-REC               PIC X(121).

       FD  HOLD-FILE.
       01  HOLD-REC.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PEND-REQ-DATE           PIC X(08).

       FD  CLOSED-HIST-FILE.
       01  CLOSED-HIST-REC.
           05  CLSH-CLOSE-DATE         PIC X(08).
           05  CLSH-ACCT-ID            PIC X(06).
           05  CLSH-RUN-DATE           PIC X(08).
           05  CLSH-SUBMIT-ID          PIC X(08).
           05  CLSH-APPROVE-ID         PIC X(08).
           05  CLSH-MASTER-IMAGE       PIC X(83).

       FD  GROUP-FILE.
       01  GROUP-REC.
           05  GRP-REC-TYPE            PIC X(01).
           05  GRP-GROUP-ID            PIC X(06).
           05  GRP-ACCT-ID             PIC X(06).
           05  GRP-AREA1-LIMIT         PIC 9(05)V9(02).
           05  GRP-AREA2-LIMIT         PIC S9(05)V9(02)
               SIGN IS LEADING SEPARATE CHARACTER.
           05  GRP-UPD-DATE            PIC X(08).

       FD  OPERATOR-FILE.
       01  OPERATOR-REC.
           05  OPER-ID                 PIC X(08).
           05  OPER-STATUS             PIC X(01).
           05  OPER-ALLOWED-CODES      PIC X(12).
           05  OPER-AMOUNT-CEILING     PIC 9(05)V9(02).
           05  OPER-MAY-APPROVE        PIC X(01).

       FD  ENTITLE-RPT.
       01  ENTITLE-LINE                PIC X(80).

       FD  MAINT-RPT.
       01  MAINT-LINE                  PIC X(80).

       FD  GL-CTL-FILE.
       01  GL-CTL-REC.
           05  GLC-AREA1-CTL-ACCT      PIC X(10).
           05  GLC-AREA2-CTL-ACCT      PIC X(10).
           05  GLC-CLEARING-ACCT       PIC X(10).
           05  GLC-SUSPENSE-ACCT       PIC X(10).
           05  GLC-OPEN-OFFSET-ACCT    PIC X(10).
           05  GLC-CLOSE-OFFSET-ACCT   PIC X(10).
           05  GLC-CHARGE-ACCT         PIC X(10).

       FD  GL-WORK-FILE.
       01  GL-WORK-REC.
           05  GLW-RUN-DATE            PIC X(08).
           05  GLW-CATEGORY            PIC X(01).
           05  GLW-FIELD-CD            PIC X(01).
           05  GLW-AMOUNT-1            PIC S9(09)V9(02)
               SIGN IS LEADING SEPARATE CHARACTER.
           05  GLW-AMOUNT-2            PIC S9(09)V9(02)
               SIGN IS LEADING SEPARATE CHARACTER.
           05  GLW-ACCT-ID             PIC X(06).

       FD  GL-EXTRACT-FILE.
       01  GL-EXTRACT-REC.
           05  GLX-LINE-NO             PIC 9(06).
           05  GLX-RUN-DATE            PIC X(08).
           05  GLX-GL-ACCT             PIC X(10).
           05  GLX-DR-CR               PIC X(01).
           05  GLX-AMOUNT              PIC 9(11)V9(02).
           05  GLX-CATEGORY            PIC X(10).
           05  FILLER                  PIC X(32).
       01  GL-EXTRACT-CTL-REC.
           05  GLCTL-KEY               PIC X(06).
           05  GLCTL-EXTRACT-DATE      PIC X(08).
           05  GLCTL-ENTRY-COUNT       PIC 9(07).
           05  GLCTL-DR-TOTAL          PIC 9(11)V9(02).
           05  GLCTL-CR-TOTAL          PIC 9(11)V9(02).
           05  GLCTL-NET-TOTAL         PIC S9(11)V9(02)
               SIGN IS LEADING SEPARATE CHARACTER.
           05  GLCTL-BATCH-COUNT       PIC 9(03).
           05  FILLER                  PIC X(16).

       FD  GL-HIST-FILE.
       01  GL-HIST-REC.
           05  GLH-RUN-DATE            PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  GLH-FEED-DATE           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  GLH-ENTRY-COUNT         PIC 9(07).

       FD  MASTER-IDX.
       01  MASTER-IDX-RECORD.
           05  MIDX-ACCT-ID            PIC X(06).
           05  WS-MW-FIELD-CD          PIC X(01).
           05  WS-MW-AMOUNT            PIC X(07).
           05  WS-MW-NEW-AREA-1        PIC X(07).
           05  WS-MW-GRP-ID REDEFINES WS-MW-NEW-AREA-1
                                       PIC X(06).
           05  WS-MW-NEW-AREA-2        PIC X(08).
           05  WS-MW-A1-LIMIT          PIC X(07).
           05  WS-MW-A2-LIMIT          PIC X(08).
           SIGN IS LEADING SEPARATE CHARACTER VALUE 0.
       01  WS-OLD-CTR-LIMIT             PIC 9(02) VALUE 0.
       01  WS-SAVE-TRAN                 PIC X(74) VALUE SPACES.
       01  WS-CLSH-STATUS               PIC X(02) VALUE SPACES.
       01  WS-CLOSE-DATE                PIC 9(08) VALUE 0.
       01  WS-CLOSE-SUBMIT-ID           PIC X(08) VALUE SPACES.
       01  WS-CLOSE-APPROVE-ID          PIC X(08) VALUE SPACES.
       01  WS-MAINT-APPROVER-ID         PIC X(08) VALUE SPACES.
       01  WS-CLOSED-HIST-COUNT         PIC 9(05) VALUE 0.
       01  WS-CLOSE-IMAGE.
           05  WS-CI-ACCT-ID           PIC X(06).
           05  WS-CI-AREA-1            PIC 9(05)V9(02).
           05  WS-CI-AREA-2            PIC S9(05)V9(02).
           05  FILLER                  PIC X(63).
       01  WS-GRP-STATUS                PIC X(02) VALUE SPACES.
       01  WS-EOF-GRP                   PIC X(01) VALUE "N".
       01  WS-GRP-CHANGED               PIC X(01) VALUE "N".
       01  WS-GRP-SEARCH-ID             PIC X(06) VALUE SPACES.
       01  WS-GRP-CHG-COUNT             PIC 9(05) VALUE 0.
       01  WS-GP-MAX                    PIC 9(03) VALUE 500.
       01  WS-GP-COUNT                  PIC 9(03) VALUE 0.
       01  WS-GP-IX                     PIC 9(03) COMP VALUE 0.
       01  WS-GP-FOUND                  PIC 9(03) VALUE 0.
       01  WS-GP-TABLE.
           05  WS-GP-ENTRY OCCURS 500 TIMES.
               10  WS-GP-GROUP-ID      PIC X(06).
               10  WS-GP-A1-LIMIT      PIC 9(05)V9(02).
               10  WS-GP-A2-LIMIT      PIC S9(05)V9(02).
               10  WS-GP-UPD-DATE      PIC X(08).
       01  WS-GM-MAX                    PIC 9(04) VALUE 2000.
       01  WS-GM-COUNT                  PIC 9(04) VALUE 0.
       01  WS-GM-IX                     PIC 9(04) COMP VALUE 0.
       01  WS-GM-FOUND                  PIC 9(04) VALUE 0.
       01  WS-GM-TABLE.
           05  WS-GM-ENTRY OCCURS 2000 TIMES.
               10  WS-GM-GROUP-ID      PIC X(06).
               10  WS-GM-ACCT-ID       PIC X(06).
               10  WS-GM-UPD-DATE      PIC X(08).
               10  WS-GM-ACTIVE        PIC X(01).
       01  WS-OPER-STATUS               PIC X(02) VALUE SPACES.
       01  WS-EOF-OPER                  PIC X(01) VALUE "N".
       01  WS-OPER-LOADED               PIC X(01) VALUE "N".
       01  WS-OPER-SEARCH-ID            PIC X(08) VALUE SPACES.
       01  WS-OPER-CODE-HITS            PIC 9(02) VALUE 0.
       01  WS-OPER-CHECK-AMT            PIC 9(05)V9(02) VALUE 0.
       01  WS-OP-MAX                    PIC 9(03) VALUE 500.
       01  WS-OP-COUNT                  PIC 9(03) VALUE 0.
       01  WS-OP-IX                     PIC 9(03) COMP VALUE 0.
       01  WS-OP-FOUND                  PIC 9(03) VALUE 0.
       01  WS-OP-TABLE.
           05  WS-OP-ENTRY OCCURS 500 TIMES.
               10  WS-OP-ID            PIC X(08).
               10  WS-OP-STATUS        PIC X(01).
               10  WS-OP-CODES         PIC X(12).
               10  WS-OP-CEILING       PIC 9(05)V9(02).
               10  WS-OP-MAY-APPROVE   PIC X(01).
       01  WS-EOF-ENTL                  PIC X(01) VALUE "N".
       01  WS-ENTL-REFUSED-COUNT        PIC 9(05) VALUE 0.
       01  WS-ENTL-OPER-COUNT           PIC 9(05) VALUE 0.
       01  WS-ENTL-OPER-REFUSED         PIC 9(05) VALUE 0.
       01  WS-ENTL-PRIOR-ID             PIC X(08) VALUE SPACES.
       01  WS-ENTL-STATUS-TEXT          PIC X(07) VALUE SPACES.
       01  WS-ENTL-OPER-TEXT            PIC X(08) VALUE SPACES.
       01  WS-ENTL-AMOUNT-EDIT          PIC -(5)9.99.
       01  WS-ENTL-AMOUNT-TEXT          PIC X(09) VALUE SPACES.
       01  WS-ENTL-TRAN.
           05  WS-ET-ACCT-ID           PIC X(06).
           05  WS-ET-FIELD-CD          PIC X(01).
           05  WS-ET-AMOUNT            PIC S9(05)V9(02).
           05  FILLER                  PIC X(40).
           05  WS-ET-SUBMIT-ID         PIC X(08).
           05  FILLER                  PIC X(12).
       01  WS-EX-MAX                    PIC 9(04) VALUE 2000.
       01  WS-EX-COUNT                  PIC 9(04) VALUE 0.
       01  WS-EX-IX                     PIC 9(04) COMP VALUE 0.
       01  WS-EX-JX                     PIC 9(04) COMP VALUE 0.
       01  WS-EX-TABLE.
           05  WS-EX-ENTRY OCCURS 2000 TIMES.
               10  WS-EX-KEY.
                   15  WS-EX-OPER-ID   PIC X(08).
                   15  WS-EX-SEQ       PIC 9(04).
               10  WS-EX-TRAN          PIC X(74).
               10  WS-EX-REASON        PIC X(30).
       01  WS-EX-SWAP                   PIC X(116) VALUE SPACES.
       01  WS-PEND-DATE-NUM             PIC 9(08) VALUE 0.
       01  WS-PEND-INT                  PIC 9(08) VALUE 0.
       01  WS-MAINT-REQ-COUNT           PIC 9(05) VALUE 0.
       01  WS-PROC-DAY                  PIC 9(08) VALUE 0.
       01  WS-PURGE-DATE                PIC X(08) VALUE SPACES.
       01  WS-TRAN-SOURCE               PIC X(01) VALUE "F".
       01  WS-STND-LATE                 PIC X(01) VALUE "N".
       01  WS-TRAN-MATCHED              PIC X(01) VALUE "N".
       01  WS-TRAN-BUCKET               PIC 9(08) VALUE 0.
       01  WS-RESTART-EFF-DATE          PIC 9(08) VALUE 0.
       01  WS-EOF-RECYF                 PIC X(01) VALUE "N".
       01  WS-PEND-TRAN-REC             PIC X(74) VALUE SPACES.
       01  WS-PEND-RECY-REC             PIC X(74) VALUE SPACES.
       01  WS-FETCH-TRAN-REC            PIC X(74) VALUE SPACES.
       01  WS-STND-STATUS               PIC X(02) VALUE SPACES.
       01  WS-STND-PRESENT              PIC X(01) VALUE "N".
       01  WS-STND-FEED-OK              PIC X(01) VALUE "N".
       01  WS-EOF-STNDF                 PIC X(01) VALUE "N".
       01  WS-PEND-STND-REC             PIC X(74) VALUE SPACES.
       01  WS-PICK-ACCT-ID              PIC X(06) VALUE SPACES.
       01  WS-STND-DETAIL-COUNT         PIC 9(07) VALUE 0.
       01  WS-STND-TRAN-COUNT           PIC 9(07) VALUE 0.
       01  WS-CHRG-STATUS               PIC X(02) VALUE SPACES.
       01  WS-CHRG-PRESENT              PIC X(01) VALUE "N".
       01  WS-CHRG-APPLIED              PIC X(01) VALUE "N".
       01  WS-CHRG-FEED-OK              PIC X(01) VALUE "N".
       01  WS-EOF-CHRGF                 PIC X(01) VALUE "Y".
       01  WS-PEND-CHRG-REC             PIC X(74) VALUE SPACES.
       01  WS-CHRG-PERIOD-END           PIC X(08) VALUE SPACES.
       01  WS-CHRG-DETAIL-COUNT         PIC 9(07) VALUE 0.
       01  WS-CHRG-TRAN-COUNT           PIC 9(07) VALUE 0.
       01  WS-GLC-STATUS                PIC X(02) VALUE SPACES.
       01  WS-GLW-STATUS                PIC X(02) VALUE SPACES.
       01  WS-GLH-STATUS                PIC X(02) VALUE SPACES.
       01  WS-EOF-GLW                   PIC X(01) VALUE "N".
       01  WS-EOF-GLH                   PIC X(01) VALUE "N".
       01  WS-GL-AREA1-CTL-ACCT         PIC X(10) VALUE "1100000100".
       01  WS-GL-AREA2-CTL-ACCT         PIC X(10) VALUE "1100000200".
       01  WS-GL-CLEARING-ACCT          PIC X(10) VALUE "1900000100".
       01  WS-GL-SUSPENSE-ACCT          PIC X(10) VALUE "1900000900".
       01  WS-GL-OPEN-OFFSET-ACCT       PIC X(10) VALUE "2900000100".
       01  WS-GL-CLOSE-OFFSET-ACCT      PIC X(10) VALUE "2900000200".
       01  WS-GL-CHARGE-ACCT            PIC X(10) VALUE "4100000100".
       01  WS-GL-RUN-DATE               PIC X(08) VALUE SPACES.
       01  WS-GL-SENT                   PIC X(01) VALUE "N".
       01  WS-GL-FIELD1-AMT             PIC S9(09)V9(02) VALUE 0.
       01  WS-GL-FIELD2-AMT             PIC S9(09)V9(02) VALUE 0.
       01  WS-GL-RECY1-AMT              PIC S9(09)V9(02) VALUE 0.
       01  WS-GL-RECY2-AMT              PIC S9(09)V9(02) VALUE 0.
       01  WS-GL-SUSP1-AMT              PIC S9(09)V9(02) VALUE 0.
       01  WS-GL-SUSP2-AMT              PIC S9(09)V9(02) VALUE 0.
       01  WS-GL-ADD1-AMT               PIC S9(09)V9(02) VALUE 0.
       01  WS-GL-ADD2-AMT               PIC S9(09)V9(02) VALUE 0.
       01  WS-GL-CLOSE1-AMT             PIC S9(09)V9(02) VALUE 0.
       01  WS-GL-CLOSE2-AMT             PIC S9(09)V9(02) VALUE 0.
       01  WS-GL-CHARGE-AMT             PIC S9(09)V9(02) VALUE 0.
       01  WS-GL-PAIR-DR-ACCT           PIC X(10) VALUE SPACES.
       01  WS-GL-PAIR-CR-ACCT           PIC X(10) VALUE SPACES.
       01  WS-GL-SWAP-ACCT              PIC X(10) VALUE SPACES.
       01  WS-GL-PAIR-AMOUNT            PIC S9(09)V9(02) VALUE 0.
       01  WS-GL-PAIR-CATEGORY          PIC X(10) VALUE SPACES.
       01  WS-GL-LINE-NO                PIC 9(06) VALUE 0.
       01  WS-GL-BATCH-LINES            PIC 9(07) VALUE 0.
       01  WS-GL-ENTRY-COUNT            PIC 9(07) VALUE 0.
       01  WS-GL-BATCH-COUNT            PIC 9(03) VALUE 0.
       01  WS-GL-BLOCKED-COUNT          PIC 9(03) VALUE 0.
       01  WS-GL-DUE-COUNT              PIC 9(03) VALUE 0.
       01  WS-GL-DR-TOTAL               PIC 9(11)V9(02) VALUE 0.
       01  WS-GL-CR-TOTAL               PIC 9(11)V9(02) VALUE 0.
       01  WS-GL-NET-TOTAL              PIC S9(11)V9(02) VALUE 0.
       01  WS-RECY-DETAIL-COUNT         PIC 9(07) VALUE 0.
       01  WS-TOTAL-TRAN-COUNT          PIC 9(07) VALUE 0.
       01  WS-FRESH-TRAN-COUNT          PIC 9(07) VALUE 0.
       01  WS-RECY-TRAN-COUNT           PIC 9(07) VALUE 0.
       01  WS-REVERSAL-COUNT            PIC 9(05) VALUE 0.
       01  WS-RV-MAX                    PIC 9(03) VALUE 500.
       01  WS-RV-COUNT                  PIC 9(03) VALUE 0.
       01  WS-RV-IX                     PIC 9(03) COMP VALUE 0.
       01  WS-RV-FOUND                  PIC 9(03) VALUE 0.
       01  WS-RV-FULL-NOTED             PIC X(01) VALUE "N".
       01  WS-RV-OVER-CEILING           PIC X(01) VALUE "N".
       01  WS-RV-KEY-ACCT-ID            PIC X(06) VALUE SPACES.
       01  WS-RV-KEY-DATE               PIC X(08) VALUE SPACES.
       01  WS-RV-KEY-SEQ                PIC 9(08) VALUE 0.
       01  WS-RV-TABLE.
           05  WS-RV-ENTRY OCCURS 500 TIMES.
               10  WS-RV-ACCT-ID       PIC X(06).
               10  WS-RV-ORIG-DATE     PIC X(08).
               10  WS-RV-ORIG-SEQ      PIC 9(08).
               10  WS-RV-ORIG-SEEN     PIC X(01).
               10  WS-RV-FIELD-CD      PIC X(01).
               10  WS-RV-AMOUNT        PIC S9(05)V9(02).
               10  WS-RV-REVERSED      PIC X(01).
               10  WS-RV-AMBIGUOUS     PIC X(01).

       PROCEDURE DIVISION.

       MAIN-PARA.
           PERFORM READ-CONTROL-PARA
           PERFORM READ-GL-CONTROL-PARA
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           MOVE WS-TODAY-DATE TO WS-TODAY-DATE-NUM
           COMPUTE WS-TODAY-INT =
           OPEN OUTPUT MAINT-RPT
           PERFORM WRITE-MAINT-HDR-PARA
           PERFORM LOAD-PEND-FILE-PARA
           PERFORM LOAD-GROUP-FILE-PARA
           PERFORM LOAD-OPERATOR-FILE-PARA
           PERFORM VERIFY-TRANS-FILE-PARA
           PERFORM VERIFY-RECY-FILE-PARA
           PERFORM VERIFY-STND-FILE-PARA
           PERFORM VERIFY-CHRG-FILE-PARA
           PERFORM LOAD-TRAN-LEDGER-PARA
           COMPUTE WS-TOTAL-TRAN-COUNT =
               WS-TRAN-DETAIL-COUNT + WS-RECY-DETAIL-COUNT
                   + WS-STND-DETAIL-COUNT + WS-CHRG-DETAIL-COUNT
           IF WS-FILE-CHECK-OK = "Y"
               IF WS-CATCHUP-MODE = "C" AND WS-RUN-MODE NOT = "S"
                   MOVE "K" TO WS-PROCESS-MODE
               ELSE
                   OPEN OUTPUT AUDIT-FILE
               END-IF
               IF WS-RESTART-ACCT-ID NOT = SPACES
                   OPEN EXTEND GL-WORK-FILE
                   IF WS-GLW-STATUS = "35"
                       OPEN OUTPUT GL-WORK-FILE
                   END-IF
               ELSE
                   OPEN OUTPUT GL-WORK-FILE
               END-IF
               IF WS-PROCESS-MODE = "F"
                   MOVE WS-TODAY-DATE TO WS-PURGE-DATE
                   PERFORM PURGE-DATE-BRCH-PARA
                   PERFORM PURGE-DATE-LEDGER-PARA
                   PERFORM PURGE-DATE-CLSH-PARA
                   OPEN OUTPUT NEW-MASTER-FILE
                   MOVE SPACES TO NEW-MASTER-CTL-RECORD
                   MOVE WS-HEADER-KEY TO NMCTL-KEY
               IF WS-LEDG-STATUS = "35"
                   OPEN OUTPUT TRAN-LEDGER-FILE
               END-IF
               OPEN EXTEND CLOSED-HIST-FILE
               IF WS-CLSH-STATUS = "35"
                   OPEN OUTPUT CLOSED-HIST-FILE
               END-IF
           END-IF
           PERFORM WRITE-VALID-HDR-PARA
           IF WS-PROCESS-MODE = "K"
           CLOSE SUSPENSE-FILE
           CLOSE VALID-RPT
           CLOSE MAINT-RPT
           PERFORM WRITE-ENTITLE-RPT-PARA
           IF WS-RUN-MODE NOT = "S"
               CLOSE AUDIT-FILE
               IF WS-PROCESS-MODE = "F"
               END-IF
               CLOSE BREACH-HIST-FILE
               CLOSE TRAN-LEDGER-FILE
               CLOSE CLOSED-HIST-FILE
               CLOSE GL-WORK-FILE
               PERFORM WRITE-GL-EXTRACT-PARA
               CLOSE CHKPT-FILE
               OPEN OUTPUT CHKPT-FILE
               CLOSE CHKPT-FILE
               PERFORM WRITE-HOLD-FILE-PARA
               PERFORM WRITE-PEND-FILE-PARA
               IF WS-GRP-CHANGED = "Y"
                   PERFORM WRITE-GROUP-FILE-PARA
               END-IF
           END-IF
           PERFORM COUNT-HELD-PARA
           PERFORM COUNT-PEND-PARA
               IF WS-TRAN-SOURCE = "R"
                   ADD 1 TO WS-RECY-TRAN-COUNT
               ELSE
                   IF WS-TRAN-SOURCE = "S"
                       ADD 1 TO WS-STND-TRAN-COUNT
                   ELSE
                       IF WS-TRAN-SOURCE = "C"
                           ADD 1 TO WS-CHRG-TRAN-COUNT
                       ELSE
                           ADD 1 TO WS-FRESH-TRAN-COUNT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       FETCH-NEXT-TRAN-PARA.
           IF WS-EOF-TRANF = "Y" AND WS-EOF-RECYF = "Y"
                   AND WS-EOF-STNDF = "Y" AND WS-EOF-CHRGF = "Y"
               MOVE "Y" TO WS-EOF-TRANS
           ELSE
               PERFORM PICK-TRAN-SOURCE-PARA
               IF WS-TRAN-SOURCE = "R"
                   MOVE WS-PEND-RECY-REC TO WS-FETCH-TRAN-REC
                   PERFORM FILL-RECY-PARA
               ELSE
                   IF WS-TRAN-SOURCE = "S"
                       MOVE WS-PEND-STND-REC TO WS-FETCH-TRAN-REC
                       PERFORM FILL-STND-PARA
                   ELSE
                       IF WS-TRAN-SOURCE = "C"
                           MOVE WS-PEND-CHRG-REC TO WS-FETCH-TRAN-REC
                           PERFORM FILL-CHRG-PARA
                       ELSE
                           MOVE WS-PEND-TRAN-REC TO WS-FETCH-TRAN-REC
                           PERFORM FILL-TRANF-PARA
                       END-IF
                   END-IF
               END-IF
               MOVE WS-FETCH-TRAN-REC TO TRANS-RECORD
               ADD 1 TO WS-TRAN-ORDINAL
               IF TRAN-EFF-DATE NUMERIC
                   MOVE TRAN-EFF-DATE TO WS-TRAN-BUCKET
               END-IF
           END-IF.

       PICK-TRAN-SOURCE-PARA.
           MOVE HIGH-VALUES TO WS-PICK-ACCT-ID
           IF WS-EOF-TRANF = "N"
               MOVE "F" TO WS-TRAN-SOURCE
               MOVE WS-PEND-TRAN-REC(1:6) TO WS-PICK-ACCT-ID
           END-IF
           IF WS-EOF-STNDF = "N"
                   AND WS-PEND-STND-REC(1:6)
                       NOT GREATER THAN WS-PICK-ACCT-ID
               MOVE "S" TO WS-TRAN-SOURCE
               MOVE WS-PEND-STND-REC(1:6) TO WS-PICK-ACCT-ID
           END-IF
           IF WS-EOF-CHRGF = "N"
                   AND WS-PEND-CHRG-REC(1:6)
                       NOT GREATER THAN WS-PICK-ACCT-ID
               MOVE "C" TO WS-TRAN-SOURCE
               MOVE WS-PEND-CHRG-REC(1:6) TO WS-PICK-ACCT-ID
           END-IF
           IF WS-EOF-RECYF = "N"
                   AND WS-PEND-RECY-REC(1:6)
                       NOT GREATER THAN WS-PICK-ACCT-ID
               MOVE "R" TO WS-TRAN-SOURCE
               MOVE WS-PEND-RECY-REC(1:6) TO WS-PICK-ACCT-ID
           END-IF.

       OPEN-TRANS-INPUT-PARA.
           MOVE "N" TO WS-EOF-TRANS
           MOVE "N" TO WS-EOF-TRANF
           ELSE
               MOVE "Y" TO WS-EOF-RECYF
           END-IF
           MOVE "N" TO WS-EOF-STNDF
           IF WS-STND-PRESENT = "Y"
               OPEN INPUT STANDING-TRAN-FILE
           ELSE
               MOVE "Y" TO WS-EOF-STNDF
           END-IF
           MOVE "N" TO WS-EOF-CHRGF
           IF WS-CHRG-PRESENT = "Y"
               OPEN INPUT CHARGE-TRAN-FILE
           ELSE
               MOVE "Y" TO WS-EOF-CHRGF
           END-IF
           PERFORM FILL-TRANF-PARA
           PERFORM FILL-RECY-PARA
           PERFORM FILL-STND-PARA
           PERFORM FILL-CHRG-PARA.

       CLOSE-TRANS-INPUT-PARA.
           CLOSE TRANS-FILE
           IF WS-RECY-PRESENT = "Y"
               CLOSE RECYCLE-TRAN-FILE
           END-IF
           IF WS-STND-PRESENT = "Y"
               CLOSE STANDING-TRAN-FILE
           END-IF
           IF WS-CHRG-PRESENT = "Y"
               CLOSE CHARGE-TRAN-FILE
           END-IF.

       SORT-CU-DAYS-PARA.
               MOVE "Y" TO WS-EOF-RECYF
           END-IF.

       FILL-STND-PARA.
           IF WS-EOF-STNDF = "N"
               READ STANDING-TRAN-FILE INTO WS-PEND-STND-REC
                   AT END
                       MOVE "Y" TO WS-EOF-STNDF
               END-READ
           END-IF
           IF WS-EOF-STNDF = "N"
                   AND WS-PEND-STND-REC(1:6) = WS-HEADER-KEY
               READ STANDING-TRAN-FILE INTO WS-PEND-STND-REC
                   AT END
                       MOVE "Y" TO WS-EOF-STNDF
               END-READ
           END-IF
           IF WS-EOF-STNDF = "N"
                   AND WS-PEND-STND-REC(1:6) = WS-TRAILER-KEY
               MOVE "Y" TO WS-EOF-STNDF
           END-IF.

       FILL-CHRG-PARA.
           IF WS-EOF-CHRGF = "N"
               READ CHARGE-TRAN-FILE INTO WS-PEND-CHRG-REC
                   AT END
                       MOVE "Y" TO WS-EOF-CHRGF
               END-READ
           END-IF
           IF WS-EOF-CHRGF = "N"
                   AND WS-PEND-CHRG-REC(1:6) = WS-HEADER-KEY
               READ CHARGE-TRAN-FILE INTO WS-PEND-CHRG-REC
                   AT END
                       MOVE "Y" TO WS-EOF-CHRGF
               END-READ
           END-IF
           IF WS-EOF-CHRGF = "N"
                   AND WS-PEND-CHRG-REC(1:6) = WS-TRAILER-KEY
               MOVE "Y" TO WS-EOF-CHRGF
           END-IF.

       PROCESS-ACCOUNT-PARA.
           MOVE MAST-ACCT-ID TO WS-CURRENT-ACCT-ID
           PERFORM DRAIN-ORPHAN-TRANS-PARA
           ADD WS-AREA-2 TO WS-GRAND-AREA-2
           IF WS-ACCT-CLOSED = "N"
               PERFORM WRITE-NEW-MASTER-PARA
           ELSE
               IF WS-RUN-MODE NOT = "S"
                   MOVE MASTER-RECORD TO WS-CLOSE-IMAGE
                   PERFORM WRITE-CLOSED-HIST-PARA
               END-IF
           END-IF
           IF WS-RUN-MODE NOT = "S"
               PERFORM WRITE-CHECKPOINT-PARA
               CLOSE CTL-FILE
           END-IF.

       READ-GL-CONTROL-PARA.
           OPEN INPUT GL-CTL-FILE
           IF WS-GLC-STATUS = "00"
               READ GL-CTL-FILE
                   NOT AT END
                       IF GLC-AREA1-CTL-ACCT NOT = SPACES
                           MOVE GLC-AREA1-CTL-ACCT
                               TO WS-GL-AREA1-CTL-ACCT
                       END-IF
                       IF GLC-AREA2-CTL-ACCT NOT = SPACES
                           MOVE GLC-AREA2-CTL-ACCT
                               TO WS-GL-AREA2-CTL-ACCT
                       END-IF
                       IF GLC-CLEARING-ACCT NOT = SPACES
                           MOVE GLC-CLEARING-ACCT
                               TO WS-GL-CLEARING-ACCT
                       END-IF
                       IF GLC-SUSPENSE-ACCT NOT = SPACES
                           MOVE GLC-SUSPENSE-ACCT
                               TO WS-GL-SUSPENSE-ACCT
                       END-IF
                       IF GLC-OPEN-OFFSET-ACCT NOT = SPACES
                           MOVE GLC-OPEN-OFFSET-ACCT
                               TO WS-GL-OPEN-OFFSET-ACCT
                       END-IF
                       IF GLC-CLOSE-OFFSET-ACCT NOT = SPACES
                           MOVE GLC-CLOSE-OFFSET-ACCT
                               TO WS-GL-CLOSE-OFFSET-ACCT
                       END-IF
                       IF GLC-CHARGE-ACCT NOT = SPACES
                           MOVE GLC-CHARGE-ACCT
                               TO WS-GL-CHARGE-ACCT
                       END-IF
               END-READ
               CLOSE GL-CTL-FILE
           END-IF.

       RESTART-PARA.
           OPEN INPUT CHKPT-FILE
           IF WS-CHKPT-STATUS = "00"
           END-IF
           IF WS-RUN-MODE NOT = "S"
               IF WS-ACCT-CLOSED = "Y"
                   MOVE MASTER-IDX-RECORD TO WS-CLOSE-IMAGE
                   PERFORM WRITE-CLOSED-HIST-PARA
                   DELETE MASTER-IDX RECORD
                       INVALID KEY
                           DISPLAY "MASTIDX DELETE FAILED FOR "
                   PERFORM STORE-PENDING-PARA
               WHEN "L"
                   PERFORM STORE-PENDING-PARA
               WHEN "G"
                   PERFORM STORE-PENDING-PARA
               WHEN "P"
                   MOVE "A" TO WS-MAINT-CONTEXT
                   PERFORM APPROVE-MAINT-PARA
               WHEN "R"
                   PERFORM APPLY-RELEASE-PARA
               WHEN "V"
                   IF WS-ACCT-CLOSED = "Y"
                       MOVE "ACCOUNT CLOSED - NOT APPLIED"
                           TO WS-SUSPENSE-REASON
                       PERFORM WRITE-SUSPENSE-PARA
                   ELSE
                       PERFORM APPLY-REVERSAL-PARA
                   END-IF
               WHEN OTHER
                   IF WS-ACCT-CLOSED = "Y"
                       MOVE "ACCOUNT CLOSED - NOT APPLIED"
                       ADD TRAN-NEW-AREA-2 TO WS-GRAND-AREA-2
                   END-IF
                   PERFORM WRITE-AUDIT-PARA
                   PERFORM WRITE-GL-ADD-PARA
               ELSE
                   MOVE "ACCOUNT ALREADY ON MASTER"
                       TO WS-SUSPENSE-REASON
                   PERFORM STORE-PENDING-PARA
               WHEN "L"
                   PERFORM STORE-PENDING-PARA
               WHEN "G"
                   PERFORM STORE-PENDING-PARA
               WHEN "P"
                   MOVE "A" TO WS-MAINT-CONTEXT
                   PERFORM APPROVE-MAINT-PARA
               WHEN "R"
                   PERFORM APPLY-RELEASE-PARA
               WHEN "V"
                   IF WS-ACCT-CLOSED = "Y"
                       MOVE "ACCOUNT CLOSED - NOT APPLIED"
                           TO WS-SUSPENSE-REASON
                       PERFORM WRITE-SUSPENSE-PARA
                   ELSE
                       PERFORM APPLY-REVERSAL-PARA
                   END-IF
               WHEN OTHER
                   IF WS-ACCT-CLOSED = "Y"
                       MOVE "ACCOUNT CLOSED - NOT APPLIED"
               MOVE TRAN-NEW-AREA-1 TO WS-AREA-1
               MOVE TRAN-NEW-AREA-2 TO WS-AREA-2
               PERFORM WRITE-AUDIT-PARA
               PERFORM WRITE-GL-ADD-PARA
               MOVE WS-SAVE-AREA-1 TO WS-AREA-1
               MOVE WS-SAVE-AREA-2 TO WS-AREA-2
               MOVE WS-SAVE-ACCT-ID TO WS-CURRENT-ACCT-ID
                   ADD TRAN-AMOUNT TO WS-AREA-1
               WHEN "2"
                   SUBTRACT TRAN-AMOUNT FROM WS-AREA-2
               WHEN "3"
                   SUBTRACT TRAN-AMOUNT FROM WS-AREA-2
           END-EVALUATE
           PERFORM WRITE-TRAN-LEDGER-PARA
           PERFORM WRITE-AUDIT-PARA
           IF WS-AREA-1 > WS-ACCT-AREA1-LIMIT THEN
               PERFORM WRITE-AREA1-BREACH-PARA
           ELSE
               IF WS-AREA-2 < WS-ACCT-AREA2-LIMIT THEN
                   PERFORM WRITE-AREA2-BREACH-PARA
               ELSE
                   ADD 1 TO WS-COUNTER
                   IF WS-COUNTER > WS-ACCT-CTR-LIMIT THEN
               END-IF
           END-IF.

       WRITE-AREA1-BREACH-PARA.
           DISPLAY "WS-AREA-1 exceeded upper limit of "
               WS-ACCT-AREA1-LIMIT
           ADD 1 TO WS-AREA1-BREACH-COUNT
           MOVE SPACES TO EXCEPT-REC
           MOVE WS-CURRENT-ACCT-ID TO EXCEPT-ACCT-ID
           MOVE "WS-AREA-1" TO EXCEPT-FIELD-NAME
           MOVE WS-AREA-1 TO EXCEPT-VALUE
           MOVE "EXCEEDED UPPER LIMIT" TO EXCEPT-LIMIT-BROKEN
           WRITE EXCEPT-REC
           MOVE WS-CURRENT-ACCT-ID TO EXTR-ACCT-ID
           MOVE "WS-AREA-1" TO EXTR-FIELD-NAME
           MOVE WS-AREA-1 TO EXTR-VALUE
           MOVE "EXCEEDED UPPER LIMIT" TO EXTR-LIMIT-BROKEN
           WRITE EXTRACT-REC
           PERFORM WRITE-BREACH-HIST-PARA
           MOVE "Y" TO WS-ACCT-BREACHED
           IF WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

       WRITE-AREA2-BREACH-PARA.
           DISPLAY "WS-AREA-2 exceeded lower limit of "
               WS-ACCT-AREA2-LIMIT
           ADD 1 TO WS-AREA2-BREACH-COUNT
           MOVE SPACES TO EXCEPT-REC
           MOVE WS-CURRENT-ACCT-ID TO EXCEPT-ACCT-ID
           MOVE "WS-AREA-2" TO EXCEPT-FIELD-NAME
           MOVE WS-AREA-2 TO EXCEPT-VALUE
           MOVE "EXCEEDED LOWER LIMIT" TO EXCEPT-LIMIT-BROKEN
           WRITE EXCEPT-REC
           MOVE WS-CURRENT-ACCT-ID TO EXTR-ACCT-ID
           MOVE "WS-AREA-2" TO EXTR-FIELD-NAME
           MOVE WS-AREA-2 TO EXTR-VALUE
           MOVE "EXCEEDED LOWER LIMIT" TO EXTR-LIMIT-BROKEN
           WRITE EXTRACT-REC
           PERFORM WRITE-BREACH-HIST-PARA
           MOVE "Y" TO WS-ACCT-BREACHED
           IF WS-RETURN-CODE < 8
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

       APPLY-REVERSAL-PARA.
           MOVE TRAN-ACCT-ID TO WS-RV-KEY-ACCT-ID
           MOVE TRAN-REV-RUN-DATE TO WS-RV-KEY-DATE
           MOVE TRAN-REV-SEQ TO WS-RV-KEY-SEQ
           PERFORM FIND-REVERSAL-PARA
           PERFORM CHECK-REVERSAL-CEILING-PARA
           EVALUATE TRUE
               WHEN WS-RV-FOUND = 0
                   MOVE "ORIGINAL POSTING NOT FOUND"
                       TO WS-SUSPENSE-REASON
                   PERFORM WRITE-SUSPENSE-PARA
               WHEN WS-RV-ORIG-SEEN(WS-RV-FOUND) = "N"
                   MOVE "ORIGINAL POSTING NOT FOUND"
                       TO WS-SUSPENSE-REASON
                   PERFORM WRITE-SUSPENSE-PARA
               WHEN WS-RV-AMBIGUOUS(WS-RV-FOUND) = "Y"
                   MOVE "AMBIGUOUS REVERSAL REFERENCE"
                       TO WS-SUSPENSE-REASON
                   PERFORM WRITE-SUSPENSE-PARA
               WHEN WS-RV-REVERSED(WS-RV-FOUND) = "Y"
                   MOVE "POSTING ALREADY REVERSED"
                       TO WS-SUSPENSE-REASON
                   PERFORM WRITE-SUSPENSE-PARA
               WHEN TRAN-AMOUNT NUMERIC
                       AND TRAN-AMOUNT NOT = 0
                       AND TRAN-AMOUNT NOT = WS-RV-AMOUNT(WS-RV-FOUND)
                   MOVE "REVERSAL AMOUNT MISMATCH"
                       TO WS-SUSPENSE-REASON
                   PERFORM WRITE-SUSPENSE-PARA
               WHEN WS-RV-OVER-CEILING = "Y"
                   MOVE "AMOUNT OVER OPERATOR CEILING"
                       TO WS-SUSPENSE-REASON
                   PERFORM WRITE-SUSPENSE-PARA
               WHEN WS-RV-FIELD-CD(WS-RV-FOUND) = "1"
                       AND WS-RV-AMOUNT(WS-RV-FOUND) > WS-AREA-1
                   MOVE "REVERSAL EXCEEDS AREA-1 BALANCE"
                       TO WS-SUSPENSE-REASON
                   PERFORM WRITE-SUSPENSE-PARA
               WHEN OTHER
                   PERFORM POST-REVERSAL-PARA
           END-EVALUATE.

       CHECK-REVERSAL-CEILING-PARA.
           MOVE "N" TO WS-RV-OVER-CEILING
           IF WS-RV-FOUND > 0 AND WS-OPER-LOADED = "Y"
               MOVE TRAN-SUBMIT-ID TO WS-OPER-SEARCH-ID
               PERFORM FIND-OPERATOR-PARA
               IF WS-OP-FOUND > 0
                   IF WS-OP-CEILING(WS-OP-FOUND) > 0
                       IF WS-RV-AMOUNT(WS-RV-FOUND) < 0
                           COMPUTE WS-OPER-CHECK-AMT =
                               0 - WS-RV-AMOUNT(WS-RV-FOUND)
                       ELSE
                           MOVE WS-RV-AMOUNT(WS-RV-FOUND)
                               TO WS-OPER-CHECK-AMT
                       END-IF
                       IF WS-OPER-CHECK-AMT > WS-OP-CEILING(WS-OP-FOUND)
                           MOVE "Y" TO WS-RV-OVER-CEILING
                       END-IF
                   END-IF
               END-IF
           END-IF.

       POST-REVERSAL-PARA.
           MOVE WS-AREA-1 TO WS-BEFORE-AREA-1
           MOVE WS-AREA-2 TO WS-BEFORE-AREA-2
           IF WS-RV-FIELD-CD(WS-RV-FOUND) = "1"
               SUBTRACT WS-RV-AMOUNT(WS-RV-FOUND) FROM WS-AREA-1
           ELSE
               ADD WS-RV-AMOUNT(WS-RV-FOUND) TO WS-AREA-2
           END-IF
           MOVE "Y" TO WS-RV-REVERSED(WS-RV-FOUND)
           ADD 1 TO WS-REVERSAL-COUNT
           PERFORM WRITE-REVERSAL-LEDGER-PARA
           PERFORM WRITE-AUDIT-PARA
           IF WS-AREA-1 > WS-ACCT-AREA1-LIMIT
                   AND WS-AREA-1 > WS-BEFORE-AREA-1
               PERFORM WRITE-AREA1-BREACH-PARA
           ELSE
               IF WS-AREA-2 < WS-ACCT-AREA2-LIMIT
                       AND WS-AREA-2 < WS-BEFORE-AREA-2
                   PERFORM WRITE-AREA2-BREACH-PARA
               END-IF
           END-IF.

       WRITE-REVERSAL-LEDGER-PARA.
           IF WS-RUN-MODE NOT = "S"
               MOVE SPACES TO TRAN-LEDGER-REC
               MOVE TRAN-ACCT-ID TO LEDG-ACCT-ID
               MOVE WS-RV-FIELD-CD(WS-RV-FOUND) TO LEDG-FIELD-CD
               COMPUTE LEDG-AMOUNT = 0 - WS-RV-AMOUNT(WS-RV-FOUND)
               MOVE WS-TRAN-ORDINAL TO LEDG-SEQ
               MOVE WS-EFF-DATE TO LEDG-RUN-DATE
               MOVE "R" TO LEDG-ENTRY-TYPE
               MOVE WS-RV-ORIG-DATE(WS-RV-FOUND) TO LEDG-ORIG-RUN-DATE
               MOVE WS-RV-ORIG-SEQ(WS-RV-FOUND) TO LEDG-ORIG-SEQ
               MOVE WS-TRAN-SOURCE TO LEDG-SOURCE
               WRITE TRAN-LEDGER-REC
           END-IF.

       NOTE-REVERSAL-PARA.
           PERFORM FIND-REVERSAL-PARA
           IF WS-RV-FOUND = 0
               IF WS-RV-COUNT < WS-RV-MAX
                   ADD 1 TO WS-RV-COUNT
                   MOVE WS-RV-KEY-ACCT-ID TO WS-RV-ACCT-ID(WS-RV-COUNT)
                   MOVE WS-RV-KEY-DATE TO WS-RV-ORIG-DATE(WS-RV-COUNT)
                   MOVE WS-RV-KEY-SEQ TO WS-RV-ORIG-SEQ(WS-RV-COUNT)
                   MOVE "N" TO WS-RV-ORIG-SEEN(WS-RV-COUNT)
                   MOVE SPACE TO WS-RV-FIELD-CD(WS-RV-COUNT)
                   MOVE 0 TO WS-RV-AMOUNT(WS-RV-COUNT)
                   MOVE "N" TO WS-RV-REVERSED(WS-RV-COUNT)
                   MOVE "N" TO WS-RV-AMBIGUOUS(WS-RV-COUNT)
               ELSE
                   IF WS-RV-FULL-NOTED = "N"
                       MOVE "Y" TO WS-RV-FULL-NOTED
                       DISPLAY "REVERSAL TABLE FULL - REVERSALS BEYOND "
                           WS-RV-MAX " WILL BE SUSPENDED"
                       IF WS-RETURN-CODE < 8
                           MOVE 8 TO WS-RETURN-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       FIND-REVERSAL-PARA.
           MOVE 0 TO WS-RV-FOUND
           MOVE 1 TO WS-RV-IX
           PERFORM SCAN-REVERSAL-PARA
               UNTIL WS-RV-IX > WS-RV-COUNT
                   OR WS-RV-FOUND > 0.

       SCAN-REVERSAL-PARA.
           IF WS-RV-ACCT-ID(WS-RV-IX) = WS-RV-KEY-ACCT-ID
                   AND WS-RV-ORIG-DATE(WS-RV-IX) = WS-RV-KEY-DATE
                   AND WS-RV-ORIG-SEQ(WS-RV-IX) = WS-RV-KEY-SEQ
               MOVE WS-RV-IX TO WS-RV-FOUND
           END-IF
           ADD 1 TO WS-RV-IX.

       MATCH-REVERSAL-LEDGER-PARA.
           IF WS-RV-COUNT > 0
                   AND LEDG-RUN-DATE NOT = WS-TODAY-DATE
                   AND WS-CU-FOUND = 0
               IF LEDG-ENTRY-TYPE = "R"
                   IF LEDG-ORIG-SEQ NUMERIC
                       MOVE LEDG-ACCT-ID TO WS-RV-KEY-ACCT-ID
                       MOVE LEDG-ORIG-RUN-DATE TO WS-RV-KEY-DATE
                       MOVE LEDG-ORIG-SEQ TO WS-RV-KEY-SEQ
                       PERFORM FIND-REVERSAL-PARA
                       IF WS-RV-FOUND > 0
                           MOVE "Y" TO WS-RV-REVERSED(WS-RV-FOUND)
                       END-IF
                   END-IF
               ELSE
                   IF LEDG-SEQ NUMERIC
                       MOVE LEDG-ACCT-ID TO WS-RV-KEY-ACCT-ID
                       MOVE LEDG-RUN-DATE TO WS-RV-KEY-DATE
                       MOVE LEDG-SEQ TO WS-RV-KEY-SEQ
                       PERFORM NOTE-REVERSAL-ORIG-PARA
                   END-IF
               END-IF
           END-IF.

       NOTE-REVERSAL-ORIG-PARA.
           PERFORM FIND-REVERSAL-PARA
           IF WS-RV-FOUND > 0
               IF WS-RV-ORIG-SEEN(WS-RV-FOUND) = "Y"
                   MOVE "Y" TO WS-RV-AMBIGUOUS(WS-RV-FOUND)
               END-IF
               MOVE "Y" TO WS-RV-ORIG-SEEN(WS-RV-FOUND)
               MOVE LEDG-FIELD-CD TO WS-RV-FIELD-CD(WS-RV-FOUND)
               MOVE LEDG-AMOUNT TO WS-RV-AMOUNT(WS-RV-FOUND)
           END-IF.

       NOTE-CU-DAY-PARA.
           MOVE 0 TO WS-CU-FOUND
           MOVE 1 TO WS-CU-IX
           MOVE SPACES TO WS-SUSPENSE-REASON
           IF TRAN-FIELD-CD = "A" OR TRAN-FIELD-CD = "C"
                   OR TRAN-FIELD-CD = "L" OR TRAN-FIELD-CD = "R"
                   OR TRAN-FIELD-CD = "P" OR TRAN-FIELD-CD = "G"
               PERFORM VALIDATE-MAINT-TRAN-PARA
           ELSE
           IF TRAN-FIELD-CD = "V"
               PERFORM VALIDATE-REVERSAL-TRAN-PARA
           ELSE
           IF TRAN-FIELD-CD = "3"
               PERFORM VALIDATE-CHARGE-TRAN-PARA
           ELSE
           IF TRAN-FIELD-CD NOT = "1" AND TRAN-FIELD-CD NOT = "2"
               MOVE "N" TO WS-TRAN-VALID
               MOVE "INVALID FIELD CODE" TO WS-SUSPENSE-REASON
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           IF WS-TRAN-VALID = "Y" AND WS-OPER-LOADED = "Y"
                   AND (TRAN-FIELD-CD = "1" OR TRAN-FIELD-CD = "2"
                       OR TRAN-FIELD-CD = "3" OR TRAN-FIELD-CD = "V")
               PERFORM CHECK-OPERATOR-PARA
           END-IF
           IF WS-TRAN-VALID = "Y"
               PERFORM VALIDATE-EFF-DATE-PARA
           END-IF
           IF WS-TRAN-VALID = "Y"
                   AND (TRAN-FIELD-CD = "1" OR TRAN-FIELD-CD = "2")
                   AND WS-TRAN-SOURCE NOT = "S"
               PERFORM CHECK-DUPLICATE-PARA
           END-IF.

       VALIDATE-CHARGE-TRAN-PARA.
           IF WS-TRAN-SOURCE NOT = "C" AND WS-TRAN-SOURCE NOT = "R"
               MOVE "N" TO WS-TRAN-VALID
               MOVE "CHARGE NOT FROM CHARGE FEED" TO WS-SUSPENSE-REASON
           ELSE
               IF TRAN-AMOUNT NOT NUMERIC
                   MOVE "N" TO WS-TRAN-VALID
                   MOVE "NON-NUMERIC AMOUNT" TO WS-SUSPENSE-REASON
               ELSE
                   IF TRAN-AMOUNT NOT > 0
                           OR TRAN-AMOUNT > WS-MAX-TRAN-AMOUNT
                       MOVE "N" TO WS-TRAN-VALID
                       MOVE "AMOUNT OUT OF RANGE" TO WS-SUSPENSE-REASON
                   ELSE
                       IF TRAN-CHRG-PERIOD-END NOT NUMERIC
                           MOVE "N" TO WS-TRAN-VALID
                           MOVE "INVALID CHARGE PERIOD"
                               TO WS-SUSPENSE-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

       VALIDATE-REVERSAL-TRAN-PARA.
           IF TRAN-REV-RUN-DATE NOT NUMERIC
                   OR TRAN-REV-SEQ NOT NUMERIC
               MOVE "N" TO WS-TRAN-VALID
               MOVE "INVALID REVERSAL REFERENCE" TO WS-SUSPENSE-REASON
           ELSE
               IF TRAN-AMOUNT NOT NUMERIC
                   MOVE "N" TO WS-TRAN-VALID
                   MOVE "INVALID REVERSAL AMOUNT" TO WS-SUSPENSE-REASON
               ELSE
                   IF TRAN-AMOUNT = 0
                       MOVE "N" TO WS-TRAN-VALID
                       MOVE "INVALID REVERSAL AMOUNT"
                           TO WS-SUSPENSE-REASON
                   END-IF
               END-IF
           END-IF.

       VALIDATE-EFF-DATE-PARA.
           MOVE "N" TO WS-STND-LATE
           IF TRAN-EFF-DATE = SPACES
               MOVE WS-TODAY-DATE-NUM TO WS-EFF-DATE
           ELSE
               ELSE
                   IF WS-EFF-DATE < WS-TODAY-DATE-NUM
                       IF WS-CATCHUP-MODE NOT = "C"
                           IF WS-TRAN-SOURCE = "S"
                                   AND WS-EFF-DATE
                                       NOT LESS THAN WS-DUP-CUTOFF-DATE
                               MOVE "Y" TO WS-STND-LATE
                           ELSE
                               MOVE "N" TO WS-TRAN-VALID
                               MOVE "STALE DATED TRANSACTION"
                                   TO WS-SUSPENSE-REASON
                           END-IF
                       ELSE
                           IF WS-EFF-DATE < WS-DUP-CUTOFF-DATE
                               MOVE "N" TO WS-TRAN-VALID
                   WRITE BREACH-HIST-REC
           END-READ.

       PURGE-DATE-CLSH-PARA.
           OPEN INPUT CLOSED-HIST-FILE
           IF WS-CLSH-STATUS = "00"
               OPEN OUTPUT PURGE-WORK-FILE
               MOVE "N" TO WS-EOF-PURGE
               PERFORM FILTER-DATE-CLSH-PARA
                   UNTIL WS-EOF-PURGE = "Y"
               CLOSE PURGE-WORK-FILE
               CLOSE CLOSED-HIST-FILE
               OPEN INPUT PURGE-WORK-FILE
               OPEN OUTPUT CLOSED-HIST-FILE
               MOVE "N" TO WS-EOF-PURGE
               PERFORM RESTORE-CLSH-PARA
                   UNTIL WS-EOF-PURGE = "Y"
               CLOSE CLOSED-HIST-FILE
               CLOSE PURGE-WORK-FILE
           END-IF.

       FILTER-DATE-CLSH-PARA.
           READ CLOSED-HIST-FILE
               AT END
                   MOVE "Y" TO WS-EOF-PURGE
               NOT AT END
                   IF CLSH-RUN-DATE NOT = WS-PURGE-DATE
                       MOVE CLOSED-HIST-REC TO WORK-CLSH-REC
                       WRITE WORK-CLSH-REC
                   END-IF
           END-READ.

       RESTORE-CLSH-PARA.
           READ PURGE-WORK-FILE
               AT END
                   MOVE "Y" TO WS-EOF-PURGE
               NOT AT END
                   MOVE WORK-CLSH-REC TO CLOSED-HIST-REC
                   WRITE CLOSED-HIST-REC
           END-READ.

       PURGE-DATE-LEDGER-PARA.
           OPEN INPUT TRAN-LEDGER-FILE
           IF WS-LEDG-STATUS = "00"
                   MOVE "Y" TO WS-EOF-LEDGER
               NOT AT END
                   PERFORM CHECK-LEDGER-DAY-PARA
                   PERFORM MATCH-REVERSAL-LEDGER-PARA
                   IF LEDG-RUN-DATE NOT = WS-TODAY-DATE
                           AND LEDG-RUN-DATE NUMERIC
                           AND LEDG-RUN-DATE
                               NOT LESS THAN WS-DUP-CUTOFF-DATE
                           AND WS-CU-FOUND = 0
                           AND LEDG-ENTRY-TYPE NOT = "R"
                           AND WS-DUP-ENTRY-COUNT
                               NOT LESS THAN WS-DUP-MAX
                       IF WS-DUP-TABLE-FULL = "N"
                           AND LEDG-RUN-DATE
                               NOT LESS THAN WS-DUP-CUTOFF-DATE
                           AND WS-CU-FOUND = 0
                           AND LEDG-ENTRY-TYPE NOT = "R"
                           AND WS-DUP-ENTRY-COUNT < WS-DUP-MAX
                       ADD 1 TO WS-DUP-ENTRY-COUNT
                       MOVE LEDG-ACCT-ID
               MOVE TRAN-AMOUNT TO LEDG-AMOUNT
               MOVE WS-TRAN-ORDINAL TO LEDG-SEQ
               MOVE WS-EFF-DATE TO LEDG-RUN-DATE
               MOVE WS-TRAN-SOURCE TO LEDG-SOURCE
               IF TRAN-FIELD-CD = "3"
                   MOVE TRAN-CHRG-PERIOD-END TO LEDG-ORIG-RUN-DATE
               END-IF
               IF WS-STND-LATE = "Y"
                   MOVE WS-TODAY-DATE TO LEDG-RUN-DATE
                   MOVE WS-EFF-DATE TO LEDG-ORIG-RUN-DATE
               END-IF
               WRITE TRAN-LEDGER-REC
           END-IF
           IF WS-RV-COUNT > 0
               MOVE TRAN-ACCT-ID TO WS-RV-KEY-ACCT-ID
               IF WS-STND-LATE = "Y"
                   MOVE WS-TODAY-DATE TO WS-RV-KEY-DATE
               ELSE
                   MOVE WS-EFF-DATE TO WS-RV-KEY-DATE
               END-IF
               MOVE WS-TRAN-ORDINAL TO WS-RV-KEY-SEQ
               PERFORM FIND-REVERSAL-PARA
               IF WS-RV-FOUND > 0
                   IF WS-RV-ORIG-SEEN(WS-RV-FOUND) = "Y"
                       MOVE "Y" TO WS-RV-AMBIGUOUS(WS-RV-FOUND)
                   END-IF
                   MOVE "Y" TO WS-RV-ORIG-SEEN(WS-RV-FOUND)
                   MOVE TRAN-FIELD-CD TO WS-RV-FIELD-CD(WS-RV-FOUND)
                   MOVE TRAN-AMOUNT TO WS-RV-AMOUNT(WS-RV-FOUND)
               END-IF
           END-IF.

       VALIDATE-MAINT-TRAN-PARA.
           IF TRAN-FIELD-CD = "A"
               MOVE "N" TO WS-TRAN-VALID
               MOVE "INVALID MAINT DATA" TO WS-SUSPENSE-REASON
           END-IF
           IF TRAN-FIELD-CD = "G"
               PERFORM VALIDATE-GROUP-TRAN-PARA
           END-IF
           IF TRAN-FIELD-CD = "P"
                   AND TRAN-APPR-FIELD-CD NOT = "A"
                   AND TRAN-APPR-FIELD-CD NOT = "C"
                   AND TRAN-APPR-FIELD-CD NOT = "L"
                   AND TRAN-APPR-FIELD-CD NOT = "G"
               MOVE "N" TO WS-TRAN-VALID
               MOVE "MISSING APPROVAL TARGET" TO WS-SUSPENSE-REASON
           END-IF
                   AND TRAN-SUBMIT-ID = SPACES
               MOVE "N" TO WS-TRAN-VALID
               MOVE "MISSING SUBMITTER ID" TO WS-SUSPENSE-REASON
           END-IF
           IF WS-TRAN-VALID = "Y" AND WS-OPER-LOADED = "Y"
               PERFORM CHECK-OPERATOR-PARA
           END-IF.

       CHECK-OPERATOR-PARA.
           MOVE TRAN-SUBMIT-ID TO WS-OPER-SEARCH-ID
           PERFORM FIND-OPERATOR-PARA
           IF WS-OP-FOUND = 0
               MOVE "N" TO WS-TRAN-VALID
               MOVE "OPERATOR NOT ON AUTHORITY FILE"
                   TO WS-SUSPENSE-REASON
           ELSE
           IF WS-OP-STATUS(WS-OP-FOUND) NOT = "A"
               MOVE "N" TO WS-TRAN-VALID
               MOVE "OPERATOR AUTHORITY REVOKED" TO WS-SUSPENSE-REASON
           ELSE
               MOVE 0 TO WS-OPER-CODE-HITS
               INSPECT WS-OP-CODES(WS-OP-FOUND)
                   TALLYING WS-OPER-CODE-HITS FOR ALL TRAN-FIELD-CD
               IF WS-OPER-CODE-HITS = 0
                   MOVE "N" TO WS-TRAN-VALID
                   MOVE "TRAN CODE NOT AUTHORIZED"
                       TO WS-SUSPENSE-REASON
               ELSE
               IF TRAN-FIELD-CD = "P"
                       AND WS-OP-MAY-APPROVE(WS-OP-FOUND) NOT = "Y"
                   MOVE "N" TO WS-TRAN-VALID
                   MOVE "OPERATOR MAY NOT APPROVE"
                       TO WS-SUSPENSE-REASON
               ELSE
                   IF WS-OP-CEILING(WS-OP-FOUND) > 0
                       PERFORM CHECK-OPERATOR-CEILING-PARA
                   END-IF
               END-IF
               END-IF
           END-IF
           END-IF.

       CHECK-OPERATOR-CEILING-PARA.
           MOVE 0 TO WS-OPER-CHECK-AMT
           IF TRAN-FIELD-CD = "1" OR TRAN-FIELD-CD = "2"
                   OR TRAN-FIELD-CD = "3" OR TRAN-FIELD-CD = "V"
               IF TRAN-AMOUNT < 0
                   COMPUTE WS-OPER-CHECK-AMT = 0 - TRAN-AMOUNT
               ELSE
                   MOVE TRAN-AMOUNT TO WS-OPER-CHECK-AMT
               END-IF
           END-IF
           IF TRAN-FIELD-CD = "A"
               MOVE TRAN-NEW-AREA-1 TO WS-OPER-CHECK-AMT
               IF TRAN-NEW-AREA-2 < 0
                       AND 0 - TRAN-NEW-AREA-2 > WS-OPER-CHECK-AMT
                   COMPUTE WS-OPER-CHECK-AMT = 0 - TRAN-NEW-AREA-2
               END-IF
               IF TRAN-NEW-AREA-2 > WS-OPER-CHECK-AMT
                   MOVE TRAN-NEW-AREA-2 TO WS-OPER-CHECK-AMT
               END-IF
           END-IF
           IF WS-OPER-CHECK-AMT > WS-OP-CEILING(WS-OP-FOUND)
               MOVE "N" TO WS-TRAN-VALID
               MOVE "AMOUNT OVER OPERATOR CEILING"
                   TO WS-SUSPENSE-REASON
           END-IF.

       VALIDATE-GROUP-TRAN-PARA.
           IF TRAN-GRP-ID = SPACES
                   OR (TRAN-GRP-ACTION NOT = "J"
                       AND TRAN-GRP-ACTION NOT = "D")
               MOVE "N" TO WS-TRAN-VALID
               MOVE "INVALID MAINT DATA" TO WS-SUSPENSE-REASON
           ELSE
               IF TRAN-GRP-ACTION = "J"
                   MOVE TRAN-GRP-ID TO WS-GRP-SEARCH-ID
                   PERFORM FIND-GROUP-PARA
                   IF WS-GP-FOUND = 0
                           AND (TRAN-GRP-A1-LIMIT NOT NUMERIC
                               OR TRAN-GRP-A2-LIMIT NOT NUMERIC)
                       MOVE "N" TO WS-TRAN-VALID
                       MOVE "NEW GROUP NEEDS BOTH LIMITS"
                           TO WS-SUSPENSE-REASON
                   END-IF
               END-IF
           END-IF.

       WRITE-SUSPENSE-PARA.
           ADD 1 TO WS-SUSPENSE-COUNT
           IF WS-TRAN-SOURCE = "R"
               ADD 1 TO WS-RECY-SUSP-COUNT
           ELSE
               IF WS-RUN-MODE NOT = "S"
                       AND (TRAN-FIELD-CD = "1" OR TRAN-FIELD-CD = "2")
                       AND TRAN-AMOUNT NUMERIC
                   MOVE SPACES TO GL-WORK-REC
                   MOVE "S" TO GLW-CATEGORY
                   MOVE TRAN-FIELD-CD TO GLW-FIELD-CD
                   MOVE TRAN-AMOUNT TO GLW-AMOUNT-1
                   MOVE 0 TO GLW-AMOUNT-2
                   MOVE TRAN-ACCT-ID TO GLW-ACCT-ID
                   PERFORM WRITE-GL-WORK-PARA
               END-IF
           END-IF
           MOVE SPACES TO VALID-LINE
           STRING TRAN-ACCT-ID DELIMITED BY SIZE
                               ADD TRAN-AMOUNT
                                   TO WS-VERIFY-HASH-TOTAL
                           END-IF
                           IF TRAN-FIELD-CD = "V"
                                   AND TRAN-REV-RUN-DATE NUMERIC
                                   AND TRAN-REV-SEQ NUMERIC
                               MOVE TRAN-ACCT-ID TO WS-RV-KEY-ACCT-ID
                               MOVE TRAN-REV-RUN-DATE TO WS-RV-KEY-DATE
                               MOVE TRAN-REV-SEQ TO WS-RV-KEY-SEQ
                               PERFORM NOTE-REVERSAL-PARA
                           END-IF
                           IF WS-CATCHUP-MODE = "C"
                               IF TRAN-EFF-DATE NUMERIC
                                   MOVE TRAN-EFF-DATE
                               ADD RECY-AMOUNT
                                   TO WS-VERIFY-HASH-TOTAL
                           END-IF
                           IF RECY-FIELD-CD = "V"
                                   AND RECY-REV-RUN-DATE NUMERIC
                                   AND RECY-REV-SEQ NUMERIC
                               MOVE RECY-ACCT-ID TO WS-RV-KEY-ACCT-ID
                               MOVE RECY-REV-RUN-DATE TO WS-RV-KEY-DATE
                               MOVE RECY-REV-SEQ TO WS-RV-KEY-SEQ
                               PERFORM NOTE-REVERSAL-PARA
                           END-IF
                           IF WS-CATCHUP-MODE = "C"
                               IF RECY-EFF-DATE NUMERIC
                                   MOVE RECY-EFF-DATE
                   END-IF
           END-READ.

       VERIFY-STND-FILE-PARA.
           OPEN INPUT STANDING-TRAN-FILE
           IF WS-STND-STATUS NOT = "00"
               MOVE "N" TO WS-STND-PRESENT
           ELSE
               MOVE "Y" TO WS-STND-PRESENT
               MOVE "N" TO WS-STND-FEED-OK
               MOVE "N" TO WS-EOF-VERIFY
               MOVE "N" TO WS-VERIFY-HDR-SEEN
               MOVE "N" TO WS-VERIFY-TRL-SEEN
               MOVE LOW-VALUES TO WS-VERIFY-PREV-ACCT-ID
               MOVE 0 TO WS-VERIFY-REC-COUNT
               MOVE 0 TO WS-VERIFY-HASH-TOTAL
               PERFORM VERIFY-STND-REC-PARA
                   UNTIL WS-EOF-VERIFY = "Y"
               IF WS-VERIFY-HDR-SEEN = "N"
                   DISPLAY "STANDTRN HEADER RECORD MISSING"
                   MOVE "N" TO WS-FILE-CHECK-OK
               END-IF
               IF WS-VERIFY-TRL-SEEN = "N"
                   DISPLAY "STANDTRN TRAILER RECORD MISSING"
                   MOVE "N" TO WS-FILE-CHECK-OK
               END-IF
               CLOSE STANDING-TRAN-FILE
               IF WS-VERIFY-HDR-SEEN = "Y" AND WS-STND-FEED-OK = "N"
                   DISPLAY "STANDTRN NOT GENERATED FOR "
                       WS-TODAY-DATE " - FEED NOT APPLIED"
                   MOVE "N" TO WS-STND-PRESENT
                   IF WS-RETURN-CODE < 4
                       MOVE 4 TO WS-RETURN-CODE
                   END-IF
               ELSE
                   MOVE WS-VERIFY-REC-COUNT TO WS-STND-DETAIL-COUNT
               END-IF
           END-IF.

       VERIFY-STND-REC-PARA.
           READ STANDING-TRAN-FILE
               AT END
                   MOVE "Y" TO WS-EOF-VERIFY
               NOT AT END
                   IF STND-ACCT-ID = WS-HEADER-KEY
                       MOVE "Y" TO WS-VERIFY-HDR-SEEN
                       IF STCTL-FEED-DATE = WS-TODAY-DATE
                           MOVE "Y" TO WS-STND-FEED-OK
                       END-IF
                   ELSE
                       IF STND-ACCT-ID = WS-TRAILER-KEY
                           MOVE "Y" TO WS-VERIFY-TRL-SEEN
                           IF STCTL-REC-COUNT NOT NUMERIC
                                   OR STCTL-REC-COUNT
                                       NOT = WS-VERIFY-REC-COUNT
                               DISPLAY "STANDTRN RECORD COUNT MISMATCH"
                               MOVE "N" TO WS-FILE-CHECK-OK
                           END-IF
                           IF STCTL-HASH-TOTAL NOT NUMERIC
                                   OR STCTL-HASH-TOTAL
                                       NOT = WS-VERIFY-HASH-TOTAL
                               DISPLAY "STANDTRN HASH TOTAL MISMATCH"
                               MOVE "N" TO WS-FILE-CHECK-OK
                           END-IF
                       ELSE
                           IF WS-VERIFY-TRL-SEEN = "Y"
                               DISPLAY "STANDTRN RECORD AFTER TRAILER"
                               MOVE "N" TO WS-FILE-CHECK-OK
                           END-IF
                           IF STND-ACCT-ID LESS THAN
                                   WS-VERIFY-PREV-ACCT-ID
                               DISPLAY "STANDTRN OUT OF SEQUENCE AT "
                                   STND-ACCT-ID
                               MOVE "N" TO WS-FILE-CHECK-OK
                           END-IF
                           MOVE STND-ACCT-ID
                               TO WS-VERIFY-PREV-ACCT-ID
                           ADD 1 TO WS-VERIFY-REC-COUNT
                           IF STND-AMOUNT NUMERIC
                               ADD STND-AMOUNT
                                   TO WS-VERIFY-HASH-TOTAL
                           END-IF
                           IF WS-CATCHUP-MODE = "C"
                                   AND WS-STND-FEED-OK = "Y"
                               IF STND-EFF-DATE NUMERIC
                                   MOVE STND-EFF-DATE
                                       TO WS-CU-NOTE-DATE
                               ELSE
                                   MOVE WS-TODAY-DATE-NUM
                                       TO WS-CU-NOTE-DATE
                               END-IF
                               PERFORM NOTE-CU-DAY-PARA
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       VERIFY-CHRG-FILE-PARA.
           OPEN INPUT CHARGE-TRAN-FILE
           IF WS-CHRG-STATUS NOT = "00"
               MOVE "N" TO WS-CHRG-PRESENT
           ELSE
               MOVE "Y" TO WS-CHRG-PRESENT
               MOVE "N" TO WS-CHRG-FEED-OK
               MOVE "N" TO WS-EOF-VERIFY
               MOVE "N" TO WS-VERIFY-HDR-SEEN
               MOVE "N" TO WS-VERIFY-TRL-SEEN
               MOVE LOW-VALUES TO WS-VERIFY-PREV-ACCT-ID
               MOVE 0 TO WS-VERIFY-REC-COUNT
               MOVE 0 TO WS-VERIFY-HASH-TOTAL
               PERFORM VERIFY-CHRG-REC-PARA
                   UNTIL WS-EOF-VERIFY = "Y"
               IF WS-VERIFY-HDR-SEEN = "N"
                   DISPLAY "CHRGTRAN HEADER RECORD MISSING"
                   MOVE "N" TO WS-FILE-CHECK-OK
               END-IF
               IF WS-VERIFY-TRL-SEEN = "N"
                   DISPLAY "CHRGTRAN TRAILER RECORD MISSING"
                   MOVE "N" TO WS-FILE-CHECK-OK
               END-IF
               CLOSE CHARGE-TRAN-FILE
               IF WS-VERIFY-HDR-SEEN = "Y" AND WS-CHRG-FEED-OK = "N"
                   DISPLAY "CHRGTRAN FEED DATE OR PERIOD INVALID"
                       " - FEED NOT APPLIED"
                   MOVE "N" TO WS-CHRG-PRESENT
                   IF WS-RETURN-CODE < 4
                       MOVE 4 TO WS-RETURN-CODE
                   END-IF
               END-IF
               IF WS-CHRG-PRESENT = "Y"
                   PERFORM CHECK-CHRG-APPLIED-PARA
               END-IF
               IF WS-CHRG-PRESENT = "Y"
                   MOVE WS-VERIFY-REC-COUNT TO WS-CHRG-DETAIL-COUNT
                   IF WS-CATCHUP-MODE = "C"
                           AND WS-VERIFY-REC-COUNT > 0
                       MOVE WS-TODAY-DATE-NUM TO WS-CU-NOTE-DATE
                       PERFORM NOTE-CU-DAY-PARA
                   END-IF
               END-IF
           END-IF.

       VERIFY-CHRG-REC-PARA.
           READ CHARGE-TRAN-FILE
               AT END
                   MOVE "Y" TO WS-EOF-VERIFY
               NOT AT END
                   IF CHRG-ACCT-ID = WS-HEADER-KEY
                       MOVE "Y" TO WS-VERIFY-HDR-SEEN
                       MOVE CHCTL-PERIOD-END TO WS-CHRG-PERIOD-END
                       IF CHCTL-FEED-DATE NUMERIC
                               AND CHCTL-FEED-DATE
                                   NOT GREATER THAN WS-TODAY-DATE
                               AND CHCTL-PERIOD-END NUMERIC
                           MOVE "Y" TO WS-CHRG-FEED-OK
                       END-IF
                   ELSE
                       IF CHRG-ACCT-ID = WS-TRAILER-KEY
                           MOVE "Y" TO WS-VERIFY-TRL-SEEN
                           IF CHCTL-REC-COUNT NOT NUMERIC
                                   OR CHCTL-REC-COUNT
                                       NOT = WS-VERIFY-REC-COUNT
                               DISPLAY "CHRGTRAN RECORD COUNT MISMATCH"
                               MOVE "N" TO WS-FILE-CHECK-OK
                           END-IF
                           IF CHCTL-HASH-TOTAL NOT NUMERIC
                                   OR CHCTL-HASH-TOTAL
                                       NOT = WS-VERIFY-HASH-TOTAL
                               DISPLAY "CHRGTRAN HASH TOTAL MISMATCH"
                               MOVE "N" TO WS-FILE-CHECK-OK
                           END-IF
                       ELSE
                           IF WS-VERIFY-TRL-SEEN = "Y"
                               DISPLAY "CHRGTRAN RECORD AFTER TRAILER"
                               MOVE "N" TO WS-FILE-CHECK-OK
                           END-IF
                           IF CHRG-ACCT-ID LESS THAN
                                   WS-VERIFY-PREV-ACCT-ID
                               DISPLAY "CHRGTRAN OUT OF SEQUENCE AT "
                                   CHRG-ACCT-ID
                               MOVE "N" TO WS-FILE-CHECK-OK
                           END-IF
                           MOVE CHRG-ACCT-ID
                               TO WS-VERIFY-PREV-ACCT-ID
                           ADD 1 TO WS-VERIFY-REC-COUNT
                           IF CHRG-AMOUNT NUMERIC
                               ADD CHRG-AMOUNT
                                   TO WS-VERIFY-HASH-TOTAL
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       CHECK-CHRG-APPLIED-PARA.
           MOVE "N" TO WS-CHRG-APPLIED
           OPEN INPUT TRAN-LEDGER-FILE
           IF WS-LEDG-STATUS = "00"
               MOVE "N" TO WS-EOF-LEDGER
               PERFORM SCAN-CHRG-LEDGER-PARA
                   UNTIL WS-EOF-LEDGER = "Y"
                       OR WS-CHRG-APPLIED = "Y"
               CLOSE TRAN-LEDGER-FILE
               MOVE "N" TO WS-EOF-LEDGER
           END-IF
           IF WS-CHRG-APPLIED = "Y"
               DISPLAY "CHRGTRAN PERIOD " WS-CHRG-PERIOD-END
                   " ALREADY APPLIED - FEED SKIPPED"
               MOVE "N" TO WS-CHRG-PRESENT
           END-IF.

       SCAN-CHRG-LEDGER-PARA.
           READ TRAN-LEDGER-FILE
               AT END
                   MOVE "Y" TO WS-EOF-LEDGER
               NOT AT END
                   IF LEDG-FIELD-CD = "3"
                           AND LEDG-ENTRY-TYPE NOT = "R"
                           AND LEDG-ORIG-RUN-DATE = WS-CHRG-PERIOD-END
                           AND LEDG-RUN-DATE NOT = WS-TODAY-DATE
                       MOVE "Y" TO WS-CHRG-APPLIED
                   END-IF
           END-READ.

       LOAD-PEND-FILE-PARA.
           OPEN INPUT PENDING-FILE
           IF WS-PEND-STATUS = "00"
           END-IF.

       APPLY-PENDING-MAINT-PARA.
           MOVE TRAN-SUBMIT-ID TO WS-MAINT-APPROVER-ID
           MOVE TRANS-RECORD TO WS-SAVE-TRAN
           MOVE WS-PM-TRAN(WS-PM-FOUND) TO TRANS-RECORD
           EVALUATE TRAN-FIELD-CD
                   END-IF
               WHEN "C"
                   MOVE "Y" TO WS-ACCT-CLOSED
                   MOVE WS-EFF-DATE TO WS-CLOSE-DATE
                   MOVE TRAN-SUBMIT-ID TO WS-CLOSE-SUBMIT-ID
                   MOVE WS-MAINT-APPROVER-ID TO WS-CLOSE-APPROVE-ID
                   IF WS-RUN-MODE NOT = "S"
                       MOVE SPACES TO GL-WORK-REC
                       MOVE "C" TO GLW-CATEGORY
                       MOVE WS-AREA-1 TO GLW-AMOUNT-1
                       MOVE WS-AREA-2 TO GLW-AMOUNT-2
                       MOVE TRAN-ACCT-ID TO GLW-ACCT-ID
                       PERFORM WRITE-GL-WORK-PARA
                   END-IF
               WHEN "L"
                   IF WS-PROCESS-MODE = "K"
                       PERFORM KEYED-LIMIT-CHANGE-PARA
                   ELSE
                       PERFORM APPLY-LIMIT-CHANGE-PARA
                   END-IF
               WHEN "G"
                   PERFORM APPLY-GROUP-CHANGE-PARA
           END-EVALUATE
           MOVE WS-SAVE-TRAN TO TRANS-RECORD.

               MOVE 0 TO WS-OLD-A1-LIMIT
               MOVE 0 TO WS-OLD-A2-LIMIT
               MOVE 0 TO WS-OLD-CTR-LIMIT
           ELSE
           IF WS-MW-FIELD-CD = "G"
               MOVE WS-MW-GRP-ID TO WS-GRP-SEARCH-ID
               PERFORM FIND-GROUP-PARA
               IF WS-GP-FOUND > 0
                   MOVE WS-GP-A1-LIMIT(WS-GP-FOUND) TO WS-OLD-A1-LIMIT
                   MOVE WS-GP-A2-LIMIT(WS-GP-FOUND) TO WS-OLD-A2-LIMIT
               ELSE
                   MOVE 0 TO WS-OLD-A1-LIMIT
                   MOVE 0 TO WS-OLD-A2-LIMIT
               END-IF
               MOVE 0 TO WS-OLD-CTR-LIMIT
           ELSE
               MOVE WS-ACCT-AREA1-LIMIT TO WS-OLD-A1-LIMIT
               MOVE WS-ACCT-AREA2-LIMIT TO WS-OLD-A2-LIMIT
               MOVE WS-ACCT-CTR-LIMIT TO WS-OLD-CTR-LIMIT
           END-IF
           END-IF.

       WRITE-MAINT-LINE-PARA.
           END-IF
           ADD 1 TO WS-PM-IX.

       LOAD-GROUP-FILE-PARA.
           OPEN INPUT GROUP-FILE
           IF WS-GRP-STATUS = "00"
               PERFORM LOAD-GROUP-ENTRY-PARA
                   UNTIL WS-EOF-GRP = "Y"
               CLOSE GROUP-FILE
           END-IF.

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
                           MOVE GRP-UPD-DATE
                               TO WS-GP-UPD-DATE(WS-GP-COUNT)
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
                           MOVE GRP-UPD-DATE
                               TO WS-GM-UPD-DATE(WS-GM-COUNT)
                           MOVE "Y" TO WS-GM-ACTIVE(WS-GM-COUNT)
                       ELSE
                           DISPLAY "GROUP MEMBER TABLE FULL - MEMBER "
                               GRP-ACCT-ID " NOT LOADED"
                           IF WS-RETURN-CODE < 8
                               MOVE 8 TO WS-RETURN-CODE
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       FIND-GROUP-PARA.
           MOVE 0 TO WS-GP-FOUND
           MOVE 1 TO WS-GP-IX
           PERFORM SCAN-GROUP-PARA
               UNTIL WS-GP-IX > WS-GP-COUNT
                   OR WS-GP-FOUND > 0.

       SCAN-GROUP-PARA.
           IF WS-GP-GROUP-ID(WS-GP-IX) = WS-GRP-SEARCH-ID
               MOVE WS-GP-IX TO WS-GP-FOUND
           END-IF
           ADD 1 TO WS-GP-IX.

       FIND-GROUP-MEMBER-PARA.
           MOVE 0 TO WS-GM-FOUND
           MOVE 1 TO WS-GM-IX
           PERFORM SCAN-GROUP-MEMBER-PARA
               UNTIL WS-GM-IX > WS-GM-COUNT
                   OR WS-GM-FOUND > 0.

       SCAN-GROUP-MEMBER-PARA.
           IF WS-GM-ACTIVE(WS-GM-IX) = "Y"
                   AND WS-GM-ACCT-ID(WS-GM-IX) = TRAN-ACCT-ID
               MOVE WS-GM-IX TO WS-GM-FOUND
           END-IF
           ADD 1 TO WS-GM-IX.

       APPLY-GROUP-CHANGE-PARA.
           MOVE TRAN-GRP-ID TO WS-GRP-SEARCH-ID
           PERFORM FIND-GROUP-PARA
           PERFORM FIND-GROUP-MEMBER-PARA
           IF TRAN-GRP-ACTION = "D"
               IF WS-GM-FOUND > 0
                   IF WS-GM-GROUP-ID(WS-GM-FOUND) = TRAN-GRP-ID
                       MOVE "N" TO WS-GM-ACTIVE(WS-GM-FOUND)
                       MOVE "Y" TO WS-GRP-CHANGED
                       ADD 1 TO WS-GRP-CHG-COUNT
                   END-IF
               END-IF
           ELSE
               IF WS-GP-FOUND = 0
                   IF WS-GP-COUNT < WS-GP-MAX
                       ADD 1 TO WS-GP-COUNT
                       MOVE WS-GP-COUNT TO WS-GP-FOUND
                       MOVE TRAN-GRP-ID TO WS-GP-GROUP-ID(WS-GP-FOUND)
                       MOVE 0 TO WS-GP-A1-LIMIT(WS-GP-FOUND)
                       MOVE 0 TO WS-GP-A2-LIMIT(WS-GP-FOUND)
                   ELSE
                       DISPLAY "GROUP TABLE FULL - GROUP "
                           TRAN-GRP-ID " NOT ADDED"
                       IF WS-RETURN-CODE < 8
                           MOVE 8 TO WS-RETURN-CODE
                       END-IF
                   END-IF
               END-IF
               IF WS-GP-FOUND > 0
                   IF TRAN-GRP-A1-LIMIT NUMERIC
                       MOVE TRAN-GRP-A1-LIMIT
                           TO WS-GP-A1-LIMIT(WS-GP-FOUND)
                   END-IF
                   IF TRAN-GRP-A2-LIMIT NUMERIC
                       MOVE TRAN-GRP-A2-LIMIT
                           TO WS-GP-A2-LIMIT(WS-GP-FOUND)
                   END-IF
                   MOVE WS-TODAY-DATE TO WS-GP-UPD-DATE(WS-GP-FOUND)
                   PERFORM JOIN-GROUP-MEMBER-PARA
                   MOVE "Y" TO WS-GRP-CHANGED
                   ADD 1 TO WS-GRP-CHG-COUNT
               END-IF
           END-IF.

       JOIN-GROUP-MEMBER-PARA.
           IF WS-GM-FOUND > 0
               IF WS-GM-GROUP-ID(WS-GM-FOUND) NOT = TRAN-GRP-ID
                   MOVE TRAN-GRP-ID TO WS-GM-GROUP-ID(WS-GM-FOUND)
                   MOVE WS-TODAY-DATE TO WS-GM-UPD-DATE(WS-GM-FOUND)
               END-IF
           ELSE
               IF WS-GM-COUNT < WS-GM-MAX
                   ADD 1 TO WS-GM-COUNT
                   MOVE TRAN-GRP-ID TO WS-GM-GROUP-ID(WS-GM-COUNT)
                   MOVE TRAN-ACCT-ID TO WS-GM-ACCT-ID(WS-GM-COUNT)
                   MOVE WS-TODAY-DATE TO WS-GM-UPD-DATE(WS-GM-COUNT)
                   MOVE "Y" TO WS-GM-ACTIVE(WS-GM-COUNT)
               ELSE
                   DISPLAY "GROUP MEMBER TABLE FULL - MEMBER "
                       TRAN-ACCT-ID " NOT ADDED"
                   IF WS-RETURN-CODE < 8
                       MOVE 8 TO WS-RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       WRITE-GROUP-FILE-PARA.
           OPEN OUTPUT GROUP-FILE
           MOVE 1 TO WS-GP-IX
           PERFORM WRITE-GROUP-REC-PARA
               UNTIL WS-GP-IX > WS-GP-COUNT
           CLOSE GROUP-FILE.

       WRITE-GROUP-REC-PARA.
           MOVE SPACES TO GROUP-REC
           MOVE "G" TO GRP-REC-TYPE
           MOVE WS-GP-GROUP-ID(WS-GP-IX) TO GRP-GROUP-ID
           MOVE WS-GP-A1-LIMIT(WS-GP-IX) TO GRP-AREA1-LIMIT
           MOVE WS-GP-A2-LIMIT(WS-GP-IX) TO GRP-AREA2-LIMIT
           MOVE WS-GP-UPD-DATE(WS-GP-IX) TO GRP-UPD-DATE
           WRITE GROUP-REC
           MOVE 1 TO WS-GM-IX
           PERFORM WRITE-GROUP-MEMBER-PARA
               UNTIL WS-GM-IX > WS-GM-COUNT
           ADD 1 TO WS-GP-IX.

       WRITE-GROUP-MEMBER-PARA.
           IF WS-GM-ACTIVE(WS-GM-IX) = "Y"
                   AND WS-GM-GROUP-ID(WS-GM-IX)
                       = WS-GP-GROUP-ID(WS-GP-IX)
               MOVE SPACES TO GROUP-REC
               MOVE "M" TO GRP-REC-TYPE
               MOVE WS-GM-GROUP-ID(WS-GM-IX) TO GRP-GROUP-ID
               MOVE WS-GM-ACCT-ID(WS-GM-IX) TO GRP-ACCT-ID
               MOVE 0 TO GRP-AREA1-LIMIT
               MOVE 0 TO GRP-AREA2-LIMIT
               MOVE WS-GM-UPD-DATE(WS-GM-IX) TO GRP-UPD-DATE
               WRITE GROUP-REC
           END-IF
           ADD 1 TO WS-GM-IX.

       LOAD-OPERATOR-FILE-PARA.
           OPEN INPUT OPERATOR-FILE
           IF WS-OPER-STATUS = "00"
               MOVE "Y" TO WS-OPER-LOADED
               PERFORM LOAD-OPERATOR-ENTRY-PARA
                   UNTIL WS-EOF-OPER = "Y"
               CLOSE OPERATOR-FILE
           END-IF.

       LOAD-OPERATOR-ENTRY-PARA.
           READ OPERATOR-FILE
               AT END
                   MOVE "Y" TO WS-EOF-OPER
               NOT AT END
                   IF WS-OP-COUNT < WS-OP-MAX
                       ADD 1 TO WS-OP-COUNT
                       MOVE OPER-ID TO WS-OP-ID(WS-OP-COUNT)
                       MOVE OPER-STATUS TO WS-OP-STATUS(WS-OP-COUNT)
                       MOVE OPER-ALLOWED-CODES
                           TO WS-OP-CODES(WS-OP-COUNT)
                       IF OPER-AMOUNT-CEILING NUMERIC
                           MOVE OPER-AMOUNT-CEILING
                               TO WS-OP-CEILING(WS-OP-COUNT)
                       ELSE
                           MOVE 0 TO WS-OP-CEILING(WS-OP-COUNT)
                       END-IF
                       MOVE OPER-MAY-APPROVE
                           TO WS-OP-MAY-APPROVE(WS-OP-COUNT)
                   ELSE
                       DISPLAY "OPERATOR TABLE FULL - OPERATOR "
                           OPER-ID " NOT LOADED"
                       IF WS-RETURN-CODE < 8
                           MOVE 8 TO WS-RETURN-CODE
                       END-IF
                   END-IF
           END-READ.

       FIND-OPERATOR-PARA.
           MOVE 0 TO WS-OP-FOUND
           MOVE 1 TO WS-OP-IX
           PERFORM SCAN-OPERATOR-PARA
               UNTIL WS-OP-IX > WS-OP-COUNT
                   OR WS-OP-FOUND > 0.

       SCAN-OPERATOR-PARA.
           IF WS-OP-ID(WS-OP-IX) = WS-OPER-SEARCH-ID
                   AND WS-OPER-SEARCH-ID NOT = SPACES
               MOVE WS-OP-IX TO WS-OP-FOUND
           END-IF
           ADD 1 TO WS-OP-IX.

       WRITE-ENTITLE-RPT-PARA.
           OPEN OUTPUT ENTITLE-RPT
           MOVE SPACES TO ENTITLE-LINE
           STRING "OPERATOR ENTITLEMENT EXCEPTION REPORT"
               DELIMITED BY SIZE
               "  RUN DATE: " DELIMITED BY SIZE
               WS-TODAY-DATE DELIMITED BY SIZE
               INTO ENTITLE-LINE
           WRITE ENTITLE-LINE
           IF WS-OPER-LOADED = "N"
               MOVE SPACES TO ENTITLE-LINE
               STRING "AUTHORITY FILE NOT PRESENT - NO CHECKS APPLIED"
                   DELIMITED BY SIZE INTO ENTITLE-LINE
               WRITE ENTITLE-LINE
           ELSE
               MOVE SPACES TO ENTITLE-LINE
               STRING "OPERATORS ON FILE:     " DELIMITED BY SIZE
                   WS-OP-COUNT DELIMITED BY SIZE
                   INTO ENTITLE-LINE
               WRITE ENTITLE-LINE
               MOVE "N" TO WS-EOF-ENTL
               OPEN INPUT SUSPENSE-FILE
               IF WS-SUSP-STATUS = "00"
                   PERFORM LOAD-ENTITLE-ENTRY-PARA
                       UNTIL WS-EOF-ENTL = "Y"
                   CLOSE SUSPENSE-FILE
               END-IF
               MOVE 1 TO WS-EX-IX
               PERFORM SORT-ENTITLE-OUTER-PARA
                   UNTIL WS-EX-IX NOT LESS THAN WS-EX-COUNT
               MOVE SPACES TO ENTITLE-LINE
               WRITE ENTITLE-LINE
               MOVE SPACES TO ENTITLE-LINE
               STRING "OPERATOR  STATUS   ACCT    CD    AMOUNT  REASON"
                   DELIMITED BY SIZE INTO ENTITLE-LINE
               WRITE ENTITLE-LINE
               MOVE SPACES TO WS-ENTL-PRIOR-ID
               MOVE 0 TO WS-ENTL-OPER-REFUSED
               MOVE 1 TO WS-EX-IX
               PERFORM WRITE-ENTITLE-DETAIL-PARA
                   UNTIL WS-EX-IX > WS-EX-COUNT
               IF WS-EX-COUNT > 0
                   PERFORM WRITE-ENTITLE-BREAK-PARA
               END-IF
               MOVE SPACES TO ENTITLE-LINE
               WRITE ENTITLE-LINE
               MOVE SPACES TO ENTITLE-LINE
               STRING "TOTAL ITEMS REFUSED:   " DELIMITED BY SIZE
                   WS-ENTL-REFUSED-COUNT DELIMITED BY SIZE
                   INTO ENTITLE-LINE
               WRITE ENTITLE-LINE
               MOVE SPACES TO ENTITLE-LINE
               STRING "OPERATORS REFUSED:     " DELIMITED BY SIZE
                   WS-ENTL-OPER-COUNT DELIMITED BY SIZE
                   INTO ENTITLE-LINE
               WRITE ENTITLE-LINE
               IF WS-ENTL-REFUSED-COUNT > WS-EX-COUNT
                   MOVE SPACES TO ENTITLE-LINE
                   STRING "EXCEPTION TABLE FULL - LISTING INCOMPLETE"
                       DELIMITED BY SIZE INTO ENTITLE-LINE
                   WRITE ENTITLE-LINE
               END-IF
           END-IF
           CLOSE ENTITLE-RPT.

       LOAD-ENTITLE-ENTRY-PARA.
           READ SUSPENSE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-ENTL
               NOT AT END
                   IF SUSP-REASON = "OPERATOR NOT ON AUTHORITY FILE"
                           OR SUSP-REASON = "OPERATOR AUTHORITY REVOKED"
                           OR SUSP-REASON = "TRAN CODE NOT AUTHORIZED"
                           OR SUSP-REASON = "OPERATOR MAY NOT APPROVE"
                           OR SUSP-REASON
                               = "AMOUNT OVER OPERATOR CEILING"
                       PERFORM NOTE-ENTITLE-PARA
                   END-IF
           END-READ.

       NOTE-ENTITLE-PARA.
           ADD 1 TO WS-ENTL-REFUSED-COUNT
           IF WS-EX-COUNT < WS-EX-MAX
               ADD 1 TO WS-EX-COUNT
               MOVE SUSP-RAW-RECORD TO WS-ENTL-TRAN
               MOVE WS-ET-SUBMIT-ID TO WS-EX-OPER-ID(WS-EX-COUNT)
               MOVE WS-EX-COUNT TO WS-EX-SEQ(WS-EX-COUNT)
               MOVE SUSP-RAW-RECORD TO WS-EX-TRAN(WS-EX-COUNT)
               MOVE SUSP-REASON TO WS-EX-REASON(WS-EX-COUNT)
           END-IF.

       SORT-ENTITLE-OUTER-PARA.
           COMPUTE WS-EX-JX = WS-EX-IX + 1
           PERFORM SORT-ENTITLE-INNER-PARA
               UNTIL WS-EX-JX > WS-EX-COUNT
           ADD 1 TO WS-EX-IX.

       SORT-ENTITLE-INNER-PARA.
           IF WS-EX-KEY(WS-EX-JX) < WS-EX-KEY(WS-EX-IX)
               MOVE WS-EX-ENTRY(WS-EX-IX) TO WS-EX-SWAP
               MOVE WS-EX-ENTRY(WS-EX-JX) TO WS-EX-ENTRY(WS-EX-IX)
               MOVE WS-EX-SWAP TO WS-EX-ENTRY(WS-EX-JX)
           END-IF
           ADD 1 TO WS-EX-JX.

       WRITE-ENTITLE-DETAIL-PARA.
           IF WS-EX-IX > 1
                   AND WS-EX-OPER-ID(WS-EX-IX) NOT = WS-ENTL-PRIOR-ID
               PERFORM WRITE-ENTITLE-BREAK-PARA
           END-IF
           IF WS-EX-IX = 1
                   OR WS-EX-OPER-ID(WS-EX-IX) NOT = WS-ENTL-PRIOR-ID
               ADD 1 TO WS-ENTL-OPER-COUNT
               MOVE 0 TO WS-ENTL-OPER-REFUSED
               MOVE WS-EX-OPER-ID(WS-EX-IX) TO WS-ENTL-PRIOR-ID
           END-IF
           ADD 1 TO WS-ENTL-OPER-REFUSED
           MOVE WS-EX-TRAN(WS-EX-IX) TO WS-ENTL-TRAN
           MOVE WS-EX-OPER-ID(WS-EX-IX) TO WS-OPER-SEARCH-ID
           PERFORM FIND-OPERATOR-PARA
           IF WS-OP-FOUND = 0
               MOVE "UNKNOWN" TO WS-ENTL-STATUS-TEXT
           ELSE
               IF WS-OP-STATUS(WS-OP-FOUND) = "A"
                   MOVE "ACTIVE " TO WS-ENTL-STATUS-TEXT
               ELSE
                   MOVE "REVOKED" TO WS-ENTL-STATUS-TEXT
               END-IF
           END-IF
           MOVE SPACES TO WS-ENTL-AMOUNT-TEXT
           IF (WS-ET-FIELD-CD = "1" OR WS-ET-FIELD-CD = "2")
                   AND WS-ET-AMOUNT NUMERIC
               MOVE WS-ET-AMOUNT TO WS-ENTL-AMOUNT-EDIT
               MOVE WS-ENTL-AMOUNT-EDIT TO WS-ENTL-AMOUNT-TEXT
           END-IF
           IF WS-EX-OPER-ID(WS-EX-IX) = SPACES
               MOVE "*NONE*" TO WS-ENTL-OPER-TEXT
           ELSE
               MOVE WS-EX-OPER-ID(WS-EX-IX) TO WS-ENTL-OPER-TEXT
           END-IF
           MOVE SPACES TO ENTITLE-LINE
           STRING WS-ENTL-OPER-TEXT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-ENTL-STATUS-TEXT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-ET-ACCT-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-ET-FIELD-CD DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-ENTL-AMOUNT-TEXT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-EX-REASON(WS-EX-IX) DELIMITED BY SIZE
               INTO ENTITLE-LINE
           WRITE ENTITLE-LINE
           ADD 1 TO WS-EX-IX.

       WRITE-ENTITLE-BREAK-PARA.
           MOVE SPACES TO ENTITLE-LINE
           STRING "          ITEMS REFUSED FOR OPERATOR: "
               DELIMITED BY SIZE
               WS-ENTL-OPER-REFUSED DELIMITED BY SIZE
               INTO ENTITLE-LINE
           WRITE ENTITLE-LINE.

       WRITE-CLOSED-HIST-PARA.
           MOVE WS-AREA-1 TO WS-CI-AREA-1
           MOVE WS-AREA-2 TO WS-CI-AREA-2
           MOVE SPACES TO CLOSED-HIST-REC
           MOVE WS-CLOSE-DATE TO CLSH-CLOSE-DATE
           MOVE WS-CURRENT-ACCT-ID TO CLSH-ACCT-ID
           MOVE WS-TODAY-DATE TO CLSH-RUN-DATE
           MOVE WS-CLOSE-SUBMIT-ID TO CLSH-SUBMIT-ID
           MOVE WS-CLOSE-APPROVE-ID TO CLSH-APPROVE-ID
           MOVE WS-CLOSE-IMAGE TO CLSH-MASTER-IMAGE
           WRITE CLOSED-HIST-REC
           ADD 1 TO WS-CLOSED-HIST-COUNT.

       WRITE-CHECKPOINT-PARA.
           MOVE WS-TODAY-DATE TO CHKPT-RUN-DATE
           MOVE WS-CURRENT-ACCT-ID TO CHKPT-LAST-ACCT-ID
               MOVE WS-AREA-1 TO AUDIT-AFTER-AREA-1
               MOVE WS-BEFORE-AREA-2 TO AUDIT-BEFORE-AREA-2
               MOVE WS-AREA-2 TO AUDIT-AFTER-AREA-2
               MOVE TRAN-FIELD-CD TO AUDIT-TRAN-CD
               WRITE AUDIT-REC
               MOVE "Y" TO WS-ACCT-AUDITED
           END-IF.

       WRITE-GL-ADD-PARA.
           IF WS-RUN-MODE NOT = "S"
               MOVE SPACES TO GL-WORK-REC
               MOVE "A" TO GLW-CATEGORY
               MOVE TRAN-NEW-AREA-1 TO GLW-AMOUNT-1
               MOVE TRAN-NEW-AREA-2 TO GLW-AMOUNT-2
               MOVE TRAN-ACCT-ID TO GLW-ACCT-ID
               PERFORM WRITE-GL-WORK-PARA
           END-IF.

       WRITE-GL-WORK-PARA.
           MOVE WS-PROC-DAY TO GLW-RUN-DATE
           WRITE GL-WORK-REC.

       WRITE-GL-EXTRACT-PARA.
           MOVE 0 TO WS-GL-DUE-COUNT
           IF WS-PROCESS-MODE = "K" AND WS-CATCHUP-MODE = "C"
               MOVE 1 TO WS-CU-IX
               PERFORM GL-CU-DUE-PARA
                   UNTIL WS-CU-IX > WS-CU-COUNT
           ELSE
               MOVE WS-TODAY-DATE TO WS-GL-RUN-DATE
               PERFORM GL-DATE-DUE-PARA
           END-IF
           IF WS-GL-DUE-COUNT = 0
               IF WS-GL-BLOCKED-COUNT > 0
                   DISPLAY "GL FEED ALREADY EXTRACTED"
                       " - GLEXTR NOT REWRITTEN"
                   IF WS-RETURN-CODE < 4
                       MOVE 4 TO WS-RETURN-CODE
                   END-IF
               END-IF
           ELSE
               OPEN OUTPUT GL-EXTRACT-FILE
               MOVE SPACES TO GL-EXTRACT-CTL-REC
               MOVE WS-HEADER-KEY TO GLCTL-KEY
               MOVE WS-TODAY-DATE TO GLCTL-EXTRACT-DATE
               MOVE 0 TO GLCTL-ENTRY-COUNT
               MOVE 0 TO GLCTL-DR-TOTAL
               MOVE 0 TO GLCTL-CR-TOTAL
               MOVE 0 TO GLCTL-NET-TOTAL
               MOVE 0 TO GLCTL-BATCH-COUNT
               WRITE GL-EXTRACT-CTL-REC
               IF WS-PROCESS-MODE = "K" AND WS-CATCHUP-MODE = "C"
                   MOVE 1 TO WS-CU-IX
                   PERFORM GL-CU-BATCH-PARA
                       UNTIL WS-CU-IX > WS-CU-COUNT
               ELSE
                   MOVE WS-TODAY-DATE TO WS-GL-RUN-DATE
                   PERFORM GL-DATE-BATCH-PARA
               END-IF
               COMPUTE WS-GL-NET-TOTAL =
                   WS-GL-DR-TOTAL - WS-GL-CR-TOTAL
               MOVE SPACES TO GL-EXTRACT-CTL-REC
               MOVE WS-TRAILER-KEY TO GLCTL-KEY
               MOVE WS-TODAY-DATE TO GLCTL-EXTRACT-DATE
               MOVE WS-GL-ENTRY-COUNT TO GLCTL-ENTRY-COUNT
               MOVE WS-GL-DR-TOTAL TO GLCTL-DR-TOTAL
               MOVE WS-GL-CR-TOTAL TO GLCTL-CR-TOTAL
               MOVE WS-GL-NET-TOTAL TO GLCTL-NET-TOTAL
               MOVE WS-GL-BATCH-COUNT TO GLCTL-BATCH-COUNT
               WRITE GL-EXTRACT-CTL-REC
               CLOSE GL-EXTRACT-FILE
               IF WS-GL-NET-TOTAL NOT = 0
                   DISPLAY "GL EXTRACT OUT OF BALANCE BY "
                       WS-GL-NET-TOTAL
                   IF WS-RETURN-CODE < 8
                       MOVE 8 TO WS-RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       GL-CU-DUE-PARA.
           MOVE WS-CU-DATE(WS-CU-IX) TO WS-GL-RUN-DATE
           PERFORM GL-DATE-DUE-PARA
           ADD 1 TO WS-CU-IX.

       GL-DATE-DUE-PARA.
           PERFORM CHECK-GL-HIST-PARA
           IF WS-GL-SENT = "Y"
               ADD 1 TO WS-GL-BLOCKED-COUNT
           ELSE
               ADD 1 TO WS-GL-DUE-COUNT
           END-IF.

       GL-CU-BATCH-PARA.
           MOVE WS-CU-DATE(WS-CU-IX) TO WS-GL-RUN-DATE
           PERFORM GL-DATE-BATCH-PARA
           ADD 1 TO WS-CU-IX.

       GL-DATE-BATCH-PARA.
           PERFORM CHECK-GL-HIST-PARA
           IF WS-GL-SENT = "Y"
               DISPLAY "GL FEED FOR " WS-GL-RUN-DATE
                   " ALREADY SENT - NOT REPEATED"
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           ELSE
               MOVE 0 TO WS-GL-FIELD1-AMT
               MOVE 0 TO WS-GL-FIELD2-AMT
               MOVE 0 TO WS-GL-RECY1-AMT
               MOVE 0 TO WS-GL-RECY2-AMT
               MOVE 0 TO WS-GL-SUSP1-AMT
               MOVE 0 TO WS-GL-SUSP2-AMT
               MOVE 0 TO WS-GL-ADD1-AMT
               MOVE 0 TO WS-GL-ADD2-AMT
               MOVE 0 TO WS-GL-CLOSE1-AMT
               MOVE 0 TO WS-GL-CLOSE2-AMT
               MOVE 0 TO WS-GL-CHARGE-AMT
               MOVE 0 TO WS-GL-BATCH-LINES
               OPEN INPUT TRAN-LEDGER-FILE
               IF WS-LEDG-STATUS = "00"
                   MOVE "N" TO WS-EOF-LEDGER
                   PERFORM SUM-GL-LEDGER-PARA
                       UNTIL WS-EOF-LEDGER = "Y"
                   CLOSE TRAN-LEDGER-FILE
               END-IF
               OPEN INPUT GL-WORK-FILE
               IF WS-GLW-STATUS = "00"
                   MOVE "N" TO WS-EOF-GLW
                   PERFORM SUM-GL-WORK-PARA
                       UNTIL WS-EOF-GLW = "Y"
                   CLOSE GL-WORK-FILE
               END-IF
               MOVE "FIELD-1" TO WS-GL-PAIR-CATEGORY
               MOVE WS-GL-AREA1-CTL-ACCT TO WS-GL-PAIR-DR-ACCT
               MOVE WS-GL-CLEARING-ACCT TO WS-GL-PAIR-CR-ACCT
               MOVE WS-GL-FIELD1-AMT TO WS-GL-PAIR-AMOUNT
               PERFORM WRITE-GL-PAIR-PARA
               MOVE "FIELD-2" TO WS-GL-PAIR-CATEGORY
               MOVE WS-GL-CLEARING-ACCT TO WS-GL-PAIR-DR-ACCT
               MOVE WS-GL-AREA2-CTL-ACCT TO WS-GL-PAIR-CR-ACCT
               MOVE WS-GL-FIELD2-AMT TO WS-GL-PAIR-AMOUNT
               PERFORM WRITE-GL-PAIR-PARA
               MOVE "RECYCLED-1" TO WS-GL-PAIR-CATEGORY
               MOVE WS-GL-AREA1-CTL-ACCT TO WS-GL-PAIR-DR-ACCT
               MOVE WS-GL-SUSPENSE-ACCT TO WS-GL-PAIR-CR-ACCT
               MOVE WS-GL-RECY1-AMT TO WS-GL-PAIR-AMOUNT
               PERFORM WRITE-GL-PAIR-PARA
               MOVE "RECYCLED-2" TO WS-GL-PAIR-CATEGORY
               MOVE WS-GL-SUSPENSE-ACCT TO WS-GL-PAIR-DR-ACCT
               MOVE WS-GL-AREA2-CTL-ACCT TO WS-GL-PAIR-CR-ACCT
               MOVE WS-GL-RECY2-AMT TO WS-GL-PAIR-AMOUNT
               PERFORM WRITE-GL-PAIR-PARA
               MOVE "SUSPENSE-1" TO WS-GL-PAIR-CATEGORY
               MOVE WS-GL-SUSPENSE-ACCT TO WS-GL-PAIR-DR-ACCT
               MOVE WS-GL-CLEARING-ACCT TO WS-GL-PAIR-CR-ACCT
               MOVE WS-GL-SUSP1-AMT TO WS-GL-PAIR-AMOUNT
               PERFORM WRITE-GL-PAIR-PARA
               MOVE "SUSPENSE-2" TO WS-GL-PAIR-CATEGORY
               MOVE WS-GL-CLEARING-ACCT TO WS-GL-PAIR-DR-ACCT
               MOVE WS-GL-SUSPENSE-ACCT TO WS-GL-PAIR-CR-ACCT
               MOVE WS-GL-SUSP2-AMT TO WS-GL-PAIR-AMOUNT
               PERFORM WRITE-GL-PAIR-PARA
               MOVE "ACCT-ADD-1" TO WS-GL-PAIR-CATEGORY
               MOVE WS-GL-AREA1-CTL-ACCT TO WS-GL-PAIR-DR-ACCT
               MOVE WS-GL-OPEN-OFFSET-ACCT TO WS-GL-PAIR-CR-ACCT
               MOVE WS-GL-ADD1-AMT TO WS-GL-PAIR-AMOUNT
               PERFORM WRITE-GL-PAIR-PARA
               MOVE "ACCT-ADD-2" TO WS-GL-PAIR-CATEGORY
               MOVE WS-GL-AREA2-CTL-ACCT TO WS-GL-PAIR-DR-ACCT
               MOVE WS-GL-OPEN-OFFSET-ACCT TO WS-GL-PAIR-CR-ACCT
               MOVE WS-GL-ADD2-AMT TO WS-GL-PAIR-AMOUNT
               PERFORM WRITE-GL-PAIR-PARA
               MOVE "ACCT-CLS-1" TO WS-GL-PAIR-CATEGORY
               MOVE WS-GL-CLOSE-OFFSET-ACCT TO WS-GL-PAIR-DR-ACCT
               MOVE WS-GL-AREA1-CTL-ACCT TO WS-GL-PAIR-CR-ACCT
               MOVE WS-GL-CLOSE1-AMT TO WS-GL-PAIR-AMOUNT
               PERFORM WRITE-GL-PAIR-PARA
               MOVE "ACCT-CLS-2" TO WS-GL-PAIR-CATEGORY
               MOVE WS-GL-CLOSE-OFFSET-ACCT TO WS-GL-PAIR-DR-ACCT
               MOVE WS-GL-AREA2-CTL-ACCT TO WS-GL-PAIR-CR-ACCT
               MOVE WS-GL-CLOSE2-AMT TO WS-GL-PAIR-AMOUNT
               PERFORM WRITE-GL-PAIR-PARA
               MOVE "CHARGE-3" TO WS-GL-PAIR-CATEGORY
               MOVE WS-GL-CHARGE-ACCT TO WS-GL-PAIR-DR-ACCT
               MOVE WS-GL-AREA2-CTL-ACCT TO WS-GL-PAIR-CR-ACCT
               MOVE WS-GL-CHARGE-AMT TO WS-GL-PAIR-AMOUNT
               PERFORM WRITE-GL-PAIR-PARA
               ADD 1 TO WS-GL-BATCH-COUNT
               OPEN EXTEND GL-HIST-FILE
               IF WS-GLH-STATUS = "35"
                   OPEN OUTPUT GL-HIST-FILE
               END-IF
               MOVE SPACES TO GL-HIST-REC
               MOVE WS-GL-RUN-DATE TO GLH-RUN-DATE
               MOVE WS-TODAY-DATE TO GLH-FEED-DATE
               MOVE WS-GL-BATCH-LINES TO GLH-ENTRY-COUNT
               WRITE GL-HIST-REC
               CLOSE GL-HIST-FILE
           END-IF.

       CHECK-GL-HIST-PARA.
           MOVE "N" TO WS-GL-SENT
           OPEN INPUT GL-HIST-FILE
           IF WS-GLH-STATUS = "00"
               MOVE "N" TO WS-EOF-GLH
               PERFORM SCAN-GL-HIST-PARA
                   UNTIL WS-EOF-GLH = "Y"
                       OR WS-GL-SENT = "Y"
               CLOSE GL-HIST-FILE
           END-IF.

       SCAN-GL-HIST-PARA.
           READ GL-HIST-FILE
               AT END
                   MOVE "Y" TO WS-EOF-GLH
               NOT AT END
                   IF GLH-RUN-DATE = WS-GL-RUN-DATE
                       MOVE "Y" TO WS-GL-SENT
                   END-IF
           END-READ.

       SUM-GL-LEDGER-PARA.
           READ TRAN-LEDGER-FILE
               AT END
                   MOVE "Y" TO WS-EOF-LEDGER
               NOT AT END
                   IF LEDG-RUN-DATE = WS-GL-RUN-DATE
                           AND LEDG-AMOUNT NUMERIC
                       IF LEDG-SOURCE = "R"
                               AND LEDG-ENTRY-TYPE NOT = "R"
                           IF LEDG-FIELD-CD = "1"
                               ADD LEDG-AMOUNT TO WS-GL-RECY1-AMT
                           END-IF
                           IF LEDG-FIELD-CD = "2"
                               ADD LEDG-AMOUNT TO WS-GL-RECY2-AMT
                           END-IF
                       ELSE
                           IF LEDG-FIELD-CD = "1"
                               ADD LEDG-AMOUNT TO WS-GL-FIELD1-AMT
                           END-IF
                           IF LEDG-FIELD-CD = "2"
                               ADD LEDG-AMOUNT TO WS-GL-FIELD2-AMT
                           END-IF
                       END-IF
                       IF LEDG-FIELD-CD = "3"
                           ADD LEDG-AMOUNT TO WS-GL-CHARGE-AMT
                       END-IF
                   END-IF
           END-READ.

       SUM-GL-WORK-PARA.
           READ GL-WORK-FILE
               AT END
                   MOVE "Y" TO WS-EOF-GLW
               NOT AT END
                   IF GLW-RUN-DATE = WS-GL-RUN-DATE
                       EVALUATE GLW-CATEGORY
                           WHEN "S"
                               IF GLW-FIELD-CD = "1"
                                   ADD GLW-AMOUNT-1 TO WS-GL-SUSP1-AMT
                               ELSE
                                   ADD GLW-AMOUNT-1 TO WS-GL-SUSP2-AMT
                               END-IF
                           WHEN "A"
                               ADD GLW-AMOUNT-1 TO WS-GL-ADD1-AMT
                               ADD GLW-AMOUNT-2 TO WS-GL-ADD2-AMT
                           WHEN "C"
                               ADD GLW-AMOUNT-1 TO WS-GL-CLOSE1-AMT
                               ADD GLW-AMOUNT-2 TO WS-GL-CLOSE2-AMT
                       END-EVALUATE
                   END-IF
           END-READ.

       WRITE-GL-PAIR-PARA.
           IF WS-GL-PAIR-AMOUNT < 0
               MOVE WS-GL-PAIR-DR-ACCT TO WS-GL-SWAP-ACCT
               MOVE WS-GL-PAIR-CR-ACCT TO WS-GL-PAIR-DR-ACCT
               MOVE WS-GL-SWAP-ACCT TO WS-GL-PAIR-CR-ACCT
               COMPUTE WS-GL-PAIR-AMOUNT = 0 - WS-GL-PAIR-AMOUNT
           END-IF
           IF WS-GL-PAIR-AMOUNT > 0
               MOVE SPACES TO GL-EXTRACT-REC
               ADD 1 TO WS-GL-LINE-NO
               MOVE WS-GL-LINE-NO TO GLX-LINE-NO
               MOVE WS-GL-RUN-DATE TO GLX-RUN-DATE
               MOVE WS-GL-PAIR-DR-ACCT TO GLX-GL-ACCT
               MOVE "D" TO GLX-DR-CR
               MOVE WS-GL-PAIR-AMOUNT TO GLX-AMOUNT
               MOVE WS-GL-PAIR-CATEGORY TO GLX-CATEGORY
               WRITE GL-EXTRACT-REC
               ADD WS-GL-PAIR-AMOUNT TO WS-GL-DR-TOTAL
               MOVE SPACES TO GL-EXTRACT-REC
               ADD 1 TO WS-GL-LINE-NO
               MOVE WS-GL-LINE-NO TO GLX-LINE-NO
               MOVE WS-GL-RUN-DATE TO GLX-RUN-DATE
               MOVE WS-GL-PAIR-CR-ACCT TO GLX-GL-ACCT
               MOVE "C" TO GLX-DR-CR
               MOVE WS-GL-PAIR-AMOUNT TO GLX-AMOUNT
               MOVE WS-GL-PAIR-CATEGORY TO GLX-CATEGORY
               WRITE GL-EXTRACT-REC
               ADD WS-GL-PAIR-AMOUNT TO WS-GL-CR-TOTAL
               ADD 2 TO WS-GL-ENTRY-COUNT
               ADD 2 TO WS-GL-BATCH-LINES
           END-IF.

       NEXT-PARA.
           PERFORM WRITE-SUMMARY-PARA.
       END-PARA.
               INTO SUMMARY-LINE
           WRITE SUMMARY-LINE
           MOVE SPACES TO SUMMARY-LINE
           STRING "GROUP CHANGES APPLIED: " DELIMITED BY SIZE
               WS-GRP-CHG-COUNT DELIMITED BY SIZE
               INTO SUMMARY-LINE
           WRITE SUMMARY-LINE
           MOVE SPACES TO SUMMARY-LINE
           STRING "ACCOUNTS CLOSED:       " DELIMITED BY SIZE
               WS-CLOSED-HIST-COUNT DELIMITED BY SIZE
               INTO SUMMARY-LINE
           WRITE SUMMARY-LINE
           IF WS-OPER-LOADED = "Y"
               MOVE SPACES TO SUMMARY-LINE
               STRING "AUTHORITY REFUSALS:    " DELIMITED BY SIZE
                   WS-ENTL-REFUSED-COUNT DELIMITED BY SIZE
                   INTO SUMMARY-LINE
               WRITE SUMMARY-LINE
           END-IF
           MOVE SPACES TO SUMMARY-LINE
           STRING "FRESH TRANSACTIONS:    " DELIMITED BY SIZE
               WS-FRESH-TRAN-COUNT DELIMITED BY SIZE
               INTO SUMMARY-LINE
               MOVE 0 TO WS-RECY-APPLIED-COUNT
           END-IF
           MOVE SPACES TO SUMMARY-LINE
           STRING "STANDING TRANSACTIONS: " DELIMITED BY SIZE
               WS-STND-TRAN-COUNT DELIMITED BY SIZE
               INTO SUMMARY-LINE
           WRITE SUMMARY-LINE
           MOVE SPACES TO SUMMARY-LINE
           STRING "CHARGE TRANSACTIONS:   " DELIMITED BY SIZE
               WS-CHRG-TRAN-COUNT DELIMITED BY SIZE
               INTO SUMMARY-LINE
           WRITE SUMMARY-LINE
           IF WS-CHRG-APPLIED = "Y"
               MOVE SPACES TO SUMMARY-LINE
               STRING "CHARGE FEED SKIPPED:   " DELIMITED BY SIZE
                   "PERIOD " DELIMITED BY SIZE
                   WS-CHRG-PERIOD-END DELIMITED BY SIZE
                   " ALREADY APPLIED" DELIMITED BY SIZE
                   INTO SUMMARY-LINE
               WRITE SUMMARY-LINE
           END-IF
           MOVE SPACES TO SUMMARY-LINE
           STRING "RECYCLED TRANSACTIONS: " DELIMITED BY SIZE
               WS-RECY-APPLIED-COUNT DELIMITED BY SIZE
               INTO SUMMARY-LINE
               WS-DUPLICATE-COUNT DELIMITED BY SIZE
               INTO SUMMARY-LINE
           WRITE SUMMARY-LINE
           MOVE SPACES TO SUMMARY-LINE
           STRING "REVERSALS APPLIED:     " DELIMITED BY SIZE
               WS-REVERSAL-COUNT DELIMITED BY SIZE
               INTO SUMMARY-LINE
           WRITE SUMMARY-LINE
           MOVE SPACES TO SUMMARY-LINE
           STRING "GL ENTRIES EXTRACTED:  " DELIMITED BY SIZE
               WS-GL-ENTRY-COUNT DELIMITED BY SIZE
               INTO SUMMARY-LINE
           WRITE SUMMARY-LINE
           IF WS-GL-BLOCKED-COUNT > 0
               MOVE SPACES TO SUMMARY-LINE
               STRING "GL FEEDS BLOCKED:      " DELIMITED BY SIZE
                   WS-GL-BLOCKED-COUNT DELIMITED BY SIZE
                   "  (ALREADY SENT)" DELIMITED BY SIZE
                   INTO SUMMARY-LINE
               WRITE SUMMARY-LINE
           END-IF
           IF WS-DUP-TABLE-FULL = "Y"
               MOVE SPACES TO SUMMARY-LINE
               STRING "DUPLICATE TABLE FULL - DETECTION INCOMPLETE"
