               ASSIGN TO 'C:\Cobol\CBLWKORD.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WKORD-STATUS.
           SELECT ADJ-FILE
               ASSIGN TO 'C:\Cobol\CBLADJ.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ADJ-STATUS.
           SELECT PRTOUT
               ASSIGN TO 'C:\Cobol\CBLSTMT.PRT'
                   ORGANIZATION IS RECORD SEQUENTIAL.
               ASSIGN TO 'C:\Cobol\CBLRUNLOG.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS RUNLOG-STATUS.
           SELECT BDATE-FILE
               ASSIGN TO 'C:\Cobol\CBLBDATE.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS BDATE-STATUS.

       data division.
       FILE SECTION.
               05  WO-COST                 PIC 9999V99.
               05  WO-BILLABLE             PIC X.
               05  WO-BILLED               PIC X.
               05  WO-VENDOR-NO            PIC 9(5).

       FD  ADJ-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS ADJ-REC.
           01  ADJ-REC.
               05  AJ-MEMO-NO              PIC 9(6).
               05  AJ-DATE                 PIC 9(8).
               05  AJ-BLD-CODE             PIC XX.
               05  AJ-UNIT                 PIC 99.
               05  AJ-DC                   PIC X.
               05  AJ-AMOUNT               PIC 9999V99.
               05  AJ-REASON               PIC X(4).
               05  AJ-PERIOD               PIC X(6).
               05  AJ-APPROVER             PIC X(3).
               05  AJ-STMT-PERIOD          PIC X(6).
               05  AJ-DESC                 PIC X(20).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
               05  RL-DOLLARS              PIC 9(7)V99.
               05  RL-FLAG                 PIC X.

       FD  BDATE-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS BDATE-REC.
           01  BDATE-REC.
               05  BD-PERIOD               PIC X(6).
               05  BD-CUTOFF-DATE          PIC 9(8).
               05  BD-STATUS               PIC X.
               05  BD-REOPEN-SEQ           PIC 9(7).

       working-storage section.
       01 MISC.
           05 EOF                          PIC X   VALUE 'F'.
               10 CURRENT-MONTH    PIC XX.
               10 CURRENT-DAY      PIC XX.
               10 CURRENT-TIME     PIC X(11).
           05  BUS-DATE            PIC 9(8)    VALUE ZERO.
           05  BDATE-STATUS        PIC XX      VALUE '00'.
           05  C-PCTR              PIC S999    VALUE ZERO.
           05  STMT-CTR            PIC S9(5)   VALUE ZERO.
           05  SKIP-CTR            PIC S9(5)   VALUE ZERO.
           05  RATE-EOF            PIC X       VALUE 'F'.
           05  DJ-STATUS           PIC XX      VALUE '00'.
           05  WKORD-STATUS        PIC XX      VALUE '00'.
           05  ADJ-STATUS          PIC XX      VALUE '00'.
           05  RUNLOG-STATUS       PIC XX      VALUE '00'.
           05  SW-GATE-REFUSED     PIC X       VALUE 'N'.
               88 GATE-REFUSED         VALUE 'Y'.
               88 PRE-DONE-YES         VALUE 'Y'.
           05  SW-GATE-OVR         PIC X       VALUE 'N'.
               88 GATE-OVR-YES         VALUE 'Y'.
           05  SW-ADJ-OVERFLOW     PIC X       VALUE 'N'.
               88 ADJ-OVERFLOW         VALUE 'Y'.
           05  REPAIR-AMT          PIC 9(5)V99 VALUE ZERO.
           05  SW-RP-FOUND         PIC X       VALUE 'N'.
               88 RP-FOUND-YES         VALUE 'Y'.
           05  BILL-START-DAY      PIC 99      VALUE ZERO.
           05  BILL-END-DAY        PIC 99      VALUE ZERO.
           05  BILLABLE-DAYS       PIC 99      VALUE ZERO.
           05  ADJ-CNT             PIC S999    VALUE ZERO.
           05  ADJ-NET             PIC S9(7)V99 VALUE ZERO.
           05  NET-PRIOR           PIC S9(7)V99 VALUE ZERO.

       01 CSV-TABLE.
           05 CSV-CTR               PIC S9(4)   VALUE ZERO.
               10 NF-UNIT           PIC 99.
               10 NF-AMT            PIC 9(5)V99.

       01 ADJ-TABLE.
           05 AD-CTR                PIC S9(4)   VALUE ZERO.
           05 AD-ENTRY OCCURS 500 TIMES INDEXED BY AD-IDX.
               10 AD-BLD-CODE       PIC XX.
               10 AD-UNIT           PIC 99.
               10 AD-DC             PIC X.
               10 AD-AMOUNT         PIC 9999V99.
               10 AD-DESC           PIC X(20).

       01 TEN-TABLE.
           05 TN-CTR                PIC S9(4)   VALUE ZERO.
           05 TN-ENTRY OCCURS 1250 TIMES INDEXED BY TN-IDX.

       L2-INIT.
           MOVE FUNCTION CURRENT-DATE      TO CURRENT-DATE-AND-TIME.
           PERFORM L2-LOAD-BUS-DATE.
           MOVE CURRENT-DAY                TO H1-DAY.
           MOVE CURRENT-MONTH              TO H1-MONTH.
           MOVE CURRENT-YEAR               TO H1-YEAR.
               PERFORM L2-LOAD-TENANTS
               PERFORM L2-LOAD-NSF
               PERFORM L2-LOAD-REPAIRS
               PERFORM L2-LOAD-ADJ
               IF ADJ-OVERFLOW
                   OPEN OUTPUT PRTOUT
                   PERFORM L4-LOG-START
                   MOVE '** ADJ TABLE FULL - NO STATEMENTS PRINTED'
                       TO GL-REASON
                   PERFORM L4-GATE-PAGE
                   MOVE 'T' TO EOF
               ELSE
                   OPEN INPUT RENT-REC
                   OPEN OUTPUT PRTOUT
                   PERFORM L4-LOG-START
                   PERFORM L3-READ
               END-IF
           END-IF.

       L2-LOAD-BUS-DATE.
           MOVE CURRENT-DATE-AND-TIME (1:8) TO BUS-DATE.
           OPEN INPUT BDATE-FILE.
           IF BDATE-STATUS = '00'
               READ BDATE-FILE
                   AT END
                       MOVE SPACES TO BDATE-REC
               END-READ
               CLOSE BDATE-FILE
               IF BD-PERIOD NUMERIC AND BD-CUTOFF-DATE NUMERIC
                   PERFORM L3-SET-BUS-DATE
               END-IF
           END-IF.
           MOVE BUS-DATE TO CURRENT-DATE-AND-TIME (1:8).

       L3-SET-BUS-DATE.
           IF CURRENT-DATE-AND-TIME (1:6) < BD-PERIOD
               MOVE BD-PERIOD TO BUS-DATE (1:6)
               MOVE '01'      TO BUS-DATE (7:2)
           ELSE
               IF CURRENT-DATE-AND-TIME (1:6) > BD-PERIOD
                       OR BUS-DATE > BD-CUTOFF-DATE
                   MOVE BD-CUTOFF-DATE TO BUS-DATE
               END-IF
           END-IF.

       L2-CHECK-CYCLE-GATE.
               SET RP-FOUND-IDX TO RP-IDX
           END-IF.

       L2-LOAD-ADJ.
           OPEN INPUT ADJ-FILE.
           IF ADJ-STATUS = '00'
               PERFORM L3-ADJ-READ
               PERFORM L3-ADJ-STORE UNTIL EOF = 'T'
               CLOSE ADJ-FILE
           END-IF.
           MOVE 'F' TO EOF.

       L3-ADJ-READ.
           READ ADJ-FILE
               AT END
                   MOVE 'T' TO EOF.

       L3-ADJ-STORE.
           IF AJ-STMT-PERIOD = CUR-PERIOD
               IF AD-CTR < 500
                   ADD 1 TO AD-CTR
                   SET AD-IDX TO AD-CTR
                   MOVE AJ-BLD-CODE TO AD-BLD-CODE (AD-IDX)
                   MOVE AJ-UNIT     TO AD-UNIT (AD-IDX)
                   MOVE AJ-DC       TO AD-DC (AD-IDX)
                   MOVE AJ-AMOUNT   TO AD-AMOUNT (AD-IDX)
                   MOVE AJ-DESC     TO AD-DESC (AD-IDX)
               ELSE
                   MOVE 'Y' TO SW-ADJ-OVERFLOW
               END-IF
           END-IF.
           PERFORM L3-ADJ-READ.

       L2-LOAD-BLDGS.
           OPEN INPUT BLDG-FILE.
           READ BLDG-FILE
           END-IF.

       L4-STMT-BODY.
           PERFORM L4-GET-ADJ-NET.
           IF ADJ-CNT > 0
               PERFORM L4-ADJ-PRIOR-LINE
           ELSE
               MOVE 'PRIOR BALANCE DUE' TO S3-DESC
               MOVE PRIOR-BAL TO S3-AMT
               WRITE PRTLINE FROM STMT-AMT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           PERFORM L4-GET-NSF-AMT.
           IF NSF-AMT > 0
               MOVE NSF-AMT TO S8-AMT
               WRITE PRTLINE FROM STMT-NSF-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           IF CREDIT-AMT > 0 AND ADJ-CNT = 0
               MOVE 'CREDIT ON ACCOUNT' TO S3-DESC
               COMPUTE TOT-DUE = ZERO - CREDIT-AMT
               MOVE TOT-DUE TO S3-AMT
               WRITE PRTLINE FROM STMT-AMT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           IF ADJ-CNT > 0
               PERFORM L4-PRINT-ADJ
                   VARYING AD-IDX FROM 1 BY 1
                   UNTIL AD-IDX > AD-CTR
           END-IF.
           IF CT-OVR-FLAG (CSV-IDX) = 'O'
               MOVE 'BASE RENT-LEASE RATE' TO S3-DESC
           ELSE
           WRITE PRTLINE FROM REMIT-LINE-3
               AFTER ADVANCING 1 LINE.

       L4-GET-ADJ-NET.
           MOVE ZERO TO ADJ-CNT.
           MOVE ZERO TO ADJ-NET.
           PERFORM L4-ADJ-NET-STEP
               VARYING AD-IDX FROM 1 BY 1
               UNTIL AD-IDX > AD-CTR.

       L4-ADJ-NET-STEP.
           IF AD-BLD-CODE (AD-IDX) = I-BLD-CODE
                   AND AD-UNIT (AD-IDX) = I-UNIT
               ADD 1 TO ADJ-CNT
               IF AD-DC (AD-IDX) = 'C'
                   SUBTRACT AD-AMOUNT (AD-IDX) FROM ADJ-NET
               ELSE
                   ADD AD-AMOUNT (AD-IDX) TO ADJ-NET
               END-IF
           END-IF.

       L4-ADJ-PRIOR-LINE.
           COMPUTE NET-PRIOR = PRIOR-BAL - CREDIT-AMT - ADJ-NET.
           IF NET-PRIOR < ZERO
               MOVE 'CREDIT ON ACCOUNT' TO S3-DESC
           ELSE
               MOVE 'PRIOR BALANCE DUE' TO S3-DESC
           END-IF.
           MOVE NET-PRIOR TO S3-AMT.
           WRITE PRTLINE FROM STMT-AMT-LINE
               AFTER ADVANCING 1 LINE.

       L4-PRINT-ADJ.
           IF AD-BLD-CODE (AD-IDX) = I-BLD-CODE
                   AND AD-UNIT (AD-IDX) = I-UNIT
               MOVE AD-DESC (AD-IDX) TO S3-DESC
               IF AD-DC (AD-IDX) = 'C'
                   COMPUTE TOT-DUE = ZERO - AD-AMOUNT (AD-IDX)
               ELSE
                   MOVE AD-AMOUNT (AD-IDX) TO TOT-DUE
               END-IF
               MOVE TOT-DUE TO S3-AMT
               WRITE PRTLINE FROM STMT-AMT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       L4-GET-REPAIR-AMT.
           MOVE ZERO TO REPAIR-AMT.
           MOVE 'N' TO SW-RP-FOUND.
           END-IF.

       L2-CLOSING.
           IF GATE-REFUSED OR ADJ-OVERFLOW
               CLOSE PRTOUT
           ELSE
               PERFORM L4-SUMMARY-PAGE
           MOVE ZERO TO RL-READ.
           MOVE ZERO TO RL-WRITTEN.
           MOVE ZERO TO RL-DOLLARS.
           IF GATE-REFUSED OR ADJ-OVERFLOW
               MOVE 'A' TO RL-FLAG
           ELSE
               MOVE 'N' TO RL-FLAG
           MOVE 'CBLJPT14' TO RL-PROGRAM.
           MOVE 'END'      TO RL-TYPE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE BUS-DATE TO CURRENT-DATE-AND-TIME (1:8).
           MOVE CURRENT-DATE-AND-TIME (1:8) TO RL-DATE.
           MOVE CURRENT-TIME (1:6)          TO RL-TIME.
           MOVE 'MONBILLS CSV BAL TENLS STMT' TO RL-FILES.
           COMPUTE RL-READ = STMT-CTR + SKIP-CTR.
           MOVE STMT-CTR TO RL-WRITTEN.
           MOVE ZERO TO RL-DOLLARS.
           IF GATE-REFUSED OR ADJ-OVERFLOW
               MOVE 'A' TO RL-FLAG
           ELSE
               MOVE 'N' TO RL-FLAG
