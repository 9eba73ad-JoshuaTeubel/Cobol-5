           SELECT DJ-FILE
               ASSIGN TO 'C:\Cobol\CBLDEPJ.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LEDGER-FILE
               ASSIGN TO 'C:\Cobol\CBLLEDGR.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUNLOG-FILE
               ASSIGN TO 'C:\Cobol\CBLRUNLOG.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BDATE-FILE
               ASSIGN TO 'C:\Cobol\CBLBDATE.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS BDATE-STATUS.

       data division.
       FILE SECTION.
               05  DJ-AMOUNT               PIC 9999V99.
               05  DJ-TYPE                 PIC X.

       FD  LEDGER-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS LEDGER-REC.
           01  LEDGER-REC.
               05  LG-BLD-CODE             PIC XX.
               05  LG-UNIT                 PIC 99.
               05  LG-DATE                 PIC 9(8).
               05  LG-TYPE                 PIC X(4).
               05  LG-DC                   PIC X.
               05  LG-AMOUNT               PIC 9(5)V99.
               05  LG-SOURCE               PIC X(8).
               05  LG-REF                  PIC X(8).
               05  LG-DESC                 PIC X(20).

       FD  RUNLOG-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS RUNLOG-REC.
           01  RUNLOG-REC.
               05  RL-PROGRAM              PIC X(8).
               05  RL-TYPE                 PIC X(5).
               05  RL-DATE                 PIC 9(8).
               05  RL-TIME                 PIC X(6).
               05  RL-FILES                PIC X(30).
               05  RL-READ                 PIC 9(5).
               05  RL-WRITTEN              PIC 9(5).
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
           05  C-PCTR              PIC S99     VALUE ZERO.
           05  FOUND-IDX           PIC 9999    VALUE ZERO.
           05  SW-FOUND            PIC X       VALUE 'N'.
           05  TOT-NSF-FEE         PIC 9999999V99  VALUE ZERO.
           05  NET-TO-BANK         PIC S9(7)V99 VALUE ZERO.
           05  TODAY-YMD           PIC 9(8)    VALUE ZERO.
           05  RL-READ-CTR         PIC 9(5)    VALUE ZERO.
           05  RL-WRITE-CTR        PIC 9(5)    VALUE ZERO.

       01 BAL-TABLE.
           05 BAL-CTR              PIC S9(4)   VALUE ZERO.

       L2-INIT.
           MOVE FUNCTION CURRENT-DATE      TO CURRENT-DATE-AND-TIME.
           PERFORM L2-LOAD-BUS-DATE.
           MOVE CURRENT-DAY                TO H1-DAY.
           MOVE CURRENT-MONTH              TO H1-MONTH.
           MOVE CURRENT-YEAR               TO H1-YEAR.
           PERFORM L2-LOAD-RATES.
           PERFORM L2-LOAD-BAL.
           OPEN OUTPUT PRTOUT.
           PERFORM L4-LOG-START.
           PERFORM L4-HEADINGS.
           IF BAL-OVERFLOW
               MOVE 'T' TO EOF
           ELSE
               OPEN INPUT CASH-FILE
               OPEN EXTEND DJ-FILE
               OPEN EXTEND LEDGER-FILE
               PERFORM L3-READ
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

       L2-LOAD-RATES.
           OPEN INPUT RATE-TBL.
           READ RATE-TBL
           ELSE
               CLOSE CASH-FILE
               CLOSE DJ-FILE
               CLOSE LEDGER-FILE
               OPEN OUTPUT BAL-FILE
               PERFORM L3-REWRITE-BAL
                   VARYING BAL-IDX FROM 1 BY 1
               PERFORM L4-PRINT-TOTALS
           END-IF.
           CLOSE PRTOUT.
           PERFORM L4-LOG-END.

       L4-PRINT-TOTALS.
           COMPUTE TOT-DEPOSIT = TOT-POSTED + TOT-REJECT.
       L3-READ.
           READ CASH-FILE
               AT END
                   MOVE 'T' TO EOF
               NOT AT END
                   ADD 1 TO RL-READ-CTR
           END-READ.

       L3-POST-PAYMENT.
           PERFORM L3-FIND-BAL.
           PERFORM L3-PRINT-POSTING.
           MOVE 'P' TO DJ-TYPE.
           PERFORM L4-WRITE-JOURNAL.
           MOVE 'PAY '      TO LG-TYPE.
           MOVE 'C'         TO LG-DC.
           MOVE CR-AMOUNT   TO LG-AMOUNT.
           MOVE 'PAYMENT RECEIVED' TO LG-DESC.
           PERFORM L4-WRITE-LEDGER.

       L3-APPLY-NSF.
           ADD CR-AMOUNT  TO BL-30 (BAL-IDX).
           PERFORM L3-PRINT-NSF.
           MOVE 'N' TO DJ-TYPE.
           PERFORM L4-WRITE-JOURNAL.
           MOVE 'NSF '      TO LG-TYPE.
           MOVE 'D'         TO LG-DC.
           MOVE CR-AMOUNT   TO LG-AMOUNT.
           MOVE 'NSF CHECK RETURNED' TO LG-DESC.
           PERFORM L4-WRITE-LEDGER.
           IF RT-NSF-FEE > 0
               MOVE 'NSFF'      TO LG-TYPE
               MOVE 'D'         TO LG-DC
               MOVE RT-NSF-FEE  TO LG-AMOUNT
               MOVE 'NSF FEE' TO LG-DESC
               PERFORM L4-WRITE-LEDGER
           END-IF.

       L3-PRINT-NSF-REJECT.
           MOVE CR-PAY-MONTH TO N6-MONTH.
           MOVE CR-CHECK-NO TO DJ-CHECK-NO.
           MOVE CR-AMOUNT   TO DJ-AMOUNT.
           WRITE DJ-REC.
           ADD 1 TO RL-WRITE-CTR.

       L4-WRITE-LEDGER.
           MOVE CR-BLD-CODE TO LG-BLD-CODE.
           MOVE CR-UNIT     TO LG-UNIT.
           MOVE TODAY-YMD   TO LG-DATE.
           MOVE 'CBLJPT09'  TO LG-SOURCE.
           MOVE CR-CHECK-NO TO LG-REF.
           WRITE LEDGER-REC.
           ADD 1 TO RL-WRITE-CTR.

       L4-APPLY-90.
           IF P-REMAIN > 0 AND BL-90 (BAL-IDX) > 0
           MOVE BL-CREDIT (BAL-IDX)   TO BAL-CREDIT.
           WRITE BAL-REC.

       L4-LOG-START.
           OPEN EXTEND RUNLOG-FILE.
           MOVE 'CBLJPT09' TO RL-PROGRAM.
           MOVE 'START'    TO RL-TYPE.
           MOVE CURRENT-DATE-AND-TIME (1:8) TO RL-DATE.
           MOVE CURRENT-TIME (1:6)          TO RL-TIME.
           MOVE 'CASH BAL DEPJ LEDGR'       TO RL-FILES.
           MOVE ZERO TO RL-READ.
           MOVE ZERO TO RL-WRITTEN.
           MOVE ZERO TO RL-DOLLARS.
           IF BAL-OVERFLOW
               MOVE 'A' TO RL-FLAG
           ELSE
               MOVE 'N' TO RL-FLAG
           END-IF.
           WRITE RUNLOG-REC.
           CLOSE RUNLOG-FILE.

       L4-LOG-END.
           OPEN EXTEND RUNLOG-FILE.
           MOVE 'CBLJPT09' TO RL-PROGRAM.
           MOVE 'END'      TO RL-TYPE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE BUS-DATE TO CURRENT-DATE-AND-TIME (1:8).
           MOVE CURRENT-DATE-AND-TIME (1:8) TO RL-DATE.
           MOVE CURRENT-TIME (1:6)          TO RL-TIME.
           MOVE 'CASH BAL DEPJ LEDGR'       TO RL-FILES.
           MOVE RL-READ-CTR  TO RL-READ.
           MOVE RL-WRITE-CTR TO RL-WRITTEN.
           MOVE TOT-POSTED   TO RL-DOLLARS.
           IF BAL-OVERFLOW
               MOVE 'A' TO RL-FLAG
           ELSE
               MOVE 'N' TO RL-FLAG
           END-IF.
           WRITE RUNLOG-REC.
           CLOSE RUNLOG-FILE.

       L4-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO H1-PAGE.
