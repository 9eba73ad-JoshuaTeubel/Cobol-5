               ASSIGN TO 'C:\Cobol\CBLWKORD.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WKORD-STATUS.
           SELECT LEDGER-FILE
               ASSIGN TO 'C:\Cobol\CBLLEDGR.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LEDGER-TMP-FILE
               ASSIGN TO 'C:\Cobol\CBLLEDGR.TMP'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRTOUT
               ASSIGN TO 'C:\Cobol\CBLROLL.PRT'
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

       FD  LEDGER-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS LEDGER-REC.
           01  LEDGER-REC          PIC X(60).

       FD  LEDGER-TMP-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS LEDGER-TMP-REC.
           01  LEDGER-TMP-REC.
               05  LG-BLD-CODE             PIC XX.
               05  LG-UNIT                 PIC 99.
               05  LG-DATE                 PIC 9(8).
               05  LG-TYPE                 PIC X(4).
               05  LG-DC                   PIC X.
               05  LG-AMOUNT               PIC 9(5)V99.
               05  LG-SOURCE               PIC X(8).
               05  LG-REF                  PIC X(8).
               05  LG-DESC                 PIC X(20).

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
           05  C-PCTR              PIC S99     VALUE ZERO.
           05  CUR-PERIOD          PIC X(6)    VALUE SPACES.
           05  TODAY-YMD           PIC 9(8)    VALUE ZERO.
           05  RUNLOG-STATUS       PIC XX      VALUE '00'.
           05  SW-ALREADY-RUN      PIC X       VALUE 'N'.
               88 ALREADY-RUN          VALUE 'Y'.
               10 WB-COST          PIC 9999V99.
               10 WB-BILLABLE      PIC X.
               10 WB-BILLED        PIC X.
               10 WB-VENDOR-NO     PIC 9(5).

       01 BAL-TABLE.
           05 BAL-CTR              PIC S9(4)   VALUE ZERO.

       L2-INIT.
           MOVE FUNCTION CURRENT-DATE      TO CURRENT-DATE-AND-TIME.
           PERFORM L2-LOAD-BUS-DATE.
           MOVE CURRENT-DAY                TO H1-DAY.
           MOVE CURRENT-MONTH              TO H1-MONTH.
           MOVE CURRENT-YEAR               TO H1-YEAR.
           MOVE CURRENT-DATE-AND-TIME (1:6) TO CUR-PERIOD.
           MOVE CURRENT-DATE-AND-TIME (1:8) TO TODAY-YMD.
           OPEN OUTPUT PRTOUT.
           PERFORM L4-HEADINGS.
           PERFORM L2-CHECK-PRIOR-RUN.
               ELSE
                   PERFORM L2-LOAD-BAL
                   PERFORM L2-LOAD-WKORD
                   OPEN OUTPUT LEDGER-TMP-FILE
                   OPEN INPUT CSV-IN
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

       L2-LOAD-WKORD.
           OPEN INPUT WKORD-FILE.
           IF WKORD-STATUS = '00'
               MOVE WO-COST      TO WB-COST (WB-IDX)
               MOVE WO-BILLABLE  TO WB-BILLABLE (WB-IDX)
               MOVE WO-BILLED    TO WB-BILLED (WB-IDX)
               IF WO-VENDOR-NO NUMERIC
                   MOVE WO-VENDOR-NO TO WB-VENDOR-NO (WB-IDX)
               ELSE
                   MOVE ZERO TO WB-VENDOR-NO (WB-IDX)
               END-IF
           ELSE
               MOVE 'Y' TO SW-WO-OVERFLOW
           END-IF.
       L3-RUNLOG-SCAN.
           IF RL-PROGRAM = 'CBLJPT22' AND RL-TYPE = 'END'
                   AND RL-DATE (1:6) = CUR-PERIOD
                   AND RL-FLAG NOT = 'A' AND RL-FLAG NOT = 'X'
               MOVE 'Y' TO SW-ALREADY-RUN
           END-IF.
           IF RL-PROGRAM = 'CBLJPT14' AND RL-TYPE = 'END'
               + BL-90 (BAL-IDX) - BL-CREDIT (BAL-IDX).

           MOVE CSV-RENT-DUE TO C-UNPAID.
           IF C-UNPAID > 0
               MOVE 'ROLL'     TO LG-TYPE
               MOVE C-UNPAID   TO LG-AMOUNT
               MOVE CUR-PERIOD TO LG-REF
               MOVE 'BILLING POSTED' TO LG-DESC
               PERFORM L4-WRITE-LEDGER
           END-IF.
           PERFORM L4-ADD-REPAIRS.
           ADD C-REPAIR TO C-UNPAID.
           COMPUTE W-90 = BL-90 (BAL-IDX) + BL-60 (BAL-IDX).
                   AND WB-BILLED (WB-IDX) NOT = 'Y'
               ADD WB-COST (WB-IDX) TO C-REPAIR
               MOVE 'Y' TO WB-BILLED (WB-IDX)
               MOVE 'RPR '     TO LG-TYPE
               MOVE WB-COST (WB-IDX) TO LG-AMOUNT
               MOVE SPACES     TO LG-REF
               MOVE WB-NUMBER (WB-IDX) TO LG-REF (1:5)
               MOVE WB-DESC (WB-IDX) TO LG-DESC
               PERFORM L4-WRITE-LEDGER
           END-IF.

       L4-WRITE-LEDGER.
           MOVE CSV-BLD-CODE TO LG-BLD-CODE.
           MOVE CSV-UNIT     TO LG-UNIT.
           MOVE TODAY-YMD    TO LG-DATE.
           MOVE 'D'          TO LG-DC.
           MOVE 'CBLJPT22'   TO LG-SOURCE.
           WRITE LEDGER-TMP-REC.

       L4-APPLY-CREDIT-90.
           IF W-CREDIT > 0 AND W-90 > 0
               IF W-CREDIT >= W-90
               PERFORM L4-LOG-END
           ELSE
               CLOSE CSV-IN
               CLOSE LEDGER-TMP-FILE
               IF BAL-OVERFLOW
                   WRITE PRTLINE FROM ABORT-LINE
                       AFTER ADVANCING 2 LINES
                       VARYING BAL-IDX FROM 1 BY 1
                       UNTIL BAL-IDX > BAL-CTR
                   CLOSE BAL-FILE
                   PERFORM L3-POST-LEDGER
                   IF WKORD-LOADED AND NOT WO-OVERFLOW
                       OPEN OUTPUT WKORD-FILE
                       PERFORM L3-REWRITE-WO
           WRITE BAL-REC.
           ADD 1 TO RL-WRITE-CTR.

       L3-POST-LEDGER.
           MOVE 'F' TO EOF.
           OPEN INPUT LEDGER-TMP-FILE.
           OPEN EXTEND LEDGER-FILE.
           PERFORM L4-LEDGER-TMP-READ.
           PERFORM L4-LEDGER-TMP-COPY UNTIL EOF = 'T'.
           CLOSE LEDGER-TMP-FILE.
           CLOSE LEDGER-FILE.
           MOVE 'F' TO EOF.

       L4-LEDGER-TMP-READ.
           READ LEDGER-TMP-FILE
               AT END
                   MOVE 'T' TO EOF.

       L4-LEDGER-TMP-COPY.
           WRITE LEDGER-REC FROM LEDGER-TMP-REC.
           PERFORM L4-LEDGER-TMP-READ.

       L3-REWRITE-WO.
           MOVE WB-BLD-CODE (WB-IDX)  TO WO-BLD-CODE.
           MOVE WB-UNIT (WB-IDX)      TO WO-UNIT.
           MOVE WB-COST (WB-IDX)      TO WO-COST.
           MOVE WB-BILLABLE (WB-IDX)  TO WO-BILLABLE.
           MOVE WB-BILLED (WB-IDX)    TO WO-BILLED.
           MOVE WB-VENDOR-NO (WB-IDX) TO WO-VENDOR-NO.
           WRITE WO-REC.

       L4-LOG-START.
           MOVE 'CBLJPT22' TO RL-PROGRAM.
           MOVE 'END'      TO RL-TYPE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE BUS-DATE TO CURRENT-DATE-AND-TIME (1:8).
           MOVE CURRENT-DATE-AND-TIME (1:8) TO RL-DATE.
           MOVE CURRENT-TIME (1:6)          TO RL-TIME.
           MOVE 'CSV CBLBAL CBLROLL' TO RL-FILES.
