           SELECT TEN-FILE
               ASSIGN TO 'C:\Cobol\CBLTENLS.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LEDGER-FILE
               ASSIGN TO 'C:\Cobol\CBLLEDGR.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUNLOG-FILE
               ASSIGN TO 'C:\Cobol\CBLRUNLOG.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS RUNLOG-STATUS.
           SELECT BDATE-FILE
               ASSIGN TO 'C:\Cobol\CBLBDATE.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS BDATE-STATUS.

       data division.
       FILE SECTION.
               05  YTD-SUBTOTAL            PIC 9999999V99.
               05  YTD-TOT-UTIL            PIC 9999999V99.
               05  YTD-TOT-RENT            PIC 9999999V99.
               05  YTD-ADJ-DC              PIC X.

       FD  CKPT-FILE
           LABEL RECORD IS OMITTED
               05  HST-OVERDUE-FLAG        PIC X.
               05  HST-SUBTOTAL            PIC 99999V99.
               05  HST-RENT-DUE            PIC 99999V99.
               05  HST-ADJ-DC              PIC X.

       FD  TEN-FILE
           LABEL RECORD IS STANDARD
               05  TL-RATE-OVERRIDE        PIC 999V99.
               05  TL-DEPOSIT              PIC 9999V99.

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
           05  PREM-CTR            PIC S99     VALUE ZERO.
           05  DISC-CTR            PIC S99     VALUE ZERO.
               88 RATE-OVR-YES         VALUE 'Y'.
           05 RUNLOG-STATUS        PIC XX          VALUE '00'.
           05 CUR-PERIOD           PIC X(6)        VALUE SPACES.
           05 TODAY-YMD            PIC 9(8)        VALUE ZERO.
           05 SW-GATE-REFUSED      PIC X           VALUE 'N'.
               88 GATE-REFUSED         VALUE 'Y'.
           05 SW-SELF-DONE         PIC X           VALUE 'N'.
       
       L2-INIT.
           MOVE FUNCTION CURRENT-DATE      TO CURRENT-DATE-AND-TIME.
           PERFORM L2-LOAD-BUS-DATE.
           MOVE CURRENT-DAY                TO H1-DAY.
           MOVE CURRENT-MONTH              TO H1-MONTH.
           MOVE CURRENT-YEAR               TO H1-YEAR.
           MOVE CURRENT-DATE-AND-TIME (1:6) TO CUR-PERIOD.
           MOVE CURRENT-DATE-AND-TIME (1:8) TO TODAY-YMD.
           PERFORM L2-CHECK-CYCLE-GATE.
           IF GATE-REFUSED
               OPEN OUTPUT PRTOUT
               END-IF
               OPEN EXTEND YTD-FILE
               OPEN EXTEND HIST-FILE
               OPEN EXTEND LEDGER-FILE
               PERFORM L4-LOG-START
               PERFORM L3-READ
               PERFORM L3-EVALUATE
               PERFORM L4-HEADINGS
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
           OPEN INPUT RUNLOG-FILE.
           IF RUNLOG-STATUS = '00'
           MOVE BT-SUBTOTAL   TO YTD-SUBTOTAL.
           MOVE BT-TOT-UTIL   TO YTD-TOT-UTIL.
           MOVE BT-TOT-RENT   TO YTD-TOT-RENT.
           MOVE SPACE         TO YTD-ADJ-DC.
           WRITE YTD-REC.

           MOVE ZERO TO BT-BASE-RENT.
           CLOSE CSVOUT.
           CLOSE YTD-FILE.
           CLOSE HIST-FILE.
           CLOSE LEDGER-FILE.

           OPEN OUTPUT CKPT-FILE.
           CLOSE CKPT-FILE.
           MOVE 'CBLJPT05' TO RL-PROGRAM.
           MOVE 'END'      TO RL-TYPE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE BUS-DATE TO CURRENT-DATE-AND-TIME (1:8).
           MOVE CURRENT-DATE-AND-TIME (1:8) TO RL-DATE.
           MOVE CURRENT-TIME (1:6)          TO RL-TIME.
           MOVE 'MONBILLS RATES BLDG PRT CSV'
           MOVE I-OVERDUE-FLAG  TO HST-OVERDUE-FLAG.
           MOVE C-SUBTOTAL      TO HST-SUBTOTAL.
           MOVE TOT-RENT        TO HST-RENT-DUE.
           MOVE SPACE           TO HST-ADJ-DC.
           WRITE HIST-REC.
           ADD 1 TO RL-WRITE-CTR.

           MOVE I-BLD-CODE      TO LG-BLD-CODE.
           MOVE I-UNIT          TO LG-UNIT.
           MOVE TODAY-YMD       TO LG-DATE.
           MOVE 'B'             TO LG-DC.
           MOVE 'CBLJPT05'      TO LG-SOURCE.
           MOVE CUR-PERIOD      TO LG-REF.
           MOVE 'RENT'          TO LG-TYPE.
           COMPUTE LG-AMOUNT = C-SUBTOTAL + UTIL-TOT.
           MOVE 'RENT AND UTILITIES' TO LG-DESC.
           WRITE LEDGER-REC.
           IF I-OVERDUE-FLAG = 'Y' AND RT-LATE-FEE > 0
               MOVE 'LATE'      TO LG-TYPE
               MOVE RT-LATE-FEE TO LG-AMOUNT
               MOVE 'LATE FEE'  TO LG-DESC
               WRITE LEDGER-REC
           END-IF.
       L4-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO H1-PAGE.
