               ASSIGN TO 'C:\Cobol\CBLDEPLG.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS DEP-STATUS.
           SELECT NTV-FILE
               ASSIGN TO 'C:\Cobol\CBLNTV.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS NTV-STATUS.
           SELECT LEDGER-FILE
               ASSIGN TO 'C:\Cobol\CBLLEDGR.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRTOUT
               ASSIGN TO 'C:\Cobol\CBLDEPST.PRT'
                   ORGANIZATION IS RECORD SEQUENTIAL.
           SELECT RUNLOG-FILE
               ASSIGN TO 'C:\Cobol\CBLRUNLOG.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BDATE-FILE
               ASSIGN TO 'C:\Cobol\CBLBDATE.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS BDATE-STATUS.

       data division.
       FILE SECTION.
               05  DP-AMOUNT               PIC 9999V99.
               05  DP-DESC                 PIC X(20).

       FD  NTV-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS NTV-REC.
           01  NTV-REC.
               05  NV-BLD-CODE             PIC XX.
               05  NV-UNIT                 PIC 99.
               05  NV-NAME                 PIC X(20).
               05  NV-VACATE-DATE          PIC 9(8).
               05  NV-NOTICE-DATE          PIC 9(8).
               05  NV-SOURCE               PIC X(8).
               05  NV-STATUS               PIC X.
               05  NV-SETTLE-DATE          PIC 9(8).

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

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
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
           05  TODAY-YMD           PIC 9(8)    VALUE ZERO.
           05  FOUND-IDX           PIC 9999    VALUE ZERO.
           05  DEP-STATUS          PIC XX      VALUE '00'.
           05  SW-BAL-OVERFLOW     PIC X       VALUE 'N'.
               88 BAL-OVERFLOW         VALUE 'Y'.
           05  NTV-STATUS          PIC XX      VALUE '00'.
           05  SW-NTV-OVERFLOW     PIC X       VALUE 'N'.
               88 NTV-OVERFLOW         VALUE 'Y'.
           05  SW-NV-FOUND         PIC X       VALUE 'N'.
               88 NV-FOUND-YES         VALUE 'Y'.
           05  NV-FOUND-IDX        PIC 9999    VALUE ZERO.
           05  NOTICE-CTR          PIC S999    VALUE ZERO.
           05  P-REMAIN            PIC 9999V99 VALUE ZERO.
           05  C-APPLY             PIC 9999V99 VALUE ZERO.
           05  DEP-HELD            PIC S9999V99 VALUE ZERO.
               10 DL-NET           PIC S9(5)V99.
               10 DL-ENTRIES       PIC S999.

       01 NTV-TABLE.
           05 NV-CTR               PIC S9(4)   VALUE ZERO.
           05 NV-ENTRY OCCURS 1250 TIMES INDEXED BY NV-IDX.
               10 NT-BLD-CODE      PIC XX.
               10 NT-UNIT          PIC 99.
               10 NT-NAME          PIC X(20).
               10 NT-VACATE-DATE   PIC 9(8).
               10 NT-NOTICE-DATE   PIC 9(8).
               10 NT-SOURCE        PIC X(8).
               10 NT-STATUS        PIC X.
               10 NT-SETTLE-DATE   PIC 9(8).

       01 COMPANY-LINE.
           05 FILLER               PIC X(6)    VALUE 'DATE: '.
           05 H1-DATE.
               '** BAL TABLE FULL - CBLBAL.DAT NOT REWRITTEN **'.
           05 FILLER                PIC X(60)   VALUE SPACES.

       01 NTV-ABORT-LINE.
           05 FILLER                PIC X(20)   VALUE SPACES.
           05 FILLER                PIC X(52)   VALUE
               '** NTV TABLE FULL - NO DEPOSITS SETTLED **'.
           05 FILLER                PIC X(60)   VALUE SPACES.

       01 TOT-LINE-1.
           05 FILLER                PIC X(16)   VALUE
               'MOVE-OUTS:      '.
           05 T1-CTR                PIC ZZ9.
           05 FILLER                PIC X(5)    VALUE SPACES.
           05 FILLER                PIC X(18)   VALUE
               'NOTICES SETTLED:  '.
           05 T1-NOTICE             PIC ZZ9.
           05 FILLER                PIC X(87)   VALUE SPACES.

       01 TOT-LINE-2.
           05 FILLER                PIC X(18)   VALUE

       L2-INIT.
           MOVE FUNCTION CURRENT-DATE      TO CURRENT-DATE-AND-TIME.
           PERFORM L2-LOAD-BUS-DATE.
           MOVE CURRENT-DAY                TO H1-DAY.
           MOVE CURRENT-MONTH              TO H1-MONTH.
           MOVE CURRENT-YEAR               TO H1-YEAR.
           PERFORM L2-LOAD-TENANTS.
           PERFORM L2-LOAD-BAL.
           PERFORM L2-LOAD-DEPLG.
           PERFORM L2-LOAD-NTV.
           OPEN OUTPUT PRTOUT.
           PERFORM L4-LOG-START.
           PERFORM L4-HEADINGS.
                   AFTER ADVANCING 2 LINES
               MOVE 'T' TO EOF
           ELSE
               IF NTV-OVERFLOW
                   WRITE PRTLINE FROM NTV-ABORT-LINE
                       AFTER ADVANCING 2 LINES
                   MOVE 'T' TO EOF
               ELSE
                   PERFORM L3-OPEN-FILES
               END-IF
           END-IF.

       L3-OPEN-FILES.
           OPEN INPUT RENT-REC.
           OPEN EXTEND DEP-FILE.
           OPEN EXTEND LEDGER-FILE.
           PERFORM L3-READ.

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

       L2-LOAD-TENANTS.
               MOVE 'Y' TO SW-DL-FOUND
           END-IF.

       L2-LOAD-NTV.
           OPEN INPUT NTV-FILE.
           IF NTV-STATUS = '00'
               PERFORM L3-NTV-READ
               PERFORM L3-NTV-STORE UNTIL EOF = 'T'
               CLOSE NTV-FILE
           END-IF.
           MOVE 'F' TO EOF.

       L3-NTV-READ.
           READ NTV-FILE
               AT END
                   MOVE 'T' TO EOF.

       L3-NTV-STORE.
           IF NV-CTR < 1250
               ADD 1 TO NV-CTR
               SET NV-IDX TO NV-CTR
               MOVE NV-BLD-CODE    TO NT-BLD-CODE (NV-IDX)
               MOVE NV-UNIT        TO NT-UNIT (NV-IDX)
               MOVE NV-NAME        TO NT-NAME (NV-IDX)
               MOVE NV-VACATE-DATE TO NT-VACATE-DATE (NV-IDX)
               MOVE NV-NOTICE-DATE TO NT-NOTICE-DATE (NV-IDX)
               MOVE NV-SOURCE      TO NT-SOURCE (NV-IDX)
               MOVE NV-STATUS      TO NT-STATUS (NV-IDX)
               MOVE NV-SETTLE-DATE TO NT-SETTLE-DATE (NV-IDX)
           ELSE
               MOVE 'Y' TO SW-NTV-OVERFLOW
           END-IF.
           PERFORM L3-NTV-READ.

       L2-MAINLINE.
           PERFORM L3-FIND-NOTICE.
           IF I-MOVE-OUT-DAY > 0
               PERFORM L3-SETTLE-DEPOSIT
           ELSE
               IF NV-FOUND-YES
                   IF NT-VACATE-DATE (NV-IDX) NOT > BUS-DATE
                       PERFORM L3-SETTLE-DEPOSIT
                   END-IF
               END-IF
           END-IF.
           PERFORM L3-READ.

                   ADD 1 TO RL-READ-CTR
           END-READ.

       L3-FIND-NOTICE.
           MOVE 'N' TO SW-NV-FOUND.
           MOVE ZERO TO NV-FOUND-IDX.
           PERFORM L4-NTV-SEARCH-STEP
               VARYING NV-IDX FROM 1 BY 1
               UNTIL NV-IDX > NV-CTR OR NV-FOUND-YES.
           IF NV-FOUND-YES
               SET NV-IDX TO NV-FOUND-IDX
           END-IF.

       L4-NTV-SEARCH-STEP.
           IF NT-BLD-CODE (NV-IDX) = I-BLD-CODE
                   AND NT-UNIT (NV-IDX) = I-UNIT
                   AND NT-STATUS (NV-IDX) = 'O'
               MOVE 'Y' TO SW-NV-FOUND
               SET NV-FOUND-IDX TO NV-IDX
           END-IF.

       L3-SETTLE-DEPOSIT.
           ADD 1 TO MOVEOUT-CTR.
           IF NV-FOUND-YES
               ADD 1 TO NOTICE-CTR
               MOVE 'S'       TO NT-STATUS (NV-IDX)
               MOVE TODAY-YMD TO NT-SETTLE-DATE (NV-IDX)
           END-IF.
           PERFORM L3-GET-DEP-HELD.
           PERFORM L3-GET-OPEN-BAL.
           MOVE ZERO TO DEDUCT-AMT.
           MOVE 'APPLIED TO BALANCE' TO DP-DESC.
           WRITE DEP-REC.
           ADD 1 TO RL-WRITE-CTR.
           MOVE I-BLD-CODE TO LG-BLD-CODE.
           MOVE I-UNIT     TO LG-UNIT.
           MOVE TODAY-YMD  TO LG-DATE.
           MOVE 'DEPA'     TO LG-TYPE.
           MOVE 'C'        TO LG-DC.
           MOVE DEDUCT-AMT TO LG-AMOUNT.
           MOVE 'CBLJPT20' TO LG-SOURCE.
           MOVE SPACES     TO LG-REF.
           MOVE 'DEPOSIT APPLIED' TO LG-DESC.
           WRITE LEDGER-REC.

       L4-WRITE-REFUND.
           MOVE I-BLD-CODE TO DP-BLD-CODE.
           IF DEP-HELD = ZERO
               MOVE '** NO DEPOSIT ON FILE **' TO D12-FLAG
           ELSE
               IF NV-FOUND-YES
                   MOVE 'NOTICE TO VACATE' TO D12-FLAG
               ELSE
                   MOVE SPACES TO D12-FLAG
               END-IF
           END-IF.
           WRITE PRTLINE FROM DETAIL-LINE12
               AFTER ADVANCING 1 LINE
           END-WRITE.

       L2-CLOSING.
           IF BAL-OVERFLOW OR NTV-OVERFLOW
               CLOSE PRTOUT
           ELSE
               MOVE MOVEOUT-CTR TO T1-CTR
               MOVE NOTICE-CTR  TO T1-NOTICE
               WRITE PRTLINE FROM TOT-LINE-1
                   AFTER ADVANCING 3 LINES
               MOVE GT-HELD   TO T2-HELD
                   VARYING BAL-IDX FROM 1 BY 1
                   UNTIL BAL-IDX > BAL-CTR
               CLOSE BAL-FILE
               IF NV-CTR > ZERO
                   OPEN OUTPUT NTV-FILE
                   PERFORM L3-REWRITE-NTV
                       VARYING NV-IDX FROM 1 BY 1
                       UNTIL NV-IDX > NV-CTR
                   CLOSE NTV-FILE
               END-IF
               CLOSE RENT-REC
               CLOSE DEP-FILE
               CLOSE LEDGER-FILE
               CLOSE PRTOUT
           END-IF.
           PERFORM L4-LOG-END.
           MOVE BL-CREDIT (BAL-IDX)   TO BAL-CREDIT.
           WRITE BAL-REC.

       L3-REWRITE-NTV.
           MOVE NT-BLD-CODE (NV-IDX)    TO NV-BLD-CODE.
           MOVE NT-UNIT (NV-IDX)        TO NV-UNIT.
           MOVE NT-NAME (NV-IDX)        TO NV-NAME.
           MOVE NT-VACATE-DATE (NV-IDX) TO NV-VACATE-DATE.
           MOVE NT-NOTICE-DATE (NV-IDX) TO NV-NOTICE-DATE.
           MOVE NT-SOURCE (NV-IDX)      TO NV-SOURCE.
           MOVE NT-STATUS (NV-IDX)      TO NV-STATUS.
           MOVE NT-SETTLE-DATE (NV-IDX) TO NV-SETTLE-DATE.
           WRITE NTV-REC.

       L4-LOG-START.
           OPEN EXTEND RUNLOG-FILE.
           MOVE 'CBLJPT20' TO RL-PROGRAM.
           MOVE 'START'    TO RL-TYPE.
           MOVE CURRENT-DATE-AND-TIME (1:8) TO RL-DATE.
           MOVE CURRENT-TIME (1:6)          TO RL-TIME.
           MOVE 'MONBILLS TENLS BAL DEPLG NTV' TO RL-FILES.
           MOVE ZERO TO RL-READ.
           MOVE ZERO TO RL-WRITTEN.
           MOVE ZERO TO RL-DOLLARS.
           IF BAL-OVERFLOW OR NTV-OVERFLOW
               MOVE 'A' TO RL-FLAG
           ELSE
               MOVE 'N' TO RL-FLAG
           MOVE 'CBLJPT20' TO RL-PROGRAM.
           MOVE 'END'      TO RL-TYPE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE BUS-DATE TO CURRENT-DATE-AND-TIME (1:8).
           MOVE CURRENT-DATE-AND-TIME (1:8) TO RL-DATE.
           MOVE CURRENT-TIME (1:6)          TO RL-TIME.
           MOVE 'MONBILLS TENLS BAL DEPLG NTV' TO RL-FILES.
           MOVE RL-READ-CTR  TO RL-READ.
           MOVE RL-WRITE-CTR TO RL-WRITTEN.
           MOVE GT-REFUND    TO RL-DOLLARS.
           IF BAL-OVERFLOW OR NTV-OVERFLOW
               MOVE 'A' TO RL-FLAG
           ELSE
               MOVE 'N' TO RL-FLAG
