       identification division.
       program-id. CBLJPT32.
       AUTHOR.     Joshua Teubel.
       DATE-WRITTEN. 10/15/2026.
       environment division.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INQ-FILE
               ASSIGN TO 'C:\Cobol\CBLINQRY.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LEDGER-FILE
               ASSIGN TO 'C:\Cobol\CBLLEDGR.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS LEDGER-STATUS.
           SELECT BAL-FILE
               ASSIGN TO 'C:\Cobol\CBLBAL.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TEN-FILE
               ASSIGN TO 'C:\Cobol\CBLTENLS.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRTOUT
               ASSIGN TO 'C:\Cobol\CBLINQRY.PRT'
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

       FD  INQ-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS INQ-REC.
           01  INQ-REC.
               05  IQ-BLD-CODE             PIC XX.
               05  IQ-UNIT                 PIC 99.

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

       FD  BAL-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS BAL-REC.
           01  BAL-REC.
               05  BAL-BLD-CODE            PIC XX.
               05  BAL-UNIT                PIC 99.
               05  BAL-30                  PIC 9999V99.
               05  BAL-60                  PIC 9999V99.
               05  BAL-90                  PIC 9999V99.
               05  BAL-CREDIT              PIC 9999V99.

       FD  TEN-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS TEN-REC
           RECORD CONTAINS 61 CHARACTERS.
           01  TEN-REC.
               05  TL-BLD-CODE             PIC XX.
               05  TL-UNIT                 PIC 99.
               05  TL-NAME                 PIC X(20).
               05  TL-PHONE                PIC X(10).
               05  TL-LEASE-START          PIC 9(8).
               05  TL-LEASE-END            PIC 9(8).
               05  TL-RATE-OVERRIDE        PIC 999V99.
               05  TL-DEPOSIT              PIC 9999V99.

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.
           01  PRTLINE             PIC X(132).

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
           05 CURRENT-DATE-AND-TIME.
               10 CURRENT-YEAR     PIC X(4).
               10 CURRENT-MONTH    PIC XX.
               10 CURRENT-DAY      PIC XX.
               10 CURRENT-TIME     PIC X(11).
           05  BUS-DATE            PIC 9(8)    VALUE ZERO.
           05  BDATE-STATUS        PIC XX      VALUE '00'.
           05  C-PCTR              PIC S99     VALUE ZERO.
           05  LEDGER-STATUS       PIC XX      VALUE '00'.
           05  LG-EOF              PIC X       VALUE 'F'.
           05  SW-FOUND            PIC X       VALUE 'N'.
               88 FOUND-YES            VALUE 'Y'.
           05  FOUND-IDX           PIC 9999    VALUE ZERO.
           05  SW-TN-FOUND         PIC X       VALUE 'N'.
               88 TN-FOUND-YES         VALUE 'Y'.
           05  TN-FOUND-IDX        PIC 9999    VALUE ZERO.
           05  RUN-BAL             PIC S9(7)V99 VALUE ZERO.
           05  BILL-PEND           PIC 9(7)V99 VALUE ZERO.
           05  BAL-NET             PIC S9(7)V99 VALUE ZERO.
           05  BAL-DIFF            PIC S9(7)V99 VALUE ZERO.
           05  TOT-DUE             PIC S9(7)V99 VALUE ZERO.
           05  LINE-CTR            PIC S9(5)   VALUE ZERO.
           05  INQ-CTR             PIC S999    VALUE ZERO.
           05  TIE-CTR             PIC S999    VALUE ZERO.
           05  NOTIE-CTR           PIC S999    VALUE ZERO.
           05  RL-READ-CTR         PIC 9(5)    VALUE ZERO.
           05  RL-WRITE-CTR        PIC 9(5)    VALUE ZERO.

       01 BAL-TABLE.
           05 BAL-CTR              PIC S9(4)   VALUE ZERO.
           05 BAL-ENTRY OCCURS 1250 TIMES INDEXED BY BAL-IDX.
               10 BL-BLD-CODE      PIC XX.
               10 BL-UNIT          PIC 99.
               10 BL-30            PIC 9999V99.
               10 BL-60            PIC 9999V99.
               10 BL-90            PIC 9999V99.
               10 BL-CREDIT        PIC 9999V99.

       01 TEN-TABLE.
           05 TN-CTR               PIC S9(4)   VALUE ZERO.
           05 TN-ENTRY OCCURS 1250 TIMES INDEXED BY TN-IDX.
               10 TN-BLD-CODE      PIC XX.
               10 TN-UNIT          PIC 99.
               10 TN-NAME          PIC X(20).

       01 COMPANY-LINE.
           05 FILLER               PIC X(6)    VALUE 'DATE: '.
           05 H1-DATE.
               10  H1-MONTH        PIC 99.
               10  FILLER          PIC X       VALUE '/'.
               10  H1-DAY          PIC 99.
               10  FILLER          PIC X       VALUE '/'.
               10  H1-YEAR         PIC 9999.
           05 FILLER               PIC X(42)   VALUE SPACES.
           05 FILLER               PIC X(15)   VALUE 'FURLY S RENTALS'.
           05 FILLER               PIC X(51)   VALUE SPACES.
           05 FILLER               PIC X(6)    VALUE 'PAGE: '.
           05 H1-PAGE              PIC Z9.

       01 TITLE-LINE.
           05 FILLER               PIC X(8)    VALUE 'COBJPT32'.
           05 FILLER               PIC X(38)   VALUE SPACES.
           05 FILLER               PIC X(38)   VALUE
               'TENANT ACCOUNT INQUIRY - TEUBEL S '.
           05 FILLER               PIC X(48)   VALUE SPACES.

       01 FILL-LINE.
           05 FILLER               PIC X(132)  VALUE SPACES.

       01 UNIT-LINE.
           05 FILLER               PIC X(10)   VALUE 'BUILDING: '.
           05 U1-BLD               PIC XX.
           05 FILLER               PIC X(9)    VALUE '   UNIT: '.
           05 U1-UNIT              PIC Z9.
           05 FILLER               PIC X(11)   VALUE '   TENANT: '.
           05 U1-NAME              PIC X(20).
           05 FILLER               PIC X(78)   VALUE SPACES.

       01 COL-HEAD1.
           05 FILLER               PIC X(12)   VALUE 'DATE        '.
           05 FILLER               PIC X(6)    VALUE 'TYPE  '.
           05 FILLER               PIC X(10)   VALUE 'SOURCE    '.
           05 FILLER               PIC X(10)   VALUE 'REFERENCE '.
           05 FILLER               PIC X(22)   VALUE 'DESCRIPTION'.
           05 FILLER               PIC X(10)   VALUE '    AMOUNT'.
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 FILLER               PIC X(8)    VALUE 'ACTION  '.
           05 FILLER               PIC X(11)   VALUE '    BALANCE'.
           05 FILLER               PIC X(41)   VALUE SPACES.

       01 DETAIL-LINE24.
           05 D24-DATE.
               10  D24-MONTH        PIC 99.
               10  FILLER           PIC X       VALUE '/'.
               10  D24-DAY          PIC 99.
               10  FILLER           PIC X       VALUE '/'.
               10  D24-YEAR         PIC 9999.
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 D24-TYPE              PIC X(4).
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 D24-SOURCE            PIC X(8).
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 D24-REF               PIC X(8).
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 D24-DESC              PIC X(20).
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 D24-AMOUNT            PIC ZZ,ZZ9.99.
           05 FILLER                PIC X(3)    VALUE SPACES.
           05 D24-ACTION            PIC X(6).
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 D24-BAL               PIC ZZZ,ZZ9.99-.
           05 FILLER                PIC X(41)   VALUE SPACES.

       01 NO-ACTIVITY-LINE.
           05 FILLER                PIC X(20)   VALUE SPACES.
           05 FILLER                PIC X(52)   VALUE
               '** NO LEDGER ACTIVITY ON FILE FOR THIS UNIT **'.
           05 FILLER                PIC X(60)   VALUE SPACES.

       01 PROOF-LINE-1.
           05 FILLER                PIC X(30)   VALUE
               'LEDGER RUNNING BALANCE:'.
           05 P1-AMT                PIC ZZZ,ZZ9.99-.
           05 FILLER                PIC X(91)   VALUE SPACES.

       01 PROOF-LINE-2.
           05 FILLER                PIC X(30)   VALUE
               'CBLBAL BUCKETS   30 DAY:'.
           05 P2-30                 PIC ZZZ,ZZ9.99.
           05 FILLER                PIC X(10)   VALUE '   60 DAY:'.
           05 P2-60                 PIC ZZZ,ZZ9.99.
           05 FILLER                PIC X(10)   VALUE '   90 DAY:'.
           05 P2-90                 PIC ZZZ,ZZ9.99.
           05 FILLER                PIC X(10)   VALUE '   CREDIT:'.
           05 P2-CREDIT             PIC ZZZ,ZZ9.99.
           05 FILLER                PIC X(32)   VALUE SPACES.

       01 PROOF-LINE-3.
           05 FILLER                PIC X(30)   VALUE
               'CBLBAL NET BALANCE:'.
           05 P3-AMT                PIC ZZZ,ZZ9.99-.
           05 FILLER                PIC X(91)   VALUE SPACES.

       01 PROOF-LINE-4.
           05 FILLER                PIC X(30)   VALUE
               'DIFFERENCE:'.
           05 P4-AMT                PIC ZZZ,ZZ9.99-.
           05 FILLER                PIC X(4)    VALUE SPACES.
           05 P4-STATUS             PIC X(30).
           05 FILLER                PIC X(57)   VALUE SPACES.

       01 PROOF-LINE-5.
           05 FILLER                PIC X(30)   VALUE
               'BILLED NOT YET POSTED:'.
           05 P5-AMT                PIC ZZZ,ZZ9.99-.
           05 FILLER                PIC X(91)   VALUE SPACES.

       01 PROOF-LINE-6.
           05 FILLER                PIC X(30)   VALUE
               'TOTAL DUE WITH CURRENT BILL:'.
           05 P6-AMT                PIC ZZZ,ZZ9.99-.
           05 FILLER                PIC X(91)   VALUE SPACES.

       01 SUMMARY-LINE.
           05 FILLER                PIC X(18)   VALUE
               'UNITS INQUIRED:   '.
           05 SUM-INQ               PIC ZZ9.
           05 FILLER                PIC X(5)    VALUE SPACES.
           05 FILLER                PIC X(18)   VALUE
               'IN BALANCE:       '.
           05 SUM-TIE               PIC ZZ9.
           05 FILLER                PIC X(5)    VALUE SPACES.
           05 FILLER                PIC X(18)   VALUE
               'OUT OF BALANCE:   '.
           05 SUM-NOTIE             PIC ZZ9.
           05 FILLER                PIC X(59)   VALUE SPACES.

       procedure division.
       L1-MAIN.
           PERFORM L2-INIT
           PERFORM L2-MAINLINE
               UNTIL EOF = 'T'.
           PERFORM L2-CLOSING.
           STOP RUN.

       L2-INIT.
           MOVE FUNCTION CURRENT-DATE      TO CURRENT-DATE-AND-TIME.
           PERFORM L2-LOAD-BUS-DATE.
           MOVE CURRENT-DAY                TO H1-DAY.
           MOVE CURRENT-MONTH              TO H1-MONTH.
           MOVE CURRENT-YEAR               TO H1-YEAR.
           PERFORM L2-LOAD-BAL.
           PERFORM L2-LOAD-TENANTS.
           OPEN OUTPUT PRTOUT.
           PERFORM L4-LOG-START.
           OPEN INPUT INQ-FILE.
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

       L2-LOAD-BAL.
           OPEN INPUT BAL-FILE.
           PERFORM L3-BAL-READ.
           PERFORM L3-BAL-STORE UNTIL EOF = 'T'.
           CLOSE BAL-FILE.
           MOVE 'F' TO EOF.

       L3-BAL-READ.
           READ BAL-FILE
               AT END
                   MOVE 'T' TO EOF.

       L3-BAL-STORE.
           IF BAL-CTR < 1250
               ADD 1 TO BAL-CTR
               SET BAL-IDX TO BAL-CTR
               MOVE BAL-BLD-CODE TO BL-BLD-CODE (BAL-IDX)
               MOVE BAL-UNIT     TO BL-UNIT (BAL-IDX)
               MOVE BAL-30       TO BL-30 (BAL-IDX)
               MOVE BAL-60       TO BL-60 (BAL-IDX)
               MOVE BAL-90       TO BL-90 (BAL-IDX)
               IF BAL-CREDIT NUMERIC
                   MOVE BAL-CREDIT TO BL-CREDIT (BAL-IDX)
               ELSE
                   MOVE ZERO TO BL-CREDIT (BAL-IDX)
               END-IF
           END-IF.
           PERFORM L3-BAL-READ.

       L2-LOAD-TENANTS.
           OPEN INPUT TEN-FILE.
           PERFORM L3-TEN-READ.
           PERFORM L3-TEN-STORE UNTIL EOF = 'T'.
           CLOSE TEN-FILE.
           MOVE 'F' TO EOF.

       L3-TEN-READ.
           READ TEN-FILE
               AT END
                   MOVE 'T' TO EOF.

       L3-TEN-STORE.
           IF TN-CTR < 1250
               ADD 1 TO TN-CTR
               SET TN-IDX TO TN-CTR
               MOVE TL-BLD-CODE TO TN-BLD-CODE (TN-IDX)
               MOVE TL-UNIT     TO TN-UNIT (TN-IDX)
               MOVE TL-NAME     TO TN-NAME (TN-IDX)
           END-IF.
           PERFORM L3-TEN-READ.

       L2-MAINLINE.
           PERFORM L3-INQUIRE-UNIT.
           PERFORM L3-READ.

       L3-READ.
           READ INQ-FILE
               AT END
                   MOVE 'T' TO EOF
               NOT AT END
                   ADD 1 TO RL-READ-CTR
           END-READ.

       L3-INQUIRE-UNIT.
           ADD 1 TO INQ-CTR.
           MOVE ZERO TO RUN-BAL.
           MOVE ZERO TO BILL-PEND.
           MOVE ZERO TO LINE-CTR.
           PERFORM L4-FIND-TENANT.
           IF TN-FOUND-YES
               MOVE TN-NAME (TN-IDX) TO U1-NAME
           ELSE
               MOVE 'CURRENT OCCUPANT' TO U1-NAME
           END-IF.
           MOVE IQ-BLD-CODE TO U1-BLD.
           MOVE IQ-UNIT     TO U1-UNIT.
           PERFORM L4-HEADINGS.
           MOVE 'F' TO LG-EOF.
           OPEN INPUT LEDGER-FILE.
           IF LEDGER-STATUS = '00'
               PERFORM L4-LEDGER-READ
               PERFORM L4-LEDGER-SCAN UNTIL LG-EOF = 'T'
               CLOSE LEDGER-FILE
           END-IF.
           IF LINE-CTR = ZERO
               WRITE PRTLINE FROM NO-ACTIVITY-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
           PERFORM L3-PRINT-PROOF.

       L4-LEDGER-READ.
           READ LEDGER-FILE
               AT END
                   MOVE 'T' TO LG-EOF.

       L4-LEDGER-SCAN.
           IF LG-BLD-CODE = IQ-BLD-CODE AND LG-UNIT = IQ-UNIT
               PERFORM L4-PRINT-ENTRY
           END-IF.
           PERFORM L4-LEDGER-READ.

       L4-PRINT-ENTRY.
           ADD 1 TO LINE-CTR.
           EVALUATE LG-DC
               WHEN 'D'
                   ADD LG-AMOUNT TO RUN-BAL
                   MOVE 'CHARGE' TO D24-ACTION
               WHEN 'C'
                   SUBTRACT LG-AMOUNT FROM RUN-BAL
                   MOVE 'CREDIT' TO D24-ACTION
               WHEN 'B'
                   ADD LG-AMOUNT TO BILL-PEND
                   MOVE 'BILLED' TO D24-ACTION
               WHEN OTHER
                   MOVE '??????' TO D24-ACTION
           END-EVALUATE.
           IF LG-TYPE = 'ROLL'
               MOVE ZERO TO BILL-PEND
           END-IF.
           MOVE LG-DATE (5:2) TO D24-MONTH.
           MOVE LG-DATE (7:2) TO D24-DAY.
           MOVE LG-DATE (1:4) TO D24-YEAR.
           MOVE LG-TYPE       TO D24-TYPE.
           MOVE LG-SOURCE     TO D24-SOURCE.
           MOVE LG-REF        TO D24-REF.
           MOVE LG-DESC       TO D24-DESC.
           MOVE LG-AMOUNT     TO D24-AMOUNT.
           MOVE RUN-BAL       TO D24-BAL.
           WRITE PRTLINE FROM DETAIL-LINE24
               AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                   PERFORM L4-HEADINGS
           END-WRITE.

       L3-PRINT-PROOF.
           MOVE ZERO TO BAL-NET.
           MOVE ZERO TO P2-30.
           MOVE ZERO TO P2-60.
           MOVE ZERO TO P2-90.
           MOVE ZERO TO P2-CREDIT.
           PERFORM L4-FIND-BAL.
           IF FOUND-YES
               MOVE BL-30 (BAL-IDX)     TO P2-30
               MOVE BL-60 (BAL-IDX)     TO P2-60
               MOVE BL-90 (BAL-IDX)     TO P2-90
               MOVE BL-CREDIT (BAL-IDX) TO P2-CREDIT
               COMPUTE BAL-NET = BL-30 (BAL-IDX) + BL-60 (BAL-IDX)
                   + BL-90 (BAL-IDX) - BL-CREDIT (BAL-IDX)
           END-IF.
           COMPUTE BAL-DIFF = RUN-BAL - BAL-NET.
           COMPUTE TOT-DUE = RUN-BAL + BILL-PEND.
           MOVE RUN-BAL  TO P1-AMT.
           MOVE BAL-NET  TO P3-AMT.
           MOVE BAL-DIFF TO P4-AMT.
           IF BAL-DIFF = ZERO
               MOVE 'LEDGER AGREES WITH CBLBAL' TO P4-STATUS
               ADD 1 TO TIE-CTR
           ELSE
               MOVE '** OUT OF BALANCE **' TO P4-STATUS
               ADD 1 TO NOTIE-CTR
           END-IF.
           MOVE BILL-PEND TO P5-AMT.
           MOVE TOT-DUE   TO P6-AMT.
           WRITE PRTLINE FROM PROOF-LINE-1
               AFTER ADVANCING 3 LINES.
           WRITE PRTLINE FROM PROOF-LINE-2
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM PROOF-LINE-3
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM PROOF-LINE-4
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM PROOF-LINE-5
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM PROOF-LINE-6
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RL-WRITE-CTR.

       L4-FIND-BAL.
           MOVE 'N' TO SW-FOUND.
           MOVE ZERO TO FOUND-IDX.
           PERFORM L4-BAL-SEARCH-STEP
               VARYING BAL-IDX FROM 1 BY 1
               UNTIL BAL-IDX > BAL-CTR OR FOUND-YES.
           IF FOUND-YES
               SET BAL-IDX TO FOUND-IDX
           END-IF.

       L4-BAL-SEARCH-STEP.
           IF BL-BLD-CODE (BAL-IDX) = IQ-BLD-CODE
                   AND BL-UNIT (BAL-IDX) = IQ-UNIT
               MOVE 'Y' TO SW-FOUND
               SET FOUND-IDX TO BAL-IDX
           END-IF.

       L4-FIND-TENANT.
           MOVE 'N' TO SW-TN-FOUND.
           MOVE ZERO TO TN-FOUND-IDX.
           PERFORM L4-TEN-SEARCH-STEP
               VARYING TN-IDX FROM 1 BY 1
               UNTIL TN-IDX > TN-CTR OR TN-FOUND-YES.
           IF TN-FOUND-YES
               SET TN-IDX TO TN-FOUND-IDX
           END-IF.

       L4-TEN-SEARCH-STEP.
           IF TN-BLD-CODE (TN-IDX) = IQ-BLD-CODE
                   AND TN-UNIT (TN-IDX) = IQ-UNIT
               MOVE 'Y' TO SW-TN-FOUND
               SET TN-FOUND-IDX TO TN-IDX
           END-IF.

       L2-CLOSING.
           MOVE INQ-CTR   TO SUM-INQ.
           MOVE TIE-CTR   TO SUM-TIE.
           MOVE NOTIE-CTR TO SUM-NOTIE.
           WRITE PRTLINE FROM SUMMARY-LINE
               AFTER ADVANCING 3 LINES.
           CLOSE INQ-FILE.
           CLOSE PRTOUT.
           PERFORM L4-LOG-END.

       L4-LOG-START.
           OPEN EXTEND RUNLOG-FILE.
           MOVE 'CBLJPT32' TO RL-PROGRAM.
           MOVE 'START'    TO RL-TYPE.
           MOVE CURRENT-DATE-AND-TIME (1:8) TO RL-DATE.
           MOVE CURRENT-TIME (1:6)          TO RL-TIME.
           MOVE 'INQRY LEDGR CBLBAL TENLS PRT' TO RL-FILES.
           MOVE ZERO TO RL-READ.
           MOVE ZERO TO RL-WRITTEN.
           MOVE ZERO TO RL-DOLLARS.
           MOVE 'N'  TO RL-FLAG.
           WRITE RUNLOG-REC.
           CLOSE RUNLOG-FILE.

       L4-LOG-END.
           OPEN EXTEND RUNLOG-FILE.
           MOVE 'CBLJPT32' TO RL-PROGRAM.
           MOVE 'END'      TO RL-TYPE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE BUS-DATE TO CURRENT-DATE-AND-TIME (1:8).
           MOVE CURRENT-DATE-AND-TIME (1:8) TO RL-DATE.
           MOVE CURRENT-TIME (1:6)          TO RL-TIME.
           MOVE 'INQRY LEDGR CBLBAL TENLS PRT' TO RL-FILES.
           MOVE RL-READ-CTR  TO RL-READ.
           MOVE RL-WRITE-CTR TO RL-WRITTEN.
           MOVE ZERO TO RL-DOLLARS.
           IF NOTIE-CTR > 0
               MOVE 'W' TO RL-FLAG
           ELSE
               MOVE 'N' TO RL-FLAG
           END-IF.
           WRITE RUNLOG-REC.
           CLOSE RUNLOG-FILE.

       L4-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO H1-PAGE.
           WRITE PRTLINE FROM COMPANY-LINE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM TITLE-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM FILL-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM UNIT-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM FILL-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM COL-HEAD1
               AFTER ADVANCING 1 LINE.
       end program CBLJPT32.
