       identification division.
       program-id. CBLJPT33.
       AUTHOR.     Joshua Teubel.
       DATE-WRITTEN. 10/15/2026.
       environment division.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BAL-FILE
               ASSIGN TO 'C:\Cobol\CBLBAL.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LEDGER-FILE
               ASSIGN TO 'C:\Cobol\CBLLEDGR.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS LEDGER-STATUS.
           SELECT PRTOUT
               ASSIGN TO 'C:\Cobol\CBLLGOPN.PRT'
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
           05  TODAY-YMD           PIC 9(8)    VALUE ZERO.
           05  LEDGER-STATUS       PIC XX      VALUE '00'.
           05  SW-FOUND            PIC X       VALUE 'N'.
               88 FOUND-YES            VALUE 'Y'.
           05  FOUND-IDX           PIC 9999    VALUE ZERO.
           05  SW-OVERFLOW         PIC X       VALUE 'N'.
               88 OVERFLOW-YES         VALUE 'Y'.
           05  BAL-NET             PIC S9(7)V99 VALUE ZERO.
           05  OPEN-CTR            PIC S9(4)   VALUE ZERO.
           05  SKIP-CTR            PIC S9(4)   VALUE ZERO.
           05  ZERO-CTR            PIC S9(4)   VALUE ZERO.
           05  OPEN-DR-TOT         PIC 9(7)V99 VALUE ZERO.
           05  OPEN-CR-TOT         PIC 9(7)V99 VALUE ZERO.
           05  RL-READ-CTR         PIC 9(5)    VALUE ZERO.
           05  RL-WRITE-CTR        PIC 9(5)    VALUE ZERO.

       01 LU-TABLE.
           05 LU-CTR               PIC S9(4)   VALUE ZERO.
           05 LU-ENTRY OCCURS 1250 TIMES INDEXED BY LU-IDX.
               10 LU-BLD-CODE      PIC XX.
               10 LU-UNIT          PIC 99.

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
           05 FILLER               PIC X(8)    VALUE 'COBJPT33'.
           05 FILLER               PIC X(38)   VALUE SPACES.
           05 FILLER               PIC X(38)   VALUE
               'LEDGER OPENING BALANCES - TEUBEL S '.
           05 FILLER               PIC X(48)   VALUE SPACES.

       01 FILL-LINE.
           05 FILLER               PIC X(132)  VALUE SPACES.

       01 COL-HEAD1.
           05 FILLER               PIC X(10)   VALUE 'BUILDING  '.
           05 FILLER               PIC X(6)    VALUE 'UNIT  '.
           05 FILLER               PIC X(12)   VALUE '     30 DAY '.
           05 FILLER               PIC X(12)   VALUE '     60 DAY '.
           05 FILLER               PIC X(12)   VALUE '     90 DAY '.
           05 FILLER               PIC X(12)   VALUE '     CREDIT '.
           05 FILLER               PIC X(13)   VALUE '  OPEN AMOUNT'.
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 FILLER               PIC X(6)    VALUE 'ACTION'.
           05 FILLER               PIC X(46)   VALUE SPACES.

       01 DETAIL-LINE25.
           05 FILLER                PIC X(3)    VALUE SPACES.
           05 D25-BLD               PIC XX.
           05 FILLER                PIC X(7)    VALUE SPACES.
           05 D25-UNIT              PIC Z9.
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 D25-30                PIC ZZ,ZZ9.99.
           05 FILLER                PIC X(3)    VALUE SPACES.
           05 D25-60                PIC ZZ,ZZ9.99.
           05 FILLER                PIC X(3)    VALUE SPACES.
           05 D25-90                PIC ZZ,ZZ9.99.
           05 FILLER                PIC X(3)    VALUE SPACES.
           05 D25-CREDIT            PIC ZZ,ZZ9.99.
           05 FILLER                PIC X(3)    VALUE SPACES.
           05 D25-AMT               PIC ZZZ,ZZ9.99-.
           05 FILLER                PIC X(3)    VALUE SPACES.
           05 D25-ACTION            PIC X(20).
           05 FILLER                PIC X(34)   VALUE SPACES.

       01 TOT-LINE-1.
           05 FILLER                PIC X(24)   VALUE
               'OPENING RECORDS WRITTEN:'.
           05 T1-OPEN               PIC Z,ZZ9.
           05 FILLER                PIC X(5)    VALUE SPACES.
           05 FILLER                PIC X(15)   VALUE 'OPENING DEBITS:'.
           05 T1-DR                 PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(5)    VALUE SPACES.
           05 FILLER                PIC X(16)   VALUE
               'OPENING CREDITS:'.
           05 T1-CR                 PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(38)   VALUE SPACES.

       01 TOT-LINE-2.
           05 FILLER                PIC X(24)   VALUE
               'ALREADY ON LEDGER:'.
           05 T2-SKIP               PIC Z,ZZ9.
           05 FILLER                PIC X(5)    VALUE SPACES.
           05 FILLER                PIC X(15)   VALUE 'ZERO BALANCE:'.
           05 T2-ZERO               PIC Z,ZZ9.
           05 FILLER                PIC X(78)   VALUE SPACES.

       01 ABORT-LINE.
           05 FILLER                PIC X(20)   VALUE SPACES.
           05 FILLER                PIC X(52)   VALUE
               '** LEDGER UNIT TABLE FULL - NO RECORDS WRITTEN **'.
           05 FILLER                PIC X(60)   VALUE SPACES.

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
           MOVE CURRENT-DATE-AND-TIME (1:8) TO TODAY-YMD.
           OPEN OUTPUT PRTOUT.
           PERFORM L4-LOG-START.
           PERFORM L4-HEADINGS.
           PERFORM L2-LOAD-LEDGER-UNITS.
           IF OVERFLOW-YES
               WRITE PRTLINE FROM ABORT-LINE
                   AFTER ADVANCING 2 LINES
               MOVE 'T' TO EOF
           ELSE
               OPEN EXTEND LEDGER-FILE
               OPEN INPUT BAL-FILE
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

       L2-LOAD-LEDGER-UNITS.
           OPEN INPUT LEDGER-FILE.
           IF LEDGER-STATUS = '00'
               PERFORM L3-LEDGER-READ
               PERFORM L3-LEDGER-STORE UNTIL EOF = 'T'
               CLOSE LEDGER-FILE
           END-IF.
           MOVE 'F' TO EOF.

       L3-LEDGER-READ.
           READ LEDGER-FILE
               AT END
                   MOVE 'T' TO EOF.

       L3-LEDGER-STORE.
           IF LG-DC NOT = 'B'
               PERFORM L4-FIND-UNIT
               IF NOT FOUND-YES
                   IF LU-CTR < 1250
                       ADD 1 TO LU-CTR
                       SET LU-IDX TO LU-CTR
                       MOVE LG-BLD-CODE TO LU-BLD-CODE (LU-IDX)
                       MOVE LG-UNIT     TO LU-UNIT (LU-IDX)
                   ELSE
                       MOVE 'Y' TO SW-OVERFLOW
                   END-IF
               END-IF
           END-IF.
           PERFORM L3-LEDGER-READ.

       L4-FIND-UNIT.
           MOVE 'N' TO SW-FOUND.
           MOVE ZERO TO FOUND-IDX.
           PERFORM L4-UNIT-SEARCH-STEP
               VARYING LU-IDX FROM 1 BY 1
               UNTIL LU-IDX > LU-CTR OR FOUND-YES.
           IF FOUND-YES
               SET LU-IDX TO FOUND-IDX
           END-IF.

       L4-UNIT-SEARCH-STEP.
           IF LU-BLD-CODE (LU-IDX) = LG-BLD-CODE
                   AND LU-UNIT (LU-IDX) = LG-UNIT
               MOVE 'Y' TO SW-FOUND
               SET FOUND-IDX TO LU-IDX
           END-IF.

       L2-MAINLINE.
           PERFORM L3-OPENING.
           PERFORM L3-READ.

       L3-READ.
           READ BAL-FILE
               AT END
                   MOVE 'T' TO EOF
               NOT AT END
                   ADD 1 TO RL-READ-CTR
           END-READ.

       L3-OPENING.
           IF BAL-CREDIT NOT NUMERIC
               MOVE ZERO TO BAL-CREDIT
           END-IF.
           COMPUTE BAL-NET = BAL-30 + BAL-60 + BAL-90 - BAL-CREDIT.
           MOVE BAL-BLD-CODE TO LG-BLD-CODE.
           MOVE BAL-UNIT     TO LG-UNIT.
           PERFORM L4-FIND-UNIT.
           MOVE BAL-BLD-CODE TO D25-BLD.
           MOVE BAL-UNIT     TO D25-UNIT.
           MOVE BAL-30       TO D25-30.
           MOVE BAL-60       TO D25-60.
           MOVE BAL-90       TO D25-90.
           MOVE BAL-CREDIT   TO D25-CREDIT.
           MOVE BAL-NET      TO D25-AMT.
           IF FOUND-YES
               MOVE 'ALREADY ON LEDGER' TO D25-ACTION
               ADD 1 TO SKIP-CTR
           ELSE
               IF BAL-NET = ZERO
                   MOVE 'ZERO - NOT WRITTEN' TO D25-ACTION
                   ADD 1 TO ZERO-CTR
               ELSE
                   PERFORM L4-WRITE-OPENING
               END-IF
           END-IF.
           WRITE PRTLINE FROM DETAIL-LINE25
               AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                   PERFORM L4-HEADINGS
           END-WRITE.

       L4-WRITE-OPENING.
           MOVE BAL-BLD-CODE TO LG-BLD-CODE.
           MOVE BAL-UNIT     TO LG-UNIT.
           MOVE TODAY-YMD    TO LG-DATE.
           MOVE 'OPEN'       TO LG-TYPE.
           IF BAL-NET > ZERO
               MOVE 'D'      TO LG-DC
               MOVE BAL-NET  TO LG-AMOUNT
               ADD BAL-NET   TO OPEN-DR-TOT
           ELSE
               MOVE 'C'      TO LG-DC
               COMPUTE LG-AMOUNT = ZERO - BAL-NET
               COMPUTE OPEN-CR-TOT = OPEN-CR-TOT - BAL-NET
           END-IF.
           MOVE 'CBLJPT33'   TO LG-SOURCE.
           MOVE SPACES       TO LG-REF.
           MOVE 'OPENING BALANCE' TO LG-DESC.
           WRITE LEDGER-REC.
           MOVE 'OPENING WRITTEN' TO D25-ACTION.
           ADD 1 TO OPEN-CTR.
           ADD 1 TO RL-WRITE-CTR.

       L2-CLOSING.
           MOVE OPEN-CTR    TO T1-OPEN.
           MOVE OPEN-DR-TOT TO T1-DR.
           MOVE OPEN-CR-TOT TO T1-CR.
           MOVE SKIP-CTR    TO T2-SKIP.
           MOVE ZERO-CTR    TO T2-ZERO.
           WRITE PRTLINE FROM TOT-LINE-1
               AFTER ADVANCING 3 LINES.
           WRITE PRTLINE FROM TOT-LINE-2
               AFTER ADVANCING 1 LINE.
           IF NOT OVERFLOW-YES
               CLOSE BAL-FILE
               CLOSE LEDGER-FILE
           END-IF.
           CLOSE PRTOUT.
           PERFORM L4-LOG-END.

       L4-LOG-START.
           OPEN EXTEND RUNLOG-FILE.
           MOVE 'CBLJPT33' TO RL-PROGRAM.
           MOVE 'START'    TO RL-TYPE.
           MOVE CURRENT-DATE-AND-TIME (1:8) TO RL-DATE.
           MOVE CURRENT-TIME (1:6)          TO RL-TIME.
           MOVE 'CBLBAL LEDGR LGOPN PRT'    TO RL-FILES.
           MOVE ZERO TO RL-READ.
           MOVE ZERO TO RL-WRITTEN.
           MOVE ZERO TO RL-DOLLARS.
           MOVE 'N'  TO RL-FLAG.
           WRITE RUNLOG-REC.
           CLOSE RUNLOG-FILE.

       L4-LOG-END.
           OPEN EXTEND RUNLOG-FILE.
           MOVE 'CBLJPT33' TO RL-PROGRAM.
           MOVE 'END'      TO RL-TYPE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE BUS-DATE TO CURRENT-DATE-AND-TIME (1:8).
           MOVE CURRENT-DATE-AND-TIME (1:8) TO RL-DATE.
           MOVE CURRENT-TIME (1:6)          TO RL-TIME.
           MOVE 'CBLBAL LEDGR LGOPN PRT'    TO RL-FILES.
           MOVE RL-READ-CTR  TO RL-READ.
           MOVE RL-WRITE-CTR TO RL-WRITTEN.
           MOVE OPEN-DR-TOT  TO RL-DOLLARS.
           IF OVERFLOW-YES
               MOVE 'A' TO RL-FLAG
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
           WRITE PRTLINE FROM COL-HEAD1
               AFTER ADVANCING 1 LINE.
       end program CBLJPT33.
