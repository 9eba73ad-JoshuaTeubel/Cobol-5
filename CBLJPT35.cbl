       identification division.
       program-id. CBLJPT35.
       AUTHOR.     Joshua Teubel.
       DATE-WRITTEN. 10/15/2026.
       environment division.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BDTRN-FILE
               ASSIGN TO 'C:\Cobol\CBLBDTRN.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS BDTRN-STATUS.
           SELECT PRTOUT
               ASSIGN TO 'C:\Cobol\CBLBDATE.PRT'
                   ORGANIZATION IS RECORD SEQUENTIAL.
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

       FD  BDTRN-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS BDTRN-REC.
           01  BDTRN-REC.
               05  BT-ACTION               PIC X.
               05  BT-PERIOD.
                   10  BT-PER-YEAR         PIC 9999.
                   10  BT-PER-MONTH        PIC 99.
               05  BT-CUTOFF               PIC 9(8).
               05  BT-OPERATOR             PIC X(3).

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
           05  BDTRN-STATUS        PIC XX      VALUE '00'.
           05  RUNLOG-STATUS       PIC XX      VALUE '00'.
           05  C-PCTR              PIC S99     VALUE ZERO.
           05  SW-CTL              PIC X       VALUE 'N'.
               88 CTL-YES              VALUE 'Y'.
           05  SW-VALID            PIC X       VALUE 'Y'.
               88 VALID-YES            VALUE 'Y'.
           05  SW-CHANGED          PIC X       VALUE 'N'.
               88 CHANGED-YES          VALUE 'Y'.
           05  SW-TRN-OPEN         PIC X       VALUE 'N'.
               88 TRN-OPEN-YES         VALUE 'Y'.
           05  CTL-PERIOD.
               10  CTL-YEAR        PIC 9999.
               10  CTL-MONTH       PIC 99.
           05  CTL-CUTOFF          PIC 9(8)    VALUE ZERO.
           05  CTL-STATUS          PIC X       VALUE SPACE.
           05  CTL-REOPEN-SEQ      PIC 9(7)    VALUE ZERO.
           05  RL-SEQ-CTR          PIC 9(7)    VALUE ZERO.
           05  LAST-DAY            PIC 99      VALUE ZERO.
           05  LEAP-QUOT           PIC 9(4)    VALUE ZERO.
           05  LEAP-REM            PIC 9(3)    VALUE ZERO.
           05  NEW-CUTOFF          PIC 9(8)    VALUE ZERO.
           05  APPLY-CTR           PIC S9(4)   VALUE ZERO.
           05  REJECT-CTR          PIC S9(4)   VALUE ZERO.
           05  RL-READ-CTR         PIC 9(5)    VALUE ZERO.
           05  RL-WRITE-CTR        PIC 9(5)    VALUE ZERO.

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
           05 FILLER               PIC X(8)    VALUE 'COBJPT35'.
           05 FILLER               PIC X(38)   VALUE SPACES.
           05 FILLER               PIC X(38)   VALUE
               'BUSINESS DATE CONTROL - TEUBEL S '.
           05 FILLER               PIC X(48)   VALUE SPACES.

       01 FILL-LINE.
           05 FILLER               PIC X(132)  VALUE SPACES.

       01 COL-HEAD1.
           05 FILLER               PIC X(12)   VALUE 'ACTION      '.
           05 FILLER               PIC X(10)   VALUE 'PERIOD    '.
           05 FILLER               PIC X(13)   VALUE 'CUTOFF       '.
           05 FILLER               PIC X(6)    VALUE 'OPER  '.
           05 FILLER               PIC X(40)   VALUE 'RESULT'.
           05 FILLER               PIC X(51)   VALUE SPACES.

       01 CONTROL-LINE.
           05 CL-LABEL              PIC X(12).
           05 FILLER                PIC X(8)    VALUE 'PERIOD: '.
           05 CL-MONTH              PIC 99.
           05 FILLER                PIC X       VALUE '/'.
           05 CL-YEAR               PIC 9999.
           05 FILLER                PIC X(5)    VALUE SPACES.
           05 FILLER                PIC X(8)    VALUE 'CUTOFF: '.
           05 CL-CUTOFF             PIC 9999/99/99.
           05 FILLER                PIC X(5)    VALUE SPACES.
           05 FILLER                PIC X(8)    VALUE 'STATUS: '.
           05 CL-STATUS             PIC X(10).
           05 FILLER                PIC X(5)    VALUE SPACES.
           05 FILLER                PIC X(12)   VALUE 'REOPEN SEQ: '.
           05 CL-REOPEN-SEQ         PIC Z(6)9.
           05 FILLER                PIC X(25)   VALUE SPACES.

       01 DETAIL-LINE27.
           05 D27-ACTION            PIC X(10).
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 D27-MONTH             PIC 99.
           05 FILLER                PIC X       VALUE '/'.
           05 D27-YEAR              PIC 9999.
           05 FILLER                PIC X(3)    VALUE SPACES.
           05 D27-CUTOFF            PIC 9999/99/99.
           05 FILLER                PIC X(3)    VALUE SPACES.
           05 D27-OPER              PIC X(3).
           05 FILLER                PIC X(3)    VALUE SPACES.
           05 D27-RESULT            PIC X(44).
           05 FILLER                PIC X(47)   VALUE SPACES.

       01 TOT-LINE-1.
           05 FILLER                PIC X(22)   VALUE
               'TRANSACTIONS APPLIED: '.
           05 T1-APPLY              PIC Z,ZZ9.
           05 FILLER                PIC X(5)    VALUE SPACES.
           05 FILLER                PIC X(10)   VALUE 'REJECTED: '.
           05 T1-REJECT             PIC Z,ZZ9.
           05 FILLER                PIC X(85)   VALUE SPACES.

       01 NOTRN-LINE.
           05 FILLER                PIC X(20)   VALUE SPACES.
           05 FILLER                PIC X(52)   VALUE
               '** NO CONTROL TRANSACTIONS - RECORD NOT CHANGED **'.
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
           PERFORM L2-COUNT-RUNLOG.
           OPEN OUTPUT PRTOUT.
           PERFORM L4-LOG-START.
           PERFORM L4-HEADINGS.
           MOVE 'BEFORE:' TO CL-LABEL.
           PERFORM L4-PRINT-CONTROL.
           OPEN INPUT BDTRN-FILE.
           IF BDTRN-STATUS = '00'
               MOVE 'Y' TO SW-TRN-OPEN
               PERFORM L3-READ
           ELSE
               MOVE 'T' TO EOF
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
                   MOVE 'Y'            TO SW-CTL
                   MOVE BD-PERIOD      TO CTL-PERIOD
                   MOVE BD-CUTOFF-DATE TO CTL-CUTOFF
                   MOVE BD-STATUS      TO CTL-STATUS
                   MOVE BD-REOPEN-SEQ  TO CTL-REOPEN-SEQ
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

       L2-COUNT-RUNLOG.
           OPEN INPUT RUNLOG-FILE.
           IF RUNLOG-STATUS = '00'
               PERFORM L3-RUNLOG-READ
               PERFORM L3-RUNLOG-COUNT UNTIL EOF = 'T'
               CLOSE RUNLOG-FILE
           END-IF.
           MOVE 'F' TO EOF.

       L3-RUNLOG-READ.
           READ RUNLOG-FILE
               AT END
                   MOVE 'T' TO EOF.

       L3-RUNLOG-COUNT.
           ADD 1 TO RL-SEQ-CTR.
           PERFORM L3-RUNLOG-READ.

       L2-MAINLINE.
           PERFORM L3-PROCESS.
           PERFORM L3-READ.

       L3-READ.
           READ BDTRN-FILE
               AT END
                   MOVE 'T' TO EOF
               NOT AT END
                   ADD 1 TO RL-READ-CTR
           END-READ.

       L3-PROCESS.
           MOVE SPACES       TO D27-RESULT.
           MOVE ZERO         TO D27-MONTH.
           MOVE ZERO         TO D27-YEAR.
           MOVE ZERO         TO D27-CUTOFF.
           MOVE BT-OPERATOR  TO D27-OPER.
           EVALUATE BT-ACTION
               WHEN 'S'
                   MOVE 'SET PERIOD' TO D27-ACTION
               WHEN 'C'
                   MOVE 'CUTOFF'     TO D27-ACTION
               WHEN 'R'
                   MOVE 'REPROCESS'  TO D27-ACTION
               WHEN OTHER
                   MOVE BT-ACTION    TO D27-ACTION
           END-EVALUATE.
           PERFORM L4-VALIDATE.
           IF VALID-YES
               EVALUATE BT-ACTION
                   WHEN 'S'
                       PERFORM L4-APPLY-SET
                   WHEN 'C'
                       PERFORM L4-APPLY-CUTOFF
                   WHEN 'R'
                       PERFORM L4-APPLY-REPROCESS
               END-EVALUATE
               MOVE 'Y' TO SW-CHANGED
               ADD 1 TO APPLY-CTR
               MOVE CTL-MONTH  TO D27-MONTH
               MOVE CTL-YEAR   TO D27-YEAR
               MOVE CTL-CUTOFF TO D27-CUTOFF
           ELSE
               ADD 1 TO REJECT-CTR
               IF BT-PERIOD NUMERIC
                   MOVE BT-PER-MONTH TO D27-MONTH
                   MOVE BT-PER-YEAR  TO D27-YEAR
               END-IF
               IF BT-CUTOFF NUMERIC
                   MOVE BT-CUTOFF    TO D27-CUTOFF
               END-IF
           END-IF.
           WRITE PRTLINE FROM DETAIL-LINE27
               AFTER ADVANCING 2 LINES
               AT END-OF-PAGE
                   PERFORM L4-HEADINGS
           END-WRITE.

       L4-VALIDATE.
           MOVE 'Y' TO SW-VALID.
           IF BT-ACTION NOT = 'S' AND BT-ACTION NOT = 'C'
                   AND BT-ACTION NOT = 'R'
               MOVE 'N' TO SW-VALID
               MOVE '** INVALID ACTION CODE' TO D27-RESULT
           END-IF.
           IF VALID-YES AND BT-OPERATOR = SPACES
               MOVE 'N' TO SW-VALID
               MOVE '** OPERATOR INITIALS REQUIRED' TO D27-RESULT
           END-IF.
           IF VALID-YES
               IF BT-PERIOD NOT NUMERIC
                   MOVE 'N' TO SW-VALID
                   MOVE '** INVALID PERIOD' TO D27-RESULT
               ELSE
                   IF BT-PER-MONTH < 1 OR BT-PER-MONTH > 12
                           OR BT-PER-YEAR < 2000
                       MOVE 'N' TO SW-VALID
                       MOVE '** INVALID PERIOD' TO D27-RESULT
                   END-IF
               END-IF
           END-IF.
           IF VALID-YES
               PERFORM L4-EDIT-CUTOFF
           END-IF.
           IF VALID-YES AND BT-ACTION NOT = 'S'
               IF NOT CTL-YES
                   MOVE 'N' TO SW-VALID
                   MOVE '** NO CONTROL RECORD - SET PERIOD FIRST'
                       TO D27-RESULT
               END-IF
           END-IF.
           IF VALID-YES AND BT-ACTION = 'C'
               IF BT-PERIOD NOT = CTL-PERIOD
                   MOVE 'N' TO SW-VALID
                   MOVE '** PERIOD IS NOT THE CURRENT PERIOD'
                       TO D27-RESULT
               END-IF
           END-IF.
           IF VALID-YES AND BT-ACTION = 'R'
               IF BT-PERIOD NOT < CTL-PERIOD
                   MOVE 'N' TO SW-VALID
                   MOVE '** REPROCESS PERIOD MUST BE A PRIOR PERIOD'
                       TO D27-RESULT
               END-IF
           END-IF.

       L4-EDIT-CUTOFF.
           PERFORM L4-LAST-DAY.
           IF BT-CUTOFF NOT NUMERIC
               MOVE 'N' TO SW-VALID
               MOVE '** INVALID CUTOFF DATE' TO D27-RESULT
           ELSE
               IF BT-CUTOFF = ZERO
                   MOVE BT-PERIOD TO NEW-CUTOFF (1:6)
                   MOVE LAST-DAY  TO NEW-CUTOFF (7:2)
               ELSE
                   MOVE BT-CUTOFF TO NEW-CUTOFF
                   IF NEW-CUTOFF (1:6) NOT = BT-PERIOD
                           OR NEW-CUTOFF (7:2) < '01'
                           OR NEW-CUTOFF (7:2) > LAST-DAY
                       MOVE 'N' TO SW-VALID
                       MOVE '** CUTOFF NOT WITHIN PERIOD'
                           TO D27-RESULT
                   END-IF
               END-IF
           END-IF.

       L4-LAST-DAY.
           EVALUATE BT-PER-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO LAST-DAY
               WHEN 2
                   MOVE 28 TO LAST-DAY
                   DIVIDE BT-PER-YEAR BY 4 GIVING LEAP-QUOT
                       REMAINDER LEAP-REM
                   IF LEAP-REM = 0
                       MOVE 29 TO LAST-DAY
                       DIVIDE BT-PER-YEAR BY 100 GIVING LEAP-QUOT
                           REMAINDER LEAP-REM
                       IF LEAP-REM = 0
                           MOVE 28 TO LAST-DAY
                           DIVIDE BT-PER-YEAR BY 400 GIVING LEAP-QUOT
                               REMAINDER LEAP-REM
                           IF LEAP-REM = 0
                               MOVE 29 TO LAST-DAY
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 31 TO LAST-DAY
           END-EVALUATE.

       L4-APPLY-SET.
           MOVE 'Y'        TO SW-CTL.
           MOVE BT-PERIOD  TO CTL-PERIOD.
           MOVE NEW-CUTOFF TO CTL-CUTOFF.
           MOVE 'O'        TO CTL-STATUS.
           MOVE ZERO       TO CTL-REOPEN-SEQ.
           MOVE 'PERIOD SET - CYCLE OPEN' TO D27-RESULT.

       L4-APPLY-CUTOFF.
           MOVE NEW-CUTOFF TO CTL-CUTOFF.
           MOVE 'CUTOFF DATE CHANGED' TO D27-RESULT.

       L4-APPLY-REPROCESS.
           MOVE BT-PERIOD  TO CTL-PERIOD.
           MOVE NEW-CUTOFF TO CTL-CUTOFF.
           MOVE 'R'        TO CTL-STATUS.
           MOVE RL-SEQ-CTR TO CTL-REOPEN-SEQ.
           MOVE 'PERIOD REOPENED - PRIOR RUNS RELEASABLE'
               TO D27-RESULT.

       L2-CLOSING.
           IF TRN-OPEN-YES
               CLOSE BDTRN-FILE
           END-IF.
           IF CHANGED-YES
               MOVE CTL-PERIOD     TO BD-PERIOD
               MOVE CTL-CUTOFF     TO BD-CUTOFF-DATE
               MOVE CTL-STATUS     TO BD-STATUS
               MOVE CTL-REOPEN-SEQ TO BD-REOPEN-SEQ
               OPEN OUTPUT BDATE-FILE
               WRITE BDATE-REC
               CLOSE BDATE-FILE
               ADD 1 TO RL-WRITE-CTR
               MOVE 'AFTER:' TO CL-LABEL
               PERFORM L4-PRINT-CONTROL
           ELSE
               WRITE PRTLINE FROM NOTRN-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
           MOVE APPLY-CTR  TO T1-APPLY.
           MOVE REJECT-CTR TO T1-REJECT.
           WRITE PRTLINE FROM TOT-LINE-1
               AFTER ADVANCING 3 LINES.
           CLOSE PRTOUT.
           PERFORM L4-LOG-END.

       L4-PRINT-CONTROL.
           IF CTL-YES
               MOVE CTL-MONTH      TO CL-MONTH
               MOVE CTL-YEAR       TO CL-YEAR
               MOVE CTL-CUTOFF     TO CL-CUTOFF
               MOVE CTL-REOPEN-SEQ TO CL-REOPEN-SEQ
               IF CTL-STATUS = 'R'
                   MOVE 'REPROCESS' TO CL-STATUS
               ELSE
                   MOVE 'OPEN'      TO CL-STATUS
               END-IF
           ELSE
               MOVE ZERO        TO CL-MONTH
               MOVE ZERO        TO CL-YEAR
               MOVE ZERO        TO CL-CUTOFF
               MOVE ZERO        TO CL-REOPEN-SEQ
               MOVE 'NOT SET'   TO CL-STATUS
           END-IF.
           WRITE PRTLINE FROM CONTROL-LINE
               AFTER ADVANCING 2 LINES.

       L4-LOG-START.
           OPEN EXTEND RUNLOG-FILE.
           MOVE 'CBLJPT35' TO RL-PROGRAM.
           MOVE 'START'    TO RL-TYPE.
           MOVE CURRENT-DATE-AND-TIME (1:8) TO RL-DATE.
           MOVE CURRENT-TIME (1:6)          TO RL-TIME.
           MOVE 'BDTRN BDATE PRT'           TO RL-FILES.
           MOVE ZERO TO RL-READ.
           MOVE ZERO TO RL-WRITTEN.
           MOVE ZERO TO RL-DOLLARS.
           MOVE 'N'  TO RL-FLAG.
           WRITE RUNLOG-REC.
           CLOSE RUNLOG-FILE.

       L4-LOG-END.
           OPEN EXTEND RUNLOG-FILE.
           MOVE 'CBLJPT35' TO RL-PROGRAM.
           MOVE 'END'      TO RL-TYPE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE BUS-DATE TO CURRENT-DATE-AND-TIME (1:8).
           MOVE CURRENT-DATE-AND-TIME (1:8) TO RL-DATE.
           MOVE CURRENT-TIME (1:6)          TO RL-TIME.
           MOVE 'BDTRN BDATE PRT'           TO RL-FILES.
           MOVE RL-READ-CTR  TO RL-READ.
           MOVE RL-WRITE-CTR TO RL-WRITTEN.
           MOVE ZERO         TO RL-DOLLARS.
           IF REJECT-CTR > 0
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
           WRITE PRTLINE FROM COL-HEAD1
               AFTER ADVANCING 1 LINE.
       end program CBLJPT35.
