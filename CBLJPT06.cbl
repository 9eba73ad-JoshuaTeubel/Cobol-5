           SELECT RUNLOG-FILE
               ASSIGN TO 'C:\Cobol\CBLRUNLOG.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
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
           05  B-CTR               PIC S999    VALUE ZERO.
           05  FOUND-IDX           PIC 999     VALUE ZERO.

       L2-INIT.
           MOVE FUNCTION CURRENT-DATE      TO CURRENT-DATE-AND-TIME.
           PERFORM L2-LOAD-BUS-DATE.
           MOVE CURRENT-DAY                TO H1-DAY.
           MOVE CURRENT-MONTH               TO H1-MONTH.
           MOVE CURRENT-YEAR               TO H1-YEAR.
           PERFORM L4-HEADINGS.
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

       L2-MAINLINE.
           PERFORM L3-STORE.
           PERFORM L3-READ.
           MOVE 'CBLJPT06' TO RL-PROGRAM.
           MOVE 'END'      TO RL-TYPE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE BUS-DATE TO CURRENT-DATE-AND-TIME (1:8).
           MOVE CURRENT-DATE-AND-TIME (1:8) TO RL-DATE.
           MOVE CURRENT-TIME (1:6)          TO RL-TIME.
           MOVE 'CBLRENT-YTD CBLANNUAL.PRT' TO RL-FILES.

       L3-STORE.
           PERFORM L3-FIND-BLD.
           EVALUATE YTD-ADJ-DC
               WHEN 'D'
                   ADD YTD-TOT-RENT TO BT-MONTH-AMT (B-IDX, YTD-MONTH)
               WHEN 'C'
                   SUBTRACT YTD-TOT-RENT
                       FROM BT-MONTH-AMT (B-IDX, YTD-MONTH)
               WHEN OTHER
                   MOVE YTD-TOT-RENT TO BT-MONTH-AMT (B-IDX, YTD-MONTH)
           END-EVALUATE.
           PERFORM L4-SUM-ANNUAL.

       L4-SUM-ANNUAL.
