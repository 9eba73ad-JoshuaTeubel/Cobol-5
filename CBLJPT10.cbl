           SELECT PRTOUT
               ASSIGN TO 'C:\Cobol\CBLBMNT.PRT'
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
               10 CURRENT-MONTH    PIC XX.
               10 CURRENT-DAY      PIC XX.
               10 CURRENT-TIME     PIC X(11).
           05  BUS-DATE            PIC 9(8)    VALUE ZERO.
           05  BDATE-STATUS        PIC XX      VALUE '00'.
           05  C-PCTR              PIC S99     VALUE ZERO.
           05  FOUND-IDX           PIC 999     VALUE ZERO.
           05  SW-FOUND            PIC X       VALUE 'N'.
           05  CHG-CTR             PIC S999    VALUE ZERO.
           05  DEA-CTR             PIC S999    VALUE ZERO.
           05  ERR-CTR             PIC S999    VALUE ZERO.
           05  RL-READ-CTR         PIC 9(5)    VALUE ZERO.
           05  RL-WRITE-CTR        PIC 9(5)    VALUE ZERO.

       01 BLDG-TABLE.
           05 B-CTR                PIC S999    VALUE ZERO.

       L2-INIT.
           MOVE FUNCTION CURRENT-DATE      TO CURRENT-DATE-AND-TIME.
           PERFORM L2-LOAD-BUS-DATE.
           MOVE CURRENT-DAY                TO H1-DAY.
           MOVE CURRENT-MONTH              TO H1-MONTH.
           MOVE CURRENT-YEAR               TO H1-YEAR.
           PERFORM L2-LOAD-BLDGS.
           OPEN OUTPUT PRTOUT.
           PERFORM L4-LOG-START.
           PERFORM L4-HEADINGS.
           IF MASTER-OVERFLOW
               MOVE 'T' TO EOF
               PERFORM L3-READ-TRANS
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

       L2-LOAD-BLDGS.
           OPEN INPUT BLDG-FILE.
           PERFORM L3-READ-BLDG.
               PERFORM L4-PRINT-SUMMARY
           END-IF.
           CLOSE PRTOUT.
           PERFORM L4-LOG-END.

       L3-READ-TRANS.
           READ TRANS-FILE
               AT END
                   MOVE 'T' TO EOF
               NOT AT END
                   ADD 1 TO RL-READ-CTR
           END-READ.

       L3-PROCESS-TRANS.
           MOVE 'N' TO SW-BAD-TRANS.
           MOVE BG-UNITS (B-IDX)   TO BM-UNITS.
           MOVE BG-ACTIVE (B-IDX)  TO BM-ACTIVE-FLAG.
           WRITE BLDG-REC.
           ADD 1 TO RL-WRITE-CTR.

       L4-PRINT-SUMMARY.
           MOVE ADD-CTR TO SUM-ADD.
           WRITE PRTLINE FROM SUMMARY-LINE
               AFTER ADVANCING 2 LINES.

       L4-LOG-START.
           OPEN EXTEND RUNLOG-FILE.
           MOVE 'CBLJPT10' TO RL-PROGRAM.
           MOVE 'START'    TO RL-TYPE.
           MOVE CURRENT-DATE-AND-TIME (1:8) TO RL-DATE.
           MOVE CURRENT-TIME (1:6)          TO RL-TIME.
           MOVE 'BMNT BLDG PRT'            TO RL-FILES.
           MOVE ZERO TO RL-READ.
           MOVE ZERO TO RL-WRITTEN.
           MOVE ZERO TO RL-DOLLARS.
           IF MASTER-OVERFLOW
               MOVE 'A' TO RL-FLAG
           ELSE
               MOVE 'N' TO RL-FLAG
           END-IF.
           WRITE RUNLOG-REC.
           CLOSE RUNLOG-FILE.

       L4-LOG-END.
           OPEN EXTEND RUNLOG-FILE.
           MOVE 'CBLJPT10' TO RL-PROGRAM.
           MOVE 'END'      TO RL-TYPE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE BUS-DATE TO CURRENT-DATE-AND-TIME (1:8).
           MOVE CURRENT-DATE-AND-TIME (1:8) TO RL-DATE.
           MOVE CURRENT-TIME (1:6)          TO RL-TIME.
           MOVE 'BMNT BLDG PRT'            TO RL-FILES.
           MOVE RL-READ-CTR  TO RL-READ.
           MOVE RL-WRITE-CTR TO RL-WRITTEN.
           MOVE ZERO         TO RL-DOLLARS.
           IF MASTER-OVERFLOW
               MOVE 'A' TO RL-FLAG
           ELSE
               MOVE 'N' TO RL-FLAG
           END-IF.
           WRITE RUNLOG-REC.
           CLOSE RUNLOG-FILE.

       L4-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO H1-PAGE.
