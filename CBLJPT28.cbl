           SELECT PRTOUT
               ASSIGN TO 'C:\Cobol\CBLCYCLE.PRT'
                   ORGANIZATION IS RECORD SEQUENTIAL.
           SELECT BDATE-FILE
               ASSIGN TO 'C:\Cobol\CBLBDATE.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS BDATE-STATUS.

       data division.
       FILE SECTION.
           LINAGE IS 60 WITH FOOTING AT 56.
           01  PRTLINE             PIC X(132).

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
           05  RUNLOG-STATUS       PIC XX      VALUE '00'.
           05  NOGO-CTR            PIC S999    VALUE ZERO.
           05  OVR-CTR             PIC S999    VALUE ZERO.
           05  RL-READ-CTR         PIC 9(5)    VALUE ZERO.
           05  RL-SEQ-CTR          PIC 9(7)    VALUE ZERO.
           05  SW-CTL              PIC X       VALUE 'N'.
               88 CTL-YES              VALUE 'Y'.
           05  CTL-PERIOD.
               10  CTL-YEAR        PIC 9999.
               10  CTL-MONTH       PIC 99.
           05  CTL-CUTOFF          PIC 9(8)    VALUE ZERO.
           05  CTL-STATUS          PIC X       VALUE SPACE.
           05  CTL-REOPEN-SEQ      PIC 9(7)    VALUE ZERO.
           05  DONE-CTR            PIC S9      VALUE ZERO.
           05  LAST-DAY            PIC 99      VALUE ZERO.
           05  LEAP-QUOT           PIC 9(4)    VALUE ZERO.
           05  LEAP-REM            PIC 9(3)    VALUE ZERO.

       01 STEP-TABLE.
           05 ST-ENTRY OCCURS 6 TIMES INDEXED BY ST-IDX.
               10 ST-PROGRAM       PIC X(8).
               10 ST-DESC          PIC X(12).
               10 ST-PREREQ        PIC X(8).
               10 ST-DONE          PIC X.
               10 ST-PRIOR-RUN     PIC X.

       01 COMPANY-LINE.
           05 FILLER               PIC X(6)    VALUE 'DATE: '.
           05 SUM-OVR               PIC ZZ9.
           05 FILLER                PIC X(75)   VALUE SPACES.

       01 BDATE-LINE.
           05 FILLER                PIC X(17)   VALUE
               'BUSINESS PERIOD: '.
           05 BDL-MONTH             PIC 99.
           05 FILLER                PIC X       VALUE '/'.
           05 BDL-YEAR              PIC 9999.
           05 FILLER                PIC X(5)    VALUE SPACES.
           05 FILLER                PIC X(8)    VALUE 'CUTOFF: '.
           05 BDL-CUTOFF            PIC 9999/99/99.
           05 FILLER                PIC X(5)    VALUE SPACES.
           05 FILLER                PIC X(8)    VALUE 'STATUS: '.
           05 BDL-STATUS            PIC X(10).
           05 FILLER                PIC X(5)    VALUE SPACES.
           05 BDL-MSG               PIC X(50).
           05 FILLER                PIC X(7)    VALUE SPACES.

       procedure division.
       L1-MAIN.
           PERFORM L2-INIT

       L2-INIT.
           MOVE FUNCTION CURRENT-DATE      TO CURRENT-DATE-AND-TIME.
           PERFORM L2-LOAD-BUS-DATE.
           MOVE CURRENT-DAY                TO H1-DAY.
           MOVE CURRENT-MONTH              TO H1-MONTH.
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

       L2-BUILD-STEPS.
           SET ST-IDX TO 1.
           MOVE 'CBLJPT12' TO ST-PROGRAM (ST-IDX).
           MOVE 'PRE-BILL EDT' TO ST-DESC (ST-IDX).
           MOVE SPACES     TO ST-PREREQ (ST-IDX).
           MOVE 'N'        TO ST-DONE (ST-IDX).
           MOVE 'N'        TO ST-PRIOR-RUN (ST-IDX).
           SET ST-IDX TO 2.
           MOVE 'CBLJPT05' TO ST-PROGRAM (ST-IDX).
           MOVE 'BILLING RUN ' TO ST-DESC (ST-IDX).
           MOVE 'CBLJPT12' TO ST-PREREQ (ST-IDX).
           MOVE 'N'        TO ST-DONE (ST-IDX).
           MOVE 'N'        TO ST-PRIOR-RUN (ST-IDX).
           SET ST-IDX TO 3.
           MOVE 'CBLJPT13' TO ST-PROGRAM (ST-IDX).
           MOVE 'BALANCING   ' TO ST-DESC (ST-IDX).
           MOVE 'CBLJPT05' TO ST-PREREQ (ST-IDX).
           MOVE 'N'        TO ST-DONE (ST-IDX).
           MOVE 'N'        TO ST-PRIOR-RUN (ST-IDX).
           SET ST-IDX TO 4.
           MOVE 'CBLJPT14' TO ST-PROGRAM (ST-IDX).
           MOVE 'STATEMENTS  ' TO ST-DESC (ST-IDX).
           MOVE 'CBLJPT13' TO ST-PREREQ (ST-IDX).
           MOVE 'N'        TO ST-DONE (ST-IDX).
           MOVE 'N'        TO ST-PRIOR-RUN (ST-IDX).
           SET ST-IDX TO 5.
           MOVE 'CBLJPT22' TO ST-PROGRAM (ST-IDX).
           MOVE 'AGING ROLL  ' TO ST-DESC (ST-IDX).
           MOVE 'CBLJPT14' TO ST-PREREQ (ST-IDX).
           MOVE 'N'        TO ST-DONE (ST-IDX).
           MOVE 'N'        TO ST-PRIOR-RUN (ST-IDX).
           SET ST-IDX TO 6.
           MOVE 'CBLJPT31' TO ST-PROGRAM (ST-IDX).
           MOVE 'GL INTERFACE' TO ST-DESC (ST-IDX).
           MOVE 'CBLJPT22' TO ST-PREREQ (ST-IDX).
           MOVE 'N'        TO ST-DONE (ST-IDX).
           MOVE 'N'        TO ST-PRIOR-RUN (ST-IDX).

       L2-SCAN-RUNLOG.
           OPEN INPUT RUNLOG-FILE.
                   MOVE 'T' TO EOF.

       L3-RUNLOG-SCAN.
           ADD 1 TO RL-SEQ-CTR.
           IF RL-TYPE = 'END'
                   AND RL-DATE (1:6) = CUR-PERIOD
                   AND (RL-FLAG = 'N' OR RL-FLAG = 'R')
               PERFORM L4-MARK-STEP
                   VARYING ST-IDX FROM 1 BY 1
                   UNTIL ST-IDX > 6
           END-IF.
           PERFORM L3-RUNLOG-READ.

       L4-MARK-STEP.
           IF ST-PROGRAM (ST-IDX) = RL-PROGRAM
               IF CTL-STATUS = 'R'
                       AND RL-SEQ-CTR NOT > CTL-REOPEN-SEQ
                   MOVE 'Y' TO ST-PRIOR-RUN (ST-IDX)
               ELSE
                   MOVE 'Y' TO ST-DONE (ST-IDX)
               END-IF
           END-IF.

       L2-MAINLINE.
           MOVE ZERO TO ST-FOUND-IDX.
           PERFORM L4-STEP-SEARCH
               VARYING ST-IDX FROM 1 BY 1
               UNTIL ST-IDX > 6 OR ST-FOUND-YES.
           IF ST-FOUND-YES
               SET ST-IDX TO ST-FOUND-IDX
           END-IF.
                   END-IF
               ELSE
                   MOVE 'GO' TO D19-DECISION
                   ADD 1 TO GO-CTR
                   IF ST-PRIOR-RUN (ST-IDX) = 'Y'
                       MOVE 'REPROCESS - PRIOR RUN RELEASED'
                           TO D19-REASON
                       PERFORM L4-LOG-OVERRIDE
                   ELSE
                       MOVE 'PREREQUISITES SATISFIED' TO D19-REASON
                   END-IF
               END-IF
           END-IF.
           PERFORM L3-PRINT-DECISION.
               SET ST-FOUND-IDX TO ST-IDX
               PERFORM L4-PREREQ-LOOKUP
                   VARYING ST-IDX FROM 1 BY 1
                   UNTIL ST-IDX > 6
               SET ST-IDX TO ST-FOUND-IDX
           END-IF.

           MOVE 'CBLJPT28' TO RL-PROGRAM.
           MOVE 'OVRD '    TO RL-TYPE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE BUS-DATE TO CURRENT-DATE-AND-TIME (1:8).
           MOVE CURRENT-DATE-AND-TIME (1:8) TO RL-DATE.
           MOVE CURRENT-TIME (1:6)          TO RL-TIME.
           MOVE SPACES TO RL-FILES.
           MOVE OVR-CTR  TO SUM-OVR.
           WRITE PRTLINE FROM SUMMARY-LINE
               AFTER ADVANCING 3 LINES.
           PERFORM L3-CHECK-CLOSE.
           CLOSE CYCLE-FILE.
           CLOSE PRTOUT.
           PERFORM L4-LOG-END.

       L3-CHECK-CLOSE.
           MOVE ZERO TO DONE-CTR.
           PERFORM L4-COUNT-DONE
               VARYING ST-IDX FROM 1 BY 1
               UNTIL ST-IDX > 6.
           MOVE SPACES TO BDL-MSG.
           IF NOT CTL-YES
               MOVE CURRENT-DATE-AND-TIME (1:6) TO CTL-PERIOD
               MOVE BUS-DATE TO CTL-CUTOFF
               MOVE 'NO CONTROL RECORD - SYSTEM DATE IN USE'
                   TO BDL-MSG
           ELSE
               IF DONE-CTR = 6
                   PERFORM L4-ROLL-PERIOD
               ELSE
                   MOVE 'MONTH NOT CLOSED - PERIOD NOT ROLLED'
                       TO BDL-MSG
               END-IF
           END-IF.
           MOVE CTL-MONTH  TO BDL-MONTH.
           MOVE CTL-YEAR   TO BDL-YEAR.
           MOVE CTL-CUTOFF TO BDL-CUTOFF.
           IF CTL-STATUS = 'R'
               MOVE 'REPROCESS' TO BDL-STATUS
           ELSE
               MOVE 'OPEN'      TO BDL-STATUS
           END-IF.
           WRITE PRTLINE FROM BDATE-LINE
               AFTER ADVANCING 2 LINES.

       L4-COUNT-DONE.
           IF ST-DONE (ST-IDX) = 'Y'
               ADD 1 TO DONE-CTR
           END-IF.

       L4-ROLL-PERIOD.
           IF CTL-MONTH = 12
               ADD 1 TO CTL-YEAR
               MOVE 1 TO CTL-MONTH
           ELSE
               ADD 1 TO CTL-MONTH
           END-IF.
           PERFORM L4-LAST-DAY.
           MOVE CTL-PERIOD TO CTL-CUTOFF (1:6).
           MOVE LAST-DAY   TO CTL-CUTOFF (7:2).
           MOVE 'O'        TO CTL-STATUS.
           MOVE ZERO       TO CTL-REOPEN-SEQ.
           MOVE CTL-PERIOD     TO BD-PERIOD.
           MOVE CTL-CUTOFF     TO BD-CUTOFF-DATE.
           MOVE CTL-STATUS     TO BD-STATUS.
           MOVE CTL-REOPEN-SEQ TO BD-REOPEN-SEQ.
           OPEN OUTPUT BDATE-FILE.
           WRITE BDATE-REC.
           CLOSE BDATE-FILE.
           MOVE 'MONTH CLOSED - BUSINESS PERIOD ROLLED FORWARD'
               TO BDL-MSG.
           PERFORM L4-LOG-ROLL.

       L4-LAST-DAY.
           EVALUATE CTL-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO LAST-DAY
               WHEN 2
                   MOVE 28 TO LAST-DAY
                   DIVIDE CTL-YEAR BY 4 GIVING LEAP-QUOT
                       REMAINDER LEAP-REM
                   IF LEAP-REM = 0
                       MOVE 29 TO LAST-DAY
                       DIVIDE CTL-YEAR BY 100 GIVING LEAP-QUOT
                           REMAINDER LEAP-REM
                       IF LEAP-REM = 0
                           MOVE 28 TO LAST-DAY
                           DIVIDE CTL-YEAR BY 400 GIVING LEAP-QUOT
                               REMAINDER LEAP-REM
                           IF LEAP-REM = 0
                               MOVE 29 TO LAST-DAY
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 31 TO LAST-DAY
           END-EVALUATE.

       L4-LOG-ROLL.
           OPEN EXTEND RUNLOG-FILE.
           MOVE 'CBLJPT28' TO RL-PROGRAM.
           MOVE 'ROLL '    TO RL-TYPE.
           MOVE CURRENT-DATE-AND-TIME (1:8) TO RL-DATE.
           MOVE CURRENT-TIME (1:6)          TO RL-TIME.
           MOVE SPACES TO RL-FILES.
           STRING 'CBLBDATE ROLLED TO ' DELIMITED BY SIZE
               CTL-PERIOD DELIMITED BY SIZE
               INTO RL-FILES.
           MOVE ZERO TO RL-READ.
           MOVE 1    TO RL-WRITTEN.
           MOVE ZERO TO RL-DOLLARS.
           MOVE 'N'  TO RL-FLAG.
           WRITE RUNLOG-REC.
           CLOSE RUNLOG-FILE.

       L4-LOG-START.
           OPEN EXTEND RUNLOG-FILE.
           MOVE 'CBLJPT28' TO RL-PROGRAM.
           MOVE 'CBLJPT28' TO RL-PROGRAM.
           MOVE 'END'      TO RL-TYPE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE BUS-DATE TO CURRENT-DATE-AND-TIME (1:8).
           MOVE CURRENT-DATE-AND-TIME (1:8) TO RL-DATE.
           MOVE CURRENT-TIME (1:6)          TO RL-TIME.
           MOVE 'CBLCYCLE CBLRUNLOG PRT' TO RL-FILES.
