       identification division.
       program-id. CBLJPT41.
       AUTHOR.     Joshua Teubel.
       DATE-WRITTEN. 10/15/2026.
       environment division.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE
               ASSIGN TO 'C:\Cobol\CBL1099P.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS PARM-STATUS.
           SELECT APINV-FILE
               ASSIGN TO 'C:\Cobol\CBLAPINV.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS APINV-STATUS.
           SELECT VENDOR-FILE
               ASSIGN TO 'C:\Cobol\CBLVENDR.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS VENDR-STATUS.
           SELECT EXTRACT-FILE
               ASSIGN TO 'C:\Cobol\CBL1099.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRTOUT
               ASSIGN TO 'C:\Cobol\CBL1099.PRT'
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

       FD  PARM-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS PARM-REC.
           01  PARM-REC.
               05  TY-YEAR                 PIC 9999.

       FD  APINV-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS APINV-REC.
           01  APINV-REC.
               05  AP-VENDOR-NO            PIC 9(5).
               05  AP-INVOICE-NO           PIC X(10).
               05  AP-INV-DATE             PIC 9(8).
               05  AP-BLD-CODE             PIC XX.
               05  AP-UNIT                 PIC 99.
               05  AP-WO-NUMBER            PIC 9(5).
               05  AP-AMOUNT               PIC 9(5)V99.
               05  AP-OVERRUN              PIC X.
               05  AP-ENTRY-DATE           PIC 9(8).
               05  AP-STATUS               PIC X.
               05  AP-CHECK-NO             PIC 9(6).
               05  AP-PAID-DATE            PIC 9(8).

       FD  VENDOR-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS VENDOR-REC.
           01  VENDOR-REC.
               05  VM-VENDOR-NO            PIC 9(5).
               05  VM-NAME                 PIC X(25).
               05  VM-ADDRESS              PIC X(25).
               05  VM-CITY                 PIC X(15).
               05  VM-STATE                PIC XX.
               05  VM-ZIP                  PIC X(5).
               05  VM-TAX-ID               PIC X(9).
               05  VM-1099-FLAG            PIC X.
               05  VM-ACTIVE-FLAG          PIC X.

       FD  EXTRACT-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS EXTRACT-REC.
           01  EXTRACT-REC.
               05  TX-YEAR                 PIC 9999.
               05  TX-VENDOR-NO            PIC 9(5).
               05  TX-TAX-ID               PIC X(9).
               05  TX-NAME                 PIC X(25).
               05  TX-ADDRESS              PIC X(25).
               05  TX-CITY                 PIC X(15).
               05  TX-STATE                PIC XX.
               05  TX-ZIP                  PIC X(5).
               05  TX-AMOUNT               PIC 9(7)V99.

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
           05  PARM-STATUS         PIC XX      VALUE '00'.
           05  APINV-STATUS        PIC XX      VALUE '00'.
           05  VENDR-STATUS        PIC XX      VALUE '00'.
           05  SW-APINV-OPEN       PIC X       VALUE 'N'.
               88 APINV-OPEN           VALUE 'Y'.
           05  SW-FOUND            PIC X       VALUE 'N'.
               88 FOUND-YES            VALUE 'Y'.
           05  FOUND-IDX           PIC 999     VALUE ZERO.
           05  TAX-YEAR            PIC 9999    VALUE ZERO.
           05  THRESHOLD-AMT       PIC 9(5)V99 VALUE 600.00.
           05  PAID-VND-CTR        PIC S999    VALUE ZERO.
           05  RPT-CTR             PIC S999    VALUE ZERO.
           05  NO-TIN-CTR          PIC S999    VALUE ZERO.
           05  UNK-CTR             PIC S999    VALUE ZERO.
           05  TOT-PAID            PIC 9(7)V99 VALUE ZERO.
           05  TOT-RPT             PIC 9(7)V99 VALUE ZERO.
           05  TOT-UNK             PIC 9(7)V99 VALUE ZERO.
           05  RL-READ-CTR         PIC 9(5)    VALUE ZERO.
           05  RL-WRITE-CTR        PIC 9(5)    VALUE ZERO.

       01 VENDOR-TABLE.
           05 VN-CTR               PIC S999    VALUE ZERO.
           05 VN-ENTRY OCCURS 300 TIMES INDEXED BY VN-IDX.
               10 VN-VENDOR-NO     PIC 9(5).
               10 VN-NAME          PIC X(25).
               10 VN-ADDRESS       PIC X(25).
               10 VN-CITY          PIC X(15).
               10 VN-STATE         PIC XX.
               10 VN-ZIP           PIC X(5).
               10 VN-TAX-ID        PIC X(9).
               10 VN-1099-FLAG     PIC X.
               10 VN-INV-CTR       PIC S9(4).
               10 VN-PAID          PIC 9(7)V99.

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
           05 FILLER               PIC X(8)    VALUE 'COBJPT41'.
           05 FILLER               PIC X(38)   VALUE SPACES.
           05 FILLER               PIC X(22)   VALUE
               '1099 VENDOR SUMMARY - '.
           05 H2-YEAR              PIC 9999.
           05 FILLER               PIC X(12)   VALUE ' - TEUBEL S '.
           05 FILLER               PIC X(48)   VALUE SPACES.

       01 FILL-LINE.
           05 FILLER               PIC X(132)  VALUE SPACES.

       01 COL-HEAD1.
           05 FILLER               PIC X(7)    VALUE 'VENDOR '.
           05 FILLER               PIC X(27)   VALUE 'NAME'.
           05 FILLER               PIC X(11)   VALUE 'TAX ID'.
           05 FILLER               PIC X(6)    VALUE '1099 '.
           05 FILLER               PIC X(8)    VALUE 'INVOICES'.
           05 FILLER               PIC X(15)   VALUE '      PAID'.
           05 FILLER               PIC X(58)   VALUE 'STATUS'.

       01 DETAIL-LINE33.
           05 D33-VENDOR            PIC 9(5).
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 D33-NAME              PIC X(25).
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 D33-TAX-ID            PIC X(9).
           05 FILLER                PIC X(3)    VALUE SPACES.
           05 D33-1099              PIC X.
           05 FILLER                PIC X(5)    VALUE SPACES.
           05 D33-INV-CTR           PIC ZZZ9.
           05 FILLER                PIC X(3)    VALUE SPACES.
           05 D33-PAID              PIC $$,$$$,$$9.99.
           05 FILLER                PIC X(3)    VALUE SPACES.
           05 D33-STATUS            PIC X(20).
           05 FILLER                PIC X(37)   VALUE SPACES.

       01 TOT-LINE-1.
           05 FILLER                PIC X(24)   VALUE
               'VENDORS PAID:           '.
           05 T1-CTR                PIC ZZ9.
           05 FILLER                PIC X(5)    VALUE SPACES.
           05 T1-AMT                PIC $$,$$$,$$9.99.
           05 FILLER                PIC X(87)   VALUE SPACES.

       01 TOT-LINE-2.
           05 FILLER                PIC X(24)   VALUE
               'REPORTABLE ON 1099:     '.
           05 T2-CTR                PIC ZZ9.
           05 FILLER                PIC X(5)    VALUE SPACES.
           05 T2-AMT                PIC $$,$$$,$$9.99.
           05 FILLER                PIC X(87)   VALUE SPACES.

       01 TOT-LINE-3.
           05 FILLER                PIC X(24)   VALUE
               'REPORTABLE - NO TAX ID: '.
           05 T3-CTR                PIC ZZ9.
           05 FILLER                PIC X(105)  VALUE SPACES.

       01 TOT-LINE-4.
           05 FILLER                PIC X(24)   VALUE
               'PAID - VENDOR NOT FOUND:'.
           05 T4-CTR                PIC ZZ9.
           05 FILLER                PIC X(5)    VALUE SPACES.
           05 T4-AMT                PIC $$,$$$,$$9.99.
           05 FILLER                PIC X(87)   VALUE SPACES.

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
           PERFORM L2-LOAD-PARM.
           MOVE TAX-YEAR                   TO H2-YEAR.
           PERFORM L2-LOAD-VENDORS.
           OPEN OUTPUT PRTOUT.
           OPEN OUTPUT EXTRACT-FILE.
           PERFORM L4-LOG-START.
           PERFORM L4-HEADINGS.
           OPEN INPUT APINV-FILE.
           IF APINV-STATUS = '00'
               MOVE 'Y' TO SW-APINV-OPEN
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

       L2-LOAD-PARM.
           MOVE BUS-DATE (1:4) TO TAX-YEAR.
           SUBTRACT 1 FROM TAX-YEAR.
           OPEN INPUT PARM-FILE.
           IF PARM-STATUS = '00'
               READ PARM-FILE
                   AT END
                       MOVE SPACES TO PARM-REC
               END-READ
               CLOSE PARM-FILE
               IF TY-YEAR NUMERIC AND TY-YEAR > ZERO
                   MOVE TY-YEAR TO TAX-YEAR
               END-IF
           END-IF.

       L2-LOAD-VENDORS.
           OPEN INPUT VENDOR-FILE.
           IF VENDR-STATUS = '00'
               PERFORM L3-VENDOR-READ
               PERFORM L3-VENDOR-STORE UNTIL EOF = 'T'
               CLOSE VENDOR-FILE
           END-IF.
           MOVE 'F' TO EOF.

       L3-VENDOR-READ.
           READ VENDOR-FILE
               AT END
                   MOVE 'T' TO EOF.

       L3-VENDOR-STORE.
           IF VN-CTR < 300
               ADD 1 TO VN-CTR
               SET VN-IDX TO VN-CTR
               MOVE VM-VENDOR-NO   TO VN-VENDOR-NO (VN-IDX)
               MOVE VM-NAME        TO VN-NAME (VN-IDX)
               MOVE VM-ADDRESS     TO VN-ADDRESS (VN-IDX)
               MOVE VM-CITY        TO VN-CITY (VN-IDX)
               MOVE VM-STATE       TO VN-STATE (VN-IDX)
               MOVE VM-ZIP         TO VN-ZIP (VN-IDX)
               MOVE VM-TAX-ID      TO VN-TAX-ID (VN-IDX)
               MOVE VM-1099-FLAG   TO VN-1099-FLAG (VN-IDX)
               MOVE ZERO           TO VN-INV-CTR (VN-IDX)
               MOVE ZERO           TO VN-PAID (VN-IDX)
           END-IF.
           PERFORM L3-VENDOR-READ.

       L2-MAINLINE.
           IF AP-STATUS = 'P' AND AP-PAID-DATE (1:4) = TAX-YEAR
               PERFORM L3-FIND-VENDOR
               IF FOUND-YES
                   ADD 1 TO VN-INV-CTR (VN-IDX)
                   ADD AP-AMOUNT TO VN-PAID (VN-IDX)
               ELSE
                   ADD 1 TO UNK-CTR
                   ADD AP-AMOUNT TO TOT-UNK
               END-IF
           END-IF.
           PERFORM L3-READ.

       L3-READ.
           READ APINV-FILE
               AT END
                   MOVE 'T' TO EOF
               NOT AT END
                   ADD 1 TO RL-READ-CTR
           END-READ.

       L3-FIND-VENDOR.
           MOVE 'N' TO SW-FOUND.
           MOVE ZERO TO FOUND-IDX.
           PERFORM L4-VENDOR-SEARCH-STEP
               VARYING VN-IDX FROM 1 BY 1
               UNTIL VN-IDX > VN-CTR OR FOUND-YES.
           IF FOUND-YES
               SET VN-IDX TO FOUND-IDX
           END-IF.

       L4-VENDOR-SEARCH-STEP.
           IF VN-VENDOR-NO (VN-IDX) = AP-VENDOR-NO
               MOVE 'Y' TO SW-FOUND
               SET FOUND-IDX TO VN-IDX
           END-IF.

       L2-CLOSING.
           IF APINV-OPEN
               CLOSE APINV-FILE
           END-IF.
           PERFORM L3-VENDOR-SUMMARY
               VARYING VN-IDX FROM 1 BY 1
               UNTIL VN-IDX > VN-CTR.
           PERFORM L4-PRINT-TOTALS.
           CLOSE EXTRACT-FILE.
           CLOSE PRTOUT.
           PERFORM L4-LOG-END.

       L3-VENDOR-SUMMARY.
           IF VN-PAID (VN-IDX) > ZERO
               ADD 1 TO PAID-VND-CTR
               ADD VN-PAID (VN-IDX) TO TOT-PAID
               IF VN-1099-FLAG (VN-IDX) NOT = 'Y'
                   MOVE 'NOT 1099 VENDOR' TO D33-STATUS
               ELSE
                   IF VN-PAID (VN-IDX) < THRESHOLD-AMT
                       MOVE 'BELOW THRESHOLD' TO D33-STATUS
                   ELSE
                       PERFORM L4-WRITE-EXTRACT
                   END-IF
               END-IF
               PERFORM L4-PRINT-VENDOR
           END-IF.

       L4-WRITE-EXTRACT.
           ADD 1 TO RPT-CTR.
           ADD VN-PAID (VN-IDX) TO TOT-RPT.
           IF VN-TAX-ID (VN-IDX) NUMERIC
               MOVE 'REPORTABLE' TO D33-STATUS
           ELSE
               ADD 1 TO NO-TIN-CTR
               MOVE '** NO TAX ID ON FILE' TO D33-STATUS
           END-IF.
           MOVE TAX-YEAR               TO TX-YEAR.
           MOVE VN-VENDOR-NO (VN-IDX)  TO TX-VENDOR-NO.
           MOVE VN-TAX-ID (VN-IDX)     TO TX-TAX-ID.
           MOVE VN-NAME (VN-IDX)       TO TX-NAME.
           MOVE VN-ADDRESS (VN-IDX)    TO TX-ADDRESS.
           MOVE VN-CITY (VN-IDX)       TO TX-CITY.
           MOVE VN-STATE (VN-IDX)      TO TX-STATE.
           MOVE VN-ZIP (VN-IDX)        TO TX-ZIP.
           MOVE VN-PAID (VN-IDX)       TO TX-AMOUNT.
           WRITE EXTRACT-REC.
           ADD 1 TO RL-WRITE-CTR.

       L4-PRINT-VENDOR.
           MOVE VN-VENDOR-NO (VN-IDX)  TO D33-VENDOR.
           MOVE VN-NAME (VN-IDX)       TO D33-NAME.
           MOVE VN-TAX-ID (VN-IDX)     TO D33-TAX-ID.
           MOVE VN-1099-FLAG (VN-IDX)  TO D33-1099.
           MOVE VN-INV-CTR (VN-IDX)    TO D33-INV-CTR.
           MOVE VN-PAID (VN-IDX)       TO D33-PAID.
           WRITE PRTLINE FROM DETAIL-LINE33
               AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                   PERFORM L4-HEADINGS
           END-WRITE.

       L4-PRINT-TOTALS.
           MOVE PAID-VND-CTR TO T1-CTR.
           MOVE TOT-PAID     TO T1-AMT.
           WRITE PRTLINE FROM TOT-LINE-1
               AFTER ADVANCING 3 LINES.
           MOVE RPT-CTR      TO T2-CTR.
           MOVE TOT-RPT      TO T2-AMT.
           WRITE PRTLINE FROM TOT-LINE-2
               AFTER ADVANCING 1 LINE.
           MOVE NO-TIN-CTR   TO T3-CTR.
           WRITE PRTLINE FROM TOT-LINE-3
               AFTER ADVANCING 1 LINE.
           MOVE UNK-CTR      TO T4-CTR.
           MOVE TOT-UNK      TO T4-AMT.
           WRITE PRTLINE FROM TOT-LINE-4
               AFTER ADVANCING 1 LINE.

       L4-LOG-START.
           OPEN EXTEND RUNLOG-FILE.
           MOVE 'CBLJPT41' TO RL-PROGRAM.
           MOVE 'START'    TO RL-TYPE.
           MOVE CURRENT-DATE-AND-TIME (1:8) TO RL-DATE.
           MOVE CURRENT-TIME (1:6)          TO RL-TIME.
           MOVE 'APINV VENDR CBL1099 PRT' TO RL-FILES.
           MOVE ZERO TO RL-READ.
           MOVE ZERO TO RL-WRITTEN.
           MOVE ZERO TO RL-DOLLARS.
           MOVE 'N'  TO RL-FLAG.
           WRITE RUNLOG-REC.
           CLOSE RUNLOG-FILE.

       L4-LOG-END.
           OPEN EXTEND RUNLOG-FILE.
           MOVE 'CBLJPT41' TO RL-PROGRAM.
           MOVE 'END'      TO RL-TYPE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE BUS-DATE TO CURRENT-DATE-AND-TIME (1:8).
           MOVE CURRENT-DATE-AND-TIME (1:8) TO RL-DATE.
           MOVE CURRENT-TIME (1:6)          TO RL-TIME.
           MOVE 'APINV VENDR CBL1099 PRT' TO RL-FILES.
           MOVE RL-READ-CTR  TO RL-READ.
           MOVE RL-WRITE-CTR TO RL-WRITTEN.
           MOVE TOT-RPT      TO RL-DOLLARS.
           IF NO-TIN-CTR > 0 OR UNK-CTR > 0
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
       end program CBLJPT41.
