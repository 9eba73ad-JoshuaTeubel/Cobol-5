       identification division.
       program-id. CBLJPT40.
       AUTHOR.     Joshua Teubel.
       DATE-WRITTEN. 10/15/2026.
       environment division.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE
               ASSIGN TO 'C:\Cobol\CBLAPPAY.DAT'
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
           SELECT WKORD-FILE
               ASSIGN TO 'C:\Cobol\CBLWKORD.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WKORD-STATUS.
           SELECT PRTOUT
               ASSIGN TO 'C:\Cobol\CBLAPPAY.PRT'
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
               05  PY-THRU-DATE            PIC 9(8).
               05  PY-FIRST-CHECK          PIC 9(6).

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

       FD  WKORD-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS WO-REC.
           01  WO-REC.
               05  WO-BLD-CODE             PIC XX.
               05  WO-UNIT                 PIC 99.
               05  WO-NUMBER               PIC 9(5).
               05  WO-OPEN-DATE            PIC 9(8).
               05  WO-DESC                 PIC X(25).
               05  WO-STATUS               PIC X.
               05  WO-COST                 PIC 9999V99.
               05  WO-BILLABLE             PIC X.
               05  WO-BILLED               PIC X.
               05  WO-VENDOR-NO            PIC 9(5).

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
           05  WKORD-STATUS        PIC XX      VALUE '00'.
           05  SW-OVERFLOW         PIC X       VALUE 'N'.
               88 TABLE-OVERFLOW       VALUE 'Y'.
           05  SW-CHECK-OPEN       PIC X       VALUE 'N'.
               88 CHECK-OPEN           VALUE 'Y'.
           05  SW-XC-SECTION       PIC X       VALUE 'N'.
               88 XC-SECTION           VALUE 'Y'.
           05  THRU-DATE           PIC 9(8)    VALUE ZERO.
           05  LAST-CHECK-NO       PIC 9(6)    VALUE ZERO.
           05  CHECK-AMT           PIC 9(7)V99 VALUE ZERO.
           05  CHECK-CTR           PIC S999    VALUE ZERO.
           05  PAID-CTR            PIC S9(4)   VALUE ZERO.
           05  TOT-PAID            PIC 9(7)V99 VALUE ZERO.
           05  XC-INVOICED         PIC 9(7)V99 VALUE ZERO.
           05  XC-PAID             PIC 9(7)V99 VALUE ZERO.
           05  XC-DIFF             PIC S9(7)V99 VALUE ZERO.
           05  XC-CTR              PIC S999    VALUE ZERO.
           05  TOT-RECOVERED       PIC 9(7)V99 VALUE ZERO.
           05  TOT-XC-INVOICED     PIC 9(7)V99 VALUE ZERO.
           05  TOT-XC-PAID         PIC 9(7)V99 VALUE ZERO.
           05  TOT-XC-DIFF         PIC S9(7)V99 VALUE ZERO.
           05  RL-READ-CTR         PIC 9(5)    VALUE ZERO.
           05  RL-WRITE-CTR        PIC 9(5)    VALUE ZERO.

       01 VENDOR-TABLE.
           05 VN-CTR               PIC S999    VALUE ZERO.
           05 VN-ENTRY OCCURS 300 TIMES INDEXED BY VN-IDX.
               10 VN-VENDOR-NO     PIC 9(5).
               10 VN-NAME          PIC X(25).

       01 WO-TABLE.
           05 WT-CTR               PIC S9(4)   VALUE ZERO.
           05 WT-ENTRY OCCURS 500 TIMES INDEXED BY WT-IDX.
               10 WT-BLD-CODE      PIC XX.
               10 WT-UNIT          PIC 99.
               10 WT-NUMBER        PIC 9(5).
               10 WT-COST          PIC 9999V99.
               10 WT-BILLED        PIC X.
               10 WT-VENDOR-NO     PIC 9(5).

       01 AP-TABLE.
           05 AT-CTR               PIC S9(4)   VALUE ZERO.
           05 AT-ENTRY OCCURS 2000 TIMES INDEXED BY AT-IDX.
               10 AT-VENDOR-NO     PIC 9(5).
               10 AT-INVOICE-NO    PIC X(10).
               10 AT-INV-DATE      PIC 9(8).
               10 AT-BLD-CODE      PIC XX.
               10 AT-UNIT          PIC 99.
               10 AT-WO-NUMBER     PIC 9(5).
               10 AT-AMOUNT        PIC 9(5)V99.
               10 AT-OVERRUN       PIC X.
               10 AT-ENTRY-DATE    PIC 9(8).
               10 AT-STATUS        PIC X.
               10 AT-CHECK-NO      PIC 9(6).
               10 AT-PAID-DATE     PIC 9(8).

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
           05 FILLER               PIC X(8)    VALUE 'COBJPT40'.
           05 FILLER               PIC X(38)   VALUE SPACES.
           05 FILLER               PIC X(38)   VALUE
               'AP CHECK REGISTER - TEUBEL S '.
           05 FILLER               PIC X(48)   VALUE SPACES.

       01 FILL-LINE.
           05 FILLER               PIC X(132)  VALUE SPACES.

       01 COL-HEAD1.
           05 FILLER               PIC X(9)    VALUE 'CHECK NO '.
           05 FILLER               PIC X(7)    VALUE 'VENDOR '.
           05 FILLER               PIC X(27)   VALUE 'NAME'.
           05 FILLER               PIC X(12)   VALUE 'INVOICE NO'.
           05 FILLER               PIC X(12)   VALUE 'INV DATE'.
           05 FILLER               PIC X(13)   VALUE 'WORK ORDER'.
           05 FILLER               PIC X(12)   VALUE '    AMOUNT'.
           05 FILLER               PIC X(40)   VALUE 'NOTE'.

       01 DETAIL-LINE32.
           05 D32-CHECK             PIC 9(6).
           05 FILLER                PIC X(3)    VALUE SPACES.
           05 D32-VENDOR            PIC 9(5).
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 D32-NAME              PIC X(25).
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 D32-INVOICE           PIC X(10).
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 D32-MONTH             PIC 99.
           05 FILLER                PIC X       VALUE '/'.
           05 D32-DAY               PIC 99.
           05 FILLER                PIC X       VALUE '/'.
           05 D32-YEAR              PIC 9999.
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 D32-BLD               PIC XX.
           05 FILLER                PIC X       VALUE '-'.
           05 D32-UNIT              PIC 99.
           05 FILLER                PIC X       VALUE '-'.
           05 D32-NUMBER            PIC 9(5).
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 D32-AMOUNT            PIC $$$,$$9.99.
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 D32-NOTE              PIC X(10).
           05 FILLER                PIC X(30)   VALUE SPACES.

       01 CHECK-LINE.
           05 FILLER                PIC X(9)    VALUE SPACES.
           05 FILLER                PIC X(12)   VALUE 'CHECK TOTAL '.
           05 CK-CHECK              PIC 9(6).
           05 FILLER                PIC X(54)   VALUE SPACES.
           05 CK-AMOUNT             PIC $$,$$$,$$9.99.
           05 FILLER                PIC X(38)   VALUE SPACES.

       01 TOT-LINE-1.
           05 FILLER                PIC X(20)   VALUE
               'CHECKS WRITTEN:     '.
           05 T1-CTR                PIC ZZ9.
           05 FILLER                PIC X(5)    VALUE SPACES.
           05 T1-AMT                PIC $$$$,$$9.99.
           05 FILLER                PIC X(93)   VALUE SPACES.

       01 TOT-LINE-2.
           05 FILLER                PIC X(20)   VALUE
               'INVOICES PAID:      '.
           05 T2-CTR                PIC ZZZ9.
           05 FILLER                PIC X(4)    VALUE SPACES.
           05 FILLER                PIC X(14)   VALUE 'PAID THROUGH: '.
           05 T2-MONTH              PIC 99.
           05 FILLER                PIC X       VALUE '/'.
           05 T2-DAY                PIC 99.
           05 FILLER                PIC X       VALUE '/'.
           05 T2-YEAR               PIC 9999.
           05 FILLER                PIC X(80)   VALUE SPACES.

       01 XC-TITLE-LINE.
           05 FILLER                PIC X(40)   VALUE
               'WORK ORDER RECOVERY CROSS-CHECK'.
           05 FILLER                PIC X(92)   VALUE SPACES.

       01 XC-HEAD-LINE.
           05 FILLER                PIC X(13)   VALUE 'WORK ORDER'.
           05 FILLER                PIC X(8)    VALUE 'VENDOR'.
           05 FILLER                PIC X(14)   VALUE '   RECOVERED'.
           05 FILLER                PIC X(14)   VALUE '    INVOICED'.
           05 FILLER                PIC X(14)   VALUE '        PAID'.
           05 FILLER                PIC X(15)   VALUE '  RECOV - PAID'.
           05 FILLER                PIC X(54)   VALUE '  NOTE'.

       01 XC-LINE.
           05 XC-BLD                PIC XX.
           05 FILLER                PIC X       VALUE '-'.
           05 XC-UNIT               PIC 99.
           05 FILLER                PIC X       VALUE '-'.
           05 XC-NUMBER             PIC 9(5).
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 XC-VENDOR             PIC 9(5) BLANK WHEN ZERO.
           05 FILLER                PIC X(3)    VALUE SPACES.
           05 XC-RECOVERED          PIC $$$$,$$9.99.
           05 FILLER                PIC X(3)    VALUE SPACES.
           05 XC-INV-AMT            PIC $$$$,$$9.99.
           05 FILLER                PIC X(3)    VALUE SPACES.
           05 XC-PAID-AMT           PIC $$$$,$$9.99.
           05 FILLER                PIC X(3)    VALUE SPACES.
           05 XC-DIFF-AMT           PIC $$$$,$$9.99-.
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 XC-NOTE               PIC X(20).
           05 FILLER                PIC X(34)   VALUE SPACES.

       01 XC-TOT-LINE.
           05 FILLER                PIC X(8)    VALUE 'TOTALS  '.
           05 XCT-CTR               PIC ZZ9.
           05 FILLER                PIC X(10)   VALUE ' ORDERS   '.
           05 XCT-RECOVERED         PIC $$$$,$$9.99.
           05 FILLER                PIC X(3)    VALUE SPACES.
           05 XCT-INV-AMT           PIC $$$$,$$9.99.
           05 FILLER                PIC X(3)    VALUE SPACES.
           05 XCT-PAID-AMT          PIC $$$$,$$9.99.
           05 FILLER                PIC X(3)    VALUE SPACES.
           05 XCT-DIFF-AMT          PIC $$$$,$$9.99-.
           05 FILLER                PIC X(56)   VALUE SPACES.

       01 ABORT-LINE.
           05 FILLER                PIC X(20)   VALUE SPACES.
           05 FILLER                PIC X(52)   VALUE
               '** AP TABLE FULL - NO CHECKS WRITTEN **'.
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
           PERFORM L2-LOAD-VENDORS.
           PERFORM L2-LOAD-WKORD.
           PERFORM L2-LOAD-APINV.
           PERFORM L2-LOAD-PARM.
           OPEN OUTPUT PRTOUT.
           PERFORM L4-LOG-START.
           PERFORM L4-HEADINGS.
           SET VN-IDX TO 1.
           IF TABLE-OVERFLOW OR VN-CTR = ZERO
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
           ELSE
               MOVE 'Y' TO SW-OVERFLOW
           END-IF.
           PERFORM L3-VENDOR-READ.

       L2-LOAD-WKORD.
           OPEN INPUT WKORD-FILE.
           IF WKORD-STATUS = '00'
               PERFORM L3-WO-READ
               PERFORM L3-WO-STORE UNTIL EOF = 'T'
               CLOSE WKORD-FILE
           END-IF.
           MOVE 'F' TO EOF.

       L3-WO-READ.
           READ WKORD-FILE
               AT END
                   MOVE 'T' TO EOF.

       L3-WO-STORE.
           IF WT-CTR < 500
               ADD 1 TO WT-CTR
               SET WT-IDX TO WT-CTR
               MOVE WO-BLD-CODE  TO WT-BLD-CODE (WT-IDX)
               MOVE WO-UNIT      TO WT-UNIT (WT-IDX)
               MOVE WO-NUMBER    TO WT-NUMBER (WT-IDX)
               MOVE WO-COST      TO WT-COST (WT-IDX)
               MOVE WO-BILLED    TO WT-BILLED (WT-IDX)
               IF WO-VENDOR-NO NUMERIC
                   MOVE WO-VENDOR-NO TO WT-VENDOR-NO (WT-IDX)
               ELSE
                   MOVE ZERO TO WT-VENDOR-NO (WT-IDX)
               END-IF
           ELSE
               MOVE 'Y' TO SW-OVERFLOW
           END-IF.
           PERFORM L3-WO-READ.

       L2-LOAD-APINV.
           OPEN INPUT APINV-FILE.
           IF APINV-STATUS = '00'
               PERFORM L3-APINV-READ
               PERFORM L3-APINV-STORE UNTIL EOF = 'T'
               CLOSE APINV-FILE
           END-IF.
           MOVE 'F' TO EOF.

       L3-APINV-READ.
           READ APINV-FILE
               AT END
                   MOVE 'T' TO EOF
               NOT AT END
                   ADD 1 TO RL-READ-CTR
           END-READ.

       L3-APINV-STORE.
           IF AT-CTR < 2000
               ADD 1 TO AT-CTR
               SET AT-IDX TO AT-CTR
               MOVE AP-VENDOR-NO  TO AT-VENDOR-NO (AT-IDX)
               MOVE AP-INVOICE-NO TO AT-INVOICE-NO (AT-IDX)
               MOVE AP-INV-DATE   TO AT-INV-DATE (AT-IDX)
               MOVE AP-BLD-CODE   TO AT-BLD-CODE (AT-IDX)
               MOVE AP-UNIT       TO AT-UNIT (AT-IDX)
               MOVE AP-WO-NUMBER  TO AT-WO-NUMBER (AT-IDX)
               MOVE AP-AMOUNT     TO AT-AMOUNT (AT-IDX)
               MOVE AP-OVERRUN    TO AT-OVERRUN (AT-IDX)
               MOVE AP-ENTRY-DATE TO AT-ENTRY-DATE (AT-IDX)
               MOVE AP-STATUS     TO AT-STATUS (AT-IDX)
               MOVE AP-CHECK-NO   TO AT-CHECK-NO (AT-IDX)
               MOVE AP-PAID-DATE  TO AT-PAID-DATE (AT-IDX)
               IF AP-CHECK-NO > LAST-CHECK-NO
                   MOVE AP-CHECK-NO TO LAST-CHECK-NO
               END-IF
           ELSE
               MOVE 'Y' TO SW-OVERFLOW
           END-IF.
           PERFORM L3-APINV-READ.

       L2-LOAD-PARM.
           MOVE BUS-DATE TO THRU-DATE.
           OPEN INPUT PARM-FILE.
           IF PARM-STATUS = '00'
               READ PARM-FILE
                   AT END
                       MOVE SPACES TO PARM-REC
               END-READ
               CLOSE PARM-FILE
               IF PY-THRU-DATE NUMERIC AND PY-THRU-DATE > ZERO
                   MOVE PY-THRU-DATE TO THRU-DATE
               END-IF
               IF PY-FIRST-CHECK NUMERIC
                       AND PY-FIRST-CHECK > LAST-CHECK-NO
                   COMPUTE LAST-CHECK-NO = PY-FIRST-CHECK - 1
               END-IF
           END-IF.

       L2-MAINLINE.
           MOVE 'N' TO SW-CHECK-OPEN.
           MOVE ZERO TO CHECK-AMT.
           PERFORM L3-PAY-INVOICE
               VARYING AT-IDX FROM 1 BY 1
               UNTIL AT-IDX > AT-CTR.
           IF CHECK-OPEN
               PERFORM L3-PRINT-CHECK-TOTAL
           END-IF.
           SET VN-IDX UP BY 1.
           IF VN-IDX > VN-CTR
               MOVE 'T' TO EOF
           END-IF.

       L3-PAY-INVOICE.
           IF AT-VENDOR-NO (AT-IDX) = VN-VENDOR-NO (VN-IDX)
                   AND AT-STATUS (AT-IDX) = 'O'
                   AND AT-INV-DATE (AT-IDX) NOT > THRU-DATE
               IF NOT CHECK-OPEN
                   MOVE 'Y' TO SW-CHECK-OPEN
                   ADD 1 TO LAST-CHECK-NO
                   ADD 1 TO CHECK-CTR
               END-IF
               MOVE 'P'           TO AT-STATUS (AT-IDX)
               MOVE LAST-CHECK-NO TO AT-CHECK-NO (AT-IDX)
               MOVE BUS-DATE      TO AT-PAID-DATE (AT-IDX)
               ADD AT-AMOUNT (AT-IDX) TO CHECK-AMT
               ADD AT-AMOUNT (AT-IDX) TO TOT-PAID
               ADD 1 TO PAID-CTR
               PERFORM L4-PRINT-PAID
           END-IF.

       L4-PRINT-PAID.
           MOVE LAST-CHECK-NO             TO D32-CHECK.
           MOVE VN-VENDOR-NO (VN-IDX)     TO D32-VENDOR.
           MOVE VN-NAME (VN-IDX)          TO D32-NAME.
           MOVE AT-INVOICE-NO (AT-IDX)    TO D32-INVOICE.
           MOVE AT-INV-DATE (AT-IDX) (5:2) TO D32-MONTH.
           MOVE AT-INV-DATE (AT-IDX) (7:2) TO D32-DAY.
           MOVE AT-INV-DATE (AT-IDX) (1:4) TO D32-YEAR.
           MOVE AT-BLD-CODE (AT-IDX)      TO D32-BLD.
           MOVE AT-UNIT (AT-IDX)          TO D32-UNIT.
           MOVE AT-WO-NUMBER (AT-IDX)     TO D32-NUMBER.
           MOVE AT-AMOUNT (AT-IDX)        TO D32-AMOUNT.
           IF AT-OVERRUN (AT-IDX) = 'Y'
               MOVE '** OVERRUN' TO D32-NOTE
           ELSE
               MOVE SPACES TO D32-NOTE
           END-IF.
           WRITE PRTLINE FROM DETAIL-LINE32
               AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                   PERFORM L4-HEADINGS
           END-WRITE.

       L3-PRINT-CHECK-TOTAL.
           MOVE LAST-CHECK-NO TO CK-CHECK.
           MOVE CHECK-AMT     TO CK-AMOUNT.
           WRITE PRTLINE FROM CHECK-LINE
               AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                   PERFORM L4-HEADINGS
           END-WRITE.
           WRITE PRTLINE FROM FILL-LINE
               AFTER ADVANCING 1 LINE.

       L2-CLOSING.
           IF TABLE-OVERFLOW
               WRITE PRTLINE FROM ABORT-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               OPEN OUTPUT APINV-FILE
               PERFORM L3-REWRITE-APINV
                   VARYING AT-IDX FROM 1 BY 1
                   UNTIL AT-IDX > AT-CTR
               CLOSE APINV-FILE
               PERFORM L4-PRINT-TOTALS
               PERFORM L3-CROSS-CHECK
           END-IF.
           CLOSE PRTOUT.
           PERFORM L4-LOG-END.

       L3-REWRITE-APINV.
           MOVE AT-VENDOR-NO (AT-IDX)  TO AP-VENDOR-NO.
           MOVE AT-INVOICE-NO (AT-IDX) TO AP-INVOICE-NO.
           MOVE AT-INV-DATE (AT-IDX)   TO AP-INV-DATE.
           MOVE AT-BLD-CODE (AT-IDX)   TO AP-BLD-CODE.
           MOVE AT-UNIT (AT-IDX)       TO AP-UNIT.
           MOVE AT-WO-NUMBER (AT-IDX)  TO AP-WO-NUMBER.
           MOVE AT-AMOUNT (AT-IDX)     TO AP-AMOUNT.
           MOVE AT-OVERRUN (AT-IDX)    TO AP-OVERRUN.
           MOVE AT-ENTRY-DATE (AT-IDX) TO AP-ENTRY-DATE.
           MOVE AT-STATUS (AT-IDX)     TO AP-STATUS.
           MOVE AT-CHECK-NO (AT-IDX)   TO AP-CHECK-NO.
           MOVE AT-PAID-DATE (AT-IDX)  TO AP-PAID-DATE.
           WRITE APINV-REC.
           ADD 1 TO RL-WRITE-CTR.

       L4-PRINT-TOTALS.
           MOVE CHECK-CTR TO T1-CTR.
           MOVE TOT-PAID  TO T1-AMT.
           WRITE PRTLINE FROM TOT-LINE-1
               AFTER ADVANCING 2 LINES.
           MOVE PAID-CTR  TO T2-CTR.
           MOVE THRU-DATE (5:2) TO T2-MONTH.
           MOVE THRU-DATE (7:2) TO T2-DAY.
           MOVE THRU-DATE (1:4) TO T2-YEAR.
           WRITE PRTLINE FROM TOT-LINE-2
               AFTER ADVANCING 1 LINE.

       L3-CROSS-CHECK.
           MOVE 'Y' TO SW-XC-SECTION.
           PERFORM L4-HEADINGS.
           PERFORM L4-CROSS-CHECK-WO
               VARYING WT-IDX FROM 1 BY 1
               UNTIL WT-IDX > WT-CTR.
           MOVE XC-CTR          TO XCT-CTR.
           MOVE TOT-RECOVERED   TO XCT-RECOVERED.
           MOVE TOT-XC-INVOICED TO XCT-INV-AMT.
           MOVE TOT-XC-PAID     TO XCT-PAID-AMT.
           MOVE TOT-XC-DIFF     TO XCT-DIFF-AMT.
           WRITE PRTLINE FROM XC-TOT-LINE
               AFTER ADVANCING 2 LINES.

       L4-CROSS-CHECK-WO.
           IF WT-BILLED (WT-IDX) = 'Y'
               MOVE ZERO TO XC-INVOICED
               MOVE ZERO TO XC-PAID
               PERFORM L4-XC-SUM-STEP
                   VARYING AT-IDX FROM 1 BY 1
                   UNTIL AT-IDX > AT-CTR
               COMPUTE XC-DIFF = WT-COST (WT-IDX) - XC-PAID
               ADD 1 TO XC-CTR
               ADD WT-COST (WT-IDX) TO TOT-RECOVERED
               ADD XC-INVOICED      TO TOT-XC-INVOICED
               ADD XC-PAID          TO TOT-XC-PAID
               ADD XC-DIFF          TO TOT-XC-DIFF
               PERFORM L4-PRINT-CROSS-CHECK
           END-IF.

       L4-XC-SUM-STEP.
           IF AT-BLD-CODE (AT-IDX) = WT-BLD-CODE (WT-IDX)
                   AND AT-UNIT (AT-IDX) = WT-UNIT (WT-IDX)
                   AND AT-WO-NUMBER (AT-IDX) = WT-NUMBER (WT-IDX)
               ADD AT-AMOUNT (AT-IDX) TO XC-INVOICED
               IF AT-STATUS (AT-IDX) = 'P'
                   ADD AT-AMOUNT (AT-IDX) TO XC-PAID
               END-IF
           END-IF.

       L4-PRINT-CROSS-CHECK.
           MOVE WT-BLD-CODE (WT-IDX)  TO XC-BLD.
           MOVE WT-UNIT (WT-IDX)      TO XC-UNIT.
           MOVE WT-NUMBER (WT-IDX)    TO XC-NUMBER.
           MOVE WT-VENDOR-NO (WT-IDX) TO XC-VENDOR.
           MOVE WT-COST (WT-IDX)      TO XC-RECOVERED.
           MOVE XC-INVOICED           TO XC-INV-AMT.
           MOVE XC-PAID               TO XC-PAID-AMT.
           MOVE XC-DIFF               TO XC-DIFF-AMT.
           IF XC-INVOICED = ZERO
               MOVE 'NO VENDOR INVOICE' TO XC-NOTE
           ELSE
               IF XC-PAID < XC-INVOICED
                   MOVE 'INVOICES OPEN' TO XC-NOTE
               ELSE
                   IF XC-DIFF < ZERO
                       MOVE '** UNDER-RECOVERED' TO XC-NOTE
                   ELSE
                       MOVE SPACES TO XC-NOTE
                   END-IF
               END-IF
           END-IF.
           WRITE PRTLINE FROM XC-LINE
               AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                   PERFORM L4-HEADINGS
           END-WRITE.

       L4-LOG-START.
           OPEN EXTEND RUNLOG-FILE.
           MOVE 'CBLJPT40' TO RL-PROGRAM.
           MOVE 'START'    TO RL-TYPE.
           MOVE CURRENT-DATE-AND-TIME (1:8) TO RL-DATE.
           MOVE CURRENT-TIME (1:6)          TO RL-TIME.
           MOVE 'APINV VENDR WKORD APPAY PRT' TO RL-FILES.
           MOVE ZERO TO RL-READ.
           MOVE ZERO TO RL-WRITTEN.
           MOVE ZERO TO RL-DOLLARS.
           MOVE 'N'  TO RL-FLAG.
           WRITE RUNLOG-REC.
           CLOSE RUNLOG-FILE.

       L4-LOG-END.
           OPEN EXTEND RUNLOG-FILE.
           MOVE 'CBLJPT40' TO RL-PROGRAM.
           MOVE 'END'      TO RL-TYPE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE BUS-DATE TO CURRENT-DATE-AND-TIME (1:8).
           MOVE CURRENT-DATE-AND-TIME (1:8) TO RL-DATE.
           MOVE CURRENT-TIME (1:6)          TO RL-TIME.
           MOVE 'APINV VENDR WKORD APPAY PRT' TO RL-FILES.
           MOVE RL-READ-CTR  TO RL-READ.
           MOVE RL-WRITE-CTR TO RL-WRITTEN.
           MOVE TOT-PAID     TO RL-DOLLARS.
           IF TABLE-OVERFLOW
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
           IF XC-SECTION
               WRITE PRTLINE FROM XC-TITLE-LINE
                   AFTER ADVANCING 1 LINE
               WRITE PRTLINE FROM XC-HEAD-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE PRTLINE FROM COL-HEAD1
                   AFTER ADVANCING 1 LINE
           END-IF.
       end program CBLJPT40.
