       identification division.
       program-id. CBLJPT39.
       AUTHOR.     Joshua Teubel.
       DATE-WRITTEN. 10/15/2026.
       environment division.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APIN-FILE
               ASSIGN TO 'C:\Cobol\CBLAPIN.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
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
               ASSIGN TO 'C:\Cobol\CBLAPIN.PRT'
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

       FD  APIN-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS APIN-REC.
           01  APIN-REC.
               05  IV-VENDOR-NO            PIC 9(5).
               05  IV-INVOICE-NO           PIC X(10).
               05  IV-INV-DATE.
                   10  IV-INV-YEAR         PIC 9999.
                   10  IV-INV-MONTH        PIC 99.
                   10  IV-INV-DAY          PIC 99.
               05  IV-BLD-CODE             PIC XX.
               05  IV-UNIT                 PIC 99.
               05  IV-WO-NUMBER            PIC 9(5).
               05  IV-AMOUNT               PIC 9(5)V99.

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
           05  APINV-STATUS        PIC XX      VALUE '00'.
           05  VENDR-STATUS        PIC XX      VALUE '00'.
           05  WKORD-STATUS        PIC XX      VALUE '00'.
           05  SW-FOUND            PIC X       VALUE 'N'.
               88 FOUND-YES            VALUE 'Y'.
           05  FOUND-IDX           PIC 9999    VALUE ZERO.
           05  SW-VALID            PIC X       VALUE 'Y'.
               88 VALID-YES            VALUE 'Y'.
           05  SW-OVERFLOW         PIC X       VALUE 'N'.
               88 TABLE-OVERFLOW       VALUE 'Y'.
           05  SW-INV-FULL         PIC X       VALUE 'N'.
               88 INV-TABLE-FULL       VALUE 'Y'.
           05  REJECT-MSG          PIC X(30)   VALUE SPACES.
           05  SRCH-BLD-CODE       PIC XX      VALUE SPACES.
           05  SRCH-UNIT           PIC 99      VALUE ZERO.
           05  SRCH-WO-NUMBER      PIC 9(5)    VALUE ZERO.
           05  OVER-AMT            PIC S9(5)V99 VALUE ZERO.
           05  INV-CTR             PIC S999    VALUE ZERO.
           05  OVR-CTR             PIC S999    VALUE ZERO.
           05  REJ-CTR             PIC S999    VALUE ZERO.
           05  TOT-INV             PIC 9(7)V99 VALUE ZERO.
           05  TOT-OVR             PIC 9(7)V99 VALUE ZERO.
           05  TOT-REJ             PIC 9(7)V99 VALUE ZERO.
           05  RL-READ-CTR         PIC 9(5)    VALUE ZERO.
           05  RL-WRITE-CTR        PIC 9(5)    VALUE ZERO.

       01 VENDOR-TABLE.
           05 VN-CTR               PIC S999    VALUE ZERO.
           05 VN-ENTRY OCCURS 300 TIMES INDEXED BY VN-IDX.
               10 VN-VENDOR-NO     PIC 9(5).
               10 VN-NAME          PIC X(25).
               10 VN-ACTIVE        PIC X.

       01 WO-TABLE.
           05 WT-CTR               PIC S9(4)   VALUE ZERO.
           05 WT-ENTRY OCCURS 500 TIMES INDEXED BY WT-IDX.
               10 WT-BLD-CODE      PIC XX.
               10 WT-UNIT          PIC 99.
               10 WT-NUMBER        PIC 9(5).
               10 WT-COST          PIC 9999V99.
               10 WT-VENDOR-NO     PIC 9(5).
               10 WT-INVOICED      PIC 9(7)V99.

       01 INVOICE-TABLE.
           05 IT-CTR               PIC S9(4)   VALUE ZERO.
           05 IT-ENTRY OCCURS 2000 TIMES INDEXED BY IT-IDX.
               10 IT-VENDOR-NO     PIC 9(5).
               10 IT-INVOICE-NO    PIC X(10).

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
           05 FILLER               PIC X(8)    VALUE 'COBJPT39'.
           05 FILLER               PIC X(38)   VALUE SPACES.
           05 FILLER               PIC X(38)   VALUE
               'AP INVOICE REGISTER - TEUBEL S '.
           05 FILLER               PIC X(48)   VALUE SPACES.

       01 FILL-LINE.
           05 FILLER               PIC X(132)  VALUE SPACES.

       01 COL-HEAD1.
           05 FILLER               PIC X(7)    VALUE 'VENDOR '.
           05 FILLER               PIC X(22)   VALUE 'NAME'.
           05 FILLER               PIC X(12)   VALUE 'INVOICE NO'.
           05 FILLER               PIC X(12)   VALUE 'INV DATE'.
           05 FILLER               PIC X(13)   VALUE 'WORK ORDER'.
           05 FILLER               PIC X(12)   VALUE '    AMOUNT'.
           05 FILLER               PIC X(12)   VALUE '   WO COST'.
           05 FILLER               PIC X(12)   VALUE '  INVOICED'.
           05 FILLER               PIC X(30)   VALUE 'NOTE'.

       01 DETAIL-LINE31.
           05 D31-VENDOR            PIC 9(5).
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 D31-NAME              PIC X(20).
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 D31-INVOICE           PIC X(10).
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 D31-MONTH             PIC 99.
           05 FILLER                PIC X       VALUE '/'.
           05 D31-DAY               PIC 99.
           05 FILLER                PIC X       VALUE '/'.
           05 D31-YEAR              PIC 9999.
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 D31-BLD               PIC XX.
           05 FILLER                PIC X       VALUE '-'.
           05 D31-UNIT              PIC 99.
           05 FILLER                PIC X       VALUE '-'.
           05 D31-NUMBER            PIC 9(5).
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 D31-AMOUNT            PIC $$$,$$9.99.
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 D31-COST              PIC $$$,$$9.99.
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 D31-INVOICED          PIC $$$,$$9.99.
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 D31-NOTE              PIC X(11).
           05 D31-OVER              PIC $$$,$$9.99 BLANK WHEN ZERO.
           05 FILLER                PIC X(2)    VALUE SPACES.

       01 REJECT-LINE.
           05 R31-VENDOR            PIC X(5).
           05 FILLER                PIC X(24)   VALUE SPACES.
           05 R31-INVOICE           PIC X(10).
           05 FILLER                PIC X(14)   VALUE SPACES.
           05 R31-BLD               PIC XX.
           05 FILLER                PIC X       VALUE '-'.
           05 R31-UNIT              PIC XX.
           05 FILLER                PIC X       VALUE '-'.
           05 R31-NUMBER            PIC X(5).
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 R31-AMOUNT            PIC $$$,$$9.99.
           05 FILLER                PIC X(4)    VALUE SPACES.
           05 R31-MSG               PIC X(30).
           05 FILLER                PIC X(26)   VALUE SPACES.

       01 TOT-LINE-1.
           05 FILLER                PIC X(20)   VALUE
               'INVOICES ENTERED:   '.
           05 T1-CTR                PIC ZZ9.
           05 FILLER                PIC X(5)    VALUE SPACES.
           05 T1-AMT                PIC $$$$,$$9.99.
           05 FILLER                PIC X(93)   VALUE SPACES.

       01 TOT-LINE-2.
           05 FILLER                PIC X(20)   VALUE
               'COST OVERRUNS:      '.
           05 T2-CTR                PIC ZZ9.
           05 FILLER                PIC X(5)    VALUE SPACES.
           05 T2-AMT                PIC $$$$,$$9.99.
           05 FILLER                PIC X(93)   VALUE SPACES.

       01 TOT-LINE-3.
           05 FILLER                PIC X(20)   VALUE
               'INVOICES REJECTED:  '.
           05 T3-CTR                PIC ZZ9.
           05 FILLER                PIC X(5)    VALUE SPACES.
           05 T3-AMT                PIC $$$$,$$9.99.
           05 FILLER                PIC X(93)   VALUE SPACES.

       01 ABORT-LINE.
           05 FILLER                PIC X(20)   VALUE SPACES.
           05 FILLER                PIC X(52)   VALUE
               '** AP TABLE FULL - NO INVOICES POSTED **'.
           05 FILLER                PIC X(60)   VALUE SPACES.

       01 FULL-LINE.
           05 FILLER                PIC X(20)   VALUE SPACES.
           05 FILLER                PIC X(52)   VALUE
               '** AP TABLE FULL - REMAINING INVOICES NOT POSTED **'.
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
           OPEN OUTPUT PRTOUT.
           PERFORM L4-LOG-START.
           PERFORM L4-HEADINGS.
           IF TABLE-OVERFLOW
               MOVE 'T' TO EOF
           ELSE
               OPEN INPUT APIN-FILE
               IF APINV-STATUS = '00'
                   OPEN EXTEND APINV-FILE
               ELSE
                   OPEN OUTPUT APINV-FILE
               END-IF
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
               MOVE VM-ACTIVE-FLAG TO VN-ACTIVE (VN-IDX)
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
               IF WO-VENDOR-NO NUMERIC
                   MOVE WO-VENDOR-NO TO WT-VENDOR-NO (WT-IDX)
               ELSE
                   MOVE ZERO TO WT-VENDOR-NO (WT-IDX)
               END-IF
               MOVE ZERO         TO WT-INVOICED (WT-IDX)
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
                   MOVE 'T' TO EOF.

       L3-APINV-STORE.
           IF IT-CTR < 2000
               ADD 1 TO IT-CTR
               SET IT-IDX TO IT-CTR
               MOVE AP-VENDOR-NO  TO IT-VENDOR-NO (IT-IDX)
               MOVE AP-INVOICE-NO TO IT-INVOICE-NO (IT-IDX)
           ELSE
               MOVE 'Y' TO SW-OVERFLOW
           END-IF.
           MOVE AP-BLD-CODE  TO SRCH-BLD-CODE.
           MOVE AP-UNIT      TO SRCH-UNIT.
           MOVE AP-WO-NUMBER TO SRCH-WO-NUMBER.
           PERFORM L3-FIND-WO.
           IF FOUND-YES
               ADD AP-AMOUNT TO WT-INVOICED (WT-IDX)
           END-IF.
           PERFORM L3-APINV-READ.

       L2-MAINLINE.
           PERFORM L3-VALIDATE.
           IF VALID-YES
               PERFORM L3-POST-INVOICE
           ELSE
               PERFORM L3-PRINT-REJECT
           END-IF.
           IF NOT INV-TABLE-FULL
               PERFORM L3-READ
           END-IF.

       L3-READ.
           READ APIN-FILE
               AT END
                   MOVE 'T' TO EOF
               NOT AT END
                   ADD 1 TO RL-READ-CTR
           END-READ.

       L3-VALIDATE.
           MOVE 'Y' TO SW-VALID.
           MOVE SPACES TO REJECT-MSG.
           IF IV-VENDOR-NO NOT NUMERIC
               MOVE 'N' TO SW-VALID
               MOVE '** VENDOR NOT ON MASTER' TO REJECT-MSG
           ELSE
               PERFORM L3-FIND-VENDOR
               IF NOT FOUND-YES
                   MOVE 'N' TO SW-VALID
                   MOVE '** VENDOR NOT ON MASTER' TO REJECT-MSG
               ELSE
                   IF VN-ACTIVE (VN-IDX) NOT = 'A'
                       MOVE 'N' TO SW-VALID
                       MOVE '** VENDOR INACTIVE' TO REJECT-MSG
                   END-IF
               END-IF
           END-IF.
           IF VALID-YES
               IF IV-INVOICE-NO = SPACES
                   MOVE 'N' TO SW-VALID
                   MOVE '** INVOICE NUMBER MISSING' TO REJECT-MSG
               END-IF
           END-IF.
           IF VALID-YES
               PERFORM L3-FIND-INVOICE
               IF FOUND-YES
                   MOVE 'N' TO SW-VALID
                   MOVE '** DUPLICATE VENDOR INVOICE' TO REJECT-MSG
               END-IF
           END-IF.
           IF VALID-YES
               IF IV-INV-DATE NOT NUMERIC
                       OR IV-INV-MONTH < 1 OR IV-INV-MONTH > 12
                       OR IV-INV-DAY < 1 OR IV-INV-DAY > 31
                   MOVE 'N' TO SW-VALID
                   MOVE '** INVALID INVOICE DATE' TO REJECT-MSG
               END-IF
           END-IF.
           IF VALID-YES
               IF IV-AMOUNT NOT NUMERIC OR IV-AMOUNT = ZERO
                   MOVE 'N' TO SW-VALID
                   MOVE '** AMOUNT MISSING OR INVALID' TO REJECT-MSG
               END-IF
           END-IF.
           IF VALID-YES
               IF IV-UNIT NOT NUMERIC OR IV-WO-NUMBER NOT NUMERIC
                   MOVE 'N' TO SW-VALID
                   MOVE '** WORK ORDER NOT FOUND' TO REJECT-MSG
               ELSE
                   MOVE IV-BLD-CODE  TO SRCH-BLD-CODE
                   MOVE IV-UNIT      TO SRCH-UNIT
                   MOVE IV-WO-NUMBER TO SRCH-WO-NUMBER
                   PERFORM L3-FIND-WO
                   IF NOT FOUND-YES
                       MOVE 'N' TO SW-VALID
                       MOVE '** WORK ORDER NOT FOUND' TO REJECT-MSG
                   END-IF
               END-IF
           END-IF.
           IF VALID-YES
               IF WT-VENDOR-NO (WT-IDX) > ZERO
                       AND WT-VENDOR-NO (WT-IDX) NOT = IV-VENDOR-NO
                   MOVE 'N' TO SW-VALID
                   MOVE '** WO ASSIGNED TO OTHER VENDOR' TO REJECT-MSG
               END-IF
           END-IF.

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
           IF VN-VENDOR-NO (VN-IDX) = IV-VENDOR-NO
               MOVE 'Y' TO SW-FOUND
               SET FOUND-IDX TO VN-IDX
           END-IF.

       L3-FIND-INVOICE.
           MOVE 'N' TO SW-FOUND.
           MOVE ZERO TO FOUND-IDX.
           PERFORM L4-INVOICE-SEARCH-STEP
               VARYING IT-IDX FROM 1 BY 1
               UNTIL IT-IDX > IT-CTR OR FOUND-YES.

       L4-INVOICE-SEARCH-STEP.
           IF IT-VENDOR-NO (IT-IDX) = IV-VENDOR-NO
                   AND IT-INVOICE-NO (IT-IDX) = IV-INVOICE-NO
               MOVE 'Y' TO SW-FOUND
               SET FOUND-IDX TO IT-IDX
           END-IF.

       L3-FIND-WO.
           MOVE 'N' TO SW-FOUND.
           MOVE ZERO TO FOUND-IDX.
           PERFORM L4-WO-SEARCH-STEP
               VARYING WT-IDX FROM 1 BY 1
               UNTIL WT-IDX > WT-CTR OR FOUND-YES.
           IF FOUND-YES
               SET WT-IDX TO FOUND-IDX
           END-IF.

       L4-WO-SEARCH-STEP.
           IF WT-BLD-CODE (WT-IDX) = SRCH-BLD-CODE
                   AND WT-UNIT (WT-IDX) = SRCH-UNIT
                   AND WT-NUMBER (WT-IDX) = SRCH-WO-NUMBER
               MOVE 'Y' TO SW-FOUND
               SET FOUND-IDX TO WT-IDX
           END-IF.

       L3-POST-INVOICE.
           ADD IV-AMOUNT TO WT-INVOICED (WT-IDX).
           MOVE ZERO TO OVER-AMT.
           IF WT-INVOICED (WT-IDX) > WT-COST (WT-IDX)
               COMPUTE OVER-AMT = WT-INVOICED (WT-IDX)
                   - WT-COST (WT-IDX)
               IF OVER-AMT > IV-AMOUNT
                   MOVE IV-AMOUNT TO OVER-AMT
               END-IF
               ADD 1 TO OVR-CTR
               ADD OVER-AMT TO TOT-OVR
               MOVE 'Y' TO AP-OVERRUN
           ELSE
               MOVE 'N' TO AP-OVERRUN
           END-IF.
           ADD 1 TO INV-CTR.
           ADD IV-AMOUNT TO TOT-INV.
           IF IT-CTR < 2000
               ADD 1 TO IT-CTR
               SET IT-IDX TO IT-CTR
               MOVE IV-VENDOR-NO  TO IT-VENDOR-NO (IT-IDX)
               MOVE IV-INVOICE-NO TO IT-INVOICE-NO (IT-IDX)
           ELSE
               MOVE 'Y' TO SW-INV-FULL
               MOVE 'T' TO EOF
           END-IF.
           PERFORM L4-WRITE-INVOICE.
           PERFORM L3-PRINT-INVOICE.

       L4-WRITE-INVOICE.
           MOVE IV-VENDOR-NO  TO AP-VENDOR-NO.
           MOVE IV-INVOICE-NO TO AP-INVOICE-NO.
           MOVE IV-INV-DATE   TO AP-INV-DATE.
           MOVE IV-BLD-CODE   TO AP-BLD-CODE.
           MOVE IV-UNIT       TO AP-UNIT.
           MOVE IV-WO-NUMBER  TO AP-WO-NUMBER.
           MOVE IV-AMOUNT     TO AP-AMOUNT.
           MOVE BUS-DATE      TO AP-ENTRY-DATE.
           MOVE 'O'           TO AP-STATUS.
           MOVE ZERO          TO AP-CHECK-NO.
           MOVE ZERO          TO AP-PAID-DATE.
           WRITE APINV-REC.
           ADD 1 TO RL-WRITE-CTR.

       L3-PRINT-INVOICE.
           MOVE IV-VENDOR-NO          TO D31-VENDOR.
           MOVE VN-NAME (VN-IDX)      TO D31-NAME.
           MOVE IV-INVOICE-NO         TO D31-INVOICE.
           MOVE IV-INV-MONTH          TO D31-MONTH.
           MOVE IV-INV-DAY            TO D31-DAY.
           MOVE IV-INV-YEAR           TO D31-YEAR.
           MOVE IV-BLD-CODE           TO D31-BLD.
           MOVE IV-UNIT               TO D31-UNIT.
           MOVE IV-WO-NUMBER          TO D31-NUMBER.
           MOVE IV-AMOUNT             TO D31-AMOUNT.
           MOVE WT-COST (WT-IDX)      TO D31-COST.
           MOVE WT-INVOICED (WT-IDX)  TO D31-INVOICED.
           MOVE OVER-AMT              TO D31-OVER.
           IF AP-OVERRUN = 'Y'
               MOVE '** OVERRUN' TO D31-NOTE
           ELSE
               IF WT-VENDOR-NO (WT-IDX) = ZERO
                   MOVE 'NO WO VNDR' TO D31-NOTE
               ELSE
                   MOVE SPACES TO D31-NOTE
               END-IF
           END-IF.
           WRITE PRTLINE FROM DETAIL-LINE31
               AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                   PERFORM L4-HEADINGS
           END-WRITE.

       L3-PRINT-REJECT.
           ADD 1 TO REJ-CTR.
           IF IV-AMOUNT NUMERIC
               ADD IV-AMOUNT TO TOT-REJ
               MOVE IV-AMOUNT TO R31-AMOUNT
           ELSE
               MOVE ZERO TO R31-AMOUNT
           END-IF.
           MOVE IV-VENDOR-NO  TO R31-VENDOR.
           MOVE IV-INVOICE-NO TO R31-INVOICE.
           MOVE IV-BLD-CODE   TO R31-BLD.
           MOVE IV-UNIT       TO R31-UNIT.
           MOVE IV-WO-NUMBER  TO R31-NUMBER.
           MOVE REJECT-MSG    TO R31-MSG.
           WRITE PRTLINE FROM REJECT-LINE
               AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                   PERFORM L4-HEADINGS
           END-WRITE.

       L2-CLOSING.
           IF TABLE-OVERFLOW
               WRITE PRTLINE FROM ABORT-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               CLOSE APIN-FILE
               CLOSE APINV-FILE
               PERFORM L4-PRINT-TOTALS
               IF INV-TABLE-FULL
                   WRITE PRTLINE FROM FULL-LINE
                       AFTER ADVANCING 2 LINES
               END-IF
           END-IF.
           CLOSE PRTOUT.
           PERFORM L4-LOG-END.

       L4-PRINT-TOTALS.
           MOVE INV-CTR TO T1-CTR.
           MOVE TOT-INV TO T1-AMT.
           WRITE PRTLINE FROM TOT-LINE-1
               AFTER ADVANCING 3 LINES.
           MOVE OVR-CTR TO T2-CTR.
           MOVE TOT-OVR TO T2-AMT.
           WRITE PRTLINE FROM TOT-LINE-2
               AFTER ADVANCING 1 LINE.
           MOVE REJ-CTR TO T3-CTR.
           MOVE TOT-REJ TO T3-AMT.
           WRITE PRTLINE FROM TOT-LINE-3
               AFTER ADVANCING 2 LINES.

       L4-LOG-START.
           OPEN EXTEND RUNLOG-FILE.
           MOVE 'CBLJPT39' TO RL-PROGRAM.
           MOVE 'START'    TO RL-TYPE.
           MOVE CURRENT-DATE-AND-TIME (1:8) TO RL-DATE.
           MOVE CURRENT-TIME (1:6)          TO RL-TIME.
           MOVE 'APIN APINV VENDR WKORD PRT' TO RL-FILES.
           MOVE ZERO TO RL-READ.
           MOVE ZERO TO RL-WRITTEN.
           MOVE ZERO TO RL-DOLLARS.
           MOVE 'N'  TO RL-FLAG.
           WRITE RUNLOG-REC.
           CLOSE RUNLOG-FILE.

       L4-LOG-END.
           OPEN EXTEND RUNLOG-FILE.
           MOVE 'CBLJPT39' TO RL-PROGRAM.
           MOVE 'END'      TO RL-TYPE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE BUS-DATE TO CURRENT-DATE-AND-TIME (1:8).
           MOVE CURRENT-DATE-AND-TIME (1:8) TO RL-DATE.
           MOVE CURRENT-TIME (1:6)          TO RL-TIME.
           MOVE 'APIN APINV VENDR WKORD PRT' TO RL-FILES.
           MOVE RL-READ-CTR  TO RL-READ.
           MOVE RL-WRITE-CTR TO RL-WRITTEN.
           MOVE TOT-INV      TO RL-DOLLARS.
           IF TABLE-OVERFLOW OR INV-TABLE-FULL
               MOVE 'A' TO RL-FLAG
           ELSE
               IF REJ-CTR > 0 OR OVR-CTR > 0
                   MOVE 'W' TO RL-FLAG
               ELSE
                   MOVE 'N' TO RL-FLAG
               END-IF
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
       end program CBLJPT39.
