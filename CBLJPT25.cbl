           SELECT RUNLOG-FILE
               ASSIGN TO 'C:\Cobol\CBLRUNLOG.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VENDOR-FILE
               ASSIGN TO 'C:\Cobol\CBLVENDR.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS VENDR-STATUS.
           SELECT BDATE-FILE
               ASSIGN TO 'C:\Cobol\CBLBDATE.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS BDATE-STATUS.

       data division.
       FILE SECTION.
               05  TW-STATUS               PIC X.
               05  TW-COST                 PIC 9999V99.
               05  TW-BILLABLE             PIC X.
               05  TW-VENDOR-NO            PIC 9(5).

       FD  WKORD-FILE
           LABEL RECORD IS OMITTED
               05  WO-COST                 PIC 9999V99.
               05  WO-BILLABLE             PIC X.
               05  WO-BILLED               PIC X.
               05  WO-VENDOR-NO            PIC 9(5).

       FD  RENT-REC
           LABEL RECORD IS STANDARD
               05  RL-DOLLARS              PIC 9(7)V99.
               05  RL-FLAG                 PIC X.

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
           05  WKORD-STATUS        PIC XX      VALUE '00'.
           05  VENDR-STATUS        PIC XX      VALUE '00'.
           05  SW-BAD-TRANS        PIC X       VALUE 'N'.
               88 BAD-TRANS            VALUE 'Y'.
           05  ERR-REASON          PIC X(34)   VALUE SPACES.
               10 WT-BILLABLE      PIC X.
               10 WT-BILLED        PIC X.
               10 WT-DELETED       PIC X.
               10 WT-VENDOR-NO     PIC 9(5).

       01 UNIT-TABLE.
           05 UN-EOF               PIC X       VALUE 'F'.
               10 BG-CODE          PIC XX.
               10 BG-ACTIVE        PIC X.

       01 VENDOR-TABLE.
           05 VN-EOF               PIC X       VALUE 'F'.
           05 VN-CTR               PIC S999    VALUE ZERO.
           05 VN-FOUND-IDX         PIC 999     VALUE ZERO.
           05 SW-VN-FOUND          PIC X       VALUE 'N'.
               88 VN-FOUND-YES         VALUE 'Y'.
           05 VN-ENTRY OCCURS 300 TIMES INDEXED BY VN-IDX.
               10 VN-VENDOR-NO     PIC 9(5).
               10 VN-ACTIVE        PIC X.

       01 COMPANY-LINE.
           05 FILLER               PIC X(6)    VALUE 'DATE: '.
           05 H1-DATE.

       L2-INIT.
           MOVE FUNCTION CURRENT-DATE      TO CURRENT-DATE-AND-TIME.
           PERFORM L2-LOAD-BUS-DATE.
           MOVE CURRENT-DAY                TO H1-DAY.
           MOVE CURRENT-MONTH              TO H1-MONTH.
           MOVE CURRENT-YEAR               TO H1-YEAR.
           PERFORM L2-LOAD-BLDGS.
           PERFORM L2-LOAD-UNITS.
           PERFORM L2-LOAD-VENDORS.
           PERFORM L2-LOAD-WKORD.
           OPEN OUTPUT PRTOUT.
           PERFORM L4-HEADINGS.
           OPEN INPUT TRANS-FILE.
           PERFORM L3-READ-TRANS.

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
           READ BLDG-FILE
               AT END
                   MOVE 'T' TO UN-EOF.

       L2-LOAD-VENDORS.
           OPEN INPUT VENDOR-FILE.
           IF VENDR-STATUS = '00'
               READ VENDOR-FILE
                   AT END
                       MOVE 'T' TO VN-EOF
               END-READ
               PERFORM L3-STORE-VENDOR UNTIL VN-EOF = 'T'
               CLOSE VENDOR-FILE
           END-IF.

       L3-STORE-VENDOR.
           IF VN-CTR < 300
               ADD 1 TO VN-CTR
               SET VN-IDX TO VN-CTR
               MOVE VM-VENDOR-NO   TO VN-VENDOR-NO (VN-IDX)
               MOVE VM-ACTIVE-FLAG TO VN-ACTIVE (VN-IDX)
           END-IF.
           READ VENDOR-FILE
               AT END
                   MOVE 'T' TO VN-EOF.

       L2-LOAD-WKORD.
           OPEN INPUT WKORD-FILE.
           IF WKORD-STATUS = '00'
               MOVE WO-BILLABLE  TO WT-BILLABLE (WT-IDX)
               MOVE WO-BILLED    TO WT-BILLED (WT-IDX)
               MOVE 'N'          TO WT-DELETED (WT-IDX)
               IF WO-VENDOR-NO NUMERIC
                   MOVE WO-VENDOR-NO TO WT-VENDOR-NO (WT-IDX)
               ELSE
                   MOVE ZERO TO WT-VENDOR-NO (WT-IDX)
               END-IF
           ELSE
               MOVE 'Y' TO SW-WO-OVERFLOW
           END-IF.
                   MOVE 'BILLABLE FLAG MUST BE Y OR N' TO ERR-REASON
               END-IF
           END-IF.
           IF NOT BAD-TRANS AND TW-CODE NOT = 'D'
               IF TW-VENDOR-NO NOT NUMERIC
                   MOVE ZERO TO TW-VENDOR-NO
               END-IF
               IF TW-VENDOR-NO > ZERO
                   PERFORM L4-VALIDATE-VENDOR
               END-IF
           END-IF.

       L4-VALIDATE-BLD-CODE.
           PERFORM L4-FIND-BLDG.
               END-IF
           END-IF.

       L4-VALIDATE-VENDOR.
           MOVE 'N' TO SW-VN-FOUND.
           MOVE ZERO TO VN-FOUND-IDX.
           PERFORM L4-VENDOR-SEARCH-STEP
               VARYING VN-IDX FROM 1 BY 1
               UNTIL VN-IDX > VN-CTR OR VN-FOUND-YES.
           IF NOT VN-FOUND-YES
               MOVE 'Y' TO SW-BAD-TRANS
               MOVE 'VENDOR NOT ON VENDOR MASTER' TO ERR-REASON
           ELSE
               SET VN-IDX TO VN-FOUND-IDX
               IF VN-ACTIVE (VN-IDX) NOT = 'A'
                   MOVE 'Y' TO SW-BAD-TRANS
                   MOVE 'VENDOR INACTIVE' TO ERR-REASON
               END-IF
           END-IF.

       L4-VENDOR-SEARCH-STEP.
           IF VN-VENDOR-NO (VN-IDX) = TW-VENDOR-NO
               MOVE 'Y' TO SW-VN-FOUND
               SET VN-FOUND-IDX TO VN-IDX
           END-IF.

       L4-FIND-BLDG.
           MOVE 'N' TO SW-BG-FOUND.
           MOVE ZERO TO BG-FOUND-IDX.
           MOVE TW-STATUS    TO WT-STATUS (WT-IDX).
           MOVE TW-COST      TO WT-COST (WT-IDX).
           MOVE TW-BILLABLE  TO WT-BILLABLE (WT-IDX).
           MOVE TW-VENDOR-NO TO WT-VENDOR-NO (WT-IDX).

       L3-LOG-ERROR.
           MOVE TW-CODE            TO D16-CODE.
               MOVE WT-STATUS (WT-IDX)    TO WO-STATUS
               MOVE WT-COST (WT-IDX)      TO WO-COST
               MOVE WT-BILLABLE (WT-IDX)  TO WO-BILLABLE
               MOVE WT-VENDOR-NO (WT-IDX) TO WO-VENDOR-NO
               IF WT-BILLED (WT-IDX) = 'Y'
                   MOVE 'Y' TO WO-BILLED
               ELSE
           MOVE 'CBLJPT25' TO RL-PROGRAM.
           MOVE 'END'      TO RL-TYPE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE BUS-DATE TO CURRENT-DATE-AND-TIME (1:8).
           MOVE CURRENT-DATE-AND-TIME (1:8) TO RL-DATE.
           MOVE CURRENT-TIME (1:6)          TO RL-TIME.
           MOVE 'CBLWMNT CBLWKORD BLDG PRT' TO RL-FILES.
