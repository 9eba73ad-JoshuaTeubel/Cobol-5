       identification division.
       program-id. CBLJPT43.
       AUTHOR.     Joshua Teubel.
       DATE-WRITTEN. 10/15/2026.
       environment division.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE
               ASSIGN TO 'C:\Cobol\CBLRUBSP.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS PARM-STATUS.
           SELECT INVOICE-FILE
               ASSIGN TO 'C:\Cobol\CBLUTINV.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS INV-STATUS.
           SELECT MASTER-FILE
               ASSIGN TO 'C:\Cobol\MONBILLS.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS I-BLD-UNIT-KEY
                   FILE STATUS IS MASTER-STATUS.
           SELECT PRTOUT
               ASSIGN TO 'C:\Cobol\CBLRUBS.PRT'
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
               05  RP-BLD-CODE             PIC XX.
               05  RP-COMMON-PCT           PIC 99V99.

       FD  INVOICE-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS INVOICE-REC.
           01  INVOICE-REC.
               05  UV-BLD-CODE             PIC XX.
               05  UV-SERVICE              PIC X.
               05  UV-AMOUNT               PIC 9(5)V99.

       FD  MASTER-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RENTAL-REC
           RECORD CONTAINS 29 CHARACTERS.
           01  RENTAL-REC.
               05  I-BLD-UNIT-KEY.
                   10  I-BLD-CODE          PIC XX.
                   10  I-UNIT              PIC 99.
               05  I-TENANTS               PIC 9.
               05  I-ELECTRIC              PIC 999V99.
               05  I-GAS                   PIC 999V99.
               05  I-WATER                 PIC 999V99.
               05  I-GARBAGE               PIC 99V99.
               05  I-MOVE-IN-DAY           PIC 99.
               05  I-MOVE-OUT-DAY          PIC 99.
               05  I-OVERDUE-FLAG          PIC X.

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
           05  INV-STATUS          PIC XX      VALUE '00'.
           05  MASTER-STATUS       PIC XX      VALUE '00'.
           05  SW-MASTER-ABORT     PIC X       VALUE 'N'.
               88 MASTER-ABORT         VALUE 'Y'.
           05  SW-OVERFLOW         PIC X       VALUE 'N'.
               88 TABLE-OVERFLOW       VALUE 'Y'.
           05  SW-FOUND            PIC X       VALUE 'N'.
               88 FOUND-YES            VALUE 'Y'.
           05  FOUND-IDX           PIC 999     VALUE ZERO.
           05  SW-UN-FOUND         PIC X       VALUE 'N'.
               88 UN-FOUND-YES         VALUE 'Y'.
           05  UN-FOUND-IDX        PIC 9999    VALUE ZERO.
           05  SW-REC-UPDATED      PIC X       VALUE 'N'.
               88 REC-UPDATED          VALUE 'Y'.
           05  SRCH-CODE           PIC XX      VALUE SPACES.
           05  S-SUB               PIC 9       VALUE ZERO.
           05  C-TENANTS           PIC 9       VALUE ZERO.
           05  BILL-START-DAY      PIC 99      VALUE ZERO.
           05  BILL-END-DAY        PIC 99      VALUE ZERO.
           05  C-DAYS              PIC 99      VALUE ZERO.
           05  C-REMAIN            PIC S9(5)V99 VALUE ZERO.
           05  C-LIMIT             PIC 999V99  VALUE ZERO.
           05  C-ABSORB            PIC S9(6)V99 VALUE ZERO.
           05  C-PROOF             PIC S9(6)V99 VALUE ZERO.
           05  C-UNIT-CTR          PIC S9(4)   VALUE ZERO.
           05  C-REJ-REASON        PIC X(30)   VALUE SPACES.
           05  UPD-CTR             PIC S9(5)   VALUE ZERO.
           05  EXC-CTR             PIC S9(5)   VALUE ZERO.
           05  REJ-CTR             PIC S9(5)   VALUE ZERO.
           05  OOB-CTR             PIC S9(5)   VALUE ZERO.
           05  GT-INVOICE          PIC 9(7)V99 VALUE ZERO.
           05  GT-POSTED           PIC 9(7)V99 VALUE ZERO.
           05  GT-ABSORBED         PIC 9(7)V99 VALUE ZERO.
           05  RL-READ-CTR         PIC 9(5)    VALUE ZERO.

       01 RUBS-BLD-TABLE.
           05 RB-CTR               PIC S999    VALUE ZERO.
           05 RB-ENTRY OCCURS 50 TIMES INDEXED BY RB-IDX.
               10 RB-CODE          PIC XX.
               10 RB-COMMON-PCT    PIC 99V99.
               10 RB-INV-SW        PIC X.
               10 RB-TOT-WGT       PIC 9(6).
               10 RB-BIG-TEN-IDX   PIC 9999.
               10 RB-BIG-TEN-WGT   PIC 9(4).
               10 RB-BIG-VAC-IDX   PIC 9999.
               10 RB-BIG-VAC-WGT   PIC 9(4).
               10 RB-SVC OCCURS 3 TIMES.
                   15 RB-INVOICE   PIC 9(5)V99.
                   15 RB-COMMON    PIC 9(5)V99.
                   15 RB-ALLOC     PIC 9(5)V99.
                   15 RB-TEN-TOT   PIC S9(6)V99.
                   15 RB-ABS-TOT   PIC S9(6)V99.
                   15 RB-UNALLOC   PIC 9(5)V99.
                   15 RB-ROUND     PIC S9(3)V99.

       01 RUBS-UNIT-TABLE.
           05 UN-CTR               PIC S9(4)   VALUE ZERO.
           05 UN-ENTRY OCCURS 2500 TIMES INDEXED BY UN-IDX.
               10 UN-BLD-CODE      PIC XX.
               10 UN-UNIT          PIC 99.
               10 UN-RB-IDX        PIC 999.
               10 UN-TENANTS       PIC 9.
               10 UN-DAYS          PIC 99.
               10 UN-TEN-WGT       PIC 9(4).
               10 UN-VAC-WGT       PIC 9(4).
               10 UN-SHARE OCCURS 3 TIMES
                                    PIC S9(5)V99.
               10 UN-ABSORB OCCURS 3 TIMES
                                    PIC S9(5)V99.
               10 UN-HELD OCCURS 3 TIMES
                                    PIC X.

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
           05 FILLER               PIC X(8)    VALUE 'COBJPT43'.
           05 FILLER               PIC X(38)   VALUE SPACES.
           05 FILLER               PIC X(38)   VALUE
               'RUBS UTILITY ALLOCATION - TEUBEL S '.
           05 FILLER               PIC X(48)   VALUE SPACES.

       01 FILL-LINE.
           05 FILLER               PIC X(132)  VALUE SPACES.

       01 COL-HEAD1.
           05 FILLER               PIC X(5)    VALUE 'BLD'.
           05 FILLER               PIC X(5)    VALUE 'UNIT'.
           05 FILLER               PIC X(4)    VALUE 'TEN'.
           05 FILLER               PIC X(5)    VALUE 'DAYS'.
           05 FILLER               PIC X(8)    VALUE 'WEIGHT'.
           05 FILLER               PIC X(7)    VALUE 'VACANT'.
           05 FILLER               PIC X(12)   VALUE '     WATER'.
           05 FILLER               PIC X(12)   VALUE '       GAS'.
           05 FILLER               PIC X(13)   VALUE '   GARBAGE'.
           05 FILLER               PIC X(13)   VALUE 'OWNER ABSORB'.
           05 FILLER               PIC X(30)   VALUE 'NOTE'.
           05 FILLER               PIC X(18)   VALUE SPACES.

       01 BLD-HEAD-LINE.
           05 FILLER               PIC X(10)   VALUE 'BUILDING: '.
           05 B35-CODE             PIC XX.
           05 FILLER               PIC X(4)    VALUE SPACES.
           05 FILLER               PIC X(23)   VALUE
               'COMMON AREA HELD BACK: '.
           05 B35-PCT              PIC Z9.99.
           05 FILLER               PIC X       VALUE '%'.
           05 FILLER               PIC X(4)    VALUE SPACES.
           05 FILLER               PIC X(7)    VALUE 'UNITS: '.
           05 B35-UNITS            PIC ZZZ9.
           05 FILLER               PIC X(4)    VALUE SPACES.
           05 FILLER               PIC X(14)   VALUE 'TOTAL WEIGHT: '.
           05 B35-WGT              PIC ZZZZZ9.
           05 FILLER               PIC X(48)   VALUE SPACES.

       01 DETAIL-LINE35.
           05 D35-BLD               PIC XX.
           05 FILLER                PIC X(3)    VALUE SPACES.
           05 D35-UNIT              PIC Z9.
           05 FILLER                PIC X(3)    VALUE SPACES.
           05 D35-TEN               PIC 9.
           05 FILLER                PIC X(3)    VALUE SPACES.
           05 D35-DAYS              PIC Z9.
           05 FILLER                PIC X(3)    VALUE SPACES.
           05 D35-TEN-WGT           PIC ZZZ9.
           05 FILLER                PIC X(4)    VALUE SPACES.
           05 D35-VAC-WGT           PIC ZZZ9.
           05 FILLER                PIC X(3)    VALUE SPACES.
           05 D35-WATER             PIC ZZ,ZZ9.99-.
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 D35-GAS               PIC ZZ,ZZ9.99-.
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 D35-GARBAGE           PIC ZZ,ZZ9.99-.
           05 FILLER                PIC X(3)    VALUE SPACES.
           05 D35-ABSORB            PIC ZZ,ZZ9.99-.
           05 FILLER                PIC X(3)    VALUE SPACES.
           05 D35-NOTE              PIC X(30).
           05 FILLER                PIC X(18)   VALUE SPACES.

       01 PROOF-HEAD-LINE.
           05 FILLER               PIC X(4)    VALUE SPACES.
           05 FILLER               PIC X(10)   VALUE 'SERVICE'.
           05 FILLER               PIC X(11)   VALUE '  INVOICE'.
           05 FILLER               PIC X(11)   VALUE '   COMMON'.
           05 FILLER               PIC X(13)   VALUE '    TENANTS'.
           05 FILLER               PIC X(13)   VALUE '      OWNER'.
           05 FILLER               PIC X(9)    VALUE '  ROUND'.
           05 FILLER               PIC X(13)   VALUE '      TOTAL'.
           05 FILLER               PIC X(20)   VALUE 'PROOF'.
           05 FILLER               PIC X(28)   VALUE SPACES.

       01 PROOF-LINE.
           05 FILLER                PIC X(4)    VALUE SPACES.
           05 P35-SERVICE           PIC X(8).
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 P35-INVOICE           PIC ZZ,ZZ9.99.
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 P35-COMMON            PIC ZZ,ZZ9.99.
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 P35-TENANT            PIC ZZZ,ZZ9.99-.
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 P35-ABSORB            PIC ZZZ,ZZ9.99-.
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 P35-ROUND             PIC ZZ9.99-.
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 P35-TOTAL             PIC ZZZ,ZZ9.99-.
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 P35-STATUS            PIC X(20).
           05 FILLER                PIC X(26)   VALUE SPACES.

       01 REJECT-LINE.
           05 FILLER                PIC X(18)   VALUE
               'INVOICE REJECTED: '.
           05 R35-BLD               PIC XX.
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 R35-SERVICE           PIC X.
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 R35-AMOUNT            PIC X(7).
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 R35-REASON            PIC X(30).
           05 FILLER                PIC X(68)   VALUE SPACES.

       01 SUMMARY-LINE-1.
           05 FILLER                PIC X(16)   VALUE 'UNITS UPDATED: '.
           05 SUM-UPD               PIC ZZZZ9.
           05 FILLER                PIC X(5)    VALUE SPACES.
           05 FILLER                PIC X(16)   VALUE 'EXCEPTIONS:    '.
           05 SUM-EXC               PIC ZZZZ9.
           05 FILLER                PIC X(5)    VALUE SPACES.
           05 FILLER                PIC X(20)   VALUE
               'INVOICES REJECTED: '.
           05 SUM-REJ               PIC ZZZZ9.
           05 FILLER                PIC X(55)   VALUE SPACES.

       01 SUMMARY-LINE-2.
           05 FILLER                PIC X(16)   VALUE 'INVOICED:      '.
           05 SUM-INV               PIC $$$$,$$9.99.
           05 FILLER                PIC X(5)    VALUE SPACES.
           05 FILLER                PIC X(16)   VALUE 'TENANT POSTED: '.
           05 SUM-POST              PIC $$$$,$$9.99.
           05 FILLER                PIC X(5)    VALUE SPACES.
           05 FILLER                PIC X(16)   VALUE 'OWNER ABSORBED:'.
           05 SUM-ABS               PIC $$$$,$$9.99.
           05 FILLER                PIC X(41)   VALUE SPACES.

       01 ABORT-LINE.
           05 FILLER                PIC X(20)   VALUE SPACES.
           05 FILLER                PIC X(52)   VALUE
               '** MONBILLS.DAT OPEN FAILED - RUN ABORTED **'.
           05 FILLER                PIC X(60)   VALUE SPACES.

       01 TABLE-ABORT-LINE.
           05 FILLER                PIC X(20)   VALUE SPACES.
           05 FILLER                PIC X(52)   VALUE
               '** RUBS TABLE FULL - NO CHARGES POSTED **'.
           05 FILLER                PIC X(60)   VALUE SPACES.

       procedure division.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L2-LOAD-PARMS.
           PERFORM L2-LOAD-INVOICES.
           PERFORM L2-LOAD-UNITS.
           IF NOT MASTER-ABORT AND NOT TABLE-OVERFLOW
               PERFORM L2-ALLOCATE
               PERFORM L2-POST
           END-IF.
           IF NOT MASTER-ABORT AND NOT TABLE-OVERFLOW
               PERFORM L2-REPORT
           END-IF.
           PERFORM L2-CLOSING.
           STOP RUN.

       L2-INIT.
           MOVE FUNCTION CURRENT-DATE      TO CURRENT-DATE-AND-TIME.
           PERFORM L2-LOAD-BUS-DATE.
           MOVE CURRENT-DAY                TO H1-DAY.
           MOVE CURRENT-MONTH              TO H1-MONTH.
           MOVE CURRENT-YEAR               TO H1-YEAR.
           OPEN OUTPUT PRTOUT.
           PERFORM L4-HEADINGS.
           PERFORM L4-LOG-START.

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

       L2-LOAD-PARMS.
           OPEN INPUT PARM-FILE.
           IF PARM-STATUS = '00'
               PERFORM L3-PARM-READ
               PERFORM L3-PARM-STORE UNTIL EOF = 'T'
               CLOSE PARM-FILE
           END-IF.
           MOVE 'F' TO EOF.

       L3-PARM-READ.
           READ PARM-FILE
               AT END
                   MOVE 'T' TO EOF
               NOT AT END
                   ADD 1 TO RL-READ-CTR
           END-READ.

       L3-PARM-STORE.
           MOVE RP-BLD-CODE TO SRCH-CODE.
           PERFORM L3-FIND-BLD.
           IF NOT FOUND-YES
               IF RB-CTR < 50
                   ADD 1 TO RB-CTR
                   SET RB-IDX TO RB-CTR
                   INITIALIZE RB-ENTRY (RB-IDX)
                   MOVE RP-BLD-CODE TO RB-CODE (RB-IDX)
                   MOVE 'N' TO RB-INV-SW (RB-IDX)
                   MOVE 'Y' TO SW-FOUND
               ELSE
                   MOVE 'Y' TO SW-OVERFLOW
               END-IF
           END-IF.
           IF FOUND-YES
               IF RP-COMMON-PCT NUMERIC AND RP-COMMON-PCT < 100
                   MOVE RP-COMMON-PCT TO RB-COMMON-PCT (RB-IDX)
               ELSE
                   MOVE ZERO TO RB-COMMON-PCT (RB-IDX)
               END-IF
           END-IF.
           PERFORM L3-PARM-READ.

       L2-LOAD-INVOICES.
           OPEN INPUT INVOICE-FILE.
           IF INV-STATUS = '00'
               PERFORM L3-INV-READ
               PERFORM L3-INV-STORE UNTIL EOF = 'T'
               CLOSE INVOICE-FILE
           END-IF.
           MOVE 'F' TO EOF.

       L3-INV-READ.
           READ INVOICE-FILE
               AT END
                   MOVE 'T' TO EOF
               NOT AT END
                   ADD 1 TO RL-READ-CTR
           END-READ.

       L3-INV-STORE.
           MOVE SPACES TO C-REJ-REASON.
           EVALUATE UV-SERVICE
               WHEN 'W'
                   MOVE 1 TO S-SUB
               WHEN 'G'
                   MOVE 2 TO S-SUB
               WHEN 'T'
                   MOVE 3 TO S-SUB
               WHEN OTHER
                   MOVE 'INVALID SERVICE CODE' TO C-REJ-REASON
           END-EVALUATE.
           IF C-REJ-REASON = SPACES
               IF UV-AMOUNT NOT NUMERIC OR UV-AMOUNT = ZERO
                   MOVE 'INVALID AMOUNT' TO C-REJ-REASON
               END-IF
           END-IF.
           IF C-REJ-REASON = SPACES
               MOVE UV-BLD-CODE TO SRCH-CODE
               PERFORM L3-FIND-BLD
               IF NOT FOUND-YES
                   MOVE 'BUILDING NOT SET UP FOR RUBS'
                       TO C-REJ-REASON
               END-IF
           END-IF.
           IF C-REJ-REASON = SPACES
               ADD UV-AMOUNT TO RB-INVOICE (RB-IDX, S-SUB)
               ADD UV-AMOUNT TO GT-INVOICE
               MOVE 'Y' TO RB-INV-SW (RB-IDX)
           ELSE
               PERFORM L4-PRINT-REJECT
           END-IF.
           PERFORM L3-INV-READ.

       L4-PRINT-REJECT.
           ADD 1 TO REJ-CTR.
           MOVE UV-BLD-CODE  TO R35-BLD.
           MOVE UV-SERVICE   TO R35-SERVICE.
           MOVE INVOICE-REC (4:7) TO R35-AMOUNT.
           MOVE C-REJ-REASON TO R35-REASON.
           WRITE PRTLINE FROM REJECT-LINE
               AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                   PERFORM L4-HEADINGS
           END-WRITE.

       L3-FIND-BLD.
           MOVE 'N' TO SW-FOUND.
           MOVE ZERO TO FOUND-IDX.
           PERFORM L4-BLD-SEARCH-STEP
               VARYING RB-IDX FROM 1 BY 1
               UNTIL RB-IDX > RB-CTR OR FOUND-YES.
           IF FOUND-YES
               SET RB-IDX TO FOUND-IDX
           END-IF.

       L4-BLD-SEARCH-STEP.
           IF RB-CODE (RB-IDX) = SRCH-CODE
               MOVE 'Y' TO SW-FOUND
               SET FOUND-IDX TO RB-IDX
           END-IF.

       L2-LOAD-UNITS.
           OPEN INPUT MASTER-FILE.
           IF MASTER-STATUS NOT = '00'
               MOVE 'Y' TO SW-MASTER-ABORT
           ELSE
               PERFORM L3-READ
               PERFORM L3-UNIT-STORE UNTIL EOF = 'T'
               CLOSE MASTER-FILE
           END-IF.
           MOVE 'F' TO EOF.

       L3-READ.
           READ MASTER-FILE
               AT END
                   MOVE 'T' TO EOF
               NOT AT END
                   ADD 1 TO RL-READ-CTR
           END-READ.

       L3-UNIT-STORE.
           MOVE I-BLD-CODE TO SRCH-CODE.
           PERFORM L3-FIND-BLD.
           IF FOUND-YES
               IF RB-INV-SW (RB-IDX) = 'Y'
                   IF UN-CTR < 2500
                       PERFORM L4-ADD-UNIT
                   ELSE
                       MOVE 'Y' TO SW-OVERFLOW
                   END-IF
               END-IF
           END-IF.
           PERFORM L3-READ.

       L4-ADD-UNIT.
           ADD 1 TO UN-CTR.
           SET UN-IDX TO UN-CTR.
           INITIALIZE UN-ENTRY (UN-IDX).
           MOVE I-BLD-CODE TO UN-BLD-CODE (UN-IDX).
           MOVE I-UNIT     TO UN-UNIT (UN-IDX).
           SET UN-RB-IDX (UN-IDX) TO RB-IDX.
           IF I-TENANTS NUMERIC
               MOVE I-TENANTS TO C-TENANTS
           ELSE
               MOVE ZERO TO C-TENANTS
           END-IF.
           MOVE C-TENANTS TO UN-TENANTS (UN-IDX).
           IF C-TENANTS > 0
               PERFORM L4-DAYS-OCCUPIED
           ELSE
               MOVE ZERO TO C-DAYS
           END-IF.
           MOVE C-DAYS TO UN-DAYS (UN-IDX).
           COMPUTE UN-TEN-WGT (UN-IDX) = C-TENANTS * C-DAYS.
           COMPUTE UN-VAC-WGT (UN-IDX) = 30 - C-DAYS.
           ADD UN-TEN-WGT (UN-IDX) TO RB-TOT-WGT (RB-IDX).
           ADD UN-VAC-WGT (UN-IDX) TO RB-TOT-WGT (RB-IDX).
           IF UN-TEN-WGT (UN-IDX) > RB-BIG-TEN-WGT (RB-IDX)
               MOVE UN-TEN-WGT (UN-IDX) TO RB-BIG-TEN-WGT (RB-IDX)
               SET RB-BIG-TEN-IDX (RB-IDX) TO UN-IDX
           END-IF.
           IF UN-VAC-WGT (UN-IDX) > RB-BIG-VAC-WGT (RB-IDX)
               MOVE UN-VAC-WGT (UN-IDX) TO RB-BIG-VAC-WGT (RB-IDX)
               SET RB-BIG-VAC-IDX (RB-IDX) TO UN-IDX
           END-IF.
           MOVE 'N' TO UN-HELD (UN-IDX, 1).
           MOVE 'N' TO UN-HELD (UN-IDX, 2).
           MOVE 'N' TO UN-HELD (UN-IDX, 3).

       L4-DAYS-OCCUPIED.
           MOVE 1  TO BILL-START-DAY.
           MOVE 30 TO BILL-END-DAY.
           IF I-MOVE-IN-DAY NUMERIC AND I-MOVE-IN-DAY > 0
                   AND I-MOVE-IN-DAY NOT > 30
               MOVE I-MOVE-IN-DAY TO BILL-START-DAY
           END-IF.
           IF I-MOVE-OUT-DAY NUMERIC AND I-MOVE-OUT-DAY > 0
                   AND I-MOVE-OUT-DAY NOT > 30
               MOVE I-MOVE-OUT-DAY TO BILL-END-DAY
           END-IF.
           IF BILL-END-DAY < BILL-START-DAY
               MOVE 1  TO BILL-START-DAY
               MOVE 30 TO BILL-END-DAY
           END-IF.
           COMPUTE C-DAYS = BILL-END-DAY - BILL-START-DAY + 1.

       L2-ALLOCATE.
           PERFORM L3-BLD-COMMON
               VARYING RB-IDX FROM 1 BY 1
               UNTIL RB-IDX > RB-CTR.
           PERFORM L3-UNIT-SHARES
               VARYING UN-IDX FROM 1 BY 1
               UNTIL UN-IDX > UN-CTR.
           PERFORM L3-BLD-ROUNDING
               VARYING RB-IDX FROM 1 BY 1
               UNTIL RB-IDX > RB-CTR.
           PERFORM L3-UNIT-LIMITS
               VARYING UN-IDX FROM 1 BY 1
               UNTIL UN-IDX > UN-CTR.

       L3-BLD-COMMON.
           PERFORM L4-SVC-COMMON
               VARYING S-SUB FROM 1 BY 1
               UNTIL S-SUB > 3.

       L4-SVC-COMMON.
           COMPUTE RB-COMMON (RB-IDX, S-SUB) ROUNDED =
               RB-INVOICE (RB-IDX, S-SUB)
               * RB-COMMON-PCT (RB-IDX) / 100.
           COMPUTE RB-ALLOC (RB-IDX, S-SUB) =
               RB-INVOICE (RB-IDX, S-SUB)
               - RB-COMMON (RB-IDX, S-SUB).
           IF RB-TOT-WGT (RB-IDX) = ZERO
               MOVE RB-ALLOC (RB-IDX, S-SUB)
                   TO RB-UNALLOC (RB-IDX, S-SUB)
           END-IF.

       L3-UNIT-SHARES.
           SET RB-IDX TO UN-RB-IDX (UN-IDX).
           PERFORM L4-SVC-SHARE
               VARYING S-SUB FROM 1 BY 1
               UNTIL S-SUB > 3.

       L4-SVC-SHARE.
           IF RB-TOT-WGT (RB-IDX) > ZERO
               COMPUTE UN-SHARE (UN-IDX, S-SUB) ROUNDED =
                   RB-ALLOC (RB-IDX, S-SUB) * UN-TEN-WGT (UN-IDX)
                   / RB-TOT-WGT (RB-IDX)
               COMPUTE UN-ABSORB (UN-IDX, S-SUB) ROUNDED =
                   RB-ALLOC (RB-IDX, S-SUB) * UN-VAC-WGT (UN-IDX)
                   / RB-TOT-WGT (RB-IDX)
               ADD UN-SHARE (UN-IDX, S-SUB)
                   TO RB-TEN-TOT (RB-IDX, S-SUB)
               ADD UN-ABSORB (UN-IDX, S-SUB)
                   TO RB-ABS-TOT (RB-IDX, S-SUB)
           END-IF.

       L3-BLD-ROUNDING.
           PERFORM L4-SVC-ROUNDING
               VARYING S-SUB FROM 1 BY 1
               UNTIL S-SUB > 3.

       L4-SVC-ROUNDING.
           MOVE ZERO TO RB-ROUND (RB-IDX, S-SUB).
           IF RB-TOT-WGT (RB-IDX) > ZERO
               COMPUTE C-REMAIN =
                   RB-ALLOC (RB-IDX, S-SUB)
                   - RB-TEN-TOT (RB-IDX, S-SUB)
                   - RB-ABS-TOT (RB-IDX, S-SUB)
               IF C-REMAIN NOT = ZERO
                   MOVE C-REMAIN TO RB-ROUND (RB-IDX, S-SUB)
                   IF RB-BIG-TEN-IDX (RB-IDX) > ZERO
                       SET UN-IDX TO RB-BIG-TEN-IDX (RB-IDX)
                       ADD C-REMAIN TO UN-SHARE (UN-IDX, S-SUB)
                       ADD C-REMAIN TO RB-TEN-TOT (RB-IDX, S-SUB)
                   ELSE
                       SET UN-IDX TO RB-BIG-VAC-IDX (RB-IDX)
                       ADD C-REMAIN TO UN-ABSORB (UN-IDX, S-SUB)
                       ADD C-REMAIN TO RB-ABS-TOT (RB-IDX, S-SUB)
                   END-IF
               END-IF
           END-IF.

       L3-UNIT-LIMITS.
           SET RB-IDX TO UN-RB-IDX (UN-IDX).
           PERFORM L4-SVC-LIMIT
               VARYING S-SUB FROM 1 BY 1
               UNTIL S-SUB > 3.

       L4-SVC-LIMIT.
           IF S-SUB = 3
               MOVE 99.99  TO C-LIMIT
           ELSE
               MOVE 999.99 TO C-LIMIT
           END-IF.
           IF UN-SHARE (UN-IDX, S-SUB) > C-LIMIT
               MOVE 'Y' TO UN-HELD (UN-IDX, S-SUB)
               ADD 1 TO EXC-CTR
           END-IF.

       L2-POST.
           OPEN I-O MASTER-FILE.
           IF MASTER-STATUS NOT = '00'
               MOVE 'Y' TO SW-MASTER-ABORT
           ELSE
               PERFORM L3-READ
               PERFORM L3-POST-UNIT UNTIL EOF = 'T'
               CLOSE MASTER-FILE
           END-IF.
           MOVE 'F' TO EOF.

       L3-POST-UNIT.
           PERFORM L3-FIND-UNIT.
           IF UN-FOUND-YES
               MOVE 'N' TO SW-REC-UPDATED
               SET RB-IDX TO UN-RB-IDX (UN-IDX)
               PERFORM L4-POST-SERVICE
                   VARYING S-SUB FROM 1 BY 1
                   UNTIL S-SUB > 3
               IF REC-UPDATED
                   REWRITE RENTAL-REC
                       INVALID KEY
                           ADD 1 TO EXC-CTR
                           MOVE 'Y' TO UN-HELD (UN-IDX, 1)
                           MOVE 'Y' TO UN-HELD (UN-IDX, 2)
                           MOVE 'Y' TO UN-HELD (UN-IDX, 3)
                       NOT INVALID KEY
                           ADD 1 TO UPD-CTR
                   END-REWRITE
               END-IF
           END-IF.
           PERFORM L3-READ.

       L4-POST-SERVICE.
           IF RB-INVOICE (RB-IDX, S-SUB) > ZERO
                   AND UN-HELD (UN-IDX, S-SUB) NOT = 'Y'
               EVALUATE S-SUB
                   WHEN 1
                       MOVE UN-SHARE (UN-IDX, S-SUB) TO I-WATER
                   WHEN 2
                       MOVE UN-SHARE (UN-IDX, S-SUB) TO I-GAS
                   WHEN 3
                       MOVE UN-SHARE (UN-IDX, S-SUB) TO I-GARBAGE
               END-EVALUATE
               MOVE 'Y' TO SW-REC-UPDATED
           END-IF.

       L3-FIND-UNIT.
           MOVE 'N' TO SW-UN-FOUND.
           MOVE ZERO TO UN-FOUND-IDX.
           PERFORM L4-UNIT-SEARCH-STEP
               VARYING UN-IDX FROM 1 BY 1
               UNTIL UN-IDX > UN-CTR OR UN-FOUND-YES.
           IF UN-FOUND-YES
               SET UN-IDX TO UN-FOUND-IDX
           END-IF.

       L4-UNIT-SEARCH-STEP.
           IF UN-BLD-CODE (UN-IDX) = I-BLD-CODE
                   AND UN-UNIT (UN-IDX) = I-UNIT
               MOVE 'Y' TO SW-UN-FOUND
               SET UN-FOUND-IDX TO UN-IDX
           END-IF.

       L2-REPORT.
           PERFORM L3-REPORT-BLD
               VARYING RB-IDX FROM 1 BY 1
               UNTIL RB-IDX > RB-CTR.

       L3-REPORT-BLD.
           IF RB-INV-SW (RB-IDX) = 'Y'
               MOVE ZERO TO C-UNIT-CTR
               PERFORM L4-COUNT-UNIT
                   VARYING UN-IDX FROM 1 BY 1
                   UNTIL UN-IDX > UN-CTR
               MOVE RB-CODE (RB-IDX)       TO B35-CODE
               MOVE RB-COMMON-PCT (RB-IDX) TO B35-PCT
               MOVE C-UNIT-CTR             TO B35-UNITS
               MOVE RB-TOT-WGT (RB-IDX)    TO B35-WGT
               WRITE PRTLINE FROM BLD-HEAD-LINE
                   AFTER ADVANCING 2 LINES
                   AT END-OF-PAGE
                       PERFORM L4-HEADINGS
               END-WRITE
               PERFORM L4-PRINT-UNIT
                   VARYING UN-IDX FROM 1 BY 1
                   UNTIL UN-IDX > UN-CTR
               WRITE PRTLINE FROM PROOF-HEAD-LINE
                   AFTER ADVANCING 2 LINES
                   AT END-OF-PAGE
                       PERFORM L4-HEADINGS
               END-WRITE
               PERFORM L4-PRINT-PROOF
                   VARYING S-SUB FROM 1 BY 1
                   UNTIL S-SUB > 3
           END-IF.

       L4-COUNT-UNIT.
           IF UN-RB-IDX (UN-IDX) = RB-IDX
               ADD 1 TO C-UNIT-CTR
           END-IF.

       L4-PRINT-UNIT.
           IF UN-RB-IDX (UN-IDX) = RB-IDX
               MOVE UN-BLD-CODE (UN-IDX)  TO D35-BLD
               MOVE UN-UNIT (UN-IDX)      TO D35-UNIT
               MOVE UN-TENANTS (UN-IDX)   TO D35-TEN
               MOVE UN-DAYS (UN-IDX)      TO D35-DAYS
               MOVE UN-TEN-WGT (UN-IDX)   TO D35-TEN-WGT
               MOVE UN-VAC-WGT (UN-IDX)   TO D35-VAC-WGT
               MOVE UN-SHARE (UN-IDX, 1)  TO D35-WATER
               MOVE UN-SHARE (UN-IDX, 2)  TO D35-GAS
               MOVE UN-SHARE (UN-IDX, 3)  TO D35-GARBAGE
               COMPUTE C-ABSORB = UN-ABSORB (UN-IDX, 1)
                   + UN-ABSORB (UN-IDX, 2) + UN-ABSORB (UN-IDX, 3)
               MOVE C-ABSORB              TO D35-ABSORB
               PERFORM L4-SET-UNIT-NOTE
               WRITE PRTLINE FROM DETAIL-LINE35
                   AFTER ADVANCING 1 LINE
                   AT END-OF-PAGE
                       PERFORM L4-HEADINGS
               END-WRITE
           END-IF.

       L4-SET-UNIT-NOTE.
           IF UN-HELD (UN-IDX, 1) = 'Y' OR UN-HELD (UN-IDX, 2) = 'Y'
                   OR UN-HELD (UN-IDX, 3) = 'Y'
               MOVE '** NOT POSTED - OVER LIMIT' TO D35-NOTE
           ELSE
               IF UN-TENANTS (UN-IDX) = ZERO
                   MOVE 'VACANT - OWNER ABSORBED' TO D35-NOTE
               ELSE
                   IF UN-VAC-WGT (UN-IDX) > ZERO
                       MOVE 'PART MONTH - VACANT DAYS OWNER'
                           TO D35-NOTE
                   ELSE
                       MOVE SPACES TO D35-NOTE
                   END-IF
               END-IF
           END-IF.

       L4-PRINT-PROOF.
           IF RB-INVOICE (RB-IDX, S-SUB) > ZERO
               EVALUATE S-SUB
                   WHEN 1
                       MOVE 'WATER'   TO P35-SERVICE
                   WHEN 2
                       MOVE 'GAS'     TO P35-SERVICE
                   WHEN 3
                       MOVE 'GARBAGE' TO P35-SERVICE
               END-EVALUATE
               COMPUTE C-ABSORB = RB-ABS-TOT (RB-IDX, S-SUB)
                   + RB-UNALLOC (RB-IDX, S-SUB)
               COMPUTE C-PROOF = RB-COMMON (RB-IDX, S-SUB)
                   + RB-TEN-TOT (RB-IDX, S-SUB) + C-ABSORB
               MOVE RB-INVOICE (RB-IDX, S-SUB) TO P35-INVOICE
               MOVE RB-COMMON (RB-IDX, S-SUB)  TO P35-COMMON
               MOVE RB-TEN-TOT (RB-IDX, S-SUB) TO P35-TENANT
               MOVE C-ABSORB                   TO P35-ABSORB
               MOVE RB-ROUND (RB-IDX, S-SUB)   TO P35-ROUND
               MOVE C-PROOF                    TO P35-TOTAL
               IF C-PROOF = RB-INVOICE (RB-IDX, S-SUB)
                   IF RB-UNALLOC (RB-IDX, S-SUB) > ZERO
                       MOVE '** NO UNITS ON FILE' TO P35-STATUS
                       ADD 1 TO EXC-CTR
                   ELSE
                       MOVE 'IN BALANCE' TO P35-STATUS
                   END-IF
               ELSE
                   MOVE '** OUT OF BALANCE' TO P35-STATUS
                   ADD 1 TO OOB-CTR
               END-IF
               ADD RB-TEN-TOT (RB-IDX, S-SUB) TO GT-POSTED
               ADD C-ABSORB TO GT-ABSORBED
               WRITE PRTLINE FROM PROOF-LINE
                   AFTER ADVANCING 1 LINE
                   AT END-OF-PAGE
                       PERFORM L4-HEADINGS
               END-WRITE
           END-IF.

       L2-CLOSING.
           IF MASTER-ABORT
               WRITE PRTLINE FROM ABORT-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               IF TABLE-OVERFLOW
                   WRITE PRTLINE FROM TABLE-ABORT-LINE
                       AFTER ADVANCING 2 LINES
               ELSE
                   MOVE UPD-CTR TO SUM-UPD
                   MOVE EXC-CTR TO SUM-EXC
                   MOVE REJ-CTR TO SUM-REJ
                   WRITE PRTLINE FROM SUMMARY-LINE-1
                       AFTER ADVANCING 3 LINES
                   MOVE GT-INVOICE  TO SUM-INV
                   MOVE GT-POSTED   TO SUM-POST
                   MOVE GT-ABSORBED TO SUM-ABS
                   WRITE PRTLINE FROM SUMMARY-LINE-2
                       AFTER ADVANCING 1 LINE
               END-IF
           END-IF.
           CLOSE PRTOUT.
           PERFORM L4-LOG-END.

       L4-LOG-START.
           OPEN EXTEND RUNLOG-FILE.
           MOVE 'CBLJPT43' TO RL-PROGRAM.
           MOVE 'START'    TO RL-TYPE.
           MOVE CURRENT-DATE-AND-TIME (1:8) TO RL-DATE.
           MOVE CURRENT-TIME (1:6)          TO RL-TIME.
           MOVE 'CBLUTINV MONBILLS RUBSP PRT' TO RL-FILES.
           MOVE ZERO TO RL-READ.
           MOVE ZERO TO RL-WRITTEN.
           MOVE ZERO TO RL-DOLLARS.
           MOVE 'N'  TO RL-FLAG.
           WRITE RUNLOG-REC.
           CLOSE RUNLOG-FILE.

       L4-LOG-END.
           OPEN EXTEND RUNLOG-FILE.
           MOVE 'CBLJPT43' TO RL-PROGRAM.
           MOVE 'END'      TO RL-TYPE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE BUS-DATE TO CURRENT-DATE-AND-TIME (1:8).
           MOVE CURRENT-DATE-AND-TIME (1:8) TO RL-DATE.
           MOVE CURRENT-TIME (1:6)          TO RL-TIME.
           MOVE 'CBLUTINV MONBILLS RUBSP PRT' TO RL-FILES.
           MOVE RL-READ-CTR TO RL-READ.
           MOVE UPD-CTR     TO RL-WRITTEN.
           MOVE GT-POSTED   TO RL-DOLLARS.
           IF MASTER-ABORT OR TABLE-OVERFLOW
               MOVE 'A' TO RL-FLAG
           ELSE
               IF EXC-CTR > 0 OR REJ-CTR > 0 OR OOB-CTR > 0
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
       end program CBLJPT43.
