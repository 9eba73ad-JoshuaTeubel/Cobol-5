       identification division.
       program-id. CBLJPT44.
       AUTHOR.     Joshua Teubel.
       DATE-WRITTEN. 10/15/2026.
       environment division.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BLDG-FILE
               ASSIGN TO 'C:\Cobol\CBLBLDG.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS BLDG-STATUS.
           SELECT MASTER-FILE
               ASSIGN TO 'C:\Cobol\MONBILLS.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS I-BLD-UNIT-KEY
                   FILE STATUS IS MASTER-STATUS.
           SELECT BAL-FILE
               ASSIGN TO 'C:\Cobol\CBLBAL.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS BAL-STATUS.
           SELECT TEN-FILE
               ASSIGN TO 'C:\Cobol\CBLTENLS.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS TEN-STATUS.
           SELECT WKORD-FILE
               ASSIGN TO 'C:\Cobol\CBLWKORD.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WKORD-STATUS.
           SELECT DEP-FILE
               ASSIGN TO 'C:\Cobol\CBLDEPLG.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS DEP-STATUS.
           SELECT PRTOUT
               ASSIGN TO 'C:\Cobol\CBLAUDIT.PRT'
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

       FD  BLDG-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS BLDG-REC
           RECORD CONTAINS 45 CHARACTERS.
           01  BLDG-REC.
               05  BM-BLD-CODE             PIC XX.
               05  BM-NAME                 PIC X(15).
               05  BM-ADDRESS              PIC X(25).
               05  BM-UNITS                PIC 99.
               05  BM-ACTIVE-FLAG          PIC X.

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

       FD  TEN-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS TEN-REC
           RECORD CONTAINS 61 CHARACTERS.
           01  TEN-REC.
               05  TL-BLD-CODE             PIC XX.
               05  TL-UNIT                 PIC 99.
               05  TL-NAME                 PIC X(20).
               05  TL-PHONE                PIC X(10).
               05  TL-LEASE-START          PIC 9(8).
               05  TL-LEASE-END            PIC 9(8).
               05  TL-RATE-OVERRIDE        PIC 999V99.
               05  TL-DEPOSIT              PIC 9999V99.

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

       FD  DEP-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS DEP-REC.
           01  DEP-REC.
               05  DP-BLD-CODE             PIC XX.
               05  DP-UNIT                 PIC 99.
               05  DP-TYPE                 PIC X.
               05  DP-DATE                 PIC 9(8).
               05  DP-AMOUNT               PIC 9999V99.
               05  DP-DESC                 PIC X(20).

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
           05  BLDG-STATUS         PIC XX      VALUE '00'.
           05  MASTER-STATUS       PIC XX      VALUE '00'.
           05  BAL-STATUS          PIC XX      VALUE '00'.
           05  TEN-STATUS          PIC XX      VALUE '00'.
           05  WKORD-STATUS        PIC XX      VALUE '00'.
           05  DEP-STATUS          PIC XX      VALUE '00'.
           05  SW-MASTER-ABORT     PIC X       VALUE 'N'.
               88 MASTER-ABORT         VALUE 'Y'.
           05  SW-OVERFLOW         PIC X       VALUE 'N'.
               88 TABLE-OVERFLOW       VALUE 'Y'.
           05  SW-FOUND            PIC X       VALUE 'N'.
               88 FOUND-YES            VALUE 'Y'.
           05  FOUND-IDX           PIC 9999    VALUE ZERO.
           05  SRCH-CODE           PIC XX      VALUE SPACES.
           05  SRCH-UNIT           PIC 99      VALUE ZERO.
           05  SRCH-FILE           PIC X(8)    VALUE SPACES.
           05  CAT-SUB             PIC 9       VALUE ZERO.
           05  C-AMOUNT            PIC S9(7)V99 VALUE ZERO.
           05  ERR-CTR             PIC S9(5)   VALUE ZERO.
           05  WARN-CTR            PIC S9(5)   VALUE ZERO.
           05  EXC-LOST-CTR        PIC S9(5)   VALUE ZERO.
           05  RL-READ-CTR         PIC 9(5)    VALUE ZERO.
           05  XC-CAT              PIC 9       VALUE ZERO.
           05  XC-FILE             PIC X(8)    VALUE SPACES.
           05  XC-BLD              PIC XX      VALUE SPACES.
           05  XC-UNIT             PIC 99      VALUE ZERO.
           05  XC-DETAIL           PIC X(34)   VALUE SPACES.
           05  XC-AMOUNT           PIC S9(7)V99 VALUE ZERO.

       01 AUDIT-FILES.
           05 FILLER               PIC X(7)    VALUE 'ERRORS '.
           05 AF-ERRORS            PIC 9(4)    VALUE ZERO.
           05 FILLER               PIC X(10)   VALUE ' WARNINGS '.
           05 AF-WARNINGS          PIC 9(4)    VALUE ZERO.
           05 FILLER               PIC X(5)    VALUE SPACES.

       01 CATEGORY-TABLE.
           05 CT-ENTRY OCCURS 6 TIMES.
               10 CT-COUNT         PIC S9(5).

       01 BLDG-TABLE-WS.
           05 BG-CTR               PIC S999    VALUE ZERO.
           05 BG-ENTRY OCCURS 50 TIMES INDEXED BY BG-IDX.
               10 BG-CODE          PIC XX.
               10 BG-UNITS         PIC 99.
               10 BG-ACTIVE        PIC X.

       01 MASTER-TABLE.
           05 MB-CTR               PIC S9(4)   VALUE ZERO.
           05 MB-ENTRY OCCURS 2500 TIMES INDEXED BY MB-IDX.
               10 MB-BLD-CODE      PIC XX.
               10 MB-UNIT          PIC 99.
               10 MB-TENANTS       PIC 9.
               10 MB-MOVE-OUT      PIC 99.

       01 BAL-TABLE.
           05 BL-CTR               PIC S9(4)   VALUE ZERO.
           05 BL-ENTRY OCCURS 2500 TIMES INDEXED BY BL-IDX.
               10 BL-BLD-CODE      PIC XX.
               10 BL-UNIT          PIC 99.
               10 BL-AMOUNT        PIC S9(6)V99.

       01 TENANT-TABLE.
           05 TN-CTR               PIC S9(4)   VALUE ZERO.
           05 TN-ENTRY OCCURS 2500 TIMES INDEXED BY TN-IDX.
               10 TN-BLD-CODE      PIC XX.
               10 TN-UNIT          PIC 99.
               10 TN-LEASE-END     PIC 9(8).

       01 DEPOSIT-TABLE.
           05 DL-CTR               PIC S9(4)   VALUE ZERO.
           05 DL-ENTRY OCCURS 2500 TIMES INDEXED BY DL-IDX.
               10 DL-BLD-CODE      PIC XX.
               10 DL-UNIT          PIC 99.
               10 DL-NET           PIC S9(6)V99.

       01 EXCEPTION-TABLE.
           05 EX-CTR               PIC S9(4)   VALUE ZERO.
           05 EX-ENTRY OCCURS 1000 TIMES INDEXED BY EX-IDX.
               10 EX-CAT           PIC 9.
               10 EX-FILE          PIC X(8).
               10 EX-BLD           PIC XX.
               10 EX-UNIT          PIC 99.
               10 EX-DETAIL        PIC X(34).
               10 EX-AMOUNT        PIC S9(7)V99.

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
           05 FILLER               PIC X(8)    VALUE 'COBJPT44'.
           05 FILLER               PIC X(38)   VALUE SPACES.
           05 FILLER               PIC X(38)   VALUE
               'FILE INTEGRITY AUDIT - TEUBEL S '.
           05 FILLER               PIC X(48)   VALUE SPACES.

       01 FILL-LINE.
           05 FILLER               PIC X(132)  VALUE SPACES.

       01 COL-HEAD1.
           05 FILLER               PIC X(10)   VALUE 'SEVERITY'.
           05 FILLER               PIC X(10)   VALUE 'FILE'.
           05 FILLER               PIC X(5)    VALUE 'BLD'.
           05 FILLER               PIC X(6)    VALUE 'UNIT'.
           05 FILLER               PIC X(36)   VALUE 'EXCEPTION'.
           05 FILLER               PIC X(13)   VALUE '      AMOUNT'.
           05 FILLER               PIC X(52)   VALUE SPACES.

       01 CAT-HEAD-LINE.
           05 FILLER               PIC X(10)   VALUE 'CATEGORY: '.
           05 K36-NAME             PIC X(34).
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 FILLER               PIC X(10)   VALUE 'SEVERITY: '.
           05 K36-SEVERITY         PIC X(8).
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 FILLER               PIC X(12)   VALUE 'EXCEPTIONS: '.
           05 K36-COUNT            PIC ZZZZ9.
           05 FILLER               PIC X(49)   VALUE SPACES.

       01 DETAIL-LINE36.
           05 D36-SEVERITY          PIC X(8).
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 D36-FILE              PIC X(8).
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 D36-BLD               PIC XX.
           05 FILLER                PIC X(3)    VALUE SPACES.
           05 D36-UNIT              PIC Z9.
           05 FILLER                PIC X(4)    VALUE SPACES.
           05 D36-DETAIL            PIC X(34).
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 D36-AMOUNT            PIC Z,ZZZ,ZZ9.99- BLANK WHEN ZERO.
           05 FILLER                PIC X(52)   VALUE SPACES.

       01 NONE-LINE.
           05 FILLER                PIC X(10)   VALUE SPACES.
           05 FILLER                PIC X(20)   VALUE
               'NO EXCEPTIONS'.
           05 FILLER                PIC X(102)  VALUE SPACES.

       01 TOT-LINE-1.
           05 FILLER                PIC X(22)   VALUE
               'RECORDS READ:         '.
           05 T1-READ               PIC ZZZZ9.
           05 FILLER                PIC X(105)  VALUE SPACES.

       01 TOT-LINE-2.
           05 FILLER                PIC X(22)   VALUE
               'ERRORS:               '.
           05 T2-ERRORS             PIC ZZZZ9.
           05 FILLER                PIC X(5)    VALUE SPACES.
           05 FILLER                PIC X(10)   VALUE 'WARNINGS: '.
           05 T2-WARNINGS           PIC ZZZZ9.
           05 FILLER                PIC X(85)   VALUE SPACES.

       01 TOT-LINE-3.
           05 FILLER                PIC X(22)   VALUE
               'DATA STATUS:          '.
           05 T3-STATUS             PIC X(40).
           05 FILLER                PIC X(70)   VALUE SPACES.

       01 TOT-LINE-4.
           05 FILLER                PIC X(22)   VALUE
               'EXCEPTIONS NOT LISTED:'.
           05 T4-LOST               PIC ZZZZ9.
           05 FILLER                PIC X(105)  VALUE SPACES.

       01 ABORT-LINE.
           05 FILLER                PIC X(20)   VALUE SPACES.
           05 AB-MSG                PIC X(52)   VALUE
               '** MONBILLS.DAT OPEN FAILED - RUN ABORTED **'.
           05 FILLER                PIC X(60)   VALUE SPACES.

       01 TABLE-ABORT-LINE.
           05 FILLER                PIC X(20)   VALUE SPACES.
           05 FILLER                PIC X(52)   VALUE
               '** AUDIT TABLE FULL - NO AUDIT PRODUCED **'.
           05 FILLER                PIC X(60)   VALUE SPACES.

       procedure division.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L2-LOAD-BLDGS.
           IF NOT MASTER-ABORT
               PERFORM L2-LOAD-MASTER
           END-IF.
           IF NOT MASTER-ABORT
               PERFORM L2-LOAD-BALANCES
               PERFORM L2-LOAD-TENANTS
               PERFORM L2-CHECK-WKORD
               PERFORM L2-LOAD-DEPOSITS
           END-IF.
           IF NOT MASTER-ABORT AND NOT TABLE-OVERFLOW
               PERFORM L2-CROSS-CHECK
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
           INITIALIZE CATEGORY-TABLE.
           OPEN OUTPUT PRTOUT.
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

       L2-LOAD-BLDGS.
           OPEN INPUT BLDG-FILE.
           IF BLDG-STATUS NOT = '00'
               MOVE 'Y' TO SW-MASTER-ABORT
               MOVE '** CBLBLDG.DAT OPEN FAILED - RUN ABORTED **'
                   TO AB-MSG
           ELSE
               PERFORM L3-BLDG-READ
               PERFORM L3-BLDG-STORE UNTIL EOF = 'T'
               CLOSE BLDG-FILE
           END-IF.
           MOVE 'F' TO EOF.

       L3-BLDG-READ.
           READ BLDG-FILE
               AT END
                   MOVE 'T' TO EOF
               NOT AT END
                   ADD 1 TO RL-READ-CTR
           END-READ.

       L3-BLDG-STORE.
           MOVE BM-BLD-CODE TO SRCH-CODE.
           PERFORM L3-FIND-BLD.
           IF FOUND-YES
               MOVE 1             TO XC-CAT
               MOVE 'CBLBLDG'     TO XC-FILE
               MOVE BM-BLD-CODE   TO XC-BLD
               MOVE ZERO          TO XC-UNIT
               MOVE 'DUPLICATE BUILDING CODE' TO XC-DETAIL
               MOVE ZERO          TO XC-AMOUNT
               PERFORM L4-ADD-EXCEPTION
           ELSE
               IF BG-CTR < 50
                   ADD 1 TO BG-CTR
                   SET BG-IDX TO BG-CTR
                   MOVE BM-BLD-CODE    TO BG-CODE (BG-IDX)
                   IF BM-UNITS NUMERIC
                       MOVE BM-UNITS   TO BG-UNITS (BG-IDX)
                   ELSE
                       MOVE ZERO       TO BG-UNITS (BG-IDX)
                   END-IF
                   MOVE BM-ACTIVE-FLAG TO BG-ACTIVE (BG-IDX)
               ELSE
                   MOVE 'Y' TO SW-OVERFLOW
               END-IF
           END-IF.
           PERFORM L3-BLDG-READ.

       L2-LOAD-MASTER.
           OPEN INPUT MASTER-FILE.
           IF MASTER-STATUS NOT = '00'
               MOVE 'Y' TO SW-MASTER-ABORT
           ELSE
               PERFORM L3-MASTER-READ
               PERFORM L3-MASTER-STORE UNTIL EOF = 'T'
               CLOSE MASTER-FILE
           END-IF.
           MOVE 'F' TO EOF.

       L3-MASTER-READ.
           READ MASTER-FILE
               AT END
                   MOVE 'T' TO EOF
               NOT AT END
                   ADD 1 TO RL-READ-CTR
           END-READ.

       L3-MASTER-STORE.
           MOVE 'MONBILLS'  TO SRCH-FILE.
           MOVE I-BLD-CODE  TO SRCH-CODE.
           MOVE I-UNIT      TO SRCH-UNIT.
           PERFORM L4-CHECK-UNIT-RANGE.
           IF MB-CTR < 2500
               ADD 1 TO MB-CTR
               SET MB-IDX TO MB-CTR
               MOVE I-BLD-CODE TO MB-BLD-CODE (MB-IDX)
               MOVE I-UNIT     TO MB-UNIT (MB-IDX)
               IF I-TENANTS NUMERIC
                   MOVE I-TENANTS TO MB-TENANTS (MB-IDX)
               ELSE
                   MOVE ZERO TO MB-TENANTS (MB-IDX)
               END-IF
               IF I-MOVE-OUT-DAY NUMERIC
                   MOVE I-MOVE-OUT-DAY TO MB-MOVE-OUT (MB-IDX)
               ELSE
                   MOVE ZERO TO MB-MOVE-OUT (MB-IDX)
               END-IF
           ELSE
               MOVE 'Y' TO SW-OVERFLOW
           END-IF.
           PERFORM L3-MASTER-READ.

       L2-LOAD-BALANCES.
           OPEN INPUT BAL-FILE.
           IF BAL-STATUS = '00'
               PERFORM L3-BAL-READ
               PERFORM L3-BAL-STORE UNTIL EOF = 'T'
               CLOSE BAL-FILE
           END-IF.
           MOVE 'F' TO EOF.

       L3-BAL-READ.
           READ BAL-FILE
               AT END
                   MOVE 'T' TO EOF
               NOT AT END
                   ADD 1 TO RL-READ-CTR
           END-READ.

       L3-BAL-STORE.
           MOVE 'CBLBAL'     TO SRCH-FILE.
           MOVE BAL-BLD-CODE TO SRCH-CODE.
           MOVE BAL-UNIT     TO SRCH-UNIT.
           PERFORM L3-FIND-BAL.
           IF FOUND-YES
               PERFORM L4-DUPLICATE-KEY
           ELSE
               PERFORM L4-CHECK-UNIT-RANGE
               IF BL-CTR < 2500
                   ADD 1 TO BL-CTR
                   SET BL-IDX TO BL-CTR
                   MOVE BAL-BLD-CODE TO BL-BLD-CODE (BL-IDX)
                   MOVE BAL-UNIT     TO BL-UNIT (BL-IDX)
                   COMPUTE BL-AMOUNT (BL-IDX) =
                       BAL-30 + BAL-60 + BAL-90 - BAL-CREDIT
               ELSE
                   MOVE 'Y' TO SW-OVERFLOW
               END-IF
           END-IF.
           PERFORM L3-BAL-READ.

       L3-FIND-BAL.
           MOVE 'N' TO SW-FOUND.
           MOVE ZERO TO FOUND-IDX.
           PERFORM L4-BAL-SEARCH-STEP
               VARYING BL-IDX FROM 1 BY 1
               UNTIL BL-IDX > BL-CTR OR FOUND-YES.
           IF FOUND-YES
               SET BL-IDX TO FOUND-IDX
           END-IF.

       L4-BAL-SEARCH-STEP.
           IF BL-BLD-CODE (BL-IDX) = SRCH-CODE
                   AND BL-UNIT (BL-IDX) = SRCH-UNIT
               MOVE 'Y' TO SW-FOUND
               SET FOUND-IDX TO BL-IDX
           END-IF.

       L2-LOAD-TENANTS.
           OPEN INPUT TEN-FILE.
           IF TEN-STATUS = '00'
               PERFORM L3-TEN-READ
               PERFORM L3-TEN-STORE UNTIL EOF = 'T'
               CLOSE TEN-FILE
           END-IF.
           MOVE 'F' TO EOF.

       L3-TEN-READ.
           READ TEN-FILE
               AT END
                   MOVE 'T' TO EOF
               NOT AT END
                   ADD 1 TO RL-READ-CTR
           END-READ.

       L3-TEN-STORE.
           MOVE 'CBLTENLS'  TO SRCH-FILE.
           MOVE TL-BLD-CODE TO SRCH-CODE.
           MOVE TL-UNIT     TO SRCH-UNIT.
           PERFORM L3-FIND-TEN.
           IF FOUND-YES
               PERFORM L4-DUPLICATE-KEY
           ELSE
               PERFORM L4-CHECK-UNIT-RANGE
               IF TN-CTR < 2500
                   ADD 1 TO TN-CTR
                   SET TN-IDX TO TN-CTR
                   MOVE TL-BLD-CODE TO TN-BLD-CODE (TN-IDX)
                   MOVE TL-UNIT     TO TN-UNIT (TN-IDX)
                   IF TL-LEASE-END NUMERIC
                       MOVE TL-LEASE-END TO TN-LEASE-END (TN-IDX)
                   ELSE
                       MOVE ZERO TO TN-LEASE-END (TN-IDX)
                   END-IF
               ELSE
                   MOVE 'Y' TO SW-OVERFLOW
               END-IF
           END-IF.
           PERFORM L3-TEN-READ.

       L3-FIND-TEN.
           MOVE 'N' TO SW-FOUND.
           MOVE ZERO TO FOUND-IDX.
           PERFORM L4-TEN-SEARCH-STEP
               VARYING TN-IDX FROM 1 BY 1
               UNTIL TN-IDX > TN-CTR OR FOUND-YES.
           IF FOUND-YES
               SET TN-IDX TO FOUND-IDX
           END-IF.

       L4-TEN-SEARCH-STEP.
           IF TN-BLD-CODE (TN-IDX) = SRCH-CODE
                   AND TN-UNIT (TN-IDX) = SRCH-UNIT
               MOVE 'Y' TO SW-FOUND
               SET FOUND-IDX TO TN-IDX
           END-IF.

       L2-CHECK-WKORD.
           OPEN INPUT WKORD-FILE.
           IF WKORD-STATUS = '00'
               PERFORM L3-WKORD-READ
               PERFORM L3-WKORD-CHECK UNTIL EOF = 'T'
               CLOSE WKORD-FILE
           END-IF.
           MOVE 'F' TO EOF.

       L3-WKORD-READ.
           READ WKORD-FILE
               AT END
                   MOVE 'T' TO EOF
               NOT AT END
                   ADD 1 TO RL-READ-CTR
           END-READ.

       L3-WKORD-CHECK.
           IF WO-STATUS = 'O'
               MOVE WO-BLD-CODE TO SRCH-CODE
               PERFORM L3-FIND-BLD
               IF FOUND-YES
                   IF BG-ACTIVE (BG-IDX) = 'I'
                       MOVE 5           TO XC-CAT
                       MOVE 'CBLWKORD'  TO XC-FILE
                       MOVE WO-BLD-CODE TO XC-BLD
                       MOVE WO-UNIT     TO XC-UNIT
                       MOVE 'OPEN WORK ORDER' TO XC-DETAIL
                       MOVE WO-NUMBER   TO XC-DETAIL (17:5)
                       MOVE WO-COST     TO XC-AMOUNT
                       PERFORM L4-ADD-EXCEPTION
                   END-IF
               ELSE
                   MOVE 4           TO XC-CAT
                   MOVE 'CBLWKORD'  TO XC-FILE
                   MOVE WO-BLD-CODE TO XC-BLD
                   MOVE WO-UNIT     TO XC-UNIT
                   MOVE 'BUILDING NOT ON CBLBLDG' TO XC-DETAIL
                   MOVE WO-COST     TO XC-AMOUNT
                   PERFORM L4-ADD-EXCEPTION
               END-IF
           END-IF.
           PERFORM L3-WKORD-READ.

       L2-LOAD-DEPOSITS.
           OPEN INPUT DEP-FILE.
           IF DEP-STATUS = '00'
               PERFORM L3-DEP-READ
               PERFORM L3-DEP-STORE UNTIL EOF = 'T'
               CLOSE DEP-FILE
           END-IF.
           MOVE 'F' TO EOF.

       L3-DEP-READ.
           READ DEP-FILE
               AT END
                   MOVE 'T' TO EOF
               NOT AT END
                   ADD 1 TO RL-READ-CTR
           END-READ.

       L3-DEP-STORE.
           PERFORM L3-FIND-DEP.
           IF FOUND-YES
               EVALUATE DP-TYPE
                   WHEN 'R'
                       ADD DP-AMOUNT TO DL-NET (DL-IDX)
                   WHEN 'I'
                       ADD DP-AMOUNT TO DL-NET (DL-IDX)
                   WHEN 'D'
                       SUBTRACT DP-AMOUNT FROM DL-NET (DL-IDX)
                   WHEN 'F'
                       SUBTRACT DP-AMOUNT FROM DL-NET (DL-IDX)
               END-EVALUATE
           END-IF.
           PERFORM L3-DEP-READ.

       L3-FIND-DEP.
           MOVE 'N' TO SW-FOUND.
           MOVE ZERO TO FOUND-IDX.
           PERFORM L4-DEP-SEARCH-STEP
               VARYING DL-IDX FROM 1 BY 1
               UNTIL DL-IDX > DL-CTR OR FOUND-YES.
           IF FOUND-YES
               SET DL-IDX TO FOUND-IDX
           ELSE
               IF DL-CTR < 2500
                   ADD 1 TO DL-CTR
                   SET DL-IDX TO DL-CTR
                   MOVE DP-BLD-CODE TO DL-BLD-CODE (DL-IDX)
                   MOVE DP-UNIT     TO DL-UNIT (DL-IDX)
                   MOVE ZERO        TO DL-NET (DL-IDX)
                   MOVE 'Y' TO SW-FOUND
               ELSE
                   MOVE 'Y' TO SW-OVERFLOW
               END-IF
           END-IF.

       L4-DEP-SEARCH-STEP.
           IF DL-BLD-CODE (DL-IDX) = DP-BLD-CODE
                   AND DL-UNIT (DL-IDX) = DP-UNIT
               MOVE 'Y' TO SW-FOUND
               SET FOUND-IDX TO DL-IDX
           END-IF.

       L2-CROSS-CHECK.
           PERFORM L3-CHECK-BAL
               VARYING BL-IDX FROM 1 BY 1
               UNTIL BL-IDX > BL-CTR.
           PERFORM L3-CHECK-TEN
               VARYING TN-IDX FROM 1 BY 1
               UNTIL TN-IDX > TN-CTR.
           PERFORM L3-CHECK-DEP
               VARYING DL-IDX FROM 1 BY 1
               UNTIL DL-IDX > DL-CTR.

       L3-CHECK-BAL.
           MOVE BL-BLD-CODE (BL-IDX) TO SRCH-CODE.
           MOVE BL-UNIT (BL-IDX)     TO SRCH-UNIT.
           PERFORM L3-FIND-MASTER.
           IF NOT FOUND-YES
               MOVE 2                    TO XC-CAT
               MOVE 'CBLBAL'             TO XC-FILE
               MOVE BL-BLD-CODE (BL-IDX) TO XC-BLD
               MOVE BL-UNIT (BL-IDX)     TO XC-UNIT
               MOVE 'NO MONBILLS RECORD FOR UNIT' TO XC-DETAIL
               MOVE BL-AMOUNT (BL-IDX)   TO XC-AMOUNT
               PERFORM L4-ADD-EXCEPTION
           END-IF.

       L3-CHECK-TEN.
           MOVE TN-BLD-CODE (TN-IDX) TO SRCH-CODE.
           MOVE TN-UNIT (TN-IDX)     TO SRCH-UNIT.
           PERFORM L3-FIND-MASTER.
           IF NOT FOUND-YES
               MOVE 3                    TO XC-CAT
               MOVE 'CBLTENLS'           TO XC-FILE
               MOVE TN-BLD-CODE (TN-IDX) TO XC-BLD
               MOVE TN-UNIT (TN-IDX)     TO XC-UNIT
               MOVE 'NO MONBILLS RECORD FOR UNIT' TO XC-DETAIL
               MOVE ZERO                 TO XC-AMOUNT
               PERFORM L4-ADD-EXCEPTION
           ELSE
               IF TN-LEASE-END (TN-IDX) > ZERO
                       AND TN-LEASE-END (TN-IDX) < BUS-DATE
                       AND MB-TENANTS (MB-IDX) > ZERO
                       AND MB-MOVE-OUT (MB-IDX) = ZERO
                   MOVE 6                    TO XC-CAT
                   MOVE 'CBLTENLS'           TO XC-FILE
                   MOVE TN-BLD-CODE (TN-IDX) TO XC-BLD
                   MOVE TN-UNIT (TN-IDX)     TO XC-UNIT
                   MOVE 'LEASE ENDED' TO XC-DETAIL
                   MOVE TN-LEASE-END (TN-IDX) (5:2) TO XC-DETAIL (13:2)
                   MOVE '/'                         TO XC-DETAIL (15:1)
                   MOVE TN-LEASE-END (TN-IDX) (7:2) TO XC-DETAIL (16:2)
                   MOVE '/'                         TO XC-DETAIL (18:1)
                   MOVE TN-LEASE-END (TN-IDX) (1:4) TO XC-DETAIL (19:4)
                   MOVE ZERO                 TO XC-AMOUNT
                   PERFORM L4-ADD-EXCEPTION
               END-IF
           END-IF.

       L3-CHECK-DEP.
           IF DL-NET (DL-IDX) > ZERO
               MOVE DL-BLD-CODE (DL-IDX) TO SRCH-CODE
               PERFORM L3-FIND-BLD
               IF FOUND-YES
                   IF BG-ACTIVE (BG-IDX) = 'I'
                       MOVE 5                    TO XC-CAT
                       MOVE 'CBLDEPLG'           TO XC-FILE
                       MOVE DL-BLD-CODE (DL-IDX) TO XC-BLD
                       MOVE DL-UNIT (DL-IDX)     TO XC-UNIT
                       MOVE 'DEPOSIT STILL HELD' TO XC-DETAIL
                       MOVE DL-NET (DL-IDX)      TO XC-AMOUNT
                       PERFORM L4-ADD-EXCEPTION
                   END-IF
               ELSE
                   MOVE 4                    TO XC-CAT
                   MOVE 'CBLDEPLG'           TO XC-FILE
                   MOVE DL-BLD-CODE (DL-IDX) TO XC-BLD
                   MOVE DL-UNIT (DL-IDX)     TO XC-UNIT
                   MOVE 'BUILDING NOT ON CBLBLDG' TO XC-DETAIL
                   MOVE DL-NET (DL-IDX)      TO XC-AMOUNT
                   PERFORM L4-ADD-EXCEPTION
               END-IF
           END-IF.

       L3-FIND-MASTER.
           MOVE 'N' TO SW-FOUND.
           MOVE ZERO TO FOUND-IDX.
           PERFORM L4-MASTER-SEARCH-STEP
               VARYING MB-IDX FROM 1 BY 1
               UNTIL MB-IDX > MB-CTR OR FOUND-YES.
           IF FOUND-YES
               SET MB-IDX TO FOUND-IDX
           END-IF.

       L4-MASTER-SEARCH-STEP.
           IF MB-BLD-CODE (MB-IDX) = SRCH-CODE
                   AND MB-UNIT (MB-IDX) = SRCH-UNIT
               MOVE 'Y' TO SW-FOUND
               SET FOUND-IDX TO MB-IDX
           END-IF.

       L3-FIND-BLD.
           MOVE 'N' TO SW-FOUND.
           MOVE ZERO TO FOUND-IDX.
           PERFORM L4-BLDG-SEARCH-STEP
               VARYING BG-IDX FROM 1 BY 1
               UNTIL BG-IDX > BG-CTR OR FOUND-YES.
           IF FOUND-YES
               SET BG-IDX TO FOUND-IDX
           END-IF.

       L4-BLDG-SEARCH-STEP.
           IF BG-CODE (BG-IDX) = SRCH-CODE
               MOVE 'Y' TO SW-FOUND
               SET FOUND-IDX TO BG-IDX
           END-IF.

       L4-CHECK-UNIT-RANGE.
           MOVE 4          TO XC-CAT.
           MOVE SRCH-FILE  TO XC-FILE.
           MOVE SRCH-CODE  TO XC-BLD.
           MOVE SRCH-UNIT  TO XC-UNIT.
           MOVE ZERO       TO XC-AMOUNT.
           PERFORM L3-FIND-BLD.
           IF NOT FOUND-YES
               MOVE 'BUILDING NOT ON CBLBLDG' TO XC-DETAIL
               PERFORM L4-ADD-EXCEPTION
           ELSE
               IF SRCH-UNIT NOT NUMERIC OR SRCH-UNIT = ZERO
                       OR SRCH-UNIT > BG-UNITS (BG-IDX)
                   MOVE 'UNIT ABOVE BM-UNITS OF' TO XC-DETAIL
                   MOVE BG-UNITS (BG-IDX) TO XC-DETAIL (24:2)
                   PERFORM L4-ADD-EXCEPTION
               END-IF
           END-IF.

       L4-DUPLICATE-KEY.
           MOVE 1          TO XC-CAT.
           MOVE SRCH-FILE  TO XC-FILE.
           MOVE SRCH-CODE  TO XC-BLD.
           MOVE SRCH-UNIT  TO XC-UNIT.
           MOVE 'DUPLICATE UNIT KEY' TO XC-DETAIL.
           MOVE ZERO       TO XC-AMOUNT.
           PERFORM L4-ADD-EXCEPTION.

       L4-ADD-EXCEPTION.
           ADD 1 TO CT-COUNT (XC-CAT).
           IF XC-CAT < 5
               ADD 1 TO ERR-CTR
           ELSE
               ADD 1 TO WARN-CTR
           END-IF.
           IF EX-CTR < 1000
               ADD 1 TO EX-CTR
               SET EX-IDX TO EX-CTR
               MOVE XC-CAT    TO EX-CAT (EX-IDX)
               MOVE XC-FILE   TO EX-FILE (EX-IDX)
               MOVE XC-BLD    TO EX-BLD (EX-IDX)
               MOVE XC-UNIT   TO EX-UNIT (EX-IDX)
               MOVE XC-DETAIL TO EX-DETAIL (EX-IDX)
               MOVE XC-AMOUNT TO EX-AMOUNT (EX-IDX)
           ELSE
               ADD 1 TO EXC-LOST-CTR
           END-IF.

       L2-REPORT.
           PERFORM L4-HEADINGS.
           PERFORM L3-REPORT-CATEGORY
               VARYING CAT-SUB FROM 1 BY 1
               UNTIL CAT-SUB > 6.

       L3-REPORT-CATEGORY.
           PERFORM L4-SET-CATEGORY.
           MOVE CT-COUNT (CAT-SUB) TO K36-COUNT.
           WRITE PRTLINE FROM CAT-HEAD-LINE
               AFTER ADVANCING 2 LINES
               AT END-OF-PAGE
                   PERFORM L4-HEADINGS
           END-WRITE.
           IF CT-COUNT (CAT-SUB) = ZERO
               WRITE PRTLINE FROM NONE-LINE
                   AFTER ADVANCING 1 LINE
                   AT END-OF-PAGE
                       PERFORM L4-HEADINGS
               END-WRITE
           ELSE
               PERFORM L4-PRINT-EXCEPTION
                   VARYING EX-IDX FROM 1 BY 1
                   UNTIL EX-IDX > EX-CTR
           END-IF.

       L4-SET-CATEGORY.
           EVALUATE CAT-SUB
               WHEN 1
                   MOVE 'DUPLICATE KEYS' TO K36-NAME
               WHEN 2
                   MOVE 'BALANCES WITH NO MONBILLS UNIT' TO K36-NAME
               WHEN 3
                   MOVE 'TENANTS ON NONEXISTENT UNITS' TO K36-NAME
               WHEN 4
                   MOVE 'UNIT OR BUILDING OUT OF RANGE' TO K36-NAME
               WHEN 5
                   MOVE 'ACTIVITY ON INACTIVE BUILDINGS' TO K36-NAME
               WHEN 6
                   MOVE 'EXPIRED LEASES STILL BILLING' TO K36-NAME
           END-EVALUATE.
           IF CAT-SUB < 5
               MOVE 'ERROR'   TO K36-SEVERITY
           ELSE
               MOVE 'WARNING' TO K36-SEVERITY
           END-IF.

       L4-PRINT-EXCEPTION.
           IF EX-CAT (EX-IDX) = CAT-SUB
               MOVE K36-SEVERITY        TO D36-SEVERITY
               MOVE EX-FILE (EX-IDX)    TO D36-FILE
               MOVE EX-BLD (EX-IDX)     TO D36-BLD
               MOVE EX-UNIT (EX-IDX)    TO D36-UNIT
               MOVE EX-DETAIL (EX-IDX)  TO D36-DETAIL
               MOVE EX-AMOUNT (EX-IDX)  TO D36-AMOUNT
               WRITE PRTLINE FROM DETAIL-LINE36
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
                   PERFORM L4-PRINT-TOTALS
               END-IF
           END-IF.
           CLOSE PRTOUT.
           PERFORM L4-LOG-AUDIT.
           PERFORM L4-LOG-END.

       L4-PRINT-TOTALS.
           MOVE RL-READ-CTR TO T1-READ.
           WRITE PRTLINE FROM TOT-LINE-1
               AFTER ADVANCING 3 LINES.
           MOVE ERR-CTR     TO T2-ERRORS.
           MOVE WARN-CTR    TO T2-WARNINGS.
           WRITE PRTLINE FROM TOT-LINE-2
               AFTER ADVANCING 1 LINE.
           IF ERR-CTR = ZERO AND WARN-CTR = ZERO
               MOVE 'CLEAN' TO T3-STATUS
           ELSE
               MOVE '** EXCEPTIONS FOUND - SEE ABOVE' TO T3-STATUS
           END-IF.
           WRITE PRTLINE FROM TOT-LINE-3
               AFTER ADVANCING 1 LINE.
           IF EXC-LOST-CTR > ZERO
               MOVE EXC-LOST-CTR TO T4-LOST
               WRITE PRTLINE FROM TOT-LINE-4
                   AFTER ADVANCING 1 LINE
           END-IF.

       L4-LOG-START.
           OPEN EXTEND RUNLOG-FILE.
           MOVE 'CBLJPT44' TO RL-PROGRAM.
           MOVE 'START'    TO RL-TYPE.
           MOVE CURRENT-DATE-AND-TIME (1:8) TO RL-DATE.
           MOVE CURRENT-TIME (1:6)          TO RL-TIME.
           MOVE 'BLDG MONBILLS BAL TENLS WO DEP' TO RL-FILES.
           MOVE ZERO TO RL-READ.
           MOVE ZERO TO RL-WRITTEN.
           MOVE ZERO TO RL-DOLLARS.
           MOVE 'N'  TO RL-FLAG.
           WRITE RUNLOG-REC.
           CLOSE RUNLOG-FILE.

       L4-LOG-AUDIT.
           OPEN EXTEND RUNLOG-FILE.
           MOVE 'CBLJPT44' TO RL-PROGRAM.
           MOVE 'AUDIT'    TO RL-TYPE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE BUS-DATE TO CURRENT-DATE-AND-TIME (1:8).
           MOVE CURRENT-DATE-AND-TIME (1:8) TO RL-DATE.
           MOVE CURRENT-TIME (1:6)          TO RL-TIME.
           MOVE ERR-CTR      TO AF-ERRORS.
           MOVE WARN-CTR     TO AF-WARNINGS.
           MOVE AUDIT-FILES  TO RL-FILES.
           MOVE RL-READ-CTR  TO RL-READ.
           COMPUTE RL-WRITTEN = ERR-CTR + WARN-CTR.
           MOVE ZERO         TO RL-DOLLARS.
           IF MASTER-ABORT OR TABLE-OVERFLOW
               MOVE 'A' TO RL-FLAG
           ELSE
               IF ERR-CTR = ZERO AND WARN-CTR = ZERO
                   MOVE 'N' TO RL-FLAG
               ELSE
                   MOVE 'W' TO RL-FLAG
               END-IF
           END-IF.
           WRITE RUNLOG-REC.
           CLOSE RUNLOG-FILE.

       L4-LOG-END.
           OPEN EXTEND RUNLOG-FILE.
           MOVE 'CBLJPT44' TO RL-PROGRAM.
           MOVE 'END'      TO RL-TYPE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE BUS-DATE TO CURRENT-DATE-AND-TIME (1:8).
           MOVE CURRENT-DATE-AND-TIME (1:8) TO RL-DATE.
           MOVE CURRENT-TIME (1:6)          TO RL-TIME.
           MOVE 'BLDG MONBILLS BAL TENLS WO DEP' TO RL-FILES.
           MOVE RL-READ-CTR  TO RL-READ.
           MOVE ZERO         TO RL-WRITTEN.
           MOVE ZERO         TO RL-DOLLARS.
           IF MASTER-ABORT OR TABLE-OVERFLOW
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
       end program CBLJPT44.
