       identification division.
       program-id. CBLJPT42.
       AUTHOR.     Joshua Teubel.
       DATE-WRITTEN. 10/15/2026.
       environment division.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BLDG-FILE
               ASSIGN TO 'C:\Cobol\CBLBLDG.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OWNPR-FILE
               ASSIGN TO 'C:\Cobol\CBLOWNPR.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS OWNPR-STATUS.
           SELECT YTD-FILE
               ASSIGN TO 'C:\Cobol\CBLRENT-YTD.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS YTD-STATUS.
           SELECT DJ-FILE
               ASSIGN TO 'C:\Cobol\CBLDEPJ.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS DJ-STATUS.
           SELECT DEP-FILE
               ASSIGN TO 'C:\Cobol\CBLDEPLG.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS DEP-STATUS.
           SELECT WKORD-FILE
               ASSIGN TO 'C:\Cobol\CBLWKORD.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WKORD-STATUS.
           SELECT OWNDS-FILE
               ASSIGN TO 'C:\Cobol\CBLOWNDS.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRTOUT
               ASSIGN TO 'C:\Cobol\CBLOWNST.PRT'
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

       FD  OWNPR-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS OWNPR-REC.
           01  OWNPR-REC.
               05  OP-BLD-CODE             PIC XX.
               05  OP-MGMT-PCT             PIC 99V99.
               05  OP-OWNER-NAME           PIC X(25).

       FD  YTD-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS YTD-REC.
           01  YTD-REC.
               05  YTD-BLD-CODE            PIC XX.
               05  YTD-MONTH               PIC 99.
               05  YTD-YEAR                PIC 9999.
               05  YTD-BASE-RENT           PIC 999999V99.
               05  YTD-TEN-CHARGE          PIC 999999V99.
               05  YTD-SUBTOTAL            PIC 9999999V99.
               05  YTD-TOT-UTIL            PIC 9999999V99.
               05  YTD-TOT-RENT            PIC 9999999V99.
               05  YTD-ADJ-DC              PIC X.

       FD  DJ-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS DJ-REC.
           01  DJ-REC.
               05  DJ-DATE                 PIC 9(8).
               05  DJ-BLD-CODE             PIC XX.
               05  DJ-UNIT                 PIC 99.
               05  DJ-CHECK-NO             PIC X(8).
               05  DJ-AMOUNT               PIC 9999V99.
               05  DJ-TYPE                 PIC X.

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

       FD  OWNDS-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS OWNDS-REC.
           01  OWNDS-REC.
               05  OD-BLD-CODE             PIC XX.
               05  OD-PERIOD               PIC 9(6).
               05  OD-OWNER-NAME           PIC X(25).
               05  OD-COLLECTED            PIC 9(7)V99.
               05  OD-FORFEITED            PIC 9(7)V99.
               05  OD-NET-REPAIR           PIC 9(7)V99.
               05  OD-MGMT-FEE             PIC 9(7)V99.
               05  OD-NET-AMT              PIC 9(7)V99.
               05  OD-DEFICIT              PIC 9(7)V99.
               05  OD-PAY-FLAG             PIC X.

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
           05  OWNPR-STATUS        PIC XX      VALUE '00'.
           05  YTD-STATUS          PIC XX      VALUE '00'.
           05  DJ-STATUS           PIC XX      VALUE '00'.
           05  DEP-STATUS          PIC XX      VALUE '00'.
           05  WKORD-STATUS        PIC XX      VALUE '00'.
           05  CUR-PERIOD          PIC 9(6)    VALUE ZERO.
           05  CUR-YEAR            PIC 9999    VALUE ZERO.
           05  SW-FOUND            PIC X       VALUE 'N'.
               88 FOUND-YES            VALUE 'Y'.
           05  FOUND-IDX           PIC 999     VALUE ZERO.
           05  SRCH-CODE           PIC XX      VALUE SPACES.
           05  CHK-DATE            PIC 9(8)    VALUE ZERO.
           05  SW-IN-MONTH         PIC X       VALUE 'N'.
               88 IN-MONTH             VALUE 'Y'.
           05  SW-IN-YTD           PIC X       VALUE 'N'.
               88 IN-YTD               VALUE 'Y'.
           05  POST-AMT            PIC S9(7)V99 VALUE ZERO.
           05  C-SUB               PIC 9       VALUE ZERO.
           05  C-INCOME            PIC S9(7)V99 VALUE ZERO.
           05  C-NET-REPAIR        PIC S9(7)V99 VALUE ZERO.
           05  C-NET-CASH          PIC S9(7)V99 VALUE ZERO.
           05  NO-FEE-CTR          PIC S999    VALUE ZERO.
           05  UNMATCHED-CTR       PIC S9(5)   VALUE ZERO.
           05  PAY-CTR             PIC S999    VALUE ZERO.
           05  HOLD-CTR            PIC S999    VALUE ZERO.
           05  TOT-DISTRIB         PIC 9(7)V99 VALUE ZERO.
           05  TOT-DEFICIT         PIC 9(7)V99 VALUE ZERO.
           05  TOT-FEES            PIC 9(7)V99 VALUE ZERO.
           05  RL-READ-CTR         PIC 9(5)    VALUE ZERO.
           05  RL-WRITE-CTR        PIC 9(5)    VALUE ZERO.

       01 BLDG-TABLE-WS.
           05 BG-EOF               PIC X       VALUE 'F'.
           05 BG-CTR               PIC S999    VALUE ZERO.
           05 BG-ENTRY OCCURS 50 TIMES INDEXED BY BG-IDX.
               10 BG-CODE          PIC XX.
               10 BG-NAME          PIC X(15).
               10 BG-ADDRESS       PIC X(25).
               10 BG-ACTIVE        PIC X.
               10 BG-OWNER-NAME    PIC X(25).
               10 BG-MGMT-PCT      PIC 99V99.
               10 BG-FEE-SW        PIC X.
               10 BG-BILLED OCCURS 2 TIMES
                                    PIC S9(7)V99.
               10 BG-COLLECT OCCURS 2 TIMES
                                    PIC S9(7)V99.
               10 BG-FORFEIT OCCURS 2 TIMES
                                    PIC S9(7)V99.
               10 BG-REPAIR OCCURS 2 TIMES
                                    PIC S9(7)V99.
               10 BG-RECOVER OCCURS 2 TIMES
                                    PIC S9(7)V99.
               10 BG-MGMT-FEE OCCURS 2 TIMES
                                    PIC S9(7)V99.
               10 BG-NET-CASH OCCURS 2 TIMES
                                    PIC S9(7)V99.

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
           05 FILLER               PIC X(8)    VALUE 'COBJPT42'.
           05 FILLER               PIC X(38)   VALUE SPACES.
           05 FILLER               PIC X(38)   VALUE
               'OWNER OPERATING STATEMENT - TEUBEL S '.
           05 FILLER               PIC X(48)   VALUE SPACES.

       01 FILL-LINE.
           05 FILLER               PIC X(132)  VALUE SPACES.

       01 COL-HEAD1.
           05 FILLER               PIC X(38)   VALUE SPACES.
           05 FILLER               PIC X(8)    VALUE 'MONTH '.
           05 H3-MONTH             PIC 99.
           05 FILLER               PIC X       VALUE '/'.
           05 H3-YEAR              PIC 9999.
           05 FILLER               PIC X(6)    VALUE SPACES.
           05 FILLER               PIC X(14)   VALUE 'YEAR TO DATE'.
           05 FILLER               PIC X(59)   VALUE SPACES.

       01 BLD-LINE-1.
           05 FILLER               PIC X(10)   VALUE 'BUILDING: '.
           05 B1-CODE              PIC XX.
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 B1-NAME              PIC X(15).
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 B1-ADDRESS           PIC X(25).
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 B1-STATUS            PIC X(8).
           05 FILLER               PIC X(66)   VALUE SPACES.

       01 BLD-LINE-2.
           05 FILLER               PIC X(10)   VALUE 'OWNER:    '.
           05 B2-OWNER             PIC X(25).
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 FILLER               PIC X(16)   VALUE 'MANAGEMENT FEE: '.
           05 B2-PCT               PIC Z9.99.
           05 FILLER               PIC X       VALUE '%'.
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 B2-FLAG              PIC X(22).
           05 FILLER               PIC X(48)   VALUE SPACES.

       01 DETAIL-LINE34.
           05 FILLER                PIC X(4)    VALUE SPACES.
           05 D34-DESC              PIC X(30).
           05 FILLER                PIC X(4)    VALUE SPACES.
           05 D34-MONTH             PIC Z,ZZZ,ZZ9.99-.
           05 FILLER                PIC X(4)    VALUE SPACES.
           05 D34-YTD               PIC Z,ZZZ,ZZ9.99-.
           05 FILLER                PIC X(64)   VALUE SPACES.

       01 DIST-LINE.
           05 FILLER                PIC X(4)    VALUE SPACES.
           05 FILLER                PIC X(30)   VALUE
               'DISTRIBUTION THIS MONTH:'.
           05 FILLER                PIC X(4)    VALUE SPACES.
           05 DL-AMOUNT             PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(5)    VALUE SPACES.
           05 DL-FLAG               PIC X(30).
           05 FILLER                PIC X(47)   VALUE SPACES.

       01 TOT-LINE-1.
           05 FILLER                PIC X(26)   VALUE
               'OWNER CHECKS TO CUT:      '.
           05 T1-CTR                PIC ZZ9.
           05 FILLER                PIC X(5)    VALUE SPACES.
           05 T1-AMT                PIC $$,$$$,$$9.99.
           05 FILLER                PIC X(85)   VALUE SPACES.

       01 TOT-LINE-2.
           05 FILLER                PIC X(26)   VALUE
               'BUILDINGS HELD - DEFICIT: '.
           05 T2-CTR                PIC ZZ9.
           05 FILLER                PIC X(5)    VALUE SPACES.
           05 T2-AMT                PIC $$,$$$,$$9.99.
           05 FILLER                PIC X(85)   VALUE SPACES.

       01 TOT-LINE-3.
           05 FILLER                PIC X(26)   VALUE
               'MANAGEMENT FEES EARNED:   '.
           05 FILLER                PIC X(8)    VALUE SPACES.
           05 T3-AMT                PIC $$,$$$,$$9.99.
           05 FILLER                PIC X(85)   VALUE SPACES.

       01 TOT-LINE-4.
           05 FILLER                PIC X(26)   VALUE
               'BUILDINGS WITH NO FEE SET:'.
           05 T4-CTR                PIC ZZ9.
           05 FILLER                PIC X(103)  VALUE SPACES.

       01 TOT-LINE-5.
           05 FILLER                PIC X(26)   VALUE
               'RECORDS - NO BUILDING:    '.
           05 T5-CTR                PIC ZZZZ9.
           05 FILLER                PIC X(101)  VALUE SPACES.

       procedure division.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L2-LOAD-BLDGS.
           PERFORM L2-LOAD-OWNER-PARMS.
           PERFORM L2-LOAD-BILLED.
           PERFORM L2-LOAD-COLLECTIONS.
           PERFORM L2-LOAD-DEPOSITS.
           PERFORM L2-LOAD-REPAIRS.
           PERFORM L2-REPORT.
           PERFORM L2-CLOSING.
           STOP RUN.

       L2-INIT.
           MOVE FUNCTION CURRENT-DATE      TO CURRENT-DATE-AND-TIME.
           PERFORM L2-LOAD-BUS-DATE.
           MOVE CURRENT-DAY                TO H1-DAY.
           MOVE CURRENT-MONTH              TO H1-MONTH.
           MOVE CURRENT-YEAR               TO H1-YEAR.
           MOVE CURRENT-MONTH              TO H3-MONTH.
           MOVE CURRENT-YEAR               TO H3-YEAR.
           MOVE BUS-DATE (1:6)             TO CUR-PERIOD.
           MOVE BUS-DATE (1:4)             TO CUR-YEAR.
           OPEN OUTPUT PRTOUT.
           OPEN OUTPUT OWNDS-FILE.
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
           READ BLDG-FILE
               AT END
                   MOVE 'T' TO BG-EOF.
           PERFORM L3-STORE-BLDG UNTIL BG-EOF = 'T'.
           CLOSE BLDG-FILE.

       L3-STORE-BLDG.
           IF BG-CTR < 50
               ADD 1 TO BG-CTR
               SET BG-IDX TO BG-CTR
               INITIALIZE BG-ENTRY (BG-IDX)
               MOVE BM-BLD-CODE    TO BG-CODE (BG-IDX)
               MOVE BM-NAME        TO BG-NAME (BG-IDX)
               MOVE BM-ADDRESS     TO BG-ADDRESS (BG-IDX)
               MOVE BM-ACTIVE-FLAG TO BG-ACTIVE (BG-IDX)
               MOVE 'N'            TO BG-FEE-SW (BG-IDX)
           END-IF.
           READ BLDG-FILE
               AT END
                   MOVE 'T' TO BG-EOF.

       L2-LOAD-OWNER-PARMS.
           OPEN INPUT OWNPR-FILE.
           IF OWNPR-STATUS = '00'
               PERFORM L3-OWNPR-READ
               PERFORM L3-OWNPR-STORE UNTIL EOF = 'T'
               CLOSE OWNPR-FILE
           END-IF.
           MOVE 'F' TO EOF.

       L3-OWNPR-READ.
           READ OWNPR-FILE
               AT END
                   MOVE 'T' TO EOF
               NOT AT END
                   ADD 1 TO RL-READ-CTR
           END-READ.

       L3-OWNPR-STORE.
           MOVE OP-BLD-CODE TO SRCH-CODE.
           PERFORM L3-FIND-BLD.
           IF FOUND-YES
               MOVE OP-OWNER-NAME TO BG-OWNER-NAME (BG-IDX)
               IF OP-MGMT-PCT NUMERIC
                   MOVE OP-MGMT-PCT TO BG-MGMT-PCT (BG-IDX)
                   MOVE 'Y' TO BG-FEE-SW (BG-IDX)
               END-IF
           END-IF.
           PERFORM L3-OWNPR-READ.

       L2-LOAD-BILLED.
           OPEN INPUT YTD-FILE.
           IF YTD-STATUS = '00'
               PERFORM L3-YTD-READ
               PERFORM L3-YTD-STORE UNTIL EOF = 'T'
               CLOSE YTD-FILE
           END-IF.
           MOVE 'F' TO EOF.

       L3-YTD-READ.
           READ YTD-FILE
               AT END
                   MOVE 'T' TO EOF
               NOT AT END
                   ADD 1 TO RL-READ-CTR
           END-READ.

       L3-YTD-STORE.
           IF YTD-YEAR = CUR-YEAR
                   AND YTD-MONTH >= 1 AND YTD-MONTH <= 12
               MOVE YTD-YEAR  TO CHK-DATE (1:4)
               MOVE YTD-MONTH TO CHK-DATE (5:2)
               MOVE '01'      TO CHK-DATE (7:2)
               PERFORM L4-CHECK-DATE
               MOVE YTD-BLD-CODE TO SRCH-CODE
               PERFORM L3-FIND-BLD
               IF FOUND-YES AND IN-YTD
                   IF YTD-ADJ-DC = 'C'
                       COMPUTE POST-AMT = ZERO - YTD-TOT-RENT
                   ELSE
                       MOVE YTD-TOT-RENT TO POST-AMT
                   END-IF
                   IF IN-MONTH
                       ADD POST-AMT TO BG-BILLED (BG-IDX, 1)
                   END-IF
                   ADD POST-AMT TO BG-BILLED (BG-IDX, 2)
               END-IF
               IF NOT FOUND-YES AND IN-YTD
                   ADD 1 TO UNMATCHED-CTR
               END-IF
           END-IF.
           PERFORM L3-YTD-READ.

       L2-LOAD-COLLECTIONS.
           OPEN INPUT DJ-FILE.
           IF DJ-STATUS = '00'
               PERFORM L3-DJ-READ
               PERFORM L3-DJ-STORE UNTIL EOF = 'T'
               CLOSE DJ-FILE
           END-IF.
           MOVE 'F' TO EOF.

       L3-DJ-READ.
           READ DJ-FILE
               AT END
                   MOVE 'T' TO EOF
               NOT AT END
                   ADD 1 TO RL-READ-CTR
           END-READ.

       L3-DJ-STORE.
           IF DJ-TYPE = 'P' OR DJ-TYPE = 'N'
               MOVE DJ-DATE TO CHK-DATE
               PERFORM L4-CHECK-DATE
               IF IN-YTD
                   MOVE DJ-BLD-CODE TO SRCH-CODE
                   PERFORM L3-FIND-BLD
                   IF FOUND-YES
                       IF DJ-TYPE = 'N'
                           COMPUTE POST-AMT = ZERO - DJ-AMOUNT
                       ELSE
                           MOVE DJ-AMOUNT TO POST-AMT
                       END-IF
                       IF IN-MONTH
                           ADD POST-AMT TO BG-COLLECT (BG-IDX, 1)
                       END-IF
                       ADD POST-AMT TO BG-COLLECT (BG-IDX, 2)
                   ELSE
                       ADD 1 TO UNMATCHED-CTR
                   END-IF
               END-IF
           END-IF.
           PERFORM L3-DJ-READ.

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
           IF DP-TYPE = 'D'
               MOVE DP-DATE TO CHK-DATE
               PERFORM L4-CHECK-DATE
               IF IN-YTD
                   MOVE DP-BLD-CODE TO SRCH-CODE
                   PERFORM L3-FIND-BLD
                   IF FOUND-YES
                       IF IN-MONTH
                           ADD DP-AMOUNT TO BG-FORFEIT (BG-IDX, 1)
                       END-IF
                       ADD DP-AMOUNT TO BG-FORFEIT (BG-IDX, 2)
                   ELSE
                       ADD 1 TO UNMATCHED-CTR
                   END-IF
               END-IF
           END-IF.
           PERFORM L3-DEP-READ.

       L2-LOAD-REPAIRS.
           OPEN INPUT WKORD-FILE.
           IF WKORD-STATUS = '00'
               PERFORM L3-WKORD-READ
               PERFORM L3-WKORD-STORE UNTIL EOF = 'T'
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

       L3-WKORD-STORE.
           IF WO-STATUS = 'C'
               MOVE WO-OPEN-DATE TO CHK-DATE
               PERFORM L4-CHECK-DATE
               IF IN-YTD
                   MOVE WO-BLD-CODE TO SRCH-CODE
                   PERFORM L3-FIND-BLD
                   IF FOUND-YES
                       PERFORM L4-POST-REPAIR
                   ELSE
                       ADD 1 TO UNMATCHED-CTR
                   END-IF
               END-IF
           END-IF.
           PERFORM L3-WKORD-READ.

       L4-POST-REPAIR.
           IF IN-MONTH
               ADD WO-COST TO BG-REPAIR (BG-IDX, 1)
           END-IF.
           ADD WO-COST TO BG-REPAIR (BG-IDX, 2).
           IF WO-BILLED = 'Y'
               IF IN-MONTH
                   ADD WO-COST TO BG-RECOVER (BG-IDX, 1)
               END-IF
               ADD WO-COST TO BG-RECOVER (BG-IDX, 2)
           END-IF.

       L4-CHECK-DATE.
           MOVE 'N' TO SW-IN-MONTH.
           MOVE 'N' TO SW-IN-YTD.
           IF CHK-DATE NUMERIC
               IF CHK-DATE (1:4) = CUR-YEAR
                       AND CHK-DATE (1:6) <= CUR-PERIOD
                   MOVE 'Y' TO SW-IN-YTD
                   IF CHK-DATE (1:6) = CUR-PERIOD
                       MOVE 'Y' TO SW-IN-MONTH
                   END-IF
               END-IF
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

       L2-REPORT.
           PERFORM L3-BLD-STATEMENT
               VARYING BG-IDX FROM 1 BY 1
               UNTIL BG-IDX > BG-CTR.
           PERFORM L4-PRINT-TOTALS.

       L3-BLD-STATEMENT.
           PERFORM L4-CALC-NET
               VARYING C-SUB FROM 1 BY 1
               UNTIL C-SUB > 2.
           PERFORM L4-HEADINGS.
           PERFORM L4-PRINT-BLD-HEAD.
           MOVE 'BILLED RENT' TO D34-DESC.
           MOVE BG-BILLED (BG-IDX, 1) TO D34-MONTH.
           MOVE BG-BILLED (BG-IDX, 2) TO D34-YTD.
           PERFORM L4-PRINT-LINE.
           WRITE PRTLINE FROM FILL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'RENT COLLECTED' TO D34-DESC.
           MOVE BG-COLLECT (BG-IDX, 1) TO D34-MONTH.
           MOVE BG-COLLECT (BG-IDX, 2) TO D34-YTD.
           PERFORM L4-PRINT-LINE.
           MOVE 'FORFEITED DEPOSITS' TO D34-DESC.
           MOVE BG-FORFEIT (BG-IDX, 1) TO D34-MONTH.
           MOVE BG-FORFEIT (BG-IDX, 2) TO D34-YTD.
           PERFORM L4-PRINT-LINE.
           MOVE 'TOTAL CASH INCOME' TO D34-DESC.
           COMPUTE C-INCOME =
               BG-COLLECT (BG-IDX, 1) + BG-FORFEIT (BG-IDX, 1).
           MOVE C-INCOME TO D34-MONTH.
           COMPUTE C-INCOME =
               BG-COLLECT (BG-IDX, 2) + BG-FORFEIT (BG-IDX, 2).
           MOVE C-INCOME TO D34-YTD.
           PERFORM L4-PRINT-LINE.
           WRITE PRTLINE FROM FILL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'REPAIR COSTS' TO D34-DESC.
           MOVE BG-REPAIR (BG-IDX, 1) TO D34-MONTH.
           MOVE BG-REPAIR (BG-IDX, 2) TO D34-YTD.
           PERFORM L4-PRINT-LINE.
           MOVE 'LESS RECOVERED FROM TENANTS' TO D34-DESC.
           MOVE BG-RECOVER (BG-IDX, 1) TO D34-MONTH.
           MOVE BG-RECOVER (BG-IDX, 2) TO D34-YTD.
           PERFORM L4-PRINT-LINE.
           MOVE 'NET REPAIR EXPENSE' TO D34-DESC.
           COMPUTE C-NET-REPAIR =
               BG-REPAIR (BG-IDX, 1) - BG-RECOVER (BG-IDX, 1).
           MOVE C-NET-REPAIR TO D34-MONTH.
           COMPUTE C-NET-REPAIR =
               BG-REPAIR (BG-IDX, 2) - BG-RECOVER (BG-IDX, 2).
           MOVE C-NET-REPAIR TO D34-YTD.
           PERFORM L4-PRINT-LINE.
           MOVE 'MANAGEMENT FEE' TO D34-DESC.
           MOVE BG-MGMT-FEE (BG-IDX, 1) TO D34-MONTH.
           MOVE BG-MGMT-FEE (BG-IDX, 2) TO D34-YTD.
           PERFORM L4-PRINT-LINE.
           WRITE PRTLINE FROM FILL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'NET CASH TO DISTRIBUTE' TO D34-DESC.
           MOVE BG-NET-CASH (BG-IDX, 1) TO D34-MONTH.
           MOVE BG-NET-CASH (BG-IDX, 2) TO D34-YTD.
           PERFORM L4-PRINT-LINE.
           PERFORM L4-WRITE-DISTRIB.

       L4-CALC-NET.
           COMPUTE BG-MGMT-FEE (BG-IDX, C-SUB) ROUNDED =
               BG-COLLECT (BG-IDX, C-SUB)
               * BG-MGMT-PCT (BG-IDX) / 100.
           COMPUTE BG-NET-CASH (BG-IDX, C-SUB) =
               BG-COLLECT (BG-IDX, C-SUB)
               + BG-FORFEIT (BG-IDX, C-SUB)
               - BG-REPAIR (BG-IDX, C-SUB)
               + BG-RECOVER (BG-IDX, C-SUB)
               - BG-MGMT-FEE (BG-IDX, C-SUB).

       L4-PRINT-BLD-HEAD.
           MOVE BG-CODE (BG-IDX)    TO B1-CODE.
           MOVE BG-NAME (BG-IDX)    TO B1-NAME.
           MOVE BG-ADDRESS (BG-IDX) TO B1-ADDRESS.
           IF BG-ACTIVE (BG-IDX) = 'I'
               MOVE 'INACTIVE' TO B1-STATUS
           ELSE
               MOVE SPACES TO B1-STATUS
           END-IF.
           MOVE BG-OWNER-NAME (BG-IDX) TO B2-OWNER.
           MOVE BG-MGMT-PCT (BG-IDX)   TO B2-PCT.
           IF BG-FEE-SW (BG-IDX) = 'Y'
               MOVE SPACES TO B2-FLAG
           ELSE
               MOVE '** NO FEE ON FILE' TO B2-FLAG
               ADD 1 TO NO-FEE-CTR
           END-IF.
           WRITE PRTLINE FROM BLD-LINE-1
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM BLD-LINE-2
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM FILL-LINE
               AFTER ADVANCING 1 LINE.

       L4-PRINT-LINE.
           WRITE PRTLINE FROM DETAIL-LINE34
               AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                   PERFORM L4-HEADINGS
           END-WRITE.

       L4-WRITE-DISTRIB.
           MOVE BG-CODE (BG-IDX)        TO OD-BLD-CODE.
           MOVE CUR-PERIOD              TO OD-PERIOD.
           MOVE BG-OWNER-NAME (BG-IDX)  TO OD-OWNER-NAME.
           MOVE BG-COLLECT (BG-IDX, 1)  TO OD-COLLECTED.
           MOVE BG-FORFEIT (BG-IDX, 1)  TO OD-FORFEITED.
           COMPUTE C-NET-REPAIR =
               BG-REPAIR (BG-IDX, 1) - BG-RECOVER (BG-IDX, 1).
           MOVE C-NET-REPAIR            TO OD-NET-REPAIR.
           MOVE BG-MGMT-FEE (BG-IDX, 1) TO OD-MGMT-FEE.
           ADD BG-MGMT-FEE (BG-IDX, 1)  TO TOT-FEES.
           MOVE BG-NET-CASH (BG-IDX, 1) TO C-NET-CASH.
           EVALUATE TRUE
               WHEN C-NET-CASH > ZERO
                   MOVE C-NET-CASH TO OD-NET-AMT
                   MOVE ZERO       TO OD-DEFICIT
                   MOVE 'P'        TO OD-PAY-FLAG
                   MOVE 'OWNER CHECK'     TO DL-FLAG
                   ADD 1 TO PAY-CTR
                   ADD C-NET-CASH TO TOT-DISTRIB
               WHEN C-NET-CASH < ZERO
                   MOVE ZERO       TO OD-NET-AMT
                   COMPUTE OD-DEFICIT = ZERO - C-NET-CASH
                   MOVE 'H'        TO OD-PAY-FLAG
                   MOVE '** HELD - OPERATING DEFICIT' TO DL-FLAG
                   ADD 1 TO HOLD-CTR
                   ADD OD-DEFICIT TO TOT-DEFICIT
               WHEN OTHER
                   MOVE ZERO       TO OD-NET-AMT
                   MOVE ZERO       TO OD-DEFICIT
                   MOVE 'N'        TO OD-PAY-FLAG
                   MOVE 'NOTHING TO DISTRIBUTE' TO DL-FLAG
           END-EVALUATE.
           WRITE OWNDS-REC.
           ADD 1 TO RL-WRITE-CTR.
           MOVE OD-NET-AMT TO DL-AMOUNT.
           WRITE PRTLINE FROM DIST-LINE
               AFTER ADVANCING 2 LINES.

       L4-PRINT-TOTALS.
           PERFORM L4-HEADINGS.
           MOVE PAY-CTR       TO T1-CTR.
           MOVE TOT-DISTRIB   TO T1-AMT.
           WRITE PRTLINE FROM TOT-LINE-1
               AFTER ADVANCING 2 LINES.
           MOVE HOLD-CTR      TO T2-CTR.
           MOVE TOT-DEFICIT   TO T2-AMT.
           WRITE PRTLINE FROM TOT-LINE-2
               AFTER ADVANCING 1 LINE.
           MOVE TOT-FEES      TO T3-AMT.
           WRITE PRTLINE FROM TOT-LINE-3
               AFTER ADVANCING 1 LINE.
           MOVE NO-FEE-CTR    TO T4-CTR.
           WRITE PRTLINE FROM TOT-LINE-4
               AFTER ADVANCING 1 LINE.
           MOVE UNMATCHED-CTR TO T5-CTR.
           WRITE PRTLINE FROM TOT-LINE-5
               AFTER ADVANCING 1 LINE.

       L2-CLOSING.
           CLOSE OWNDS-FILE.
           CLOSE PRTOUT.
           PERFORM L4-LOG-END.

       L4-LOG-START.
           OPEN EXTEND RUNLOG-FILE.
           MOVE 'CBLJPT42' TO RL-PROGRAM.
           MOVE 'START'    TO RL-TYPE.
           MOVE CURRENT-DATE-AND-TIME (1:8) TO RL-DATE.
           MOVE CURRENT-TIME (1:6)          TO RL-TIME.
           MOVE 'YTD DEPJ DEPLG WKORD OWNDS PRT' TO RL-FILES.
           MOVE ZERO TO RL-READ.
           MOVE ZERO TO RL-WRITTEN.
           MOVE ZERO TO RL-DOLLARS.
           MOVE 'N'  TO RL-FLAG.
           WRITE RUNLOG-REC.
           CLOSE RUNLOG-FILE.

       L4-LOG-END.
           OPEN EXTEND RUNLOG-FILE.
           MOVE 'CBLJPT42' TO RL-PROGRAM.
           MOVE 'END'      TO RL-TYPE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE BUS-DATE TO CURRENT-DATE-AND-TIME (1:8).
           MOVE CURRENT-DATE-AND-TIME (1:8) TO RL-DATE.
           MOVE CURRENT-TIME (1:6)          TO RL-TIME.
           MOVE 'YTD DEPJ DEPLG WKORD OWNDS PRT' TO RL-FILES.
           MOVE RL-READ-CTR  TO RL-READ.
           MOVE RL-WRITE-CTR TO RL-WRITTEN.
           MOVE TOT-DISTRIB  TO RL-DOLLARS.
           IF NO-FEE-CTR > 0 OR UNMATCHED-CTR > 0 OR HOLD-CTR > 0
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
       end program CBLJPT42.
