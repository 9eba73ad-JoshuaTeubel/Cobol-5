       identification division.
       program-id. CBLJPT31.
       AUTHOR.     Joshua Teubel.
       DATE-WRITTEN. 10/15/2026.
       environment division.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COA-FILE
               ASSIGN TO 'C:\Cobol\CBLCOA.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CSV-IN
               ASSIGN TO 'C:\Cobol\CBLRENT.CSV'
                   ORGANIZATION IS LINE SEQUENTIAL.
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
           SELECT GLWO-FILE
               ASSIGN TO 'C:\Cobol\CBLGLWO.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS GLWO-STATUS.
           SELECT ADJ-FILE
               ASSIGN TO 'C:\Cobol\CBLADJ.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ADJ-STATUS.
           SELECT MARK-FILE
               ASSIGN TO 'C:\Cobol\CBLGLMRK.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS MARK-STATUS.
           SELECT RATE-TBL
               ASSIGN TO 'C:\Cobol\CBLRATES.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JE-TMP-FILE
               ASSIGN TO 'C:\Cobol\CBLGLJE.TMP'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JE-FILE
               ASSIGN TO 'C:\Cobol\CBLGLJE.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRTOUT
               ASSIGN TO 'C:\Cobol\CBLGLTB.PRT'
                   ORGANIZATION IS RECORD SEQUENTIAL.
           SELECT RUNLOG-FILE
               ASSIGN TO 'C:\Cobol\CBLRUNLOG.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS RUNLOG-STATUS.
           SELECT BDATE-FILE
               ASSIGN TO 'C:\Cobol\CBLBDATE.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS BDATE-STATUS.

       data division.
       FILE SECTION.

       FD  COA-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS COA-REC.
           01  COA-REC.
               05  CA-REC-TYPE             PIC X.
               05  CA-KEY                  PIC X(4).
               05  CA-DESC                 PIC X(20).
               05  CA-DR-ACCT              PIC X(4).
               05  CA-CR-ACCT              PIC X(4).

       FD  CSV-IN
           LABEL RECORD IS OMITTED
           DATA RECORD IS CSV-LINE.
           01  CSV-LINE.
               05  CSV-BLD-CODE            PIC XX.
               05  FILLER                  PIC X.
               05  CSV-UNIT                PIC 99.
               05  FILLER                  PIC X.
               05  CSV-TENANTS             PIC 9.
               05  FILLER                  PIC X.
               05  CSV-BASE-RENT           PIC ZZZ9.99.
               05  FILLER                  PIC X.
               05  CSV-TEN-CHARGE          PIC ZZZ9.99.
               05  FILLER                  PIC X.
               05  CSV-PREM-DISC           PIC -ZZZ9.99.
               05  FILLER                  PIC X.
               05  CSV-SUBTOTAL            PIC ZZZZ9.99.
               05  FILLER                  PIC X.
               05  CSV-ELECTRIC            PIC ZZZ9.99.
               05  FILLER                  PIC X.
               05  CSV-GAS                 PIC ZZZ9.99.
               05  FILLER                  PIC X.
               05  CSV-WATER               PIC ZZZ9.99.
               05  FILLER                  PIC X.
               05  CSV-GARBAGE             PIC ZZ9.99.
               05  FILLER                  PIC X.
               05  CSV-RENT-DUE            PIC ZZZZ9.99.

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

       FD  GLWO-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS GLWO-REC.
           01  GLWO-REC.
               05  GW-BLD-CODE             PIC XX.
               05  GW-UNIT                 PIC 99.
               05  GW-NUMBER               PIC 9(5).

       FD  ADJ-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS ADJ-REC.
           01  ADJ-REC.
               05  AJ-MEMO-NO              PIC 9(6).
               05  AJ-DATE                 PIC 9(8).
               05  AJ-BLD-CODE             PIC XX.
               05  AJ-UNIT                 PIC 99.
               05  AJ-DC                   PIC X.
               05  AJ-AMOUNT               PIC 9999V99.
               05  AJ-REASON               PIC X(4).
               05  AJ-PERIOD               PIC X(6).
               05  AJ-APPROVER             PIC X(3).
               05  AJ-STMT-PERIOD          PIC X(6).
               05  AJ-DESC                 PIC X(20).

       FD  MARK-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS MARK-REC.
           01  MARK-REC.
               05  MK-DJ-CTR               PIC 9(7).
               05  MK-DEP-CTR              PIC 9(7).
               05  MK-ADJ-CTR              PIC 9(7).
               05  MK-DATE                 PIC 9(8).

       FD  RATE-TBL
           LABEL RECORD IS STANDARD
           DATA RECORD IS RATE-REC
           RECORD CONTAINS 24 CHARACTERS.
           01  RATE-REC.
               05  RT-REC-TYPE             PIC X.
               05  RT-KEY                  PIC XX.
               05  RT-AMOUNT-1             PIC 999V99.
               05  RT-AMOUNT-2             PIC 999V99.
               05  RT-AMOUNT-3             PIC 999V99.
               05  RT-PCT                  PIC V999.

       FD  JE-TMP-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS JE-REC.
           01  JE-REC.
               05  JE-PERIOD               PIC X(6).
               05  JE-DATE                 PIC 9(8).
               05  JE-ACCT                 PIC X(4).
               05  JE-DC                   PIC X.
               05  JE-AMOUNT               PIC 9(7)V99.
               05  JE-MOVE-CODE            PIC X(4).
               05  JE-SOURCE               PIC X(5).
               05  JE-BLD-CODE             PIC XX.
               05  JE-UNIT                 PIC 99.
               05  JE-REF                  PIC X(8).

       FD  JE-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS JE-OUT-REC.
           01  JE-OUT-REC          PIC X(49).

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
           05  CUR-PERIOD          PIC X(6)    VALUE SPACES.
           05  TODAY-YMD           PIC 9(8)    VALUE ZERO.
           05  RUNLOG-STATUS       PIC XX      VALUE '00'.
           05  DJ-STATUS           PIC XX      VALUE '00'.
           05  DEP-STATUS          PIC XX      VALUE '00'.
           05  WKORD-STATUS        PIC XX      VALUE '00'.
           05  GLWO-STATUS         PIC XX      VALUE '00'.
           05  ADJ-STATUS          PIC XX      VALUE '00'.
           05  MARK-STATUS         PIC XX      VALUE '00'.
           05  SW-MARK-LOADED      PIC X       VALUE 'N'.
               88 MARK-LOADED          VALUE 'Y'.
           05  DJ-MARK             PIC 9(7)    VALUE ZERO.
           05  DEP-MARK            PIC 9(7)    VALUE ZERO.
           05  ADJ-MARK            PIC 9(7)    VALUE ZERO.
           05  DJ-REC-NO           PIC 9(7)    VALUE ZERO.
           05  DEP-REC-NO          PIC 9(7)    VALUE ZERO.
           05  ADJ-REC-NO          PIC 9(7)    VALUE ZERO.
           05  RATE-EOF            PIC X       VALUE 'F'.
           05  RT-NSF-FEE          PIC 999V99  VALUE ZERO.
           05  SW-ALREADY-RUN      PIC X       VALUE 'N'.
               88 ALREADY-RUN          VALUE 'Y'.
           05  SW-ROLL-DONE        PIC X       VALUE 'N'.
               88 ROLL-DONE-YES        VALUE 'Y'.
           05  SW-NO-ROLL          PIC X       VALUE 'N'.
               88 NO-ROLL-REFUSED      VALUE 'Y'.
           05  SW-GATE-OVR         PIC X       VALUE 'N'.
               88 GATE-OVR-YES         VALUE 'Y'.
           05  SW-TB-REFUSED       PIC X       VALUE 'N'.
               88 TB-REFUSED           VALUE 'Y'.
           05  SW-TBL-OVERFLOW     PIC X       VALUE 'N'.
               88 TBL-OVERFLOW         VALUE 'Y'.
           05  SW-SECTION          PIC X       VALUE 'M'.
               88 SECTION-MOVE         VALUE 'M'.
               88 SECTION-TB           VALUE 'T'.
           05  SW-FOUND            PIC X       VALUE 'N'.
               88 FOUND-YES            VALUE 'Y'.
           05  FOUND-IDX           PIC 9999    VALUE ZERO.
           05  SW-AC-FOUND         PIC X       VALUE 'N'.
               88 AC-FOUND-YES         VALUE 'Y'.
           05  AC-FOUND-IDX        PIC 9999    VALUE ZERO.
           05  SRCH-ACCT           PIC X(4)    VALUE SPACES.
           05  C-PREM-DISC         PIC S9999V99 VALUE ZERO.
           05  C-SUBTOTAL          PIC 9(5)V99 VALUE ZERO.
           05  C-ELECTRIC          PIC 999V99  VALUE ZERO.
           05  C-GAS               PIC 999V99  VALUE ZERO.
           05  C-WATER             PIC 999V99  VALUE ZERO.
           05  C-GARBAGE           PIC 99V99   VALUE ZERO.
           05  C-RENT-DUE          PIC 9(5)V99 VALUE ZERO.
           05  C-LATE-FEE          PIC S9(5)V99 VALUE ZERO.
           05  JE-CTR              PIC 9(5)    VALUE ZERO.
           05  UNMAP-CTR           PIC S999    VALUE ZERO.
           05  TOT-DEBIT           PIC 9(8)V99 VALUE ZERO.
           05  TOT-CREDIT          PIC 9(8)V99 VALUE ZERO.
           05  TB-DIFF             PIC S9(8)V99 VALUE ZERO.
           05  AC-NET              PIC S9(8)V99 VALUE ZERO.
           05  RL-READ-CTR         PIC 9(5)    VALUE ZERO.
           05  RL-WRITE-CTR        PIC 9(5)    VALUE ZERO.

       01 MOVEMENT.
           05  MV-CODE             PIC X(4).
           05  MV-AMOUNT           PIC 9(7)V99.
           05  MV-DATE             PIC 9(8).
           05  MV-SOURCE           PIC X(5).
           05  MV-BLD-CODE         PIC XX.
           05  MV-UNIT             PIC 99.
           05  MV-REF              PIC X(8).

       01 ACCT-TABLE.
           05 AC-CTR               PIC S999    VALUE ZERO.
           05 AC-ENTRY OCCURS 100 TIMES INDEXED BY AC-IDX.
               10 AC-ACCT          PIC X(4).
               10 AC-DESC          PIC X(20).
               10 AC-DEBIT         PIC 9(8)V99.
               10 AC-CREDIT        PIC 9(8)V99.

       01 MAP-TABLE.
           05 MP-CTR               PIC S999    VALUE ZERO.
           05 MP-ENTRY OCCURS 50 TIMES INDEXED BY MP-IDX.
               10 MP-CODE          PIC X(4).
               10 MP-DESC          PIC X(20).
               10 MP-DR-ACCT       PIC X(4).
               10 MP-CR-ACCT       PIC X(4).
               10 MP-IN-CHART      PIC X.
               10 MP-DR-OK         PIC X.
               10 MP-CR-OK         PIC X.
               10 MP-ENTRIES       PIC S9(5).
               10 MP-AMOUNT        PIC 9(8)V99.

       01 GLWO-TABLE.
           05 JW-CTR               PIC S9(4)   VALUE ZERO.
           05 GW-ENTRY OCCURS 500 TIMES INDEXED BY JW-IDX.
               10 JW-BLD-CODE      PIC XX.
               10 JW-UNIT          PIC 99.
               10 JW-NUMBER        PIC 9(5).
               10 JW-ON-FILE       PIC X.

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
           05 FILLER               PIC X(8)    VALUE 'COBJPT31'.
           05 FILLER               PIC X(38)   VALUE SPACES.
           05 FILLER               PIC X(38)   VALUE
               'GL JOURNAL INTERFACE - TEUBEL S '.
           05 FILLER               PIC X(48)   VALUE SPACES.

       01 FILL-LINE.
           05 FILLER               PIC X(132)  VALUE SPACES.

       01 COL-HEAD1.
           05 FILLER               PIC X(6)    VALUE 'CODE  '.
           05 FILLER               PIC X(22)   VALUE 'MOVEMENT'.
           05 FILLER               PIC X(8)    VALUE 'DR ACCT '.
           05 FILLER               PIC X(8)    VALUE 'CR ACCT '.
           05 FILLER               PIC X(5)    VALUE 'COUNT'.
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 FILLER               PIC X(13)   VALUE '       AMOUNT'.
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 FILLER               PIC X(20)   VALUE 'STATUS'.
           05 FILLER               PIC X(46)   VALUE SPACES.

       01 COL-HEAD2.
           05 FILLER               PIC X(6)    VALUE 'ACCT  '.
           05 FILLER               PIC X(24)   VALUE 'DESCRIPTION'.
           05 FILLER               PIC X(13)   VALUE '       DEBITS'.
           05 FILLER               PIC X(4)    VALUE SPACES.
           05 FILLER               PIC X(13)   VALUE '      CREDITS'.
           05 FILLER               PIC X(4)    VALUE SPACES.
           05 FILLER               PIC X(14)   VALUE '   NET BALANCE'.
           05 FILLER               PIC X(54)   VALUE SPACES.

       01 DETAIL-LINE22.
           05 D22-CODE              PIC X(4).
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 D22-DESC              PIC X(20).
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 D22-DR-ACCT           PIC X(4).
           05 FILLER                PIC X(4)    VALUE SPACES.
           05 D22-CR-ACCT           PIC X(4).
           05 FILLER                PIC X(4)    VALUE SPACES.
           05 D22-CTR               PIC ZZZZ9.
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 D22-AMOUNT            PIC $$,$$$,$$9.99.
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 D22-STATUS            PIC X(20).
           05 FILLER                PIC X(46)   VALUE SPACES.

       01 DETAIL-LINE23.
           05 D23-ACCT              PIC X(4).
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 D23-DESC              PIC X(20).
           05 FILLER                PIC X(4)    VALUE SPACES.
           05 D23-DEBIT             PIC $$,$$$,$$9.99.
           05 FILLER                PIC X(4)    VALUE SPACES.
           05 D23-CREDIT            PIC $$,$$$,$$9.99.
           05 FILLER                PIC X(4)    VALUE SPACES.
           05 D23-NET               PIC $$,$$$,$$9.99-.
           05 FILLER                PIC X(54)   VALUE SPACES.

       01 TOT-LINE-1.
           05 FILLER                PIC X(30)   VALUE
               'TRIAL BALANCE TOTALS'.
           05 T1-DEBIT              PIC $$,$$$,$$9.99.
           05 FILLER                PIC X(4)    VALUE SPACES.
           05 T1-CREDIT             PIC $$,$$$,$$9.99.
           05 FILLER                PIC X(4)    VALUE SPACES.
           05 T1-DIFF               PIC $$,$$$,$$9.99-.
           05 FILLER                PIC X(54)   VALUE SPACES.

       01 TOT-LINE-2.
           05 FILLER                PIC X(22)   VALUE
               'JOURNAL LINES:        '.
           05 T2-JE-CTR             PIC ZZZZ9.
           05 FILLER                PIC X(5)    VALUE SPACES.
           05 FILLER                PIC X(22)   VALUE
               'UNMAPPED MOVEMENTS:   '.
           05 T2-UNMAP-CTR          PIC ZZ9.
           05 FILLER                PIC X(75)   VALUE SPACES.

       01 RELEASE-LINE.
           05 FILLER                PIC X(20)   VALUE SPACES.
           05 FILLER                PIC X(52)   VALUE
               '** TRIAL BALANCE TIES - JOURNAL RELEASED **'.
           05 FILLER                PIC X(60)   VALUE SPACES.

       01 REFUSE-LINE.
           05 FILLER                PIC X(20)   VALUE SPACES.
           05 FILLER                PIC X(52)   VALUE
               '** GL ALREADY POSTED THIS MONTH - RUN REFUSED **'.
           05 FILLER                PIC X(60)   VALUE SPACES.

       01 REFUSE-LINE-2.
           05 FILLER                PIC X(20)   VALUE SPACES.
           05 FILLER                PIC X(52)   VALUE
               '** CBLJPT22 AGING ROLLOVER NOT RUN - RUN REFUSED **'.
           05 FILLER                PIC X(60)   VALUE SPACES.

       01 REFUSE-LINE-3.
           05 FILLER                PIC X(20)   VALUE SPACES.
           05 FILLER                PIC X(52)   VALUE
               '** DEBITS/CREDITS DO NOT TIE - JE NOT RELEASED **'.
           05 FILLER                PIC X(60)   VALUE SPACES.

       01 REFUSE-LINE-4.
           05 FILLER                PIC X(20)   VALUE SPACES.
           05 FILLER                PIC X(52)   VALUE
               '** UNMAPPED MOVEMENTS - JE NOT RELEASED **'.
           05 FILLER                PIC X(60)   VALUE SPACES.

       01 ABORT-LINE.
           05 FILLER                PIC X(20)   VALUE SPACES.
           05 FILLER                PIC X(52)   VALUE
               '** TABLE FULL - JE NOT RELEASED **'.
           05 FILLER                PIC X(60)   VALUE SPACES.

       procedure division.
       L1-MAIN.
           PERFORM L2-INIT.
           IF NOT ALREADY-RUN AND NOT NO-ROLL-REFUSED
               PERFORM L2-BUILD-JOURNAL
           END-IF.
           PERFORM L2-CLOSING.
           STOP RUN.

       L2-INIT.
           MOVE FUNCTION CURRENT-DATE      TO CURRENT-DATE-AND-TIME.
           PERFORM L2-LOAD-BUS-DATE.
           MOVE CURRENT-DAY                TO H1-DAY.
           MOVE CURRENT-MONTH              TO H1-MONTH.
           MOVE CURRENT-YEAR               TO H1-YEAR.
           MOVE CURRENT-DATE-AND-TIME (1:6) TO CUR-PERIOD.
           MOVE CURRENT-DATE-AND-TIME (1:8) TO TODAY-YMD.
           OPEN OUTPUT PRTOUT.
           PERFORM L4-HEADINGS.
           PERFORM L2-CHECK-PRIOR-RUN.
           IF GATE-OVR-YES
               MOVE 'N' TO SW-ALREADY-RUN
           ELSE
               IF NOT ALREADY-RUN AND NOT ROLL-DONE-YES
                   MOVE 'Y' TO SW-NO-ROLL
               END-IF
           END-IF.
           PERFORM L4-LOG-START.
           IF ALREADY-RUN
               WRITE PRTLINE FROM REFUSE-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               IF NO-ROLL-REFUSED
                   WRITE PRTLINE FROM REFUSE-LINE-2
                       AFTER ADVANCING 2 LINES
               END-IF
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

       L2-CHECK-PRIOR-RUN.
           OPEN INPUT RUNLOG-FILE.
           IF RUNLOG-STATUS = '00'
               PERFORM L3-RUNLOG-READ
               PERFORM L3-RUNLOG-SCAN UNTIL EOF = 'T'
               CLOSE RUNLOG-FILE
           END-IF.
           MOVE 'F' TO EOF.

       L3-RUNLOG-READ.
           READ RUNLOG-FILE
               AT END
                   MOVE 'T' TO EOF.

       L3-RUNLOG-SCAN.
           IF RL-PROGRAM = 'CBLJPT31' AND RL-TYPE = 'END'
                   AND RL-DATE (1:6) = CUR-PERIOD
                   AND (RL-FLAG = 'N' OR RL-FLAG = 'R')
               MOVE 'Y' TO SW-ALREADY-RUN
           END-IF.
           IF RL-PROGRAM = 'CBLJPT22' AND RL-TYPE = 'END'
                   AND RL-DATE (1:6) = CUR-PERIOD
                   AND (RL-FLAG = 'N' OR RL-FLAG = 'R')
               MOVE 'Y' TO SW-ROLL-DONE
           END-IF.
           IF RL-PROGRAM = 'CBLJPT28' AND RL-TYPE = 'OVRD'
                   AND RL-DATE (1:6) = CUR-PERIOD
                   AND RL-FILES (19:8) = 'CBLJPT31'
               MOVE 'Y' TO SW-GATE-OVR
           END-IF.
           PERFORM L3-RUNLOG-READ.

       L2-BUILD-JOURNAL.
           PERFORM L2-LOAD-COA.
           PERFORM L2-LOAD-RATES.
           PERFORM L2-LOAD-GLWO.
           PERFORM L2-LOAD-MARK.
           OPEN OUTPUT JE-TMP-FILE.
           PERFORM L2-JOURNAL-CSV.
           PERFORM L2-JOURNAL-DJ.
           PERFORM L2-JOURNAL-DEPLG.
           PERFORM L2-JOURNAL-WKORD.
           PERFORM L2-JOURNAL-ADJ.
           CLOSE JE-TMP-FILE.
           PERFORM L2-PRINT-MOVEMENTS.
           PERFORM L2-PRINT-TRIAL-BAL.
           COMPUTE TB-DIFF = TOT-DEBIT - TOT-CREDIT.
           IF TBL-OVERFLOW
               MOVE 'Y' TO SW-TB-REFUSED
               WRITE PRTLINE FROM ABORT-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
           IF TB-DIFF NOT = ZERO
               MOVE 'Y' TO SW-TB-REFUSED
               WRITE PRTLINE FROM REFUSE-LINE-3
                   AFTER ADVANCING 2 LINES
           END-IF.
           IF UNMAP-CTR > 0
               MOVE 'Y' TO SW-TB-REFUSED
               WRITE PRTLINE FROM REFUSE-LINE-4
                   AFTER ADVANCING 2 LINES
           END-IF.
           IF NOT TB-REFUSED
               PERFORM L2-RELEASE-JOURNAL
               WRITE PRTLINE FROM RELEASE-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.

       L2-LOAD-COA.
           OPEN INPUT COA-FILE.
           PERFORM L3-COA-READ.
           PERFORM L3-COA-STORE UNTIL EOF = 'T'.
           CLOSE COA-FILE.
           MOVE 'F' TO EOF.
           PERFORM L3-VALIDATE-MAP
               VARYING MP-IDX FROM 1 BY 1
               UNTIL MP-IDX > MP-CTR.

       L3-COA-READ.
           READ COA-FILE
               AT END
                   MOVE 'T' TO EOF.

       L3-COA-STORE.
           IF CA-REC-TYPE = 'A'
               IF AC-CTR < 100
                   ADD 1 TO AC-CTR
                   SET AC-IDX TO AC-CTR
                   MOVE CA-KEY  TO AC-ACCT (AC-IDX)
                   MOVE CA-DESC TO AC-DESC (AC-IDX)
                   MOVE ZERO    TO AC-DEBIT (AC-IDX)
                   MOVE ZERO    TO AC-CREDIT (AC-IDX)
               ELSE
                   MOVE 'Y' TO SW-TBL-OVERFLOW
               END-IF
           END-IF.
           IF CA-REC-TYPE = 'M'
               IF MP-CTR < 50
                   ADD 1 TO MP-CTR
                   SET MP-IDX TO MP-CTR
                   MOVE CA-KEY     TO MP-CODE (MP-IDX)
                   MOVE CA-DESC    TO MP-DESC (MP-IDX)
                   MOVE CA-DR-ACCT TO MP-DR-ACCT (MP-IDX)
                   MOVE CA-CR-ACCT TO MP-CR-ACCT (MP-IDX)
                   MOVE 'Y'        TO MP-IN-CHART (MP-IDX)
                   MOVE 'N'        TO MP-DR-OK (MP-IDX)
                   MOVE 'N'        TO MP-CR-OK (MP-IDX)
                   MOVE ZERO       TO MP-ENTRIES (MP-IDX)
                   MOVE ZERO       TO MP-AMOUNT (MP-IDX)
               ELSE
                   MOVE 'Y' TO SW-TBL-OVERFLOW
               END-IF
           END-IF.
           PERFORM L3-COA-READ.

       L3-VALIDATE-MAP.
           MOVE MP-DR-ACCT (MP-IDX) TO SRCH-ACCT.
           PERFORM L4-FIND-ACCT.
           IF AC-FOUND-YES
               MOVE 'Y' TO MP-DR-OK (MP-IDX)
           END-IF.
           MOVE MP-CR-ACCT (MP-IDX) TO SRCH-ACCT.
           PERFORM L4-FIND-ACCT.
           IF AC-FOUND-YES
               MOVE 'Y' TO MP-CR-OK (MP-IDX)
           END-IF.

       L4-FIND-ACCT.
           MOVE 'N' TO SW-AC-FOUND.
           MOVE ZERO TO AC-FOUND-IDX.
           PERFORM L4-ACCT-SEARCH-STEP
               VARYING AC-IDX FROM 1 BY 1
               UNTIL AC-IDX > AC-CTR OR AC-FOUND-YES.
           IF AC-FOUND-YES
               SET AC-IDX TO AC-FOUND-IDX
           END-IF.

       L4-ACCT-SEARCH-STEP.
           IF AC-ACCT (AC-IDX) = SRCH-ACCT
               MOVE 'Y' TO SW-AC-FOUND
               SET AC-FOUND-IDX TO AC-IDX
           END-IF.

       L2-LOAD-RATES.
           OPEN INPUT RATE-TBL.
           READ RATE-TBL
               AT END
                   MOVE 'T' TO RATE-EOF.
           PERFORM L3-RATE-PROCESS UNTIL RATE-EOF = 'T'.
           CLOSE RATE-TBL.

       L3-RATE-PROCESS.
           IF RT-REC-TYPE = 'N'
               MOVE RT-AMOUNT-1 TO RT-NSF-FEE
           END-IF.
           READ RATE-TBL
               AT END
                   MOVE 'T' TO RATE-EOF.

       L2-LOAD-GLWO.
           OPEN INPUT GLWO-FILE.
           IF GLWO-STATUS = '00'
               PERFORM L3-GLWO-READ
               PERFORM L3-GLWO-STORE UNTIL EOF = 'T'
               CLOSE GLWO-FILE
           END-IF.
           MOVE 'F' TO EOF.

       L2-LOAD-MARK.
           OPEN INPUT MARK-FILE.
           IF MARK-STATUS = '00'
               READ MARK-FILE
                   AT END
                       MOVE SPACES TO MARK-REC
               END-READ
               CLOSE MARK-FILE
               IF MK-DJ-CTR NUMERIC AND MK-DEP-CTR NUMERIC
                       AND MK-ADJ-CTR NUMERIC
                   MOVE 'Y'        TO SW-MARK-LOADED
                   MOVE MK-DJ-CTR  TO DJ-MARK
                   MOVE MK-DEP-CTR TO DEP-MARK
                   MOVE MK-ADJ-CTR TO ADJ-MARK
               END-IF
           END-IF.

       L3-GLWO-READ.
           READ GLWO-FILE
               AT END
                   MOVE 'T' TO EOF.

       L3-GLWO-STORE.
           IF JW-CTR < 500
               ADD 1 TO JW-CTR
               SET JW-IDX TO JW-CTR
               MOVE GW-BLD-CODE TO JW-BLD-CODE (JW-IDX)
               MOVE GW-UNIT     TO JW-UNIT (JW-IDX)
               MOVE GW-NUMBER   TO JW-NUMBER (JW-IDX)
               MOVE 'N'         TO JW-ON-FILE (JW-IDX)
           ELSE
               MOVE 'Y' TO SW-TBL-OVERFLOW
           END-IF.
           PERFORM L3-GLWO-READ.

       L2-JOURNAL-CSV.
           OPEN INPUT CSV-IN.
           PERFORM L3-CSV-READ.
           PERFORM L3-CSV-MOVES UNTIL EOF = 'T'.
           CLOSE CSV-IN.
           MOVE 'F' TO EOF.

       L3-CSV-READ.
           READ CSV-IN
               AT END
                   MOVE 'T' TO EOF
               NOT AT END
                   ADD 1 TO RL-READ-CTR
           END-READ.

       L3-CSV-MOVES.
           MOVE TODAY-YMD    TO MV-DATE.
           MOVE 'CSV'        TO MV-SOURCE.
           MOVE CSV-BLD-CODE TO MV-BLD-CODE.
           MOVE CSV-UNIT     TO MV-UNIT.
           MOVE SPACES       TO MV-REF.
           MOVE CSV-BASE-RENT  TO MV-AMOUNT.
           MOVE 'BRNT' TO MV-CODE.
           PERFORM L3-POST-MOVEMENT.
           MOVE CSV-TEN-CHARGE TO MV-AMOUNT.
           MOVE 'TCHG' TO MV-CODE.
           PERFORM L3-POST-MOVEMENT.
           MOVE CSV-PREM-DISC TO C-PREM-DISC.
           IF C-PREM-DISC < ZERO
               COMPUTE MV-AMOUNT = ZERO - C-PREM-DISC
               MOVE 'DISC' TO MV-CODE
           ELSE
               MOVE C-PREM-DISC TO MV-AMOUNT
               MOVE 'PREM' TO MV-CODE
           END-IF.
           PERFORM L3-POST-MOVEMENT.
           MOVE CSV-ELECTRIC TO C-ELECTRIC.
           MOVE CSV-GAS      TO C-GAS.
           MOVE CSV-WATER    TO C-WATER.
           MOVE CSV-GARBAGE  TO C-GARBAGE.
           MOVE C-ELECTRIC TO MV-AMOUNT.
           MOVE 'ELEC' TO MV-CODE.
           PERFORM L3-POST-MOVEMENT.
           MOVE C-GAS TO MV-AMOUNT.
           MOVE 'GAS ' TO MV-CODE.
           PERFORM L3-POST-MOVEMENT.
           MOVE C-WATER TO MV-AMOUNT.
           MOVE 'WATR' TO MV-CODE.
           PERFORM L3-POST-MOVEMENT.
           MOVE C-GARBAGE TO MV-AMOUNT.
           MOVE 'GARB' TO MV-CODE.
           PERFORM L3-POST-MOVEMENT.
           MOVE CSV-SUBTOTAL TO C-SUBTOTAL.
           MOVE CSV-RENT-DUE TO C-RENT-DUE.
           COMPUTE C-LATE-FEE = C-RENT-DUE - C-SUBTOTAL
               - C-ELECTRIC - C-GAS - C-WATER - C-GARBAGE.
           IF C-LATE-FEE > ZERO
               MOVE C-LATE-FEE TO MV-AMOUNT
               MOVE 'LATE' TO MV-CODE
               PERFORM L3-POST-MOVEMENT
           END-IF.
           PERFORM L3-CSV-READ.

       L2-JOURNAL-DJ.
           OPEN INPUT DJ-FILE.
           IF DJ-STATUS = '00'
               PERFORM L3-DJ-READ
               PERFORM L3-DJ-MOVES UNTIL EOF = 'T'
               CLOSE DJ-FILE
           END-IF.
           MOVE 'F' TO EOF.

       L3-DJ-READ.
           READ DJ-FILE
               AT END
                   MOVE 'T' TO EOF
               NOT AT END
                   ADD 1 TO RL-READ-CTR
                   ADD 1 TO DJ-REC-NO
           END-READ.

       L3-DJ-MOVES.
           IF (MARK-LOADED AND DJ-REC-NO > DJ-MARK)
                   OR (NOT MARK-LOADED AND DJ-DATE (1:6) = CUR-PERIOD)
               MOVE DJ-DATE     TO MV-DATE
               MOVE 'DEPJ'      TO MV-SOURCE
               MOVE DJ-BLD-CODE TO MV-BLD-CODE
               MOVE DJ-UNIT     TO MV-UNIT
               MOVE DJ-CHECK-NO TO MV-REF
               MOVE DJ-AMOUNT   TO MV-AMOUNT
               EVALUATE DJ-TYPE
                   WHEN 'P'
                       MOVE 'CPAY' TO MV-CODE
                   WHEN 'R'
                       MOVE 'CREJ' TO MV-CODE
                   WHEN 'N'
                       MOVE 'CNSF' TO MV-CODE
                   WHEN 'U'
                       MOVE 'CUNM' TO MV-CODE
                   WHEN OTHER
                       MOVE 'C???' TO MV-CODE
               END-EVALUATE
               PERFORM L3-POST-MOVEMENT
               IF DJ-TYPE = 'N'
                   MOVE RT-NSF-FEE TO MV-AMOUNT
                   MOVE 'NFEE' TO MV-CODE
                   PERFORM L3-POST-MOVEMENT
               END-IF
           END-IF.
           PERFORM L3-DJ-READ.

       L2-JOURNAL-DEPLG.
           OPEN INPUT DEP-FILE.
           IF DEP-STATUS = '00'
               PERFORM L3-DEP-READ
               PERFORM L3-DEP-MOVES UNTIL EOF = 'T'
               CLOSE DEP-FILE
           END-IF.
           MOVE 'F' TO EOF.

       L3-DEP-READ.
           READ DEP-FILE
               AT END
                   MOVE 'T' TO EOF
               NOT AT END
                   ADD 1 TO RL-READ-CTR
                   ADD 1 TO DEP-REC-NO
           END-READ.

       L3-DEP-MOVES.
           IF (MARK-LOADED AND DEP-REC-NO > DEP-MARK)
                   OR (NOT MARK-LOADED AND DP-DATE (1:6) = CUR-PERIOD)
               MOVE DP-DATE     TO MV-DATE
               MOVE 'DEPLG'     TO MV-SOURCE
               MOVE DP-BLD-CODE TO MV-BLD-CODE
               MOVE DP-UNIT     TO MV-UNIT
               MOVE SPACES      TO MV-REF
               MOVE DP-AMOUNT   TO MV-AMOUNT
               EVALUATE DP-TYPE
                   WHEN 'R'
                       MOVE 'DREC' TO MV-CODE
                   WHEN 'I'
                       MOVE 'DINT' TO MV-CODE
                   WHEN 'D'
                       MOVE 'DAPP' TO MV-CODE
                   WHEN 'F'
                       MOVE 'DREF' TO MV-CODE
                   WHEN OTHER
                       MOVE 'D???' TO MV-CODE
               END-EVALUATE
               PERFORM L3-POST-MOVEMENT
           END-IF.
           PERFORM L3-DEP-READ.

       L2-JOURNAL-WKORD.
           OPEN INPUT WKORD-FILE.
           IF WKORD-STATUS = '00'
               PERFORM L3-WO-READ
               PERFORM L3-WO-MOVES UNTIL EOF = 'T'
               CLOSE WKORD-FILE
           END-IF.
           MOVE 'F' TO EOF.

       L3-WO-READ.
           READ WKORD-FILE
               AT END
                   MOVE 'T' TO EOF
               NOT AT END
                   ADD 1 TO RL-READ-CTR
           END-READ.

       L3-WO-MOVES.
           PERFORM L3-FIND-GLWO.
           IF FOUND-YES
               MOVE 'Y' TO JW-ON-FILE (JW-IDX)
           ELSE
               IF WO-BILLED = 'Y'
                   MOVE TODAY-YMD   TO MV-DATE
                   MOVE 'WKORD'     TO MV-SOURCE
                   MOVE WO-BLD-CODE TO MV-BLD-CODE
                   MOVE WO-UNIT     TO MV-UNIT
                   MOVE SPACES      TO MV-REF
                   MOVE WO-NUMBER   TO MV-REF (1:5)
                   MOVE WO-COST     TO MV-AMOUNT
                   MOVE 'RPR ' TO MV-CODE
                   PERFORM L3-POST-MOVEMENT
                   PERFORM L3-ADD-GLWO
               END-IF
           END-IF.
           PERFORM L3-WO-READ.

       L2-JOURNAL-ADJ.
           OPEN INPUT ADJ-FILE.
           IF ADJ-STATUS = '00'
               PERFORM L3-ADJ-READ
               PERFORM L3-ADJ-MOVES UNTIL EOF = 'T'
               CLOSE ADJ-FILE
           END-IF.
           MOVE 'F' TO EOF.

       L3-ADJ-READ.
           READ ADJ-FILE
               AT END
                   MOVE 'T' TO EOF
               NOT AT END
                   ADD 1 TO RL-READ-CTR
                   ADD 1 TO ADJ-REC-NO
           END-READ.

       L3-ADJ-MOVES.
           IF (MARK-LOADED AND ADJ-REC-NO > ADJ-MARK)
                   OR (NOT MARK-LOADED AND AJ-DATE (1:6) = CUR-PERIOD)
               MOVE AJ-DATE     TO MV-DATE
               MOVE 'ADJ'       TO MV-SOURCE
               MOVE AJ-BLD-CODE TO MV-BLD-CODE
               MOVE AJ-UNIT     TO MV-UNIT
               MOVE SPACES      TO MV-REF
               MOVE AJ-MEMO-NO  TO MV-REF (1:6)
               MOVE AJ-AMOUNT   TO MV-AMOUNT
               IF AJ-DC = 'C'
                   MOVE 'ADJC' TO MV-CODE
               ELSE
                   MOVE 'ADJD' TO MV-CODE
               END-IF
               PERFORM L3-POST-MOVEMENT
           END-IF.
           PERFORM L3-ADJ-READ.

       L3-FIND-GLWO.
           MOVE 'N' TO SW-FOUND.
           MOVE ZERO TO FOUND-IDX.
           PERFORM L4-GLWO-SEARCH-STEP
               VARYING JW-IDX FROM 1 BY 1
               UNTIL JW-IDX > JW-CTR OR FOUND-YES.
           IF FOUND-YES
               SET JW-IDX TO FOUND-IDX
           END-IF.

       L4-GLWO-SEARCH-STEP.
           IF JW-BLD-CODE (JW-IDX) = WO-BLD-CODE
                   AND JW-UNIT (JW-IDX) = WO-UNIT
                   AND JW-NUMBER (JW-IDX) = WO-NUMBER
               MOVE 'Y' TO SW-FOUND
               SET FOUND-IDX TO JW-IDX
           END-IF.

       L3-ADD-GLWO.
           IF JW-CTR < 500
               ADD 1 TO JW-CTR
               SET JW-IDX TO JW-CTR
               MOVE WO-BLD-CODE TO JW-BLD-CODE (JW-IDX)
               MOVE WO-UNIT     TO JW-UNIT (JW-IDX)
               MOVE WO-NUMBER   TO JW-NUMBER (JW-IDX)
               MOVE 'Y'         TO JW-ON-FILE (JW-IDX)
           ELSE
               MOVE 'Y' TO SW-TBL-OVERFLOW
           END-IF.

       L3-POST-MOVEMENT.
           IF MV-AMOUNT > ZERO
               PERFORM L4-FIND-MAP
               IF NOT FOUND-YES
                   PERFORM L4-ADD-UNMAPPED
               END-IF
               IF FOUND-YES
                   ADD 1 TO MP-ENTRIES (MP-IDX)
                   ADD MV-AMOUNT TO MP-AMOUNT (MP-IDX)
                   IF MP-DR-OK (MP-IDX) = 'Y'
                       MOVE MP-DR-ACCT (MP-IDX) TO JE-ACCT
                       MOVE 'D' TO JE-DC
                       PERFORM L4-WRITE-JE
                   END-IF
                   IF MP-CR-OK (MP-IDX) = 'Y'
                       MOVE MP-CR-ACCT (MP-IDX) TO JE-ACCT
                       MOVE 'C' TO JE-DC
                       PERFORM L4-WRITE-JE
                   END-IF
               END-IF
           END-IF.

       L4-FIND-MAP.
           MOVE 'N' TO SW-FOUND.
           MOVE ZERO TO FOUND-IDX.
           PERFORM L4-MAP-SEARCH-STEP
               VARYING MP-IDX FROM 1 BY 1
               UNTIL MP-IDX > MP-CTR OR FOUND-YES.
           IF FOUND-YES
               SET MP-IDX TO FOUND-IDX
           END-IF.

       L4-MAP-SEARCH-STEP.
           IF MP-CODE (MP-IDX) = MV-CODE
               MOVE 'Y' TO SW-FOUND
               SET FOUND-IDX TO MP-IDX
           END-IF.

       L4-ADD-UNMAPPED.
           IF MP-CTR < 50
               ADD 1 TO MP-CTR
               SET MP-IDX TO MP-CTR
               MOVE MV-CODE TO MP-CODE (MP-IDX)
               MOVE SPACES  TO MP-DESC (MP-IDX)
               MOVE SPACES  TO MP-DR-ACCT (MP-IDX)
               MOVE SPACES  TO MP-CR-ACCT (MP-IDX)
               MOVE 'N'     TO MP-IN-CHART (MP-IDX)
               MOVE 'N'     TO MP-DR-OK (MP-IDX)
               MOVE 'N'     TO MP-CR-OK (MP-IDX)
               MOVE ZERO    TO MP-ENTRIES (MP-IDX)
               MOVE ZERO    TO MP-AMOUNT (MP-IDX)
               MOVE 'Y' TO SW-FOUND
           ELSE
               MOVE 'Y' TO SW-TBL-OVERFLOW
           END-IF.

       L4-WRITE-JE.
           MOVE CUR-PERIOD  TO JE-PERIOD.
           MOVE MV-DATE     TO JE-DATE.
           MOVE MV-AMOUNT   TO JE-AMOUNT.
           MOVE MV-CODE     TO JE-MOVE-CODE.
           MOVE MV-SOURCE   TO JE-SOURCE.
           MOVE MV-BLD-CODE TO JE-BLD-CODE.
           MOVE MV-UNIT     TO JE-UNIT.
           MOVE MV-REF      TO JE-REF.
           WRITE JE-REC.
           ADD 1 TO JE-CTR.
           MOVE JE-ACCT TO SRCH-ACCT.
           PERFORM L4-FIND-ACCT.
           IF JE-DC = 'D'
               ADD MV-AMOUNT TO AC-DEBIT (AC-IDX)
               ADD MV-AMOUNT TO TOT-DEBIT
           ELSE
               ADD MV-AMOUNT TO AC-CREDIT (AC-IDX)
               ADD MV-AMOUNT TO TOT-CREDIT
           END-IF.

       L2-PRINT-MOVEMENTS.
           PERFORM L3-PRINT-MOVEMENT
               VARYING MP-IDX FROM 1 BY 1
               UNTIL MP-IDX > MP-CTR.

       L3-PRINT-MOVEMENT.
           IF MP-ENTRIES (MP-IDX) > 0
               MOVE MP-CODE (MP-IDX)     TO D22-CODE
               MOVE MP-DESC (MP-IDX)     TO D22-DESC
               MOVE MP-DR-ACCT (MP-IDX)  TO D22-DR-ACCT
               MOVE MP-CR-ACCT (MP-IDX)  TO D22-CR-ACCT
               MOVE MP-ENTRIES (MP-IDX)  TO D22-CTR
               MOVE MP-AMOUNT (MP-IDX)   TO D22-AMOUNT
               IF MP-IN-CHART (MP-IDX) = 'N'
                   MOVE '** NOT IN CHART **' TO D22-STATUS
                   ADD 1 TO UNMAP-CTR
               ELSE
                   IF MP-DR-OK (MP-IDX) = 'N'
                       MOVE '** BAD DR ACCOUNT **' TO D22-STATUS
                       ADD 1 TO UNMAP-CTR
                   ELSE
                       IF MP-CR-OK (MP-IDX) = 'N'
                           MOVE '** BAD CR ACCOUNT **' TO D22-STATUS
                           ADD 1 TO UNMAP-CTR
                       ELSE
                           MOVE 'POSTED' TO D22-STATUS
                       END-IF
                   END-IF
               END-IF
               WRITE PRTLINE FROM DETAIL-LINE22
                   AFTER ADVANCING 1 LINE
                   AT END-OF-PAGE
                       PERFORM L4-HEADINGS
               END-WRITE
           END-IF.

       L2-PRINT-TRIAL-BAL.
           MOVE 'T' TO SW-SECTION.
           PERFORM L4-HEADINGS.
           PERFORM L3-PRINT-ACCOUNT
               VARYING AC-IDX FROM 1 BY 1
               UNTIL AC-IDX > AC-CTR.
           MOVE TOT-DEBIT  TO T1-DEBIT.
           MOVE TOT-CREDIT TO T1-CREDIT.
           COMPUTE T1-DIFF = TOT-DEBIT - TOT-CREDIT.
           WRITE PRTLINE FROM TOT-LINE-1
               AFTER ADVANCING 2 LINES.
           MOVE JE-CTR    TO T2-JE-CTR.
           MOVE UNMAP-CTR TO T2-UNMAP-CTR.
           WRITE PRTLINE FROM TOT-LINE-2
               AFTER ADVANCING 1 LINE.

       L3-PRINT-ACCOUNT.
           IF AC-DEBIT (AC-IDX) > 0 OR AC-CREDIT (AC-IDX) > 0
               MOVE AC-ACCT (AC-IDX)   TO D23-ACCT
               MOVE AC-DESC (AC-IDX)   TO D23-DESC
               MOVE AC-DEBIT (AC-IDX)  TO D23-DEBIT
               MOVE AC-CREDIT (AC-IDX) TO D23-CREDIT
               COMPUTE AC-NET = AC-DEBIT (AC-IDX) - AC-CREDIT (AC-IDX)
               MOVE AC-NET TO D23-NET
               WRITE PRTLINE FROM DETAIL-LINE23
                   AFTER ADVANCING 1 LINE
                   AT END-OF-PAGE
                       PERFORM L4-HEADINGS
               END-WRITE
           END-IF.

       L2-RELEASE-JOURNAL.
           OPEN INPUT JE-TMP-FILE.
           OPEN OUTPUT JE-FILE.
           PERFORM L3-JE-TMP-READ.
           PERFORM L3-JE-TMP-COPY UNTIL EOF = 'T'.
           CLOSE JE-TMP-FILE.
           CLOSE JE-FILE.
           MOVE 'F' TO EOF.
           OPEN OUTPUT GLWO-FILE.
           PERFORM L3-REWRITE-GLWO
               VARYING JW-IDX FROM 1 BY 1
               UNTIL JW-IDX > JW-CTR.
           CLOSE GLWO-FILE.
           PERFORM L3-REWRITE-MARK.

       L3-JE-TMP-READ.
           READ JE-TMP-FILE
               AT END
                   MOVE 'T' TO EOF.

       L3-JE-TMP-COPY.
           WRITE JE-OUT-REC FROM JE-REC.
           ADD 1 TO RL-WRITE-CTR.
           PERFORM L3-JE-TMP-READ.

       L3-REWRITE-GLWO.
           IF JW-ON-FILE (JW-IDX) = 'Y' OR WKORD-STATUS NOT = '00'
               MOVE JW-BLD-CODE (JW-IDX) TO GW-BLD-CODE
               MOVE JW-UNIT (JW-IDX)     TO GW-UNIT
               MOVE JW-NUMBER (JW-IDX)   TO GW-NUMBER
               WRITE GLWO-REC
           END-IF.

       L3-REWRITE-MARK.
           IF DJ-STATUS = '00'
               MOVE DJ-REC-NO  TO MK-DJ-CTR
           ELSE
               MOVE DJ-MARK    TO MK-DJ-CTR
           END-IF.
           IF DEP-STATUS = '00'
               MOVE DEP-REC-NO TO MK-DEP-CTR
           ELSE
               MOVE DEP-MARK   TO MK-DEP-CTR
           END-IF.
           IF ADJ-STATUS = '00'
               MOVE ADJ-REC-NO TO MK-ADJ-CTR
           ELSE
               MOVE ADJ-MARK   TO MK-ADJ-CTR
           END-IF.
           MOVE BUS-DATE TO MK-DATE.
           OPEN OUTPUT MARK-FILE.
           WRITE MARK-REC.
           CLOSE MARK-FILE.

       L2-CLOSING.
           CLOSE PRTOUT.
           PERFORM L4-LOG-END.

       L4-LOG-START.
           OPEN EXTEND RUNLOG-FILE.
           MOVE 'CBLJPT31' TO RL-PROGRAM.
           MOVE 'START'    TO RL-TYPE.
           MOVE CURRENT-DATE-AND-TIME (1:8) TO RL-DATE.
           MOVE CURRENT-TIME (1:6)          TO RL-TIME.
           MOVE 'COA CSV DEPJ DEPLG WKORD GLJE' TO RL-FILES.
           MOVE ZERO TO RL-READ.
           MOVE ZERO TO RL-WRITTEN.
           MOVE ZERO TO RL-DOLLARS.
           IF ALREADY-RUN OR NO-ROLL-REFUSED
               MOVE 'A' TO RL-FLAG
           ELSE
               MOVE 'N' TO RL-FLAG
           END-IF.
           WRITE RUNLOG-REC.
           CLOSE RUNLOG-FILE.

       L4-LOG-END.
           OPEN EXTEND RUNLOG-FILE.
           MOVE 'CBLJPT31' TO RL-PROGRAM.
           MOVE 'END'      TO RL-TYPE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE BUS-DATE TO CURRENT-DATE-AND-TIME (1:8).
           MOVE CURRENT-DATE-AND-TIME (1:8) TO RL-DATE.
           MOVE CURRENT-TIME (1:6)          TO RL-TIME.
           MOVE 'COA CSV DEPJ DEPLG WKORD GLJE' TO RL-FILES.
           MOVE RL-READ-CTR  TO RL-READ.
           MOVE RL-WRITE-CTR TO RL-WRITTEN.
           IF TOT-DEBIT > 9999999.99
               MOVE 9999999.99 TO RL-DOLLARS
           ELSE
               MOVE TOT-DEBIT TO RL-DOLLARS
           END-IF.
           IF ALREADY-RUN OR NO-ROLL-REFUSED OR TB-REFUSED
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
           IF SECTION-MOVE
               WRITE PRTLINE FROM COL-HEAD1
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE PRTLINE FROM COL-HEAD2
                   AFTER ADVANCING 1 LINE
           END-IF.
       end program CBLJPT31.
