       identification division.
       program-id. CBLJPT45.
       AUTHOR.     Joshua Teubel.
       DATE-WRITTEN. 10/15/2026.
       environment division.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TEN-FILE
               ASSIGN TO 'C:\Cobol\CBLTENLS.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS TEN-STATUS.
           SELECT BLDG-FILE
               ASSIGN TO 'C:\Cobol\CBLBLDG.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS BLDG-STATUS.
           SELECT RATE-TBL
               ASSIGN TO 'C:\Cobol\CBLRATES.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS RATE-STATUS.
           SELECT PARM-FILE
               ASSIGN TO 'C:\Cobol\CBLRENWP.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS PARM-STATUS.
           SELECT RENEW-FILE
               ASSIGN TO 'C:\Cobol\CBLRENEW.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS RENEW-STATUS.
           SELECT PRTOUT
               ASSIGN TO 'C:\Cobol\CBLRNOFR.PRT'
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

       FD  PARM-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS PARM-REC.
           01  PARM-REC.
               05  RW-BLD-CODE             PIC XX.
               05  RW-ESC-PCT              PIC 99V99.
               05  RW-MAX-INCR             PIC 999V99.
               05  RW-WINDOW-DAYS          PIC 999.
               05  RW-TERM-MONTHS          PIC 99.
               05  RW-RESPOND-DAYS         PIC 99.

       FD  RENEW-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS RENEW-REC.
           01  RENEW-REC.
               05  RN-BLD-CODE             PIC XX.
               05  RN-UNIT                 PIC 99.
               05  RN-NAME                 PIC X(20).
               05  RN-OFFER-DATE           PIC 9(8).
               05  RN-OLD-END              PIC 9(8).
               05  RN-NEW-START            PIC 9(8).
               05  RN-NEW-END              PIC 9(8).
               05  RN-CUR-RATE             PIC 999V99.
               05  RN-OFFER-RATE           PIC 999V99.
               05  RN-AGREED-RATE          PIC 999V99.
               05  RN-RESPOND-BY           PIC 9(8).
               05  RN-STATUS               PIC X.
               05  RN-STATUS-DATE          PIC 9(8).

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
           05  TEN-STATUS          PIC XX      VALUE '00'.
           05  BLDG-STATUS         PIC XX      VALUE '00'.
           05  RATE-STATUS         PIC XX      VALUE '00'.
           05  PARM-STATUS         PIC XX      VALUE '00'.
           05  RENEW-STATUS        PIC XX      VALUE '00'.
           05  SW-OVERFLOW         PIC X       VALUE 'N'.
               88 TABLE-OVERFLOW       VALUE 'Y'.
           05  SW-NO-PARM          PIC X       VALUE 'N'.
               88 NO-PARM              VALUE 'Y'.
           05  SW-FOUND            PIC X       VALUE 'N'.
               88 FOUND-YES            VALUE 'Y'.
           05  FOUND-IDX           PIC 9999    VALUE ZERO.
           05  SRCH-CODE           PIC XX      VALUE SPACES.
           05  U-SUB               PIC 99      VALUE ZERO.
               88 UNIT-1-8
                   VALUE 1 THRU 8.
               88 UNIT-9-16
                   VALUE 9 THRU 16.
               88 UNIT-17-25
                   VALUE 17 THRU 25.
           05  TODAY-INT           PIC 9(7)    VALUE ZERO.
           05  LEASE-END-INT       PIC 9(7)    VALUE ZERO.
           05  DAYS-LEFT           PIC S9(5)   VALUE ZERO.
           05  WORK-INT            PIC 9(7)    VALUE ZERO.
           05  WORK-DATE           PIC 9(8)    VALUE ZERO.
           05  MONTHS-OUT          PIC 9(4)    VALUE ZERO.
           05  TGT-YEAR            PIC 9999    VALUE ZERO.
           05  TGT-MONTH           PIC 99      VALUE ZERO.
           05  USE-WINDOW          PIC 999     VALUE ZERO.
           05  USE-TERM            PIC 99      VALUE ZERO.
           05  USE-RESPOND         PIC 99      VALUE ZERO.
           05  USE-ESC-PCT         PIC 99V99   VALUE ZERO.
           05  USE-MAX-INCR        PIC 999V99  VALUE ZERO.
           05  CUR-RATE            PIC 999V99  VALUE ZERO.
           05  INCR-AMT            PIC 9(4)V99 VALUE ZERO.
           05  OFFER-RATE          PIC 9(4)V99 VALUE ZERO.
           05  NEW-START.
               10  NS-YEAR         PIC 9999    VALUE ZERO.
               10  NS-MONTH        PIC 99      VALUE ZERO.
               10  NS-DAY          PIC 99      VALUE ZERO.
           05  NEW-END             PIC 9(8)    VALUE ZERO.
           05  RESPOND-BY          PIC 9(8)    VALUE ZERO.
           05  LOADED-CTR          PIC S9(4)   VALUE ZERO.
           05  FIRST-NEW           PIC S9(4)   VALUE ZERO.
           05  DUE-CTR             PIC S9(4)   VALUE ZERO.
           05  OFFER-CTR           PIC S9(4)   VALUE ZERO.
           05  CAPPED-CTR          PIC S9(4)   VALUE ZERO.
           05  ON-FILE-CTR         PIC S9(4)   VALUE ZERO.
           05  REJECT-CTR          PIC S9(4)   VALUE ZERO.
           05  TOT-CUR-RATE        PIC 9(7)V99 VALUE ZERO.
           05  TOT-OFFER-RATE      PIC 9(7)V99 VALUE ZERO.
           05  RL-READ-CTR         PIC 9(5)    VALUE ZERO.
           05  RL-WRITE-CTR        PIC 9(5)    VALUE ZERO.

       01 RATE-TABLE-WS.
           05 RATE-EOF             PIC X       VALUE 'F'.
           05 RT-TIER OCCURS 3 TIMES INDEXED BY RT-IDX.
               10 RT-T-BASERATE    PIC 999V99.

       01 BLDG-TABLE-WS.
           05 BG-CTR               PIC S999    VALUE ZERO.
           05 BG-ENTRY OCCURS 50 TIMES INDEXED BY BG-IDX.
               10 BG-CODE          PIC XX.
               10 BG-NAME          PIC X(15).
               10 BG-ADDRESS       PIC X(25).
               10 BG-ACTIVE        PIC X.

       01 PARM-TABLE.
           05 PR-CTR               PIC S999    VALUE ZERO.
           05 PR-ENTRY OCCURS 51 TIMES INDEXED BY PR-IDX.
               10 PR-BLD-CODE      PIC XX.
               10 PR-ESC-PCT       PIC 99V99.
               10 PR-MAX-INCR      PIC 999V99.
               10 PR-WINDOW        PIC 999.
               10 PR-TERM          PIC 99.
               10 PR-RESPOND       PIC 99.

       01 RENEW-TABLE.
           05 NW-CTR               PIC S9(4)   VALUE ZERO.
           05 NW-ENTRY OCCURS 2500 TIMES INDEXED BY NW-IDX.
               10 NW-BLD-CODE      PIC XX.
               10 NW-UNIT          PIC 99.
               10 NW-NAME          PIC X(20).
               10 NW-OFFER-DATE    PIC 9(8).
               10 NW-OLD-END       PIC 9(8).
               10 NW-NEW-START     PIC 9(8).
               10 NW-NEW-END       PIC 9(8).
               10 NW-CUR-RATE      PIC 999V99.
               10 NW-OFFER-RATE    PIC 999V99.
               10 NW-AGREED-RATE   PIC 999V99.
               10 NW-RESPOND-BY    PIC 9(8).
               10 NW-STATUS        PIC X.
               10 NW-STATUS-DATE   PIC 9(8).

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
           05 FILLER               PIC X(8)    VALUE 'COBJPT45'.
           05 FILLER               PIC X(38)   VALUE SPACES.
           05 FILLER               PIC X(38)   VALUE
               'LEASE RENEWAL OFFERS - TEUBEL S '.
           05 FILLER               PIC X(48)   VALUE SPACES.

       01 FILL-LINE.
           05 FILLER               PIC X(132)  VALUE SPACES.

       01 COL-HEAD1.
           05 FILLER               PIC X(4)    VALUE 'BLD '.
           05 FILLER               PIC X(6)    VALUE 'UNIT'.
           05 FILLER               PIC X(22)   VALUE 'TENANT NAME'.
           05 FILLER               PIC X(12)   VALUE 'LEASE END'.
           05 FILLER               PIC X(6)    VALUE 'DAYS'.
           05 FILLER               PIC X(9)    VALUE 'CURRENT'.
           05 FILLER               PIC X(9)    VALUE 'OFFERED'.
           05 FILLER               PIC X(9)    VALUE 'INCREASE'.
           05 FILLER               PIC X(12)   VALUE 'NEW END'.
           05 FILLER               PIC X(12)   VALUE 'RESPOND BY'.
           05 FILLER               PIC X(31)   VALUE 'NOTE'.

       01 DETAIL-LINE37.
           05 D37-BLD               PIC XX.
           05 FILLER                PIC X(4)    VALUE SPACES.
           05 D37-UNIT              PIC Z9.
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 D37-NAME              PIC X(20).
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 D37-END-DATE.
               10  D37-END-MONTH    PIC 99.
               10  FILLER           PIC X       VALUE '/'.
               10  D37-END-DAY      PIC 99.
               10  FILLER           PIC X       VALUE '/'.
               10  D37-END-YEAR     PIC 9999.
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 D37-DAYS              PIC ZZ9.
           05 FILLER                PIC X(3)    VALUE SPACES.
           05 D37-CUR-RATE          PIC ZZ9.99.
           05 FILLER                PIC X(3)    VALUE SPACES.
           05 D37-OFFER-RATE        PIC ZZ9.99  BLANK WHEN ZERO.
           05 FILLER                PIC X(3)    VALUE SPACES.
           05 D37-INCR              PIC ZZ9.99  BLANK WHEN ZERO.
           05 FILLER                PIC X(3)    VALUE SPACES.
           05 D37-NEW-END           PIC X(10).
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 D37-RESPOND-BY        PIC X(10).
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 D37-NOTE              PIC X(20).
           05 FILLER                PIC X(11)   VALUE SPACES.

       01 EDIT-DATE.
           05 ED-MONTH              PIC 99.
           05 FILLER                PIC X       VALUE '/'.
           05 ED-DAY                PIC 99.
           05 FILLER                PIC X       VALUE '/'.
           05 ED-YEAR               PIC 9999.

       01 TOT-LINE-1.
           05 FILLER                PIC X(18)   VALUE
               'LEASES READ:      '.
           05 T1-READ               PIC ZZZZ9.
           05 FILLER                PIC X(5)    VALUE SPACES.
           05 FILLER                PIC X(18)   VALUE
               'DUE IN WINDOW:    '.
           05 T1-DUE                PIC ZZZZ9.
           05 FILLER                PIC X(5)    VALUE SPACES.
           05 FILLER                PIC X(18)   VALUE
               'OFFERS WRITTEN:   '.
           05 T1-OFFERS             PIC ZZZZ9.
           05 FILLER                PIC X(53)   VALUE SPACES.

       01 TOT-LINE-2.
           05 FILLER                PIC X(18)   VALUE
               'OFFERS ON FILE:   '.
           05 T2-ON-FILE            PIC ZZZZ9.
           05 FILLER                PIC X(5)    VALUE SPACES.
           05 FILLER                PIC X(18)   VALUE
               'CAPPED AT MAXIMUM:'.
           05 T2-CAPPED             PIC ZZZZ9.
           05 FILLER                PIC X(5)    VALUE SPACES.
           05 FILLER                PIC X(18)   VALUE
               'NOT OFFERED:      '.
           05 T2-REJECT             PIC ZZZZ9.
           05 FILLER                PIC X(53)   VALUE SPACES.

       01 TOT-LINE-3.
           05 FILLER                PIC X(18)   VALUE
               'CURRENT RENT:     '.
           05 T3-CUR                PIC $$$$,$$9.99.
           05 FILLER                PIC X(5)    VALUE SPACES.
           05 FILLER                PIC X(18)   VALUE
               'OFFERED RENT:     '.
           05 T3-OFFER              PIC $$$$,$$9.99.
           05 FILLER                PIC X(69)   VALUE SPACES.

       01 ABORT-LINE.
           05 FILLER                PIC X(20)   VALUE SPACES.
           05 FILLER                PIC X(52)   VALUE
               '** RENEWAL TABLE FULL - NO OFFERS WRITTEN **'.
           05 FILLER                PIC X(60)   VALUE SPACES.

       01 NO-PARM-LINE.
           05 FILLER                PIC X(20)   VALUE SPACES.
           05 FILLER                PIC X(52)   VALUE
               '** NO CBLRENWP.DAT TERMS - NO OFFERS WRITTEN **'.
           05 FILLER                PIC X(60)   VALUE SPACES.

       01 LTR-HEAD-LINE.
           05 FILLER                PIC X(10)   VALUE SPACES.
           05 FILLER                PIC X(15)   VALUE 'FURLY S RENTALS'.
           05 FILLER                PIC X(45)   VALUE SPACES.
           05 LH-DATE               PIC X(10).
           05 FILLER                PIC X(52)   VALUE SPACES.

       01 LTR-NAME-LINE.
           05 FILLER                PIC X(10)   VALUE SPACES.
           05 LN-TEXT               PIC X(40).
           05 FILLER                PIC X(82)   VALUE SPACES.

       01 LTR-UNIT-LINE.
           05 FILLER                PIC X(10)   VALUE SPACES.
           05 LU-ADDRESS            PIC X(25).
           05 FILLER                PIC X(7)    VALUE ' UNIT '.
           05 LU-UNIT               PIC Z9.
           05 FILLER                PIC X(88)   VALUE SPACES.

       01 LTR-RE-LINE.
           05 FILLER                PIC X(10)   VALUE SPACES.
           05 FILLER                PIC X(40)   VALUE
               'RE: OFFER TO RENEW YOUR LEASE'.
           05 FILLER                PIC X(82)   VALUE SPACES.

       01 LTR-BODY-1.
           05 FILLER                PIC X(10)   VALUE SPACES.
           05 FILLER                PIC X(30)   VALUE
               'YOUR CURRENT LEASE EXPIRES ON '.
           05 LB1-END               PIC X(10).
           05 FILLER                PIC X(31)   VALUE
               '. WE ARE PLEASED TO OFFER YOU'.
           05 FILLER                PIC X(51)   VALUE SPACES.

       01 LTR-BODY-2.
           05 FILLER                PIC X(10)   VALUE SPACES.
           05 FILLER                PIC X(20)   VALUE
               'A RENEWAL TERM FROM '.
           05 LB2-START             PIC X(10).
           05 FILLER                PIC X(9)    VALUE ' THROUGH '.
           05 LB2-END               PIC X(10).
           05 FILLER                PIC X(1)    VALUE '.'.
           05 FILLER                PIC X(72)   VALUE SPACES.

       01 LTR-RATE-LINE-1.
           05 FILLER                PIC X(15)   VALUE SPACES.
           05 FILLER                PIC X(28)   VALUE
               'CURRENT MONTHLY RENT:'.
           05 LR1-RATE              PIC $$$9.99.
           05 FILLER                PIC X(82)   VALUE SPACES.

       01 LTR-RATE-LINE-2.
           05 FILLER                PIC X(15)   VALUE SPACES.
           05 FILLER                PIC X(28)   VALUE
               'RENEWAL MONTHLY RENT:'.
           05 LR2-RATE              PIC $$$9.99.
           05 FILLER                PIC X(82)   VALUE SPACES.

       01 LTR-BODY-3.
           05 FILLER                PIC X(10)   VALUE SPACES.
           05 FILLER                PIC X(31)   VALUE
               'PLEASE RETURN YOUR RESPONSE BY '.
           05 LB3-RESPOND           PIC X(10).
           05 FILLER                PIC X(36)   VALUE
               '. IF WE DO NOT HEAR FROM YOU BY THAT'.
           05 FILLER                PIC X(45)   VALUE SPACES.

       01 LTR-BODY-4.
           05 FILLER                PIC X(10)   VALUE SPACES.
           05 FILLER                PIC X(60)   VALUE
               'DATE THIS OFFER WILL EXPIRE.'.
           05 FILLER                PIC X(62)   VALUE SPACES.

       01 LTR-CLOSE-1.
           05 FILLER                PIC X(10)   VALUE SPACES.
           05 FILLER                PIC X(40)   VALUE 'SINCERELY,'.
           05 FILLER                PIC X(82)   VALUE SPACES.

       01 LTR-CLOSE-2.
           05 FILLER                PIC X(10)   VALUE SPACES.
           05 FILLER                PIC X(40)   VALUE
               'FURLY S RENTALS MANAGEMENT'.
           05 FILLER                PIC X(82)   VALUE SPACES.

       procedure division.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L2-LOAD-RATES.
           PERFORM L2-LOAD-BLDGS.
           PERFORM L2-LOAD-PARMS.
           PERFORM L2-LOAD-RENEWALS.
           IF TABLE-OVERFLOW
               WRITE PRTLINE FROM ABORT-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               IF NO-PARM
                   WRITE PRTLINE FROM NO-PARM-LINE
                       AFTER ADVANCING 2 LINES
               ELSE
                   PERFORM L2-SELECT-LEASES
                   PERFORM L2-WRITE-RENEWALS
                   PERFORM L2-PRINT-TOTALS
                   PERFORM L2-PRINT-LETTERS
               END-IF
           END-IF.
           PERFORM L2-CLOSING.
           STOP RUN.

       L2-INIT.
           MOVE FUNCTION CURRENT-DATE      TO CURRENT-DATE-AND-TIME.
           PERFORM L2-LOAD-BUS-DATE.
           MOVE CURRENT-DAY                TO H1-DAY.
           MOVE CURRENT-MONTH              TO H1-MONTH.
           MOVE CURRENT-YEAR               TO H1-YEAR.
           COMPUTE TODAY-INT =
               FUNCTION INTEGER-OF-DATE (BUS-DATE).
           OPEN OUTPUT PRTOUT.
           PERFORM L4-LOG-START.
           PERFORM L4-HEADINGS.

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

       L2-LOAD-RATES.
           INITIALIZE RATE-TABLE-WS.
           OPEN INPUT RATE-TBL.
           IF RATE-STATUS = '00'
               READ RATE-TBL
                   AT END
                       MOVE 'T' TO RATE-EOF
               END-READ
               PERFORM L3-RATE-PROCESS UNTIL RATE-EOF = 'T'
               CLOSE RATE-TBL
           END-IF.

       L3-RATE-PROCESS.
           IF RT-REC-TYPE = 'T'
               EVALUATE RT-KEY
                   WHEN '01'
                       SET RT-IDX TO 1
                   WHEN '02'
                       SET RT-IDX TO 2
                   WHEN '03'
                       SET RT-IDX TO 3
               END-EVALUATE
               MOVE RT-AMOUNT-1 TO RT-T-BASERATE (RT-IDX)
           END-IF.
           READ RATE-TBL
               AT END
                   MOVE 'T' TO RATE-EOF.

       L2-LOAD-BLDGS.
           OPEN INPUT BLDG-FILE.
           IF BLDG-STATUS = '00'
               PERFORM L3-BLDG-READ
               PERFORM L3-BLDG-STORE UNTIL EOF = 'T'
               CLOSE BLDG-FILE
           END-IF.
           MOVE 'F' TO EOF.

       L3-BLDG-READ.
           READ BLDG-FILE
               AT END
                   MOVE 'T' TO EOF.

       L3-BLDG-STORE.
           IF BG-CTR < 50
               ADD 1 TO BG-CTR
               SET BG-IDX TO BG-CTR
               MOVE BM-BLD-CODE    TO BG-CODE (BG-IDX)
               MOVE BM-NAME        TO BG-NAME (BG-IDX)
               MOVE BM-ADDRESS     TO BG-ADDRESS (BG-IDX)
               MOVE BM-ACTIVE-FLAG TO BG-ACTIVE (BG-IDX)
           END-IF.
           PERFORM L3-BLDG-READ.

       L2-LOAD-PARMS.
           OPEN INPUT PARM-FILE.
           IF PARM-STATUS = '00'
               PERFORM L3-PARM-READ
               PERFORM L3-PARM-STORE UNTIL EOF = 'T'
               CLOSE PARM-FILE
           END-IF.
           MOVE 'F' TO EOF.
           IF PR-CTR = ZERO
               MOVE 'Y' TO SW-NO-PARM
           END-IF.

       L3-PARM-READ.
           READ PARM-FILE
               AT END
                   MOVE 'T' TO EOF.

       L3-PARM-STORE.
           IF PR-CTR < 51
               ADD 1 TO PR-CTR
               SET PR-IDX TO PR-CTR
               MOVE RW-BLD-CODE TO PR-BLD-CODE (PR-IDX)
               IF RW-ESC-PCT NUMERIC
                   MOVE RW-ESC-PCT TO PR-ESC-PCT (PR-IDX)
               ELSE
                   MOVE ZERO TO PR-ESC-PCT (PR-IDX)
               END-IF
               IF RW-MAX-INCR NUMERIC
                   MOVE RW-MAX-INCR TO PR-MAX-INCR (PR-IDX)
               ELSE
                   MOVE ZERO TO PR-MAX-INCR (PR-IDX)
               END-IF
               IF RW-WINDOW-DAYS NUMERIC AND RW-WINDOW-DAYS > ZERO
                   MOVE RW-WINDOW-DAYS TO PR-WINDOW (PR-IDX)
               ELSE
                   MOVE 90 TO PR-WINDOW (PR-IDX)
               END-IF
               IF RW-TERM-MONTHS NUMERIC AND RW-TERM-MONTHS > ZERO
                   MOVE RW-TERM-MONTHS TO PR-TERM (PR-IDX)
               ELSE
                   MOVE 12 TO PR-TERM (PR-IDX)
               END-IF
               IF RW-RESPOND-DAYS NUMERIC AND RW-RESPOND-DAYS > ZERO
                   MOVE RW-RESPOND-DAYS TO PR-RESPOND (PR-IDX)
               ELSE
                   MOVE 30 TO PR-RESPOND (PR-IDX)
               END-IF
           END-IF.
           PERFORM L3-PARM-READ.

       L2-LOAD-RENEWALS.
           OPEN INPUT RENEW-FILE.
           IF RENEW-STATUS = '00'
               PERFORM L3-RENEW-READ
               PERFORM L3-RENEW-STORE UNTIL EOF = 'T'
               CLOSE RENEW-FILE
           END-IF.
           MOVE 'F' TO EOF.
           MOVE NW-CTR TO LOADED-CTR.

       L3-RENEW-READ.
           READ RENEW-FILE
               AT END
                   MOVE 'T' TO EOF.

       L3-RENEW-STORE.
           IF NW-CTR < 2500
               ADD 1 TO NW-CTR
               SET NW-IDX TO NW-CTR
               MOVE RN-BLD-CODE    TO NW-BLD-CODE (NW-IDX)
               MOVE RN-UNIT        TO NW-UNIT (NW-IDX)
               MOVE RN-NAME        TO NW-NAME (NW-IDX)
               MOVE RN-OFFER-DATE  TO NW-OFFER-DATE (NW-IDX)
               MOVE RN-OLD-END     TO NW-OLD-END (NW-IDX)
               MOVE RN-NEW-START   TO NW-NEW-START (NW-IDX)
               MOVE RN-NEW-END     TO NW-NEW-END (NW-IDX)
               MOVE RN-CUR-RATE    TO NW-CUR-RATE (NW-IDX)
               MOVE RN-OFFER-RATE  TO NW-OFFER-RATE (NW-IDX)
               MOVE RN-AGREED-RATE TO NW-AGREED-RATE (NW-IDX)
               MOVE RN-RESPOND-BY  TO NW-RESPOND-BY (NW-IDX)
               MOVE RN-STATUS      TO NW-STATUS (NW-IDX)
               MOVE RN-STATUS-DATE TO NW-STATUS-DATE (NW-IDX)
           ELSE
               MOVE 'Y' TO SW-OVERFLOW
           END-IF.
           PERFORM L3-RENEW-READ.

       L2-SELECT-LEASES.
           OPEN INPUT TEN-FILE.
           IF TEN-STATUS = '00'
               PERFORM L3-TEN-READ
               PERFORM L3-CHECK-LEASE UNTIL EOF = 'T'
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

       L3-CHECK-LEASE.
           IF TL-LEASE-END NUMERIC AND TL-LEASE-END > ZERO
               PERFORM L4-FIND-TERMS
               COMPUTE LEASE-END-INT =
                   FUNCTION INTEGER-OF-DATE (TL-LEASE-END)
               COMPUTE DAYS-LEFT = LEASE-END-INT - TODAY-INT
               IF DAYS-LEFT >= ZERO AND DAYS-LEFT <= USE-WINDOW
                   ADD 1 TO DUE-CTR
                   PERFORM L3-MAKE-OFFER
               END-IF
           END-IF.
           PERFORM L3-TEN-READ.

       L3-MAKE-OFFER.
           MOVE ZERO   TO OFFER-RATE.
           MOVE ZERO   TO INCR-AMT.
           MOVE SPACES TO D37-NEW-END.
           MOVE SPACES TO D37-RESPOND-BY.
           MOVE SPACES TO D37-NOTE.
           PERFORM L4-GET-CUR-RATE.
           MOVE TL-BLD-CODE TO SRCH-CODE.
           PERFORM L3-FIND-BLD.
           PERFORM L4-FIND-OFFER.
           EVALUATE TRUE
               WHEN FOUND-YES
                   ADD 1 TO ON-FILE-CTR
                   MOVE 'OFFER ON FILE' TO D37-NOTE
               WHEN BG-IDX > BG-CTR
                   ADD 1 TO REJECT-CTR
                   MOVE '** UNKNOWN BUILDING' TO D37-NOTE
               WHEN BG-ACTIVE (BG-IDX) = 'I'
                   ADD 1 TO REJECT-CTR
                   MOVE '** BLDG INACTIVE' TO D37-NOTE
               WHEN PR-IDX > PR-CTR
                   ADD 1 TO REJECT-CTR
                   MOVE '** NO RENEWAL TERMS' TO D37-NOTE
               WHEN CUR-RATE = ZERO
                   ADD 1 TO REJECT-CTR
                   MOVE '** NO CURRENT RATE' TO D37-NOTE
               WHEN OTHER
                   PERFORM L4-PRICE-OFFER
           END-EVALUATE.
           PERFORM L4-PRINT-LEASE.

       L4-FIND-TERMS.
           MOVE TL-BLD-CODE TO SRCH-CODE.
           PERFORM L3-FIND-PARM.
           IF NOT FOUND-YES
               MOVE '**' TO SRCH-CODE
               PERFORM L3-FIND-PARM
           END-IF.
           IF FOUND-YES
               MOVE PR-WINDOW (PR-IDX)   TO USE-WINDOW
               MOVE PR-TERM (PR-IDX)     TO USE-TERM
               MOVE PR-RESPOND (PR-IDX)  TO USE-RESPOND
               MOVE PR-ESC-PCT (PR-IDX)  TO USE-ESC-PCT
               MOVE PR-MAX-INCR (PR-IDX) TO USE-MAX-INCR
           ELSE
               SET PR-IDX TO PR-CTR
               SET PR-IDX UP BY 1
               MOVE 90   TO USE-WINDOW
               MOVE ZERO TO USE-TERM
               MOVE ZERO TO USE-RESPOND
               MOVE ZERO TO USE-ESC-PCT
               MOVE ZERO TO USE-MAX-INCR
           END-IF.

       L3-FIND-PARM.
           MOVE 'N' TO SW-FOUND.
           MOVE ZERO TO FOUND-IDX.
           PERFORM L4-PARM-SEARCH-STEP
               VARYING PR-IDX FROM 1 BY 1
               UNTIL PR-IDX > PR-CTR OR FOUND-YES.
           IF FOUND-YES
               SET PR-IDX TO FOUND-IDX
           END-IF.

       L4-PARM-SEARCH-STEP.
           IF PR-BLD-CODE (PR-IDX) = SRCH-CODE
               MOVE 'Y' TO SW-FOUND
               SET FOUND-IDX TO PR-IDX
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

       L4-FIND-OFFER.
           MOVE 'N' TO SW-FOUND.
           MOVE ZERO TO FOUND-IDX.
           PERFORM L4-OFFER-SEARCH-STEP
               VARYING NW-IDX FROM 1 BY 1
               UNTIL NW-IDX > NW-CTR OR FOUND-YES.
           IF FOUND-YES
               SET NW-IDX TO FOUND-IDX
           END-IF.

       L4-OFFER-SEARCH-STEP.
           IF NW-BLD-CODE (NW-IDX) = TL-BLD-CODE
                   AND NW-UNIT (NW-IDX) = TL-UNIT
                   AND NW-OLD-END (NW-IDX) = TL-LEASE-END
               MOVE 'Y' TO SW-FOUND
               SET FOUND-IDX TO NW-IDX
           END-IF.

       L4-GET-CUR-RATE.
           MOVE ZERO TO CUR-RATE.
           IF TL-RATE-OVERRIDE NUMERIC
                   AND TL-RATE-OVERRIDE > 0
               MOVE TL-RATE-OVERRIDE TO CUR-RATE
           ELSE
               MOVE TL-UNIT TO U-SUB
               EVALUATE TRUE
                   WHEN UNIT-1-8
                       MOVE RT-T-BASERATE (1) TO CUR-RATE
                   WHEN UNIT-9-16
                       MOVE RT-T-BASERATE (2) TO CUR-RATE
                   WHEN UNIT-17-25
                       MOVE RT-T-BASERATE (3) TO CUR-RATE
               END-EVALUATE
           END-IF.

       L4-PRICE-OFFER.
           COMPUTE INCR-AMT ROUNDED =
               CUR-RATE * USE-ESC-PCT / 100.
           IF USE-MAX-INCR > ZERO AND INCR-AMT > USE-MAX-INCR
               MOVE USE-MAX-INCR TO INCR-AMT
               ADD 1 TO CAPPED-CTR
               MOVE 'CAPPED AT MAXIMUM' TO D37-NOTE
           END-IF.
           COMPUTE OFFER-RATE = CUR-RATE + INCR-AMT.
           IF OFFER-RATE > 999.99
               ADD 1 TO REJECT-CTR
               MOVE ZERO TO OFFER-RATE
               MOVE ZERO TO INCR-AMT
               MOVE '** RATE OVER 999.99' TO D37-NOTE
           ELSE
               PERFORM L4-SET-NEW-TERM
               IF NW-CTR < 2500
                   PERFORM L4-ADD-OFFER
               ELSE
                   MOVE 'Y' TO SW-OVERFLOW
               END-IF
           END-IF.

       L4-SET-NEW-TERM.
           COMPUTE WORK-INT = LEASE-END-INT + 1.
           COMPUTE WORK-DATE =
               FUNCTION DATE-OF-INTEGER (WORK-INT).
           MOVE WORK-DATE TO NEW-START.
           COMPUTE MONTHS-OUT = NS-MONTH - 1 + USE-TERM.
           DIVIDE MONTHS-OUT BY 12
               GIVING TGT-YEAR
               REMAINDER TGT-MONTH.
           ADD NS-YEAR TO TGT-YEAR.
           ADD 1 TO TGT-MONTH.
           MOVE TGT-YEAR  TO WORK-DATE (1:4).
           MOVE TGT-MONTH TO WORK-DATE (5:2).
           MOVE '01'      TO WORK-DATE (7:2).
           COMPUTE WORK-INT =
               FUNCTION INTEGER-OF-DATE (WORK-DATE)
               + NS-DAY - 2.
           COMPUTE NEW-END =
               FUNCTION DATE-OF-INTEGER (WORK-INT).
           COMPUTE WORK-INT = LEASE-END-INT - USE-RESPOND.
           IF WORK-INT < TODAY-INT
               MOVE TL-LEASE-END TO RESPOND-BY
           ELSE
               COMPUTE RESPOND-BY =
                   FUNCTION DATE-OF-INTEGER (WORK-INT)
           END-IF.
           MOVE NEW-END (5:2)    TO ED-MONTH.
           MOVE NEW-END (7:2)    TO ED-DAY.
           MOVE NEW-END (1:4)    TO ED-YEAR.
           MOVE EDIT-DATE        TO D37-NEW-END.
           MOVE RESPOND-BY (5:2) TO ED-MONTH.
           MOVE RESPOND-BY (7:2) TO ED-DAY.
           MOVE RESPOND-BY (1:4) TO ED-YEAR.
           MOVE EDIT-DATE        TO D37-RESPOND-BY.

       L4-ADD-OFFER.
           ADD 1 TO NW-CTR.
           SET NW-IDX TO NW-CTR.
           MOVE TL-BLD-CODE TO NW-BLD-CODE (NW-IDX).
           MOVE TL-UNIT     TO NW-UNIT (NW-IDX).
           MOVE TL-NAME     TO NW-NAME (NW-IDX).
           MOVE BUS-DATE    TO NW-OFFER-DATE (NW-IDX).
           MOVE TL-LEASE-END TO NW-OLD-END (NW-IDX).
           MOVE NEW-START   TO NW-NEW-START (NW-IDX).
           MOVE NEW-END     TO NW-NEW-END (NW-IDX).
           MOVE CUR-RATE    TO NW-CUR-RATE (NW-IDX).
           MOVE OFFER-RATE  TO NW-OFFER-RATE (NW-IDX).
           MOVE ZERO        TO NW-AGREED-RATE (NW-IDX).
           MOVE RESPOND-BY  TO NW-RESPOND-BY (NW-IDX).
           MOVE 'P'         TO NW-STATUS (NW-IDX).
           MOVE BUS-DATE    TO NW-STATUS-DATE (NW-IDX).
           ADD 1 TO OFFER-CTR.
           ADD CUR-RATE   TO TOT-CUR-RATE.
           ADD OFFER-RATE TO TOT-OFFER-RATE.

       L4-PRINT-LEASE.
           MOVE TL-BLD-CODE        TO D37-BLD.
           MOVE TL-UNIT            TO D37-UNIT.
           MOVE TL-NAME            TO D37-NAME.
           MOVE TL-LEASE-END (5:2) TO D37-END-MONTH.
           MOVE TL-LEASE-END (7:2) TO D37-END-DAY.
           MOVE TL-LEASE-END (1:4) TO D37-END-YEAR.
           MOVE DAYS-LEFT          TO D37-DAYS.
           MOVE CUR-RATE           TO D37-CUR-RATE.
           MOVE OFFER-RATE         TO D37-OFFER-RATE.
           MOVE INCR-AMT           TO D37-INCR.
           WRITE PRTLINE FROM DETAIL-LINE37
               AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                   PERFORM L4-HEADINGS
           END-WRITE.

       L2-WRITE-RENEWALS.
           IF NOT TABLE-OVERFLOW
               OPEN OUTPUT RENEW-FILE
               PERFORM L3-REWRITE-RENEW
                   VARYING NW-IDX FROM 1 BY 1
                   UNTIL NW-IDX > NW-CTR
               CLOSE RENEW-FILE
           END-IF.

       L3-REWRITE-RENEW.
           MOVE NW-BLD-CODE (NW-IDX)    TO RN-BLD-CODE.
           MOVE NW-UNIT (NW-IDX)        TO RN-UNIT.
           MOVE NW-NAME (NW-IDX)        TO RN-NAME.
           MOVE NW-OFFER-DATE (NW-IDX)  TO RN-OFFER-DATE.
           MOVE NW-OLD-END (NW-IDX)     TO RN-OLD-END.
           MOVE NW-NEW-START (NW-IDX)   TO RN-NEW-START.
           MOVE NW-NEW-END (NW-IDX)     TO RN-NEW-END.
           MOVE NW-CUR-RATE (NW-IDX)    TO RN-CUR-RATE.
           MOVE NW-OFFER-RATE (NW-IDX)  TO RN-OFFER-RATE.
           MOVE NW-AGREED-RATE (NW-IDX) TO RN-AGREED-RATE.
           MOVE NW-RESPOND-BY (NW-IDX)  TO RN-RESPOND-BY.
           MOVE NW-STATUS (NW-IDX)      TO RN-STATUS.
           MOVE NW-STATUS-DATE (NW-IDX) TO RN-STATUS-DATE.
           WRITE RENEW-REC.
           IF NW-IDX > LOADED-CTR
               ADD 1 TO RL-WRITE-CTR
           END-IF.

       L2-PRINT-TOTALS.
           IF TABLE-OVERFLOW
               WRITE PRTLINE FROM ABORT-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               MOVE RL-READ-CTR    TO T1-READ
               MOVE DUE-CTR        TO T1-DUE
               MOVE OFFER-CTR      TO T1-OFFERS
               WRITE PRTLINE FROM TOT-LINE-1
                   AFTER ADVANCING 3 LINES
               MOVE ON-FILE-CTR    TO T2-ON-FILE
               MOVE CAPPED-CTR     TO T2-CAPPED
               MOVE REJECT-CTR     TO T2-REJECT
               WRITE PRTLINE FROM TOT-LINE-2
                   AFTER ADVANCING 1 LINE
               MOVE TOT-CUR-RATE   TO T3-CUR
               MOVE TOT-OFFER-RATE TO T3-OFFER
               WRITE PRTLINE FROM TOT-LINE-3
                   AFTER ADVANCING 1 LINE
           END-IF.

       L2-PRINT-LETTERS.
           IF NOT TABLE-OVERFLOW
               COMPUTE FIRST-NEW = LOADED-CTR + 1
               PERFORM L3-PRINT-LETTER
                   VARYING NW-IDX FROM FIRST-NEW BY 1
                   UNTIL NW-IDX > NW-CTR
           END-IF.

       L3-PRINT-LETTER.
           MOVE NW-BLD-CODE (NW-IDX) TO SRCH-CODE.
           PERFORM L3-FIND-BLD.
           MOVE BUS-DATE (5:2) TO ED-MONTH.
           MOVE BUS-DATE (7:2) TO ED-DAY.
           MOVE BUS-DATE (1:4) TO ED-YEAR.
           MOVE EDIT-DATE      TO LH-DATE.
           WRITE PRTLINE FROM LTR-HEAD-LINE
               AFTER ADVANCING PAGE.
           MOVE NW-NAME (NW-IDX) TO LN-TEXT.
           WRITE PRTLINE FROM LTR-NAME-LINE
               AFTER ADVANCING 4 LINES.
           MOVE BG-NAME (BG-IDX) TO LN-TEXT.
           WRITE PRTLINE FROM LTR-NAME-LINE
               AFTER ADVANCING 1 LINE.
           MOVE BG-ADDRESS (BG-IDX) TO LU-ADDRESS.
           MOVE NW-UNIT (NW-IDX)    TO LU-UNIT.
           WRITE PRTLINE FROM LTR-UNIT-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM LTR-RE-LINE
               AFTER ADVANCING 3 LINES.
           MOVE NW-OLD-END (NW-IDX) (5:2) TO ED-MONTH.
           MOVE NW-OLD-END (NW-IDX) (7:2) TO ED-DAY.
           MOVE NW-OLD-END (NW-IDX) (1:4) TO ED-YEAR.
           MOVE EDIT-DATE                 TO LB1-END.
           WRITE PRTLINE FROM LTR-BODY-1
               AFTER ADVANCING 2 LINES.
           MOVE NW-NEW-START (NW-IDX) (5:2) TO ED-MONTH.
           MOVE NW-NEW-START (NW-IDX) (7:2) TO ED-DAY.
           MOVE NW-NEW-START (NW-IDX) (1:4) TO ED-YEAR.
           MOVE EDIT-DATE                   TO LB2-START.
           MOVE NW-NEW-END (NW-IDX) (5:2)   TO ED-MONTH.
           MOVE NW-NEW-END (NW-IDX) (7:2)   TO ED-DAY.
           MOVE NW-NEW-END (NW-IDX) (1:4)   TO ED-YEAR.
           MOVE EDIT-DATE                   TO LB2-END.
           WRITE PRTLINE FROM LTR-BODY-2
               AFTER ADVANCING 1 LINE.
           MOVE NW-CUR-RATE (NW-IDX)   TO LR1-RATE.
           WRITE PRTLINE FROM LTR-RATE-LINE-1
               AFTER ADVANCING 2 LINES.
           MOVE NW-OFFER-RATE (NW-IDX) TO LR2-RATE.
           WRITE PRTLINE FROM LTR-RATE-LINE-2
               AFTER ADVANCING 1 LINE.
           MOVE NW-RESPOND-BY (NW-IDX) (5:2) TO ED-MONTH.
           MOVE NW-RESPOND-BY (NW-IDX) (7:2) TO ED-DAY.
           MOVE NW-RESPOND-BY (NW-IDX) (1:4) TO ED-YEAR.
           MOVE EDIT-DATE                    TO LB3-RESPOND.
           WRITE PRTLINE FROM LTR-BODY-3
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM LTR-BODY-4
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM LTR-CLOSE-1
               AFTER ADVANCING 3 LINES.
           WRITE PRTLINE FROM LTR-CLOSE-2
               AFTER ADVANCING 3 LINES.

       L2-CLOSING.
           CLOSE PRTOUT.
           PERFORM L4-LOG-END.

       L4-LOG-START.
           OPEN EXTEND RUNLOG-FILE.
           MOVE 'CBLJPT45' TO RL-PROGRAM.
           MOVE 'START'    TO RL-TYPE.
           MOVE CURRENT-DATE-AND-TIME (1:8) TO RL-DATE.
           MOVE CURRENT-TIME (1:6)          TO RL-TIME.
           MOVE 'TENLS BLDG RATES RENWP RENEW' TO RL-FILES.
           MOVE ZERO TO RL-READ.
           MOVE ZERO TO RL-WRITTEN.
           MOVE ZERO TO RL-DOLLARS.
           MOVE 'N'  TO RL-FLAG.
           WRITE RUNLOG-REC.
           CLOSE RUNLOG-FILE.

       L4-LOG-END.
           OPEN EXTEND RUNLOG-FILE.
           MOVE 'CBLJPT45' TO RL-PROGRAM.
           MOVE 'END'      TO RL-TYPE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE BUS-DATE TO CURRENT-DATE-AND-TIME (1:8).
           MOVE CURRENT-DATE-AND-TIME (1:8) TO RL-DATE.
           MOVE CURRENT-TIME (1:6)          TO RL-TIME.
           MOVE 'TENLS BLDG RATES RENWP RENEW' TO RL-FILES.
           MOVE RL-READ-CTR    TO RL-READ.
           MOVE RL-WRITE-CTR   TO RL-WRITTEN.
           MOVE TOT-OFFER-RATE TO RL-DOLLARS.
           IF TABLE-OVERFLOW OR NO-PARM
               MOVE 'A' TO RL-FLAG
           ELSE
               IF REJECT-CTR > ZERO
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
       end program CBLJPT45.
