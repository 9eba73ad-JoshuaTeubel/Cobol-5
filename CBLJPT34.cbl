       identification division.
       program-id. CBLJPT34.
       AUTHOR.     Joshua Teubel.
       DATE-WRITTEN. 10/15/2026.
       environment division.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADJIN-FILE
               ASSIGN TO 'C:\Cobol\CBLADJIN.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ADJ-FILE
               ASSIGN TO 'C:\Cobol\CBLADJ.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ADJ-STATUS.
           SELECT BAL-FILE
               ASSIGN TO 'C:\Cobol\CBLBAL.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT YTD-FILE
               ASSIGN TO 'C:\Cobol\CBLRENT-YTD.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HIST-FILE
               ASSIGN TO 'C:\Cobol\CBLRHIST.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LEDGER-FILE
               ASSIGN TO 'C:\Cobol\CBLLEDGR.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRTOUT
               ASSIGN TO 'C:\Cobol\CBLADJ.PRT'
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

       FD  ADJIN-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS ADJIN-REC.
           01  ADJIN-REC.
               05  AI-BLD-CODE             PIC XX.
               05  AI-UNIT                 PIC 99.
               05  AI-DC                   PIC X.
               05  AI-AMOUNT               PIC 9999V99.
               05  AI-REASON               PIC X(4).
               05  AI-PERIOD.
                   10  AI-PER-YEAR         PIC 9999.
                   10  AI-PER-MONTH        PIC 99.
               05  AI-APPROVER             PIC X(3).
               05  AI-DESC                 PIC X(20).

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

       FD  HIST-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS HIST-REC.
           01  HIST-REC.
               05  HST-MONTH               PIC 99.
               05  HST-YEAR                PIC 9999.
               05  HST-BLD-CODE            PIC XX.
               05  HST-UNIT                PIC 99.
               05  HST-TENANTS             PIC 9.
               05  HST-ELECTRIC            PIC 999V99.
               05  HST-GAS                 PIC 999V99.
               05  HST-WATER               PIC 999V99.
               05  HST-GARBAGE             PIC 99V99.
               05  HST-MOVE-IN-DAY         PIC 99.
               05  HST-MOVE-OUT-DAY        PIC 99.
               05  HST-OVERDUE-FLAG        PIC X.
               05  HST-SUBTOTAL            PIC 99999V99.
               05  HST-RENT-DUE            PIC 99999V99.
               05  HST-ADJ-DC              PIC X.

       FD  LEDGER-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS LEDGER-REC.
           01  LEDGER-REC.
               05  LG-BLD-CODE             PIC XX.
               05  LG-UNIT                 PIC 99.
               05  LG-DATE                 PIC 9(8).
               05  LG-TYPE                 PIC X(4).
               05  LG-DC                   PIC X.
               05  LG-AMOUNT               PIC 9(5)V99.
               05  LG-SOURCE               PIC X(8).
               05  LG-REF                  PIC X(8).
               05  LG-DESC                 PIC X(20).

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
           05  TODAY-YMD           PIC 9(8)    VALUE ZERO.
           05  CUR-PERIOD          PIC X(6)    VALUE SPACES.
           05  STMT-PERIOD         PIC X(6)    VALUE SPACES.
           05  STMT-YEAR           PIC 9999    VALUE ZERO.
           05  STMT-MONTH          PIC 99      VALUE ZERO.
           05  ADJ-STATUS          PIC XX      VALUE '00'.
           05  RUNLOG-STATUS       PIC XX      VALUE '00'.
           05  SW-FOUND            PIC X       VALUE 'N'.
               88 FOUND-YES            VALUE 'Y'.
           05  FOUND-IDX           PIC 9999    VALUE ZERO.
           05  SW-BAL-OVERFLOW     PIC X       VALUE 'N'.
               88 BAL-OVERFLOW         VALUE 'Y'.
           05  SW-MEMO-OVERFLOW    PIC X       VALUE 'N'.
               88 MEMO-OVERFLOW        VALUE 'Y'.
           05  SW-MEMO-FULL        PIC X       VALUE 'N'.
               88 MEMO-TABLE-FULL      VALUE 'Y'.
           05  SW-POSTED           PIC X       VALUE 'N'.
               88 POSTED-YES           VALUE 'Y'.
           05  SW-STMT-DONE        PIC X       VALUE 'N'.
               88 STMT-DONE-YES        VALUE 'Y'.
           05  SW-BILLED-DONE      PIC X       VALUE 'N'.
               88 BILLED-DONE-YES      VALUE 'Y'.
           05  SW-VALID            PIC X       VALUE 'Y'.
               88 VALID-YES            VALUE 'Y'.
           05  REJECT-MSG          PIC X(30)   VALUE SPACES.
           05  REASON-TEXT         PIC X(20)   VALUE SPACES.
           05  LAST-MEMO-NO        PIC 9(6)    VALUE ZERO.
           05  DR-CTR              PIC S999    VALUE ZERO.
           05  CR-CTR              PIC S999    VALUE ZERO.
           05  REJ-CTR             PIC S999    VALUE ZERO.
           05  TOT-DR              PIC 9(7)V99 VALUE ZERO.
           05  TOT-CR              PIC 9(7)V99 VALUE ZERO.
           05  TOT-REJ             PIC 9(7)V99 VALUE ZERO.
           05  NET-ADJ             PIC S9(7)V99 VALUE ZERO.
           05  RL-READ-CTR         PIC 9(5)    VALUE ZERO.
           05  RL-WRITE-CTR        PIC 9(5)    VALUE ZERO.

       01 BAL-TABLE.
           05 BAL-CTR              PIC S9(4)   VALUE ZERO.
           05 BAL-ENTRY OCCURS 1250 TIMES INDEXED BY BAL-IDX.
               10 BL-BLD-CODE      PIC XX.
               10 BL-UNIT          PIC 99.
               10 BL-30            PIC 9999V99.
               10 BL-60            PIC 9999V99.
               10 BL-90            PIC 9999V99.
               10 BL-CREDIT        PIC 9999V99.

       01 MEMO-TABLE.
           05 PM-CTR               PIC S9(4)   VALUE ZERO.
           05 PM-ENTRY OCCURS 9999 TIMES INDEXED BY PM-IDX.
               10 PM-BLD-CODE      PIC XX.
               10 PM-UNIT          PIC 99.
               10 PM-DC            PIC X.
               10 PM-AMOUNT        PIC 9999V99.
               10 PM-REASON        PIC X(4).
               10 PM-PERIOD        PIC X(6).
               10 PM-APPROVER      PIC X(3).

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
           05 FILLER               PIC X(8)    VALUE 'COBJPT34'.
           05 FILLER               PIC X(38)   VALUE SPACES.
           05 FILLER               PIC X(38)   VALUE
               'ADJUSTMENT REGISTER - TEUBEL S '.
           05 FILLER               PIC X(48)   VALUE SPACES.

       01 FILL-LINE.
           05 FILLER               PIC X(132)  VALUE SPACES.

       01 COL-HEAD1.
           05 FILLER               PIC X(8)    VALUE 'MEMO NO '.
           05 FILLER               PIC X(5)    VALUE 'BLD  '.
           05 FILLER               PIC X(6)    VALUE 'UNIT  '.
           05 FILLER               PIC X(9)    VALUE 'PERIOD   '.
           05 FILLER               PIC X(22)   VALUE 'REASON'.
           05 FILLER               PIC X(8)    VALUE 'TYPE    '.
           05 FILLER               PIC X(11)   VALUE '    AMOUNT '.
           05 FILLER               PIC X(5)    VALUE ' APPR'.
           05 FILLER               PIC X(10)   VALUE '  STMT    '.
           05 FILLER               PIC X(48)   VALUE 'DESCRIPTION'.

       01 DETAIL-LINE26.
           05 D26-MEMO              PIC 9(6).
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 D26-BLD               PIC XX.
           05 FILLER                PIC X(3)    VALUE SPACES.
           05 D26-UNIT              PIC Z9.
           05 FILLER                PIC X(4)    VALUE SPACES.
           05 D26-PER-MONTH         PIC 99.
           05 FILLER                PIC X       VALUE '/'.
           05 D26-PER-YEAR          PIC 9999.
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 D26-REASON            PIC X(4).
           05 FILLER                PIC X       VALUE SPACE.
           05 D26-REASON-TEXT       PIC X(17).
           05 D26-TYPE              PIC X(6).
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 D26-AMOUNT            PIC $$,$$9.99.
           05 FILLER                PIC X(3)    VALUE SPACES.
           05 D26-APPROVER          PIC X(3).
           05 FILLER                PIC X(3)    VALUE SPACES.
           05 D26-STMT-MONTH        PIC 99.
           05 FILLER                PIC X       VALUE '/'.
           05 D26-STMT-YEAR         PIC 9999.
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 D26-DESC              PIC X(20).
           05 FILLER                PIC X(28)   VALUE SPACES.

       01 REJECT-LINE.
           05 FILLER                PIC X(8)    VALUE SPACES.
           05 R26-BLD               PIC XX.
           05 FILLER                PIC X(3)    VALUE SPACES.
           05 R26-UNIT              PIC 99.
           05 FILLER                PIC X(4)    VALUE SPACES.
           05 R26-PERIOD            PIC X(6).
           05 FILLER                PIC X(3)    VALUE SPACES.
           05 R26-REASON            PIC X(4).
           05 FILLER                PIC X(18)   VALUE SPACES.
           05 R26-DC                PIC X.
           05 FILLER                PIC X(7)    VALUE SPACES.
           05 R26-AMOUNT            PIC $$,$$9.99.
           05 FILLER                PIC X(3)    VALUE SPACES.
           05 R26-APPROVER          PIC X(3).
           05 FILLER                PIC X(3)    VALUE SPACES.
           05 R26-MSG               PIC X(30).
           05 FILLER                PIC X(26)   VALUE SPACES.

       01 TOT-LINE-1.
           05 FILLER                PIC X(16)   VALUE
               'DEBIT MEMOS:    '.
           05 T1-CTR                PIC ZZ9.
           05 FILLER                PIC X(5)    VALUE SPACES.
           05 T1-AMT                PIC $$$$,$$9.99.
           05 FILLER                PIC X(97)   VALUE SPACES.

       01 TOT-LINE-2.
           05 FILLER                PIC X(16)   VALUE
               'CREDIT MEMOS:   '.
           05 T2-CTR                PIC ZZ9.
           05 FILLER                PIC X(5)    VALUE SPACES.
           05 T2-AMT                PIC $$$$,$$9.99.
           05 FILLER                PIC X(97)   VALUE SPACES.

       01 TOT-LINE-3.
           05 FILLER                PIC X(16)   VALUE
               'NET ADJUSTMENT: '.
           05 FILLER                PIC X(8)    VALUE SPACES.
           05 T3-AMT                PIC $$$$,$$9.99-.
           05 FILLER                PIC X(96)   VALUE SPACES.

       01 TOT-LINE-4.
           05 FILLER                PIC X(16)   VALUE
               'MEMOS REJECTED: '.
           05 T4-CTR                PIC ZZ9.
           05 FILLER                PIC X(5)    VALUE SPACES.
           05 T4-AMT                PIC $$$$,$$9.99.
           05 FILLER                PIC X(97)   VALUE SPACES.

       01 ABORT-LINE.
           05 FILLER                PIC X(20)   VALUE SPACES.
           05 FILLER                PIC X(52)   VALUE
               '** BAL TABLE FULL - NO ADJUSTMENTS POSTED **'.
           05 FILLER                PIC X(60)   VALUE SPACES.

       01 MEMO-ABORT-LINE.
           05 FILLER                PIC X(20)   VALUE SPACES.
           05 FILLER                PIC X(52)   VALUE
               '** MEMO TABLE FULL - NO ADJUSTMENTS POSTED **'.
           05 FILLER                PIC X(60)   VALUE SPACES.

       01 FULL-LINE.
           05 FILLER                PIC X(20)   VALUE SPACES.
           05 FILLER                PIC X(52)   VALUE
               '** MEMO TABLE FULL - REMAINING MEMOS NOT POSTED **'.
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
           MOVE CURRENT-DATE-AND-TIME (1:8) TO TODAY-YMD.
           MOVE CURRENT-DATE-AND-TIME (1:6) TO CUR-PERIOD.
           PERFORM L2-SET-STMT-PERIOD.
           PERFORM L2-LOAD-MEMO-NO.
           PERFORM L2-LOAD-BAL.
           OPEN OUTPUT PRTOUT.
           PERFORM L4-LOG-START.
           PERFORM L4-HEADINGS.
           IF BAL-OVERFLOW OR MEMO-OVERFLOW
               MOVE 'T' TO EOF
           ELSE
               OPEN INPUT ADJIN-FILE
               OPEN EXTEND ADJ-FILE
               OPEN EXTEND YTD-FILE
               OPEN EXTEND HIST-FILE
               OPEN EXTEND LEDGER-FILE
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

       L2-SET-STMT-PERIOD.
           OPEN INPUT RUNLOG-FILE.
           IF RUNLOG-STATUS = '00'
               PERFORM L3-RUNLOG-READ
               PERFORM L3-RUNLOG-SCAN UNTIL EOF = 'T'
               CLOSE RUNLOG-FILE
           END-IF.
           MOVE 'F' TO EOF.
           MOVE CUR-PERIOD (1:4) TO STMT-YEAR.
           MOVE CUR-PERIOD (5:2) TO STMT-MONTH.
           IF STMT-DONE-YES
               IF STMT-MONTH = 12
                   ADD 1 TO STMT-YEAR
                   MOVE 1 TO STMT-MONTH
               ELSE
                   ADD 1 TO STMT-MONTH
               END-IF
           END-IF.
           MOVE STMT-YEAR  TO STMT-PERIOD (1:4).
           MOVE STMT-MONTH TO STMT-PERIOD (5:2).

       L3-RUNLOG-READ.
           READ RUNLOG-FILE
               AT END
                   MOVE 'T' TO EOF.

       L3-RUNLOG-SCAN.
           IF RL-PROGRAM = 'CBLJPT14' AND RL-TYPE = 'END'
                   AND RL-DATE (1:6) = CUR-PERIOD
                   AND (RL-FLAG = 'N' OR RL-FLAG = 'R')
               MOVE 'Y' TO SW-STMT-DONE
           END-IF.
           IF RL-PROGRAM = 'CBLJPT05' AND RL-TYPE = 'END'
                   AND RL-DATE (1:6) = CUR-PERIOD
                   AND (RL-FLAG = 'N' OR RL-FLAG = 'R')
               MOVE 'Y' TO SW-BILLED-DONE
           END-IF.
           PERFORM L3-RUNLOG-READ.

       L2-LOAD-MEMO-NO.
           OPEN INPUT ADJ-FILE.
           IF ADJ-STATUS = '00'
               PERFORM L3-ADJ-READ
               PERFORM L3-ADJ-SCAN UNTIL EOF = 'T'
               CLOSE ADJ-FILE
           END-IF.
           MOVE 'F' TO EOF.

       L3-ADJ-READ.
           READ ADJ-FILE
               AT END
                   MOVE 'T' TO EOF.

       L3-ADJ-SCAN.
           IF AJ-MEMO-NO NUMERIC
               IF AJ-MEMO-NO > LAST-MEMO-NO
                   MOVE AJ-MEMO-NO TO LAST-MEMO-NO
               END-IF
           END-IF.
           IF PM-CTR < 9999
               ADD 1 TO PM-CTR
               SET PM-IDX TO PM-CTR
               MOVE AJ-BLD-CODE  TO PM-BLD-CODE (PM-IDX)
               MOVE AJ-UNIT      TO PM-UNIT (PM-IDX)
               MOVE AJ-DC        TO PM-DC (PM-IDX)
               MOVE AJ-AMOUNT    TO PM-AMOUNT (PM-IDX)
               MOVE AJ-REASON    TO PM-REASON (PM-IDX)
               MOVE AJ-PERIOD    TO PM-PERIOD (PM-IDX)
               MOVE AJ-APPROVER  TO PM-APPROVER (PM-IDX)
           ELSE
               MOVE 'Y' TO SW-MEMO-OVERFLOW
           END-IF.
           PERFORM L3-ADJ-READ.

       L2-LOAD-BAL.
           OPEN INPUT BAL-FILE.
           PERFORM L3-BAL-READ.
           PERFORM L3-BAL-STORE UNTIL EOF = 'T'.
           CLOSE BAL-FILE.
           MOVE 'F' TO EOF.

       L3-BAL-READ.
           READ BAL-FILE
               AT END
                   MOVE 'T' TO EOF.

       L3-BAL-STORE.
           IF BAL-CTR < 1250
               ADD 1 TO BAL-CTR
               SET BAL-IDX TO BAL-CTR
               MOVE BAL-BLD-CODE TO BL-BLD-CODE (BAL-IDX)
               MOVE BAL-UNIT     TO BL-UNIT (BAL-IDX)
               MOVE BAL-30       TO BL-30 (BAL-IDX)
               MOVE BAL-60       TO BL-60 (BAL-IDX)
               MOVE BAL-90       TO BL-90 (BAL-IDX)
               IF BAL-CREDIT NUMERIC
                   MOVE BAL-CREDIT TO BL-CREDIT (BAL-IDX)
               ELSE
                   MOVE ZERO TO BL-CREDIT (BAL-IDX)
               END-IF
           ELSE
               MOVE 'Y' TO SW-BAL-OVERFLOW
           END-IF.
           PERFORM L3-BAL-READ.

       L2-MAINLINE.
           PERFORM L3-VALIDATE.
           IF VALID-YES
               PERFORM L3-POST-MEMO
           ELSE
               PERFORM L3-PRINT-REJECT
           END-IF.
           IF NOT MEMO-TABLE-FULL
               PERFORM L3-READ
           END-IF.

       L3-READ.
           READ ADJIN-FILE
               AT END
                   MOVE 'T' TO EOF
               NOT AT END
                   ADD 1 TO RL-READ-CTR
           END-READ.

       L3-VALIDATE.
           MOVE 'Y' TO SW-VALID.
           MOVE SPACES TO REJECT-MSG.
           PERFORM L4-SET-REASON.
           IF AI-DC NOT = 'D' AND AI-DC NOT = 'C'
               MOVE 'N' TO SW-VALID
               MOVE '** INVALID DEBIT/CREDIT CODE' TO REJECT-MSG
           END-IF.
           IF VALID-YES
               IF AI-AMOUNT NOT NUMERIC OR AI-AMOUNT = ZERO
                   MOVE 'N' TO SW-VALID
                   MOVE '** AMOUNT MISSING OR INVALID' TO REJECT-MSG
               END-IF
           END-IF.
           IF VALID-YES
               IF REASON-TEXT = SPACES
                   MOVE 'N' TO SW-VALID
                   MOVE '** UNKNOWN REASON CODE' TO REJECT-MSG
               END-IF
           END-IF.
           IF VALID-YES
               IF AI-APPROVER = SPACES
                   MOVE 'N' TO SW-VALID
                   MOVE '** NO APPROVER INITIALS' TO REJECT-MSG
               END-IF
           END-IF.
           IF VALID-YES
               IF AI-PERIOD NOT NUMERIC
                       OR AI-PER-MONTH < 1 OR AI-PER-MONTH > 12
                       OR AI-PERIOD > CUR-PERIOD
                   MOVE 'N' TO SW-VALID
                   MOVE '** INVALID BILLING PERIOD' TO REJECT-MSG
               END-IF
           END-IF.
           IF VALID-YES
               IF AI-PERIOD = CUR-PERIOD AND NOT BILLED-DONE-YES
                   MOVE 'N' TO SW-VALID
                   MOVE '** PERIOD NOT YET BILLED' TO REJECT-MSG
               END-IF
           END-IF.
           IF VALID-YES
               PERFORM L3-FIND-BAL
               IF NOT FOUND-YES
                   MOVE 'N' TO SW-VALID
                   MOVE '** NO BALANCE RECORD FOR UNIT' TO REJECT-MSG
               END-IF
           END-IF.
           IF VALID-YES
               PERFORM L3-FIND-POSTED
               IF POSTED-YES
                   MOVE 'N' TO SW-VALID
                   MOVE '** MEMO ALREADY POSTED' TO REJECT-MSG
               END-IF
           END-IF.

       L4-SET-REASON.
           EVALUATE AI-REASON
               WHEN 'RENT'
                   MOVE 'BASE RENT' TO REASON-TEXT
               WHEN 'TENS'
                   MOVE 'TENANT COUNT' TO REASON-TEXT
               WHEN 'DAYS'
                   MOVE 'MOVE IN/OUT DAYS' TO REASON-TEXT
               WHEN 'UTIL'
                   MOVE 'UTILITIES' TO REASON-TEXT
               WHEN 'LATE'
                   MOVE 'LATE FEE' TO REASON-TEXT
               WHEN 'OTHR'
                   MOVE 'OTHER' TO REASON-TEXT
               WHEN OTHER
                   MOVE SPACES TO REASON-TEXT
           END-EVALUATE.

       L3-FIND-BAL.
           MOVE 'N' TO SW-FOUND.
           MOVE ZERO TO FOUND-IDX.
           PERFORM L4-BAL-SEARCH-STEP
               VARYING BAL-IDX FROM 1 BY 1
               UNTIL BAL-IDX > BAL-CTR OR FOUND-YES.
           IF FOUND-YES
               SET BAL-IDX TO FOUND-IDX
           END-IF.

       L4-BAL-SEARCH-STEP.
           IF BL-BLD-CODE (BAL-IDX) = AI-BLD-CODE
                   AND BL-UNIT (BAL-IDX) = AI-UNIT
               MOVE 'Y' TO SW-FOUND
               SET FOUND-IDX TO BAL-IDX
           END-IF.

       L3-FIND-POSTED.
           MOVE 'N' TO SW-POSTED.
           PERFORM L4-POSTED-SEARCH-STEP
               VARYING PM-IDX FROM 1 BY 1
               UNTIL PM-IDX > PM-CTR OR POSTED-YES.

       L4-POSTED-SEARCH-STEP.
           IF PM-BLD-CODE (PM-IDX) = AI-BLD-CODE
                   AND PM-UNIT (PM-IDX) = AI-UNIT
                   AND PM-DC (PM-IDX) = AI-DC
                   AND PM-AMOUNT (PM-IDX) = AI-AMOUNT
                   AND PM-REASON (PM-IDX) = AI-REASON
                   AND PM-PERIOD (PM-IDX) = AI-PERIOD
                   AND PM-APPROVER (PM-IDX) = AI-APPROVER
               MOVE 'Y' TO SW-POSTED
           END-IF.

       L3-POST-MEMO.
           ADD 1 TO LAST-MEMO-NO.
           IF AI-DC = 'D'
               ADD AI-AMOUNT TO BL-30 (BAL-IDX)
               ADD 1 TO DR-CTR
               ADD AI-AMOUNT TO TOT-DR
           ELSE
               ADD AI-AMOUNT TO BL-CREDIT (BAL-IDX)
               ADD 1 TO CR-CTR
               ADD AI-AMOUNT TO TOT-CR
           END-IF.
           IF AI-DESC = SPACES
               MOVE 'ADJ '      TO AI-DESC (1:4)
               MOVE REASON-TEXT TO AI-DESC (5:16)
           END-IF.
           PERFORM L4-WRITE-MEMO.
           PERFORM L4-ADD-POSTED.
           PERFORM L4-WRITE-LEDGER.
           PERFORM L4-WRITE-YTD.
           PERFORM L4-WRITE-HIST.
           PERFORM L3-PRINT-MEMO.

       L4-WRITE-MEMO.
           MOVE LAST-MEMO-NO TO AJ-MEMO-NO.
           MOVE TODAY-YMD    TO AJ-DATE.
           MOVE AI-BLD-CODE  TO AJ-BLD-CODE.
           MOVE AI-UNIT      TO AJ-UNIT.
           MOVE AI-DC        TO AJ-DC.
           MOVE AI-AMOUNT    TO AJ-AMOUNT.
           MOVE AI-REASON    TO AJ-REASON.
           MOVE AI-PERIOD    TO AJ-PERIOD.
           MOVE AI-APPROVER  TO AJ-APPROVER.
           MOVE STMT-PERIOD  TO AJ-STMT-PERIOD.
           MOVE AI-DESC      TO AJ-DESC.
           WRITE ADJ-REC.
           ADD 1 TO RL-WRITE-CTR.

       L4-ADD-POSTED.
           IF PM-CTR < 9999
               ADD 1 TO PM-CTR
               SET PM-IDX TO PM-CTR
               MOVE AI-BLD-CODE  TO PM-BLD-CODE (PM-IDX)
               MOVE AI-UNIT      TO PM-UNIT (PM-IDX)
               MOVE AI-DC        TO PM-DC (PM-IDX)
               MOVE AI-AMOUNT    TO PM-AMOUNT (PM-IDX)
               MOVE AI-REASON    TO PM-REASON (PM-IDX)
               MOVE AI-PERIOD    TO PM-PERIOD (PM-IDX)
               MOVE AI-APPROVER  TO PM-APPROVER (PM-IDX)
           ELSE
               MOVE 'Y' TO SW-MEMO-FULL
               MOVE 'T' TO EOF
           END-IF.

       L4-WRITE-LEDGER.
           MOVE AI-BLD-CODE  TO LG-BLD-CODE.
           MOVE AI-UNIT      TO LG-UNIT.
           MOVE TODAY-YMD    TO LG-DATE.
           MOVE 'ADJ '       TO LG-TYPE.
           MOVE AI-DC        TO LG-DC.
           MOVE AI-AMOUNT    TO LG-AMOUNT.
           MOVE 'CBLJPT34'   TO LG-SOURCE.
           MOVE SPACES       TO LG-REF.
           MOVE LAST-MEMO-NO TO LG-REF (1:6).
           MOVE AI-DESC      TO LG-DESC.
           WRITE LEDGER-REC.

       L4-WRITE-YTD.
           MOVE AI-BLD-CODE  TO YTD-BLD-CODE.
           MOVE AI-PER-MONTH TO YTD-MONTH.
           MOVE AI-PER-YEAR  TO YTD-YEAR.
           MOVE ZERO TO YTD-BASE-RENT.
           MOVE ZERO TO YTD-TEN-CHARGE.
           MOVE ZERO TO YTD-SUBTOTAL.
           MOVE ZERO TO YTD-TOT-UTIL.
           EVALUATE AI-REASON
               WHEN 'RENT'
               WHEN 'DAYS'
                   MOVE AI-AMOUNT TO YTD-BASE-RENT
                   MOVE AI-AMOUNT TO YTD-SUBTOTAL
               WHEN 'TENS'
                   MOVE AI-AMOUNT TO YTD-TEN-CHARGE
                   MOVE AI-AMOUNT TO YTD-SUBTOTAL
               WHEN 'UTIL'
                   MOVE AI-AMOUNT TO YTD-TOT-UTIL
           END-EVALUATE.
           MOVE AI-AMOUNT    TO YTD-TOT-RENT.
           MOVE AI-DC        TO YTD-ADJ-DC.
           WRITE YTD-REC.

       L4-WRITE-HIST.
           MOVE AI-PER-MONTH TO HST-MONTH.
           MOVE AI-PER-YEAR  TO HST-YEAR.
           MOVE AI-BLD-CODE  TO HST-BLD-CODE.
           MOVE AI-UNIT      TO HST-UNIT.
           MOVE ZERO TO HST-TENANTS.
           MOVE ZERO TO HST-ELECTRIC.
           MOVE ZERO TO HST-GAS.
           MOVE ZERO TO HST-WATER.
           MOVE ZERO TO HST-GARBAGE.
           MOVE ZERO TO HST-MOVE-IN-DAY.
           MOVE ZERO TO HST-MOVE-OUT-DAY.
           MOVE 'N'  TO HST-OVERDUE-FLAG.
           MOVE YTD-SUBTOTAL TO HST-SUBTOTAL.
           MOVE AI-AMOUNT    TO HST-RENT-DUE.
           MOVE AI-DC        TO HST-ADJ-DC.
           WRITE HIST-REC.

       L3-PRINT-MEMO.
           MOVE LAST-MEMO-NO TO D26-MEMO.
           MOVE AI-BLD-CODE  TO D26-BLD.
           MOVE AI-UNIT      TO D26-UNIT.
           MOVE AI-PER-MONTH TO D26-PER-MONTH.
           MOVE AI-PER-YEAR  TO D26-PER-YEAR.
           MOVE AI-REASON    TO D26-REASON.
           MOVE REASON-TEXT  TO D26-REASON-TEXT.
           IF AI-DC = 'D'
               MOVE 'DEBIT ' TO D26-TYPE
           ELSE
               MOVE 'CREDIT' TO D26-TYPE
           END-IF.
           MOVE AI-AMOUNT    TO D26-AMOUNT.
           MOVE AI-APPROVER  TO D26-APPROVER.
           MOVE STMT-MONTH   TO D26-STMT-MONTH.
           MOVE STMT-YEAR    TO D26-STMT-YEAR.
           MOVE AI-DESC      TO D26-DESC.
           WRITE PRTLINE FROM DETAIL-LINE26
               AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                   PERFORM L4-HEADINGS
           END-WRITE.

       L3-PRINT-REJECT.
           ADD 1 TO REJ-CTR.
           IF AI-AMOUNT NUMERIC
               ADD AI-AMOUNT TO TOT-REJ
               MOVE AI-AMOUNT TO R26-AMOUNT
           ELSE
               MOVE ZERO TO R26-AMOUNT
           END-IF.
           MOVE AI-BLD-CODE  TO R26-BLD.
           MOVE AI-UNIT      TO R26-UNIT.
           MOVE AI-PERIOD    TO R26-PERIOD.
           MOVE AI-REASON    TO R26-REASON.
           MOVE AI-DC        TO R26-DC.
           MOVE AI-APPROVER  TO R26-APPROVER.
           MOVE REJECT-MSG   TO R26-MSG.
           WRITE PRTLINE FROM REJECT-LINE
               AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                   PERFORM L4-HEADINGS
           END-WRITE.

       L2-CLOSING.
           IF BAL-OVERFLOW
               WRITE PRTLINE FROM ABORT-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               IF MEMO-OVERFLOW
                   WRITE PRTLINE FROM MEMO-ABORT-LINE
                       AFTER ADVANCING 2 LINES
               ELSE
                   PERFORM L3-CLOSE-POSTING
                   IF MEMO-TABLE-FULL
                       WRITE PRTLINE FROM FULL-LINE
                           AFTER ADVANCING 2 LINES
                   END-IF
               END-IF
           END-IF.
           CLOSE PRTOUT.
           PERFORM L4-LOG-END.

       L3-CLOSE-POSTING.
           CLOSE ADJIN-FILE.
           CLOSE ADJ-FILE.
           CLOSE YTD-FILE.
           CLOSE HIST-FILE.
           CLOSE LEDGER-FILE.
           OPEN OUTPUT BAL-FILE.
           PERFORM L3-REWRITE-BAL
               VARYING BAL-IDX FROM 1 BY 1
               UNTIL BAL-IDX > BAL-CTR.
           CLOSE BAL-FILE.
           PERFORM L4-PRINT-TOTALS.

       L3-REWRITE-BAL.
           MOVE BL-BLD-CODE (BAL-IDX) TO BAL-BLD-CODE.
           MOVE BL-UNIT (BAL-IDX)     TO BAL-UNIT.
           MOVE BL-30 (BAL-IDX)       TO BAL-30.
           MOVE BL-60 (BAL-IDX)       TO BAL-60.
           MOVE BL-90 (BAL-IDX)       TO BAL-90.
           MOVE BL-CREDIT (BAL-IDX)   TO BAL-CREDIT.
           WRITE BAL-REC.

       L4-PRINT-TOTALS.
           MOVE DR-CTR TO T1-CTR.
           MOVE TOT-DR TO T1-AMT.
           WRITE PRTLINE FROM TOT-LINE-1
               AFTER ADVANCING 3 LINES.
           MOVE CR-CTR TO T2-CTR.
           MOVE TOT-CR TO T2-AMT.
           WRITE PRTLINE FROM TOT-LINE-2
               AFTER ADVANCING 1 LINE.
           COMPUTE NET-ADJ = TOT-DR - TOT-CR.
           MOVE NET-ADJ TO T3-AMT.
           WRITE PRTLINE FROM TOT-LINE-3
               AFTER ADVANCING 1 LINE.
           MOVE REJ-CTR TO T4-CTR.
           MOVE TOT-REJ TO T4-AMT.
           WRITE PRTLINE FROM TOT-LINE-4
               AFTER ADVANCING 2 LINES.

       L4-LOG-START.
           OPEN EXTEND RUNLOG-FILE.
           MOVE 'CBLJPT34' TO RL-PROGRAM.
           MOVE 'START'    TO RL-TYPE.
           MOVE CURRENT-DATE-AND-TIME (1:8) TO RL-DATE.
           MOVE CURRENT-TIME (1:6)          TO RL-TIME.
           MOVE 'ADJIN CBLBAL YTD RHIST LEDGR' TO RL-FILES.
           MOVE ZERO TO RL-READ.
           MOVE ZERO TO RL-WRITTEN.
           MOVE ZERO TO RL-DOLLARS.
           MOVE 'N'  TO RL-FLAG.
           WRITE RUNLOG-REC.
           CLOSE RUNLOG-FILE.

       L4-LOG-END.
           OPEN EXTEND RUNLOG-FILE.
           MOVE 'CBLJPT34' TO RL-PROGRAM.
           MOVE 'END'      TO RL-TYPE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE BUS-DATE TO CURRENT-DATE-AND-TIME (1:8).
           MOVE CURRENT-DATE-AND-TIME (1:8) TO RL-DATE.
           MOVE CURRENT-TIME (1:6)          TO RL-TIME.
           MOVE 'ADJIN CBLBAL YTD RHIST LEDGR' TO RL-FILES.
           MOVE RL-READ-CTR  TO RL-READ.
           MOVE RL-WRITE-CTR TO RL-WRITTEN.
           COMPUTE RL-DOLLARS = TOT-DR + TOT-CR.
           IF BAL-OVERFLOW OR MEMO-OVERFLOW OR MEMO-TABLE-FULL
               MOVE 'A' TO RL-FLAG
           ELSE
               IF REJ-CTR > 0
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
       end program CBLJPT34.
