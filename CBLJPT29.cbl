           SELECT YTD-TMP-FILE
               ASSIGN TO 'C:\Cobol\CBLRYTD.TMP'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT APINV-FILE
               ASSIGN TO 'C:\Cobol\CBLAPINV.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS APINV-STATUS.
           SELECT APINV-ARC-FILE
               ASSIGN TO DYNAMIC APINV-ARC-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ARC-STATUS.
           SELECT APINV-TMP-FILE
               ASSIGN TO 'C:\Cobol\CBLAPINV.TMP'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUNLOG-FILE
               ASSIGN TO 'C:\Cobol\CBLRUNLOG.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRTOUT
               ASSIGN TO 'C:\Cobol\CBLPURGE.PRT'
                   ORGANIZATION IS RECORD SEQUENTIAL.
           SELECT BDATE-FILE
               ASSIGN TO 'C:\Cobol\CBLBDATE.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS BDATE-STATUS.

       data division.
       FILE SECTION.
               05  HST-OVERDUE-FLAG        PIC X.
               05  HST-SUBTOTAL            PIC 99999V99.
               05  HST-RENT-DUE            PIC 99999V99.
               05  HST-ADJ-DC              PIC X.

       FD  HIST-ARC-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS HIST-ARC-REC.
           01  HIST-ARC-REC        PIC X(50).

       FD  HIST-TMP-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS HIST-TMP-REC.
           01  HIST-TMP-REC        PIC X(50).

       FD  YTD-FILE
           LABEL RECORD IS OMITTED
               05  YTD-SUBTOTAL            PIC 9999999V99.
               05  YTD-TOT-UTIL            PIC 9999999V99.
               05  YTD-TOT-RENT            PIC 9999999V99.
               05  YTD-ADJ-DC              PIC X.

       FD  YTD-ARC-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS YTD-ARC-REC.
           01  YTD-ARC-REC         PIC X(52).

       FD  YTD-TMP-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS YTD-TMP-REC.
           01  YTD-TMP-REC         PIC X(52).

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

       FD  APINV-ARC-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS APINV-ARC-REC.
           01  APINV-ARC-REC       PIC X(63).

       FD  APINV-TMP-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS APINV-TMP-REC.
           01  APINV-TMP-REC       PIC X(63).

       FD  RUNLOG-FILE
           LABEL RECORD IS OMITTED
           LINAGE IS 60 WITH FOOTING AT 56.
           01  PRTLINE             PIC X(132).

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
           05  CTL-STATUS          PIC X       VALUE SPACE.
           05  C-PCTR              PIC S99     VALUE ZERO.
           05  PURGE-STATUS        PIC XX      VALUE '00'.
           05  ARC-STATUS          PIC XX      VALUE '00'.
           05  APINV-STATUS        PIC XX      VALUE '00'.
           05  SW-ARC-EXISTS       PIC X       VALUE 'N'.
               88 ARC-EXISTS           VALUE 'Y'.
           05  SW-ARC-OPEN         PIC X       VALUE 'N'.
               88 RUN-REFUSED          VALUE 'Y'.
           05  SW-VERIFY-FAIL      PIC X       VALUE 'N'.
               88 VERIFY-FAILED        VALUE 'Y'.
           05  SW-RLOG-HELD        PIC X       VALUE 'N'.
               88 RLOG-HELD            VALUE 'Y'.
           05  HIST-ARC-NAME       PIC X(40)   VALUE SPACES.
           05  YTD-ARC-NAME        PIC X(40)   VALUE SPACES.
           05  RLOG-ARC-NAME       PIC X(40)   VALUE SPACES.
           05  APINV-ARC-NAME      PIC X(40)   VALUE SPACES.
           05  MOVED-CTR           PIC S9(7)   VALUE ZERO.
           05  KEPT-CTR            PIC S9(7)   VALUE ZERO.
           05  VER-CTR             PIC S9(7)   VALUE ZERO.
           IF NOT RUN-REFUSED
               PERFORM L2-PURGE-HIST
               PERFORM L2-PURGE-YTD
               PERFORM L2-PURGE-APINV
               PERFORM L2-PURGE-RUNLOG
               PERFORM L2-PRINT-TOTALS
           END-IF.

       L2-INIT.
           MOVE FUNCTION CURRENT-DATE      TO CURRENT-DATE-AND-TIME.
           PERFORM L2-LOAD-BUS-DATE.
           MOVE CURRENT-DAY                TO H1-DAY.
           MOVE CURRENT-MONTH              TO H1-MONTH.
           MOVE CURRENT-YEAR               TO H1-YEAR.
               PERFORM L3-BUILD-ARC-NAMES
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
                   MOVE BD-STATUS      TO CTL-STATUS
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

       L3-READ-PURGE-CARD.
           OPEN INPUT PURGE-FILE.
           IF PURGE-STATUS NOT = '00'
           STRING 'C:\Cobol\CBLRLOG.' DELIMITED BY SIZE
               PURGE-YEAR DELIMITED BY SIZE
               INTO RLOG-ARC-NAME.
           MOVE SPACES TO APINV-ARC-NAME.
           STRING 'C:\Cobol\CBLAPINV.' DELIMITED BY SIZE
               PURGE-YEAR DELIMITED BY SIZE
               INTO APINV-ARC-NAME.

       L2-PURGE-HIST.
           MOVE ZERO TO MOVED-CTR.
               END-IF
               WRITE HIST-ARC-REC FROM HIST-REC
               ADD 1 TO MOVED-CTR
               IF HST-ADJ-DC = 'C'
                   SUBTRACT HST-RENT-DUE FROM MOVED-DOLLARS
               ELSE
                   ADD HST-RENT-DUE TO MOVED-DOLLARS
               END-IF
           ELSE
               WRITE HIST-TMP-REC FROM HIST-REC
               ADD 1 TO KEPT-CTR
               END-IF
               WRITE YTD-ARC-REC FROM YTD-REC
               ADD 1 TO MOVED-CTR
               IF YTD-ADJ-DC = 'C'
                   SUBTRACT YTD-TOT-RENT FROM MOVED-DOLLARS
               ELSE
                   ADD YTD-TOT-RENT TO MOVED-DOLLARS
               END-IF
           ELSE
               WRITE YTD-TMP-REC FROM YTD-REC
               ADD 1 TO KEPT-CTR
           WRITE YTD-REC FROM YTD-TMP-REC.
           PERFORM L4-YTD-TMP-READ.

       L2-PURGE-APINV.
           MOVE ZERO TO MOVED-CTR.
           MOVE ZERO TO KEPT-CTR.
           MOVE ZERO TO VER-CTR.
           MOVE ZERO TO MOVED-DOLLARS.
           MOVE 'CBLAPINV' TO D20-FILE.
           MOVE 'N' TO SW-ARC-EXISTS.
           MOVE 'N' TO SW-ARC-OPEN.
           PERFORM L3-APINV-ARC-CHECK.
           IF ARC-EXISTS
               MOVE 'Y' TO SW-VERIFY-FAIL
               MOVE 'ARCHIVE FOR YEAR EXISTS - REFUSED'
                   TO D20-RESULT
           ELSE
               OPEN INPUT APINV-FILE
               IF APINV-STATUS NOT = '00'
                   MOVE 'NO INVOICE FILE - NOT PURGED'
                       TO D20-RESULT
               ELSE
                   PERFORM L3-APINV-PURGE
               END-IF
           END-IF.
           PERFORM L3-PRINT-REGISTER.

       L3-APINV-PURGE.
           OPEN OUTPUT APINV-TMP-FILE.
           PERFORM L3-APINV-READ.
           PERFORM L3-APINV-SPLIT UNTIL EOF = 'T'.
           CLOSE APINV-FILE.
           CLOSE APINV-TMP-FILE.
           IF ARC-OPEN
               CLOSE APINV-ARC-FILE
           END-IF.
           MOVE 'F' TO EOF.
           IF MOVED-CTR = 0
               MOVE 'NO PAID INVOICES FOR YEAR'
                   TO D20-RESULT
           ELSE
               PERFORM L3-APINV-VERIFY
               IF MOVED-CTR = VER-CTR
                   PERFORM L3-APINV-REPLACE
                   MOVE 'ARCHIVED AND PURGED' TO D20-RESULT
                   ADD MOVED-CTR TO TOT-MOVED
                   ADD MOVED-DOLLARS TO TOT-DOLLARS
               ELSE
                   MOVE 'Y' TO SW-VERIFY-FAIL
                   MOVE 'ARCHIVE VERIFY FAILED - NOT PURGED'
                       TO D20-RESULT
               END-IF
           END-IF.

       L3-APINV-ARC-CHECK.
           OPEN INPUT APINV-ARC-FILE.
           IF ARC-STATUS = '00'
               MOVE 'Y' TO SW-ARC-EXISTS
               CLOSE APINV-ARC-FILE
           END-IF.

       L3-APINV-READ.
           READ APINV-FILE
               AT END
                   MOVE 'T' TO EOF.

       L3-APINV-SPLIT.
           IF AP-STATUS = 'P' AND AP-PAID-DATE (1:4) = PURGE-YEAR
               IF NOT ARC-OPEN
                   OPEN OUTPUT APINV-ARC-FILE
                   MOVE 'Y' TO SW-ARC-OPEN
               END-IF
               WRITE APINV-ARC-REC FROM APINV-REC
               ADD 1 TO MOVED-CTR
               ADD AP-AMOUNT TO MOVED-DOLLARS
           ELSE
               WRITE APINV-TMP-REC FROM APINV-REC
               ADD 1 TO KEPT-CTR
           END-IF.
           PERFORM L3-APINV-READ.

       L3-APINV-VERIFY.
           OPEN INPUT APINV-ARC-FILE.
           PERFORM L4-APINV-VER-READ.
           PERFORM L4-APINV-VER-COUNT UNTIL EOF = 'T'.
           CLOSE APINV-ARC-FILE.
           MOVE 'F' TO EOF.

       L4-APINV-VER-READ.
           READ APINV-ARC-FILE
               AT END
                   MOVE 'T' TO EOF.

       L4-APINV-VER-COUNT.
           ADD 1 TO VER-CTR.
           PERFORM L4-APINV-VER-READ.

       L3-APINV-REPLACE.
           OPEN INPUT APINV-TMP-FILE.
           OPEN OUTPUT APINV-FILE.
           PERFORM L4-APINV-TMP-READ.
           PERFORM L4-APINV-TMP-COPY UNTIL EOF = 'T'.
           CLOSE APINV-TMP-FILE.
           CLOSE APINV-FILE.
           MOVE 'F' TO EOF.

       L4-APINV-TMP-READ.
           READ APINV-TMP-FILE
               AT END
                   MOVE 'T' TO EOF.

       L4-APINV-TMP-COPY.
           WRITE APINV-REC FROM APINV-TMP-REC.
           PERFORM L4-APINV-TMP-READ.

       L2-PURGE-RUNLOG.
           MOVE ZERO TO MOVED-CTR.
           MOVE ZERO TO KEPT-CTR.
               MOVE 'ARCHIVE FOR YEAR EXISTS - REFUSED'
                   TO D20-RESULT
           ELSE
               IF CTL-STATUS = 'R'
                   MOVE 'Y' TO SW-RLOG-HELD
                   MOVE 'PERIOD IN REPROCESS - NOT PURGED'
                       TO D20-RESULT
               ELSE
                   PERFORM L3-RLOG-PURGE
               END-IF
           END-IF.
           PERFORM L3-PRINT-REGISTER.

       L3-RLOG-PURGE.
           OPEN INPUT RUNLOG-FILE.
           OPEN OUTPUT RLOG-TMP-FILE.
           PERFORM L3-RLOG-READ.
           PERFORM L3-RLOG-SPLIT UNTIL EOF = 'T'.
           CLOSE RUNLOG-FILE.
           CLOSE RLOG-TMP-FILE.
           IF ARC-OPEN
               CLOSE RLOG-ARC-FILE
           END-IF.
           MOVE 'F' TO EOF.
           IF MOVED-CTR = 0
               MOVE 'NO RECORDS FOR YEAR - NOT PURGED'
                   TO D20-RESULT
           ELSE
               PERFORM L3-RLOG-VERIFY
               IF MOVED-CTR = VER-CTR
                   PERFORM L3-RLOG-REPLACE
                   MOVE 'ARCHIVED AND PURGED' TO D20-RESULT
                   ADD MOVED-CTR TO TOT-MOVED
                   ADD MOVED-DOLLARS TO TOT-DOLLARS
               ELSE
                   MOVE 'Y' TO SW-VERIFY-FAIL
                   MOVE 'ARCHIVE VERIFY FAILED - NOT PURGED'
                       TO D20-RESULT
               END-IF
           END-IF.

       L3-RLOG-ARC-CHECK.
           OPEN INPUT RLOG-ARC-FILE.
           IF ARC-STATUS = '00'
           MOVE 'START'    TO RL-TYPE.
           MOVE CURRENT-DATE-AND-TIME (1:8) TO RL-DATE.
           MOVE CURRENT-TIME (1:6)          TO RL-TIME.
           MOVE 'RHIST YTD RUNLOG APINV ARCHIVE' TO RL-FILES.
           MOVE ZERO TO RL-READ.
           MOVE ZERO TO RL-WRITTEN.
           MOVE ZERO TO RL-DOLLARS.
           MOVE 'CBLJPT29' TO RL-PROGRAM.
           MOVE 'END'      TO RL-TYPE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE BUS-DATE TO CURRENT-DATE-AND-TIME (1:8).
           MOVE CURRENT-DATE-AND-TIME (1:8) TO RL-DATE.
           MOVE CURRENT-TIME (1:6)          TO RL-TIME.
           MOVE 'RHIST YTD RUNLOG APINV ARCHIVE' TO RL-FILES.
           MOVE ZERO TO RL-READ.
           MOVE TOT-MOVED TO RL-WRITTEN.
           IF TOT-DOLLARS < ZERO
           IF RUN-REFUSED OR VERIFY-FAILED
               MOVE 'A' TO RL-FLAG
           ELSE
               IF RLOG-HELD
                   MOVE 'W' TO RL-FLAG
               ELSE
                   MOVE 'N' TO RL-FLAG
               END-IF
           END-IF.
           WRITE RUNLOG-REC.
           CLOSE RUNLOG-FILE.
