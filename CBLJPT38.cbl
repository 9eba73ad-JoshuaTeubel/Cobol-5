       identification division.
       program-id. CBLJPT38.
       AUTHOR.     Joshua Teubel.
       DATE-WRITTEN. 10/15/2026.
       environment division.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-FILE
               ASSIGN TO 'C:\Cobol\CBLVMNT.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS TRANS-STATUS.
           SELECT VENDOR-FILE
               ASSIGN TO 'C:\Cobol\CBLVENDR.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS VENDR-STATUS.
           SELECT PRTOUT
               ASSIGN TO 'C:\Cobol\CBLVMNT.PRT'
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

       FD  TRANS-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS TRANS-REC.
           01  TRANS-REC.
               05  TV-CODE                 PIC X.
               05  TV-VENDOR-NO            PIC 9(5).
               05  TV-NAME                 PIC X(25).
               05  TV-ADDRESS              PIC X(25).
               05  TV-CITY                 PIC X(15).
               05  TV-STATE                PIC XX.
               05  TV-ZIP                  PIC X(5).
               05  TV-TAX-ID               PIC X(9).
               05  TV-1099-FLAG            PIC X.
               05  TV-ACTIVE-FLAG          PIC X.

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
           05  TRANS-STATUS        PIC XX      VALUE '00'.
           05  VENDR-STATUS        PIC XX      VALUE '00'.
           05  C-PCTR              PIC S99     VALUE ZERO.
           05  FOUND-IDX           PIC 999     VALUE ZERO.
           05  SW-FOUND            PIC X       VALUE 'N'.
               88 FOUND-YES            VALUE 'Y'.
           05  SW-BAD-TRANS        PIC X       VALUE 'N'.
               88 BAD-TRANS            VALUE 'Y'.
           05  SW-MASTER-OVERFLOW  PIC X       VALUE 'N'.
               88 MASTER-OVERFLOW      VALUE 'Y'.
           05  SW-TRN-OPEN         PIC X       VALUE 'N'.
               88 TRN-OPEN             VALUE 'Y'.
           05  ERR-REASON          PIC X(34)   VALUE SPACES.
           05  ADD-CTR             PIC S999    VALUE ZERO.
           05  CHG-CTR             PIC S999    VALUE ZERO.
           05  DEA-CTR             PIC S999    VALUE ZERO.
           05  ERR-CTR             PIC S999    VALUE ZERO.
           05  RL-READ-CTR         PIC 9(5)    VALUE ZERO.
           05  RL-WRITE-CTR        PIC 9(5)    VALUE ZERO.

       01 VENDOR-TABLE.
           05 V-CTR                PIC S999    VALUE ZERO.
           05 VENDOR-ENTRY OCCURS 300 TIMES INDEXED BY V-IDX.
               10 VN-VENDOR-NO      PIC 9(5).
               10 VN-NAME           PIC X(25).
               10 VN-ADDRESS        PIC X(25).
               10 VN-CITY           PIC X(15).
               10 VN-STATE          PIC XX.
               10 VN-ZIP            PIC X(5).
               10 VN-TAX-ID         PIC X(9).
               10 VN-1099-FLAG      PIC X.
               10 VN-ACTIVE         PIC X.

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
           05 FILLER               PIC X(8)    VALUE 'COBJPT38'.
           05 FILLER               PIC X(38)   VALUE SPACES.
           05 FILLER               PIC X(38)   VALUE
               'VENDOR MAINT ERROR LIST - TEUBEL S '.
           05 FILLER               PIC X(48)   VALUE SPACES.

       01 FILL-LINE.
           05 FILLER               PIC X(132)  VALUE SPACES.

       01 COL-HEAD1.
           05 FILLER               PIC X(4)    VALUE 'TR  '.
           05 FILLER               PIC X(8)    VALUE 'VENDOR  '.
           05 FILLER               PIC X(27)   VALUE 'NAME'.
           05 FILLER               PIC X(30)   VALUE 'REASON REJECTED'.

       01 DETAIL-LINE30.
           05 D30-CODE              PIC X.
           05 FILLER                PIC X(3)    VALUE SPACES.
           05 D30-VENDOR            PIC 9(5).
           05 FILLER                PIC X(3)    VALUE SPACES.
           05 D30-NAME              PIC X(25).
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 D30-REASON            PIC X(34).

       01 SUMMARY-LINE.
           05 FILLER                PIC X(16)   VALUE 'VNDRS ADDED:   '.
           05 SUM-ADD                PIC ZZ9.
           05 FILLER                PIC X(5)    VALUE SPACES.
           05 FILLER                PIC X(16)   VALUE 'VNDRS CHGD:    '.
           05 SUM-CHG                PIC ZZ9.
           05 FILLER                PIC X(5)    VALUE SPACES.
           05 FILLER                PIC X(16)   VALUE 'VNDRS DEACTVTD:'.
           05 SUM-DEA                PIC ZZ9.
           05 FILLER                PIC X(5)    VALUE SPACES.
           05 FILLER                PIC X(16)   VALUE 'VNDRS REJECTD: '.
           05 SUM-ERR                PIC ZZ9.

       01 ABORT-LINE.
           05 FILLER                PIC X(20)   VALUE SPACES.
           05 FILLER                PIC X(52)   VALUE
               '** VENDOR TABLE FULL - CBLVENDR.DAT NOT REWRITTEN **'.
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
           OPEN OUTPUT PRTOUT.
           PERFORM L4-HEADINGS.
           PERFORM L4-LOG-START.
           IF MASTER-OVERFLOW
               MOVE 'T' TO EOF
           ELSE
               OPEN INPUT TRANS-FILE
               IF TRANS-STATUS = '00'
                   MOVE 'Y' TO SW-TRN-OPEN
                   PERFORM L3-READ-TRANS
               ELSE
                   MOVE 'T' TO EOF
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

       L2-LOAD-VENDORS.
           OPEN INPUT VENDOR-FILE.
           IF VENDR-STATUS = '00'
               PERFORM L3-READ-VENDOR
               PERFORM L3-STORE-VENDOR UNTIL EOF = 'T'
               CLOSE VENDOR-FILE
           END-IF.
           MOVE 'F' TO EOF.

       L3-READ-VENDOR.
           READ VENDOR-FILE
               AT END
                   MOVE 'T' TO EOF.

       L3-STORE-VENDOR.
           IF V-CTR < 300
               ADD 1 TO V-CTR
               SET V-IDX TO V-CTR
               MOVE VM-VENDOR-NO    TO VN-VENDOR-NO (V-IDX)
               MOVE VM-NAME         TO VN-NAME (V-IDX)
               MOVE VM-ADDRESS      TO VN-ADDRESS (V-IDX)
               MOVE VM-CITY         TO VN-CITY (V-IDX)
               MOVE VM-STATE        TO VN-STATE (V-IDX)
               MOVE VM-ZIP          TO VN-ZIP (V-IDX)
               MOVE VM-TAX-ID       TO VN-TAX-ID (V-IDX)
               MOVE VM-1099-FLAG    TO VN-1099-FLAG (V-IDX)
               MOVE VM-ACTIVE-FLAG  TO VN-ACTIVE (V-IDX)
           ELSE
               MOVE 'Y' TO SW-MASTER-OVERFLOW
           END-IF.
           PERFORM L3-READ-VENDOR.

       L2-MAINLINE.
           PERFORM L3-PROCESS-TRANS.
           PERFORM L3-READ-TRANS.

       L2-CLOSING.
           IF TRN-OPEN
               CLOSE TRANS-FILE
           END-IF.
           IF MASTER-OVERFLOW
               WRITE PRTLINE FROM ABORT-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               OPEN OUTPUT VENDOR-FILE
               PERFORM L3-REWRITE-VENDOR
                   VARYING V-IDX FROM 1 BY 1
                   UNTIL V-IDX > V-CTR
               CLOSE VENDOR-FILE
               PERFORM L4-PRINT-SUMMARY
           END-IF.
           CLOSE PRTOUT.
           PERFORM L4-LOG-END.

       L3-READ-TRANS.
           READ TRANS-FILE
               AT END
                   MOVE 'T' TO EOF
               NOT AT END
                   ADD 1 TO RL-READ-CTR
           END-READ.

       L3-PROCESS-TRANS.
           MOVE 'N' TO SW-BAD-TRANS.
           MOVE SPACES TO ERR-REASON.
           PERFORM L3-VALIDATE-TRANS.
           IF BAD-TRANS
               ADD 1 TO ERR-CTR
               PERFORM L3-LOG-ERROR
           ELSE
               PERFORM L3-FIND-VENDOR
               EVALUATE TV-CODE
                   WHEN 'A'
                       PERFORM L3-APPLY-ADD
                   WHEN 'C'
                       PERFORM L3-APPLY-CHANGE
                   WHEN 'D'
                       PERFORM L3-APPLY-DEACTIVATE
               END-EVALUATE
           END-IF.

       L3-VALIDATE-TRANS.
           IF TV-CODE NOT = 'A' AND TV-CODE NOT = 'C'
                   AND TV-CODE NOT = 'D'
               MOVE 'Y' TO SW-BAD-TRANS
               MOVE 'INVALID TRANSACTION CODE' TO ERR-REASON
           END-IF.
           IF NOT BAD-TRANS
               IF TV-VENDOR-NO NOT NUMERIC
                   MOVE 'Y' TO SW-BAD-TRANS
                   MOVE 'NON-NUMERIC VENDOR NUMBER' TO ERR-REASON
               ELSE
                   IF TV-VENDOR-NO = ZERO
                       MOVE 'Y' TO SW-BAD-TRANS
                       MOVE 'VENDOR NUMBER MISSING' TO ERR-REASON
                   END-IF
               END-IF
           END-IF.
           IF NOT BAD-TRANS AND TV-CODE NOT = 'D'
               IF TV-NAME = SPACES
                   MOVE 'Y' TO SW-BAD-TRANS
                   MOVE 'VENDOR NAME MISSING' TO ERR-REASON
               END-IF
           END-IF.
           IF NOT BAD-TRANS AND TV-CODE NOT = 'D'
               IF TV-1099-FLAG NOT = 'Y' AND TV-1099-FLAG NOT = 'N'
                   MOVE 'Y' TO SW-BAD-TRANS
                   MOVE '1099 FLAG MUST BE Y OR N' TO ERR-REASON
               END-IF
           END-IF.
           IF NOT BAD-TRANS AND TV-CODE NOT = 'D'
               IF TV-1099-FLAG = 'Y' AND TV-TAX-ID NOT NUMERIC
                   MOVE 'Y' TO SW-BAD-TRANS
                   MOVE 'TAX ID MUST BE 9 DIGITS FOR 1099'
                       TO ERR-REASON
               END-IF
           END-IF.
           IF NOT BAD-TRANS AND TV-CODE = 'C'
               IF TV-ACTIVE-FLAG NOT = 'A' AND TV-ACTIVE-FLAG NOT = 'I'
                   MOVE 'Y' TO SW-BAD-TRANS
                   MOVE 'ACTIVE FLAG MUST BE A OR I' TO ERR-REASON
               END-IF
           END-IF.

       L3-FIND-VENDOR.
           MOVE 'N' TO SW-FOUND.
           MOVE ZERO TO FOUND-IDX.
           PERFORM L4-SEARCH-STEP
               VARYING V-IDX FROM 1 BY 1
               UNTIL V-IDX > V-CTR OR FOUND-YES.
           IF FOUND-YES
               SET V-IDX TO FOUND-IDX
           END-IF.

       L4-SEARCH-STEP.
           IF VN-VENDOR-NO (V-IDX) = TV-VENDOR-NO
               MOVE 'Y' TO SW-FOUND
               SET FOUND-IDX TO V-IDX
           END-IF.

       L3-APPLY-ADD.
           IF FOUND-YES
               ADD 1 TO ERR-CTR
               MOVE 'DUPLICATE VENDOR NUMBER' TO ERR-REASON
               PERFORM L3-LOG-ERROR
           ELSE
               IF V-CTR < 300
                   ADD 1 TO V-CTR
                   SET V-IDX TO V-CTR
                   MOVE TV-VENDOR-NO TO VN-VENDOR-NO (V-IDX)
                   PERFORM L4-MOVE-TRANS-TO-TABLE
                   MOVE 'A'          TO VN-ACTIVE (V-IDX)
                   ADD 1 TO ADD-CTR
               ELSE
                   ADD 1 TO ERR-CTR
                   MOVE 'VENDOR TABLE FULL' TO ERR-REASON
                   PERFORM L3-LOG-ERROR
               END-IF
           END-IF.

       L3-APPLY-CHANGE.
           IF FOUND-YES
               PERFORM L4-MOVE-TRANS-TO-TABLE
               MOVE TV-ACTIVE-FLAG TO VN-ACTIVE (V-IDX)
               ADD 1 TO CHG-CTR
           ELSE
               ADD 1 TO ERR-CTR
               MOVE 'VENDOR NOT FOUND FOR CHANGE' TO ERR-REASON
               PERFORM L3-LOG-ERROR
           END-IF.

       L3-APPLY-DEACTIVATE.
           IF FOUND-YES
               MOVE 'I' TO VN-ACTIVE (V-IDX)
               ADD 1 TO DEA-CTR
           ELSE
               ADD 1 TO ERR-CTR
               MOVE 'VENDOR NOT FOUND FOR DEACT' TO ERR-REASON
               PERFORM L3-LOG-ERROR
           END-IF.

       L4-MOVE-TRANS-TO-TABLE.
           MOVE TV-NAME      TO VN-NAME (V-IDX).
           MOVE TV-ADDRESS   TO VN-ADDRESS (V-IDX).
           MOVE TV-CITY      TO VN-CITY (V-IDX).
           MOVE TV-STATE     TO VN-STATE (V-IDX).
           MOVE TV-ZIP       TO VN-ZIP (V-IDX).
           MOVE TV-TAX-ID    TO VN-TAX-ID (V-IDX).
           MOVE TV-1099-FLAG TO VN-1099-FLAG (V-IDX).

       L3-LOG-ERROR.
           MOVE TV-CODE            TO D30-CODE.
           MOVE TV-VENDOR-NO       TO D30-VENDOR.
           MOVE TV-NAME            TO D30-NAME.
           MOVE ERR-REASON         TO D30-REASON.
           WRITE PRTLINE FROM DETAIL-LINE30
               AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                   PERFORM L4-HEADINGS
           END-WRITE.

       L3-REWRITE-VENDOR.
           MOVE VN-VENDOR-NO (V-IDX) TO VM-VENDOR-NO.
           MOVE VN-NAME (V-IDX)      TO VM-NAME.
           MOVE VN-ADDRESS (V-IDX)   TO VM-ADDRESS.
           MOVE VN-CITY (V-IDX)      TO VM-CITY.
           MOVE VN-STATE (V-IDX)     TO VM-STATE.
           MOVE VN-ZIP (V-IDX)       TO VM-ZIP.
           MOVE VN-TAX-ID (V-IDX)    TO VM-TAX-ID.
           MOVE VN-1099-FLAG (V-IDX) TO VM-1099-FLAG.
           MOVE VN-ACTIVE (V-IDX)    TO VM-ACTIVE-FLAG.
           WRITE VENDOR-REC.
           ADD 1 TO RL-WRITE-CTR.

       L4-PRINT-SUMMARY.
           MOVE ADD-CTR TO SUM-ADD.
           MOVE CHG-CTR TO SUM-CHG.
           MOVE DEA-CTR TO SUM-DEA.
           MOVE ERR-CTR TO SUM-ERR.
           WRITE PRTLINE FROM SUMMARY-LINE
               AFTER ADVANCING 2 LINES.

       L4-LOG-START.
           OPEN EXTEND RUNLOG-FILE.
           MOVE 'CBLJPT38' TO RL-PROGRAM.
           MOVE 'START'    TO RL-TYPE.
           MOVE CURRENT-DATE-AND-TIME (1:8) TO RL-DATE.
           MOVE CURRENT-TIME (1:6)          TO RL-TIME.
           MOVE 'CBLVMNT CBLVENDR PRT' TO RL-FILES.
           MOVE ZERO TO RL-READ.
           MOVE ZERO TO RL-WRITTEN.
           MOVE ZERO TO RL-DOLLARS.
           MOVE 'N'  TO RL-FLAG.
           WRITE RUNLOG-REC.
           CLOSE RUNLOG-FILE.

       L4-LOG-END.
           OPEN EXTEND RUNLOG-FILE.
           MOVE 'CBLJPT38' TO RL-PROGRAM.
           MOVE 'END'      TO RL-TYPE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE BUS-DATE TO CURRENT-DATE-AND-TIME (1:8).
           MOVE CURRENT-DATE-AND-TIME (1:8) TO RL-DATE.
           MOVE CURRENT-TIME (1:6)          TO RL-TIME.
           MOVE 'CBLVMNT CBLVENDR PRT' TO RL-FILES.
           MOVE RL-READ-CTR  TO RL-READ.
           MOVE RL-WRITE-CTR TO RL-WRITTEN.
           MOVE ZERO TO RL-DOLLARS.
           IF MASTER-OVERFLOW
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
       end program CBLJPT38.
