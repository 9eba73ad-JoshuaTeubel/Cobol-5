       identification division.
       program-id. CBLJPT36.
       AUTHOR.     Joshua Teubel.
       DATE-WRITTEN. 10/15/2026.
       environment division.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNPRQ-FILE
               ASSIGN TO 'C:\Cobol\CBLSNPRQ.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SNPRQ-STATUS.
           SELECT SNAP-FILE
               ASSIGN TO 'C:\Cobol\CBLSNAP.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SNAP-STATUS.
           SELECT SNAP-TMP-FILE
               ASSIGN TO 'C:\Cobol\CBLSNAP.TMP'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GEN-FILE
               ASSIGN TO DYNAMIC GEN-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS GEN-STATUS.
           SELECT BAL-FILE
               ASSIGN TO 'C:\Cobol\CBLBAL.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS BAL-STATUS.
           SELECT DJ-FILE
               ASSIGN TO 'C:\Cobol\CBLDEPJ.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS DJ-STATUS.
           SELECT LEDGER-FILE
               ASSIGN TO 'C:\Cobol\CBLLEDGR.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS LEDGER-STATUS.
           SELECT WKORD-FILE
               ASSIGN TO 'C:\Cobol\CBLWKORD.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WKORD-STATUS.
           SELECT BLDG-FILE
               ASSIGN TO 'C:\Cobol\CBLBLDG.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS BLDG-STATUS.
           SELECT NTV-FILE
               ASSIGN TO 'C:\Cobol\CBLNTV.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS NTV-STATUS.
           SELECT DEPLG-FILE
               ASSIGN TO 'C:\Cobol\CBLDEPLG.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS DEPLG-STATUS.
           SELECT ADJ-FILE
               ASSIGN TO 'C:\Cobol\CBLADJ.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ADJ-STATUS.
           SELECT YTD-FILE
               ASSIGN TO 'C:\Cobol\CBLRENT-YTD.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS YTD-STATUS.
           SELECT HIST-FILE
               ASSIGN TO 'C:\Cobol\CBLRHIST.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS HIST-STATUS.
           SELECT TENLS-FILE
               ASSIGN TO 'C:\Cobol\CBLTENLS.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS TENLS-STATUS.
           SELECT RENEW-FILE
               ASSIGN TO 'C:\Cobol\CBLRENEW.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS RENEW-STATUS.
           SELECT MASTER-FILE
               ASSIGN TO 'C:\Cobol\MONBILLS.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS I-BLD-UNIT-KEY
                   FILE STATUS IS MASTER-STATUS.
           SELECT PRTOUT
               ASSIGN TO 'C:\Cobol\CBLSNAP.PRT'
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

       FD  SNPRQ-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS SNPRQ-REC.
           01  SNPRQ-REC.
               05  SR-STEP                 PIC X(8).
               05  SR-KEEP                 PIC 99.

       FD  SNAP-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS SNAP-REC.
           01  SNAP-REC.
               05  SN-SNAP-ID              PIC 9(6).
               05  SN-STEP                 PIC X(8).
               05  SN-DATE                 PIC 9(8).
               05  SN-TIME                 PIC X(6).
               05  SN-GEN-NAME             PIC X(40).

       FD  SNAP-TMP-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS SNAP-TMP-REC.
           01  SNAP-TMP-REC                PIC X(68).

       FD  GEN-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS GEN-REC.
           01  GEN-REC                     PIC X(137).

       FD  BAL-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS BAL-LINE.
           01  BAL-LINE                    PIC X(100).

       FD  DJ-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS DJ-LINE.
           01  DJ-LINE                     PIC X(100).

       FD  LEDGER-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS LEDGER-LINE.
           01  LEDGER-LINE                 PIC X(100).

       FD  WKORD-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS WO-LINE.
           01  WO-LINE                     PIC X(100).

       FD  BLDG-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS BLDG-LINE.
           01  BLDG-LINE                   PIC X(100).

       FD  NTV-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS NTV-LINE.
           01  NTV-LINE                    PIC X(100).

       FD  DEPLG-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS DEPLG-LINE.
           01  DEPLG-LINE                  PIC X(100).

       FD  ADJ-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS ADJ-LINE.
           01  ADJ-LINE                    PIC X(100).

       FD  YTD-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS YTD-LINE.
           01  YTD-LINE                    PIC X(100).

       FD  HIST-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS HIST-LINE.
           01  HIST-LINE                   PIC X(100).

       FD  TENLS-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS TENLS-LINE.
           01  TENLS-LINE                  PIC X(100).

       FD  RENEW-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS RENEW-LINE.
           01  RENEW-LINE                  PIC X(100).

       FD  MASTER-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RENTAL-REC
           RECORD CONTAINS 29 CHARACTERS.
           01  RENTAL-REC.
               05  I-BLD-UNIT-KEY.
                   10  I-BLD-CODE          PIC XX.
                   10  I-UNIT              PIC 99.
               05  FILLER                  PIC X(25).

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
           05  SNPRQ-STATUS        PIC XX      VALUE '00'.
           05  SNAP-STATUS         PIC XX      VALUE '00'.
           05  BAL-STATUS          PIC XX      VALUE '00'.
           05  DJ-STATUS           PIC XX      VALUE '00'.
           05  LEDGER-STATUS       PIC XX      VALUE '00'.
           05  WKORD-STATUS        PIC XX      VALUE '00'.
           05  BLDG-STATUS         PIC XX      VALUE '00'.
           05  NTV-STATUS          PIC XX      VALUE '00'.
           05  DEPLG-STATUS        PIC XX      VALUE '00'.
           05  ADJ-STATUS          PIC XX      VALUE '00'.
           05  YTD-STATUS          PIC XX      VALUE '00'.
           05  HIST-STATUS         PIC XX      VALUE '00'.
           05  TENLS-STATUS        PIC XX      VALUE '00'.
           05  RENEW-STATUS        PIC XX      VALUE '00'.
           05  MASTER-STATUS       PIC XX      VALUE '00'.
           05  GEN-STATUS          PIC XX      VALUE '00'.
           05  C-PCTR              PIC S99     VALUE ZERO.
           05  LIB-EOF             PIC X       VALUE 'F'.
           05  COPY-EOF            PIC X       VALUE 'F'.
           05  SW-RQ-OPEN          PIC X       VALUE 'N'.
               88 RQ-OPEN-YES          VALUE 'Y'.
           05  SW-VALID            PIC X       VALUE 'Y'.
               88 VALID-YES            VALUE 'Y'.
           05  FL-BAL              PIC X       VALUE 'N'.
           05  FL-DJ               PIC X       VALUE 'N'.
           05  FL-LEDGER           PIC X       VALUE 'N'.
           05  FL-WKORD            PIC X       VALUE 'N'.
           05  FL-BLDG             PIC X       VALUE 'N'.
           05  FL-MASTER           PIC X       VALUE 'N'.
           05  FL-NTV              PIC X       VALUE 'N'.
           05  FL-DEPLG            PIC X       VALUE 'N'.
           05  FL-ADJ              PIC X       VALUE 'N'.
           05  FL-YTD              PIC X       VALUE 'N'.
           05  FL-HIST             PIC X       VALUE 'N'.
           05  FL-TENLS            PIC X       VALUE 'N'.
           05  FL-RENEW            PIC X       VALUE 'N'.
           05  KEEP-GENS           PIC 99      VALUE ZERO.
           05  MAX-SNAP-ID         PIC 9(6)    VALUE ZERO.
           05  NEW-SNAP-ID         PIC 9(6)    VALUE ZERO.
           05  DROP-ID             PIC 9(6)    VALUE ZERO.
           05  DROP-GENS           PIC S9(4)   VALUE ZERO.
           05  KEPT-GENS           PIC S9(4)   VALUE ZERO.
           05  SNAP-FILE-ID        PIC X(8)    VALUE SPACES.
           05  GEN-NAME            PIC X(40)   VALUE SPACES.
           05  SNAP-CNT            PIC 9(7)    VALUE ZERO.
           05  STEP-CNT            PIC 9(7)    VALUE ZERO.
           05  SNAP-NOTE           PIC X(30)   VALUE SPACES.
           05  SNAP-TOT            PIC 9(7)    VALUE ZERO.
           05  STEP-SNAP-CTR       PIC S9(4)   VALUE ZERO.
           05  REJECT-CTR          PIC S9(4)   VALUE ZERO.
           05  RL-READ-CTR         PIC 9(5)    VALUE ZERO.
           05  RL-WRITE-CTR        PIC 9(5)    VALUE ZERO.

       01 SNAP-WORK.
           05 SK-SNAP-ID           PIC 9(6).
           05 SK-STEP              PIC X(8).
           05 SK-FILE-ID           PIC X(8).
           05 SK-REC-TYPE          PIC X.
           05 SK-DATE              PIC 9(8).
           05 SK-TIME              PIC X(6).
           05 SK-DATA              PIC X(100).

       01 GEN-TABLE.
           05 GN-CTR               PIC S9(4)   VALUE ZERO.
           05 GN-ENTRY OCCURS 99 TIMES INDEXED BY GN-IDX.
               10 GN-SNAP-ID       PIC 9(6).

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
           05 FILLER               PIC X(8)    VALUE 'COBJPT36'.
           05 FILLER               PIC X(38)   VALUE SPACES.
           05 FILLER               PIC X(38)   VALUE
               'PRE-STEP FILE SNAPSHOT - TEUBEL S '.
           05 FILLER               PIC X(48)   VALUE SPACES.

       01 FILL-LINE.
           05 FILLER               PIC X(132)  VALUE SPACES.

       01 COL-HEAD1.
           05 FILLER               PIC X(10)   VALUE 'STEP      '.
           05 FILLER               PIC X(10)   VALUE 'SNAPSHOT  '.
           05 FILLER               PIC X(13)   VALUE 'SNAP DATE    '.
           05 FILLER               PIC X(7)    VALUE 'TIME   '.
           05 FILLER               PIC X(10)   VALUE 'FILE      '.
           05 FILLER               PIC X(12)   VALUE '     RECORDS'.
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 FILLER               PIC X(30)   VALUE 'NOTE'.
           05 FILLER               PIC X(37)   VALUE SPACES.

       01 DETAIL-LINE28.
           05 D28-STEP              PIC X(8).
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 D28-SNAP-ID           PIC 9(6).
           05 FILLER                PIC X(4)    VALUE SPACES.
           05 D28-DATE              PIC 9999/99/99.
           05 FILLER                PIC X(3)    VALUE SPACES.
           05 D28-TIME              PIC X(6).
           05 FILLER                PIC X       VALUE SPACES.
           05 D28-FILE              PIC X(8).
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 D28-RECORDS           PIC Z,ZZZ,ZZ9.
           05 FILLER                PIC X(6)    VALUE SPACES.
           05 D28-NOTE              PIC X(30).
           05 FILLER                PIC X(37)   VALUE SPACES.

       01 GEN-LINE.
           05 FILLER                PIC X(20)   VALUE SPACES.
           05 FILLER                PIC X(22)   VALUE
               'GENERATIONS RETAINED: '.
           05 GL-KEPT               PIC ZZ9.
           05 FILLER                PIC X(5)    VALUE SPACES.
           05 FILLER                PIC X(9)    VALUE 'DROPPED: '.
           05 GL-DROPPED            PIC ZZ9.
           05 FILLER                PIC X(5)    VALUE SPACES.
           05 FILLER                PIC X(16)   VALUE
               'RECORDS COPIED: '.
           05 GL-COPIED             PIC Z,ZZZ,ZZ9.
           05 FILLER                PIC X(4)    VALUE SPACES.
           05 FILLER                PIC X(6)    VALUE 'FILE: '.
           05 GL-NAME               PIC X(30).

       01 REJECT-LINE.
           05 RJ-STEP               PIC X(8).
           05 FILLER                PIC X(12)   VALUE SPACES.
           05 RJ-MSG                PIC X(52).
           05 FILLER                PIC X(60)   VALUE SPACES.

       01 TOT-LINE-1.
           05 FILLER                PIC X(20)   VALUE
               'SNAPSHOTS TAKEN:    '.
           05 T1-SNAPS              PIC Z,ZZ9.
           05 FILLER                PIC X(5)    VALUE SPACES.
           05 FILLER                PIC X(16)   VALUE
               'RECORDS COPIED: '.
           05 T1-RECORDS            PIC Z,ZZZ,ZZ9.
           05 FILLER                PIC X(5)    VALUE SPACES.
           05 FILLER                PIC X(10)   VALUE 'REJECTED: '.
           05 T1-REJECT             PIC Z,ZZ9.
           05 FILLER                PIC X(57)   VALUE SPACES.

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
           OPEN OUTPUT PRTOUT.
           PERFORM L4-LOG-START.
           PERFORM L4-HEADINGS.
           OPEN INPUT SNPRQ-FILE.
           IF SNPRQ-STATUS = '00'
               MOVE 'Y' TO SW-RQ-OPEN
               PERFORM L3-READ
           ELSE
               MOVE 'T' TO EOF
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

       L2-MAINLINE.
           PERFORM L3-SNAPSHOT.
           PERFORM L3-READ.

       L3-READ.
           READ SNPRQ-FILE
               AT END
                   MOVE 'T' TO EOF
               NOT AT END
                   ADD 1 TO RL-READ-CTR
           END-READ.

       L3-SNAPSHOT.
           MOVE SR-STEP TO RJ-STEP.
           PERFORM L4-SET-STEP-FILES.
           IF NOT VALID-YES
               MOVE '** STEP HAS NO IN-PLACE FILES - NO SNAPSHOT TAKEN'
                   TO RJ-MSG
               PERFORM L4-REJECT
           ELSE
               IF SR-KEEP NUMERIC AND SR-KEEP > 0
                   MOVE SR-KEEP TO KEEP-GENS
               ELSE
                   MOVE 5 TO KEEP-GENS
               END-IF
               PERFORM L4-SCAN-LIBRARY
               PERFORM L4-SET-DROP
               PERFORM L4-BUILD-GEN-NAME
               OPEN OUTPUT GEN-FILE
               IF GEN-STATUS NOT = '00'
                   MOVE '** SNAPSHOT FILE WILL NOT OPEN - NO SNAPSHOT'
                       TO RJ-MSG
                   PERFORM L4-REJECT
               ELSE
                   PERFORM L4-TAKE-SNAP
               END-IF
           END-IF.

       L4-REJECT.
           WRITE PRTLINE FROM REJECT-LINE
               AFTER ADVANCING 2 LINES
               AT END-OF-PAGE
                   PERFORM L4-HEADINGS
           END-WRITE.
           ADD 1 TO REJECT-CTR.

       L4-BUILD-GEN-NAME.
           MOVE SPACES TO GEN-NAME.
           STRING 'C:\Cobol\SN' DELIMITED BY SIZE
               NEW-SNAP-ID DELIMITED BY SIZE
               '.' DELIMITED BY SIZE
               BUS-DATE DELIMITED BY SIZE
               INTO GEN-NAME.

       L4-TAKE-SNAP.
           PERFORM L4-SNAP-FILES.
           CLOSE GEN-FILE.
           OPEN OUTPUT SNAP-TMP-FILE.
           PERFORM L4-CARRY-LIBRARY.
           PERFORM L4-ADD-GENERATION.
           CLOSE SNAP-TMP-FILE.
           PERFORM L4-REPLACE-LIBRARY.
           PERFORM L4-LOG-SNAP.
           ADD 1 TO STEP-SNAP-CTR.

       L4-SET-STEP-FILES.
           MOVE 'Y' TO SW-VALID.
           MOVE 'N' TO FL-BAL.
           MOVE 'N' TO FL-DJ.
           MOVE 'N' TO FL-LEDGER.
           MOVE 'N' TO FL-WKORD.
           MOVE 'N' TO FL-BLDG.
           MOVE 'N' TO FL-MASTER.
           MOVE 'N' TO FL-NTV.
           MOVE 'N' TO FL-DEPLG.
           MOVE 'N' TO FL-ADJ.
           MOVE 'N' TO FL-YTD.
           MOVE 'N' TO FL-HIST.
           MOVE 'N' TO FL-TENLS.
           MOVE 'N' TO FL-RENEW.
           EVALUATE SR-STEP
               WHEN 'CBLJPT08'
                   MOVE 'Y' TO FL-MASTER
               WHEN 'CBLJPT09'
                   MOVE 'Y' TO FL-BAL
                   MOVE 'Y' TO FL-DJ
                   MOVE 'Y' TO FL-LEDGER
               WHEN 'CBLJPT10'
                   MOVE 'Y' TO FL-BLDG
               WHEN 'CBLJPT16'
                   MOVE 'Y' TO FL-MASTER
               WHEN 'CBLJPT20'
                   MOVE 'Y' TO FL-BAL
                   MOVE 'Y' TO FL-LEDGER
                   MOVE 'Y' TO FL-DEPLG
                   MOVE 'Y' TO FL-NTV
               WHEN 'CBLJPT22'
                   MOVE 'Y' TO FL-BAL
                   MOVE 'Y' TO FL-WKORD
                   MOVE 'Y' TO FL-LEDGER
               WHEN 'CBLJPT25'
                   MOVE 'Y' TO FL-WKORD
               WHEN 'CBLJPT30'
                   MOVE 'Y' TO FL-MASTER
               WHEN 'CBLJPT34'
                   MOVE 'Y' TO FL-BAL
                   MOVE 'Y' TO FL-LEDGER
                   MOVE 'Y' TO FL-ADJ
                   MOVE 'Y' TO FL-YTD
                   MOVE 'Y' TO FL-HIST
               WHEN 'CBLJPT43'
                   MOVE 'Y' TO FL-MASTER
               WHEN 'CBLJPT46'
                   MOVE 'Y' TO FL-TENLS
                   MOVE 'Y' TO FL-RENEW
                   MOVE 'Y' TO FL-NTV
               WHEN OTHER
                   MOVE 'N' TO SW-VALID
           END-EVALUATE.

       L4-SCAN-LIBRARY.
           MOVE ZERO TO MAX-SNAP-ID.
           MOVE ZERO TO GN-CTR.
           MOVE 'F'  TO LIB-EOF.
           OPEN INPUT SNAP-FILE.
           IF SNAP-STATUS = '00'
               PERFORM L4-LIB-READ
               PERFORM L4-LIB-SCAN UNTIL LIB-EOF = 'T'
               CLOSE SNAP-FILE
           END-IF.

       L4-LIB-READ.
           READ SNAP-FILE
               AT END
                   MOVE 'T' TO LIB-EOF.

       L4-LIB-SCAN.
           IF SN-SNAP-ID > MAX-SNAP-ID
               MOVE SN-SNAP-ID TO MAX-SNAP-ID
           END-IF.
           IF SN-STEP = SR-STEP AND GN-CTR < 99
               ADD 1 TO GN-CTR
               SET GN-IDX TO GN-CTR
               MOVE SN-SNAP-ID TO GN-SNAP-ID (GN-IDX)
           END-IF.
           PERFORM L4-LIB-READ.

       L4-SET-DROP.
           MOVE ZERO TO DROP-ID.
           MOVE ZERO TO DROP-GENS.
           MOVE GN-CTR TO KEPT-GENS.
           IF GN-CTR > KEEP-GENS - 1
               COMPUTE DROP-GENS = GN-CTR - KEEP-GENS + 1
               COMPUTE KEPT-GENS = KEEP-GENS - 1
               IF KEEP-GENS = 1
                   MOVE 999999 TO DROP-ID
               ELSE
                   SET GN-IDX TO GN-CTR
                   SET GN-IDX DOWN BY KEPT-GENS
                   SET GN-IDX UP BY 1
                   MOVE GN-SNAP-ID (GN-IDX) TO DROP-ID
               END-IF
           END-IF.
           ADD 1 TO KEPT-GENS.
           COMPUTE NEW-SNAP-ID = MAX-SNAP-ID + 1.

       L4-CARRY-LIBRARY.
           MOVE 'F' TO LIB-EOF.
           OPEN INPUT SNAP-FILE.
           IF SNAP-STATUS = '00'
               PERFORM L4-LIB-READ
               PERFORM L4-LIB-CARRY UNTIL LIB-EOF = 'T'
               CLOSE SNAP-FILE
           END-IF.

       L4-LIB-CARRY.
           IF SN-STEP NOT = SR-STEP OR SN-SNAP-ID NOT < DROP-ID
               WRITE SNAP-TMP-REC FROM SNAP-REC
           ELSE
               CALL 'CBL_DELETE_FILE' USING SN-GEN-NAME
           END-IF.
           PERFORM L4-LIB-READ.

       L4-ADD-GENERATION.
           MOVE NEW-SNAP-ID  TO SN-SNAP-ID.
           MOVE SR-STEP      TO SN-STEP.
           MOVE BUS-DATE     TO SN-DATE.
           MOVE CURRENT-TIME (1:6) TO SN-TIME.
           MOVE GEN-NAME     TO SN-GEN-NAME.
           WRITE SNAP-TMP-REC FROM SNAP-REC.

       L4-REPLACE-LIBRARY.
           MOVE 'F' TO LIB-EOF.
           OPEN INPUT SNAP-TMP-FILE.
           OPEN OUTPUT SNAP-FILE.
           PERFORM L4-TMP-READ.
           PERFORM L4-TMP-COPY UNTIL LIB-EOF = 'T'.
           CLOSE SNAP-TMP-FILE.
           CLOSE SNAP-FILE.

       L4-TMP-READ.
           READ SNAP-TMP-FILE
               AT END
                   MOVE 'T' TO LIB-EOF.

       L4-TMP-COPY.
           WRITE SNAP-REC FROM SNAP-TMP-REC.
           PERFORM L4-TMP-READ.

       L4-SNAP-FILES.
           MOVE ZERO TO STEP-CNT.
           IF FL-BAL = 'Y'
               PERFORM L4-SNAP-BAL
           END-IF.
           IF FL-DJ = 'Y'
               PERFORM L4-SNAP-DJ
           END-IF.
           IF FL-LEDGER = 'Y'
               PERFORM L4-SNAP-LEDGER
           END-IF.
           IF FL-WKORD = 'Y'
               PERFORM L4-SNAP-WKORD
           END-IF.
           IF FL-BLDG = 'Y'
               PERFORM L4-SNAP-BLDG
           END-IF.
           IF FL-MASTER = 'Y'
               PERFORM L4-SNAP-MASTER
           END-IF.
           IF FL-NTV = 'Y'
               PERFORM L4-SNAP-NTV
           END-IF.
           IF FL-DEPLG = 'Y'
               PERFORM L4-SNAP-DEPLG
           END-IF.
           IF FL-ADJ = 'Y'
               PERFORM L4-SNAP-ADJ
           END-IF.
           IF FL-YTD = 'Y'
               PERFORM L4-SNAP-YTD
           END-IF.
           IF FL-HIST = 'Y'
               PERFORM L4-SNAP-HIST
           END-IF.
           IF FL-TENLS = 'Y'
               PERFORM L4-SNAP-TENLS
           END-IF.
           IF FL-RENEW = 'Y'
               PERFORM L4-SNAP-RENEW
           END-IF.
           MOVE KEPT-GENS TO GL-KEPT.
           MOVE DROP-GENS TO GL-DROPPED.
           MOVE STEP-CNT  TO GL-COPIED.
           MOVE GEN-NAME  TO GL-NAME.
           WRITE PRTLINE FROM GEN-LINE
               AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                   PERFORM L4-HEADINGS
           END-WRITE.

       L4-SNAP-BAL.
           MOVE 'CBLBAL'  TO SNAP-FILE-ID.
           MOVE ZERO      TO SNAP-CNT.
           MOVE SPACES    TO SNAP-NOTE.
           MOVE 'F'       TO COPY-EOF.
           OPEN INPUT BAL-FILE.
           IF BAL-STATUS = '00'
               PERFORM L4-BAL-READ
               PERFORM L4-BAL-COPY UNTIL COPY-EOF = 'T'
               CLOSE BAL-FILE
           ELSE
               MOVE 'FILE NOT FOUND - SAVED EMPTY' TO SNAP-NOTE
           END-IF.
           PERFORM L4-SNAP-TRAILER.

       L4-BAL-READ.
           READ BAL-FILE
               AT END
                   MOVE 'T' TO COPY-EOF.

       L4-BAL-COPY.
           MOVE BAL-LINE TO SK-DATA.
           PERFORM L4-SNAP-DATA.
           PERFORM L4-BAL-READ.

       L4-SNAP-DJ.
           MOVE 'CBLDEPJ' TO SNAP-FILE-ID.
           MOVE ZERO      TO SNAP-CNT.
           MOVE SPACES    TO SNAP-NOTE.
           MOVE 'F'       TO COPY-EOF.
           OPEN INPUT DJ-FILE.
           IF DJ-STATUS = '00'
               PERFORM L4-DJ-READ
               PERFORM L4-DJ-COPY UNTIL COPY-EOF = 'T'
               CLOSE DJ-FILE
           ELSE
               MOVE 'FILE NOT FOUND - SAVED EMPTY' TO SNAP-NOTE
           END-IF.
           PERFORM L4-SNAP-TRAILER.

       L4-DJ-READ.
           READ DJ-FILE
               AT END
                   MOVE 'T' TO COPY-EOF.

       L4-DJ-COPY.
           MOVE DJ-LINE TO SK-DATA.
           PERFORM L4-SNAP-DATA.
           PERFORM L4-DJ-READ.

       L4-SNAP-LEDGER.
           MOVE 'CBLLEDGR' TO SNAP-FILE-ID.
           MOVE ZERO       TO SNAP-CNT.
           MOVE SPACES     TO SNAP-NOTE.
           MOVE 'F'        TO COPY-EOF.
           OPEN INPUT LEDGER-FILE.
           IF LEDGER-STATUS = '00'
               PERFORM L4-LEDGER-READ
               PERFORM L4-LEDGER-COPY UNTIL COPY-EOF = 'T'
               CLOSE LEDGER-FILE
           ELSE
               MOVE 'FILE NOT FOUND - SAVED EMPTY' TO SNAP-NOTE
           END-IF.
           PERFORM L4-SNAP-TRAILER.

       L4-LEDGER-READ.
           READ LEDGER-FILE
               AT END
                   MOVE 'T' TO COPY-EOF.

       L4-LEDGER-COPY.
           MOVE LEDGER-LINE TO SK-DATA.
           PERFORM L4-SNAP-DATA.
           PERFORM L4-LEDGER-READ.

       L4-SNAP-WKORD.
           MOVE 'CBLWKORD' TO SNAP-FILE-ID.
           MOVE ZERO       TO SNAP-CNT.
           MOVE SPACES     TO SNAP-NOTE.
           MOVE 'F'        TO COPY-EOF.
           OPEN INPUT WKORD-FILE.
           IF WKORD-STATUS = '00'
               PERFORM L4-WKORD-READ
               PERFORM L4-WKORD-COPY UNTIL COPY-EOF = 'T'
               CLOSE WKORD-FILE
           ELSE
               MOVE 'FILE NOT FOUND - SAVED EMPTY' TO SNAP-NOTE
           END-IF.
           PERFORM L4-SNAP-TRAILER.

       L4-WKORD-READ.
           READ WKORD-FILE
               AT END
                   MOVE 'T' TO COPY-EOF.

       L4-WKORD-COPY.
           MOVE WO-LINE TO SK-DATA.
           PERFORM L4-SNAP-DATA.
           PERFORM L4-WKORD-READ.

       L4-SNAP-BLDG.
           MOVE 'CBLBLDG' TO SNAP-FILE-ID.
           MOVE ZERO      TO SNAP-CNT.
           MOVE SPACES    TO SNAP-NOTE.
           MOVE 'F'       TO COPY-EOF.
           OPEN INPUT BLDG-FILE.
           IF BLDG-STATUS = '00'
               PERFORM L4-BLDG-READ
               PERFORM L4-BLDG-COPY UNTIL COPY-EOF = 'T'
               CLOSE BLDG-FILE
           ELSE
               MOVE 'FILE NOT FOUND - SAVED EMPTY' TO SNAP-NOTE
           END-IF.
           PERFORM L4-SNAP-TRAILER.

       L4-BLDG-READ.
           READ BLDG-FILE
               AT END
                   MOVE 'T' TO COPY-EOF.

       L4-BLDG-COPY.
           MOVE BLDG-LINE TO SK-DATA.
           PERFORM L4-SNAP-DATA.
           PERFORM L4-BLDG-READ.

       L4-SNAP-MASTER.
           MOVE 'MONBILLS' TO SNAP-FILE-ID.
           MOVE ZERO       TO SNAP-CNT.
           MOVE SPACES     TO SNAP-NOTE.
           MOVE 'F'        TO COPY-EOF.
           OPEN INPUT MASTER-FILE.
           IF MASTER-STATUS = '00'
               PERFORM L4-MASTER-READ
               PERFORM L4-MASTER-COPY UNTIL COPY-EOF = 'T'
               CLOSE MASTER-FILE
           ELSE
               MOVE 'FILE NOT FOUND - SAVED EMPTY' TO SNAP-NOTE
           END-IF.
           PERFORM L4-SNAP-TRAILER.

       L4-MASTER-READ.
           READ MASTER-FILE
               AT END
                   MOVE 'T' TO COPY-EOF.

       L4-MASTER-COPY.
           MOVE RENTAL-REC TO SK-DATA.
           PERFORM L4-SNAP-DATA.
           PERFORM L4-MASTER-READ.

       L4-SNAP-NTV.
           MOVE 'CBLNTV'   TO SNAP-FILE-ID.
           MOVE ZERO       TO SNAP-CNT.
           MOVE SPACES     TO SNAP-NOTE.
           MOVE 'F'        TO COPY-EOF.
           OPEN INPUT NTV-FILE.
           IF NTV-STATUS = '00'
               PERFORM L4-NTV-READ
               PERFORM L4-NTV-COPY UNTIL COPY-EOF = 'T'
               CLOSE NTV-FILE
           ELSE
               MOVE 'FILE NOT FOUND - SAVED EMPTY' TO SNAP-NOTE
           END-IF.
           PERFORM L4-SNAP-TRAILER.

       L4-NTV-READ.
           READ NTV-FILE
               AT END
                   MOVE 'T' TO COPY-EOF.

       L4-NTV-COPY.
           MOVE NTV-LINE TO SK-DATA.
           PERFORM L4-SNAP-DATA.
           PERFORM L4-NTV-READ.

       L4-SNAP-DEPLG.
           MOVE 'CBLDEPLG' TO SNAP-FILE-ID.
           MOVE ZERO       TO SNAP-CNT.
           MOVE SPACES     TO SNAP-NOTE.
           MOVE 'F'        TO COPY-EOF.
           OPEN INPUT DEPLG-FILE.
           IF DEPLG-STATUS = '00'
               PERFORM L4-DEPLG-READ
               PERFORM L4-DEPLG-COPY UNTIL COPY-EOF = 'T'
               CLOSE DEPLG-FILE
           ELSE
               MOVE 'FILE NOT FOUND - SAVED EMPTY' TO SNAP-NOTE
           END-IF.
           PERFORM L4-SNAP-TRAILER.

       L4-DEPLG-READ.
           READ DEPLG-FILE
               AT END
                   MOVE 'T' TO COPY-EOF.

       L4-DEPLG-COPY.
           MOVE DEPLG-LINE TO SK-DATA.
           PERFORM L4-SNAP-DATA.
           PERFORM L4-DEPLG-READ.

       L4-SNAP-ADJ.
           MOVE 'CBLADJ'   TO SNAP-FILE-ID.
           MOVE ZERO       TO SNAP-CNT.
           MOVE SPACES     TO SNAP-NOTE.
           MOVE 'F'        TO COPY-EOF.
           OPEN INPUT ADJ-FILE.
           IF ADJ-STATUS = '00'
               PERFORM L4-ADJ-READ
               PERFORM L4-ADJ-COPY UNTIL COPY-EOF = 'T'
               CLOSE ADJ-FILE
           ELSE
               MOVE 'FILE NOT FOUND - SAVED EMPTY' TO SNAP-NOTE
           END-IF.
           PERFORM L4-SNAP-TRAILER.

       L4-ADJ-READ.
           READ ADJ-FILE
               AT END
                   MOVE 'T' TO COPY-EOF.

       L4-ADJ-COPY.
           MOVE ADJ-LINE TO SK-DATA.
           PERFORM L4-SNAP-DATA.
           PERFORM L4-ADJ-READ.

       L4-SNAP-YTD.
           MOVE 'CBLRYTD'  TO SNAP-FILE-ID.
           MOVE ZERO       TO SNAP-CNT.
           MOVE SPACES     TO SNAP-NOTE.
           MOVE 'F'        TO COPY-EOF.
           OPEN INPUT YTD-FILE.
           IF YTD-STATUS = '00'
               PERFORM L4-YTD-READ
               PERFORM L4-YTD-COPY UNTIL COPY-EOF = 'T'
               CLOSE YTD-FILE
           ELSE
               MOVE 'FILE NOT FOUND - SAVED EMPTY' TO SNAP-NOTE
           END-IF.
           PERFORM L4-SNAP-TRAILER.

       L4-YTD-READ.
           READ YTD-FILE
               AT END
                   MOVE 'T' TO COPY-EOF.

       L4-YTD-COPY.
           MOVE YTD-LINE TO SK-DATA.
           PERFORM L4-SNAP-DATA.
           PERFORM L4-YTD-READ.

       L4-SNAP-HIST.
           MOVE 'CBLRHIST' TO SNAP-FILE-ID.
           MOVE ZERO       TO SNAP-CNT.
           MOVE SPACES     TO SNAP-NOTE.
           MOVE 'F'        TO COPY-EOF.
           OPEN INPUT HIST-FILE.
           IF HIST-STATUS = '00'
               PERFORM L4-HIST-READ
               PERFORM L4-HIST-COPY UNTIL COPY-EOF = 'T'
               CLOSE HIST-FILE
           ELSE
               MOVE 'FILE NOT FOUND - SAVED EMPTY' TO SNAP-NOTE
           END-IF.
           PERFORM L4-SNAP-TRAILER.

       L4-HIST-READ.
           READ HIST-FILE
               AT END
                   MOVE 'T' TO COPY-EOF.

       L4-HIST-COPY.
           MOVE HIST-LINE TO SK-DATA.
           PERFORM L4-SNAP-DATA.
           PERFORM L4-HIST-READ.

       L4-SNAP-TENLS.
           MOVE 'CBLTENLS' TO SNAP-FILE-ID.
           MOVE ZERO       TO SNAP-CNT.
           MOVE SPACES     TO SNAP-NOTE.
           MOVE 'F'        TO COPY-EOF.
           OPEN INPUT TENLS-FILE.
           IF TENLS-STATUS = '00'
               PERFORM L4-TENLS-READ
               PERFORM L4-TENLS-COPY UNTIL COPY-EOF = 'T'
               CLOSE TENLS-FILE
           ELSE
               MOVE 'FILE NOT FOUND - SAVED EMPTY' TO SNAP-NOTE
           END-IF.
           PERFORM L4-SNAP-TRAILER.

       L4-TENLS-READ.
           READ TENLS-FILE
               AT END
                   MOVE 'T' TO COPY-EOF.

       L4-TENLS-COPY.
           MOVE TENLS-LINE TO SK-DATA.
           PERFORM L4-SNAP-DATA.
           PERFORM L4-TENLS-READ.

       L4-SNAP-RENEW.
           MOVE 'CBLRENEW' TO SNAP-FILE-ID.
           MOVE ZERO       TO SNAP-CNT.
           MOVE SPACES     TO SNAP-NOTE.
           MOVE 'F'        TO COPY-EOF.
           OPEN INPUT RENEW-FILE.
           IF RENEW-STATUS = '00'
               PERFORM L4-RENEW-READ
               PERFORM L4-RENEW-COPY UNTIL COPY-EOF = 'T'
               CLOSE RENEW-FILE
           ELSE
               MOVE 'FILE NOT FOUND - SAVED EMPTY' TO SNAP-NOTE
           END-IF.
           PERFORM L4-SNAP-TRAILER.

       L4-RENEW-READ.
           READ RENEW-FILE
               AT END
                   MOVE 'T' TO COPY-EOF.

       L4-RENEW-COPY.
           MOVE RENEW-LINE TO SK-DATA.
           PERFORM L4-SNAP-DATA.
           PERFORM L4-RENEW-READ.

       L4-SNAP-DATA.
           MOVE NEW-SNAP-ID  TO SK-SNAP-ID.
           MOVE SR-STEP      TO SK-STEP.
           MOVE SNAP-FILE-ID TO SK-FILE-ID.
           MOVE 'D'          TO SK-REC-TYPE.
           MOVE BUS-DATE     TO SK-DATE.
           MOVE CURRENT-TIME (1:6) TO SK-TIME.
           WRITE GEN-REC FROM SNAP-WORK.
           ADD 1 TO SNAP-CNT.

       L4-SNAP-TRAILER.
           MOVE NEW-SNAP-ID  TO SK-SNAP-ID.
           MOVE SR-STEP      TO SK-STEP.
           MOVE SNAP-FILE-ID TO SK-FILE-ID.
           MOVE 'T'          TO SK-REC-TYPE.
           MOVE BUS-DATE     TO SK-DATE.
           MOVE CURRENT-TIME (1:6) TO SK-TIME.
           MOVE SPACES       TO SK-DATA.
           MOVE SNAP-CNT     TO SK-DATA (1:7).
           WRITE GEN-REC FROM SNAP-WORK.
           ADD SNAP-CNT TO STEP-CNT.
           ADD SNAP-CNT TO SNAP-TOT.
           MOVE SR-STEP      TO D28-STEP.
           MOVE NEW-SNAP-ID  TO D28-SNAP-ID.
           MOVE BUS-DATE     TO D28-DATE.
           MOVE CURRENT-TIME (1:6) TO D28-TIME.
           MOVE SNAP-FILE-ID TO D28-FILE.
           MOVE SNAP-CNT     TO D28-RECORDS.
           MOVE SNAP-NOTE    TO D28-NOTE.
           WRITE PRTLINE FROM DETAIL-LINE28
               AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                   PERFORM L4-HEADINGS
           END-WRITE.

       L4-LOG-SNAP.
           OPEN EXTEND RUNLOG-FILE.
           MOVE 'CBLJPT36' TO RL-PROGRAM.
           MOVE 'SNAP '    TO RL-TYPE.
           MOVE CURRENT-DATE-AND-TIME (1:8) TO RL-DATE.
           MOVE CURRENT-TIME (1:6)          TO RL-TIME.
           MOVE SPACES TO RL-FILES.
           STRING SR-STEP DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               NEW-SNAP-ID DELIMITED BY SIZE
               ' SNAPSHOT' DELIMITED BY SIZE
               INTO RL-FILES.
           MOVE ZERO      TO RL-READ.
           MOVE STEP-CNT  TO RL-WRITTEN.
           MOVE ZERO      TO RL-DOLLARS.
           MOVE 'N'       TO RL-FLAG.
           WRITE RUNLOG-REC.
           CLOSE RUNLOG-FILE.

       L2-CLOSING.
           IF RQ-OPEN-YES
               CLOSE SNPRQ-FILE
           END-IF.
           MOVE STEP-SNAP-CTR TO T1-SNAPS.
           MOVE SNAP-TOT      TO T1-RECORDS.
           MOVE REJECT-CTR    TO T1-REJECT.
           WRITE PRTLINE FROM TOT-LINE-1
               AFTER ADVANCING 3 LINES.
           CLOSE PRTOUT.
           PERFORM L4-LOG-END.

       L4-LOG-START.
           OPEN EXTEND RUNLOG-FILE.
           MOVE 'CBLJPT36' TO RL-PROGRAM.
           MOVE 'START'    TO RL-TYPE.
           MOVE CURRENT-DATE-AND-TIME (1:8) TO RL-DATE.
           MOVE CURRENT-TIME (1:6)          TO RL-TIME.
           MOVE 'SNPRQ SNAP PRT'            TO RL-FILES.
           MOVE ZERO TO RL-READ.
           MOVE ZERO TO RL-WRITTEN.
           MOVE ZERO TO RL-DOLLARS.
           MOVE 'N'  TO RL-FLAG.
           WRITE RUNLOG-REC.
           CLOSE RUNLOG-FILE.

       L4-LOG-END.
           OPEN EXTEND RUNLOG-FILE.
           MOVE 'CBLJPT36' TO RL-PROGRAM.
           MOVE 'END'      TO RL-TYPE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE BUS-DATE TO CURRENT-DATE-AND-TIME (1:8).
           MOVE CURRENT-DATE-AND-TIME (1:8) TO RL-DATE.
           MOVE CURRENT-TIME (1:6)          TO RL-TIME.
           MOVE 'SNPRQ SNAP PRT'            TO RL-FILES.
           MOVE RL-READ-CTR  TO RL-READ.
           MOVE SNAP-TOT     TO RL-WRITTEN.
           MOVE ZERO         TO RL-DOLLARS.
           IF REJECT-CTR > 0
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
       end program CBLJPT36.
