       identification division.
       program-id. CBLJPT37.
       AUTHOR.     Joshua Teubel.
       DATE-WRITTEN. 10/15/2026.
       environment division.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RBKRQ-FILE
               ASSIGN TO 'C:\Cobol\CBLRBKRQ.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS RBKRQ-STATUS.
           SELECT SNAP-FILE
               ASSIGN TO 'C:\Cobol\CBLSNAP.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SNAP-STATUS.
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
               ASSIGN TO 'C:\Cobol\CBLRBACK.PRT'
                   ORGANIZATION IS RECORD SEQUENTIAL.
           SELECT RUNLOG-FILE
               ASSIGN TO 'C:\Cobol\CBLRUNLOG.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS RUNLOG-STATUS.
           SELECT RUNLOG-TMP-FILE
               ASSIGN TO 'C:\Cobol\CBLRUNLOG.TMP'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BDATE-FILE
               ASSIGN TO 'C:\Cobol\CBLBDATE.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS BDATE-STATUS.

       data division.
       FILE SECTION.

       FD  RBKRQ-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS RBKRQ-REC.
           01  RBKRQ-REC.
               05  RR-STEP                 PIC X(8).
               05  RR-SNAP-ID              PIC 9(6).

       FD  SNAP-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS SNAP-REC.
           01  SNAP-REC.
               05  SN-SNAP-ID              PIC 9(6).
               05  SN-STEP                 PIC X(8).
               05  SN-DATE                 PIC 9(8).
               05  SN-TIME                 PIC X(6).
               05  SN-GEN-NAME             PIC X(40).

       FD  GEN-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS GEN-REC.
           01  GEN-REC.
               05  GR-SNAP-ID              PIC 9(6).
               05  GR-STEP                 PIC X(8).
               05  GR-FILE-ID              PIC X(8).
               05  GR-REC-TYPE             PIC X.
               05  GR-DATE                 PIC 9(8).
               05  GR-TIME                 PIC X(6).
               05  GR-DATA                 PIC X(100).

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

       FD  RUNLOG-TMP-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS RUNLOG-TMP-REC.
           01  RUNLOG-TMP-REC              PIC X(77).

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
           05  RBKRQ-STATUS        PIC XX      VALUE '00'.
           05  SNAP-STATUS         PIC XX      VALUE '00'.
           05  RUNLOG-STATUS       PIC XX      VALUE '00'.
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
           05  SW-AFTER-SNAP       PIC X       VALUE 'N'.
               88 AFTER-SNAP-YES       VALUE 'Y'.
           05  SW-SNAP-LOGGED      PIC X       VALUE 'N'.
               88 SNAP-LOGGED-YES      VALUE 'Y'.
           05  SW-MISMATCH         PIC X       VALUE 'N'.
               88 MISMATCH-YES         VALUE 'Y'.
           05  SW-LATER-UPD        PIC X       VALUE 'N'.
               88 LATER-UPD-YES        VALUE 'Y'.
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
           05  LT-BAL              PIC X       VALUE 'N'.
           05  LT-DJ               PIC X       VALUE 'N'.
           05  LT-LEDGER           PIC X       VALUE 'N'.
           05  LT-WKORD            PIC X       VALUE 'N'.
           05  LT-BLDG             PIC X       VALUE 'N'.
           05  LT-MASTER           PIC X       VALUE 'N'.
           05  LT-NTV              PIC X       VALUE 'N'.
           05  LT-DEPLG            PIC X       VALUE 'N'.
           05  LT-ADJ              PIC X       VALUE 'N'.
           05  LT-YTD              PIC X       VALUE 'N'.
           05  LT-HIST             PIC X       VALUE 'N'.
           05  LT-TENLS            PIC X       VALUE 'N'.
           05  LT-RENEW            PIC X       VALUE 'N'.
           05  FILE-CTR            PIC S9      VALUE ZERO.
           05  TRL-CTR             PIC S9      VALUE ZERO.
           05  TARGET-ID           PIC 9(6)    VALUE ZERO.
           05  TARGET-DATE         PIC 9(8)    VALUE ZERO.
           05  TARGET-TIME         PIC X(6)    VALUE SPACES.
           05  GEN-NAME            PIC X(40)   VALUE SPACES.
           05  COUNT-HOLD          PIC 9(7)    VALUE ZERO.
           05  REV-CTR             PIC S9(4)   VALUE ZERO.
           05  RESTORE-TOT         PIC 9(7)    VALUE ZERO.
           05  ROLLBACK-CTR        PIC S9(4)   VALUE ZERO.
           05  REJECT-CTR          PIC S9(4)   VALUE ZERO.
           05  WARN-CTR            PIC S9(4)   VALUE ZERO.
           05  RL-READ-CTR         PIC 9(5)    VALUE ZERO.
           05  RL-WRITE-CTR        PIC 9(5)    VALUE ZERO.

       01 FILE-COUNTS.
           05 BEF-BAL              PIC 9(7)    VALUE ZERO.
           05 BEF-DJ               PIC 9(7)    VALUE ZERO.
           05 BEF-LEDGER           PIC 9(7)    VALUE ZERO.
           05 BEF-WKORD            PIC 9(7)    VALUE ZERO.
           05 BEF-BLDG             PIC 9(7)    VALUE ZERO.
           05 BEF-MASTER           PIC 9(7)    VALUE ZERO.
           05 BEF-NTV              PIC 9(7)    VALUE ZERO.
           05 BEF-DEPLG            PIC 9(7)    VALUE ZERO.
           05 BEF-ADJ              PIC 9(7)    VALUE ZERO.
           05 BEF-YTD              PIC 9(7)    VALUE ZERO.
           05 BEF-HIST             PIC 9(7)    VALUE ZERO.
           05 BEF-TENLS            PIC 9(7)    VALUE ZERO.
           05 BEF-RENEW            PIC 9(7)    VALUE ZERO.
           05 RST-BAL              PIC 9(7)    VALUE ZERO.
           05 RST-DJ               PIC 9(7)    VALUE ZERO.
           05 RST-LEDGER           PIC 9(7)    VALUE ZERO.
           05 RST-WKORD            PIC 9(7)    VALUE ZERO.
           05 RST-BLDG             PIC 9(7)    VALUE ZERO.
           05 RST-MASTER           PIC 9(7)    VALUE ZERO.
           05 RST-NTV              PIC 9(7)    VALUE ZERO.
           05 RST-DEPLG            PIC 9(7)    VALUE ZERO.
           05 RST-ADJ              PIC 9(7)    VALUE ZERO.
           05 RST-YTD              PIC 9(7)    VALUE ZERO.
           05 RST-HIST             PIC 9(7)    VALUE ZERO.
           05 RST-TENLS            PIC 9(7)    VALUE ZERO.
           05 RST-RENEW            PIC 9(7)    VALUE ZERO.
           05 TRL-BAL              PIC 9(7)    VALUE ZERO.
           05 TRL-DJ               PIC 9(7)    VALUE ZERO.
           05 TRL-LEDGER           PIC 9(7)    VALUE ZERO.
           05 TRL-WKORD            PIC 9(7)    VALUE ZERO.
           05 TRL-BLDG             PIC 9(7)    VALUE ZERO.
           05 TRL-MASTER           PIC 9(7)    VALUE ZERO.
           05 TRL-NTV              PIC 9(7)    VALUE ZERO.
           05 TRL-DEPLG            PIC 9(7)    VALUE ZERO.
           05 TRL-ADJ              PIC 9(7)    VALUE ZERO.
           05 TRL-YTD              PIC 9(7)    VALUE ZERO.
           05 TRL-HIST             PIC 9(7)    VALUE ZERO.
           05 TRL-TENLS            PIC 9(7)    VALUE ZERO.
           05 TRL-RENEW            PIC 9(7)    VALUE ZERO.

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
           05 FILLER               PIC X(8)    VALUE 'COBJPT37'.
           05 FILLER               PIC X(38)   VALUE SPACES.
           05 FILLER               PIC X(38)   VALUE
               'STEP ROLLBACK - TEUBEL S '.
           05 FILLER               PIC X(48)   VALUE SPACES.

       01 FILL-LINE.
           05 FILLER               PIC X(132)  VALUE SPACES.

       01 COL-HEAD1.
           05 FILLER               PIC X(10)   VALUE 'STEP      '.
           05 FILLER               PIC X(10)   VALUE 'SNAPSHOT  '.
           05 FILLER               PIC X(13)   VALUE 'SNAP DATE    '.
           05 FILLER               PIC X(7)    VALUE 'TIME   '.
           05 FILLER               PIC X(10)   VALUE 'FILE      '.
           05 FILLER               PIC X(12)   VALUE '      BEFORE'.
           05 FILLER               PIC X(12)   VALUE '    RESTORED'.
           05 FILLER               PIC X(12)   VALUE '    SNAPSHOT'.
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 FILLER               PIC X(20)   VALUE 'NOTE'.
           05 FILLER               PIC X(23)   VALUE SPACES.

       01 DETAIL-LINE29.
           05 D29-STEP              PIC X(8).
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 D29-SNAP-ID           PIC 9(6).
           05 FILLER                PIC X(4)    VALUE SPACES.
           05 D29-DATE              PIC 9999/99/99.
           05 FILLER                PIC X(3)    VALUE SPACES.
           05 D29-TIME              PIC X(6).
           05 FILLER                PIC X       VALUE SPACES.
           05 D29-FILE              PIC X(8).
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 D29-BEFORE            PIC Z,ZZZ,ZZ9.
           05 FILLER                PIC X(3)    VALUE SPACES.
           05 D29-RESTORED          PIC Z,ZZZ,ZZ9.
           05 FILLER                PIC X(3)    VALUE SPACES.
           05 D29-SNAP-CNT          PIC Z,ZZZ,ZZ9.
           05 FILLER                PIC X(3)    VALUE SPACES.
           05 D29-NOTE              PIC X(20).
           05 FILLER                PIC X(23)   VALUE SPACES.

       01 REVERSE-LINE.
           05 FILLER                PIC X(20)   VALUE SPACES.
           05 FILLER                PIC X(29)   VALUE
               'END RECORDS MARKED REVERSED: '.
           05 RV-CTR                PIC ZZ9.
           05 FILLER                PIC X(5)    VALUE SPACES.
           05 RV-NOTE               PIC X(50).
           05 FILLER                PIC X(25)   VALUE SPACES.

       01 REJECT-LINE.
           05 RJ-STEP               PIC X(8).
           05 FILLER                PIC X(12)   VALUE SPACES.
           05 RJ-MSG                PIC X(52).
           05 FILLER                PIC X(60)   VALUE SPACES.

       01 TOT-LINE-1.
           05 FILLER                PIC X(20)   VALUE
               'STEPS ROLLED BACK:  '.
           05 T1-ROLLBACKS          PIC Z,ZZ9.
           05 FILLER                PIC X(5)    VALUE SPACES.
           05 FILLER                PIC X(18)   VALUE
               'RECORDS RESTORED: '.
           05 T1-RECORDS            PIC Z,ZZZ,ZZ9.
           05 FILLER                PIC X(5)    VALUE SPACES.
           05 FILLER                PIC X(10)   VALUE 'REJECTED: '.
           05 T1-REJECT             PIC Z,ZZ9.
           05 FILLER                PIC X(55)   VALUE SPACES.

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
           OPEN INPUT RBKRQ-FILE.
           IF RBKRQ-STATUS = '00'
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
           PERFORM L3-ROLLBACK.
           PERFORM L3-READ.

       L3-READ.
           READ RBKRQ-FILE
               AT END
                   MOVE 'T' TO EOF
               NOT AT END
                   ADD 1 TO RL-READ-CTR
           END-READ.

       L3-ROLLBACK.
           MOVE RR-STEP TO RJ-STEP.
           PERFORM L4-SET-STEP-FILES.
           IF NOT VALID-YES
               MOVE '** STEP HAS NO IN-PLACE FILES - NOTHING TO RESTORE'
                   TO RJ-MSG
               PERFORM L4-REJECT
           ELSE
               PERFORM L4-FIND-SNAP
               IF TARGET-ID = ZERO
                   MOVE '** NO SNAPSHOT ON FILE FOR THIS STEP'
                       TO RJ-MSG
                   PERFORM L4-REJECT
               ELSE
                   PERFORM L4-LOAD-TRAILERS
                   IF TRL-CTR NOT = FILE-CTR
                       MOVE
                           '** SNAPSHOT INCOMPLETE - FILES NOT RESTORED'
                           TO RJ-MSG
                       PERFORM L4-REJECT
                   ELSE
                       PERFORM L4-GUARD-RESTORE
                   END-IF
               END-IF
           END-IF.

       L4-REJECT.
           WRITE PRTLINE FROM REJECT-LINE
               AFTER ADVANCING 2 LINES
               AT END-OF-PAGE
                   PERFORM L4-HEADINGS
           END-WRITE.
           ADD 1 TO REJECT-CTR.

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
           MOVE ZERO TO FILE-CTR.
           EVALUATE RR-STEP
               WHEN 'CBLJPT08'
                   MOVE 'Y' TO FL-MASTER
                   MOVE 1 TO FILE-CTR
               WHEN 'CBLJPT09'
                   MOVE 'Y' TO FL-BAL
                   MOVE 'Y' TO FL-DJ
                   MOVE 'Y' TO FL-LEDGER
                   MOVE 3 TO FILE-CTR
               WHEN 'CBLJPT10'
                   MOVE 'Y' TO FL-BLDG
                   MOVE 1 TO FILE-CTR
               WHEN 'CBLJPT16'
                   MOVE 'Y' TO FL-MASTER
                   MOVE 1 TO FILE-CTR
               WHEN 'CBLJPT20'
                   MOVE 'Y' TO FL-BAL
                   MOVE 'Y' TO FL-LEDGER
                   MOVE 'Y' TO FL-DEPLG
                   MOVE 'Y' TO FL-NTV
                   MOVE 4 TO FILE-CTR
               WHEN 'CBLJPT22'
                   MOVE 'Y' TO FL-BAL
                   MOVE 'Y' TO FL-WKORD
                   MOVE 'Y' TO FL-LEDGER
                   MOVE 3 TO FILE-CTR
               WHEN 'CBLJPT25'
                   MOVE 'Y' TO FL-WKORD
                   MOVE 1 TO FILE-CTR
               WHEN 'CBLJPT30'
                   MOVE 'Y' TO FL-MASTER
                   MOVE 1 TO FILE-CTR
               WHEN 'CBLJPT34'
                   MOVE 'Y' TO FL-BAL
                   MOVE 'Y' TO FL-LEDGER
                   MOVE 'Y' TO FL-ADJ
                   MOVE 'Y' TO FL-YTD
                   MOVE 'Y' TO FL-HIST
                   MOVE 5 TO FILE-CTR
               WHEN 'CBLJPT43'
                   MOVE 'Y' TO FL-MASTER
                   MOVE 1 TO FILE-CTR
               WHEN 'CBLJPT46'
                   MOVE 'Y' TO FL-TENLS
                   MOVE 'Y' TO FL-RENEW
                   MOVE 'Y' TO FL-NTV
                   MOVE 3 TO FILE-CTR
               WHEN OTHER
                   MOVE 'N' TO SW-VALID
           END-EVALUATE.

       L4-GUARD-RESTORE.
           PERFORM L4-CHECK-LATER.
           IF LATER-UPD-YES
               MOVE '** FILES UPDATED BY A LATER STEP - NOT RESTORED'
                   TO RJ-MSG
               PERFORM L4-REJECT
           ELSE
               PERFORM L4-RESTORE-STEP
           END-IF.

       L4-CHECK-LATER.
           MOVE 'N' TO SW-LATER-UPD.
           MOVE 'N' TO SW-AFTER-SNAP.
           MOVE 'F' TO LIB-EOF.
           OPEN INPUT RUNLOG-FILE.
           IF RUNLOG-STATUS = '00'
               PERFORM L4-RUNLOG-READ
               PERFORM L4-LATER-SCAN UNTIL LIB-EOF = 'T'
               CLOSE RUNLOG-FILE
           END-IF.

       L4-LATER-SCAN.
           IF RL-PROGRAM = 'CBLJPT36' AND RL-TYPE = 'SNAP '
                   AND RL-FILES (1:8) = RR-STEP
                   AND RL-FILES (10:6) = TARGET-ID
               MOVE 'Y' TO SW-AFTER-SNAP
           END-IF.
           IF AFTER-SNAP-YES AND RL-PROGRAM NOT = RR-STEP
                   AND RL-TYPE = 'END'
                   AND RL-FLAG NOT = 'A' AND RL-FLAG NOT = 'X'
               PERFORM L4-SET-LATER-FILES
               IF (FL-BAL = 'Y' AND LT-BAL = 'Y')
                       OR (FL-DJ = 'Y' AND LT-DJ = 'Y')
                       OR (FL-LEDGER = 'Y' AND LT-LEDGER = 'Y')
                       OR (FL-WKORD = 'Y' AND LT-WKORD = 'Y')
                       OR (FL-BLDG = 'Y' AND LT-BLDG = 'Y')
                       OR (FL-MASTER = 'Y' AND LT-MASTER = 'Y')
                       OR (FL-NTV = 'Y' AND LT-NTV = 'Y')
                       OR (FL-DEPLG = 'Y' AND LT-DEPLG = 'Y')
                       OR (FL-ADJ = 'Y' AND LT-ADJ = 'Y')
                       OR (FL-YTD = 'Y' AND LT-YTD = 'Y')
                       OR (FL-HIST = 'Y' AND LT-HIST = 'Y')
                       OR (FL-TENLS = 'Y' AND LT-TENLS = 'Y')
                       OR (FL-RENEW = 'Y' AND LT-RENEW = 'Y')
                   MOVE 'Y' TO SW-LATER-UPD
               END-IF
           END-IF.
           PERFORM L4-RUNLOG-READ.

       L4-SET-LATER-FILES.
           MOVE 'N' TO LT-BAL.
           MOVE 'N' TO LT-DJ.
           MOVE 'N' TO LT-LEDGER.
           MOVE 'N' TO LT-WKORD.
           MOVE 'N' TO LT-BLDG.
           MOVE 'N' TO LT-MASTER.
           MOVE 'N' TO LT-NTV.
           MOVE 'N' TO LT-DEPLG.
           MOVE 'N' TO LT-ADJ.
           MOVE 'N' TO LT-YTD.
           MOVE 'N' TO LT-HIST.
           MOVE 'N' TO LT-TENLS.
           MOVE 'N' TO LT-RENEW.
           EVALUATE RL-PROGRAM
               WHEN 'CBLJPT05'
                   MOVE 'Y' TO LT-LEDGER
                   MOVE 'Y' TO LT-YTD
                   MOVE 'Y' TO LT-HIST
               WHEN 'CBLJPT08'
                   MOVE 'Y' TO LT-MASTER
               WHEN 'CBLJPT09'
                   MOVE 'Y' TO LT-BAL
                   MOVE 'Y' TO LT-DJ
                   MOVE 'Y' TO LT-LEDGER
               WHEN 'CBLJPT10'
                   MOVE 'Y' TO LT-BLDG
               WHEN 'CBLJPT16'
                   MOVE 'Y' TO LT-MASTER
               WHEN 'CBLJPT20'
                   MOVE 'Y' TO LT-BAL
                   MOVE 'Y' TO LT-LEDGER
                   MOVE 'Y' TO LT-DEPLG
                   MOVE 'Y' TO LT-NTV
               WHEN 'CBLJPT22'
                   MOVE 'Y' TO LT-BAL
                   MOVE 'Y' TO LT-WKORD
                   MOVE 'Y' TO LT-LEDGER
               WHEN 'CBLJPT25'
                   MOVE 'Y' TO LT-WKORD
               WHEN 'CBLJPT29'
                   MOVE 'Y' TO LT-YTD
                   MOVE 'Y' TO LT-HIST
               WHEN 'CBLJPT30'
                   MOVE 'Y' TO LT-MASTER
               WHEN 'CBLJPT33'
                   MOVE 'Y' TO LT-LEDGER
               WHEN 'CBLJPT34'
                   MOVE 'Y' TO LT-BAL
                   MOVE 'Y' TO LT-LEDGER
                   MOVE 'Y' TO LT-ADJ
                   MOVE 'Y' TO LT-YTD
                   MOVE 'Y' TO LT-HIST
               WHEN 'CBLJPT43'
                   MOVE 'Y' TO LT-MASTER
               WHEN 'CBLJPT45'
                   MOVE 'Y' TO LT-RENEW
               WHEN 'CBLJPT46'
                   MOVE 'Y' TO LT-TENLS
                   MOVE 'Y' TO LT-RENEW
                   MOVE 'Y' TO LT-NTV
           END-EVALUATE.

       L4-FIND-SNAP.
           MOVE ZERO   TO TARGET-ID.
           MOVE ZERO   TO TARGET-DATE.
           MOVE SPACES TO TARGET-TIME.
           MOVE SPACES TO GEN-NAME.
           IF RR-SNAP-ID NOT NUMERIC
               MOVE ZERO TO RR-SNAP-ID
           END-IF.
           MOVE 'F' TO LIB-EOF.
           OPEN INPUT SNAP-FILE.
           IF SNAP-STATUS = '00'
               PERFORM L4-LIB-READ
               PERFORM L4-LIB-FIND UNTIL LIB-EOF = 'T'
               CLOSE SNAP-FILE
           END-IF.

       L4-LIB-READ.
           READ SNAP-FILE
               AT END
                   MOVE 'T' TO LIB-EOF.

       L4-LIB-FIND.
           IF SN-STEP = RR-STEP
               IF RR-SNAP-ID = ZERO OR SN-SNAP-ID = RR-SNAP-ID
                   MOVE SN-SNAP-ID  TO TARGET-ID
                   MOVE SN-DATE     TO TARGET-DATE
                   MOVE SN-TIME     TO TARGET-TIME
                   MOVE SN-GEN-NAME TO GEN-NAME
               END-IF
           END-IF.
           PERFORM L4-LIB-READ.

       L4-GEN-READ.
           READ GEN-FILE
               AT END
                   MOVE 'T' TO LIB-EOF.

       L4-LOAD-TRAILERS.
           INITIALIZE FILE-COUNTS.
           MOVE ZERO TO TRL-CTR.
           MOVE 'F' TO LIB-EOF.
           OPEN INPUT GEN-FILE.
           IF GEN-STATUS = '00'
               PERFORM L4-GEN-READ
               PERFORM L4-LIB-TRAILER UNTIL LIB-EOF = 'T'
               CLOSE GEN-FILE
           END-IF.

       L4-LIB-TRAILER.
           IF GR-SNAP-ID = TARGET-ID AND GR-STEP = RR-STEP
                   AND GR-REC-TYPE = 'T'
               ADD 1 TO TRL-CTR
               MOVE GR-DATA (1:7) TO COUNT-HOLD
               EVALUATE GR-FILE-ID
                   WHEN 'CBLBAL'
                       MOVE COUNT-HOLD TO TRL-BAL
                   WHEN 'CBLDEPJ'
                       MOVE COUNT-HOLD TO TRL-DJ
                   WHEN 'CBLLEDGR'
                       MOVE COUNT-HOLD TO TRL-LEDGER
                   WHEN 'CBLWKORD'
                       MOVE COUNT-HOLD TO TRL-WKORD
                   WHEN 'CBLBLDG'
                       MOVE COUNT-HOLD TO TRL-BLDG
                   WHEN 'MONBILLS'
                       MOVE COUNT-HOLD TO TRL-MASTER
                   WHEN 'CBLNTV'
                       MOVE COUNT-HOLD TO TRL-NTV
                   WHEN 'CBLDEPLG'
                       MOVE COUNT-HOLD TO TRL-DEPLG
                   WHEN 'CBLADJ'
                       MOVE COUNT-HOLD TO TRL-ADJ
                   WHEN 'CBLRYTD'
                       MOVE COUNT-HOLD TO TRL-YTD
                   WHEN 'CBLRHIST'
                       MOVE COUNT-HOLD TO TRL-HIST
                   WHEN 'CBLTENLS'
                       MOVE COUNT-HOLD TO TRL-TENLS
                   WHEN 'CBLRENEW'
                       MOVE COUNT-HOLD TO TRL-RENEW
                   WHEN OTHER
                       SUBTRACT 1 FROM TRL-CTR
               END-EVALUATE
           END-IF.
           PERFORM L4-GEN-READ.

       L4-RESTORE-STEP.
           MOVE 'N' TO SW-MISMATCH.
           PERFORM L4-COUNT-BEFORE.
           PERFORM L4-OPEN-RESTORE.
           MOVE 'F' TO LIB-EOF.
           OPEN INPUT GEN-FILE.
           PERFORM L4-GEN-READ.
           PERFORM L4-LIB-RESTORE UNTIL LIB-EOF = 'T'.
           CLOSE GEN-FILE.
           PERFORM L4-CLOSE-RESTORE.
           PERFORM L4-PRINT-FILES.
           PERFORM L4-REVERSE-ENDS.
           PERFORM L4-LOG-ROLLBACK.
           ADD 1 TO ROLLBACK-CTR.
           IF MISMATCH-YES
               ADD 1 TO WARN-CTR
           END-IF.

       L4-COUNT-BEFORE.
           IF FL-BAL = 'Y'
               MOVE 'F' TO COPY-EOF
               OPEN INPUT BAL-FILE
               IF BAL-STATUS = '00'
                   PERFORM L4-BAL-READ
                   PERFORM L4-BAL-COUNT UNTIL COPY-EOF = 'T'
                   CLOSE BAL-FILE
               END-IF
           END-IF.
           IF FL-DJ = 'Y'
               MOVE 'F' TO COPY-EOF
               OPEN INPUT DJ-FILE
               IF DJ-STATUS = '00'
                   PERFORM L4-DJ-READ
                   PERFORM L4-DJ-COUNT UNTIL COPY-EOF = 'T'
                   CLOSE DJ-FILE
               END-IF
           END-IF.
           IF FL-LEDGER = 'Y'
               MOVE 'F' TO COPY-EOF
               OPEN INPUT LEDGER-FILE
               IF LEDGER-STATUS = '00'
                   PERFORM L4-LEDGER-READ
                   PERFORM L4-LEDGER-COUNT UNTIL COPY-EOF = 'T'
                   CLOSE LEDGER-FILE
               END-IF
           END-IF.
           IF FL-WKORD = 'Y'
               MOVE 'F' TO COPY-EOF
               OPEN INPUT WKORD-FILE
               IF WKORD-STATUS = '00'
                   PERFORM L4-WKORD-READ
                   PERFORM L4-WKORD-COUNT UNTIL COPY-EOF = 'T'
                   CLOSE WKORD-FILE
               END-IF
           END-IF.
           IF FL-BLDG = 'Y'
               MOVE 'F' TO COPY-EOF
               OPEN INPUT BLDG-FILE
               IF BLDG-STATUS = '00'
                   PERFORM L4-BLDG-READ
                   PERFORM L4-BLDG-COUNT UNTIL COPY-EOF = 'T'
                   CLOSE BLDG-FILE
               END-IF
           END-IF.
           IF FL-MASTER = 'Y'
               MOVE 'F' TO COPY-EOF
               OPEN INPUT MASTER-FILE
               IF MASTER-STATUS = '00'
                   PERFORM L4-MASTER-READ
                   PERFORM L4-MASTER-COUNT UNTIL COPY-EOF = 'T'
                   CLOSE MASTER-FILE
               END-IF
           END-IF.
           IF FL-NTV = 'Y'
               MOVE 'F' TO COPY-EOF
               OPEN INPUT NTV-FILE
               IF NTV-STATUS = '00'
                   PERFORM L4-NTV-READ
                   PERFORM L4-NTV-COUNT UNTIL COPY-EOF = 'T'
                   CLOSE NTV-FILE
               END-IF
           END-IF.
           IF FL-DEPLG = 'Y'
               MOVE 'F' TO COPY-EOF
               OPEN INPUT DEPLG-FILE
               IF DEPLG-STATUS = '00'
                   PERFORM L4-DEPLG-READ
                   PERFORM L4-DEPLG-COUNT UNTIL COPY-EOF = 'T'
                   CLOSE DEPLG-FILE
               END-IF
           END-IF.
           IF FL-ADJ = 'Y'
               MOVE 'F' TO COPY-EOF
               OPEN INPUT ADJ-FILE
               IF ADJ-STATUS = '00'
                   PERFORM L4-ADJ-READ
                   PERFORM L4-ADJ-COUNT UNTIL COPY-EOF = 'T'
                   CLOSE ADJ-FILE
               END-IF
           END-IF.
           IF FL-YTD = 'Y'
               MOVE 'F' TO COPY-EOF
               OPEN INPUT YTD-FILE
               IF YTD-STATUS = '00'
                   PERFORM L4-YTD-READ
                   PERFORM L4-YTD-COUNT UNTIL COPY-EOF = 'T'
                   CLOSE YTD-FILE
               END-IF
           END-IF.
           IF FL-HIST = 'Y'
               MOVE 'F' TO COPY-EOF
               OPEN INPUT HIST-FILE
               IF HIST-STATUS = '00'
                   PERFORM L4-HIST-READ
                   PERFORM L4-HIST-COUNT UNTIL COPY-EOF = 'T'
                   CLOSE HIST-FILE
               END-IF
           END-IF.
           IF FL-TENLS = 'Y'
               MOVE 'F' TO COPY-EOF
               OPEN INPUT TENLS-FILE
               IF TENLS-STATUS = '00'
                   PERFORM L4-TENLS-READ
                   PERFORM L4-TENLS-COUNT UNTIL COPY-EOF = 'T'
                   CLOSE TENLS-FILE
               END-IF
           END-IF.
           IF FL-RENEW = 'Y'
               MOVE 'F' TO COPY-EOF
               OPEN INPUT RENEW-FILE
               IF RENEW-STATUS = '00'
                   PERFORM L4-RENEW-READ
                   PERFORM L4-RENEW-COUNT UNTIL COPY-EOF = 'T'
                   CLOSE RENEW-FILE
               END-IF
           END-IF.

       L4-BAL-READ.
           READ BAL-FILE
               AT END
                   MOVE 'T' TO COPY-EOF.

       L4-BAL-COUNT.
           ADD 1 TO BEF-BAL.
           PERFORM L4-BAL-READ.

       L4-DJ-READ.
           READ DJ-FILE
               AT END
                   MOVE 'T' TO COPY-EOF.

       L4-DJ-COUNT.
           ADD 1 TO BEF-DJ.
           PERFORM L4-DJ-READ.

       L4-LEDGER-READ.
           READ LEDGER-FILE
               AT END
                   MOVE 'T' TO COPY-EOF.

       L4-LEDGER-COUNT.
           ADD 1 TO BEF-LEDGER.
           PERFORM L4-LEDGER-READ.

       L4-WKORD-READ.
           READ WKORD-FILE
               AT END
                   MOVE 'T' TO COPY-EOF.

       L4-WKORD-COUNT.
           ADD 1 TO BEF-WKORD.
           PERFORM L4-WKORD-READ.

       L4-BLDG-READ.
           READ BLDG-FILE
               AT END
                   MOVE 'T' TO COPY-EOF.

       L4-BLDG-COUNT.
           ADD 1 TO BEF-BLDG.
           PERFORM L4-BLDG-READ.

       L4-MASTER-READ.
           READ MASTER-FILE
               AT END
                   MOVE 'T' TO COPY-EOF.

       L4-MASTER-COUNT.
           ADD 1 TO BEF-MASTER.
           PERFORM L4-MASTER-READ.

       L4-NTV-READ.
           READ NTV-FILE
               AT END
                   MOVE 'T' TO COPY-EOF.

       L4-NTV-COUNT.
           ADD 1 TO BEF-NTV.
           PERFORM L4-NTV-READ.

       L4-DEPLG-READ.
           READ DEPLG-FILE
               AT END
                   MOVE 'T' TO COPY-EOF.

       L4-DEPLG-COUNT.
           ADD 1 TO BEF-DEPLG.
           PERFORM L4-DEPLG-READ.

       L4-ADJ-READ.
           READ ADJ-FILE
               AT END
                   MOVE 'T' TO COPY-EOF.

       L4-ADJ-COUNT.
           ADD 1 TO BEF-ADJ.
           PERFORM L4-ADJ-READ.

       L4-YTD-READ.
           READ YTD-FILE
               AT END
                   MOVE 'T' TO COPY-EOF.

       L4-YTD-COUNT.
           ADD 1 TO BEF-YTD.
           PERFORM L4-YTD-READ.

       L4-HIST-READ.
           READ HIST-FILE
               AT END
                   MOVE 'T' TO COPY-EOF.

       L4-HIST-COUNT.
           ADD 1 TO BEF-HIST.
           PERFORM L4-HIST-READ.

       L4-TENLS-READ.
           READ TENLS-FILE
               AT END
                   MOVE 'T' TO COPY-EOF.

       L4-TENLS-COUNT.
           ADD 1 TO BEF-TENLS.
           PERFORM L4-TENLS-READ.

       L4-RENEW-READ.
           READ RENEW-FILE
               AT END
                   MOVE 'T' TO COPY-EOF.

       L4-RENEW-COUNT.
           ADD 1 TO BEF-RENEW.
           PERFORM L4-RENEW-READ.

       L4-OPEN-RESTORE.
           IF FL-BAL = 'Y'
               OPEN OUTPUT BAL-FILE
           END-IF.
           IF FL-DJ = 'Y'
               OPEN OUTPUT DJ-FILE
           END-IF.
           IF FL-LEDGER = 'Y'
               OPEN OUTPUT LEDGER-FILE
           END-IF.
           IF FL-WKORD = 'Y'
               OPEN OUTPUT WKORD-FILE
           END-IF.
           IF FL-BLDG = 'Y'
               OPEN OUTPUT BLDG-FILE
           END-IF.
           IF FL-MASTER = 'Y'
               OPEN OUTPUT MASTER-FILE
           END-IF.
           IF FL-NTV = 'Y'
               OPEN OUTPUT NTV-FILE
           END-IF.
           IF FL-DEPLG = 'Y'
               OPEN OUTPUT DEPLG-FILE
           END-IF.
           IF FL-ADJ = 'Y'
               OPEN OUTPUT ADJ-FILE
           END-IF.
           IF FL-YTD = 'Y'
               OPEN OUTPUT YTD-FILE
           END-IF.
           IF FL-HIST = 'Y'
               OPEN OUTPUT HIST-FILE
           END-IF.
           IF FL-TENLS = 'Y'
               OPEN OUTPUT TENLS-FILE
           END-IF.
           IF FL-RENEW = 'Y'
               OPEN OUTPUT RENEW-FILE
           END-IF.

       L4-CLOSE-RESTORE.
           IF FL-BAL = 'Y'
               CLOSE BAL-FILE
           END-IF.
           IF FL-DJ = 'Y'
               CLOSE DJ-FILE
           END-IF.
           IF FL-LEDGER = 'Y'
               CLOSE LEDGER-FILE
           END-IF.
           IF FL-WKORD = 'Y'
               CLOSE WKORD-FILE
           END-IF.
           IF FL-BLDG = 'Y'
               CLOSE BLDG-FILE
           END-IF.
           IF FL-MASTER = 'Y'
               CLOSE MASTER-FILE
           END-IF.
           IF FL-NTV = 'Y'
               CLOSE NTV-FILE
           END-IF.
           IF FL-DEPLG = 'Y'
               CLOSE DEPLG-FILE
           END-IF.
           IF FL-ADJ = 'Y'
               CLOSE ADJ-FILE
           END-IF.
           IF FL-YTD = 'Y'
               CLOSE YTD-FILE
           END-IF.
           IF FL-HIST = 'Y'
               CLOSE HIST-FILE
           END-IF.
           IF FL-TENLS = 'Y'
               CLOSE TENLS-FILE
           END-IF.
           IF FL-RENEW = 'Y'
               CLOSE RENEW-FILE
           END-IF.

       L4-LIB-RESTORE.
           IF GR-SNAP-ID = TARGET-ID AND GR-STEP = RR-STEP
                   AND GR-REC-TYPE = 'D'
               EVALUATE GR-FILE-ID
                   WHEN 'CBLBAL'
                       WRITE BAL-LINE FROM GR-DATA
                       ADD 1 TO RST-BAL
                   WHEN 'CBLDEPJ'
                       WRITE DJ-LINE FROM GR-DATA
                       ADD 1 TO RST-DJ
                   WHEN 'CBLLEDGR'
                       WRITE LEDGER-LINE FROM GR-DATA
                       ADD 1 TO RST-LEDGER
                   WHEN 'CBLWKORD'
                       WRITE WO-LINE FROM GR-DATA
                       ADD 1 TO RST-WKORD
                   WHEN 'CBLBLDG'
                       WRITE BLDG-LINE FROM GR-DATA
                       ADD 1 TO RST-BLDG
                   WHEN 'CBLNTV'
                       WRITE NTV-LINE FROM GR-DATA
                       ADD 1 TO RST-NTV
                   WHEN 'CBLDEPLG'
                       WRITE DEPLG-LINE FROM GR-DATA
                       ADD 1 TO RST-DEPLG
                   WHEN 'CBLADJ'
                       WRITE ADJ-LINE FROM GR-DATA
                       ADD 1 TO RST-ADJ
                   WHEN 'CBLRYTD'
                       WRITE YTD-LINE FROM GR-DATA
                       ADD 1 TO RST-YTD
                   WHEN 'CBLRHIST'
                       WRITE HIST-LINE FROM GR-DATA
                       ADD 1 TO RST-HIST
                   WHEN 'CBLTENLS'
                       WRITE TENLS-LINE FROM GR-DATA
                       ADD 1 TO RST-TENLS
                   WHEN 'CBLRENEW'
                       WRITE RENEW-LINE FROM GR-DATA
                       ADD 1 TO RST-RENEW
                   WHEN 'MONBILLS'
                       MOVE GR-DATA (1:29) TO RENTAL-REC
                       WRITE RENTAL-REC
                           INVALID KEY
                               MOVE 'Y' TO SW-MISMATCH
                           NOT INVALID KEY
                               ADD 1 TO RST-MASTER
                       END-WRITE
               END-EVALUATE
           END-IF.
           PERFORM L4-GEN-READ.

       L4-PRINT-FILES.
           IF FL-BAL = 'Y'
               MOVE 'CBLBAL'   TO D29-FILE
               MOVE BEF-BAL    TO D29-BEFORE
               MOVE RST-BAL    TO D29-RESTORED
               MOVE TRL-BAL    TO D29-SNAP-CNT
               PERFORM L4-PRINT-FILE-LINE
           END-IF.
           IF FL-DJ = 'Y'
               MOVE 'CBLDEPJ'  TO D29-FILE
               MOVE BEF-DJ     TO D29-BEFORE
               MOVE RST-DJ     TO D29-RESTORED
               MOVE TRL-DJ     TO D29-SNAP-CNT
               PERFORM L4-PRINT-FILE-LINE
           END-IF.
           IF FL-LEDGER = 'Y'
               MOVE 'CBLLEDGR' TO D29-FILE
               MOVE BEF-LEDGER TO D29-BEFORE
               MOVE RST-LEDGER TO D29-RESTORED
               MOVE TRL-LEDGER TO D29-SNAP-CNT
               PERFORM L4-PRINT-FILE-LINE
           END-IF.
           IF FL-WKORD = 'Y'
               MOVE 'CBLWKORD' TO D29-FILE
               MOVE BEF-WKORD  TO D29-BEFORE
               MOVE RST-WKORD  TO D29-RESTORED
               MOVE TRL-WKORD  TO D29-SNAP-CNT
               PERFORM L4-PRINT-FILE-LINE
           END-IF.
           IF FL-BLDG = 'Y'
               MOVE 'CBLBLDG'  TO D29-FILE
               MOVE BEF-BLDG   TO D29-BEFORE
               MOVE RST-BLDG   TO D29-RESTORED
               MOVE TRL-BLDG   TO D29-SNAP-CNT
               PERFORM L4-PRINT-FILE-LINE
           END-IF.
           IF FL-MASTER = 'Y'
               MOVE 'MONBILLS' TO D29-FILE
               MOVE BEF-MASTER TO D29-BEFORE
               MOVE RST-MASTER TO D29-RESTORED
               MOVE TRL-MASTER TO D29-SNAP-CNT
               PERFORM L4-PRINT-FILE-LINE
           END-IF.
           IF FL-NTV = 'Y'
               MOVE 'CBLNTV'   TO D29-FILE
               MOVE BEF-NTV    TO D29-BEFORE
               MOVE RST-NTV    TO D29-RESTORED
               MOVE TRL-NTV    TO D29-SNAP-CNT
               PERFORM L4-PRINT-FILE-LINE
           END-IF.
           IF FL-DEPLG = 'Y'
               MOVE 'CBLDEPLG' TO D29-FILE
               MOVE BEF-DEPLG  TO D29-BEFORE
               MOVE RST-DEPLG  TO D29-RESTORED
               MOVE TRL-DEPLG  TO D29-SNAP-CNT
               PERFORM L4-PRINT-FILE-LINE
           END-IF.
           IF FL-ADJ = 'Y'
               MOVE 'CBLADJ'   TO D29-FILE
               MOVE BEF-ADJ    TO D29-BEFORE
               MOVE RST-ADJ    TO D29-RESTORED
               MOVE TRL-ADJ    TO D29-SNAP-CNT
               PERFORM L4-PRINT-FILE-LINE
           END-IF.
           IF FL-YTD = 'Y'
               MOVE 'CBLRYTD'  TO D29-FILE
               MOVE BEF-YTD    TO D29-BEFORE
               MOVE RST-YTD    TO D29-RESTORED
               MOVE TRL-YTD    TO D29-SNAP-CNT
               PERFORM L4-PRINT-FILE-LINE
           END-IF.
           IF FL-HIST = 'Y'
               MOVE 'CBLRHIST' TO D29-FILE
               MOVE BEF-HIST   TO D29-BEFORE
               MOVE RST-HIST   TO D29-RESTORED
               MOVE TRL-HIST   TO D29-SNAP-CNT
               PERFORM L4-PRINT-FILE-LINE
           END-IF.
           IF FL-TENLS = 'Y'
               MOVE 'CBLTENLS' TO D29-FILE
               MOVE BEF-TENLS  TO D29-BEFORE
               MOVE RST-TENLS  TO D29-RESTORED
               MOVE TRL-TENLS  TO D29-SNAP-CNT
               PERFORM L4-PRINT-FILE-LINE
           END-IF.
           IF FL-RENEW = 'Y'
               MOVE 'CBLRENEW' TO D29-FILE
               MOVE BEF-RENEW  TO D29-BEFORE
               MOVE RST-RENEW  TO D29-RESTORED
               MOVE TRL-RENEW  TO D29-SNAP-CNT
               PERFORM L4-PRINT-FILE-LINE
           END-IF.

       L4-PRINT-FILE-LINE.
           MOVE RR-STEP     TO D29-STEP.
           MOVE TARGET-ID   TO D29-SNAP-ID.
           MOVE TARGET-DATE TO D29-DATE.
           MOVE TARGET-TIME TO D29-TIME.
           IF D29-RESTORED = D29-SNAP-CNT
               MOVE 'RESTORED' TO D29-NOTE
           ELSE
               MOVE '** COUNT MISMATCH' TO D29-NOTE
               MOVE 'Y' TO SW-MISMATCH
           END-IF.
           WRITE PRTLINE FROM DETAIL-LINE29
               AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                   PERFORM L4-HEADINGS
           END-WRITE.

       L4-REVERSE-ENDS.
           MOVE ZERO TO REV-CTR.
           MOVE 'N'  TO SW-AFTER-SNAP.
           MOVE 'N'  TO SW-SNAP-LOGGED.
           MOVE 'F'  TO LIB-EOF.
           OPEN INPUT RUNLOG-FILE.
           IF RUNLOG-STATUS = '00'
               OPEN OUTPUT RUNLOG-TMP-FILE
               PERFORM L4-RUNLOG-READ
               PERFORM L4-RUNLOG-MARK UNTIL LIB-EOF = 'T'
               CLOSE RUNLOG-FILE
               CLOSE RUNLOG-TMP-FILE
               MOVE 'F' TO LIB-EOF
               OPEN INPUT RUNLOG-TMP-FILE
               OPEN OUTPUT RUNLOG-FILE
               PERFORM L4-RUNLOG-TMP-READ
               PERFORM L4-RUNLOG-REPLACE UNTIL LIB-EOF = 'T'
               CLOSE RUNLOG-TMP-FILE
               CLOSE RUNLOG-FILE
           END-IF.
           MOVE REV-CTR TO RV-CTR.
           IF SNAP-LOGGED-YES
               MOVE SPACES TO RV-NOTE
           ELSE
               MOVE '** SNAPSHOT NOT FOUND IN RUN LOG' TO RV-NOTE
               MOVE 'Y' TO SW-MISMATCH
           END-IF.
           WRITE PRTLINE FROM REVERSE-LINE
               AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                   PERFORM L4-HEADINGS
           END-WRITE.

       L4-RUNLOG-READ.
           READ RUNLOG-FILE
               AT END
                   MOVE 'T' TO LIB-EOF.

       L4-RUNLOG-MARK.
           IF RL-PROGRAM = 'CBLJPT36' AND RL-TYPE = 'SNAP '
                   AND RL-FILES (1:8) = RR-STEP
                   AND RL-FILES (10:6) = TARGET-ID
               MOVE 'Y' TO SW-AFTER-SNAP
               MOVE 'Y' TO SW-SNAP-LOGGED
           END-IF.
           IF AFTER-SNAP-YES AND RL-PROGRAM = RR-STEP
                   AND RL-TYPE = 'END'
                   AND RL-FLAG NOT = 'A' AND RL-FLAG NOT = 'X'
               MOVE 'X' TO RL-FLAG
               ADD 1 TO REV-CTR
           END-IF.
           WRITE RUNLOG-TMP-REC FROM RUNLOG-REC.
           PERFORM L4-RUNLOG-READ.

       L4-RUNLOG-TMP-READ.
           READ RUNLOG-TMP-FILE
               AT END
                   MOVE 'T' TO LIB-EOF.

       L4-RUNLOG-REPLACE.
           WRITE RUNLOG-REC FROM RUNLOG-TMP-REC.
           PERFORM L4-RUNLOG-TMP-READ.

       L4-LOG-ROLLBACK.
           COMPUTE COUNT-HOLD = RST-BAL + RST-DJ + RST-LEDGER
               + RST-WKORD + RST-BLDG + RST-MASTER + RST-NTV
               + RST-DEPLG + RST-ADJ + RST-YTD + RST-HIST
               + RST-TENLS + RST-RENEW.
           ADD COUNT-HOLD TO RESTORE-TOT.
           OPEN EXTEND RUNLOG-FILE.
           MOVE 'CBLJPT37' TO RL-PROGRAM.
           MOVE 'RBACK'    TO RL-TYPE.
           MOVE CURRENT-DATE-AND-TIME (1:8) TO RL-DATE.
           MOVE CURRENT-TIME (1:6)          TO RL-TIME.
           MOVE SPACES TO RL-FILES.
           STRING RR-STEP DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               TARGET-ID DELIMITED BY SIZE
               ' ROLLED BACK' DELIMITED BY SIZE
               INTO RL-FILES.
           MOVE COUNT-HOLD TO RL-READ.
           MOVE REV-CTR    TO RL-WRITTEN.
           MOVE ZERO       TO RL-DOLLARS.
           IF MISMATCH-YES
               MOVE 'W' TO RL-FLAG
           ELSE
               MOVE 'N' TO RL-FLAG
           END-IF.
           WRITE RUNLOG-REC.
           CLOSE RUNLOG-FILE.

       L2-CLOSING.
           IF RQ-OPEN-YES
               CLOSE RBKRQ-FILE
           END-IF.
           MOVE ROLLBACK-CTR TO T1-ROLLBACKS.
           MOVE RESTORE-TOT  TO T1-RECORDS.
           MOVE REJECT-CTR   TO T1-REJECT.
           WRITE PRTLINE FROM TOT-LINE-1
               AFTER ADVANCING 3 LINES.
           CLOSE PRTOUT.
           PERFORM L4-LOG-END.

       L4-LOG-START.
           OPEN EXTEND RUNLOG-FILE.
           MOVE 'CBLJPT37' TO RL-PROGRAM.
           MOVE 'START'    TO RL-TYPE.
           MOVE CURRENT-DATE-AND-TIME (1:8) TO RL-DATE.
           MOVE CURRENT-TIME (1:6)          TO RL-TIME.
           MOVE 'RBKRQ SNAP RUNLOG PRT'     TO RL-FILES.
           MOVE ZERO TO RL-READ.
           MOVE ZERO TO RL-WRITTEN.
           MOVE ZERO TO RL-DOLLARS.
           MOVE 'N'  TO RL-FLAG.
           WRITE RUNLOG-REC.
           CLOSE RUNLOG-FILE.

       L4-LOG-END.
           OPEN EXTEND RUNLOG-FILE.
           MOVE 'CBLJPT37' TO RL-PROGRAM.
           MOVE 'END'      TO RL-TYPE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE BUS-DATE TO CURRENT-DATE-AND-TIME (1:8).
           MOVE CURRENT-DATE-AND-TIME (1:8) TO RL-DATE.
           MOVE CURRENT-TIME (1:6)          TO RL-TIME.
           MOVE 'RBKRQ SNAP RUNLOG PRT'     TO RL-FILES.
           MOVE RL-READ-CTR  TO RL-READ.
           MOVE RESTORE-TOT  TO RL-WRITTEN.
           MOVE ZERO         TO RL-DOLLARS.
           IF REJECT-CTR > 0 OR WARN-CTR > 0
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
       end program CBLJPT37.
