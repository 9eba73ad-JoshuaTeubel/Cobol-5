       identification division.
       program-id. CBLJPT46.
       AUTHOR.     Joshua Teubel.
       DATE-WRITTEN. 10/15/2026.
       environment division.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESP-FILE
               ASSIGN TO 'C:\Cobol\CBLRNRSP.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS RESP-STATUS.
           SELECT RENEW-FILE
               ASSIGN TO 'C:\Cobol\CBLRENEW.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS RENEW-STATUS.
           SELECT TEN-FILE
               ASSIGN TO 'C:\Cobol\CBLTENLS.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS TEN-STATUS.
           SELECT NTV-FILE
               ASSIGN TO 'C:\Cobol\CBLNTV.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS NTV-STATUS.
           SELECT PRTOUT
               ASSIGN TO 'C:\Cobol\CBLRNRSP.PRT'
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

       FD  RESP-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS RESP-REC.
           01  RESP-REC.
               05  RR-BLD-CODE             PIC XX.
               05  RR-UNIT                 PIC 99.
               05  RR-OLD-END              PIC 9(8).
               05  RR-RESPONSE             PIC X.
               05  RR-RATE                 PIC 999V99.
               05  RR-DATE                 PIC 9(8).

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

       FD  NTV-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS NTV-REC.
           01  NTV-REC.
               05  NV-BLD-CODE             PIC XX.
               05  NV-UNIT                 PIC 99.
               05  NV-NAME                 PIC X(20).
               05  NV-VACATE-DATE          PIC 9(8).
               05  NV-NOTICE-DATE          PIC 9(8).
               05  NV-SOURCE               PIC X(8).
               05  NV-STATUS               PIC X.
               05  NV-SETTLE-DATE          PIC 9(8).

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
           05  RESP-STATUS         PIC XX      VALUE '00'.
           05  RENEW-STATUS        PIC XX      VALUE '00'.
           05  TEN-STATUS          PIC XX      VALUE '00'.
           05  NTV-STATUS          PIC XX      VALUE '00'.
           05  SW-OVERFLOW         PIC X       VALUE 'N'.
               88 TABLE-OVERFLOW       VALUE 'Y'.
           05  SW-FOUND            PIC X       VALUE 'N'.
               88 FOUND-YES            VALUE 'Y'.
           05  FOUND-IDX           PIC 9999    VALUE ZERO.
           05  RESP-DATE           PIC 9(8)    VALUE ZERO.
           05  RESP-CTR            PIC S9(4)   VALUE ZERO.
           05  ACCEPT-CTR          PIC S9(4)   VALUE ZERO.
           05  DECLINE-CTR         PIC S9(4)   VALUE ZERO.
           05  EXPIRE-CTR          PIC S9(4)   VALUE ZERO.
           05  RENEWED-CTR         PIC S9(4)   VALUE ZERO.
           05  DUP-CTR             PIC S9(4)   VALUE ZERO.
           05  REJECT-CTR          PIC S9(4)   VALUE ZERO.
           05  TOT-RENEWED-RATE    PIC 9(7)V99 VALUE ZERO.
           05  RL-READ-CTR         PIC 9(5)    VALUE ZERO.
           05  RL-WRITE-CTR        PIC 9(5)    VALUE ZERO.

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

       01 TEN-TABLE.
           05 TN-CTR               PIC S9(4)   VALUE ZERO.
           05 TN-ENTRY OCCURS 2500 TIMES INDEXED BY TN-IDX.
               10 TN-BLD-CODE      PIC XX.
               10 TN-UNIT          PIC 99.
               10 TN-NAME          PIC X(20).
               10 TN-PHONE         PIC X(10).
               10 TN-LEASE-START   PIC 9(8).
               10 TN-LEASE-END     PIC 9(8).
               10 TN-RATE-OVERRIDE PIC 999V99.
               10 TN-DEPOSIT       PIC 9999V99.

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
           05 FILLER               PIC X(8)    VALUE 'COBJPT46'.
           05 FILLER               PIC X(38)   VALUE SPACES.
           05 FILLER               PIC X(38)   VALUE
               'LEASE RENEWAL RESPONSES - TEUBEL S '.
           05 FILLER               PIC X(48)   VALUE SPACES.

       01 FILL-LINE.
           05 FILLER               PIC X(132)  VALUE SPACES.

       01 COL-HEAD1.
           05 FILLER               PIC X(4)    VALUE 'BLD '.
           05 FILLER               PIC X(6)    VALUE 'UNIT'.
           05 FILLER               PIC X(22)   VALUE 'TENANT NAME'.
           05 FILLER               PIC X(23)   VALUE 'ACTION'.
           05 FILLER               PIC X(12)   VALUE 'LEASE END'.
           05 FILLER               PIC X(12)   VALUE 'NEW START'.
           05 FILLER               PIC X(12)   VALUE 'NEW END'.
           05 FILLER               PIC X(9)    VALUE 'OFFERED'.
           05 FILLER               PIC X(9)    VALUE 'AGREED'.
           05 FILLER               PIC X(23)   VALUE 'NOTE'.

       01 DETAIL-LINE38.
           05 D38-BLD               PIC XX.
           05 FILLER                PIC X(4)    VALUE SPACES.
           05 D38-UNIT              PIC Z9.
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 D38-NAME              PIC X(20).
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 D38-ACTION            PIC X(21).
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 D38-OLD-END           PIC X(10).
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 D38-NEW-START         PIC X(10).
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 D38-NEW-END           PIC X(10).
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 D38-OFFER-RATE        PIC ZZ9.99  BLANK WHEN ZERO.
           05 FILLER                PIC X(3)    VALUE SPACES.
           05 D38-AGREED-RATE       PIC ZZ9.99  BLANK WHEN ZERO.
           05 FILLER                PIC X(3)    VALUE SPACES.
           05 D38-NOTE              PIC X(23).

       01 EDIT-DATE.
           05 ED-MONTH              PIC 99.
           05 FILLER                PIC X       VALUE '/'.
           05 ED-DAY                PIC 99.
           05 FILLER                PIC X       VALUE '/'.
           05 ED-YEAR               PIC 9999.

       01 TOT-LINE-1.
           05 FILLER                PIC X(18)   VALUE
               'RESPONSES READ:   '.
           05 T1-READ               PIC ZZZZ9.
           05 FILLER                PIC X(5)    VALUE SPACES.
           05 FILLER                PIC X(18)   VALUE
               'ACCEPTED:         '.
           05 T1-ACCEPT             PIC ZZZZ9.
           05 FILLER                PIC X(5)    VALUE SPACES.
           05 FILLER                PIC X(18)   VALUE
               'DECLINED:         '.
           05 T1-DECLINE            PIC ZZZZ9.
           05 FILLER                PIC X(53)   VALUE SPACES.

       01 TOT-LINE-2.
           05 FILLER                PIC X(18)   VALUE
               'EXPIRED:          '.
           05 T2-EXPIRE             PIC ZZZZ9.
           05 FILLER                PIC X(5)    VALUE SPACES.
           05 FILLER                PIC X(18)   VALUE
               'LEASES RENEWED:   '.
           05 T2-RENEWED            PIC ZZZZ9.
           05 FILLER                PIC X(5)    VALUE SPACES.
           05 FILLER                PIC X(18)   VALUE
               'ALREADY RECORDED: '.
           05 T2-DUP                PIC ZZZZ9.
           05 FILLER                PIC X(5)    VALUE SPACES.
           05 FILLER                PIC X(18)   VALUE
               'REJECTED:         '.
           05 T2-REJECT             PIC ZZZZ9.
           05 FILLER                PIC X(25)   VALUE SPACES.

       01 ABORT-LINE.
           05 FILLER                PIC X(20)   VALUE SPACES.
           05 FILLER                PIC X(52)   VALUE
               '** TABLE FULL - NO RESPONSES APPLIED **'.
           05 FILLER                PIC X(60)   VALUE SPACES.

       procedure division.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L2-LOAD-RENEWALS.
           PERFORM L2-LOAD-TENANTS.
           IF TABLE-OVERFLOW
               WRITE PRTLINE FROM ABORT-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               PERFORM L2-APPLY-RESPONSES
               PERFORM L2-EXPIRE-OFFERS
               PERFORM L2-APPLY-RENEWALS
               PERFORM L2-WRITE-FILES
               PERFORM L2-PRINT-TOTALS
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

       L2-LOAD-RENEWALS.
           OPEN INPUT RENEW-FILE.
           IF RENEW-STATUS = '00'
               PERFORM L3-RENEW-READ
               PERFORM L3-RENEW-STORE UNTIL EOF = 'T'
               CLOSE RENEW-FILE
           END-IF.
           MOVE 'F' TO EOF.

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
                   MOVE 'T' TO EOF.

       L3-TEN-STORE.
           IF TN-CTR < 2500
               ADD 1 TO TN-CTR
               SET TN-IDX TO TN-CTR
               MOVE TL-BLD-CODE      TO TN-BLD-CODE (TN-IDX)
               MOVE TL-UNIT          TO TN-UNIT (TN-IDX)
               MOVE TL-NAME          TO TN-NAME (TN-IDX)
               MOVE TL-PHONE         TO TN-PHONE (TN-IDX)
               MOVE TL-LEASE-START   TO TN-LEASE-START (TN-IDX)
               MOVE TL-LEASE-END     TO TN-LEASE-END (TN-IDX)
               MOVE TL-RATE-OVERRIDE TO TN-RATE-OVERRIDE (TN-IDX)
               MOVE TL-DEPOSIT       TO TN-DEPOSIT (TN-IDX)
           ELSE
               MOVE 'Y' TO SW-OVERFLOW
           END-IF.
           PERFORM L3-TEN-READ.

       L2-APPLY-RESPONSES.
           OPEN EXTEND NTV-FILE.
           IF NTV-STATUS NOT = '00'
               OPEN OUTPUT NTV-FILE
           END-IF.
           OPEN INPUT RESP-FILE.
           IF RESP-STATUS = '00'
               PERFORM L3-RESP-READ
               PERFORM L3-APPLY-RESPONSE UNTIL EOF = 'T'
               CLOSE RESP-FILE
           END-IF.
           MOVE 'F' TO EOF.
           CLOSE NTV-FILE.

       L3-RESP-READ.
           READ RESP-FILE
               AT END
                   MOVE 'T' TO EOF
               NOT AT END
                   ADD 1 TO RL-READ-CTR
                   ADD 1 TO RESP-CTR
           END-READ.

       L3-APPLY-RESPONSE.
           IF RR-DATE NUMERIC AND RR-DATE > ZERO
               MOVE RR-DATE  TO RESP-DATE
           ELSE
               MOVE BUS-DATE TO RESP-DATE
           END-IF.
           PERFORM L4-FIND-LAST-OFFER.
           IF NOT FOUND-YES
               ADD 1 TO REJECT-CTR
               PERFORM L4-PRINT-RESP-REJECT
           ELSE
               MOVE SPACES TO D38-NOTE
               IF NW-STATUS (NW-IDX) = 'P'
                   EVALUATE RR-RESPONSE
                       WHEN 'A'
                           IF RESP-DATE > NW-RESPOND-BY (NW-IDX)
                               PERFORM L4-LATE-RESPONSE
                           ELSE
                               PERFORM L4-ACCEPT-OFFER
                           END-IF
                       WHEN 'D'
                           IF RESP-DATE > NW-RESPOND-BY (NW-IDX)
                               PERFORM L4-LATE-RESPONSE
                           ELSE
                               PERFORM L4-DECLINE-OFFER
                           END-IF
                       WHEN 'E'
                           ADD 1 TO EXPIRE-CTR
                           MOVE 'E'       TO NW-STATUS (NW-IDX)
                           MOVE RESP-DATE TO NW-STATUS-DATE (NW-IDX)
                           MOVE 'EXPIRED' TO D38-ACTION
                       WHEN OTHER
                           ADD 1 TO REJECT-CTR
                           MOVE '** REJECTED' TO D38-ACTION
                           MOVE 'INVALID RESPONSE CODE' TO D38-NOTE
                   END-EVALUATE
               ELSE
                   IF (RR-RESPONSE = 'A'
                           AND (NW-STATUS (NW-IDX) = 'A'
                           OR NW-STATUS (NW-IDX) = 'R'
                           OR NW-STATUS (NW-IDX) = 'C'))
                           OR RR-RESPONSE = NW-STATUS (NW-IDX)
                       ADD 1 TO DUP-CTR
                       MOVE 'NO CHANGE' TO D38-ACTION
                       MOVE 'ALREADY RECORDED' TO D38-NOTE
                   ELSE
                       ADD 1 TO REJECT-CTR
                       MOVE '** REJECTED' TO D38-ACTION
                       MOVE 'NO PENDING OFFER' TO D38-NOTE
                   END-IF
               END-IF
               PERFORM L4-PRINT-OFFER
           END-IF.
           PERFORM L3-RESP-READ.

       L4-FIND-LAST-OFFER.
           MOVE 'N' TO SW-FOUND.
           MOVE ZERO TO FOUND-IDX.
           PERFORM L4-OFFER-SEARCH-STEP
               VARYING NW-IDX FROM 1 BY 1
               UNTIL NW-IDX > NW-CTR.
           IF FOUND-YES
               SET NW-IDX TO FOUND-IDX
           END-IF.

       L4-OFFER-SEARCH-STEP.
           IF NW-BLD-CODE (NW-IDX) = RR-BLD-CODE
                   AND NW-UNIT (NW-IDX) = RR-UNIT
                   AND NW-OLD-END (NW-IDX) = RR-OLD-END
               MOVE 'Y' TO SW-FOUND
               SET FOUND-IDX TO NW-IDX
           END-IF.

       L4-LATE-RESPONSE.
           ADD 1 TO REJECT-CTR.
           MOVE '** REJECTED' TO D38-ACTION.
           MOVE 'RESPONSE AFTER DEADLINE' TO D38-NOTE.

       L4-ACCEPT-OFFER.
           ADD 1 TO ACCEPT-CTR.
           MOVE 'A'       TO NW-STATUS (NW-IDX).
           MOVE RESP-DATE TO NW-STATUS-DATE (NW-IDX).
           IF RR-RATE NUMERIC AND RR-RATE > ZERO
               MOVE RR-RATE TO NW-AGREED-RATE (NW-IDX)
               IF RR-RATE NOT = NW-OFFER-RATE (NW-IDX)
                   MOVE 'NEGOTIATED RATE' TO D38-NOTE
               END-IF
           ELSE
               MOVE NW-OFFER-RATE (NW-IDX) TO NW-AGREED-RATE (NW-IDX)
           END-IF.
           MOVE 'ACCEPTED' TO D38-ACTION.

       L4-DECLINE-OFFER.
           ADD 1 TO DECLINE-CTR.
           MOVE 'D'       TO NW-STATUS (NW-IDX).
           MOVE RESP-DATE TO NW-STATUS-DATE (NW-IDX).
           MOVE NW-BLD-CODE (NW-IDX) TO NV-BLD-CODE.
           MOVE NW-UNIT (NW-IDX)     TO NV-UNIT.
           MOVE NW-NAME (NW-IDX)     TO NV-NAME.
           MOVE NW-OLD-END (NW-IDX)  TO NV-VACATE-DATE.
           MOVE RESP-DATE            TO NV-NOTICE-DATE.
           MOVE 'CBLJPT46'           TO NV-SOURCE.
           MOVE 'O'                  TO NV-STATUS.
           MOVE ZERO                 TO NV-SETTLE-DATE.
           WRITE NTV-REC.
           ADD 1 TO RL-WRITE-CTR.
           MOVE 'DECLINED' TO D38-ACTION.
           MOVE 'NOTICE TO VACATE' TO D38-NOTE.

       L2-EXPIRE-OFFERS.
           PERFORM L3-EXPIRE-OFFER
               VARYING NW-IDX FROM 1 BY 1
               UNTIL NW-IDX > NW-CTR.

       L3-EXPIRE-OFFER.
           IF NW-STATUS (NW-IDX) = 'P'
                   AND NW-RESPOND-BY (NW-IDX) < BUS-DATE
               ADD 1 TO EXPIRE-CTR
               MOVE 'E'      TO NW-STATUS (NW-IDX)
               MOVE BUS-DATE TO NW-STATUS-DATE (NW-IDX)
               MOVE 'EXPIRED' TO D38-ACTION
               MOVE 'RESPONSE DATE PASSED' TO D38-NOTE
               PERFORM L4-PRINT-OFFER
           END-IF.

       L2-APPLY-RENEWALS.
           PERFORM L3-APPLY-RENEWAL
               VARYING NW-IDX FROM 1 BY 1
               UNTIL NW-IDX > NW-CTR.

       L3-APPLY-RENEWAL.
           IF NW-STATUS (NW-IDX) = 'A'
                   AND NW-NEW-START (NW-IDX) NOT > BUS-DATE
               PERFORM L4-FIND-TENANT
               IF FOUND-YES
                   ADD 1 TO RENEWED-CTR
                   ADD 1 TO RL-WRITE-CTR
                   MOVE NW-NEW-START (NW-IDX)
                       TO TN-LEASE-START (TN-IDX)
                   MOVE NW-NEW-END (NW-IDX)
                       TO TN-LEASE-END (TN-IDX)
                   MOVE NW-AGREED-RATE (NW-IDX)
                       TO TN-RATE-OVERRIDE (TN-IDX)
                   ADD NW-AGREED-RATE (NW-IDX) TO TOT-RENEWED-RATE
                   MOVE 'R'      TO NW-STATUS (NW-IDX)
                   MOVE BUS-DATE TO NW-STATUS-DATE (NW-IDX)
                   MOVE 'RENEWED' TO D38-ACTION
                   MOVE 'CBLTENLS UPDATED' TO D38-NOTE
               ELSE
                   ADD 1 TO REJECT-CTR
                   MOVE 'C'      TO NW-STATUS (NW-IDX)
                   MOVE BUS-DATE TO NW-STATUS-DATE (NW-IDX)
                   MOVE '** NOT RENEWED' TO D38-ACTION
                   MOVE 'LEASE CHANGED - CLOSED' TO D38-NOTE
               END-IF
               PERFORM L4-PRINT-OFFER
           END-IF.

       L4-FIND-TENANT.
           MOVE 'N' TO SW-FOUND.
           MOVE ZERO TO FOUND-IDX.
           PERFORM L4-TEN-SEARCH-STEP
               VARYING TN-IDX FROM 1 BY 1
               UNTIL TN-IDX > TN-CTR OR FOUND-YES.
           IF FOUND-YES
               SET TN-IDX TO FOUND-IDX
           END-IF.

       L4-TEN-SEARCH-STEP.
           IF TN-BLD-CODE (TN-IDX) = NW-BLD-CODE (NW-IDX)
                   AND TN-UNIT (TN-IDX) = NW-UNIT (NW-IDX)
                   AND TN-LEASE-END (TN-IDX) = NW-OLD-END (NW-IDX)
               MOVE 'Y' TO SW-FOUND
               SET FOUND-IDX TO TN-IDX
           END-IF.

       L4-PRINT-OFFER.
           MOVE NW-BLD-CODE (NW-IDX)      TO D38-BLD.
           MOVE NW-UNIT (NW-IDX)          TO D38-UNIT.
           MOVE NW-NAME (NW-IDX)          TO D38-NAME.
           MOVE NW-OLD-END (NW-IDX) (5:2) TO ED-MONTH.
           MOVE NW-OLD-END (NW-IDX) (7:2) TO ED-DAY.
           MOVE NW-OLD-END (NW-IDX) (1:4) TO ED-YEAR.
           MOVE EDIT-DATE                 TO D38-OLD-END.
           MOVE NW-NEW-START (NW-IDX) (5:2) TO ED-MONTH.
           MOVE NW-NEW-START (NW-IDX) (7:2) TO ED-DAY.
           MOVE NW-NEW-START (NW-IDX) (1:4) TO ED-YEAR.
           MOVE EDIT-DATE                   TO D38-NEW-START.
           MOVE NW-NEW-END (NW-IDX) (5:2) TO ED-MONTH.
           MOVE NW-NEW-END (NW-IDX) (7:2) TO ED-DAY.
           MOVE NW-NEW-END (NW-IDX) (1:4) TO ED-YEAR.
           MOVE EDIT-DATE                 TO D38-NEW-END.
           MOVE NW-OFFER-RATE (NW-IDX)    TO D38-OFFER-RATE.
           MOVE NW-AGREED-RATE (NW-IDX)   TO D38-AGREED-RATE.
           WRITE PRTLINE FROM DETAIL-LINE38
               AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                   PERFORM L4-HEADINGS
           END-WRITE.

       L4-PRINT-RESP-REJECT.
           MOVE RR-BLD-CODE    TO D38-BLD.
           MOVE RR-UNIT        TO D38-UNIT.
           MOVE SPACES         TO D38-NAME.
           MOVE '** REJECTED'  TO D38-ACTION.
           IF RR-OLD-END NUMERIC
               MOVE RR-OLD-END (5:2) TO ED-MONTH
               MOVE RR-OLD-END (7:2) TO ED-DAY
               MOVE RR-OLD-END (1:4) TO ED-YEAR
               MOVE EDIT-DATE        TO D38-OLD-END
           ELSE
               MOVE SPACES           TO D38-OLD-END
           END-IF.
           MOVE SPACES         TO D38-NEW-START.
           MOVE SPACES         TO D38-NEW-END.
           MOVE ZERO           TO D38-OFFER-RATE.
           MOVE ZERO           TO D38-AGREED-RATE.
           MOVE 'NO OFFER ON FILE' TO D38-NOTE.
           WRITE PRTLINE FROM DETAIL-LINE38
               AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                   PERFORM L4-HEADINGS
           END-WRITE.

       L2-WRITE-FILES.
           OPEN OUTPUT RENEW-FILE.
           PERFORM L3-REWRITE-RENEW
               VARYING NW-IDX FROM 1 BY 1
               UNTIL NW-IDX > NW-CTR.
           CLOSE RENEW-FILE.
           IF RENEWED-CTR > ZERO
               OPEN OUTPUT TEN-FILE
               PERFORM L3-REWRITE-TENANT
                   VARYING TN-IDX FROM 1 BY 1
                   UNTIL TN-IDX > TN-CTR
               CLOSE TEN-FILE
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

       L3-REWRITE-TENANT.
           MOVE TN-BLD-CODE (TN-IDX)      TO TL-BLD-CODE.
           MOVE TN-UNIT (TN-IDX)          TO TL-UNIT.
           MOVE TN-NAME (TN-IDX)          TO TL-NAME.
           MOVE TN-PHONE (TN-IDX)         TO TL-PHONE.
           MOVE TN-LEASE-START (TN-IDX)   TO TL-LEASE-START.
           MOVE TN-LEASE-END (TN-IDX)     TO TL-LEASE-END.
           MOVE TN-RATE-OVERRIDE (TN-IDX) TO TL-RATE-OVERRIDE.
           MOVE TN-DEPOSIT (TN-IDX)       TO TL-DEPOSIT.
           WRITE TEN-REC.

       L2-PRINT-TOTALS.
           MOVE RESP-CTR    TO T1-READ.
           MOVE ACCEPT-CTR  TO T1-ACCEPT.
           MOVE DECLINE-CTR TO T1-DECLINE.
           WRITE PRTLINE FROM TOT-LINE-1
               AFTER ADVANCING 3 LINES.
           MOVE EXPIRE-CTR  TO T2-EXPIRE.
           MOVE RENEWED-CTR TO T2-RENEWED.
           MOVE DUP-CTR     TO T2-DUP.
           MOVE REJECT-CTR  TO T2-REJECT.
           WRITE PRTLINE FROM TOT-LINE-2
               AFTER ADVANCING 1 LINE.

       L2-CLOSING.
           CLOSE PRTOUT.
           PERFORM L4-LOG-END.

       L4-LOG-START.
           OPEN EXTEND RUNLOG-FILE.
           MOVE 'CBLJPT46' TO RL-PROGRAM.
           MOVE 'START'    TO RL-TYPE.
           MOVE CURRENT-DATE-AND-TIME (1:8) TO RL-DATE.
           MOVE CURRENT-TIME (1:6)          TO RL-TIME.
           MOVE 'RNRSP RENEW TENLS NTV PRT' TO RL-FILES.
           MOVE ZERO TO RL-READ.
           MOVE ZERO TO RL-WRITTEN.
           MOVE ZERO TO RL-DOLLARS.
           MOVE 'N'  TO RL-FLAG.
           WRITE RUNLOG-REC.
           CLOSE RUNLOG-FILE.

       L4-LOG-END.
           OPEN EXTEND RUNLOG-FILE.
           MOVE 'CBLJPT46' TO RL-PROGRAM.
           MOVE 'END'      TO RL-TYPE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE BUS-DATE TO CURRENT-DATE-AND-TIME (1:8).
           MOVE CURRENT-DATE-AND-TIME (1:8) TO RL-DATE.
           MOVE CURRENT-TIME (1:6)          TO RL-TIME.
           MOVE 'RNRSP RENEW TENLS NTV PRT' TO RL-FILES.
           MOVE RL-READ-CTR      TO RL-READ.
           MOVE RL-WRITE-CTR     TO RL-WRITTEN.
           MOVE TOT-RENEWED-RATE TO RL-DOLLARS.
           IF TABLE-OVERFLOW
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
       end program CBLJPT46.
