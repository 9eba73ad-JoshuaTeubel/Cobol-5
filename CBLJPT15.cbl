           SELECT PRTOUT
               ASSIGN TO 'C:\Cobol\CBLVARNC.PRT'
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

       FD  PRTOUT
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
           05  C-PCTR              PIC S99     VALUE ZERO.
           05  CUR-MONTH           PIC 99      VALUE ZERO.
           05  CUR-YEAR            PIC 9999    VALUE ZERO.

       L2-INIT.
           MOVE FUNCTION CURRENT-DATE      TO CURRENT-DATE-AND-TIME.
           PERFORM L2-LOAD-BUS-DATE.
           MOVE CURRENT-DAY                TO H1-DAY.
           MOVE CURRENT-MONTH              TO H1-MONTH.
           MOVE CURRENT-YEAR               TO H1-YEAR.
           OPEN OUTPUT PRTOUT.
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

       L2-LOAD-HISTORY.
           OPEN INPUT HIST-FILE.
           PERFORM L3-HIST-READ.
                   MOVE 'T' TO EOF.

       L3-HIST-STORE.
           IF HST-ADJ-DC = SPACE
               IF HST-MONTH = CUR-MONTH AND HST-YEAR = CUR-YEAR
                   PERFORM L4-STORE-CURRENT
               ELSE
                   IF HST-MONTH = PRI-MONTH AND HST-YEAR = PRI-YEAR
                       PERFORM L4-STORE-PRIOR
                   END-IF
               END-IF
           END-IF.
           PERFORM L3-HIST-READ.
