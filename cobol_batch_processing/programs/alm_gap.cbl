       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALM-GAP-REPORT.

      *> Monthly asset-liability maturity and repricing gap for
      *> treasury. Every balance on the book is slotted into the
      *> time band in which it matures, counted in days from the
      *> business date:
      *>   OVERNIGHT (1 day or already due), UNDER 1M (30),
      *>   1-3 MONTHS (91), 3-6 MONTHS (182), 6-12 MONTHS (365),
      *>   1-5 YEARS (1826), OVER 5 YEARS, and NON-MATURITY.
      *> Liabilities are OPEN TERMDEP.DAT deposits by MATURITY and
      *> the accounts.idx demand balances (non-maturity). Assets are
      *> ACTIVE LOANS.DAT loans and the drawn OVERDRAFT-FACILITIES
      *> (non-maturity). A loan's arrears (billed less paid) are
      *> already due and go overnight; the rest of its outstanding
      *> (principal less paid) runs off one PAYMENT a month from
      *> NEXT-DUE, or all at once at the end of TERM for a loan not
      *> yet amortizing. Each band prints assets, liabilities, the
      *> period gap (assets less liabilities) and the cumulative gap
      *> to ALM-GAP.TXT, beside the same gaps for the latest earlier
      *> month kept on ALM-GAP-HISTORY.DAT:
      *>   YYYYMM,BAND,ASSETS,LIABILITIES
      *> A rerun inside the month replaces that month's lines.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNTS-FILE ASSIGN TO "accounts.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-KEY
               FILE STATUS IS WS-FS-ACC.
           SELECT LOANS-FILE ASSIGN TO "LOANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOANS.
           SELECT TERMDEP-FILE ASSIGN TO "TERMDEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TD.
           SELECT FACILITY-FILE ASSIGN TO
               "OVERDRAFT-FACILITIES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FAC.
           SELECT HISTORY-FILE ASSIGN TO "ALM-GAP-HISTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HIST.
           SELECT REPORT-FILE ASSIGN TO "ALM-GAP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RPT.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNTS-FILE.
       01  ACCOUNT-RECORD.
           05 ACCOUNT-KEY       PIC 9(5).
           05 FNAME             PIC X(10).
           05 LNAME             PIC X(10).
           05 BALANCE           PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 PROD-CODE         PIC X(4).
           05 BR-CODE           PIC X(3).

       FD  LOANS-FILE.
       01  LOANS-RECORD         PIC X(100).

       FD  TERMDEP-FILE.
       01  TERMDEP-RECORD       PIC X(80).

       FD  FACILITY-FILE.
       01  FACILITY-RECORD      PIC X(60).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD       PIC X(40).

       FD  REPORT-FILE.
       01  REPORT-REC           PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-FS-ACC            PIC XX.
       77  WS-FS-LOANS          PIC XX.
       77  WS-FS-TD             PIC XX.
       77  WS-FS-FAC            PIC XX.
       77  WS-FS-HIST           PIC XX.
       77  WS-FS-RPT            PIC XX.
       77  WS-EOF               PIC X VALUE 'N'.
       77  WS-TODAY             PIC 9(8).
       77  WS-TODAY-INT         PIC 9(8).
       77  WS-DAYS              PIC S9(8).
       77  WS-B                 PIC 9.
       77  WS-H                 PIC 9(4).
       77  WS-K                 PIC 9(3).
       77  WS-HIST-COUNT        PIC 9(4) VALUE 0.
       77  WS-PRIOR-FOUND       PIC X VALUE 'N'.
       77  WS-LOAN-COUNT        PIC 9(5) VALUE 0.
       77  WS-TD-COUNT          PIC 9(5) VALUE 0.
       77  WS-ACC-COUNT         PIC 9(5) VALUE 0.
       77  WS-FAC-COUNT         PIC 9(5) VALUE 0.

      *> Band numbers: 1-7 by term as listed above, 8 non-maturity.
       01  WS-BAND-NAME-VALUES.
           05  FILLER           PIC X(12) VALUE "OVERNIGHT".
           05  FILLER           PIC X(12) VALUE "UNDER 1M".
           05  FILLER           PIC X(12) VALUE "1-3 MONTHS".
           05  FILLER           PIC X(12) VALUE "3-6 MONTHS".
           05  FILLER           PIC X(12) VALUE "6-12 MONTHS".
           05  FILLER           PIC X(12) VALUE "1-5 YEARS".
           05  FILLER           PIC X(12) VALUE "OVER 5 YEARS".
           05  FILLER           PIC X(12) VALUE "NON-MATURITY".
       01  WS-BAND-NAMES REDEFINES WS-BAND-NAME-VALUES.
           05  WS-BAND-NAME     PIC X(12) OCCURS 8 TIMES.

       01  WS-BAND-TABLE.
           05  WS-BAND-ENTRY OCCURS 8 TIMES.
               10  WS-BD-ASSETS     PIC S9(11)V99.
               10  WS-BD-LIABS      PIC S9(11)V99.
               10  WS-BD-PRIOR-A    PIC S9(11)V99.
               10  WS-BD-PRIOR-L    PIC S9(11)V99.

       01  WS-HIST-TABLE.
           05  WS-HIST-LINE OCCURS 2000 TIMES PIC X(40).
       01  WS-HIST-FIELDS.
           05  WS-HF-MONTH      PIC X(6).
           05  WS-HF-BAND       PIC X(1).
           05  WS-HF-ASSETS     PIC X(14).
           05  WS-HF-LIABS      PIC X(14).
       01  WS-HIST-ASSETS-OUT   PIC 9(11).99.
       01  WS-HIST-LIABS-OUT    PIC 9(11).99.

       01  WS-THIS-MONTH        PIC X(6).
       01  WS-PRIOR-MONTH       PIC X(6) VALUE SPACES.

       01  WS-SLOT-DATE         PIC 9(8).
       01  WS-SLOT-PARTS REDEFINES WS-SLOT-DATE.
           05  WS-SLOT-YYYY     PIC 9(4).
           05  WS-SLOT-MM       PIC 9(2).
           05  WS-SLOT-DD       PIC 9(2).
       01  WS-BASE-DATE         PIC 9(8).
       01  WS-BASE-PARTS REDEFINES WS-BASE-DATE.
           05  WS-BASE-YYYY     PIC 9(4).
           05  WS-BASE-MM       PIC 9(2).
           05  WS-BASE-DD       PIC 9(2).
       01  WS-MONTH-INDEX       PIC 9(6).
       01  WS-MONTH-REM         PIC 9(2).
       01  WS-SLOT-AMT          PIC S9(11)V99.
       01  WS-SLOT-SIDE         PIC X.

       01  WS-LOAN-FIELDS.
           05  WS-LN-ID         PIC X(6).
           05  WS-LN-CUST       PIC X(5).
           05  WS-LN-PRIN       PIC X(10).
           05  WS-LN-RATE       PIC X(5).
           05  WS-LN-TERM       PIC X(3).
           05  WS-LN-PAYMENT    PIC X(10).
           05  WS-LN-NEXT-DUE   PIC X(8).
           05  WS-LN-BILLED     PIC X(10).
           05  WS-LN-PAID       PIC X(10).
           05  WS-LN-STATUS     PIC X(8).
       01  WS-OUTSTANDING       PIC S9(9)V99.
       01  WS-ARREARS           PIC S9(9)V99.
       01  WS-PAYMENT-NUM       PIC 9(7)V99.
       01  WS-TERM-NUM          PIC 9(3).

       01  WS-TD-FIELDS.
           05  WS-TD-ID         PIC X(6).
           05  WS-TD-ACCT       PIC X(5).
           05  WS-TD-PRIN       PIC X(10).
           05  WS-TD-RATE       PIC X(6).
           05  WS-TD-TERM       PIC X(3).
           05  WS-TD-OPENED     PIC X(8).
           05  WS-TD-MATURITY   PIC X(8).
           05  WS-TD-STATUS     PIC X(8).

       01  WS-FAC-FIELDS.
           05  WS-FC-ACCT       PIC X(5).
           05  WS-FC-LIMIT      PIC X(10).
           05  WS-FC-DRAWN      PIC X(10).
           05  WS-FC-SUM        PIC X(14).
           05  WS-FC-DAYS       PIC X(3).
           05  WS-FC-STATUS     PIC X(8).

       01  WS-GAP               PIC S9(11)V99.
       01  WS-CUM-GAP           PIC S9(13)V99 VALUE 0.
       01  WS-PRIOR-GAP         PIC S9(11)V99.
       01  WS-PRIOR-CUM         PIC S9(13)V99 VALUE 0.
       01  WS-TOT-ASSETS        PIC S9(13)V99 VALUE 0.
       01  WS-TOT-LIABS         PIC S9(13)V99 VALUE 0.
       01  WS-DISP-A            PIC -(11)9.99.
       01  WS-DISP-L            PIC -(11)9.99.
       01  WS-DISP-G            PIC -(11)9.99.
       01  WS-DISP-C            PIC -(11)9.99.
       01  WS-DISP-PG           PIC -(11)9.99.
       01  WS-DISP-PC           PIC -(11)9.99.
       01  WS-DIVIDER           PIC X(112) VALUE ALL "-".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "ALM-GAP-REPORT: slotting the book into "
                   "maturity bands..."
           CALL "GET-BUSINESS-DATE" USING WS-TODAY
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           MOVE WS-TODAY(1:6) TO WS-THIS-MONTH
           INITIALIZE WS-BAND-TABLE

           PERFORM SLOT-TERM-DEPOSITS
           PERFORM SLOT-DEMAND-BALANCES
           PERFORM SLOT-LOANS
           PERFORM SLOT-OVERDRAFTS
           PERFORM LOAD-HISTORY
           PERFORM WRITE-GAP-REPORT
           PERFORM SAVE-HISTORY

           DISPLAY "ALM-GAP-REPORT: loans " WS-LOAN-COUNT
                   ", term deposits " WS-TD-COUNT
                   ", demand accounts " WS-ACC-COUNT
                   ", overdrafts " WS-FAC-COUNT
           DISPLAY "ALM-GAP-REPORT: see ALM-GAP.TXT"
           STOP RUN.

      *> WS-SLOT-AMT goes to the assets ('A') or liabilities ('L')
      *> side of the band WS-SLOT-DATE falls in.
       SLOT-BY-DATE.
           IF WS-SLOT-DATE = 0
              OR FUNCTION TEST-DATE-YYYYMMDD(WS-SLOT-DATE) NOT = 0
               MOVE 1 TO WS-B
           ELSE
               COMPUTE WS-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-SLOT-DATE)
                   - WS-TODAY-INT
               EVALUATE TRUE
                   WHEN WS-DAYS <= 1
                       MOVE 1 TO WS-B
                   WHEN WS-DAYS <= 30
                       MOVE 2 TO WS-B
                   WHEN WS-DAYS <= 91
                       MOVE 3 TO WS-B
                   WHEN WS-DAYS <= 182
                       MOVE 4 TO WS-B
                   WHEN WS-DAYS <= 365
                       MOVE 5 TO WS-B
                   WHEN WS-DAYS <= 1826
                       MOVE 6 TO WS-B
                   WHEN OTHER
                       MOVE 7 TO WS-B
               END-EVALUATE
           END-IF
           PERFORM SLOT-INTO-BAND.

       SLOT-INTO-BAND.
           IF WS-SLOT-SIDE = 'A'
               ADD WS-SLOT-AMT TO WS-BD-ASSETS(WS-B)
           ELSE
               ADD WS-SLOT-AMT TO WS-BD-LIABS(WS-B)
           END-IF.

      *> WS-SLOT-DATE = WS-BASE-DATE moved on WS-K months; the day
      *> is held to the 28th so every month has it.
       ADD-MONTHS-TO-BASE.
           COMPUTE WS-MONTH-INDEX =
               WS-BASE-YYYY * 12 + WS-BASE-MM - 1 + WS-K
           DIVIDE WS-MONTH-INDEX BY 12 GIVING WS-SLOT-YYYY
               REMAINDER WS-MONTH-REM
           COMPUTE WS-SLOT-MM = WS-MONTH-REM + 1
           MOVE WS-BASE-DD TO WS-SLOT-DD
           IF WS-SLOT-DD > 28
               MOVE 28 TO WS-SLOT-DD
           END-IF.

       SLOT-TERM-DEPOSITS.
           OPEN INPUT TERMDEP-FILE
           IF WS-FS-TD NOT = "00"
               DISPLAY "ALM-GAP-REPORT: no TERMDEP.DAT - no term "
                       "deposits slotted"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ TERMDEP-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM SLOT-ONE-DEPOSIT
               END-READ
           END-PERFORM
           CLOSE TERMDEP-FILE.

       SLOT-ONE-DEPOSIT.
           MOVE SPACES TO WS-TD-FIELDS
           UNSTRING TERMDEP-RECORD DELIMITED BY ','
               INTO WS-TD-ID WS-TD-ACCT WS-TD-PRIN WS-TD-RATE
                    WS-TD-TERM WS-TD-OPENED WS-TD-MATURITY
                    WS-TD-STATUS
           END-UNSTRING
           IF FUNCTION TRIM(WS-TD-STATUS) NOT = "OPEN"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TD-COUNT
           COMPUTE WS-SLOT-AMT = FUNCTION NUMVAL(WS-TD-PRIN)
           MOVE 'L' TO WS-SLOT-SIDE
           IF WS-TD-MATURITY IS NUMERIC
               MOVE WS-TD-MATURITY TO WS-SLOT-DATE
           ELSE
               MOVE 0 TO WS-SLOT-DATE
           END-IF
           PERFORM SLOT-BY-DATE.

       SLOT-DEMAND-BALANCES.
           OPEN INPUT ACCOUNTS-FILE
           IF WS-FS-ACC NOT = "00"
               DISPLAY "ALM-GAP-REPORT: cannot open "
                       "accounts.idx. Status: " WS-FS-ACC
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF
           MOVE LOW-VALUES TO ACCOUNT-KEY
           START ACCOUNTS-FILE KEY IS NOT LESS THAN ACCOUNT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           MOVE 'L' TO WS-SLOT-SIDE
           MOVE 8 TO WS-B
           PERFORM UNTIL WS-EOF = 'Y'
               READ ACCOUNTS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF BALANCE > 0
                           ADD 1 TO WS-ACC-COUNT
                           MOVE BALANCE TO WS-SLOT-AMT
                           PERFORM SLOT-INTO-BAND
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNTS-FILE.

       SLOT-LOANS.
           OPEN INPUT LOANS-FILE
           IF WS-FS-LOANS NOT = "00"
               DISPLAY "ALM-GAP-REPORT: no LOANS.DAT - no loans "
                       "slotted"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ LOANS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM SLOT-ONE-LOAN
               END-READ
           END-PERFORM
           CLOSE LOANS-FILE.

       SLOT-ONE-LOAN.
           MOVE SPACES TO WS-LOAN-FIELDS
           UNSTRING LOANS-RECORD DELIMITED BY ','
               INTO WS-LN-ID WS-LN-CUST WS-LN-PRIN WS-LN-RATE
                    WS-LN-TERM WS-LN-PAYMENT WS-LN-NEXT-DUE
                    WS-LN-BILLED WS-LN-PAID WS-LN-STATUS
           END-UNSTRING
           IF FUNCTION TRIM(WS-LN-STATUS) NOT = "ACTIVE"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-OUTSTANDING =
               FUNCTION NUMVAL(WS-LN-PRIN)
               - FUNCTION NUMVAL(WS-LN-PAID)
           IF WS-OUTSTANDING <= 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LOAN-COUNT
           MOVE 'A' TO WS-SLOT-SIDE

           COMPUTE WS-ARREARS =
               FUNCTION NUMVAL(WS-LN-BILLED)
               - FUNCTION NUMVAL(WS-LN-PAID)
           IF WS-ARREARS > WS-OUTSTANDING
               MOVE WS-OUTSTANDING TO WS-ARREARS
           END-IF
           IF WS-ARREARS > 0
               MOVE WS-ARREARS TO WS-SLOT-AMT
               MOVE 1 TO WS-B
               PERFORM SLOT-INTO-BAND
               SUBTRACT WS-ARREARS FROM WS-OUTSTANDING
           END-IF
           IF WS-OUTSTANDING <= 0
               EXIT PARAGRAPH
           END-IF

           IF WS-LN-NEXT-DUE IS NOT NUMERIC
               MOVE WS-OUTSTANDING TO WS-SLOT-AMT
               MOVE 0 TO WS-SLOT-DATE
               PERFORM SLOT-BY-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LN-NEXT-DUE TO WS-BASE-DATE
           COMPUTE WS-PAYMENT-NUM = FUNCTION NUMVAL(WS-LN-PAYMENT)
           IF WS-PAYMENT-NUM = 0
               COMPUTE WS-TERM-NUM = FUNCTION NUMVAL(WS-LN-TERM)
               MOVE WS-TERM-NUM TO WS-K
               PERFORM ADD-MONTHS-TO-BASE
               MOVE WS-OUTSTANDING TO WS-SLOT-AMT
               PERFORM SLOT-BY-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-K
           PERFORM UNTIL WS-OUTSTANDING <= 0
               IF WS-OUTSTANDING > WS-PAYMENT-NUM AND WS-K < 999
                   MOVE WS-PAYMENT-NUM TO WS-SLOT-AMT
               ELSE
                   MOVE WS-OUTSTANDING TO WS-SLOT-AMT
               END-IF
               PERFORM ADD-MONTHS-TO-BASE
               PERFORM SLOT-BY-DATE
               SUBTRACT WS-SLOT-AMT FROM WS-OUTSTANDING
               ADD 1 TO WS-K
           END-PERFORM.

       SLOT-OVERDRAFTS.
           OPEN INPUT FACILITY-FILE
           IF WS-FS-FAC NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           MOVE 'A' TO WS-SLOT-SIDE
           MOVE 8 TO WS-B
           PERFORM UNTIL WS-EOF = 'Y'
               READ FACILITY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-FAC-FIELDS
                       UNSTRING FACILITY-RECORD DELIMITED BY ','
                           INTO WS-FC-ACCT WS-FC-LIMIT WS-FC-DRAWN
                                WS-FC-SUM WS-FC-DAYS WS-FC-STATUS
                       END-UNSTRING
                       COMPUTE WS-SLOT-AMT =
                           FUNCTION NUMVAL(WS-FC-DRAWN)
                       IF WS-SLOT-AMT > 0
                           ADD 1 TO WS-FAC-COUNT
                           PERFORM SLOT-INTO-BAND
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FACILITY-FILE.

      *> Keeps every line but this month's for the rewrite, and
      *> picks out the latest earlier month for the trend columns.
       LOAD-HISTORY.
           MOVE 0 TO WS-HIST-COUNT
           OPEN INPUT HISTORY-FILE
           IF WS-FS-HIST NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF HISTORY-RECORD(1:6) NOT = WS-THIS-MONTH
                           PERFORM KEEP-HISTORY-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE

           PERFORM VARYING WS-H FROM 1 BY 1
             UNTIL WS-H > WS-HIST-COUNT
               MOVE WS-HIST-LINE(WS-H) TO WS-HIST-FIELDS
               IF WS-HF-MONTH < WS-THIS-MONTH
                  AND (WS-PRIOR-MONTH = SPACES
                       OR WS-HF-MONTH > WS-PRIOR-MONTH)
                   MOVE WS-HF-MONTH TO WS-PRIOR-MONTH
               END-IF
           END-PERFORM
           IF WS-PRIOR-MONTH = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-PRIOR-FOUND
           PERFORM VARYING WS-H FROM 1 BY 1
             UNTIL WS-H > WS-HIST-COUNT
               MOVE SPACES TO WS-HIST-FIELDS
               UNSTRING WS-HIST-LINE(WS-H) DELIMITED BY ','
                   INTO WS-HF-MONTH WS-HF-BAND WS-HF-ASSETS
                        WS-HF-LIABS
               END-UNSTRING
               IF WS-HF-MONTH = WS-PRIOR-MONTH
                  AND WS-HF-BAND IS NUMERIC
                  AND WS-HF-BAND >= "1" AND WS-HF-BAND <= "8"
                   MOVE WS-HF-BAND TO WS-B
                   COMPUTE WS-BD-PRIOR-A(WS-B) =
                       FUNCTION NUMVAL(WS-HF-ASSETS)
                   COMPUTE WS-BD-PRIOR-L(WS-B) =
                       FUNCTION NUMVAL(WS-HF-LIABS)
               END-IF
           END-PERFORM.

       KEEP-HISTORY-LINE.
           IF WS-HIST-COUNT >= 2000
               DISPLAY "ALM-GAP-REPORT: WARNING - history table "
                       "full, oldest lines beyond 2000 dropped"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HIST-COUNT
           MOVE HISTORY-RECORD TO WS-HIST-LINE(WS-HIST-COUNT).

       SAVE-HISTORY.
           OPEN OUTPUT HISTORY-FILE
           IF WS-FS-HIST NOT = "00"
               DISPLAY "ALM-GAP-REPORT: ERROR - cannot write "
                       "ALM-GAP-HISTORY.DAT. Status: " WS-FS-HIST
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-H FROM 1 BY 1
             UNTIL WS-H > WS-HIST-COUNT
               MOVE WS-HIST-LINE(WS-H) TO HISTORY-RECORD
               WRITE HISTORY-RECORD
           END-PERFORM
           PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > 8
               MOVE WS-BD-ASSETS(WS-B) TO WS-HIST-ASSETS-OUT
               MOVE WS-BD-LIABS(WS-B) TO WS-HIST-LIABS-OUT
               MOVE SPACES TO HISTORY-RECORD
               STRING WS-THIS-MONTH ","
                      WS-B ","
                      WS-HIST-ASSETS-OUT ","
                      WS-HIST-LIABS-OUT
                   DELIMITED BY SIZE INTO HISTORY-RECORD
               END-STRING
               WRITE HISTORY-RECORD
           END-PERFORM
           CLOSE HISTORY-FILE.

       WRITE-GAP-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-FS-RPT NOT = "00"
               DISPLAY "ALM-GAP-REPORT: ERROR - cannot write "
                       "ALM-GAP.TXT. Status: " WS-FS-RPT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO REPORT-REC
           STRING "MATURITY AND REPRICING GAP - " WS-TODAY
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           IF WS-PRIOR-FOUND = 'Y'
               STRING "Prior columns are month " WS-PRIOR-MONTH
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
           ELSE
               MOVE "No earlier month on file - prior columns zero"
                   TO REPORT-REC
           END-IF
           WRITE REPORT-REC
           MOVE WS-DIVIDER TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "BAND         "
                  "         ASSETS"
                  "    LIABILITIES"
                  "     PERIOD GAP"
                  " CUMULATIVE GAP"
                  "      PRIOR GAP"
                  "      PRIOR CUM"
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE WS-DIVIDER TO REPORT-REC
           WRITE REPORT-REC

           PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > 8
               COMPUTE WS-GAP = WS-BD-ASSETS(WS-B) - WS-BD-LIABS(WS-B)
               ADD WS-GAP TO WS-CUM-GAP
               COMPUTE WS-PRIOR-GAP =
                   WS-BD-PRIOR-A(WS-B) - WS-BD-PRIOR-L(WS-B)
               ADD WS-PRIOR-GAP TO WS-PRIOR-CUM
               ADD WS-BD-ASSETS(WS-B) TO WS-TOT-ASSETS
               ADD WS-BD-LIABS(WS-B) TO WS-TOT-LIABS
               MOVE WS-BD-ASSETS(WS-B) TO WS-DISP-A
               MOVE WS-BD-LIABS(WS-B) TO WS-DISP-L
               MOVE WS-GAP TO WS-DISP-G
               MOVE WS-CUM-GAP TO WS-DISP-C
               MOVE WS-PRIOR-GAP TO WS-DISP-PG
               MOVE WS-PRIOR-CUM TO WS-DISP-PC
               MOVE SPACES TO REPORT-REC
               STRING WS-BAND-NAME(WS-B) " "
                      WS-DISP-A WS-DISP-L WS-DISP-G WS-DISP-C
                      WS-DISP-PG WS-DISP-PC
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-PERFORM

           MOVE WS-DIVIDER TO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-TOT-ASSETS TO WS-DISP-A
           MOVE WS-TOT-LIABS TO WS-DISP-L
           MOVE WS-CUM-GAP TO WS-DISP-G
           MOVE SPACES TO REPORT-REC
           STRING "TOTAL        " WS-DISP-A WS-DISP-L WS-DISP-G
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           CLOSE REPORT-FILE.
