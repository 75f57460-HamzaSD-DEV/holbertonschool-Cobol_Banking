       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-PROFITABILITY.

      *> Month-to-date profitability per customer relationship. Every
      *> account is rolled up to its customer through
      *> CUST-ACCT-XREF.DAT (an account with no xref line stands for
      *> itself, as RESOLVE-CUSTOMER has it), and for the business
      *> month the run collects:
      *>   fee income      - the FEnnnn postings in TRANSAPPLIED
      *>   NSF fees        - the NFnnnn postings in TRANSAPPLIED
      *>   FX spread       - the FX-SPREAD journal lines in
      *>                     GLMASTER.DAT (FX-CONVERT's margin)
      *>   deposit interest- the INTEREST journal lines in
      *>                     GLMASTER.DAT (paid to the customer)
      *>   loan interest   - per-diem interest on each ACTIVE
      *>                     LOANS.DAT loan's outstanding principal
      *>                     for the days of the month so far
      *>   average balance - from BALANCE-AVERAGE.DAT, valued at
      *>                     the funds-transfer rate PROFIT_FTP_PCT
      *>                     (default 2.000 percent a year)
      *> Net contribution = fees + NSF + FX spread + loan interest
      *> + balance value - deposit interest. Customers are ranked by
      *> net contribution into PROFITABILITY.TXT and tiered:
      *>   1 TOP      net >= PROFIT_TIER1_MIN (default 250.00)
      *>   2 CORE     net >= PROFIT_TIER2_MIN (default 50.00)
      *>   3 MARGINAL net >= 0
      *>   4 LOSS     net below zero
      *> The tiers are also written to CUST-PROFIT-TIER.DAT
      *> ("CUST,YYYYMM,RANK,TIER,TIER-NAME,NET"), which CUSTOMER-360
      *> shows at the counter.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XREF-FILE ASSIGN TO "CUST-ACCT-XREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-XREF.
           SELECT AVERAGE-FILE ASSIGN TO "BALANCE-AVERAGE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AVG.
           SELECT APPLIED-FILE ASSIGN TO TRANSAPPLIED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-APPL.
           SELECT GL-MASTER-FILE ASSIGN TO "GLMASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GLM.
           SELECT LOANS-FILE ASSIGN TO "LOANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOANS.
           SELECT TIER-FILE ASSIGN TO "CUST-PROFIT-TIER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TIER.
           SELECT REPORT-FILE ASSIGN TO "PROFITABILITY.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REP.

       DATA DIVISION.
       FILE SECTION.
       FD  XREF-FILE.
       01  XREF-RECORD          PIC X(20).

       FD  AVERAGE-FILE.
       01  AVERAGE-RECORD       PIC X(60).

       FD  APPLIED-FILE.
       01  APPLIED-RECORD       PIC X(120).

       FD  GL-MASTER-FILE.
       01  GL-MASTER-RECORD     PIC X(80).

       FD  LOANS-FILE.
       01  LOANS-RECORD         PIC X(100).

       FD  TIER-FILE.
       01  TIER-RECORD          PIC X(60).

       FD  REPORT-FILE.
       01  REPORT-REC           PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-FS-XREF           PIC XX.
       77  WS-FS-AVG            PIC XX.
       77  WS-FS-APPL           PIC XX.
       77  WS-FS-GLM            PIC XX.
       77  WS-FS-LOANS          PIC XX.
       77  WS-FS-TIER           PIC XX.
       77  WS-FS-REP            PIC XX.
       77  WS-EOF               PIC X VALUE 'N'.
       77  WS-TODAY             PIC 9(8).
       77  WS-MONTH             PIC X(6).
       77  WS-MONTH-DAYS        PIC 9(2).
       77  WS-I                 PIC 9(4).
       77  WS-J                 PIC 9(4).
       77  WS-J-START           PIC 9(4).
       77  WS-C                 PIC 9(4).
       77  WS-XREF-COUNT        PIC 9(4) VALUE 0.
       77  WS-CUST-COUNT        PIC 9(4) VALUE 0.
       77  WS-LINE-COUNT        PIC 9(7) VALUE 0.
       77  WS-PARAM-NAME        PIC X(24).
       77  WS-PARAM-VALUE       PIC X(12).
       77  WS-PARAM-FOUND       PIC X.

       01  WS-FTP-PCT           PIC 9(2)V9(3) VALUE 2.000.
       01  WS-TIER1-MIN         PIC S9(7)V99 VALUE 250.00.
       01  WS-TIER2-MIN         PIC S9(7)V99 VALUE 50.00.

       01  WS-XREF-TABLE.
           05  WS-XREF-ENTRY OCCURS 4000 TIMES.
               10  WS-XT-CUST     PIC X(5).
               10  WS-XT-ACCT     PIC X(5).
       01  WS-XREF-FIELDS.
           05  WS-XF-CUST       PIC X(5).
           05  WS-XF-ACCT       PIC X(5).

      *> One entry per customer relationship.
       01  WS-CUST-TABLE.
           05  WS-CUST-ENTRY OCCURS 2000 TIMES.
               10  WS-CU-CUST     PIC X(5).
               10  WS-CU-FEES     PIC S9(9)V99.
               10  WS-CU-NSF      PIC S9(9)V99.
               10  WS-CU-FX       PIC S9(9)V99.
               10  WS-CU-LOAN-INT PIC S9(9)V99.
               10  WS-CU-DEP-INT  PIC S9(9)V99.
               10  WS-CU-AVG-BAL  PIC S9(11)V99.
               10  WS-CU-BAL-VAL  PIC S9(9)V99.
               10  WS-CU-NET      PIC S9(9)V99.
               10  WS-CU-TIER     PIC 9.
       01  WS-SWAP-ENTRY        PIC X(96).

       01  WS-TIER-SUMMARY.
           05  WS-TS-ENTRY OCCURS 4 TIMES.
               10  WS-TS-COUNT    PIC 9(5).
               10  WS-TS-NET      PIC S9(11)V99.
       01  WS-TIER-NAMES.
           05  FILLER           PIC X(8) VALUE "TOP".
           05  FILLER           PIC X(8) VALUE "CORE".
           05  FILLER           PIC X(8) VALUE "MARGINAL".
           05  FILLER           PIC X(8) VALUE "LOSS".
       01  WS-TIER-NAME-TABLE REDEFINES WS-TIER-NAMES.
           05  WS-TIER-NAME     PIC X(8) OCCURS 4 TIMES.

       01  WS-ACCT              PIC X(5).
       01  WS-CUST              PIC X(5).
       01  WS-AMOUNT            PIC S9(11)V99.

       01  WS-TXN-FIELDS.
           05  WS-TXN-ID        PIC X(6).
           05  WS-TXN-TYPE      PIC X(10).
           05  WS-TXN-ACCID     PIC X(5).
           05  WS-TXN-AMT-TX    PIC X(12).
           05  WS-TXN-DATE      PIC X(8).

       01  WS-AVG-FIELDS.
           05  WS-AF-ACCT       PIC X(5).
           05  WS-AF-MONTH      PIC X(6).
           05  WS-AF-BALDAYS    PIC X(18).
           05  WS-AF-DAYS       PIC X(3).
           05  WS-AF-LAST       PIC X(8).
       01  WS-AVG-DAYS          PIC 9(3).

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
       01  WS-RATE-NUM          PIC 9(3)V9(3).

       01  WS-TOTALS.
           05  WS-TOT-FEES      PIC S9(11)V99 VALUE 0.
           05  WS-TOT-NSF       PIC S9(11)V99 VALUE 0.
           05  WS-TOT-FX        PIC S9(11)V99 VALUE 0.
           05  WS-TOT-LOAN-INT  PIC S9(11)V99 VALUE 0.
           05  WS-TOT-DEP-INT   PIC S9(11)V99 VALUE 0.
           05  WS-TOT-AVG-BAL   PIC S9(11)V99 VALUE 0.
           05  WS-TOT-BAL-VAL   PIC S9(11)V99 VALUE 0.
           05  WS-TOT-NET       PIC S9(11)V99 VALUE 0.

       01  WS-RANK-DISP         PIC ZZZ9.
       01  WS-AMT-DISP          PIC -(7)9.99.
       01  WS-BAL-DISP          PIC -(9)9.99.
       01  WS-NET-OUT           PIC -9(9).99.
       01  WS-COUNT-DISP        PIC ZZZZ9.
       01  WS-DIVIDER           PIC X(132) VALUE ALL "-".
       01  WS-REPORT-LINE.
           05  WS-RL-RANK       PIC ZZZ9.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RL-CUST       PIC X(5).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RL-FEES       PIC -(7)9.99.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RL-NSF        PIC -(7)9.99.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RL-FX         PIC -(7)9.99.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RL-LOAN-INT   PIC -(7)9.99.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RL-DEP-INT    PIC -(7)9.99.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RL-AVG-BAL    PIC -(9)9.99.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RL-BAL-VAL    PIC -(7)9.99.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RL-NET        PIC -(7)9.99.
           05  FILLER           PIC XX VALUE SPACES.
           05  WS-RL-TIER       PIC 9.
           05  FILLER           PIC X VALUE SPACE.
           05  WS-RL-TIER-NAME  PIC X(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "CUSTOMER-PROFITABILITY: building the month's "
                   "customer contribution..."
           CALL "GET-BUSINESS-DATE" USING WS-TODAY
           MOVE WS-TODAY(1:6) TO WS-MONTH
           MOVE WS-TODAY(7:2) TO WS-MONTH-DAYS
           PERFORM LOAD-PARAMETERS
           PERFORM LOAD-XREF

           PERFORM TALLY-AVERAGE-BALANCES
           PERFORM TALLY-APPLIED
           PERFORM TALLY-JOURNAL
           PERFORM TALLY-LOANS
           PERFORM COMPUTE-CONTRIBUTION
           PERFORM RANK-BY-CONTRIBUTION
           PERFORM WRITE-THE-REPORT
           PERFORM SAVE-TIERS

           DISPLAY "CUSTOMER-PROFITABILITY: " WS-CUST-COUNT
                   " customers ranked for " WS-MONTH
           DISPLAY "CUSTOMER-PROFITABILITY: see PROFITABILITY.TXT"
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       LOAD-PARAMETERS.
           MOVE "PROFIT_FTP_PCT" TO WS-PARAM-NAME
           CALL "GET-PARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y'
               COMPUTE WS-FTP-PCT = FUNCTION NUMVAL(WS-PARAM-VALUE)
           END-IF
           MOVE "PROFIT_TIER1_MIN" TO WS-PARAM-NAME
           CALL "GET-PARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y'
               COMPUTE WS-TIER1-MIN = FUNCTION NUMVAL(WS-PARAM-VALUE)
           END-IF
           MOVE "PROFIT_TIER2_MIN" TO WS-PARAM-NAME
           CALL "GET-PARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y'
               COMPUTE WS-TIER2-MIN = FUNCTION NUMVAL(WS-PARAM-VALUE)
           END-IF.

       LOAD-XREF.
           OPEN INPUT XREF-FILE
           IF WS-FS-XREF NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ XREF-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-XREF-FIELDS
                       UNSTRING XREF-RECORD DELIMITED BY ','
                           INTO WS-XF-CUST WS-XF-ACCT
                       END-UNSTRING
                       IF WS-XF-ACCT NOT = SPACES
                          AND WS-XREF-COUNT < 4000
                           ADD 1 TO WS-XREF-COUNT
                           MOVE WS-XF-CUST TO WS-XT-CUST(WS-XREF-COUNT)
                           MOVE WS-XF-ACCT TO WS-XT-ACCT(WS-XREF-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE XREF-FILE.

      *> WS-ACCT in, WS-C out: the customer's entry, added on first
      *> sight. An account with no xref line is its own customer.
       FIND-CUSTOMER-ENTRY.
           MOVE WS-ACCT TO WS-CUST
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-XREF-COUNT
               IF WS-XT-ACCT(WS-I) = WS-ACCT
                   MOVE WS-XT-CUST(WS-I) TO WS-CUST
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE 0 TO WS-C
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-CUST-COUNT
               IF WS-CU-CUST(WS-I) = WS-CUST
                   MOVE WS-I TO WS-C
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-C > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-CUST-COUNT >= 2000
               DISPLAY "CUSTOMER-PROFITABILITY: WARNING - customer "
                       "table full at 2000; " WS-CUST " not ranked"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CUST-COUNT
           MOVE WS-CUST-COUNT TO WS-C
           MOVE WS-CUST TO WS-CU-CUST(WS-C)
           MOVE 0 TO WS-CU-FEES(WS-C) WS-CU-NSF(WS-C) WS-CU-FX(WS-C)
                     WS-CU-LOAN-INT(WS-C) WS-CU-DEP-INT(WS-C)
                     WS-CU-AVG-BAL(WS-C) WS-CU-BAL-VAL(WS-C)
                     WS-CU-NET(WS-C) WS-CU-TIER(WS-C).

      *> A customer's average balance is the sum of the averages of
      *> the accounts in the relationship.
       TALLY-AVERAGE-BALANCES.
           OPEN INPUT AVERAGE-FILE
           IF WS-FS-AVG NOT = "00"
               DISPLAY "CUSTOMER-PROFITABILITY: no BALANCE-AVERAGE "
                       "file - average balances show as zero"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ AVERAGE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM TALLY-ONE-AVERAGE
               END-READ
           END-PERFORM
           CLOSE AVERAGE-FILE.

       TALLY-ONE-AVERAGE.
           MOVE SPACES TO WS-AVG-FIELDS
           UNSTRING AVERAGE-RECORD DELIMITED BY ','
               INTO WS-AF-ACCT WS-AF-MONTH WS-AF-BALDAYS
                    WS-AF-DAYS WS-AF-LAST
           END-UNSTRING
           IF WS-AF-MONTH NOT = WS-MONTH
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AVG-DAYS = FUNCTION NUMVAL(WS-AF-DAYS)
           IF WS-AVG-DAYS = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AF-ACCT TO WS-ACCT
           PERFORM FIND-CUSTOMER-ENTRY
           IF WS-C = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AMOUNT ROUNDED =
               FUNCTION NUMVAL(WS-AF-BALDAYS) / WS-AVG-DAYS
           ADD WS-AMOUNT TO WS-CU-AVG-BAL(WS-C).

      *> Fee and NSF income are the month's FEnnnn and NFnnnn
      *> postings - the IDs FEE-ASSESSMENT and RETURNS-PROCESSOR
      *> stamp on the charges they write.
       TALLY-APPLIED.
           OPEN INPUT APPLIED-FILE
           IF WS-FS-APPL NOT = "00"
               DISPLAY "CUSTOMER-PROFITABILITY: no TRANSAPPLIED feed"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ APPLIED-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM TALLY-ONE-APPLIED
               END-READ
           END-PERFORM
           CLOSE APPLIED-FILE.

       TALLY-ONE-APPLIED.
           MOVE SPACES TO WS-TXN-FIELDS
           UNSTRING APPLIED-RECORD DELIMITED BY ','
               INTO WS-TXN-ID WS-TXN-TYPE
                    WS-TXN-ACCID WS-TXN-AMT-TX
                    WS-TXN-DATE
           END-UNSTRING
           IF WS-TXN-DATE(1:6) NOT = WS-MONTH
               EXIT PARAGRAPH
           END-IF
           IF WS-TXN-ID(1:2) NOT = "FE"
              AND WS-TXN-ID(1:2) NOT = "NF"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TXN-ACCID TO WS-ACCT
           PERFORM FIND-CUSTOMER-ENTRY
           IF WS-C = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AMOUNT = FUNCTION NUMVAL(WS-TXN-AMT-TX)
           IF WS-TXN-ID(1:2) = "FE"
               ADD WS-AMOUNT TO WS-CU-FEES(WS-C)
           ELSE
               ADD WS-AMOUNT TO WS-CU-NSF(WS-C)
           END-IF.

      *> FX spread and deposit interest never pass through
      *> TRANSAPPLIED; GLPOSTER journalizes them from GL-DAYFEED.DAT
      *> and INTERESTOUT with the customer account on the line
      *> (columns 47-51). Only the debit line of each pair is
      *> counted.
       TALLY-JOURNAL.
           OPEN INPUT GL-MASTER-FILE
           IF WS-FS-GLM NOT = "00"
               DISPLAY "CUSTOMER-PROFITABILITY: no GLMASTER.DAT - "
                       "FX spread and deposit interest show as zero"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ GL-MASTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LINE-COUNT
                       PERFORM TALLY-ONE-JOURNAL-LINE
               END-READ
           END-PERFORM
           CLOSE GL-MASTER-FILE.

       TALLY-ONE-JOURNAL-LINE.
           IF GL-MASTER-RECORD(6:2) NOT = "DR"
              OR GL-MASTER-RECORD(20:6) NOT = WS-MONTH
               EXIT PARAGRAPH
           END-IF
           MOVE GL-MASTER-RECORD(36:10) TO WS-TXN-TYPE
           IF WS-TXN-TYPE NOT = "FX-SPREAD"
              AND WS-TXN-TYPE NOT = "INTEREST"
               EXIT PARAGRAPH
           END-IF
           MOVE GL-MASTER-RECORD(47:5) TO WS-ACCT
           PERFORM FIND-CUSTOMER-ENTRY
           IF WS-C = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AMOUNT =
               FUNCTION NUMVAL(GL-MASTER-RECORD(9:10))
           IF WS-TXN-TYPE = "FX-SPREAD"
               ADD WS-AMOUNT TO WS-CU-FX(WS-C)
           ELSE
               ADD WS-AMOUNT TO WS-CU-DEP-INT(WS-C)
           END-IF.

      *> Loan interest earned is per-diem interest on the
      *> outstanding principal (lent less paid, as LOAN-PAYOFF
      *> quotes it) for the days of the month to date.
       TALLY-LOANS.
           OPEN INPUT LOANS-FILE
           IF WS-FS-LOANS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ LOANS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM TALLY-ONE-LOAN
               END-READ
           END-PERFORM
           CLOSE LOANS-FILE.

       TALLY-ONE-LOAN.
           MOVE SPACES TO WS-LOAN-FIELDS
           UNSTRING LOANS-RECORD DELIMITED BY ","
               INTO WS-LN-ID WS-LN-CUST WS-LN-PRIN
                    WS-LN-RATE WS-LN-TERM
                    WS-LN-PAYMENT WS-LN-NEXT-DUE
                    WS-LN-BILLED WS-LN-PAID
                    WS-LN-STATUS
           END-UNSTRING
           IF FUNCTION TRIM(WS-LN-STATUS) NOT = "ACTIVE"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-OUTSTANDING =
               FUNCTION NUMVAL(WS-LN-PRIN)
               - FUNCTION NUMVAL(WS-LN-PAID)
           IF WS-OUTSTANDING NOT > 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-RATE-NUM = FUNCTION NUMVAL(WS-LN-RATE)
      *> The loan file carries the customer, not an account, so the
      *> relationship is found by customer number directly.
           MOVE SPACES TO WS-ACCT
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-XREF-COUNT
               IF WS-XT-CUST(WS-I) = WS-LN-CUST
                   MOVE WS-XT-ACCT(WS-I) TO WS-ACCT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-ACCT = SPACES
               MOVE WS-LN-CUST TO WS-ACCT
           END-IF
           PERFORM FIND-CUSTOMER-ENTRY
           IF WS-C = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AMOUNT ROUNDED =
               WS-OUTSTANDING * (WS-RATE-NUM / 100) / 365
               * WS-MONTH-DAYS
           ADD WS-AMOUNT TO WS-CU-LOAN-INT(WS-C).

       COMPUTE-CONTRIBUTION.
           PERFORM VARYING WS-C FROM 1 BY 1
             UNTIL WS-C > WS-CUST-COUNT
               COMPUTE WS-CU-BAL-VAL(WS-C) ROUNDED =
                   WS-CU-AVG-BAL(WS-C) * (WS-FTP-PCT / 100) / 365
                   * WS-MONTH-DAYS
               COMPUTE WS-CU-NET(WS-C) =
                   WS-CU-FEES(WS-C) + WS-CU-NSF(WS-C)
                   + WS-CU-FX(WS-C) + WS-CU-LOAN-INT(WS-C)
                   + WS-CU-BAL-VAL(WS-C) - WS-CU-DEP-INT(WS-C)
               EVALUATE TRUE
                   WHEN WS-CU-NET(WS-C) >= WS-TIER1-MIN
                       MOVE 1 TO WS-CU-TIER(WS-C)
                   WHEN WS-CU-NET(WS-C) >= WS-TIER2-MIN
                       MOVE 2 TO WS-CU-TIER(WS-C)
                   WHEN WS-CU-NET(WS-C) >= 0
                       MOVE 3 TO WS-CU-TIER(WS-C)
                   WHEN OTHER
                       MOVE 4 TO WS-CU-TIER(WS-C)
               END-EVALUATE
           END-PERFORM.

       RANK-BY-CONTRIBUTION.
           IF WS-CUST-COUNT < 2
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I >= WS-CUST-COUNT
               COMPUTE WS-J-START = WS-I + 1
               PERFORM VARYING WS-J FROM WS-J-START BY 1
                 UNTIL WS-J > WS-CUST-COUNT
                   IF WS-CU-NET(WS-I) < WS-CU-NET(WS-J)
                       MOVE WS-CUST-ENTRY(WS-I) TO WS-SWAP-ENTRY
                       MOVE WS-CUST-ENTRY(WS-J)
                           TO WS-CUST-ENTRY(WS-I)
                       MOVE WS-SWAP-ENTRY TO WS-CUST-ENTRY(WS-J)
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-THE-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-FS-REP NOT = "00"
               DISPLAY "CUSTOMER-PROFITABILITY: ERROR - cannot open "
                       "PROFITABILITY.TXT. Status: " WS-FS-REP
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO REPORT-REC
           STRING "CUSTOMER PROFITABILITY BY RELATIONSHIP - MONTH "
                  WS-MONTH " TO " WS-TODAY
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE WS-DIVIDER TO REPORT-REC
           WRITE REPORT-REC
           MOVE "RANK CUST         FEES    NSF FEES   FX SPREAD"
             & "    LOAN INT     DEP INT    AVERAGE BAL   BAL VALUE"
             & "         NET  TIER" TO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-DIVIDER TO REPORT-REC
           WRITE REPORT-REC

           INITIALIZE WS-TIER-SUMMARY
           PERFORM VARYING WS-C FROM 1 BY 1
             UNTIL WS-C > WS-CUST-COUNT
               MOVE WS-C TO WS-RL-RANK
               MOVE WS-CU-CUST(WS-C) TO WS-RL-CUST
               MOVE WS-CU-FEES(WS-C) TO WS-RL-FEES
               MOVE WS-CU-NSF(WS-C) TO WS-RL-NSF
               MOVE WS-CU-FX(WS-C) TO WS-RL-FX
               MOVE WS-CU-LOAN-INT(WS-C) TO WS-RL-LOAN-INT
               MOVE WS-CU-DEP-INT(WS-C) TO WS-RL-DEP-INT
               MOVE WS-CU-AVG-BAL(WS-C) TO WS-RL-AVG-BAL
               MOVE WS-CU-BAL-VAL(WS-C) TO WS-RL-BAL-VAL
               MOVE WS-CU-NET(WS-C) TO WS-RL-NET
               MOVE WS-CU-TIER(WS-C) TO WS-RL-TIER
               MOVE WS-TIER-NAME(WS-CU-TIER(WS-C)) TO WS-RL-TIER-NAME
               MOVE WS-REPORT-LINE TO REPORT-REC
               WRITE REPORT-REC
               ADD 1 TO WS-TS-COUNT(WS-CU-TIER(WS-C))
               ADD WS-CU-NET(WS-C) TO WS-TS-NET(WS-CU-TIER(WS-C))
               ADD WS-CU-FEES(WS-C) TO WS-TOT-FEES
               ADD WS-CU-NSF(WS-C) TO WS-TOT-NSF
               ADD WS-CU-FX(WS-C) TO WS-TOT-FX
               ADD WS-CU-LOAN-INT(WS-C) TO WS-TOT-LOAN-INT
               ADD WS-CU-DEP-INT(WS-C) TO WS-TOT-DEP-INT
               ADD WS-CU-AVG-BAL(WS-C) TO WS-TOT-AVG-BAL
               ADD WS-CU-BAL-VAL(WS-C) TO WS-TOT-BAL-VAL
               ADD WS-CU-NET(WS-C) TO WS-TOT-NET
           END-PERFORM

           MOVE WS-DIVIDER TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO WS-REPORT-LINE
           MOVE "TOTAL" TO WS-REPORT-LINE(1:5)
           MOVE WS-TOT-FEES TO WS-RL-FEES
           MOVE WS-TOT-NSF TO WS-RL-NSF
           MOVE WS-TOT-FX TO WS-RL-FX
           MOVE WS-TOT-LOAN-INT TO WS-RL-LOAN-INT
           MOVE WS-TOT-DEP-INT TO WS-RL-DEP-INT
           MOVE WS-TOT-AVG-BAL TO WS-RL-AVG-BAL
           MOVE WS-TOT-BAL-VAL TO WS-RL-BAL-VAL
           MOVE WS-TOT-NET TO WS-RL-NET
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC

           MOVE "PROFITABILITY TIERS" TO REPORT-REC
           WRITE REPORT-REC
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 4
               MOVE WS-TS-COUNT(WS-I) TO WS-COUNT-DISP
               MOVE WS-TS-NET(WS-I) TO WS-BAL-DISP
               MOVE SPACES TO REPORT-REC
               STRING "  TIER " WS-I(4:1) " " WS-TIER-NAME(WS-I)
                      " customers: " WS-COUNT-DISP
                      "   net contribution: " WS-BAL-DISP
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-PERFORM
           MOVE SPACES TO REPORT-REC
           MOVE WS-FTP-PCT TO WS-AMT-DISP
           STRING "  Balances valued at " WS-AMT-DISP
                  " percent a year; month-to-date days: "
                  WS-MONTH-DAYS
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           CLOSE REPORT-FILE.

      *> The tier file is replaced whole each run - the counter
      *> only ever needs the latest standing.
       SAVE-TIERS.
           OPEN OUTPUT TIER-FILE
           IF WS-FS-TIER NOT = "00"
               DISPLAY "CUSTOMER-PROFITABILITY: ERROR - cannot write "
                       "CUST-PROFIT-TIER.DAT. Status: " WS-FS-TIER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-C FROM 1 BY 1
             UNTIL WS-C > WS-CUST-COUNT
               MOVE WS-C TO WS-RANK-DISP
               MOVE WS-CU-NET(WS-C) TO WS-NET-OUT
               MOVE SPACES TO TIER-RECORD
               STRING WS-CU-CUST(WS-C) ","
                      WS-MONTH ","
                      FUNCTION TRIM(WS-RANK-DISP) ","
                      WS-CU-TIER(WS-C) ","
                      FUNCTION TRIM(WS-TIER-NAME(WS-CU-TIER(WS-C))) ","
                      WS-NET-OUT
                   DELIMITED BY SIZE INTO TIER-RECORD
               END-STRING
               WRITE TIER-RECORD
           END-PERFORM
           CLOSE TIER-FILE.
