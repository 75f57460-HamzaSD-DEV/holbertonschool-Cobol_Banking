       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-ESCROW.

      *> Mortgage escrow. A home loan that escrows taxes and hazard
      *> insurance has one line in ESCROW.DAT keyed by its LOANS.DAT
      *> LOAN-ID, every field fixed width so LOAN-BILLING can find
      *> its way around it:
      *>   LOAN-ID,CUST,BALANCE,MONTHLY,TAX-AMT,TAX-DUE,TAX-IBAN,
      *>   INS-AMT,INS-DUE,INS-IBAN,LAST-ANALYSIS
      *> LOAN-BILLING adds MONTHLY to each installment it bills and
      *> credits it to BALANCE. The (D)isbursement run pays a tax or
      *> insurance bill whose due date has arrived out of escrow
      *> through OUTBOUND-PAYMENTS.DAT (the loan ID as the reference,
      *> for SETTLEMENT-EXTRACT) and rolls its due date on a year;
      *> the balance may go negative, the bank advancing the
      *> difference until the next analysis recovers it. The
      *> (A)nnual analysis, for every loan not analysed in the last
      *> year, projects the next twelve months of collections and
      *> disbursements, compares the low point with a cushion of
      *> ESCROW_CUSHION_MONTHS (default 2) months of disbursements,
      *> spreads any shortage or surplus over the coming year in a
      *> new MONTHLY and prints the customer statement on
      *> ESCROW-STATEMENTS.TXT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOANS-FILE ASSIGN TO "LOANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOANS.
           SELECT ESCROW-FILE ASSIGN TO "ESCROW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ESC.
           SELECT WORK-FILE ASSIGN TO "ESCROW.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-WORK.
           SELECT OUTBOUND-FILE ASSIGN TO "OUTBOUND-PAYMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OUT.
           SELECT STATEMENT-FILE ASSIGN TO "ESCROW-STATEMENTS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-STMT.

       DATA DIVISION.
       FILE SECTION.
       FD  LOANS-FILE.
       01  LOANS-RECORD         PIC X(100).

       FD  ESCROW-FILE.
       01  ESCROW-RECORD        PIC X(140).

       FD  WORK-FILE.
       01  WORK-RECORD          PIC X(140).

       FD  OUTBOUND-FILE.
       01  OUTBOUND-RECORD      PIC X(80).

       FD  STATEMENT-FILE.
       01  STATEMENT-REC        PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-FS-LOANS          PIC XX.
       77  WS-FS-ESC            PIC XX.
       77  WS-FS-WORK           PIC XX.
       77  WS-FS-OUT            PIC XX.
       77  WS-FS-STMT           PIC XX.
       77  WS-EOF               PIC X VALUE "N".
       77  WS-MODE              PIC X.
       77  WS-FOUND             PIC X VALUE "N".
       77  WS-PARAM-FOUND       PIC X VALUE "N".
       77  WS-M                 PIC 9(2).
       77  WS-PAID-COUNT        PIC 9(4) VALUE 0.
       77  WS-ANALYSED-COUNT    PIC 9(4) VALUE 0.

       01  WS-TODAY             PIC 9(8).
       01  WS-TODAY-PARTS REDEFINES WS-TODAY.
           05  WS-TODAY-YYYY    PIC 9(4).
           05  WS-TODAY-MM      PIC 9(2).
           05  WS-TODAY-DD      PIC 9(2).

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

       01  WS-ESCROW-FIELDS.
           05  WS-ES-LOAN       PIC X(6).
           05  WS-ES-CUST       PIC X(5).
           05  WS-ES-BALANCE    PIC X(11).
           05  WS-ES-MONTHLY    PIC X(10).
           05  WS-ES-TAX-AMT    PIC X(10).
           05  WS-ES-TAX-DUE    PIC X(8).
           05  WS-ES-TAX-IBAN   PIC X(22).
           05  WS-ES-INS-AMT    PIC X(10).
           05  WS-ES-INS-DUE    PIC X(8).
           05  WS-ES-INS-IBAN   PIC X(22).
           05  WS-ES-LAST       PIC X(8).

       01  WS-BALANCE           PIC S9(7)V99.
       01  WS-MONTHLY           PIC 9(7)V99.
       01  WS-NEW-MONTHLY       PIC S9(7)V99.
       01  WS-BASE-MONTHLY      PIC 9(7)V99.
       01  WS-TAX-AMT           PIC 9(7)V99.
       01  WS-INS-AMT           PIC 9(7)V99.
       01  WS-ANNUAL            PIC 9(7)V99.
       01  WS-CUSHION           PIC 9(7)V99.
       01  WS-CUSHION-MONTHS    PIC 9(2) VALUE 2.
       01  WS-PROJECTED         PIC S9(7)V99.
       01  WS-LOW-POINT         PIC S9(7)V99.
       01  WS-DIFFERENCE        PIC S9(7)V99.
       01  WS-SHORTAGE          PIC 9(7)V99.
       01  WS-SURPLUS           PIC 9(7)V99.
       01  WS-MONTH-OUT-AMT     PIC 9(7)V99.
       01  WS-TAX-MONTH         PIC S9(4).
       01  WS-INS-MONTH         PIC S9(4).
       01  WS-DUE-NUM           PIC 9(8).
       01  WS-DUE-PARTS REDEFINES WS-DUE-NUM.
           05  WS-DUE-YYYY      PIC 9(4).
           05  WS-DUE-MM        PIC 9(2).
           05  WS-DUE-DD        PIC 9(2).
       01  WS-PROJ-MONTH        PIC 9(6).
       01  WS-PROJ-YYYY         PIC 9(4).
       01  WS-PROJ-MM           PIC 9(2).
       01  WS-ANALYSIS-DUE      PIC 9(8).

       01  WS-BAL-OUT           PIC -9(7).99.
       01  WS-AMT-OUT           PIC 9(7).99.
       01  WS-BAL-DISP          PIC -(7)9.99.
       01  WS-AMT-DISP          PIC Z(6)9.99.
       01  WS-AMT2-DISP         PIC Z(6)9.99.
       01  WS-DIVIDER           PIC X(70) VALUE ALL "-".

       01  WS-PARAM-NAME        PIC X(24).
       01  WS-PARAM-VALUE       PIC X(12).

       01  WS-LOAN-IN           PIC X(6).
       01  WS-AMT-IN            PIC X(12).
       01  WS-IBAN-IN           PIC X(22).

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "GET-BUSINESS-DATE" USING WS-TODAY
           DISPLAY "LOAN-ESCROW: (S)et up escrow, (D)isbursement "
                   "run, (A)nnual analysis: " WITH NO ADVANCING
           ACCEPT WS-MODE
           EVALUATE FUNCTION UPPER-CASE(WS-MODE)
               WHEN "S"
                   PERFORM SET-UP-ESCROW
               WHEN "D"
                   PERFORM DISBURSEMENT-RUN
               WHEN "A"
                   PERFORM ANNUAL-ANALYSIS
               WHEN OTHER
                   DISPLAY "Invalid selection."
           END-EVALUATE
           STOP RUN.

      *> Setting up a loan already on file replaces its schedule but
      *> keeps the balance it has collected.
       SET-UP-ESCROW.
           DISPLAY "Loan ID: " WITH NO ADVANCING
           ACCEPT WS-LOAN-IN
           MOVE FUNCTION UPPER-CASE(WS-LOAN-IN) TO WS-LOAN-IN
           PERFORM FIND-THE-LOAN
           IF WS-FOUND NOT = "Y"
               DISPLAY "Loan " WS-LOAN-IN " not on LOANS.DAT."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-ESCROW-FIELDS
           MOVE WS-LN-ID TO WS-ES-LOAN
           MOVE WS-LN-CUST TO WS-ES-CUST
           MOVE 0 TO WS-BALANCE
           MOVE "00000000" TO WS-ES-LAST

           DISPLAY "Annual property tax bill: " WITH NO ADVANCING
           ACCEPT WS-AMT-IN
           COMPUTE WS-TAX-AMT = FUNCTION NUMVAL(WS-AMT-IN)
           DISPLAY "Tax due date (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-ES-TAX-DUE
           DISPLAY "Tax authority IBAN: " WITH NO ADVANCING
           ACCEPT WS-ES-TAX-IBAN
           DISPLAY "Annual hazard insurance premium: "
                   WITH NO ADVANCING
           ACCEPT WS-AMT-IN
           COMPUTE WS-INS-AMT = FUNCTION NUMVAL(WS-AMT-IN)
           DISPLAY "Premium due date (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-ES-INS-DUE
           DISPLAY "Insurer IBAN: " WITH NO ADVANCING
           ACCEPT WS-ES-INS-IBAN

           IF WS-ES-TAX-DUE IS NOT NUMERIC
              OR WS-ES-INS-DUE IS NOT NUMERIC
               DISPLAY "Due dates must be YYYYMMDD - nothing "
                       "recorded."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MONTHLY ROUNDED =
               (WS-TAX-AMT + WS-INS-AMT) / 12
           MOVE WS-TAX-AMT TO WS-AMT-OUT
           MOVE WS-AMT-OUT TO WS-ES-TAX-AMT
           MOVE WS-INS-AMT TO WS-AMT-OUT
           MOVE WS-AMT-OUT TO WS-ES-INS-AMT
           MOVE WS-MONTHLY TO WS-AMT-OUT
           MOVE WS-AMT-OUT TO WS-ES-MONTHLY

           OPEN OUTPUT WORK-FILE
           MOVE "N" TO WS-FOUND
           OPEN INPUT ESCROW-FILE
           IF WS-FS-ESC = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ ESCROW-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF ESCROW-RECORD(1:6) = WS-LN-ID
                               MOVE "Y" TO WS-FOUND
                               MOVE ESCROW-RECORD(14:11)
                                   TO WS-ES-BALANCE
                               COMPUTE WS-BALANCE =
                                   FUNCTION NUMVAL(WS-ES-BALANCE)
                               MOVE ESCROW-RECORD(123:8) TO WS-ES-LAST
                           ELSE
                               MOVE ESCROW-RECORD TO WORK-RECORD
                               WRITE WORK-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ESCROW-FILE
           END-IF
           PERFORM BUILD-ESCROW-RECORD
           MOVE ESCROW-RECORD TO WORK-RECORD
           WRITE WORK-RECORD
           CLOSE WORK-FILE
           PERFORM COPY-WORK-BACK
           DISPLAY "Escrow for " WS-LN-ID " - monthly escrow "
                   WS-ES-MONTHLY " added to each installment billed.".

       FIND-THE-LOAN.
           MOVE "N" TO WS-FOUND
           OPEN INPUT LOANS-FILE
           IF WS-FS-LOANS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ LOANS-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-LOAN-FIELDS
                       UNSTRING LOANS-RECORD DELIMITED BY ","
                           INTO WS-LN-ID WS-LN-CUST WS-LN-PRIN
                                WS-LN-RATE WS-LN-TERM WS-LN-PAYMENT
                                WS-LN-NEXT-DUE WS-LN-BILLED
                                WS-LN-PAID WS-LN-STATUS
                       END-UNSTRING
                       IF WS-LN-ID = WS-LOAN-IN
                           MOVE "Y" TO WS-FOUND
                           MOVE "Y" TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOANS-FILE.

       DISBURSEMENT-RUN.
           OPEN INPUT ESCROW-FILE
           IF WS-FS-ESC NOT = "00"
               DISPLAY "LOAN-ESCROW: no ESCROW.DAT on file."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT WORK-FILE
           OPEN EXTEND OUTBOUND-FILE
           IF WS-FS-OUT = "35"
               CLOSE OUTBOUND-FILE
               OPEN OUTPUT OUTBOUND-FILE
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ ESCROW-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM PARSE-ESCROW
                       PERFORM DISBURSE-ONE-ESCROW
                       MOVE ESCROW-RECORD TO WORK-RECORD
                       WRITE WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE ESCROW-FILE
           CLOSE OUTBOUND-FILE
           CLOSE WORK-FILE
           PERFORM COPY-WORK-BACK
           DISPLAY "LOAN-ESCROW: disbursements queued: "
                   WS-PAID-COUNT.

       DISBURSE-ONE-ESCROW.
           IF WS-ES-TAX-DUE IS NUMERIC
              AND WS-ES-TAX-DUE <= WS-TODAY
              AND WS-TAX-AMT > 0
               MOVE WS-TAX-AMT TO WS-MONTH-OUT-AMT
               MOVE WS-ES-TAX-IBAN TO WS-IBAN-IN
               PERFORM QUEUE-DISBURSEMENT
               MOVE WS-ES-TAX-DUE TO WS-DUE-NUM
               ADD 1 TO WS-DUE-YYYY
               MOVE WS-DUE-NUM TO WS-ES-TAX-DUE
               DISPLAY "LOAN-ESCROW: " WS-ES-LOAN " tax "
                       WS-ES-TAX-AMT " paid from escrow"
           END-IF
           IF WS-ES-INS-DUE IS NUMERIC
              AND WS-ES-INS-DUE <= WS-TODAY
              AND WS-INS-AMT > 0
               MOVE WS-INS-AMT TO WS-MONTH-OUT-AMT
               MOVE WS-ES-INS-IBAN TO WS-IBAN-IN
               PERFORM QUEUE-DISBURSEMENT
               MOVE WS-ES-INS-DUE TO WS-DUE-NUM
               ADD 1 TO WS-DUE-YYYY
               MOVE WS-DUE-NUM TO WS-ES-INS-DUE
               DISPLAY "LOAN-ESCROW: " WS-ES-LOAN " insurance "
                       WS-ES-INS-AMT " paid from escrow"
           END-IF
           PERFORM BUILD-ESCROW-RECORD.

      *> Same layout the legal-order sweep queues for settlement:
      *> DATE,FROM-ACCT,REFERENCE,IBAN,AMOUNT,STATUS.
       QUEUE-DISBURSEMENT.
           ADD 1 TO WS-PAID-COUNT
           SUBTRACT WS-MONTH-OUT-AMT FROM WS-BALANCE
           MOVE WS-MONTH-OUT-AMT TO WS-AMT-OUT
           MOVE SPACES TO OUTBOUND-RECORD
           STRING WS-TODAY ","
                  WS-ES-CUST ","
                  WS-ES-LOAN ","
                  WS-IBAN-IN ","
                  WS-AMT-OUT ","
                  "NEW"
               DELIMITED BY SIZE INTO OUTBOUND-RECORD
           END-STRING
           WRITE OUTBOUND-RECORD.

       ANNUAL-ANALYSIS.
           MOVE "ESCROW_CUSHION_MONTHS" TO WS-PARAM-NAME
           CALL "GET-PARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = "Y"
               COMPUTE WS-CUSHION-MONTHS =
                   FUNCTION NUMVAL(WS-PARAM-VALUE)
           END-IF
      *> Analysed on or before this date a year ago means due again.
           MOVE WS-TODAY TO WS-ANALYSIS-DUE
           SUBTRACT 10000 FROM WS-ANALYSIS-DUE

           OPEN INPUT ESCROW-FILE
           IF WS-FS-ESC NOT = "00"
               DISPLAY "LOAN-ESCROW: no ESCROW.DAT on file."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT WORK-FILE
           OPEN OUTPUT STATEMENT-FILE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ ESCROW-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM PARSE-ESCROW
                       IF WS-ES-LAST IS NOT NUMERIC
                          OR WS-ES-LAST <= WS-ANALYSIS-DUE
                           PERFORM ANALYSE-ONE-ESCROW
                       END-IF
                       MOVE ESCROW-RECORD TO WORK-RECORD
                       WRITE WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE ESCROW-FILE
           CLOSE WORK-FILE
           CLOSE STATEMENT-FILE
           PERFORM COPY-WORK-BACK
           DISPLAY "LOAN-ESCROW: escrow accounts analysed: "
                   WS-ANALYSED-COUNT
           DISPLAY "LOAN-ESCROW: see ESCROW-STATEMENTS.TXT".

      *> Month 1 of the projection is next month. Each bill falls in
      *> the month of its (already rolled) due date; a bill still
      *> unpaid from before today falls in month 1.
       ANALYSE-ONE-ESCROW.
           ADD 1 TO WS-ANALYSED-COUNT
           COMPUTE WS-ANNUAL = WS-TAX-AMT + WS-INS-AMT
           COMPUTE WS-BASE-MONTHLY ROUNDED = WS-ANNUAL / 12
           COMPUTE WS-CUSHION ROUNDED =
               WS-ANNUAL * WS-CUSHION-MONTHS / 12

           MOVE WS-ES-TAX-DUE TO WS-DUE-NUM
           COMPUTE WS-TAX-MONTH =
               (WS-DUE-YYYY * 12 + WS-DUE-MM)
               - (WS-TODAY-YYYY * 12 + WS-TODAY-MM)
           IF WS-TAX-MONTH < 1
               MOVE 1 TO WS-TAX-MONTH
           END-IF
           MOVE WS-ES-INS-DUE TO WS-DUE-NUM
           COMPUTE WS-INS-MONTH =
               (WS-DUE-YYYY * 12 + WS-DUE-MM)
               - (WS-TODAY-YYYY * 12 + WS-TODAY-MM)
           IF WS-INS-MONTH < 1
               MOVE 1 TO WS-INS-MONTH
           END-IF

           PERFORM WRITE-STATEMENT-HEADER
           MOVE WS-BALANCE TO WS-PROJECTED
           MOVE WS-BALANCE TO WS-LOW-POINT
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 12
               PERFORM PROJECT-ONE-MONTH
           END-PERFORM

           COMPUTE WS-DIFFERENCE = WS-LOW-POINT - WS-CUSHION
           MOVE 0 TO WS-SHORTAGE
           MOVE 0 TO WS-SURPLUS
           IF WS-DIFFERENCE < 0
               COMPUTE WS-SHORTAGE = 0 - WS-DIFFERENCE
           ELSE
               MOVE WS-DIFFERENCE TO WS-SURPLUS
           END-IF
           COMPUTE WS-NEW-MONTHLY ROUNDED =
               WS-BASE-MONTHLY + (WS-SHORTAGE - WS-SURPLUS) / 12
           IF WS-NEW-MONTHLY < 0
               MOVE 0 TO WS-NEW-MONTHLY
           END-IF

           PERFORM WRITE-STATEMENT-FOOTER
           MOVE WS-NEW-MONTHLY TO WS-MONTHLY
           MOVE WS-TODAY TO WS-ES-LAST
           PERFORM BUILD-ESCROW-RECORD.

       PROJECT-ONE-MONTH.
           ADD WS-BASE-MONTHLY TO WS-PROJECTED
           MOVE 0 TO WS-MONTH-OUT-AMT
           IF WS-M = WS-TAX-MONTH
               ADD WS-TAX-AMT TO WS-MONTH-OUT-AMT
           END-IF
           IF WS-M = WS-INS-MONTH
               ADD WS-INS-AMT TO WS-MONTH-OUT-AMT
           END-IF
           SUBTRACT WS-MONTH-OUT-AMT FROM WS-PROJECTED
           IF WS-PROJECTED < WS-LOW-POINT
               MOVE WS-PROJECTED TO WS-LOW-POINT
           END-IF
           COMPUTE WS-PROJ-MONTH =
               WS-TODAY-YYYY * 12 + WS-TODAY-MM - 1 + WS-M
           COMPUTE WS-PROJ-YYYY = WS-PROJ-MONTH / 12
           COMPUTE WS-PROJ-MM = FUNCTION MOD(WS-PROJ-MONTH, 12) + 1
           MOVE WS-BASE-MONTHLY TO WS-AMT-DISP
           MOVE WS-MONTH-OUT-AMT TO WS-AMT2-DISP
           MOVE WS-PROJECTED TO WS-BAL-DISP
           MOVE SPACES TO STATEMENT-REC
           STRING "  " WS-PROJ-YYYY "/" WS-PROJ-MM "    "
                  WS-AMT-DISP "    " WS-AMT2-DISP "    " WS-BAL-DISP
               DELIMITED BY SIZE INTO STATEMENT-REC
           END-STRING
           WRITE STATEMENT-REC.

       WRITE-STATEMENT-HEADER.
           MOVE WS-DIVIDER TO STATEMENT-REC
           WRITE STATEMENT-REC
           MOVE SPACES TO STATEMENT-REC
           STRING "ANNUAL ESCROW ANALYSIS - LOAN " WS-ES-LOAN
                  "  CUSTOMER " WS-ES-CUST "  " WS-TODAY
               DELIMITED BY SIZE INTO STATEMENT-REC
           END-STRING
           WRITE STATEMENT-REC
           MOVE WS-BALANCE TO WS-BAL-DISP
           MOVE SPACES TO STATEMENT-REC
           STRING "Current escrow balance      : " WS-BAL-DISP
               DELIMITED BY SIZE INTO STATEMENT-REC
           END-STRING
           WRITE STATEMENT-REC
           MOVE WS-TAX-AMT TO WS-AMT-DISP
           MOVE SPACES TO STATEMENT-REC
           STRING "Property tax                : " WS-AMT-DISP
                  "  due " WS-ES-TAX-DUE
               DELIMITED BY SIZE INTO STATEMENT-REC
           END-STRING
           WRITE STATEMENT-REC
           MOVE WS-INS-AMT TO WS-AMT-DISP
           MOVE SPACES TO STATEMENT-REC
           STRING "Hazard insurance            : " WS-AMT-DISP
                  "  due " WS-ES-INS-DUE
               DELIMITED BY SIZE INTO STATEMENT-REC
           END-STRING
           WRITE STATEMENT-REC
           MOVE "  MONTH        PAID IN     PAID OUT       BALANCE"
               TO STATEMENT-REC
           WRITE STATEMENT-REC.

       WRITE-STATEMENT-FOOTER.
           MOVE WS-LOW-POINT TO WS-BAL-DISP
           MOVE SPACES TO STATEMENT-REC
           STRING "Projected low point         : " WS-BAL-DISP
               DELIMITED BY SIZE INTO STATEMENT-REC
           END-STRING
           WRITE STATEMENT-REC
           MOVE WS-CUSHION TO WS-AMT-DISP
           MOVE SPACES TO STATEMENT-REC
           STRING "Required cushion            : " WS-AMT-DISP
               DELIMITED BY SIZE INTO STATEMENT-REC
           END-STRING
           WRITE STATEMENT-REC
           MOVE SPACES TO STATEMENT-REC
           IF WS-SHORTAGE > 0
               MOVE WS-SHORTAGE TO WS-AMT-DISP
               STRING "SHORTAGE                    : " WS-AMT-DISP
                      "  (spread over 12 months)"
                   DELIMITED BY SIZE INTO STATEMENT-REC
               END-STRING
           ELSE
               MOVE WS-SURPLUS TO WS-AMT-DISP
               STRING "SURPLUS                     : " WS-AMT-DISP
                      "  (credited over 12 months)"
                   DELIMITED BY SIZE INTO STATEMENT-REC
               END-STRING
           END-IF
           WRITE STATEMENT-REC
           MOVE WS-MONTHLY TO WS-AMT-DISP
           MOVE WS-NEW-MONTHLY TO WS-AMT2-DISP
           MOVE SPACES TO STATEMENT-REC
           STRING "Monthly escrow was " WS-AMT-DISP
                  " - from your next bill " WS-AMT2-DISP
               DELIMITED BY SIZE INTO STATEMENT-REC
           END-STRING
           WRITE STATEMENT-REC.

       PARSE-ESCROW.
           MOVE SPACES TO WS-ESCROW-FIELDS
           UNSTRING ESCROW-RECORD DELIMITED BY ","
               INTO WS-ES-LOAN WS-ES-CUST WS-ES-BALANCE
                    WS-ES-MONTHLY WS-ES-TAX-AMT WS-ES-TAX-DUE
                    WS-ES-TAX-IBAN WS-ES-INS-AMT WS-ES-INS-DUE
                    WS-ES-INS-IBAN WS-ES-LAST
           END-UNSTRING
           COMPUTE WS-BALANCE = FUNCTION NUMVAL(WS-ES-BALANCE)
           COMPUTE WS-MONTHLY = FUNCTION NUMVAL(WS-ES-MONTHLY)
           COMPUTE WS-TAX-AMT = FUNCTION NUMVAL(WS-ES-TAX-AMT)
           COMPUTE WS-INS-AMT = FUNCTION NUMVAL(WS-ES-INS-AMT).

       BUILD-ESCROW-RECORD.
           MOVE WS-BALANCE TO WS-BAL-OUT
           MOVE WS-MONTHLY TO WS-AMT-OUT
           MOVE WS-AMT-OUT TO WS-ES-MONTHLY
           MOVE SPACES TO ESCROW-RECORD
           STRING WS-ES-LOAN ","
                  WS-ES-CUST ","
                  WS-BAL-OUT ","
                  WS-ES-MONTHLY ","
                  WS-ES-TAX-AMT ","
                  WS-ES-TAX-DUE ","
                  WS-ES-TAX-IBAN ","
                  WS-ES-INS-AMT ","
                  WS-ES-INS-DUE ","
                  WS-ES-INS-IBAN ","
                  WS-ES-LAST
               DELIMITED BY SIZE INTO ESCROW-RECORD
           END-STRING.

       COPY-WORK-BACK.
           MOVE "N" TO WS-EOF
           OPEN INPUT WORK-FILE
           OPEN OUTPUT ESCROW-FILE
           PERFORM UNTIL WS-EOF = "Y"
               READ WORK-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE WORK-RECORD TO ESCROW-RECORD
                       WRITE ESCROW-RECORD
               END-READ
           END-PERFORM
           CLOSE WORK-FILE
           CLOSE ESCROW-FILE
           CALL "CBL_DELETE_FILE" USING "ESCROW.TMP".
