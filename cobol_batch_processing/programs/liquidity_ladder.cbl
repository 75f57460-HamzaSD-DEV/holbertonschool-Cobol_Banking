       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIQUIDITY-LADDER.

      *> Thirty-day forward cash ladder for the funding desk. Day 1
      *> is the business date; anything scheduled earlier and still
      *> outstanding is due now and lands on day 1. The flows:
      *>   out  ACTIVE STANDING-ORDERS.DAT payments on NEXT-RUN and
      *>        every repeat of their D/W/M frequency in the window
      *>   out  OPEN TERMDEP.DAT deposits on MATURITY, principal plus
      *>        the simple interest the maturity run will pay
      *>   in   ACTIVE LOANS.DAT installments on NEXT-DUE and monthly
      *>        after it
      *>   out  OUTBOUND-PAYMENTS.DAT items still NEW (not yet sent
      *>        to the clearing house) on their payment date
      *>   in/out  PENDING-APPROVAL.DAT DEPOSITs and WITHDRAWALs on
      *>        their transaction date, were they to be approved;
      *>        transfers stay inside the bank and are left out
      *> Each day prints inflows, outflows, the net, and the
      *> cumulative position from the opening cash LIQ_OPENING_CASH
      *> (default zero) on PARAMETERS.DAT. A day whose position falls
      *> below LIQ_MIN_THRESHOLD (default zero) is flagged at the
      *> top of LIQUIDITY-LADDER.TXT and sets return code 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDERS-FILE ASSIGN TO "STANDING-ORDERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ORDERS.
           SELECT TERMDEP-FILE ASSIGN TO "TERMDEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TD.
           SELECT LOANS-FILE ASSIGN TO "LOANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOANS.
           SELECT OUTBOUND-FILE ASSIGN TO "OUTBOUND-PAYMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OUT.
           SELECT PENDING-FILE ASSIGN TO "PENDING-APPROVAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PENDING.
           SELECT REPORT-FILE ASSIGN TO "LIQUIDITY-LADDER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RPT.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDERS-FILE.
       01  ORDERS-RECORD        PIC X(80).

       FD  TERMDEP-FILE.
       01  TERMDEP-RECORD       PIC X(80).

       FD  LOANS-FILE.
       01  LOANS-RECORD         PIC X(100).

       FD  OUTBOUND-FILE.
       01  OUTBOUND-RECORD      PIC X(80).

       FD  PENDING-FILE.
       01  PENDING-RECORD       PIC X(160).

       FD  REPORT-FILE.
       01  REPORT-REC           PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-FS-ORDERS         PIC XX.
       77  WS-FS-TD             PIC XX.
       77  WS-FS-LOANS          PIC XX.
       77  WS-FS-OUT            PIC XX.
       77  WS-FS-PENDING        PIC XX.
       77  WS-FS-RPT            PIC XX.
       77  WS-EOF               PIC X VALUE 'N'.
       77  WS-TODAY             PIC 9(8).
       77  WS-TODAY-INT         PIC 9(8).
       77  WS-D                 PIC 9(2).
       77  WS-BREACH-COUNT      PIC 9(2) VALUE 0.
       77  WS-FLOW-COUNT        PIC 9(5) VALUE 0.
       77  WS-PARAM-NAME        PIC X(24).
       77  WS-PARAM-VALUE       PIC X(12).
       77  WS-PARAM-FOUND       PIC X.
       77  WS-OPENING-CASH      PIC S9(11)V99 VALUE 0.
       77  WS-MIN-THRESHOLD     PIC S9(11)V99 VALUE 0.

       01  WS-LADDER.
           05  WS-LD-ENTRY OCCURS 30 TIMES.
               10  WS-LD-DATE       PIC 9(8).
               10  WS-LD-IN         PIC S9(11)V99.
               10  WS-LD-OUT        PIC S9(11)V99.
               10  WS-LD-NET        PIC S9(11)V99.
               10  WS-LD-CUM        PIC S9(13)V99.

      *> A flow is booked to the day WS-FLOW-DATE falls on, as an
      *> inflow ('I') or outflow ('O').
       01  WS-FLOW-DATE         PIC 9(8).
       01  WS-FLOW-PARTS REDEFINES WS-FLOW-DATE.
           05  WS-FLOW-YYYY     PIC 9(4).
           05  WS-FLOW-MM       PIC 9(2).
           05  WS-FLOW-DD       PIC 9(2).
       01  WS-FLOW-AMT          PIC S9(11)V99.
       01  WS-FLOW-SIDE         PIC X.
       01  WS-FLOW-DAY-NO       PIC S9(8).
       01  WS-ANCHOR-DD         PIC 9(2).

       01  WS-ORDER-FIELDS.
           05  WS-ORD-ID        PIC X(6).
           05  WS-ORD-ACCT      PIC X(5).
           05  WS-ORD-PAYEE     PIC X(20).
           05  WS-ORD-AMT       PIC X(8).
           05  WS-ORD-FREQ      PIC X.
           05  WS-ORD-NEXT      PIC X(8).
           05  WS-ORD-STATUS    PIC X(9).

       01  WS-TD-FIELDS.
           05  WS-TD-ID         PIC X(6).
           05  WS-TD-ACCT       PIC X(5).
           05  WS-TD-PRIN       PIC X(10).
           05  WS-TD-RATE       PIC X(6).
           05  WS-TD-TERM       PIC X(3).
           05  WS-TD-OPENED     PIC X(8).
           05  WS-TD-MATURITY   PIC X(8).
           05  WS-TD-STATUS     PIC X(8).
       01  WS-PRIN-NUM          PIC 9(7)V99.
       01  WS-RATE-NUM          PIC 9(2)V9(3).
       01  WS-TERM-NUM          PIC 9(3).
       01  WS-INTEREST-NUM      PIC 9(7)V99.

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

       01  WS-OB-FIELDS.
           05  WS-OB-DATE       PIC X(8).
           05  WS-OB-ACCT       PIC X(5).
           05  WS-OB-REF        PIC X(6).
           05  WS-OB-IBAN       PIC X(22).
           05  WS-OB-AMOUNT     PIC X(10).
           05  WS-OB-STATUS     PIC X(8).

       01  WS-PENDING-TXN       PIC X(120).
       01  WS-PD-FIELDS.
           05  WS-PD-ID         PIC X(6).
           05  WS-PD-TYPE       PIC X(10).
           05  WS-PD-ACCT       PIC X(5).
           05  WS-PD-AMOUNT     PIC X(10).
           05  WS-PD-DATE       PIC X(8).

       01  WS-DISP-IN           PIC -(10)9.99.
       01  WS-DISP-OUT          PIC -(10)9.99.
       01  WS-DISP-NET          PIC -(10)9.99.
       01  WS-DISP-CUM          PIC -(12)9.99.
       01  WS-DISP-MIN          PIC -(12)9.99.
       01  WS-FLAG              PIC X(6).
       01  WS-DIVIDER           PIC X(90) VALUE ALL "-".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "LIQUIDITY-LADDER: forecasting the next 30 days..."
           CALL "GET-BUSINESS-DATE" USING WS-TODAY
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           PERFORM LOAD-LIQUIDITY-PARAMS
           INITIALIZE WS-LADDER
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 30
               COMPUTE WS-LD-DATE(WS-D) = FUNCTION DATE-OF-INTEGER
                   (WS-TODAY-INT + WS-D - 1)
           END-PERFORM

           PERFORM LADDER-STANDING-ORDERS
           PERFORM LADDER-TERM-DEPOSITS
           PERFORM LADDER-LOAN-INSTALLMENTS
           PERFORM LADDER-OUTBOUND-PAYMENTS
           PERFORM LADDER-PENDING-APPROVALS
           PERFORM ACCUMULATE-LADDER
           PERFORM WRITE-LADDER-REPORT

           DISPLAY "LIQUIDITY-LADDER: flows laddered: " WS-FLOW-COUNT
           IF WS-BREACH-COUNT > 0
               DISPLAY "LIQUIDITY-LADDER: " WS-BREACH-COUNT
                       " day(s) forecast below the minimum - see "
                       "LIQUIDITY-LADDER.TXT"
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "LIQUIDITY-LADDER: no breach forecast - see "
                       "LIQUIDITY-LADDER.TXT"
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-LIQUIDITY-PARAMS.
           MOVE "LIQ_OPENING_CASH" TO WS-PARAM-NAME
           CALL "GET-PARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y'
               COMPUTE WS-OPENING-CASH =
                   FUNCTION NUMVAL(WS-PARAM-VALUE)
           END-IF
           MOVE "LIQ_MIN_THRESHOLD" TO WS-PARAM-NAME
           CALL "GET-PARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y'
               COMPUTE WS-MIN-THRESHOLD =
                   FUNCTION NUMVAL(WS-PARAM-VALUE)
           END-IF.

      *> Books WS-FLOW-AMT on WS-FLOW-DATE's day; past dates are due
      *> now (day 1), dates beyond the window are ignored.
       BOOK-FLOW.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-FLOW-DATE) NOT = 0
               MOVE 1 TO WS-FLOW-DAY-NO
           ELSE
               COMPUTE WS-FLOW-DAY-NO =
                   FUNCTION INTEGER-OF-DATE(WS-FLOW-DATE)
                   - WS-TODAY-INT + 1
               IF WS-FLOW-DAY-NO < 1
                   MOVE 1 TO WS-FLOW-DAY-NO
               END-IF
           END-IF
           IF WS-FLOW-DAY-NO > 30 OR WS-FLOW-AMT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FLOW-DAY-NO TO WS-D
           ADD 1 TO WS-FLOW-COUNT
           IF WS-FLOW-SIDE = 'I'
               ADD WS-FLOW-AMT TO WS-LD-IN(WS-D)
           ELSE
               ADD WS-FLOW-AMT TO WS-LD-OUT(WS-D)
           END-IF.

      *> Moves WS-FLOW-DATE on one month, back to the anchor day
      *> where that month allows it, else the month's last day.
       NEXT-MONTH-FLOW-DATE.
           IF WS-FLOW-MM = 12
               MOVE 1 TO WS-FLOW-MM
               ADD 1 TO WS-FLOW-YYYY
           ELSE
               ADD 1 TO WS-FLOW-MM
           END-IF
           MOVE WS-ANCHOR-DD TO WS-FLOW-DD
           PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD(WS-FLOW-DATE) = 0
                      OR WS-FLOW-DD < 29
               SUBTRACT 1 FROM WS-FLOW-DD
           END-PERFORM.

       LADDER-STANDING-ORDERS.
           OPEN INPUT ORDERS-FILE
           IF WS-FS-ORDERS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ORDERS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM LADDER-ONE-ORDER
               END-READ
           END-PERFORM
           CLOSE ORDERS-FILE.

       LADDER-ONE-ORDER.
           MOVE SPACES TO WS-ORDER-FIELDS
           UNSTRING ORDERS-RECORD DELIMITED BY ','
               INTO WS-ORD-ID WS-ORD-ACCT WS-ORD-PAYEE WS-ORD-AMT
                    WS-ORD-FREQ WS-ORD-NEXT WS-ORD-STATUS
           END-UNSTRING
           IF FUNCTION TRIM(WS-ORD-STATUS) NOT = "ACTIVE"
              OR WS-ORD-NEXT IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-FLOW-AMT = FUNCTION NUMVAL(WS-ORD-AMT)
           MOVE 'O' TO WS-FLOW-SIDE
           MOVE WS-ORD-NEXT TO WS-FLOW-DATE
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-FLOW-DATE) NOT = 0
               EXIT PARAGRAPH
           END-IF
      *> An order behind its run date pays once when it catches up,
      *> then repeats from today.
           IF WS-FLOW-DATE < WS-TODAY
               PERFORM BOOK-FLOW
               MOVE WS-TODAY TO WS-FLOW-DATE
               PERFORM ADVANCE-ORDER-DATE
           END-IF
           MOVE WS-FLOW-DD TO WS-ANCHOR-DD
           PERFORM UNTIL WS-FLOW-DATE > WS-LD-DATE(30)
               PERFORM BOOK-FLOW
               PERFORM ADVANCE-ORDER-DATE
           END-PERFORM.

       ADVANCE-ORDER-DATE.
           EVALUATE FUNCTION UPPER-CASE(WS-ORD-FREQ)
               WHEN "D"
                   COMPUTE WS-FLOW-DATE = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(WS-FLOW-DATE) + 1)
               WHEN "W"
                   COMPUTE WS-FLOW-DATE = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(WS-FLOW-DATE) + 7)
               WHEN OTHER
                   PERFORM NEXT-MONTH-FLOW-DATE
           END-EVALUATE.

       LADDER-TERM-DEPOSITS.
           OPEN INPUT TERMDEP-FILE
           IF WS-FS-TD NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ TERMDEP-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM LADDER-ONE-DEPOSIT
               END-READ
           END-PERFORM
           CLOSE TERMDEP-FILE.

       LADDER-ONE-DEPOSIT.
           MOVE SPACES TO WS-TD-FIELDS
           UNSTRING TERMDEP-RECORD DELIMITED BY ','
               INTO WS-TD-ID WS-TD-ACCT WS-TD-PRIN WS-TD-RATE
                    WS-TD-TERM WS-TD-OPENED WS-TD-MATURITY
                    WS-TD-STATUS
           END-UNSTRING
           IF FUNCTION TRIM(WS-TD-STATUS) NOT = "OPEN"
              OR WS-TD-MATURITY IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PRIN-NUM = FUNCTION NUMVAL(WS-TD-PRIN)
           COMPUTE WS-RATE-NUM = FUNCTION NUMVAL(WS-TD-RATE)
           COMPUTE WS-TERM-NUM = FUNCTION NUMVAL(WS-TD-TERM)
           COMPUTE WS-INTEREST-NUM ROUNDED =
               WS-PRIN-NUM * (WS-RATE-NUM / 100)
               * WS-TERM-NUM / 12
           COMPUTE WS-FLOW-AMT = WS-PRIN-NUM + WS-INTEREST-NUM
           MOVE 'O' TO WS-FLOW-SIDE
           MOVE WS-TD-MATURITY TO WS-FLOW-DATE
           PERFORM BOOK-FLOW.

       LADDER-LOAN-INSTALLMENTS.
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
                       PERFORM LADDER-ONE-LOAN
               END-READ
           END-PERFORM
           CLOSE LOANS-FILE.

       LADDER-ONE-LOAN.
           MOVE SPACES TO WS-LOAN-FIELDS
           UNSTRING LOANS-RECORD DELIMITED BY ','
               INTO WS-LN-ID WS-LN-CUST WS-LN-PRIN WS-LN-RATE
                    WS-LN-TERM WS-LN-PAYMENT WS-LN-NEXT-DUE
                    WS-LN-BILLED WS-LN-PAID WS-LN-STATUS
           END-UNSTRING
           IF FUNCTION TRIM(WS-LN-STATUS) NOT = "ACTIVE"
              OR WS-LN-NEXT-DUE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-FLOW-AMT = FUNCTION NUMVAL(WS-LN-PAYMENT)
           MOVE 'I' TO WS-FLOW-SIDE
           MOVE WS-LN-NEXT-DUE TO WS-FLOW-DATE
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-FLOW-DATE) NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FLOW-DD TO WS-ANCHOR-DD
           PERFORM UNTIL WS-FLOW-DATE > WS-LD-DATE(30)
               PERFORM BOOK-FLOW
               PERFORM NEXT-MONTH-FLOW-DATE
           END-PERFORM.

       LADDER-OUTBOUND-PAYMENTS.
           OPEN INPUT OUTBOUND-FILE
           IF WS-FS-OUT NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           MOVE 'O' TO WS-FLOW-SIDE
           PERFORM UNTIL WS-EOF = 'Y'
               READ OUTBOUND-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-OB-FIELDS
                       UNSTRING OUTBOUND-RECORD DELIMITED BY ','
                           INTO WS-OB-DATE WS-OB-ACCT WS-OB-REF
                                WS-OB-IBAN WS-OB-AMOUNT WS-OB-STATUS
                       END-UNSTRING
                       IF FUNCTION TRIM(WS-OB-STATUS) = "NEW"
                           COMPUTE WS-FLOW-AMT =
                               FUNCTION NUMVAL(WS-OB-AMOUNT)
                           MOVE 0 TO WS-FLOW-DATE
                           IF WS-OB-DATE IS NUMERIC
                               MOVE WS-OB-DATE TO WS-FLOW-DATE
                           END-IF
                           PERFORM BOOK-FLOW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OUTBOUND-FILE.

      *> The queued image is the TRANSIN line with the operator's
      *> " | QUEUED-BY: " tag appended.
       LADDER-PENDING-APPROVALS.
           OPEN INPUT PENDING-FILE
           IF WS-FS-PENDING NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PENDING-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM LADDER-ONE-PENDING
               END-READ
           END-PERFORM
           CLOSE PENDING-FILE.

       LADDER-ONE-PENDING.
           MOVE SPACES TO WS-PENDING-TXN
           UNSTRING PENDING-RECORD DELIMITED BY " | QUEUED-BY: "
               INTO WS-PENDING-TXN
           END-UNSTRING
           MOVE SPACES TO WS-PD-FIELDS
           UNSTRING WS-PENDING-TXN DELIMITED BY ','
               INTO WS-PD-ID WS-PD-TYPE WS-PD-ACCT WS-PD-AMOUNT
                    WS-PD-DATE
           END-UNSTRING
           EVALUATE WS-PD-TYPE
               WHEN "DEPOSIT   "
                   MOVE 'I' TO WS-FLOW-SIDE
               WHEN "WITHDRAWAL"
                   MOVE 'O' TO WS-FLOW-SIDE
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           COMPUTE WS-FLOW-AMT = FUNCTION NUMVAL(WS-PD-AMOUNT)
           MOVE 0 TO WS-FLOW-DATE
           IF WS-PD-DATE IS NUMERIC
               MOVE WS-PD-DATE TO WS-FLOW-DATE
           END-IF
           PERFORM BOOK-FLOW.

       ACCUMULATE-LADDER.
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 30
               COMPUTE WS-LD-NET(WS-D) =
                   WS-LD-IN(WS-D) - WS-LD-OUT(WS-D)
               IF WS-D = 1
                   COMPUTE WS-LD-CUM(WS-D) =
                       WS-OPENING-CASH + WS-LD-NET(WS-D)
               ELSE
                   COMPUTE WS-LD-CUM(WS-D) =
                       WS-LD-CUM(WS-D - 1) + WS-LD-NET(WS-D)
               END-IF
               IF WS-LD-CUM(WS-D) < WS-MIN-THRESHOLD
                   ADD 1 TO WS-BREACH-COUNT
               END-IF
           END-PERFORM.

       WRITE-LADDER-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-FS-RPT NOT = "00"
               DISPLAY "LIQUIDITY-LADDER: ERROR - cannot write "
                       "LIQUIDITY-LADDER.TXT. Status: " WS-FS-RPT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO REPORT-REC
           STRING "30-DAY LIQUIDITY LADDER - " WS-TODAY
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE WS-OPENING-CASH TO WS-DISP-CUM
           MOVE WS-MIN-THRESHOLD TO WS-DISP-MIN
           MOVE SPACES TO REPORT-REC
           STRING "Opening position " WS-DISP-CUM
                  "   Minimum liquidity " WS-DISP-MIN
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE WS-DIVIDER TO REPORT-REC
           WRITE REPORT-REC

           IF WS-BREACH-COUNT = 0
               MOVE "No day is forecast below the minimum."
                   TO REPORT-REC
               WRITE REPORT-REC
           ELSE
               PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 30
                   IF WS-LD-CUM(WS-D) < WS-MIN-THRESHOLD
                       MOVE WS-LD-CUM(WS-D) TO WS-DISP-CUM
                       MOVE SPACES TO REPORT-REC
                       STRING "*** BREACH " WS-LD-DATE(WS-D)
                              "  position " WS-DISP-CUM
                              " below minimum " WS-DISP-MIN
                           DELIMITED BY SIZE INTO REPORT-REC
                       END-STRING
                       WRITE REPORT-REC
                   END-IF
               END-PERFORM
           END-IF
           MOVE WS-DIVIDER TO REPORT-REC
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-REC
           STRING "DATE    "
                  "       INFLOWS"
                  "      OUTFLOWS"
                  "           NET"
                  "      CUMULATIVE"
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 30
               MOVE WS-LD-IN(WS-D) TO WS-DISP-IN
               MOVE WS-LD-OUT(WS-D) TO WS-DISP-OUT
               MOVE WS-LD-NET(WS-D) TO WS-DISP-NET
               MOVE WS-LD-CUM(WS-D) TO WS-DISP-CUM
               IF WS-LD-CUM(WS-D) < WS-MIN-THRESHOLD
                   MOVE "BREACH" TO WS-FLAG
               ELSE
                   MOVE SPACES TO WS-FLAG
               END-IF
               MOVE SPACES TO REPORT-REC
               STRING WS-LD-DATE(WS-D) " "
                      WS-DISP-IN " " WS-DISP-OUT " " WS-DISP-NET " "
                      WS-DISP-CUM "  " WS-FLAG
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-PERFORM
           CLOSE REPORT-FILE.
