       IDENTIFICATION DIVISION.
       PROGRAM-ID. MONEY-MARKET.

      *> Interbank placements and borrowings, off the treasury
      *> spreadsheet and onto the books. Each deal lives on
      *> MM-DEALS.DAT:
      *>   MMnnnn,CPTY,P|B,PRINCIPAL,RATE,VALUE-DATE,MATURITY,
      *>   IBAN,ACCRUED,LAST-ACCRUAL,STATUS
      *> P is a placement (our money out to the counterparty), B a
      *> borrowing (theirs in to us). IBAN is the counterparty's
      *> settlement account, validated through VALIDATE-IBAN at
      *> booking. Counterparties and their limits are kept on
      *> MM-COUNTERPARTIES.DAT ("CPTY,LIMIT,NAME") through (L).
      *>
      *> (B)ooking settles a deal valued today at once and leaves a
      *> forward-valued deal PENDING until the (N)ightly run reaches
      *> its value date - SETTLEMENT-EXTRACT sends every NEW
      *> outbound line it finds, so nothing may be queued early.
      *> Settling a placement queues the principal to
      *> OUTBOUND-PAYMENTS.DAT under the deal reference and posts
      *> MM-PLACE; a borrowing posts MM-BORROW. New placements may
      *> not take a counterparty past its limit.
      *>
      *> The (N)ightly run settles deals reaching value date, then
      *> accrues each open deal from its last accrual to today (or
      *> to maturity, whichever is sooner) at RATE on an actual/
      *> MM_DAY_BASIS basis (PARAMETERS.DAT, default 360), posting
      *> MM-INT-P (placement interest receivable) or MM-INT-B
      *> (borrowing interest payable) per deal. At maturity a
      *> borrowing is repaid - principal plus interest queued
      *> outbound, MM-BOR-MAT and MM-INT-PAY posted; a placement
      *> goes MATURED and the principal-plus-interest receipt is
      *> listed as expected. A placement still unpaid after its
      *> maturity date goes OVERDUE and the run ends RC 4.
      *> MM-MATURITY.TXT carries both lists. (R)eceipt records the
      *> counterparty's repayment of a placement (MM-PLC-MAT and
      *> MM-INT-RCV). The (P)osition blotter, MM-BLOTTER.TXT, shows
      *> open deals by counterparty against the limit.
      *>
      *> All GL lines go to GL-DAYFEED.DAT under the deal
      *> reference and account 00000; GLCHART.DAT maps each type
      *> to the nostro, placement, borrowing, interest receivable/
      *> payable and interest income/expense accounts.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEAL-FILE ASSIGN TO "MM-DEALS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DEAL.
           SELECT CPTY-FILE ASSIGN TO "MM-COUNTERPARTIES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CPTY.
           SELECT OUTBOUND-FILE ASSIGN TO "OUTBOUND-PAYMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OUT.
           SELECT DAYFEED-FILE ASSIGN TO "GL-DAYFEED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DAYF.
           SELECT SEQ-FILE ASSIGN TO "MM-SEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SEQ.
           SELECT MATURITY-FILE ASSIGN TO "MM-MATURITY.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RPT.
           SELECT BLOTTER-FILE ASSIGN TO "MM-BLOTTER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RPT.

       DATA DIVISION.
       FILE SECTION.
       FD  DEAL-FILE.
       01  DEAL-RECORD          PIC X(120).

       FD  CPTY-FILE.
       01  CPTY-RECORD          PIC X(60).

       FD  OUTBOUND-FILE.
       01  OUTBOUND-RECORD      PIC X(80).

       FD  DAYFEED-FILE.
       01  DAYFEED-RECORD       PIC X(120).

       FD  SEQ-FILE.
       01  SEQ-RECORD           PIC X(8).

       FD  MATURITY-FILE.
       01  MATURITY-REC         PIC X(100).

       FD  BLOTTER-FILE.
       01  REPORT-REC           PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-FS-DEAL           PIC XX.
       77  WS-FS-CPTY           PIC XX.
       77  WS-FS-OUT            PIC XX.
       77  WS-FS-DAYF           PIC XX.
       77  WS-FS-SEQ            PIC XX.
       77  WS-FS-RPT            PIC XX.
       77  WS-EOF               PIC X VALUE 'N'.
       77  WS-MODE              PIC X.
       77  WS-TODAY             PIC 9(8).
       77  WS-TXN-SEQ           PIC 9(4) VALUE 0.
       77  WS-DAY-BASIS         PIC 9(3) VALUE 360.
       77  WS-PARAM-NAME        PIC X(24).
       77  WS-PARAM-VALUE       PIC X(12).
       77  WS-PARAM-FOUND       PIC X.
       77  WS-DAYS              PIC S9(5).
       77  WS-ACCRUE-TO         PIC 9(8).
       77  WS-DAY-INT           PIC 9(7)V99.
       77  WS-SETTLED-COUNT     PIC 9(4) VALUE 0.
       77  WS-ACCRUED-COUNT     PIC 9(4) VALUE 0.
       77  WS-REPAID-COUNT      PIC 9(4) VALUE 0.
       77  WS-EXPECTED-COUNT    PIC 9(4) VALUE 0.
       77  WS-OVERDUE-COUNT     PIC 9(4) VALUE 0.
       77  WS-BREACH-COUNT      PIC 9(4) VALUE 0.
       77  WS-IBAN-VALID        PIC X.
       77  WS-MAT-LABEL         PIC X(8).

       01  WS-DEAL-FIELDS.
           05  WS-DF-ID         PIC X(6).
           05  WS-DF-CPTY       PIC X(6).
           05  WS-DF-TYPE       PIC X.
           05  WS-DF-PRIN       PIC X(10).
           05  WS-DF-RATE       PIC X(7).
           05  WS-DF-VALUE      PIC X(8).
           05  WS-DF-MATURITY   PIC X(8).
           05  WS-DF-IBAN       PIC X(22).
           05  WS-DF-ACCRUED    PIC X(10).
           05  WS-DF-LAST       PIC X(8).
           05  WS-DF-STATUS     PIC X(8).

      *> The deal file is held whole for the run and written back
      *> at the end, the way OFFICIAL-CHECKS treats its register.
       01  WS-DEAL-TABLE.
           05  WS-DT-ENTRY OCCURS 500 TIMES.
               10  WS-DT-ID        PIC X(6).
               10  WS-DT-CPTY      PIC X(6).
               10  WS-DT-TYPE      PIC X.
               10  WS-DT-PRIN      PIC 9(7)V99.
               10  WS-DT-RATE      PIC 9(2)V9(4).
               10  WS-DT-VALUE     PIC 9(8).
               10  WS-DT-MATURITY  PIC 9(8).
               10  WS-DT-IBAN      PIC X(22).
               10  WS-DT-ACCRUED   PIC 9(7)V99.
               10  WS-DT-LAST      PIC 9(8).
               10  WS-DT-STATUS    PIC X(8).
       01  WS-DEAL-COUNT        PIC 9(3) VALUE 0.
       01  WS-D                 PIC 9(3).
       01  WS-HIT               PIC 9(3).

       01  WS-CPTY-FIELDS.
           05  WS-CF-CODE       PIC X(6).
           05  WS-CF-LIMIT      PIC X(13).
           05  WS-CF-NAME       PIC X(30).

       01  WS-CPTY-TABLE.
           05  WS-CT-ENTRY OCCURS 100 TIMES.
               10  WS-CT-CODE      PIC X(6).
               10  WS-CT-LIMIT     PIC 9(10)V99.
               10  WS-CT-NAME      PIC X(30).
               10  WS-CT-PLACED    PIC 9(10)V99.
               10  WS-CT-BORROWED  PIC 9(10)V99.
       01  WS-CPTY-COUNT        PIC 9(3) VALUE 0.
       01  WS-C                 PIC 9(3).
       01  WS-CHIT              PIC 9(3).

       01  WS-CPTY-IN           PIC X(6).
       01  WS-TYPE-IN           PIC X.
       01  WS-AMT-TX            PIC X(13).
       01  WS-RATE-TX           PIC X(10).
       01  WS-DATE-TX           PIC X(8).
       01  WS-ID-IN             PIC X(6).
       01  WS-NAME-IN           PIC X(30).
       01  WS-IBAN-IN           PIC X(50).
       01  WS-AMT-NUM           PIC 9(10)V99.
       01  WS-RATE-NUM          PIC 9(2)V9(4).
       01  WS-VALUE-NUM         PIC 9(8).
       01  WS-MATURITY-NUM      PIC 9(8).
       01  WS-EXPOSURE          PIC 9(10)V99.
       01  WS-DUE-AMT           PIC 9(8)V99.
       01  WS-TOT-PLACED        PIC 9(10)V99 VALUE 0.
       01  WS-TOT-BORROWED      PIC 9(10)V99 VALUE 0.
       01  WS-HEADROOM          PIC S9(10)V99.

       01  WS-AMT-OUT           PIC 9(7).99.
       01  WS-ACR-OUT           PIC 9(7).99.
       01  WS-RATE-OUT          PIC 99.9999.
       01  WS-LIMIT-OUT         PIC 9(10).99.
       01  WS-MONEY-OUT         PIC Z(9)9.99.
       01  WS-MONEY-OUT2        PIC Z(9)9.99.
       01  WS-MONEY-OUT3        PIC Z(9)9.99.
       01  WS-HEAD-OUT          PIC -(9)9.99.
       01  WS-GL-TYPE           PIC X(10).
       01  WS-GL-AMT            PIC 9(7)V99.
       01  WS-TXN-ID.
           05  FILLER           PIC XX VALUE "MM".
           05  WS-TXN-ID-SEQ    PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "GET-BUSINESS-DATE" USING WS-TODAY
           PERFORM LOAD-TXN-SEQ
           PERFORM LOAD-PARAMETERS
           PERFORM LOAD-COUNTERPARTIES
           PERFORM LOAD-DEALS
           DISPLAY "MONEY-MARKET: (B)ook deal, (R)eceipt of "
                   "placement, (N)ightly accrual and maturity, "
                   "(P)osition blotter, (L)imit maintenance: "
                   WITH NO ADVANCING
           ACCEPT WS-MODE
           EVALUATE FUNCTION UPPER-CASE(WS-MODE)
               WHEN "B"
                   PERFORM BOOK-DEAL
               WHEN "R"
                   PERFORM RECORD-RECEIPT
               WHEN "N"
                   PERFORM NIGHTLY-RUN
               WHEN "P"
                   PERFORM POSITION-BLOTTER
               WHEN "L"
                   PERFORM MAINTAIN-LIMIT
               WHEN OTHER
                   DISPLAY "Invalid selection."
           END-EVALUATE
           STOP RUN.

       LOAD-TXN-SEQ.
           OPEN INPUT SEQ-FILE
           IF WS-FS-SEQ = "00"
               READ SEQ-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       COMPUTE WS-TXN-SEQ =
                           FUNCTION NUMVAL(SEQ-RECORD)
               END-READ
               CLOSE SEQ-FILE
           END-IF.

       SAVE-TXN-SEQ.
           OPEN OUTPUT SEQ-FILE
           MOVE WS-TXN-SEQ TO SEQ-RECORD
           WRITE SEQ-RECORD
           CLOSE SEQ-FILE.

       LOAD-PARAMETERS.
           MOVE "MM_DAY_BASIS" TO WS-PARAM-NAME
           CALL "GET-PARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y'
               COMPUTE WS-DAY-BASIS = FUNCTION NUMVAL(WS-PARAM-VALUE)
           END-IF
           IF WS-DAY-BASIS NOT = 365
               MOVE 360 TO WS-DAY-BASIS
           END-IF.

      *> ---------------------------------------------------------
      *> Booking
      *> ---------------------------------------------------------
       BOOK-DEAL.
           DISPLAY "Counterparty code: " WITH NO ADVANCING
           ACCEPT WS-CPTY-IN
           MOVE FUNCTION UPPER-CASE(WS-CPTY-IN) TO WS-CPTY-IN
           PERFORM FIND-COUNTERPARTY
           IF WS-CHIT = 0
               DISPLAY "Counterparty not set up on "
                       "MM-COUNTERPARTIES.DAT - not booked."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "(P)lacement or (B)orrowing: " WITH NO ADVANCING
           ACCEPT WS-TYPE-IN
           MOVE FUNCTION UPPER-CASE(WS-TYPE-IN) TO WS-TYPE-IN
           IF WS-TYPE-IN NOT = "P" AND WS-TYPE-IN NOT = "B"
               DISPLAY "Deal must be P or B - not booked."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Principal (e.g. 1000000.00): " WITH NO ADVANCING
           ACCEPT WS-AMT-TX
           COMPUTE WS-AMT-NUM = FUNCTION NUMVAL(WS-AMT-TX)
           IF WS-AMT-NUM = 0 OR WS-AMT-NUM > 9999999.99
               DISPLAY "Principal must be 0.01 to 9999999.99 - "
                       "not booked."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Rate % a year (e.g. 5.25): " WITH NO ADVANCING
           ACCEPT WS-RATE-TX
           COMPUTE WS-RATE-NUM = FUNCTION NUMVAL(WS-RATE-TX)
           IF WS-RATE-NUM = 0
               DISPLAY "Rate must be non-zero - not booked."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Value date YYYYMMDD (blank = today): "
                   WITH NO ADVANCING
           ACCEPT WS-DATE-TX
           IF WS-DATE-TX = SPACES
               MOVE WS-TODAY TO WS-VALUE-NUM
           ELSE
               IF WS-DATE-TX IS NOT NUMERIC
                   DISPLAY "Value date must be YYYYMMDD - "
                           "not booked."
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-DATE-TX TO WS-VALUE-NUM
           END-IF
           IF WS-VALUE-NUM < WS-TODAY
               DISPLAY "Value date is in the past - not booked."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Maturity date YYYYMMDD: " WITH NO ADVANCING
           ACCEPT WS-DATE-TX
           IF WS-DATE-TX IS NOT NUMERIC
               DISPLAY "Maturity must be YYYYMMDD - not booked."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DATE-TX TO WS-MATURITY-NUM
           IF WS-MATURITY-NUM NOT > WS-VALUE-NUM
               DISPLAY "Maturity must fall after the value date - "
                       "not booked."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Counterparty settlement IBAN (22 chars): "
                   WITH NO ADVANCING
           ACCEPT WS-IBAN-IN
           MOVE FUNCTION UPPER-CASE(WS-IBAN-IN) TO WS-IBAN-IN
           CALL "VALIDATE-IBAN" USING WS-IBAN-IN, WS-IBAN-VALID
           IF WS-IBAN-VALID NOT = 'Y'
               DISPLAY "Settlement IBAN failed validation - "
                       "not booked."
               EXIT PARAGRAPH
           END-IF

      *> The limit is a credit limit: only money we have out with
      *> the counterparty uses it, so borrowings book freely.
           IF WS-TYPE-IN = "P"
               PERFORM TOTAL-COUNTERPARTY-POSITIONS
               COMPUTE WS-EXPOSURE =
                   WS-CT-PLACED(WS-CHIT) + WS-AMT-NUM
               IF WS-EXPOSURE > WS-CT-LIMIT(WS-CHIT)
                   MOVE WS-CT-LIMIT(WS-CHIT) TO WS-MONEY-OUT
                   MOVE WS-CT-PLACED(WS-CHIT) TO WS-MONEY-OUT2
                   DISPLAY "Placement would take " WS-CPTY-IN
                           " past its limit of " WS-MONEY-OUT
                           " (open placements " WS-MONEY-OUT2
                           ") - not booked."
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF WS-DEAL-COUNT >= 500
               DISPLAY "MONEY-MARKET: ERROR - deal table full at "
                       "500 - not booked."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TXN-SEQ
           MOVE WS-TXN-SEQ TO WS-TXN-ID-SEQ
           ADD 1 TO WS-DEAL-COUNT
           MOVE WS-DEAL-COUNT TO WS-D
           MOVE WS-TXN-ID TO WS-DT-ID(WS-D)
           MOVE WS-CPTY-IN TO WS-DT-CPTY(WS-D)
           MOVE WS-TYPE-IN TO WS-DT-TYPE(WS-D)
           MOVE WS-AMT-NUM TO WS-DT-PRIN(WS-D)
           MOVE WS-RATE-NUM TO WS-DT-RATE(WS-D)
           MOVE WS-VALUE-NUM TO WS-DT-VALUE(WS-D)
           MOVE WS-MATURITY-NUM TO WS-DT-MATURITY(WS-D)
           MOVE WS-IBAN-IN(1:22) TO WS-DT-IBAN(WS-D)
           MOVE 0 TO WS-DT-ACCRUED(WS-D)
           MOVE WS-VALUE-NUM TO WS-DT-LAST(WS-D)
           MOVE "PENDING" TO WS-DT-STATUS(WS-D)
           IF WS-VALUE-NUM = WS-TODAY
               PERFORM SETTLE-DEAL
           END-IF
           DISPLAY "Deal " WS-TXN-ID " booked - "
                   FUNCTION TRIM(WS-DT-STATUS(WS-D)) "."
           PERFORM SAVE-DEALS
           PERFORM SAVE-TXN-SEQ.

      *> Value date reached: the cash moves. A placement pays the
      *> counterparty through the outbound file; a borrowing's
      *> funds arrive from them, so only the GL moves here.
       SETTLE-DEAL.
           MOVE WS-DT-PRIN(WS-D) TO WS-GL-AMT
           IF WS-DT-TYPE(WS-D) = "P"
               MOVE WS-DT-PRIN(WS-D) TO WS-DUE-AMT
               PERFORM WRITE-OUTBOUND
               MOVE "MM-PLACE  " TO WS-GL-TYPE
           ELSE
               MOVE "MM-BORROW " TO WS-GL-TYPE
           END-IF
           PERFORM WRITE-DAYFEED-LINE
           MOVE WS-DT-VALUE(WS-D) TO WS-DT-LAST(WS-D)
           MOVE "OPEN" TO WS-DT-STATUS(WS-D)
           ADD 1 TO WS-SETTLED-COUNT.

       WRITE-OUTBOUND.
           OPEN EXTEND OUTBOUND-FILE
           IF WS-FS-OUT = "35"
               CLOSE OUTBOUND-FILE
               OPEN OUTPUT OUTBOUND-FILE
           END-IF
           MOVE WS-DUE-AMT TO WS-AMT-OUT
           MOVE SPACES TO OUTBOUND-RECORD
           STRING WS-TODAY ","
                  "00000,"
                  WS-DT-ID(WS-D) ","
                  WS-DT-IBAN(WS-D) ","
                  WS-AMT-OUT ","
                  "NEW"
               DELIMITED BY SIZE INTO OUTBOUND-RECORD
           END-STRING
           WRITE OUTBOUND-RECORD
           CLOSE OUTBOUND-FILE.

       WRITE-DAYFEED-LINE.
           IF WS-GL-AMT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND DAYFEED-FILE
           IF WS-FS-DAYF = "35"
               CLOSE DAYFEED-FILE
               OPEN OUTPUT DAYFEED-FILE
           END-IF
           MOVE WS-GL-AMT TO WS-AMT-OUT
           MOVE SPACES TO DAYFEED-RECORD
           STRING WS-DT-ID(WS-D) "," WS-GL-TYPE ",00000,"
                  WS-AMT-OUT "," WS-TODAY
               DELIMITED BY SIZE INTO DAYFEED-RECORD
           END-STRING
           WRITE DAYFEED-RECORD
           CLOSE DAYFEED-FILE.

      *> ---------------------------------------------------------
      *> Nightly run
      *> ---------------------------------------------------------
       NIGHTLY-RUN.
           DISPLAY "MONEY-MARKET: Starting nightly accrual and "
                   "maturity run for " WS-TODAY "..."
           OPEN OUTPUT MATURITY-FILE
           IF WS-FS-RPT NOT = "00"
               DISPLAY "MONEY-MARKET: ERROR - cannot open "
                       "MM-MATURITY.TXT. Status: " WS-FS-RPT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO MATURITY-REC
           STRING "MONEY-MARKET MATURITIES - " WS-TODAY
               DELIMITED BY SIZE INTO MATURITY-REC
           END-STRING
           WRITE MATURITY-REC
           MOVE SPACES TO MATURITY-REC
           WRITE MATURITY-REC

           PERFORM VARYING WS-D FROM 1 BY 1
             UNTIL WS-D > WS-DEAL-COUNT
               IF WS-DT-STATUS(WS-D) = "PENDING"
                  AND WS-DT-VALUE(WS-D) <= WS-TODAY
                   PERFORM SETTLE-DEAL
               END-IF
               IF WS-DT-STATUS(WS-D) = "OPEN"
                   PERFORM ACCRUE-DEAL
               END-IF
               PERFORM MATURE-DEAL
           END-PERFORM

           IF WS-EXPECTED-COUNT = 0 AND WS-OVERDUE-COUNT = 0
               MOVE "No placements due or overdue." TO MATURITY-REC
               WRITE MATURITY-REC
           END-IF
           CLOSE MATURITY-FILE
           PERFORM SAVE-DEALS
           PERFORM SAVE-TXN-SEQ

           DISPLAY "MONEY-MARKET: Deals settled: " WS-SETTLED-COUNT
           DISPLAY "MONEY-MARKET: Deals accrued: " WS-ACCRUED-COUNT
           DISPLAY "MONEY-MARKET: Borrowings repaid: "
                   WS-REPAID-COUNT
           DISPLAY "MONEY-MARKET: Placement receipts expected: "
                   WS-EXPECTED-COUNT
           DISPLAY "MONEY-MARKET: Placements overdue: "
                   WS-OVERDUE-COUNT
           DISPLAY "MONEY-MARKET: see MM-MATURITY.TXT"
           IF WS-OVERDUE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

      *> As INTEREST-ACCRUAL does for deposits, days count from the
      *> last accrual so a weekend catches up on the next business
      *> day and a rerun adds nothing; accrual stops at maturity.
       ACCRUE-DEAL.
           IF WS-DT-MATURITY(WS-D) < WS-TODAY
               MOVE WS-DT-MATURITY(WS-D) TO WS-ACCRUE-TO
           ELSE
               MOVE WS-TODAY TO WS-ACCRUE-TO
           END-IF
           COMPUTE WS-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-ACCRUE-TO)
               - FUNCTION INTEGER-OF-DATE(WS-DT-LAST(WS-D))
           IF WS-DAYS <= 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DAY-INT ROUNDED =
               WS-DT-PRIN(WS-D) * WS-DT-RATE(WS-D) / 100
               * WS-DAYS / WS-DAY-BASIS
           MOVE WS-ACCRUE-TO TO WS-DT-LAST(WS-D)
           ADD WS-DAY-INT TO WS-DT-ACCRUED(WS-D)
           MOVE WS-DAY-INT TO WS-GL-AMT
           IF WS-DT-TYPE(WS-D) = "P"
               MOVE "MM-INT-P  " TO WS-GL-TYPE
           ELSE
               MOVE "MM-INT-B  " TO WS-GL-TYPE
           END-IF
           PERFORM WRITE-DAYFEED-LINE
           ADD 1 TO WS-ACCRUED-COUNT.

       MATURE-DEAL.
           IF WS-DT-MATURITY(WS-D) > WS-TODAY
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WS-DT-STATUS(WS-D) = "OPEN"
                    AND WS-DT-TYPE(WS-D) = "B"
                   PERFORM REPAY-BORROWING
               WHEN WS-DT-STATUS(WS-D) = "OPEN"
                    AND WS-DT-MATURITY(WS-D) = WS-TODAY
                   MOVE "MATURED" TO WS-DT-STATUS(WS-D)
                   ADD 1 TO WS-EXPECTED-COUNT
                   MOVE "EXPECTED" TO WS-MAT-LABEL
                   PERFORM WRITE-MATURITY-LINE
               WHEN WS-DT-STATUS(WS-D) = "OPEN"
                    OR WS-DT-STATUS(WS-D) = "MATURED"
                    OR WS-DT-STATUS(WS-D) = "OVERDUE"
                   MOVE "OVERDUE" TO WS-DT-STATUS(WS-D)
                   ADD 1 TO WS-OVERDUE-COUNT
                   MOVE "OVERDUE" TO WS-MAT-LABEL
                   PERFORM WRITE-MATURITY-LINE
                   DISPLAY "MONEY-MARKET: WARNING - placement "
                           WS-DT-ID(WS-D) " with "
                           WS-DT-CPTY(WS-D) " not repaid since "
                           WS-DT-MATURITY(WS-D)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       REPAY-BORROWING.
           COMPUTE WS-DUE-AMT =
               WS-DT-PRIN(WS-D) + WS-DT-ACCRUED(WS-D)
           PERFORM WRITE-OUTBOUND
           MOVE WS-DT-PRIN(WS-D) TO WS-GL-AMT
           MOVE "MM-BOR-MAT" TO WS-GL-TYPE
           PERFORM WRITE-DAYFEED-LINE
           MOVE WS-DT-ACCRUED(WS-D) TO WS-GL-AMT
           MOVE "MM-INT-PAY" TO WS-GL-TYPE
           PERFORM WRITE-DAYFEED-LINE
           MOVE "REPAID" TO WS-DT-STATUS(WS-D)
           ADD 1 TO WS-REPAID-COUNT
           MOVE WS-DUE-AMT TO WS-MONEY-OUT
           DISPLAY "MONEY-MARKET: borrowing " WS-DT-ID(WS-D)
                   " repaid to " WS-DT-CPTY(WS-D) " "
                   WS-MONEY-OUT.

       WRITE-MATURITY-LINE.
           MOVE WS-DT-PRIN(WS-D) TO WS-MONEY-OUT
           MOVE WS-DT-ACCRUED(WS-D) TO WS-MONEY-OUT2
           COMPUTE WS-DUE-AMT =
               WS-DT-PRIN(WS-D) + WS-DT-ACCRUED(WS-D)
           MOVE WS-DUE-AMT TO WS-MONEY-OUT3
           MOVE SPACES TO MATURITY-REC
           STRING WS-MAT-LABEL " "
                  WS-DT-ID(WS-D) "  " WS-DT-CPTY(WS-D)
                  "  DUE " WS-DT-MATURITY(WS-D)
                  "  PRIN " WS-MONEY-OUT
                  "  INT " WS-MONEY-OUT2
                  "  TOTAL " WS-MONEY-OUT3
               DELIMITED BY SIZE INTO MATURITY-REC
           END-STRING
           WRITE MATURITY-REC.

      *> ---------------------------------------------------------
      *> Receipt of a matured placement
      *> ---------------------------------------------------------
       RECORD-RECEIPT.
           DISPLAY "Deal reference (MMnnnn): " WITH NO ADVANCING
           ACCEPT WS-ID-IN
           MOVE FUNCTION UPPER-CASE(WS-ID-IN) TO WS-ID-IN
           MOVE 0 TO WS-HIT
           PERFORM VARYING WS-D FROM 1 BY 1
             UNTIL WS-D > WS-DEAL-COUNT
               IF WS-DT-ID(WS-D) = WS-ID-IN
                   MOVE WS-D TO WS-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-HIT = 0
               DISPLAY "No such deal."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HIT TO WS-D
           IF WS-DT-TYPE(WS-D) NOT = "P"
               DISPLAY "Deal is a borrowing - repaid by the "
                       "nightly run."
               EXIT PARAGRAPH
           END-IF
           IF WS-DT-STATUS(WS-D) NOT = "OPEN"
              AND WS-DT-STATUS(WS-D) NOT = "MATURED"
              AND WS-DT-STATUS(WS-D) NOT = "OVERDUE"
               DISPLAY "Deal is " FUNCTION TRIM(WS-DT-STATUS(WS-D))
                       " - no receipt due."
               EXIT PARAGRAPH
           END-IF
           IF WS-DT-MATURITY(WS-D) > WS-TODAY
               DISPLAY "Deal does not mature until "
                       WS-DT-MATURITY(WS-D) " - not recorded."
               EXIT PARAGRAPH
           END-IF

      *> Interest not yet accrued by the nightly run is brought up
      *> to maturity first so the receipt relieves the full amount.
           PERFORM ACCRUE-DEAL
           COMPUTE WS-DUE-AMT =
               WS-DT-PRIN(WS-D) + WS-DT-ACCRUED(WS-D)
           MOVE WS-DUE-AMT TO WS-MONEY-OUT
           DISPLAY "Expected principal plus interest: " WS-MONEY-OUT
           DISPLAY "Amount received: " WITH NO ADVANCING
           ACCEPT WS-AMT-TX
           COMPUTE WS-AMT-NUM = FUNCTION NUMVAL(WS-AMT-TX)
           IF WS-AMT-NUM NOT = WS-DUE-AMT
               DISPLAY "Receipt does not match the amount due - "
                       "not recorded; refer to treasury."
               PERFORM SAVE-DEALS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DT-PRIN(WS-D) TO WS-GL-AMT
           MOVE "MM-PLC-MAT" TO WS-GL-TYPE
           PERFORM WRITE-DAYFEED-LINE
           MOVE WS-DT-ACCRUED(WS-D) TO WS-GL-AMT
           MOVE "MM-INT-RCV" TO WS-GL-TYPE
           PERFORM WRITE-DAYFEED-LINE
           MOVE "REPAID" TO WS-DT-STATUS(WS-D)
           DISPLAY "Placement " WS-DT-ID(WS-D) " repaid."
           PERFORM SAVE-DEALS.

      *> ---------------------------------------------------------
      *> Position blotter
      *> ---------------------------------------------------------
       POSITION-BLOTTER.
           PERFORM TOTAL-COUNTERPARTY-POSITIONS
           OPEN OUTPUT BLOTTER-FILE
           IF WS-FS-RPT NOT = "00"
               DISPLAY "MONEY-MARKET: ERROR - cannot open "
                       "MM-BLOTTER.TXT. Status: " WS-FS-RPT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO REPORT-REC
           STRING "MONEY-MARKET POSITION BLOTTER - " WS-TODAY
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           PERFORM VARYING WS-C FROM 1 BY 1
             UNTIL WS-C > WS-CPTY-COUNT
               PERFORM BLOTTER-ONE-COUNTERPARTY
           END-PERFORM
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-TOT-PLACED TO WS-MONEY-OUT
           MOVE WS-TOT-BORROWED TO WS-MONEY-OUT2
           MOVE SPACES TO REPORT-REC
           STRING "TOTAL   PLACED " WS-MONEY-OUT
                  "  BORROWED " WS-MONEY-OUT2
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           CLOSE BLOTTER-FILE
           DISPLAY "MONEY-MARKET: counterparties over limit: "
                   WS-BREACH-COUNT
           DISPLAY "MONEY-MARKET: see MM-BLOTTER.TXT"
           IF WS-BREACH-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       BLOTTER-ONE-COUNTERPARTY.
           IF WS-CT-PLACED(WS-C) = 0 AND WS-CT-BORROWED(WS-C) = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-HEADROOM =
               WS-CT-LIMIT(WS-C) - WS-CT-PLACED(WS-C)
           MOVE WS-CT-PLACED(WS-C) TO WS-MONEY-OUT
           MOVE WS-CT-BORROWED(WS-C) TO WS-MONEY-OUT2
           MOVE WS-CT-LIMIT(WS-C) TO WS-MONEY-OUT3
           MOVE WS-HEADROOM TO WS-HEAD-OUT
           MOVE SPACES TO REPORT-REC
           STRING WS-CT-CODE(WS-C) "  "
                  WS-CT-NAME(WS-C)(1:20)
                  "  PLACED " WS-MONEY-OUT
                  "  BORROWED " WS-MONEY-OUT2
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "        LIMIT " WS-MONEY-OUT3
                  "  HEADROOM " WS-HEAD-OUT
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           IF WS-HEADROOM < 0
               MOVE "** OVER LIMIT" TO REPORT-REC(54:13)
               ADD 1 TO WS-BREACH-COUNT
           END-IF
           WRITE REPORT-REC
           PERFORM VARYING WS-D FROM 1 BY 1
             UNTIL WS-D > WS-DEAL-COUNT
               IF WS-DT-CPTY(WS-D) = WS-CT-CODE(WS-C)
                  AND WS-DT-STATUS(WS-D) NOT = "REPAID"
                   MOVE WS-DT-PRIN(WS-D) TO WS-MONEY-OUT
                   MOVE WS-DT-RATE(WS-D) TO WS-RATE-OUT
                   MOVE WS-DT-ACCRUED(WS-D) TO WS-MONEY-OUT2
                   MOVE SPACES TO REPORT-REC
                   STRING "        " WS-DT-ID(WS-D) " "
                          WS-DT-TYPE(WS-D) " "
                          WS-MONEY-OUT " @" WS-RATE-OUT
                          "  " WS-DT-VALUE(WS-D)
                          "-" WS-DT-MATURITY(WS-D)
                          "  INT " WS-MONEY-OUT2 "  "
                          WS-DT-STATUS(WS-D)
                       DELIMITED BY SIZE INTO REPORT-REC
                   END-STRING
                   WRITE REPORT-REC
               END-IF
           END-PERFORM.

      *> Open means not yet repaid - a pending forward deal is
      *> already a commitment against the line.
       TOTAL-COUNTERPARTY-POSITIONS.
           PERFORM VARYING WS-C FROM 1 BY 1
             UNTIL WS-C > WS-CPTY-COUNT
               MOVE 0 TO WS-CT-PLACED(WS-C)
               MOVE 0 TO WS-CT-BORROWED(WS-C)
           END-PERFORM
           MOVE 0 TO WS-TOT-PLACED
           MOVE 0 TO WS-TOT-BORROWED
           PERFORM VARYING WS-D FROM 1 BY 1
             UNTIL WS-D > WS-DEAL-COUNT
               IF WS-DT-STATUS(WS-D) NOT = "REPAID"
                   PERFORM TOTAL-ONE-DEAL
               END-IF
           END-PERFORM.

       TOTAL-ONE-DEAL.
           IF WS-DT-TYPE(WS-D) = "P"
               ADD WS-DT-PRIN(WS-D) TO WS-TOT-PLACED
           ELSE
               ADD WS-DT-PRIN(WS-D) TO WS-TOT-BORROWED
           END-IF
           PERFORM VARYING WS-C FROM 1 BY 1
             UNTIL WS-C > WS-CPTY-COUNT
               IF WS-CT-CODE(WS-C) = WS-DT-CPTY(WS-D)
                   IF WS-DT-TYPE(WS-D) = "P"
                       ADD WS-DT-PRIN(WS-D) TO WS-CT-PLACED(WS-C)
                   ELSE
                       ADD WS-DT-PRIN(WS-D)
                           TO WS-CT-BORROWED(WS-C)
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> ---------------------------------------------------------
      *> Counterparty limits
      *> ---------------------------------------------------------
       MAINTAIN-LIMIT.
           DISPLAY "Counterparty code: " WITH NO ADVANCING
           ACCEPT WS-CPTY-IN
           MOVE FUNCTION UPPER-CASE(WS-CPTY-IN) TO WS-CPTY-IN
           IF WS-CPTY-IN = SPACES
               DISPLAY "Code required - nothing changed."
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-COUNTERPARTY
           IF WS-CHIT = 0
               IF WS-CPTY-COUNT >= 100
                   DISPLAY "MONEY-MARKET: ERROR - counterparty "
                           "table full at 100."
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Counterparty name: " WITH NO ADVANCING
               ACCEPT WS-NAME-IN
               ADD 1 TO WS-CPTY-COUNT
               MOVE WS-CPTY-COUNT TO WS-CHIT
               MOVE WS-CPTY-IN TO WS-CT-CODE(WS-CHIT)
               MOVE WS-NAME-IN TO WS-CT-NAME(WS-CHIT)
           ELSE
               MOVE WS-CT-LIMIT(WS-CHIT) TO WS-MONEY-OUT
               DISPLAY FUNCTION TRIM(WS-CT-NAME(WS-CHIT))
                       " current limit " WS-MONEY-OUT
           END-IF
           DISPLAY "Limit (e.g. 5000000.00): " WITH NO ADVANCING
           ACCEPT WS-AMT-TX
           COMPUTE WS-CT-LIMIT(WS-CHIT) = FUNCTION NUMVAL(WS-AMT-TX)
           PERFORM SAVE-COUNTERPARTIES
           MOVE WS-CT-LIMIT(WS-CHIT) TO WS-MONEY-OUT
           DISPLAY "Limit for " WS-CPTY-IN " set to " WS-MONEY-OUT.

       FIND-COUNTERPARTY.
           MOVE 0 TO WS-CHIT
           PERFORM VARYING WS-C FROM 1 BY 1
             UNTIL WS-C > WS-CPTY-COUNT
               IF WS-CT-CODE(WS-C) = WS-CPTY-IN
                   MOVE WS-C TO WS-CHIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOAD-COUNTERPARTIES.
           MOVE 0 TO WS-CPTY-COUNT
           OPEN INPUT CPTY-FILE
           IF WS-FS-CPTY NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CPTY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-COUNTERPARTY
               END-READ
           END-PERFORM
           CLOSE CPTY-FILE
           MOVE 'N' TO WS-EOF.

       LOAD-ONE-COUNTERPARTY.
           IF WS-CPTY-COUNT >= 100
               DISPLAY "MONEY-MARKET: WARNING - counterparty "
                       "table full at 100"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CPTY-FIELDS
           UNSTRING CPTY-RECORD DELIMITED BY ','
               INTO WS-CF-CODE WS-CF-LIMIT WS-CF-NAME
           END-UNSTRING
           IF WS-CF-CODE = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CPTY-COUNT
           MOVE WS-CF-CODE TO WS-CT-CODE(WS-CPTY-COUNT)
           COMPUTE WS-CT-LIMIT(WS-CPTY-COUNT) =
               FUNCTION NUMVAL(WS-CF-LIMIT)
           MOVE WS-CF-NAME TO WS-CT-NAME(WS-CPTY-COUNT)
           MOVE 0 TO WS-CT-PLACED(WS-CPTY-COUNT)
           MOVE 0 TO WS-CT-BORROWED(WS-CPTY-COUNT).

       SAVE-COUNTERPARTIES.
           OPEN OUTPUT CPTY-FILE
           IF WS-FS-CPTY NOT = "00"
               DISPLAY "MONEY-MARKET: ERROR - cannot write "
                       "MM-COUNTERPARTIES.DAT. Status: " WS-FS-CPTY
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-C FROM 1 BY 1
             UNTIL WS-C > WS-CPTY-COUNT
               MOVE WS-CT-LIMIT(WS-C) TO WS-LIMIT-OUT
               MOVE SPACES TO CPTY-RECORD
               STRING WS-CT-CODE(WS-C) ","
                      WS-LIMIT-OUT ","
                      FUNCTION TRIM(WS-CT-NAME(WS-C))
                   DELIMITED BY SIZE INTO CPTY-RECORD
               END-STRING
               WRITE CPTY-RECORD
           END-PERFORM
           CLOSE CPTY-FILE.

      *> ---------------------------------------------------------
      *> Deal file
      *> ---------------------------------------------------------
       LOAD-DEALS.
           MOVE 0 TO WS-DEAL-COUNT
           OPEN INPUT DEAL-FILE
           IF WS-FS-DEAL NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ DEAL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-DEAL
               END-READ
           END-PERFORM
           CLOSE DEAL-FILE
           MOVE 'N' TO WS-EOF.

      *> A full table stops the run rather than dropping deals,
      *> since the file is rewritten from the table.
       LOAD-ONE-DEAL.
           IF WS-DEAL-COUNT >= 500
               DISPLAY "MONEY-MARKET: ERROR - deal table full at "
                       "500; MM-DEALS.DAT not rewritten"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-DEAL-FIELDS
           UNSTRING DEAL-RECORD DELIMITED BY ','
               INTO WS-DF-ID WS-DF-CPTY WS-DF-TYPE WS-DF-PRIN
                    WS-DF-RATE WS-DF-VALUE WS-DF-MATURITY
                    WS-DF-IBAN WS-DF-ACCRUED WS-DF-LAST
                    WS-DF-STATUS
           END-UNSTRING
           IF WS-DF-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DEAL-COUNT
           MOVE WS-DEAL-COUNT TO WS-D
           MOVE WS-DF-ID TO WS-DT-ID(WS-D)
           MOVE WS-DF-CPTY TO WS-DT-CPTY(WS-D)
           MOVE WS-DF-TYPE TO WS-DT-TYPE(WS-D)
           COMPUTE WS-DT-PRIN(WS-D) = FUNCTION NUMVAL(WS-DF-PRIN)
           COMPUTE WS-DT-RATE(WS-D) = FUNCTION NUMVAL(WS-DF-RATE)
           MOVE WS-DF-VALUE TO WS-DT-VALUE(WS-D)
           MOVE WS-DF-MATURITY TO WS-DT-MATURITY(WS-D)
           MOVE WS-DF-IBAN TO WS-DT-IBAN(WS-D)
           COMPUTE WS-DT-ACCRUED(WS-D) =
               FUNCTION NUMVAL(WS-DF-ACCRUED)
           MOVE WS-DF-LAST TO WS-DT-LAST(WS-D)
           MOVE WS-DF-STATUS TO WS-DT-STATUS(WS-D).

       SAVE-DEALS.
           OPEN OUTPUT DEAL-FILE
           IF WS-FS-DEAL NOT = "00"
               DISPLAY "MONEY-MARKET: ERROR - cannot write "
                       "MM-DEALS.DAT. Status: " WS-FS-DEAL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-D FROM 1 BY 1
             UNTIL WS-D > WS-DEAL-COUNT
               MOVE WS-DT-PRIN(WS-D) TO WS-AMT-OUT
               MOVE WS-DT-RATE(WS-D) TO WS-RATE-OUT
               MOVE WS-DT-ACCRUED(WS-D) TO WS-ACR-OUT
               MOVE SPACES TO DEAL-RECORD
               STRING WS-DT-ID(WS-D) ","
                      WS-DT-CPTY(WS-D) ","
                      WS-DT-TYPE(WS-D) ","
                      WS-AMT-OUT ","
                      WS-RATE-OUT ","
                      WS-DT-VALUE(WS-D) ","
                      WS-DT-MATURITY(WS-D) ","
                      WS-DT-IBAN(WS-D) ","
                      WS-ACR-OUT ","
                      WS-DT-LAST(WS-D) ","
                      FUNCTION TRIM(WS-DT-STATUS(WS-D))
                   DELIMITED BY SIZE INTO DEAL-RECORD
               END-STRING
               WRITE DEAL-RECORD
           END-PERFORM
           CLOSE DEAL-FILE.
