       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEREST-ACCRUAL.

      *> Nightly deposit-interest accrual. Between period-end
      *> interest runs the GL used to carry no interest expense and
      *> no accrued-interest-payable at all; this run books the
      *> day's interest as it is earned. Each accounts.idx account
      *> accrues on its balance at its product's ANNUAL-RATE from
      *> ACCOUNT-PRODUCTS.DAT (actual/365), and the running
      *> per-account subledger is INTEREST-ACCRUED.DAT:
      *>   ACCT,ACCRUED,LAST-ACCRUAL-DATE
      *> Days are counted from each account's last accrual date, so
      *> a weekend or a missed night catches up on the next run and
      *> a rerun on the same business date accrues nothing twice.
      *> The day's total goes to GL-DAYFEED.DAT as one INT-ACCRUE
      *> line, which GLCHART.DAT maps to debit interest expense and
      *> credit accrued interest payable. UPDATER's INTEREST_RUN
      *> pays the subledger balance out and resets it.
      *> An account enrolled on PROMO-ENROLMENTS.DAT (see
      *> PROMO-CAMPAIGNS) earns its campaign BONUS-RATE on top of
      *> the product rate, on days its balance holds at the
      *> campaign minimum, up to its BONUS-END date. The bonus is
      *> part of the day's accrual and is also kept on the
      *> enrolment as BONUS-ACCRUED, the campaign's cost. On
      *> BONUS-END the enrolment is marked ENDED - the account
      *> falls back to its product rate - and a PROMO-ENDED notice
      *> is queued for the customer.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNTS-FILE ASSIGN TO "accounts.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCOUNT-KEY
               FILE STATUS IS WS-FS-ACC.
           SELECT PRODUCT-FILE ASSIGN TO "ACCOUNT-PRODUCTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PROD.
           SELECT ACCRUAL-FILE ASSIGN TO "INTEREST-ACCRUED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ACR.
           SELECT DAYFEED-FILE ASSIGN TO "GL-DAYFEED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DAYF.
           SELECT SEQ-FILE ASSIGN TO "INTACCR-SEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SEQ.
           SELECT PROMO-FILE ASSIGN TO "PROMO-ENROLMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PROMO.

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

       FD  PRODUCT-FILE.
       01  PRODUCT-RECORD       PIC X(80).

       FD  ACCRUAL-FILE.
       01  ACCRUAL-RECORD       PIC X(40).

       FD  DAYFEED-FILE.
       01  DAYFEED-RECORD       PIC X(120).

       FD  SEQ-FILE.
       01  SEQ-RECORD           PIC X(8).

       FD  PROMO-FILE.
       01  PROMO-RECORD         PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-FS-ACC            PIC XX.
       77  WS-FS-PROD           PIC XX.
       77  WS-FS-ACR            PIC XX.
       77  WS-FS-DAYF           PIC XX.
       77  WS-FS-SEQ            PIC XX.
       77  WS-FS-PROMO          PIC XX.
       77  WS-EOF               PIC X VALUE 'N'.
       77  WS-TODAY             PIC 9(8) VALUE 0.
       77  WS-TXN-SEQ           PIC 9(4) VALUE 0.
       77  WS-I                 PIC 9(4).
       77  WS-HIT               PIC 9(4).
       77  WS-PRODUCT-COUNT     PIC 9(3) VALUE 0.
       77  WS-ACR-COUNT         PIC 9(4) VALUE 0.
       77  WS-ACCRUED-COUNT     PIC 9(5) VALUE 0.
       77  WS-CURRENT-COUNT     PIC 9(5) VALUE 0.
       77  WS-NORATE-COUNT      PIC 9(5) VALUE 0.
       77  WS-DAYS              PIC S9(5).
       77  WS-RATE              PIC 99V999.
       77  WS-DAY-AMT           PIC 9(7)V99.
       77  WS-DAY-TOTAL         PIC 9(9)V99 VALUE 0.
       77  WS-PROMO-COUNT       PIC 9(4) VALUE 0.
       77  WS-PROMO-HIT         PIC 9(4).
       77  WS-PROMO-ENDED       PIC 9(5) VALUE 0.
       77  WS-BONUS-DAYS        PIC S9(5).
       77  WS-BONUS-AMT         PIC 9(7)V99.
       77  WS-BONUS-TOTAL       PIC 9(9)V99 VALUE 0.

       01  WS-PRODUCT-TABLE.
           05  WS-PRODUCT-ENTRY OCCURS 50 TIMES.
               10  WS-TBL-CODE    PIC X(4).
               10  WS-TBL-RATE    PIC 99V999.

       01  WS-PRODUCT-FIELDS.
           05  WS-PRD-CODE      PIC X(4).
           05  WS-PRD-DESC      PIC X(20).
           05  WS-PRD-FEE       PIC X(8).
           05  WS-PRD-WAIVER    PIC X(9).
           05  WS-PRD-RATE      PIC X(6).

      *> The subledger is held whole in storage for the run and
      *> written back at the end, the way UPDATER treats
      *> INTEREST-YTD.DAT.
       01  WS-ACR-TABLE.
           05  WS-ACR-ENTRY OCCURS 2000 TIMES.
               10  WS-AT-ACCT     PIC X(5).
               10  WS-AT-ACCRUED  PIC 9(7)V99.
               10  WS-AT-LAST     PIC 9(8).

       01  WS-ACR-FIELDS.
           05  WS-AF-ACCT       PIC X(5).
           05  WS-AF-ACCRUED    PIC X(11).
           05  WS-AF-LAST       PIC X(8).

       01  WS-PROMO-TABLE.
           05  WS-PROMO-ENTRY OCCURS 2000 TIMES.
               10  WS-PT-ACCT     PIC X(5).
               10  WS-PT-CAMPAIGN PIC X(6).
               10  WS-PT-ENROLLED PIC X(8).
               10  WS-PT-END      PIC 9(8).
               10  WS-PT-OPENING  PIC X(10).
               10  WS-PT-MIN-BAL  PIC 9(7)V99.
               10  WS-PT-RATE     PIC 99V999.
               10  WS-PT-BONUS    PIC 9(7)V99.
               10  WS-PT-STATUS   PIC X(6).

       01  WS-PROMO-FIELDS.
           05  WS-PF-ACCT       PIC X(5).
           05  WS-PF-CAMPAIGN   PIC X(6).
           05  WS-PF-ENROLLED   PIC X(8).
           05  WS-PF-END        PIC X(8).
           05  WS-PF-OPENING    PIC X(10).
           05  WS-PF-MIN-BAL    PIC X(10).
           05  WS-PF-RATE       PIC X(6).
           05  WS-PF-BONUS      PIC X(10).
           05  WS-PF-STATUS     PIC X(6).

       01  WS-MIN-BAL-OUT       PIC 9(7).99.
       01  WS-PROMO-RATE-OUT    PIC 99.999.
       01  WS-NOTIFY-CUST       PIC X(10).
       01  WS-NOTIFY-EVENT      PIC X(12).
       01  WS-NOTIFY-DETAIL     PIC X(30).

       01  WS-ACCRUED-OUT       PIC 9(7).99.
       01  WS-TOTAL-OUT         PIC 9(7).99.
       01  WS-TXN-ID.
           05  FILLER           PIC XX VALUE "IA".
           05  WS-TXN-ID-SEQ    PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "INTEREST-ACCRUAL: Starting nightly accrual..."
           CALL "GET-BUSINESS-DATE" USING WS-TODAY
           PERFORM LOAD-TXN-SEQ
           PERFORM LOAD-PRODUCT-TABLE
           PERFORM LOAD-ACCRUALS
           PERFORM LOAD-PROMO-ENROLMENTS

           OPEN INPUT ACCOUNTS-FILE
           IF WS-FS-ACC NOT = "00"
               DISPLAY "INTEREST-ACCRUAL: ERROR - cannot open "
                       "accounts.idx. Status: " WS-FS-ACC
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ ACCOUNTS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM ACCRUE-ONE-ACCOUNT
               END-READ
           END-PERFORM
           CLOSE ACCOUNTS-FILE

           PERFORM SAVE-ACCRUALS
           IF WS-PROMO-COUNT > 0
               PERFORM SAVE-PROMO-ENROLMENTS
           END-IF
           IF WS-DAY-TOTAL > 0
               PERFORM WRITE-DAYFEED-ACCRUAL
               PERFORM SAVE-TXN-SEQ
           END-IF

           MOVE WS-DAY-TOTAL TO WS-TOTAL-OUT
           DISPLAY "INTEREST-ACCRUAL: Accounts accrued: "
                   WS-ACCRUED-COUNT
           DISPLAY "INTEREST-ACCRUAL: Already accrued for "
                   WS-TODAY ": " WS-CURRENT-COUNT
           DISPLAY "INTEREST-ACCRUAL: Accounts with no product "
                   "rate: " WS-NORATE-COUNT
           DISPLAY "INTEREST-ACCRUAL: Interest accrued today: "
                   WS-TOTAL-OUT
           IF WS-PROMO-COUNT > 0
               MOVE WS-BONUS-TOTAL TO WS-TOTAL-OUT
               DISPLAY "INTEREST-ACCRUAL: of which campaign bonus: "
                       WS-TOTAL-OUT
               DISPLAY "INTEREST-ACCRUAL: Campaign bonuses ended: "
                       WS-PROMO-ENDED
           END-IF
           MOVE 0 TO RETURN-CODE
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

       LOAD-PRODUCT-TABLE.
           OPEN INPUT PRODUCT-FILE
           IF WS-FS-PROD NOT = "00"
               DISPLAY "INTEREST-ACCRUAL: ERROR - cannot open "
                       "ACCOUNT-PRODUCTS.DAT. Status: " WS-FS-PROD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PRODUCT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-PRODUCT
               END-READ
           END-PERFORM
           CLOSE PRODUCT-FILE
           MOVE 'N' TO WS-EOF
           DISPLAY "INTEREST-ACCRUAL: Loaded " WS-PRODUCT-COUNT
                   " products".

       LOAD-ONE-PRODUCT.
           IF WS-PRODUCT-COUNT >= 50
               DISPLAY "INTEREST-ACCRUAL: WARNING - product table "
                       "full at 50"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PRODUCT-FIELDS
           UNSTRING PRODUCT-RECORD DELIMITED BY ','
               INTO WS-PRD-CODE WS-PRD-DESC
                    WS-PRD-FEE WS-PRD-WAIVER WS-PRD-RATE
           END-UNSTRING
           ADD 1 TO WS-PRODUCT-COUNT
           MOVE WS-PRD-CODE TO WS-TBL-CODE(WS-PRODUCT-COUNT)
           IF WS-PRD-RATE = SPACES
               MOVE 0 TO WS-TBL-RATE(WS-PRODUCT-COUNT)
           ELSE
               COMPUTE WS-TBL-RATE(WS-PRODUCT-COUNT) =
                   FUNCTION NUMVAL(WS-PRD-RATE)
           END-IF.

       LOAD-ACCRUALS.
           MOVE 0 TO WS-ACR-COUNT
           OPEN INPUT ACCRUAL-FILE
           IF WS-FS-ACR NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FS-ACR = "10"
               READ ACCRUAL-FILE
                   AT END
                       MOVE "10" TO WS-FS-ACR
                   NOT AT END
                       PERFORM LOAD-ONE-ACCRUAL
               END-READ
           END-PERFORM
           CLOSE ACCRUAL-FILE.

       LOAD-ONE-ACCRUAL.
           IF WS-ACR-COUNT >= 2000
               DISPLAY "INTEREST-ACCRUAL: ERROR - accrual table "
                       "full at 2000; subledger not rewritten"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-ACR-FIELDS
           UNSTRING ACCRUAL-RECORD DELIMITED BY ','
               INTO WS-AF-ACCT WS-AF-ACCRUED WS-AF-LAST
           END-UNSTRING
           ADD 1 TO WS-ACR-COUNT
           MOVE WS-AF-ACCT TO WS-AT-ACCT(WS-ACR-COUNT)
           COMPUTE WS-AT-ACCRUED(WS-ACR-COUNT) =
               FUNCTION NUMVAL(WS-AF-ACCRUED)
           IF WS-AF-LAST IS NUMERIC
               MOVE WS-AF-LAST TO WS-AT-LAST(WS-ACR-COUNT)
           ELSE
               MOVE 0 TO WS-AT-LAST(WS-ACR-COUNT)
           END-IF.

      *> Only a credit balance earns; an overdrawn or empty account
      *> still has its accrual date moved on so the days it spent
      *> below zero are never accrued later.
       ACCRUE-ONE-ACCOUNT.
           PERFORM FIND-PRODUCT-RATE
           PERFORM FIND-PROMO-ENTRY
           IF WS-RATE = 0 AND WS-PROMO-HIT = 0
               ADD 1 TO WS-NORATE-COUNT
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-ACCRUAL-ENTRY
           IF WS-HIT = 0
               IF WS-ACR-COUNT >= 2000
                   DISPLAY "INTEREST-ACCRUAL: WARNING - accrual "
                           "table full; " ACCOUNT-KEY " not accrued"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-ACR-COUNT
               MOVE WS-ACR-COUNT TO WS-HIT
               MOVE ACCOUNT-KEY TO WS-AT-ACCT(WS-HIT)
               MOVE 0 TO WS-AT-ACCRUED(WS-HIT)
               MOVE 0 TO WS-AT-LAST(WS-HIT)
           END-IF

           IF WS-AT-LAST(WS-HIT) = 0
               MOVE 1 TO WS-DAYS
           ELSE
               COMPUTE WS-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY)
                   - FUNCTION INTEGER-OF-DATE(WS-AT-LAST(WS-HIT))
           END-IF
           IF WS-DAYS <= 0
               ADD 1 TO WS-CURRENT-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TODAY TO WS-AT-LAST(WS-HIT)

           IF BALANCE NOT > 0
               PERFORM END-PROMO-IF-DUE
               EXIT PARAGRAPH
           END-IF
      *> Each day is rounded to the cent on the account, so the
      *> subledger and the GL total are built from the same pennies.
           COMPUTE WS-DAY-AMT ROUNDED =
               BALANCE * WS-RATE / 100 * WS-DAYS / 365
           IF WS-PROMO-HIT > 0
               PERFORM ACCRUE-PROMO-BONUS
           END-IF
           IF WS-DAY-AMT > 0
               ADD WS-DAY-AMT TO WS-AT-ACCRUED(WS-HIT)
               ADD WS-DAY-AMT TO WS-DAY-TOTAL
               ADD 1 TO WS-ACCRUED-COUNT
           END-IF.

       FIND-PRODUCT-RATE.
           MOVE 0 TO WS-RATE
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-PRODUCT-COUNT
               IF WS-TBL-CODE(WS-I) = PROD-CODE
                   MOVE WS-TBL-RATE(WS-I) TO WS-RATE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> The bonus runs to BONUS-END inclusive; a catch-up run
      *> after that date pays it only for the days up to the end.
       ACCRUE-PROMO-BONUS.
           MOVE WS-DAYS TO WS-BONUS-DAYS
           IF WS-TODAY > WS-PT-END(WS-PROMO-HIT)
               COMPUTE WS-BONUS-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-PT-END(WS-PROMO-HIT))
                   - FUNCTION INTEGER-OF-DATE(WS-TODAY) + WS-DAYS
           END-IF
           IF WS-BONUS-DAYS > 0
              AND BALANCE >= WS-PT-MIN-BAL(WS-PROMO-HIT)
               COMPUTE WS-BONUS-AMT ROUNDED =
                   BALANCE * WS-PT-RATE(WS-PROMO-HIT) / 100
                   * WS-BONUS-DAYS / 365
               ADD WS-BONUS-AMT TO WS-DAY-AMT
               ADD WS-BONUS-AMT TO WS-PT-BONUS(WS-PROMO-HIT)
               ADD WS-BONUS-AMT TO WS-BONUS-TOTAL
           END-IF
           PERFORM END-PROMO-IF-DUE.

       END-PROMO-IF-DUE.
           IF WS-PROMO-HIT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-TODAY < WS-PT-END(WS-PROMO-HIT)
               EXIT PARAGRAPH
           END-IF
           MOVE "ENDED" TO WS-PT-STATUS(WS-PROMO-HIT)
           ADD 1 TO WS-PROMO-ENDED
           MOVE SPACES TO WS-NOTIFY-CUST
           MOVE ACCOUNT-KEY TO WS-NOTIFY-CUST
           MOVE "PROMO-ENDED" TO WS-NOTIFY-EVENT
           MOVE WS-PT-RATE(WS-PROMO-HIT) TO WS-PROMO-RATE-OUT
           MOVE SPACES TO WS-NOTIFY-DETAIL
           STRING "BONUS " WS-PROMO-RATE-OUT "% "
                  WS-PT-CAMPAIGN(WS-PROMO-HIT) " ENDED"
               DELIMITED BY SIZE INTO WS-NOTIFY-DETAIL
           END-STRING
           CALL "QUEUE-NOTIFY" USING WS-NOTIFY-CUST, WS-NOTIFY-EVENT,
               WS-NOTIFY-DETAIL.

       FIND-PROMO-ENTRY.
           MOVE 0 TO WS-PROMO-HIT
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-PROMO-COUNT
               IF WS-PT-ACCT(WS-I) = ACCOUNT-KEY
                  AND WS-PT-STATUS(WS-I) = "ACTIVE"
                   MOVE WS-I TO WS-PROMO-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-ACCRUAL-ENTRY.
           MOVE 0 TO WS-HIT
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-ACR-COUNT
               IF WS-AT-ACCT(WS-I) = ACCOUNT-KEY
                   MOVE WS-I TO WS-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       SAVE-ACCRUALS.
           OPEN OUTPUT ACCRUAL-FILE
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-ACR-COUNT
               MOVE WS-AT-ACCRUED(WS-I) TO WS-ACCRUED-OUT
               MOVE SPACES TO ACCRUAL-RECORD
               STRING WS-AT-ACCT(WS-I) ","
                      WS-ACCRUED-OUT ","
                      WS-AT-LAST(WS-I)
                   DELIMITED BY SIZE INTO ACCRUAL-RECORD
               END-STRING
               WRITE ACCRUAL-RECORD
           END-PERFORM
           CLOSE ACCRUAL-FILE.

       LOAD-PROMO-ENROLMENTS.
           MOVE 0 TO WS-PROMO-COUNT
           OPEN INPUT PROMO-FILE
           IF WS-FS-PROMO NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FS-PROMO = "10"
               READ PROMO-FILE
                   AT END
                       MOVE "10" TO WS-FS-PROMO
                   NOT AT END
                       PERFORM LOAD-ONE-PROMO
               END-READ
           END-PERFORM
           CLOSE PROMO-FILE.

       LOAD-ONE-PROMO.
           IF PROMO-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-PROMO-COUNT >= 2000
               DISPLAY "INTEREST-ACCRUAL: ERROR - enrolment table "
                       "full at 2000; enrolments not rewritten"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-PROMO-FIELDS
           UNSTRING PROMO-RECORD DELIMITED BY ','
               INTO WS-PF-ACCT WS-PF-CAMPAIGN WS-PF-ENROLLED
                    WS-PF-END WS-PF-OPENING WS-PF-MIN-BAL
                    WS-PF-RATE WS-PF-BONUS WS-PF-STATUS
           END-UNSTRING
           ADD 1 TO WS-PROMO-COUNT
           MOVE WS-PF-ACCT TO WS-PT-ACCT(WS-PROMO-COUNT)
           MOVE WS-PF-CAMPAIGN TO WS-PT-CAMPAIGN(WS-PROMO-COUNT)
           MOVE WS-PF-ENROLLED TO WS-PT-ENROLLED(WS-PROMO-COUNT)
           IF WS-PF-END IS NUMERIC
               MOVE WS-PF-END TO WS-PT-END(WS-PROMO-COUNT)
           ELSE
               MOVE 0 TO WS-PT-END(WS-PROMO-COUNT)
           END-IF
           MOVE WS-PF-OPENING TO WS-PT-OPENING(WS-PROMO-COUNT)
           COMPUTE WS-PT-MIN-BAL(WS-PROMO-COUNT) =
               FUNCTION NUMVAL(WS-PF-MIN-BAL)
           COMPUTE WS-PT-RATE(WS-PROMO-COUNT) =
               FUNCTION NUMVAL(WS-PF-RATE)
           COMPUTE WS-PT-BONUS(WS-PROMO-COUNT) =
               FUNCTION NUMVAL(WS-PF-BONUS)
           MOVE WS-PF-STATUS TO WS-PT-STATUS(WS-PROMO-COUNT).

       SAVE-PROMO-ENROLMENTS.
           OPEN OUTPUT PROMO-FILE
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-PROMO-COUNT
               MOVE WS-PT-MIN-BAL(WS-I) TO WS-MIN-BAL-OUT
               MOVE WS-PT-RATE(WS-I) TO WS-PROMO-RATE-OUT
               MOVE WS-PT-BONUS(WS-I) TO WS-ACCRUED-OUT
               MOVE SPACES TO PROMO-RECORD
               STRING WS-PT-ACCT(WS-I) ","
                      WS-PT-CAMPAIGN(WS-I) ","
                      WS-PT-ENROLLED(WS-I) ","
                      WS-PT-END(WS-I) ","
                      WS-PT-OPENING(WS-I) ","
                      WS-MIN-BAL-OUT ","
                      WS-PROMO-RATE-OUT ","
                      WS-ACCRUED-OUT ","
                      WS-PT-STATUS(WS-I)
                   DELIMITED BY SIZE INTO PROMO-RECORD
               END-STRING
               WRITE PROMO-RECORD
           END-PERFORM
           CLOSE PROMO-FILE.

       WRITE-DAYFEED-ACCRUAL.
           ADD 1 TO WS-TXN-SEQ
           MOVE WS-TXN-SEQ TO WS-TXN-ID-SEQ
           MOVE WS-DAY-TOTAL TO WS-TOTAL-OUT
           OPEN EXTEND DAYFEED-FILE
           IF WS-FS-DAYF = "35"
               CLOSE DAYFEED-FILE
               OPEN OUTPUT DAYFEED-FILE
           END-IF
           MOVE SPACES TO DAYFEED-RECORD
           STRING WS-TXN-ID ",INT-ACCRUE,00000,"
                  WS-TOTAL-OUT "," WS-TODAY
               DELIMITED BY SIZE INTO DAYFEED-RECORD
           END-STRING
           WRITE DAYFEED-RECORD
           CLOSE DAYFEED-FILE.
