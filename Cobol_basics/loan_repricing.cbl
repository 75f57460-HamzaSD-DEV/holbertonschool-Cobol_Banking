       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-REPRICING.

      *> Variable-rate loans. A loan is index-linked by a line in
      *> LOAN-INDEX.DAT keyed by its LOANS.DAT LOAN-ID:
      *>   LOAN-ID,INDEX-CODE,MARGIN,FLOOR,CAP
      *> and the indexes themselves live in BASE-RATES.DAT, one line
      *> per rate change:
      *>   INDEX-CODE,EFFECTIVE-DATE,RATE
      *> (all rates as percentages, 99.999). The rate in force for an
      *> index is the line with the latest effective date not after
      *> the business date, so a move can be keyed ahead of time.
      *> The (R)epricing run sets each linked ACTIVE loan's RATE to
      *> base plus margin held between floor and cap (a zero cap
      *> means none), re-levels PAYMENT over the months left on the
      *> term, queues a RATE-CHANGE notice to the borrower through
      *> QUEUE-NOTIFY and lists every linked loan, old and new rate
      *> and payment, on REPRICING-REGISTER.TXT for the credit
      *> committee file. Loans that are not linked keep the fixed
      *> rate origination stamped on them.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOANS-FILE ASSIGN TO "LOANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOANS.
           SELECT WORK-FILE ASSIGN TO "LOANS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-WORK.
           SELECT INDEX-FILE ASSIGN TO "LOAN-INDEX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-IDX.
           SELECT BASE-FILE ASSIGN TO "BASE-RATES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BASE.
           SELECT REPORT-FILE ASSIGN TO "REPRICING-REGISTER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RPT.

       DATA DIVISION.
       FILE SECTION.
       FD  LOANS-FILE.
       01  LOANS-RECORD         PIC X(100).

       FD  WORK-FILE.
       01  WORK-RECORD          PIC X(100).

       FD  INDEX-FILE.
       01  INDEX-RECORD         PIC X(40).

       FD  BASE-FILE.
       01  BASE-RECORD          PIC X(30).

       FD  REPORT-FILE.
       01  REPORT-REC           PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-FS-LOANS          PIC XX.
       77  WS-FS-WORK           PIC XX.
       77  WS-FS-IDX            PIC XX.
       77  WS-FS-BASE           PIC XX.
       77  WS-FS-RPT            PIC XX.
       77  WS-EOF               PIC X VALUE "N".
       77  WS-MODE              PIC X.
       77  WS-TODAY             PIC 9(8).
       77  WS-I                 PIC 9(4).
       77  WS-FOUND             PIC X VALUE "N".
       77  WS-INDEX-COUNT       PIC 9(4) VALUE 0.
       77  WS-BASE-COUNT        PIC 9(4) VALUE 0.
       77  WS-LINKED-COUNT      PIC 9(4) VALUE 0.
       77  WS-REPRICED-COUNT    PIC 9(4) VALUE 0.

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

       01  WS-INDEX-FIELDS.
           05  WS-IX-LOAN       PIC X(6).
           05  WS-IX-CODE       PIC X(8).
           05  WS-IX-MARGIN     PIC X(7).
           05  WS-IX-FLOOR      PIC X(7).
           05  WS-IX-CAP        PIC X(7).

       01  WS-INDEX-TABLE.
           05  WS-IT-ENTRY OCCURS 500 TIMES.
               10  WS-IT-LOAN     PIC X(6).
               10  WS-IT-CODE     PIC X(8).
               10  WS-IT-MARGIN   PIC S99V999.
               10  WS-IT-FLOOR    PIC 99V999.
               10  WS-IT-CAP      PIC 99V999.

       01  WS-BASE-FIELDS.
           05  WS-BS-CODE       PIC X(8).
           05  WS-BS-DATE       PIC X(8).
           05  WS-BS-RATE       PIC X(7).

       01  WS-BASE-TABLE.
           05  WS-BT-ENTRY OCCURS 500 TIMES.
               10  WS-BT-CODE     PIC X(8).
               10  WS-BT-DATE     PIC 9(8).
               10  WS-BT-RATE     PIC 99V999.

       01  WS-BASE-NOW          PIC 99V999.
       01  WS-BASE-NOW-DATE     PIC 9(8).
       01  WS-OLD-RATE          PIC 99V999.
       01  WS-NEW-RATE          PIC S99V999.
       01  WS-NEW-RATE-2DP      PIC 99V99.
       01  WS-OLD-PAYMENT       PIC 9(7)V99.
       01  WS-NEW-PAYMENT       PIC 9(7)V99.
       01  WS-OUTSTANDING       PIC S9(9)V99.
       01  WS-TERM-NUM          PIC 9(3).
       01  WS-MONTHS-BILLED     PIC 9(3).
       01  WS-MONTHS-LEFT       PIC S9(3).
       01  MONTHLY-RATE         PIC 9V9(9).
       01  GROWTH-FACTOR        PIC 9(6)V9(9).
       01  PAYMENT-DENOM        PIC 9V9(9).
       01  WS-RATE-OUT          PIC 99.99.
       01  WS-PAY-OUT           PIC 9(7).99.
       01  WS-PCT-OUT           PIC 99.999.
       01  WS-MARGIN-OUT        PIC -9.999.
       01  WS-RATE-DISP         PIC Z9.999.
       01  WS-PAY-DISP          PIC Z(6)9.99.
       01  WS-OLD-PAY-DISP      PIC Z(6)9.99.
       01  WS-OLD-RATE-DISP     PIC Z9.999.
       01  WS-BASE-DISP         PIC Z9.999.
       01  WS-LEFT-DISP         PIC ZZ9.
       01  WS-NOTE-OLD-RATE     PIC Z9.99.
       01  WS-NOTE-NEW-RATE     PIC Z9.99.
       01  WS-REG-NOTE          PIC X(16).
       01  WS-DIVIDER           PIC X(90) VALUE ALL "-".

       01  WS-NOTIFY-CUST       PIC X(10).
       01  WS-NOTIFY-EVENT      PIC X(12) VALUE "RATE-CHANGE".
       01  WS-NOTIFY-DETAIL     PIC X(30).

       01  WS-LOAN-IN           PIC X(6).
       01  WS-CODE-IN           PIC X(8).
       01  WS-DATE-IN           PIC X(8).
       01  WS-RATE-IN           PIC X(7).
       01  WS-MARGIN-IN         PIC X(7).
       01  WS-FLOOR-IN          PIC X(7).
       01  WS-CAP-IN            PIC X(7).

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "GET-BUSINESS-DATE" USING WS-TODAY
           DISPLAY "LOAN-REPRICING: (B)ase rate entry, (L)ink loan "
                   "to an index, (R)epricing run: "
                   WITH NO ADVANCING
           ACCEPT WS-MODE
           EVALUATE FUNCTION UPPER-CASE(WS-MODE)
               WHEN "B"
                   PERFORM ADD-BASE-RATE
               WHEN "L"
                   PERFORM LINK-LOAN
               WHEN "R"
                   PERFORM REPRICING-RUN
               WHEN OTHER
                   DISPLAY "Invalid selection."
           END-EVALUATE
           STOP RUN.

       ADD-BASE-RATE.
           DISPLAY "Index code (e.g. PRIME): " WITH NO ADVANCING
           ACCEPT WS-CODE-IN
           MOVE FUNCTION UPPER-CASE(WS-CODE-IN) TO WS-CODE-IN
           DISPLAY "Effective date (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-DATE-IN
           DISPLAY "Rate % (e.g. 05.250): " WITH NO ADVANCING
           ACCEPT WS-RATE-IN
           IF WS-CODE-IN = SPACES OR WS-DATE-IN IS NOT NUMERIC
               DISPLAY "Index code and a numeric date are required - "
                       "nothing recorded."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PCT-OUT = FUNCTION NUMVAL(WS-RATE-IN)
           OPEN EXTEND BASE-FILE
           IF WS-FS-BASE = "35"
               CLOSE BASE-FILE
               OPEN OUTPUT BASE-FILE
           END-IF
           MOVE SPACES TO BASE-RECORD
           STRING FUNCTION TRIM(WS-CODE-IN) ","
                  WS-DATE-IN ","
                  WS-PCT-OUT
               DELIMITED BY SIZE INTO BASE-RECORD
           END-STRING
           WRITE BASE-RECORD
           CLOSE BASE-FILE
           DISPLAY "Index " FUNCTION TRIM(WS-CODE-IN) " at "
                   WS-PCT-OUT "% from " WS-DATE-IN " recorded.".

      *> Linking a loan already on LOAN-INDEX.DAT replaces its terms.
       LINK-LOAN.
           DISPLAY "Loan ID: " WITH NO ADVANCING
           ACCEPT WS-LOAN-IN
           PERFORM FIND-THE-LOAN
           IF WS-FOUND NOT = "Y"
               DISPLAY "Loan " WS-LOAN-IN " not on LOANS.DAT."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Index code: " WITH NO ADVANCING
           ACCEPT WS-CODE-IN
           MOVE FUNCTION UPPER-CASE(WS-CODE-IN) TO WS-CODE-IN
           DISPLAY "Margin over index % (e.g. 2.500 or -0.500): "
                   WITH NO ADVANCING
           ACCEPT WS-MARGIN-IN
           DISPLAY "Floor rate % (0 = none): " WITH NO ADVANCING
           ACCEPT WS-FLOOR-IN
           DISPLAY "Cap rate % (0 = none): " WITH NO ADVANCING
           ACCEPT WS-CAP-IN

           PERFORM LOAD-INDEX-LINKS
           MOVE WS-LOAN-IN TO WS-LN-ID
           PERFORM LOCATE-LINK
           IF WS-I = 0
               IF WS-LINKED-COUNT >= 500
                   DISPLAY "LOAN-REPRICING: WARNING - index table "
                           "full at 500; loan not linked"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-LINKED-COUNT
               MOVE WS-LINKED-COUNT TO WS-I
           END-IF
           MOVE WS-LOAN-IN TO WS-IT-LOAN(WS-I)
           MOVE WS-CODE-IN TO WS-IT-CODE(WS-I)
           COMPUTE WS-IT-MARGIN(WS-I) = FUNCTION NUMVAL(WS-MARGIN-IN)
           COMPUTE WS-IT-FLOOR(WS-I) = FUNCTION NUMVAL(WS-FLOOR-IN)
           COMPUTE WS-IT-CAP(WS-I) = FUNCTION NUMVAL(WS-CAP-IN)
           PERFORM SAVE-INDEX-LINKS
           DISPLAY "Loan " WS-LOAN-IN " linked to "
                   FUNCTION TRIM(WS-CODE-IN)
                   " - rate moves at the next repricing run.".

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
                       PERFORM PARSE-LOAN
                       IF WS-LN-ID = WS-LOAN-IN
                           MOVE "Y" TO WS-FOUND
                           MOVE "Y" TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOANS-FILE.

       LOAD-INDEX-LINKS.
           MOVE 0 TO WS-LINKED-COUNT
           OPEN INPUT INDEX-FILE
           IF WS-FS-IDX NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FS-IDX = "10"
               READ INDEX-FILE
                   AT END
                       MOVE "10" TO WS-FS-IDX
                   NOT AT END
                       PERFORM LOAD-ONE-INDEX-LINK
               END-READ
           END-PERFORM
           CLOSE INDEX-FILE.

       LOAD-ONE-INDEX-LINK.
           IF WS-LINKED-COUNT >= 500
               DISPLAY "LOAN-REPRICING: WARNING - index table full "
                       "at 500; remaining links ignored"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-INDEX-FIELDS
           UNSTRING INDEX-RECORD DELIMITED BY ","
               INTO WS-IX-LOAN WS-IX-CODE WS-IX-MARGIN
                    WS-IX-FLOOR WS-IX-CAP
           END-UNSTRING
           IF WS-IX-LOAN = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LINKED-COUNT
           MOVE WS-IX-LOAN TO WS-IT-LOAN(WS-LINKED-COUNT)
           MOVE WS-IX-CODE TO WS-IT-CODE(WS-LINKED-COUNT)
           COMPUTE WS-IT-MARGIN(WS-LINKED-COUNT) =
               FUNCTION NUMVAL(WS-IX-MARGIN)
           COMPUTE WS-IT-FLOOR(WS-LINKED-COUNT) =
               FUNCTION NUMVAL(WS-IX-FLOOR)
           COMPUTE WS-IT-CAP(WS-LINKED-COUNT) =
               FUNCTION NUMVAL(WS-IX-CAP).

       SAVE-INDEX-LINKS.
           OPEN OUTPUT INDEX-FILE
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-LINKED-COUNT
               MOVE SPACES TO INDEX-RECORD
               MOVE WS-IT-MARGIN(WS-I) TO WS-MARGIN-OUT
               STRING WS-IT-LOAN(WS-I) ","
                      FUNCTION TRIM(WS-IT-CODE(WS-I)) ","
                      FUNCTION TRIM(WS-MARGIN-OUT) ","
                   DELIMITED BY SIZE INTO INDEX-RECORD
               END-STRING
               MOVE WS-IT-FLOOR(WS-I) TO WS-PCT-OUT
               STRING FUNCTION TRIM(INDEX-RECORD)
                      WS-PCT-OUT ","
                   DELIMITED BY SIZE INTO INDEX-RECORD
               END-STRING
               MOVE WS-IT-CAP(WS-I) TO WS-PCT-OUT
               STRING FUNCTION TRIM(INDEX-RECORD)
                      WS-PCT-OUT
                   DELIMITED BY SIZE INTO INDEX-RECORD
               END-STRING
               WRITE INDEX-RECORD
           END-PERFORM
           CLOSE INDEX-FILE.

       LOAD-BASE-RATES.
           MOVE 0 TO WS-BASE-COUNT
           OPEN INPUT BASE-FILE
           IF WS-FS-BASE NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FS-BASE = "10"
               READ BASE-FILE
                   AT END
                       MOVE "10" TO WS-FS-BASE
                   NOT AT END
                       PERFORM LOAD-ONE-BASE-RATE
               END-READ
           END-PERFORM
           CLOSE BASE-FILE.

       LOAD-ONE-BASE-RATE.
           IF WS-BASE-COUNT >= 500
               DISPLAY "LOAN-REPRICING: WARNING - base-rate table "
                       "full at 500; remaining lines ignored"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-BASE-FIELDS
           UNSTRING BASE-RECORD DELIMITED BY ","
               INTO WS-BS-CODE WS-BS-DATE WS-BS-RATE
           END-UNSTRING
           IF WS-BS-DATE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BASE-COUNT
           MOVE WS-BS-CODE TO WS-BT-CODE(WS-BASE-COUNT)
           MOVE WS-BS-DATE TO WS-BT-DATE(WS-BASE-COUNT)
           COMPUTE WS-BT-RATE(WS-BASE-COUNT) =
               FUNCTION NUMVAL(WS-BS-RATE).

      *> The rate in force for WS-IX-CODE on the business date.
       FIND-BASE-RATE.
           MOVE "N" TO WS-FOUND
           MOVE 0 TO WS-BASE-NOW-DATE
           MOVE 0 TO WS-BASE-NOW
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-BASE-COUNT
               IF WS-BT-CODE(WS-I) = WS-IX-CODE
                  AND WS-BT-DATE(WS-I) <= WS-TODAY
                  AND WS-BT-DATE(WS-I) >= WS-BASE-NOW-DATE
                   MOVE WS-BT-DATE(WS-I) TO WS-BASE-NOW-DATE
                   MOVE WS-BT-RATE(WS-I) TO WS-BASE-NOW
                   MOVE "Y" TO WS-FOUND
               END-IF
           END-PERFORM.

       REPRICING-RUN.
           PERFORM LOAD-INDEX-LINKS
           PERFORM LOAD-BASE-RATES
           IF WS-LINKED-COUNT = 0
               DISPLAY "LOAN-REPRICING: no index-linked loans on "
                       "LOAN-INDEX.DAT - nothing to reprice."
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT LOANS-FILE
           IF WS-FS-LOANS NOT = "00"
               DISPLAY "LOAN-REPRICING: ERROR - cannot open "
                       "LOANS.DAT. Status: " WS-FS-LOANS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT WORK-FILE
           PERFORM OPEN-REGISTER

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ LOANS-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM PARSE-LOAN
                       PERFORM REPRICE-ONE-LOAN
                       MOVE LOANS-RECORD TO WORK-RECORD
                       WRITE WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE LOANS-FILE
           CLOSE WORK-FILE
           PERFORM COPY-WORK-BACK

           MOVE WS-DIVIDER TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "LOANS REPRICED: " WS-REPRICED-COUNT
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           CLOSE REPORT-FILE

           DISPLAY "LOAN-REPRICING: loans repriced: "
                   WS-REPRICED-COUNT
           DISPLAY "LOAN-REPRICING: see REPRICING-REGISTER.TXT"
           MOVE 0 TO RETURN-CODE.

       OPEN-REGISTER.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-REC
           STRING "LOAN REPRICING REGISTER - " WS-TODAY
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE WS-DIVIDER TO REPORT-REC
           WRITE REPORT-REC
           MOVE "LOAN   CUST  INDEX      BASE   OLD RATE NEW RATE"
             & "  OLD PAYMENT  NEW PAYMENT LEFT NOTE" TO REPORT-REC
           WRITE REPORT-REC.

       REPRICE-ONE-LOAN.
           IF FUNCTION TRIM(WS-LN-STATUS) NOT = "ACTIVE"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOCATE-LINK
           IF WS-I = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IT-CODE(WS-I) TO WS-IX-CODE
           MOVE 0 TO WS-MONTHS-LEFT
           COMPUTE WS-OLD-RATE = FUNCTION NUMVAL(WS-LN-RATE)
           COMPUTE WS-OLD-PAYMENT = FUNCTION NUMVAL(WS-LN-PAYMENT)
           MOVE WS-OLD-PAYMENT TO WS-NEW-PAYMENT
           MOVE SPACES TO WS-REG-NOTE

           PERFORM FIND-BASE-RATE
           IF WS-FOUND NOT = "Y"
               MOVE WS-OLD-RATE TO WS-NEW-RATE
               MOVE "NO BASE RATE" TO WS-REG-NOTE
               PERFORM WRITE-REGISTER-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM LOCATE-LINK
           COMPUTE WS-NEW-RATE = WS-BASE-NOW + WS-IT-MARGIN(WS-I)
           IF WS-NEW-RATE < WS-IT-FLOOR(WS-I)
               MOVE WS-IT-FLOOR(WS-I) TO WS-NEW-RATE
               MOVE "AT FLOOR" TO WS-REG-NOTE
           END-IF
           IF WS-IT-CAP(WS-I) > 0
              AND WS-NEW-RATE > WS-IT-CAP(WS-I)
               MOVE WS-IT-CAP(WS-I) TO WS-NEW-RATE
               MOVE "AT CAP" TO WS-REG-NOTE
           END-IF
           IF WS-NEW-RATE < 0
               MOVE 0 TO WS-NEW-RATE
           END-IF
      *> LOANS.DAT carries the rate to two places.
           COMPUTE WS-NEW-RATE-2DP ROUNDED = WS-NEW-RATE
           MOVE WS-NEW-RATE-2DP TO WS-NEW-RATE

           IF WS-NEW-RATE = WS-OLD-RATE
               IF WS-REG-NOTE = SPACES
                   MOVE "NO CHANGE" TO WS-REG-NOTE
               END-IF
               PERFORM WRITE-REGISTER-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM RELEVEL-PAYMENT
           IF WS-MONTHS-LEFT <= 0
               MOVE WS-OLD-RATE TO WS-NEW-RATE
               MOVE WS-OLD-PAYMENT TO WS-NEW-PAYMENT
               MOVE "TERM EXHAUSTED" TO WS-REG-NOTE
               PERFORM WRITE-REGISTER-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-NEW-RATE-2DP TO WS-RATE-OUT
           MOVE WS-RATE-OUT TO WS-LN-RATE
           MOVE WS-NEW-PAYMENT TO WS-PAY-OUT
           MOVE WS-PAY-OUT TO WS-LN-PAYMENT
           PERFORM BUILD-LOAN-RECORD
           ADD 1 TO WS-REPRICED-COUNT
           IF WS-REG-NOTE = SPACES
               MOVE "REPRICED" TO WS-REG-NOTE
           END-IF
           PERFORM WRITE-REGISTER-LINE
           PERFORM QUEUE-RATE-NOTICE.

      *> Points WS-I at WS-LN-ID's entry in the link table, zero if
      *> the loan is not index-linked. FIND-BASE-RATE reuses WS-I, so
      *> the entry is found again before its terms are applied.
       LOCATE-LINK.
           MOVE 0 TO WS-I
           PERFORM VARYING WS-INDEX-COUNT FROM 1 BY 1
             UNTIL WS-INDEX-COUNT > WS-LINKED-COUNT
               IF WS-IT-LOAN(WS-INDEX-COUNT) = WS-LN-ID
                   MOVE WS-INDEX-COUNT TO WS-I
               END-IF
           END-PERFORM.

      *> Same level-payment arithmetic as origination, run on the
      *> principal still outstanding over the installments not yet
      *> billed.
       RELEVEL-PAYMENT.
           COMPUTE WS-OUTSTANDING =
               FUNCTION NUMVAL(WS-LN-PRIN)
               - FUNCTION NUMVAL(WS-LN-PAID)
           COMPUTE WS-TERM-NUM = FUNCTION NUMVAL(WS-LN-TERM)
           MOVE 0 TO WS-MONTHS-BILLED
           IF WS-OLD-PAYMENT > 0
               COMPUTE WS-MONTHS-BILLED ROUNDED =
                   FUNCTION NUMVAL(WS-LN-BILLED) / WS-OLD-PAYMENT
           END-IF
           COMPUTE WS-MONTHS-LEFT = WS-TERM-NUM - WS-MONTHS-BILLED
           IF WS-MONTHS-LEFT <= 0 OR WS-OUTSTANDING <= 0
               MOVE 0 TO WS-MONTHS-LEFT
               EXIT PARAGRAPH
           END-IF
           IF WS-NEW-RATE = 0
               COMPUTE WS-NEW-PAYMENT ROUNDED =
                   WS-OUTSTANDING / WS-MONTHS-LEFT
               EXIT PARAGRAPH
           END-IF
           COMPUTE MONTHLY-RATE ROUNDED = (WS-NEW-RATE / 100) / 12
           COMPUTE GROWTH-FACTOR ROUNDED =
               (1 + MONTHLY-RATE) ** WS-MONTHS-LEFT
           COMPUTE PAYMENT-DENOM ROUNDED = 1 - (1 / GROWTH-FACTOR)
           COMPUTE WS-NEW-PAYMENT ROUNDED =
               WS-OUTSTANDING * MONTHLY-RATE / PAYMENT-DENOM.

       WRITE-REGISTER-LINE.
           MOVE WS-BASE-NOW TO WS-BASE-DISP
           MOVE WS-OLD-RATE TO WS-OLD-RATE-DISP
           MOVE WS-NEW-RATE TO WS-RATE-DISP
           MOVE WS-OLD-PAYMENT TO WS-OLD-PAY-DISP
           MOVE WS-NEW-PAYMENT TO WS-PAY-DISP
           IF WS-MONTHS-LEFT < 0
               MOVE 0 TO WS-LEFT-DISP
           ELSE
               MOVE WS-MONTHS-LEFT TO WS-LEFT-DISP
           END-IF
           MOVE SPACES TO REPORT-REC
           STRING WS-LN-ID " "
                  WS-LN-CUST " "
                  WS-IX-CODE " "
                  WS-BASE-DISP "   "
                  WS-OLD-RATE-DISP "   "
                  WS-RATE-DISP "  "
                  WS-OLD-PAY-DISP "   "
                  WS-PAY-DISP "  "
                  WS-LEFT-DISP " "
                  WS-REG-NOTE
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC.

       QUEUE-RATE-NOTICE.
           MOVE SPACES TO WS-NOTIFY-CUST
           MOVE WS-LN-CUST TO WS-NOTIFY-CUST
           MOVE WS-OLD-RATE TO WS-NOTE-OLD-RATE
           MOVE WS-NEW-RATE TO WS-NOTE-NEW-RATE
           MOVE WS-NEW-PAYMENT TO WS-PAY-DISP
           MOVE SPACES TO WS-NOTIFY-DETAIL
           STRING WS-LN-ID " "
                  FUNCTION TRIM(WS-NOTE-OLD-RATE) ">"
                  FUNCTION TRIM(WS-NOTE-NEW-RATE) "% PMT "
                  FUNCTION TRIM(WS-PAY-DISP)
               DELIMITED BY SIZE INTO WS-NOTIFY-DETAIL
           END-STRING
           CALL "QUEUE-NOTIFY" USING WS-NOTIFY-CUST, WS-NOTIFY-EVENT,
                                     WS-NOTIFY-DETAIL.

       PARSE-LOAN.
           MOVE SPACES TO WS-LOAN-FIELDS
           UNSTRING LOANS-RECORD DELIMITED BY ","
               INTO WS-LN-ID WS-LN-CUST WS-LN-PRIN WS-LN-RATE
                    WS-LN-TERM WS-LN-PAYMENT WS-LN-NEXT-DUE
                    WS-LN-BILLED WS-LN-PAID WS-LN-STATUS
           END-UNSTRING.

       BUILD-LOAN-RECORD.
           MOVE SPACES TO LOANS-RECORD
           STRING WS-LN-ID ","
                  WS-LN-CUST ","
                  WS-LN-PRIN ","
                  FUNCTION TRIM(WS-LN-RATE) ","
                  FUNCTION TRIM(WS-LN-TERM) ","
                  WS-LN-PAYMENT ","
                  WS-LN-NEXT-DUE ","
                  WS-LN-BILLED ","
                  WS-LN-PAID ","
                  FUNCTION TRIM(WS-LN-STATUS)
               DELIMITED BY SIZE INTO LOANS-RECORD
           END-STRING.

       COPY-WORK-BACK.
           MOVE "N" TO WS-EOF
           OPEN INPUT WORK-FILE
           OPEN OUTPUT LOANS-FILE
           PERFORM UNTIL WS-EOF = "Y"
               READ WORK-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE WORK-RECORD TO LOANS-RECORD
                       WRITE LOANS-RECORD
               END-READ
           END-PERFORM
           CLOSE WORK-FILE
           CLOSE LOANS-FILE
           CALL "CBL_DELETE_FILE" USING "LOANS.TMP".
