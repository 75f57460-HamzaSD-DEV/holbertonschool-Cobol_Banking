       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHEQUE-BOOKS.

      *> Cheque-book issuance register, one line per book issued or
      *> range reported lost in CHEQUE-BOOKS.DAT:
      *>   ACCT,FIRST,LAST,DATE,STATUS,OPERATOR
      *> FIRST and LAST are the six-digit cheque numbers bounding the
      *> range; STATUS is ISSUED for a book handed to the customer
      *> and LOST for a range the customer reports lost or stolen.
      *> The register is only ever appended to, so it is the history
      *> of which numbers went to which account, when, and by whom.
      *> (O)rder issues a book of CHEQUE_BOOK_LEAVES leaves (25, 50
      *> or 100; default 25) numbered on from the account's last
      *> book, and charges CHEQUE_BOOK_FEE (default 5.00) through
      *> TRANSIN. The account must pass its check digit, be open,
      *> not on hold and able to pay the fee.
      *> (L)ost records a range inside one of the account's books;
      *> from then on CHEQUE-CHECK refuses every number in it.
      *> (R)eport writes CHEQUE-STOCK-REPORT.TXT - the books and
      *> lost ranges on each account, with leaves issued and lost.
      *> CHEQUE-CHECK reads this register for CLEARING-IMPORT and
      *> VALIDATOR so that a cheque number never issued to the
      *> account, or reported lost, does not pay. An account with
      *> no line here at all is not checked - its books predate the
      *> register - so the check begins with its first order.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOOKS-FILE ASSIGN TO "CHEQUE-BOOKS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BOOKS.
           SELECT REPORT-FILE ASSIGN TO "CHEQUE-STOCK-REPORT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RPT.
           SELECT TRANS-FILE ASSIGN TO TRANSIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRANS.
           SELECT NEXTDAY-FILE ASSIGN TO "NEXTDAY-TRANSIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NEXTDAY.
           SELECT SEQ-FILE ASSIGN TO "CHQBOOK-SEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SEQ.

       DATA DIVISION.
       FILE SECTION.
       FD  BOOKS-FILE.
       01  BOOKS-RECORD         PIC X(60).

       FD  REPORT-FILE.
       01  REPORT-RECORD        PIC X(80).

       FD  TRANS-FILE.
       01  TRANS-RECORD         PIC X(120).

       FD  NEXTDAY-FILE.
       01  NEXTDAY-RECORD       PIC X(120).

       FD  SEQ-FILE.
       01  SEQ-RECORD           PIC X(8).

       WORKING-STORAGE SECTION.
       77  WS-FS-BOOKS          PIC XX.
       77  WS-FS-RPT            PIC XX.
       77  WS-FS-TRANS          PIC XX.
       77  WS-FS-NEXTDAY        PIC XX.
       77  WS-FS-SEQ            PIC XX.
       77  WS-EOF               PIC X VALUE 'N'.
       77  WS-MODE              PIC X.
       77  WS-TODAY             PIC 9(8).
       77  WS-TXN-SEQ           PIC 9(4) VALUE 0.
       77  WS-I                 PIC 9(4).
       77  WS-J                 PIC 9(4).
       77  WS-B                 PIC 9(4).
       77  WS-QUIESCED          PIC X.
       77  WS-ACCT-OK           PIC X.
       77  WS-CLOSED            PIC X.
       77  WS-CLOSED-DATE       PIC X(8).
       77  WS-ON-HOLD           PIC X.
       77  WS-AVAIL-FOUND       PIC X.
       77  WS-PARAM-NAME        PIC X(24).
       77  WS-PARAM-VALUE       PIC X(12).
       77  WS-PARAM-FOUND       PIC X.

       01  WS-BOOK-TABLE.
           05  WS-BOOK OCCURS 1000 TIMES.
               10  WS-BT-ACCT       PIC X(5).
               10  WS-BT-FIRST      PIC 9(6).
               10  WS-BT-LAST       PIC 9(6).
               10  WS-BT-DATE       PIC X(8).
               10  WS-BT-STATUS     PIC X(6).
               10  WS-BT-OPERATOR   PIC X(8).
       01  WS-BOOK-COUNT        PIC 9(4) VALUE 0.

       01  WS-BOOK-FIELDS.
           05  WS-BK-ACCT       PIC X(5).
           05  WS-BK-FIRST      PIC X(6).
           05  WS-BK-LAST       PIC X(6).
           05  WS-BK-DATE       PIC X(8).
           05  WS-BK-STATUS     PIC X(6).
           05  WS-BK-OPERATOR   PIC X(8).

      *> Book size and charge.
       01  WS-LEAVES            PIC 9(3) VALUE 25.
       01  WS-BOOK-FEE          PIC 9(5)V99 VALUE 5.00.
       01  WS-FEE-OUT           PIC 9(7).99.
       01  WS-FEE-TX            PIC X(12).
       01  WS-AVAIL-BAL         PIC S9(9)V99.
       01  WS-DRCR              PIC XX.
       01  WS-V2-CHANNEL        PIC X(3).
       01  WS-V2-TAIL           PIC X(32).

       01  WS-INPUT-ACCT        PIC X(5).
       01  WS-INPUT-LEAVES      PIC X(3).
       01  WS-INPUT-FIRST       PIC X(6).
       01  WS-INPUT-LAST        PIC X(6).
       01  WS-OPERATOR          PIC X(8).
       01  WS-CHECK-ACCT        PIC X(10).
       01  WS-FIRST-NO          PIC 9(6).
       01  WS-LAST-NO           PIC 9(6).
       01  WS-NEXT-NO           PIC 9(7).
       01  WS-END-NO            PIC 9(7).

      *> Report accumulators: per account, then for the whole
      *> register.
       01  WS-ACCT-SEEN         PIC X.
       01  WS-ACCT-BOOKS        PIC 9(5).
       01  WS-ACCT-LEAVES       PIC 9(7).
       01  WS-ACCT-LOST         PIC 9(7).
       01  WS-TOT-ACCTS         PIC 9(5) VALUE 0.
       01  WS-TOT-BOOKS         PIC 9(5) VALUE 0.
       01  WS-TOT-LEAVES        PIC 9(7) VALUE 0.
       01  WS-TOT-LOST          PIC 9(7) VALUE 0.
       01  WS-DISP-COUNT        PIC ZZZZ9.
       01  WS-DISP-LEAVES       PIC Z(6)9.
       01  WS-DISP-LOST         PIC Z(6)9.
       01  WS-DISP-NEXT         PIC 9(6).

       01  WS-TXN-ID.
           05  FILLER           PIC XX VALUE "CQ".
           05  WS-TXN-ID-SEQ    PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "GET-BUSINESS-DATE" USING WS-TODAY
           PERFORM LOAD-PARAMETERS
           PERFORM LOAD-BOOKS
           DISPLAY "CHEQUE-BOOKS: (O)rder book, (L)ost range, "
                   "(R)eport stock: " WITH NO ADVANCING
           ACCEPT WS-MODE
           EVALUATE FUNCTION UPPER-CASE(WS-MODE)
               WHEN "O"
                   PERFORM ORDER-BOOK
               WHEN "L"
                   PERFORM REPORT-LOST-RANGE
               WHEN "R"
                   PERFORM WRITE-STOCK-REPORT
               WHEN OTHER
                   DISPLAY "Invalid selection."
           END-EVALUATE
           STOP RUN.

       LOAD-PARAMETERS.
           MOVE "CHEQUE_BOOK_LEAVES" TO WS-PARAM-NAME
           CALL "GET-PARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y'
               COMPUTE WS-LEAVES = FUNCTION NUMVAL(WS-PARAM-VALUE)
           END-IF
           MOVE "CHEQUE_BOOK_FEE" TO WS-PARAM-NAME
           CALL "GET-PARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y'
               COMPUTE WS-BOOK-FEE = FUNCTION NUMVAL(WS-PARAM-VALUE)
           END-IF.

       LOAD-BOOKS.
           MOVE 0 TO WS-BOOK-COUNT
           OPEN INPUT BOOKS-FILE
           IF WS-FS-BOOKS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ BOOKS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF BOOKS-RECORD NOT = SPACES
                          AND WS-BOOK-COUNT < 1000
                           PERFORM STORE-BOOK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOOKS-FILE
           IF WS-BOOK-COUNT >= 1000
               DISPLAY "CHEQUE-BOOKS: WARNING - register table full "
                       "at 1000 entries"
           END-IF.

       STORE-BOOK.
           MOVE SPACES TO WS-BOOK-FIELDS
           UNSTRING BOOKS-RECORD DELIMITED BY ','
               INTO WS-BK-ACCT WS-BK-FIRST WS-BK-LAST WS-BK-DATE
                    WS-BK-STATUS WS-BK-OPERATOR
           END-UNSTRING
           IF WS-BK-FIRST IS NOT NUMERIC
              OR WS-BK-LAST IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BOOK-COUNT
           MOVE WS-BK-ACCT TO WS-BT-ACCT(WS-BOOK-COUNT)
           MOVE WS-BK-FIRST TO WS-BT-FIRST(WS-BOOK-COUNT)
           MOVE WS-BK-LAST TO WS-BT-LAST(WS-BOOK-COUNT)
           MOVE WS-BK-DATE TO WS-BT-DATE(WS-BOOK-COUNT)
           MOVE WS-BK-STATUS TO WS-BT-STATUS(WS-BOOK-COUNT)
           MOVE WS-BK-OPERATOR TO WS-BT-OPERATOR(WS-BOOK-COUNT).

      *> The teller console exports the signed-in operator as
      *> OPERATOR_ID; only prompt when running stand-alone.
       GET-OPERATOR.
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "OPERATOR_ID"
           IF WS-OPERATOR = SPACES
               DISPLAY "Attending operator ID: " WITH NO ADVANCING
               ACCEPT WS-OPERATOR
           END-IF.

      *>----------------------------------------------------------------
      *> Ordering
      *>----------------------------------------------------------------
      *> A new book numbers on from the highest number ever issued to
      *> the account, so two books never share a number. The first
      *> book may start wherever the customer's existing stock left
      *> off; any start is refused if it overlaps a book on file.
       ORDER-BOOK.
           PERFORM GET-OPERATOR
           DISPLAY "Account (5 digits): " WITH NO ADVANCING
           ACCEPT WS-INPUT-ACCT
           PERFORM VERIFY-ACCOUNT
           IF WS-ACCT-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Leaves (25, 50 or 100; blank = " WS-LEAVES
                   "): " WITH NO ADVANCING
           MOVE SPACES TO WS-INPUT-LEAVES
           ACCEPT WS-INPUT-LEAVES
           IF WS-INPUT-LEAVES NOT = SPACES
               IF FUNCTION TRIM(WS-INPUT-LEAVES) NOT = "25"
                  AND FUNCTION TRIM(WS-INPUT-LEAVES) NOT = "50"
                  AND FUNCTION TRIM(WS-INPUT-LEAVES) NOT = "100"
                   DISPLAY "Books come in 25, 50 or 100 leaves."
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-LEAVES = FUNCTION NUMVAL(WS-INPUT-LEAVES)
           END-IF

           MOVE 1 TO WS-NEXT-NO
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-BOOK-COUNT
               IF WS-BT-ACCT(WS-I) = WS-INPUT-ACCT
                  AND FUNCTION TRIM(WS-BT-STATUS(WS-I)) = "ISSUED"
                  AND WS-BT-LAST(WS-I) >= WS-NEXT-NO
                   COMPUTE WS-NEXT-NO = WS-BT-LAST(WS-I) + 1
               END-IF
           END-PERFORM
           IF WS-NEXT-NO > 999999
               MOVE 0 TO WS-DISP-NEXT
           ELSE
               MOVE WS-NEXT-NO TO WS-DISP-NEXT
           END-IF
           DISPLAY "First cheque number (blank = " WS-DISP-NEXT
                   "): " WITH NO ADVANCING
           MOVE SPACES TO WS-INPUT-FIRST
           ACCEPT WS-INPUT-FIRST
           IF WS-INPUT-FIRST NOT = SPACES
               IF WS-INPUT-FIRST IS NOT NUMERIC
                   DISPLAY "Cheque numbers are six digits."
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-NEXT-NO = FUNCTION NUMVAL(WS-INPUT-FIRST)
           END-IF
           COMPUTE WS-END-NO = WS-NEXT-NO + WS-LEAVES - 1
           IF WS-NEXT-NO = 0 OR WS-END-NO > 999999
               DISPLAY "No room for a book of " WS-LEAVES
                       " leaves from that number - not issued."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NEXT-NO TO WS-FIRST-NO
           MOVE WS-END-NO TO WS-LAST-NO
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-BOOK-COUNT
               IF WS-BT-ACCT(WS-I) = WS-INPUT-ACCT
                  AND FUNCTION TRIM(WS-BT-STATUS(WS-I)) = "ISSUED"
                  AND WS-BT-FIRST(WS-I) <= WS-LAST-NO
                  AND WS-BT-LAST(WS-I) >= WS-FIRST-NO
                   DISPLAY "Range " WS-FIRST-NO "-" WS-LAST-NO
                           " overlaps book " WS-BT-FIRST(WS-I) "-"
                           WS-BT-LAST(WS-I) " issued "
                           WS-BT-DATE(WS-I) " - not issued."
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           IF WS-BOOK-FEE > 0
               PERFORM VERIFY-FEE-PAYABLE
               IF WS-ACCT-OK NOT = 'Y'
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE "ISSUED" TO WS-BK-STATUS
           PERFORM APPEND-BOOK
           IF WS-BOOK-FEE > 0
               PERFORM CHARGE-BOOK-FEE
           END-IF
           DISPLAY "Book " WS-FIRST-NO "-" WS-LAST-NO " ("
                   WS-LEAVES " leaves) issued to account "
                   WS-INPUT-ACCT "."
           IF WS-BOOK-FEE > 0
               DISPLAY "Fee " WS-FEE-OUT " charged as "
                       WS-TXN-ID "."
           END-IF.

       VERIFY-ACCOUNT.
           MOVE 'N' TO WS-ACCT-OK
           IF WS-INPUT-ACCT IS NOT NUMERIC
               DISPLAY "Account must be 5 digits."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CHECK-ACCT
           MOVE WS-INPUT-ACCT TO WS-CHECK-ACCT
           CALL "ACCT-CHECK" USING WS-CHECK-ACCT, WS-ACCT-OK
           IF WS-ACCT-OK NOT = 'Y'
               DISPLAY "Account " WS-INPUT-ACCT " fails its check "
                       "digit."
               EXIT PARAGRAPH
           END-IF
           CALL "CLOSED-CHECK" USING WS-CHECK-ACCT, WS-CLOSED,
               WS-CLOSED-DATE
           IF WS-CLOSED = 'Y'
               MOVE 'N' TO WS-ACCT-OK
               DISPLAY "Account " WS-INPUT-ACCT " was closed on "
                       WS-CLOSED-DATE "."
           END-IF.

       VERIFY-FEE-PAYABLE.
           MOVE WS-BOOK-FEE TO WS-FEE-OUT
           MOVE WS-FEE-OUT TO WS-FEE-TX
           CALL "CHECK-HOLD" USING WS-CHECK-ACCT, WS-FEE-TX,
               WS-ON-HOLD
           IF WS-ON-HOLD = 'Y'
               MOVE 'N' TO WS-ACCT-OK
               DISPLAY "Account " WS-INPUT-ACCT " is on hold - "
                       "book not issued."
               EXIT PARAGRAPH
           END-IF
           CALL "AVAIL-BALANCE" USING WS-CHECK-ACCT,
               WS-AVAIL-BAL, WS-AVAIL-FOUND
           IF WS-AVAIL-FOUND NOT = 'Y'
               MOVE 'N' TO WS-ACCT-OK
               DISPLAY "Account " WS-INPUT-ACCT " is not on file."
               EXIT PARAGRAPH
           END-IF
           IF WS-AVAIL-BAL < WS-BOOK-FEE
               MOVE 'N' TO WS-ACCT-OK
               DISPLAY "Account " WS-INPUT-ACCT " cannot pay the "
                       "book fee of " WS-FEE-OUT " - not issued."
           END-IF.

       APPEND-BOOK.
           OPEN EXTEND BOOKS-FILE
           IF WS-FS-BOOKS = "35"
               CLOSE BOOKS-FILE
               OPEN OUTPUT BOOKS-FILE
           END-IF
           MOVE SPACES TO BOOKS-RECORD
           STRING WS-INPUT-ACCT ","
                  WS-FIRST-NO ","
                  WS-LAST-NO ","
                  WS-TODAY ","
                  FUNCTION TRIM(WS-BK-STATUS) ","
                  FUNCTION TRIM(WS-OPERATOR)
               DELIMITED BY SIZE INTO BOOKS-RECORD
           END-STRING
           WRITE BOOKS-RECORD
           CLOSE BOOKS-FILE.

       CHARGE-BOOK-FEE.
           PERFORM LOAD-TXN-SEQ
           MOVE "TEL" TO WS-V2-CHANNEL
           CALL "TXN-STAMP" USING WS-V2-CHANNEL, WS-V2-TAIL
           ADD 1 TO WS-TXN-SEQ
           MOVE WS-TXN-SEQ TO WS-TXN-ID-SEQ
           MOVE SPACES TO TRANS-RECORD
           STRING WS-TXN-ID ",WITHDRAWAL,"
                  WS-INPUT-ACCT ","
                  WS-FEE-OUT ","
                  WS-TODAY ",,,,"
                  WS-V2-TAIL
               DELIMITED BY SIZE INTO TRANS-RECORD
           END-STRING
           PERFORM WRITE-TRANSIN-OR-PARK
           MOVE "DR" TO WS-DRCR
           CALL "MEMO-POST" USING WS-CHECK-ACCT, WS-DRCR, WS-FEE-TX
           PERFORM SAVE-TXN-SEQ.

      *>----------------------------------------------------------------
      *> Lost or stolen stock
      *>----------------------------------------------------------------
      *> The lost range must lie inside a single book issued to the
      *> account; a number outside every book is already refused as
      *> never issued.
       REPORT-LOST-RANGE.
           PERFORM GET-OPERATOR
           DISPLAY "Account (5 digits): " WITH NO ADVANCING
           ACCEPT WS-INPUT-ACCT
           IF WS-INPUT-ACCT IS NOT NUMERIC
               DISPLAY "Account must be 5 digits."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "First lost cheque number: " WITH NO ADVANCING
           ACCEPT WS-INPUT-FIRST
           DISPLAY "Last lost cheque number (blank = same): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-INPUT-LAST
           ACCEPT WS-INPUT-LAST
           IF WS-INPUT-LAST = SPACES
               MOVE WS-INPUT-FIRST TO WS-INPUT-LAST
           END-IF
           IF WS-INPUT-FIRST IS NOT NUMERIC
              OR WS-INPUT-LAST IS NOT NUMERIC
               DISPLAY "Cheque numbers are six digits."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-FIRST-NO = FUNCTION NUMVAL(WS-INPUT-FIRST)
           COMPUTE WS-LAST-NO = FUNCTION NUMVAL(WS-INPUT-LAST)
           IF WS-FIRST-NO > WS-LAST-NO
               DISPLAY "First number is after the last - nothing "
                       "recorded."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-B
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-BOOK-COUNT OR WS-B > 0
               IF WS-BT-ACCT(WS-I) = WS-INPUT-ACCT
                  AND FUNCTION TRIM(WS-BT-STATUS(WS-I)) = "ISSUED"
                  AND WS-BT-FIRST(WS-I) <= WS-FIRST-NO
                  AND WS-BT-LAST(WS-I) >= WS-LAST-NO
                   MOVE WS-I TO WS-B
               END-IF
           END-PERFORM
           IF WS-B = 0
               DISPLAY "Range " WS-FIRST-NO "-" WS-LAST-NO " is not "
                       "inside a book issued to account "
                       WS-INPUT-ACCT " - nothing recorded."
               EXIT PARAGRAPH
           END-IF
           MOVE "LOST" TO WS-BK-STATUS
           PERFORM APPEND-BOOK
           DISPLAY "Cheques " WS-FIRST-NO "-" WS-LAST-NO " on "
                   "account " WS-INPUT-ACCT " recorded LOST - they "
                   "will be refused if presented.".

      *>----------------------------------------------------------------
      *> Stock report
      *>----------------------------------------------------------------
      *> Accounts are reported in the order they first appear on the
      *> register, each with every book and lost range it carries.
       WRITE-STOCK-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-FS-RPT NOT = "00"
               DISPLAY "CHEQUE-BOOKS: ERROR - cannot open "
                       "CHEQUE-STOCK-REPORT.TXT. Status: " WS-FS-RPT
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REPORT-RECORD
           STRING "CHEQUE STOCK REPORT - " WS-TODAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE "ACCT  FIRST  LAST   ISSUED   STATUS OPERATOR"
               TO REPORT-RECORD
           WRITE REPORT-RECORD

           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-BOOK-COUNT
               MOVE 'N' TO WS-ACCT-SEEN
               PERFORM VARYING WS-J FROM 1 BY 1
                 UNTIL WS-J >= WS-I
                   IF WS-BT-ACCT(WS-J) = WS-BT-ACCT(WS-I)
                       MOVE 'Y' TO WS-ACCT-SEEN
                   END-IF
               END-PERFORM
               IF WS-ACCT-SEEN = 'N'
                   PERFORM REPORT-ONE-ACCOUNT
               END-IF
           END-PERFORM

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-TOT-ACCTS TO WS-DISP-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING "ACCOUNTS HOLDING STOCK: " WS-DISP-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-TOT-BOOKS TO WS-DISP-COUNT
           MOVE WS-TOT-LEAVES TO WS-DISP-LEAVES
           MOVE WS-TOT-LOST TO WS-DISP-LOST
           MOVE SPACES TO REPORT-RECORD
           STRING "BOOKS ISSUED: " WS-DISP-COUNT
                  "  LEAVES ISSUED: " WS-DISP-LEAVES
                  "  LEAVES LOST: " WS-DISP-LOST
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           CLOSE REPORT-FILE
           DISPLAY "CHEQUE-BOOKS: " WS-TOT-BOOKS " book(s) on "
                   WS-TOT-ACCTS " account(s) - see "
                   "CHEQUE-STOCK-REPORT.TXT".

       REPORT-ONE-ACCOUNT.
           ADD 1 TO WS-TOT-ACCTS
           MOVE 0 TO WS-ACCT-BOOKS
           MOVE 0 TO WS-ACCT-LEAVES
           MOVE 0 TO WS-ACCT-LOST
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-J FROM WS-I BY 1
             UNTIL WS-J > WS-BOOK-COUNT
               IF WS-BT-ACCT(WS-J) = WS-BT-ACCT(WS-I)
                   MOVE SPACES TO REPORT-RECORD
                   STRING WS-BT-ACCT(WS-J) " "
                          WS-BT-FIRST(WS-J) " "
                          WS-BT-LAST(WS-J) " "
                          WS-BT-DATE(WS-J) " "
                          WS-BT-STATUS(WS-J) " "
                          WS-BT-OPERATOR(WS-J)
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   END-STRING
                   WRITE REPORT-RECORD
                   IF FUNCTION TRIM(WS-BT-STATUS(WS-J)) = "LOST"
                       COMPUTE WS-ACCT-LOST = WS-ACCT-LOST
                           + WS-BT-LAST(WS-J) - WS-BT-FIRST(WS-J) + 1
                   ELSE
                       ADD 1 TO WS-ACCT-BOOKS
                       COMPUTE WS-ACCT-LEAVES = WS-ACCT-LEAVES
                           + WS-BT-LAST(WS-J) - WS-BT-FIRST(WS-J) + 1
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-ACCT-BOOKS TO WS-DISP-COUNT
           MOVE WS-ACCT-LEAVES TO WS-DISP-LEAVES
           MOVE WS-ACCT-LOST TO WS-DISP-LOST
           MOVE SPACES TO REPORT-RECORD
           STRING "      BOOKS: " WS-DISP-COUNT
                  "  LEAVES: " WS-DISP-LEAVES
                  "  LOST: " WS-DISP-LOST
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           ADD WS-ACCT-BOOKS TO WS-TOT-BOOKS
           ADD WS-ACCT-LEAVES TO WS-TOT-LEAVES
           ADD WS-ACCT-LOST TO WS-TOT-LOST.

      *> While DRIVER's quiesce flag is up nothing may reach
      *> TRANSIN mid-batch - the entry parks in the next-day file
      *> instead and rolls in when the night completes.
       WRITE-TRANSIN-OR-PARK.
           CALL "QUIESCE-CHECK" USING WS-QUIESCED
           IF WS-QUIESCED = 'Y'
               OPEN EXTEND NEXTDAY-FILE
               IF WS-FS-NEXTDAY = "35"
                   CLOSE NEXTDAY-FILE
                   OPEN OUTPUT NEXTDAY-FILE
               END-IF
               MOVE TRANS-RECORD TO NEXTDAY-RECORD
               WRITE NEXTDAY-RECORD
               CLOSE NEXTDAY-FILE
           ELSE
               OPEN EXTEND TRANS-FILE
               IF WS-FS-TRANS = "35"
                   CLOSE TRANS-FILE
                   OPEN OUTPUT TRANS-FILE
               END-IF
               WRITE TRANS-RECORD
               CLOSE TRANS-FILE
           END-IF.

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
