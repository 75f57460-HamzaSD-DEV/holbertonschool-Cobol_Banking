           SELECT LOANS-FILE ASSIGN TO "LOANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOANS.
           SELECT CONSTR-FILE ASSIGN TO "CONSTRUCTION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONSTR.
           SELECT AUTH-FILE ASSIGN TO "AUTHORIZED_USERS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-AUTH.
           SELECT OVERRIDE-LOG ASSIGN TO "LENDING-LIMIT-OVERRIDES.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OVR.

       DATA DIVISION.
       FILE SECTION.
       FD  LOANS-FILE.
       01  LOANS-RECORD         PIC X(100).

       FD  CONSTR-FILE.
       01  CONSTR-RECORD        PIC X(60).

       FD  AUTH-FILE.
       01  AUTH-REC.
           05  AUTH-ID          PIC X(6).

       FD  OVERRIDE-LOG.
       01  OVERRIDE-RECORD      PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-FS-LOANS          PIC XX.
       77  WS-EOF               PIC X VALUE "N".
       77  WS-HIGHEST-SEQ       PIC 9(4) VALUE 0.
       77  WS-FS-CONSTR         PIC XX.
       77  WS-CONSTRUCTION      PIC X VALUE "N".
       77  WS-FS-AUTH           PIC XX.
       77  WS-FS-OVR            PIC XX.
       77  WS-SUPER-AUTH        PIC X VALUE "N".
       77  WS-LIMIT-OVERRIDE    PIC X VALUE "N".

      *> One loan per line:
      *> LOAN-ID,CUST-ID,PRINCIPAL,RATE,TERM,PAYMENT,NEXT-DUE,
       01  WS-FIRST-DUE         PIC X(8).
       01  WS-PRIN-OUT          PIC 9(7).99.
       01  WS-PAY-OUT           PIC 9(7).99.
       01  WS-CONVERSION-DATE   PIC X(8).
       01  WS-NEW-ID.
           05  FILLER           PIC XX VALUE "LN".
           05  WS-NEW-ID-SEQ    PIC 9(4).

      *> Lending-limit test: the customer's exposure across every
      *> product (OBLIGOR-EXPOSURE) plus this loan, against the legal
      *> lending limit.
       01  WS-ACCT-ID           PIC X(10).
       01  WS-OBLIGOR-ID        PIC X(10).
       01  WS-EXPOSURE          PIC S9(11)V99.
       01  WS-LENDING-LIMIT     PIC S9(11)V99.
       01  WS-NEW-EXPOSURE      PIC S9(11)V99.
       01  WS-EXPOSURE-DISP     PIC Z(10)9.99.
       01  WS-LIMIT-DISP        PIC Z(10)9.99.
       01  WS-SUPER-ID          PIC X(6).
       01  WS-TODAY             PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "LOAN ORIGINATION"
           ACCEPT DURATION-YEARS
           DISPLAY "First due date (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-FIRST-DUE
           DISPLAY "Construction loan released in draws (Y/N): "
                   WITH NO ADVANCING
           ACCEPT WS-CONSTRUCTION
           MOVE FUNCTION UPPER-CASE(WS-CONSTRUCTION)
               TO WS-CONSTRUCTION
           IF WS-CONSTRUCTION = "Y"
               DISPLAY "Conversion date (YYYYMMDD): "
                       WITH NO ADVANCING
               ACCEPT WS-CONVERSION-DATE
               IF WS-CONVERSION-DATE IS NOT NUMERIC
                   DISPLAY "Conversion date must be YYYYMMDD - "
                           "loan not booked."
                   STOP RUN
               END-IF
           END-IF

           IF LOAN-AMOUNT = 0 OR DURATION-YEARS = 0
               DISPLAY "Amount and duration must be non-zero - "
                       "loan not booked."
               STOP RUN
           END-IF
           PERFORM CHECK-LENDING-LIMIT

      *> Same level-payment arithmetic LoanPaymentInput prints as a
      *> schedule - here the resulting installment is booked onto the

           MOVE LOAN-AMOUNT TO WS-PRIN-OUT
           MOVE MONTHLY-PAYMENT TO WS-PAY-OUT
      *> A construction loan is approved for the amount but books
      *> nothing owed until CONSTRUCTION-DRAWS releases a draw; the
      *> ceiling and the amortizing term wait on CONSTRUCTION.DAT:
      *>   LOAN-ID,APPROVED,DRAWN,CONVERSION-DATE,AMORT-TERM,STATUS
           IF WS-CONSTRUCTION = "Y"
               PERFORM BOOK-CONSTRUCTION-FACILITY
               MOVE 0 TO WS-PRIN-OUT
               MOVE 0 TO WS-PAY-OUT
           END-IF

           OPEN EXTEND LOANS-FILE
           IF WS-FS-LOANS = "35"
           END-STRING
           WRITE LOANS-RECORD
           CLOSE LOANS-FILE
           IF WS-LIMIT-OVERRIDE = "Y"
               PERFORM LOG-LIMIT-OVERRIDE
           END-IF

           DISPLAY "Loan " WS-NEW-ID " booked for customer "
                   WS-CUST-IN
           IF WS-CONSTRUCTION = "Y"
               DISPLAY "Construction facility of " LOAN-AMOUNT
                       " - released by draws, converts "
                       WS-CONVERSION-DATE
           ELSE
               DISPLAY "Monthly installment: " WS-PAY-OUT
                       " over " TOTAL-MONTHS " months"
           END-IF
           STOP RUN.

      *> A loan that would take the customer past the legal lending
      *> limit is refused unless a supervisor on AUTHORIZED_USERS.DAT
      *> overrides it; with no limit configured nothing is tested.
       CHECK-LENDING-LIMIT.
           MOVE SPACES TO WS-ACCT-ID
           MOVE WS-CUST-IN TO WS-ACCT-ID
           CALL "RESOLVE-CUSTOMER" USING WS-ACCT-ID, WS-OBLIGOR-ID
           CALL "OBLIGOR-EXPOSURE" USING WS-OBLIGOR-ID, WS-EXPOSURE,
               WS-LENDING-LIMIT
           IF WS-LENDING-LIMIT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-NEW-EXPOSURE = WS-EXPOSURE + LOAN-AMOUNT
           IF WS-NEW-EXPOSURE <= WS-LENDING-LIMIT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NEW-EXPOSURE TO WS-EXPOSURE-DISP
           MOVE WS-LENDING-LIMIT TO WS-LIMIT-DISP
           DISPLAY "Customer exposure would be " WS-EXPOSURE-DISP
                   " against a lending limit of " WS-LIMIT-DISP
           DISPLAY "Supervisor override ID (blank to abandon): "
                   WITH NO ADVANCING
           ACCEPT WS-SUPER-ID
           IF WS-SUPER-ID = SPACES
               DISPLAY "Over the lending limit - loan not booked."
               STOP RUN
           END-IF
           PERFORM CHECK-SUPERVISOR
           IF WS-SUPER-AUTH NOT = "Y"
               DISPLAY "Supervisor not on AUTHORIZED_USERS.DAT - "
                       "loan not booked."
               STOP RUN
           END-IF
           MOVE "Y" TO WS-LIMIT-OVERRIDE.

       CHECK-SUPERVISOR.
           MOVE "N" TO WS-SUPER-AUTH
           OPEN INPUT AUTH-FILE
           IF WS-FS-AUTH NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FS-AUTH = "10"
               READ AUTH-FILE
                   AT END
                       MOVE "10" TO WS-FS-AUTH
                   NOT AT END
                       IF AUTH-ID = WS-SUPER-ID
                           MOVE "Y" TO WS-SUPER-AUTH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUTH-FILE.

      *> DATE,LOAN-ID,CUSTOMER,SUPERVISOR,NEW-EXPOSURE,LIMIT
       LOG-LIMIT-OVERRIDE.
           CALL "GET-BUSINESS-DATE" USING WS-TODAY
           OPEN EXTEND OVERRIDE-LOG
           IF WS-FS-OVR = "35"
               CLOSE OVERRIDE-LOG
               OPEN OUTPUT OVERRIDE-LOG
           END-IF
           MOVE SPACES TO OVERRIDE-RECORD
           STRING WS-TODAY ","
                  WS-NEW-ID ","
                  FUNCTION TRIM(WS-OBLIGOR-ID) ","
                  WS-SUPER-ID ","
                  FUNCTION TRIM(WS-EXPOSURE-DISP) ","
                  FUNCTION TRIM(WS-LIMIT-DISP)
               DELIMITED BY SIZE INTO OVERRIDE-RECORD
           END-STRING
           WRITE OVERRIDE-RECORD
           CLOSE OVERRIDE-LOG.

       BOOK-CONSTRUCTION-FACILITY.
           OPEN EXTEND CONSTR-FILE
           IF WS-FS-CONSTR = "35"
               CLOSE CONSTR-FILE
               OPEN OUTPUT CONSTR-FILE
           END-IF
           MOVE SPACES TO CONSTR-RECORD
           STRING WS-NEW-ID ","
                  WS-PRIN-OUT ","
                  "0000000.00,"
                  WS-CONVERSION-DATE ","
                  TOTAL-MONTHS ","
                  "OPEN"
               DELIMITED BY SIZE INTO CONSTR-RECORD
           END-STRING
           WRITE CONSTR-RECORD
           CLOSE CONSTR-FILE.

       FIND-HIGHEST-SEQ.
           MOVE 0 TO WS-HIGHEST-SEQ
           OPEN INPUT LOANS-FILE
