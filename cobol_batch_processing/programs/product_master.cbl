       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCT-FILE.
       01  PRODUCT-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-FS-PROD           PIC XX.
       77  WS-PRODUCT-COUNT     PIC 9(3) VALUE 0.

      *> One product per line:
      *> PRODCODE,DESCRIPTION,MONTHLY-FEE,WAIVER-THRESHOLD,ANNUAL-RATE
      *> The fee is charged at month end unless the account balance is
      *> at or above the waiver threshold. ANNUAL-RATE is the deposit
      *> rate in percent ("02.250") that INTEREST-ACCRUAL accrues
      *> nightly; a line written before the rate existed has no
      *> fifth field and accrues nothing.
      *> Products for children carry two more fields,
      *>   ...,MINOR-WDL-LIMIT,ADULT-PRODUCT
      *> the most a custodian may withdraw in one transaction, and
      *> the product MAJORITY-CONVERSION moves the account to when
      *> the child comes of age. A blank ADULT-PRODUCT marks an
      *> ordinary adult product.
       01  WS-PRODUCT-FIELDS.
           05  WS-PRD-CODE      PIC X(4).
           05  WS-PRD-DESC      PIC X(20).
           05  WS-PRD-FEE       PIC X(8).
           05  WS-PRD-WAIVER    PIC X(9).
           05  WS-PRD-RATE      PIC X(6).
           05  WS-PRD-MINOR-LIM PIC X(8).
           05  WS-PRD-ADULT     PIC X(4).

       01  WS-INPUT-CODE        PIC X(4).
       01  WS-INPUT-DESC        PIC X(20).
       01  WS-INPUT-FEE         PIC X(8).
       01  WS-INPUT-WAIVER      PIC X(9).
       01  WS-INPUT-RATE        PIC X(6).
       01  WS-INPUT-ADULT       PIC X(4).
       01  WS-INPUT-MINOR-LIM   PIC X(8).
       01  WS-FEE-NUM           PIC 9(4)V99.
       01  WS-FEE-OUT           PIC 9(3).99.
       01  WS-WAIVER-NUM        PIC 9(6)V99.
       01  WS-WAIVER-OUT        PIC 9(6).99.
       01  WS-RATE-NUM          PIC 99V999.
       01  WS-RATE-OUT          PIC 99.999.
       01  WS-MINOR-LIM-NUM     PIC 9(5)V99.
       01  WS-MINOR-LIM-OUT     PIC 9(5).99.
       01  WS-DUP-FOUND         PIC X VALUE 'N'.

       PROCEDURE DIVISION.
           DISPLAY "Fee-waiver balance threshold (e.g. 001500.00): "
                   WITH NO ADVANCING
           ACCEPT WS-INPUT-WAIVER
           DISPLAY "Annual deposit rate % (e.g. 02.250, 0 = none): "
                   WITH NO ADVANCING
           ACCEPT WS-INPUT-RATE
           DISPLAY "Adult product at age of majority (blank = not a "
                   "minor's product): " WITH NO ADVANCING
           MOVE SPACES TO WS-INPUT-ADULT
           ACCEPT WS-INPUT-ADULT
           MOVE FUNCTION UPPER-CASE(WS-INPUT-ADULT) TO WS-INPUT-ADULT
           MOVE SPACES TO WS-INPUT-MINOR-LIM
           IF WS-INPUT-ADULT NOT = SPACES
               DISPLAY "Minor withdrawal limit per transaction "
                       "(e.g. 00100.00): " WITH NO ADVANCING
               ACCEPT WS-INPUT-MINOR-LIM
           END-IF

           COMPUTE WS-FEE-NUM = FUNCTION NUMVAL(WS-INPUT-FEE)
           COMPUTE WS-WAIVER-NUM = FUNCTION NUMVAL(WS-INPUT-WAIVER)
           COMPUTE WS-RATE-NUM = FUNCTION NUMVAL(WS-INPUT-RATE)
           MOVE WS-FEE-NUM TO WS-FEE-OUT
           MOVE WS-WAIVER-NUM TO WS-WAIVER-OUT
           MOVE WS-RATE-NUM TO WS-RATE-OUT
           COMPUTE WS-MINOR-LIM-NUM =
               FUNCTION NUMVAL(WS-INPUT-MINOR-LIM)
           MOVE WS-MINOR-LIM-NUM TO WS-MINOR-LIM-OUT

           OPEN EXTEND PRODUCT-FILE
           IF WS-FS-PROD = "35"
               OPEN OUTPUT PRODUCT-FILE
           END-IF
           MOVE SPACES TO PRODUCT-RECORD
           IF WS-INPUT-ADULT = SPACES
               STRING WS-INPUT-CODE ","
                      FUNCTION TRIM(WS-INPUT-DESC) ","
                      WS-FEE-OUT ","
                      WS-WAIVER-OUT ","
                      WS-RATE-OUT
                   DELIMITED BY SIZE INTO PRODUCT-RECORD
               END-STRING
           ELSE
               STRING WS-INPUT-CODE ","
                      FUNCTION TRIM(WS-INPUT-DESC) ","
                      WS-FEE-OUT ","
                      WS-WAIVER-OUT ","
                      WS-RATE-OUT ","
                      WS-MINOR-LIM-OUT ","
                      WS-INPUT-ADULT
                   DELIMITED BY SIZE INTO PRODUCT-RECORD
               END-STRING
           END-IF
           WRITE PRODUCT-RECORD
           CLOSE PRODUCT-FILE
           DISPLAY "Product " WS-INPUT-CODE " added.".
