           SELECT SEQ-FILE ASSIGN TO "LOANBILL-SEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SEQ.
           SELECT ESCROW-FILE ASSIGN TO "ESCROW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ESC.


       DATA DIVISION.
       FD  REPORT-FILE.
       01  REPORT-REC           PIC X(90).

      *> LOAN-ESCROW's file; only the balance (positions 14-24) and
      *> the monthly escrow (26-35) matter here.
       FD  ESCROW-FILE.
       01  ESCROW-RECORD        PIC X(140).

       WORKING-STORAGE SECTION.
       77  WS-FS-LOANS          PIC XX.
       77  WS-FS-WORK           PIC XX.
       77  WS-BILLED-COUNT      PIC 9(4) VALUE 0.
       77  WS-TXN-SEQ           PIC 9(4) VALUE 0.
       77  WS-DELINQ-COUNT      PIC 9(4) VALUE 0.
       77  WS-FS-ESC            PIC XX.
       77  WS-ESCROW-COUNT      PIC 9(4) VALUE 0.
       77  WS-ESC-IDX           PIC 9(4).

       01  WS-LOAN-FIELDS.
           05  WS-LN-ID         PIC X(6).
           05  WS-LN-STATUS     PIC X(8).

       01  WS-PAYMENT-NUM       PIC 9(7)V99.
       01  WS-INSTALLMENT-NUM   PIC 9(7)V99.
       01  WS-INSTALLMENT-OUT   PIC 9(7).99.
       01  WS-ESC-MONTHLY       PIC 9(7)V99.
       01  WS-ESC-BALANCE       PIC S9(7)V99.
       01  WS-ESC-BAL-OUT       PIC -9(7).99.

       01  WS-ESCROW-TABLE.
           05  WS-ESC-LINE OCCURS 1000 TIMES PIC X(140).
       01  WS-BILLED-NUM        PIC 9(7)V99.
       01  WS-PAID-NUM          PIC 9(7)V99.
       01  WS-ARREARS           PIC S9(7)V99.
               CLOSE TRANS-FILE
               OPEN OUTPUT TRANS-FILE
           END-IF
           PERFORM LOAD-ESCROW

           PERFORM UNTIL WS-EOF = "Y"
               READ LOANS-FILE
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM PARSE-LOAN
      *> A construction loan with nothing drawn yet carries a zero
      *> installment and waits until its first draw.
                       IF FUNCTION TRIM(WS-LN-STATUS) = "ACTIVE"
                          AND FUNCTION NUMVAL(WS-LN-NEXT-DUE)
                              <= WS-TODAY
                          AND FUNCTION NUMVAL(WS-LN-PAYMENT) > 0
                           PERFORM BILL-ONE-INSTALLMENT
                       END-IF
                       PERFORM BUILD-LOAN-RECORD
           CLOSE WORK-FILE
           PERFORM COPY-WORK-BACK
           PERFORM SAVE-TXN-SEQ
           PERFORM SAVE-ESCROW
           DISPLAY "LOAN-BILLING: installments billed: "
                   WS-BILLED-COUNT.

      *> Escrowed loans (ESCROW.DAT, kept by LOAN-ESCROW) are held in
      *> memory for the run so each bill can add the monthly escrow
      *> and the collected amount can be credited to the balance.
       LOAD-ESCROW.
           MOVE 0 TO WS-ESCROW-COUNT
           OPEN INPUT ESCROW-FILE
           IF WS-FS-ESC NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FS-ESC = "10"
               READ ESCROW-FILE
                   AT END
                       MOVE "10" TO WS-FS-ESC
                   NOT AT END
                       IF WS-ESCROW-COUNT >= 1000
                           DISPLAY "LOAN-BILLING: ERROR - escrow "
                                   "table full at 1000"
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-ESCROW-COUNT
                       MOVE ESCROW-RECORD
                           TO WS-ESC-LINE(WS-ESCROW-COUNT)
               END-READ
           END-PERFORM
           CLOSE ESCROW-FILE.

       SAVE-ESCROW.
           IF WS-ESCROW-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ESCROW-FILE
           PERFORM VARYING WS-ESC-IDX FROM 1 BY 1
             UNTIL WS-ESC-IDX > WS-ESCROW-COUNT
               MOVE WS-ESC-LINE(WS-ESC-IDX) TO ESCROW-RECORD
               WRITE ESCROW-RECORD
           END-PERFORM
           CLOSE ESCROW-FILE.

       COLLECT-ESCROW.
           MOVE 0 TO WS-ESC-MONTHLY
           PERFORM VARYING WS-ESC-IDX FROM 1 BY 1
             UNTIL WS-ESC-IDX > WS-ESCROW-COUNT
               IF WS-ESC-LINE(WS-ESC-IDX)(1:6) = WS-LN-ID
                   COMPUTE WS-ESC-MONTHLY = FUNCTION NUMVAL(
                       WS-ESC-LINE(WS-ESC-IDX)(26:10))
                   COMPUTE WS-ESC-BALANCE = FUNCTION NUMVAL(
                       WS-ESC-LINE(WS-ESC-IDX)(14:11))
                       + WS-ESC-MONTHLY
                   MOVE WS-ESC-BALANCE TO WS-ESC-BAL-OUT
                   MOVE WS-ESC-BAL-OUT
                       TO WS-ESC-LINE(WS-ESC-IDX)(14:11)
               END-IF
           END-PERFORM.


      *> The transaction-ID sequence carries over between runs in
      *> LOANBILL-SEQ.DAT, the way TXN-BRIDGE numbers its postings - a
           ADD 1 TO WS-TXN-SEQ
           MOVE WS-TXN-SEQ TO WS-TXN-ID-SEQ
           COMPUTE WS-PAYMENT-NUM = FUNCTION NUMVAL(WS-LN-PAYMENT)
      *> The escrow share is collected with the installment but is
      *> not loan repayment, so billed-to-date carries only the
      *> principal and interest.
           PERFORM COLLECT-ESCROW
           COMPUTE WS-INSTALLMENT-NUM = WS-PAYMENT-NUM + WS-ESC-MONTHLY
           MOVE WS-INSTALLMENT-NUM TO WS-INSTALLMENT-OUT
           MOVE SPACES TO TRANS-RECORD
           STRING WS-TXN-ID ","
                  "WITHDRAWAL,"
                  WS-LN-CUST ","
                  WS-INSTALLMENT-OUT ","
                  WS-LN-NEXT-DUE
               DELIMITED BY SIZE INTO TRANS-RECORD
           END-STRING
           END-IF
           MOVE WS-NEXT-DUE-NUM TO WS-LN-NEXT-DUE
           DISPLAY "LOAN-BILLING: billed " WS-LN-ID " installment "
                   WS-INSTALLMENT-OUT " for customer " WS-LN-CUST.

       PAYMENT-RECEIVED.
           DISPLAY "Loan ID (LNnnnn): " WITH NO ADVANCING
