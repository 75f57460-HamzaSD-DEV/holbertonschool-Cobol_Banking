           SELECT SEQ-FILE ASSIGN TO "FEE-SEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SEQ.
           SELECT REGISTER-FILE ASSIGN TO "FEE-REGISTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REG.


       DATA DIVISION.
           05 BR-CODE           PIC X(3).

       FD  PRODUCT-FILE.
       01  PRODUCT-RECORD       PIC X(80).

       FD  TRANS-FILE.
       01  TRANS-RECORD         PIC X(80).
       FD  SEQ-FILE.
       01  SEQ-RECORD           PIC X(8).
      *> Every fee charged is registered so FEE-REFUND can tie a
      *> refund back to the posting it reverses:
      *>   TXNID,ACCT,AMOUNT,DATE,BRANCH,KIND
       FD  REGISTER-FILE.
       01  REGISTER-RECORD      PIC X(60).


       WORKING-STORAGE SECTION.
       77  WS-FS-PROD           PIC XX.
       77  WS-FS-TRANS          PIC XX.
       77  WS-FS-SEQ            PIC XX.
       77  WS-FS-REG            PIC XX.
       77  WS-EOF               PIC X VALUE 'N'.
       77  WS-PRODUCT-COUNT     PIC 9(3) VALUE 0.
       77  WS-ASSESSED-COUNT    PIC 9(5) VALUE 0.
               CLOSE TRANS-FILE
               OPEN OUTPUT TRANS-FILE
           END-IF
           OPEN EXTEND REGISTER-FILE
           IF WS-FS-REG = "35"
               CLOSE REGISTER-FILE
               OPEN OUTPUT REGISTER-FILE
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ ACCOUNTS-FILE NEXT RECORD

           CLOSE ACCOUNTS-FILE
           CLOSE TRANS-FILE
           CLOSE REGISTER-FILE

           PERFORM SAVE-TXN-SEQ
           DISPLAY "FEE-ASSESSMENT: Fees written to TRANSIN: "
                  BR-CODE
               DELIMITED BY SIZE INTO TRANS-RECORD
           END-STRING
           WRITE TRANS-RECORD
           MOVE SPACES TO REGISTER-RECORD
           STRING WS-TXN-ID ","
                  ACCOUNT-KEY ","
                  WS-FEE-OUT ","
                  WS-TODAY ","
                  BR-CODE ",MAINT"
               DELIMITED BY SIZE INTO REGISTER-RECORD
           END-STRING
           WRITE REGISTER-RECORD.
