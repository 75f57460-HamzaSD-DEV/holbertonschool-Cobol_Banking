       IDENTIFICATION DIVISION.
       PROGRAM-ID. MINOR-CHECK.

      *> Shared minor-account check, CALLed by debit paths before
      *> money leaves an account held for a child. CUSTODIANS.DAT
      *> carries one line per custodian link:
      *>   MINOR-CUST,CUSTODIAN-CUST,STATUS,LINKED,REMOVED
      *> (STATUS ACTIVE until MAJORITY-CONVERSION ends it at the
      *> age of majority, then REMOVED). A customer with an ACTIVE
      *> link answers 'Y' here, with the custodian who must sign
      *> and the per-transaction withdrawal limit of the account's
      *> product - the MINOR-WDL-LIMIT field on
      *> ACCOUNT-PRODUCTS.DAT, or MINOR_WDL_LIMIT (default 100.00)
      *> when the product does not set one.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTODIAN-FILE ASSIGN TO "CUSTODIANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CUSTD.
           SELECT ACCOUNTS-FILE ASSIGN TO "accounts.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCOUNT-KEY
               FILE STATUS IS WS-FS-ACC.
           SELECT PRODUCT-FILE ASSIGN TO "ACCOUNT-PRODUCTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PROD.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTODIAN-FILE.
       01  CUSTODIAN-RECORD     PIC X(50).

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

       WORKING-STORAGE SECTION.
       77  WS-FS-CUSTD          PIC XX.
       77  WS-FS-ACC            PIC XX.
       77  WS-FS-PROD           PIC XX.
       77  WS-EOF               PIC X VALUE 'N'.
       77  WS-PROD-CODE         PIC X(4).
       77  WS-PARAM-NAME        PIC X(24).
       77  WS-PARAM-VALUE       PIC X(12).
       77  WS-PARAM-FOUND       PIC X.

       01  WS-CUSTODIAN-FIELDS.
           05  WS-CD-MINOR      PIC X(5).
           05  WS-CD-CUSTODIAN  PIC X(5).
           05  WS-CD-STATUS     PIC X(8).

       01  WS-PRODUCT-FIELDS.
           05  WS-PRD-CODE      PIC X(4).
           05  WS-PRD-DESC      PIC X(20).
           05  WS-PRD-FEE       PIC X(8).
           05  WS-PRD-WAIVER    PIC X(9).
           05  WS-PRD-RATE      PIC X(6).
           05  WS-PRD-MINOR-LIM PIC X(8).
           05  WS-PRD-ADULT     PIC X(4).

       LINKAGE SECTION.
       01  LNK-ACCT-ID          PIC X(10).
       01  LNK-CUST-ID          PIC X(10).
       01  LNK-MINOR            PIC X.
       01  LNK-CUSTODIAN        PIC X(10).
       01  LNK-LIMIT            PIC 9(7)V99.

       PROCEDURE DIVISION USING LNK-ACCT-ID, LNK-CUST-ID, LNK-MINOR,
                                LNK-CUSTODIAN, LNK-LIMIT.
       CHECK-PARA.
           MOVE 'N' TO LNK-MINOR
           MOVE SPACES TO LNK-CUSTODIAN
           MOVE 0 TO LNK-LIMIT
           PERFORM FIND-CUSTODIAN
           IF LNK-MINOR NOT = 'Y'
               GOBACK
           END-IF
           PERFORM FIND-PRODUCT-LIMIT
           IF LNK-LIMIT = 0
               MOVE 100.00 TO LNK-LIMIT
               MOVE "MINOR_WDL_LIMIT" TO WS-PARAM-NAME
               CALL "GET-PARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
                   WS-PARAM-FOUND
               IF WS-PARAM-FOUND = 'Y'
                   COMPUTE LNK-LIMIT =
                       FUNCTION NUMVAL(WS-PARAM-VALUE)
               END-IF
           END-IF
           GOBACK.

       FIND-CUSTODIAN.
           OPEN INPUT CUSTODIAN-FILE
           IF WS-FS-CUSTD NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CUSTODIAN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-CUSTODIAN-FIELDS
                       UNSTRING CUSTODIAN-RECORD DELIMITED BY ','
                           INTO WS-CD-MINOR WS-CD-CUSTODIAN
                                WS-CD-STATUS
                       END-UNSTRING
                       IF WS-CD-MINOR = FUNCTION TRIM(LNK-CUST-ID)
                          AND WS-CD-STATUS = "ACTIVE"
                           MOVE 'Y' TO LNK-MINOR
                           MOVE WS-CD-CUSTODIAN TO LNK-CUSTODIAN
                           MOVE 'Y' TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTODIAN-FILE.

      *> The account's product comes off the master; an account the
      *> master does not know, or a product with no minor limit of
      *> its own, leaves the limit at zero for the default.
       FIND-PRODUCT-LIMIT.
           MOVE SPACES TO WS-PROD-CODE
           IF LNK-ACCT-ID(1:5) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ACCOUNTS-FILE
           IF WS-FS-ACC NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LNK-ACCT-ID(1:5) TO ACCOUNT-KEY
           READ ACCOUNTS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PROD-CODE TO WS-PROD-CODE
           END-READ
           CLOSE ACCOUNTS-FILE
           IF WS-PROD-CODE = SPACES
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT PRODUCT-FILE
           IF WS-FS-PROD NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PRODUCT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-PRODUCT-FIELDS
                       UNSTRING PRODUCT-RECORD DELIMITED BY ','
                           INTO WS-PRD-CODE WS-PRD-DESC
                                WS-PRD-FEE WS-PRD-WAIVER
                                WS-PRD-RATE WS-PRD-MINOR-LIM
                                WS-PRD-ADULT
                       END-UNSTRING
                       IF WS-PRD-CODE = WS-PROD-CODE
                           IF WS-PRD-MINOR-LIM NOT = SPACES
                               COMPUTE LNK-LIMIT = FUNCTION
                                   NUMVAL(WS-PRD-MINOR-LIM)
                           END-IF
                           MOVE 'Y' TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRODUCT-FILE.
