       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETURNED-MAIL.

      *> Returned-mail intake. (R)ecording a statement or notice
      *> that came back undeliverable flags the CUSTOMERS.DAT
      *> customer's address in RETURNED-MAIL.DAT, dated today:
      *>   ITEM-ID,CUSTID,RETURNED,MAIL-TYPE,BRANCH,STATUS,CLEARED
      *> ITEM-ID is RMnnnnnn; BRANCH is the BR-CODE of the
      *> customer's account on accounts.idx (its own number, else
      *> its first cross-referenced account); STATUS is ACTIVE.
      *> From then on MAIL-CHECK answers 'Y' for the customer:
      *> STATEMENT-CYCLE and NOTIFY-FORMATTER hold its paper,
      *> TXN-WORKQUEUE lists the item for the branch as a contact
      *> update, and DORMANCY-SCAN counts a long-standing flag
      *> toward dormancy. The flag stays until CHANGE-ADDRESS
      *> records a new address, which marks it CLEARED. A customer
      *> already flagged keeps the original item and date, so the
      *> age of the flag is the age of the bad address.
      *> (L)ist shows every flag still ACTIVE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAIL-FILE ASSIGN TO "RETURNED-MAIL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MAIL.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-LNAME WITH DUPLICATES
               FILE STATUS IS WS-FS-CUST.
           SELECT ACCOUNTS-FILE ASSIGN TO "accounts.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-KEY
               FILE STATUS IS WS-FS-ACC.
           SELECT XREF-FILE ASSIGN TO "CUST-ACCT-XREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-XREF.

       DATA DIVISION.
       FILE SECTION.
       FD  MAIL-FILE.
       01  MAIL-RECORD          PIC X(60).

       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           05 CUST-ID        PIC 9(5).
           05 CUST-FNAME     PIC A(10).
           05 CUST-LNAME     PIC A(10).
           05 CUST-BALANCE   PIC 9(5)V99.
           05 CUST-ADDRESS   PIC X(25).
           05 CUST-CITY      PIC X(15).
           05 CUST-POSTAL    PIC X(10).
           05 CUST-PHONE     PIC X(12).
           05 CUST-EMAIL     PIC X(25).

       FD  ACCOUNTS-FILE.
       01  ACCOUNT-RECORD.
           05 ACCOUNT-KEY       PIC 9(5).
           05 FNAME             PIC X(10).
           05 LNAME             PIC X(10).
           05 BALANCE           PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 PROD-CODE         PIC X(4).
           05 BR-CODE           PIC X(3).

       FD  XREF-FILE.
       01  XREF-RECORD          PIC X(20).

       WORKING-STORAGE SECTION.
       77  WS-FS-MAIL           PIC XX.
       77  WS-FS-CUST           PIC XX.
       77  WS-FS-ACC            PIC XX.
       77  WS-FS-XREF           PIC XX.
       77  WS-EOF               PIC X VALUE 'N'.
       77  WS-MODE              PIC X.
       77  WS-TYPE-IN           PIC X.
       77  WS-TODAY             PIC 9(8).
       77  WS-LAST-SEQ          PIC 9(6) VALUE 0.
       77  WS-ACTIVE-COUNT      PIC 9(5) VALUE 0.
       77  WS-FOUND             PIC X VALUE 'N'.
       77  WS-OPERATOR          PIC X(8).
       77  WS-LOG-TIMESTAMP     PIC X(21).
       77  WS-CHAIN-LOG         PIC X(30).
       77  WS-CHAIN-LINE        PIC X(120).

       01  WS-CUST-IN           PIC X(5).
       01  WS-CUST-NUM          PIC 9(5).
       01  WS-MAIL-TYPE         PIC X(10).
       01  WS-BRANCH            PIC X(3).
       01  WS-EXISTING-ITEM     PIC X(8).
       01  WS-EXISTING-DATE     PIC X(8).

       01  WS-MAIL-FIELDS.
           05  WS-RM-ITEM       PIC X(8).
           05  WS-RM-CUST       PIC X(5).
           05  WS-RM-DATE       PIC X(8).
           05  WS-RM-TYPE       PIC X(10).
           05  WS-RM-BRANCH     PIC X(3).
           05  WS-RM-STATUS     PIC X(8).
           05  WS-RM-CLEARED    PIC X(8).

       01  WS-XREF-FIELDS.
           05  WS-XF-CUST       PIC X(5).
           05  WS-XF-ACCT       PIC X(5).

       01  WS-ITEM-ID.
           05  FILLER           PIC XX VALUE "RM".
           05  WS-ITEM-SEQ      PIC 9(6).

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "GET-BUSINESS-DATE" USING WS-TODAY
           DISPLAY "RETURNED-MAIL: (R)ecord returned mail, (L)ist "
                   "flagged addresses: " WITH NO ADVANCING
           ACCEPT WS-MODE
           EVALUATE FUNCTION UPPER-CASE(WS-MODE)
               WHEN "R"
                   PERFORM RECORD-RETURNED-MAIL
               WHEN "L"
                   PERFORM LIST-FLAGS
               WHEN OTHER
                   DISPLAY "Invalid selection."
           END-EVALUATE
           STOP RUN.

      *> The teller console exports the signed-in operator as
      *> OPERATOR_ID; only prompt when running stand-alone.
       GET-OPERATOR.
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "OPERATOR_ID"
           IF WS-OPERATOR = SPACES
               DISPLAY "Operator ID: " WITH NO ADVANCING
               ACCEPT WS-OPERATOR
           END-IF.

       RECORD-RETURNED-MAIL.
           PERFORM GET-OPERATOR
           DISPLAY "Customer ID (5 digits): " WITH NO ADVANCING
           ACCEPT WS-CUST-IN
           IF WS-CUST-IN IS NOT NUMERIC
               DISPLAY "Customer ID must be 5 digits."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CUST-IN TO WS-CUST-NUM
           OPEN INPUT CUSTOMER-FILE
           IF WS-FS-CUST NOT = "00"
               DISPLAY "Cannot open CUSTOMERS.DAT. Status: "
                       WS-FS-CUST
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CUST-NUM TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY "No customer " WS-CUST-IN
                           " on file - not flagged."
                   CLOSE CUSTOMER-FILE
                   EXIT PARAGRAPH
           END-READ
           CLOSE CUSTOMER-FILE
           DISPLAY "Customer: " FUNCTION TRIM(CUST-FNAME) " "
                   FUNCTION TRIM(CUST-LNAME)
           DISPLAY "Address : " FUNCTION TRIM(CUST-ADDRESS) ", "
                   FUNCTION TRIM(CUST-CITY) " "
                   FUNCTION TRIM(CUST-POSTAL)

           DISPLAY "Returned item - (S)tatement, (N)otice, "
                   "(O)ther: " WITH NO ADVANCING
           ACCEPT WS-TYPE-IN
           EVALUATE FUNCTION UPPER-CASE(WS-TYPE-IN)
               WHEN "S"
                   MOVE "STATEMENT" TO WS-MAIL-TYPE
               WHEN "N"
                   MOVE "NOTICE" TO WS-MAIL-TYPE
               WHEN OTHER
                   MOVE "OTHER" TO WS-MAIL-TYPE
           END-EVALUATE

           PERFORM SCAN-MAIL-FILE
           IF WS-FOUND = 'Y'
               DISPLAY "Address already flagged undeliverable "
                       "since " WS-EXISTING-DATE " (item "
                       WS-EXISTING-ITEM ") - nothing added."
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-BRANCH
           ADD 1 TO WS-LAST-SEQ
           MOVE WS-LAST-SEQ TO WS-ITEM-SEQ
           OPEN EXTEND MAIL-FILE
           IF WS-FS-MAIL = "35"
               CLOSE MAIL-FILE
               OPEN OUTPUT MAIL-FILE
           END-IF
           IF WS-FS-MAIL NOT = "00"
               DISPLAY "RETURNED-MAIL: ERROR - cannot open "
                       "RETURNED-MAIL.DAT. Status: " WS-FS-MAIL
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO MAIL-RECORD
           STRING WS-ITEM-ID ","
                  WS-CUST-IN ","
                  WS-TODAY ","
                  FUNCTION TRIM(WS-MAIL-TYPE) ","
                  WS-BRANCH ","
                  "ACTIVE,"
               DELIMITED BY SIZE INTO MAIL-RECORD
           END-STRING
           WRITE MAIL-RECORD
           CLOSE MAIL-FILE

           MOVE FUNCTION CURRENT-DATE TO WS-LOG-TIMESTAMP
           MOVE SPACES TO WS-CHAIN-LINE
           STRING WS-LOG-TIMESTAMP(1:19)
                  " | USER: " FUNCTION TRIM(WS-OPERATOR)
                  " | RETURNED MAIL | CUST: " WS-CUST-IN
                  " | ITEM: " WS-ITEM-ID
               DELIMITED BY SIZE INTO WS-CHAIN-LINE
           END-STRING
           MOVE "ACCESS-LOG.TXT" TO WS-CHAIN-LOG
           CALL "LOG-CHAIN" USING WS-CHAIN-LOG, WS-CHAIN-LINE
           DISPLAY "Address flagged undeliverable - item "
                   WS-ITEM-ID " queued for branch " WS-BRANCH
                   "; paper mail held until the address changes.".

      *> One pass finds the highest item number issued and whether
      *> the customer already has an ACTIVE flag.
       SCAN-MAIL-FILE.
           MOVE 'N' TO WS-FOUND
           MOVE 0 TO WS-LAST-SEQ
           OPEN INPUT MAIL-FILE
           IF WS-FS-MAIL NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ MAIL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM SPLIT-MAIL-RECORD
                       IF WS-RM-ITEM(3:6) IS NUMERIC
                          AND WS-RM-ITEM(3:6) > WS-LAST-SEQ
                           MOVE WS-RM-ITEM(3:6) TO WS-LAST-SEQ
                       END-IF
                       IF WS-RM-CUST = WS-CUST-IN
                          AND WS-RM-STATUS = "ACTIVE"
                           MOVE 'Y' TO WS-FOUND
                           MOVE WS-RM-ITEM TO WS-EXISTING-ITEM
                           MOVE WS-RM-DATE TO WS-EXISTING-DATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MAIL-FILE.

       SPLIT-MAIL-RECORD.
           MOVE SPACES TO WS-MAIL-FIELDS
           UNSTRING MAIL-RECORD DELIMITED BY ','
               INTO WS-RM-ITEM WS-RM-CUST WS-RM-DATE WS-RM-TYPE
                    WS-RM-BRANCH WS-RM-STATUS WS-RM-CLEARED
           END-UNSTRING.

      *> The branch that owns the relationship: the customer's own
      *> account, else the first account the cross-reference gives
      *> it. "---" when neither is on the master.
       FIND-BRANCH.
           MOVE "---" TO WS-BRANCH
           OPEN INPUT ACCOUNTS-FILE
           IF WS-FS-ACC NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CUST-NUM TO ACCOUNT-KEY
           READ ACCOUNTS-FILE
               INVALID KEY
                   PERFORM FIND-XREF-BRANCH
               NOT INVALID KEY
                   MOVE BR-CODE TO WS-BRANCH
           END-READ
           CLOSE ACCOUNTS-FILE.

       FIND-XREF-BRANCH.
           OPEN INPUT XREF-FILE
           IF WS-FS-XREF NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ XREF-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-XREF-FIELDS
                       UNSTRING XREF-RECORD DELIMITED BY ','
                           INTO WS-XF-CUST WS-XF-ACCT
                       END-UNSTRING
                       IF WS-XF-CUST = WS-CUST-IN
                          AND WS-XF-ACCT IS NUMERIC
                           MOVE WS-XF-ACCT TO ACCOUNT-KEY
                           READ ACCOUNTS-FILE
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   MOVE BR-CODE TO WS-BRANCH
                                   MOVE 'Y' TO WS-EOF
                           END-READ
                       END-IF
               END-READ
           END-PERFORM
           CLOSE XREF-FILE.

       LIST-FLAGS.
           MOVE 0 TO WS-ACTIVE-COUNT
           OPEN INPUT MAIL-FILE
           IF WS-FS-MAIL NOT = "00"
               DISPLAY "No returned mail on file."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ITEM      CUST   RETURNED  TYPE        BRANCH"
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ MAIL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM SPLIT-MAIL-RECORD
                       IF WS-RM-STATUS = "ACTIVE"
                           ADD 1 TO WS-ACTIVE-COUNT
                           DISPLAY WS-RM-ITEM "  " WS-RM-CUST "  "
                                   WS-RM-DATE "  " WS-RM-TYPE "  "
                                   WS-RM-BRANCH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MAIL-FILE
           DISPLAY "Addresses flagged undeliverable: "
                   WS-ACTIVE-COUNT.
