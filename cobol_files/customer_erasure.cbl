       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-ERASURE.

      *> Erasure of long-closed customer relationships - the other
      *> half of CUSTOMER-EXPORT. A customer qualifies when every
      *> account it owns (its own number, plus any the cross-
      *> reference CUST-ACCT-XREF.DAT assigns) is on
      *> CLOSED-ACCOUNTS.DAT with a closing date more than
      *> ERASURE_RETENTION_YEARS (default 7) years before today,
      *> and nothing is still open against the customer or any of
      *> those accounts:
      *>   accounts.idx             an account not on the closed file
      *>   LOANS.DAT                a loan not PAIDOFF / WRITEOFF
      *>   DISPUTES.DAT             a dispute not RES-FOR / RES-AGNST
      *>   LEGAL-ORDERS.DAT         an order not SATISFIED / RELEASED
      *>   AML-CASES.DAT            a case not NOACTION / SAR
      *> A customer under legal hold is skipped whatever else is
      *> true. Holds are kept here on LEGAL-HOLDS.DAT, one per line:
      *>   CUST-ID,REFERENCE,PLACED,PLACED-BY,STATUS
      *> STATUS is ACTIVE until the hold is released.
      *> (P)review lists who would be erased and who is skipped and
      *> why, changing nothing. (E)rase anonymizes each qualifying
      *> customer:
      *>   CUSTOMERS.DAT            name "ERASED CUSTOMER", address,
      *>                            city, postal, phone and email
      *>                            blanked; balance kept
      *>   accounts.idx             holder name on its accounts
      *>   transactions.idx         TR-CUST-ID set to 00000; the
      *>                            amounts, dates and IDs stay for
      *>                            the books
      *>   NOTIFICATIONS.DAT        customer field set to ERASED
      *>   STATEMENTS.TXT           account heading lines
      *>   CUSTOMER-NOTICES.TXT     printed address blocks
      *> and writes a certificate of erasure to
      *> ERASURE-CERTIFICATES.DAT:
      *>   CERT-ID,CUST-ID,DATE,OPERATOR,ACCOUNTS,LAST-CLOSED,
      *>   TXNS,NOTICES,STATEMENT-LINES
      *> with the same certificate chained onto ACCESS-LOG.TXT
      *> through LOG-CHAIN. An erased customer keeps its CUST-ID so
      *> the certificate can be traced, and is never selected again.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT TRANSACTION-FILE ASSIGN TO "transactions.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TR-ID
               ALTERNATE RECORD KEY IS TR-CUST-ID WITH DUPLICATES
               FILE STATUS IS WS-FS-TRANS.
           SELECT CLOSED-FILE ASSIGN TO "CLOSED-ACCOUNTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CLOSED.
           SELECT XREF-FILE ASSIGN TO "CUST-ACCT-XREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-XREF.
           SELECT HOLD-FILE ASSIGN TO "LEGAL-HOLDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HOLD.
           SELECT CERT-FILE ASSIGN TO "ERASURE-CERTIFICATES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CERT.
           SELECT SCAN-FILE ASSIGN TO WS-SCAN-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SCAN.
           SELECT WORK-FILE ASSIGN TO "ERASURE.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-WORK.

       DATA DIVISION.
       FILE SECTION.
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

       FD  TRANSACTION-FILE.
       01  TRANSACTION-RECORD.
           05  TR-ID           PIC X(8).
           05  TR-DATE         PIC X(10).
           05  TR-CUST-ID      PIC 9(5).
           05  TR-AMOUNT       PIC 9(7)V99.
           05  TR-STATUS       PIC X(10).

       FD  CLOSED-FILE.
       01  CLOSED-RECORD        PIC X(60).

       FD  XREF-FILE.
       01  XREF-RECORD          PIC X(20).

       FD  HOLD-FILE.
       01  HOLD-RECORD          PIC X(60).

       FD  CERT-FILE.
       01  CERT-RECORD          PIC X(100).

       FD  SCAN-FILE.
       01  SCAN-RECORD          PIC X(132).

       FD  WORK-FILE.
       01  WORK-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-FS-CUST           PIC XX.
       77  WS-FS-ACC            PIC XX.
       77  WS-FS-TRANS          PIC XX.
       77  WS-FS-CLOSED         PIC XX.
       77  WS-FS-XREF           PIC XX.
       77  WS-FS-HOLD           PIC XX.
       77  WS-FS-CERT           PIC XX.
       77  WS-FS-SCAN           PIC XX.
       77  WS-FS-WORK           PIC XX.
       77  WS-EOF               PIC X VALUE 'N'.
       77  WS-MODE              PIC X.
       77  WS-TODAY             PIC 9(8).
       77  WS-CUTOFF            PIC 9(8).
       77  WS-RETENTION-YEARS   PIC 9(2) VALUE 7.
       77  WS-I                 PIC 9(4).
       77  WS-J                 PIC 9(4).
       77  WS-C                 PIC 9(4).
       77  WS-FOUND             PIC X.
       77  WS-ELIGIBLE          PIC X.
       77  WS-SKIP-REASON       PIC X(30).
       77  WS-CUST-X            PIC X(5).
       77  WS-MATCH-ID          PIC X(5).
       77  WS-MATCH-CUST        PIC 9(4).
       77  WS-ACCT-TALLY        PIC 9(3).
       77  WS-LAST-CLOSED       PIC X(8).
       77  WS-CHANGED           PIC X.
       77  WS-ADDRESS-NEXT      PIC X.
       77  WS-CERT-SEQ          PIC 9(6) VALUE 0.
       77  WS-ERASED-TOTAL      PIC 9(4) VALUE 0.
       77  WS-HELD-TOTAL        PIC 9(4) VALUE 0.
       77  WS-SKIPPED-TOTAL     PIC 9(4) VALUE 0.
       77  WS-OPERATOR          PIC X(8).
       77  WS-PARAM-NAME        PIC X(24).
       77  WS-PARAM-VALUE       PIC X(12).
       77  WS-PARAM-FOUND       PIC X.
       77  WS-LOG-TIMESTAMP     PIC X(21).
       77  WS-CHAIN-LOG         PIC X(30).
       77  WS-CHAIN-LINE        PIC X(120).
       77  WS-ERASED-NAME       PIC X(10) VALUE "ERASED".
       77  WS-ERASED-SURNAME    PIC X(10) VALUE "CUSTOMER".

       01  WS-SCAN-FILENAME     PIC X(30).
       01  WS-INPUT-CUST        PIC X(5).
       01  WS-INPUT-REF         PIC X(20).

      *> Accounts on CLOSED-ACCOUNTS.DAT and the date each closed.
       01  WS-CLOSED-COUNT      PIC 9(4) VALUE 0.
       01  WS-CLOSED-TABLE.
           05  WS-CL-ENTRY OCCURS 5000 TIMES.
               10  WS-CL-ACCT       PIC X(5).
               10  WS-CL-DATE       PIC X(8).

       01  WS-XREF-COUNT        PIC 9(4) VALUE 0.
       01  WS-XREF-TABLE.
           05  WS-XR-ENTRY OCCURS 5000 TIMES.
               10  WS-XR-CUST       PIC X(5).
               10  WS-XR-ACCT       PIC X(5).

      *> Customer or account IDs with something still open, and
      *> what it is.
       01  WS-BLOCK-COUNT       PIC 9(4) VALUE 0.
       01  WS-BLOCK-TABLE.
           05  WS-BK-ENTRY OCCURS 5000 TIMES.
               10  WS-BK-ID         PIC X(5).
               10  WS-BK-REASON     PIC X(12).

       01  WS-HOLD-COUNT        PIC 9(4) VALUE 0.
       01  WS-HOLD-TABLE.
           05  WS-HD-ENTRY OCCURS 500 TIMES.
               10  WS-HD-CUST       PIC X(5).
               10  WS-HD-REF        PIC X(20).
               10  WS-HD-PLACED     PIC X(8).
               10  WS-HD-BY         PIC X(8).
               10  WS-HD-STATUS     PIC X(8).

      *> This run's customers and everything counted against each.
       01  WS-ERASE-COUNT       PIC 9(4) VALUE 0.
       01  WS-ERASE-TABLE.
           05  WS-ER-ENTRY OCCURS 500 TIMES.
               10  WS-ER-CUST       PIC X(5).
               10  WS-ER-NAME       PIC X(21).
               10  WS-ER-NAME-SHARED PIC X.
               10  WS-ER-ACCTS      PIC 9(3).
               10  WS-ER-LAST-CLOSED PIC X(8).
               10  WS-ER-TXNS       PIC 9(6).
               10  WS-ER-NOTICES    PIC 9(6).
               10  WS-ER-STMTS      PIC 9(6).

      *> Every ID that belongs to an erased customer - its own
      *> number and each of its accounts - and whose it is.
       01  WS-EID-COUNT         PIC 9(4) VALUE 0.
       01  WS-EID-TABLE.
           05  WS-EI-ENTRY OCCURS 2000 TIMES.
               10  WS-EI-ID         PIC X(5).
               10  WS-EI-CUST       PIC 9(4).

       01  WS-CSV-FIELDS.
           05  WS-CSV-F1        PIC X(20).
           05  WS-CSV-F2        PIC X(20).
           05  WS-CSV-F3        PIC X(20).
           05  WS-CSV-F4        PIC X(20).
           05  WS-CSV-F5        PIC X(20).
           05  WS-CSV-F6        PIC X(20).
           05  WS-CSV-F7        PIC X(20).
           05  WS-CSV-F8        PIC X(20).
           05  WS-CSV-F9        PIC X(20).
           05  WS-CSV-F10       PIC X(20).

       01  WS-CERT-ID.
           05  FILLER           PIC XX VALUE "ER".
           05  WS-CERT-ID-SEQ   PIC 9(6).

       01  WS-NAME-LINE         PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "GET-BUSINESS-DATE" USING WS-TODAY
           DISPLAY "CUSTOMER-ERASURE: (P)review, (E)rase, "
                   "(H)old, (R)elease hold, (L)ist holds: "
                   WITH NO ADVANCING
           ACCEPT WS-MODE
           EVALUATE FUNCTION UPPER-CASE(WS-MODE)
               WHEN "P"
                   PERFORM SELECT-CANDIDATES
               WHEN "E"
                   PERFORM GET-OPERATOR
                   PERFORM SELECT-CANDIDATES
                   IF WS-ERASE-COUNT > 0
                       PERFORM ERASE-CANDIDATES
                   END-IF
               WHEN "H"
                   PERFORM PLACE-HOLD
               WHEN "R"
                   PERFORM RELEASE-HOLD
               WHEN "L"
                   PERFORM LIST-HOLDS
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

      *>----------------------------------------------------------------
      *> Selection
      *>----------------------------------------------------------------
       SELECT-CANDIDATES.
           MOVE "ERASURE_RETENTION_YEARS" TO WS-PARAM-NAME
           CALL "GET-PARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y'
               COMPUTE WS-RETENTION-YEARS =
                   FUNCTION NUMVAL(WS-PARAM-VALUE)
           END-IF
           COMPUTE WS-CUTOFF = WS-TODAY - WS-RETENTION-YEARS * 10000
           DISPLAY "Retention " WS-RETENTION-YEARS
                   " years - accounts closed before " WS-CUTOFF
                   " qualify."

           PERFORM LOAD-CLOSED-ACCOUNTS
           PERFORM LOAD-XREF
           PERFORM LOAD-HOLDS
           PERFORM BLOCK-OPEN-ACCOUNTS
           MOVE "LOANS.DAT" TO WS-SCAN-FILENAME
           PERFORM BLOCK-FROM-REGISTRY
           MOVE "DISPUTES.DAT" TO WS-SCAN-FILENAME
           PERFORM BLOCK-FROM-REGISTRY
           MOVE "LEGAL-ORDERS.DAT" TO WS-SCAN-FILENAME
           PERFORM BLOCK-FROM-REGISTRY
           MOVE "AML-CASES.DAT" TO WS-SCAN-FILENAME
           PERFORM BLOCK-FROM-REGISTRY

           OPEN INPUT CUSTOMER-FILE
           IF WS-FS-CUST NOT = "00"
               DISPLAY "CUSTOMERS.DAT unavailable. Status: "
                       WS-FS-CUST
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CUSTOMER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM ASSESS-ONE-CUSTOMER
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-FILE

           DISPLAY "Customers to erase:            " WS-ERASE-COUNT
           DISPLAY "Skipped under legal hold:      " WS-HELD-TOTAL
           DISPLAY "Closed past retention, but an item is still open: "
                   WS-SKIPPED-TOTAL.

      *> Every test runs against the customer number and each of its
      *> accounts; the first thing found open decides the skip.
       ASSESS-ONE-CUSTOMER.
           IF CUST-FNAME = WS-ERASED-NAME
              AND CUST-LNAME = WS-ERASED-SURNAME
               EXIT PARAGRAPH
           END-IF
           MOVE CUST-ID TO WS-CUST-X
           MOVE 'Y' TO WS-ELIGIBLE
           MOVE SPACES TO WS-SKIP-REASON
           MOVE SPACES TO WS-LAST-CLOSED
           MOVE 0 TO WS-ACCT-TALLY

           MOVE WS-CUST-X TO WS-MATCH-ID
           PERFORM CHECK-ONE-ID
           PERFORM VARYING WS-J FROM 1 BY 1
             UNTIL WS-J > WS-XREF-COUNT
               IF WS-XR-CUST(WS-J) = WS-CUST-X
                  AND WS-XR-ACCT(WS-J) NOT = WS-CUST-X
                   MOVE WS-XR-ACCT(WS-J) TO WS-MATCH-ID
                   PERFORM CHECK-ONE-ID
                   IF WS-FOUND NOT = 'Y'
                       MOVE 'N' TO WS-ELIGIBLE
                       IF WS-SKIP-REASON = SPACES
                           MOVE "UNCLOSED ACCOUNT"
                               TO WS-SKIP-REASON
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-ACCT-TALLY = 0
              OR WS-LAST-CLOSED NOT < WS-CUTOFF
               EXIT PARAGRAPH
           END-IF
           IF WS-ELIGIBLE NOT = 'Y'
               ADD 1 TO WS-SKIPPED-TOTAL
               DISPLAY "  SKIP " WS-CUST-X " - "
                       FUNCTION TRIM(WS-SKIP-REASON) " still open"
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-J FROM 1 BY 1
             UNTIL WS-J > WS-HOLD-COUNT
               IF WS-HD-CUST(WS-J) = WS-CUST-X
                  AND WS-HD-STATUS(WS-J) = "ACTIVE"
                   ADD 1 TO WS-HELD-TOTAL
                   DISPLAY "  SKIP " WS-CUST-X " - legal hold "
                           FUNCTION TRIM(WS-HD-REF(WS-J))
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           IF WS-ERASE-COUNT >= 500
               DISPLAY "  More than 500 customers qualify - " WS-CUST-X
                       " and later wait for the next run."
               MOVE 'Y' TO WS-EOF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ERASE-COUNT
           MOVE WS-ERASE-COUNT TO WS-C
           MOVE WS-CUST-X TO WS-ER-CUST(WS-C)
           MOVE SPACES TO WS-ER-NAME(WS-C)
           STRING FUNCTION TRIM(CUST-FNAME) " "
                  FUNCTION TRIM(CUST-LNAME)
               DELIMITED BY SIZE INTO WS-ER-NAME(WS-C)
           END-STRING
           MOVE 'N' TO WS-ER-NAME-SHARED(WS-C)
           MOVE WS-ACCT-TALLY TO WS-ER-ACCTS(WS-C)
           MOVE WS-LAST-CLOSED TO WS-ER-LAST-CLOSED(WS-C)
           MOVE 0 TO WS-ER-TXNS(WS-C)
           MOVE 0 TO WS-ER-NOTICES(WS-C)
           MOVE 0 TO WS-ER-STMTS(WS-C)
           MOVE WS-CUST-X TO WS-MATCH-ID
           PERFORM ADD-ERASED-ID
           PERFORM VARYING WS-J FROM 1 BY 1
             UNTIL WS-J > WS-XREF-COUNT
               IF WS-XR-CUST(WS-J) = WS-CUST-X
                  AND WS-XR-ACCT(WS-J) NOT = WS-CUST-X
                   MOVE WS-XR-ACCT(WS-J) TO WS-MATCH-ID
                   PERFORM ADD-ERASED-ID
               END-IF
           END-PERFORM
           DISPLAY "  ERASE " WS-CUST-X " - " WS-ACCT-TALLY
                   " account(s), last closed " WS-LAST-CLOSED.

      *> WS-FOUND says whether WS-MATCH-ID is a closed account; a
      *> closed account adds to the tally and the latest closing
      *> date. Anything open against the ID rules the customer out.
       CHECK-ONE-ID.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-CLOSED-COUNT
               IF WS-CL-ACCT(WS-I) = WS-MATCH-ID
                   MOVE 'Y' TO WS-FOUND
                   ADD 1 TO WS-ACCT-TALLY
                   IF WS-LAST-CLOSED = SPACES
                      OR WS-CL-DATE(WS-I) > WS-LAST-CLOSED
                       MOVE WS-CL-DATE(WS-I) TO WS-LAST-CLOSED
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-BLOCK-COUNT
               IF WS-BK-ID(WS-I) = WS-MATCH-ID
                   MOVE 'N' TO WS-ELIGIBLE
                   IF WS-SKIP-REASON = SPACES
                       MOVE WS-BK-REASON(WS-I) TO WS-SKIP-REASON
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       ADD-ERASED-ID.
           IF WS-EID-COUNT >= 2000
               DISPLAY "CUSTOMER-ERASURE: ERROR - more than 2000 "
                       "customer and account IDs in one run; "
                       "nothing erased"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-EID-COUNT
           MOVE WS-MATCH-ID TO WS-EI-ID(WS-EID-COUNT)
           MOVE WS-C TO WS-EI-CUST(WS-EID-COUNT).

      *> WS-MATCH-CUST comes back as the erase-table entry owning
      *> WS-MATCH-ID, or zero.
       FIND-ERASED-ID.
           MOVE 0 TO WS-MATCH-CUST
           IF WS-MATCH-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-EID-COUNT
               IF WS-EI-ID(WS-I) = WS-MATCH-ID
                   MOVE WS-EI-CUST(WS-I) TO WS-MATCH-CUST
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOAD-CLOSED-ACCOUNTS.
           MOVE 0 TO WS-CLOSED-COUNT
           OPEN INPUT CLOSED-FILE
           IF WS-FS-CLOSED NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CLOSED-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-CLOSED-COUNT >= 5000
                           DISPLAY "CUSTOMER-ERASURE: ERROR - more "
                                   "than 5000 closed accounts; "
                                   "nothing erased"
                           CLOSE CLOSED-FILE
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-CLOSED-COUNT
                       MOVE SPACES TO WS-CSV-FIELDS
                       UNSTRING CLOSED-RECORD DELIMITED BY ','
                           INTO WS-CSV-F1 WS-CSV-F2
                       END-UNSTRING
                       MOVE WS-CSV-F1 TO WS-CL-ACCT(WS-CLOSED-COUNT)
                       MOVE WS-CSV-F2 TO WS-CL-DATE(WS-CLOSED-COUNT)
               END-READ
           END-PERFORM
           CLOSE CLOSED-FILE.

       LOAD-XREF.
           MOVE 0 TO WS-XREF-COUNT
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
                       IF WS-XREF-COUNT >= 5000
                           DISPLAY "CUSTOMER-ERASURE: ERROR - more "
                                   "than 5000 cross-references; "
                                   "nothing erased"
                           CLOSE XREF-FILE
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-XREF-COUNT
                       MOVE SPACES TO WS-CSV-FIELDS
                       UNSTRING XREF-RECORD DELIMITED BY ','
                           INTO WS-CSV-F1 WS-CSV-F2
                       END-UNSTRING
                       MOVE WS-CSV-F1 TO WS-XR-CUST(WS-XREF-COUNT)
                       MOVE WS-CSV-F2 TO WS-XR-ACCT(WS-XREF-COUNT)
               END-READ
           END-PERFORM
           CLOSE XREF-FILE.

      *> An account still on the master and not on the closed file
      *> is open; it blocks its owner through the cross-reference,
      *> or itself when it has none.
       BLOCK-OPEN-ACCOUNTS.
           OPEN INPUT ACCOUNTS-FILE
           IF WS-FS-ACC NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ACCOUNTS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM BLOCK-IF-OPEN
               END-READ
           END-PERFORM
           CLOSE ACCOUNTS-FILE.

       BLOCK-IF-OPEN.
           MOVE ACCOUNT-KEY TO WS-MATCH-ID
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-CLOSED-COUNT
               IF WS-CL-ACCT(WS-I) = WS-MATCH-ID
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           MOVE "OPEN ACCOUNT" TO WS-SKIP-REASON
           PERFORM ADD-BLOCK
           PERFORM VARYING WS-J FROM 1 BY 1
             UNTIL WS-J > WS-XREF-COUNT
               IF WS-XR-ACCT(WS-J) = WS-MATCH-ID
                   MOVE WS-XR-CUST(WS-J) TO WS-MATCH-ID
                   PERFORM ADD-BLOCK
                   MOVE ACCOUNT-KEY TO WS-MATCH-ID
               END-IF
           END-PERFORM.

      *> The four registries differ only in where the ID and the
      *> status sit and which statuses count as finished.
       BLOCK-FROM-REGISTRY.
           OPEN INPUT SCAN-FILE
           IF WS-FS-SCAN NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ SCAN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-CSV-FIELDS
                       UNSTRING SCAN-RECORD DELIMITED BY ','
                           INTO WS-CSV-F1 WS-CSV-F2 WS-CSV-F3
                                WS-CSV-F4 WS-CSV-F5 WS-CSV-F6
                                WS-CSV-F7 WS-CSV-F8 WS-CSV-F9
                                WS-CSV-F10
                       END-UNSTRING
                       PERFORM BLOCK-ONE-REGISTRY-LINE
               END-READ
           END-PERFORM
           CLOSE SCAN-FILE.

       BLOCK-ONE-REGISTRY-LINE.
           EVALUATE WS-SCAN-FILENAME
               WHEN "LOANS.DAT"
                   IF WS-CSV-F10 NOT = "PAIDOFF"
                      AND WS-CSV-F10 NOT = "WRITEOFF"
                       MOVE WS-CSV-F2 TO WS-MATCH-ID
                       MOVE "LOAN" TO WS-SKIP-REASON
                       PERFORM ADD-BLOCK
                   END-IF
               WHEN "DISPUTES.DAT"
                   IF WS-CSV-F5 NOT = "RES-FOR"
                      AND WS-CSV-F5 NOT = "RES-AGNST"
                       MOVE WS-CSV-F3 TO WS-MATCH-ID
                       MOVE "DISPUTE" TO WS-SKIP-REASON
                       PERFORM ADD-BLOCK
                   END-IF
               WHEN "LEGAL-ORDERS.DAT"
                   IF WS-CSV-F8 NOT = "SATISFIED"
                      AND WS-CSV-F8 NOT = "RELEASED"
                       MOVE WS-CSV-F2 TO WS-MATCH-ID
                       MOVE "LEGAL ORDER" TO WS-SKIP-REASON
                       PERFORM ADD-BLOCK
                   END-IF
               WHEN "AML-CASES.DAT"
                   IF WS-CSV-F6 NOT = "NOACTION"
                      AND WS-CSV-F6 NOT = "SAR"
                       MOVE WS-CSV-F2 TO WS-MATCH-ID
                       MOVE "AML CASE" TO WS-SKIP-REASON
                       PERFORM ADD-BLOCK
                   END-IF
           END-EVALUATE.

       ADD-BLOCK.
           IF WS-BLOCK-COUNT >= 5000
               DISPLAY "CUSTOMER-ERASURE: ERROR - more than 5000 "
                       "open items; nothing erased"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-BLOCK-COUNT
           MOVE WS-MATCH-ID TO WS-BK-ID(WS-BLOCK-COUNT)
           MOVE WS-SKIP-REASON TO WS-BK-REASON(WS-BLOCK-COUNT).

      *>----------------------------------------------------------------
      *> Erasure
      *>----------------------------------------------------------------
       ERASE-CANDIDATES.
           PERFORM ERASE-CUSTOMER-MASTER
           PERFORM ERASE-ACCOUNT-MASTER
           PERFORM ERASE-TRANSACTIONS
           MOVE "NOTIFICATIONS.DAT" TO WS-SCAN-FILENAME
           PERFORM SCRUB-TEXT-FILE
           MOVE "STATEMENTS.TXT" TO WS-SCAN-FILENAME
           PERFORM SCRUB-TEXT-FILE
           MOVE "CUSTOMER-NOTICES.TXT" TO WS-SCAN-FILENAME
           PERFORM SCRUB-TEXT-FILE
           PERFORM WRITE-CERTIFICATES
           DISPLAY "CUSTOMER-ERASURE: " WS-ERASED-TOTAL
                   " customers erased; certificates on "
                   "ERASURE-CERTIFICATES.DAT".

      *> The same pass notes any customer staying on file under the
      *> same name, so the printed notices are matched for that
      *> customer by number only.
       ERASE-CUSTOMER-MASTER.
           OPEN I-O CUSTOMER-FILE
           IF WS-FS-CUST NOT = "00"
               DISPLAY "CUSTOMERS.DAT unavailable. Status: "
                       WS-FS-CUST
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CUSTOMER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM ERASE-ONE-CUSTOMER
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-FILE.

       ERASE-ONE-CUSTOMER.
           MOVE CUST-ID TO WS-MATCH-ID
           MOVE 0 TO WS-MATCH-CUST
           PERFORM VARYING WS-C FROM 1 BY 1
             UNTIL WS-C > WS-ERASE-COUNT
               IF WS-ER-CUST(WS-C) = WS-MATCH-ID
                   MOVE WS-C TO WS-MATCH-CUST
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-MATCH-CUST = 0
               MOVE SPACES TO WS-NAME-LINE
               STRING FUNCTION TRIM(CUST-FNAME) " "
                      FUNCTION TRIM(CUST-LNAME)
                   DELIMITED BY SIZE INTO WS-NAME-LINE
               END-STRING
               PERFORM VARYING WS-C FROM 1 BY 1
                 UNTIL WS-C > WS-ERASE-COUNT
                   IF WS-ER-NAME(WS-C) = WS-NAME-LINE
                       MOVE 'Y' TO WS-ER-NAME-SHARED(WS-C)
                   END-IF
               END-PERFORM
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ERASED-NAME TO CUST-FNAME
           MOVE WS-ERASED-SURNAME TO CUST-LNAME
           MOVE SPACES TO CUST-ADDRESS
           MOVE SPACES TO CUST-CITY
           MOVE SPACES TO CUST-POSTAL
           MOVE SPACES TO CUST-PHONE
           MOVE SPACES TO CUST-EMAIL
           REWRITE CUSTOMER-RECORD
           IF WS-FS-CUST NOT = "00"
               DISPLAY "CUSTOMER-ERASURE: ERROR - rewrite of "
                       "customer " WS-MATCH-ID " failed. Status: "
                       WS-FS-CUST
               MOVE 8 TO RETURN-CODE
           END-IF.

       ERASE-ACCOUNT-MASTER.
           OPEN I-O ACCOUNTS-FILE
           IF WS-FS-ACC NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ACCOUNTS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE ACCOUNT-KEY TO WS-MATCH-ID
                       PERFORM FIND-ERASED-ID
                       IF WS-MATCH-CUST > 0
                           MOVE WS-ERASED-NAME TO FNAME
                           MOVE WS-ERASED-SURNAME TO LNAME
                           REWRITE ACCOUNT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNTS-FILE.

       ERASE-TRANSACTIONS.
           OPEN I-O TRANSACTION-FILE
           IF WS-FS-TRANS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ TRANSACTION-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE TR-CUST-ID TO WS-MATCH-ID
                       PERFORM FIND-ERASED-ID
                       IF WS-MATCH-CUST > 0
                           MOVE 0 TO TR-CUST-ID
                           REWRITE TRANSACTION-RECORD
                           ADD 1 TO WS-ER-TXNS(WS-MATCH-CUST)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSACTION-FILE.

      *> Text files are rebuilt through ERASURE.TMP, line by line.
       SCRUB-TEXT-FILE.
           OPEN INPUT SCAN-FILE
           IF WS-FS-SCAN NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT WORK-FILE
           MOVE 'N' TO WS-CHANGED
           MOVE 'N' TO WS-ADDRESS-NEXT
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ SCAN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE SCAN-RECORD TO WORK-RECORD
                       EVALUATE WS-SCAN-FILENAME
                           WHEN "NOTIFICATIONS.DAT"
                               PERFORM SCRUB-NOTIFICATION
                           WHEN "STATEMENTS.TXT"
                               PERFORM SCRUB-STATEMENT-LINE
                           WHEN "CUSTOMER-NOTICES.TXT"
                               PERFORM SCRUB-NOTICE-LINE
                       END-EVALUATE
                       WRITE WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE SCAN-FILE
           CLOSE WORK-FILE
           IF WS-CHANGED = 'Y'
               PERFORM COPY-WORK-BACK
           END-IF
           CALL "CBL_DELETE_FILE" USING "ERASURE.TMP".

      *>   CUSTOMER,EVENT-TYPE,DETAIL,DATE,STATUS
       SCRUB-NOTIFICATION.
           MOVE SPACES TO WS-CSV-FIELDS
           UNSTRING SCAN-RECORD DELIMITED BY ','
               INTO WS-CSV-F1
           END-UNSTRING
           MOVE SPACES TO WS-MATCH-ID
           IF WS-CSV-F1(6:15) = SPACES
               MOVE WS-CSV-F1(1:5) TO WS-MATCH-ID
           END-IF
           PERFORM FIND-ERASED-ID
           IF WS-MATCH-CUST = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-J
           INSPECT SCAN-RECORD TALLYING WS-J
               FOR CHARACTERS BEFORE INITIAL ","
           ADD 1 TO WS-J
           MOVE SPACES TO WORK-RECORD
           STRING "ERASED" SCAN-RECORD(WS-J:)
               DELIMITED BY SIZE INTO WORK-RECORD
           END-STRING
           ADD 1 TO WS-ER-NOTICES(WS-MATCH-CUST)
           MOVE 'Y' TO WS-CHANGED.

      *> Account heading: "ACCOUNT nnnnn  FIRST LAST".
       SCRUB-STATEMENT-LINE.
           IF SCAN-RECORD(1:8) NOT = "ACCOUNT "
               EXIT PARAGRAPH
           END-IF
           MOVE SCAN-RECORD(9:5) TO WS-MATCH-ID
           PERFORM FIND-ERASED-ID
           IF WS-MATCH-CUST = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "ACCOUNT 00000  ERASED CUSTOMER" TO WORK-RECORD
           ADD 1 TO WS-ER-STMTS(WS-MATCH-CUST)
           MOVE 'Y' TO WS-CHANGED.

      *> A printed notice opens "TO: FIRST LAST" followed by the
      *> address line, or "TO: Customer nnnnn (no address on file)".
       SCRUB-NOTICE-LINE.
           IF WS-ADDRESS-NEXT = 'Y'
               MOVE 'N' TO WS-ADDRESS-NEXT
               MOVE "    (address erased)" TO WORK-RECORD
               EXIT PARAGRAPH
           END-IF
           IF SCAN-RECORD(1:4) NOT = "TO: "
               EXIT PARAGRAPH
           END-IF
           IF SCAN-RECORD(5:9) = "Customer "
               MOVE SCAN-RECORD(14:5) TO WS-MATCH-ID
               PERFORM FIND-ERASED-ID
               IF WS-MATCH-CUST > 0
                   MOVE "TO: Customer ERASED" TO WORK-RECORD
                   ADD 1 TO WS-ER-NOTICES(WS-MATCH-CUST)
                   MOVE 'Y' TO WS-CHANGED
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-C FROM 1 BY 1
             UNTIL WS-C > WS-ERASE-COUNT
               IF WS-ER-NAME-SHARED(WS-C) = 'N'
                  AND SCAN-RECORD(5:21) = WS-ER-NAME(WS-C)
                   MOVE "TO: ERASED CUSTOMER" TO WORK-RECORD
                   MOVE 'Y' TO WS-ADDRESS-NEXT
                   ADD 1 TO WS-ER-NOTICES(WS-C)
                   MOVE 'Y' TO WS-CHANGED
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       COPY-WORK-BACK.
           MOVE 'N' TO WS-EOF
           OPEN INPUT WORK-FILE
           OPEN OUTPUT SCAN-FILE
           PERFORM UNTIL WS-EOF = 'Y'
               READ WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE WORK-RECORD TO SCAN-RECORD
                       WRITE SCAN-RECORD
               END-READ
           END-PERFORM
           CLOSE WORK-FILE
           CLOSE SCAN-FILE.

      *> Certificate numbers run on from the last one on file.
       WRITE-CERTIFICATES.
           MOVE 0 TO WS-CERT-SEQ
           OPEN INPUT CERT-FILE
           IF WS-FS-CERT = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CERT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF CERT-RECORD(3:6) IS NUMERIC
                               MOVE CERT-RECORD(3:6) TO WS-CERT-SEQ
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CERT-FILE
           END-IF
           OPEN EXTEND CERT-FILE
           IF WS-FS-CERT = "35"
               CLOSE CERT-FILE
               OPEN OUTPUT CERT-FILE
           END-IF
           IF WS-FS-CERT NOT = "00"
               DISPLAY "CUSTOMER-ERASURE: ERROR - cannot open "
                       "ERASURE-CERTIFICATES.DAT. Status: " WS-FS-CERT
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-C FROM 1 BY 1
             UNTIL WS-C > WS-ERASE-COUNT
               PERFORM WRITE-ONE-CERTIFICATE
           END-PERFORM
           CLOSE CERT-FILE.

       WRITE-ONE-CERTIFICATE.
           ADD 1 TO WS-CERT-SEQ
           MOVE WS-CERT-SEQ TO WS-CERT-ID-SEQ
           ADD 1 TO WS-ERASED-TOTAL
           MOVE SPACES TO CERT-RECORD
           STRING WS-CERT-ID ","
                  WS-ER-CUST(WS-C) ","
                  WS-TODAY ","
                  FUNCTION TRIM(WS-OPERATOR) ","
                  WS-ER-ACCTS(WS-C) ","
                  WS-ER-LAST-CLOSED(WS-C) ","
                  WS-ER-TXNS(WS-C) ","
                  WS-ER-NOTICES(WS-C) ","
                  WS-ER-STMTS(WS-C)
               DELIMITED BY SIZE INTO CERT-RECORD
           END-STRING
           WRITE CERT-RECORD
           MOVE FUNCTION CURRENT-DATE TO WS-LOG-TIMESTAMP
           MOVE SPACES TO WS-CHAIN-LINE
           STRING WS-LOG-TIMESTAMP(1:19)
                  " | USER: " FUNCTION TRIM(WS-OPERATOR)
                  " | CUSTOMER ERASED: " WS-ER-CUST(WS-C)
                  " | CERTIFICATE: " WS-CERT-ID
               DELIMITED BY SIZE INTO WS-CHAIN-LINE
           END-STRING
           MOVE "ACCESS-LOG.TXT" TO WS-CHAIN-LOG
           CALL "LOG-CHAIN" USING WS-CHAIN-LOG, WS-CHAIN-LINE
           DISPLAY "  " WS-CERT-ID " customer " WS-ER-CUST(WS-C)
                   " erased.".

      *>----------------------------------------------------------------
      *> Legal holds
      *>----------------------------------------------------------------
       LOAD-HOLDS.
           MOVE 0 TO WS-HOLD-COUNT
           OPEN INPUT HOLD-FILE
           IF WS-FS-HOLD NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ HOLD-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-HOLD-COUNT >= 500
                           DISPLAY "CUSTOMER-ERASURE: ERROR - more "
                                   "than 500 legal holds; "
                                   "LEGAL-HOLDS.DAT not rewritten"
                           CLOSE HOLD-FILE
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-HOLD-COUNT
                       MOVE SPACES TO WS-HD-ENTRY(WS-HOLD-COUNT)
                       UNSTRING HOLD-RECORD DELIMITED BY ','
                           INTO WS-HD-CUST(WS-HOLD-COUNT)
                                WS-HD-REF(WS-HOLD-COUNT)
                                WS-HD-PLACED(WS-HOLD-COUNT)
                                WS-HD-BY(WS-HOLD-COUNT)
                                WS-HD-STATUS(WS-HOLD-COUNT)
                       END-UNSTRING
               END-READ
           END-PERFORM
           CLOSE HOLD-FILE.

       SAVE-HOLDS.
           OPEN OUTPUT HOLD-FILE
           IF WS-FS-HOLD NOT = "00"
               DISPLAY "CUSTOMER-ERASURE: ERROR - cannot open "
                       "LEGAL-HOLDS.DAT. Status: " WS-FS-HOLD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-HOLD-COUNT
               MOVE SPACES TO HOLD-RECORD
               STRING WS-HD-CUST(WS-I) ","
                      FUNCTION TRIM(WS-HD-REF(WS-I)) ","
                      WS-HD-PLACED(WS-I) ","
                      FUNCTION TRIM(WS-HD-BY(WS-I)) ","
                      FUNCTION TRIM(WS-HD-STATUS(WS-I))
                   DELIMITED BY SIZE INTO HOLD-RECORD
               END-STRING
               WRITE HOLD-RECORD
           END-PERFORM
           CLOSE HOLD-FILE.

       PLACE-HOLD.
           PERFORM GET-OPERATOR
           PERFORM LOAD-HOLDS
           DISPLAY "Customer ID (5 digits): " WITH NO ADVANCING
           ACCEPT WS-INPUT-CUST
           IF WS-INPUT-CUST IS NOT NUMERIC
               DISPLAY "Customer ID must be 5 digits - no hold "
                       "placed."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-HOLD-COUNT
               IF WS-HD-CUST(WS-I) = WS-INPUT-CUST
                  AND WS-HD-STATUS(WS-I) = "ACTIVE"
                   DISPLAY "Customer already under legal hold "
                           FUNCTION TRIM(WS-HD-REF(WS-I)) "."
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           DISPLAY "Matter / case reference: " WITH NO ADVANCING
           ACCEPT WS-INPUT-REF
           IF WS-INPUT-REF = SPACES
               DISPLAY "A reference is required - no hold placed."
               EXIT PARAGRAPH
           END-IF
           INSPECT WS-INPUT-REF REPLACING ALL "," BY " "
           IF WS-HOLD-COUNT >= 500
               DISPLAY "CUSTOMER-ERASURE: ERROR - more than 500 "
                       "legal holds; LEGAL-HOLDS.DAT not rewritten"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HOLD-COUNT
           MOVE WS-INPUT-CUST TO WS-HD-CUST(WS-HOLD-COUNT)
           MOVE WS-INPUT-REF TO WS-HD-REF(WS-HOLD-COUNT)
           MOVE WS-TODAY TO WS-HD-PLACED(WS-HOLD-COUNT)
           MOVE WS-OPERATOR TO WS-HD-BY(WS-HOLD-COUNT)
           MOVE "ACTIVE" TO WS-HD-STATUS(WS-HOLD-COUNT)
           PERFORM SAVE-HOLDS
           MOVE SPACES TO WS-CHAIN-LINE
           MOVE FUNCTION CURRENT-DATE TO WS-LOG-TIMESTAMP
           STRING WS-LOG-TIMESTAMP(1:19)
                  " | USER: " FUNCTION TRIM(WS-OPERATOR)
                  " | LEGAL HOLD PLACED: " WS-INPUT-CUST
                  " | REF: " FUNCTION TRIM(WS-INPUT-REF)
               DELIMITED BY SIZE INTO WS-CHAIN-LINE
           END-STRING
           MOVE "ACCESS-LOG.TXT" TO WS-CHAIN-LOG
           CALL "LOG-CHAIN" USING WS-CHAIN-LOG, WS-CHAIN-LINE
           DISPLAY "Legal hold placed on customer " WS-INPUT-CUST ".".

       RELEASE-HOLD.
           PERFORM GET-OPERATOR
           PERFORM LOAD-HOLDS
           DISPLAY "Customer ID (5 digits): " WITH NO ADVANCING
           ACCEPT WS-INPUT-CUST
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-HOLD-COUNT
               IF WS-HD-CUST(WS-I) = WS-INPUT-CUST
                  AND WS-HD-STATUS(WS-I) = "ACTIVE"
                   MOVE "RELEASED" TO WS-HD-STATUS(WS-I)
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND NOT = 'Y'
               DISPLAY "No active legal hold on that customer."
               EXIT PARAGRAPH
           END-IF
           PERFORM SAVE-HOLDS
           MOVE SPACES TO WS-CHAIN-LINE
           MOVE FUNCTION CURRENT-DATE TO WS-LOG-TIMESTAMP
           STRING WS-LOG-TIMESTAMP(1:19)
                  " | USER: " FUNCTION TRIM(WS-OPERATOR)
                  " | LEGAL HOLD RELEASED: " WS-INPUT-CUST
               DELIMITED BY SIZE INTO WS-CHAIN-LINE
           END-STRING
           MOVE "ACCESS-LOG.TXT" TO WS-CHAIN-LOG
           CALL "LOG-CHAIN" USING WS-CHAIN-LOG, WS-CHAIN-LINE
           DISPLAY "Legal hold released on customer "
                   WS-INPUT-CUST ".".

       LIST-HOLDS.
           PERFORM LOAD-HOLDS
           DISPLAY "CUST   REFERENCE             PLACED    BY        "
                   "STATUS"
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-HOLD-COUNT
               DISPLAY WS-HD-CUST(WS-I) "  " WS-HD-REF(WS-I) "  "
                       WS-HD-PLACED(WS-I) "  " WS-HD-BY(WS-I) "  "
                       WS-HD-STATUS(WS-I)
           END-PERFORM
           DISPLAY "Legal holds on file: " WS-HOLD-COUNT.
