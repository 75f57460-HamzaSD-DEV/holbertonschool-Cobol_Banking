               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-XREF.

           SELECT TIER-FILE ASSIGN TO "CUST-PROFIT-TIER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TIER.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       FD  XREF-FILE.
       01  XREF-RECORD          PIC X(20).

       FD  TIER-FILE.
       01  TIER-RECORD          PIC X(60).

       WORKING-STORAGE SECTION.
       01  WS-FS-CUST           PIC XX.
       01  WS-FS-ACC            PIC XX.
       01  WS-FS-LOCK           PIC XX.
       01  WS-FS-INCIDENT       PIC XX.
       01  WS-FS-XREF           PIC XX.
       01  WS-FS-TIER           PIC XX.
       01  WS-TIER-EOF          PIC X.
       01  WS-TIER-FOUND        PIC X.
       01  WS-TIER-FIELDS.
           05  WS-TF-CUST       PIC X(5).
           05  WS-TF-MONTH      PIC X(6).
           05  WS-TF-RANK       PIC X(5).
           05  WS-TF-TIER       PIC X.
           05  WS-TF-NAME       PIC X(8).
           05  WS-TF-NET        PIC X(13).
       01  WS-TIER-NET          PIC S9(9)V99.
       01  WS-DISP-NET          PIC -(6)9.99.
       01  WS-XREF-EOF          PIC X.
       01  WS-ACCT-SHOWN        PIC 9(3) VALUE 0.
       01  WS-XREF-FIELDS.

           PERFORM SHOW-CUSTOMER-RECORD
           PERFORM SHOW-ACCOUNT-BALANCE
           PERFORM SHOW-PROFITABILITY-TIER
           PERFORM SHOW-LAST-TRANSACTIONS
           PERFORM SHOW-SECURITY-FLAGS
           DISPLAY WS-DIVIDER
           DISPLAY "  Product : " PROD-CODE
                   "   Branch: " BR-CODE.

      *> The relationship's standing from the latest
      *> CUSTOMER-PROFITABILITY run, so the counter knows who it is
      *> serving.
       SHOW-PROFITABILITY-TIER.
           DISPLAY "PROFITABILITY (CUST-PROFIT-TIER.DAT)"
           DISPLAY WS-SUB-DIVIDER
           MOVE "N" TO WS-TIER-FOUND
           OPEN INPUT TIER-FILE
           IF WS-FS-TIER NOT = "00"
               DISPLAY "  No profitability run on file."
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-TIER-EOF
           PERFORM UNTIL WS-TIER-EOF = "Y"
               READ TIER-FILE
                   AT END
                       MOVE "Y" TO WS-TIER-EOF
                   NOT AT END
                       MOVE SPACES TO WS-TIER-FIELDS
                       UNSTRING TIER-RECORD DELIMITED BY ","
                           INTO WS-TF-CUST WS-TF-MONTH WS-TF-RANK
                                WS-TF-TIER WS-TF-NAME WS-TF-NET
                       END-UNSTRING
                       IF WS-TF-CUST = WS-INPUT-ID
                           MOVE "Y" TO WS-TIER-FOUND
                           MOVE "Y" TO WS-TIER-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TIER-FILE
           IF WS-TIER-FOUND NOT = "Y"
               DISPLAY "  Customer not ranked in the latest run."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TIER-NET = FUNCTION NUMVAL(WS-TF-NET)
           MOVE WS-TIER-NET TO WS-DISP-NET
           DISPLAY "  Tier    : " WS-TF-TIER " "
                   FUNCTION TRIM(WS-TF-NAME)
                   "   Rank: " FUNCTION TRIM(WS-TF-RANK)
                   "   Month: " WS-TF-MONTH
           DISPLAY "  Net contribution: " WS-DISP-NET.

       SHOW-LAST-TRANSACTIONS.
           DISPLAY "LAST TEN TRANSACTIONS (transactions.idx)"
           DISPLAY WS-SUB-DIVIDER
