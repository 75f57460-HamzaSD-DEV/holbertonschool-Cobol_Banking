       01  WS-DISP-CLOSING      PIC Z(7)9.99.
       01  WS-DISP-CUSTOMERS    PIC ZZZZ9.

      *> Paper is not sent to an address flagged undeliverable on
      *> RETURNED-MAIL.DAT; those statements are held and counted.
       01  WS-RES-ACCT          PIC X(10).
       01  WS-RES-CUST          PIC X(10).
       01  WS-RETURNED          PIC X.
       01  WS-RETURNED-DATE     PIC 9(8).
       01  WS-HELD-COUNT        PIC 9(5) VALUE 0.
       01  WS-DISP-HELD         PIC ZZZZ9.

      *> Card rewards points balance from the points ledger; an
      *> account that has never earned a point prints no line.
       01  WS-RP-ACTION         PIC X(8) VALUE "BALANCE".
       01  WS-RP-AMOUNT         PIC X(12) VALUE SPACES.
       01  WS-RP-MCC            PIC X(4) VALUE SPACES.
       01  WS-RP-REF            PIC X(8) VALUE SPACES.
       01  WS-RP-POINTS         PIC S9(9).
       01  WS-DISP-POINTS       PIC -(8)9.

       01  WS-DIVIDER           PIC X(60) VALUE ALL "-".
       01  WS-DOUBLE-DIVIDER    PIC X(60) VALUE ALL "=".


           MOVE WS-CUSTOMER-COUNT TO WS-DISP-CUSTOMERS
           DISPLAY "Statement run complete - see STATEMENTS.TXT"
           DISPLAY "Customers on cycle: " WS-DISP-CUSTOMERS
           MOVE WS-HELD-COUNT TO WS-DISP-HELD
           DISPLAY "Held - returned mail: " WS-DISP-HELD.

       END-PARA.
           STOP RUN.
      *> the period's completed activity out of the stored closing
      *> balance, so the section always foots.
       PRINT-ONE-STATEMENT.
           MOVE SPACES TO WS-RES-ACCT
           MOVE ACCOUNT-KEY TO WS-RES-ACCT
           CALL "RESOLVE-CUSTOMER" USING WS-RES-ACCT, WS-RES-CUST
           CALL "MAIL-CHECK" USING WS-RES-CUST, WS-RETURNED,
               WS-RETURNED-DATE
           IF WS-RETURNED = "Y"
               ADD 1 TO WS-HELD-COUNT
               MOVE ACCOUNT-KEY TO WS-DISP-KEY
               DISPLAY "  Account " WS-DISP-KEY " held - mail "
                       "returned undeliverable since "
                       WS-RETURNED-DATE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CUSTOMER-COUNT
           MOVE 0 TO WS-PERIOD-TOTAL
           MOVE 0 TO WS-LINE-COUNT
           STRING "CLOSING BALANCE              " WS-DISP-CLOSING
               DELIMITED BY SIZE INTO STATEMENT-REC
           END-STRING
           WRITE STATEMENT-REC

           MOVE 0 TO WS-RP-POINTS
           CALL "REWARD-POINTS" USING WS-RP-ACTION, WS-RES-ACCT,
               WS-RP-AMOUNT, WS-RP-MCC, WS-RP-REF, WS-RP-POINTS
           IF WS-RP-POINTS NOT = 0
               MOVE WS-RP-POINTS TO WS-DISP-POINTS
               MOVE SPACES TO STATEMENT-REC
               STRING "REWARDS POINTS BALANCE         " WS-DISP-POINTS
                   DELIMITED BY SIZE INTO STATEMENT-REC
               END-STRING
               WRITE STATEMENT-REC
           END-IF.

      *> First pass over the customer's transactions: total the
      *> completed activity inside the period so the opening balance
