       01  WS-DORMANT-DAYS      PIC 9(5) VALUE 365.
       01  WS-ESCHEAT-DAYS      PIC 9(5) VALUE 1825.
       01  WS-ENV-VALUE         PIC X(8).
      *> RETURNED_MAIL_DAYS: an address flagged undeliverable on
      *> RETURNED-MAIL.DAT for longer than this makes the account
      *> dormant even while transactions still post - the bank has
      *> lost contact with the customer.
       01  WS-MAIL-DAYS         PIC 9(5) VALUE 180.
       01  WS-RETURNED          PIC X.
       01  WS-RETURNED-DATE     PIC 9(8).
       01  WS-MAIL-AGE          PIC S9(8).
       01  WS-MAIL-DORMANT      PIC X.

       01  WS-TODAY             PIC 9(8).
       01  WS-TODAY-INT         PIC 9(8).
           IF WS-ENV-VALUE NOT = SPACES
               COMPUTE WS-ESCHEAT-DAYS =
                   FUNCTION NUMVAL(WS-ENV-VALUE)
           END-IF
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "RETURNED_MAIL_DAYS"
           IF WS-ENV-VALUE NOT = SPACES
               COMPUTE WS-MAIL-DAYS =
                   FUNCTION NUMVAL(WS-ENV-VALUE)
           END-IF.

      *> Last activity is the newest TR-DATE on file for the
               COMPUTE WS-AGE-DAYS = WS-ESCHEAT-DAYS + 1
           END-IF

           MOVE "N" TO WS-MAIL-DORMANT
           IF WS-AGE-DAYS > WS-DORMANT-DAYS
               PERFORM FLAG-DORMANT-ACCOUNT
               EXIT PARAGRAPH
           END-IF

           CALL "MAIL-CHECK" USING WS-RES-CUST, WS-RETURNED,
               WS-RETURNED-DATE
           IF WS-RETURNED = "Y"
               COMPUTE WS-MAIL-AGE = WS-TODAY-INT -
                   FUNCTION INTEGER-OF-DATE(WS-RETURNED-DATE)
               IF WS-MAIL-AGE > WS-MAIL-DAYS
                   MOVE "Y" TO WS-MAIL-DORMANT
                   PERFORM FLAG-DORMANT-ACCOUNT
               END-IF
           END-IF.

       FLAG-DORMANT-ACCOUNT.
           MOVE BALANCE TO WS-DISP-BAL
           MOVE WS-AGE-DAYS TO WS-DISP-AGE
           MOVE SPACES TO REPORT-REC
           EVALUATE TRUE
               WHEN WS-MAIL-DORMANT = "Y"
                   STRING "DORMANT  Account " WS-DISP-KEY
                          "  " FUNCTION TRIM(FNAME) " "
                          FUNCTION TRIM(LNAME)
                          "  balance " WS-DISP-BAL
                          "  mail rtn " WS-RETURNED-DATE
                       DELIMITED BY SIZE INTO REPORT-REC
                   END-STRING
               WHEN WS-HAS-ACTIVITY = "Y"
                   STRING "DORMANT  Account " WS-DISP-KEY
                          "  " FUNCTION TRIM(FNAME) " "
                          FUNCTION TRIM(LNAME)
                          "  balance " WS-DISP-BAL
                          "  inactive " WS-DISP-AGE " days"
                       DELIMITED BY SIZE INTO REPORT-REC
                   END-STRING
               WHEN OTHER
                   STRING "DORMANT  Account " WS-DISP-KEY
                          "  " FUNCTION TRIM(FNAME) " "
                          FUNCTION TRIM(LNAME)
                          "  balance " WS-DISP-BAL
                          "  no activity on file"
                       DELIMITED BY SIZE INTO REPORT-REC
                   END-STRING
           END-EVALUATE
           WRITE REPORT-REC

           MOVE ACCOUNT-KEY TO DORMANT-REC
