       01  WS-SEEN-CHECK-COUNT    PIC 9(5) VALUE 0.
       01  WS-DUP-CHECK-FLAG      PIC 9 VALUE 0.
       01  WS-CHECK-COUNT         PIC 9(5) VALUE 0.
      *> A check must carry a number from a cheque book issued to
      *> the account (CHEQUE-CHECK), and not one reported lost.
       01  WS-CHEQUE-FLAG         PIC X VALUE 'Y'.
       01  WS-CHEQUE-ACCT         PIC X(5).
       01  DISP-CHECK             PIC 9(5).

      *> The documented TRANSIN amount format is an explicit decimal
           PERFORM CHECK-DORMANT-ACCOUNT
           PERFORM CHECK-STOPPED-CHECK
           PERFORM CHECK-DUPLICATE-CHECKNO
           PERFORM CHECK-CHEQUE-RANGE
           PERFORM CHECK-ACCOUNT-HOLD
           PERFORM CHECK-AMOUNT-FORMAT
           PERFORM CHECK-CARD-CHANNEL
                   MOVE "STOP PAYMENT ON CHECK" TO WS-REJECT-REASON
               WHEN WS-DUP-CHECK-FLAG = 1
                   MOVE "DUPLICATE CHECK NUMBER" TO WS-REJECT-REASON
               WHEN WS-CHEQUE-FLAG = 'N'
                   MOVE "CHECK NUMBER NOT ISSUED TO ACCOUNT"
                       TO WS-REJECT-REASON
               WHEN WS-CHEQUE-FLAG = 'L'
                   MOVE "CHECK NUMBER REPORTED LOST"
                       TO WS-REJECT-REASON
               WHEN WS-CARD-FLAG = 1
                   MOVE "CARD NOT ACTIVE OR NOT REGISTERED"
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

       CHECK-CHEQUE-RANGE.
           MOVE 'Y' TO WS-CHEQUE-FLAG
           IF WS-TXN-TYPE NOT = "CHECK     "
              OR WS-CHECKNO = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ACC-ID TO WS-CHEQUE-ACCT
           CALL "CHEQUE-CHECK" USING WS-CHEQUE-ACCT, WS-CHECKNO,
               WS-CHEQUE-FLAG.

       CHECK-ACCT-DIGIT.
           MOVE 0 TO WS-DIGIT-FLAG
           IF WS-ACC-ID = SPACES
