      *> AVAIL-BALANCE nets today's memo items against the
      *> accounts.idx balance so a balance already spent at one
      *> window cannot be paid again at another; DRIVER clears the
      *> file once a clean batch has applied the day. Each memo
      *> item is also raised on the downstream event feed through
      *> EVENT-OUTBOX as a MEMO event.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       77  WS-TODAY             PIC 9(8).
       77  WS-AMT-NUM           PIC 9(9)V99.
       77  WS-AMT-OUT           PIC 9(7).99.
       77  WS-EV-SOURCE         PIC X(8) VALUE "MEMO".
       77  WS-EV-TXN-ID         PIC X(8) VALUE SPACES.
       77  WS-EV-TYPE           PIC X(10).
       77  WS-EV-AMOUNT         PIC X(12).
       77  WS-EV-DATE           PIC X(8).
       77  WS-EV-SEQ            PIC 9(9).

       LINKAGE SECTION.
       01  LNK-ACCOUNT-ID       PIC X(10).
           END-STRING
           WRITE MEMO-RECORD
           CLOSE MEMO-FILE

           MOVE SPACES TO WS-EV-TYPE
           STRING "MEMO-" LNK-DRCR
               DELIMITED BY SIZE INTO WS-EV-TYPE
           END-STRING
           MOVE WS-AMT-OUT TO WS-EV-AMOUNT
           MOVE WS-TODAY TO WS-EV-DATE
           CALL "EVENT-OUTBOX" USING WS-EV-SOURCE, WS-EV-TXN-ID,
               WS-EV-TYPE, LNK-ACCOUNT-ID, WS-EV-AMOUNT, WS-EV-DATE,
               WS-EV-SEQ
           GOBACK.
