      *> void over VOID_SUPER_LIMIT (default 500.00) needs a
      *> supervisor from AUTHORIZED_USERS.DAT, and both sides -
      *> the original image and the void action - go to the
      *> chained audit log. Once TRANSIN is rewritten the void
      *> goes out on the downstream event feed as a REVERSED event
      *> through EVENT-OUTBOX.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       77  WS-CHAIN-LINE        PIC X(120).
       77  WS-TIMESTAMP         PIC X(19).
       77  WS-QUIESCED          PIC X.
       77  WS-EV-SOURCE         PIC X(8) VALUE "REVERSED".
       77  WS-EV-TXN-ID         PIC X(8).
       77  WS-EV-TYPE           PIC X(10).
       77  WS-EV-ACCOUNT        PIC X(10).
       77  WS-EV-AMOUNT         PIC X(12).
       77  WS-EV-DATE           PIC X(8).
       77  WS-EV-SEQ            PIC 9(9).

       01  WS-TX-FIELDS.
           05  WS-TXN-ID        PIC X(6).
           PERFORM COPY-WORK-BACK

           IF WS-FOUND = 'Y'
               CALL "EVENT-OUTBOX" USING WS-EV-SOURCE, WS-EV-TXN-ID,
                   WS-EV-TYPE, WS-EV-ACCOUNT, WS-EV-AMOUNT,
                   WS-EV-DATE, WS-EV-SEQ
               DISPLAY "Transaction " WS-TXN-IN " voided in "
                       "place."
               MOVE 0 TO RETURN-CODE

           PERFORM LOG-BOTH-SIDES
           MOVE 'Y' TO WS-FOUND
           MOVE WS-TXN-ID TO WS-EV-TXN-ID
           MOVE WS-TXN-TYPE TO WS-EV-TYPE
           MOVE WS-ACC-ID TO WS-EV-ACCOUNT
           MOVE WS-AMOUNT TO WS-EV-AMOUNT
           MOVE WS-DATE TO WS-EV-DATE
           MOVE SPACES TO WORK-RECORD
           STRING WS-TXN-ID ",VOIDED    ,"
                  WS-ACC-ID ","
