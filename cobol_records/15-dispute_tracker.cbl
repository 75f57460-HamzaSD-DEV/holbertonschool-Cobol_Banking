      *> optional provisional credit posts into TRANSIN as a DEPOSIT
      *> when the case opens; resolution against the customer
      *> reverses it with a matching WITHDRAWAL, resolution for the
      *> customer lets it stand. Rewards points the disputed card
      *> purchase earned come off the points ledger when the case
      *> opens and go back only if the case goes against the
      *> customer.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       77  WS-XREF-EOF          PIC X.
       77  WS-POST-CUST         PIC X(5).
       77  WS-POST-ACCT         PIC X(5).
       77  WS-RP-ACTION         PIC X(8).
       77  WS-RP-ACCT-ID        PIC X(10).
       77  WS-RP-AMOUNT         PIC X(12).
       77  WS-RP-MCC            PIC X(4) VALUE SPACES.
       77  WS-RP-REF            PIC X(8).
       77  WS-RP-POINTS         PIC S9(9).

       01  WS-XREF-FIELDS.
           05  WS-XF-CUST       PIC X(5).
           END-STRING
           WRITE DISPUTE-RECORD
           CLOSE DISPUTE-FILE
           DISPLAY "Case " WS-NEW-ID " opened on " WS-INPUT-TRID "."
           MOVE TR-CUST-ID TO WS-POST-CUST
           PERFORM RESOLVE-POSTING-ACCT
           MOVE "DISPUTE" TO WS-RP-ACTION
           MOVE WS-NEW-ID TO WS-RP-REF
           MOVE WS-AMT-OUT TO WS-RP-AMOUNT
           PERFORM CALL-REWARD-POINTS
           IF WS-RP-POINTS > 0
               DISPLAY WS-RP-POINTS " rewards points held back "
                       "while the case is open."
           END-IF.

       FIND-HIGHEST-SEQ.
           MOVE 0 TO WS-HIGHEST-SEQ
                   IF WS-CS-PROV = "Y"
                       PERFORM REVERSE-PROVISIONAL-CREDIT
                   END-IF
                   MOVE WS-CS-CUST TO WS-POST-CUST
                   PERFORM RESOLVE-POSTING-ACCT
                   MOVE "RESTORE" TO WS-RP-ACTION
                   MOVE WS-CS-ID TO WS-RP-REF
                   MOVE WS-CS-AMOUNT TO WS-RP-AMOUNT
                   PERFORM CALL-REWARD-POINTS
                   IF WS-RP-POINTS > 0
                       DISPLAY WS-RP-POINTS " rewards points "
                               "reinstated."
                   END-IF
               WHEN OTHER
                   DISPLAY "Unknown status - unchanged."
           END-EVALUATE
           PERFORM WRITE-TRANSIN-OR-PARK
           DISPLAY "Provisional credit reversal queued.".

      *> Points follow the money to the posting account; the case
      *> ID ties the hold-back to its reinstatement.
       CALL-REWARD-POINTS.
           MOVE SPACES TO WS-RP-ACCT-ID
           MOVE WS-POST-ACCT TO WS-RP-ACCT-ID
           MOVE 0 TO WS-RP-POINTS
           CALL "REWARD-POINTS" USING WS-RP-ACTION, WS-RP-ACCT-ID,
               WS-RP-AMOUNT, WS-RP-MCC, WS-RP-REF, WS-RP-POINTS.

       BUILD-CASE-RECORD.
           MOVE SPACES TO DISPUTE-RECORD
           STRING WS-CS-ID ","
