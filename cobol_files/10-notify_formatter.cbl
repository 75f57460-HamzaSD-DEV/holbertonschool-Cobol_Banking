       77  WS-EOF               PIC X VALUE 'N'.
       77  WS-PRINTED-COUNT     PIC 9(4) VALUE 0.
       77  WS-SKIPPED-COUNT     PIC 9(4) VALUE 0.
       77  WS-HELD-COUNT        PIC 9(4) VALUE 0.
       77  WS-RETURNED          PIC X.
       77  WS-RETURNED-DATE     PIC 9(8).
       77  WS-MAIL-CUST         PIC X(10).

       01  WS-EVENT-FIELDS.
           05  WS-EV-CUST       PIC X(10).
                   WS-PRINTED-COUNT
           DISPLAY "NOTIFY-FORMATTER: already sent (skipped): "
                   WS-SKIPPED-COUNT
           DISPLAY "NOTIFY-FORMATTER: held - returned mail: "
                   WS-HELD-COUNT
           DISPLAY "NOTIFY-FORMATTER: see CUSTOMER-NOTICES.TXT"
           STOP RUN.

      *> A QUEUED event becomes one printable notice, addressed with
      *> the name and mailing data on CUSTOMERS.DAT where we have it,
      *> and the event is marked SENT so it never prints twice.
      *> A customer whose address is flagged undeliverable on
      *> RETURNED-MAIL.DAT gets no paper: the event stays QUEUED
      *> and prints once CHANGE-ADDRESS clears the flag.
       FORMAT-ONE-EVENT.
           MOVE SPACES TO WS-EVENT-FIELDS
           UNSTRING NOTIFY-RECORD DELIMITED BY ','
               EXIT PARAGRAPH
           END-IF

           PERFORM LOOK-UP-CUSTOMER
           IF WS-CUST-KNOWN = 'Y'
               MOVE CUST-ID TO WS-MAIL-CUST
               CALL "MAIL-CHECK" USING WS-MAIL-CUST, WS-RETURNED,
                   WS-RETURNED-DATE
               IF WS-RETURNED = 'Y'
                   ADD 1 TO WS-HELD-COUNT
                   MOVE NOTIFY-RECORD TO WORK-RECORD
                   WRITE WORK-RECORD
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO WS-PRINTED-COUNT
           PERFORM WRITE-NOTICE

           MOVE SPACES TO NOTIFY-RECORD
