      *> Deceased-customer workflow. (F)lagging records the date of
      *> death against the CUSTOMERS.DAT customer in DECEASED.DAT -
      *> from that moment DECEASED-CHECK stops cards and debits at
      *> every enforcement point while credits keep posting, and
      *> SDB-SEAL seals every safe deposit box the customer rents. The
      *> (S)ettlement step pays the final balance to an estate
      *> beneficiary that must already be registered ACTIVE for the
      *> customer in the BENEFICIARY-REGISTRY (so the payee IBAN
       77  WS-BAD-BAL           PIC X VALUE 'N'.
       77  WS-FS-NEXTDAY        PIC XX.
       77  WS-QUIESCED          PIC X.
       77  WS-SEALED-COUNT      PIC 9(3).
       01  WS-SEAL-CUST         PIC X(10).

       01  WS-CUST-IN           PIC X(5).
       01  WS-CUST-NUM          PIC 9(5).
           WRITE DECEASED-RECORD
           CLOSE DECEASED-FILE
           DISPLAY "Customer " WS-CUST-IN " flagged deceased as "
                   "of " WS-DOD-IN " - debits and cards stop now."
           MOVE SPACES TO WS-SEAL-CUST
           MOVE WS-CUST-IN TO WS-SEAL-CUST
           CALL "SDB-SEAL" USING WS-SEAL-CUST, WS-SEALED-COUNT
           IF WS-SEALED-COUNT > 0
               DISPLAY WS-SEALED-COUNT " safe deposit box(es) "
                       "sealed for the estate."
           END-IF.

      *> The estate pays out only to a beneficiary already on the
      *> registry for this customer - registered through the same
