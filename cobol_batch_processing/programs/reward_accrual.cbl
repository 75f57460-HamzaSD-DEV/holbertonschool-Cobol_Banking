       IDENTIFICATION DIVISION.
       PROGRAM-ID. REWARD-ACCRUAL.

      *> Nightly card rewards accrual, run after UPDATER over the
      *> night's TRANSAPPLIED. Every applied card purchase - a
      *> WITHDRAWAL carrying a card, which CARD-CHECK passed at
      *> VALIDATOR, taken at a merchant rather than an ATM - earns
      *> points on REWARD-LEDGER.DAT through REWARD-POINTS at the
      *> rate for its merchant category. A card DEPOSIT from a
      *> merchant is a refund and takes the points back at the same
      *> rate. Card transactions carry the merchant category code as
      *> an optional 13th TRANSIN field, after CURRENCY; a purchase
      *> without one earns at the DFLT rate. Cash at an ATM earns
      *> nothing.
      *> REWARD-ACCRUAL-RUN.DAT remembers the business date last
      *> accrued, so a rerun of the same night cannot earn twice.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPLIED-FILE ASSIGN TO TRANSAPPLIED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-APPL.
           SELECT RUN-FILE ASSIGN TO "REWARD-ACCRUAL-RUN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUN.

       DATA DIVISION.
       FILE SECTION.
       FD  APPLIED-FILE.
       01  APPLIED-RECORD       PIC X(120).

       FD  RUN-FILE.
       01  RUN-RECORD           PIC X(8).

       WORKING-STORAGE SECTION.
       77  WS-FS-APPL           PIC XX.
       77  WS-FS-RUN            PIC XX.
       77  WS-EOF               PIC X VALUE 'N'.
       77  WS-RC                PIC 9 VALUE 0.
       77  WS-TODAY             PIC 9(8) VALUE 0.
       77  WS-LAST-RUN          PIC X(8) VALUE SPACES.
       77  WS-READ-COUNT        PIC 9(7) VALUE 0.
       77  WS-EARN-COUNT        PIC 9(7) VALUE 0.
       77  WS-REFUND-COUNT      PIC 9(7) VALUE 0.
       77  WS-POINTS-EARNED     PIC 9(11) VALUE 0.
       77  WS-POINTS-REFUNDED   PIC 9(11) VALUE 0.
       77  WS-RP-ACTION         PIC X(8).
       77  WS-RP-ACCT-ID        PIC X(10).
       77  WS-RP-AMOUNT         PIC X(12).
       77  WS-RP-MCC            PIC X(4).
       77  WS-RP-REF            PIC X(8).
       77  WS-RP-POINTS         PIC S9(9).

       01  WS-TXN-FIELDS.
           05  WS-TXN-ID        PIC X(6).
           05  WS-TXN-TYPE      PIC X(10).
           05  WS-TXN-ACCID     PIC X(5).
           05  WS-TXN-AMT-TX    PIC X(12).
           05  WS-TXN-DATE      PIC X(8).
           05  WS-TXN-BRANCH    PIC X(3).
           05  WS-TXN-CHECKNO   PIC X(10).
           05  WS-TXN-CARDNO    PIC X(19).
           05  WS-TXN-CHANNEL   PIC X(3).
           05  WS-TXN-OPERATOR  PIC X(8).
           05  WS-TXN-STAMP     PIC X(14).
           05  WS-TXN-CURRENCY  PIC X(3).
           05  WS-TXN-MCC       PIC X(4).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "REWARD-ACCRUAL: Starting nightly run..."
           CALL "GET-BUSINESS-DATE" USING WS-TODAY

           OPEN INPUT RUN-FILE
           IF WS-FS-RUN = "00"
               READ RUN-FILE
                   NOT AT END
                       MOVE RUN-RECORD TO WS-LAST-RUN
               END-READ
               CLOSE RUN-FILE
           END-IF
           IF WS-LAST-RUN = WS-TODAY
               DISPLAY "REWARD-ACCRUAL: WARNING - points already "
                       "accrued for " WS-TODAY " - not rerun"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT APPLIED-FILE
           IF WS-FS-APPL NOT = "00"
               DISPLAY "REWARD-ACCRUAL: ERROR - cannot open "
                       "TRANSAPPLIED. Status: " WS-FS-APPL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ APPLIED-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM PROCESS-ONE-TRANSACTION
               END-READ
           END-PERFORM
           CLOSE APPLIED-FILE

           OPEN OUTPUT RUN-FILE
           MOVE WS-TODAY TO RUN-RECORD
           WRITE RUN-RECORD
           CLOSE RUN-FILE

           DISPLAY "REWARD-ACCRUAL: Transactions read: "
                   WS-READ-COUNT
           DISPLAY "REWARD-ACCRUAL: Card purchases earning: "
                   WS-EARN-COUNT " for " WS-POINTS-EARNED " points"
           DISPLAY "REWARD-ACCRUAL: Card refunds reversed: "
                   WS-REFUND-COUNT " for " WS-POINTS-REFUNDED
                   " points"
           DISPLAY "REWARD-ACCRUAL: Completed."
           MOVE WS-RC TO RETURN-CODE
           STOP RUN.

       PROCESS-ONE-TRANSACTION.
           MOVE SPACES TO WS-TXN-FIELDS
           UNSTRING APPLIED-RECORD DELIMITED BY ','
               INTO WS-TXN-ID WS-TXN-TYPE WS-TXN-ACCID
                    WS-TXN-AMT-TX WS-TXN-DATE WS-TXN-BRANCH
                    WS-TXN-CHECKNO WS-TXN-CARDNO WS-TXN-CHANNEL
                    WS-TXN-OPERATOR WS-TXN-STAMP WS-TXN-CURRENCY
                    WS-TXN-MCC
           END-UNSTRING
           IF WS-TXN-CARDNO = SPACES
              OR WS-TXN-CHANNEL = "ATM"
              OR WS-TXN-ACCID IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-TXN-TYPE
               WHEN "WITHDRAWAL"
                   MOVE "EARN" TO WS-RP-ACTION
               WHEN "DEPOSIT"
                   MOVE "REFUND" TO WS-RP-ACTION
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE SPACES TO WS-RP-ACCT-ID
           MOVE WS-TXN-ACCID TO WS-RP-ACCT-ID
           MOVE WS-TXN-AMT-TX TO WS-RP-AMOUNT
           MOVE WS-TXN-MCC TO WS-RP-MCC
           MOVE WS-TXN-ID TO WS-RP-REF
           MOVE 0 TO WS-RP-POINTS
           CALL "REWARD-POINTS" USING WS-RP-ACTION, WS-RP-ACCT-ID,
               WS-RP-AMOUNT, WS-RP-MCC, WS-RP-REF, WS-RP-POINTS
           IF WS-RP-ACTION = "EARN"
               ADD 1 TO WS-EARN-COUNT
               ADD WS-RP-POINTS TO WS-POINTS-EARNED
           ELSE
               ADD 1 TO WS-REFUND-COUNT
               ADD WS-RP-POINTS TO WS-POINTS-REFUNDED
           END-IF.
