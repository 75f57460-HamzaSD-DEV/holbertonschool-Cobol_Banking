       IDENTIFICATION DIVISION.
       PROGRAM-ID. REWARD-MONTH-END.

      *> Month-end for the card rewards points ledger,
      *> REWARD-LEDGER.DAT (see REWARD-POINTS).
      *> Expiry first: points unused for REWARD_EXPIRY_MONTHS
      *> (default 24) expire, oldest first. For each account, the
      *> points earned (EARN and REINSTATE) before the cut-off date
      *> less everything the account has ever spent or lost
      *> (REFUND, DISPUTE, REDEEM and earlier EXPIRE lines) is what
      *> has gone unused that long; where positive it is written
      *> off with an EXPIRE line and the customer is told.
      *> Then the GL: the points still outstanding, valued at
      *> REWARD_POINT_VALUE (default 0.01), are the liability the
      *> balance sheet should carry. REWARD-GL.DAT holds what is
      *> already booked ("YYYYMM,LEDGER-LINES,BOOKED") and the
      *> change goes through GL-DAYFEED.DAT in three parts:
      *>   RWD-REDEEM - points redeemed since the last run; the
      *>                credit itself posted as a DEPOSIT, so
      *>                GLCHART.DAT maps this debit liability,
      *>                credit cash
      *>   RWD-EXPIRE - points expired tonight, debit liability,
      *>                credit breakage income
      *>   RWD-ACCRUE - the rest of the increase, debit programme
      *>                expense, credit liability (RWD-RELSE for a
      *>                decrease, the reverse)
      *> A rerun in the same month finds nothing left to expire and
      *> posts only the difference.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO "REWARD-LEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LEDGER.
           SELECT BOOKED-FILE ASSIGN TO "REWARD-GL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BOOKED.
           SELECT DAYFEED-FILE ASSIGN TO "GL-DAYFEED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DAYF.
           SELECT SEQ-FILE ASSIGN TO "REWARD-SEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SEQ.

       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE.
       01  LEDGER-RECORD        PIC X(80).

       FD  BOOKED-FILE.
       01  BOOKED-RECORD        PIC X(40).

       FD  DAYFEED-FILE.
       01  DAYFEED-RECORD       PIC X(120).

       FD  SEQ-FILE.
       01  SEQ-RECORD           PIC X(8).

       WORKING-STORAGE SECTION.
       77  WS-FS-LEDGER         PIC XX.
       77  WS-FS-BOOKED         PIC XX.
       77  WS-FS-DAYF           PIC XX.
       77  WS-FS-SEQ            PIC XX.
       77  WS-EOF               PIC X VALUE 'N'.
       77  WS-RC                PIC 9 VALUE 0.
       77  WS-TODAY             PIC 9(8) VALUE 0.
       77  WS-TXN-SEQ           PIC 9(4) VALUE 0.
       77  WS-EXPIRY-MONTHS     PIC 9(3) VALUE 24.
       77  WS-POINT-VALUE       PIC 9V9999 VALUE 0.01.
       77  WS-MONTH-COUNT       PIC 9(7).
       77  WS-LINE-NO           PIC 9(9) VALUE 0.
       77  WS-POSTED-LINES      PIC 9(9) VALUE 0.
       77  WS-I                 PIC 9(4).
       77  WS-A                 PIC 9(4).
       77  WS-LINE-POINTS       PIC S9(9).
       77  WS-EXPIRE-POINTS     PIC S9(9).
       77  WS-OUTSTANDING       PIC S9(11) VALUE 0.
       77  WS-REDEEMED          PIC 9(11) VALUE 0.
       77  WS-EXPIRED           PIC 9(11) VALUE 0.
       77  WS-EXPIRED-ACCTS     PIC 9(5) VALUE 0.
       77  WS-BOOKED            PIC S9(9)V99 VALUE 0.
       77  WS-LIABILITY         PIC S9(9)V99 VALUE 0.
       77  WS-REDEEM-VALUE      PIC S9(9)V99 VALUE 0.
       77  WS-EXPIRE-VALUE      PIC S9(9)V99 VALUE 0.
       77  WS-CHANGE            PIC S9(9)V99 VALUE 0.
       77  WS-POST-AMT          PIC S9(9)V99.
       77  WS-PARAM-NAME        PIC X(24).
       77  WS-PARAM-VALUE       PIC X(12).
       77  WS-PARAM-FOUND       PIC X.

      *> Per-account tallies for the expiry test.
       01  WS-ACCT-TABLE.
           05  WS-ACCT-ENTRY OCCURS 5000 TIMES.
               10  WS-AT-ACCT       PIC X(5).
               10  WS-AT-OLD-EARN   PIC S9(9).
               10  WS-AT-SPENT      PIC S9(9).
       01  WS-ACCT-COUNT        PIC 9(4) VALUE 0.

       01  WS-LEDGER-FIELDS.
           05  WS-LG-ACCT       PIC X(5).
           05  WS-LG-DATE       PIC X(8).
           05  WS-LG-TYPE       PIC X(9).
           05  WS-LG-POINTS     PIC X(10).
           05  WS-LG-REF        PIC X(8).
           05  WS-LG-AMOUNT     PIC X(12).
           05  WS-LG-MCC        PIC X(4).

       01  WS-BOOKED-FIELDS.
           05  WS-BK-MONTH      PIC X(6).
           05  WS-BK-LINES      PIC X(9).
           05  WS-BK-AMOUNT     PIC X(14).

       01  WS-TODAY-PARTS.
           05  WS-TD-YEAR       PIC 9(4).
           05  WS-TD-MONTH      PIC 9(2).
           05  WS-TD-DAY        PIC 9(2).
       01  WS-CUTOFF.
           05  WS-CO-YEAR       PIC 9(4).
           05  WS-CO-MONTH      PIC 9(2).
           05  WS-CO-DAY        PIC 9(2).

       01  WS-EXPIRY-REF.
           05  FILLER           PIC XX VALUE "EX".
           05  WS-EX-MONTH      PIC 9(6).
       01  WS-POINTS-OUT        PIC +9(9).
       01  WS-AMT-OUT           PIC 9(7).99.
       01  WS-LEDGER-AMT        PIC X(12) VALUE "000000000.00".
       01  WS-BOOKED-OUT        PIC -9(9).99.
       01  WS-LINES-OUT         PIC 9(9).
       01  WS-DISP-AMT          PIC -(8)9.99.
       01  WS-FEED-TYPE         PIC X(10).
       01  WS-TXN-ID.
           05  FILLER           PIC XX VALUE "RP".
           05  WS-TXN-ID-SEQ    PIC 9(4).

       01  WS-NOTIFY-ACCT       PIC X(10).
       01  WS-NOTIFY-CUST       PIC X(10).
       01  WS-NOTIFY-EVENT      PIC X(12) VALUE "PTS-EXPIRED".
       01  WS-NOTIFY-DETAIL     PIC X(30).
       01  WS-NOTIFY-POINTS     PIC Z(8)9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "REWARD-MONTH-END: Starting monthly run..."
           CALL "GET-BUSINESS-DATE" USING WS-TODAY
           PERFORM LOAD-PARAMETERS
           PERFORM COMPUTE-CUTOFF
           DISPLAY "REWARD-MONTH-END: Expiring points earned before "
                   WS-CUTOFF
           PERFORM LOAD-BOOKED

           OPEN INPUT LEDGER-FILE
           IF WS-FS-LEDGER NOT = "00"
               DISPLAY "REWARD-MONTH-END: No REWARD-LEDGER.DAT - "
                       "nothing to do."
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ LEDGER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LINE-NO
                       PERFORM TALLY-LEDGER-LINE
               END-READ
           END-PERFORM
           CLOSE LEDGER-FILE

           PERFORM WRITE-EXPIRY-LINES
           PERFORM POST-LIABILITY-CHANGE
           PERFORM SAVE-BOOKED

           DISPLAY "REWARD-MONTH-END: Accounts in the programme: "
                   WS-ACCT-COUNT
           DISPLAY "REWARD-MONTH-END: Accounts with points expired: "
                   WS-EXPIRED-ACCTS " (" WS-EXPIRED " points)"
           DISPLAY "REWARD-MONTH-END: Points redeemed since last "
                   "run: " WS-REDEEMED
           MOVE WS-LIABILITY TO WS-DISP-AMT
           DISPLAY "REWARD-MONTH-END: Points outstanding: "
                   WS-OUTSTANDING "  liability " WS-DISP-AMT
           DISPLAY "REWARD-MONTH-END: Completed."
           MOVE WS-RC TO RETURN-CODE
           STOP RUN.

       LOAD-PARAMETERS.
           MOVE "REWARD_EXPIRY_MONTHS" TO WS-PARAM-NAME
           CALL "GET-PARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y'
               COMPUTE WS-EXPIRY-MONTHS =
                   FUNCTION NUMVAL(WS-PARAM-VALUE)
           END-IF
           MOVE "REWARD_POINT_VALUE" TO WS-PARAM-NAME
           CALL "GET-PARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y'
               COMPUTE WS-POINT-VALUE =
                   FUNCTION NUMVAL(WS-PARAM-VALUE)
           END-IF.

      *> The same day REWARD_EXPIRY_MONTHS back, held to the 28th so
      *> the date always exists.
       COMPUTE-CUTOFF.
           MOVE WS-TODAY TO WS-TODAY-PARTS
           COMPUTE WS-MONTH-COUNT =
               WS-TD-YEAR * 12 + WS-TD-MONTH - 1 - WS-EXPIRY-MONTHS
           COMPUTE WS-CO-YEAR = WS-MONTH-COUNT / 12
           COMPUTE WS-CO-MONTH = FUNCTION MOD(WS-MONTH-COUNT, 12) + 1
           MOVE WS-TD-DAY TO WS-CO-DAY
           IF WS-CO-DAY > 28
               MOVE 28 TO WS-CO-DAY
           END-IF
           MOVE WS-TD-YEAR TO WS-EX-MONTH(1:4)
           MOVE WS-TD-MONTH TO WS-EX-MONTH(5:2).

       LOAD-BOOKED.
           OPEN INPUT BOOKED-FILE
           IF WS-FS-BOOKED = "00"
               READ BOOKED-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SPACES TO WS-BOOKED-FIELDS
                       UNSTRING BOOKED-RECORD DELIMITED BY ','
                           INTO WS-BK-MONTH WS-BK-LINES WS-BK-AMOUNT
                       END-UNSTRING
                       COMPUTE WS-POSTED-LINES =
                           FUNCTION NUMVAL(WS-BK-LINES)
                       COMPUTE WS-BOOKED =
                           FUNCTION NUMVAL(WS-BK-AMOUNT)
               END-READ
               CLOSE BOOKED-FILE
           END-IF.

       TALLY-LEDGER-LINE.
           MOVE SPACES TO WS-LEDGER-FIELDS
           UNSTRING LEDGER-RECORD DELIMITED BY ','
               INTO WS-LG-ACCT WS-LG-DATE WS-LG-TYPE WS-LG-POINTS
                    WS-LG-REF WS-LG-AMOUNT WS-LG-MCC
           END-UNSTRING
           IF WS-LG-ACCT = SPACES
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-LINE-POINTS = FUNCTION NUMVAL(WS-LG-POINTS)
           ADD WS-LINE-POINTS TO WS-OUTSTANDING
           IF WS-LG-TYPE = "REDEEM"
              AND WS-LINE-NO > WS-POSTED-LINES
               SUBTRACT WS-LINE-POINTS FROM WS-REDEEMED
           END-IF

           PERFORM FIND-ACCOUNT
           IF WS-A = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-LINE-POINTS < 0
               SUBTRACT WS-LINE-POINTS FROM WS-AT-SPENT(WS-A)
           ELSE
               IF WS-LG-DATE < WS-CUTOFF
                   ADD WS-LINE-POINTS TO WS-AT-OLD-EARN(WS-A)
               END-IF
           END-IF.

       FIND-ACCOUNT.
           MOVE 0 TO WS-A
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-ACCT-COUNT OR WS-A > 0
               IF WS-AT-ACCT(WS-I) = WS-LG-ACCT
                   MOVE WS-I TO WS-A
               END-IF
           END-PERFORM
           IF WS-A > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-ACCT-COUNT >= 5000
               DISPLAY "REWARD-MONTH-END: ERROR - more than 5000 "
                       "accounts on the points ledger"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-ACCT-COUNT
           MOVE WS-ACCT-COUNT TO WS-A
           MOVE WS-LG-ACCT TO WS-AT-ACCT(WS-A)
           MOVE 0 TO WS-AT-OLD-EARN(WS-A)
           MOVE 0 TO WS-AT-SPENT(WS-A).

       WRITE-EXPIRY-LINES.
           OPEN EXTEND LEDGER-FILE
           PERFORM VARYING WS-A FROM 1 BY 1
             UNTIL WS-A > WS-ACCT-COUNT
               COMPUTE WS-EXPIRE-POINTS =
                   WS-AT-OLD-EARN(WS-A) - WS-AT-SPENT(WS-A)
               IF WS-EXPIRE-POINTS > 0
                   PERFORM EXPIRE-ONE-ACCOUNT
               END-IF
           END-PERFORM
           CLOSE LEDGER-FILE.

       EXPIRE-ONE-ACCOUNT.
           COMPUTE WS-POINTS-OUT = 0 - WS-EXPIRE-POINTS
           MOVE SPACES TO LEDGER-RECORD
           STRING WS-AT-ACCT(WS-A) ","
                  WS-TODAY ",EXPIRE,"
                  WS-POINTS-OUT ","
                  WS-EXPIRY-REF ","
                  WS-LEDGER-AMT ","
               DELIMITED BY SIZE INTO LEDGER-RECORD
           END-STRING
           WRITE LEDGER-RECORD
           ADD 1 TO WS-LINE-NO
           ADD 1 TO WS-EXPIRED-ACCTS
           ADD WS-EXPIRE-POINTS TO WS-EXPIRED
           SUBTRACT WS-EXPIRE-POINTS FROM WS-OUTSTANDING

           MOVE SPACES TO WS-NOTIFY-ACCT
           MOVE WS-AT-ACCT(WS-A) TO WS-NOTIFY-ACCT
           MOVE SPACES TO WS-NOTIFY-CUST
           CALL "RESOLVE-CUSTOMER" USING WS-NOTIFY-ACCT,
               WS-NOTIFY-CUST
           MOVE WS-EXPIRE-POINTS TO WS-NOTIFY-POINTS
           MOVE SPACES TO WS-NOTIFY-DETAIL
           STRING "ACCT " WS-AT-ACCT(WS-A) " "
                  FUNCTION TRIM(WS-NOTIFY-POINTS) " POINTS"
               DELIMITED BY SIZE INTO WS-NOTIFY-DETAIL
           END-STRING
           CALL "QUEUE-NOTIFY" USING WS-NOTIFY-CUST, WS-NOTIFY-EVENT,
               WS-NOTIFY-DETAIL.

      *> Redemptions and expiries are booked for what they are; the
      *> accrual is whatever else it takes to bring the booked
      *> liability to tonight's figure, which also absorbs any
      *> change in REWARD_POINT_VALUE.
       POST-LIABILITY-CHANGE.
           COMPUTE WS-LIABILITY = WS-OUTSTANDING * WS-POINT-VALUE
           COMPUTE WS-REDEEM-VALUE = WS-REDEEMED * WS-POINT-VALUE
           COMPUTE WS-EXPIRE-VALUE = WS-EXPIRED * WS-POINT-VALUE
           COMPUTE WS-CHANGE = WS-LIABILITY
               - (WS-BOOKED - WS-REDEEM-VALUE - WS-EXPIRE-VALUE)
           IF WS-REDEEM-VALUE > 0
               MOVE "RWD-REDEEM" TO WS-FEED-TYPE
               MOVE WS-REDEEM-VALUE TO WS-POST-AMT
               PERFORM WRITE-DAYFEED-LINE
           END-IF
           IF WS-EXPIRE-VALUE > 0
               MOVE "RWD-EXPIRE" TO WS-FEED-TYPE
               MOVE WS-EXPIRE-VALUE TO WS-POST-AMT
               PERFORM WRITE-DAYFEED-LINE
           END-IF
           IF WS-CHANGE > 0
               MOVE "RWD-ACCRUE" TO WS-FEED-TYPE
               MOVE WS-CHANGE TO WS-POST-AMT
               PERFORM WRITE-DAYFEED-LINE
           END-IF
           IF WS-CHANGE < 0
               MOVE "RWD-RELSE " TO WS-FEED-TYPE
               COMPUTE WS-POST-AMT = 0 - WS-CHANGE
               PERFORM WRITE-DAYFEED-LINE
           END-IF.

       WRITE-DAYFEED-LINE.
           PERFORM LOAD-TXN-SEQ
           ADD 1 TO WS-TXN-SEQ
           MOVE WS-TXN-SEQ TO WS-TXN-ID-SEQ
           MOVE WS-POST-AMT TO WS-AMT-OUT
           OPEN EXTEND DAYFEED-FILE
           IF WS-FS-DAYF = "35"
               CLOSE DAYFEED-FILE
               OPEN OUTPUT DAYFEED-FILE
           END-IF
           MOVE SPACES TO DAYFEED-RECORD
           STRING WS-TXN-ID "," WS-FEED-TYPE ",00000,"
                  WS-AMT-OUT "," WS-TODAY
               DELIMITED BY SIZE INTO DAYFEED-RECORD
           END-STRING
           WRITE DAYFEED-RECORD
           CLOSE DAYFEED-FILE
           PERFORM SAVE-TXN-SEQ
           MOVE WS-POST-AMT TO WS-DISP-AMT
           DISPLAY "REWARD-MONTH-END: Posted " WS-FEED-TYPE " "
                   WS-DISP-AMT " as " WS-TXN-ID.

       SAVE-BOOKED.
           MOVE WS-LIABILITY TO WS-BOOKED-OUT
           MOVE WS-LINE-NO TO WS-LINES-OUT
           OPEN OUTPUT BOOKED-FILE
           MOVE SPACES TO BOOKED-RECORD
           STRING WS-EX-MONTH ","
                  WS-LINES-OUT ","
                  WS-BOOKED-OUT
               DELIMITED BY SIZE INTO BOOKED-RECORD
           END-STRING
           WRITE BOOKED-RECORD
           CLOSE BOOKED-FILE.

       LOAD-TXN-SEQ.
           OPEN INPUT SEQ-FILE
           IF WS-FS-SEQ = "00"
               READ SEQ-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       COMPUTE WS-TXN-SEQ =
                           FUNCTION NUMVAL(SEQ-RECORD)
               END-READ
               CLOSE SEQ-FILE
           END-IF.

       SAVE-TXN-SEQ.
           OPEN OUTPUT SEQ-FILE
           MOVE WS-TXN-SEQ TO SEQ-RECORD
           WRITE SEQ-RECORD
           CLOSE SEQ-FILE.
