       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARD-REWARDS.

      *> Debit card rewards points desk. Points live on
      *> REWARD-LEDGER.DAT (see REWARD-POINTS): earned nightly by
      *> REWARD-ACCRUAL on card purchases, taken back on refunds and
      *> disputes, expired by REWARD-MONTH-END.
      *> (B)alance shows an account's points and every movement.
      *> (R)edeem turns points into money: at least REWARD_MIN_REDEEM
      *> points (default 500), each worth REWARD_POINT_VALUE
      *> (default 0.01), credited to the account as a TRANSIN
      *> DEPOSIT under an RWnnnn ID on channel RWD, with a REDEEM
      *> line on the ledger under the same ID. Only an open account
      *> on the master may redeem, and never more than its balance.
      *> (L)ist and (M)aintain manage REWARD-RATES.DAT, points
      *> earned per 1.00 spent by merchant category code:
      *>   MCC,POINTS-PER-UNIT,DESCRIPTION
      *> MCC DFLT is the rate for every category without a line.
      *> Redemptions and rate changes are written to ACCESS-LOG.TXT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO "REWARD-LEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LEDGER.
           SELECT RATE-FILE ASSIGN TO "REWARD-RATES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RATE.
           SELECT WORK-FILE ASSIGN TO "REWARD-RATES.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-WORK.
           SELECT TRANS-FILE ASSIGN TO TRANSIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRANS.
           SELECT NEXTDAY-FILE ASSIGN TO "NEXTDAY-TRANSIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NEXTDAY.
           SELECT SEQ-FILE ASSIGN TO "REWARD-SEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SEQ.

       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE.
       01  LEDGER-RECORD        PIC X(80).

       FD  RATE-FILE.
       01  RATE-RECORD          PIC X(60).

       FD  WORK-FILE.
       01  WORK-RECORD          PIC X(60).

       FD  TRANS-FILE.
       01  TRANS-RECORD         PIC X(120).

       FD  NEXTDAY-FILE.
       01  NEXTDAY-RECORD       PIC X(120).

       FD  SEQ-FILE.
       01  SEQ-RECORD           PIC X(8).

       WORKING-STORAGE SECTION.
       77  WS-FS-LEDGER         PIC XX.
       77  WS-FS-RATE           PIC XX.
       77  WS-FS-WORK           PIC XX.
       77  WS-FS-TRANS          PIC XX.
       77  WS-FS-NEXTDAY        PIC XX.
       77  WS-FS-SEQ            PIC XX.
       77  WS-EOF               PIC X VALUE 'N'.
       77  WS-MODE              PIC X.
       77  WS-TODAY             PIC 9(8).
       77  WS-TXN-SEQ           PIC 9(4) VALUE 0.
       77  WS-FOUND             PIC X VALUE 'N'.
       77  WS-LINE-COUNT        PIC 9(5) VALUE 0.
       77  WS-QUIESCED          PIC X.
       77  WS-ACCT-OK           PIC X.
       77  WS-CLOSED            PIC X.
       77  WS-CLOSED-DATE       PIC X(8).
       77  WS-MIN-REDEEM        PIC 9(9) VALUE 500.
       77  WS-POINT-VALUE       PIC 9V9999 VALUE 0.01.
       77  WS-PARAM-NAME        PIC X(24).
       77  WS-PARAM-VALUE       PIC X(12).
       77  WS-PARAM-FOUND       PIC X.

       01  WS-RP-ACTION         PIC X(8).
       01  WS-RP-ACCT-ID        PIC X(10).
       01  WS-RP-AMOUNT         PIC X(12).
       01  WS-RP-MCC            PIC X(4) VALUE SPACES.
       01  WS-RP-REF            PIC X(8).
       01  WS-RP-POINTS         PIC S9(9).
       01  WS-BALANCE           PIC S9(9).

       01  WS-LEDGER-FIELDS.
           05  WS-LG-ACCT       PIC X(5).
           05  WS-LG-DATE       PIC X(8).
           05  WS-LG-TYPE       PIC X(9).
           05  WS-LG-POINTS     PIC X(10).
           05  WS-LG-REF        PIC X(8).
           05  WS-LG-AMOUNT     PIC X(12).
           05  WS-LG-MCC        PIC X(4).

       01  WS-RATE-FIELDS.
           05  WS-RT-MCC        PIC X(4).
           05  WS-RT-RATE       PIC X(8).
           05  WS-RT-DESC       PIC X(30).

       01  WS-INPUT-ACCT        PIC X(5).
       01  WS-INPUT-POINTS      PIC X(9).
       01  WS-INPUT-MCC         PIC X(4).
       01  WS-INPUT-RATE        PIC X(8).
       01  WS-INPUT-DESC        PIC X(30).
       01  WS-REDEEM-POINTS     PIC 9(9).
       01  WS-REDEEM-VALUE      PIC 9(7)V99.
       01  WS-NEW-RATE          PIC 9(3)V99.
       01  WS-VALUE-OUT         PIC 9(7).99.
       01  WS-RATE-OUT          PIC 9(3).99.
       01  WS-DISP-POINTS       PIC -(8)9.
       01  WS-DISP-VALUE        PIC Z(6)9.99.
       01  WS-OPERATOR          PIC X(8).
       01  WS-V2-CHANNEL        PIC X(3).
       01  WS-V2-TAIL           PIC X(32).
       01  WS-LOG-TIMESTAMP     PIC X(21).
       01  WS-CHAIN-LOG         PIC X(30).
       01  WS-CHAIN-LINE        PIC X(120).
       01  WS-DIVIDER           PIC X(60) VALUE ALL "-".

       01  WS-TXN-ID.
           05  FILLER           PIC XX VALUE "RW".
           05  WS-TXN-ID-SEQ    PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "GET-BUSINESS-DATE" USING WS-TODAY
           PERFORM LOAD-PARAMETERS
           DISPLAY "CARD-REWARDS: (B)alance and history, (R)edeem, "
                   "(L)ist rates, (M)aintain rate: "
                   WITH NO ADVANCING
           ACCEPT WS-MODE
           EVALUATE FUNCTION UPPER-CASE(WS-MODE)
               WHEN "B"
                   PERFORM SHOW-BALANCE
               WHEN "R"
                   PERFORM REDEEM-POINTS
               WHEN "L"
                   PERFORM LIST-RATES
               WHEN "M"
                   PERFORM MAINTAIN-RATE
               WHEN OTHER
                   DISPLAY "Invalid selection."
           END-EVALUATE
           STOP RUN.

       LOAD-PARAMETERS.
           MOVE "REWARD_MIN_REDEEM" TO WS-PARAM-NAME
           CALL "GET-PARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y'
               COMPUTE WS-MIN-REDEEM = FUNCTION NUMVAL(WS-PARAM-VALUE)
           END-IF
           MOVE "REWARD_POINT_VALUE" TO WS-PARAM-NAME
           CALL "GET-PARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y'
               COMPUTE WS-POINT-VALUE =
                   FUNCTION NUMVAL(WS-PARAM-VALUE)
           END-IF.

      *> The teller console exports the signed-in operator as
      *> OPERATOR_ID; only prompt when running stand-alone.
       GET-OPERATOR.
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "OPERATOR_ID"
           IF WS-OPERATOR = SPACES
               DISPLAY "Operator ID: " WITH NO ADVANCING
               ACCEPT WS-OPERATOR
           END-IF.

       GET-BALANCE.
           MOVE "BALANCE" TO WS-RP-ACTION
           MOVE SPACES TO WS-RP-ACCT-ID
           MOVE WS-INPUT-ACCT TO WS-RP-ACCT-ID
           MOVE SPACES TO WS-RP-AMOUNT
           MOVE SPACES TO WS-RP-REF
           MOVE 0 TO WS-RP-POINTS
           CALL "REWARD-POINTS" USING WS-RP-ACTION, WS-RP-ACCT-ID,
               WS-RP-AMOUNT, WS-RP-MCC, WS-RP-REF, WS-RP-POINTS
           MOVE WS-RP-POINTS TO WS-BALANCE.

      *>----------------------------------------------------------------
      *> Balance and history
      *>----------------------------------------------------------------
       SHOW-BALANCE.
           DISPLAY "Account number: " WITH NO ADVANCING
           ACCEPT WS-INPUT-ACCT
           DISPLAY WS-DIVIDER
           DISPLAY "DATE      TYPE      POINTS     REF       AMOUNT"
           DISPLAY WS-DIVIDER
           MOVE 0 TO WS-LINE-COUNT
           OPEN INPUT LEDGER-FILE
           IF WS-FS-LEDGER = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ LEDGER-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE SPACES TO WS-LEDGER-FIELDS
                           UNSTRING LEDGER-RECORD DELIMITED BY ','
                               INTO WS-LG-ACCT WS-LG-DATE WS-LG-TYPE
                                    WS-LG-POINTS WS-LG-REF
                                    WS-LG-AMOUNT WS-LG-MCC
                           END-UNSTRING
                           IF WS-LG-ACCT = WS-INPUT-ACCT
                               ADD 1 TO WS-LINE-COUNT
                               PERFORM SHOW-LEDGER-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF
           IF WS-LINE-COUNT = 0
               DISPLAY "  (no points activity)"
           END-IF
           PERFORM GET-BALANCE
           MOVE WS-BALANCE TO WS-DISP-POINTS
           COMPUTE WS-REDEEM-VALUE = WS-BALANCE * WS-POINT-VALUE
           MOVE WS-REDEEM-VALUE TO WS-DISP-VALUE
           DISPLAY WS-DIVIDER
           DISPLAY "Points balance: " WS-DISP-POINTS
                   "   worth " WS-DISP-VALUE.

       SHOW-LEDGER-LINE.
           COMPUTE WS-DISP-POINTS = FUNCTION NUMVAL(WS-LG-POINTS)
           DISPLAY WS-LG-DATE "  " WS-LG-TYPE " " WS-DISP-POINTS
                   "  " WS-LG-REF "  " FUNCTION TRIM(WS-LG-AMOUNT).

      *>----------------------------------------------------------------
      *> Redemption
      *>----------------------------------------------------------------
       REDEEM-POINTS.
           PERFORM GET-OPERATOR
           DISPLAY "Account number: " WITH NO ADVANCING
           ACCEPT WS-INPUT-ACCT
           MOVE SPACES TO WS-RP-ACCT-ID
           MOVE WS-INPUT-ACCT TO WS-RP-ACCT-ID
           CALL "ACCT-CHECK" USING WS-RP-ACCT-ID, WS-ACCT-OK
           IF WS-ACCT-OK NOT = 'Y'
               DISPLAY "Account not on file - nothing redeemed."
               EXIT PARAGRAPH
           END-IF
           CALL "CLOSED-CHECK" USING WS-RP-ACCT-ID, WS-CLOSED,
               WS-CLOSED-DATE
           IF WS-CLOSED = 'Y'
               DISPLAY "Account closed " WS-CLOSED-DATE
                       " - nothing redeemed."
               EXIT PARAGRAPH
           END-IF

           PERFORM GET-BALANCE
           MOVE WS-BALANCE TO WS-DISP-POINTS
           DISPLAY "Points balance: " WS-DISP-POINTS
           DISPLAY "Points to redeem: " WITH NO ADVANCING
           ACCEPT WS-INPUT-POINTS
           IF FUNCTION TRIM(WS-INPUT-POINTS) IS NOT NUMERIC
               DISPLAY "Points must be a whole number."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-REDEEM-POINTS = FUNCTION NUMVAL(WS-INPUT-POINTS)
           IF WS-REDEEM-POINTS < WS-MIN-REDEEM
               DISPLAY "Minimum redemption is " WS-MIN-REDEEM
                       " points."
               EXIT PARAGRAPH
           END-IF
           IF WS-REDEEM-POINTS > WS-BALANCE
               DISPLAY "Not enough points - nothing redeemed."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-REDEEM-VALUE = WS-REDEEM-POINTS * WS-POINT-VALUE
           IF WS-REDEEM-VALUE = 0
               DISPLAY "Points worth nothing at the current value."
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-TXN-SEQ
           ADD 1 TO WS-TXN-SEQ
           MOVE WS-TXN-SEQ TO WS-TXN-ID-SEQ
           MOVE WS-REDEEM-VALUE TO WS-VALUE-OUT

           MOVE "REDEEM" TO WS-RP-ACTION
           MOVE WS-VALUE-OUT TO WS-RP-AMOUNT
           MOVE WS-TXN-ID TO WS-RP-REF
           MOVE WS-REDEEM-POINTS TO WS-RP-POINTS
           CALL "REWARD-POINTS" USING WS-RP-ACTION, WS-RP-ACCT-ID,
               WS-RP-AMOUNT, WS-RP-MCC, WS-RP-REF, WS-RP-POINTS
           IF WS-RP-POINTS = 0
               DISPLAY "Not enough points - nothing redeemed."
               EXIT PARAGRAPH
           END-IF
           PERFORM SAVE-TXN-SEQ

           MOVE "RWD" TO WS-V2-CHANNEL
           CALL "TXN-STAMP" USING WS-V2-CHANNEL, WS-V2-TAIL
           MOVE SPACES TO TRANS-RECORD
           STRING WS-TXN-ID ",DEPOSIT   ,"
                  WS-INPUT-ACCT ","
                  WS-VALUE-OUT ","
                  WS-TODAY ",,,,"
                  WS-V2-TAIL
               DELIMITED BY SIZE INTO TRANS-RECORD
           END-STRING
           PERFORM WRITE-TRANSIN-OR-PARK

           MOVE FUNCTION CURRENT-DATE TO WS-LOG-TIMESTAMP
           MOVE SPACES TO WS-CHAIN-LINE
           STRING WS-LOG-TIMESTAMP(1:19)
                  " | USER: " FUNCTION TRIM(WS-OPERATOR)
                  " | POINTS REDEEMED | ACCT: " WS-INPUT-ACCT
                  " | POINTS: " WS-REDEEM-POINTS
                  " | CREDIT: " WS-VALUE-OUT
                  " | ID: " WS-TXN-ID
               DELIMITED BY SIZE INTO WS-CHAIN-LINE
           END-STRING
           MOVE "ACCESS-LOG.TXT" TO WS-CHAIN-LOG
           CALL "LOG-CHAIN" USING WS-CHAIN-LOG, WS-CHAIN-LINE

           MOVE WS-REDEEM-VALUE TO WS-DISP-VALUE
           DISPLAY "Redeemed " WS-REDEEM-POINTS " points - credit of "
                   WS-DISP-VALUE " queued as " WS-TXN-ID ".".

      *> While DRIVER's quiesce flag is up nothing may reach
      *> TRANSIN mid-batch - the entry parks in the next-day file
      *> instead and rolls in when the night completes.
       WRITE-TRANSIN-OR-PARK.
           CALL "QUIESCE-CHECK" USING WS-QUIESCED
           IF WS-QUIESCED = 'Y'
               OPEN EXTEND NEXTDAY-FILE
               IF WS-FS-NEXTDAY = "35"
                   CLOSE NEXTDAY-FILE
                   OPEN OUTPUT NEXTDAY-FILE
               END-IF
               MOVE TRANS-RECORD TO NEXTDAY-RECORD
               WRITE NEXTDAY-RECORD
               CLOSE NEXTDAY-FILE
               DISPLAY "Posting closed for end-of-day - entry "
                       "queued for the next run."
           ELSE
               OPEN EXTEND TRANS-FILE
               IF WS-FS-TRANS = "35"
                   CLOSE TRANS-FILE
                   OPEN OUTPUT TRANS-FILE
               END-IF
               WRITE TRANS-RECORD
               CLOSE TRANS-FILE
           END-IF.

       LOAD-TXN-SEQ.
           MOVE 0 TO WS-TXN-SEQ
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

      *>----------------------------------------------------------------
      *> Earning rates
      *>----------------------------------------------------------------
       LIST-RATES.
           DISPLAY WS-DIVIDER
           DISPLAY "MCC   POINTS PER 1.00   DESCRIPTION"
           DISPLAY WS-DIVIDER
           MOVE 0 TO WS-LINE-COUNT
           OPEN INPUT RATE-FILE
           IF WS-FS-RATE = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ RATE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE SPACES TO WS-RATE-FIELDS
                           UNSTRING RATE-RECORD DELIMITED BY ','
                               INTO WS-RT-MCC WS-RT-RATE WS-RT-DESC
                           END-UNSTRING
                           ADD 1 TO WS-LINE-COUNT
                           DISPLAY WS-RT-MCC "  " WS-RT-RATE
                                   "          " WS-RT-DESC
                   END-READ
               END-PERFORM
               CLOSE RATE-FILE
           END-IF
           IF WS-LINE-COUNT = 0
               DISPLAY "  (no rates on file - every purchase earns "
                       "REWARD_DEFAULT_RATE)"
           END-IF.

      *> A category is added or its line replaced; the rest of the
      *> file is copied through unchanged.
       MAINTAIN-RATE.
           PERFORM GET-OPERATOR
           DISPLAY "Merchant category code (4 digits, or DFLT): "
                   WITH NO ADVANCING
           ACCEPT WS-INPUT-MCC
           MOVE FUNCTION UPPER-CASE(WS-INPUT-MCC) TO WS-INPUT-MCC
           IF WS-INPUT-MCC NOT = "DFLT"
              AND WS-INPUT-MCC IS NOT NUMERIC
               DISPLAY "Category must be 4 digits or DFLT."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Points per 1.00 spent: " WITH NO ADVANCING
           ACCEPT WS-INPUT-RATE
           IF FUNCTION TEST-NUMVAL(WS-INPUT-RATE) NOT = 0
               DISPLAY "Rate must be numeric."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-NEW-RATE = FUNCTION NUMVAL(WS-INPUT-RATE)
           MOVE WS-NEW-RATE TO WS-RATE-OUT
           DISPLAY "Description: " WITH NO ADVANCING
           ACCEPT WS-INPUT-DESC
           INSPECT WS-INPUT-DESC REPLACING ALL "," BY " "

           MOVE 'N' TO WS-FOUND
           OPEN OUTPUT WORK-FILE
           OPEN INPUT RATE-FILE
           IF WS-FS-RATE = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ RATE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE SPACES TO WS-RATE-FIELDS
                           UNSTRING RATE-RECORD DELIMITED BY ','
                               INTO WS-RT-MCC WS-RT-RATE WS-RT-DESC
                           END-UNSTRING
                           IF WS-RT-MCC = WS-INPUT-MCC
                               MOVE 'Y' TO WS-FOUND
                               PERFORM BUILD-RATE-LINE
                           ELSE
                               MOVE RATE-RECORD TO WORK-RECORD
                           END-IF
                           WRITE WORK-RECORD
                   END-READ
               END-PERFORM
               CLOSE RATE-FILE
           END-IF
           IF WS-FOUND NOT = 'Y'
               PERFORM BUILD-RATE-LINE
               WRITE WORK-RECORD
           END-IF
           CLOSE WORK-FILE
           PERFORM COPY-WORK-BACK

           MOVE FUNCTION CURRENT-DATE TO WS-LOG-TIMESTAMP
           MOVE SPACES TO WS-CHAIN-LINE
           STRING WS-LOG-TIMESTAMP(1:19)
                  " | USER: " FUNCTION TRIM(WS-OPERATOR)
                  " | REWARD RATE SET | MCC: " WS-INPUT-MCC
                  " | RATE: " WS-RATE-OUT
               DELIMITED BY SIZE INTO WS-CHAIN-LINE
           END-STRING
           MOVE "ACCESS-LOG.TXT" TO WS-CHAIN-LOG
           CALL "LOG-CHAIN" USING WS-CHAIN-LOG, WS-CHAIN-LINE
           DISPLAY "Category " WS-INPUT-MCC " now earns " WS-RATE-OUT
                   " points per 1.00.".

       BUILD-RATE-LINE.
           MOVE SPACES TO WORK-RECORD
           STRING WS-INPUT-MCC ","
                  WS-RATE-OUT ","
                  FUNCTION TRIM(WS-INPUT-DESC)
               DELIMITED BY SIZE INTO WORK-RECORD
           END-STRING.

       COPY-WORK-BACK.
           MOVE 'N' TO WS-EOF
           OPEN INPUT WORK-FILE
           OPEN OUTPUT RATE-FILE
           PERFORM UNTIL WS-EOF = 'Y'
               READ WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE WORK-RECORD TO RATE-RECORD
                       WRITE RATE-RECORD
               END-READ
           END-PERFORM
           CLOSE WORK-FILE
           CLOSE RATE-FILE
           CALL "CBL_DELETE_FILE" USING "REWARD-RATES.TMP".
