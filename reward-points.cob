       IDENTIFICATION DIVISION.
       PROGRAM-ID. REWARD-POINTS.

      *> Card rewards points ledger, CALLed wherever points move.
      *> REWARD-LEDGER.DAT is append-only, one movement per line:
      *>   ACCT,DATE,TYPE,POINTS,REF,AMOUNT,MCC
      *> POINTS is signed; an account's balance is the sum of its
      *> lines. LNK-ACTION:
      *>   EARN      - card purchase of LNK-AMOUNT at merchant
      *>               category LNK-MCC earns points at the
      *>               REWARD-RATES.DAT rate for that category
      *>   REFUND    - card refund takes the same points back
      *>   DISPUTE   - dispute case LNK-REF takes back the points of
      *>               the account's latest purchase of LNK-AMOUNT;
      *>               a purchase that earned nothing takes nothing
      *>   RESTORE   - dispute case LNK-REF lost by the customer
      *>               puts those points back, as a REINSTATE line
      *>   REDEEM    - takes LNK-POINTS off the balance, only if the
      *>               balance covers it
      *>   BALANCE   - reports the balance, changes nothing
      *> LNK-POINTS comes back with the points moved (zero when
      *> nothing moved), or the balance for BALANCE. A DISPUTE or
      *> REINSTATE line already on file for the case is not repeated.
      *> REWARD-RATES.DAT carries "MCC,POINTS-PER-UNIT,DESCRIPTION"
      *> with points per 1.00 spent; the DFLT line covers every
      *> category without a line of its own, and with no DFLT the
      *> rate is REWARD_DEFAULT_RATE (default 1).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO "REWARD-LEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LEDGER.
           SELECT RATE-FILE ASSIGN TO "REWARD-RATES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RATE.

       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE.
       01  LEDGER-RECORD        PIC X(80).

       FD  RATE-FILE.
       01  RATE-RECORD          PIC X(60).

       WORKING-STORAGE SECTION.
       77  WS-FS-LEDGER         PIC XX.
       77  WS-FS-RATE           PIC XX.
       77  WS-EOF               PIC X VALUE 'N'.
       77  WS-TODAY             PIC 9(8).
       77  WS-RATE              PIC 9(3)V99.
       77  WS-DEFAULT-RATE      PIC 9(3)V99.
       77  WS-RATE-FOUND        PIC X.
       77  WS-AMOUNT            PIC 9(9)V99.
       77  WS-BALANCE           PIC S9(9).
       77  WS-MOVE-POINTS       PIC S9(9).
       77  WS-MATCH-POINTS      PIC S9(9).
       77  WS-CASE-DONE         PIC X.
       77  WS-TYPE-OUT          PIC X(9).
       77  WS-PARAM-NAME        PIC X(24).
       77  WS-PARAM-VALUE       PIC X(12).
       77  WS-PARAM-FOUND       PIC X.

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

       01  WS-POINTS-OUT        PIC +9(9).
       01  WS-AMOUNT-OUT        PIC 9(9).99.

       LINKAGE SECTION.
       01  LNK-ACTION           PIC X(8).
       01  LNK-ACCT-ID          PIC X(10).
       01  LNK-AMOUNT           PIC X(12).
       01  LNK-MCC              PIC X(4).
       01  LNK-REF              PIC X(8).
       01  LNK-POINTS           PIC S9(9).

       PROCEDURE DIVISION USING LNK-ACTION, LNK-ACCT-ID, LNK-AMOUNT,
                                LNK-MCC, LNK-REF, LNK-POINTS.
       REWARD-POINTS-PARA.
           CALL "GET-BUSINESS-DATE" USING WS-TODAY
           MOVE 0 TO WS-AMOUNT
           IF LNK-AMOUNT NOT = SPACES
               COMPUTE WS-AMOUNT =
                   FUNCTION NUMVAL(FUNCTION TRIM(LNK-AMOUNT))
           END-IF
           PERFORM SCAN-LEDGER
           EVALUATE LNK-ACTION
               WHEN "EARN"
                   PERFORM FIND-RATE
                   COMPUTE WS-MOVE-POINTS = WS-AMOUNT * WS-RATE
                   MOVE "EARN" TO WS-TYPE-OUT
               WHEN "REFUND"
                   PERFORM FIND-RATE
                   COMPUTE WS-MOVE-POINTS = 0 - WS-AMOUNT * WS-RATE
                   MOVE "REFUND" TO WS-TYPE-OUT
               WHEN "DISPUTE"
                   MOVE 0 TO WS-MOVE-POINTS
                   IF WS-CASE-DONE NOT = 'Y'
                       COMPUTE WS-MOVE-POINTS = 0 - WS-MATCH-POINTS
                   END-IF
                   MOVE "DISPUTE" TO WS-TYPE-OUT
               WHEN "RESTORE"
                   MOVE 0 TO WS-MOVE-POINTS
                   IF WS-CASE-DONE NOT = 'Y'
                       MOVE WS-MATCH-POINTS TO WS-MOVE-POINTS
                   END-IF
                   MOVE "REINSTATE" TO WS-TYPE-OUT
               WHEN "REDEEM"
                   MOVE 0 TO WS-MOVE-POINTS
                   IF LNK-POINTS > 0 AND LNK-POINTS <= WS-BALANCE
                       COMPUTE WS-MOVE-POINTS = 0 - LNK-POINTS
                   END-IF
                   MOVE "REDEEM" TO WS-TYPE-OUT
               WHEN OTHER
                   MOVE WS-BALANCE TO LNK-POINTS
                   GOBACK
           END-EVALUATE
           IF WS-MOVE-POINTS NOT = 0
               PERFORM APPEND-LEDGER-LINE
           END-IF
           IF WS-MOVE-POINTS < 0
               COMPUTE LNK-POINTS = 0 - WS-MOVE-POINTS
           ELSE
               MOVE WS-MOVE-POINTS TO LNK-POINTS
           END-IF
           GOBACK.

      *> One pass gives the balance and, for the dispute actions,
      *> the points in question: DISPUTE looks for the latest EARN
      *> of the disputed amount, RESTORE for the case's own
      *> DISPUTE line; either one already on file for the case
      *> means the case has been dealt with.
       SCAN-LEDGER.
           MOVE 0 TO WS-BALANCE
           MOVE 0 TO WS-MATCH-POINTS
           MOVE 'N' TO WS-CASE-DONE
           OPEN INPUT LEDGER-FILE
           IF WS-FS-LEDGER NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ LEDGER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-LEDGER-FIELDS
                       UNSTRING LEDGER-RECORD DELIMITED BY ','
                           INTO WS-LG-ACCT WS-LG-DATE WS-LG-TYPE
                                WS-LG-POINTS WS-LG-REF WS-LG-AMOUNT
                                WS-LG-MCC
                       END-UNSTRING
                       IF WS-LG-ACCT = LNK-ACCT-ID(1:5)
                           PERFORM TALLY-LEDGER-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEDGER-FILE.

       TALLY-LEDGER-LINE.
           ADD FUNCTION NUMVAL(WS-LG-POINTS) TO WS-BALANCE
           EVALUATE TRUE
               WHEN LNK-ACTION = "DISPUTE"
                    AND WS-LG-TYPE = "EARN"
                    AND FUNCTION NUMVAL(WS-LG-AMOUNT) = WS-AMOUNT
                   COMPUTE WS-MATCH-POINTS =
                       FUNCTION NUMVAL(WS-LG-POINTS)
               WHEN LNK-ACTION = "DISPUTE"
                    AND WS-LG-TYPE = "DISPUTE"
                    AND WS-LG-REF = LNK-REF
                   MOVE 'Y' TO WS-CASE-DONE
               WHEN LNK-ACTION = "RESTORE"
                    AND WS-LG-TYPE = "DISPUTE"
                    AND WS-LG-REF = LNK-REF
                   COMPUTE WS-MATCH-POINTS =
                       0 - FUNCTION NUMVAL(WS-LG-POINTS)
               WHEN LNK-ACTION = "RESTORE"
                    AND WS-LG-TYPE = "REINSTATE"
                    AND WS-LG-REF = LNK-REF
                   MOVE 'Y' TO WS-CASE-DONE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       FIND-RATE.
           MOVE 1 TO WS-DEFAULT-RATE
           MOVE "REWARD_DEFAULT_RATE" TO WS-PARAM-NAME
           CALL "GET-PARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y'
               COMPUTE WS-DEFAULT-RATE =
                   FUNCTION NUMVAL(WS-PARAM-VALUE)
           END-IF
           MOVE 'N' TO WS-RATE-FOUND
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
                               INTO WS-RT-MCC WS-RT-RATE
                           END-UNSTRING
                           IF WS-RT-MCC = "DFLT"
                               COMPUTE WS-DEFAULT-RATE =
                                   FUNCTION NUMVAL(WS-RT-RATE)
                           END-IF
                           IF WS-RT-MCC = LNK-MCC
                              AND LNK-MCC NOT = SPACES
                               COMPUTE WS-RATE =
                                   FUNCTION NUMVAL(WS-RT-RATE)
                               MOVE 'Y' TO WS-RATE-FOUND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATE-FILE
           END-IF
           IF WS-RATE-FOUND NOT = 'Y'
               MOVE WS-DEFAULT-RATE TO WS-RATE
           END-IF.

       APPEND-LEDGER-LINE.
           MOVE WS-MOVE-POINTS TO WS-POINTS-OUT
           MOVE WS-AMOUNT TO WS-AMOUNT-OUT
           OPEN EXTEND LEDGER-FILE
           IF WS-FS-LEDGER = "35"
               CLOSE LEDGER-FILE
               OPEN OUTPUT LEDGER-FILE
           END-IF
           MOVE SPACES TO LEDGER-RECORD
           STRING LNK-ACCT-ID(1:5) ","
                  WS-TODAY ","
                  FUNCTION TRIM(WS-TYPE-OUT) ","
                  WS-POINTS-OUT ","
                  FUNCTION TRIM(LNK-REF) ","
                  WS-AMOUNT-OUT ","
                  LNK-MCC
               DELIMITED BY SIZE INTO LEDGER-RECORD
           END-STRING
           WRITE LEDGER-RECORD
           CLOSE LEDGER-FILE.
