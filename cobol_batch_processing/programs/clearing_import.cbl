           SELECT SEQ-FILE ASSIGN TO "CLEARING-SEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SEQ.
           SELECT MANDATE-FILE ASSIGN TO "MANDATES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MND.
           SELECT ACTIVITY-FILE ASSIGN TO "DD-ACTIVITY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ACT.


       DATA DIVISION.
       FILE SECTION.
      *> The clearing house's fixed layout: reference (10), account
      *> (5), amount (8 digits + 2 implied decimals), value date
      *> (YYYYMMDD), credit/debit indicator. A direct debit also
      *> carries the originating creditor's ID and the creditor's
      *> mandate reference behind the indicator.
       FD  CLEARING-FILE.
       01  CLEARING-RECORD.
           05  CLR-REF          PIC X(10).
           05  CLR-AMOUNT      PIC X(10).
           05  CLR-DATE         PIC X(8).
           05  CLR-TYPE         PIC X.
           05  CLR-CREDITOR     PIC X(10).
           05  CLR-MANDATE      PIC X(10).

       FD  ACCOUNTS-FILE.
       01  ACCOUNT-RECORD.


      *> Returned items keep the original 34-byte clearing image and
      *> carry a reason code behind it, then the direct-debit
      *> creditor and mandate reference so a re-presentment still
      *> names its mandate.
       FD  RETURNS-FILE.
       01  RETURNS-RECORD.
           05  RET-IMAGE        PIC X(34).
           05  RET-REASON       PIC X(4).
           05  RET-DD-CREDITOR  PIC X(10).
           05  RET-DD-MANDATE   PIC X(10).

      *> The mandate register DD-MANDATES maintains:
      *>   MANDATE-REF,CREDITOR,ACCT,CEILING,FREQUENCY,STATUS,
      *>   SIGNED,LAST-USED,STATUS-DATE
       FD  MANDATE-FILE.
       01  MANDATE-RECORD       PIC X(100).

      *> Every direct debit presented, and what became of it:
      *>   DATE,CREDITOR,MANDATE-REF,ACCT,AMOUNT,RESULT,CLR-REF
      *> RESULT is PAID, HELD, or the return reason code.
       FD  ACTIVITY-FILE.
       01  ACTIVITY-RECORD      PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-FS-CLR            PIC XX.
       77  WS-FS-TRANS          PIC XX.
       77  WS-FS-RET            PIC XX.
       77  WS-FS-SEQ            PIC XX.
       77  WS-FS-MND            PIC XX.
       77  WS-FS-ACT            PIC XX.
       77  WS-EOF               PIC X VALUE 'N'.
       77  WS-TODAY             PIC 9(8).
       77  WS-ITEMS-IN          PIC 9(5) VALUE 0.
       77  WS-ITEMS-POSTED      PIC 9(5) VALUE 0.
       77  WS-ITEMS-RETURNED    PIC 9(5) VALUE 0.
       77  WS-AMT-OUT           PIC 9(7).99.
       77  WS-DIGIT-ACCT        PIC X(10).
       77  WS-DIGIT-OK          PIC X.
      *> On-us cheques (a "D" item whose reference carries the "CHK"
      *> prefix and the serial, as POSITIVE-PAY reads it) must carry
      *> a number from a book issued to the drawing account.
       77  WS-CHEQUE-ACCT       PIC X(5).
       77  WS-CHEQUE-NO         PIC X(6).
       77  WS-CHEQUE-OK         PIC X.
       77  WS-V2-CHANNEL        PIC X(3).
       77  WS-V2-TAIL           PIC X(32).
      *> A clearing value date on a weekend or holiday rolls
       77  WS-ROLL-IN           PIC 9(8).
       77  WS-ROLL-OUT          PIC 9(8).
       77  WS-ROLLED-DATE       PIC X(8).
      *> Every debit other than a cheque presentment - our own
      *> ("CHK") or an official check ("OCnnnn") - is a direct
      *> debit and must match an ACTIVE mandate held by that
      *> creditor on the debited account, within its ceiling.
       77  WS-DD-ITEM           PIC X.
       77  WS-DD-COUNT          PIC 9(5) VALUE 0.
       77  WS-DD-RETURNED       PIC 9(5) VALUE 0.
       77  WS-MD-HIT            PIC 9(3).
       77  WS-MD-I              PIC 9(3).
       77  WS-MD-DIRTY          PIC X VALUE 'N'.
       77  WS-MANDATE-COUNT     PIC 9(3) VALUE 0.
       77  WS-DD-RESULT         PIC X(4).
       77  WS-CEILING-OUT       PIC 9(7).99.

       01  WS-MANDATE-FIELDS.
           05  WS-MF-REF        PIC X(10).
           05  WS-MF-CREDITOR   PIC X(10).
           05  WS-MF-ACCT       PIC X(5).
           05  WS-MF-CEILING    PIC X(12).
           05  WS-MF-FREQ       PIC X(9).
           05  WS-MF-STATUS     PIC X(8).
           05  WS-MF-SIGNED     PIC X(8).
           05  WS-MF-LAST-USED  PIC X(8).
           05  WS-MF-STAT-DATE  PIC X(8).

       01  WS-MANDATE-TABLE.
           05  WS-MD-ENTRY OCCURS 500 TIMES.
               10  WS-MD-REF        PIC X(10).
               10  WS-MD-CREDITOR   PIC X(10).
               10  WS-MD-ACCT       PIC X(5).
               10  WS-MD-CEILING    PIC 9(7)V99.
               10  WS-MD-FREQ       PIC X(9).
               10  WS-MD-STATUS     PIC X(8).
               10  WS-MD-SIGNED     PIC X(8).
               10  WS-MD-LAST-USED  PIC X(8).
               10  WS-MD-STAT-DATE  PIC X(8).

       01  WS-TXN-ID.
           05  FILLER           PIC XX VALUE "CL".
       MAIN-LOGIC.
           DISPLAY "CLEARING-IMPORT: importing CLEARING-IN.DAT..."

      *> The mandate register loads before the file guard records
      *> the feed as consumed, so a register too big to hold stops
      *> the run while it can still be rerun.
           PERFORM LOAD-MANDATES

      *> A file already consumed once must not post twice.
           MOVE "CLEARING-IN.DAT" TO WS-GUARD-NAME
           CALL "FILE-GUARD" USING WS-GUARD-NAME, WS-GUARD-ALLOW
               STOP RUN
           END-IF

           CALL "GET-BUSINESS-DATE" USING WS-TODAY
           PERFORM LOAD-TXN-SEQ
           MOVE "CLR" TO WS-V2-CHANNEL
           CALL "TXN-STAMP" USING WS-V2-CHANNEL, WS-V2-TAIL
               OPEN OUTPUT TRANS-FILE
           END-IF
           OPEN OUTPUT RETURNS-FILE
           OPEN EXTEND ACTIVITY-FILE
           IF WS-FS-ACT = "35"
               CLOSE ACTIVITY-FILE
               OPEN OUTPUT ACTIVITY-FILE
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ CLEARING-FILE
           CLOSE ACCOUNTS-FILE
           CLOSE TRANS-FILE
           CLOSE RETURNS-FILE
           CLOSE ACTIVITY-FILE

           PERFORM SAVE-TXN-SEQ
           IF WS-MD-DIRTY = 'Y'
               PERFORM SAVE-MANDATES
           END-IF
           PERFORM DISPLAY-CONTROL-TOTALS
           IF WS-ITEMS-IN NOT =
              WS-ITEMS-POSTED + WS-ITEMS-RETURNED + WS-ITEMS-HELD
      *>   R003 amount not numeric    R004 bad credit/debit flag
      *>   R005 amount exceeds the master's balance scale
      *>   R007 account check digit fails
      *>   R008 cheque number not issued to the account
      *>   R009 cheque number in a range reported lost
      *>   R010 direct debit with no mandate for that creditor,
      *>        reference and account
      *>   R011 mandate revoked or expired
      *>   R012 direct debit above the mandate ceiling
       IMPORT-ONE-ITEM.
           MOVE SPACES TO WS-REASON
           MOVE 'N' TO WS-DD-ITEM
           IF CLR-TYPE = "D"
              AND CLR-REF(1:3) NOT = "CHK"
              AND NOT (CLR-REF(1:2) = "OC"
                       AND CLR-REF(3:4) IS NUMERIC)
               MOVE 'Y' TO WS-DD-ITEM
               ADD 1 TO WS-DD-COUNT
           END-IF
           IF CLR-ACCT IS NOT NUMERIC
               MOVE "R001" TO WS-REASON
           ELSE
                   END-IF
               END-IF
           END-IF
           IF WS-REASON = SPACES
               PERFORM CHECK-CHEQUE-NUMBER
           END-IF
           IF WS-REASON = SPACES AND WS-DD-ITEM = 'Y'
               PERFORM CHECK-MANDATE
           END-IF

           IF WS-REASON = SPACES
               PERFORM SCREEN-COUNTERPARTY
               PERFORM RETURN-ITEM
           END-IF.

       CHECK-CHEQUE-NUMBER.
           IF CLR-TYPE NOT = "D"
              OR CLR-REF(1:3) NOT = "CHK"
              OR CLR-REF(5:6) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE CLR-ACCT TO WS-CHEQUE-ACCT
           MOVE CLR-REF(5:6) TO WS-CHEQUE-NO
           CALL "CHEQUE-CHECK" USING WS-CHEQUE-ACCT, WS-CHEQUE-NO,
               WS-CHEQUE-OK
           EVALUATE WS-CHEQUE-OK
               WHEN 'N'
                   MOVE "R008" TO WS-REASON
               WHEN 'L'
                   MOVE "R009" TO WS-REASON
           END-EVALUATE.

      *> The matched master record is still in the record area, so
      *> its holder name is what the denied-party screen sees; a hit
      *> parks the item in the supervisor queue instead of posting.
           END-STRING
           CALL "SCREEN-HOLD" USING WS-HOLD-SOURCE,
               WS-SCREEN-NAME, WS-HOLD-DETAIL
           IF WS-DD-ITEM = 'Y'
               MOVE "HELD" TO WS-DD-RESULT
               PERFORM LOG-DD-ACTIVITY
           END-IF
           DISPLAY "CLEARING-IMPORT: item " CLR-REF " held for "
                   "denied-party review - not posted".

                   DELIMITED BY SIZE INTO TRANS-RECORD
               END-STRING
           END-IF
           WRITE TRANS-RECORD
           IF WS-DD-ITEM = 'Y'
               PERFORM RECORD-MANDATE-USE
               MOVE "PAID" TO WS-DD-RESULT
               PERFORM LOG-DD-ACTIVITY
           END-IF.

       RETURN-ITEM.
           ADD 1 TO WS-ITEMS-RETURNED
           END-IF
           MOVE CLEARING-RECORD TO RET-IMAGE
           MOVE WS-REASON TO RET-REASON
           MOVE CLR-CREDITOR TO RET-DD-CREDITOR
           MOVE CLR-MANDATE TO RET-DD-MANDATE
           WRITE RETURNS-RECORD
           IF WS-DD-ITEM = 'Y'
               IF WS-REASON = "R010" OR "R011" OR "R012"
                   ADD 1 TO WS-DD-RETURNED
               END-IF
               MOVE WS-REASON TO WS-DD-RESULT
               PERFORM LOG-DD-ACTIVITY
           END-IF

      *> The returned item's money is nowhere until somebody works
      *> it - that is exactly what the suspense ledger is for.
           CALL "SUSPENSE-POST" USING WS-SUSP-SOURCE,
               WS-SUSP-REF, WS-SUSP-AMT, WS-SUSP-DETAIL.

      *> The mandate is found by creditor and mandate reference; a
      *> mandate the creditor holds on some other account is no
      *> authority to debit this one. A ceiling of zero is no limit.
       CHECK-MANDATE.
           MOVE 0 TO WS-MD-HIT
           PERFORM VARYING WS-MD-I FROM 1 BY 1
             UNTIL WS-MD-I > WS-MANDATE-COUNT
               IF WS-MD-CREDITOR(WS-MD-I) = CLR-CREDITOR
                  AND WS-MD-REF(WS-MD-I) = CLR-MANDATE
                  AND WS-MD-ACCT(WS-MD-I) = CLR-ACCT
                   MOVE WS-MD-I TO WS-MD-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-MD-HIT = 0
              OR CLR-CREDITOR = SPACES
              OR CLR-MANDATE = SPACES
               MOVE "R010" TO WS-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-MD-STATUS(WS-MD-HIT) NOT = "ACTIVE"
               MOVE "R011" TO WS-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-MD-CEILING(WS-MD-HIT) > 0
              AND FUNCTION NUMVAL(CLR-AMOUNT) / 100
                  > WS-MD-CEILING(WS-MD-HIT)
               MOVE "R012" TO WS-REASON
           END-IF.

      *> A collection paid under the mandate stamps its last use,
      *> which is what the dormancy sweep measures from; a one-off
      *> mandate is spent once it has been collected.
       RECORD-MANDATE-USE.
           IF WS-MD-HIT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TODAY TO WS-MD-LAST-USED(WS-MD-HIT)
           IF WS-MD-FREQ(WS-MD-HIT) = "ONCE"
               MOVE "EXPIRED" TO WS-MD-STATUS(WS-MD-HIT)
               MOVE WS-TODAY TO WS-MD-STAT-DATE(WS-MD-HIT)
           END-IF
           MOVE 'Y' TO WS-MD-DIRTY.

       LOG-DD-ACTIVITY.
           MOVE 0 TO WS-AMT-NUM
           IF CLR-AMOUNT IS NUMERIC
               COMPUTE WS-AMT-NUM =
                   FUNCTION NUMVAL(CLR-AMOUNT) / 100
           END-IF
           MOVE WS-AMT-NUM TO WS-AMT-OUT
           MOVE SPACES TO ACTIVITY-RECORD
           STRING WS-TODAY ","
                  FUNCTION TRIM(CLR-CREDITOR) ","
                  FUNCTION TRIM(CLR-MANDATE) ","
                  CLR-ACCT "," WS-AMT-OUT ","
                  FUNCTION TRIM(WS-DD-RESULT) ","
                  FUNCTION TRIM(CLR-REF)
               DELIMITED BY SIZE INTO ACTIVITY-RECORD
           END-STRING
           WRITE ACTIVITY-RECORD.

       LOAD-MANDATES.
           OPEN INPUT MANDATE-FILE
           IF WS-FS-MND NOT = "00"
               DISPLAY "CLEARING-IMPORT: no MANDATES.DAT - every "
                       "direct debit will return unmandated"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FS-MND = "10"
               READ MANDATE-FILE
                   AT END
                       MOVE "10" TO WS-FS-MND
                   NOT AT END
                       PERFORM LOAD-ONE-MANDATE
               END-READ
           END-PERFORM
           CLOSE MANDATE-FILE.

       LOAD-ONE-MANDATE.
      *> A mandate dropped here would return its debits R010 and
      *> vanish from the register when it is rewritten - nothing
      *> posts until the table is enlarged.
           IF WS-MANDATE-COUNT >= 500
               DISPLAY "CLEARING-IMPORT: ERROR - mandate table "
                       "full at 500 - nothing imported"
               CLOSE MANDATE-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-MANDATE-FIELDS
           UNSTRING MANDATE-RECORD DELIMITED BY ','
               INTO WS-MF-REF WS-MF-CREDITOR WS-MF-ACCT
                    WS-MF-CEILING WS-MF-FREQ WS-MF-STATUS
                    WS-MF-SIGNED WS-MF-LAST-USED WS-MF-STAT-DATE
           END-UNSTRING
           IF WS-MF-REF = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MANDATE-COUNT
           MOVE WS-MF-REF TO WS-MD-REF(WS-MANDATE-COUNT)
           MOVE WS-MF-CREDITOR TO WS-MD-CREDITOR(WS-MANDATE-COUNT)
           MOVE WS-MF-ACCT TO WS-MD-ACCT(WS-MANDATE-COUNT)
           MOVE 0 TO WS-MD-CEILING(WS-MANDATE-COUNT)
           IF WS-MF-CEILING NOT = SPACES
               COMPUTE WS-MD-CEILING(WS-MANDATE-COUNT) =
                   FUNCTION NUMVAL(WS-MF-CEILING)
           END-IF
           MOVE WS-MF-FREQ TO WS-MD-FREQ(WS-MANDATE-COUNT)
           MOVE WS-MF-STATUS TO WS-MD-STATUS(WS-MANDATE-COUNT)
           MOVE WS-MF-SIGNED TO WS-MD-SIGNED(WS-MANDATE-COUNT)
           MOVE WS-MF-LAST-USED TO WS-MD-LAST-USED(WS-MANDATE-COUNT)
           MOVE WS-MF-STAT-DATE
               TO WS-MD-STAT-DATE(WS-MANDATE-COUNT).

       SAVE-MANDATES.
           OPEN OUTPUT MANDATE-FILE
           PERFORM VARYING WS-MD-I FROM 1 BY 1
             UNTIL WS-MD-I > WS-MANDATE-COUNT
               MOVE WS-MD-CEILING(WS-MD-I) TO WS-CEILING-OUT
               MOVE SPACES TO MANDATE-RECORD
               STRING FUNCTION TRIM(WS-MD-REF(WS-MD-I)) ","
                      FUNCTION TRIM(WS-MD-CREDITOR(WS-MD-I)) ","
                      WS-MD-ACCT(WS-MD-I) ","
                      WS-CEILING-OUT ","
                      FUNCTION TRIM(WS-MD-FREQ(WS-MD-I)) ","
                      FUNCTION TRIM(WS-MD-STATUS(WS-MD-I)) ","
                      FUNCTION TRIM(WS-MD-SIGNED(WS-MD-I)) ","
                      FUNCTION TRIM(WS-MD-LAST-USED(WS-MD-I)) ","
                      FUNCTION TRIM(WS-MD-STAT-DATE(WS-MD-I))
                   DELIMITED BY SIZE INTO MANDATE-RECORD
               END-STRING
               WRITE MANDATE-RECORD
           END-PERFORM
           CLOSE MANDATE-FILE.

       DISPLAY-CONTROL-TOTALS.
           MOVE WS-ITEMS-IN TO WS-DISP-IN
           MOVE WS-ITEMS-POSTED TO WS-DISP-POSTED
           IF WS-ITEMS-HELD > 0
               DISPLAY "CLEARING-IMPORT: items held for "
                       "denied-party review: " WS-ITEMS-HELD
           END-IF
           IF WS-DD-COUNT > 0
               DISPLAY "CLEARING-IMPORT: direct debits:   "
                       WS-DD-COUNT "  returned for mandate: "
                       WS-DD-RETURNED
           END-IF.
