       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARD-RENEWAL.

      *> Monthly debit-card renewal run over CARDS.DAT. An ACTIVE
      *> card whose EXPIRES date falls within the next
      *> CARD_RENEWAL_DAYS (default 60) days - or has already
      *> passed - is reissued: its expiry moves on
      *> CARD_VALIDITY_MONTHS (default 36) months to the last day of
      *> that month, ISSUED becomes today, and the card is queued
      *> on CARD-REISSUE.DAT with reason RENEWAL for the next
      *> CARD-PRODUCTION extract. The card keeps its number and
      *> token, so nothing downstream changes.
      *> A card is passed over, and listed, when its account is not
      *> on the master, is closed, is owned by a deceased customer
      *> or is frozen by a FULL hold; it is picked up again next
      *> month if the account is back in order. LOST and BLOCKED
      *> cards are never renewed, and a card that has been renewed
      *> is out of the window, so a rerun is harmless. Cards issued
      *> before cards carried dates have no EXPIRES and are left
      *> alone.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARDS-FILE ASSIGN TO "CARDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CARDS.
           SELECT CARDS-WORK-FILE ASSIGN TO "CARDS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-WORK.
           SELECT REISSUE-FILE ASSIGN TO "CARD-REISSUE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REISSUE.
           SELECT ACCOUNTS-FILE ASSIGN TO "accounts.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCOUNT-KEY
               FILE STATUS IS WS-FS-ACC.

       DATA DIVISION.
       FILE SECTION.
       FD  CARDS-FILE.
       01  CARDS-RECORD         PIC X(80).

       FD  CARDS-WORK-FILE.
       01  CARDS-WORK-RECORD    PIC X(80).

       FD  REISSUE-FILE.
       01  REISSUE-RECORD       PIC X(80).

       FD  ACCOUNTS-FILE.
       01  ACCOUNT-RECORD.
           05 ACCOUNT-KEY       PIC 9(5).
           05 FNAME             PIC X(10).
           05 LNAME             PIC X(10).
           05 BALANCE           PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 PROD-CODE         PIC X(4).
           05 BR-CODE           PIC X(3).

       WORKING-STORAGE SECTION.
       77  WS-FS-CARDS          PIC XX.
       77  WS-FS-WORK           PIC XX.
       77  WS-FS-REISSUE        PIC XX.
       77  WS-FS-ACC            PIC XX.
       77  WS-EOF               PIC X VALUE 'N'.
       77  WS-RC                PIC 9 VALUE 0.
       77  WS-TODAY             PIC 9(8) VALUE 0.
       77  WS-WINDOW-END        PIC 9(8).
       77  WS-RENEWAL-DAYS      PIC 9(3) VALUE 60.
       77  WS-VALIDITY-MONTHS   PIC 9(3) VALUE 36.
       77  WS-MONTH-COUNT       PIC 9(7).
       77  WS-NEW-EXPIRES       PIC 9(8).
       77  WS-CARD-COUNT        PIC 9(5) VALUE 0.
       77  WS-DUE-COUNT         PIC 9(5) VALUE 0.
       77  WS-RENEWED-COUNT     PIC 9(5) VALUE 0.
       77  WS-SKIPPED-COUNT     PIC 9(5) VALUE 0.
       77  WS-SKIP-REASON       PIC X(20).
       77  WS-ACCT-ID           PIC X(10).
       77  WS-CUST-ID           PIC X(10).
       77  WS-CLOSED-FLAG       PIC X.
       77  WS-CLOSED-DATE       PIC X(8).
       77  WS-DECEASED          PIC X.
       77  WS-ON-HOLD           PIC X.
       77  WS-HOLD-AMOUNT       PIC X(12) VALUE "0.00".
       77  WS-PARAM-NAME        PIC X(24).
       77  WS-PARAM-VALUE       PIC X(12).
       77  WS-PARAM-FOUND       PIC X.

       01  WS-CARD-FIELDS.
           05  WS-CD-TOKEN      PIC X(19).
           05  WS-CD-ACCT       PIC X(5).
           05  WS-CD-STATUS     PIC X(8).
           05  WS-CD-ISSUED     PIC X(8).
           05  WS-CD-EXPIRES    PIC X(8).
           05  WS-CD-REPLACES   PIC X(19).

       01  WS-OLD-EXPIRES.
           05  WS-OX-YEAR       PIC 9(4).
           05  WS-OX-MONTH      PIC 9(2).
           05  WS-OX-DAY        PIC 9(2).

       01  WS-FIRST-OF-MONTH.
           05  WS-FOM-YEAR      PIC 9(4).
           05  WS-FOM-MONTH     PIC 9(2).
           05  WS-FOM-DAY       PIC 9(2) VALUE 1.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "CARD-RENEWAL: Starting monthly run..."
           CALL "GET-BUSINESS-DATE" USING WS-TODAY
           MOVE "CARD_RENEWAL_DAYS" TO WS-PARAM-NAME
           CALL "GET-PARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y'
               COMPUTE WS-RENEWAL-DAYS =
                   FUNCTION NUMVAL(WS-PARAM-VALUE)
           END-IF
           MOVE "CARD_VALIDITY_MONTHS" TO WS-PARAM-NAME
           CALL "GET-PARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y'
               COMPUTE WS-VALIDITY-MONTHS =
                   FUNCTION NUMVAL(WS-PARAM-VALUE)
           END-IF
           COMPUTE WS-WINDOW-END = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY) + WS-RENEWAL-DAYS)
           DISPLAY "CARD-RENEWAL: Renewing cards expiring by "
                   WS-WINDOW-END

           OPEN INPUT CARDS-FILE
           IF WS-FS-CARDS NOT = "00"
               DISPLAY "CARD-RENEWAL: No CARDS.DAT - nothing to do."
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ACCOUNTS-FILE
           IF WS-FS-ACC NOT = "00"
               DISPLAY "CARD-RENEWAL: ERROR - cannot open "
                       "accounts.idx. Status: " WS-FS-ACC
               CLOSE CARDS-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT CARDS-WORK-FILE
           IF WS-FS-WORK NOT = "00"
               DISPLAY "CARD-RENEWAL: ERROR - cannot open "
                       "CARDS.TMP. Status: " WS-FS-WORK
               CLOSE CARDS-FILE
               CLOSE ACCOUNTS-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND REISSUE-FILE
           IF WS-FS-REISSUE = "35"
               CLOSE REISSUE-FILE
               OPEN OUTPUT REISSUE-FILE
           END-IF
           IF WS-FS-REISSUE NOT = "00"
               DISPLAY "CARD-RENEWAL: ERROR - cannot open "
                       "CARD-REISSUE.DAT. Status: " WS-FS-REISSUE
               CLOSE CARDS-FILE
               CLOSE CARDS-WORK-FILE
               CLOSE ACCOUNTS-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CARDS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CARD-COUNT
                       PERFORM CHECK-ONE-CARD
                       MOVE CARDS-RECORD TO CARDS-WORK-RECORD
                       WRITE CARDS-WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE CARDS-FILE
           CLOSE CARDS-WORK-FILE
           CLOSE REISSUE-FILE
           CLOSE ACCOUNTS-FILE

           PERFORM REPLACE-CARDS-FILE

           DISPLAY "CARD-RENEWAL: Cards on file: " WS-CARD-COUNT
           DISPLAY "CARD-RENEWAL: Due for renewal: " WS-DUE-COUNT
           DISPLAY "CARD-RENEWAL: Renewed and queued for "
                   "embossing: " WS-RENEWED-COUNT
           DISPLAY "CARD-RENEWAL: Passed over: " WS-SKIPPED-COUNT
           IF WS-SKIPPED-COUNT > 0
               MOVE 4 TO WS-RC
           END-IF
           DISPLAY "CARD-RENEWAL: Completed."
           MOVE WS-RC TO RETURN-CODE
           STOP RUN.

       CHECK-ONE-CARD.
           MOVE SPACES TO WS-CARD-FIELDS
           UNSTRING CARDS-RECORD DELIMITED BY ','
               INTO WS-CD-TOKEN WS-CD-ACCT WS-CD-STATUS
                    WS-CD-ISSUED WS-CD-EXPIRES WS-CD-REPLACES
           END-UNSTRING
           IF FUNCTION TRIM(WS-CD-STATUS) NOT = "ACTIVE"
              OR WS-CD-EXPIRES IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF WS-CD-EXPIRES > WS-WINDOW-END
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DUE-COUNT

           PERFORM CHECK-ACCOUNT-STANDING
           IF WS-SKIP-REASON NOT = SPACES
               ADD 1 TO WS-SKIPPED-COUNT
               DISPLAY "CARD-RENEWAL: Card " WS-CD-TOKEN
                       " on account " WS-CD-ACCT " not renewed - "
                       FUNCTION TRIM(WS-SKIP-REASON)
               EXIT PARAGRAPH
           END-IF

           PERFORM COMPUTE-NEW-EXPIRY
           MOVE SPACES TO CARDS-RECORD
           STRING FUNCTION TRIM(WS-CD-TOKEN) ","
                  WS-CD-ACCT ","
                  FUNCTION TRIM(WS-CD-STATUS) ","
                  WS-TODAY ","
                  WS-NEW-EXPIRES ","
                  FUNCTION TRIM(WS-CD-REPLACES)
               DELIMITED BY SIZE INTO CARDS-RECORD
           END-STRING
           MOVE SPACES TO REISSUE-RECORD
           STRING FUNCTION TRIM(WS-CD-TOKEN) ","
                  WS-CD-ACCT ",RENEWAL,"
                  WS-NEW-EXPIRES ","
                  WS-TODAY ",PENDING,"
               DELIMITED BY SIZE INTO REISSUE-RECORD
           END-STRING
           WRITE REISSUE-RECORD
           ADD 1 TO WS-RENEWED-COUNT.

       CHECK-ACCOUNT-STANDING.
           MOVE SPACES TO WS-SKIP-REASON
           IF WS-CD-ACCT IS NOT NUMERIC
               MOVE "NOT ON MASTER" TO WS-SKIP-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CD-ACCT TO ACCOUNT-KEY
           READ ACCOUNTS-FILE
               INVALID KEY
                   MOVE "NOT ON MASTER" TO WS-SKIP-REASON
                   EXIT PARAGRAPH
           END-READ
           MOVE SPACES TO WS-ACCT-ID
           MOVE WS-CD-ACCT TO WS-ACCT-ID
           CALL "CLOSED-CHECK" USING WS-ACCT-ID, WS-CLOSED-FLAG,
               WS-CLOSED-DATE
           IF WS-CLOSED-FLAG = 'Y'
               MOVE "ACCOUNT CLOSED" TO WS-SKIP-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CUST-ID
           CALL "RESOLVE-CUSTOMER" USING WS-ACCT-ID, WS-CUST-ID
           CALL "DECEASED-CHECK" USING WS-CUST-ID, WS-DECEASED
           IF WS-DECEASED = 'Y'
               MOVE "CUSTOMER DECEASED" TO WS-SKIP-REASON
               EXIT PARAGRAPH
           END-IF
      *> A zero amount trips only a FULL freeze, not a limit hold.
           CALL "CHECK-HOLD" USING WS-ACCT-ID, WS-HOLD-AMOUNT,
               WS-ON-HOLD
           IF WS-ON-HOLD = 'Y'
               MOVE "ACCOUNT FROZEN" TO WS-SKIP-REASON
           END-IF.

      *> The renewed card runs CARD_VALIDITY_MONTHS past the month
      *> the old one expires, to the last day of that month.
       COMPUTE-NEW-EXPIRY.
           MOVE WS-CD-EXPIRES TO WS-OLD-EXPIRES
           COMPUTE WS-MONTH-COUNT =
               WS-OX-YEAR * 12 + WS-OX-MONTH - 1
               + WS-VALIDITY-MONTHS + 1
           COMPUTE WS-FOM-YEAR = WS-MONTH-COUNT / 12
           COMPUTE WS-FOM-MONTH =
               FUNCTION MOD(WS-MONTH-COUNT, 12) + 1
           COMPUTE WS-NEW-EXPIRES = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-FIRST-OF-MONTH)) - 1).

       REPLACE-CARDS-FILE.
           MOVE 'N' TO WS-EOF
           OPEN INPUT CARDS-WORK-FILE
           OPEN OUTPUT CARDS-FILE
           PERFORM UNTIL WS-EOF = 'Y'
               READ CARDS-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE CARDS-WORK-RECORD TO CARDS-RECORD
                       WRITE CARDS-RECORD
               END-READ
           END-PERFORM
           CLOSE CARDS-WORK-FILE
           CLOSE CARDS-FILE
           CALL "CBL_DELETE_FILE" USING "CARDS.TMP".
