       PROGRAM-ID. CARD-REGISTRY.

      *> Debit-card registry: the system finally knows a card
      *> exists. CARDS.DAT ties each card to its accounts.idx
      *> account with a status and its card dates:
      *>   TOKEN,ACCT,STATUS,ISSUED,EXPIRES,REPLACES
      *> STATUS is ACTIVE / LOST / BLOCKED. EXPIRES is the last day
      *> of the month embossed on the plastic, CARD_VALIDITY_MONTHS
      *> (default 36) after issue; CARD-CHECK refuses the card after
      *> it and the monthly CARD-RENEWAL run reissues ahead of it.
      *> REPLACES carries the token of the LOST card a replacement
      *> was issued for, so the fraud desk can follow the chain.
      *> Every card issued here is queued on CARD-REISSUE.DAT for
      *> the embossing vendor (see CARD-PRODUCTION).
      *> The card is held as its CARD-VAULT token; the clear number
      *> is written only to the vault. Issue validates the Luhn
      *> check digit through LUHN-CHECK before anything is written;
      *> the intake paths validate again on every use through
      *> CARD-CHECK, so a mis-keyed or deactivated card never
      *> reaches a balance. Status change takes the card number or
      *> its token. Reveal shows the clear number behind a token to
      *> an operator whose role allows it - CARD-VAULT decides and
      *> logs every attempt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORK-FILE ASSIGN TO "CARDS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-WORK.
           SELECT REISSUE-FILE ASSIGN TO "CARD-REISSUE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REISSUE.
           SELECT USER-FILE ASSIGN TO "USERS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-USER.
           SELECT ACCOUNTS-FILE ASSIGN TO "accounts.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       DATA DIVISION.
       FILE SECTION.
       FD  CARDS-FILE.
       01  CARDS-RECORD         PIC X(80).

       FD  WORK-FILE.
       01  WORK-RECORD          PIC X(80).

       FD  REISSUE-FILE.
       01  REISSUE-RECORD       PIC X(80).

       FD  USER-FILE.
       01  USER-RECORD.
           05  FILE-USER-ID      PIC X(8).
           05  FILE-USER-NAME    PIC X(20).
           05  FILE-PASSWORD     PIC X(8).
           05  FILE-ACCESS-LEVEL PIC 9.
           05  FILE-PWD-CHANGED  PIC 9(8).
           05  FILE-PWD-HISTORY.
               10  FILE-OLD-PASSWORD OCCURS 3 TIMES PIC X(8).
           05  FILE-USER-STATUS  PIC X.
           05  FILE-LAST-LOGIN   PIC 9(8).

       FD  ACCOUNTS-FILE.
       01  ACCOUNT-RECORD.
       WORKING-STORAGE SECTION.
       77  WS-FS-CARDS          PIC XX.
       77  WS-FS-WORK           PIC XX.
       77  WS-FS-REISSUE        PIC XX.
       77  WS-FS-ACC            PIC XX.
       77  WS-FS-USER           PIC XX.
       77  WS-EOF               PIC X VALUE 'N'.
       77  WS-MENU-CHOICE       PIC X.
       77  WS-FOUND             PIC X VALUE 'N'.
       77  WS-CARD-COUNT        PIC 9(4) VALUE 0.
       77  WS-LUHN-OK           PIC X.
       77  WS-VAULT-ACTION      PIC X(8).
       77  WS-VAULT-OK          PIC X.
       77  WS-OPERATOR-OK       PIC X.
       77  WS-TODAY             PIC 9(8).
       77  WS-VALIDITY-MONTHS   PIC 9(3) VALUE 36.
       77  WS-MONTH-COUNT       PIC 9(7).
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

       01  WS-NEW-EXPIRES       PIC 9(8).
       01  WS-ISSUE-DATE.
           05  WS-ISS-YEAR      PIC 9(4).
           05  WS-ISS-MONTH     PIC 9(2).
           05  WS-ISS-DAY       PIC 9(2).
       01  WS-FIRST-OF-MONTH.
           05  WS-FOM-YEAR      PIC 9(4).
           05  WS-FOM-MONTH     PIC 9(2).
           05  WS-FOM-DAY       PIC 9(2) VALUE 1.
       01  WS-OLD-TOKEN         PIC X(19).
       01  WS-REISSUE-REASON    PIC X(8).

       01  WS-CARD-IN           PIC X(19).
       01  WS-ACCT-IN           PIC X(5).
       01  WS-STATUS-IN         PIC X(8).
       01  WS-TOKEN             PIC X(19).
       01  WS-OPERATOR-ID       PIC X(8).
       01  WS-OPERATOR-PASS     PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "GET-BUSINESS-DATE" USING WS-TODAY
           MOVE "CARD_VALIDITY_MONTHS" TO WS-PARAM-NAME
           CALL "GET-PARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y'
               COMPUTE WS-VALIDITY-MONTHS =
                   FUNCTION NUMVAL(WS-PARAM-VALUE)
           END-IF
           DISPLAY "CARD-REGISTRY: (I)ssue card, (S)tatus change, "
                   "re(P)lace lost card, (L)ist, (R)eveal card "
                   "number: " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE
           EVALUATE FUNCTION UPPER-CASE(WS-MENU-CHOICE)
               WHEN "I"
                   MOVE SPACES TO WS-OLD-TOKEN
                   PERFORM ISSUE-CARD
               WHEN "S"
                   PERFORM CHANGE-STATUS
               WHEN "P"
                   PERFORM REPLACE-LOST-CARD
               WHEN "L"
                   PERFORM LIST-CARDS
               WHEN "R"
                   PERFORM REVEAL-CARD
               WHEN OTHER
                   DISPLAY "Invalid selection."
           END-EVALUATE
               CLOSE ACCOUNTS-FILE
           END-IF

           MOVE "TOKENIZE" TO WS-VAULT-ACTION
           CALL "CARD-VAULT" USING WS-VAULT-ACTION, WS-CARD-IN,
               WS-TOKEN, WS-OPERATOR-ID, WS-VAULT-OK
           IF WS-VAULT-OK NOT = 'Y'
               DISPLAY "Card vault unavailable - not issued."
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-CARD-EXISTS
           IF WS-FOUND = 'Y'
               DISPLAY "Card already registered - not issued."
               EXIT PARAGRAPH
           END-IF

           MOVE "NEW" TO WS-REISSUE-REASON
           PERFORM WRITE-NEW-CARD
           DISPLAY "Card issued ACTIVE on account " WS-ACCT-IN
                   " as token " WS-TOKEN ", expires "
                   WS-NEW-EXPIRES ".".

      *> A new card goes on file ACTIVE from today and joins the
      *> embossing queue.
       WRITE-NEW-CARD.
           PERFORM COMPUTE-EXPIRY
           OPEN EXTEND CARDS-FILE
           IF WS-FS-CARDS = "35"
               CLOSE CARDS-FILE
               OPEN OUTPUT CARDS-FILE
           END-IF
           MOVE SPACES TO CARDS-RECORD
           STRING FUNCTION TRIM(WS-TOKEN) ","
                  WS-ACCT-IN ",ACTIVE,"
                  WS-TODAY ","
                  WS-NEW-EXPIRES ","
                  FUNCTION TRIM(WS-OLD-TOKEN)
               DELIMITED BY SIZE INTO CARDS-RECORD
           END-STRING
           WRITE CARDS-RECORD
           CLOSE CARDS-FILE
           PERFORM QUEUE-FOR-EMBOSSING.

      *> A card runs to the last day of the month
      *> CARD_VALIDITY_MONTHS after issue - the day before the
      *> first of the month after that.
       COMPUTE-EXPIRY.
           MOVE WS-TODAY TO WS-ISSUE-DATE
           COMPUTE WS-MONTH-COUNT =
               WS-ISS-YEAR * 12 + WS-ISS-MONTH - 1
               + WS-VALIDITY-MONTHS + 1
           COMPUTE WS-FOM-YEAR = WS-MONTH-COUNT / 12
           COMPUTE WS-FOM-MONTH =
               FUNCTION MOD(WS-MONTH-COUNT, 12) + 1
           COMPUTE WS-NEW-EXPIRES = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-FIRST-OF-MONTH)) - 1).

      *> The plastic itself comes from the embossing vendor; the
      *> card waits on CARD-REISSUE.DAT for the next extract.
       QUEUE-FOR-EMBOSSING.
           OPEN EXTEND REISSUE-FILE
           IF WS-FS-REISSUE = "35"
               CLOSE REISSUE-FILE
               OPEN OUTPUT REISSUE-FILE
           END-IF
           MOVE SPACES TO REISSUE-RECORD
           STRING FUNCTION TRIM(WS-TOKEN) ","
                  WS-ACCT-IN ","
                  FUNCTION TRIM(WS-REISSUE-REASON) ","
                  WS-NEW-EXPIRES ","
                  WS-TODAY ",PENDING,"
               DELIMITED BY SIZE INTO REISSUE-RECORD
           END-STRING
           WRITE REISSUE-RECORD
           CLOSE REISSUE-FILE.

      *> The LOST card stays LOST on file - it must keep refusing -
      *> and the new card names it in REPLACES. Only a LOST card is
      *> replaced here; a BLOCKED card is the fraud desk's call.
       REPLACE-LOST-CARD.
           DISPLAY "Lost card number or token: " WITH NO ADVANCING
           ACCEPT WS-CARD-IN
           MOVE "LOOKUP" TO WS-VAULT-ACTION
           CALL "CARD-VAULT" USING WS-VAULT-ACTION, WS-CARD-IN,
               WS-TOKEN, WS-OPERATOR-ID, WS-VAULT-OK
           IF WS-VAULT-OK NOT = 'Y'
               DISPLAY "Card not on file."
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-CARD-EXISTS
           IF WS-FOUND NOT = 'Y'
               DISPLAY "Card not on file."
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-CD-STATUS) NOT = "LOST"
               DISPLAY "Card is " FUNCTION TRIM(WS-CD-STATUS)
                       ", not LOST - mark it LOST first."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TOKEN TO WS-OLD-TOKEN
           PERFORM CHECK-ALREADY-REPLACED
           IF WS-FOUND = 'Y'
               DISPLAY "A replacement has already been issued for "
                       "this card."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Replacement card number (Luhn-valid, 12-19 "
                   "digits): " WITH NO ADVANCING
           ACCEPT WS-CARD-IN
           CALL "LUHN-CHECK" USING WS-CARD-IN, WS-LUHN-OK
           IF WS-LUHN-OK NOT = 'Y'
               DISPLAY "Card number fails the Luhn check - "
                       "not issued."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CD-ACCT TO WS-ACCT-IN
           MOVE "TOKENIZE" TO WS-VAULT-ACTION
           CALL "CARD-VAULT" USING WS-VAULT-ACTION, WS-CARD-IN,
               WS-TOKEN, WS-OPERATOR-ID, WS-VAULT-OK
           IF WS-VAULT-OK NOT = 'Y'
               DISPLAY "Card vault unavailable - not issued."
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-CARD-EXISTS
           IF WS-FOUND = 'Y'
               DISPLAY "Card already registered - not issued."
               EXIT PARAGRAPH
           END-IF
           MOVE "REPLACE" TO WS-REISSUE-REASON
           PERFORM WRITE-NEW-CARD
           DISPLAY "Replacement card issued ACTIVE on account "
                   WS-ACCT-IN " as token " WS-TOKEN
                   ", replacing " FUNCTION TRIM(WS-OLD-TOKEN)
                   ", expires " WS-NEW-EXPIRES ".".

       CHECK-ALREADY-REPLACED.
           MOVE 'N' TO WS-FOUND
           OPEN INPUT CARDS-FILE
           IF WS-FS-CARDS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CARDS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-CARD-FIELDS
                       UNSTRING CARDS-RECORD DELIMITED BY ','
                           INTO WS-CD-TOKEN WS-CD-ACCT
                                WS-CD-STATUS WS-CD-ISSUED
                                WS-CD-EXPIRES WS-CD-REPLACES
                       END-UNSTRING
                       IF WS-CD-REPLACES = WS-OLD-TOKEN
                           MOVE 'Y' TO WS-FOUND
                           MOVE 'Y' TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CARDS-FILE.

       CHECK-CARD-EXISTS.
           MOVE 'N' TO WS-FOUND
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-CARD-FIELDS
                       UNSTRING CARDS-RECORD DELIMITED BY ','
                           INTO WS-CD-TOKEN WS-CD-ACCT
                                WS-CD-STATUS WS-CD-ISSUED
                                WS-CD-EXPIRES WS-CD-REPLACES
                       END-UNSTRING
                       IF WS-CD-TOKEN = WS-TOKEN
                           MOVE 'Y' TO WS-FOUND
                           MOVE 'Y' TO WS-EOF
                       END-IF
      *> LOST and BLOCKED both refuse at CARD-CHECK; the
      *> distinction is for the fraud desk.
       CHANGE-STATUS.
           DISPLAY "Card number or token: " WITH NO ADVANCING
           ACCEPT WS-CARD-IN
           MOVE "LOOKUP" TO WS-VAULT-ACTION
           CALL "CARD-VAULT" USING WS-VAULT-ACTION, WS-CARD-IN,
               WS-TOKEN, WS-OPERATOR-ID, WS-VAULT-OK
           IF WS-VAULT-OK NOT = 'Y'
               DISPLAY "Card not on file."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "New status (ACTIVE/LOST/BLOCKED): "
                   WITH NO ADVANCING
           ACCEPT WS-STATUS-IN
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-CARD-FIELDS
                       UNSTRING CARDS-RECORD DELIMITED BY ','
                           INTO WS-CD-TOKEN WS-CD-ACCT
                                WS-CD-STATUS WS-CD-ISSUED
                                WS-CD-EXPIRES WS-CD-REPLACES
                       END-UNSTRING
                       IF WS-CD-TOKEN = WS-TOKEN
                           MOVE 'Y' TO WS-FOUND
                           MOVE SPACES TO CARDS-RECORD
                           STRING FUNCTION TRIM(WS-CD-TOKEN) ","
                                  WS-CD-ACCT ","
                                  FUNCTION TRIM(WS-STATUS-IN) ","
                                  FUNCTION TRIM(WS-CD-ISSUED) ","
                                  FUNCTION TRIM(WS-CD-EXPIRES) ","
                                  FUNCTION TRIM(WS-CD-REPLACES)
                               DELIMITED BY SIZE
                               INTO CARDS-RECORD
                           END-STRING
           CLOSE CARDS-FILE
           DISPLAY "Cards on file: " WS-CARD-COUNT.

      *> The teller console exports the signed-in operator as
      *> OPERATOR_ID; stand-alone, the operator keys ID and
      *> password. Whether the role may see the clear number is
      *> CARD-VAULT's decision, and it logs the attempt either way.
       REVEAL-CARD.
           PERFORM IDENTIFY-OPERATOR
           IF WS-OPERATOR-OK NOT = 'Y'
               DISPLAY "Operator ID or password not recognised."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Card token: " WITH NO ADVANCING
           ACCEPT WS-TOKEN
           MOVE FUNCTION UPPER-CASE(WS-TOKEN) TO WS-TOKEN
           MOVE "REVEAL" TO WS-VAULT-ACTION
           CALL "CARD-VAULT" USING WS-VAULT-ACTION, WS-CARD-IN,
               WS-TOKEN, WS-OPERATOR-ID, WS-VAULT-OK
           IF WS-VAULT-OK = 'Y'
               DISPLAY "Card number: " FUNCTION TRIM(WS-CARD-IN)
           ELSE
               DISPLAY "Refused - your role may not see clear card "
                       "numbers, or the token is not in the vault."
               MOVE 8 TO RETURN-CODE
           END-IF.

       IDENTIFY-OPERATOR.
           MOVE 'N' TO WS-OPERATOR-OK
           MOVE SPACES TO WS-OPERATOR-ID
           MOVE SPACES TO WS-OPERATOR-PASS
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR_ID"
           IF WS-OPERATOR-ID NOT = SPACES
               DISPLAY "Operator: " WS-OPERATOR-ID
                       " (from signed-on session)"
               MOVE 'Y' TO WS-OPERATOR-OK
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Your operator ID: " WITH NO ADVANCING
           ACCEPT WS-OPERATOR-ID
           DISPLAY "Password: " WITH NO ADVANCING
           ACCEPT WS-OPERATOR-PASS
           OPEN INPUT USER-FILE
           IF WS-FS-USER NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ USER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF FILE-USER-ID = WS-OPERATOR-ID
                           IF FILE-PASSWORD = WS-OPERATOR-PASS
                               MOVE 'Y' TO WS-OPERATOR-OK
                           END-IF
                           MOVE 'Y' TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE USER-FILE.

       COPY-WORK-BACK.
           MOVE 'N' TO WS-EOF
           OPEN INPUT WORK-FILE
