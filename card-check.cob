       PROGRAM-ID. CARD-CHECK.

      *> Shared card-channel validation, CALLed by every intake
      *> path that accepts a card. CARDS.DAT
      *>   TOKEN,ACCT,STATUS,ISSUED,EXPIRES,REPLACES
      *> holds card tokens, never clear numbers (see CARD-VAULT), so
      *> the card is validated by token: a token is matched as it
      *> stands; a clear number must pass the LUHN-CHECK digit test
      *> and already be in the vault, whose token is then matched.
      *> The card must be linked to the account the transaction
      *> names and carry status ACTIVE - a LOST or BLOCKED card
      *> refuses here, before any balance is touched - and a card
      *> past its EXPIRES date (the last day of the month embossed
      *> on it) refuses too. A card issued before cards carried
      *> dates has no EXPIRES and is honoured until it is reissued.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       DATA DIVISION.
       FILE SECTION.
       FD  CARDS-FILE.
       01  CARDS-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-FS-CARDS          PIC XX.
       77  WS-EOF               PIC X VALUE 'N'.
       77  WS-LUHN-OK           PIC X.
       77  WS-VAULT-ACTION      PIC X(8) VALUE "LOOKUP".
       77  WS-VAULT-OPERATOR    PIC X(8) VALUE SPACES.
       77  WS-VAULT-OK          PIC X.
       77  WS-TOKEN             PIC X(19).
       77  WS-TODAY             PIC 9(8).

       01  WS-CARD-FIELDS.
           05  WS-CD-TOKEN      PIC X(19).
           05  WS-CD-ACCT       PIC X(5).
           05  WS-CD-STATUS     PIC X(8).
           05  WS-CD-ISSUED     PIC X(8).
           05  WS-CD-EXPIRES    PIC X(8).

       LINKAGE SECTION.
       01  LNK-CARD-NO          PIC X(19).
                                LNK-CARD-OK.
       CARD-CHECK-PARA.
           MOVE 'N' TO LNK-CARD-OK
           MOVE FUNCTION TRIM(LNK-CARD-NO) TO WS-TOKEN
           IF WS-TOKEN(1:1) NOT = "T"
               CALL "LUHN-CHECK" USING LNK-CARD-NO, WS-LUHN-OK
               IF WS-LUHN-OK NOT = 'Y'
                   GOBACK
               END-IF
               CALL "CARD-VAULT" USING WS-VAULT-ACTION, LNK-CARD-NO,
                   WS-TOKEN, WS-VAULT-OPERATOR, WS-VAULT-OK
               IF WS-VAULT-OK NOT = 'Y'
                   GOBACK
               END-IF
           END-IF

           OPEN INPUT CARDS-FILE
                   NOT AT END
                       MOVE SPACES TO WS-CARD-FIELDS
                       UNSTRING CARDS-RECORD DELIMITED BY ','
                           INTO WS-CD-TOKEN WS-CD-ACCT
                                WS-CD-STATUS WS-CD-ISSUED
                                WS-CD-EXPIRES
                       END-UNSTRING
                       IF WS-CD-TOKEN = WS-TOKEN
                           IF WS-CD-ACCT = LNK-ACCT-ID
                              AND FUNCTION TRIM(WS-CD-STATUS)
                                  = "ACTIVE"
                               MOVE 'Y' TO LNK-CARD-OK
                           END-IF
                           IF WS-CD-EXPIRES IS NUMERIC
                               CALL "GET-BUSINESS-DATE" USING WS-TODAY
                               IF WS-CD-EXPIRES < WS-TODAY
                                   MOVE 'N' TO LNK-CARD-OK
                               END-IF
                           END-IF
                           MOVE 'Y' TO WS-EOF
                       END-IF
               END-READ
