       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARD-VAULT.

      *> The card-number token vault. Clear card numbers live only
      *> on CARD-VAULT.DAT, one "TOKEN,CARDNO" line per card, and
      *> only this module reads or writes it - CARDS.DAT, TRANSIN,
      *> the SAF queue and every file downstream carry the token. A
      *> token is 19 characters, the width of the card fields it
      *> replaces: "T", a 14-digit vault sequence, and the card's
      *> last four digits for customer service. The leading "T"
      *> tells a token from a clear number at a glance.
      *> LNK-ACTION:
      *>   TOKENIZE - card in, token back; a card not yet in the
      *>              vault is added
      *>   LOOKUP   - card in, token back; never adds
      *>   REVEAL   - token in, clear card back, for an operator
      *>              whose RBAC access level is CARD_REVEAL_LEVEL
      *>              (default 2, Manager) or better and who is not
      *>              disabled. Every REVEAL, granted or refused,
      *>              is logged to ACCESS-LOG.TXT through LOG-CHAIN.
      *> LNK-RESULT is 'Y' when the action succeeded.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VAULT-FILE ASSIGN TO "CARD-VAULT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-VAULT.
           SELECT USER-FILE ASSIGN TO "USERS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-USER.

       DATA DIVISION.
       FILE SECTION.
       FD  VAULT-FILE.
       01  VAULT-RECORD         PIC X(40).

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

       WORKING-STORAGE SECTION.
       77  WS-FS-VAULT          PIC XX.
       77  WS-FS-USER           PIC XX.
       77  WS-EOF               PIC X VALUE 'N'.
       77  WS-CARD-IN           PIC X(19).
       77  WS-CARD-LEN          PIC 9(2).
       77  WS-LAST-SEQ          PIC 9(14) VALUE 0.
       77  WS-REVEAL-LEVEL      PIC 9 VALUE 2.
       77  WS-ROLE-OK           PIC X.
       77  WS-PARAM-NAME        PIC X(24).
       77  WS-PARAM-VALUE       PIC X(12).
       77  WS-PARAM-FOUND       PIC X.
       77  WS-LOG-TIMESTAMP     PIC X(19).
       77  WS-CHAIN-LOG         PIC X(30).
       77  WS-CHAIN-LINE        PIC X(120).

       01  WS-VAULT-FIELDS.
           05  WS-VT-TOKEN      PIC X(19).
           05  WS-VT-CARD       PIC X(19).

       01  WS-NEW-TOKEN.
           05  FILLER           PIC X VALUE "T".
           05  WS-NT-SEQ        PIC 9(14).
           05  WS-NT-LAST4      PIC X(4).

       LINKAGE SECTION.
       01  LNK-ACTION           PIC X(8).
       01  LNK-CARD-NO          PIC X(19).
       01  LNK-TOKEN            PIC X(19).
       01  LNK-OPERATOR         PIC X(8).
       01  LNK-RESULT           PIC X.

       PROCEDURE DIVISION USING LNK-ACTION, LNK-CARD-NO, LNK-TOKEN,
                                LNK-OPERATOR, LNK-RESULT.
       VAULT-PARA.
           MOVE 'N' TO LNK-RESULT
           EVALUATE LNK-ACTION
               WHEN "TOKENIZE"
               WHEN "LOOKUP"
                   MOVE SPACES TO LNK-TOKEN
                   MOVE FUNCTION TRIM(LNK-CARD-NO) TO WS-CARD-IN
                   IF WS-CARD-IN = SPACES
                       GOBACK
                   END-IF
      *> Already a token - a record tokenized on an earlier pass.
                   IF WS-CARD-IN(1:1) = "T"
                       MOVE WS-CARD-IN TO LNK-TOKEN
                       MOVE 'Y' TO LNK-RESULT
                       GOBACK
                   END-IF
                   PERFORM FIND-BY-CARD
                   IF LNK-RESULT = 'Y' OR LNK-ACTION = "LOOKUP"
                       GOBACK
                   END-IF
                   PERFORM ADD-TO-VAULT
               WHEN "REVEAL"
                   MOVE SPACES TO LNK-CARD-NO
                   PERFORM CHECK-REVEAL-ROLE
                   IF WS-ROLE-OK = 'Y'
                       PERFORM FIND-BY-TOKEN
                   END-IF
                   PERFORM LOG-REVEAL
           END-EVALUATE
           GOBACK.

      *> The scan also notes the highest sequence issued so far, so
      *> a new card takes the next one.
       FIND-BY-CARD.
           MOVE 0 TO WS-LAST-SEQ
           OPEN INPUT VAULT-FILE
           IF WS-FS-VAULT NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ VAULT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-VAULT-FIELDS
                       UNSTRING VAULT-RECORD DELIMITED BY ","
                           INTO WS-VT-TOKEN WS-VT-CARD
                       END-UNSTRING
                       IF WS-VT-TOKEN(2:14) IS NUMERIC
                          AND WS-VT-TOKEN(2:14) > WS-LAST-SEQ
                           MOVE WS-VT-TOKEN(2:14) TO WS-LAST-SEQ
                       END-IF
                       IF WS-VT-CARD = WS-CARD-IN
                           MOVE WS-VT-TOKEN TO LNK-TOKEN
                           MOVE 'Y' TO LNK-RESULT
                           MOVE 'Y' TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VAULT-FILE.

       ADD-TO-VAULT.
           ADD 1 TO WS-LAST-SEQ
           MOVE WS-LAST-SEQ TO WS-NT-SEQ
           MOVE 0 TO WS-CARD-LEN
           INSPECT WS-CARD-IN TALLYING WS-CARD-LEN
               FOR CHARACTERS BEFORE INITIAL " "
           IF WS-CARD-LEN < 4
               MOVE "0000" TO WS-NT-LAST4
           ELSE
               MOVE WS-CARD-IN(WS-CARD-LEN - 3:4) TO WS-NT-LAST4
           END-IF
           OPEN EXTEND VAULT-FILE
           IF WS-FS-VAULT = "35"
               CLOSE VAULT-FILE
               OPEN OUTPUT VAULT-FILE
           END-IF
           IF WS-FS-VAULT NOT = "00"
               DISPLAY "CARD-VAULT: ERROR - cannot open "
                       "CARD-VAULT.DAT. Status: " WS-FS-VAULT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO VAULT-RECORD
           STRING WS-NEW-TOKEN "," FUNCTION TRIM(WS-CARD-IN)
               DELIMITED BY SIZE INTO VAULT-RECORD
           END-STRING
           WRITE VAULT-RECORD
           CLOSE VAULT-FILE
           MOVE WS-NEW-TOKEN TO LNK-TOKEN
           MOVE 'Y' TO LNK-RESULT.

       FIND-BY-TOKEN.
           OPEN INPUT VAULT-FILE
           IF WS-FS-VAULT NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ VAULT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-VAULT-FIELDS
                       UNSTRING VAULT-RECORD DELIMITED BY ","
                           INTO WS-VT-TOKEN WS-VT-CARD
                       END-UNSTRING
                       IF WS-VT-TOKEN = LNK-TOKEN
                           MOVE WS-VT-CARD TO LNK-CARD-NO
                           MOVE 'Y' TO LNK-RESULT
                           MOVE 'Y' TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VAULT-FILE.

      *> Roles follow RBAC-SECURITY: 1 Admin, 2 Manager, 3 User.
       CHECK-REVEAL-ROLE.
           MOVE 'N' TO WS-ROLE-OK
           MOVE "CARD_REVEAL_LEVEL" TO WS-PARAM-NAME
           CALL "GET-PARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y'
               COMPUTE WS-REVEAL-LEVEL =
                   FUNCTION NUMVAL(WS-PARAM-VALUE)
           END-IF
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
                       IF FILE-USER-ID = LNK-OPERATOR
                           IF FILE-ACCESS-LEVEL <= WS-REVEAL-LEVEL
                              AND FILE-USER-STATUS NOT = 'D'
                               MOVE 'Y' TO WS-ROLE-OK
                           END-IF
                           MOVE 'Y' TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE USER-FILE.

       LOG-REVEAL.
           MOVE FUNCTION CURRENT-DATE TO WS-LOG-TIMESTAMP
           MOVE SPACES TO WS-CHAIN-LINE
           IF LNK-RESULT = 'Y'
               STRING WS-LOG-TIMESTAMP(1:19)
                      " | USER: " FUNCTION TRIM(LNK-OPERATOR)
                      " | CARD CLEAR NUMBER RETRIEVED | TOKEN: "
                      LNK-TOKEN
                   DELIMITED BY SIZE INTO WS-CHAIN-LINE
               END-STRING
           ELSE
               STRING WS-LOG-TIMESTAMP(1:19)
                      " | USER: " FUNCTION TRIM(LNK-OPERATOR)
                      " | CARD CLEAR NUMBER REFUSED | TOKEN: "
                      LNK-TOKEN
                   DELIMITED BY SIZE INTO WS-CHAIN-LINE
               END-STRING
           END-IF
           MOVE "ACCESS-LOG.TXT" TO WS-CHAIN-LOG
           CALL "LOG-CHAIN" USING WS-CHAIN-LOG, WS-CHAIN-LINE.
