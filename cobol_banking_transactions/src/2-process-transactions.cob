*> Card-channel UPDATE records carry the card number as field 5
*> ("UPDATE,<acct>,DEPOSIT|WITHDRAW,<amount>,<cardno>"); a record
*> naming a card is refused unless CARD-CHECK passes it - active
*> on CARDS.DAT, linked to the account, Luhn-valid. Field 5 may
*> be the card number or its CARD-VAULT token; a record diverted
*> to the SAF queue is written with the token, never the number.
*> When the vault cannot tokenize, the record is not queued at all
*> and is reported for resubmission once the vault is back.
01  CARD-NO              PIC X(19).
01  CARD-ACCT            PIC X(5).
01  CARD-OK              PIC X.
01  CARD-TOKEN           PIC X(19).
01  VAULT-ACTION         PIC X(8) VALUE "TOKENIZE".
01  VAULT-OPERATOR       PIC X(8) VALUE SPACES.
01  VAULT-OK             PIC X.
01  CARD-QUEUE-OK        PIC X.
01  UNQUEUED-COUNT       PIC 9(5) VALUE 0.
01  BRIDGE-AMT           PIC X(12).
01  BRIDGE-STATUS        PIC X(10).
01  HOLD-ACCT            PIC X(10).
                EVALUATE FUNCTION UPPER-CASE(
                    FUNCTION TRIM(TX-ACTION))
                    WHEN "INSERT"
                    WHEN "DELETE"
                        ADD 1 TO SAF-COUNT
                        MOVE TX-RECORD TO SAF-RECORD
                        WRITE SAF-RECORD
                    WHEN "UPDATE"
                        MOVE TX-RECORD TO SAF-RECORD
                        PERFORM TOKENIZE-QUEUED-CARD
                        IF CARD-QUEUE-OK = "Y"
                            ADD 1 TO SAF-COUNT
                            WRITE SAF-RECORD
                        ELSE
                            ADD 1 TO UNQUEUED-COUNT
                        END-IF
                END-EVALUATE
        END-READ
    END-PERFORM.
    CLOSE TX-FILE.
    CLOSE SAF-FILE.
    DISPLAY "Queued " SAF-COUNT " transactions for replay.".
    IF UNQUEUED-COUNT > 0
        DISPLAY "NOT queued: " UNQUEUED-COUNT " card transactions - "
                "resubmit from transactions.dat once the card vault "
                "is available."
    END-IF.

TOKENIZE-QUEUED-CARD.
    MOVE "Y" TO CARD-QUEUE-OK.
    IF FUNCTION TRIM(TX-FIELD-5) = SPACES
        EXIT PARAGRAPH
    END-IF.
    MOVE TX-FIELD-5 TO CARD-NO.
    CALL "CARD-VAULT" USING VAULT-ACTION, CARD-NO, CARD-TOKEN,
        VAULT-OPERATOR, VAULT-OK.
    IF VAULT-OK NOT = "Y" THEN
        DISPLAY "WARNING: card vault unavailable - card transaction "
                "on account " FUNCTION TRIM(TX-FIELD-2)
                " NOT queued."
        MOVE "N" TO CARD-QUEUE-OK
        MOVE SPACES TO SAF-RECORD
        EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO SAF-RECORD.
    STRING FUNCTION TRIM(TX-ACTION) ","
           FUNCTION TRIM(TX-FIELD-2) ","
           FUNCTION TRIM(TX-FIELD-3) ","
           FUNCTION TRIM(TX-FIELD-4) ","
           FUNCTION TRIM(CARD-TOKEN)
        DELIMITED BY SIZE INTO SAF-RECORD
    END-STRING.

PROCESS-TRANSACTIONS.
    READ TX-FILE AT END MOVE "10" TO TX-FILE-STATUS.
