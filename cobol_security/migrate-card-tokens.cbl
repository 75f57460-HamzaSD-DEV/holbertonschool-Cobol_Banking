       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIGRATE-CARD-TOKENS.

      *> One-time migration of the files that carried clear card
      *> numbers to CARD-VAULT tokens. Each clear number is moved
      *> into CARD-VAULT.DAT and replaced in place by its token:
      *>   CARDS.DAT              field 1
      *>   TRANSIN                field 8
      *>   NEXTDAY-TRANSIN.DAT    field 8
      *>   PENDING-APPROVAL.DAT   field 8
      *>   transactions.dat       field 5 of UPDATE records
      *>   SAF-QUEUE.DAT          field 5 of UPDATE records
      *> A field is converted only when it holds a 12-19 digit card
      *> number, so tokens already in place pass through unchanged
      *> and the migration is safe to rerun. Each file is rebuilt
      *> through a ".TOK" work copy; a file not present is skipped.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-FILE ASSIGN TO WS-OLD-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OLD.
           SELECT NEW-FILE ASSIGN TO WS-NEW-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NEW.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-FILE.
       01  OLD-RECORD           PIC X(200).

       FD  NEW-FILE.
       01  NEW-RECORD           PIC X(200).

       WORKING-STORAGE SECTION.
       77  WS-FS-OLD            PIC XX.
       77  WS-FS-NEW            PIC XX.
       77  WS-EOF               PIC X VALUE "N".
       77  WS-F                 PIC 9(2).
       77  WS-P                 PIC 9(3).
       77  WS-PTR               PIC 9(3).
       77  WS-FIELD-NO          PIC 9(2).
       77  WS-FIELD-START       PIC 9(3).
       77  WS-CARD-LEN          PIC 9(3).
       77  WS-MIGRATED-COUNT    PIC 9(6) VALUE 0.
       77  WS-ALREADY-COUNT     PIC 9(6) VALUE 0.
       77  WS-FAILED-COUNT      PIC 9(6) VALUE 0.
       77  WS-CARD-NO           PIC X(19).
       77  WS-TOKEN             PIC X(19).
       77  WS-VAULT-ACTION      PIC X(8) VALUE "TOKENIZE".
       77  WS-VAULT-OPERATOR    PIC X(8) VALUE SPACES.
       77  WS-VAULT-OK          PIC X.
       77  WS-OLD-NAME          PIC X(24).
       77  WS-NEW-NAME          PIC X(28).

      *> File name, card field position, and whether only UPDATE
      *> records carry a card.
       01  WS-FILE-LIST.
           05  FILLER PIC X(27) VALUE "CARDS.DAT               01N".
           05  FILLER PIC X(27) VALUE "TRANSIN                 08N".
           05  FILLER PIC X(27) VALUE "NEXTDAY-TRANSIN.DAT     08N".
           05  FILLER PIC X(27) VALUE "PENDING-APPROVAL.DAT    08N".
           05  FILLER PIC X(27) VALUE "transactions.dat        05Y".
           05  FILLER PIC X(27) VALUE "SAF-QUEUE.DAT           05Y".
       01  WS-FILE-TABLE REDEFINES WS-FILE-LIST.
           05  WS-FL-ENTRY OCCURS 6 TIMES.
               10  WS-FL-NAME       PIC X(24).
               10  WS-FL-FIELD      PIC 9(2).
               10  WS-FL-UPDATE-ONLY PIC X.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "MIGRATE-CARD-TOKENS: moving clear card numbers "
                   "into CARD-VAULT.DAT..."
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 6
               PERFORM MIGRATE-ONE-FILE
           END-PERFORM
           DISPLAY "MIGRATE-CARD-TOKENS: tokenized " WS-MIGRATED-COUNT
                   " card numbers, " WS-ALREADY-COUNT
                   " records had none in clear."
           IF WS-FAILED-COUNT > 0
               DISPLAY "MIGRATE-CARD-TOKENS: ERROR - "
                       WS-FAILED-COUNT " card numbers could not be "
                       "vaulted and were left in clear; rerun once "
                       "CARD-VAULT.DAT is writable."
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       MIGRATE-ONE-FILE.
           MOVE WS-FL-NAME(WS-F) TO WS-OLD-NAME
           MOVE SPACES TO WS-NEW-NAME
           STRING FUNCTION TRIM(WS-OLD-NAME) ".TOK"
               DELIMITED BY SIZE INTO WS-NEW-NAME
           END-STRING
           OPEN INPUT OLD-FILE
           IF WS-FS-OLD NOT = "00"
               DISPLAY "  " WS-OLD-NAME " not present - skipped."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT NEW-FILE
           IF WS-FS-NEW NOT = "00"
               DISPLAY "MIGRATE-CARD-TOKENS: ERROR - cannot open "
                       FUNCTION TRIM(WS-NEW-NAME) ". Status: "
                       WS-FS-NEW
               CLOSE OLD-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ OLD-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM MIGRATE-ONE-RECORD
                       WRITE NEW-RECORD
               END-READ
           END-PERFORM
           CLOSE OLD-FILE
           CLOSE NEW-FILE
           PERFORM REPLACE-OLD-FILE
           DISPLAY "  " WS-OLD-NAME " done.".

       MIGRATE-ONE-RECORD.
           MOVE OLD-RECORD TO NEW-RECORD
           IF WS-FL-UPDATE-ONLY(WS-F) = "Y"
              AND FUNCTION UPPER-CASE(OLD-RECORD(1:7)) NOT = "UPDATE,"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-CARD-FIELD
           MOVE 0 TO WS-CARD-LEN
           IF WS-FIELD-START > 0
               PERFORM VARYING WS-P FROM WS-FIELD-START BY 1
                 UNTIL WS-P > 200
                    OR OLD-RECORD(WS-P:1) IS NOT NUMERIC
                   ADD 1 TO WS-CARD-LEN
               END-PERFORM
           END-IF
           IF WS-CARD-LEN < 12 OR WS-CARD-LEN > 19
               ADD 1 TO WS-ALREADY-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-CARD-NO
           MOVE OLD-RECORD(WS-FIELD-START:WS-CARD-LEN) TO WS-CARD-NO
           CALL "CARD-VAULT" USING WS-VAULT-ACTION, WS-CARD-NO,
               WS-TOKEN, WS-VAULT-OPERATOR, WS-VAULT-OK
           IF WS-VAULT-OK NOT = "Y"
               ADD 1 TO WS-FAILED-COUNT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-MIGRATED-COUNT
           MOVE SPACES TO NEW-RECORD
           MOVE 1 TO WS-PTR
           IF WS-FIELD-START > 1
               STRING OLD-RECORD(1:WS-FIELD-START - 1)
                   DELIMITED BY SIZE INTO NEW-RECORD
                   WITH POINTER WS-PTR
               END-STRING
           END-IF
           STRING WS-TOKEN DELIMITED BY SIZE INTO NEW-RECORD
               WITH POINTER WS-PTR
           END-STRING
           COMPUTE WS-P = WS-FIELD-START + WS-CARD-LEN
           IF WS-P <= 200
               STRING OLD-RECORD(WS-P:)
                   DELIMITED BY SIZE INTO NEW-RECORD
                   WITH POINTER WS-PTR
               END-STRING
           END-IF.

      *> Where the card field starts: just past the comma that ends
      *> the field before it. Zero when the record is too short to
      *> have one.
       FIND-CARD-FIELD.
           MOVE 0 TO WS-FIELD-START
           IF WS-FL-FIELD(WS-F) = 1
               MOVE 1 TO WS-FIELD-START
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-FIELD-NO
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 199
               IF OLD-RECORD(WS-P:1) = ","
                   ADD 1 TO WS-FIELD-NO
                   IF WS-FIELD-NO = WS-FL-FIELD(WS-F)
                       COMPUTE WS-FIELD-START = WS-P + 1
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM.

       REPLACE-OLD-FILE.
           MOVE "N" TO WS-EOF
           OPEN INPUT NEW-FILE
           OPEN OUTPUT OLD-FILE
           PERFORM UNTIL WS-EOF = "Y"
               READ NEW-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE NEW-RECORD TO OLD-RECORD
                       WRITE OLD-RECORD
               END-READ
           END-PERFORM
           CLOSE NEW-FILE
           CLOSE OLD-FILE
           CALL "CBL_DELETE_FILE" USING WS-NEW-NAME.
