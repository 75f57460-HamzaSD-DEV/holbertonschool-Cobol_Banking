       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHEQUE-CHECK.

      *> Shared on-us cheque number validation, CALLed by every path
      *> that pays a cheque drawn on one of our accounts. The
      *> cheque-book register CHEQUE-BOOKS.DAT (kept by CHEQUE-BOOKS)
      *> carries one line per book issued or range reported lost:
      *>   ACCT,FIRST,LAST,DATE,STATUS,OPERATOR
      *> A cheque pays only if its number falls inside a book of
      *> STATUS ISSUED for the drawing account and inside no range
      *> of STATUS LOST for that account. The answer is
      *>   Y  number issued to the account and not lost
      *>   N  number never issued to the account
      *>   L  number inside a range reported lost
      *> Until the register exists no book has been recorded and the
      *> check is not enforced. Likewise an account with no line on
      *> the register at all is not enforced: its books went out
      *> before the register was kept, and only an account whose
      *> books are recorded can be held to them.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOOKS-FILE ASSIGN TO "CHEQUE-BOOKS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BOOKS.

       DATA DIVISION.
       FILE SECTION.
       FD  BOOKS-FILE.
       01  BOOKS-RECORD         PIC X(60).

       WORKING-STORAGE SECTION.
       77  WS-FS-BOOKS          PIC XX.
       77  WS-EOF               PIC X VALUE 'N'.
       77  WS-ISSUED            PIC X.
       77  WS-LOST              PIC X.
       77  WS-ON-REGISTER       PIC X.
       77  WS-CHEQUE-NO         PIC 9(6).

       01  WS-BOOK-FIELDS.
           05  WS-BK-ACCT       PIC X(5).
           05  WS-BK-FIRST      PIC X(6).
           05  WS-BK-LAST       PIC X(6).
           05  WS-BK-DATE       PIC X(8).
           05  WS-BK-STATUS     PIC X(6).
           05  WS-BK-OPERATOR   PIC X(8).

       LINKAGE SECTION.
       01  LNK-ACCT-ID          PIC X(5).
       01  LNK-CHEQUE-NO        PIC X(6).
       01  LNK-CHEQUE-OK        PIC X.

       PROCEDURE DIVISION USING LNK-ACCT-ID, LNK-CHEQUE-NO,
                                LNK-CHEQUE-OK.
       CHEQUE-CHECK-PARA.
           MOVE 'N' TO LNK-CHEQUE-OK
           OPEN INPUT BOOKS-FILE
           IF WS-FS-BOOKS NOT = "00"
               MOVE 'Y' TO LNK-CHEQUE-OK
               GOBACK
           END-IF
           IF LNK-CHEQUE-NO IS NOT NUMERIC
               CLOSE BOOKS-FILE
               GOBACK
           END-IF
           MOVE LNK-CHEQUE-NO TO WS-CHEQUE-NO
           MOVE 'N' TO WS-ISSUED
           MOVE 'N' TO WS-LOST
           MOVE 'N' TO WS-ON-REGISTER
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ BOOKS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM MATCH-BOOK
               END-READ
           END-PERFORM
           CLOSE BOOKS-FILE
           IF WS-LOST = 'Y'
               MOVE 'L' TO LNK-CHEQUE-OK
           ELSE
               IF WS-ISSUED = 'Y' OR WS-ON-REGISTER = 'N'
                   MOVE 'Y' TO LNK-CHEQUE-OK
               END-IF
           END-IF
           GOBACK.

       MATCH-BOOK.
           MOVE SPACES TO WS-BOOK-FIELDS
           UNSTRING BOOKS-RECORD DELIMITED BY ','
               INTO WS-BK-ACCT WS-BK-FIRST WS-BK-LAST WS-BK-DATE
                    WS-BK-STATUS WS-BK-OPERATOR
           END-UNSTRING
           IF WS-BK-ACCT = LNK-ACCT-ID
               MOVE 'Y' TO WS-ON-REGISTER
           END-IF
           IF WS-BK-ACCT NOT = LNK-ACCT-ID
              OR WS-BK-FIRST IS NOT NUMERIC
              OR WS-BK-LAST IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF WS-CHEQUE-NO < FUNCTION NUMVAL(WS-BK-FIRST)
              OR WS-CHEQUE-NO > FUNCTION NUMVAL(WS-BK-LAST)
               EXIT PARAGRAPH
           END-IF
           EVALUATE FUNCTION TRIM(WS-BK-STATUS)
               WHEN "ISSUED"
                   MOVE 'Y' TO WS-ISSUED
               WHEN "LOST"
                   MOVE 'Y' TO WS-LOST
           END-EVALUATE.
