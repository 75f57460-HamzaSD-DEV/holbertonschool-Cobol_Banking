       IDENTIFICATION DIVISION.
       PROGRAM-ID. SWEEP-ARRANGEMENTS.

      *> Maintenance for the linked-account balance sweeps
      *> BALANCE-SWEEP runs each night. One arrangement per line in
      *> SWEEP-ARRANGEMENTS.DAT:
      *>   SWEEP-ID,SOURCE,TARGET,TARGET-BAL,MIN-SWEEP,STATUS
      *> SOURCE is the operating (checking) account held at
      *> TARGET-BAL; spare cash above it sweeps to TARGET (the
      *> savings account) and a shortfall below it is covered back
      *> from TARGET. MIN-SWEEP is the smallest amount worth moving.
      *> STATUS is ACTIVE or CANCELLED; cancelled arrangements stay
      *> on file for the history, the way standing orders do.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SWEEP-FILE ASSIGN TO "SWEEP-ARRANGEMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SWEEP.
           SELECT WORK-FILE ASSIGN TO "SWEEP-ARRANGEMENTS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-WORK.

       DATA DIVISION.
       FILE SECTION.
       FD  SWEEP-FILE.
       01  SWEEP-RECORD         PIC X(80).

       FD  WORK-FILE.
       01  WORK-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-FS-SWEEP          PIC XX.
       77  WS-FS-WORK           PIC XX.
       77  WS-EOF               PIC X VALUE 'N'.
       77  WS-MENU-CHOICE       PIC X.
       77  WS-FOUND             PIC X VALUE 'N'.
       77  WS-SWEEP-COUNT       PIC 9(4) VALUE 0.
       77  WS-HIGHEST-SEQ       PIC 9(4) VALUE 0.
       77  WS-ACCT-OK           PIC X.
       77  WS-CLOSED            PIC X.
       77  WS-CLOSED-DATE       PIC X(8).

       01  WS-SWEEP-FIELDS.
           05  WS-SW-ID         PIC X(6).
           05  WS-SW-SOURCE     PIC X(5).
           05  WS-SW-TARGET     PIC X(5).
           05  WS-SW-TGT-BAL    PIC X(12).
           05  WS-SW-MIN        PIC X(12).
           05  WS-SW-STATUS     PIC X(9).

       01  WS-INPUT-ID          PIC X(6).
       01  WS-INPUT-SOURCE      PIC X(5).
       01  WS-INPUT-TARGET      PIC X(5).
       01  WS-INPUT-TGT-BAL     PIC X(12).
       01  WS-INPUT-MIN         PIC X(12).
       01  WS-CHECK-ACCT        PIC X(10).
       01  WS-TGT-BAL-NUM       PIC 9(9)V99.
       01  WS-TGT-BAL-OUT       PIC 9(9).99.
       01  WS-MIN-NUM           PIC 9(9)V99.
       01  WS-MIN-OUT           PIC 9(9).99.
       01  WS-SEQ-NUM           PIC 9(4).
       01  WS-NEW-ID.
           05  FILLER           PIC XX VALUE "SW".
           05  WS-NEW-ID-SEQ    PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "SWEEP-ARRANGEMENTS: (A)dd, (C)ancel, (L)ist: "
                   WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE

           EVALUATE FUNCTION UPPER-CASE(WS-MENU-CHOICE)
               WHEN "A"
                   PERFORM ADD-ARRANGEMENT
               WHEN "C"
                   PERFORM CANCEL-ARRANGEMENT
               WHEN "L"
                   PERFORM LIST-ARRANGEMENTS
               WHEN OTHER
                   DISPLAY "Invalid selection."
           END-EVALUATE
           STOP RUN.

      *> Both accounts must carry a valid check digit, differ, and
      *> never have been closed; an account already swept under an
      *> ACTIVE arrangement cannot be linked a second time, so no
      *> two arrangements fight over the same balance.
       ADD-ARRANGEMENT.
           DISPLAY "Source (operating) account (5 digits): "
               WITH NO ADVANCING
           ACCEPT WS-INPUT-SOURCE
           DISPLAY "Target (savings) account (5 digits): "
               WITH NO ADVANCING
           ACCEPT WS-INPUT-TARGET
           DISPLAY "Target balance to hold in source "
                   "(e.g. 5000.00): " WITH NO ADVANCING
           ACCEPT WS-INPUT-TGT-BAL
           DISPLAY "Minimum sweep amount (e.g. 100.00): "
               WITH NO ADVANCING
           ACCEPT WS-INPUT-MIN

           MOVE WS-INPUT-SOURCE TO WS-CHECK-ACCT
           PERFORM VALIDATE-ACCOUNT
           IF WS-ACCT-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-INPUT-TARGET TO WS-CHECK-ACCT
           PERFORM VALIDATE-ACCOUNT
           IF WS-ACCT-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-INPUT-SOURCE = WS-INPUT-TARGET
               DISPLAY "Source and target must differ - "
                       "arrangement not added."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TGT-BAL-NUM = FUNCTION NUMVAL(WS-INPUT-TGT-BAL)
           COMPUTE WS-MIN-NUM = FUNCTION NUMVAL(WS-INPUT-MIN)
           IF WS-MIN-NUM = 0
               DISPLAY "Minimum sweep must be non-zero - "
                       "arrangement not added."
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-HIGHEST-SEQ
           IF WS-FOUND = 'Y'
               DISPLAY "An account is already in an active sweep - "
                       "arrangement not added."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SEQ-NUM = WS-HIGHEST-SEQ + 1
           MOVE WS-SEQ-NUM TO WS-NEW-ID-SEQ
           MOVE WS-TGT-BAL-NUM TO WS-TGT-BAL-OUT
           MOVE WS-MIN-NUM TO WS-MIN-OUT

           OPEN EXTEND SWEEP-FILE
           IF WS-FS-SWEEP = "35"
               CLOSE SWEEP-FILE
               OPEN OUTPUT SWEEP-FILE
           END-IF
           MOVE SPACES TO SWEEP-RECORD
           STRING WS-NEW-ID ","
                  WS-INPUT-SOURCE ","
                  WS-INPUT-TARGET ","
                  WS-TGT-BAL-OUT ","
                  WS-MIN-OUT ","
                  "ACTIVE"
               DELIMITED BY SIZE INTO SWEEP-RECORD
           END-STRING
           WRITE SWEEP-RECORD
           CLOSE SWEEP-FILE
           DISPLAY "Sweep arrangement " WS-NEW-ID " added.".

       VALIDATE-ACCOUNT.
           MOVE 'N' TO WS-ACCT-OK
           IF WS-CHECK-ACCT(1:5) IS NOT NUMERIC
               DISPLAY "Account " WS-CHECK-ACCT(1:5)
                       " must be 5 digits - arrangement not added."
               EXIT PARAGRAPH
           END-IF
           CALL "ACCT-CHECK" USING WS-CHECK-ACCT, WS-ACCT-OK
           IF WS-ACCT-OK NOT = 'Y'
               DISPLAY "Account " WS-CHECK-ACCT(1:5)
                       " fails its check digit - arrangement "
                       "not added."
               EXIT PARAGRAPH
           END-IF
           CALL "CLOSED-CHECK" USING WS-CHECK-ACCT, WS-CLOSED,
               WS-CLOSED-DATE
           IF WS-CLOSED = 'Y'
               MOVE 'N' TO WS-ACCT-OK
               DISPLAY "Account " WS-CHECK-ACCT(1:5)
                       " was closed on " WS-CLOSED-DATE
                       " - arrangement not added."
           END-IF.

      *> Next free SWnnnn number, and whether either account is
      *> already linked under an ACTIVE arrangement.
       FIND-HIGHEST-SEQ.
           MOVE 0 TO WS-HIGHEST-SEQ
           MOVE 'N' TO WS-FOUND
           OPEN INPUT SWEEP-FILE
           IF WS-FS-SWEEP NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ SWEEP-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM PARSE-ARRANGEMENT
                       IF FUNCTION NUMVAL(WS-SW-ID(3:4))
                          > WS-HIGHEST-SEQ
                           COMPUTE WS-HIGHEST-SEQ =
                               FUNCTION NUMVAL(WS-SW-ID(3:4))
                       END-IF
                       IF FUNCTION TRIM(WS-SW-STATUS) = "ACTIVE"
                          AND (WS-SW-SOURCE = WS-INPUT-SOURCE
                            OR WS-SW-SOURCE = WS-INPUT-TARGET
                            OR WS-SW-TARGET = WS-INPUT-SOURCE
                            OR WS-SW-TARGET = WS-INPUT-TARGET)
                           MOVE 'Y' TO WS-FOUND
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SWEEP-FILE.

       CANCEL-ARRANGEMENT.
           DISPLAY "Arrangement ID to cancel (SWnnnn): "
               WITH NO ADVANCING
           ACCEPT WS-INPUT-ID
           MOVE FUNCTION UPPER-CASE(WS-INPUT-ID) TO WS-INPUT-ID

           OPEN INPUT SWEEP-FILE
           IF WS-FS-SWEEP NOT = "00"
               DISPLAY "No sweep arrangements on file."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT WORK-FILE
           MOVE 'N' TO WS-EOF
           MOVE 'N' TO WS-FOUND
           PERFORM UNTIL WS-EOF = 'Y'
               READ SWEEP-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM PARSE-ARRANGEMENT
                       IF WS-SW-ID = WS-INPUT-ID
                          AND WS-SW-STATUS = "ACTIVE"
                           MOVE 'Y' TO WS-FOUND
                           MOVE "CANCELLED" TO WS-SW-STATUS
                           PERFORM BUILD-ARRANGEMENT-RECORD
                       END-IF
                       MOVE SWEEP-RECORD TO WORK-RECORD
                       WRITE WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE SWEEP-FILE
           CLOSE WORK-FILE

           IF WS-FOUND = 'Y'
               PERFORM COPY-WORK-BACK
               DISPLAY "Sweep arrangement " WS-INPUT-ID
                       " cancelled."
           ELSE
               CALL "CBL_DELETE_FILE" USING "SWEEP-ARRANGEMENTS.TMP"
               DISPLAY "No active arrangement " WS-INPUT-ID
                       " on file."
           END-IF.

       LIST-ARRANGEMENTS.
           OPEN INPUT SWEEP-FILE
           IF WS-FS-SWEEP NOT = "00"
               DISPLAY "No sweep arrangements on file."
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ SWEEP-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-SWEEP-COUNT
                       DISPLAY SWEEP-RECORD
               END-READ
           END-PERFORM
           CLOSE SWEEP-FILE
           DISPLAY "Arrangements on file: " WS-SWEEP-COUNT.

       PARSE-ARRANGEMENT.
           MOVE SPACES TO WS-SWEEP-FIELDS
           UNSTRING SWEEP-RECORD DELIMITED BY ','
               INTO WS-SW-ID WS-SW-SOURCE WS-SW-TARGET
                    WS-SW-TGT-BAL WS-SW-MIN WS-SW-STATUS
           END-UNSTRING.

       BUILD-ARRANGEMENT-RECORD.
           MOVE SPACES TO SWEEP-RECORD
           STRING WS-SW-ID ","
                  WS-SW-SOURCE ","
                  WS-SW-TARGET ","
                  FUNCTION TRIM(WS-SW-TGT-BAL) ","
                  FUNCTION TRIM(WS-SW-MIN) ","
                  FUNCTION TRIM(WS-SW-STATUS)
               DELIMITED BY SIZE INTO SWEEP-RECORD
           END-STRING.

       COPY-WORK-BACK.
           OPEN INPUT WORK-FILE
           OPEN OUTPUT SWEEP-FILE
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE WORK-RECORD TO SWEEP-RECORD
                       WRITE SWEEP-RECORD
               END-READ
           END-PERFORM
           CLOSE WORK-FILE
           CLOSE SWEEP-FILE
           CALL "CBL_DELETE_FILE" USING "SWEEP-ARRANGEMENTS.TMP".
