       01  WS-NOTIFY-EVENT      PIC X(12).
       01  WS-NOTIFY-DETAIL     PIC X(30).

      *> A deliberate release is attributed to the operator on the
      *> chained ACCESS-LOG.TXT - employee surveillance reads it.
       01  WS-OPERATOR          PIC X(8).
       01  WS-TIMESTAMP         PIC X(21).
       01  WS-CHAIN-LOG         PIC X(30).
       01  WS-CHAIN-LINE        PIC X(120).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "ACCOUNT-HOLDS: (A)dd hold, (R)elease, (L)ist: "
                   FUNCTION TRIM(WS-INPUT-ACCT) ".".

       RELEASE-HOLD.
      *> The teller console exports the signed-in operator as
      *> OPERATOR_ID; only prompt when running stand-alone.
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "OPERATOR_ID"
           IF WS-OPERATOR = SPACES
               DISPLAY "Operator ID: " WITH NO ADVANCING
               ACCEPT WS-OPERATOR
           END-IF
           DISPLAY "Account ID to release: " WITH NO ADVANCING
           ACCEPT WS-INPUT-ACCT


           PERFORM COPY-WORK-BACK
           IF WS-FOUND = 'Y'
               PERFORM LOG-HOLD-RELEASE
               DISPLAY "Hold released on account "
                       FUNCTION TRIM(WS-INPUT-ACCT) "."
           ELSE
                       FUNCTION TRIM(WS-INPUT-ACCT) "."
           END-IF.

       LOG-HOLD-RELEASE.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO WS-CHAIN-LINE
           STRING WS-TIMESTAMP(1:19)
                  " | USER: " FUNCTION TRIM(WS-OPERATOR)
                  " | HOLD RELEASE | ACCOUNT: "
                  FUNCTION TRIM(WS-INPUT-ACCT)
               DELIMITED BY SIZE INTO WS-CHAIN-LINE
           END-STRING
           MOVE "ACCESS-LOG.TXT" TO WS-CHAIN-LOG
           CALL "LOG-CHAIN" USING WS-CHAIN-LOG, WS-CHAIN-LINE.

       LIST-HOLDS.
           OPEN INPUT HOLDS-FILE
           IF WS-FS-HOLDS NOT = "00"
