      *> after it, and LOG-VERIFY reports the exact line where the
      *> chain breaks - tampering is detectable even where it
      *> cannot be prevented.
      *> While an unsealed break-glass emergency ID is at work the
      *> teller console exports it as BREAK_GLASS_ID, and every
      *> line appended meanwhile is tagged " | BREAK-GLASS: <id>"
      *> so the morning review can find all of it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       77  WS-I                 PIC 9(3).
       77  WS-LEN               PIC 9(3).
       77  WS-CHAR-ORD          PIC 9(3).
       77  WS-GLASS-ID          PIC X(8).
       77  WS-LOG-LINE          PIC X(120).

       LINKAGE SECTION.
       01  LNK-LOG-NAME         PIC X(30).
               DELIMITED BY SIZE INTO WS-CHAIN-NAME
           END-STRING

           MOVE LNK-LOG-LINE TO WS-LOG-LINE
           MOVE SPACES TO WS-GLASS-ID
           ACCEPT WS-GLASS-ID FROM ENVIRONMENT "BREAK_GLASS_ID"
           IF WS-GLASS-ID NOT = SPACES
               MOVE SPACES TO WS-LOG-LINE
               STRING FUNCTION TRIM(LNK-LOG-LINE)
                      " | BREAK-GLASS: " FUNCTION TRIM(WS-GLASS-ID)
                   DELIMITED BY SIZE INTO WS-LOG-LINE
               END-STRING
           END-IF

           MOVE 0 TO WS-PREV-HASH
           OPEN INPUT CHAIN-FILE
           IF WS-FS-CHN = "00"
               GOBACK
           END-IF
           MOVE SPACES TO LOG-RECORD
           STRING FUNCTION TRIM(WS-LOG-LINE)
                  " #" WS-HASH
               DELIMITED BY SIZE INTO LOG-RECORD
           END-STRING
       COMPUTE-CHAINED-HASH.
           MOVE WS-PREV-HASH TO WS-HASH
           COMPUTE WS-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-LOG-LINE))
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-LEN
               COMPUTE WS-CHAR-ORD =
                   FUNCTION ORD(WS-LOG-LINE(WS-I:1))
               COMPUTE WS-HASH = FUNCTION MOD(
                   WS-HASH * 31 + WS-CHAR-ORD, 999999999999)
           END-PERFORM.
