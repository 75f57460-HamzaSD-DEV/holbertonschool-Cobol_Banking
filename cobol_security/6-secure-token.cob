       77  WS-TOK-AGE      PIC 9(6).
       77  WS-TIK-ISVALID  PIC X VALUE 'N'.
       77  EOF-DETAIL      PIC X VALUE 'N'.
      *> No token is minted outside the operator's working-hours
      *> window unless a supervisor overrides (see SIGNON-WINDOW).
       77  WS-SIGNON-ENTRY PIC X(16) VALUE "TOKEN LOGIN".
       77  WS-WINDOW-OK    PIC X.
      *> Each token login is a session in SESSION-REGISTRY: a
      *> second live one is refused, token use stamps activity and
      *> logout ends it.
       77  WS-SESSION-ACTION  PIC X(8).
       77  WS-SESSION-PROGRAM PIC X(16) VALUE "SECURE-TOKEN".
       77  WS-SESSION-ID      PIC X(10) VALUE SPACES.
       77  WS-SESSION-OK      PIC X VALUE 'N'.
    

       01  UPPER-TABLE.
                    TRIM(WS-ENC-PASS)
                       MOVE 'Y' TO WS-FOUND
                       MOVE L-USERID TO WS-LOGIN-ID
                       CALL "SIGNON-WINDOW" USING WS-LOGIN-ID,
                           WS-SIGNON-ENTRY, WS-WINDOW-OK
                       MOVE 'N' TO WS-SESSION-OK
                       IF WS-WINDOW-OK = 'Y'
                          MOVE "SIGNON" TO WS-SESSION-ACTION
                          CALL "SESSION-REGISTRY" USING
                              WS-SESSION-ACTION, WS-LOGIN-ID,
                              WS-SESSION-PROGRAM, WS-SESSION-ID,
                              WS-SESSION-OK
                       END-IF
                       IF WS-SESSION-OK = 'Y'
                          *> generate & store
                          PERFORM GENERATE-TOKEN
                          MOVE SESSION-TOKEN TO SAVED-TOKEN
                          ACCEPT WS-TIME FROM TIME
                          MOVE WS-TIME TO TOKEN-CR-TIME
                          REWRITE LOGIN-REC
                          DISPLAY "Login successful."
                       ELSE
                          MOVE 'N' TO WS-FOUND
                          MOVE "Y" TO WS-FS-LOGIN
                       END-IF
                    END-IF
                 END-IF
             END-READ
                  COMPUTE WS-TOK-AGE = CURRENT-SECONDS - TOKEN-SECONDS
                  IF WS-TOK-AGE < WS-TOKEN-TTL
                     MOVE L-USERID TO WS-LOGIN-ID
                     MOVE "TOUCH" TO WS-SESSION-ACTION
                     CALL "SESSION-REGISTRY" USING
                         WS-SESSION-ACTION, WS-LOGIN-ID,
                         WS-SESSION-PROGRAM, WS-SESSION-ID,
                         WS-SESSION-OK
                     IF WS-SESSION-OK NOT = 'Y'
                       DISPLAY "Security warning: session has ended."
                     ELSE
                     IF FUNCTION UPPER-CASE(WS-CMD) = 'U'
                       DISPLAY "shoing user : "
                       PERFORM SHOW-USER
                     ELSE
                       PERFORM SHOW-ACCOUNT
                     END-IF
                     END-IF
                  ELSE
                    DISPLAY "Security warning: token expired."
                  END-IF
                  MOVE SPACES TO SAVED-TOKEN
                  MOVE SPACES TO TOKEN-CR-TIME
                  REWRITE LOGIN-REC
                  MOVE "SIGNOFF" TO WS-SESSION-ACTION
                  CALL "SESSION-REGISTRY" USING WS-SESSION-ACTION,
                      L-USERID, WS-SESSION-PROGRAM, WS-SESSION-ID,
                      WS-SESSION-OK
                  DISPLAY "Logged out successfully."
               ELSE
                  DISPLAY "Security warning: invalid token."
