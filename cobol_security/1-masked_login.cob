       01 WS-NOTIFY-EVENT       PIC X(12).
       01 WS-NOTIFY-DETAIL      PIC X(30).

      *> Sign-on is allowed only inside the operator's working-hours
      *> window (see SIGNON-WINDOW) unless a supervisor overrides.
       01 WS-SIGNON-ENTRY       PIC X(16) VALUE "LOGIN".
       01 WS-WINDOW-OK          PIC X.

      *> A break-glass emergency ID (see GLASS-CHECK) signs on only
      *> while unsealed, and then outside the working-hours window.
       01 WS-GLASS-STATE        PIC X VALUE 'N'.

      *> A successful login registers the operator's session with
      *> SESSION-REGISTRY; a second live session is refused.
       01 WS-SESSION-ACTION     PIC X(8) VALUE "SIGNON".
       01 WS-SESSION-PROGRAM    PIC X(16) VALUE "MASKED-LOGIN".
       01 WS-SESSION-ID         PIC X(10) VALUE SPACES.
       01 WS-SESSION-OK         PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "BANKING LOGIN SYSTEM"
                       MOVE 'Y' TO WS-EXIT-FLAG
                   ELSE
                   IF WS-FOUND = 'Y' AND WS-PASSWORD-OK = 'Y'
                       CALL "GLASS-CHECK" USING WS-USER-ID,
                           WS-GLASS-STATE
                       EVALUATE WS-GLASS-STATE
                           WHEN 'X'
                               DISPLAY "This emergency ID is sealed."
                               MOVE 'N' TO WS-WINDOW-OK
                           WHEN 'Y'
                               MOVE 'Y' TO WS-WINDOW-OK
                           WHEN OTHER
                               CALL "SIGNON-WINDOW" USING WS-USER-ID,
                                   WS-SIGNON-ENTRY, WS-WINDOW-OK
                       END-EVALUATE
                       IF WS-WINDOW-OK = 'Y'
                           CALL "SESSION-REGISTRY" USING
                               WS-SESSION-ACTION, WS-USER-ID,
                               WS-SESSION-PROGRAM, WS-SESSION-ID,
                               WS-SESSION-OK
                       END-IF
                       IF WS-SESSION-OK = 'Y'
                           DISPLAY ""
                           DISPLAY "Login successful!"
                           DISPLAY "Welcome, " FILE-USER-NAME
                           DISPLAY "Access level: " FILE-ACCESS-LEVEL
                           PERFORM RESET-LOCKOUT-STATE
                           PERFORM STAMP-LAST-LOGIN
                           PERFORM CHECK-PASSWORD-AGE
                           IF WS-PWD-EXPIRED = 'Y'
                               PERFORM FORCE-PASSWORD-CHANGE
                           END-IF
                       END-IF
                       MOVE 'Y' TO WS-EXIT-FLAG
                   ELSE
