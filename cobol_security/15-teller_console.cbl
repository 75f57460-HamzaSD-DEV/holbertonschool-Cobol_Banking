       77  WS-OTP-OK            PIC X.
       77  WS-FACTOR-RESULT     PIC X(8).

      *> Working-hours gate: SIGNON-WINDOW refuses a sign-on
      *> outside the operator's weekday and time window unless a
      *> supervisor overrides it there and then.
       77  WS-SIGNON-ENTRY      PIC X(16) VALUE "CONSOLE SIGN-ON".
       77  WS-WINDOW-OK         PIC X.

      *> One live session per operator: the console registers its
      *> session with SESSION-REGISTRY at sign-on, stamps activity
      *> on every menu choice and ends it at sign-out. A session
      *> that idled out or was forced off ends the console.
       77  WS-SESSION-ACTION    PIC X(8).
       77  WS-SESSION-PROGRAM   PIC X(16) VALUE "TELLER-CONSOLE".
       77  WS-SESSION-ID        PIC X(10) VALUE SPACES.
       77  WS-SESSION-OK        PIC X.

      *> Break-glass emergency IDs: GLASS-CHECK says whether the ID
      *> is unsealed. An unsealed one signs on on the strength of
      *> its two-person unsealing - no one-time code and no
      *> working-hours window - and BREAK_GLASS_ID is exported so
      *> LOG-CHAIN tags every line written under it, here and in
      *> every dispatched program. The console ends the session the
      *> moment the unsealing runs out.
       77  WS-GLASS-STATE       PIC X VALUE 'N'.
       77  WS-GLASS-ENV-NAME    PIC X(14) VALUE "BREAK_GLASS_ID".

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "TELLER CONSOLE"

           PERFORM UNTIL WS-EXIT-FLAG = 'Y'
               PERFORM SHOW-MENU
               MOVE "TOUCH" TO WS-SESSION-ACTION
               CALL "SESSION-REGISTRY" USING WS-SESSION-ACTION,
                   WS-USER-ID, WS-SESSION-PROGRAM, WS-SESSION-ID,
                   WS-SESSION-OK
               IF WS-SESSION-OK NOT = 'Y'
                   DISPLAY "Your session has ended (idle timeout "
                           "or ended by an administrator)."
                   STOP RUN
               END-IF
               IF WS-GLASS-STATE = 'Y'
                   CALL "GLASS-CHECK" USING WS-USER-ID,
                       WS-GLASS-STATE
                   IF WS-GLASS-STATE NOT = 'Y'
                       DISPLAY "Emergency access has expired - "
                               "the ID is sealed again."
                       MOVE "SIGNOFF" TO WS-SESSION-ACTION
                       CALL "SESSION-REGISTRY" USING
                           WS-SESSION-ACTION, WS-USER-ID,
                           WS-SESSION-PROGRAM, WS-SESSION-ID,
                           WS-SESSION-OK
                       STOP RUN
                   END-IF
               END-IF
               PERFORM DISPATCH-CHOICE
           END-PERFORM

           MOVE "SIGNOFF" TO WS-SESSION-ACTION
           CALL "SESSION-REGISTRY" USING WS-SESSION-ACTION,
               WS-USER-ID, WS-SESSION-PROGRAM, WS-SESSION-ID,
               WS-SESSION-OK
           DISPLAY "Signed out. Goodbye, "
                   FUNCTION TRIM(WS-SESSION-NAME) "."
           STOP RUN.
           IF WS-FOUND = 'Y' AND WS-PASSWORD-OK = 'Y'
               MOVE FILE-ACCESS-LEVEL TO WS-SESSION-LEVEL
               MOVE FILE-USER-NAME TO WS-SESSION-NAME
               CALL "GLASS-CHECK" USING WS-USER-ID, WS-GLASS-STATE
               IF WS-GLASS-STATE = 'X'
                   DISPLAY "This emergency ID is sealed."
                   MOVE 'N' TO WS-PASSWORD-OK
                   CLOSE LOCKOUT-FILE
                   EXIT PARAGRAPH
               END-IF
               PERFORM CHECK-SECOND-FACTOR
               IF WS-PASSWORD-OK NOT = 'Y'
                   SUBTRACT 1 FROM WS-ATTEMPTS-LEFT
                   CLOSE LOCKOUT-FILE
                   EXIT PARAGRAPH
               END-IF
               IF WS-GLASS-STATE = 'Y'
                   MOVE 'Y' TO WS-WINDOW-OK
                   DISPLAY WS-GLASS-ENV-NAME UPON ENVIRONMENT-NAME
                   DISPLAY WS-USER-ID UPON ENVIRONMENT-VALUE
                   DISPLAY "EMERGENCY ACCESS - every action under "
                           "this ID is logged for review."
               ELSE
                   CALL "SIGNON-WINDOW" USING WS-USER-ID,
                       WS-SIGNON-ENTRY, WS-WINDOW-OK
               END-IF
               IF WS-WINDOW-OK NOT = 'Y'
                   MOVE 'N' TO WS-PASSWORD-OK
                   CLOSE LOCKOUT-FILE
                   EXIT PARAGRAPH
               END-IF
               MOVE "SIGNON" TO WS-SESSION-ACTION
               CALL "SESSION-REGISTRY" USING WS-SESSION-ACTION,
                   WS-USER-ID, WS-SESSION-PROGRAM, WS-SESSION-ID,
                   WS-SESSION-OK
               IF WS-SESSION-OK NOT = 'Y'
                   MOVE 'N' TO WS-PASSWORD-OK
                   CLOSE LOCKOUT-FILE
                   EXIT PARAGRAPH
               END-IF
               PERFORM RESET-LOCKOUT-STATE
               PERFORM LOG-SIGN-ON
               DISPLAY "Welcome, " FUNCTION TRIM(WS-SESSION-NAME)
      *> too, whatever the level.
       CHECK-SECOND-FACTOR.
           MOVE "NOT-REQD" TO WS-FACTOR-RESULT
           IF WS-GLASS-STATE = 'Y'
               MOVE "BRKGLASS" TO WS-FACTOR-RESULT
               EXIT PARAGRAPH
           END-IF
           IF WS-SESSION-LEVEL > 3 AND WS-HAD-LOCKOUT NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

      *> Menu options appear only where the role allows them:
      *> everyone signed in can take transactions and look up
      *> customers; withdrawals, cheque-book orders and fee
      *> refunds need a teller (User) or better; the approval queue
      *> needs Manager or Admin; operator administration is Admin
      *> only.
       SHOW-MENU.
           DISPLAY " "
           DISPLAY "1 - Transaction intake (SECURE-ERROR)"
           IF WS-SESSION-LEVEL = 1
               DISPLAY "5 - User administration (USER-ADMIN)"
           END-IF
           IF WS-SESSION-LEVEL <= 3
               DISPLAY "6 - Cheque books (CHEQUE-BOOKS)"
               DISPLAY "7 - Fee refund (FEE-REFUND)"
               DISPLAY "8 - Complaints (COMPLAINTS-REGISTER)"
               DISPLAY "9 - Direct debit mandates (DD-MANDATES)"
           END-IF
           DISPLAY "X - Sign out"
           DISPLAY "Choice: " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE.
                       MOVE "./12-user_admin" TO WS-DISPATCH-CMD
                       MOVE "USER ADMIN" TO WS-DISPATCH-DESC
                   END-IF
               WHEN "6"
                   IF WS-SESSION-LEVEL <= 3
                       MOVE "./cheque_books" TO WS-DISPATCH-CMD
                       MOVE "CHEQUE BOOKS" TO WS-DISPATCH-DESC
                   END-IF
               WHEN "7"
                   IF WS-SESSION-LEVEL <= 3
                       MOVE "./fee_refund" TO WS-DISPATCH-CMD
                       MOVE "FEE REFUND" TO WS-DISPATCH-DESC
                   END-IF
               WHEN "8"
                   IF WS-SESSION-LEVEL <= 3
                       MOVE "./complaints" TO WS-DISPATCH-CMD
                       MOVE "COMPLAINTS" TO WS-DISPATCH-DESC
                   END-IF
               WHEN "9"
                   IF WS-SESSION-LEVEL <= 3
                       MOVE "./dd_mandates" TO WS-DISPATCH-CMD
                       MOVE "DD MANDATES" TO WS-DISPATCH-DESC
                   END-IF
               WHEN "X"
                   MOVE 'Y' TO WS-EXIT-FLAG
               WHEN OTHER
           ELSE
               IF WS-EXIT-FLAG NOT = 'Y'
                  AND FUNCTION UPPER-CASE(WS-MENU-CHOICE) NOT = "X"
                  AND (WS-MENU-CHOICE = "3" OR "4" OR "5" OR "6"
                       OR "7" OR "8" OR "9")
                   DISPLAY "Your role does not allow that option."
               END-IF
           END-IF.
