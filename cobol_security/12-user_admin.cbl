           SELECT ACCESS-LOG-FILE ASSIGN TO "ACCESS-LOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.
           SELECT WINDOW-FILE ASSIGN TO "SIGNON-WINDOWS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-WIN.
           SELECT GLASS-IDS-FILE ASSIGN TO "BREAK-GLASS-IDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GLASS.
           SELECT SUPERVISOR-FILE ASSIGN TO "OPERATOR-SUPERVISORS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SUP.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCESS-LOG-FILE.
       01  ACCESS-LOG-RECORD     PIC X(120).

       FD  WINDOW-FILE.
       01  WINDOW-RECORD         PIC X(40).

       FD  GLASS-IDS-FILE.
       01  GLASS-IDS-RECORD      PIC X(20).

       FD  SUPERVISOR-FILE.
       01  SUPERVISOR-RECORD     PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-FS-USER           PIC XX.
       01  WS-FS-WORK           PIC XX.
       01  WS-CHAIN-LINE        PIC X(120).
       01  WS-LOG-ACTION        PIC X(30).

      *> Sign-on windows: SIGNON-WINDOWS.DAT holds one
      *> "USERID,DAYS,START,END" line per operator whose window
      *> differs from their role default (see SIGNON-WINDOW).
       01  WS-FS-WIN            PIC XX.
       01  WS-WIN-COUNT         PIC 9(3) VALUE 0.
       01  WS-WIN-I             PIC 9(3).
       01  WS-WIN-TABLE.
           05  WS-WN-ENTRY OCCURS 500 TIMES.
               10  WS-WN-USER   PIC X(8).
               10  WS-WN-DAYS   PIC X(7).
               10  WS-WN-START  PIC X(4).
               10  WS-WN-END    PIC X(4).
       01  WS-NEW-DAYS          PIC X(7).
       01  WS-NEW-START         PIC X(4).
       01  WS-NEW-END           PIC X(4).
       01  WS-WIN-VALID         PIC X.
       01  WS-DAY-I             PIC 9.

      *> Live sessions are kept by SESSION-REGISTRY; the admin can
      *> list them and force an operator's session off.
       01  WS-SESSION-ACTION    PIC X(8).
       01  WS-SESSION-PROGRAM   PIC X(16) VALUE SPACES.
       01  WS-SESSION-ID        PIC X(10) VALUE SPACES.
       01  WS-SESSION-OK        PIC X.

      *> Break-glass emergency IDs are created sealed (disabled) and
      *> listed on BREAK-GLASS-IDS.DAT; BREAK-GLASS unseals them.
       01  WS-FS-GLASS          PIC XX.

      *> Reporting lines: OPERATOR-SUPERVISORS.DAT holds one
      *> "USERID,SUPERVISOR" line per operator; the supervisor
      *> attests the operator's role in ACCESS-RECERT campaigns.
       01  WS-FS-SUP            PIC XX.
       01  WS-SUP-COUNT         PIC 9(3) VALUE 0.
       01  WS-SUP-I             PIC 9(3).
       01  WS-SUP-TABLE.
           05  WS-SP-ENTRY OCCURS 500 TIMES.
               10  WS-SP-USER   PIC X(8).
               10  WS-SP-SUPER  PIC X(8).
       01  WS-NEW-SUPER         PIC X(8).
       01  WS-SUPER-OK          PIC X.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "USER-ADMIN: operator-ID administration"
           END-IF

           DISPLAY "(A)dd, (D)isable, (E)nable, (R)ole change, "
                   "(S)weep inactive, sign-on (W)indow,"
           DISPLAY "(L)ist sessions, (F)orce session off, "
                   "break-(G)lass ID,"
           DISPLAY "(M)anager / supervisor: "
                   WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE

           EVALUATE FUNCTION UPPER-CASE(WS-MENU-CHOICE)
                   PERFORM CHANGE-OPERATOR-ROLE
               WHEN "S"
                   PERFORM SWEEP-INACTIVE-OPERATORS
               WHEN "W"
                   PERFORM SET-SIGNON-WINDOW
               WHEN "L"
                   MOVE "LIST" TO WS-SESSION-ACTION
                   CALL "SESSION-REGISTRY" USING WS-SESSION-ACTION,
                       WS-ADMIN-ID, WS-SESSION-PROGRAM,
                       WS-SESSION-ID, WS-SESSION-OK
               WHEN "F"
                   PERFORM FORCE-SESSION-OFF
               WHEN "G"
                   PERFORM ADD-BREAK-GLASS-ID
               WHEN "M"
                   PERFORM SET-OPERATOR-SUPERVISOR
               WHEN OTHER
                   DISPLAY "Invalid selection."
           END-EVALUATE
           PERFORM LOG-ADMIN-ACTION
           DISPLAY "Operator " WS-TARGET-ID " added.".

      *> An emergency ID is an Admin-level operator that is born
      *> disabled. It can only be brought into use through the
      *> two-person unsealing in BREAK-GLASS, and GLASS-CHECK seals it
      *> again when its hours run out.
       ADD-BREAK-GLASS-ID.
           DISPLAY "New emergency ID (8 chars): " WITH NO ADVANCING
           ACCEPT WS-TARGET-ID
           DISPLAY "Name: " WITH NO ADVANCING
           ACCEPT WS-NEW-NAME
           DISPLAY "Sealed password: " WITH NO ADVANCING
           ACCEPT WS-NEW-PASSWORD

           IF WS-TARGET-ID = SPACES OR WS-NEW-PASSWORD = SPACES
               DISPLAY "An emergency ID needs an ID and a password."
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-TARGET-EXISTS
           IF WS-FOUND = 'Y'
               DISPLAY "Operator " WS-TARGET-ID " already exists."
               EXIT PARAGRAPH
           END-IF

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           OPEN EXTEND USER-FILE
           IF WS-FS-USER = "35"
               CLOSE USER-FILE
               OPEN OUTPUT USER-FILE
           END-IF
           MOVE SPACES TO USER-RECORD
           MOVE WS-TARGET-ID TO FILE-USER-ID
           MOVE WS-NEW-NAME TO FILE-USER-NAME
           MOVE WS-NEW-PASSWORD TO FILE-PASSWORD
           MOVE 1 TO FILE-ACCESS-LEVEL
      *> Stamped as changed today so an emergency sign-on is not held
      *> up by a forced password change.
           MOVE WS-TODAY TO FILE-PWD-CHANGED
           MOVE SPACES TO FILE-PWD-HISTORY
           MOVE 'D' TO FILE-USER-STATUS
           MOVE WS-TODAY TO FILE-LAST-LOGIN
           WRITE USER-RECORD
           CLOSE USER-FILE

           OPEN EXTEND GLASS-IDS-FILE
           IF WS-FS-GLASS = "35"
               CLOSE GLASS-IDS-FILE
               OPEN OUTPUT GLASS-IDS-FILE
           END-IF
           MOVE SPACES TO GLASS-IDS-RECORD
           MOVE WS-TARGET-ID TO GLASS-IDS-RECORD(1:8)
           WRITE GLASS-IDS-RECORD
           CLOSE GLASS-IDS-FILE

           MOVE "BREAK-GLASS ID CREATED" TO WS-LOG-ACTION
           PERFORM LOG-ADMIN-ACTION
           DISPLAY "Emergency ID " WS-TARGET-ID " added, sealed.".

       CHECK-TARGET-EXISTS.
           MOVE 'N' TO WS-FOUND
           OPEN INPUT USER-FILE
                       FILE-USER-ID
           END-IF.

       FORCE-SESSION-OFF.
           DISPLAY "Operator ID: " WITH NO ADVANCING
           ACCEPT WS-TARGET-ID
           MOVE "FORCE" TO WS-SESSION-ACTION
           CALL "SESSION-REGISTRY" USING WS-SESSION-ACTION,
               WS-TARGET-ID, WS-SESSION-PROGRAM, WS-SESSION-ID,
               WS-SESSION-OK
           IF WS-SESSION-OK = 'Y'
               MOVE "SESSION FORCED OFF" TO WS-LOG-ACTION
               PERFORM LOG-ADMIN-ACTION
               DISPLAY "Session forced off: " WS-TARGET-ID
           ELSE
               DISPLAY "Operator " WS-TARGET-ID
                       " has no live session."
           END-IF.

      *> Sets or clears one operator's sign-on window. Blank days
      *> drop the operator's line so the role default applies again.
       SET-SIGNON-WINDOW.
           DISPLAY "Operator ID: " WITH NO ADVANCING
           ACCEPT WS-TARGET-ID
           PERFORM CHECK-TARGET-EXISTS
           IF WS-FOUND NOT = 'Y'
               DISPLAY "Operator " WS-TARGET-ID " not on file."
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-SIGNON-WINDOWS
           PERFORM VARYING WS-WIN-I FROM 1 BY 1
             UNTIL WS-WIN-I > WS-WIN-COUNT
               IF WS-WN-USER(WS-WIN-I) = WS-TARGET-ID
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-WIN-I > WS-WIN-COUNT
               DISPLAY "Current window: role default"
           ELSE
               DISPLAY "Current window: " WS-WN-DAYS(WS-WIN-I) " "
                       WS-WN-START(WS-WIN-I) "-" WS-WN-END(WS-WIN-I)
           END-IF

           DISPLAY "Days Mon-Sun as Y/N, e.g. YYYYYNN "
                   "(blank = role default): " WITH NO ADVANCING
           ACCEPT WS-NEW-DAYS
           IF WS-NEW-DAYS = SPACES
               IF WS-WIN-I > WS-WIN-COUNT
                   DISPLAY "No change - already on the role default."
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING WS-WIN-I FROM WS-WIN-I BY 1
                 UNTIL WS-WIN-I >= WS-WIN-COUNT
                   MOVE WS-WN-ENTRY(WS-WIN-I + 1)
                       TO WS-WN-ENTRY(WS-WIN-I)
               END-PERFORM
               SUBTRACT 1 FROM WS-WIN-COUNT
               MOVE "SIGN-ON WINDOW RESET" TO WS-LOG-ACTION
           ELSE
               DISPLAY "Start time (HHMM): " WITH NO ADVANCING
               ACCEPT WS-NEW-START
               DISPLAY "End time (HHMM): " WITH NO ADVANCING
               ACCEPT WS-NEW-END
               PERFORM VALIDATE-SIGNON-WINDOW
               IF WS-WIN-VALID NOT = 'Y'
                   DISPLAY "Window not valid - no change made."
                   EXIT PARAGRAPH
               END-IF
               IF WS-WIN-I > WS-WIN-COUNT
                   IF WS-WIN-COUNT >= 500
                       DISPLAY "USER-ADMIN: ERROR - more than 500 "
                               "sign-on windows; "
                               "SIGNON-WINDOWS.DAT not rewritten"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-WIN-COUNT
                   MOVE WS-WIN-COUNT TO WS-WIN-I
                   MOVE WS-TARGET-ID TO WS-WN-USER(WS-WIN-I)
               END-IF
               MOVE WS-NEW-DAYS TO WS-WN-DAYS(WS-WIN-I)
               MOVE WS-NEW-START TO WS-WN-START(WS-WIN-I)
               MOVE WS-NEW-END TO WS-WN-END(WS-WIN-I)
               MOVE "SIGN-ON WINDOW SET" TO WS-LOG-ACTION
           END-IF
           PERFORM SAVE-SIGNON-WINDOWS
           PERFORM LOG-ADMIN-ACTION
           DISPLAY FUNCTION TRIM(WS-LOG-ACTION) ": " WS-TARGET-ID.

       VALIDATE-SIGNON-WINDOW.
           MOVE 'Y' TO WS-WIN-VALID
           MOVE FUNCTION UPPER-CASE(WS-NEW-DAYS) TO WS-NEW-DAYS
           PERFORM VARYING WS-DAY-I FROM 1 BY 1 UNTIL WS-DAY-I > 7
               IF WS-NEW-DAYS(WS-DAY-I:1) NOT = 'Y'
                  AND WS-NEW-DAYS(WS-DAY-I:1) NOT = 'N'
                   MOVE 'N' TO WS-WIN-VALID
               END-IF
           END-PERFORM
           IF WS-NEW-START IS NOT NUMERIC
              OR WS-NEW-END IS NOT NUMERIC
               MOVE 'N' TO WS-WIN-VALID
               EXIT PARAGRAPH
           END-IF
           IF WS-NEW-START(1:2) > "23" OR WS-NEW-START(3:2) > "59"
              OR WS-NEW-END(1:2) > "24" OR WS-NEW-END(3:2) > "59"
              OR (WS-NEW-END(1:2) = "24"
                  AND WS-NEW-END(3:2) NOT = "00")
               MOVE 'N' TO WS-WIN-VALID
           END-IF.

       LOAD-SIGNON-WINDOWS.
           MOVE 0 TO WS-WIN-COUNT
           OPEN INPUT WINDOW-FILE
           IF WS-FS-WIN NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ WINDOW-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-WIN-COUNT >= 500
                           DISPLAY "USER-ADMIN: ERROR - more than 500 "
                                   "sign-on windows; "
                                   "SIGNON-WINDOWS.DAT not rewritten"
                           CLOSE WINDOW-FILE
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-WIN-COUNT
                       MOVE SPACES TO WS-WN-ENTRY(WS-WIN-COUNT)
                       UNSTRING WINDOW-RECORD DELIMITED BY ","
                           INTO WS-WN-USER(WS-WIN-COUNT)
                                WS-WN-DAYS(WS-WIN-COUNT)
                                WS-WN-START(WS-WIN-COUNT)
                                WS-WN-END(WS-WIN-COUNT)
                       END-UNSTRING
               END-READ
           END-PERFORM
           CLOSE WINDOW-FILE
           MOVE 'N' TO WS-EOF.

       SAVE-SIGNON-WINDOWS.
           OPEN OUTPUT WINDOW-FILE
           IF WS-FS-WIN NOT = "00"
               DISPLAY "USER-ADMIN: ERROR - cannot open "
                       "SIGNON-WINDOWS.DAT. Status: " WS-FS-WIN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-WIN-I FROM 1 BY 1
             UNTIL WS-WIN-I > WS-WIN-COUNT
               MOVE SPACES TO WINDOW-RECORD
               STRING FUNCTION TRIM(WS-WN-USER(WS-WIN-I)) ","
                      WS-WN-DAYS(WS-WIN-I) ","
                      WS-WN-START(WS-WIN-I) ","
                      WS-WN-END(WS-WIN-I)
                   DELIMITED BY SIZE INTO WINDOW-RECORD
               END-STRING
               WRITE WINDOW-RECORD
           END-PERFORM
           CLOSE WINDOW-FILE.

      *> Sets or clears the supervisor who attests an operator's
      *> role. The supervisor must be an active Admin or Manager
      *> and cannot be the operator; a blank supervisor drops the
      *> operator's line.
       SET-OPERATOR-SUPERVISOR.
           DISPLAY "Operator ID: " WITH NO ADVANCING
           ACCEPT WS-TARGET-ID
           PERFORM CHECK-TARGET-EXISTS
           IF WS-FOUND NOT = 'Y'
               DISPLAY "Operator " WS-TARGET-ID " not on file."
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-SUPERVISORS
           PERFORM VARYING WS-SUP-I FROM 1 BY 1
             UNTIL WS-SUP-I > WS-SUP-COUNT
               IF WS-SP-USER(WS-SUP-I) = WS-TARGET-ID
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-SUP-I > WS-SUP-COUNT
               DISPLAY "Current supervisor: none"
           ELSE
               DISPLAY "Current supervisor: " WS-SP-SUPER(WS-SUP-I)
           END-IF

           DISPLAY "Supervisor ID (blank = none): " WITH NO ADVANCING
           ACCEPT WS-NEW-SUPER
           IF WS-NEW-SUPER = SPACES
               IF WS-SUP-I > WS-SUP-COUNT
                   DISPLAY "No change - no supervisor on file."
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING WS-SUP-I FROM WS-SUP-I BY 1
                 UNTIL WS-SUP-I >= WS-SUP-COUNT
                   MOVE WS-SP-ENTRY(WS-SUP-I + 1)
                       TO WS-SP-ENTRY(WS-SUP-I)
               END-PERFORM
               SUBTRACT 1 FROM WS-SUP-COUNT
               MOVE "SUPERVISOR CLEARED" TO WS-LOG-ACTION
           ELSE
               PERFORM CHECK-SUPERVISOR
               IF WS-SUPER-OK NOT = 'Y'
                   DISPLAY "Supervisor must be another active Admin "
                           "or Manager - no change made."
                   EXIT PARAGRAPH
               END-IF
               IF WS-SUP-I > WS-SUP-COUNT
                   IF WS-SUP-COUNT >= 500
                       DISPLAY "USER-ADMIN: ERROR - more than 500 "
                               "supervisor lines; "
                               "OPERATOR-SUPERVISORS.DAT not "
                               "rewritten"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-SUP-COUNT
                   MOVE WS-SUP-COUNT TO WS-SUP-I
                   MOVE WS-TARGET-ID TO WS-SP-USER(WS-SUP-I)
               END-IF
               MOVE WS-NEW-SUPER TO WS-SP-SUPER(WS-SUP-I)
               MOVE SPACES TO WS-LOG-ACTION
               STRING "SUPERVISOR SET: " FUNCTION TRIM(WS-NEW-SUPER)
                   DELIMITED BY SIZE INTO WS-LOG-ACTION
               END-STRING
           END-IF
           PERFORM SAVE-SUPERVISORS
           PERFORM LOG-ADMIN-ACTION
           DISPLAY FUNCTION TRIM(WS-LOG-ACTION) " for " WS-TARGET-ID.

       CHECK-SUPERVISOR.
           MOVE 'N' TO WS-SUPER-OK
           IF WS-NEW-SUPER = WS-TARGET-ID
               EXIT PARAGRAPH
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
                       IF FILE-USER-ID = WS-NEW-SUPER
                          AND FILE-ACCESS-LEVEL <= 2
                          AND FILE-USER-STATUS NOT = 'D'
                           MOVE 'Y' TO WS-SUPER-OK
                           MOVE 'Y' TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE USER-FILE
           MOVE 'N' TO WS-EOF.

       LOAD-SUPERVISORS.
           MOVE 0 TO WS-SUP-COUNT
           OPEN INPUT SUPERVISOR-FILE
           IF WS-FS-SUP NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ SUPERVISOR-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-SUP-COUNT >= 500
                           DISPLAY "USER-ADMIN: ERROR - more than 500 "
                                   "supervisor lines; "
                                   "OPERATOR-SUPERVISORS.DAT not "
                                   "rewritten"
                           CLOSE SUPERVISOR-FILE
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-SUP-COUNT
                       MOVE SPACES TO WS-SP-ENTRY(WS-SUP-COUNT)
                       UNSTRING SUPERVISOR-RECORD DELIMITED BY ","
                           INTO WS-SP-USER(WS-SUP-COUNT)
                                WS-SP-SUPER(WS-SUP-COUNT)
                       END-UNSTRING
               END-READ
           END-PERFORM
           CLOSE SUPERVISOR-FILE
           MOVE 'N' TO WS-EOF.

       SAVE-SUPERVISORS.
           OPEN OUTPUT SUPERVISOR-FILE
           IF WS-FS-SUP NOT = "00"
               DISPLAY "USER-ADMIN: ERROR - cannot open "
                       "OPERATOR-SUPERVISORS.DAT. Status: " WS-FS-SUP
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-SUP-I FROM 1 BY 1
             UNTIL WS-SUP-I > WS-SUP-COUNT
               MOVE SPACES TO SUPERVISOR-RECORD
               STRING FUNCTION TRIM(WS-SP-USER(WS-SUP-I)) ","
                      FUNCTION TRIM(WS-SP-SUPER(WS-SUP-I))
                   DELIMITED BY SIZE INTO SUPERVISOR-RECORD
               END-STRING
               WRITE SUPERVISOR-RECORD
           END-PERFORM
           CLOSE SUPERVISOR-FILE.

      *> Every administration action lands in ACCESS-LOG.TXT with
      *> the admin who performed it, appended through LOG-CHAIN so
      *> each line carries the running hash and an edited log shows
