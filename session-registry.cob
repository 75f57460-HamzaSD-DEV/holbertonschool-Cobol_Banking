       IDENTIFICATION DIVISION.
       PROGRAM-ID. SESSION-REGISTRY.

      *> One live session per operator, whichever program they sign
      *> on through. SESSIONS.DAT holds a line per live session:
      *>   SESSION-ID,USERID,TERMINAL,START,LAST-ACTIVITY,PROGRAM
      *> with START and LAST-ACTIVITY as YYYYMMDDHHMMSS. The
      *> terminal is TERMINAL_ID (8 characters) from the
      *> environment. A session idle longer than
      *> SESSION_IDLE_MINUTES (default 30) has expired and is
      *> dropped the next time the registry is touched. Actions:
      *>   SIGNON  - register a session for LNK-USER-ID and hand
      *>             back its ID. If the operator already has a live
      *>             session they are asked whether to end it; if
      *>             not, the sign-on is refused. Either way the
      *>             clash is logged to SECURITY-INCIDENTS.TXT as
      *>             CONCURRENT-SESSION, OUTCOME TAKEOVER or REFUSED.
      *>   TOUCH   - stamp activity on a live session; 'N' back
      *>             means it expired or was forced off.
      *>   SIGNOFF - end a session.
      *>   LIST    - display every live session.
      *>   FORCE   - end every session LNK-USER-ID holds.
      *> TOUCH and SIGNOFF go by session ID; with the ID blank they
      *> go by operator and program instead.
      *> If SESSIONS.DAT cannot be read whole or rewritten the error
      *> is displayed and 'N' goes back, so the caller refuses.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SESSION-FILE ASSIGN TO "SESSIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SESS.
           SELECT INCIDENT-FILE ASSIGN TO "SECURITY-INCIDENTS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-INCIDENT.

       DATA DIVISION.
       FILE SECTION.
       FD  SESSION-FILE.
       01  SESSION-RECORD       PIC X(80).

       FD  INCIDENT-FILE.
       01  INCIDENT-RECORD      PIC X(160).

       WORKING-STORAGE SECTION.
       77  WS-FS-SESS           PIC XX.
       77  WS-FS-INCIDENT       PIC XX.
       77  WS-EOF               PIC X VALUE 'N'.
       77  WS-IDLE-MINUTES      PIC 9(4) VALUE 30.
       77  WS-PARAM-NAME        PIC X(24).
       77  WS-PARAM-VALUE       PIC X(12).
       77  WS-PARAM-FOUND       PIC X.
       77  WS-NOW-DATE          PIC 9(8).
       77  WS-NOW-TIME          PIC 9(8).
       77  WS-NOW-STAMP         PIC X(14).
       77  WS-TERMINAL          PIC X(8).
       77  WS-AGE-MINUTES       PIC S9(7).
       77  WS-I                 PIC 9(3).
       77  WS-J                 PIC 9(3).
       77  WS-LIVE-I            PIC 9(3).
       77  WS-CHANGED           PIC X VALUE 'N'.
       77  WS-ANSWER            PIC X.
       77  WS-INCIDENT-TIMESTAMP PIC X(19).
       77  WS-INCIDENT-OUTCOME  PIC X(8).

       01  WS-SESS-COUNT        PIC 9(3) VALUE 0.
       01  WS-SESS-TABLE.
           05  WS-SS-ENTRY OCCURS 200 TIMES.
               10  WS-SS-ID       PIC X(10).
               10  WS-SS-USER     PIC X(8).
               10  WS-SS-TERMINAL PIC X(8).
               10  WS-SS-START    PIC X(14).
               10  WS-SS-LAST     PIC X(14).
               10  WS-SS-PROGRAM  PIC X(16).

       01  WS-STAMP             PIC X(14).
       01  WS-STAMP-PARTS REDEFINES WS-STAMP.
           05  WS-STAMP-DATE    PIC 9(8).
           05  WS-STAMP-HH      PIC 9(2).
           05  WS-STAMP-MIN     PIC 9(2).
           05  WS-STAMP-SS      PIC 9(2).
       01  WS-NOW-HH            PIC 9(2).
       01  WS-NOW-MIN           PIC 9(2).

       LINKAGE SECTION.
       01  LNK-ACTION           PIC X(8).
       01  LNK-USER-ID          PIC X(8).
       01  LNK-PROGRAM          PIC X(16).
       01  LNK-SESSION-ID       PIC X(10).
       01  LNK-RESULT           PIC X.

       PROCEDURE DIVISION USING LNK-ACTION, LNK-USER-ID,
                                LNK-PROGRAM, LNK-SESSION-ID,
                                LNK-RESULT.
       REGISTRY-PARA.
           MOVE 'N' TO LNK-RESULT
           MOVE 'N' TO WS-CHANGED
           MOVE "SESSION_IDLE_MINUTES" TO WS-PARAM-NAME
           CALL "GET-PARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y'
               COMPUTE WS-IDLE-MINUTES =
                   FUNCTION NUMVAL(WS-PARAM-VALUE)
           END-IF
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE WS-NOW-DATE TO WS-NOW-STAMP(1:8)
           MOVE WS-NOW-TIME(1:6) TO WS-NOW-STAMP(9:6)

           PERFORM LOAD-SESSIONS
           PERFORM DROP-EXPIRED-SESSIONS

           EVALUATE LNK-ACTION
               WHEN "SIGNON"
                   PERFORM SIGN-ON-SESSION
               WHEN "TOUCH"
                   PERFORM TOUCH-SESSION
               WHEN "SIGNOFF"
                   PERFORM SIGN-OFF-SESSION
               WHEN "LIST"
                   PERFORM LIST-SESSIONS
               WHEN "FORCE"
                   PERFORM FORCE-OFF-SESSIONS
           END-EVALUATE

           IF WS-CHANGED = 'Y'
               PERFORM SAVE-SESSIONS
           END-IF
           GOBACK.

       LOAD-SESSIONS.
           MOVE 0 TO WS-SESS-COUNT
           OPEN INPUT SESSION-FILE
           IF WS-FS-SESS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ SESSION-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-SESS-COUNT >= 200
                           DISPLAY "SESSION-REGISTRY: ERROR - more "
                                   "than 200 sessions; SESSIONS.DAT "
                                   "not rewritten"
                           CLOSE SESSION-FILE
                           MOVE 'N' TO LNK-RESULT
                           GOBACK
                       END-IF
                       ADD 1 TO WS-SESS-COUNT
                       MOVE SPACES TO WS-SS-ENTRY(WS-SESS-COUNT)
                       UNSTRING SESSION-RECORD DELIMITED BY ","
                           INTO WS-SS-ID(WS-SESS-COUNT)
                                WS-SS-USER(WS-SESS-COUNT)
                                WS-SS-TERMINAL(WS-SESS-COUNT)
                                WS-SS-START(WS-SESS-COUNT)
                                WS-SS-LAST(WS-SESS-COUNT)
                                WS-SS-PROGRAM(WS-SESS-COUNT)
                       END-UNSTRING
               END-READ
           END-PERFORM
           CLOSE SESSION-FILE.

       SAVE-SESSIONS.
           OPEN OUTPUT SESSION-FILE
           IF WS-FS-SESS NOT = "00"
               DISPLAY "SESSION-REGISTRY: ERROR - cannot open "
                       "SESSIONS.DAT. Status: " WS-FS-SESS
               MOVE 'N' TO LNK-RESULT
               GOBACK
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-SESS-COUNT
               MOVE SPACES TO SESSION-RECORD
               STRING FUNCTION TRIM(WS-SS-ID(WS-I)) ","
                      FUNCTION TRIM(WS-SS-USER(WS-I)) ","
                      FUNCTION TRIM(WS-SS-TERMINAL(WS-I)) ","
                      WS-SS-START(WS-I) ","
                      WS-SS-LAST(WS-I) ","
                      FUNCTION TRIM(WS-SS-PROGRAM(WS-I))
                   DELIMITED BY SIZE INTO SESSION-RECORD
               END-STRING
               WRITE SESSION-RECORD
           END-PERFORM
           CLOSE SESSION-FILE.

      *> An unreadable activity stamp counts as expired.
       DROP-EXPIRED-SESSIONS.
           MOVE 1 TO WS-I
           PERFORM UNTIL WS-I > WS-SESS-COUNT
               MOVE WS-SS-LAST(WS-I) TO WS-STAMP
               PERFORM AGE-OF-STAMP
               IF WS-AGE-MINUTES > WS-IDLE-MINUTES
                  OR WS-AGE-MINUTES < 0
                   PERFORM REMOVE-SESSION
               ELSE
                   ADD 1 TO WS-I
               END-IF
           END-PERFORM.

       AGE-OF-STAMP.
           IF WS-STAMP IS NOT NUMERIC
               MOVE -1 TO WS-AGE-MINUTES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NOW-TIME(1:2) TO WS-NOW-HH
           MOVE WS-NOW-TIME(3:2) TO WS-NOW-MIN
           COMPUTE WS-AGE-MINUTES =
               (FUNCTION INTEGER-OF-DATE(WS-NOW-DATE)
                - FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE)) * 1440
               + (WS-NOW-HH * 60 + WS-NOW-MIN)
               - (WS-STAMP-HH * 60 + WS-STAMP-MIN).

      *> Closes the gap left by entry WS-I.
       REMOVE-SESSION.
           PERFORM VARYING WS-J FROM WS-I BY 1
             UNTIL WS-J >= WS-SESS-COUNT
               MOVE WS-SS-ENTRY(WS-J + 1) TO WS-SS-ENTRY(WS-J)
           END-PERFORM
           SUBTRACT 1 FROM WS-SESS-COUNT
           MOVE 'Y' TO WS-CHANGED.

       SIGN-ON-SESSION.
           MOVE SPACES TO WS-TERMINAL
           ACCEPT WS-TERMINAL FROM ENVIRONMENT "TERMINAL_ID"
           IF WS-TERMINAL = SPACES
               MOVE "UNKNOWN" TO WS-TERMINAL
           END-IF

           MOVE 0 TO WS-LIVE-I
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-SESS-COUNT
               IF WS-SS-USER(WS-I) = LNK-USER-ID
                   MOVE WS-I TO WS-LIVE-I
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-LIVE-I > 0
               DISPLAY "You are already signed on at terminal "
                       FUNCTION TRIM(WS-SS-TERMINAL(WS-LIVE-I))
                       " (" FUNCTION TRIM(WS-SS-PROGRAM(WS-LIVE-I))
                       " since " WS-SS-START(WS-LIVE-I)(9:2) ":"
                       WS-SS-START(WS-LIVE-I)(11:2) ")."
               DISPLAY "End that session and sign on here? (Y/N): "
                       WITH NO ADVANCING
               ACCEPT WS-ANSWER
               IF FUNCTION UPPER-CASE(WS-ANSWER) NOT = "Y"
                   MOVE "REFUSED" TO WS-INCIDENT-OUTCOME
                   PERFORM LOG-CONCURRENT-INCIDENT
                   DISPLAY "Sign-on refused - one live session per "
                           "operator."
                   EXIT PARAGRAPH
               END-IF
               MOVE "TAKEOVER" TO WS-INCIDENT-OUTCOME
               PERFORM LOG-CONCURRENT-INCIDENT
               PERFORM VARYING WS-I FROM WS-SESS-COUNT BY -1
                 UNTIL WS-I < 1
                   IF WS-SS-USER(WS-I) = LNK-USER-ID
                       PERFORM REMOVE-SESSION
                   END-IF
               END-PERFORM
           END-IF

           IF WS-SESS-COUNT >= 200
               DISPLAY "SESSION-REGISTRY: ERROR - more than 200 "
                       "sessions; SESSIONS.DAT not rewritten"
               MOVE 'N' TO LNK-RESULT
               GOBACK
           END-IF
           ADD 1 TO WS-SESS-COUNT
           MOVE SPACES TO LNK-SESSION-ID
           STRING WS-NOW-DATE(7:2) WS-NOW-TIME
               DELIMITED BY SIZE INTO LNK-SESSION-ID
           END-STRING
           MOVE LNK-SESSION-ID TO WS-SS-ID(WS-SESS-COUNT)
           MOVE LNK-USER-ID TO WS-SS-USER(WS-SESS-COUNT)
           MOVE WS-TERMINAL TO WS-SS-TERMINAL(WS-SESS-COUNT)
           MOVE WS-NOW-STAMP TO WS-SS-START(WS-SESS-COUNT)
           MOVE WS-NOW-STAMP TO WS-SS-LAST(WS-SESS-COUNT)
           MOVE LNK-PROGRAM TO WS-SS-PROGRAM(WS-SESS-COUNT)
           MOVE 'Y' TO WS-CHANGED
           MOVE 'Y' TO LNK-RESULT.

       TOUCH-SESSION.
           PERFORM FIND-CALLER-SESSION
           IF WS-LIVE-I > 0
               MOVE WS-NOW-STAMP TO WS-SS-LAST(WS-LIVE-I)
               MOVE 'Y' TO WS-CHANGED
               MOVE 'Y' TO LNK-RESULT
           END-IF.

       SIGN-OFF-SESSION.
           PERFORM FIND-CALLER-SESSION
           IF WS-LIVE-I > 0
               MOVE WS-LIVE-I TO WS-I
               PERFORM REMOVE-SESSION
               MOVE 'Y' TO LNK-RESULT
           END-IF.

       FIND-CALLER-SESSION.
           MOVE 0 TO WS-LIVE-I
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-SESS-COUNT
               IF LNK-SESSION-ID NOT = SPACES
                   IF WS-SS-ID(WS-I) = LNK-SESSION-ID
                      AND WS-SS-USER(WS-I) = LNK-USER-ID
                       MOVE WS-I TO WS-LIVE-I
                       EXIT PERFORM
                   END-IF
               ELSE
                   IF WS-SS-USER(WS-I) = LNK-USER-ID
                      AND WS-SS-PROGRAM(WS-I) = LNK-PROGRAM
                       MOVE WS-I TO WS-LIVE-I
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM.

       LIST-SESSIONS.
           DISPLAY "SESSION    OPERATOR TERMINAL PROGRAM"
                   "          STARTED        LAST ACTIVITY"
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-SESS-COUNT
               DISPLAY WS-SS-ID(WS-I) " " WS-SS-USER(WS-I) " "
                       WS-SS-TERMINAL(WS-I) " "
                       WS-SS-PROGRAM(WS-I) " "
                       WS-SS-START(WS-I) " " WS-SS-LAST(WS-I)
           END-PERFORM
           DISPLAY WS-SESS-COUNT " live session(s).".

       FORCE-OFF-SESSIONS.
           PERFORM VARYING WS-I FROM WS-SESS-COUNT BY -1
             UNTIL WS-I < 1
               IF WS-SS-USER(WS-I) = LNK-USER-ID
                   PERFORM REMOVE-SESSION
                   MOVE 'Y' TO LNK-RESULT
               END-IF
           END-PERFORM.

      *> FIELD carries the operator ID and comes last, the way the
      *> security-operations report reads incident lines. AT is the
      *> terminal and program signing on, LIVE AT the session that
      *> was already there.
       LOG-CONCURRENT-INCIDENT.
           MOVE FUNCTION CURRENT-DATE TO WS-INCIDENT-TIMESTAMP
           OPEN EXTEND INCIDENT-FILE
           IF WS-FS-INCIDENT = "35"
               CLOSE INCIDENT-FILE
               OPEN OUTPUT INCIDENT-FILE
           END-IF
           MOVE SPACES TO INCIDENT-RECORD
           STRING WS-INCIDENT-TIMESTAMP(1:19)
                  " | TYPE: CONCURRENT-SESSION"
                  " | OUTCOME: " FUNCTION TRIM(WS-INCIDENT-OUTCOME)
                  " | AT: " FUNCTION TRIM(WS-TERMINAL)
                  " (" FUNCTION TRIM(LNK-PROGRAM) ")"
                  " | LIVE AT: "
                  FUNCTION TRIM(WS-SS-TERMINAL(WS-LIVE-I))
                  " (" FUNCTION TRIM(WS-SS-PROGRAM(WS-LIVE-I)) ")"
                  " | FIELD: " FUNCTION TRIM(LNK-USER-ID)
               DELIMITED BY SIZE INTO INCIDENT-RECORD
           END-STRING
           WRITE INCIDENT-RECORD
           CLOSE INCIDENT-FILE.
