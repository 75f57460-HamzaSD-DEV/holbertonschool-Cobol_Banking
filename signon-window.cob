       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIGNON-WINDOW.

      *> Working-hours gate for operator sign-on, CALLed by the
      *> teller console, MASKED-LOGIN and SECURE-TOKEN once the
      *> credentials have checked out. Each operator may sign on
      *> only on the weekdays and between the times of their
      *> window. USER-ADMIN keeps per-operator windows in
      *> SIGNON-WINDOWS.DAT:
      *>   USERID,DAYS,START,END
      *> DAYS is seven Y/N flags Monday through Sunday and START/END
      *> are HHMM on the wall clock, e.g. "T0001,YYYYYNN,0800,1800".
      *> An END earlier than START runs past midnight. An operator
      *> with no line gets the default for their USERS.DAT role:
      *>   1 Admin    Monday-Saturday 0600-2200
      *>   2 Manager  Monday-Saturday 0700-2000
      *>   3 User and anyone not on USERS.DAT
      *>              Monday-Friday   0800-1800
      *> Outside the window the sign-on is refused unless a
      *> supervisor - a different, active operator at level 2 or
      *> better - keys their own ID and password for a one-off
      *> override. Refusals and overrides both land in
      *> ACCESS-LOG.TXT through LOG-CHAIN as OUT-OF-HOURS lines.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-FILE ASSIGN TO "USERS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-USER.
           SELECT WINDOW-FILE ASSIGN TO "SIGNON-WINDOWS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-WIN.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-FILE.
       01  USER-RECORD.
           05  FILE-USER-ID      PIC X(8).
           05  FILE-USER-NAME    PIC X(20).
           05  FILE-PASSWORD     PIC X(8).
           05  FILE-ACCESS-LEVEL PIC 9.
           05  FILE-PWD-CHANGED  PIC 9(8).
           05  FILE-PWD-HISTORY.
               10  FILE-OLD-PASSWORD OCCURS 3 TIMES PIC X(8).
           05  FILE-USER-STATUS  PIC X.
           05  FILE-LAST-LOGIN   PIC 9(8).

       FD  WINDOW-FILE.
       01  WINDOW-RECORD        PIC X(40).

       WORKING-STORAGE SECTION.
       77  WS-FS-USER           PIC XX.
       77  WS-FS-WIN            PIC XX.
       77  WS-EOF               PIC X VALUE 'N'.
       77  WS-LEVEL             PIC 9 VALUE 3.
       77  WS-DOW               PIC 9.
       77  WS-CLOCK             PIC 9(8).
       77  WS-NOW-HHMM          PIC 9(4).
       77  WS-INSIDE            PIC X VALUE 'N'.
       77  WS-I                 PIC 9.
       77  WS-SUPER-ID          PIC X(8).
       77  WS-SUPER-PASS        PIC X(8).
       77  WS-SUPER-OK          PIC X VALUE 'N'.
       77  WS-LOG-TIMESTAMP     PIC X(19).
       77  WS-CHAIN-LOG         PIC X(30).
       77  WS-CHAIN-LINE        PIC X(120).

       01  WS-WINDOW.
           05  WS-WIN-DAYS      PIC X(7).
           05  WS-WIN-START     PIC 9(4).
           05  WS-WIN-END       PIC 9(4).

       01  WS-WIN-FIELDS.
           05  WS-WF-USER       PIC X(8).
           05  WS-WF-DAYS       PIC X(7).
           05  WS-WF-START      PIC X(4).
           05  WS-WF-END        PIC X(4).

       01  WS-DAY-LETTERS       PIC X(7) VALUE "MTWTFSS".
       01  WS-WIN-TEXT          PIC X(20).

       LINKAGE SECTION.
       01  LNK-USER-ID          PIC X(8).
       01  LNK-ENTRY            PIC X(16).
       01  LNK-ALLOWED          PIC X.

       PROCEDURE DIVISION USING LNK-USER-ID, LNK-ENTRY, LNK-ALLOWED.
       WINDOW-PARA.
           MOVE 'N' TO LNK-ALLOWED
           PERFORM FIND-OPERATOR-LEVEL
           PERFORM SET-ROLE-DEFAULT
           PERFORM FIND-OPERATOR-WINDOW
           PERFORM CHECK-CLOCK
           IF WS-INSIDE = 'Y'
               MOVE 'Y' TO LNK-ALLOWED
               GOBACK
           END-IF

           PERFORM BUILD-WINDOW-TEXT
           DISPLAY "Sign-on is outside your permitted hours ("
                   FUNCTION TRIM(WS-WIN-TEXT) ")."
           PERFORM ASK-SUPERVISOR-OVERRIDE
           IF WS-SUPER-OK = 'Y'
               MOVE 'Y' TO LNK-ALLOWED
               DISPLAY "Out-of-hours sign-on approved by "
                       FUNCTION TRIM(WS-SUPER-ID) "."
           ELSE
               DISPLAY "Sign-on refused outside permitted hours."
           END-IF
           PERFORM LOG-OUT-OF-HOURS
           GOBACK.

       FIND-OPERATOR-LEVEL.
           MOVE 3 TO WS-LEVEL
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
                       IF FILE-USER-ID = LNK-USER-ID
                           IF FILE-ACCESS-LEVEL IS NUMERIC
                               MOVE FILE-ACCESS-LEVEL TO WS-LEVEL
                           END-IF
                           MOVE 'Y' TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE USER-FILE.

       SET-ROLE-DEFAULT.
           EVALUATE WS-LEVEL
               WHEN 1
                   MOVE "YYYYYYN" TO WS-WIN-DAYS
                   MOVE 0600 TO WS-WIN-START
                   MOVE 2200 TO WS-WIN-END
               WHEN 2
                   MOVE "YYYYYYN" TO WS-WIN-DAYS
                   MOVE 0700 TO WS-WIN-START
                   MOVE 2000 TO WS-WIN-END
               WHEN OTHER
                   MOVE "YYYYYNN" TO WS-WIN-DAYS
                   MOVE 0800 TO WS-WIN-START
                   MOVE 1800 TO WS-WIN-END
           END-EVALUATE.

      *> A malformed line is ignored and the role default stands.
       FIND-OPERATOR-WINDOW.
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
                       MOVE SPACES TO WS-WIN-FIELDS
                       UNSTRING WINDOW-RECORD DELIMITED BY ","
                           INTO WS-WF-USER WS-WF-DAYS
                                WS-WF-START WS-WF-END
                       END-UNSTRING
                       IF WS-WF-USER = LNK-USER-ID
                          AND WS-WF-START IS NUMERIC
                          AND WS-WF-END IS NUMERIC
                           MOVE WS-WF-DAYS TO WS-WIN-DAYS
                           MOVE WS-WF-START TO WS-WIN-START
                           MOVE WS-WF-END TO WS-WIN-END
                           MOVE 'Y' TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WINDOW-FILE.

      *> DAY-OF-WEEK answers 1 for Monday through 7 for Sunday,
      *> which is the order of the DAYS flags.
       CHECK-CLOCK.
           MOVE 'N' TO WS-INSIDE
           ACCEPT WS-DOW FROM DAY-OF-WEEK
           ACCEPT WS-CLOCK FROM TIME
           MOVE WS-CLOCK(1:4) TO WS-NOW-HHMM
           IF WS-WIN-DAYS(WS-DOW:1) NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-WIN-START <= WS-WIN-END
               IF WS-NOW-HHMM >= WS-WIN-START
                  AND WS-NOW-HHMM < WS-WIN-END
                   MOVE 'Y' TO WS-INSIDE
               END-IF
           ELSE
               IF WS-NOW-HHMM >= WS-WIN-START
                  OR WS-NOW-HHMM < WS-WIN-END
                   MOVE 'Y' TO WS-INSIDE
               END-IF
           END-IF.

      *> "MTWTF-- 0800-1800" - a letter for each day allowed.
       BUILD-WINDOW-TEXT.
           MOVE SPACES TO WS-WIN-TEXT
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 7
               IF WS-WIN-DAYS(WS-I:1) = 'Y'
                   MOVE WS-DAY-LETTERS(WS-I:1) TO WS-WIN-TEXT(WS-I:1)
               ELSE
                   MOVE "-" TO WS-WIN-TEXT(WS-I:1)
               END-IF
           END-PERFORM
           STRING WS-WIN-START "-" WS-WIN-END
               DELIMITED BY SIZE INTO WS-WIN-TEXT(9:9)
           END-STRING.

      *> The override is for this one sign-on only; nothing is kept
      *> that would let the next out-of-hours attempt through.
       ASK-SUPERVISOR-OVERRIDE.
           MOVE 'N' TO WS-SUPER-OK
           MOVE SPACES TO WS-SUPER-ID
           DISPLAY "Supervisor override ID (blank to cancel): "
                   WITH NO ADVANCING
           ACCEPT WS-SUPER-ID
           IF WS-SUPER-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-SUPER-ID = LNK-USER-ID
               DISPLAY "The supervisor must be a different person."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Supervisor password: " WITH NO ADVANCING
           ACCEPT WS-SUPER-PASS
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
                       IF FILE-USER-ID = WS-SUPER-ID
                           IF FILE-PASSWORD = WS-SUPER-PASS
                              AND FILE-ACCESS-LEVEL <= 2
                              AND FILE-USER-STATUS NOT = 'D'
                               MOVE 'Y' TO WS-SUPER-OK
                           END-IF
                           MOVE 'Y' TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE USER-FILE
           IF WS-SUPER-OK NOT = 'Y'
               DISPLAY "Supervisor override not accepted."
           END-IF.

       LOG-OUT-OF-HOURS.
           MOVE FUNCTION CURRENT-DATE TO WS-LOG-TIMESTAMP
           MOVE SPACES TO WS-CHAIN-LINE
           IF WS-SUPER-OK = 'Y'
               STRING WS-LOG-TIMESTAMP(1:19)
                      " | USER: " FUNCTION TRIM(LNK-USER-ID)
                      " | " FUNCTION TRIM(LNK-ENTRY)
                      " | OUT-OF-HOURS OVERRIDE | SUPERVISOR: "
                      FUNCTION TRIM(WS-SUPER-ID)
                   DELIMITED BY SIZE INTO WS-CHAIN-LINE
               END-STRING
           ELSE
               STRING WS-LOG-TIMESTAMP(1:19)
                      " | USER: " FUNCTION TRIM(LNK-USER-ID)
                      " | " FUNCTION TRIM(LNK-ENTRY)
                      " | OUT-OF-HOURS REFUSED | WINDOW: "
                      FUNCTION TRIM(WS-WIN-TEXT)
                   DELIMITED BY SIZE INTO WS-CHAIN-LINE
               END-STRING
           END-IF
           MOVE "ACCESS-LOG.TXT" TO WS-CHAIN-LOG
           CALL "LOG-CHAIN" USING WS-CHAIN-LOG, WS-CHAIN-LINE.
