       IDENTIFICATION DIVISION.
       PROGRAM-ID. BREAK-GLASS.

      *> Break-glass emergency access. A handful of emergency
      *> operator IDs sit on USERS.DAT disabled, listed one per line
      *> on BREAK-GLASS-IDS.DAT (USER-ADMIN creates them). When the
      *> admin cannot be reached:
      *>   (U)nseal  - two authorized staff (Manager or Admin,
      *>               active, neither one an emergency ID) each key
      *>               their own ID and password to open one
      *>               emergency ID for 1 to BREAK_GLASS_MAX_HOURS
      *>               hours (default 4). GLASS-CHECK reseals it at
      *>               expiry.
      *>   (R)eview  - the morning-after report, BREAK-GLASS-
      *>               REVIEW.TXT: for every use not yet signed off,
      *>               every ACCESS-LOG.TXT line written under the
      *>               emergency ID while it was open.
      *>   (S)ign off - an Admin who was not one of the two
      *>               authorizers records the review of an expired
      *>               use. Until then the use stays open on the
      *>               security-operations report.
      *> BREAK-GLASS.DAT holds one line per unsealing:
      *>   USERID,UNSEALED,EXPIRES,AUTH-1,AUTH-2,STATUS,REVIEWER,
      *>   SIGNED-OFF
      *> stamps as YYYYMMDDHHMMSS and STATUS OPEN (unsealed),
      *> PENDING (resealed, awaiting review) or SIGNED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-FILE ASSIGN TO "USERS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-USER.
           SELECT IDS-FILE ASSIGN TO "BREAK-GLASS-IDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-IDS.
           SELECT GLASS-FILE ASSIGN TO "BREAK-GLASS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GLASS.
           SELECT ACCESS-LOG-FILE ASSIGN TO "ACCESS-LOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.
           SELECT REVIEW-FILE ASSIGN TO "BREAK-GLASS-REVIEW.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REVIEW.

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

       FD  IDS-FILE.
       01  IDS-RECORD            PIC X(20).

       FD  GLASS-FILE.
       01  GLASS-RECORD          PIC X(100).

       FD  ACCESS-LOG-FILE.
       01  ACCESS-LOG-RECORD     PIC X(140).

       FD  REVIEW-FILE.
       01  REVIEW-REC            PIC X(140).

       WORKING-STORAGE SECTION.
       77  WS-FS-USER           PIC XX.
       77  WS-FS-IDS            PIC XX.
       77  WS-FS-GLASS          PIC XX.
       77  WS-FS-LOG            PIC XX.
       77  WS-FS-REVIEW         PIC XX.
       77  WS-EOF               PIC X VALUE 'N'.
       77  WS-LOG-EOF           PIC X VALUE 'N'.
       77  WS-MENU-CHOICE       PIC X.
       77  WS-GLASS-ID          PIC X(8).
       77  WS-GLASS-STATE       PIC X.
       77  WS-SAVE-GLASS-ID     PIC X(8).
       77  WS-IS-GLASS          PIC X.
       77  WS-STAFF-ID          PIC X(8).
       77  WS-STAFF-PASS        PIC X(8).
       77  WS-STAFF-MAX-LEVEL   PIC 9.
       77  WS-STAFF-OK          PIC X.
       77  WS-AUTH-1            PIC X(8).
       77  WS-AUTH-2            PIC X(8).
       77  WS-HOURS-IN          PIC X(2).
       77  WS-HOURS             PIC 9(2).
       77  WS-MAX-HOURS         PIC 9(2) VALUE 4.
       77  WS-PARAM-NAME        PIC X(24).
       77  WS-PARAM-VALUE       PIC X(12).
       77  WS-PARAM-FOUND       PIC X.
       77  WS-NOW-DATE          PIC 9(8).
       77  WS-NOW-TIME          PIC 9(8).
       77  WS-NOW-STAMP         PIC X(14).
       77  WS-UNTIL-STAMP       PIC X(14).
       77  WS-MINUTES           PIC 9(6).
       77  WS-DAYS-ON           PIC 9(3).
       77  WS-UNTIL-DATE        PIC 9(8).
       77  WS-UNTIL-HH          PIC 9(2).
       77  WS-UNTIL-MIN         PIC 9(2).
       77  WS-I                 PIC 9(3).
       77  WS-USE-I             PIC 9(3).
       77  WS-PENDING-COUNT     PIC 9(3) VALUE 0.
       77  WS-ACTION-COUNT      PIC 9(5).
       77  WS-TAG-TEXT          PIC X(24).
       77  WS-TAG-LEN           PIC 9(2).
       77  WS-USER-TEXT         PIC X(20).
       77  WS-USER-LEN          PIC 9(2).
       77  WS-LOG-TIMESTAMP     PIC X(19).
       77  WS-CHAIN-LOG         PIC X(30).
       77  WS-CHAIN-LINE        PIC X(120).

       01  WS-GLASS-COUNT       PIC 9(3) VALUE 0.
       01  WS-GLASS-TABLE.
           05  WS-GL-ENTRY OCCURS 500 TIMES.
               10  WS-GL-USER     PIC X(8).
               10  WS-GL-FROM     PIC X(14).
               10  WS-GL-UNTIL    PIC X(14).
               10  WS-GL-AUTH-1   PIC X(8).
               10  WS-GL-AUTH-2   PIC X(8).
               10  WS-GL-STATUS   PIC X(7).
               10  WS-GL-REVIEWER PIC X(8).
               10  WS-GL-SIGNED   PIC X(14).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "BREAK-GLASS: emergency access"
           DISPLAY "(U)nseal an emergency ID, (R)eview report, "
                   "(S)ign off a review: " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE WS-NOW-DATE TO WS-NOW-STAMP(1:8)
           MOVE WS-NOW-TIME(1:6) TO WS-NOW-STAMP(9:6)

           EVALUATE FUNCTION UPPER-CASE(WS-MENU-CHOICE)
               WHEN "U"
                   PERFORM UNSEAL-EMERGENCY-ID
               WHEN "R"
                   PERFORM WRITE-REVIEW-REPORT
               WHEN "S"
                   PERFORM SIGN-OFF-REVIEW
               WHEN OTHER
                   DISPLAY "Invalid selection."
           END-EVALUATE
           STOP RUN.

       UNSEAL-EMERGENCY-ID.
           DISPLAY "Emergency ID to unseal: " WITH NO ADVANCING
           ACCEPT WS-GLASS-ID
           PERFORM FIND-EMERGENCY-ID
           IF WS-IS-GLASS NOT = 'Y'
               DISPLAY FUNCTION TRIM(WS-GLASS-ID)
                       " is not a break-glass emergency ID."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           CALL "GLASS-CHECK" USING WS-GLASS-ID, WS-GLASS-STATE
           IF WS-GLASS-STATE = 'Y'
               DISPLAY FUNCTION TRIM(WS-GLASS-ID)
                       " is already unsealed."
               EXIT PARAGRAPH
           END-IF

           MOVE 2 TO WS-STAFF-MAX-LEVEL
           DISPLAY "First authorizer ID: " WITH NO ADVANCING
           ACCEPT WS-STAFF-ID
           DISPLAY "Password: " WITH NO ADVANCING
           ACCEPT WS-STAFF-PASS
           PERFORM VERIFY-STAFF
           IF WS-STAFF-OK NOT = 'Y'
               PERFORM REFUSE-UNSEAL
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STAFF-ID TO WS-AUTH-1

           DISPLAY "Second authorizer ID: " WITH NO ADVANCING
           ACCEPT WS-STAFF-ID
           DISPLAY "Password: " WITH NO ADVANCING
           ACCEPT WS-STAFF-PASS
           IF WS-STAFF-ID = WS-AUTH-1
               DISPLAY "The two authorizers must be different people."
               PERFORM REFUSE-UNSEAL
               EXIT PARAGRAPH
           END-IF
           PERFORM VERIFY-STAFF
           IF WS-STAFF-OK NOT = 'Y'
               PERFORM REFUSE-UNSEAL
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STAFF-ID TO WS-AUTH-2

           MOVE "BREAK_GLASS_MAX_HOURS" TO WS-PARAM-NAME
           CALL "GET-PARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y'
               COMPUTE WS-MAX-HOURS = FUNCTION NUMVAL(WS-PARAM-VALUE)
           END-IF
           DISPLAY "Hours to unseal for (1-" WS-MAX-HOURS "): "
                   WITH NO ADVANCING
           ACCEPT WS-HOURS-IN
           IF FUNCTION TRIM(WS-HOURS-IN) IS NOT NUMERIC
               DISPLAY "Hours must be a number."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-HOURS = FUNCTION NUMVAL(WS-HOURS-IN)
           IF WS-HOURS < 1 OR WS-HOURS > WS-MAX-HOURS
               DISPLAY "Hours must be 1 to " WS-MAX-HOURS "."
               EXIT PARAGRAPH
           END-IF

           PERFORM COMPUTE-EXPIRY
           PERFORM LOAD-GLASS-USES
           IF WS-GLASS-COUNT >= 500
               DISPLAY "BREAK-GLASS: ERROR - more than 500 "
                       "break-glass uses; BREAK-GLASS.DAT not "
                       "rewritten"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-GLASS-COUNT
           MOVE SPACES TO WS-GL-ENTRY(WS-GLASS-COUNT)
           MOVE WS-GLASS-ID TO WS-GL-USER(WS-GLASS-COUNT)
           MOVE WS-NOW-STAMP TO WS-GL-FROM(WS-GLASS-COUNT)
           MOVE WS-UNTIL-STAMP TO WS-GL-UNTIL(WS-GLASS-COUNT)
           MOVE WS-AUTH-1 TO WS-GL-AUTH-1(WS-GLASS-COUNT)
           MOVE WS-AUTH-2 TO WS-GL-AUTH-2(WS-GLASS-COUNT)
           MOVE "OPEN" TO WS-GL-STATUS(WS-GLASS-COUNT)
           PERFORM SAVE-GLASS-USES
           PERFORM ENABLE-EMERGENCY-ID

           MOVE FUNCTION CURRENT-DATE TO WS-LOG-TIMESTAMP
           MOVE SPACES TO WS-CHAIN-LINE
           STRING WS-LOG-TIMESTAMP(1:19)
                  " | USER: " FUNCTION TRIM(WS-GLASS-ID)
                  " | BREAK-GLASS UNSEALED | BY: "
                  FUNCTION TRIM(WS-AUTH-1) " + "
                  FUNCTION TRIM(WS-AUTH-2)
                  " | UNTIL: " WS-UNTIL-STAMP
               DELIMITED BY SIZE INTO WS-CHAIN-LINE
           END-STRING
           PERFORM WRITE-CHAIN-LINE
           DISPLAY FUNCTION TRIM(WS-GLASS-ID) " unsealed until "
                   WS-UNTIL-STAMP(1:8) " " WS-UNTIL-STAMP(9:2) ":"
                   WS-UNTIL-STAMP(11:2) ". Every action is tagged "
                   "for review.".

       REFUSE-UNSEAL.
           DISPLAY "Unseal refused - two authorized staff must "
                   "each confirm."
           MOVE FUNCTION CURRENT-DATE TO WS-LOG-TIMESTAMP
           MOVE SPACES TO WS-CHAIN-LINE
           STRING WS-LOG-TIMESTAMP(1:19)
                  " | USER: " FUNCTION TRIM(WS-GLASS-ID)
                  " | BREAK-GLASS UNSEAL DENIED | BY: "
                  FUNCTION TRIM(WS-STAFF-ID)
               DELIMITED BY SIZE INTO WS-CHAIN-LINE
           END-STRING
           PERFORM WRITE-CHAIN-LINE
           MOVE 4 TO RETURN-CODE.

      *> Expiry is now plus the hours granted, rolled into the
      *> following day(s) where it runs past midnight.
       COMPUTE-EXPIRY.
           COMPUTE WS-MINUTES =
               FUNCTION NUMVAL(WS-NOW-STAMP(9:2)) * 60
               + FUNCTION NUMVAL(WS-NOW-STAMP(11:2))
               + WS-HOURS * 60
           DIVIDE WS-MINUTES BY 1440 GIVING WS-DAYS-ON
               REMAINDER WS-MINUTES
           COMPUTE WS-UNTIL-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-NOW-DATE) + WS-DAYS-ON)
           DIVIDE WS-MINUTES BY 60 GIVING WS-UNTIL-HH
               REMAINDER WS-UNTIL-MIN
           MOVE SPACES TO WS-UNTIL-STAMP
           STRING WS-UNTIL-DATE WS-UNTIL-HH WS-UNTIL-MIN
                  WS-NOW-STAMP(13:2)
               DELIMITED BY SIZE INTO WS-UNTIL-STAMP
           END-STRING.

      *> An authorizer or reviewer must be active, at or above
      *> WS-STAFF-MAX-LEVEL, key the right password, and may not be
      *> an emergency ID themselves.
       VERIFY-STAFF.
           MOVE 'N' TO WS-STAFF-OK
           MOVE WS-GLASS-ID TO WS-SAVE-GLASS-ID
           MOVE WS-STAFF-ID TO WS-GLASS-ID
           PERFORM FIND-EMERGENCY-ID
           MOVE WS-SAVE-GLASS-ID TO WS-GLASS-ID
           IF WS-IS-GLASS = 'Y'
               DISPLAY "An emergency ID cannot authorize."
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT USER-FILE
           IF WS-FS-USER NOT = "00"
               DISPLAY "USERS.DAT unavailable."
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ USER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF FILE-USER-ID = WS-STAFF-ID
                           IF FILE-PASSWORD = WS-STAFF-PASS
                              AND FILE-ACCESS-LEVEL <=
                                  WS-STAFF-MAX-LEVEL
                              AND FILE-USER-STATUS NOT = 'D'
                               MOVE 'Y' TO WS-STAFF-OK
                           END-IF
                           MOVE 'Y' TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE USER-FILE
           IF WS-STAFF-OK NOT = 'Y'
               DISPLAY FUNCTION TRIM(WS-STAFF-ID)
                       " is not authorized or the password is wrong."
           END-IF.

       FIND-EMERGENCY-ID.
           MOVE 'N' TO WS-IS-GLASS
           OPEN INPUT IDS-FILE
           IF WS-FS-IDS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ IDS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF IDS-RECORD(1:8) = WS-GLASS-ID
                           MOVE 'Y' TO WS-IS-GLASS
                           MOVE 'Y' TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE IDS-FILE.

       ENABLE-EMERGENCY-ID.
           OPEN I-O USER-FILE
           IF WS-FS-USER NOT = "00"
               DISPLAY "BREAK-GLASS: ERROR - cannot open USERS.DAT. "
                       "Status: " WS-FS-USER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ USER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF FILE-USER-ID = WS-GLASS-ID
                           MOVE 'A' TO FILE-USER-STATUS
                           REWRITE USER-RECORD
                           MOVE 'Y' TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE USER-FILE.

      *> Every emergency ID gets its expiry enforced first, so a use
      *> whose hours ran out overnight is on the report as PENDING.
       WRITE-REVIEW-REPORT.
           PERFORM RESEAL-EXPIRED-IDS
           PERFORM LOAD-GLASS-USES
           OPEN OUTPUT REVIEW-FILE
           IF WS-FS-REVIEW NOT = "00"
               DISPLAY "BREAK-GLASS: ERROR - cannot open "
                       "BREAK-GLASS-REVIEW.TXT. Status: " WS-FS-REVIEW
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO REVIEW-REC
           STRING "BREAK-GLASS REVIEW   (RUN " WS-NOW-STAMP(1:8) ")"
               DELIMITED BY SIZE INTO REVIEW-REC
           END-STRING
           WRITE REVIEW-REC
           PERFORM VARYING WS-USE-I FROM 1 BY 1
             UNTIL WS-USE-I > WS-GLASS-COUNT
               IF WS-GL-STATUS(WS-USE-I) NOT = "SIGNED"
                   ADD 1 TO WS-PENDING-COUNT
                   PERFORM WRITE-ONE-USE
               END-IF
           END-PERFORM
           MOVE SPACES TO REVIEW-REC
           WRITE REVIEW-REC
           MOVE SPACES TO REVIEW-REC
           STRING "USES AWAITING SIGN-OFF: " WS-PENDING-COUNT
               DELIMITED BY SIZE INTO REVIEW-REC
           END-STRING
           WRITE REVIEW-REC
           CLOSE REVIEW-FILE
           DISPLAY "BREAK-GLASS: " WS-PENDING-COUNT
                   " use(s) awaiting sign-off - see "
                   "BREAK-GLASS-REVIEW.TXT"
           IF WS-PENDING-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       RESEAL-EXPIRED-IDS.
           OPEN INPUT IDS-FILE
           IF WS-FS-IDS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ IDS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE IDS-RECORD(1:8) TO WS-GLASS-ID
                       CALL "GLASS-CHECK" USING WS-GLASS-ID,
                           WS-GLASS-STATE
               END-READ
           END-PERFORM
           CLOSE IDS-FILE.

      *> A use's actions are the ACCESS-LOG.TXT lines stamped inside
      *> its hours that carry the emergency ID, either as the
      *> BREAK-GLASS tag or as the line's USER.
       WRITE-ONE-USE.
           MOVE SPACES TO REVIEW-REC
           WRITE REVIEW-REC
           MOVE SPACES TO REVIEW-REC
           STRING "EMERGENCY ID: " WS-GL-USER(WS-USE-I)
                  "  UNSEALED: " WS-GL-FROM(WS-USE-I)
                  "  EXPIRES: " WS-GL-UNTIL(WS-USE-I)
                  "  BY: " FUNCTION TRIM(WS-GL-AUTH-1(WS-USE-I))
                  " + " FUNCTION TRIM(WS-GL-AUTH-2(WS-USE-I))
                  "  STATUS: " WS-GL-STATUS(WS-USE-I)
               DELIMITED BY SIZE INTO REVIEW-REC
           END-STRING
           WRITE REVIEW-REC
           MOVE SPACES TO WS-TAG-TEXT
           STRING "BREAK-GLASS: " FUNCTION TRIM(WS-GL-USER(WS-USE-I))
               DELIMITED BY SIZE INTO WS-TAG-TEXT
           END-STRING
           MOVE SPACES TO WS-USER-TEXT
           STRING "USER: " FUNCTION TRIM(WS-GL-USER(WS-USE-I)) " |"
               DELIMITED BY SIZE INTO WS-USER-TEXT
           END-STRING
           COMPUTE WS-TAG-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-TAG-TEXT))
           COMPUTE WS-USER-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-USER-TEXT))
           MOVE 0 TO WS-ACTION-COUNT
           OPEN INPUT ACCESS-LOG-FILE
           IF WS-FS-LOG = "00"
               MOVE 'N' TO WS-LOG-EOF
               PERFORM UNTIL WS-LOG-EOF = 'Y'
                   READ ACCESS-LOG-FILE
                       AT END
                           MOVE 'Y' TO WS-LOG-EOF
                       NOT AT END
                           PERFORM JUDGE-ONE-LOG-LINE
                   END-READ
               END-PERFORM
               CLOSE ACCESS-LOG-FILE
           END-IF
           MOVE SPACES TO REVIEW-REC
           STRING "  ACTIONS LOGGED: " WS-ACTION-COUNT
               DELIMITED BY SIZE INTO REVIEW-REC
           END-STRING
           WRITE REVIEW-REC.

       JUDGE-ONE-LOG-LINE.
           IF ACCESS-LOG-RECORD(1:14) < WS-GL-FROM(WS-USE-I)
              OR ACCESS-LOG-RECORD(1:14) > WS-GL-UNTIL(WS-USE-I)
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO TALLY
           INSPECT ACCESS-LOG-RECORD TALLYING TALLY
               FOR ALL WS-TAG-TEXT(1:WS-TAG-LEN)
                   ALL WS-USER-TEXT(1:WS-USER-LEN)
           IF TALLY = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ACTION-COUNT
           MOVE SPACES TO REVIEW-REC
           STRING "  " ACCESS-LOG-RECORD
               DELIMITED BY SIZE INTO REVIEW-REC
           END-STRING
           WRITE REVIEW-REC.

      *> The sign-off goes against the oldest expired use of the ID
      *> still awaiting review.
       SIGN-OFF-REVIEW.
           PERFORM RESEAL-EXPIRED-IDS
           DISPLAY "Emergency ID reviewed: " WITH NO ADVANCING
           ACCEPT WS-GLASS-ID
           PERFORM LOAD-GLASS-USES
           MOVE 0 TO WS-USE-I
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-GLASS-COUNT
               IF WS-GL-USER(WS-I) = WS-GLASS-ID
                  AND WS-GL-STATUS(WS-I) = "PENDING"
                   MOVE WS-I TO WS-USE-I
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-USE-I = 0
               DISPLAY "No expired use of " FUNCTION TRIM(WS-GLASS-ID)
                       " is awaiting review."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Use unsealed " WS-GL-FROM(WS-USE-I)
                   " by " FUNCTION TRIM(WS-GL-AUTH-1(WS-USE-I))
                   " + " FUNCTION TRIM(WS-GL-AUTH-2(WS-USE-I))

           MOVE 1 TO WS-STAFF-MAX-LEVEL
           DISPLAY "Reviewing admin ID: " WITH NO ADVANCING
           ACCEPT WS-STAFF-ID
           DISPLAY "Password: " WITH NO ADVANCING
           ACCEPT WS-STAFF-PASS
           IF WS-STAFF-ID = WS-GL-AUTH-1(WS-USE-I)
              OR WS-STAFF-ID = WS-GL-AUTH-2(WS-USE-I)
              OR WS-STAFF-ID = WS-GLASS-ID
               DISPLAY "The reviewer must be an admin who did not "
                       "unseal or use the ID."
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VERIFY-STAFF
           IF WS-STAFF-OK NOT = 'Y'
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE "SIGNED" TO WS-GL-STATUS(WS-USE-I)
           MOVE WS-STAFF-ID TO WS-GL-REVIEWER(WS-USE-I)
           MOVE WS-NOW-STAMP TO WS-GL-SIGNED(WS-USE-I)
           PERFORM SAVE-GLASS-USES
           MOVE FUNCTION CURRENT-DATE TO WS-LOG-TIMESTAMP
           MOVE SPACES TO WS-CHAIN-LINE
           STRING WS-LOG-TIMESTAMP(1:19)
                  " | USER: " FUNCTION TRIM(WS-GLASS-ID)
                  " | BREAK-GLASS REVIEW SIGNED OFF | ADMIN: "
                  FUNCTION TRIM(WS-STAFF-ID)
                  " | UNSEALED: " WS-GL-FROM(WS-USE-I)
               DELIMITED BY SIZE INTO WS-CHAIN-LINE
           END-STRING
           PERFORM WRITE-CHAIN-LINE
           DISPLAY "Review signed off.".

       LOAD-GLASS-USES.
           MOVE 0 TO WS-GLASS-COUNT
           OPEN INPUT GLASS-FILE
           IF WS-FS-GLASS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ GLASS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-GLASS-COUNT >= 500
                           DISPLAY "BREAK-GLASS: ERROR - more than "
                                   "500 break-glass uses; "
                                   "BREAK-GLASS.DAT not rewritten"
                           CLOSE GLASS-FILE
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-GLASS-COUNT
                       MOVE SPACES TO WS-GL-ENTRY(WS-GLASS-COUNT)
                       UNSTRING GLASS-RECORD DELIMITED BY ","
                           INTO WS-GL-USER(WS-GLASS-COUNT)
                                WS-GL-FROM(WS-GLASS-COUNT)
                                WS-GL-UNTIL(WS-GLASS-COUNT)
                                WS-GL-AUTH-1(WS-GLASS-COUNT)
                                WS-GL-AUTH-2(WS-GLASS-COUNT)
                                WS-GL-STATUS(WS-GLASS-COUNT)
                                WS-GL-REVIEWER(WS-GLASS-COUNT)
                                WS-GL-SIGNED(WS-GLASS-COUNT)
                       END-UNSTRING
               END-READ
           END-PERFORM
           CLOSE GLASS-FILE.

       SAVE-GLASS-USES.
           OPEN OUTPUT GLASS-FILE
           IF WS-FS-GLASS NOT = "00"
               DISPLAY "BREAK-GLASS: ERROR - cannot open "
                       "BREAK-GLASS.DAT. Status: " WS-FS-GLASS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-GLASS-COUNT
               MOVE SPACES TO GLASS-RECORD
               STRING FUNCTION TRIM(WS-GL-USER(WS-I)) ","
                      WS-GL-FROM(WS-I) ","
                      WS-GL-UNTIL(WS-I) ","
                      FUNCTION TRIM(WS-GL-AUTH-1(WS-I)) ","
                      FUNCTION TRIM(WS-GL-AUTH-2(WS-I)) ","
                      FUNCTION TRIM(WS-GL-STATUS(WS-I)) ","
                      FUNCTION TRIM(WS-GL-REVIEWER(WS-I)) ","
                      WS-GL-SIGNED(WS-I)
                   DELIMITED BY SIZE INTO GLASS-RECORD
               END-STRING
               WRITE GLASS-RECORD
           END-PERFORM
           CLOSE GLASS-FILE.

       WRITE-CHAIN-LINE.
           MOVE "ACCESS-LOG.TXT" TO WS-CHAIN-LOG
           CALL "LOG-CHAIN" USING WS-CHAIN-LOG, WS-CHAIN-LINE.
