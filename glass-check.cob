       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLASS-CHECK.

      *> Tells a sign-on path whether an operator ID is one of the
      *> sealed break-glass emergency IDs, and if so whether it is
      *> unsealed right now. BREAK-GLASS-IDS.DAT lists the emergency
      *> IDs, one per line. Each unsealing is a line on
      *> BREAK-GLASS.DAT (see BREAK-GLASS for the layout) carrying
      *> the hour it expires. LNK-GLASS-STATE comes back:
      *>   N - not an emergency ID
      *>   Y - emergency ID, unsealed and inside its hours
      *>   X - emergency ID, sealed or past its hours
      *> An unsealing found past its hours is closed here: the ID
      *> goes back to disabled on USERS.DAT, the use moves to
      *> PENDING review, and the reseal is logged to ACCESS-LOG.TXT.
      *> If BREAK-GLASS.DAT cannot be read whole or rewritten the
      *> error is displayed and the ID comes back X, so the sign-on
      *> is refused.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDS-FILE ASSIGN TO "BREAK-GLASS-IDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-IDS.
           SELECT GLASS-FILE ASSIGN TO "BREAK-GLASS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GLASS.
           SELECT USER-FILE ASSIGN TO "USERS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-USER.

       DATA DIVISION.
       FILE SECTION.
       FD  IDS-FILE.
       01  IDS-RECORD           PIC X(20).

       FD  GLASS-FILE.
       01  GLASS-RECORD         PIC X(100).

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

       WORKING-STORAGE SECTION.
       77  WS-FS-IDS            PIC XX.
       77  WS-FS-GLASS          PIC XX.
       77  WS-FS-USER           PIC XX.
       77  WS-EOF               PIC X VALUE 'N'.
       77  WS-IS-GLASS          PIC X VALUE 'N'.
       77  WS-NOW-DATE          PIC 9(8).
       77  WS-NOW-TIME          PIC 9(8).
       77  WS-NOW-STAMP         PIC X(14).
       77  WS-I                 PIC 9(3).
       77  WS-OPEN-I            PIC 9(3).
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

       LINKAGE SECTION.
       01  LNK-USER-ID          PIC X(8).
       01  LNK-GLASS-STATE      PIC X.

       PROCEDURE DIVISION USING LNK-USER-ID, LNK-GLASS-STATE.
       GLASS-PARA.
           MOVE 'N' TO LNK-GLASS-STATE
           PERFORM FIND-EMERGENCY-ID
           IF WS-IS-GLASS NOT = 'Y'
               GOBACK
           END-IF
           MOVE 'X' TO LNK-GLASS-STATE
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE WS-NOW-DATE TO WS-NOW-STAMP(1:8)
           MOVE WS-NOW-TIME(1:6) TO WS-NOW-STAMP(9:6)

           PERFORM LOAD-GLASS-USES
           MOVE 0 TO WS-OPEN-I
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-GLASS-COUNT
               IF WS-GL-USER(WS-I) = LNK-USER-ID
                  AND WS-GL-STATUS(WS-I) = "OPEN"
                   MOVE WS-I TO WS-OPEN-I
               END-IF
           END-PERFORM
           IF WS-OPEN-I = 0
               GOBACK
           END-IF
           IF WS-NOW-STAMP < WS-GL-UNTIL(WS-OPEN-I)
               MOVE 'Y' TO LNK-GLASS-STATE
               GOBACK
           END-IF

           MOVE "PENDING" TO WS-GL-STATUS(WS-OPEN-I)
           PERFORM SAVE-GLASS-USES
           PERFORM DISABLE-EMERGENCY-ID
           MOVE FUNCTION CURRENT-DATE TO WS-LOG-TIMESTAMP
           MOVE SPACES TO WS-CHAIN-LINE
           STRING WS-LOG-TIMESTAMP(1:19)
                  " | USER: " FUNCTION TRIM(LNK-USER-ID)
                  " | BREAK-GLASS RESEALED (EXPIRED) | UNSEALED: "
                  WS-GL-FROM(WS-OPEN-I)
               DELIMITED BY SIZE INTO WS-CHAIN-LINE
           END-STRING
           MOVE "ACCESS-LOG.TXT" TO WS-CHAIN-LOG
           CALL "LOG-CHAIN" USING WS-CHAIN-LOG, WS-CHAIN-LINE
           GOBACK.

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
                       IF IDS-RECORD(1:8) = LNK-USER-ID
                           MOVE 'Y' TO WS-IS-GLASS
                           MOVE 'Y' TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE IDS-FILE.

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
                           DISPLAY "GLASS-CHECK: ERROR - more than "
                                   "500 break-glass uses; "
                                   "BREAK-GLASS.DAT not rewritten"
                           CLOSE GLASS-FILE
                           MOVE 'X' TO LNK-GLASS-STATE
                           GOBACK
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
               DISPLAY "GLASS-CHECK: ERROR - cannot open "
                       "BREAK-GLASS.DAT. Status: " WS-FS-GLASS
               MOVE 'X' TO LNK-GLASS-STATE
               GOBACK
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

       DISABLE-EMERGENCY-ID.
           OPEN I-O USER-FILE
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
                           MOVE 'D' TO FILE-USER-STATUS
                           REWRITE USER-RECORD
                           MOVE 'Y' TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE USER-FILE.
