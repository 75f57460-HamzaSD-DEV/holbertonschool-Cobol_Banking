       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCESS-RECERT.

      *> Quarterly access recertification. Each quarter every active
      *> operator's RBAC role is put in front of the supervisor named
      *> for them on OPERATOR-SUPERVISORS.DAT (USER-ADMIN maintains
      *> it), who must keep, change or revoke it by the deadline.
      *>   (O)pen    - an Admin opens the campaign (default ID is
      *>               the business quarter, e.g. 2026Q4); the
      *>               deadline is RECERT_DAYS (default 21) days out.
      *>               One line per active operator goes on
      *>               RECERT.DAT and the review lists are written.
      *>   (L)ist    - rewrites RECERT-REVIEW-LIST.TXT: per
      *>               supervisor, each operator's role, access
      *>               level, last login and privileged actions in
      *>               the last RECERT_LOOKBACK_DAYS (default 90).
      *>   (A)ttest  - a supervisor records K(eep), C(hange) or
      *>               R(evoke) for each of their operators. A change
      *>               or revoke is applied to USERS.DAT at once.
      *>               Operators with no supervisor on file are
      *>               attested by any Admin; nobody attests
      *>               themselves and a Manager cannot grant Admin.
      *>   (E)nforce - nightly: any operator still PENDING once the
      *>               deadline has passed is disabled and marked
      *>               EXPIRED.
      *>   (R)eport  - RECERT-REPORT.TXT: completion percentage by
      *>               supervisor and every change the campaign made.
      *> Break-glass emergency IDs are left out - they have their
      *> own review in BREAK-GLASS. RECERT.DAT holds one line per
      *> operator per campaign:
      *>   CAMPAIGN,USERID,SUPERVISOR,LEVEL,LAST-LOGIN,DEADLINE,
      *>   DECISION,NEW-LEVEL,ATTESTED-BY,ATTESTED-ON
      *> DECISION is PENDING, KEEP, CHANGE, REVOKE or EXPIRED. Every
      *> decision is logged to ACCESS-LOG.TXT through LOG-CHAIN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-FILE ASSIGN TO "USERS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-USER.
           SELECT SUPERVISOR-FILE ASSIGN TO "OPERATOR-SUPERVISORS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SUP.
           SELECT IDS-FILE ASSIGN TO "BREAK-GLASS-IDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-IDS.
           SELECT RECERT-FILE ASSIGN TO "RECERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RECERT.
           SELECT ACCESS-LOG-FILE ASSIGN TO "ACCESS-LOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.
           SELECT LIST-FILE ASSIGN TO "RECERT-REVIEW-LIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LIST.
           SELECT REPORT-FILE ASSIGN TO "RECERT-REPORT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPORT.

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

       FD  SUPERVISOR-FILE.
       01  SUPERVISOR-RECORD     PIC X(20).

       FD  IDS-FILE.
       01  IDS-RECORD            PIC X(20).

       FD  RECERT-FILE.
       01  RECERT-RECORD         PIC X(100).

       FD  ACCESS-LOG-FILE.
       01  ACCESS-LOG-RECORD     PIC X(140).

       FD  LIST-FILE.
       01  LIST-REC              PIC X(140).

       FD  REPORT-FILE.
       01  REPORT-REC            PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-FS-USER           PIC XX.
       77  WS-FS-SUP            PIC XX.
       77  WS-FS-IDS            PIC XX.
       77  WS-FS-RECERT         PIC XX.
       77  WS-FS-LOG            PIC XX.
       77  WS-FS-LIST           PIC XX.
       77  WS-FS-REPORT         PIC XX.
       77  WS-EOF               PIC X VALUE 'N'.
       77  WS-MENU-CHOICE       PIC X.
       77  WS-OPERATOR-ID       PIC X(8).
       77  WS-OPERATOR-PASS     PIC X(8).
       77  WS-OPERATOR-LEVEL    PIC 9 VALUE 0.
       77  WS-OPERATOR-OK       PIC X VALUE 'N'.
       77  WS-TODAY             PIC 9(8).
       77  WS-TODAY-INT         PIC 9(8).
       77  WS-QUARTER           PIC 9.
       77  WS-MONTH             PIC 99.
       77  WS-CAMPAIGN          PIC X(8).
       77  WS-CAMPAIGN-IN       PIC X(8).
       77  WS-DEADLINE          PIC 9(8).
       77  WS-RECERT-DAYS       PIC 9(3) VALUE 21.
       77  WS-LOOKBACK-DAYS     PIC 9(3) VALUE 90.
       77  WS-CUTOFF-DATE       PIC 9(8).
       77  WS-PARAM-NAME        PIC X(24).
       77  WS-PARAM-VALUE       PIC X(12).
       77  WS-PARAM-FOUND       PIC X.
       77  WS-I                 PIC 9(4).
       77  WS-J                 PIC 9(4).
       77  WS-J-START           PIC 9(4).
       77  WS-K                 PIC 9(4).
       77  WS-U                 PIC 9(3).
       77  WS-S                 PIC 9(3).
       77  WS-SWAP              PIC 9(4).
       77  WS-ADDED             PIC 9(4) VALUE 0.
       77  WS-DECIDED           PIC 9(4) VALUE 0.
       77  WS-OPEN-LEFT         PIC 9(4) VALUE 0.
       77  WS-EXPIRED-NOW       PIC 9(4) VALUE 0.
       77  WS-IS-GLASS          PIC X.
       77  WS-DECISION-IN       PIC X.
       77  WS-NEW-LEVEL-IN      PIC X.
       77  WS-NEW-LEVEL         PIC 9.
       77  WS-LAST-SUPER        PIC X(8).
       77  WS-SUPER-SHOWN       PIC X(12).
       77  WS-ROLE-DESC         PIC X(10).
       77  WS-PRIV-COUNT        PIC 9(5).
       77  WS-PRIV-HIT          PIC X.
       77  WS-TOKEN             PIC X(24).
       77  WS-TOKEN-LEN         PIC 9(3).
       77  WS-PCT               PIC 9(3).
       77  WS-TOTAL-OPS         PIC 9(5) VALUE 0.
       77  WS-TOTAL-DONE        PIC 9(5) VALUE 0.
       77  WS-CHANGE-COUNT      PIC 9(5) VALUE 0.
       77  WS-LOG-TIMESTAMP     PIC X(19).
       77  WS-LOG-ACTION        PIC X(44).
       77  WS-LOG-USER          PIC X(8).
       77  WS-LOG-ADMIN         PIC X(8).
       77  WS-CHAIN-LOG         PIC X(30).
       77  WS-CHAIN-LINE        PIC X(120).

      *> Operators off USERS.DAT, with their supervisor. The last
      *> slot stands in for a campaign line whose operator has since
      *> left USERS.DAT.
       01  WS-USER-COUNT        PIC 9(3) VALUE 0.
       01  WS-USER-TABLE.
           05  WS-US-ENTRY OCCURS 501 TIMES.
               10  WS-US-ID       PIC X(8).
               10  WS-US-NAME     PIC X(20).
               10  WS-US-LEVEL    PIC 9.
               10  WS-US-STATUS   PIC X.
               10  WS-US-LOGIN    PIC 9(8).
               10  WS-US-SUPER    PIC X(8).

      *> Every campaign line on RECERT.DAT.
       01  WS-RC-COUNT          PIC 9(4) VALUE 0.
       01  WS-RC-TABLE.
           05  WS-RC-ENTRY OCCURS 2000 TIMES.
               10  WS-RC-CAMPAIGN PIC X(8).
               10  WS-RC-USER     PIC X(8).
               10  WS-RC-SUPER    PIC X(8).
               10  WS-RC-LEVEL    PIC 9.
               10  WS-RC-LOGIN    PIC X(8).
               10  WS-RC-DEADLINE PIC X(8).
               10  WS-RC-DECISION PIC X(8).
               10  WS-RC-NEW-LVL  PIC X.
               10  WS-RC-BY       PIC X(8).
               10  WS-RC-ON       PIC X(8).

      *> The current campaign's lines in supervisor, operator order.
       01  WS-ORDER-COUNT       PIC 9(4) VALUE 0.
       01  WS-ORDER-TABLE.
           05  WS-ORDER OCCURS 2000 TIMES PIC 9(4).

      *> Completion by supervisor for the report.
       01  WS-SV-COUNT          PIC 9(3) VALUE 0.
       01  WS-SV-TABLE.
           05  WS-SV-ENTRY OCCURS 500 TIMES.
               10  WS-SV-ID       PIC X(8).
               10  WS-SV-TOTAL    PIC 9(4).
               10  WS-SV-DONE     PIC 9(4).
               10  WS-SV-EXPIRED  PIC 9(4).

       01  WS-DIVIDER           PIC X(70) VALUE ALL "-".

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "ACCESS-RECERT: quarterly access recertification"
           CALL "GET-BUSINESS-DATE" USING WS-TODAY
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           MOVE WS-TODAY(5:2) TO WS-MONTH
           COMPUTE WS-QUARTER = (WS-MONTH - 1) / 3 + 1
           MOVE SPACES TO WS-CAMPAIGN
           STRING WS-TODAY(1:4) "Q" WS-QUARTER
               DELIMITED BY SIZE INTO WS-CAMPAIGN
           END-STRING

           MOVE "RECERT_DAYS" TO WS-PARAM-NAME
           CALL "GET-PARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y'
               COMPUTE WS-RECERT-DAYS =
                   FUNCTION NUMVAL(WS-PARAM-VALUE)
           END-IF
           MOVE "RECERT_LOOKBACK_DAYS" TO WS-PARAM-NAME
           CALL "GET-PARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y'
               COMPUTE WS-LOOKBACK-DAYS =
                   FUNCTION NUMVAL(WS-PARAM-VALUE)
           END-IF
           COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(
               WS-TODAY-INT - WS-LOOKBACK-DAYS)

           PERFORM LOAD-OPERATORS
           PERFORM LOAD-RECERT

           DISPLAY "(O)pen campaign, (L)ist for review, (A)ttest, "
                   "(E)nforce deadline, (R)eport: " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE
           EVALUATE FUNCTION UPPER-CASE(WS-MENU-CHOICE)
               WHEN "O"
                   PERFORM OPEN-CAMPAIGN
               WHEN "L"
                   PERFORM FIND-CURRENT-CAMPAIGN
                   PERFORM WRITE-REVIEW-LIST
               WHEN "A"
                   PERFORM ATTEST-OPERATORS
               WHEN "E"
                   PERFORM ENFORCE-DEADLINE
               WHEN "R"
                   PERFORM FIND-CURRENT-CAMPAIGN
                   PERFORM WRITE-CAMPAIGN-REPORT
               WHEN OTHER
                   DISPLAY "Invalid selection."
           END-EVALUATE
           STOP RUN.

      *> The teller console exports the signed-on operator as
      *> OPERATOR_ID; stand-alone, the operator keys ID and
      *> password.
       IDENTIFY-OPERATOR.
           MOVE 'N' TO WS-OPERATOR-OK
           MOVE SPACES TO WS-OPERATOR-ID
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR_ID"
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "Your operator ID: " WITH NO ADVANCING
               ACCEPT WS-OPERATOR-ID
               DISPLAY "Password: " WITH NO ADVANCING
               ACCEPT WS-OPERATOR-PASS
           ELSE
               DISPLAY "Operator: " WS-OPERATOR-ID
                       " (from signed-on session)"
           END-IF
           PERFORM VARYING WS-U FROM 1 BY 1
             UNTIL WS-U > WS-USER-COUNT
               IF WS-US-ID(WS-U) = WS-OPERATOR-ID
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-U > WS-USER-COUNT
              OR WS-US-STATUS(WS-U) = 'D'
              OR WS-US-LEVEL(WS-U) > 2
               EXIT PARAGRAPH
           END-IF
           MOVE WS-US-LEVEL(WS-U) TO WS-OPERATOR-LEVEL
           IF WS-OPERATOR-PASS NOT = SPACES
               PERFORM CHECK-OPERATOR-PASSWORD
           ELSE
               MOVE 'Y' TO WS-OPERATOR-OK
           END-IF.

       CHECK-OPERATOR-PASSWORD.
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
                       IF FILE-USER-ID = WS-OPERATOR-ID
                           IF FILE-PASSWORD = WS-OPERATOR-PASS
                               MOVE 'Y' TO WS-OPERATOR-OK
                           END-IF
                           MOVE 'Y' TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE USER-FILE.

       OPEN-CAMPAIGN.
           PERFORM IDENTIFY-OPERATOR
           IF WS-OPERATOR-OK NOT = 'Y' OR WS-OPERATOR-LEVEL NOT = 1
               DISPLAY "Only an active Admin may open a campaign."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-RC-COUNT
               IF WS-RC-DECISION(WS-I) = "PENDING"
                   DISPLAY "Campaign "
                           FUNCTION TRIM(WS-RC-CAMPAIGN(WS-I))
                           " is still open - enforce or finish it "
                           "first."
                   MOVE 4 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           DISPLAY "Campaign ID (blank = " FUNCTION TRIM(WS-CAMPAIGN)
                   "): " WITH NO ADVANCING
           ACCEPT WS-CAMPAIGN-IN
           IF WS-CAMPAIGN-IN NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-CAMPAIGN-IN) TO WS-CAMPAIGN
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-RC-COUNT
               IF WS-RC-CAMPAIGN(WS-I) = WS-CAMPAIGN
                   DISPLAY "Campaign " FUNCTION TRIM(WS-CAMPAIGN)
                           " has already been run."
                   MOVE 4 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           COMPUTE WS-DEADLINE = FUNCTION DATE-OF-INTEGER(
               WS-TODAY-INT + WS-RECERT-DAYS)

           MOVE 0 TO WS-ADDED
           PERFORM VARYING WS-U FROM 1 BY 1
             UNTIL WS-U > WS-USER-COUNT
               IF WS-US-STATUS(WS-U) NOT = 'D'
                   PERFORM CHECK-EMERGENCY-ID
                   IF WS-IS-GLASS NOT = 'Y'
                       PERFORM ADD-CAMPAIGN-LINE
                   END-IF
               END-IF
           END-PERFORM
           PERFORM SAVE-RECERT

           MOVE WS-OPERATOR-ID TO WS-LOG-USER
           MOVE SPACES TO WS-LOG-ADMIN
           MOVE SPACES TO WS-LOG-ACTION
           STRING "RECERT CAMPAIGN OPENED | DEADLINE: " WS-DEADLINE
               DELIMITED BY SIZE INTO WS-LOG-ACTION
           END-STRING
           PERFORM LOG-RECERT-ACTION
           DISPLAY "Campaign " FUNCTION TRIM(WS-CAMPAIGN) " opened - "
                   WS-ADDED " operators to attest by " WS-DEADLINE
           PERFORM FIND-CURRENT-CAMPAIGN
           PERFORM WRITE-REVIEW-LIST.

       ADD-CAMPAIGN-LINE.
           IF WS-RC-COUNT >= 2000
               DISPLAY "ACCESS-RECERT: ERROR - more than 2000 "
                       "recertification lines; RECERT.DAT not "
                       "rewritten"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-RC-COUNT
           ADD 1 TO WS-ADDED
           MOVE SPACES TO WS-RC-ENTRY(WS-RC-COUNT)
           MOVE WS-CAMPAIGN TO WS-RC-CAMPAIGN(WS-RC-COUNT)
           MOVE WS-US-ID(WS-U) TO WS-RC-USER(WS-RC-COUNT)
           MOVE WS-US-SUPER(WS-U) TO WS-RC-SUPER(WS-RC-COUNT)
           MOVE WS-US-LEVEL(WS-U) TO WS-RC-LEVEL(WS-RC-COUNT)
           MOVE WS-US-LOGIN(WS-U) TO WS-RC-LOGIN(WS-RC-COUNT)
           MOVE WS-DEADLINE TO WS-RC-DEADLINE(WS-RC-COUNT)
           MOVE "PENDING" TO WS-RC-DECISION(WS-RC-COUNT).

      *> The current campaign is the one on the last line of
      *> RECERT.DAT; its lines are ordered by supervisor, then
      *> operator.
       FIND-CURRENT-CAMPAIGN.
           MOVE 0 TO WS-ORDER-COUNT
           IF WS-RC-COUNT = 0
               MOVE SPACES TO WS-CAMPAIGN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RC-CAMPAIGN(WS-RC-COUNT) TO WS-CAMPAIGN
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-RC-COUNT
               IF WS-RC-CAMPAIGN(WS-I) = WS-CAMPAIGN
                   ADD 1 TO WS-ORDER-COUNT
                   MOVE WS-I TO WS-ORDER(WS-ORDER-COUNT)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I >= WS-ORDER-COUNT
               COMPUTE WS-J-START = WS-I + 1
               PERFORM VARYING WS-J FROM WS-J-START BY 1
                 UNTIL WS-J > WS-ORDER-COUNT
                   IF WS-RC-SUPER(WS-ORDER(WS-I)) >
                      WS-RC-SUPER(WS-ORDER(WS-J))
                      OR (WS-RC-SUPER(WS-ORDER(WS-I)) =
                          WS-RC-SUPER(WS-ORDER(WS-J))
                          AND WS-RC-USER(WS-ORDER(WS-I)) >
                              WS-RC-USER(WS-ORDER(WS-J)))
                       MOVE WS-ORDER(WS-I) TO WS-SWAP
                       MOVE WS-ORDER(WS-J) TO WS-ORDER(WS-I)
                       MOVE WS-SWAP TO WS-ORDER(WS-J)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *> One section per supervisor. Each operator shows the role
      *> and level under review, the last login, and the privileged
      *> actions logged under them since the lookback cutoff.
       WRITE-REVIEW-LIST.
           IF WS-ORDER-COUNT = 0
               DISPLAY "No recertification campaign on file."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT LIST-FILE
           MOVE SPACES TO LIST-REC
           STRING "ACCESS RECERTIFICATION " FUNCTION TRIM(WS-CAMPAIGN)
                  " - REVIEW LIST   (RUN " WS-TODAY
                  ", PRIVILEGED ACTIONS SINCE " WS-CUTOFF-DATE ")"
               DELIMITED BY SIZE INTO LIST-REC
           END-STRING
           WRITE LIST-REC
           MOVE HIGH-VALUES TO WS-LAST-SUPER
           PERFORM VARYING WS-K FROM 1 BY 1
             UNTIL WS-K > WS-ORDER-COUNT
               MOVE WS-ORDER(WS-K) TO WS-I
               IF WS-RC-SUPER(WS-I) NOT = WS-LAST-SUPER
                   MOVE WS-RC-SUPER(WS-I) TO WS-LAST-SUPER
                   PERFORM SHOW-SUPERVISOR-NAME
                   MOVE SPACES TO LIST-REC
                   WRITE LIST-REC
                   MOVE SPACES TO LIST-REC
                   STRING "SUPERVISOR: " WS-SUPER-SHOWN
                          "   ATTEST BY: " WS-RC-DEADLINE(WS-I)
                       DELIMITED BY SIZE INTO LIST-REC
                   END-STRING
                   WRITE LIST-REC
                   MOVE WS-DIVIDER TO LIST-REC
                   WRITE LIST-REC
               END-IF
               PERFORM LIST-ONE-OPERATOR
           END-PERFORM
           CLOSE LIST-FILE
           DISPLAY "Review list written to RECERT-REVIEW-LIST.TXT".

       SHOW-SUPERVISOR-NAME.
           IF WS-LAST-SUPER = SPACES
               MOVE "(ANY ADMIN)" TO WS-SUPER-SHOWN
           ELSE
               MOVE WS-LAST-SUPER TO WS-SUPER-SHOWN
           END-IF.

       LIST-ONE-OPERATOR.
           PERFORM FIND-OPERATOR
           MOVE WS-RC-LEVEL(WS-I) TO WS-NEW-LEVEL
           PERFORM DESCRIBE-ROLE
           MOVE SPACES TO LIST-REC
           STRING "  " WS-RC-USER(WS-I) " " WS-US-NAME(WS-U)
                  " ROLE: " WS-ROLE-DESC
                  " LEVEL: " WS-RC-LEVEL(WS-I)
                  "  LAST LOGIN: " WS-US-LOGIN(WS-U)
                  "  DECISION: " WS-RC-DECISION(WS-I)
               DELIMITED BY SIZE INTO LIST-REC
           END-STRING
           WRITE LIST-REC
           PERFORM LIST-PRIVILEGED-ACTIONS
           MOVE SPACES TO LIST-REC
           STRING "    PRIVILEGED ACTIONS: " WS-PRIV-COUNT
               DELIMITED BY SIZE INTO LIST-REC
           END-STRING
           WRITE LIST-REC.

       FIND-OPERATOR.
           PERFORM VARYING WS-U FROM 1 BY 1
             UNTIL WS-U > WS-USER-COUNT
               IF WS-US-ID(WS-U) = WS-RC-USER(WS-I)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-U > WS-USER-COUNT
               MOVE 501 TO WS-U
               MOVE SPACES TO WS-US-ENTRY(WS-U)
               MOVE "(NOT ON FILE)" TO WS-US-NAME(WS-U)
               MOVE 0 TO WS-US-LOGIN(WS-U)
           END-IF.

       DESCRIBE-ROLE.
           EVALUATE WS-NEW-LEVEL
               WHEN 1
                   MOVE "Admin" TO WS-ROLE-DESC
               WHEN 2
                   MOVE "Manager" TO WS-ROLE-DESC
               WHEN 3
                   MOVE "User" TO WS-ROLE-DESC
               WHEN OTHER
                   MOVE "Guest" TO WS-ROLE-DESC
           END-EVALUATE.

      *> A privileged action is an ACCESS-LOG.TXT line since the
      *> cutoff where the operator acted with authority over
      *> someone else - as ADMIN, APPROVER or SUPERVISOR - or was
      *> GRANTED an RBAC operation on a Level 1 or 2 resource.
       LIST-PRIVILEGED-ACTIONS.
           MOVE 0 TO WS-PRIV-COUNT
           OPEN INPUT ACCESS-LOG-FILE
           IF WS-FS-LOG NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ACCESS-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ACCESS-LOG-RECORD(1:8) >= WS-CUTOFF-DATE
                           PERFORM JUDGE-PRIVILEGED-LINE
                           IF WS-PRIV-HIT = 'Y'
                               ADD 1 TO WS-PRIV-COUNT
                               MOVE SPACES TO LIST-REC
                               STRING "    " ACCESS-LOG-RECORD(1:130)
                                   DELIMITED BY SIZE INTO LIST-REC
                               END-STRING
                               WRITE LIST-REC
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCESS-LOG-FILE.

       JUDGE-PRIVILEGED-LINE.
           MOVE 'N' TO WS-PRIV-HIT
           MOVE SPACES TO WS-TOKEN
           STRING "ADMIN: " FUNCTION TRIM(WS-RC-USER(WS-I)) " "
               DELIMITED BY SIZE INTO WS-TOKEN
           END-STRING
           PERFORM COUNT-TOKEN
           IF TALLY > 0
               MOVE 'Y' TO WS-PRIV-HIT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-TOKEN
           STRING "APPROVER: " FUNCTION TRIM(WS-RC-USER(WS-I)) " "
               DELIMITED BY SIZE INTO WS-TOKEN
           END-STRING
           PERFORM COUNT-TOKEN
           IF TALLY > 0
               MOVE 'Y' TO WS-PRIV-HIT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-TOKEN
           STRING "SUPERVISOR: " FUNCTION TRIM(WS-RC-USER(WS-I)) " "
               DELIMITED BY SIZE INTO WS-TOKEN
           END-STRING
           PERFORM COUNT-TOKEN
           IF TALLY > 0
               MOVE 'Y' TO WS-PRIV-HIT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-TOKEN
           STRING "USER: " FUNCTION TRIM(WS-RC-USER(WS-I)) " | ROLE:"
               DELIMITED BY SIZE INTO WS-TOKEN
           END-STRING
           PERFORM COUNT-TOKEN
           IF TALLY > 0
               MOVE 0 TO TALLY
               INSPECT ACCESS-LOG-RECORD TALLYING TALLY
                   FOR ALL " | LEVEL: 1 | GRANTED"
                       ALL " | LEVEL: 2 | GRANTED"
               IF TALLY > 0
                   MOVE 'Y' TO WS-PRIV-HIT
               END-IF
           END-IF.

       COUNT-TOKEN.
           MOVE 0 TO TALLY
           MOVE 0 TO WS-TOKEN-LEN
           INSPECT WS-TOKEN TALLYING WS-TOKEN-LEN
               FOR CHARACTERS BEFORE INITIAL "  "
           INSPECT ACCESS-LOG-RECORD TALLYING TALLY
               FOR ALL WS-TOKEN(1:WS-TOKEN-LEN).

      *> The supervisor works through each of their operators still
      *> PENDING in the current campaign.
       ATTEST-OPERATORS.
           PERFORM FIND-CURRENT-CAMPAIGN
           IF WS-ORDER-COUNT = 0
               DISPLAY "No recertification campaign on file."
               EXIT PARAGRAPH
           END-IF
           PERFORM IDENTIFY-OPERATOR
           IF WS-OPERATOR-OK NOT = 'Y'
               DISPLAY "Only an active Manager or Admin may attest, "
                       "with the correct password."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-DECIDED
           MOVE 0 TO WS-OPEN-LEFT
           PERFORM VARYING WS-K FROM 1 BY 1
             UNTIL WS-K > WS-ORDER-COUNT
               MOVE WS-ORDER(WS-K) TO WS-I
               IF WS-RC-DECISION(WS-I) = "PENDING"
                  AND WS-RC-USER(WS-I) NOT = WS-OPERATOR-ID
                  AND (WS-RC-SUPER(WS-I) = WS-OPERATOR-ID
                       OR (WS-RC-SUPER(WS-I) = SPACES
                           AND WS-OPERATOR-LEVEL = 1))
                   PERFORM ATTEST-ONE-OPERATOR
               END-IF
           END-PERFORM
           IF WS-DECIDED > 0
               PERFORM SAVE-RECERT
           END-IF
           DISPLAY "Decisions recorded: " WS-DECIDED
                   "   still pending for you: " WS-OPEN-LEFT.

       ATTEST-ONE-OPERATOR.
           PERFORM FIND-OPERATOR
           MOVE WS-RC-LEVEL(WS-I) TO WS-NEW-LEVEL
           PERFORM DESCRIBE-ROLE
           DISPLAY " "
           DISPLAY WS-RC-USER(WS-I) " " WS-US-NAME(WS-U)
                   " ROLE: " WS-ROLE-DESC " LEVEL: " WS-RC-LEVEL(WS-I)
                   " LAST LOGIN: " WS-US-LOGIN(WS-U)
           DISPLAY "(K)eep, (C)hange, (R)evoke, (S)kip: "
                   WITH NO ADVANCING
           ACCEPT WS-DECISION-IN
           MOVE WS-OPERATOR-ID TO WS-LOG-ADMIN
           MOVE WS-RC-USER(WS-I) TO WS-LOG-USER
           EVALUATE FUNCTION UPPER-CASE(WS-DECISION-IN)
               WHEN "K"
                   MOVE "KEEP" TO WS-RC-DECISION(WS-I)
                   MOVE WS-RC-LEVEL(WS-I) TO WS-RC-NEW-LVL(WS-I)
                   MOVE SPACES TO WS-LOG-ACTION
                   STRING "RECERT KEEP | LEVEL: " WS-RC-LEVEL(WS-I)
                       DELIMITED BY SIZE INTO WS-LOG-ACTION
                   END-STRING
               WHEN "C"
                   DISPLAY "New access level (1=Admin 2=Manager "
                           "3=User): " WITH NO ADVANCING
                   ACCEPT WS-NEW-LEVEL-IN
                   IF WS-NEW-LEVEL-IN < "1" OR WS-NEW-LEVEL-IN > "3"
                      OR WS-NEW-LEVEL-IN = WS-RC-LEVEL(WS-I)
                       DISPLAY "Not a new level 1-3 - left pending."
                       ADD 1 TO WS-OPEN-LEFT
                       EXIT PARAGRAPH
                   END-IF
                   IF WS-NEW-LEVEL-IN = "1" AND WS-OPERATOR-LEVEL > 1
                       DISPLAY "Only an Admin can grant the Admin "
                               "role - left pending."
                       ADD 1 TO WS-OPEN-LEFT
                       EXIT PARAGRAPH
                   END-IF
                   MOVE "CHANGE" TO WS-RC-DECISION(WS-I)
                   MOVE WS-NEW-LEVEL-IN TO WS-RC-NEW-LVL(WS-I)
                   MOVE WS-NEW-LEVEL-IN TO WS-NEW-LEVEL
                   PERFORM APPLY-LEVEL-CHANGE
                   MOVE SPACES TO WS-LOG-ACTION
                   STRING "RECERT ROLE CHANGE | LEVEL: "
                          WS-RC-LEVEL(WS-I) " TO " WS-NEW-LEVEL-IN
                       DELIMITED BY SIZE INTO WS-LOG-ACTION
                   END-STRING
               WHEN "R"
                   MOVE "REVOKE" TO WS-RC-DECISION(WS-I)
                   PERFORM DISABLE-OPERATOR
                   MOVE "RECERT REVOKED - DISABLED" TO WS-LOG-ACTION
               WHEN OTHER
                   ADD 1 TO WS-OPEN-LEFT
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE WS-OPERATOR-ID TO WS-RC-BY(WS-I)
           MOVE WS-TODAY TO WS-RC-ON(WS-I)
           ADD 1 TO WS-DECIDED
           PERFORM LOG-RECERT-ACTION.

      *> Operators still PENDING past their campaign's deadline are
      *> disabled; the decision is recorded as EXPIRED.
       ENFORCE-DEADLINE.
           MOVE 0 TO WS-EXPIRED-NOW
           MOVE "RECERT" TO WS-LOG-ADMIN
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-RC-COUNT
               IF WS-RC-DECISION(WS-I) = "PENDING"
                  AND WS-RC-DEADLINE(WS-I) < WS-TODAY
                   MOVE "EXPIRED" TO WS-RC-DECISION(WS-I)
                   MOVE "RECERT" TO WS-RC-BY(WS-I)
                   MOVE WS-TODAY TO WS-RC-ON(WS-I)
                   MOVE WS-RC-CAMPAIGN(WS-I) TO WS-CAMPAIGN
                   PERFORM DISABLE-OPERATOR
                   MOVE WS-RC-USER(WS-I) TO WS-LOG-USER
                   MOVE "RECERT NOT ATTESTED - DISABLED"
                       TO WS-LOG-ACTION
                   PERFORM LOG-RECERT-ACTION
                   DISPLAY "Not attested by deadline - disabled "
                           WS-RC-USER(WS-I)
                   ADD 1 TO WS-EXPIRED-NOW
               END-IF
           END-PERFORM
           IF WS-EXPIRED-NOW > 0
               PERFORM SAVE-RECERT
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "ACCESS-RECERT: " WS-EXPIRED-NOW
                   " operators disabled for missing attestation.".

       APPLY-LEVEL-CHANGE.
           OPEN I-O USER-FILE
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
                       IF FILE-USER-ID = WS-RC-USER(WS-I)
                           MOVE WS-NEW-LEVEL TO FILE-ACCESS-LEVEL
                           REWRITE USER-RECORD
                           MOVE 'Y' TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE USER-FILE.

       DISABLE-OPERATOR.
           OPEN I-O USER-FILE
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
                       IF FILE-USER-ID = WS-RC-USER(WS-I)
                           MOVE 'D' TO FILE-USER-STATUS
                           REWRITE USER-RECORD
                           MOVE 'Y' TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE USER-FILE.

      *> Completion by supervisor, then every change the campaign
      *> made to an operator's access.
       WRITE-CAMPAIGN-REPORT.
           IF WS-ORDER-COUNT = 0
               DISPLAY "No recertification campaign on file."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SV-COUNT
           MOVE 0 TO WS-TOTAL-OPS
           MOVE 0 TO WS-TOTAL-DONE
           MOVE 0 TO WS-CHANGE-COUNT
           PERFORM VARYING WS-K FROM 1 BY 1
             UNTIL WS-K > WS-ORDER-COUNT
               MOVE WS-ORDER(WS-K) TO WS-I
               IF WS-SV-COUNT = 0
                  OR WS-RC-SUPER(WS-I) NOT = WS-SV-ID(WS-SV-COUNT)
                   ADD 1 TO WS-SV-COUNT
                   MOVE WS-RC-SUPER(WS-I) TO WS-SV-ID(WS-SV-COUNT)
                   MOVE 0 TO WS-SV-TOTAL(WS-SV-COUNT)
                   MOVE 0 TO WS-SV-DONE(WS-SV-COUNT)
                   MOVE 0 TO WS-SV-EXPIRED(WS-SV-COUNT)
               END-IF
               ADD 1 TO WS-SV-TOTAL(WS-SV-COUNT)
               ADD 1 TO WS-TOTAL-OPS
               EVALUATE WS-RC-DECISION(WS-I)
                   WHEN "PENDING"
                       CONTINUE
                   WHEN "EXPIRED"
                       ADD 1 TO WS-SV-EXPIRED(WS-SV-COUNT)
                   WHEN OTHER
                       ADD 1 TO WS-SV-DONE(WS-SV-COUNT)
                       ADD 1 TO WS-TOTAL-DONE
               END-EVALUATE
           END-PERFORM

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-REC
           STRING "ACCESS RECERTIFICATION REPORT - CAMPAIGN "
                  FUNCTION TRIM(WS-CAMPAIGN) "   (RUN " WS-TODAY
                  ", DEADLINE " WS-RC-DEADLINE(WS-ORDER(1)) ")"
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "COMPLETION BY SUPERVISOR" TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "  SUPERVISOR     OPERATORS  ATTESTED  EXPIRED  "
                  "COMPLETE"
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE WS-DIVIDER TO REPORT-REC
           WRITE REPORT-REC
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > WS-SV-COUNT
               COMPUTE WS-PCT = WS-SV-DONE(WS-S) * 100
                   / WS-SV-TOTAL(WS-S)
               MOVE WS-SV-ID(WS-S) TO WS-LAST-SUPER
               PERFORM SHOW-SUPERVISOR-NAME
               MOVE SPACES TO REPORT-REC
               STRING "  " WS-SUPER-SHOWN "    "
                      WS-SV-TOTAL(WS-S) "       "
                      WS-SV-DONE(WS-S) "     "
                      WS-SV-EXPIRED(WS-S) "     "
                      WS-PCT "%"
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-PERFORM
           MOVE WS-DIVIDER TO REPORT-REC
           WRITE REPORT-REC
           COMPUTE WS-PCT = WS-TOTAL-DONE * 100 / WS-TOTAL-OPS
           MOVE SPACES TO REPORT-REC
           STRING "  ALL SUPERVISORS  " WS-TOTAL-OPS " OPERATORS, "
                  WS-TOTAL-DONE " ATTESTED - " WS-PCT "% COMPLETE"
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "CHANGES MADE" TO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-DIVIDER TO REPORT-REC
           WRITE REPORT-REC
           PERFORM VARYING WS-K FROM 1 BY 1
             UNTIL WS-K > WS-ORDER-COUNT
               MOVE WS-ORDER(WS-K) TO WS-I
               IF WS-RC-DECISION(WS-I) = "CHANGE"
                  OR WS-RC-DECISION(WS-I) = "REVOKE"
                  OR WS-RC-DECISION(WS-I) = "EXPIRED"
                   PERFORM REPORT-ONE-CHANGE
               END-IF
           END-PERFORM
           IF WS-CHANGE-COUNT = 0
               MOVE "  No access changes." TO REPORT-REC
               WRITE REPORT-REC
           END-IF
           CLOSE REPORT-FILE
           DISPLAY "ACCESS-RECERT: campaign " FUNCTION TRIM(WS-CAMPAIGN)
                   " " WS-PCT "% complete - see RECERT-REPORT.TXT"
           IF WS-TOTAL-DONE < WS-TOTAL-OPS
               MOVE 4 TO RETURN-CODE
           END-IF.

       REPORT-ONE-CHANGE.
           ADD 1 TO WS-CHANGE-COUNT
           MOVE SPACES TO REPORT-REC
           EVALUATE WS-RC-DECISION(WS-I)
               WHEN "CHANGE"
                   STRING "  " WS-RC-USER(WS-I) "  ROLE CHANGED  "
                          "LEVEL " WS-RC-LEVEL(WS-I) " TO "
                          WS-RC-NEW-LVL(WS-I)
                          "       BY " WS-RC-BY(WS-I)
                          " ON " WS-RC-ON(WS-I)
                       DELIMITED BY SIZE INTO REPORT-REC
                   END-STRING
               WHEN "REVOKE"
                   STRING "  " WS-RC-USER(WS-I) "  REVOKED       "
                          "LEVEL " WS-RC-LEVEL(WS-I) " DISABLED"
                          "   BY " WS-RC-BY(WS-I)
                          " ON " WS-RC-ON(WS-I)
                       DELIMITED BY SIZE INTO REPORT-REC
                   END-STRING
               WHEN OTHER
                   STRING "  " WS-RC-USER(WS-I) "  NOT ATTESTED  "
                          "LEVEL " WS-RC-LEVEL(WS-I) " DISABLED"
                          "   AT DEADLINE ON " WS-RC-ON(WS-I)
                       DELIMITED BY SIZE INTO REPORT-REC
                   END-STRING
           END-EVALUATE
           WRITE REPORT-REC.

       LOAD-OPERATORS.
           MOVE 0 TO WS-USER-COUNT
           OPEN INPUT USER-FILE
           IF WS-FS-USER NOT = "00"
               DISPLAY "ACCESS-RECERT: USERS.DAT unavailable."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ USER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-USER-COUNT >= 500
                           DISPLAY "ACCESS-RECERT: ERROR - more than "
                                   "500 operators on USERS.DAT"
                           CLOSE USER-FILE
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-USER-COUNT
                       MOVE SPACES TO WS-US-ENTRY(WS-USER-COUNT)
                       MOVE FILE-USER-ID TO WS-US-ID(WS-USER-COUNT)
                       MOVE FILE-USER-NAME
                           TO WS-US-NAME(WS-USER-COUNT)
                       MOVE FILE-ACCESS-LEVEL
                           TO WS-US-LEVEL(WS-USER-COUNT)
                       MOVE FILE-USER-STATUS
                           TO WS-US-STATUS(WS-USER-COUNT)
                       IF FILE-LAST-LOGIN IS NUMERIC
                           MOVE FILE-LAST-LOGIN
                               TO WS-US-LOGIN(WS-USER-COUNT)
                       ELSE
                           MOVE 0 TO WS-US-LOGIN(WS-USER-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE USER-FILE

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
                       MOVE SPACES TO WS-LOG-USER WS-LOG-ADMIN
                       UNSTRING SUPERVISOR-RECORD DELIMITED BY ","
                           INTO WS-LOG-USER WS-LOG-ADMIN
                       END-UNSTRING
                       PERFORM VARYING WS-U FROM 1 BY 1
                         UNTIL WS-U > WS-USER-COUNT
                           IF WS-US-ID(WS-U) = WS-LOG-USER
                               MOVE WS-LOG-ADMIN TO WS-US-SUPER(WS-U)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE SUPERVISOR-FILE.

       CHECK-EMERGENCY-ID.
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
                       IF IDS-RECORD(1:8) = WS-US-ID(WS-U)
                           MOVE 'Y' TO WS-IS-GLASS
                           MOVE 'Y' TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE IDS-FILE.

       LOAD-RECERT.
           MOVE 0 TO WS-RC-COUNT
           OPEN INPUT RECERT-FILE
           IF WS-FS-RECERT NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ RECERT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-RC-COUNT >= 2000
                           DISPLAY "ACCESS-RECERT: ERROR - more than "
                                   "2000 recertification lines; "
                                   "RECERT.DAT not rewritten"
                           CLOSE RECERT-FILE
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-RC-COUNT
                       MOVE SPACES TO WS-RC-ENTRY(WS-RC-COUNT)
                       UNSTRING RECERT-RECORD DELIMITED BY ","
                           INTO WS-RC-CAMPAIGN(WS-RC-COUNT)
                                WS-RC-USER(WS-RC-COUNT)
                                WS-RC-SUPER(WS-RC-COUNT)
                                WS-RC-LEVEL(WS-RC-COUNT)
                                WS-RC-LOGIN(WS-RC-COUNT)
                                WS-RC-DEADLINE(WS-RC-COUNT)
                                WS-RC-DECISION(WS-RC-COUNT)
                                WS-RC-NEW-LVL(WS-RC-COUNT)
                                WS-RC-BY(WS-RC-COUNT)
                                WS-RC-ON(WS-RC-COUNT)
                       END-UNSTRING
               END-READ
           END-PERFORM
           CLOSE RECERT-FILE.

       SAVE-RECERT.
           OPEN OUTPUT RECERT-FILE
           IF WS-FS-RECERT NOT = "00"
               DISPLAY "ACCESS-RECERT: ERROR - cannot open "
                       "RECERT.DAT. Status: " WS-FS-RECERT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-RC-COUNT
               MOVE SPACES TO RECERT-RECORD
               STRING FUNCTION TRIM(WS-RC-CAMPAIGN(WS-I)) ","
                      FUNCTION TRIM(WS-RC-USER(WS-I)) ","
                      FUNCTION TRIM(WS-RC-SUPER(WS-I)) ","
                      WS-RC-LEVEL(WS-I) ","
                      WS-RC-LOGIN(WS-I) ","
                      WS-RC-DEADLINE(WS-I) ","
                      FUNCTION TRIM(WS-RC-DECISION(WS-I)) ","
                      WS-RC-NEW-LVL(WS-I) ","
                      FUNCTION TRIM(WS-RC-BY(WS-I)) ","
                      WS-RC-ON(WS-I)
                   DELIMITED BY SIZE INTO RECERT-RECORD
               END-STRING
               WRITE RECERT-RECORD
           END-PERFORM
           CLOSE RECERT-FILE.

      *> Recertification decisions read like USER-ADMIN's trail -
      *> "ts | USER: operator | ADMIN: attester | action" - so
      *> SOD-ANALYZER and the security-operations report pick them
      *> up with the rest of the user administration. Opening a
      *> campaign has no subject operator and logs under the opener
      *> alone.
       LOG-RECERT-ACTION.
           MOVE FUNCTION CURRENT-DATE TO WS-LOG-TIMESTAMP
           MOVE SPACES TO WS-CHAIN-LINE
           IF WS-LOG-ADMIN = SPACES
               STRING WS-LOG-TIMESTAMP(1:19)
                      " | USER: " FUNCTION TRIM(WS-LOG-USER)
                      " | " FUNCTION TRIM(WS-LOG-ACTION)
                      " | CAMPAIGN: " FUNCTION TRIM(WS-CAMPAIGN)
                   DELIMITED BY SIZE INTO WS-CHAIN-LINE
               END-STRING
           ELSE
               STRING WS-LOG-TIMESTAMP(1:19)
                      " | USER: " FUNCTION TRIM(WS-LOG-USER)
                      " | ADMIN: " FUNCTION TRIM(WS-LOG-ADMIN)
                      " | " FUNCTION TRIM(WS-LOG-ACTION)
                      " | CAMPAIGN: " FUNCTION TRIM(WS-CAMPAIGN)
                   DELIMITED BY SIZE INTO WS-CHAIN-LINE
               END-STRING
           END-IF
           MOVE "ACCESS-LOG.TXT" TO WS-CHAIN-LOG
           CALL "LOG-CHAIN" USING WS-CHAIN-LOG, WS-CHAIN-LINE.
