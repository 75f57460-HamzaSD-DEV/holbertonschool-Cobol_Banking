               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS L-USERID
               FILE STATUS IS WS-FS-SESSION.
           SELECT REVIEW-FILE ASSIGN TO "SELF-DEALING-REVIEW.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REVIEW.
           SELECT GLASS-FILE ASSIGN TO "BREAK-GLASS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GLASS.
           SELECT REPORT-FILE ASSIGN TO "SECURITY-OPS-REPORT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPORT.
       01  ACCESS-LOG-RECORD     PIC X(120).

       FD  INCIDENT-FILE.
       01  INCIDENT-RECORD       PIC X(160).

       FD  LOCKOUT-FILE.
       01  LOCKOUT-RECORD.
           05  SAVED-TOKEN    PIC X(16).
           05  TOKEN-CR-TIME  PIC X(6).

       FD  REVIEW-FILE.
       01  REVIEW-RECORD         PIC X(160).

       FD  GLASS-FILE.
       01  GLASS-RECORD          PIC X(100).

       FD  REPORT-FILE.
       01  REPORT-REC            PIC X(130).

       01  WS-FS-LOCK            PIC XX.
       01  WS-FS-SESSION         PIC XX.
       01  WS-FS-REPORT          PIC XX.
       01  WS-FS-REVIEW          PIC XX.
       01  WS-FS-GLASS           PIC XX.
       01  WS-EOF                PIC X VALUE 'N'.

      *> Every security event from every log lands in this table as
       01  WS-DENIED-COUNT       PIC 9(5) VALUE 0.
       01  WS-INJECTION-COUNT    PIC 9(5) VALUE 0.
       01  WS-SESSION-COUNT      PIC 9(5) VALUE 0.
       01  WS-SELF-DEAL-COUNT    PIC 9(5) VALUE 0.
       01  WS-OOH-REFUSED-COUNT  PIC 9(5) VALUE 0.
       01  WS-OOH-OVERRIDE-COUNT PIC 9(5) VALUE 0.
       01  WS-CONCURRENT-COUNT   PIC 9(5) VALUE 0.
       01  WS-TAKEOVER-COUNT     PIC 9(5) VALUE 0.
       01  WS-TAKEOVER-HIT       PIC 9(3).
       01  WS-GLASS-OPEN-COUNT   PIC 9(5) VALUE 0.
       01  WS-ATTEMPTS-USED      PIC 9.

      *> One break-glass use off BREAK-GLASS.DAT (see BREAK-GLASS).
       01  WS-GL-USER            PIC X(8).
       01  WS-GL-FROM            PIC X(14).
       01  WS-GL-UNTIL           PIC X(14).
       01  WS-GL-AUTH-1          PIC X(8).
       01  WS-GL-AUTH-2          PIC X(8).
       01  WS-GL-STATUS          PIC X(7).

       01  WS-DIVIDER            PIC X(70) VALUE ALL "-".
       01  WS-DOUBLE-DIVIDER     PIC X(70) VALUE ALL "=".

           PERFORM COLLECT-INCIDENTS
           PERFORM COLLECT-LOCKOUTS
           PERFORM COLLECT-SESSIONS
           PERFORM COLLECT-SELF-DEALING
           PERFORM COLLECT-BREAK-GLASS
           PERFORM SORT-EVENTS
           PERFORM WRITE-REPORT

                       MOVE SPACES TO WS-PARSE-USER
                       UNSTRING ACCESS-LOG-RECORD
                           DELIMITED BY " | USER: " OR " | ROLE: "
                             OR " | APPROVAL " OR " | "
                           INTO WS-PARSE-DUMMY WS-PARSE-USER
                       END-UNSTRING
                       IF WS-PARSE-USER = SPACES
                       END-IF
                       PERFORM ADD-EVENT
                       PERFORM SCAN-FOR-DENIED
                       PERFORM SCAN-FOR-OUT-OF-HOURS
               END-READ
           END-PERFORM
           CLOSE ACCESS-LOG-FILE.
               END-IF
           END-PERFORM.

      *> SIGNON-WINDOW logs every sign-on tried outside the
      *> operator's working hours as OUT-OF-HOURS REFUSED or, when
      *> a supervisor let it through, OUT-OF-HOURS OVERRIDE.
       SCAN-FOR-OUT-OF-HOURS.
           MOVE 0 TO TALLY
           INSPECT ACCESS-LOG-RECORD TALLYING TALLY
               FOR ALL " | OUT-OF-HOURS REFUSED"
           IF TALLY > 0
               ADD 1 TO WS-OOH-REFUSED-COUNT
           END-IF
           MOVE 0 TO TALLY
           INSPECT ACCESS-LOG-RECORD TALLYING TALLY
               FOR ALL " | OUT-OF-HOURS OVERRIDE"
           IF TALLY > 0
               ADD 1 TO WS-OOH-OVERRIDE-COUNT
           END-IF.

      *> SECURITY-INCIDENTS.TXT lines look like
      *> "ts | TYPE: t | FIELD: value" - the rejected field value is
      *> the nearest thing to a user key the incident log carries.
      *> CONCURRENT-SESSION lines carry the operator ID there and
      *> are counted apart from injection attempts - takeovers (an
      *> OUTCOME: TAKEOVER line) apart from refusals. A line with no
      *> OUTCOME was a refusal.
       COLLECT-INCIDENTS.
           OPEN INPUT INCIDENT-FILE
           IF WS-FS-INCIDENT NOT = "00"
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE 0 TO TALLY
                       INSPECT INCIDENT-RECORD TALLYING TALLY
                           FOR ALL " | TYPE: CONCURRENT-SESSION"
                       MOVE 0 TO WS-TAKEOVER-HIT
                       INSPECT INCIDENT-RECORD TALLYING WS-TAKEOVER-HIT
                           FOR ALL " | OUTCOME: TAKEOVER"
                       EVALUATE TRUE
                           WHEN WS-TAKEOVER-HIT > 0
                               ADD 1 TO WS-TAKEOVER-COUNT
                           WHEN TALLY > 0
                               ADD 1 TO WS-CONCURRENT-COUNT
                           WHEN OTHER
                               ADD 1 TO WS-INJECTION-COUNT
                       END-EVALUATE
                       MOVE INCIDENT-RECORD(1:19) TO WS-PARSE-TS
                       MOVE SPACES TO WS-PARSE-REST
                       UNSTRING INCIDENT-RECORD
                           MOVE "(unknown)" TO WS-PARSE-USER
                       END-IF
                       MOVE SPACES TO ACCESS-LOG-RECORD
                       EVALUATE TRUE
                           WHEN WS-TAKEOVER-HIT > 0
                               STRING "CONCURRENT SESSION TAKEN OVER: "
                                      FUNCTION TRIM(INCIDENT-RECORD)
                                   DELIMITED BY SIZE
                                   INTO ACCESS-LOG-RECORD
                               END-STRING
                           WHEN TALLY > 0
                               STRING "CONCURRENT SESSION REFUSED: "
                                      FUNCTION TRIM(INCIDENT-RECORD)
                                   DELIMITED BY SIZE
                                   INTO ACCESS-LOG-RECORD
                               END-STRING
                           WHEN OTHER
                               STRING "INJECTION ATTEMPT: "
                                      FUNCTION TRIM(INCIDENT-RECORD)
                                   DELIMITED BY SIZE
                                   INTO ACCESS-LOG-RECORD
                               END-STRING
                       END-EVALUATE
                       PERFORM ADD-EVENT
               END-READ
           END-PERFORM
           END-PERFORM
           CLOSE SESSION-FILE.

      *> EMPLOYEE-SURVEILLANCE hits read like access-log lines -
      *> "ts | USER: op | SELF-DEALING: event | ACCOUNT: a | ..." -
      *> and file under the operator; the evidence lines beneath
      *> them stay on SELF-DEALING-REVIEW.TXT.
       COLLECT-SELF-DEALING.
           OPEN INPUT REVIEW-FILE
           IF WS-FS-REVIEW NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ REVIEW-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE 0 TO TALLY
                       INSPECT REVIEW-RECORD TALLYING TALLY
                           FOR ALL " | SELF-DEALING: "
                       IF TALLY > 0
                           ADD 1 TO WS-SELF-DEAL-COUNT
                           MOVE REVIEW-RECORD(1:19) TO WS-PARSE-TS
                           MOVE SPACES TO WS-PARSE-USER
                           UNSTRING REVIEW-RECORD
                               DELIMITED BY " | USER: " OR " | "
                               INTO WS-PARSE-DUMMY WS-PARSE-USER
                           END-UNSTRING
                           MOVE SPACES TO WS-PARSE-REST
                           UNSTRING REVIEW-RECORD
                               DELIMITED BY " | SELF-DEALING: "
                               INTO WS-PARSE-DUMMY WS-PARSE-REST
                           END-UNSTRING
                           MOVE SPACES TO ACCESS-LOG-RECORD
                           STRING "SELF-DEALING: "
                                  FUNCTION TRIM(WS-PARSE-REST)
                               DELIMITED BY SIZE
                               INTO ACCESS-LOG-RECORD
                           END-STRING
                           PERFORM ADD-EVENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REVIEW-FILE.

      *> Every break-glass use not yet signed off by a reviewing
      *> admin stays on the report, under the emergency ID, from the
      *> day it was unsealed until BREAK-GLASS records the sign-off.
       COLLECT-BREAK-GLASS.
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
                       MOVE SPACES TO WS-GL-USER WS-GL-FROM
                           WS-GL-UNTIL WS-GL-AUTH-1 WS-GL-AUTH-2
                           WS-GL-STATUS
                       UNSTRING GLASS-RECORD DELIMITED BY ","
                           INTO WS-GL-USER WS-GL-FROM WS-GL-UNTIL
                                WS-GL-AUTH-1 WS-GL-AUTH-2
                                WS-GL-STATUS
                       END-UNSTRING
                       IF WS-GL-USER NOT = SPACES
                          AND WS-GL-STATUS NOT = "SIGNED"
                           ADD 1 TO WS-GLASS-OPEN-COUNT
                           MOVE WS-GL-USER TO WS-PARSE-USER
                           MOVE WS-GL-FROM TO WS-PARSE-TS
                           MOVE SPACES TO ACCESS-LOG-RECORD
                           STRING "BREAK-GLASS USE AWAITING REVIEW ("
                                  FUNCTION TRIM(WS-GL-STATUS)
                                  ") | BY: "
                                  FUNCTION TRIM(WS-GL-AUTH-1) " + "
                                  FUNCTION TRIM(WS-GL-AUTH-2)
                                  " | UNTIL: " WS-GL-UNTIL
                               DELIMITED BY SIZE
                               INTO ACCESS-LOG-RECORD
                           END-STRING
                           PERFORM ADD-EVENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GLASS-FILE.

       ADD-EVENT.
           IF WS-EVENT-COUNT >= 500
               EXIT PARAGRAPH
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "  Employee self-dealing hits:        "
                  WS-SELF-DEAL-COUNT
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "  Out-of-hours sign-ons refused:     "
                  WS-OOH-REFUSED-COUNT
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "  Out-of-hours sign-ons overridden:  "
                  WS-OOH-OVERRIDE-COUNT
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "  Concurrent sign-ons refused:       "
                  WS-CONCURRENT-COUNT
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "  Concurrent sessions taken over:    "
                  WS-TAKEOVER-COUNT
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "  Break-glass uses awaiting review:  "
                  WS-GLASS-OPEN-COUNT
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           CLOSE REPORT-FILE.
