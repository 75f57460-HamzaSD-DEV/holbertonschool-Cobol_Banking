       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLOYEE-SURVEILLANCE.

      *> Nightly employee self-dealing surveillance. Tellers post
      *> under their OPERATOR_ID and EMPLOYEE-ACCOUNTS.DAT says which
      *> deposit accounts belong to staff; this run cross-checks the
      *> two and flags every item an operator keyed on their own
      *> account or on a linked employee's account:
      *>   transactions, fee reversals and voids on TRANSIN - the
      *>     version-2 operator field says who keyed them; a VOIDED
      *>     fee (FEnnnn), a credit against a fee ID, or a FEE-REFUND
      *>     posting (FRnnnn) is a fee reversal
      *>   hold releases and address changes on ACCESS-LOG.TXT for
      *>     the business date ("HOLD RELEASE | ACCOUNT: a" and
      *>     "ADDRESS CHANGE | CUST: c" under "USER: op")
      *>   cash drawer payouts on WITHDRAWAL_LOG.TXT for the date
      *> The operator is tied to an employee through the USERS.DAT
      *> name. EMPLOYEE-ACCOUNTS.DAT is fixed-column - name (1-20),
      *> account (21-25) and an optional link group (26-33);
      *> employees sharing a link group (a household, say) are
      *> linked. Accounts are compared at customer level through
      *> RESOLVE-CUSTOMER, so another account of the same customer
      *> counts as the employee's own.
      *> Every hit lands on SELF-DEALING-REVIEW.TXT for compliance,
      *> followed by the ACCESS-LOG.TXT evidence lines: that date's
      *> lines naming the item's reference, and the operator's own
      *> lines for that date that name the account or show the
      *> console session. SECURITY-OPS-REPORT carries the hits.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-FILE ASSIGN TO "USERS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-USER.
           SELECT EMP-ACCT-FILE ASSIGN TO "EMPLOYEE-ACCOUNTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EMP.
           SELECT TRANS-FILE ASSIGN TO TRANSIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRANS.
           SELECT WDL-LOG-FILE ASSIGN TO "WITHDRAWAL_LOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-WDL.
           SELECT LOG-FILE ASSIGN TO "ACCESS-LOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.
           SELECT REVIEW-FILE ASSIGN TO "SELF-DEALING-REVIEW.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RPT.

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

       FD  EMP-ACCT-FILE.
       01  EMP-ACCT-RECORD      PIC X(40).

       FD  TRANS-FILE.
       01  TRANS-RECORD         PIC X(120).

       FD  WDL-LOG-FILE.
       01  WDL-LOG-RECORD       PIC X(100).

       FD  LOG-FILE.
       01  LOG-RECORD           PIC X(140).

       FD  REVIEW-FILE.
       01  REVIEW-REC           PIC X(160).

       WORKING-STORAGE SECTION.
       77  WS-FS-USER           PIC XX.
       77  WS-FS-EMP            PIC XX.
       77  WS-FS-TRANS          PIC XX.
       77  WS-FS-WDL            PIC XX.
       77  WS-FS-LOG            PIC XX.
       77  WS-FS-RPT            PIC XX.
       77  WS-EOF               PIC X VALUE 'N'.
       77  WS-TODAY             PIC 9(8).
       77  WS-I                 PIC 9(3).
       77  WS-J                 PIC 9(3).
       77  WS-H                 PIC 9(3).
       77  WS-EVIDENCE-COUNT    PIC 9(3).
       77  WS-SCANNED           PIC 9(7) VALUE 0.

       01  WS-USER-TABLE.
           05  WS-USR OCCURS 200 TIMES.
               10  WS-USR-ID        PIC X(8).
               10  WS-USR-NAME      PIC X(20).
       01  WS-USER-COUNT        PIC 9(3) VALUE 0.

       01  WS-EMP-TABLE.
           05  WS-EMP OCCURS 500 TIMES.
               10  WS-EMP-NAME      PIC X(20).
               10  WS-EMP-ACCT      PIC X(10).
               10  WS-EMP-CUST      PIC X(10).
               10  WS-EMP-LINK      PIC X(8).
       01  WS-EMP-COUNT         PIC 9(3) VALUE 0.

       01  WS-HIT-TABLE.
           05  WS-HIT OCCURS 200 TIMES.
               10  WS-HIT-TS        PIC X(19).
               10  WS-HIT-DATE      PIC X(8).
               10  WS-HIT-OPER      PIC X(8).
               10  WS-HIT-EVENT     PIC X(14).
               10  WS-HIT-ACCT      PIC X(10).
               10  WS-HIT-RELATION  PIC X(30).
               10  WS-HIT-REF       PIC X(10).
               10  WS-HIT-AMOUNT    PIC X(12).
               10  WS-HIT-KEY       PIC X(20).
       01  WS-HIT-COUNT         PIC 9(3) VALUE 0.

      *> The event under test - whoever keyed it, against which
      *> account (or, for an address change, which customer).
       01  WS-EV-TS             PIC X(19).
       01  WS-EV-DATE           PIC X(8).
       01  WS-EV-OPER           PIC X(8).
       01  WS-EV-EVENT          PIC X(14).
       01  WS-EV-ACCT           PIC X(10).
       01  WS-EV-IS-CUST        PIC X.
       01  WS-EV-REF            PIC X(10).
       01  WS-EV-AMOUNT         PIC X(12).
       01  WS-EV-KEY            PIC X(20).
       01  WS-EV-CUST           PIC X(10).
       01  WS-OPER-NAME         PIC X(20).
       01  WS-RELATION          PIC X(30).

       01  WS-TR-FIELDS.
           05  WS-TR-ID             PIC X(6).
           05  WS-TR-TYPE           PIC X(10).
           05  WS-TR-ACCT           PIC X(5).
           05  WS-TR-AMOUNT         PIC X(10).
           05  WS-TR-DATE           PIC X(8).
           05  WS-TR-BRANCH         PIC X(3).
           05  WS-TR-CHECKNO        PIC X(6).
           05  WS-TR-CARDNO         PIC X(19).
           05  WS-TR-CHANNEL        PIC X(3).
           05  WS-TR-OPER           PIC X(8).
           05  WS-TR-TSTAMP         PIC X(14).
           05  WS-TR-CCY            PIC X(3).

       01  WS-WDL-TS            PIC X(20).
       01  WS-WDL-TELLER        PIC X(8).
       01  WS-WDL-ACCT          PIC X(10).
       01  WS-WDL-AMOUNT        PIC X(15).

       01  WS-LOG-FIELDS.
           05  WS-LOG-FIELD         PIC X(60) OCCURS 5 TIMES.
       01  WS-PARSE-DUMMY       PIC X(60).
       01  WS-PARSE-REST        PIC X(60).

       01  WS-TOKEN-REF         PIC X(20).
       01  WS-TOKEN-USER        PIC X(20).
       01  WS-TOKEN-BY          PIC X(20).
       01  WS-LEN-REF           PIC 9(3).
       01  WS-LEN-USER          PIC 9(3).
       01  WS-LEN-BY            PIC 9(3).
       01  WS-LEN-KEY           PIC 9(3).
       01  WS-TALLY             PIC 9(4).
       01  WS-OPER-TALLY        PIC 9(4).
       01  WS-TAKE-LINE         PIC X.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "EMPLOYEE-SURVEILLANCE: checking operator "
                   "activity against staff accounts..."
           CALL "GET-BUSINESS-DATE" USING WS-TODAY

           PERFORM LOAD-OPERATORS
           PERFORM LOAD-EMPLOYEE-ACCOUNTS
           IF WS-EMP-COUNT = 0
               DISPLAY "EMPLOYEE-SURVEILLANCE: no EMPLOYEE-ACCOUNTS"
                       ".DAT entries - nothing to check."
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM SCAN-TRANSIN
           PERFORM SCAN-WITHDRAWAL-LOG
           PERFORM SCAN-ACCESS-LOG
           PERFORM WRITE-REVIEW-FILE

           DISPLAY "EMPLOYEE-SURVEILLANCE: items scanned: "
                   WS-SCANNED
           DISPLAY "EMPLOYEE-SURVEILLANCE: self-dealing hits: "
                   WS-HIT-COUNT
           IF WS-HIT-COUNT > 0
               DISPLAY "EMPLOYEE-SURVEILLANCE: see "
                       "SELF-DEALING-REVIEW.TXT"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-OPERATORS.
           OPEN INPUT USER-FILE
           IF WS-FS-USER NOT = "00"
               DISPLAY "EMPLOYEE-SURVEILLANCE: USERS.DAT unavailable"
                       " - operators cannot be tied to employees."
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ USER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-USER-COUNT < 200
                           ADD 1 TO WS-USER-COUNT
                           MOVE FILE-USER-ID
                               TO WS-USR-ID(WS-USER-COUNT)
                           MOVE FUNCTION UPPER-CASE(FILE-USER-NAME)
                               TO WS-USR-NAME(WS-USER-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE USER-FILE
           IF WS-USER-COUNT >= 200
               DISPLAY "EMPLOYEE-SURVEILLANCE: WARNING - operator "
                       "table full at 200 entries"
           END-IF.

       LOAD-EMPLOYEE-ACCOUNTS.
           OPEN INPUT EMP-ACCT-FILE
           IF WS-FS-EMP NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ EMP-ACCT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-EMP-COUNT < 500
                          AND EMP-ACCT-RECORD(21:5) NOT = SPACES
                           ADD 1 TO WS-EMP-COUNT
                           MOVE FUNCTION UPPER-CASE
                               (EMP-ACCT-RECORD(1:20))
                               TO WS-EMP-NAME(WS-EMP-COUNT)
                           MOVE EMP-ACCT-RECORD(21:5)
                               TO WS-EMP-ACCT(WS-EMP-COUNT)
                           MOVE FUNCTION UPPER-CASE
                               (EMP-ACCT-RECORD(26:8))
                               TO WS-EMP-LINK(WS-EMP-COUNT)
                           CALL "RESOLVE-CUSTOMER" USING
                               WS-EMP-ACCT(WS-EMP-COUNT),
                               WS-EMP-CUST(WS-EMP-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMP-ACCT-FILE
           IF WS-EMP-COUNT >= 500
               DISPLAY "EMPLOYEE-SURVEILLANCE: WARNING - employee "
                       "account table full at 500 entries"
           END-IF
           DISPLAY "EMPLOYEE-SURVEILLANCE: loaded " WS-EMP-COUNT
                   " employee accounts, " WS-USER-COUNT
                   " operators".

      *> TRANSIN is the day's batch: "ID,TYPE,ACCT,AMOUNT,DATE,
      *> BRANCH,CHECKNO,CARDNO,CHANNEL,OPERATOR,TIMESTAMP,CCY".
      *> Version-1 and BATCH-keyed records name no operator.
       SCAN-TRANSIN.
           OPEN INPUT TRANS-FILE
           IF WS-FS-TRANS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ TRANS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-SCANNED
                       PERFORM JUDGE-TRANSIN-RECORD
               END-READ
           END-PERFORM
           CLOSE TRANS-FILE.

       JUDGE-TRANSIN-RECORD.
           MOVE SPACES TO WS-TR-FIELDS
           UNSTRING TRANS-RECORD DELIMITED BY ','
               INTO WS-TR-ID WS-TR-TYPE WS-TR-ACCT WS-TR-AMOUNT
                    WS-TR-DATE WS-TR-BRANCH WS-TR-CHECKNO
                    WS-TR-CARDNO WS-TR-CHANNEL WS-TR-OPER
                    WS-TR-TSTAMP WS-TR-CCY
           END-UNSTRING
           IF WS-TR-OPER = SPACES OR WS-TR-OPER = "BATCH"
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WS-TR-TYPE = "VOIDED" AND WS-TR-ID(1:2) = "FE"
                   MOVE "FEE REVERSAL" TO WS-EV-EVENT
               WHEN WS-TR-TYPE = "VOIDED"
                   MOVE "VOID" TO WS-EV-EVENT
               WHEN WS-TR-ID(1:2) = "FE"
                    AND WS-TR-TYPE NOT = "WITHDRAWAL"
                   MOVE "FEE REVERSAL" TO WS-EV-EVENT
               WHEN WS-TR-ID(1:2) = "FR"
                   MOVE "FEE REVERSAL" TO WS-EV-EVENT
               WHEN OTHER
                   MOVE "TRANSACTION" TO WS-EV-EVENT
           END-EVALUATE
           MOVE WS-TR-TSTAMP TO WS-EV-TS
           MOVE WS-TR-DATE TO WS-EV-DATE
           MOVE WS-TR-OPER TO WS-EV-OPER
           MOVE WS-TR-ACCT TO WS-EV-ACCT
           MOVE 'N' TO WS-EV-IS-CUST
           MOVE WS-TR-ID TO WS-EV-REF
           MOVE WS-TR-AMOUNT TO WS-EV-AMOUNT
           MOVE SPACES TO WS-EV-KEY
           PERFORM CHECK-EVENT.

      *> Cash payouts: "YYYY-MM-DD HH:MM:SS TELLER: t ACCOUNT: a
      *> AMOUNT: n [SIGNER(S): ...]" - the business date only.
       SCAN-WITHDRAWAL-LOG.
           OPEN INPUT WDL-LOG-FILE
           IF WS-FS-WDL NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ WDL-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM JUDGE-WITHDRAWAL-LINE
               END-READ
           END-PERFORM
           CLOSE WDL-LOG-FILE.

       JUDGE-WITHDRAWAL-LINE.
           MOVE SPACES TO WS-EV-DATE
           STRING WDL-LOG-RECORD(1:4) WDL-LOG-RECORD(6:2)
                  WDL-LOG-RECORD(9:2)
               DELIMITED BY SIZE INTO WS-EV-DATE
           END-STRING
           IF WS-EV-DATE NOT = WS-TODAY
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SCANNED
           MOVE SPACES TO WS-WDL-TS WS-WDL-TELLER WS-WDL-ACCT
                          WS-WDL-AMOUNT
           UNSTRING WDL-LOG-RECORD
               DELIMITED BY " TELLER: " OR " ACCOUNT: "
                 OR " AMOUNT: " OR " SIGNER"
               INTO WS-WDL-TS WS-WDL-TELLER WS-WDL-ACCT
                    WS-WDL-AMOUNT
           END-UNSTRING
           MOVE WS-WDL-TS(1:19) TO WS-EV-TS
           MOVE WS-WDL-TELLER TO WS-EV-OPER
           MOVE "CASH DRAWER" TO WS-EV-EVENT
           MOVE WS-WDL-ACCT TO WS-EV-ACCT
           MOVE 'N' TO WS-EV-IS-CUST
           MOVE SPACES TO WS-EV-REF
           MOVE FUNCTION TRIM(WS-WDL-AMOUNT) TO WS-EV-AMOUNT
           MOVE SPACES TO WS-EV-KEY
           PERFORM CHECK-EVENT.

      *> Hold releases and address changes are logged by ACCOUNT-
      *> HOLDS and CHANGE-ADDRESS as "ts | USER: op | HOLD RELEASE |
      *> ACCOUNT: a" and "ts | USER: op | ADDRESS CHANGE | CUST: c |
      *> FIELDS: n", with the chain hash trailing.
       SCAN-ACCESS-LOG.
           OPEN INPUT LOG-FILE
           IF WS-FS-LOG NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF LOG-RECORD(1:8) = WS-TODAY
                           PERFORM JUDGE-ACCESS-LOG-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOG-FILE.

       JUDGE-ACCESS-LOG-LINE.
           MOVE SPACES TO WS-LOG-FIELDS
           UNSTRING LOG-RECORD DELIMITED BY " | " OR " #"
               INTO WS-LOG-FIELD(1) WS-LOG-FIELD(2) WS-LOG-FIELD(3)
                    WS-LOG-FIELD(4) WS-LOG-FIELD(5)
           END-UNSTRING
           IF WS-LOG-FIELD(3) = "HOLD RELEASE"
               MOVE "HOLD RELEASE" TO WS-EV-EVENT
               MOVE 'N' TO WS-EV-IS-CUST
           ELSE
               IF WS-LOG-FIELD(3) = "ADDRESS CHANGE"
                   MOVE "ADDRESS CHANGE" TO WS-EV-EVENT
                   MOVE 'Y' TO WS-EV-IS-CUST
               ELSE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO WS-SCANNED
           MOVE LOG-RECORD(1:19) TO WS-EV-TS
           MOVE LOG-RECORD(1:8) TO WS-EV-DATE
           MOVE WS-LOG-FIELD(2)(7:8) TO WS-EV-OPER
           MOVE SPACES TO WS-PARSE-DUMMY WS-PARSE-REST
           UNSTRING WS-LOG-FIELD(4) DELIMITED BY ": "
               INTO WS-PARSE-DUMMY WS-PARSE-REST
           END-UNSTRING
           MOVE WS-PARSE-REST(1:10) TO WS-EV-ACCT
           MOVE SPACES TO WS-EV-REF
           MOVE SPACES TO WS-EV-AMOUNT
           MOVE WS-LOG-FIELD(4)(1:20) TO WS-EV-KEY
           PERFORM CHECK-EVENT.

      *> Own account first: any employee account of the event's
      *> customer held under the operator's own name. Failing that,
      *> a linked employee: an employee account of that customer
      *> whose link group the operator also belongs to.
       CHECK-EVENT.
           MOVE SPACES TO WS-RELATION
           IF WS-EV-OPER = SPACES OR WS-EV-ACCT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-OPER-NAME
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-USER-COUNT
               IF WS-USR-ID(WS-I) = WS-EV-OPER
                   MOVE WS-USR-NAME(WS-I) TO WS-OPER-NAME
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-OPER-NAME = SPACES
               EXIT PARAGRAPH
           END-IF

           IF WS-EV-IS-CUST = 'Y'
               MOVE WS-EV-ACCT TO WS-EV-CUST
           ELSE
               CALL "RESOLVE-CUSTOMER" USING WS-EV-ACCT, WS-EV-CUST
           END-IF

           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-EMP-COUNT
               IF FUNCTION TRIM(WS-EMP-CUST(WS-I)) =
                  FUNCTION TRIM(WS-EV-CUST)
                  AND WS-EMP-NAME(WS-I) = WS-OPER-NAME
                   MOVE "OWN ACCOUNT" TO WS-RELATION
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-RELATION = SPACES
               PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-EMP-COUNT
                    OR WS-RELATION NOT = SPACES
                   IF FUNCTION TRIM(WS-EMP-CUST(WS-I)) =
                      FUNCTION TRIM(WS-EV-CUST)
                      AND WS-EMP-LINK(WS-I) NOT = SPACES
                       PERFORM VARYING WS-J FROM 1 BY 1
                         UNTIL WS-J > WS-EMP-COUNT
                           IF WS-EMP-NAME(WS-J) = WS-OPER-NAME
                              AND WS-EMP-LINK(WS-J) =
                                  WS-EMP-LINK(WS-I)
                               MOVE SPACES TO WS-RELATION
                               STRING "LINKED EMPLOYEE "
                                      FUNCTION TRIM
                                          (WS-EMP-NAME(WS-I))
                                   DELIMITED BY SIZE
                                   INTO WS-RELATION
                               END-STRING
                               EXIT PERFORM
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
           END-IF

           IF WS-RELATION NOT = SPACES
               PERFORM ADD-HIT
           END-IF.

       ADD-HIT.
           IF WS-HIT-COUNT >= 200
               DISPLAY "EMPLOYEE-SURVEILLANCE: WARNING - hit table "
                       "full at 200 entries"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HIT-COUNT
           MOVE WS-EV-TS TO WS-HIT-TS(WS-HIT-COUNT)
           MOVE WS-EV-DATE TO WS-HIT-DATE(WS-HIT-COUNT)
           MOVE WS-EV-OPER TO WS-HIT-OPER(WS-HIT-COUNT)
           MOVE WS-EV-EVENT TO WS-HIT-EVENT(WS-HIT-COUNT)
           MOVE WS-EV-ACCT TO WS-HIT-ACCT(WS-HIT-COUNT)
           MOVE WS-RELATION TO WS-HIT-RELATION(WS-HIT-COUNT)
           MOVE WS-EV-REF TO WS-HIT-REF(WS-HIT-COUNT)
           MOVE WS-EV-AMOUNT TO WS-HIT-AMOUNT(WS-HIT-COUNT)
           MOVE WS-EV-KEY TO WS-HIT-KEY(WS-HIT-COUNT).

      *> One line per hit, in the ACCESS-LOG.TXT shape so the
      *> security-operations report can file it under the operator,
      *> then the evidence lines indented beneath it.
       WRITE-REVIEW-FILE.
           OPEN OUTPUT REVIEW-FILE
           IF WS-FS-RPT NOT = "00"
               DISPLAY "EMPLOYEE-SURVEILLANCE: ERROR - cannot open "
                       "SELF-DEALING-REVIEW.TXT. Status: " WS-FS-RPT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO REVIEW-REC
           STRING "EMPLOYEE SELF-DEALING REVIEW - " WS-TODAY
               DELIMITED BY SIZE INTO REVIEW-REC
           END-STRING
           WRITE REVIEW-REC

           PERFORM VARYING WS-H FROM 1 BY 1
             UNTIL WS-H > WS-HIT-COUNT
               MOVE SPACES TO REVIEW-REC
               STRING WS-HIT-TS(WS-H)
                      " | USER: " FUNCTION TRIM(WS-HIT-OPER(WS-H))
                      " | SELF-DEALING: "
                      FUNCTION TRIM(WS-HIT-EVENT(WS-H))
                      " | ACCOUNT: "
                      FUNCTION TRIM(WS-HIT-ACCT(WS-H))
                      " | " FUNCTION TRIM(WS-HIT-RELATION(WS-H))
                      " | REF: " WS-HIT-REF(WS-H)
                      " | AMOUNT: " WS-HIT-AMOUNT(WS-H)
                   DELIMITED BY SIZE INTO REVIEW-REC
               END-STRING
               WRITE REVIEW-REC
               PERFORM WRITE-EVIDENCE
           END-PERFORM

           IF WS-HIT-COUNT = 0
               MOVE "No self-dealing activity found." TO REVIEW-REC
               WRITE REVIEW-REC
           END-IF
           CLOSE REVIEW-FILE.

      *> Evidence is the hit date's ACCESS-LOG.TXT lines that name
      *> the item's reference, or that carry the operator and name
      *> the account/customer or the console session - at most
      *> eight per hit.
       WRITE-EVIDENCE.
           MOVE 0 TO WS-EVIDENCE-COUNT
           PERFORM BUILD-EVIDENCE-TOKENS
           OPEN INPUT LOG-FILE
           IF WS-FS-LOG = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ LOG-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF LOG-RECORD(1:8) = WS-HIT-DATE(WS-H)
                               PERFORM JUDGE-EVIDENCE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOG-FILE
           END-IF
           IF WS-EVIDENCE-COUNT = 0
               MOVE SPACES TO REVIEW-REC
               STRING "    EVIDENCE: none on ACCESS-LOG.TXT for this "
                      "operator and date"
                   DELIMITED BY SIZE INTO REVIEW-REC
               END-STRING
               WRITE REVIEW-REC
           END-IF.

       BUILD-EVIDENCE-TOKENS.
           MOVE SPACES TO WS-TOKEN-REF WS-TOKEN-USER WS-TOKEN-BY
           MOVE 0 TO WS-LEN-REF
           IF WS-HIT-REF(WS-H) NOT = SPACES
               MOVE FUNCTION TRIM(WS-HIT-REF(WS-H)) TO WS-TOKEN-REF
               COMPUTE WS-LEN-REF =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-HIT-REF(WS-H)))
           END-IF
           STRING "USER: " FUNCTION TRIM(WS-HIT-OPER(WS-H))
               DELIMITED BY SIZE INTO WS-TOKEN-USER
           END-STRING
           COMPUTE WS-LEN-USER =
               FUNCTION LENGTH(FUNCTION TRIM(WS-HIT-OPER(WS-H))) + 7
           STRING "BY: " FUNCTION TRIM(WS-HIT-OPER(WS-H))
               DELIMITED BY SIZE INTO WS-TOKEN-BY
           END-STRING
           COMPUTE WS-LEN-BY =
               FUNCTION LENGTH(FUNCTION TRIM(WS-HIT-OPER(WS-H))) + 5
           MOVE 0 TO WS-LEN-KEY
           IF WS-HIT-KEY(WS-H) NOT = SPACES
               COMPUTE WS-LEN-KEY =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-HIT-KEY(WS-H)))
           END-IF.

      *> The operator tokens carry their trailing space so operator
      *> T1 never matches a line written by T10.
       JUDGE-EVIDENCE-LINE.
           IF WS-EVIDENCE-COUNT >= 8
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-TAKE-LINE
           IF WS-LEN-REF > 0
               MOVE 0 TO WS-TALLY
               INSPECT LOG-RECORD TALLYING WS-TALLY
                   FOR ALL WS-TOKEN-REF(1:WS-LEN-REF)
               IF WS-TALLY > 0
                   MOVE 'Y' TO WS-TAKE-LINE
               END-IF
           END-IF
           IF WS-TAKE-LINE = 'N'
               MOVE 0 TO WS-OPER-TALLY
               INSPECT LOG-RECORD TALLYING WS-OPER-TALLY
                   FOR ALL WS-TOKEN-USER(1:WS-LEN-USER)
               INSPECT LOG-RECORD TALLYING WS-OPER-TALLY
                   FOR ALL WS-TOKEN-BY(1:WS-LEN-BY)
               IF WS-OPER-TALLY > 0
                   MOVE 0 TO WS-TALLY
                   INSPECT LOG-RECORD TALLYING WS-TALLY
                       FOR ALL "CONSOLE "
                   IF WS-LEN-KEY > 0
                       INSPECT LOG-RECORD TALLYING WS-TALLY
                           FOR ALL WS-HIT-KEY(WS-H)(1:WS-LEN-KEY)
                   END-IF
                   IF WS-TALLY > 0
                       MOVE 'Y' TO WS-TAKE-LINE
                   END-IF
               END-IF
           END-IF
           IF WS-TAKE-LINE = 'Y'
               ADD 1 TO WS-EVIDENCE-COUNT
               MOVE SPACES TO REVIEW-REC
               STRING "    EVIDENCE: " LOG-RECORD
                   DELIMITED BY SIZE INTO REVIEW-REC
               END-STRING
               WRITE REVIEW-REC
           END-IF.
