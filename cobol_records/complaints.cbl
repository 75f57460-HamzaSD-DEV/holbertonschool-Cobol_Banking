       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPLAINTS-REGISTER.

      *> Register of customer complaints that are not transaction
      *> disputes - service, fees, staff conduct and the like.
      *> COMPLAINTS.DAT carries one complaint per line:
      *>   ID,CUST,ACCT,BRANCH,OPERATOR,CATEGORY,CAUSE,RECEIVED,
      *>   ACK-DUE,ACKED,FINAL-DUE,HANDLER,STATUS,OUTCOME,RESOLVED,
      *>   REDRESS,SUMMARY
      *> ACCT, BRANCH and OPERATOR (the staff member complained of)
      *> are optional. ACK-DUE is COMPLAINT_ACK_DAYS (default 3)
      *> and FINAL-DUE COMPLAINT_FINAL_DAYS (default 56) days after
      *> RECEIVED. STATUS walks OPEN -> ACKED -> CLOSED; a final
      *> response sent before any acknowledgement counts as both.
      *> OUTCOME on closure is UPHELD, PARTIAL, REJECTED or
      *> WITHDRAWN. Redress on an upheld or partly upheld complaint
      *> posts into TRANSIN as a DEPOSIT under its own CRnnnn ID.
      *> (R)eport ages the open complaints against both deadlines -
      *> within COMPLAINT_WARN_DAYS (default 5) is DUE SOON, beyond
      *> it PAST DUE - into COMPLAINT-AGING.TXT. (Q)uarterly return
      *> writes COMPLAINT-RETURN.TXT: complaints received and
      *> resolved by category, outcome and days to resolve.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPLAINT-FILE ASSIGN TO "COMPLAINTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CMP.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-LNAME WITH DUPLICATES
               FILE STATUS IS WS-FS-CUST.
           SELECT ACCOUNTS-FILE ASSIGN TO "accounts.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCOUNT-KEY
               FILE STATUS IS WS-FS-ACC.
           SELECT BRANCH-FILE ASSIGN TO "BRANCHES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BRANCH.
           SELECT USER-FILE ASSIGN TO "USERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-USER.
           SELECT XREF-FILE ASSIGN TO "CUST-ACCT-XREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-XREF.
           SELECT TRANSIN-FILE ASSIGN TO TRANSIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TIN.
           SELECT NEXTDAY-FILE ASSIGN TO "NEXTDAY-TRANSIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NEXTDAY.
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RPT.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPLAINT-FILE.
       01  COMPLAINT-RECORD     PIC X(200).

       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           05 CUST-ID        PIC 9(5).
           05 CUST-FNAME     PIC A(10).
           05 CUST-LNAME     PIC A(10).
           05 CUST-BALANCE   PIC 9(5)V99.
           05 CUST-ADDRESS   PIC X(25).
           05 CUST-CITY      PIC X(15).
           05 CUST-POSTAL    PIC X(10).
           05 CUST-PHONE     PIC X(12).
           05 CUST-EMAIL     PIC X(25).

       FD  ACCOUNTS-FILE.
       01  ACCOUNT-RECORD.
           05 ACCOUNT-KEY       PIC 9(5).
           05 FNAME             PIC X(10).
           05 LNAME             PIC X(10).
           05 BALANCE           PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 PROD-CODE         PIC X(4).
           05 BR-CODE           PIC X(3).

       FD  BRANCH-FILE.
       01  BRANCH-RECORD        PIC X(40).

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

       FD  XREF-FILE.
       01  XREF-RECORD          PIC X(20).

       FD  TRANSIN-FILE.
       01  TRANSIN-RECORD       PIC X(120).

       FD  NEXTDAY-FILE.
       01  NEXTDAY-RECORD       PIC X(120).

       FD  REPORT-FILE.
       01  REPORT-REC           PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-FS-CMP            PIC XX.
       77  WS-FS-CUST           PIC XX.
       77  WS-FS-ACC            PIC XX.
       77  WS-FS-BRANCH         PIC XX.
       77  WS-FS-USER           PIC XX.
       77  WS-FS-XREF           PIC XX.
       77  WS-FS-TIN            PIC XX.
       77  WS-FS-NEXTDAY        PIC XX.
       77  WS-FS-RPT            PIC XX.
       77  WS-REPORT-NAME       PIC X(24).
       77  WS-EOF               PIC X VALUE 'N'.
       77  WS-XREF-EOF          PIC X.
       77  WS-MODE              PIC X.
       77  WS-TODAY             PIC 9(8).
       77  WS-I                 PIC 9(4).
       77  WS-J                 PIC 9(4).
       77  WS-C                 PIC 9(4).
       77  WS-FOUND             PIC X.
       77  WS-HIGHEST-SEQ       PIC 9(4) VALUE 0.
       77  WS-ACK-DAYS          PIC 9(3) VALUE 3.
       77  WS-FINAL-DAYS        PIC 9(3) VALUE 56.
       77  WS-WARN-DAYS         PIC 9(3) VALUE 5.
       77  WS-DAYS-LEFT         PIC S9(5).
       77  WS-DAYS-TAKEN        PIC S9(5).
       77  WS-PARAM-NAME        PIC X(24).
       77  WS-PARAM-VALUE       PIC X(12).
       77  WS-PARAM-FOUND       PIC X.
       77  WS-OPERATOR          PIC X(8).
       77  WS-QUIESCED          PIC X.
       77  WS-V2-CHANNEL        PIC X(3).
       77  WS-V2-TAIL           PIC X(32).
       77  WS-POST-CUST         PIC X(5).
       77  WS-POST-ACCT         PIC X(5).
       77  WS-OPEN-COUNT        PIC 9(4) VALUE 0.
       77  WS-SOON-COUNT        PIC 9(4) VALUE 0.
       77  WS-PAST-COUNT        PIC 9(4) VALUE 0.
       77  WS-ACK-LATE-COUNT    PIC 9(4) VALUE 0.
       77  WS-FLAG              PIC X(12).
       77  WS-ACK-FLAG          PIC X(12).

      *> Complaint and root-cause codes. The regulator's return is
      *> counted on these, so they are fixed here rather than kept
      *> on a file anyone can add to.
       01  WS-CATEGORY-LIST.
           05  FILLER PIC X(24) VALUE "SERVService            ".
           05  FILLER PIC X(24) VALUE "FEESFees and charges   ".
           05  FILLER PIC X(24) VALUE "STAFStaff conduct      ".
           05  FILLER PIC X(24) VALUE "PRODProduct terms      ".
           05  FILLER PIC X(24) VALUE "SYSTSystems/channels   ".
           05  FILLER PIC X(24) VALUE "OTHROther              ".
       01  WS-CATEGORY-TABLE REDEFINES WS-CATEGORY-LIST.
           05  WS-CAT OCCURS 6 TIMES.
               10  WS-CAT-CODE      PIC X(4).
               10  WS-CAT-DESC      PIC X(20).
       77  WS-CAT-COUNT         PIC 9 VALUE 6.

       01  WS-CAUSE-LIST.
           05  FILLER PIC X(24) VALUE "PROCProcess failure    ".
           05  FILLER PIC X(24) VALUE "PEOPStaff error        ".
           05  FILLER PIC X(24) VALUE "SYSTSystem fault       ".
           05  FILLER PIC X(24) VALUE "POLCBank policy        ".
           05  FILLER PIC X(24) VALUE "COMMCommunication      ".
           05  FILLER PIC X(24) VALUE "EXTNThird party        ".
       01  WS-CAUSE-TABLE REDEFINES WS-CAUSE-LIST.
           05  WS-CAUSE OCCURS 6 TIMES.
               10  WS-CAUSE-CODE    PIC X(4).
               10  WS-CAUSE-DESC    PIC X(20).
       77  WS-CAUSE-COUNT       PIC 9 VALUE 6.

       01  WS-CMP-FIELDS.
           05  WS-CF-ID         PIC X(6).
           05  WS-CF-CUST       PIC X(5).
           05  WS-CF-ACCT       PIC X(5).
           05  WS-CF-BRANCH     PIC X(3).
           05  WS-CF-OPERATOR   PIC X(8).
           05  WS-CF-CATEGORY   PIC X(4).
           05  WS-CF-CAUSE      PIC X(4).
           05  WS-CF-RECEIVED   PIC X(8).
           05  WS-CF-ACK-DUE    PIC X(8).
           05  WS-CF-ACKED      PIC X(8).
           05  WS-CF-FINAL-DUE  PIC X(8).
           05  WS-CF-HANDLER    PIC X(8).
           05  WS-CF-STATUS     PIC X(8).
           05  WS-CF-OUTCOME    PIC X(9).
           05  WS-CF-RESOLVED   PIC X(8).
           05  WS-CF-REDRESS    PIC X(10).
           05  WS-CF-SUMMARY    PIC X(40).

      *> The register is held whole in storage so an update can
      *> rewrite it and the return can count over it.
       01  WS-CMP-TABLE.
           05  WS-CMP-ENTRY OCCURS 2000 TIMES.
               10  WS-CT-LINE       PIC X(200).
       01  WS-CMP-COUNT         PIC 9(4) VALUE 0.

       01  WS-XREF-FIELDS.
           05  WS-XF-CUST       PIC X(5).
           05  WS-XF-ACCT       PIC X(5).

       01  WS-INPUT-ID          PIC X(6).
       01  WS-INPUT-CUST        PIC X(5).
       01  WS-INPUT-ACCT        PIC X(5).
       01  WS-INPUT-BRANCH      PIC X(3).
       01  WS-INPUT-OPERATOR    PIC X(8).
       01  WS-INPUT-CATEGORY    PIC X(4).
       01  WS-INPUT-CAUSE       PIC X(4).
       01  WS-INPUT-RECEIVED    PIC X(8).
       01  WS-INPUT-SUMMARY     PIC X(40).
       01  WS-INPUT-HANDLER     PIC X(8).
       01  WS-INPUT-OUTCOME     PIC X.
       01  WS-INPUT-REDRESS     PIC X(10).
       01  WS-INPUT-QUARTER     PIC X(6).
       01  WS-RECEIVED-NUM      PIC 9(8).
       01  WS-DATE-OUT          PIC 9(8).
       01  WS-REDRESS-NUM       PIC 9(7)V99.
       01  WS-REDRESS-OUT       PIC 9(7).99.
       01  WS-NEW-ID.
           05  FILLER           PIC XX VALUE "CP".
           05  WS-NEW-ID-SEQ    PIC 9(4).
       01  WS-REDRESS-ID.
           05  FILLER           PIC XX VALUE "CR".
           05  WS-REDRESS-SEQ   PIC X(4).

      *> Quarterly return accumulators. Outcome columns are
      *> UPHELD, PARTIAL, REJECTED, WITHDRAWN; day bands are
      *> 0-3, 4-15, 16-35, 36-56 and over 56.
       01  WS-QTR-YEAR          PIC 9(4).
       01  WS-QTR-NUM           PIC 9.
       01  WS-QTR-FROM          PIC 9(8).
       01  WS-QTR-TO            PIC 9(8).
       01  WS-QTR-MONTH         PIC 99.
       01  WS-RETURN-TABLE.
           05  WS-RT-CAT OCCURS 6 TIMES.
               10  WS-RT-RECEIVED   PIC 9(5).
               10  WS-RT-RESOLVED   PIC 9(5).
               10  WS-RT-OUTCOME    PIC 9(5) OCCURS 4 TIMES.
               10  WS-RT-BAND       PIC 9(5) OCCURS 5 TIMES.
               10  WS-RT-IN-TIME    PIC 9(5).
               10  WS-RT-DAYS       PIC 9(7).
               10  WS-RT-OPEN       PIC 9(5).
               10  WS-RT-REDRESS    PIC 9(9)V99.
       01  WS-RT-TOTALS.
           05  WS-TOT-RECEIVED      PIC 9(5).
           05  WS-TOT-RESOLVED      PIC 9(5).
           05  WS-TOT-OUTCOME       PIC 9(5) OCCURS 4 TIMES.
           05  WS-TOT-BAND          PIC 9(5) OCCURS 5 TIMES.
           05  WS-TOT-IN-TIME       PIC 9(5).
           05  WS-TOT-DAYS          PIC 9(7).
           05  WS-TOT-OPEN          PIC 9(5).
           05  WS-TOT-REDRESS       PIC 9(9)V99.
       01  WS-CAUSE-TALLY.
           05  WS-CAUSE-RESOLVED    PIC 9(5) OCCURS 6 TIMES.
       01  WS-OUT-IX            PIC 9.
       01  WS-BAND-IX           PIC 9.

       01  WS-DISP-DAYS         PIC -ZZZ9.
       01  WS-DISP-CNT          PIC ZZZZ9.
       01  WS-DISP-C1           PIC ZZZZ9.
       01  WS-DISP-C2           PIC ZZZZ9.
       01  WS-DISP-C3           PIC ZZZZ9.
       01  WS-DISP-C4           PIC ZZZZ9.
       01  WS-DISP-C5           PIC ZZZZ9.
       01  WS-DISP-C6           PIC ZZZZ9.
       01  WS-DISP-AVG          PIC ZZZ9.9.
       01  WS-DISP-AMT          PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-AVG-DAYS          PIC 9(4)V9.
       01  WS-DIVIDER           PIC X(90) VALUE ALL "-".

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "INTAKE-DATE" USING WS-TODAY
           PERFORM LOAD-PARAMETERS
           PERFORM LOAD-COMPLAINTS
           DISPLAY "COMPLAINTS: (L)og complaint, (A)ssign handler, "
                   "ac(K)nowledge, (C)lose with final response, "
                   "(V)iew, (R)eport aging, (Q)uarterly return: "
                   WITH NO ADVANCING
           ACCEPT WS-MODE
           EVALUATE FUNCTION UPPER-CASE(WS-MODE)
               WHEN "L"
                   PERFORM LOG-COMPLAINT
               WHEN "A"
                   PERFORM ASSIGN-HANDLER
               WHEN "K"
                   PERFORM ACKNOWLEDGE-COMPLAINT
               WHEN "C"
                   PERFORM CLOSE-COMPLAINT
               WHEN "V"
                   PERFORM VIEW-COMPLAINT
               WHEN "R"
                   PERFORM REPORT-AGING
               WHEN "Q"
                   PERFORM QUARTERLY-RETURN
               WHEN OTHER
                   DISPLAY "Invalid selection."
           END-EVALUATE
           STOP RUN.

       LOAD-PARAMETERS.
           MOVE "COMPLAINT_ACK_DAYS" TO WS-PARAM-NAME
           CALL "GET-PARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y'
              AND FUNCTION NUMVAL(WS-PARAM-VALUE) > 0
               COMPUTE WS-ACK-DAYS = FUNCTION NUMVAL(WS-PARAM-VALUE)
           END-IF
           MOVE "COMPLAINT_FINAL_DAYS" TO WS-PARAM-NAME
           CALL "GET-PARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y'
              AND FUNCTION NUMVAL(WS-PARAM-VALUE) > 0
               COMPUTE WS-FINAL-DAYS =
                   FUNCTION NUMVAL(WS-PARAM-VALUE)
           END-IF
           MOVE "COMPLAINT_WARN_DAYS" TO WS-PARAM-NAME
           CALL "GET-PARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y'
               COMPUTE WS-WARN-DAYS = FUNCTION NUMVAL(WS-PARAM-VALUE)
           END-IF.

       LOAD-COMPLAINTS.
           MOVE 0 TO WS-CMP-COUNT
           MOVE 0 TO WS-HIGHEST-SEQ
           OPEN INPUT COMPLAINT-FILE
           IF WS-FS-CMP NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ COMPLAINT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-COMPLAINT
               END-READ
           END-PERFORM
           CLOSE COMPLAINT-FILE.

       LOAD-ONE-COMPLAINT.
           IF COMPLAINT-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-CMP-COUNT >= 2000
               DISPLAY "COMPLAINTS: ERROR - register table full "
                       "at 2000"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CMP-COUNT
           MOVE COMPLAINT-RECORD TO WS-CT-LINE(WS-CMP-COUNT)
           IF COMPLAINT-RECORD(3:4) IS NUMERIC
              AND FUNCTION NUMVAL(COMPLAINT-RECORD(3:4))
                  > WS-HIGHEST-SEQ
               COMPUTE WS-HIGHEST-SEQ =
                   FUNCTION NUMVAL(COMPLAINT-RECORD(3:4))
           END-IF.

       SAVE-COMPLAINTS.
           OPEN OUTPUT COMPLAINT-FILE
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-CMP-COUNT
               MOVE WS-CT-LINE(WS-I) TO COMPLAINT-RECORD
               WRITE COMPLAINT-RECORD
           END-PERFORM
           CLOSE COMPLAINT-FILE.

       PARSE-COMPLAINT.
           MOVE SPACES TO WS-CMP-FIELDS
           UNSTRING WS-CT-LINE(WS-C) DELIMITED BY ','
               INTO WS-CF-ID WS-CF-CUST WS-CF-ACCT WS-CF-BRANCH
                    WS-CF-OPERATOR WS-CF-CATEGORY WS-CF-CAUSE
                    WS-CF-RECEIVED WS-CF-ACK-DUE WS-CF-ACKED
                    WS-CF-FINAL-DUE WS-CF-HANDLER WS-CF-STATUS
                    WS-CF-OUTCOME WS-CF-RESOLVED WS-CF-REDRESS
                    WS-CF-SUMMARY
           END-UNSTRING.

       BUILD-COMPLAINT.
           MOVE SPACES TO WS-CT-LINE(WS-C)
           STRING WS-CF-ID ","
                  WS-CF-CUST ","
                  FUNCTION TRIM(WS-CF-ACCT) ","
                  FUNCTION TRIM(WS-CF-BRANCH) ","
                  FUNCTION TRIM(WS-CF-OPERATOR) ","
                  WS-CF-CATEGORY ","
                  WS-CF-CAUSE ","
                  WS-CF-RECEIVED ","
                  WS-CF-ACK-DUE ","
                  FUNCTION TRIM(WS-CF-ACKED) ","
                  WS-CF-FINAL-DUE ","
                  FUNCTION TRIM(WS-CF-HANDLER) ","
                  FUNCTION TRIM(WS-CF-STATUS) ","
                  FUNCTION TRIM(WS-CF-OUTCOME) ","
                  FUNCTION TRIM(WS-CF-RESOLVED) ","
                  FUNCTION TRIM(WS-CF-REDRESS) ","
                  FUNCTION TRIM(WS-CF-SUMMARY)
               DELIMITED BY SIZE INTO WS-CT-LINE(WS-C)
           END-STRING.

      *> The teller console exports the signed-in operator as
      *> OPERATOR_ID; only prompt when running stand-alone.
       GET-OPERATOR.
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "OPERATOR_ID"
           IF WS-OPERATOR = SPACES
               DISPLAY "Your operator ID: " WITH NO ADVANCING
               ACCEPT WS-OPERATOR
           END-IF.

       FIND-COMPLAINT.
           DISPLAY "Complaint ID (CPnnnn): " WITH NO ADVANCING
           ACCEPT WS-INPUT-ID
           MOVE FUNCTION UPPER-CASE(WS-INPUT-ID) TO WS-INPUT-ID
           MOVE 0 TO WS-C
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-CMP-COUNT
               IF WS-CT-LINE(WS-I)(1:6) = WS-INPUT-ID
                   MOVE WS-I TO WS-C
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-C = 0
               DISPLAY "No complaint " WS-INPUT-ID " on file."
           ELSE
               PERFORM PARSE-COMPLAINT
           END-IF.

      *> An active USERS.DAT operator; used both for the handler
      *> and for the staff member a complaint is about.
       CHECK-OPERATOR.
           MOVE 'N' TO WS-FOUND
           OPEN INPUT USER-FILE
           IF WS-FS-USER NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FOUND = 'Y' OR WS-FS-USER = "10"
               READ USER-FILE
                   AT END
                       MOVE "10" TO WS-FS-USER
                   NOT AT END
                       IF FUNCTION TRIM(FILE-USER-ID) =
                          FUNCTION TRIM(WS-INPUT-HANDLER)
                          AND FILE-USER-STATUS NOT = 'D'
                           MOVE 'Y' TO WS-FOUND
                       END-IF
               END-READ
           END-PERFORM
           CLOSE USER-FILE.

      *>----------------------------------------------------------------
      *> Logging a complaint
      *>----------------------------------------------------------------
       LOG-COMPLAINT.
           DISPLAY "Customer ID: " WITH NO ADVANCING
           ACCEPT WS-INPUT-CUST
           IF WS-INPUT-CUST IS NOT NUMERIC
               DISPLAY "Customer ID must be 5 digits."
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF WS-FS-CUST NOT = "00"
               DISPLAY "Cannot open CUSTOMERS.DAT. Status: "
                       WS-FS-CUST
               EXIT PARAGRAPH
           END-IF
           MOVE WS-INPUT-CUST TO CUST-ID
           READ CUSTOMER-FILE
               KEY IS CUST-ID
               INVALID KEY
                   DISPLAY "Customer not on file - complaint not "
                           "logged."
                   CLOSE CUSTOMER-FILE
                   EXIT PARAGRAPH
           END-READ
           CLOSE CUSTOMER-FILE
           DISPLAY "Complainant: " FUNCTION TRIM(CUST-FNAME) " "
                   FUNCTION TRIM(CUST-LNAME)

           DISPLAY "Account concerned (blank = none): "
                   WITH NO ADVANCING
           ACCEPT WS-INPUT-ACCT
           MOVE SPACES TO WS-INPUT-BRANCH
           IF WS-INPUT-ACCT NOT = SPACES
               IF WS-INPUT-ACCT IS NOT NUMERIC
                   DISPLAY "Account must be 5 digits."
                   EXIT PARAGRAPH
               END-IF
               OPEN INPUT ACCOUNTS-FILE
               IF WS-FS-ACC NOT = "00"
                   DISPLAY "Cannot open accounts.idx. Status: "
                           WS-FS-ACC
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-INPUT-ACCT TO ACCOUNT-KEY
               READ ACCOUNTS-FILE
                   INVALID KEY
                       DISPLAY "Account not on file - complaint not "
                               "logged."
                       CLOSE ACCOUNTS-FILE
                       EXIT PARAGRAPH
               END-READ
               CLOSE ACCOUNTS-FILE
               MOVE BR-CODE TO WS-INPUT-BRANCH
           END-IF

           IF WS-INPUT-BRANCH = SPACES
               DISPLAY "Branch concerned (blank = none): "
                       WITH NO ADVANCING
               ACCEPT WS-INPUT-BRANCH
               IF WS-INPUT-BRANCH NOT = SPACES
                   PERFORM CHECK-BRANCH
                   IF WS-FOUND NOT = 'Y'
                       DISPLAY "Branch " WS-INPUT-BRANCH " not on "
                               "BRANCHES.DAT - complaint not logged."
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           ELSE
               DISPLAY "Branch " WS-INPUT-BRANCH
                       " taken from the account."
           END-IF

           DISPLAY "Staff operator complained of (blank = none): "
                   WITH NO ADVANCING
           ACCEPT WS-INPUT-OPERATOR
           IF WS-INPUT-OPERATOR NOT = SPACES
               MOVE WS-INPUT-OPERATOR TO WS-INPUT-HANDLER
               PERFORM CHECK-OPERATOR
               IF WS-FOUND NOT = 'Y'
                   DISPLAY "Operator " FUNCTION TRIM(WS-INPUT-OPERATOR)
                           " not on USERS.DAT - complaint not logged."
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM LIST-CATEGORIES
           DISPLAY "Category: " WITH NO ADVANCING
           ACCEPT WS-INPUT-CATEGORY
           MOVE FUNCTION UPPER-CASE(WS-INPUT-CATEGORY)
               TO WS-INPUT-CATEGORY
           PERFORM FIND-CATEGORY
           IF WS-J = 0
               DISPLAY "Unknown category - complaint not logged."
               EXIT PARAGRAPH
           END-IF
           PERFORM LIST-CAUSES
           DISPLAY "Root cause (blank = not yet known): "
                   WITH NO ADVANCING
           ACCEPT WS-INPUT-CAUSE
           MOVE FUNCTION UPPER-CASE(WS-INPUT-CAUSE) TO WS-INPUT-CAUSE
           IF WS-INPUT-CAUSE NOT = SPACES
               PERFORM FIND-CAUSE
               IF WS-J = 0
                   DISPLAY "Unknown root cause - complaint not "
                           "logged."
                   EXIT PARAGRAPH
               END-IF
           END-IF

      *> Complaints arriving by post are logged the day they are
      *> opened, but the clock runs from the day they reached us.
           DISPLAY "Date received (YYYYMMDD, blank = today): "
                   WITH NO ADVANCING
           ACCEPT WS-INPUT-RECEIVED
           IF WS-INPUT-RECEIVED = SPACES
               MOVE WS-TODAY TO WS-RECEIVED-NUM
           ELSE
               IF WS-INPUT-RECEIVED IS NOT NUMERIC
                   DISPLAY "Date must be YYYYMMDD."
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-INPUT-RECEIVED TO WS-RECEIVED-NUM
               IF WS-RECEIVED-NUM > WS-TODAY
                   DISPLAY "Date received cannot be in the future."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY "Summary (40 chars): " WITH NO ADVANCING
           ACCEPT WS-INPUT-SUMMARY
           INSPECT WS-INPUT-SUMMARY REPLACING ALL "," BY ";"

           ADD 1 TO WS-HIGHEST-SEQ
           MOVE WS-HIGHEST-SEQ TO WS-NEW-ID-SEQ
           IF WS-CMP-COUNT >= 2000
               DISPLAY "COMPLAINTS: ERROR - register table full "
                       "at 2000"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CMP-COUNT
           MOVE WS-CMP-COUNT TO WS-C
           MOVE SPACES TO WS-CMP-FIELDS
           MOVE WS-NEW-ID TO WS-CF-ID
           MOVE WS-INPUT-CUST TO WS-CF-CUST
           MOVE WS-INPUT-ACCT TO WS-CF-ACCT
           MOVE WS-INPUT-BRANCH TO WS-CF-BRANCH
           MOVE WS-INPUT-OPERATOR TO WS-CF-OPERATOR
           MOVE WS-INPUT-CATEGORY TO WS-CF-CATEGORY
           MOVE WS-INPUT-CAUSE TO WS-CF-CAUSE
           MOVE WS-RECEIVED-NUM TO WS-CF-RECEIVED
           COMPUTE WS-DATE-OUT = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RECEIVED-NUM)
               + WS-ACK-DAYS)
           MOVE WS-DATE-OUT TO WS-CF-ACK-DUE
           COMPUTE WS-DATE-OUT = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RECEIVED-NUM)
               + WS-FINAL-DAYS)
           MOVE WS-DATE-OUT TO WS-CF-FINAL-DUE
           MOVE "OPEN" TO WS-CF-STATUS
           MOVE WS-INPUT-SUMMARY TO WS-CF-SUMMARY
           PERFORM BUILD-COMPLAINT
           PERFORM SAVE-COMPLAINTS
           DISPLAY "Complaint " WS-NEW-ID " logged - acknowledge by "
                   WS-CF-ACK-DUE ", final response by "
                   WS-CF-FINAL-DUE ".".

       CHECK-BRANCH.
           MOVE 'N' TO WS-FOUND
           OPEN INPUT BRANCH-FILE
           IF WS-FS-BRANCH NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FOUND = 'Y' OR WS-FS-BRANCH = "10"
               READ BRANCH-FILE
                   AT END
                       MOVE "10" TO WS-FS-BRANCH
                   NOT AT END
                       IF BRANCH-RECORD(1:3) = WS-INPUT-BRANCH
                           MOVE 'Y' TO WS-FOUND
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BRANCH-FILE.

       LIST-CATEGORIES.
           PERFORM VARYING WS-J FROM 1 BY 1
             UNTIL WS-J > WS-CAT-COUNT
               DISPLAY "  " WS-CAT-CODE(WS-J) "  " WS-CAT-DESC(WS-J)
           END-PERFORM.

       LIST-CAUSES.
           PERFORM VARYING WS-J FROM 1 BY 1
             UNTIL WS-J > WS-CAUSE-COUNT
               DISPLAY "  " WS-CAUSE-CODE(WS-J) "  "
                       WS-CAUSE-DESC(WS-J)
           END-PERFORM.

       FIND-CATEGORY.
           MOVE 0 TO WS-J
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-CAT-COUNT
               IF WS-CAT-CODE(WS-I) = WS-INPUT-CATEGORY
                   MOVE WS-I TO WS-J
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-CAUSE.
           MOVE 0 TO WS-J
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-CAUSE-COUNT
               IF WS-CAUSE-CODE(WS-I) = WS-INPUT-CAUSE
                   MOVE WS-I TO WS-J
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *>----------------------------------------------------------------
      *> Complaint handling
      *>----------------------------------------------------------------
       ASSIGN-HANDLER.
           PERFORM FIND-COMPLAINT
           IF WS-C = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-CF-STATUS = "CLOSED"
               DISPLAY "Complaint " WS-INPUT-ID " is closed."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Handler operator ID: " WITH NO ADVANCING
           ACCEPT WS-INPUT-HANDLER
           PERFORM CHECK-OPERATOR
           IF WS-FOUND NOT = 'Y'
               DISPLAY "Handler " FUNCTION TRIM(WS-INPUT-HANDLER)
                       " is not an active operator."
               EXIT PARAGRAPH
           END-IF
      *> Nobody handles a complaint made about themselves.
           IF FUNCTION TRIM(WS-INPUT-HANDLER) =
              FUNCTION TRIM(WS-CF-OPERATOR)
               DISPLAY "The complaint is about "
                       FUNCTION TRIM(WS-CF-OPERATOR)
                       " - assign another handler."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-INPUT-HANDLER TO WS-CF-HANDLER
           PERFORM BUILD-COMPLAINT
           PERFORM SAVE-COMPLAINTS
           DISPLAY "Complaint " WS-INPUT-ID " assigned to "
                   FUNCTION TRIM(WS-INPUT-HANDLER) ".".

       ACKNOWLEDGE-COMPLAINT.
           PERFORM FIND-COMPLAINT
           IF WS-C = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-CF-STATUS NOT = "OPEN"
               DISPLAY "Complaint " WS-INPUT-ID " is already "
                       FUNCTION TRIM(WS-CF-STATUS) "."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TODAY TO WS-CF-ACKED
           MOVE "ACKED" TO WS-CF-STATUS
           PERFORM BUILD-COMPLAINT
           PERFORM SAVE-COMPLAINTS
           IF WS-TODAY > FUNCTION NUMVAL(WS-CF-ACK-DUE)
               DISPLAY "Complaint " WS-INPUT-ID " acknowledged - "
                       "LATE, was due " WS-CF-ACK-DUE "."
           ELSE
               DISPLAY "Complaint " WS-INPUT-ID " acknowledged."
           END-IF.

      *> The final response closes the complaint with its outcome
      *> and root cause; redress is only paid on an upheld or
      *> partly upheld complaint.
       CLOSE-COMPLAINT.
           PERFORM FIND-COMPLAINT
           IF WS-C = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-CF-STATUS = "CLOSED"
               DISPLAY "Complaint " WS-INPUT-ID " is already closed."
               EXIT PARAGRAPH
           END-IF
           PERFORM GET-OPERATOR
           IF FUNCTION TRIM(WS-OPERATOR) =
              FUNCTION TRIM(WS-CF-OPERATOR)
               DISPLAY "The complaint is about "
                       FUNCTION TRIM(WS-CF-OPERATOR)
                       " - another operator must close it."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Outcome - (U)pheld, (P)artly upheld, "
                   "(R)ejected, (W)ithdrawn: " WITH NO ADVANCING
           ACCEPT WS-INPUT-OUTCOME
           MOVE FUNCTION UPPER-CASE(WS-INPUT-OUTCOME)
               TO WS-INPUT-OUTCOME
           EVALUATE WS-INPUT-OUTCOME
               WHEN "U"
                   MOVE "UPHELD" TO WS-CF-OUTCOME
               WHEN "P"
                   MOVE "PARTIAL" TO WS-CF-OUTCOME
               WHEN "R"
                   MOVE "REJECTED" TO WS-CF-OUTCOME
               WHEN "W"
                   MOVE "WITHDRAWN" TO WS-CF-OUTCOME
               WHEN OTHER
                   DISPLAY "Unknown outcome - complaint unchanged."
                   EXIT PARAGRAPH
           END-EVALUATE

           IF WS-CF-CAUSE = SPACES
               PERFORM LIST-CAUSES
               DISPLAY "Root cause: " WITH NO ADVANCING
               ACCEPT WS-INPUT-CAUSE
               MOVE FUNCTION UPPER-CASE(WS-INPUT-CAUSE)
                   TO WS-INPUT-CAUSE
               PERFORM FIND-CAUSE
               IF WS-J = 0
                   DISPLAY "A complaint cannot close without a "
                           "root cause."
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-INPUT-CAUSE TO WS-CF-CAUSE
           END-IF

           MOVE 0 TO WS-REDRESS-NUM
           IF WS-INPUT-OUTCOME = "U" OR WS-INPUT-OUTCOME = "P"
               DISPLAY "Redress to pay (e.g. 25.00, 0 = none): "
                       WITH NO ADVANCING
               ACCEPT WS-INPUT-REDRESS
               COMPUTE WS-REDRESS-NUM =
                   FUNCTION NUMVAL(WS-INPUT-REDRESS)
           END-IF

           IF WS-REDRESS-NUM > 0
               PERFORM POST-REDRESS
           END-IF
           MOVE WS-REDRESS-NUM TO WS-REDRESS-OUT
           MOVE WS-REDRESS-OUT TO WS-CF-REDRESS
           IF WS-CF-ACKED = SPACES
               MOVE WS-TODAY TO WS-CF-ACKED
           END-IF
           MOVE WS-TODAY TO WS-CF-RESOLVED
           MOVE "CLOSED" TO WS-CF-STATUS
           IF WS-CF-HANDLER = SPACES
               MOVE WS-OPERATOR TO WS-CF-HANDLER
           END-IF
           PERFORM BUILD-COMPLAINT
           PERFORM SAVE-COMPLAINTS
           DISPLAY "Complaint " WS-INPUT-ID " closed "
                   FUNCTION TRIM(WS-CF-OUTCOME) "."
           IF WS-TODAY > FUNCTION NUMVAL(WS-CF-FINAL-DUE)
               DISPLAY "Final response LATE - was due "
                       WS-CF-FINAL-DUE "."
           END-IF.

      *> Redress rides the normal VALIDATOR/UPDATER chain as a
      *> DEPOSIT - to the account complained about when there is
      *> one, otherwise to the customer's first cross-referenced
      *> account.
       POST-REDRESS.
           IF WS-CF-ACCT NOT = SPACES
               MOVE WS-CF-ACCT TO WS-POST-ACCT
           ELSE
               MOVE WS-CF-CUST TO WS-POST-CUST
               PERFORM RESOLVE-POSTING-ACCT
           END-IF
           MOVE WS-CF-ID(3:4) TO WS-REDRESS-SEQ
           MOVE WS-REDRESS-NUM TO WS-REDRESS-OUT
           MOVE SPACES TO TRANSIN-RECORD
           MOVE "CMP" TO WS-V2-CHANNEL
           CALL "TXN-STAMP" USING WS-V2-CHANNEL, WS-V2-TAIL
           STRING WS-REDRESS-ID ","
                  "DEPOSIT   ,"
                  WS-POST-ACCT ","
                  WS-REDRESS-OUT ","
                  WS-TODAY ",,,,"
                  WS-V2-TAIL
               DELIMITED BY SIZE INTO TRANSIN-RECORD
           END-STRING
           PERFORM WRITE-TRANSIN-OR-PARK
           DISPLAY "Redress of " WS-REDRESS-OUT " queued to account "
                   WS-POST-ACCT ".".

       RESOLVE-POSTING-ACCT.
           MOVE WS-POST-CUST TO WS-POST-ACCT
           OPEN INPUT XREF-FILE
           IF WS-FS-XREF NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-XREF-EOF
           PERFORM UNTIL WS-XREF-EOF = 'Y'
               READ XREF-FILE
                   AT END
                       MOVE 'Y' TO WS-XREF-EOF
                   NOT AT END
                       MOVE SPACES TO WS-XREF-FIELDS
                       UNSTRING XREF-RECORD DELIMITED BY ','
                           INTO WS-XF-CUST WS-XF-ACCT
                       END-UNSTRING
                       IF WS-XF-CUST = WS-POST-CUST
                           MOVE WS-XF-ACCT TO WS-POST-ACCT
                           MOVE 'Y' TO WS-XREF-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE XREF-FILE.

      *> While DRIVER's quiesce flag is up, TRANSIN belongs to the
      *> batch - the entry parks in the next-day file instead and
      *> rolls in when the night completes.
       WRITE-TRANSIN-OR-PARK.
           CALL "QUIESCE-CHECK" USING WS-QUIESCED
           IF WS-QUIESCED = 'Y'
               OPEN EXTEND NEXTDAY-FILE
               IF WS-FS-NEXTDAY = "35"
                   CLOSE NEXTDAY-FILE
                   OPEN OUTPUT NEXTDAY-FILE
               END-IF
               MOVE TRANSIN-RECORD TO NEXTDAY-RECORD
               WRITE NEXTDAY-RECORD
               CLOSE NEXTDAY-FILE
               DISPLAY "Posting closed for end-of-day - entry "
                       "queued for the next run."
           ELSE
               OPEN EXTEND TRANSIN-FILE
               IF WS-FS-TIN = "35"
                   CLOSE TRANSIN-FILE
                   OPEN OUTPUT TRANSIN-FILE
               END-IF
               WRITE TRANSIN-RECORD
               CLOSE TRANSIN-FILE
           END-IF.

       VIEW-COMPLAINT.
           PERFORM FIND-COMPLAINT
           IF WS-C = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Complaint   : " WS-CF-ID "  "
                   FUNCTION TRIM(WS-CF-SUMMARY)
           DISPLAY "Customer    : " WS-CF-CUST "  account "
                   WS-CF-ACCT "  branch " WS-CF-BRANCH
                   "  staff " WS-CF-OPERATOR
           DISPLAY "Category    : " WS-CF-CATEGORY "  root cause "
                   WS-CF-CAUSE
           DISPLAY "Received    : " WS-CF-RECEIVED "  ack due "
                   WS-CF-ACK-DUE "  acked " WS-CF-ACKED
           DISPLAY "Final due   : " WS-CF-FINAL-DUE "  handler "
                   WS-CF-HANDLER
           DISPLAY "Status      : " FUNCTION TRIM(WS-CF-STATUS)
                   "  " FUNCTION TRIM(WS-CF-OUTCOME) "  "
                   WS-CF-RESOLVED "  redress "
                   FUNCTION TRIM(WS-CF-REDRESS).

      *>----------------------------------------------------------------
      *> Aging report
      *>----------------------------------------------------------------
       REPORT-AGING.
           MOVE "COMPLAINT-AGING.TXT" TO WS-REPORT-NAME
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-REC
           STRING "Open Complaints by Response Deadline  (run "
                  WS-TODAY ")"
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE WS-DIVIDER TO REPORT-REC
           WRITE REPORT-REC
           MOVE "ID     CUST  BRN CAT  RECEIVED HANDLER  ACK        "
             & "   FINAL-DUE DAYS LEFT"
               TO REPORT-REC
           WRITE REPORT-REC
           PERFORM VARYING WS-C FROM 1 BY 1
             UNTIL WS-C > WS-CMP-COUNT
               PERFORM PARSE-COMPLAINT
               IF WS-CF-STATUS NOT = "CLOSED"
                   PERFORM AGE-ONE-COMPLAINT
               END-IF
           END-PERFORM
           MOVE WS-DIVIDER TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "Open complaints: " WS-OPEN-COUNT
                  "   final response due soon: " WS-SOON-COUNT
                  "   past due: " WS-PAST-COUNT
                  "   acknowledgement late: " WS-ACK-LATE-COUNT
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           CLOSE REPORT-FILE
           IF WS-PAST-COUNT > 0 OR WS-ACK-LATE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "COMPLAINTS: " WS-OPEN-COUNT " open, "
                   WS-PAST-COUNT " past final deadline - see "
                   "COMPLAINT-AGING.TXT".

       AGE-ONE-COMPLAINT.
           ADD 1 TO WS-OPEN-COUNT
           MOVE SPACES TO WS-ACK-FLAG
           IF WS-CF-STATUS = "OPEN"
               COMPUTE WS-DAYS-LEFT =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-CF-ACK-DUE))
                 - FUNCTION INTEGER-OF-DATE(WS-TODAY)
               IF WS-DAYS-LEFT < 0
                   MOVE "ACK LATE" TO WS-ACK-FLAG
                   ADD 1 TO WS-ACK-LATE-COUNT
               ELSE
                   MOVE "ACK DUE" TO WS-ACK-FLAG
               END-IF
           ELSE
               MOVE "ACKED" TO WS-ACK-FLAG
           END-IF
           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-CF-FINAL-DUE))
             - FUNCTION INTEGER-OF-DATE(WS-TODAY)
           MOVE SPACES TO WS-FLAG
           IF WS-DAYS-LEFT < 0
               MOVE "PAST DUE" TO WS-FLAG
               ADD 1 TO WS-PAST-COUNT
           ELSE
               IF WS-DAYS-LEFT <= WS-WARN-DAYS
                   MOVE "DUE SOON" TO WS-FLAG
                   ADD 1 TO WS-SOON-COUNT
               END-IF
           END-IF
           MOVE WS-DAYS-LEFT TO WS-DISP-DAYS
           MOVE SPACES TO REPORT-REC
           STRING WS-CF-ID " " WS-CF-CUST " " WS-CF-BRANCH " "
                  WS-CF-CATEGORY " " WS-CF-RECEIVED " "
                  WS-CF-HANDLER " " WS-ACK-FLAG " "
                  WS-CF-FINAL-DUE " " WS-DISP-DAYS "  " WS-FLAG
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC.

      *>----------------------------------------------------------------
      *> Quarterly regulatory return
      *>----------------------------------------------------------------
       QUARTERLY-RETURN.
           DISPLAY "Quarter (YYYYQn, blank = current): "
                   WITH NO ADVANCING
           ACCEPT WS-INPUT-QUARTER
           MOVE FUNCTION UPPER-CASE(WS-INPUT-QUARTER)
               TO WS-INPUT-QUARTER
           IF WS-INPUT-QUARTER = SPACES
               MOVE WS-TODAY(1:4) TO WS-QTR-YEAR
               MOVE WS-TODAY(5:2) TO WS-QTR-MONTH
               COMPUTE WS-QTR-NUM = (WS-QTR-MONTH + 2) / 3
           ELSE
               IF WS-INPUT-QUARTER(1:4) IS NOT NUMERIC
                  OR WS-INPUT-QUARTER(5:1) NOT = "Q"
                  OR WS-INPUT-QUARTER(6:1) < "1"
                  OR WS-INPUT-QUARTER(6:1) > "4"
                   DISPLAY "Quarter must be YYYYQn."
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-INPUT-QUARTER(1:4) TO WS-QTR-YEAR
               MOVE WS-INPUT-QUARTER(6:1) TO WS-QTR-NUM
           END-IF
           COMPUTE WS-QTR-FROM = WS-QTR-YEAR * 10000
                               + ((WS-QTR-NUM - 1) * 3 + 1) * 100 + 1
           COMPUTE WS-QTR-MONTH = WS-QTR-NUM * 3
           IF WS-QTR-MONTH = 12
               COMPUTE WS-QTR-TO = WS-QTR-YEAR * 10000 + 1231
           ELSE
               COMPUTE WS-QTR-TO = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-QTR-YEAR * 10000
                       + (WS-QTR-MONTH + 1) * 100 + 1) - 1)
           END-IF

           INITIALIZE WS-RETURN-TABLE
           INITIALIZE WS-RT-TOTALS
           INITIALIZE WS-CAUSE-TALLY
           PERFORM VARYING WS-C FROM 1 BY 1
             UNTIL WS-C > WS-CMP-COUNT
               PERFORM PARSE-COMPLAINT
               PERFORM COUNT-ONE-COMPLAINT
           END-PERFORM
           PERFORM WRITE-RETURN
           DISPLAY "COMPLAINTS: " WS-TOT-RECEIVED " received, "
                   WS-TOT-RESOLVED " resolved in " WS-QTR-YEAR "Q"
                   WS-QTR-NUM " - see COMPLAINT-RETURN.TXT".

       COUNT-ONE-COMPLAINT.
           MOVE WS-CF-CATEGORY TO WS-INPUT-CATEGORY
           PERFORM FIND-CATEGORY
           IF WS-J = 0
               MOVE WS-CAT-COUNT TO WS-J
           END-IF
           MOVE FUNCTION NUMVAL(WS-CF-RECEIVED) TO WS-RECEIVED-NUM
           IF WS-RECEIVED-NUM > WS-QTR-TO
               EXIT PARAGRAPH
           END-IF
           IF WS-RECEIVED-NUM >= WS-QTR-FROM
               ADD 1 TO WS-RT-RECEIVED(WS-J)
           END-IF
      *> Open at quarter end: received by then and not resolved by
      *> then.
           IF WS-CF-STATUS NOT = "CLOSED"
              OR FUNCTION NUMVAL(WS-CF-RESOLVED) > WS-QTR-TO
               ADD 1 TO WS-RT-OPEN(WS-J)
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(WS-CF-RESOLVED) < WS-QTR-FROM
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-RT-RESOLVED(WS-J)
           EVALUATE WS-CF-OUTCOME
               WHEN "UPHELD"
                   MOVE 1 TO WS-OUT-IX
               WHEN "PARTIAL"
                   MOVE 2 TO WS-OUT-IX
               WHEN "REJECTED"
                   MOVE 3 TO WS-OUT-IX
               WHEN OTHER
                   MOVE 4 TO WS-OUT-IX
           END-EVALUATE
           ADD 1 TO WS-RT-OUTCOME(WS-J, WS-OUT-IX)
           COMPUTE WS-DAYS-TAKEN =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-CF-RESOLVED))
             - FUNCTION INTEGER-OF-DATE(WS-RECEIVED-NUM)
           EVALUATE TRUE
               WHEN WS-DAYS-TAKEN <= 3
                   MOVE 1 TO WS-BAND-IX
               WHEN WS-DAYS-TAKEN <= 15
                   MOVE 2 TO WS-BAND-IX
               WHEN WS-DAYS-TAKEN <= 35
                   MOVE 3 TO WS-BAND-IX
               WHEN WS-DAYS-TAKEN <= 56
                   MOVE 4 TO WS-BAND-IX
               WHEN OTHER
                   MOVE 5 TO WS-BAND-IX
           END-EVALUATE
           ADD 1 TO WS-RT-BAND(WS-J, WS-BAND-IX)
           ADD WS-DAYS-TAKEN TO WS-RT-DAYS(WS-J)
           IF FUNCTION NUMVAL(WS-CF-RESOLVED)
              <= FUNCTION NUMVAL(WS-CF-FINAL-DUE)
               ADD 1 TO WS-RT-IN-TIME(WS-J)
           END-IF
           ADD FUNCTION NUMVAL(WS-CF-REDRESS) TO WS-RT-REDRESS(WS-J)
           MOVE WS-CF-CAUSE TO WS-INPUT-CAUSE
           PERFORM FIND-CAUSE
           IF WS-J > 0
               ADD 1 TO WS-CAUSE-RESOLVED(WS-J)
           END-IF.

       WRITE-RETURN.
           MOVE "COMPLAINT-RETURN.TXT" TO WS-REPORT-NAME
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-REC
           STRING "COMPLAINTS RETURN  " WS-QTR-YEAR "Q" WS-QTR-NUM
                  "  (" WS-QTR-FROM " to " WS-QTR-TO ")  run "
                  WS-TODAY
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE WS-DIVIDER TO REPORT-REC
           WRITE REPORT-REC

           MOVE "CATEGORY             RECVD RESLV  OPEN UPHLD PARTL "
             & "REJCT WDRWN IN-TIME AVG-DAYS"
               TO REPORT-REC
           WRITE REPORT-REC
           PERFORM VARYING WS-J FROM 1 BY 1
             UNTIL WS-J > WS-CAT-COUNT
               PERFORM WRITE-CATEGORY-LINE
               ADD WS-RT-RECEIVED(WS-J) TO WS-TOT-RECEIVED
               ADD WS-RT-RESOLVED(WS-J) TO WS-TOT-RESOLVED
               ADD WS-RT-OPEN(WS-J) TO WS-TOT-OPEN
               ADD WS-RT-IN-TIME(WS-J) TO WS-TOT-IN-TIME
               ADD WS-RT-DAYS(WS-J) TO WS-TOT-DAYS
               ADD WS-RT-REDRESS(WS-J) TO WS-TOT-REDRESS
               PERFORM VARYING WS-OUT-IX FROM 1 BY 1
                 UNTIL WS-OUT-IX > 4
                   ADD WS-RT-OUTCOME(WS-J, WS-OUT-IX)
                       TO WS-TOT-OUTCOME(WS-OUT-IX)
               END-PERFORM
               PERFORM VARYING WS-BAND-IX FROM 1 BY 1
                 UNTIL WS-BAND-IX > 5
                   ADD WS-RT-BAND(WS-J, WS-BAND-IX)
                       TO WS-TOT-BAND(WS-BAND-IX)
               END-PERFORM
           END-PERFORM
           MOVE WS-DIVIDER TO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-TOT-RECEIVED TO WS-DISP-C1
           MOVE WS-TOT-RESOLVED TO WS-DISP-C2
           MOVE WS-TOT-OPEN TO WS-DISP-C3
           MOVE WS-TOT-IN-TIME TO WS-DISP-CNT
           MOVE 0 TO WS-AVG-DAYS
           IF WS-TOT-RESOLVED > 0
               COMPUTE WS-AVG-DAYS ROUNDED =
                   WS-TOT-DAYS / WS-TOT-RESOLVED
           END-IF
           MOVE WS-AVG-DAYS TO WS-DISP-AVG
           MOVE WS-TOT-OUTCOME(1) TO WS-DISP-C4
           MOVE WS-TOT-OUTCOME(2) TO WS-DISP-C5
           MOVE WS-TOT-OUTCOME(3) TO WS-DISP-C6
           MOVE SPACES TO REPORT-REC
           STRING "TOTAL                "
                  WS-DISP-C1 " " WS-DISP-C2 " " WS-DISP-C3 " "
                  WS-DISP-C4 " " WS-DISP-C5 " " WS-DISP-C6 " "
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           MOVE WS-TOT-OUTCOME(4) TO WS-DISP-C1
           STRING WS-DISP-C1 "   " WS-DISP-CNT "   " WS-DISP-AVG
               DELIMITED BY SIZE INTO REPORT-REC(58:35)
           END-STRING
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "DAYS TO RESOLVE        0-3  4-15 16-35 36-56   56+"
               TO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-TOT-BAND(1) TO WS-DISP-C1
           MOVE WS-TOT-BAND(2) TO WS-DISP-C2
           MOVE WS-TOT-BAND(3) TO WS-DISP-C3
           MOVE WS-TOT-BAND(4) TO WS-DISP-C4
           MOVE WS-TOT-BAND(5) TO WS-DISP-C5
           MOVE SPACES TO REPORT-REC
           STRING "Complaints resolved  "
                  WS-DISP-C1 " " WS-DISP-C2 " " WS-DISP-C3 " "
                  WS-DISP-C4 " " WS-DISP-C5
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "ROOT CAUSE OF RESOLVED COMPLAINTS" TO REPORT-REC
           WRITE REPORT-REC
           PERFORM VARYING WS-J FROM 1 BY 1
             UNTIL WS-J > WS-CAUSE-COUNT
               MOVE WS-CAUSE-RESOLVED(WS-J) TO WS-DISP-CNT
               MOVE SPACES TO REPORT-REC
               STRING "  " WS-CAUSE-CODE(WS-J) " "
                      WS-CAUSE-DESC(WS-J) " " WS-DISP-CNT
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-PERFORM

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-TOT-REDRESS TO WS-DISP-AMT
           MOVE SPACES TO REPORT-REC
           STRING "Redress paid on complaints resolved: " WS-DISP-AMT
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           CLOSE REPORT-FILE.

       WRITE-CATEGORY-LINE.
           MOVE WS-RT-RECEIVED(WS-J) TO WS-DISP-C1
           MOVE WS-RT-RESOLVED(WS-J) TO WS-DISP-C2
           MOVE WS-RT-OPEN(WS-J) TO WS-DISP-C3
           MOVE WS-RT-OUTCOME(WS-J, 1) TO WS-DISP-C4
           MOVE WS-RT-OUTCOME(WS-J, 2) TO WS-DISP-C5
           MOVE WS-RT-OUTCOME(WS-J, 3) TO WS-DISP-C6
           MOVE WS-RT-IN-TIME(WS-J) TO WS-DISP-CNT
           MOVE 0 TO WS-AVG-DAYS
           IF WS-RT-RESOLVED(WS-J) > 0
               COMPUTE WS-AVG-DAYS ROUNDED =
                   WS-RT-DAYS(WS-J) / WS-RT-RESOLVED(WS-J)
           END-IF
           MOVE WS-AVG-DAYS TO WS-DISP-AVG
           MOVE SPACES TO REPORT-REC
           STRING WS-CAT-DESC(WS-J) " "
                  WS-DISP-C1 " " WS-DISP-C2 " " WS-DISP-C3 " "
                  WS-DISP-C4 " " WS-DISP-C5 " " WS-DISP-C6 " "
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           MOVE WS-RT-OUTCOME(WS-J, 4) TO WS-DISP-C1
           STRING WS-DISP-C1 "   " WS-DISP-CNT "   " WS-DISP-AVG
               DELIMITED BY SIZE INTO REPORT-REC(58:35)
           END-STRING
           WRITE REPORT-REC.
