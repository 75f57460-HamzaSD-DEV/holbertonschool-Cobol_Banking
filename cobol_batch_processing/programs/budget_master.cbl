       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGET-MASTER.

      *> Maintenance for the annual profit and loss plan that
      *> BUDGET-VARIANCE measures the ledger against. GL-BUDGET.DAT
      *> holds one line per plan year, version, GL account and
      *> branch with the twelve monthly amounts in natural sign
      *> (income as earned, expense as spent):
      *>   YEAR,VERSION,GL-ACCT,BRANCH,M01,...,M12
      *> Every version is a complete plan and no version is ever
      *> rewritten. (L)oad takes finance's plan from
      *> BUDGET-LOAD.DAT ("GL-ACCT,BRANCH,M01,...,M12") as the next
      *> version for the year; (R)evise copies the latest version
      *> with one month's figure changed as a further version; and
      *> BUDGET-VERSIONS.DAT ("YEAR,VERSION,DATE,OPERATOR,LINES,
      *> DESCRIPTION") records who made each one, listed by
      *> (V)ersions. Accounts must be income (4xxx) or expense
      *> (5xxx) accounts GLCHART.DAT knows, and branches must be on
      *> BRANCHES.DAT. A load with any bad line is refused whole.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-FILE ASSIGN TO "GL-BUDGET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BUD.
           SELECT VERSION-FILE ASSIGN TO "BUDGET-VERSIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-VER.
           SELECT LOAD-FILE ASSIGN TO "BUDGET-LOAD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOAD.
           SELECT CHART-FILE ASSIGN TO "GLCHART.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CHART.
           SELECT BRANCH-FILE ASSIGN TO "BRANCHES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BRANCH.

       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-FILE.
       01  BUDGET-RECORD          PIC X(180).

       FD  VERSION-FILE.
       01  VERSION-RECORD         PIC X(80).

       FD  LOAD-FILE.
       01  LOAD-RECORD            PIC X(200).

       FD  CHART-FILE.
       01  CHART-RECORD           PIC X(40).

       FD  BRANCH-FILE.
       01  BRANCH-RECORD          PIC X(40).

       WORKING-STORAGE SECTION.
       77  WS-FS-BUD              PIC XX.
       77  WS-FS-VER              PIC XX.
       77  WS-FS-LOAD             PIC XX.
       77  WS-FS-CHART            PIC XX.
       77  WS-FS-BRANCH           PIC XX.
       77  WS-EOF                 PIC X VALUE 'N'.
       77  WS-MODE                PIC X.
       77  WS-OPERATOR            PIC X(8).
       77  WS-BUSINESS-DATE       PIC 9(8).
       77  WS-I                   PIC 9(3).
       77  WS-M                   PIC 99.
       77  WS-P                   PIC 9(4).
       77  WS-POS                 PIC 9(3).
       77  WS-GL-COUNT            PIC 9(3) VALUE 0.
       77  WS-BRANCH-COUNT        PIC 9(3) VALUE 0.
       77  WS-GL-FOUND            PIC X.
       77  WS-BRANCH-FOUND        PIC X.
       77  WS-ERROR-COUNT         PIC 9(4) VALUE 0.
       77  WS-LOAD-LINE-NO        PIC 9(4) VALUE 0.

      *> Postable P&L accounts from GLCHART.DAT and the branch
      *> master, for validating plan lines.
       01  WS-GL-LIST.
           05  WS-GL-CODE OCCURS 100 TIMES PIC X(4).
       01  WS-BRANCH-LIST.
           05  WS-BR-CODE OCCURS 50 TIMES PIC X(3).

       01  WS-CHART-FIELDS.
           05  WS-CH-TYPE         PIC X(10).
           05  WS-CH-DEBIT        PIC X(4).
           05  WS-CH-CREDIT       PIC X(4).

      *> One plan version held whole while it is built.
       01  WS-PLAN-TABLE.
           05  WS-PL-ENTRY OCCURS 500 TIMES.
               10  WS-PL-ACCT     PIC X(4).
               10  WS-PL-BRANCH   PIC X(3).
               10  WS-PL-AMT      PIC 9(9)V99 OCCURS 12 TIMES.
       01  WS-PLAN-COUNT          PIC 9(4) VALUE 0.

       01  WS-BUD-FIELDS.
           05  WS-BF-YEAR         PIC X(4).
           05  WS-BF-VER          PIC X(2).
           05  WS-BF-ACCT         PIC X(4).
           05  WS-BF-BRANCH       PIC X(3).
           05  WS-BF-AMT          PIC X(14) OCCURS 12 TIMES.

       01  WS-VER-FIELDS.
           05  WS-VF-YEAR         PIC X(4).
           05  WS-VF-VER          PIC X(2).
           05  WS-VF-DATE         PIC X(8).
           05  WS-VF-OPERATOR     PIC X(8).
           05  WS-VF-LINES        PIC X(4).
           05  WS-VF-DESC         PIC X(30).

       01  WS-YEAR-IN             PIC X(4).
       01  WS-ACCT-IN             PIC X(4).
       01  WS-BRANCH-IN           PIC X(3).
       01  WS-MONTH-IN            PIC X(2).
       01  WS-AMT-IN              PIC X(14).
       01  WS-DESC-IN             PIC X(30).
       01  WS-AMT-NUM             PIC 9(9)V99.
       01  WS-LATEST-VER          PIC 99 VALUE 0.
       01  WS-NEW-VER             PIC 99.
       01  WS-AMT-OUT             PIC 9(9).99.
       01  WS-PLAN-TOTAL          PIC 9(11)V99.
       01  WS-TOTAL-DISP          PIC Z(10)9.99.
       01  WS-AMT-DISP            PIC Z(8)9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "GET-BUSINESS-DATE" USING WS-BUSINESS-DATE
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "OPERATOR_ID"
           IF WS-OPERATOR = SPACES
               DISPLAY "Operator ID: " WITH NO ADVANCING
               ACCEPT WS-OPERATOR
           END-IF
           DISPLAY "BUDGET-MASTER: (L)oad plan, (R)evise line, "
                   "(V)ersions: " WITH NO ADVANCING
           ACCEPT WS-MODE
           EVALUATE FUNCTION UPPER-CASE(WS-MODE)
               WHEN "L"
                   PERFORM LOAD-PLAN
               WHEN "R"
                   PERFORM REVISE-LINE
               WHEN "V"
                   PERFORM LIST-VERSIONS
               WHEN OTHER
                   DISPLAY "Invalid selection."
           END-EVALUATE
           STOP RUN.

      *> ---------------------------------------------------------
      *> Loading a new plan
      *> ---------------------------------------------------------
       LOAD-PLAN.
           PERFORM ACCEPT-PLAN-YEAR
           IF WS-YEAR-IN = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-CHART-ACCOUNTS
           PERFORM LOAD-BRANCHES
           OPEN INPUT LOAD-FILE
           IF WS-FS-LOAD NOT = "00"
               DISPLAY "BUDGET-MASTER: ERROR - cannot open "
                       "BUDGET-LOAD.DAT. Status: " WS-FS-LOAD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO WS-PLAN-COUNT
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ LOAD-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LOAD-LINE-NO
                       IF LOAD-RECORD NOT = SPACES
                           PERFORM LOAD-ONE-PLAN-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOAD-FILE

           IF WS-ERROR-COUNT > 0
               DISPLAY "BUDGET-MASTER: " WS-ERROR-COUNT
                       " line(s) in error - plan not loaded."
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-PLAN-COUNT = 0
               DISPLAY "BUDGET-MASTER: BUDGET-LOAD.DAT is empty - "
                       "plan not loaded."
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Version description: " WITH NO ADVANCING
           ACCEPT WS-DESC-IN
           PERFORM WRITE-NEW-VERSION.

       LOAD-ONE-PLAN-LINE.
           MOVE SPACES TO WS-BUD-FIELDS
           UNSTRING LOAD-RECORD DELIMITED BY ','
               INTO WS-BF-ACCT WS-BF-BRANCH
                    WS-BF-AMT(1) WS-BF-AMT(2) WS-BF-AMT(3)
                    WS-BF-AMT(4) WS-BF-AMT(5) WS-BF-AMT(6)
                    WS-BF-AMT(7) WS-BF-AMT(8) WS-BF-AMT(9)
                    WS-BF-AMT(10) WS-BF-AMT(11) WS-BF-AMT(12)
           END-UNSTRING
           MOVE WS-BF-ACCT TO WS-ACCT-IN
           MOVE FUNCTION UPPER-CASE(WS-BF-BRANCH) TO WS-BRANCH-IN
           PERFORM VALIDATE-ACCT-BRANCH
           IF WS-GL-FOUND NOT = 'Y' OR WS-BRANCH-FOUND NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-PLAN-LINE
           IF WS-P <= WS-PLAN-COUNT
               DISPLAY "  line " WS-LOAD-LINE-NO ": " WS-ACCT-IN
                       "/" WS-BRANCH-IN " appears twice"
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-PLAN-COUNT >= 500
               DISPLAY "BUDGET-MASTER: ERROR - plan table full at "
                       "500 lines; nothing loaded"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-PLAN-COUNT
           MOVE WS-PLAN-COUNT TO WS-P
           MOVE WS-ACCT-IN TO WS-PL-ACCT(WS-P)
           MOVE WS-BRANCH-IN TO WS-PL-BRANCH(WS-P)
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 12
               IF WS-BF-AMT(WS-M) = SPACES
                   MOVE 0 TO WS-PL-AMT(WS-P, WS-M)
               ELSE
                   IF FUNCTION TEST-NUMVAL(WS-BF-AMT(WS-M)) NOT = 0
                       DISPLAY "  line " WS-LOAD-LINE-NO ": month "
                               WS-M " amount is not a number"
                       ADD 1 TO WS-ERROR-COUNT
                   ELSE
                       COMPUTE WS-PL-AMT(WS-P, WS-M) =
                           FUNCTION NUMVAL(WS-BF-AMT(WS-M))
                   END-IF
               END-IF
           END-PERFORM.

       VALIDATE-ACCT-BRANCH.
           PERFORM CHECK-GL-ACCOUNT
           IF WS-GL-FOUND NOT = 'Y'
               DISPLAY "  line " WS-LOAD-LINE-NO ": " WS-ACCT-IN
                       " is not an income or expense account on "
                       "GLCHART.DAT"
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           PERFORM CHECK-BRANCH
           IF WS-BRANCH-FOUND NOT = 'Y'
               DISPLAY "  line " WS-LOAD-LINE-NO ": branch "
                       WS-BRANCH-IN " is not on BRANCHES.DAT"
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

       FIND-PLAN-LINE.
           PERFORM VARYING WS-P FROM 1 BY 1
             UNTIL WS-P > WS-PLAN-COUNT
               IF WS-PL-ACCT(WS-P) = WS-ACCT-IN
                  AND WS-PL-BRANCH(WS-P) = WS-BRANCH-IN
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> ---------------------------------------------------------
      *> Revising one figure
      *> ---------------------------------------------------------
       REVISE-LINE.
           PERFORM ACCEPT-PLAN-YEAR
           IF WS-YEAR-IN = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-LATEST-VERSION
           IF WS-LATEST-VER = 0
               DISPLAY "No plan loaded for " WS-YEAR-IN
                       " - load one first."
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-CHART-ACCOUNTS
           PERFORM LOAD-BRANCHES
           PERFORM READ-LATEST-PLAN

           DISPLAY "GL account: " WITH NO ADVANCING
           ACCEPT WS-ACCT-IN
           DISPLAY "Branch: " WITH NO ADVANCING
           ACCEPT WS-BRANCH-IN
           MOVE FUNCTION UPPER-CASE(WS-BRANCH-IN) TO WS-BRANCH-IN
           PERFORM CHECK-GL-ACCOUNT
           IF WS-GL-FOUND NOT = 'Y'
               DISPLAY WS-ACCT-IN " is not an income or expense "
                       "account on GLCHART.DAT - nothing revised."
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-BRANCH
           IF WS-BRANCH-FOUND NOT = 'Y'
               DISPLAY "Branch " WS-BRANCH-IN " is not on "
                       "BRANCHES.DAT - nothing revised."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Month (01-12): " WITH NO ADVANCING
           ACCEPT WS-MONTH-IN
           IF WS-MONTH-IN IS NOT NUMERIC
              OR WS-MONTH-IN < "01" OR WS-MONTH-IN > "12"
               DISPLAY "Month must be 01 to 12 - nothing revised."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MONTH-IN TO WS-M
           DISPLAY "New amount: " WITH NO ADVANCING
           ACCEPT WS-AMT-IN
           IF FUNCTION TEST-NUMVAL(WS-AMT-IN) NOT = 0
               DISPLAY "Amount is not a number - nothing revised."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AMT-NUM = FUNCTION NUMVAL(WS-AMT-IN)

           PERFORM FIND-PLAN-LINE
           IF WS-P > WS-PLAN-COUNT
               IF WS-PLAN-COUNT >= 500
                   DISPLAY "BUDGET-MASTER: ERROR - plan table full "
                           "at 500 lines; nothing revised"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-PLAN-COUNT
               MOVE WS-PLAN-COUNT TO WS-P
               MOVE WS-ACCT-IN TO WS-PL-ACCT(WS-P)
               MOVE WS-BRANCH-IN TO WS-PL-BRANCH(WS-P)
               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 12
                   MOVE 0 TO WS-PL-AMT(WS-P, WS-I)
               END-PERFORM
           END-IF
           MOVE WS-PL-AMT(WS-P, WS-M) TO WS-AMT-DISP
           DISPLAY "Was " WS-AMT-DISP
           MOVE WS-AMT-NUM TO WS-PL-AMT(WS-P, WS-M)
           DISPLAY "Reason for revision: " WITH NO ADVANCING
           ACCEPT WS-DESC-IN
           PERFORM WRITE-NEW-VERSION.

       READ-LATEST-PLAN.
           MOVE 0 TO WS-PLAN-COUNT
           OPEN INPUT BUDGET-FILE
           IF WS-FS-BUD NOT = "00"
               DISPLAY "BUDGET-MASTER: ERROR - cannot open "
                       "GL-BUDGET.DAT. Status: " WS-FS-BUD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ BUDGET-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM READ-ONE-PLAN-LINE
               END-READ
           END-PERFORM
           CLOSE BUDGET-FILE.

       READ-ONE-PLAN-LINE.
           MOVE SPACES TO WS-BUD-FIELDS
           UNSTRING BUDGET-RECORD DELIMITED BY ','
               INTO WS-BF-YEAR WS-BF-VER WS-BF-ACCT WS-BF-BRANCH
                    WS-BF-AMT(1) WS-BF-AMT(2) WS-BF-AMT(3)
                    WS-BF-AMT(4) WS-BF-AMT(5) WS-BF-AMT(6)
                    WS-BF-AMT(7) WS-BF-AMT(8) WS-BF-AMT(9)
                    WS-BF-AMT(10) WS-BF-AMT(11) WS-BF-AMT(12)
           END-UNSTRING
           IF WS-BF-YEAR NOT = WS-YEAR-IN
              OR WS-BF-VER NOT = WS-LATEST-VER
               EXIT PARAGRAPH
           END-IF
           IF WS-PLAN-COUNT >= 500
               DISPLAY "BUDGET-MASTER: ERROR - plan table full at "
                       "500 lines; nothing revised"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-PLAN-COUNT
           MOVE WS-PLAN-COUNT TO WS-P
           MOVE WS-BF-ACCT TO WS-PL-ACCT(WS-P)
           MOVE WS-BF-BRANCH TO WS-PL-BRANCH(WS-P)
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 12
               COMPUTE WS-PL-AMT(WS-P, WS-M) =
                   FUNCTION NUMVAL(WS-BF-AMT(WS-M))
           END-PERFORM.

      *> ---------------------------------------------------------
      *> Versions
      *> ---------------------------------------------------------
       ACCEPT-PLAN-YEAR.
           DISPLAY "Plan year (YYYY): " WITH NO ADVANCING
           ACCEPT WS-YEAR-IN
           IF WS-YEAR-IN IS NOT NUMERIC
               DISPLAY "Year must be YYYY."
               MOVE SPACES TO WS-YEAR-IN
           END-IF.

       FIND-LATEST-VERSION.
           MOVE 0 TO WS-LATEST-VER
           OPEN INPUT VERSION-FILE
           IF WS-FS-VER NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ VERSION-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-VER-FIELDS
                       UNSTRING VERSION-RECORD DELIMITED BY ','
                           INTO WS-VF-YEAR WS-VF-VER
                       END-UNSTRING
                       IF WS-VF-YEAR = WS-YEAR-IN
                          AND WS-VF-VER IS NUMERIC
                          AND WS-VF-VER > WS-LATEST-VER
                           MOVE WS-VF-VER TO WS-LATEST-VER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VERSION-FILE.

      *> Appends the plan in storage as the year's next version and
      *> records it on the version log.
       WRITE-NEW-VERSION.
           PERFORM FIND-LATEST-VERSION
           IF WS-LATEST-VER >= 99
               DISPLAY "BUDGET-MASTER: ERROR - " WS-YEAR-IN
                       " already has 99 versions"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-NEW-VER = WS-LATEST-VER + 1
           OPEN EXTEND BUDGET-FILE
           IF WS-FS-BUD = "35"
               CLOSE BUDGET-FILE
               OPEN OUTPUT BUDGET-FILE
           END-IF
           IF WS-FS-BUD NOT = "00"
               DISPLAY "BUDGET-MASTER: ERROR - cannot open "
                       "GL-BUDGET.DAT. Status: " WS-FS-BUD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO WS-PLAN-TOTAL
           PERFORM VARYING WS-P FROM 1 BY 1
             UNTIL WS-P > WS-PLAN-COUNT
               PERFORM WRITE-ONE-PLAN-LINE
           END-PERFORM
           CLOSE BUDGET-FILE

           OPEN EXTEND VERSION-FILE
           IF WS-FS-VER = "35"
               CLOSE VERSION-FILE
               OPEN OUTPUT VERSION-FILE
           END-IF
           INSPECT WS-DESC-IN REPLACING ALL "," BY " "
           MOVE WS-PLAN-COUNT TO WS-VF-LINES
           MOVE SPACES TO VERSION-RECORD
           STRING WS-YEAR-IN "," WS-NEW-VER "," WS-BUSINESS-DATE ","
                  FUNCTION TRIM(WS-OPERATOR) "," WS-VF-LINES ","
                  FUNCTION TRIM(WS-DESC-IN)
               DELIMITED BY SIZE INTO VERSION-RECORD
           END-STRING
           WRITE VERSION-RECORD
           CLOSE VERSION-FILE
           MOVE WS-PLAN-TOTAL TO WS-TOTAL-DISP
           DISPLAY "BUDGET-MASTER: " WS-YEAR-IN " plan version "
                   WS-NEW-VER " saved - " WS-PLAN-COUNT
                   " lines, annual total " WS-TOTAL-DISP.

       WRITE-ONE-PLAN-LINE.
           MOVE SPACES TO BUDGET-RECORD
           STRING WS-YEAR-IN "," WS-NEW-VER ","
                  WS-PL-ACCT(WS-P) "," WS-PL-BRANCH(WS-P)
               DELIMITED BY SIZE INTO BUDGET-RECORD
           END-STRING
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 12
               COMPUTE WS-POS = 17 + (WS-M - 1) * 13
               MOVE "," TO BUDGET-RECORD(WS-POS:1)
               MOVE WS-PL-AMT(WS-P, WS-M) TO WS-AMT-OUT
               MOVE WS-AMT-OUT TO BUDGET-RECORD(WS-POS + 1:12)
               ADD WS-PL-AMT(WS-P, WS-M) TO WS-PLAN-TOTAL
           END-PERFORM
           WRITE BUDGET-RECORD.

       LIST-VERSIONS.
           OPEN INPUT VERSION-FILE
           IF WS-FS-VER NOT = "00"
               DISPLAY "No plan versions on file."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "YEAR VER DATE     OPERATOR LINES DESCRIPTION"
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ VERSION-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-VER-FIELDS
                       UNSTRING VERSION-RECORD DELIMITED BY ','
                           INTO WS-VF-YEAR WS-VF-VER WS-VF-DATE
                                WS-VF-OPERATOR WS-VF-LINES
                                WS-VF-DESC
                       END-UNSTRING
                       DISPLAY WS-VF-YEAR " " WS-VF-VER "  "
                               WS-VF-DATE " " WS-VF-OPERATOR " "
                               WS-VF-LINES "  " WS-VF-DESC
               END-READ
           END-PERFORM
           CLOSE VERSION-FILE.

      *> ---------------------------------------------------------
      *> Reference data
      *> ---------------------------------------------------------
       CHECK-GL-ACCOUNT.
           MOVE 'N' TO WS-GL-FOUND
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-GL-COUNT
               IF WS-GL-CODE(WS-I) = WS-ACCT-IN
                   MOVE 'Y' TO WS-GL-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOAD-CHART-ACCOUNTS.
           OPEN INPUT CHART-FILE
           IF WS-FS-CHART NOT = "00"
               DISPLAY "BUDGET-MASTER: ERROR - cannot open "
                       "GLCHART.DAT. Status: " WS-FS-CHART
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CHART-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       UNSTRING CHART-RECORD DELIMITED BY ','
                           INTO WS-CH-TYPE WS-CH-DEBIT WS-CH-CREDIT
                       END-UNSTRING
                       MOVE WS-CH-DEBIT TO WS-ACCT-IN
                       PERFORM NOTE-GL-ACCOUNT
                       MOVE WS-CH-CREDIT TO WS-ACCT-IN
                       PERFORM NOTE-GL-ACCOUNT
               END-READ
           END-PERFORM
           CLOSE CHART-FILE.

       NOTE-GL-ACCOUNT.
           IF WS-ACCT-IN(1:1) NOT = "4" AND WS-ACCT-IN(1:1) NOT = "5"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-GL-ACCOUNT
           IF WS-GL-FOUND = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-GL-COUNT >= 100
               DISPLAY "BUDGET-MASTER: WARNING - GL account "
                       "table full at 100"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-GL-COUNT
           MOVE WS-ACCT-IN TO WS-GL-CODE(WS-GL-COUNT).

       CHECK-BRANCH.
           MOVE 'N' TO WS-BRANCH-FOUND
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-BRANCH-COUNT
               IF WS-BR-CODE(WS-I) = WS-BRANCH-IN
                   MOVE 'Y' TO WS-BRANCH-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOAD-BRANCHES.
           OPEN INPUT BRANCH-FILE
           IF WS-FS-BRANCH NOT = "00"
               DISPLAY "BUDGET-MASTER: ERROR - cannot open "
                       "BRANCHES.DAT. Status: " WS-FS-BRANCH
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ BRANCH-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-BRANCH-COUNT < 50
                          AND BRANCH-RECORD(1:3) NOT = SPACES
                           ADD 1 TO WS-BRANCH-COUNT
                           MOVE BRANCH-RECORD(1:3)
                               TO WS-BR-CODE(WS-BRANCH-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BRANCH-FILE.
