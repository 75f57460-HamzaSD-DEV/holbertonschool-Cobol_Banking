       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGET-VARIANCE.

      *> Monthly budget-versus-actual report. Actuals are the income
      *> (4xxx) and expense (5xxx) postings on GLMASTER.DAT, netted
      *> per branch and GL account the way BRANCH-PNL nets them
      *> (branch from columns 53-55, "***" where none) and turned to
      *> natural sign - income credits less debits, expense debits
      *> less credits. The plan is the latest version of the year on
      *> GL-BUDGET.DAT (kept by BUDGET-MASTER) unless PARAMETERS.DAT
      *> names one in BUDGET_VERSION. For the business date's month
      *> and for the year to date each line shows actual, budget,
      *> variance (actual less budget) and variance as a percentage
      *> of budget; a line whose variance in either period is more
      *> than BUDGET_TOLERANCE_PCT (default 10) percent of budget,
      *> or that has actuals with no budget at all, is flagged and
      *> the run ends RC 4. Each branch rolls up to total income,
      *> total expense and net income, and the bank totals follow.
      *> Output is BUDGET-VARIANCE.TXT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-FILE ASSIGN TO "GL-BUDGET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BUD.
           SELECT VERSION-FILE ASSIGN TO "BUDGET-VERSIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-VER.
           SELECT GL-MASTER-FILE ASSIGN TO "GLMASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GLM.
           SELECT REPORT-FILE ASSIGN TO "BUDGET-VARIANCE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REP.

       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-FILE.
       01  BUDGET-RECORD          PIC X(180).

       FD  VERSION-FILE.
       01  VERSION-RECORD         PIC X(80).

       FD  GL-MASTER-FILE.
       01  GL-MASTER-RECORD       PIC X(80).

       FD  REPORT-FILE.
       01  REPORT-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-FS-BUD              PIC XX.
       77  WS-FS-VER              PIC XX.
       77  WS-FS-GLM              PIC XX.
       77  WS-FS-REP              PIC XX.
       77  WS-EOF                 PIC X VALUE 'N'.
       77  WS-I                   PIC 9(3).
       77  WS-B                   PIC 9(3).
       77  WS-M                   PIC 99.
       77  WS-CELL-COUNT          PIC 9(3) VALUE 0.
       77  WS-BRANCH-COUNT        PIC 9(2) VALUE 0.
       77  WS-FLAG-COUNT          PIC 9(4) VALUE 0.
       77  WS-BUSINESS-DATE       PIC 9(8).
       77  WS-PARAM-NAME          PIC X(24).
       77  WS-PARAM-VALUE         PIC X(12).
       77  WS-PARAM-FOUND         PIC X.
       77  WS-DIVIDER             PIC X(120) VALUE ALL "-".

       01  WS-REPORT-YEAR         PIC X(4).
       01  WS-REPORT-MONTH        PIC 99.
       01  WS-PLAN-VER            PIC 99 VALUE 0.
       01  WS-TOLERANCE           PIC 9(3)V99 VALUE 10.

      *> One cell per branch/GL-account pair, natural sign.
       01  WS-VAR-TABLE.
           05  WS-VAR-ENTRY OCCURS 300 TIMES.
               10  WS-VC-BRANCH       PIC X(3).
               10  WS-VC-ACCT         PIC X(4).
               10  WS-VC-M-ACT        PIC S9(11)V99.
               10  WS-VC-M-BUD        PIC S9(11)V99.
               10  WS-VC-Y-ACT        PIC S9(11)V99.
               10  WS-VC-Y-BUD        PIC S9(11)V99.

       01  WS-BRANCH-LIST.
           05  WS-BR-CODE OCCURS 20 TIMES PIC X(3).

       01  WS-BUD-FIELDS.
           05  WS-BF-YEAR         PIC X(4).
           05  WS-BF-VER          PIC X(2).
           05  WS-BF-ACCT         PIC X(4).
           05  WS-BF-BRANCH       PIC X(3).
           05  WS-BF-AMT          PIC X(14) OCCURS 12 TIMES.
       01  WS-VF-YEAR             PIC X(4).
       01  WS-VF-VER              PIC X(2).

       01  WS-JRNL-ACCT           PIC X(4).
       01  WS-JRNL-DRCR           PIC XX.
       01  WS-JRNL-AMT            PIC S9(9)V99.
       01  WS-JRNL-DATE           PIC X(8).
       01  WS-JRNL-BRANCH         PIC X(3).
       01  WS-JRNL-MONTH          PIC 99.
       01  WS-BUD-AMT             PIC S9(11)V99.

      *> The line being printed and its section and bank totals:
      *> month actual, month budget, YTD actual, YTD budget.
       01  WS-ROW.
           05  WS-ROW-M-ACT       PIC S9(11)V99.
           05  WS-ROW-M-BUD       PIC S9(11)V99.
           05  WS-ROW-Y-ACT       PIC S9(11)V99.
           05  WS-ROW-Y-BUD       PIC S9(11)V99.
       01  WS-ROW-AMTS REDEFINES WS-ROW.
           05  WS-RA-AMT          PIC S9(11)V99 OCCURS 4 TIMES.
       01  WS-ROW-LABEL           PIC X(20).
       01  WS-SEC-INCOME.
           05  WS-SI-AMT          PIC S9(11)V99 OCCURS 4 TIMES.
       01  WS-SEC-EXPENSE.
           05  WS-SE-AMT          PIC S9(11)V99 OCCURS 4 TIMES.
       01  WS-ALL-INCOME.
           05  WS-AI-AMT          PIC S9(11)V99 OCCURS 4 TIMES.
       01  WS-ALL-EXPENSE.
           05  WS-AE-AMT          PIC S9(11)V99 OCCURS 4 TIMES.
       01  WS-K                   PIC 9.

       01  WS-CUR-BRANCH          PIC X(3).
       01  WS-CUR-CLASS           PIC X.
       01  WS-PER-ACT             PIC S9(11)V99.
       01  WS-PER-BUD             PIC S9(11)V99.
       01  WS-VARIANCE            PIC S9(11)V99.
       01  WS-VAR-PCT             PIC S9(7)V9.
       01  WS-ABS-PCT             PIC 9(7)V9.
       01  WS-ROW-FLAG            PIC X.
       01  WS-AMT-DISP            PIC -(9)9.99.
       01  WS-PCT-DISP            PIC -(4)9.9.
       01  WS-COL                 PIC 9(3).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "BUDGET-VARIANCE: comparing actuals to plan..."
           CALL "GET-BUSINESS-DATE" USING WS-BUSINESS-DATE
           MOVE WS-BUSINESS-DATE(1:4) TO WS-REPORT-YEAR
           MOVE WS-BUSINESS-DATE(5:2) TO WS-REPORT-MONTH
           PERFORM LOAD-PARAMETERS

           IF WS-PLAN-VER = 0
               PERFORM FIND-LATEST-VERSION
           END-IF
           IF WS-PLAN-VER = 0
               DISPLAY "BUDGET-VARIANCE: WARNING - no plan loaded "
                       "for " WS-REPORT-YEAR "; every line is "
                       "unbudgeted"
           ELSE
               PERFORM LOAD-THE-PLAN
           END-IF
           PERFORM TALLY-THE-JOURNAL
           PERFORM WRITE-THE-REPORT

           DISPLAY "BUDGET-VARIANCE: " WS-REPORT-YEAR "/"
                   WS-REPORT-MONTH " against plan version "
                   WS-PLAN-VER " - " WS-FLAG-COUNT
                   " line(s) outside tolerance"
           DISPLAY "BUDGET-VARIANCE: see BUDGET-VARIANCE.TXT"
           IF WS-FLAG-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-PARAMETERS.
           MOVE "BUDGET_TOLERANCE_PCT" TO WS-PARAM-NAME
           CALL "GET-PARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y'
               COMPUTE WS-TOLERANCE = FUNCTION NUMVAL(WS-PARAM-VALUE)
           END-IF
           MOVE "BUDGET_VERSION" TO WS-PARAM-NAME
           CALL "GET-PARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y'
               COMPUTE WS-PLAN-VER = FUNCTION NUMVAL(WS-PARAM-VALUE)
           END-IF.

       FIND-LATEST-VERSION.
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
                       MOVE SPACES TO WS-VF-YEAR WS-VF-VER
                       UNSTRING VERSION-RECORD DELIMITED BY ','
                           INTO WS-VF-YEAR WS-VF-VER
                       END-UNSTRING
                       IF WS-VF-YEAR = WS-REPORT-YEAR
                          AND WS-VF-VER IS NUMERIC
                          AND WS-VF-VER > WS-PLAN-VER
                           MOVE WS-VF-VER TO WS-PLAN-VER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VERSION-FILE.

      *> ---------------------------------------------------------
      *> Plan and actuals into the cell table
      *> ---------------------------------------------------------
       LOAD-THE-PLAN.
           OPEN INPUT BUDGET-FILE
           IF WS-FS-BUD NOT = "00"
               DISPLAY "BUDGET-VARIANCE: ERROR - cannot open "
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
                       PERFORM LOAD-ONE-PLAN-LINE
               END-READ
           END-PERFORM
           CLOSE BUDGET-FILE.

       LOAD-ONE-PLAN-LINE.
           MOVE SPACES TO WS-BUD-FIELDS
           UNSTRING BUDGET-RECORD DELIMITED BY ','
               INTO WS-BF-YEAR WS-BF-VER WS-BF-ACCT WS-BF-BRANCH
                    WS-BF-AMT(1) WS-BF-AMT(2) WS-BF-AMT(3)
                    WS-BF-AMT(4) WS-BF-AMT(5) WS-BF-AMT(6)
                    WS-BF-AMT(7) WS-BF-AMT(8) WS-BF-AMT(9)
                    WS-BF-AMT(10) WS-BF-AMT(11) WS-BF-AMT(12)
           END-UNSTRING
           IF WS-BF-YEAR NOT = WS-REPORT-YEAR
              OR WS-BF-VER NOT = WS-PLAN-VER
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BF-ACCT TO WS-JRNL-ACCT
           MOVE WS-BF-BRANCH TO WS-JRNL-BRANCH
           PERFORM FIND-OR-ADD-CELL
           IF WS-I > 300
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-M FROM 1 BY 1
             UNTIL WS-M > WS-REPORT-MONTH
               COMPUTE WS-BUD-AMT = FUNCTION NUMVAL(WS-BF-AMT(WS-M))
               ADD WS-BUD-AMT TO WS-VC-Y-BUD(WS-I)
               IF WS-M = WS-REPORT-MONTH
                   ADD WS-BUD-AMT TO WS-VC-M-BUD(WS-I)
               END-IF
           END-PERFORM
           PERFORM NOTE-BRANCH.

       TALLY-THE-JOURNAL.
           OPEN INPUT GL-MASTER-FILE
           IF WS-FS-GLM NOT = "00"
               DISPLAY "BUDGET-VARIANCE: ERROR - cannot open "
                       "GLMASTER.DAT. Status: " WS-FS-GLM
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ GL-MASTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM TALLY-ONE-LINE
               END-READ
           END-PERFORM
           CLOSE GL-MASTER-FILE.

       TALLY-ONE-LINE.
           MOVE GL-MASTER-RECORD(1:4) TO WS-JRNL-ACCT
           IF WS-JRNL-ACCT(1:1) NOT = "4"
              AND WS-JRNL-ACCT(1:1) NOT = "5"
               EXIT PARAGRAPH
           END-IF
           MOVE GL-MASTER-RECORD(20:8) TO WS-JRNL-DATE
           IF WS-JRNL-DATE(1:4) NOT = WS-REPORT-YEAR
              OR WS-JRNL-DATE(5:2) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-JRNL-DATE(5:2) TO WS-JRNL-MONTH
           IF WS-JRNL-MONTH > WS-REPORT-MONTH
               EXIT PARAGRAPH
           END-IF
           MOVE GL-MASTER-RECORD(6:2) TO WS-JRNL-DRCR
           COMPUTE WS-JRNL-AMT =
               FUNCTION NUMVAL(GL-MASTER-RECORD(9:10))
           IF (WS-JRNL-ACCT(1:1) = "4" AND WS-JRNL-DRCR = "DR")
              OR (WS-JRNL-ACCT(1:1) = "5" AND WS-JRNL-DRCR = "CR")
               COMPUTE WS-JRNL-AMT = 0 - WS-JRNL-AMT
           END-IF
           MOVE GL-MASTER-RECORD(53:3) TO WS-JRNL-BRANCH
           IF WS-JRNL-BRANCH = SPACES
               MOVE "***" TO WS-JRNL-BRANCH
           END-IF
           PERFORM FIND-OR-ADD-CELL
           IF WS-I > 300
               EXIT PARAGRAPH
           END-IF
           ADD WS-JRNL-AMT TO WS-VC-Y-ACT(WS-I)
           IF WS-JRNL-MONTH = WS-REPORT-MONTH
               ADD WS-JRNL-AMT TO WS-VC-M-ACT(WS-I)
           END-IF
           PERFORM NOTE-BRANCH.

       FIND-OR-ADD-CELL.
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-CELL-COUNT
               IF WS-VC-BRANCH(WS-I) = WS-JRNL-BRANCH
                  AND WS-VC-ACCT(WS-I) = WS-JRNL-ACCT
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-CELL-COUNT >= 300
               DISPLAY "BUDGET-VARIANCE: WARNING - table full at "
                       "300 cells; " WS-JRNL-BRANCH "/"
                       WS-JRNL-ACCT " not reported"
               MOVE 301 TO WS-I
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CELL-COUNT
           MOVE WS-CELL-COUNT TO WS-I
           MOVE WS-JRNL-BRANCH TO WS-VC-BRANCH(WS-I)
           MOVE WS-JRNL-ACCT TO WS-VC-ACCT(WS-I)
           MOVE 0 TO WS-VC-M-ACT(WS-I)
           MOVE 0 TO WS-VC-M-BUD(WS-I)
           MOVE 0 TO WS-VC-Y-ACT(WS-I)
           MOVE 0 TO WS-VC-Y-BUD(WS-I).

       NOTE-BRANCH.
           PERFORM VARYING WS-B FROM 1 BY 1
             UNTIL WS-B > WS-BRANCH-COUNT
               IF WS-BR-CODE(WS-B) = WS-JRNL-BRANCH
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-BRANCH-COUNT >= 20
               DISPLAY "BUDGET-VARIANCE: WARNING - branch list full "
                       "at 20"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BRANCH-COUNT
           MOVE WS-JRNL-BRANCH TO WS-BR-CODE(WS-BRANCH-COUNT).

      *> ---------------------------------------------------------
      *> Report
      *> ---------------------------------------------------------
       WRITE-THE-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-FS-REP NOT = "00"
               DISPLAY "BUDGET-VARIANCE: ERROR - cannot open "
                       "BUDGET-VARIANCE.TXT. Status: " WS-FS-REP
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO REPORT-RECORD
           STRING "BUDGET VERSUS ACTUAL - MONTH " WS-REPORT-YEAR "/"
                  WS-REPORT-MONTH " AS AT " WS-BUSINESS-DATE
                  " - PLAN VERSION " WS-PLAN-VER
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-TOLERANCE TO WS-PCT-DISP
           MOVE SPACES TO REPORT-RECORD
           STRING "** = VARIANCE OVER" WS-PCT-DISP
                  " PCT OF BUDGET, OR ACTUAL WITH NO BUDGET"
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE "------------------- MONTH --------------------"
               TO REPORT-RECORD(21:46)
           MOVE "---------------- YEAR TO DATE ----------------"
               TO REPORT-RECORD(68:46)
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE "ACTUAL" TO REPORT-RECORD(28:6)
           MOVE "BUDGET" TO REPORT-RECORD(41:6)
           MOVE "VARIANCE" TO REPORT-RECORD(52:8)
           MOVE "VAR%" TO REPORT-RECORD(63:4)
           MOVE "ACTUAL" TO REPORT-RECORD(75:6)
           MOVE "BUDGET" TO REPORT-RECORD(88:6)
           MOVE "VARIANCE" TO REPORT-RECORD(99:8)
           MOVE "VAR%" TO REPORT-RECORD(110:4)
           WRITE REPORT-RECORD
           MOVE WS-DIVIDER TO REPORT-RECORD
           WRITE REPORT-RECORD

           INITIALIZE WS-ALL-INCOME WS-ALL-EXPENSE
           PERFORM VARYING WS-B FROM 1 BY 1
             UNTIL WS-B > WS-BRANCH-COUNT
               MOVE WS-BR-CODE(WS-B) TO WS-CUR-BRANCH
               PERFORM WRITE-ONE-BRANCH-SECTION
           END-PERFORM

           MOVE "ALL BRANCHES" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-ALL-INCOME TO WS-ROW
           MOVE "  TOTAL INCOME" TO WS-ROW-LABEL
           PERFORM WRITE-ONE-ROW
           MOVE WS-ALL-EXPENSE TO WS-ROW
           MOVE "  TOTAL EXPENSES" TO WS-ROW-LABEL
           PERFORM WRITE-ONE-ROW
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 4
               COMPUTE WS-RA-AMT(WS-K) =
                   WS-AI-AMT(WS-K) - WS-AE-AMT(WS-K)
           END-PERFORM
           MOVE "  NET INCOME" TO WS-ROW-LABEL
           PERFORM WRITE-ONE-ROW
           CLOSE REPORT-FILE.

       WRITE-ONE-BRANCH-SECTION.
           INITIALIZE WS-SEC-INCOME WS-SEC-EXPENSE
           MOVE SPACES TO REPORT-RECORD
           IF WS-CUR-BRANCH = "***"
               MOVE "BRANCH: UNASSIGNED" TO REPORT-RECORD
           ELSE
               STRING "BRANCH: " WS-CUR-BRANCH
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
           END-IF
           WRITE REPORT-RECORD
           MOVE "4" TO WS-CUR-CLASS
           PERFORM WRITE-CLASS-LINES
           MOVE WS-SEC-INCOME TO WS-ROW
           MOVE "  TOTAL INCOME" TO WS-ROW-LABEL
           PERFORM WRITE-ONE-ROW
           MOVE "5" TO WS-CUR-CLASS
           PERFORM WRITE-CLASS-LINES
           MOVE WS-SEC-EXPENSE TO WS-ROW
           MOVE "  TOTAL EXPENSES" TO WS-ROW-LABEL
           PERFORM WRITE-ONE-ROW
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 4
               COMPUTE WS-RA-AMT(WS-K) =
                   WS-SI-AMT(WS-K) - WS-SE-AMT(WS-K)
               ADD WS-SI-AMT(WS-K) TO WS-AI-AMT(WS-K)
               ADD WS-SE-AMT(WS-K) TO WS-AE-AMT(WS-K)
           END-PERFORM
           MOVE "  NET INCOME" TO WS-ROW-LABEL
           PERFORM WRITE-ONE-ROW
           MOVE WS-DIVIDER TO REPORT-RECORD
           WRITE REPORT-RECORD.

       WRITE-CLASS-LINES.
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-CELL-COUNT
               IF WS-VC-BRANCH(WS-I) = WS-CUR-BRANCH
                  AND WS-VC-ACCT(WS-I)(1:1) = WS-CUR-CLASS
                   MOVE WS-VC-M-ACT(WS-I) TO WS-ROW-M-ACT
                   MOVE WS-VC-M-BUD(WS-I) TO WS-ROW-M-BUD
                   MOVE WS-VC-Y-ACT(WS-I) TO WS-ROW-Y-ACT
                   MOVE WS-VC-Y-BUD(WS-I) TO WS-ROW-Y-BUD
                   MOVE SPACES TO WS-ROW-LABEL
                   STRING "  " WS-VC-ACCT(WS-I)
                       DELIMITED BY SIZE INTO WS-ROW-LABEL
                   END-STRING
                   PERFORM WRITE-ONE-ROW
                   PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 4
                       IF WS-CUR-CLASS = "4"
                           ADD WS-RA-AMT(WS-K) TO WS-SI-AMT(WS-K)
                       ELSE
                           ADD WS-RA-AMT(WS-K) TO WS-SE-AMT(WS-K)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      *> One printed line from WS-ROW: each period's actual, budget,
      *> variance and percentage, flagged when out of tolerance.
       WRITE-ONE-ROW.
           MOVE 'N' TO WS-ROW-FLAG
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-ROW-LABEL TO REPORT-RECORD(1:20)
           MOVE 21 TO WS-COL
           MOVE WS-ROW-M-ACT TO WS-PER-ACT
           MOVE WS-ROW-M-BUD TO WS-PER-BUD
           PERFORM WRITE-ONE-PERIOD
           MOVE 68 TO WS-COL
           MOVE WS-ROW-Y-ACT TO WS-PER-ACT
           MOVE WS-ROW-Y-BUD TO WS-PER-BUD
           PERFORM WRITE-ONE-PERIOD
           IF WS-ROW-FLAG = 'Y'
               MOVE "**" TO REPORT-RECORD(116:2)
               ADD 1 TO WS-FLAG-COUNT
           END-IF
           WRITE REPORT-RECORD.

      *> Prints one period's four columns from column WS-COL.
       WRITE-ONE-PERIOD.
           COMPUTE WS-VARIANCE = WS-PER-ACT - WS-PER-BUD
           MOVE WS-PER-ACT TO WS-AMT-DISP
           MOVE WS-AMT-DISP TO REPORT-RECORD(WS-COL:13)
           MOVE WS-PER-BUD TO WS-AMT-DISP
           MOVE WS-AMT-DISP TO REPORT-RECORD(WS-COL + 13:13)
           MOVE WS-VARIANCE TO WS-AMT-DISP
           MOVE WS-AMT-DISP TO REPORT-RECORD(WS-COL + 26:13)
           IF WS-PER-BUD = 0
               IF WS-PER-ACT NOT = 0
                   MOVE "    n/a" TO REPORT-RECORD(WS-COL + 39:7)
                   MOVE 'Y' TO WS-ROW-FLAG
               END-IF
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-VAR-PCT ROUNDED =
               WS-VARIANCE * 100 / WS-PER-BUD
               ON SIZE ERROR
                   MOVE 999999.9 TO WS-VAR-PCT
           END-COMPUTE
           IF WS-VAR-PCT < 0
               COMPUTE WS-ABS-PCT = 0 - WS-VAR-PCT
           ELSE
               MOVE WS-VAR-PCT TO WS-ABS-PCT
           END-IF
           IF WS-ABS-PCT > WS-TOLERANCE
               MOVE 'Y' TO WS-ROW-FLAG
           END-IF
           IF WS-ABS-PCT > 999.9
               MOVE "  >999%" TO REPORT-RECORD(WS-COL + 39:7)
           ELSE
               MOVE WS-VAR-PCT TO WS-PCT-DISP
               MOVE WS-PCT-DISP TO REPORT-RECORD(WS-COL + 39:7)
           END-IF.
