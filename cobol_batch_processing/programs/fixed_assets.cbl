       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIXED-ASSETS.

      *> Fixed asset register and month-end depreciation. Branch
      *> furniture, ATMs and IT equipment live on FIXED-ASSETS.DAT:
      *>   TAG,DESCRIPTION,BRANCH,COST,ACQ-DATE,LIFE-MONTHS,METHOD,
      *>   ACCUM-DEPR,MONTHS-DEPRECIATED,LAST-DEPR-MONTH,STATUS,
      *>   DISPOSAL-DATE,PROCEEDS
      *> METHOD is SL (straight line) or DB (double declining
      *> balance, moving to straight line once that gives more).
      *> Depreciation starts in the month of acquisition and runs
      *> to nil book value - there is no salvage value. The asset's
      *> cost itself is capitalized through GL-JOURNAL-ENTRY when
      *> it is bought, as before; this register carries it from
      *> there.
      *>
      *> The (M)onth-end run charges every ACTIVE asset for each
      *> month since its last charge up to the business date's
      *> month (a missed month catches up, a rerun charges
      *> nothing) and posts the charge straight to GLMASTER.DAT by
      *> owning branch, as GL-JOURNAL-ENTRY does: debit
      *> depreciation expense, credit accumulated depreciation.
      *> (D)isposal brings depreciation up to the end of the month
      *> before disposal, then retires the asset - accumulated
      *> depreciation and proceeds debited, cost credited and the
      *> difference booked to gain or loss on disposal. The
      *> (S)chedule, FIXED-ASSET-SCHEDULE.TXT, gives cost,
      *> accumulated depreciation and net book value per asset
      *> and per branch. GL accounts come from PARAMETERS.DAT:
      *> FA_COST_GL (1500), FA_ACCUM_GL (1590), FA_EXPENSE_GL
      *> (5400), FA_GAIN_GL (4900), FA_LOSS_GL (5490) and
      *> FA_PROCEEDS_GL (1010).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASSET-FILE ASSIGN TO "FIXED-ASSETS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ASSET.
           SELECT BRANCH-FILE ASSIGN TO "BRANCHES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BRANCH.
           SELECT GL-MASTER-FILE ASSIGN TO "GLMASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GLM.
           SELECT SEQ-FILE ASSIGN TO "FA-SEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SEQ.
           SELECT REPORT-FILE ASSIGN TO "FIXED-ASSET-SCHEDULE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RPT.

       DATA DIVISION.
       FILE SECTION.
       FD  ASSET-FILE.
       01  ASSET-RECORD         PIC X(150).

       FD  BRANCH-FILE.
       01  BRANCH-RECORD        PIC X(40).

       FD  GL-MASTER-FILE.
       01  GL-MASTER-RECORD     PIC X(80).

       FD  SEQ-FILE.
       01  SEQ-RECORD           PIC X(8).

       FD  REPORT-FILE.
       01  REPORT-REC           PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-FS-ASSET          PIC XX.
       77  WS-FS-BRANCH         PIC XX.
       77  WS-FS-GLM            PIC XX.
       77  WS-FS-SEQ            PIC XX.
       77  WS-FS-RPT            PIC XX.
       77  WS-EOF               PIC X VALUE 'N'.
       77  WS-MODE              PIC X.
       77  WS-TODAY             PIC 9(8).
       77  WS-TXN-SEQ           PIC 9(4) VALUE 0.
       77  WS-PARAM-NAME        PIC X(24).
       77  WS-PARAM-VALUE       PIC X(12).
       77  WS-PARAM-FOUND       PIC X.
       77  WS-COST-GL           PIC X(4) VALUE "1500".
       77  WS-ACCUM-GL          PIC X(4) VALUE "1590".
       77  WS-EXPENSE-GL        PIC X(4) VALUE "5400".
       77  WS-GAIN-GL           PIC X(4) VALUE "4900".
       77  WS-LOSS-GL           PIC X(4) VALUE "5490".
       77  WS-PROCEEDS-GL       PIC X(4) VALUE "1010".
       77  WS-BRANCH-OK         PIC X.
       77  WS-CHARGED-COUNT     PIC 9(4) VALUE 0.
       77  WS-CURRENT-COUNT     PIC 9(4) VALUE 0.
       77  WS-MONTHS-DUE        PIC 9(4).
       77  WS-REMAINING         PIC 9(3).

       01  WS-RUN-MONTH         PIC 9(6).
       01  WS-THROUGH-MONTH     PIC 9(6).
       01  WS-MONTH-WORK        PIC 9(6).
       01  WS-MONTH-PARTS REDEFINES WS-MONTH-WORK.
           05  WS-MW-YYYY       PIC 9(4).
           05  WS-MW-MM         PIC 9(2).
       01  WS-MONTH-INDEX-A     PIC 9(6).
       01  WS-MONTH-INDEX-B     PIC 9(6).

       01  WS-ASSET-FIELDS.
           05  WS-AF-TAG        PIC X(8).
           05  WS-AF-DESC       PIC X(30).
           05  WS-AF-BRANCH     PIC X(3).
           05  WS-AF-COST       PIC X(10).
           05  WS-AF-ACQ-DATE   PIC X(8).
           05  WS-AF-LIFE       PIC X(3).
           05  WS-AF-METHOD     PIC X(2).
           05  WS-AF-ACCUM      PIC X(10).
           05  WS-AF-MONTHS     PIC X(3).
           05  WS-AF-LAST       PIC X(6).
           05  WS-AF-STATUS     PIC X(8).
           05  WS-AF-DISP-DATE  PIC X(8).
           05  WS-AF-PROCEEDS   PIC X(10).

      *> The register is held whole for the run and written back
      *> at the end.
       01  WS-ASSET-TABLE.
           05  WS-AT-ENTRY OCCURS 1000 TIMES.
               10  WS-AT-TAG       PIC X(8).
               10  WS-AT-DESC      PIC X(30).
               10  WS-AT-BRANCH    PIC X(3).
               10  WS-AT-COST      PIC 9(7)V99.
               10  WS-AT-ACQ-DATE  PIC 9(8).
               10  WS-AT-LIFE      PIC 9(3).
               10  WS-AT-METHOD    PIC X(2).
               10  WS-AT-ACCUM     PIC 9(7)V99.
               10  WS-AT-MONTHS    PIC 9(3).
               10  WS-AT-LAST      PIC 9(6).
               10  WS-AT-STATUS    PIC X(8).
               10  WS-AT-DISP-DATE PIC 9(8).
               10  WS-AT-PROCEEDS  PIC 9(7)V99.
       01  WS-ASSET-COUNT       PIC 9(4) VALUE 0.
       01  WS-A                 PIC 9(4).
       01  WS-HIT               PIC 9(4).

      *> The run's charge gathered by branch before posting.
       01  WS-BRANCH-TABLE.
           05  WS-BT-ENTRY OCCURS 50 TIMES.
               10  WS-BT-CODE      PIC X(3).
               10  WS-BT-CHARGE    PIC 9(7)V99.
               10  WS-BT-COST      PIC 9(9)V99.
               10  WS-BT-ACCUM     PIC 9(9)V99.
               10  WS-BT-COUNT     PIC 9(4).
       01  WS-BRANCH-COUNT      PIC 9(3) VALUE 0.
       01  WS-B                 PIC 9(3).
       01  WS-BHIT              PIC 9(3).

       01  WS-TAG-IN            PIC X(8).
       01  WS-DESC-IN           PIC X(30).
       01  WS-BRANCH-IN         PIC X(3).
       01  WS-AMT-TX            PIC X(12).
       01  WS-DATE-TX           PIC X(8).
       01  WS-LIFE-TX           PIC X(3).
       01  WS-METHOD-IN         PIC X(2).
       01  WS-AMT-NUM           PIC 9(7)V99.
       01  WS-MONTH-CHARGE      PIC 9(7)V99.
       01  WS-SL-CHARGE         PIC 9(7)V99.
       01  WS-ASSET-CHARGE      PIC 9(7)V99.
       01  WS-NBV               PIC 9(7)V99.
       01  WS-GAIN-LOSS         PIC S9(7)V99.
       01  WS-TOT-COST          PIC 9(9)V99 VALUE 0.
       01  WS-TOT-ACCUM         PIC 9(9)V99 VALUE 0.
       01  WS-TOT-CHARGE        PIC 9(9)V99 VALUE 0.

      *> One journal line as GLPOSTER writes it.
       01  WS-GL-LINE-ACCT      PIC X(4).
       01  WS-GL-LINE-DRCR      PIC XX.
       01  WS-GL-LINE-AMT       PIC 9(7)V99.
       01  WS-GL-LINE-TYPE      PIC X(10).
       01  WS-GL-LINE-BRANCH    PIC X(3).
       01  WS-GL-LINE-ENTITY    PIC X(2).
       01  WS-AMT-DISP          PIC Z(6)9.99.

       01  WS-ASSET-LINE        PIC X(150).
       01  WS-AMT-OUT           PIC 9(7).99.
       01  WS-MONEY-A           PIC Z(8)9.99.
       01  WS-MONEY-B           PIC Z(8)9.99.
       01  WS-MONEY-C           PIC Z(8)9.99.
       01  WS-GAIN-DISP         PIC -(7)9.99.
       01  WS-DIVIDER           PIC X(110) VALUE ALL "-".
       01  WS-TXN-ID.
           05  FILLER           PIC XX VALUE "FA".
           05  WS-TXN-ID-SEQ    PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "GET-BUSINESS-DATE" USING WS-TODAY
           MOVE WS-TODAY(1:6) TO WS-RUN-MONTH
           PERFORM LOAD-TXN-SEQ
           PERFORM LOAD-PARAMETERS
           PERFORM LOAD-ASSETS
           DISPLAY "FIXED-ASSETS: (A)dd asset, (M)onth-end "
                   "depreciation, (D)ispose, (S)chedule: "
                   WITH NO ADVANCING
           ACCEPT WS-MODE
           EVALUATE FUNCTION UPPER-CASE(WS-MODE)
               WHEN "A"
                   PERFORM ADD-ASSET
               WHEN "M"
                   PERFORM MONTH-END-RUN
               WHEN "D"
                   PERFORM DISPOSE-ASSET
               WHEN "S"
                   PERFORM ASSET-SCHEDULE
               WHEN OTHER
                   DISPLAY "Invalid selection."
           END-EVALUATE
           STOP RUN.

       LOAD-TXN-SEQ.
           OPEN INPUT SEQ-FILE
           IF WS-FS-SEQ = "00"
               READ SEQ-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       COMPUTE WS-TXN-SEQ =
                           FUNCTION NUMVAL(SEQ-RECORD)
               END-READ
               CLOSE SEQ-FILE
           END-IF.

       SAVE-TXN-SEQ.
           OPEN OUTPUT SEQ-FILE
           MOVE WS-TXN-SEQ TO SEQ-RECORD
           WRITE SEQ-RECORD
           CLOSE SEQ-FILE.

       LOAD-PARAMETERS.
           MOVE "FA_COST_GL" TO WS-PARAM-NAME
           PERFORM GET-ONE-PARAMETER
           IF WS-PARAM-FOUND = 'Y'
               MOVE WS-PARAM-VALUE(1:4) TO WS-COST-GL
           END-IF
           MOVE "FA_ACCUM_GL" TO WS-PARAM-NAME
           PERFORM GET-ONE-PARAMETER
           IF WS-PARAM-FOUND = 'Y'
               MOVE WS-PARAM-VALUE(1:4) TO WS-ACCUM-GL
           END-IF
           MOVE "FA_EXPENSE_GL" TO WS-PARAM-NAME
           PERFORM GET-ONE-PARAMETER
           IF WS-PARAM-FOUND = 'Y'
               MOVE WS-PARAM-VALUE(1:4) TO WS-EXPENSE-GL
           END-IF
           MOVE "FA_GAIN_GL" TO WS-PARAM-NAME
           PERFORM GET-ONE-PARAMETER
           IF WS-PARAM-FOUND = 'Y'
               MOVE WS-PARAM-VALUE(1:4) TO WS-GAIN-GL
           END-IF
           MOVE "FA_LOSS_GL" TO WS-PARAM-NAME
           PERFORM GET-ONE-PARAMETER
           IF WS-PARAM-FOUND = 'Y'
               MOVE WS-PARAM-VALUE(1:4) TO WS-LOSS-GL
           END-IF
           MOVE "FA_PROCEEDS_GL" TO WS-PARAM-NAME
           PERFORM GET-ONE-PARAMETER
           IF WS-PARAM-FOUND = 'Y'
               MOVE WS-PARAM-VALUE(1:4) TO WS-PROCEEDS-GL
           END-IF.

       GET-ONE-PARAMETER.
           CALL "GET-PARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-FOUND.

      *> ---------------------------------------------------------
      *> Adding an asset
      *> ---------------------------------------------------------
       ADD-ASSET.
           DISPLAY "Asset tag (up to 8): " WITH NO ADVANCING
           ACCEPT WS-TAG-IN
           MOVE FUNCTION UPPER-CASE(WS-TAG-IN) TO WS-TAG-IN
           IF WS-TAG-IN = SPACES
               DISPLAY "Tag required - not added."
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-ASSET
           IF WS-HIT > 0
               DISPLAY "Tag " FUNCTION TRIM(WS-TAG-IN)
                       " is already on the register - not added."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Description: " WITH NO ADVANCING
           ACCEPT WS-DESC-IN
           INSPECT WS-DESC-IN REPLACING ALL "," BY " "
           DISPLAY "Owning branch code: " WITH NO ADVANCING
           ACCEPT WS-BRANCH-IN
           MOVE FUNCTION UPPER-CASE(WS-BRANCH-IN) TO WS-BRANCH-IN
           PERFORM CHECK-BRANCH
           IF WS-BRANCH-OK NOT = 'Y'
               DISPLAY "Branch " WS-BRANCH-IN " is not on "
                       "BRANCHES.DAT - not added."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Cost (e.g. 0012500.00): " WITH NO ADVANCING
           ACCEPT WS-AMT-TX
           COMPUTE WS-AMT-NUM = FUNCTION NUMVAL(WS-AMT-TX)
           IF WS-AMT-NUM = 0
               DISPLAY "Cost must be non-zero - not added."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Acquisition date YYYYMMDD: " WITH NO ADVANCING
           ACCEPT WS-DATE-TX
           IF WS-DATE-TX IS NOT NUMERIC
              OR WS-DATE-TX > WS-TODAY
               DISPLAY "Acquisition date must be YYYYMMDD and not "
                       "in the future - not added."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Useful life in months: " WITH NO ADVANCING
           ACCEPT WS-LIFE-TX
           IF FUNCTION NUMVAL(WS-LIFE-TX) < 1
              OR FUNCTION NUMVAL(WS-LIFE-TX) > 600
               DISPLAY "Life must be 1 to 600 months - not added."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Method (SL straight line, DB declining "
                   "balance): " WITH NO ADVANCING
           ACCEPT WS-METHOD-IN
           MOVE FUNCTION UPPER-CASE(WS-METHOD-IN) TO WS-METHOD-IN
           IF WS-METHOD-IN NOT = "SL" AND WS-METHOD-IN NOT = "DB"
               DISPLAY "Method must be SL or DB - not added."
               EXIT PARAGRAPH
           END-IF

           IF WS-ASSET-COUNT >= 1000
               DISPLAY "FIXED-ASSETS: ERROR - register table full "
                       "at 1000 - not added."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ASSET-COUNT
           MOVE WS-ASSET-COUNT TO WS-A
           MOVE WS-TAG-IN TO WS-AT-TAG(WS-A)
           MOVE WS-DESC-IN TO WS-AT-DESC(WS-A)
           MOVE WS-BRANCH-IN TO WS-AT-BRANCH(WS-A)
           MOVE WS-AMT-NUM TO WS-AT-COST(WS-A)
           MOVE WS-DATE-TX TO WS-AT-ACQ-DATE(WS-A)
           COMPUTE WS-AT-LIFE(WS-A) = FUNCTION NUMVAL(WS-LIFE-TX)
           MOVE WS-METHOD-IN TO WS-AT-METHOD(WS-A)
           MOVE 0 TO WS-AT-ACCUM(WS-A)
           MOVE 0 TO WS-AT-MONTHS(WS-A)
           MOVE 0 TO WS-AT-LAST(WS-A)
           MOVE "ACTIVE" TO WS-AT-STATUS(WS-A)
           MOVE 0 TO WS-AT-DISP-DATE(WS-A)
           MOVE 0 TO WS-AT-PROCEEDS(WS-A)
           PERFORM SAVE-ASSETS
           DISPLAY "Asset " FUNCTION TRIM(WS-TAG-IN)
                   " added to the register.".

      *> With no branch master on file any code is taken.
       CHECK-BRANCH.
           MOVE 'N' TO WS-BRANCH-OK
           OPEN INPUT BRANCH-FILE
           IF WS-FS-BRANCH NOT = "00"
               MOVE 'Y' TO WS-BRANCH-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ BRANCH-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF BRANCH-RECORD(1:3) = WS-BRANCH-IN
                          AND WS-BRANCH-IN NOT = SPACES
                           MOVE 'Y' TO WS-BRANCH-OK
                           MOVE 'Y' TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BRANCH-FILE
           MOVE 'N' TO WS-EOF.

       FIND-ASSET.
           MOVE 0 TO WS-HIT
           PERFORM VARYING WS-A FROM 1 BY 1
             UNTIL WS-A > WS-ASSET-COUNT
               IF WS-AT-TAG(WS-A) = WS-TAG-IN
                   MOVE WS-A TO WS-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> ---------------------------------------------------------
      *> Depreciation
      *> ---------------------------------------------------------
       MONTH-END-RUN.
           DISPLAY "FIXED-ASSETS: depreciating through "
                   WS-RUN-MONTH "..."
           MOVE WS-RUN-MONTH TO WS-THROUGH-MONTH
           MOVE 0 TO WS-BRANCH-COUNT
           PERFORM VARYING WS-A FROM 1 BY 1
             UNTIL WS-A > WS-ASSET-COUNT
               IF WS-AT-STATUS(WS-A) = "ACTIVE"
                   PERFORM DEPRECIATE-ASSET
                   IF WS-ASSET-CHARGE > 0
                       MOVE WS-AT-BRANCH(WS-A) TO WS-BRANCH-IN
                       PERFORM FIND-BRANCH-ENTRY
                       IF WS-BHIT > 0
                           ADD WS-ASSET-CHARGE
                               TO WS-BT-CHARGE(WS-BHIT)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF WS-CHARGED-COUNT > 0
               PERFORM OPEN-GL-MASTER
               ADD 1 TO WS-TXN-SEQ
               MOVE WS-TXN-SEQ TO WS-TXN-ID-SEQ
               MOVE "FA-DEPREC " TO WS-GL-LINE-TYPE
               PERFORM VARYING WS-B FROM 1 BY 1
                 UNTIL WS-B > WS-BRANCH-COUNT
                   MOVE WS-BT-CODE(WS-B) TO WS-GL-LINE-BRANCH
                   MOVE WS-BT-CHARGE(WS-B) TO WS-GL-LINE-AMT
                   MOVE WS-EXPENSE-GL TO WS-GL-LINE-ACCT
                   MOVE "DR" TO WS-GL-LINE-DRCR
                   PERFORM WRITE-GL-LINE
                   MOVE WS-ACCUM-GL TO WS-GL-LINE-ACCT
                   MOVE "CR" TO WS-GL-LINE-DRCR
                   PERFORM WRITE-GL-LINE
                   ADD WS-BT-CHARGE(WS-B) TO WS-TOT-CHARGE
               END-PERFORM
               CLOSE GL-MASTER-FILE
               PERFORM SAVE-TXN-SEQ
               PERFORM SAVE-ASSETS
           END-IF

           MOVE WS-TOT-CHARGE TO WS-MONEY-A
           DISPLAY "FIXED-ASSETS: assets charged: " WS-CHARGED-COUNT
           DISPLAY "FIXED-ASSETS: already current: "
                   WS-CURRENT-COUNT
           DISPLAY "FIXED-ASSETS: depreciation posted: " WS-MONEY-A
           IF WS-CHARGED-COUNT > 0
               DISPLAY "FIXED-ASSETS: journal " WS-TXN-ID
                       " written to GLMASTER.DAT"
           END-IF
           MOVE 0 TO RETURN-CODE.

      *> Charges WS-A for every month after its last charge (or
      *> from its acquisition month) through WS-THROUGH-MONTH.
       DEPRECIATE-ASSET.
           MOVE 0 TO WS-ASSET-CHARGE
           IF WS-AT-LAST(WS-A) = 0
               MOVE WS-AT-ACQ-DATE(WS-A)(1:6) TO WS-MONTH-WORK
               COMPUTE WS-MONTH-INDEX-A =
                   WS-MW-YYYY * 12 + WS-MW-MM - 1
           ELSE
               MOVE WS-AT-LAST(WS-A) TO WS-MONTH-WORK
               COMPUTE WS-MONTH-INDEX-A = WS-MW-YYYY * 12 + WS-MW-MM
           END-IF
           MOVE WS-THROUGH-MONTH TO WS-MONTH-WORK
           COMPUTE WS-MONTH-INDEX-B = WS-MW-YYYY * 12 + WS-MW-MM
           IF WS-MONTH-INDEX-B <= WS-MONTH-INDEX-A
               ADD 1 TO WS-CURRENT-COUNT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MONTHS-DUE = WS-MONTH-INDEX-B - WS-MONTH-INDEX-A
           PERFORM DEPRECIATE-ONE-MONTH WS-MONTHS-DUE TIMES
           MOVE WS-THROUGH-MONTH TO WS-AT-LAST(WS-A)
           IF WS-ASSET-CHARGE > 0
               ADD 1 TO WS-CHARGED-COUNT
           END-IF.

      *> Straight line spreads what is left over the months left,
      *> so the last month takes the rounding; declining balance
      *> takes twice the straight-line rate on book value until
      *> straight line on the remainder gives more.
       DEPRECIATE-ONE-MONTH.
           COMPUTE WS-NBV = WS-AT-COST(WS-A) - WS-AT-ACCUM(WS-A)
           IF WS-NBV = 0 OR WS-AT-MONTHS(WS-A) >= WS-AT-LIFE(WS-A)
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-REMAINING =
               WS-AT-LIFE(WS-A) - WS-AT-MONTHS(WS-A)
           COMPUTE WS-SL-CHARGE ROUNDED = WS-NBV / WS-REMAINING
           IF WS-AT-METHOD(WS-A) = "DB"
               COMPUTE WS-MONTH-CHARGE ROUNDED =
                   WS-NBV * 2 / WS-AT-LIFE(WS-A)
               IF WS-SL-CHARGE > WS-MONTH-CHARGE
                   MOVE WS-SL-CHARGE TO WS-MONTH-CHARGE
               END-IF
           ELSE
               MOVE WS-SL-CHARGE TO WS-MONTH-CHARGE
           END-IF
           IF WS-REMAINING = 1 OR WS-MONTH-CHARGE > WS-NBV
               MOVE WS-NBV TO WS-MONTH-CHARGE
           END-IF
           ADD WS-MONTH-CHARGE TO WS-AT-ACCUM(WS-A)
           ADD WS-MONTH-CHARGE TO WS-ASSET-CHARGE
           ADD 1 TO WS-AT-MONTHS(WS-A).

       FIND-BRANCH-ENTRY.
           MOVE 0 TO WS-BHIT
           PERFORM VARYING WS-B FROM 1 BY 1
             UNTIL WS-B > WS-BRANCH-COUNT
               IF WS-BT-CODE(WS-B) = WS-BRANCH-IN
                   MOVE WS-B TO WS-BHIT
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-BRANCH-COUNT >= 50
               DISPLAY "FIXED-ASSETS: ERROR - branch table full at "
                       "50; nothing posted"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-BRANCH-COUNT
           MOVE WS-BRANCH-COUNT TO WS-BHIT
           MOVE WS-BRANCH-IN TO WS-BT-CODE(WS-BHIT)
           MOVE 0 TO WS-BT-CHARGE(WS-BHIT)
           MOVE 0 TO WS-BT-COST(WS-BHIT)
           MOVE 0 TO WS-BT-ACCUM(WS-BHIT)
           MOVE 0 TO WS-BT-COUNT(WS-BHIT).

       OPEN-GL-MASTER.
           OPEN EXTEND GL-MASTER-FILE
           IF WS-FS-GLM = "35"
               CLOSE GL-MASTER-FILE
               OPEN OUTPUT GL-MASTER-FILE
           END-IF
           IF WS-FS-GLM NOT = "00"
               DISPLAY "FIXED-ASSETS: ERROR - cannot open "
                       "GLMASTER.DAT. Status: " WS-FS-GLM
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-GL-LINE.
           IF WS-GL-LINE-AMT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-GL-LINE-AMT TO WS-AMT-DISP
           MOVE SPACES TO GL-MASTER-RECORD
           STRING WS-GL-LINE-ACCT " " WS-GL-LINE-DRCR " "
                  WS-AMT-DISP " " WS-TODAY " " WS-TXN-ID
                  " " WS-GL-LINE-TYPE " 00000 " WS-GL-LINE-BRANCH
               DELIMITED BY SIZE INTO GL-MASTER-RECORD
           END-STRING
           CALL "GL-ENTITY" USING WS-GL-LINE-BRANCH,
               WS-GL-LINE-ENTITY
           MOVE WS-GL-LINE-ENTITY TO GL-MASTER-RECORD(57:2)
           WRITE GL-MASTER-RECORD.

      *> ---------------------------------------------------------
      *> Disposal
      *> ---------------------------------------------------------
       DISPOSE-ASSET.
           DISPLAY "Asset tag: " WITH NO ADVANCING
           ACCEPT WS-TAG-IN
           MOVE FUNCTION UPPER-CASE(WS-TAG-IN) TO WS-TAG-IN
           PERFORM FIND-ASSET
           IF WS-HIT = 0
               DISPLAY "No such asset."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HIT TO WS-A
           IF WS-AT-STATUS(WS-A) NOT = "ACTIVE"
               DISPLAY "Asset is already "
                       FUNCTION TRIM(WS-AT-STATUS(WS-A)) "."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Sale proceeds (0 if scrapped): "
                   WITH NO ADVANCING
           ACCEPT WS-AMT-TX
           COMPUTE WS-AMT-NUM = FUNCTION NUMVAL(WS-AMT-TX)

      *> No charge falls in the month of disposal.
           MOVE WS-RUN-MONTH TO WS-MONTH-WORK
           IF WS-MW-MM = 1
               MOVE 12 TO WS-MW-MM
               SUBTRACT 1 FROM WS-MW-YYYY
           ELSE
               SUBTRACT 1 FROM WS-MW-MM
           END-IF
           MOVE WS-MONTH-WORK TO WS-THROUGH-MONTH
           PERFORM DEPRECIATE-ASSET

           PERFORM OPEN-GL-MASTER
           ADD 1 TO WS-TXN-SEQ
           MOVE WS-TXN-SEQ TO WS-TXN-ID-SEQ
           MOVE WS-AT-BRANCH(WS-A) TO WS-GL-LINE-BRANCH
           IF WS-ASSET-CHARGE > 0
               MOVE "FA-DEPREC " TO WS-GL-LINE-TYPE
               MOVE WS-ASSET-CHARGE TO WS-GL-LINE-AMT
               MOVE WS-EXPENSE-GL TO WS-GL-LINE-ACCT
               MOVE "DR" TO WS-GL-LINE-DRCR
               PERFORM WRITE-GL-LINE
               MOVE WS-ACCUM-GL TO WS-GL-LINE-ACCT
               MOVE "CR" TO WS-GL-LINE-DRCR
               PERFORM WRITE-GL-LINE
           END-IF

           COMPUTE WS-NBV = WS-AT-COST(WS-A) - WS-AT-ACCUM(WS-A)
           COMPUTE WS-GAIN-LOSS = WS-AMT-NUM - WS-NBV
           MOVE "FA-DISPOSE" TO WS-GL-LINE-TYPE
           MOVE WS-AT-ACCUM(WS-A) TO WS-GL-LINE-AMT
           MOVE WS-ACCUM-GL TO WS-GL-LINE-ACCT
           MOVE "DR" TO WS-GL-LINE-DRCR
           PERFORM WRITE-GL-LINE
           MOVE WS-AMT-NUM TO WS-GL-LINE-AMT
           MOVE WS-PROCEEDS-GL TO WS-GL-LINE-ACCT
           PERFORM WRITE-GL-LINE
           MOVE WS-AT-COST(WS-A) TO WS-GL-LINE-AMT
           MOVE WS-COST-GL TO WS-GL-LINE-ACCT
           MOVE "CR" TO WS-GL-LINE-DRCR
           PERFORM WRITE-GL-LINE
           IF WS-GAIN-LOSS > 0
               MOVE WS-GAIN-LOSS TO WS-GL-LINE-AMT
               MOVE WS-GAIN-GL TO WS-GL-LINE-ACCT
               MOVE "CR" TO WS-GL-LINE-DRCR
               PERFORM WRITE-GL-LINE
           END-IF
           IF WS-GAIN-LOSS < 0
               COMPUTE WS-GL-LINE-AMT = 0 - WS-GAIN-LOSS
               MOVE WS-LOSS-GL TO WS-GL-LINE-ACCT
               MOVE "DR" TO WS-GL-LINE-DRCR
               PERFORM WRITE-GL-LINE
           END-IF
           CLOSE GL-MASTER-FILE

           MOVE "DISPOSED" TO WS-AT-STATUS(WS-A)
           MOVE WS-TODAY TO WS-AT-DISP-DATE(WS-A)
           MOVE WS-AMT-NUM TO WS-AT-PROCEEDS(WS-A)
           PERFORM SAVE-TXN-SEQ
           PERFORM SAVE-ASSETS
           MOVE WS-NBV TO WS-MONEY-A
           MOVE WS-GAIN-LOSS TO WS-GAIN-DISP
           DISPLAY "Asset " FUNCTION TRIM(WS-TAG-IN)
                   " disposed - book value " WS-MONEY-A
                   ", gain/(loss) " WS-GAIN-DISP
           DISPLAY "Journal " WS-TXN-ID " written to GLMASTER.DAT.".

      *> ---------------------------------------------------------
      *> Schedule
      *> ---------------------------------------------------------
       ASSET-SCHEDULE.
           MOVE 0 TO WS-BRANCH-COUNT
           PERFORM VARYING WS-A FROM 1 BY 1
             UNTIL WS-A > WS-ASSET-COUNT
               IF WS-AT-STATUS(WS-A) = "ACTIVE"
                   MOVE WS-AT-BRANCH(WS-A) TO WS-BRANCH-IN
                   PERFORM FIND-BRANCH-ENTRY
                   ADD WS-AT-COST(WS-A) TO WS-BT-COST(WS-BHIT)
                   ADD WS-AT-ACCUM(WS-A) TO WS-BT-ACCUM(WS-BHIT)
                   ADD 1 TO WS-BT-COUNT(WS-BHIT)
               END-IF
           END-PERFORM

           OPEN OUTPUT REPORT-FILE
           IF WS-FS-RPT NOT = "00"
               DISPLAY "FIXED-ASSETS: ERROR - cannot open "
                       "FIXED-ASSET-SCHEDULE.TXT. Status: " WS-FS-RPT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO REPORT-REC
           STRING "FIXED ASSET SCHEDULE - " WS-TODAY
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "TAG       DESCRIPTION                     "
                  "ACQUIRED  LIFE  METH          COST"
                  "   ACCUM DEPR   BOOK VALUE"
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE WS-DIVIDER TO REPORT-REC
           WRITE REPORT-REC

           PERFORM VARYING WS-B FROM 1 BY 1
             UNTIL WS-B > WS-BRANCH-COUNT
               PERFORM SCHEDULE-ONE-BRANCH
           END-PERFORM

           MOVE WS-DIVIDER TO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-TOT-COST TO WS-MONEY-A
           MOVE WS-TOT-ACCUM TO WS-MONEY-B
           COMPUTE WS-NBV = WS-TOT-COST - WS-TOT-ACCUM
           MOVE WS-NBV TO WS-MONEY-C
           MOVE SPACES TO REPORT-REC
           STRING "ALL BRANCHES"
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           MOVE WS-MONEY-A TO REPORT-REC(65:12)
           MOVE WS-MONEY-B TO REPORT-REC(78:12)
           MOVE WS-MONEY-C TO REPORT-REC(91:12)
           WRITE REPORT-REC
           CLOSE REPORT-FILE
           DISPLAY "FIXED-ASSETS: see FIXED-ASSET-SCHEDULE.TXT".

       SCHEDULE-ONE-BRANCH.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "BRANCH " WS-BT-CODE(WS-B)
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           PERFORM VARYING WS-A FROM 1 BY 1
             UNTIL WS-A > WS-ASSET-COUNT
               IF WS-AT-STATUS(WS-A) = "ACTIVE"
                  AND WS-AT-BRANCH(WS-A) = WS-BT-CODE(WS-B)
                   MOVE WS-AT-COST(WS-A) TO WS-MONEY-A
                   MOVE WS-AT-ACCUM(WS-A) TO WS-MONEY-B
                   COMPUTE WS-NBV =
                       WS-AT-COST(WS-A) - WS-AT-ACCUM(WS-A)
                   MOVE WS-NBV TO WS-MONEY-C
                   MOVE SPACES TO REPORT-REC
                   STRING WS-AT-TAG(WS-A) "  "
                          WS-AT-DESC(WS-A) "  "
                          WS-AT-ACQ-DATE(WS-A) "  "
                          WS-AT-LIFE(WS-A) "   "
                          WS-AT-METHOD(WS-A)
                       DELIMITED BY SIZE INTO REPORT-REC
                   END-STRING
                   MOVE WS-MONEY-A TO REPORT-REC(65:12)
                   MOVE WS-MONEY-B TO REPORT-REC(78:12)
                   MOVE WS-MONEY-C TO REPORT-REC(91:12)
                   WRITE REPORT-REC
               END-IF
           END-PERFORM
           MOVE WS-BT-COST(WS-B) TO WS-MONEY-A
           MOVE WS-BT-ACCUM(WS-B) TO WS-MONEY-B
           COMPUTE WS-NBV = WS-BT-COST(WS-B) - WS-BT-ACCUM(WS-B)
           MOVE WS-NBV TO WS-MONEY-C
           MOVE SPACES TO REPORT-REC
           STRING "  BRANCH " WS-BT-CODE(WS-B) " TOTAL ("
                  WS-BT-COUNT(WS-B) " assets)"
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           MOVE WS-MONEY-A TO REPORT-REC(65:12)
           MOVE WS-MONEY-B TO REPORT-REC(78:12)
           MOVE WS-MONEY-C TO REPORT-REC(91:12)
           WRITE REPORT-REC
           ADD WS-BT-COST(WS-B) TO WS-TOT-COST
           ADD WS-BT-ACCUM(WS-B) TO WS-TOT-ACCUM.

      *> ---------------------------------------------------------
      *> Register file
      *> ---------------------------------------------------------
       LOAD-ASSETS.
           MOVE 0 TO WS-ASSET-COUNT
           OPEN INPUT ASSET-FILE
           IF WS-FS-ASSET NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ASSET-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-ASSET
               END-READ
           END-PERFORM
           CLOSE ASSET-FILE
           MOVE 'N' TO WS-EOF.

       LOAD-ONE-ASSET.
           IF WS-ASSET-COUNT >= 1000
               DISPLAY "FIXED-ASSETS: ERROR - register table full "
                       "at 1000; FIXED-ASSETS.DAT not rewritten"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-ASSET-FIELDS
           UNSTRING ASSET-RECORD DELIMITED BY ','
               INTO WS-AF-TAG WS-AF-DESC WS-AF-BRANCH WS-AF-COST
                    WS-AF-ACQ-DATE WS-AF-LIFE WS-AF-METHOD
                    WS-AF-ACCUM WS-AF-MONTHS WS-AF-LAST
                    WS-AF-STATUS WS-AF-DISP-DATE WS-AF-PROCEEDS
           END-UNSTRING
           IF WS-AF-TAG = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ASSET-COUNT
           MOVE WS-ASSET-COUNT TO WS-A
           MOVE WS-AF-TAG TO WS-AT-TAG(WS-A)
           MOVE WS-AF-DESC TO WS-AT-DESC(WS-A)
           MOVE WS-AF-BRANCH TO WS-AT-BRANCH(WS-A)
           COMPUTE WS-AT-COST(WS-A) = FUNCTION NUMVAL(WS-AF-COST)
           MOVE WS-AF-ACQ-DATE TO WS-AT-ACQ-DATE(WS-A)
           COMPUTE WS-AT-LIFE(WS-A) = FUNCTION NUMVAL(WS-AF-LIFE)
           MOVE WS-AF-METHOD TO WS-AT-METHOD(WS-A)
           COMPUTE WS-AT-ACCUM(WS-A) = FUNCTION NUMVAL(WS-AF-ACCUM)
           COMPUTE WS-AT-MONTHS(WS-A) =
               FUNCTION NUMVAL(WS-AF-MONTHS)
           IF WS-AF-LAST IS NUMERIC
               MOVE WS-AF-LAST TO WS-AT-LAST(WS-A)
           ELSE
               MOVE 0 TO WS-AT-LAST(WS-A)
           END-IF
           MOVE WS-AF-STATUS TO WS-AT-STATUS(WS-A)
           IF WS-AF-DISP-DATE IS NUMERIC
               MOVE WS-AF-DISP-DATE TO WS-AT-DISP-DATE(WS-A)
           ELSE
               MOVE 0 TO WS-AT-DISP-DATE(WS-A)
           END-IF
           COMPUTE WS-AT-PROCEEDS(WS-A) =
               FUNCTION NUMVAL(WS-AF-PROCEEDS).

       SAVE-ASSETS.
           OPEN OUTPUT ASSET-FILE
           IF WS-FS-ASSET NOT = "00"
               DISPLAY "FIXED-ASSETS: ERROR - cannot write "
                       "FIXED-ASSETS.DAT. Status: " WS-FS-ASSET
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-A FROM 1 BY 1
             UNTIL WS-A > WS-ASSET-COUNT
               PERFORM SAVE-ONE-ASSET
           END-PERFORM
           CLOSE ASSET-FILE.

       SAVE-ONE-ASSET.
           MOVE SPACES TO ASSET-RECORD
           MOVE WS-AT-COST(WS-A) TO WS-AMT-OUT
           STRING FUNCTION TRIM(WS-AT-TAG(WS-A)) ","
                  FUNCTION TRIM(WS-AT-DESC(WS-A)) ","
                  WS-AT-BRANCH(WS-A) ","
                  WS-AMT-OUT ","
                  WS-AT-ACQ-DATE(WS-A) ","
                  WS-AT-LIFE(WS-A) ","
                  WS-AT-METHOD(WS-A) ","
               DELIMITED BY SIZE INTO ASSET-RECORD
           END-STRING
           MOVE WS-AT-ACCUM(WS-A) TO WS-AMT-OUT
           MOVE SPACES TO WS-ASSET-LINE
           STRING FUNCTION TRIM(ASSET-RECORD)
                  WS-AMT-OUT ","
                  WS-AT-MONTHS(WS-A) ","
                  WS-AT-LAST(WS-A) ","
                  FUNCTION TRIM(WS-AT-STATUS(WS-A)) ","
                  WS-AT-DISP-DATE(WS-A) ","
               DELIMITED BY SIZE INTO WS-ASSET-LINE
           END-STRING
           MOVE WS-AT-PROCEEDS(WS-A) TO WS-AMT-OUT
           MOVE SPACES TO ASSET-RECORD
           STRING FUNCTION TRIM(WS-ASSET-LINE)
                  WS-AMT-OUT
               DELIMITED BY SIZE INTO ASSET-RECORD
           END-STRING
           WRITE ASSET-RECORD.
