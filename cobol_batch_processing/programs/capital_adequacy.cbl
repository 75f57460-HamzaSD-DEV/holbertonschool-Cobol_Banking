       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPITAL-ADEQUACY.

      *> Quarterly capital adequacy return. Every exposure on the
      *> book is weighted from RISK-WEIGHTS.DAT:
      *>   KIND,CODE,LTV-MAX,WEIGHT,CCF,DESCRIPTION
      *> KIND W rows carry a risk weight and a credit conversion
      *> factor (both percent) for an asset class CODE; a class may
      *> have several rows banded by loan-to-value, the lowest
      *> LTV-MAX at or above the loan's LTV applying (999 = any).
      *> The classes:
      *>   CASH         VAULT.DAT branch vault balances
      *>   IB-SHORT     interbank placements on MM-DEALS.DAT due
      *>   IB-LONG        within 91 days / later / past maturity
      *>   IB-OVERDUE
      *>   <coll type>  ACTIVE LOANS.DAT outstanding (PRIN less
      *>                PAID) by the type of its largest
      *>                COLLATERAL.DAT item and its LTV against all
      *>                the collateral behind it; LOAN where that
      *>                type has no row, UNSECURED with none, CONSTR
      *>                for a loan still OPEN on CONSTRUCTION.DAT
      *>   CONSTR-UNDR  undrawn OPEN construction commitments
      *>   OD-DRAWN     ACTIVE OVERDRAFT-FACILITIES drawn and
      *>   OD-UNDRAWN     undrawn
      *>   GUARANTEE    ACTIVE, unexpired GUARANTEES.DAT
      *>   FIXED        ACTIVE FIXED-ASSETS.DAT net book value
      *> A class with no row at all is weighted 100 percent and
      *> listed as unmatched. Exposure times CCF (off-balance sheet
      *> items only; on-balance rows carry CCF 000) times weight is
      *> the risk-weighted amount.
      *>
      *> Capital comes from the GLMASTER.DAT journal netted as
      *> FIN-STATEMENTS nets it: the 3xxx equity accounts plus
      *> retained earnings (income less expense) make common equity
      *> tier 1, less the debit balances of the KIND D accounts
      *> (goodwill, intangibles, deferred tax assets). KIND A
      *> accounts are additional tier 1 and KIND 2 accounts tier 2
      *> (subordinated debt, general provisions); an account named
      *> A or 2 is left out of common equity. For D, A and 2 rows
      *> CODE is the GL account and the other fields are zero.
      *> Without RISK-WEIGHTS.DAT the standard table below is used,
      *> and (W) maintenance starts from it.
      *>
      *> The ratios are tested against CAR_MIN_CET1_PCT (4.50),
      *> CAR_MIN_TIER1_PCT (6.00) and CAR_MIN_TOTAL_PCT (8.00) and
      *> the internal buffer CAR_BUFFER_PCT (2.50) above each;
      *> anything below sets return code 4. The (Q)uarterly run
      *> writes CAPITAL-ADEQUACY.TXT and keeps each quarter's
      *> ratios on CAPITAL-HISTORY.DAT for the prior column:
      *>   YYYYQn,RWA,CET1,TIER1,TOTAL-CAPITAL
      *> A rerun inside the quarter replaces that quarter's line.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WEIGHT-FILE ASSIGN TO "RISK-WEIGHTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-WGT.
           SELECT GL-MASTER-FILE ASSIGN TO "GLMASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GLM.
           SELECT LOANS-FILE ASSIGN TO "LOANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOANS.
           SELECT COLLATERAL-FILE ASSIGN TO "COLLATERAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COLL.
           SELECT CONSTR-FILE ASSIGN TO "CONSTRUCTION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONSTR.
           SELECT FACILITY-FILE ASSIGN TO
               "OVERDRAFT-FACILITIES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FAC.
           SELECT GUAR-FILE ASSIGN TO "GUARANTEES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GUAR.
           SELECT DEAL-FILE ASSIGN TO "MM-DEALS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DEAL.
           SELECT ASSET-FILE ASSIGN TO "FIXED-ASSETS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ASSET.
           SELECT VAULT-FILE ASSIGN TO "VAULT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-VAULT.
           SELECT HISTORY-FILE ASSIGN TO "CAPITAL-HISTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HIST.
           SELECT REPORT-FILE ASSIGN TO "CAPITAL-ADEQUACY.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RPT.

       DATA DIVISION.
       FILE SECTION.
       FD  WEIGHT-FILE.
       01  WEIGHT-RECORD        PIC X(80).

       FD  GL-MASTER-FILE.
       01  GL-MASTER-RECORD     PIC X(80).

       FD  LOANS-FILE.
       01  LOANS-RECORD         PIC X(100).

       FD  COLLATERAL-FILE.
       01  COLLATERAL-RECORD    PIC X(80).

       FD  CONSTR-FILE.
       01  CONSTR-RECORD        PIC X(60).

       FD  FACILITY-FILE.
       01  FACILITY-RECORD      PIC X(60).

       FD  GUAR-FILE.
       01  GUAR-RECORD          PIC X(80).

       FD  DEAL-FILE.
       01  DEAL-RECORD          PIC X(120).

       FD  ASSET-FILE.
       01  ASSET-RECORD         PIC X(150).

       FD  VAULT-FILE.
       01  VAULT-RECORD         PIC X(50).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD       PIC X(80).

       FD  REPORT-FILE.
       01  REPORT-REC           PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-FS-WGT            PIC XX.
       77  WS-FS-GLM            PIC XX.
       77  WS-FS-LOANS          PIC XX.
       77  WS-FS-COLL           PIC XX.
       77  WS-FS-CONSTR         PIC XX.
       77  WS-FS-FAC            PIC XX.
       77  WS-FS-GUAR           PIC XX.
       77  WS-FS-DEAL           PIC XX.
       77  WS-FS-ASSET          PIC XX.
       77  WS-FS-VAULT          PIC XX.
       77  WS-FS-HIST           PIC XX.
       77  WS-FS-RPT            PIC XX.
       77  WS-EOF               PIC X VALUE 'N'.
       77  WS-MODE              PIC X.
       77  WS-TODAY             PIC 9(8).
       77  WS-I                 PIC 9(4).
       77  WS-J                 PIC 9(4).
       77  WS-W                 PIC 9(4).
       77  WS-FOUND             PIC X.
       77  WS-TABLE-SOURCE      PIC X(40).
       77  WS-PARAM-NAME        PIC X(24).
       77  WS-PARAM-VALUE       PIC X(12).
       77  WS-PARAM-FOUND       PIC X.
       77  WS-FLAG-COUNT        PIC 9(2) VALUE 0.
       77  WS-UNMATCHED-COUNT   PIC 9(4) VALUE 0.
       77  WS-GL-COUNT          PIC 9(3) VALUE 0.
       77  WS-COLL-COUNT        PIC 9(4) VALUE 0.
       77  WS-CONSTR-COUNT      PIC 9(4) VALUE 0.
       77  WS-HIST-COUNT        PIC 9(3) VALUE 0.

      *> Regulatory minimums and the internal buffer, percent.
       01  WS-MIN-CET1          PIC 9(3)V99 VALUE 4.50.
       01  WS-MIN-TIER1         PIC 9(3)V99 VALUE 6.00.
       01  WS-MIN-TOTAL         PIC 9(3)V99 VALUE 8.00.
       01  WS-BUFFER            PIC 9(3)V99 VALUE 2.50.

      *> The standard table, used until RISK-WEIGHTS.DAT is kept.
       01  WS-STANDARD-LIST.
           05  FILLER PIC X(50) VALUE
               "WCASH       999000000Cash in branch vaults".
           05  FILLER PIC X(50) VALUE
               "WIB-SHORT   999020000Interbank placed to 3 mths".
           05  FILLER PIC X(50) VALUE
               "WIB-LONG    999050000Interbank placed over 3 mths".
           05  FILLER PIC X(50) VALUE
               "WIB-OVERDUE 999150000Interbank past maturity".
           05  FILLER PIC X(50) VALUE
               "WREALTY     080035000Realty-secured LTV to 80%".
           05  FILLER PIC X(50) VALUE
               "WREALTY     999075000Realty-secured LTV over 80%".
           05  FILLER PIC X(50) VALUE
               "WVEHICLE    999075000Vehicle-secured loans".
           05  FILLER PIC X(50) VALUE
               "WLOAN       999100000Other secured loans".
           05  FILLER PIC X(50) VALUE
               "WUNSECURED  999100000Unsecured loans".
           05  FILLER PIC X(50) VALUE
               "WCONSTR     999150000Construction loans drawn".
           05  FILLER PIC X(50) VALUE
               "WCONSTR-UNDR999100050Construction undrawn".
           05  FILLER PIC X(50) VALUE
               "WOD-DRAWN   999100000Overdrafts drawn".
           05  FILLER PIC X(50) VALUE
               "WOD-UNDRAWN 999100020Overdraft undrawn commitments".
           05  FILLER PIC X(50) VALUE
               "WGUARANTEE  999100100Guarantees issued".
           05  FILLER PIC X(50) VALUE
               "WFIXED      999100000Fixed assets net book value".
       01  WS-STANDARD-TABLE REDEFINES WS-STANDARD-LIST.
           05  WS-STD OCCURS 15 TIMES.
               10  WS-STD-KIND      PIC X.
               10  WS-STD-CODE      PIC X(11).
               10  WS-STD-LTV       PIC 9(3).
               10  WS-STD-WEIGHT    PIC 9(3).
               10  WS-STD-CCF       PIC 9(3).
               10  WS-STD-DESC      PIC X(29).
       77  WS-STD-COUNT         PIC 9(2) VALUE 15.

       01  WS-WEIGHT-TABLE.
           05  WS-WT-ENTRY OCCURS 200 TIMES.
               10  WS-WT-KIND       PIC X.
               10  WS-WT-CODE       PIC X(11).
               10  WS-WT-LTV        PIC 9(3).
               10  WS-WT-WEIGHT     PIC 9(3).
               10  WS-WT-CCF        PIC 9(3).
               10  WS-WT-DESC       PIC X(30).
               10  WS-WT-ITEMS      PIC 9(5).
               10  WS-WT-EXPOSURE   PIC S9(11)V99.
               10  WS-WT-EAD        PIC S9(11)V99.
               10  WS-WT-RWA        PIC S9(11)V99.
       01  WS-WEIGHT-COUNT      PIC 9(4) VALUE 0.

       01  WS-WEIGHT-FIELDS.
           05  WS-WF-KIND       PIC X.
           05  WS-WF-CODE       PIC X(11).
           05  WS-WF-LTV        PIC X(3).
           05  WS-WF-WEIGHT     PIC X(3).
           05  WS-WF-CCF        PIC X(3).
           05  WS-WF-DESC       PIC X(30).

      *> Exposure classes with no row in the table.
       01  WS-UNMATCHED-TABLE.
           05  WS-UM-ENTRY OCCURS 50 TIMES.
               10  WS-UM-CODE       PIC X(11).
               10  WS-UM-ITEMS      PIC 9(5).
               10  WS-UM-EXPOSURE   PIC S9(11)V99.
               10  WS-UM-RWA        PIC S9(11)V99.

      *> Net balance per GL account, debit-positive.
       01  WS-GL-TABLE.
           05  WS-GL-ENTRY OCCURS 100 TIMES.
               10  WS-GL-ACCT       PIC X(4).
               10  WS-GL-NET        PIC S9(11)V99.
       01  WS-JRNL-ACCT         PIC X(4).
       01  WS-JRNL-DRCR         PIC XX.
       01  WS-JRNL-AMT          PIC 9(9)V99.

       01  WS-COLL-TABLE.
           05  WS-CT-ENTRY OCCURS 2000 TIMES.
               10  WS-CT-LOAN       PIC X(6).
               10  WS-CT-TYPE       PIC X(8).
               10  WS-CT-VALUE      PIC 9(9)V99.
       01  WS-CONSTR-TABLE.
           05  WS-CN-ENTRY OCCURS 500 TIMES.
               10  WS-CN-LOAN-ID    PIC X(6).

       01  WS-LOAN-FIELDS.
           05  WS-LN-ID         PIC X(6).
           05  WS-LN-CUST       PIC X(5).
           05  WS-LN-PRIN       PIC X(10).
           05  WS-LN-RATE       PIC X(5).
           05  WS-LN-TERM       PIC X(3).
           05  WS-LN-PAYMENT    PIC X(10).
           05  WS-LN-NEXT-DUE   PIC X(8).
           05  WS-LN-BILLED     PIC X(10).
           05  WS-LN-PAID       PIC X(10).
           05  WS-LN-STATUS     PIC X(8).

       01  WS-COLL-FIELDS.
           05  WS-CL-LOAN       PIC X(6).
           05  WS-CL-TYPE       PIC X(8).
           05  WS-CL-VALUE      PIC X(12).
           05  WS-CL-APPR-DATE  PIC X(8).
           05  WS-CL-LIEN       PIC X(1).
           05  WS-CL-INS-EXPIRY PIC X(8).
           05  WS-CL-DESC       PIC X(20).

       01  WS-CONSTR-FIELDS.
           05  WS-CF-LOAN       PIC X(6).
           05  WS-CF-APPROVED   PIC X(10).
           05  WS-CF-DRAWN      PIC X(10).
           05  WS-CF-CONV-DATE  PIC X(8).
           05  WS-CF-AMORT-TERM PIC X(3).
           05  WS-CF-STATUS     PIC X(9).

       01  WS-FAC-FIELDS.
           05  WS-FC-ACCT       PIC X(5).
           05  WS-FC-LIMIT      PIC X(10).
           05  WS-FC-DRAWN      PIC X(10).
           05  WS-FC-SUM        PIC X(14).
           05  WS-FC-DAYS       PIC X(3).
           05  WS-FC-STATUS     PIC X(8).

       01  WS-GUAR-FIELDS.
           05  WS-GT-ID         PIC X(6).
           05  WS-GT-ACCT       PIC X(5).
           05  WS-GT-AMOUNT     PIC X(12).
           05  WS-GT-EXPIRY     PIC X(8).
           05  WS-GT-BENEF      PIC X(30).
           05  WS-GT-STATUS     PIC X(9).

       01  WS-DEAL-FIELDS.
           05  WS-DF-ID         PIC X(6).
           05  WS-DF-CPTY       PIC X(6).
           05  WS-DF-TYPE       PIC X.
           05  WS-DF-PRIN       PIC X(10).
           05  WS-DF-RATE       PIC X(7).
           05  WS-DF-VALUE      PIC X(8).
           05  WS-DF-MATURITY   PIC X(8).
           05  WS-DF-IBAN       PIC X(22).
           05  WS-DF-ACCRUED    PIC X(10).
           05  WS-DF-LAST       PIC X(8).
           05  WS-DF-STATUS     PIC X(8).

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

       01  WS-VAULT-FIELDS.
           05  WS-VT-BR         PIC X(3).
           05  WS-VT-BAL        PIC X(12).
           05  WS-VT-FLOOR      PIC X(12).
           05  WS-VT-CEIL       PIC X(12).

      *> The exposure being weighted.
       01  WS-EXP-CLASS         PIC X(11).
       01  WS-EXP-LTV           PIC 9(5).
       01  WS-EXP-AMT           PIC S9(11)V99.
       01  WS-EXP-EAD           PIC S9(11)V99.
       01  WS-EXP-RWA           PIC S9(11)V99.
       01  WS-COLL-TOTAL        PIC 9(11)V99.
       01  WS-COLL-BIGGEST      PIC 9(9)V99.
       01  WS-COLL-TYPE         PIC X(8).
       01  WS-BEST-LTV          PIC 9(3).
       01  WS-DAYS-TO-MATURITY  PIC S9(7).
       01  WS-AMT-NUM           PIC S9(11)V99.
       01  WS-LIMIT-NUM         PIC 9(9)V99.

       01  WS-TOT-EXPOSURE      PIC S9(11)V99 VALUE 0.
       01  WS-TOT-EAD           PIC S9(11)V99 VALUE 0.
       01  WS-TOT-RWA           PIC S9(11)V99 VALUE 0.
       01  WS-EQUITY            PIC S9(11)V99 VALUE 0.
       01  WS-RETAINED          PIC S9(11)V99 VALUE 0.
       01  WS-DEDUCTIONS        PIC S9(11)V99 VALUE 0.
       01  WS-CET1              PIC S9(11)V99 VALUE 0.
       01  WS-AT1               PIC S9(11)V99 VALUE 0.
       01  WS-TIER1             PIC S9(11)V99 VALUE 0.
       01  WS-TIER2             PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-CAPITAL     PIC S9(11)V99 VALUE 0.
       01  WS-GL-KIND           PIC X.

       01  WS-RATIO-CET1        PIC S9(5)V99 VALUE 0.
       01  WS-RATIO-TIER1       PIC S9(5)V99 VALUE 0.
       01  WS-RATIO-TOTAL       PIC S9(5)V99 VALUE 0.
       01  WS-RATIO-LINE.
           05  WS-RL-LABEL      PIC X(22).
           05  WS-RL-RATIO      PIC S9(5)V99.
           05  WS-RL-MIN        PIC 9(3)V99.
           05  WS-RL-PRIOR      PIC S9(5)V99.

       01  WS-QUARTER           PIC X(6).
       01  WS-MONTH             PIC 9(2).
       01  WS-QTR-NUM           PIC 9.
       01  WS-PRIOR-QUARTER     PIC X(6) VALUE SPACES.
       01  WS-PRIOR-CET1        PIC S9(5)V99 VALUE 0.
       01  WS-PRIOR-TIER1       PIC S9(5)V99 VALUE 0.
       01  WS-PRIOR-TOTAL       PIC S9(5)V99 VALUE 0.
       01  WS-HIST-TABLE.
           05  WS-HIST-LINE OCCURS 400 TIMES PIC X(80).
       01  WS-HIST-FIELDS.
           05  WS-HF-QUARTER    PIC X(6).
           05  WS-HF-RWA        PIC X(16).
           05  WS-HF-CET1       PIC X(9).
           05  WS-HF-TIER1      PIC X(9).
           05  WS-HF-TOTAL      PIC X(9).

       01  WS-KIND-IN           PIC X.
       01  WS-CODE-IN           PIC X(11).
       01  WS-LTV-IN            PIC X(3).
       01  WS-WEIGHT-IN         PIC X(3).
       01  WS-CCF-IN            PIC X(3).
       01  WS-DESC-IN           PIC X(30).

       01  WS-NUM3-OUT          PIC 9(3).
       01  WS-RWA-OUT           PIC 9(13).99.
       01  WS-PCT-OUT           PIC +9(5).99.
       01  WS-DISP-AMT          PIC -(11)9.99.
       01  WS-DISP-AMT2         PIC -(11)9.99.
       01  WS-DISP-AMT3         PIC -(11)9.99.
       01  WS-DISP-PCT          PIC ---9.99.
       01  WS-DISP-PCT2         PIC ---9.99.
       01  WS-DISP-PCT3         PIC ---9.99.
       01  WS-DISP-ITEMS        PIC ZZZZ9.
       01  WS-DISP-W            PIC ZZ9.
       01  WS-DISP-C            PIC ZZ9.
       01  WS-DISP-LTV          PIC ZZ9.
       01  WS-STANDING          PIC X(16).
       01  WS-DIVIDER           PIC X(120) VALUE ALL "-".

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "GET-BUSINESS-DATE" USING WS-TODAY
           PERFORM LOAD-WEIGHT-TABLE
           DISPLAY "CAPITAL-ADEQUACY: (Q)uarterly return, (W)eight "
                   "table maintenance, (L)ist weight table: "
                   WITH NO ADVANCING
           ACCEPT WS-MODE
           EVALUATE FUNCTION UPPER-CASE(WS-MODE)
               WHEN "Q"
                   PERFORM QUARTERLY-RETURN
               WHEN "W"
                   PERFORM MAINTAIN-WEIGHTS
               WHEN "L"
                   PERFORM LIST-WEIGHTS
               WHEN OTHER
                   DISPLAY "Invalid selection."
           END-EVALUATE
           STOP RUN.

      *>----------------------------------------------------------------
      *> Weight table
      *>----------------------------------------------------------------
       LOAD-WEIGHT-TABLE.
           MOVE 0 TO WS-WEIGHT-COUNT
           OPEN INPUT WEIGHT-FILE
           IF WS-FS-WGT NOT = "00"
               MOVE "standard table (no RISK-WEIGHTS.DAT)"
                   TO WS-TABLE-SOURCE
               PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-STD-COUNT
                   ADD 1 TO WS-WEIGHT-COUNT
                   INITIALIZE WS-WT-ENTRY(WS-WEIGHT-COUNT)
                   MOVE WS-STD-KIND(WS-I)
                       TO WS-WT-KIND(WS-WEIGHT-COUNT)
                   MOVE WS-STD-CODE(WS-I)
                       TO WS-WT-CODE(WS-WEIGHT-COUNT)
                   MOVE WS-STD-LTV(WS-I)
                       TO WS-WT-LTV(WS-WEIGHT-COUNT)
                   MOVE WS-STD-WEIGHT(WS-I)
                       TO WS-WT-WEIGHT(WS-WEIGHT-COUNT)
                   MOVE WS-STD-CCF(WS-I)
                       TO WS-WT-CCF(WS-WEIGHT-COUNT)
                   MOVE WS-STD-DESC(WS-I)
                       TO WS-WT-DESC(WS-WEIGHT-COUNT)
               END-PERFORM
               EXIT PARAGRAPH
           END-IF
           MOVE "RISK-WEIGHTS.DAT" TO WS-TABLE-SOURCE
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ WEIGHT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-WEIGHT
               END-READ
           END-PERFORM
           CLOSE WEIGHT-FILE.

       LOAD-ONE-WEIGHT.
           IF WEIGHT-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-WEIGHT-COUNT >= 200
               DISPLAY "CAPITAL-ADEQUACY: WARNING - weight table "
                       "full at 200; rest of RISK-WEIGHTS.DAT ignored"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-WEIGHT-FIELDS
           UNSTRING WEIGHT-RECORD DELIMITED BY ','
               INTO WS-WF-KIND WS-WF-CODE WS-WF-LTV WS-WF-WEIGHT
                    WS-WF-CCF WS-WF-DESC
           END-UNSTRING
           ADD 1 TO WS-WEIGHT-COUNT
           MOVE WS-WEIGHT-COUNT TO WS-W
           INITIALIZE WS-WT-ENTRY(WS-W)
           MOVE WS-WF-KIND TO WS-WT-KIND(WS-W)
           MOVE WS-WF-CODE TO WS-WT-CODE(WS-W)
           COMPUTE WS-WT-LTV(WS-W) = FUNCTION NUMVAL(WS-WF-LTV)
           COMPUTE WS-WT-WEIGHT(WS-W) = FUNCTION NUMVAL(WS-WF-WEIGHT)
           COMPUTE WS-WT-CCF(WS-W) = FUNCTION NUMVAL(WS-WF-CCF)
           MOVE WS-WF-DESC TO WS-WT-DESC(WS-W).

       SAVE-WEIGHT-TABLE.
           OPEN OUTPUT WEIGHT-FILE
           PERFORM VARYING WS-W FROM 1 BY 1
             UNTIL WS-W > WS-WEIGHT-COUNT
               PERFORM BUILD-WEIGHT-RECORD
               WRITE WEIGHT-RECORD
           END-PERFORM
           CLOSE WEIGHT-FILE.

       BUILD-WEIGHT-RECORD.
           MOVE SPACES TO WEIGHT-RECORD
           MOVE WS-WT-LTV(WS-W) TO WS-LTV-IN
           MOVE WS-WT-WEIGHT(WS-W) TO WS-WEIGHT-IN
           MOVE WS-WT-CCF(WS-W) TO WS-CCF-IN
           STRING WS-WT-KIND(WS-W) ","
                  FUNCTION TRIM(WS-WT-CODE(WS-W)) ","
                  WS-LTV-IN ","
                  WS-WEIGHT-IN ","
                  WS-CCF-IN ","
                  FUNCTION TRIM(WS-WT-DESC(WS-W))
               DELIMITED BY SIZE INTO WEIGHT-RECORD
           END-STRING.

       LIST-WEIGHTS.
           DISPLAY "Weights from " FUNCTION TRIM(WS-TABLE-SOURCE)
           DISPLAY "K CODE        LTV WGT CCF DESCRIPTION"
           PERFORM VARYING WS-W FROM 1 BY 1
             UNTIL WS-W > WS-WEIGHT-COUNT
               DISPLAY WS-WT-KIND(WS-W) " " WS-WT-CODE(WS-W) " "
                       WS-WT-LTV(WS-W) " " WS-WT-WEIGHT(WS-W) " "
                       WS-WT-CCF(WS-W) " " WS-WT-DESC(WS-W)
           END-PERFORM.

      *> A row is keyed by kind, code and LTV band; a weight of
      *> DEL removes it.
       MAINTAIN-WEIGHTS.
           DISPLAY "Kind - (W)eight, (D)eduction GL, (A)dditional "
                   "tier 1 GL, tier (2) GL: " WITH NO ADVANCING
           ACCEPT WS-KIND-IN
           MOVE FUNCTION UPPER-CASE(WS-KIND-IN) TO WS-KIND-IN
           IF WS-KIND-IN NOT = "W" AND NOT = "D" AND NOT = "A"
              AND NOT = "2"
               DISPLAY "Invalid kind."
               EXIT PARAGRAPH
           END-IF
           IF WS-KIND-IN = "W"
               DISPLAY "Exposure class (e.g. REALTY, OD-UNDRAWN): "
                       WITH NO ADVANCING
           ELSE
               DISPLAY "GL account (4 digits): " WITH NO ADVANCING
           END-IF
           ACCEPT WS-CODE-IN
           MOVE FUNCTION UPPER-CASE(WS-CODE-IN) TO WS-CODE-IN
           IF WS-CODE-IN = SPACES
               DISPLAY "Code is required."
               EXIT PARAGRAPH
           END-IF
           MOVE "000" TO WS-LTV-IN
           MOVE "000" TO WS-WEIGHT-IN
           MOVE "000" TO WS-CCF-IN
           IF WS-KIND-IN = "W"
               DISPLAY "LTV band upper limit % (999 = any): "
                       WITH NO ADVANCING
               ACCEPT WS-LTV-IN
               DISPLAY "Risk weight % (DEL to remove the row): "
                       WITH NO ADVANCING
               ACCEPT WS-WEIGHT-IN
               MOVE FUNCTION UPPER-CASE(WS-WEIGHT-IN) TO WS-WEIGHT-IN
               IF WS-WEIGHT-IN NOT = "DEL"
                   DISPLAY "Credit conversion factor % (000 on "
                           "balance sheet): " WITH NO ADVANCING
                   ACCEPT WS-CCF-IN
               END-IF
           ELSE
               DISPLAY "(R)emove this account, or Enter to keep: "
                       WITH NO ADVANCING
               ACCEPT WS-MODE
               IF FUNCTION UPPER-CASE(WS-MODE) = "R"
                   MOVE "DEL" TO WS-WEIGHT-IN
               END-IF
           END-IF

           MOVE 0 TO WS-J
           PERFORM VARYING WS-W FROM 1 BY 1
             UNTIL WS-W > WS-WEIGHT-COUNT
               IF WS-WT-KIND(WS-W) = WS-KIND-IN
                  AND WS-WT-CODE(WS-W) = WS-CODE-IN
                  AND WS-WT-LTV(WS-W) = FUNCTION NUMVAL(WS-LTV-IN)
                   MOVE WS-W TO WS-J
               END-IF
           END-PERFORM

           IF WS-WEIGHT-IN = "DEL"
               IF WS-J = 0
                   DISPLAY "No such row."
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING WS-W FROM WS-J BY 1
                 UNTIL WS-W >= WS-WEIGHT-COUNT
                   MOVE WS-WT-ENTRY(WS-W + 1) TO WS-WT-ENTRY(WS-W)
               END-PERFORM
               SUBTRACT 1 FROM WS-WEIGHT-COUNT
               PERFORM SAVE-WEIGHT-TABLE
               DISPLAY "Row removed."
               EXIT PARAGRAPH
           END-IF

           IF WS-LTV-IN IS NOT NUMERIC OR WS-WEIGHT-IN IS NOT NUMERIC
              OR WS-CCF-IN IS NOT NUMERIC
               DISPLAY "LTV, weight and CCF are three digits - "
                       "unchanged."
               EXIT PARAGRAPH
           END-IF
           IF WS-J = 0
               IF WS-WEIGHT-COUNT >= 200
                   DISPLAY "Weight table full - not added."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-WEIGHT-COUNT
               MOVE WS-WEIGHT-COUNT TO WS-J
               INITIALIZE WS-WT-ENTRY(WS-J)
           END-IF
           DISPLAY "Description: " WITH NO ADVANCING
           ACCEPT WS-DESC-IN
           INSPECT WS-DESC-IN REPLACING ALL "," BY " "
           MOVE WS-KIND-IN TO WS-WT-KIND(WS-J)
           MOVE WS-CODE-IN TO WS-WT-CODE(WS-J)
           MOVE WS-LTV-IN TO WS-WT-LTV(WS-J)
           MOVE WS-WEIGHT-IN TO WS-WT-WEIGHT(WS-J)
           MOVE WS-CCF-IN TO WS-WT-CCF(WS-J)
           MOVE WS-DESC-IN TO WS-WT-DESC(WS-J)
           PERFORM SAVE-WEIGHT-TABLE
           DISPLAY "RISK-WEIGHTS.DAT updated.".

      *>----------------------------------------------------------------
      *> Quarterly return
      *>----------------------------------------------------------------
       QUARTERLY-RETURN.
           PERFORM LOAD-RATIO-PARAMS
           MOVE WS-TODAY(5:2) TO WS-MONTH
           COMPUTE WS-QTR-NUM = (WS-MONTH - 1) / 3 + 1
           MOVE SPACES TO WS-QUARTER
           STRING WS-TODAY(1:4) "Q" WS-QTR-NUM
               DELIMITED BY SIZE INTO WS-QUARTER
           END-STRING

           PERFORM WEIGH-VAULT-CASH
           PERFORM WEIGH-PLACEMENTS
           PERFORM LOAD-COLLATERAL
           PERFORM LOAD-CONSTRUCTION
           PERFORM WEIGH-LOANS
           PERFORM WEIGH-OVERDRAFTS
           PERFORM WEIGH-GUARANTEES
           PERFORM WEIGH-FIXED-ASSETS
           PERFORM BUILD-CAPITAL
           PERFORM COMPUTE-RATIOS
           PERFORM LOAD-CAPITAL-HISTORY
           PERFORM WRITE-CAPITAL-REPORT
           PERFORM SAVE-CAPITAL-HISTORY

           MOVE WS-TOT-RWA TO WS-DISP-AMT
           MOVE WS-RATIO-TOTAL TO WS-DISP-PCT
           DISPLAY "CAPITAL-ADEQUACY: " WS-QUARTER " risk-weighted "
                   "assets " FUNCTION TRIM(WS-DISP-AMT)
                   ", total capital ratio "
                   FUNCTION TRIM(WS-DISP-PCT) "%"
           DISPLAY "CAPITAL-ADEQUACY: see CAPITAL-ADEQUACY.TXT"
           IF WS-FLAG-COUNT > 0
               DISPLAY "CAPITAL-ADEQUACY: " WS-FLAG-COUNT
                       " ratio(s) below minimum or buffer"
               MOVE 4 TO RETURN-CODE
           END-IF.

       LOAD-RATIO-PARAMS.
           MOVE "CAR_MIN_CET1_PCT" TO WS-PARAM-NAME
           CALL "GET-PARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y'
               COMPUTE WS-MIN-CET1 = FUNCTION NUMVAL(WS-PARAM-VALUE)
           END-IF
           MOVE "CAR_MIN_TIER1_PCT" TO WS-PARAM-NAME
           CALL "GET-PARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y'
               COMPUTE WS-MIN-TIER1 = FUNCTION NUMVAL(WS-PARAM-VALUE)
           END-IF
           MOVE "CAR_MIN_TOTAL_PCT" TO WS-PARAM-NAME
           CALL "GET-PARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y'
               COMPUTE WS-MIN-TOTAL = FUNCTION NUMVAL(WS-PARAM-VALUE)
           END-IF
           MOVE "CAR_BUFFER_PCT" TO WS-PARAM-NAME
           CALL "GET-PARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y'
               COMPUTE WS-BUFFER = FUNCTION NUMVAL(WS-PARAM-VALUE)
           END-IF.

      *> Weigh WS-EXP-AMT of class WS-EXP-CLASS (LTV WS-EXP-LTV for
      *> a loan, else 0) into the row it falls in.
       APPLY-WEIGHT.
           IF WS-EXP-AMT <= 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-J
           MOVE 999 TO WS-BEST-LTV
           PERFORM VARYING WS-W FROM 1 BY 1
             UNTIL WS-W > WS-WEIGHT-COUNT
               IF WS-WT-KIND(WS-W) = "W"
                  AND WS-WT-CODE(WS-W) = WS-EXP-CLASS
                  AND WS-WT-LTV(WS-W) >= WS-EXP-LTV
                   IF WS-J = 0 OR WS-WT-LTV(WS-W) < WS-BEST-LTV
                       MOVE WS-W TO WS-J
                       MOVE WS-WT-LTV(WS-W) TO WS-BEST-LTV
                   END-IF
               END-IF
           END-PERFORM
           IF WS-J = 0
               PERFORM WEIGH-UNMATCHED
               EXIT PARAGRAPH
           END-IF
           IF WS-WT-CCF(WS-J) > 0
               COMPUTE WS-EXP-EAD ROUNDED =
                   WS-EXP-AMT * WS-WT-CCF(WS-J) / 100
           ELSE
               MOVE WS-EXP-AMT TO WS-EXP-EAD
           END-IF
           COMPUTE WS-EXP-RWA ROUNDED =
               WS-EXP-EAD * WS-WT-WEIGHT(WS-J) / 100
           ADD 1 TO WS-WT-ITEMS(WS-J)
           ADD WS-EXP-AMT TO WS-WT-EXPOSURE(WS-J)
           ADD WS-EXP-EAD TO WS-WT-EAD(WS-J)
           ADD WS-EXP-RWA TO WS-WT-RWA(WS-J)
           ADD WS-EXP-AMT TO WS-TOT-EXPOSURE
           ADD WS-EXP-EAD TO WS-TOT-EAD
           ADD WS-EXP-RWA TO WS-TOT-RWA.

      *> No row for the class: full exposure at 100 percent, and
      *> listed so the table can be completed.
       WEIGH-UNMATCHED.
           MOVE 0 TO WS-J
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-UNMATCHED-COUNT
               IF WS-UM-CODE(WS-I) = WS-EXP-CLASS
                   MOVE WS-I TO WS-J
               END-IF
           END-PERFORM
           IF WS-J = 0 AND WS-UNMATCHED-COUNT < 50
               ADD 1 TO WS-UNMATCHED-COUNT
               MOVE WS-UNMATCHED-COUNT TO WS-J
               MOVE WS-EXP-CLASS TO WS-UM-CODE(WS-J)
               MOVE 0 TO WS-UM-ITEMS(WS-J)
               MOVE 0 TO WS-UM-EXPOSURE(WS-J)
               MOVE 0 TO WS-UM-RWA(WS-J)
           END-IF
           IF WS-J > 0
               ADD 1 TO WS-UM-ITEMS(WS-J)
               ADD WS-EXP-AMT TO WS-UM-EXPOSURE(WS-J)
               ADD WS-EXP-AMT TO WS-UM-RWA(WS-J)
           END-IF
           ADD WS-EXP-AMT TO WS-TOT-EXPOSURE
           ADD WS-EXP-AMT TO WS-TOT-EAD
           ADD WS-EXP-AMT TO WS-TOT-RWA.

       WEIGH-VAULT-CASH.
           OPEN INPUT VAULT-FILE
           IF WS-FS-VAULT NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ VAULT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-VAULT-FIELDS
                       UNSTRING VAULT-RECORD DELIMITED BY ','
                           INTO WS-VT-BR WS-VT-BAL WS-VT-FLOOR
                                WS-VT-CEIL
                       END-UNSTRING
                       MOVE "CASH" TO WS-EXP-CLASS
                       MOVE 0 TO WS-EXP-LTV
                       COMPUTE WS-EXP-AMT =
                           FUNCTION NUMVAL(WS-VT-BAL)
                       PERFORM APPLY-WEIGHT
               END-READ
           END-PERFORM
           CLOSE VAULT-FILE.

      *> Placements still owed to us - open, matured awaiting
      *> receipt, or overdue - banded by days left to maturity.
       WEIGH-PLACEMENTS.
           OPEN INPUT DEAL-FILE
           IF WS-FS-DEAL NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ DEAL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM WEIGH-ONE-PLACEMENT
               END-READ
           END-PERFORM
           CLOSE DEAL-FILE.

       WEIGH-ONE-PLACEMENT.
           MOVE SPACES TO WS-DEAL-FIELDS
           UNSTRING DEAL-RECORD DELIMITED BY ','
               INTO WS-DF-ID WS-DF-CPTY WS-DF-TYPE WS-DF-PRIN
                    WS-DF-RATE WS-DF-VALUE WS-DF-MATURITY WS-DF-IBAN
                    WS-DF-ACCRUED WS-DF-LAST WS-DF-STATUS
           END-UNSTRING
           IF WS-DF-TYPE NOT = "P"
               EXIT PARAGRAPH
           END-IF
           IF WS-DF-STATUS NOT = "OPEN" AND NOT = "MATURED"
              AND NOT = "OVERDUE"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-EXP-AMT = FUNCTION NUMVAL(WS-DF-PRIN)
               + FUNCTION NUMVAL(WS-DF-ACCRUED)
           MOVE 0 TO WS-EXP-LTV
           MOVE "IB-SHORT" TO WS-EXP-CLASS
           IF WS-DF-MATURITY IS NUMERIC
               COMPUTE WS-DAYS-TO-MATURITY =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-DF-MATURITY))
                 - FUNCTION INTEGER-OF-DATE(WS-TODAY)
               IF WS-DAYS-TO-MATURITY > 91
                   MOVE "IB-LONG" TO WS-EXP-CLASS
               END-IF
           END-IF
           IF WS-DF-STATUS = "OVERDUE"
               MOVE "IB-OVERDUE" TO WS-EXP-CLASS
           END-IF
           PERFORM APPLY-WEIGHT.

       LOAD-COLLATERAL.
           MOVE 0 TO WS-COLL-COUNT
           OPEN INPUT COLLATERAL-FILE
           IF WS-FS-COLL NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ COLLATERAL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF COLLATERAL-RECORD NOT = SPACES
                          AND WS-COLL-COUNT < 2000
                           MOVE SPACES TO WS-COLL-FIELDS
                           UNSTRING COLLATERAL-RECORD
                               DELIMITED BY ','
                               INTO WS-CL-LOAN WS-CL-TYPE
                                    WS-CL-VALUE WS-CL-APPR-DATE
                                    WS-CL-LIEN WS-CL-INS-EXPIRY
                                    WS-CL-DESC
                           END-UNSTRING
                           ADD 1 TO WS-COLL-COUNT
                           MOVE WS-CL-LOAN
                               TO WS-CT-LOAN(WS-COLL-COUNT)
                           MOVE WS-CL-TYPE
                               TO WS-CT-TYPE(WS-COLL-COUNT)
                           COMPUTE WS-CT-VALUE(WS-COLL-COUNT) =
                               FUNCTION NUMVAL(WS-CL-VALUE)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COLLATERAL-FILE.

      *> OPEN construction facilities: the loan is weighted as
      *> construction lending and the undrawn balance of the
      *> approval is a commitment.
       LOAD-CONSTRUCTION.
           MOVE 0 TO WS-CONSTR-COUNT
           OPEN INPUT CONSTR-FILE
           IF WS-FS-CONSTR NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CONSTR-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-CONSTRUCTION
               END-READ
           END-PERFORM
           CLOSE CONSTR-FILE.

       LOAD-ONE-CONSTRUCTION.
           MOVE SPACES TO WS-CONSTR-FIELDS
           UNSTRING CONSTR-RECORD DELIMITED BY ','
               INTO WS-CF-LOAN WS-CF-APPROVED WS-CF-DRAWN
                    WS-CF-CONV-DATE WS-CF-AMORT-TERM WS-CF-STATUS
           END-UNSTRING
           IF FUNCTION TRIM(WS-CF-STATUS) NOT = "OPEN"
               EXIT PARAGRAPH
           END-IF
           IF WS-CONSTR-COUNT < 500
               ADD 1 TO WS-CONSTR-COUNT
               MOVE WS-CF-LOAN TO WS-CN-LOAN-ID(WS-CONSTR-COUNT)
           END-IF
           MOVE "CONSTR-UNDR" TO WS-EXP-CLASS
           MOVE 0 TO WS-EXP-LTV
           COMPUTE WS-EXP-AMT = FUNCTION NUMVAL(WS-CF-APPROVED)
               - FUNCTION NUMVAL(WS-CF-DRAWN)
           PERFORM APPLY-WEIGHT.

       WEIGH-LOANS.
           OPEN INPUT LOANS-FILE
           IF WS-FS-LOANS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ LOANS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM WEIGH-ONE-LOAN
               END-READ
           END-PERFORM
           CLOSE LOANS-FILE.

       WEIGH-ONE-LOAN.
           MOVE SPACES TO WS-LOAN-FIELDS
           UNSTRING LOANS-RECORD DELIMITED BY ','
               INTO WS-LN-ID WS-LN-CUST WS-LN-PRIN WS-LN-RATE
                    WS-LN-TERM WS-LN-PAYMENT WS-LN-NEXT-DUE
                    WS-LN-BILLED WS-LN-PAID WS-LN-STATUS
           END-UNSTRING
           IF FUNCTION TRIM(WS-LN-STATUS) NOT = "ACTIVE"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-EXP-AMT = FUNCTION NUMVAL(WS-LN-PRIN)
               - FUNCTION NUMVAL(WS-LN-PAID)
           IF WS-EXP-AMT <= 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EXP-LTV
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-CONSTR-COUNT
               IF WS-CN-LOAN-ID(WS-I) = WS-LN-ID
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND = 'Y'
               MOVE "CONSTR" TO WS-EXP-CLASS
               PERFORM APPLY-WEIGHT
               EXIT PARAGRAPH
           END-IF

      *> Class by the biggest item behind the loan, LTV against
      *> all of it.
           MOVE 0 TO WS-COLL-TOTAL
           MOVE 0 TO WS-COLL-BIGGEST
           MOVE SPACES TO WS-COLL-TYPE
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-COLL-COUNT
               IF WS-CT-LOAN(WS-I) = WS-LN-ID
                   ADD WS-CT-VALUE(WS-I) TO WS-COLL-TOTAL
                   IF WS-CT-VALUE(WS-I) > WS-COLL-BIGGEST
                       MOVE WS-CT-VALUE(WS-I) TO WS-COLL-BIGGEST
                       MOVE WS-CT-TYPE(WS-I) TO WS-COLL-TYPE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-COLL-TOTAL = 0
               MOVE "UNSECURED" TO WS-EXP-CLASS
               PERFORM APPLY-WEIGHT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-EXP-LTV ROUNDED =
               WS-EXP-AMT * 100 / WS-COLL-TOTAL
           IF WS-EXP-LTV > 999
               MOVE 999 TO WS-EXP-LTV
           END-IF
           MOVE WS-COLL-TYPE TO WS-EXP-CLASS
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-W FROM 1 BY 1
             UNTIL WS-W > WS-WEIGHT-COUNT
               IF WS-WT-KIND(WS-W) = "W"
                  AND WS-WT-CODE(WS-W) = WS-EXP-CLASS
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND = 'N'
               MOVE "LOAN" TO WS-EXP-CLASS
           END-IF
           PERFORM APPLY-WEIGHT.

       WEIGH-OVERDRAFTS.
           OPEN INPUT FACILITY-FILE
           IF WS-FS-FAC NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FACILITY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM WEIGH-ONE-OVERDRAFT
               END-READ
           END-PERFORM
           CLOSE FACILITY-FILE.

       WEIGH-ONE-OVERDRAFT.
           MOVE SPACES TO WS-FAC-FIELDS
           UNSTRING FACILITY-RECORD DELIMITED BY ','
               INTO WS-FC-ACCT WS-FC-LIMIT WS-FC-DRAWN
                    WS-FC-SUM WS-FC-DAYS WS-FC-STATUS
           END-UNSTRING
           IF FUNCTION TRIM(WS-FC-STATUS) NOT = "ACTIVE"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EXP-LTV
           COMPUTE WS-LIMIT-NUM = FUNCTION NUMVAL(WS-FC-LIMIT)
           COMPUTE WS-EXP-AMT = FUNCTION NUMVAL(WS-FC-DRAWN)
           MOVE "OD-DRAWN" TO WS-EXP-CLASS
           PERFORM APPLY-WEIGHT
           COMPUTE WS-EXP-AMT = WS-LIMIT-NUM
               - FUNCTION NUMVAL(WS-FC-DRAWN)
           MOVE "OD-UNDRAWN" TO WS-EXP-CLASS
           PERFORM APPLY-WEIGHT.

       WEIGH-GUARANTEES.
           OPEN INPUT GUAR-FILE
           IF WS-FS-GUAR NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ GUAR-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM WEIGH-ONE-GUARANTEE
               END-READ
           END-PERFORM
           CLOSE GUAR-FILE.

       WEIGH-ONE-GUARANTEE.
           MOVE SPACES TO WS-GUAR-FIELDS
           UNSTRING GUAR-RECORD DELIMITED BY ','
               INTO WS-GT-ID WS-GT-ACCT WS-GT-AMOUNT WS-GT-EXPIRY
                    WS-GT-BENEF WS-GT-STATUS
           END-UNSTRING
           IF FUNCTION TRIM(WS-GT-STATUS) NOT = "ACTIVE"
               EXIT PARAGRAPH
           END-IF
           IF WS-GT-EXPIRY IS NUMERIC
              AND FUNCTION NUMVAL(WS-GT-EXPIRY) < WS-TODAY
               EXIT PARAGRAPH
           END-IF
           MOVE "GUARANTEE" TO WS-EXP-CLASS
           MOVE 0 TO WS-EXP-LTV
           COMPUTE WS-EXP-AMT = FUNCTION NUMVAL(WS-GT-AMOUNT)
           PERFORM APPLY-WEIGHT.

       WEIGH-FIXED-ASSETS.
           OPEN INPUT ASSET-FILE
           IF WS-FS-ASSET NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ASSET-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-ASSET-FIELDS
                       UNSTRING ASSET-RECORD DELIMITED BY ','
                           INTO WS-AF-TAG WS-AF-DESC WS-AF-BRANCH
                                WS-AF-COST WS-AF-ACQ-DATE
                                WS-AF-LIFE WS-AF-METHOD
                                WS-AF-ACCUM WS-AF-MONTHS
                                WS-AF-LAST WS-AF-STATUS
                                WS-AF-DISP-DATE WS-AF-PROCEEDS
                       END-UNSTRING
                       IF FUNCTION TRIM(WS-AF-STATUS) = "ACTIVE"
                           MOVE "FIXED" TO WS-EXP-CLASS
                           MOVE 0 TO WS-EXP-LTV
                           COMPUTE WS-EXP-AMT =
                               FUNCTION NUMVAL(WS-AF-COST)
                             - FUNCTION NUMVAL(WS-AF-ACCUM)
                           PERFORM APPLY-WEIGHT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ASSET-FILE.

      *>----------------------------------------------------------------
      *> Capital
      *>----------------------------------------------------------------
      *> GLPOSTER writes each journal line as account (1:4), DR/CR
      *> flag (6:2) and a ten-character edited amount (9:10).
       BUILD-CAPITAL.
           MOVE 0 TO WS-GL-COUNT
           OPEN INPUT GL-MASTER-FILE
           IF WS-FS-GLM NOT = "00"
               DISPLAY "CAPITAL-ADEQUACY: ERROR - cannot open "
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
                       PERFORM NET-ONE-JOURNAL-LINE
               END-READ
           END-PERFORM
           CLOSE GL-MASTER-FILE

           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-GL-COUNT
               PERFORM FIND-GL-KIND
               EVALUATE TRUE
                   WHEN WS-GL-KIND = "D"
                       IF WS-GL-NET(WS-I) > 0
                           ADD WS-GL-NET(WS-I) TO WS-DEDUCTIONS
                       END-IF
                   WHEN WS-GL-KIND = "A"
                       SUBTRACT WS-GL-NET(WS-I) FROM WS-AT1
                   WHEN WS-GL-KIND = "2"
                       SUBTRACT WS-GL-NET(WS-I) FROM WS-TIER2
                   WHEN WS-GL-ACCT(WS-I)(1:1) = "3"
                       SUBTRACT WS-GL-NET(WS-I) FROM WS-EQUITY
                   WHEN WS-GL-ACCT(WS-I)(1:1) = "4"
                       SUBTRACT WS-GL-NET(WS-I) FROM WS-RETAINED
                   WHEN WS-GL-ACCT(WS-I)(1:1) = "5"
                       SUBTRACT WS-GL-NET(WS-I) FROM WS-RETAINED
               END-EVALUATE
           END-PERFORM
           COMPUTE WS-CET1 = WS-EQUITY + WS-RETAINED - WS-DEDUCTIONS
           IF WS-AT1 < 0
               MOVE 0 TO WS-AT1
           END-IF
           IF WS-TIER2 < 0
               MOVE 0 TO WS-TIER2
           END-IF
           COMPUTE WS-TIER1 = WS-CET1 + WS-AT1
           COMPUTE WS-TOTAL-CAPITAL = WS-TIER1 + WS-TIER2.

       NET-ONE-JOURNAL-LINE.
           MOVE GL-MASTER-RECORD(1:4) TO WS-JRNL-ACCT
           MOVE GL-MASTER-RECORD(6:2) TO WS-JRNL-DRCR
           COMPUTE WS-JRNL-AMT =
               FUNCTION NUMVAL(GL-MASTER-RECORD(9:10))
           MOVE 0 TO WS-J
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-GL-COUNT
               IF WS-GL-ACCT(WS-I) = WS-JRNL-ACCT
                   MOVE WS-I TO WS-J
               END-IF
           END-PERFORM
           IF WS-J = 0
               IF WS-GL-COUNT >= 100
                   DISPLAY "CAPITAL-ADEQUACY: WARNING - GL table "
                           "full at 100; account " WS-JRNL-ACCT
                           " not netted"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-GL-COUNT
               MOVE WS-GL-COUNT TO WS-J
               MOVE WS-JRNL-ACCT TO WS-GL-ACCT(WS-J)
               MOVE 0 TO WS-GL-NET(WS-J)
           END-IF
           IF WS-JRNL-DRCR = "DR"
               ADD WS-JRNL-AMT TO WS-GL-NET(WS-J)
           ELSE
               SUBTRACT WS-JRNL-AMT FROM WS-GL-NET(WS-J)
           END-IF.

       FIND-GL-KIND.
           MOVE SPACE TO WS-GL-KIND
           PERFORM VARYING WS-W FROM 1 BY 1
             UNTIL WS-W > WS-WEIGHT-COUNT
               IF WS-WT-KIND(WS-W) NOT = "W"
                  AND WS-WT-CODE(WS-W) = WS-GL-ACCT(WS-I)
                   MOVE WS-WT-KIND(WS-W) TO WS-GL-KIND
               END-IF
           END-PERFORM.

       COMPUTE-RATIOS.
           IF WS-TOT-RWA > 0
               COMPUTE WS-RATIO-CET1 ROUNDED =
                   WS-CET1 * 100 / WS-TOT-RWA
               COMPUTE WS-RATIO-TIER1 ROUNDED =
                   WS-TIER1 * 100 / WS-TOT-RWA
               COMPUTE WS-RATIO-TOTAL ROUNDED =
                   WS-TOTAL-CAPITAL * 100 / WS-TOT-RWA
           END-IF.

      *>----------------------------------------------------------------
      *> History
      *>----------------------------------------------------------------
       LOAD-CAPITAL-HISTORY.
           MOVE 0 TO WS-HIST-COUNT
           OPEN INPUT HISTORY-FILE
           IF WS-FS-HIST NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-HISTORY
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE.

      *> Keep every other quarter; the latest earlier one is the
      *> prior column.
       LOAD-ONE-HISTORY.
           IF HISTORY-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-HIST-FIELDS
           UNSTRING HISTORY-RECORD DELIMITED BY ','
               INTO WS-HF-QUARTER WS-HF-RWA WS-HF-CET1 WS-HF-TIER1
                    WS-HF-TOTAL
           END-UNSTRING
           IF WS-HF-QUARTER = WS-QUARTER
               EXIT PARAGRAPH
           END-IF
           IF WS-HIST-COUNT < 400
               ADD 1 TO WS-HIST-COUNT
               MOVE HISTORY-RECORD TO WS-HIST-LINE(WS-HIST-COUNT)
           END-IF
           IF WS-HF-QUARTER < WS-QUARTER
              AND (WS-PRIOR-QUARTER = SPACES
                   OR WS-HF-QUARTER > WS-PRIOR-QUARTER)
               MOVE WS-HF-QUARTER TO WS-PRIOR-QUARTER
               COMPUTE WS-PRIOR-CET1 = FUNCTION NUMVAL(WS-HF-CET1)
               COMPUTE WS-PRIOR-TIER1 = FUNCTION NUMVAL(WS-HF-TIER1)
               COMPUTE WS-PRIOR-TOTAL = FUNCTION NUMVAL(WS-HF-TOTAL)
           END-IF.

       SAVE-CAPITAL-HISTORY.
           OPEN OUTPUT HISTORY-FILE
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-HIST-COUNT
               MOVE WS-HIST-LINE(WS-I) TO HISTORY-RECORD
               WRITE HISTORY-RECORD
           END-PERFORM
           MOVE WS-TOT-RWA TO WS-RWA-OUT
           MOVE SPACES TO HISTORY-RECORD
           STRING WS-QUARTER "," WS-RWA-OUT ","
               DELIMITED BY SIZE INTO HISTORY-RECORD
           END-STRING
           MOVE WS-RATIO-CET1 TO WS-PCT-OUT
           STRING FUNCTION TRIM(HISTORY-RECORD) WS-PCT-OUT ","
               DELIMITED BY SIZE INTO HISTORY-RECORD
           END-STRING
           MOVE WS-RATIO-TIER1 TO WS-PCT-OUT
           STRING FUNCTION TRIM(HISTORY-RECORD) WS-PCT-OUT ","
               DELIMITED BY SIZE INTO HISTORY-RECORD
           END-STRING
           MOVE WS-RATIO-TOTAL TO WS-PCT-OUT
           STRING FUNCTION TRIM(HISTORY-RECORD) WS-PCT-OUT
               DELIMITED BY SIZE INTO HISTORY-RECORD
           END-STRING
           WRITE HISTORY-RECORD
           CLOSE HISTORY-FILE.

      *>----------------------------------------------------------------
      *> Report
      *>----------------------------------------------------------------
       WRITE-CAPITAL-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-FS-RPT NOT = "00"
               DISPLAY "CAPITAL-ADEQUACY: ERROR - cannot write "
                       "CAPITAL-ADEQUACY.TXT. Status: " WS-FS-RPT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO REPORT-REC
           STRING "CAPITAL ADEQUACY RETURN " WS-QUARTER
                  "  (business date " WS-TODAY ", weights from "
                  FUNCTION TRIM(WS-TABLE-SOURCE) ")"
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE WS-DIVIDER TO REPORT-REC
           WRITE REPORT-REC

           PERFORM WRITE-RATIO-SECTION
           PERFORM WRITE-CAPITAL-SECTION
           PERFORM WRITE-RWA-SECTION
           CLOSE REPORT-FILE.

       WRITE-RATIO-SECTION.
           MOVE "CAPITAL RATIOS" TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "                          RATIO   MINIMUM  "
                  "MIN+BUFFER   PRIOR " WS-PRIOR-QUARTER
                  "  STANDING"
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE "  Common equity tier 1" TO WS-RL-LABEL
           MOVE WS-RATIO-CET1 TO WS-RL-RATIO
           MOVE WS-MIN-CET1 TO WS-RL-MIN
           MOVE WS-PRIOR-CET1 TO WS-RL-PRIOR
           PERFORM WRITE-RATIO-LINE
           MOVE "  Tier 1" TO WS-RL-LABEL
           MOVE WS-RATIO-TIER1 TO WS-RL-RATIO
           MOVE WS-MIN-TIER1 TO WS-RL-MIN
           MOVE WS-PRIOR-TIER1 TO WS-RL-PRIOR
           PERFORM WRITE-RATIO-LINE
           MOVE "  Total capital" TO WS-RL-LABEL
           MOVE WS-RATIO-TOTAL TO WS-RL-RATIO
           MOVE WS-MIN-TOTAL TO WS-RL-MIN
           MOVE WS-PRIOR-TOTAL TO WS-RL-PRIOR
           PERFORM WRITE-RATIO-LINE
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC.

       WRITE-RATIO-LINE.
           MOVE SPACES TO WS-STANDING
           EVALUATE TRUE
               WHEN WS-TOT-RWA = 0
                   MOVE "NO RWA" TO WS-STANDING
               WHEN WS-RL-RATIO < WS-RL-MIN
                   MOVE "*** BELOW MINIMUM" TO WS-STANDING
                   ADD 1 TO WS-FLAG-COUNT
               WHEN WS-RL-RATIO < WS-RL-MIN + WS-BUFFER
                   MOVE "*** IN BUFFER" TO WS-STANDING
                   ADD 1 TO WS-FLAG-COUNT
               WHEN OTHER
                   MOVE "OK" TO WS-STANDING
           END-EVALUATE
           MOVE WS-RL-RATIO TO WS-DISP-PCT
           MOVE WS-RL-MIN TO WS-DISP-PCT2
           COMPUTE WS-DISP-PCT3 = WS-RL-MIN + WS-BUFFER
           MOVE SPACES TO REPORT-REC
           STRING WS-RL-LABEL "  " WS-DISP-PCT "%  " WS-DISP-PCT2
                  "%    " WS-DISP-PCT3 "%"
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           IF WS-PRIOR-QUARTER NOT = SPACES
               MOVE WS-RL-PRIOR TO WS-DISP-PCT
               STRING WS-DISP-PCT "%"
                   DELIMITED BY SIZE INTO REPORT-REC(59:8)
               END-STRING
           END-IF
           MOVE WS-STANDING TO REPORT-REC(71:16)
           WRITE REPORT-REC.

       WRITE-CAPITAL-SECTION.
           MOVE "CAPITAL (GLMASTER.DAT)" TO REPORT-REC
           WRITE REPORT-REC
           MOVE "  Equity accounts (3xxx)" TO REPORT-REC
           MOVE WS-EQUITY TO WS-DISP-AMT
           MOVE WS-DISP-AMT TO REPORT-REC(40:15)
           WRITE REPORT-REC
           MOVE "  Retained earnings" TO REPORT-REC
           MOVE WS-RETAINED TO WS-DISP-AMT
           MOVE WS-DISP-AMT TO REPORT-REC(40:15)
           WRITE REPORT-REC
           MOVE "  Less deductions" TO REPORT-REC
           COMPUTE WS-DISP-AMT = 0 - WS-DEDUCTIONS
           MOVE WS-DISP-AMT TO REPORT-REC(40:15)
           WRITE REPORT-REC
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-GL-COUNT
               PERFORM FIND-GL-KIND
               IF WS-GL-KIND = "D" OR "A" OR "2"
                   MOVE SPACES TO REPORT-REC
                   STRING "      GL " WS-GL-ACCT(WS-I) " ("
                          WS-GL-KIND ")"
                       DELIMITED BY SIZE INTO REPORT-REC
                   END-STRING
                   PERFORM FIND-GL-DESC
                   IF WS-GL-KIND = "D"
                       MOVE WS-GL-NET(WS-I) TO WS-DISP-AMT
                   ELSE
                       COMPUTE WS-DISP-AMT = 0 - WS-GL-NET(WS-I)
                   END-IF
                   MOVE WS-DISP-AMT TO REPORT-REC(60:15)
                   WRITE REPORT-REC
               END-IF
           END-PERFORM
           MOVE "  COMMON EQUITY TIER 1" TO REPORT-REC
           MOVE WS-CET1 TO WS-DISP-AMT
           MOVE WS-DISP-AMT TO REPORT-REC(40:15)
           WRITE REPORT-REC
           MOVE "  Additional tier 1" TO REPORT-REC
           MOVE WS-AT1 TO WS-DISP-AMT
           MOVE WS-DISP-AMT TO REPORT-REC(40:15)
           WRITE REPORT-REC
           MOVE "  TIER 1" TO REPORT-REC
           MOVE WS-TIER1 TO WS-DISP-AMT
           MOVE WS-DISP-AMT TO REPORT-REC(40:15)
           WRITE REPORT-REC
           MOVE "  Tier 2" TO REPORT-REC
           MOVE WS-TIER2 TO WS-DISP-AMT
           MOVE WS-DISP-AMT TO REPORT-REC(40:15)
           WRITE REPORT-REC
           MOVE "  TOTAL CAPITAL" TO REPORT-REC
           MOVE WS-TOTAL-CAPITAL TO WS-DISP-AMT
           MOVE WS-DISP-AMT TO REPORT-REC(40:15)
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC.

       FIND-GL-DESC.
           PERFORM VARYING WS-W FROM 1 BY 1
             UNTIL WS-W > WS-WEIGHT-COUNT
               IF WS-WT-KIND(WS-W) = WS-GL-KIND
                  AND WS-WT-CODE(WS-W) = WS-GL-ACCT(WS-I)
                   MOVE WS-WT-DESC(WS-W) TO REPORT-REC(20:30)
               END-IF
           END-PERFORM.

       WRITE-RWA-SECTION.
           MOVE "RISK-WEIGHTED ASSETS" TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "CLASS       LTV<= DESCRIPTION                    "
                  "ITEMS        EXPOSURE  CCF  WGT        "
                  "EAD/CONV             RWA"
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           PERFORM VARYING WS-W FROM 1 BY 1
             UNTIL WS-W > WS-WEIGHT-COUNT
               IF WS-WT-KIND(WS-W) = "W"
                   PERFORM WRITE-RWA-LINE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-UNMATCHED-COUNT
               MOVE WS-UM-ITEMS(WS-I) TO WS-DISP-ITEMS
               MOVE WS-UM-EXPOSURE(WS-I) TO WS-DISP-AMT
               MOVE WS-UM-RWA(WS-I) TO WS-DISP-AMT3
               MOVE SPACES TO REPORT-REC
               STRING WS-UM-CODE(WS-I) "       "
                      "*** NO WEIGHT ROW - AT 100%   "
                      WS-DISP-ITEMS " " WS-DISP-AMT
                      "    -  100 " WS-DISP-AMT " " WS-DISP-AMT3
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-PERFORM
           MOVE WS-TOT-EXPOSURE TO WS-DISP-AMT
           MOVE WS-TOT-EAD TO WS-DISP-AMT2
           MOVE WS-TOT-RWA TO WS-DISP-AMT3
           MOVE SPACES TO REPORT-REC
           STRING "TOTAL                                         "
                  "        " WS-DISP-AMT "           "
                  WS-DISP-AMT2 " " WS-DISP-AMT3
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE WS-DIVIDER TO REPORT-REC
           WRITE REPORT-REC.

       WRITE-RWA-LINE.
           MOVE WS-WT-ITEMS(WS-W) TO WS-DISP-ITEMS
           MOVE WS-WT-EXPOSURE(WS-W) TO WS-DISP-AMT
           MOVE WS-WT-EAD(WS-W) TO WS-DISP-AMT2
           MOVE WS-WT-RWA(WS-W) TO WS-DISP-AMT3
           MOVE WS-WT-LTV(WS-W) TO WS-DISP-LTV
           MOVE WS-WT-CCF(WS-W) TO WS-DISP-C
           MOVE WS-WT-WEIGHT(WS-W) TO WS-DISP-W
           MOVE SPACES TO REPORT-REC
           STRING WS-WT-CODE(WS-W) " " WS-DISP-LTV "  "
                  WS-WT-DESC(WS-W) " " WS-DISP-ITEMS " "
                  WS-DISP-AMT "  " WS-DISP-C "  " WS-DISP-W " "
                  WS-DISP-AMT2 " " WS-DISP-AMT3
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC.
