       IDENTIFICATION DIVISION.
       PROGRAM-ID. LENDING-LIMIT-REPORT.

      *> Single-obligor concentration against the legal lending
      *> limit. Every credit exposure is resolved to its owning
      *> customer through CUST-ACCT-XREF.DAT (RESOLVE-CUSTOMER) and
      *> totalled per customer:
      *>   ACTIVE LOANS.DAT outstanding principal (PRIN less PAID)
      *>   ACTIVE OVERDRAFT-FACILITIES lines, drawn and undrawn
      *>   OPEN CONSTRUCTION.DAT commitments not yet drawn
      *>   ACTIVE, unexpired guarantees on GUARANTEES.DAT:
      *>     GTnnnn,ACCT,AMOUNT,EXPIRY,BENEFICIARY,STATUS
      *> The limit is LENDING_LIMIT_PCT (default 15 percent) of
      *> BANK_CAPITAL on PARAMETERS.DAT - the same rule the shared
      *> OBLIGOR-EXPOSURE lookup applies when LOAN-ORIGINATION books
      *> new credit. The (E)xposure report on LENDING-LIMIT.TXT
      *> lists the top 20 obligors and every customer at 80 percent
      *> of the limit or more; any customer over the limit sets
      *> return code 4. (G)uarantee records a new guarantee.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOANS-FILE ASSIGN TO "LOANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOANS.
           SELECT FACILITY-FILE ASSIGN TO
               "OVERDRAFT-FACILITIES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FAC.
           SELECT CONSTR-FILE ASSIGN TO "CONSTRUCTION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONSTR.
           SELECT GUAR-FILE ASSIGN TO "GUARANTEES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GUAR.
           SELECT REPORT-FILE ASSIGN TO "LENDING-LIMIT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RPT.

       DATA DIVISION.
       FILE SECTION.
       FD  LOANS-FILE.
       01  LOANS-RECORD         PIC X(100).

       FD  FACILITY-FILE.
       01  FACILITY-RECORD      PIC X(60).

       FD  CONSTR-FILE.
       01  CONSTR-RECORD        PIC X(60).

       FD  GUAR-FILE.
       01  GUAR-RECORD          PIC X(80).

       FD  REPORT-FILE.
       01  REPORT-REC           PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-FS-LOANS          PIC XX.
       77  WS-FS-FAC            PIC XX.
       77  WS-FS-CONSTR         PIC XX.
       77  WS-FS-GUAR           PIC XX.
       77  WS-FS-RPT            PIC XX.
       77  WS-EOF               PIC X VALUE 'N'.
       77  WS-MODE              PIC X.
       77  WS-TODAY             PIC 9(8).
       77  WS-C                 PIC 9(4).
       77  WS-I                 PIC 9(4).
       77  WS-RANK              PIC 9(2).
       77  WS-BEST              PIC 9(4).
       77  WS-CUST-COUNT        PIC 9(4) VALUE 0.
       77  WS-MAP-COUNT         PIC 9(4) VALUE 0.
       77  WS-WATCH-COUNT       PIC 9(4) VALUE 0.
       77  WS-OVER-COUNT        PIC 9(4) VALUE 0.
       77  WS-HIGHEST-SEQ       PIC 9(4) VALUE 0.
       77  WS-PARAM-NAME        PIC X(24).
       77  WS-PARAM-VALUE       PIC X(12).
       77  WS-PARAM-FOUND       PIC X.
       77  WS-CAPITAL           PIC 9(11)V99 VALUE 0.
       77  WS-LIMIT-PCT         PIC 9(3)V9(3) VALUE 15.000.
       77  WS-LIMIT             PIC S9(11)V99 VALUE 0.

       01  WS-CUST-TABLE.
           05  WS-CU-ENTRY OCCURS 2000 TIMES.
               10  WS-CU-ID         PIC X(10).
               10  WS-CU-LOANS      PIC S9(11)V99.
               10  WS-CU-OD-DRAWN   PIC S9(11)V99.
               10  WS-CU-OD-UNDRAWN PIC S9(11)V99.
               10  WS-CU-CONSTR     PIC S9(11)V99.
               10  WS-CU-GUAR       PIC S9(11)V99.
               10  WS-CU-TOTAL      PIC S9(11)V99.
               10  WS-CU-RANKED     PIC X.

      *> Loan to owning customer, for matching CONSTRUCTION.DAT.
       01  WS-LOAN-MAP.
           05  WS-LM-ENTRY OCCURS 2000 TIMES.
               10  WS-LM-LOAN       PIC X(6).
               10  WS-LM-CUST       PIC X(10).

       01  WS-ID-IN             PIC X(10).
       01  WS-ID-OWNER          PIC X(10).
       01  WS-AMT-NUM           PIC S9(11)V99.
       01  WS-LIMIT-NUM         PIC 9(9)V99.
       01  WS-DRAWN-NUM         PIC 9(9)V99.
       01  WS-PCT               PIC 9(5)V9.

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

       01  WS-FAC-FIELDS.
           05  WS-FC-ACCT       PIC X(5).
           05  WS-FC-LIMIT      PIC X(10).
           05  WS-FC-DRAWN      PIC X(10).
           05  WS-FC-SUM        PIC X(14).
           05  WS-FC-DAYS       PIC X(3).
           05  WS-FC-STATUS     PIC X(8).

       01  WS-CONSTR-FIELDS.
           05  WS-CN-LOAN       PIC X(6).
           05  WS-CN-APPROVED   PIC X(10).
           05  WS-CN-DRAWN      PIC X(10).
           05  WS-CN-CONV-DATE  PIC X(8).
           05  WS-CN-AMORT-TERM PIC X(3).
           05  WS-CN-STATUS     PIC X(9).

       01  WS-GUAR-FIELDS.
           05  WS-GT-ID         PIC X(6).
           05  WS-GT-ACCT       PIC X(5).
           05  WS-GT-AMOUNT     PIC X(12).
           05  WS-GT-EXPIRY     PIC X(8).
           05  WS-GT-BENEF      PIC X(30).
           05  WS-GT-STATUS     PIC X(9).

       01  WS-ACCT-IN           PIC X(5).
       01  WS-AMOUNT-IN         PIC X(12).
       01  WS-EXPIRY-IN         PIC X(8).
       01  WS-BENEF-IN          PIC X(30).
       01  WS-GUAR-AMT          PIC 9(9)V99.
       01  WS-GUAR-AMT-OUT      PIC 9(9).99.
       01  WS-NEW-GT-ID.
           05  FILLER           PIC XX VALUE "GT".
           05  WS-NEW-GT-SEQ    PIC 9(4).

       01  WS-DISP-LOANS        PIC -(9)9.99.
       01  WS-DISP-ODD          PIC -(9)9.99.
       01  WS-DISP-ODU          PIC -(9)9.99.
       01  WS-DISP-CON          PIC -(9)9.99.
       01  WS-DISP-GUAR         PIC -(9)9.99.
       01  WS-DISP-TOTAL        PIC -(10)9.99.
       01  WS-DISP-PCT          PIC Z(4)9.9.
       01  WS-DISP-CAP          PIC Z(10)9.99.
       01  WS-DISP-LIMIT        PIC Z(10)9.99.
       01  WS-DISP-LPCT         PIC ZZ9.999.
       01  WS-RANK-DISP         PIC Z9 BLANK WHEN ZERO.
       01  WS-STANDING          PIC X(10).
       01  WS-DIVIDER           PIC X(120) VALUE ALL "-".

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "GET-BUSINESS-DATE" USING WS-TODAY
           DISPLAY "LENDING-LIMIT-REPORT: (E)xposure report, "
                   "(G)uarantee record: " WITH NO ADVANCING
           ACCEPT WS-MODE
           EVALUATE FUNCTION UPPER-CASE(WS-MODE)
               WHEN "E"
                   PERFORM EXPOSURE-REPORT
               WHEN "G"
                   PERFORM ADD-GUARANTEE
               WHEN OTHER
                   DISPLAY "Invalid selection."
           END-EVALUATE
           STOP RUN.

       ADD-GUARANTEE.
           PERFORM FIND-HIGHEST-GUARANTEE
           DISPLAY "Account the guarantee is given for (5 digits): "
                   WITH NO ADVANCING
           ACCEPT WS-ACCT-IN
           DISPLAY "Guaranteed amount: " WITH NO ADVANCING
           ACCEPT WS-AMOUNT-IN
           DISPLAY "Expiry date (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-EXPIRY-IN
           DISPLAY "Beneficiary: " WITH NO ADVANCING
           ACCEPT WS-BENEF-IN
           COMPUTE WS-GUAR-AMT = FUNCTION NUMVAL(WS-AMOUNT-IN)
           IF WS-ACCT-IN IS NOT NUMERIC
              OR WS-GUAR-AMT = 0
              OR WS-EXPIRY-IN IS NOT NUMERIC
               DISPLAY "Account, amount and expiry are required - "
                       "guarantee not recorded."
               EXIT PARAGRAPH
           END-IF
           INSPECT WS-BENEF-IN REPLACING ALL "," BY " "
           ADD 1 TO WS-HIGHEST-SEQ
           MOVE WS-HIGHEST-SEQ TO WS-NEW-GT-SEQ
           MOVE WS-GUAR-AMT TO WS-GUAR-AMT-OUT
           OPEN EXTEND GUAR-FILE
           IF WS-FS-GUAR = "35"
               CLOSE GUAR-FILE
               OPEN OUTPUT GUAR-FILE
           END-IF
           MOVE SPACES TO GUAR-RECORD
           STRING WS-NEW-GT-ID ","
                  WS-ACCT-IN ","
                  WS-GUAR-AMT-OUT ","
                  WS-EXPIRY-IN ","
                  FUNCTION TRIM(WS-BENEF-IN) ","
                  "ACTIVE"
               DELIMITED BY SIZE INTO GUAR-RECORD
           END-STRING
           WRITE GUAR-RECORD
           CLOSE GUAR-FILE
           DISPLAY "Guarantee " WS-NEW-GT-ID " recorded for account "
                   WS-ACCT-IN.

       FIND-HIGHEST-GUARANTEE.
           MOVE 0 TO WS-HIGHEST-SEQ
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
                       IF GUAR-RECORD(3:4) IS NUMERIC
                          AND FUNCTION NUMVAL(GUAR-RECORD(3:4))
                              > WS-HIGHEST-SEQ
                           COMPUTE WS-HIGHEST-SEQ =
                               FUNCTION NUMVAL(GUAR-RECORD(3:4))
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GUAR-FILE.

       EXPOSURE-REPORT.
           PERFORM LOAD-LIMIT-PARAMS
           INITIALIZE WS-CUST-TABLE
           PERFORM GATHER-LOANS
           PERFORM GATHER-OVERDRAFTS
           PERFORM GATHER-CONSTRUCTION
           PERFORM GATHER-GUARANTEES
           PERFORM VARYING WS-C FROM 1 BY 1
             UNTIL WS-C > WS-CUST-COUNT
               COMPUTE WS-CU-TOTAL(WS-C) = WS-CU-LOANS(WS-C)
                   + WS-CU-OD-DRAWN(WS-C) + WS-CU-OD-UNDRAWN(WS-C)
                   + WS-CU-CONSTR(WS-C) + WS-CU-GUAR(WS-C)
           END-PERFORM
           PERFORM WRITE-EXPOSURE-REPORT
           DISPLAY "LENDING-LIMIT-REPORT: obligors " WS-CUST-COUNT
                   ", at 80% or more " WS-WATCH-COUNT
                   ", over the limit " WS-OVER-COUNT
           DISPLAY "LENDING-LIMIT-REPORT: see LENDING-LIMIT.TXT"
           IF WS-OVER-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       LOAD-LIMIT-PARAMS.
           MOVE "BANK_CAPITAL" TO WS-PARAM-NAME
           CALL "GET-PARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y'
               COMPUTE WS-CAPITAL = FUNCTION NUMVAL(WS-PARAM-VALUE)
           END-IF
           MOVE "LENDING_LIMIT_PCT" TO WS-PARAM-NAME
           CALL "GET-PARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y'
               COMPUTE WS-LIMIT-PCT = FUNCTION NUMVAL(WS-PARAM-VALUE)
           END-IF
           COMPUTE WS-LIMIT ROUNDED = WS-CAPITAL * WS-LIMIT-PCT / 100.

      *> WS-C points at WS-ID-IN's owning customer, added if new.
       LOCATE-CUSTOMER.
           CALL "RESOLVE-CUSTOMER" USING WS-ID-IN, WS-ID-OWNER
           MOVE 0 TO WS-C
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-CUST-COUNT OR WS-C > 0
               IF WS-CU-ID(WS-I) = WS-ID-OWNER
                   MOVE WS-I TO WS-C
               END-IF
           END-PERFORM
           IF WS-C > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-CUST-COUNT >= 2000
               DISPLAY "LENDING-LIMIT-REPORT: ERROR - obligor table "
                       "full at 2000"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CUST-COUNT
           MOVE WS-CUST-COUNT TO WS-C
           MOVE WS-ID-OWNER TO WS-CU-ID(WS-C).

       GATHER-LOANS.
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
                       PERFORM GATHER-ONE-LOAN
               END-READ
           END-PERFORM
           CLOSE LOANS-FILE.

       GATHER-ONE-LOAN.
           MOVE SPACES TO WS-LOAN-FIELDS
           UNSTRING LOANS-RECORD DELIMITED BY ','
               INTO WS-LN-ID WS-LN-CUST WS-LN-PRIN WS-LN-RATE
                    WS-LN-TERM WS-LN-PAYMENT WS-LN-NEXT-DUE
                    WS-LN-BILLED WS-LN-PAID WS-LN-STATUS
           END-UNSTRING
           IF FUNCTION TRIM(WS-LN-STATUS) NOT = "ACTIVE"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-ID-IN
           MOVE WS-LN-CUST TO WS-ID-IN
           PERFORM LOCATE-CUSTOMER
           IF WS-MAP-COUNT < 2000
               ADD 1 TO WS-MAP-COUNT
               MOVE WS-LN-ID TO WS-LM-LOAN(WS-MAP-COUNT)
               MOVE WS-CU-ID(WS-C) TO WS-LM-CUST(WS-MAP-COUNT)
           END-IF
           COMPUTE WS-AMT-NUM =
               FUNCTION NUMVAL(WS-LN-PRIN)
               - FUNCTION NUMVAL(WS-LN-PAID)
           IF WS-AMT-NUM > 0
               ADD WS-AMT-NUM TO WS-CU-LOANS(WS-C)
           END-IF.

       GATHER-OVERDRAFTS.
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
                       PERFORM GATHER-ONE-OVERDRAFT
               END-READ
           END-PERFORM
           CLOSE FACILITY-FILE.

       GATHER-ONE-OVERDRAFT.
           MOVE SPACES TO WS-FAC-FIELDS
           UNSTRING FACILITY-RECORD DELIMITED BY ','
               INTO WS-FC-ACCT WS-FC-LIMIT WS-FC-DRAWN
                    WS-FC-SUM WS-FC-DAYS WS-FC-STATUS
           END-UNSTRING
           IF FUNCTION TRIM(WS-FC-STATUS) NOT = "ACTIVE"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-ID-IN
           MOVE WS-FC-ACCT TO WS-ID-IN
           PERFORM LOCATE-CUSTOMER
           COMPUTE WS-LIMIT-NUM = FUNCTION NUMVAL(WS-FC-LIMIT)
           COMPUTE WS-DRAWN-NUM = FUNCTION NUMVAL(WS-FC-DRAWN)
           ADD WS-DRAWN-NUM TO WS-CU-OD-DRAWN(WS-C)
           IF WS-LIMIT-NUM > WS-DRAWN-NUM
               COMPUTE WS-CU-OD-UNDRAWN(WS-C) =
                   WS-CU-OD-UNDRAWN(WS-C) + WS-LIMIT-NUM
                   - WS-DRAWN-NUM
           END-IF.

       GATHER-CONSTRUCTION.
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
                       PERFORM GATHER-ONE-CONSTRUCTION
               END-READ
           END-PERFORM
           CLOSE CONSTR-FILE.

       GATHER-ONE-CONSTRUCTION.
           MOVE SPACES TO WS-CONSTR-FIELDS
           UNSTRING CONSTR-RECORD DELIMITED BY ','
               INTO WS-CN-LOAN WS-CN-APPROVED WS-CN-DRAWN
                    WS-CN-CONV-DATE WS-CN-AMORT-TERM WS-CN-STATUS
           END-UNSTRING
           IF FUNCTION TRIM(WS-CN-STATUS) NOT = "OPEN"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AMT-NUM =
               FUNCTION NUMVAL(WS-CN-APPROVED)
               - FUNCTION NUMVAL(WS-CN-DRAWN)
           IF WS-AMT-NUM <= 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-ID-OWNER
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-MAP-COUNT
               IF WS-LM-LOAN(WS-I) = WS-CN-LOAN
                   MOVE WS-LM-CUST(WS-I) TO WS-ID-OWNER
               END-IF
           END-PERFORM
           IF WS-ID-OWNER = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-C
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-CUST-COUNT
               IF WS-CU-ID(WS-I) = WS-ID-OWNER
                   MOVE WS-I TO WS-C
               END-IF
           END-PERFORM
           IF WS-C > 0
               ADD WS-AMT-NUM TO WS-CU-CONSTR(WS-C)
           END-IF.

       GATHER-GUARANTEES.
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
                       PERFORM GATHER-ONE-GUARANTEE
               END-READ
           END-PERFORM
           CLOSE GUAR-FILE.

       GATHER-ONE-GUARANTEE.
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
           MOVE SPACES TO WS-ID-IN
           MOVE WS-GT-ACCT TO WS-ID-IN
           PERFORM LOCATE-CUSTOMER
           ADD FUNCTION NUMVAL(WS-GT-AMOUNT) TO WS-CU-GUAR(WS-C).

       WRITE-EXPOSURE-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-FS-RPT NOT = "00"
               DISPLAY "LENDING-LIMIT-REPORT: ERROR - cannot write "
                       "LENDING-LIMIT.TXT. Status: " WS-FS-RPT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO REPORT-REC
           STRING "SINGLE-OBLIGOR EXPOSURE AND LENDING LIMIT - "
                  WS-TODAY
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE WS-CAPITAL TO WS-DISP-CAP
           MOVE WS-LIMIT-PCT TO WS-DISP-LPCT
           MOVE WS-LIMIT TO WS-DISP-LIMIT
           MOVE SPACES TO REPORT-REC
           IF WS-LIMIT > 0
               STRING "Capital " WS-DISP-CAP "  x " WS-DISP-LPCT
                      "%  = legal lending limit " WS-DISP-LIMIT
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
           ELSE
               MOVE "No BANK_CAPITAL on PARAMETERS.DAT - lending "
                 & "limit not configured, no limit tests applied"
                 TO REPORT-REC
           END-IF
           WRITE REPORT-REC
           MOVE WS-DIVIDER TO REPORT-REC
           WRITE REPORT-REC

           MOVE "TOP 20 OBLIGORS" TO REPORT-REC
           WRITE REPORT-REC
           PERFORM WRITE-COLUMN-HEADINGS
           PERFORM VARYING WS-RANK FROM 1 BY 1
             UNTIL WS-RANK > 20 OR WS-RANK > WS-CUST-COUNT
               MOVE 0 TO WS-BEST
               PERFORM VARYING WS-C FROM 1 BY 1
                 UNTIL WS-C > WS-CUST-COUNT
                   IF WS-CU-RANKED(WS-C) NOT = 'Y'
                       IF WS-BEST = 0
                           MOVE WS-C TO WS-BEST
                       ELSE
                           IF WS-CU-TOTAL(WS-C) > WS-CU-TOTAL(WS-BEST)
                               MOVE WS-C TO WS-BEST
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               MOVE 'Y' TO WS-CU-RANKED(WS-BEST)
               MOVE WS-BEST TO WS-C
               PERFORM WRITE-OBLIGOR-LINE
           END-PERFORM

           MOVE WS-DIVIDER TO REPORT-REC
           WRITE REPORT-REC
           MOVE "OBLIGORS AT 80% OF THE LIMIT OR MORE" TO REPORT-REC
           WRITE REPORT-REC
           IF WS-LIMIT = 0
               MOVE "  (limit not configured)" TO REPORT-REC
               WRITE REPORT-REC
               CLOSE REPORT-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-COLUMN-HEADINGS
           MOVE 0 TO WS-RANK
           PERFORM VARYING WS-C FROM 1 BY 1
             UNTIL WS-C > WS-CUST-COUNT
               COMPUTE WS-PCT ROUNDED =
                   WS-CU-TOTAL(WS-C) * 100 / WS-LIMIT
               IF WS-PCT >= 80
                   ADD 1 TO WS-WATCH-COUNT
                   IF WS-PCT > 100
                       ADD 1 TO WS-OVER-COUNT
                   END-IF
                   PERFORM WRITE-OBLIGOR-LINE
               END-IF
           END-PERFORM
           IF WS-WATCH-COUNT = 0
               MOVE "  (none)" TO REPORT-REC
               WRITE REPORT-REC
           END-IF
           CLOSE REPORT-FILE.

       WRITE-COLUMN-HEADINGS.
           MOVE SPACES TO REPORT-REC
           STRING "RK CUSTOMER  "
                  "        LOANS"
                  "     OD DRAWN"
                  "   OD UNDRAWN"
                  "  CONSTR UNDR"
                  "   GUARANTEES"
                  "          TOTAL"
                  "  % LIMIT  STANDING"
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC.

      *> One obligor (WS-C); WS-RANK prints only in the top 20.
       WRITE-OBLIGOR-LINE.
           MOVE WS-CU-LOANS(WS-C) TO WS-DISP-LOANS
           MOVE WS-CU-OD-DRAWN(WS-C) TO WS-DISP-ODD
           MOVE WS-CU-OD-UNDRAWN(WS-C) TO WS-DISP-ODU
           MOVE WS-CU-CONSTR(WS-C) TO WS-DISP-CON
           MOVE WS-CU-GUAR(WS-C) TO WS-DISP-GUAR
           MOVE WS-CU-TOTAL(WS-C) TO WS-DISP-TOTAL
           MOVE WS-RANK TO WS-RANK-DISP
           MOVE SPACES TO WS-STANDING
           IF WS-LIMIT > 0
               COMPUTE WS-PCT ROUNDED =
                   WS-CU-TOTAL(WS-C) * 100 / WS-LIMIT
               MOVE WS-PCT TO WS-DISP-PCT
               EVALUATE TRUE
                   WHEN WS-PCT > 100
                       MOVE "OVER LIMIT" TO WS-STANDING
                   WHEN WS-PCT >= 80
                       MOVE "WATCH 80%" TO WS-STANDING
               END-EVALUATE
           ELSE
               MOVE 0 TO WS-DISP-PCT
           END-IF
           MOVE SPACES TO REPORT-REC
           STRING WS-RANK-DISP " "
                  WS-CU-ID(WS-C)
                  WS-DISP-LOANS WS-DISP-ODD WS-DISP-ODU
                  WS-DISP-CON WS-DISP-GUAR WS-DISP-TOTAL
                  "  " WS-DISP-PCT "  " WS-STANDING
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC.
