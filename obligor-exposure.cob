       IDENTIFICATION DIVISION.
       PROGRAM-ID. OBLIGOR-EXPOSURE.

      *> Shared single-obligor exposure lookup, CALLed where new
      *> credit is granted. Everything the bank stands to lose on
      *> one customer is summed across products, each account or
      *> borrower ID resolved to its owner through RESOLVE-CUSTOMER:
      *>   ACTIVE LOANS.DAT outstanding principal (PRIN less PAID)
      *>   ACTIVE OVERDRAFT-FACILITIES lines at the full limit -
      *>     drawn and undrawn alike - or the drawn amount if over
      *>   OPEN CONSTRUCTION.DAT commitments not yet drawn
      *>   ACTIVE, unexpired GUARANTEES.DAT guarantees
      *> The legal lending limit is LENDING_LIMIT_PCT (default 15
      *> percent) of BANK_CAPITAL from PARAMETERS.DAT; with no
      *> capital figure on file LNK-LIMIT comes back zero and the
      *> caller treats the limit as not configured. LENDING-LIMIT-
      *> REPORT applies the same rules across the whole portfolio.
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

       WORKING-STORAGE SECTION.
       77  WS-FS-LOANS          PIC XX.
       77  WS-FS-FAC            PIC XX.
       77  WS-FS-CONSTR         PIC XX.
       77  WS-FS-GUAR           PIC XX.
       77  WS-EOF               PIC X VALUE 'N'.
       77  WS-TODAY             PIC 9(8).
       77  WS-EXPOSURE          PIC S9(11)V99.
       77  WS-AMT-NUM           PIC S9(11)V99.
       77  WS-LIMIT-NUM         PIC 9(9)V99.
       77  WS-DRAWN-NUM         PIC 9(9)V99.
       77  WS-CAPITAL           PIC 9(11)V99 VALUE 0.
       77  WS-LIMIT-PCT         PIC 9(3)V9(3) VALUE 15.000.
       77  WS-PARAM-NAME        PIC X(24).
       77  WS-PARAM-VALUE       PIC X(12).
       77  WS-PARAM-FOUND       PIC X.
       77  WS-LOAN-COUNT        PIC 9(4) VALUE 0.
       77  WS-I                 PIC 9(4).
       77  WS-MINE              PIC X.

       01  WS-ID-IN             PIC X(10).
       01  WS-ID-OWNER          PIC X(10).

      *> The customer's loans, so CONSTRUCTION.DAT can be matched.
       01  WS-LOAN-TABLE.
           05  WS-LOAN-ID OCCURS 500 TIMES PIC X(6).

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

       LINKAGE SECTION.
       01  LNK-CUST-ID          PIC X(10).
       01  LNK-EXPOSURE         PIC S9(11)V99.
       01  LNK-LIMIT            PIC S9(11)V99.

       PROCEDURE DIVISION USING LNK-CUST-ID, LNK-EXPOSURE,
                                LNK-LIMIT.
       EXPOSURE-PARA.
           MOVE 0 TO WS-EXPOSURE
           MOVE 0 TO WS-LOAN-COUNT
           CALL "GET-BUSINESS-DATE" USING WS-TODAY
           PERFORM LOAD-LIMIT-PARAMS
           PERFORM SUM-LOANS
           PERFORM SUM-OVERDRAFTS
           PERFORM SUM-CONSTRUCTION
           PERFORM SUM-GUARANTEES
           MOVE WS-EXPOSURE TO LNK-EXPOSURE
           COMPUTE LNK-LIMIT ROUNDED =
               WS-CAPITAL * WS-LIMIT-PCT / 100
           GOBACK.

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
           END-IF.

      *> WS-MINE = 'Y' when WS-ID-IN belongs to LNK-CUST-ID.
       CHECK-OWNER.
           CALL "RESOLVE-CUSTOMER" USING WS-ID-IN, WS-ID-OWNER
           IF FUNCTION TRIM(WS-ID-OWNER) = FUNCTION TRIM(LNK-CUST-ID)
               MOVE 'Y' TO WS-MINE
           ELSE
               MOVE 'N' TO WS-MINE
           END-IF.

       SUM-LOANS.
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
                       PERFORM SUM-ONE-LOAN
               END-READ
           END-PERFORM
           CLOSE LOANS-FILE.

       SUM-ONE-LOAN.
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
           PERFORM CHECK-OWNER
           IF WS-MINE NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-LOAN-COUNT < 500
               ADD 1 TO WS-LOAN-COUNT
               MOVE WS-LN-ID TO WS-LOAN-ID(WS-LOAN-COUNT)
           END-IF
           COMPUTE WS-AMT-NUM =
               FUNCTION NUMVAL(WS-LN-PRIN)
               - FUNCTION NUMVAL(WS-LN-PAID)
           IF WS-AMT-NUM > 0
               ADD WS-AMT-NUM TO WS-EXPOSURE
           END-IF.

       SUM-OVERDRAFTS.
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
                       PERFORM SUM-ONE-OVERDRAFT
               END-READ
           END-PERFORM
           CLOSE FACILITY-FILE.

       SUM-ONE-OVERDRAFT.
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
           PERFORM CHECK-OWNER
           IF WS-MINE NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-LIMIT-NUM = FUNCTION NUMVAL(WS-FC-LIMIT)
           COMPUTE WS-DRAWN-NUM = FUNCTION NUMVAL(WS-FC-DRAWN)
           IF WS-DRAWN-NUM > WS-LIMIT-NUM
               ADD WS-DRAWN-NUM TO WS-EXPOSURE
           ELSE
               ADD WS-LIMIT-NUM TO WS-EXPOSURE
           END-IF.

       SUM-CONSTRUCTION.
           IF WS-LOAN-COUNT = 0
               EXIT PARAGRAPH
           END-IF
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
                       PERFORM SUM-ONE-CONSTRUCTION
               END-READ
           END-PERFORM
           CLOSE CONSTR-FILE.

       SUM-ONE-CONSTRUCTION.
           MOVE SPACES TO WS-CONSTR-FIELDS
           UNSTRING CONSTR-RECORD DELIMITED BY ','
               INTO WS-CN-LOAN WS-CN-APPROVED WS-CN-DRAWN
                    WS-CN-CONV-DATE WS-CN-AMORT-TERM WS-CN-STATUS
           END-UNSTRING
           IF FUNCTION TRIM(WS-CN-STATUS) NOT = "OPEN"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-MINE
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-LOAN-COUNT
               IF WS-LOAN-ID(WS-I) = WS-CN-LOAN
                   MOVE 'Y' TO WS-MINE
               END-IF
           END-PERFORM
           IF WS-MINE NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AMT-NUM =
               FUNCTION NUMVAL(WS-CN-APPROVED)
               - FUNCTION NUMVAL(WS-CN-DRAWN)
           IF WS-AMT-NUM > 0
               ADD WS-AMT-NUM TO WS-EXPOSURE
           END-IF.

       SUM-GUARANTEES.
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
                       PERFORM SUM-ONE-GUARANTEE
               END-READ
           END-PERFORM
           CLOSE GUAR-FILE.

       SUM-ONE-GUARANTEE.
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
           PERFORM CHECK-OWNER
           IF WS-MINE NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           ADD FUNCTION NUMVAL(WS-GT-AMOUNT) TO WS-EXPOSURE.
