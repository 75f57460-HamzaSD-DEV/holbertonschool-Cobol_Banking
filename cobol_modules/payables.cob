       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYABLES.

      *> Accounts-payable ledger - the bills we owe, as RECEIVABLES
      *> keeps the ones owed to us. Vendors sit on VENDORS.DAT:
      *>   VNnnnn,NAME,IBAN,STATUS,DEFAULT-EXPENSE-GL
      *> and, like a payee on BENEFICIARIES.DAT, a vendor's IBAN
      *> must pass VALIDATE-IBAN and its name must screen clean
      *> through SCREEN-PARTY before it goes on file (a hit is
      *> parked with SCREEN-HOLD instead). Invoices are kept on
      *> AP-INVOICES.DAT:
      *>   APnnnn,VENDOR,VENDOR-REF,AMOUNT,INVOICE-DATE,DUE-DATE,
      *>   EXPENSE-GL,BRANCH,STATUS,ENTERED-BY,APPROVED-BY,PAID-DATE
      *> (I)nvoice entry posts the expense straight to GLMASTER.DAT
      *> against the payables liability (AP_LIABILITY_GL, default
      *> 2300). An invoice over AP_APPROVAL_LIMIT (default
      *> 10000.00) is entered PENDING and cannot be paid until a
      *> second operator - not the one who keyed it, and holding
      *> Manager or Admin access on USERS.DAT - (A)pproves it. The
      *> (P)ayment run takes every OPEN invoice due on or before
      *> the business date, queues one OUTBOUND-PAYMENTS.DAT line
      *> per invoice under the invoice ID, debits the liability
      *> against AP_PAYMENT_GL (default 1010) and prints
      *> AP-PAYMENT-RUN.TXT with the run's control totals, which
      *> are proved against what actually landed on the outbound
      *> file. (G) ages what we owe by vendor into AP-AGING.TXT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-FILE ASSIGN TO "VENDORS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-VEND.
           SELECT INVOICE-FILE ASSIGN TO "AP-INVOICES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-INV.
           SELECT CHART-FILE ASSIGN TO "GLCHART.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CHART.
           SELECT GL-MASTER-FILE ASSIGN TO "GLMASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GLM.
           SELECT OUTBOUND-FILE ASSIGN TO "OUTBOUND-PAYMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OUT.
           SELECT USER-FILE ASSIGN TO "USERS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-USER.
           SELECT SEQ-FILE ASSIGN TO "AP-SEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SEQ.
           SELECT RUN-REPORT-FILE ASSIGN TO "AP-PAYMENT-RUN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RPT.
           SELECT AGING-REPORT-FILE ASSIGN TO "AP-AGING.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AGE.

       DATA DIVISION.
       FILE SECTION.
       FD  VENDOR-FILE.
       01  VENDOR-RECORD        PIC X(80).

       FD  INVOICE-FILE.
       01  INVOICE-RECORD       PIC X(120).

       FD  CHART-FILE.
       01  CHART-RECORD         PIC X(40).

       FD  GL-MASTER-FILE.
       01  GL-MASTER-RECORD     PIC X(80).

       FD  OUTBOUND-FILE.
       01  OUTBOUND-RECORD      PIC X(80).

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

       FD  SEQ-FILE.
       01  SEQ-RECORD           PIC X(8).

       FD  RUN-REPORT-FILE.
       01  RUN-REPORT-REC       PIC X(100).

       FD  AGING-REPORT-FILE.
       01  AGING-REPORT-REC     PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-FS-VEND           PIC XX.
       77  WS-FS-INV            PIC XX.
       77  WS-FS-CHART          PIC XX.
       77  WS-FS-GLM            PIC XX.
       77  WS-FS-OUT            PIC XX.
       77  WS-FS-USER           PIC XX.
       77  WS-FS-SEQ            PIC XX.
       77  WS-FS-RPT            PIC XX.
       77  WS-FS-AGE            PIC XX.
       77  WS-EOF               PIC X VALUE "N".
       77  WS-MODE              PIC X.
       77  WS-TODAY             PIC 9(8).
       77  WS-OPERATOR          PIC X(8).
       77  WS-TXN-SEQ           PIC 9(4) VALUE 0.
       77  WS-I                 PIC 9(4).
       77  WS-V                 PIC 9(4).
       77  WS-HIT               PIC 9(4).
       77  WS-VHIT              PIC 9(4).
       77  WS-GL-COUNT          PIC 9(3) VALUE 0.
       77  WS-GL-FOUND          PIC X.
       77  WS-USER-FOUND        PIC X.
       77  WS-USER-LEVEL        PIC 9 VALUE 9.
       77  WS-AGE-DAYS          PIC S9(5).
       77  WS-PARAM-NAME        PIC X(24).
       77  WS-PARAM-VALUE       PIC X(12).
       77  WS-PARAM-FOUND       PIC X.

       01  WS-LIABILITY-GL      PIC X(4) VALUE "2300".
       01  WS-PAYMENT-GL        PIC X(4) VALUE "1010".
       01  WS-APPROVAL-LIMIT    PIC 9(7)V99 VALUE 10000.00.
       01  WS-PAY-TERMS         PIC 9(3) VALUE 30.

       01  WS-GL-LIST.
           05  WS-GL-CODE OCCURS 100 TIMES PIC X(4).
       01  WS-CHART-FIELDS.
           05  WS-CH-TYPE       PIC X(10).
           05  WS-CH-DEBIT      PIC X(4).
           05  WS-CH-CREDIT     PIC X(4).

       01  WS-VENDOR-TABLE.
           05  WS-VT-ENTRY OCCURS 500 TIMES.
               10  WS-VT-ID       PIC X(6).
               10  WS-VT-NAME     PIC X(30).
               10  WS-VT-IBAN     PIC X(22).
               10  WS-VT-STATUS   PIC X(8).
               10  WS-VT-GL       PIC X(4).
       01  WS-VENDOR-COUNT      PIC 9(4) VALUE 0.
       01  WS-VENDOR-HIGH       PIC 9(4) VALUE 0.

       01  WS-VEND-FIELDS.
           05  WS-VF-ID         PIC X(6).
           05  WS-VF-NAME       PIC X(30).
           05  WS-VF-IBAN       PIC X(22).
           05  WS-VF-STATUS     PIC X(8).
           05  WS-VF-GL         PIC X(4).

       01  WS-INV-TABLE.
           05  WS-IV-ENTRY OCCURS 2000 TIMES.
               10  WS-IV-ID       PIC X(6).
               10  WS-IV-VENDOR   PIC X(6).
               10  WS-IV-REF      PIC X(16).
               10  WS-IV-AMOUNT   PIC 9(7)V99.
               10  WS-IV-DATE     PIC 9(8).
               10  WS-IV-DUE      PIC 9(8).
               10  WS-IV-GL       PIC X(4).
               10  WS-IV-BRANCH   PIC X(3).
               10  WS-IV-STATUS   PIC X(8).
               10  WS-IV-ENTERED  PIC X(8).
               10  WS-IV-APPROVED PIC X(8).
               10  WS-IV-PAID     PIC 9(8).
       01  WS-INV-COUNT         PIC 9(4) VALUE 0.

       01  WS-INV-FIELDS.
           05  WS-IF-ID         PIC X(6).
           05  WS-IF-VENDOR     PIC X(6).
           05  WS-IF-REF        PIC X(16).
           05  WS-IF-AMOUNT     PIC X(10).
           05  WS-IF-DATE       PIC X(8).
           05  WS-IF-DUE        PIC X(8).
           05  WS-IF-GL         PIC X(4).
           05  WS-IF-BRANCH     PIC X(3).
           05  WS-IF-STATUS     PIC X(8).
           05  WS-IF-ENTERED    PIC X(8).
           05  WS-IF-APPROVED   PIC X(8).
           05  WS-IF-PAID       PIC X(8).

       01  WS-NAME-IN           PIC X(30).
       01  WS-IBAN-IN           PIC X(50).
       01  WS-IBAN-VALID        PIC X.
       01  WS-SCREEN-NAME       PIC X(50).
       01  WS-SCREEN-HIT        PIC X.
       01  WS-HOLD-SOURCE       PIC X(8).
       01  WS-HOLD-DETAIL       PIC X(40).
       01  WS-VENDOR-IN         PIC X(6).
       01  WS-INVOICE-IN        PIC X(6).
       01  WS-REF-IN            PIC X(16).
       01  WS-AMT-TX            PIC X(12).
       01  WS-AMT-NUM           PIC 9(7)V99.
       01  WS-DATE-TX           PIC X(8).
       01  WS-DUE-TX            PIC X(8).
       01  WS-DUE-NUM           PIC 9(8).
       01  WS-ACCT-IN           PIC X(4).
       01  WS-BRANCH-IN         PIC X(3).
       01  WS-NEW-ID.
           05  WS-NEW-ID-PFX    PIC XX.
           05  WS-NEW-ID-SEQ    PIC 9(4).

      *> One journal line as GLPOSTER writes it.
       01  WS-GL-LINE-ACCT      PIC X(4).
       01  WS-GL-LINE-DRCR      PIC XX.
       01  WS-GL-LINE-AMT       PIC 9(7)V99.
       01  WS-GL-LINE-ID        PIC X(6).
       01  WS-GL-LINE-TYPE      PIC X(10).
       01  WS-GL-LINE-BRANCH    PIC X(3).
       01  WS-GL-LINE-ENTITY    PIC X(2).
       01  WS-AMT-DISP          PIC Z(6)9.99.

      *> Payment-run control totals: what the run selected, and
      *> what it then finds on the outbound file after the lines
      *> it appended.
       01  WS-RUN-COUNT         PIC 9(5) VALUE 0.
       01  WS-RUN-TOTAL         PIC 9(11)V99 VALUE 0.
       01  WS-RUN-HASH          PIC 9(12) VALUE 0.
       01  WS-PROOF-COUNT       PIC 9(5) VALUE 0.
       01  WS-PROOF-TOTAL       PIC 9(11)V99 VALUE 0.
       01  WS-PROOF-HASH        PIC 9(12) VALUE 0.
       01  WS-OUT-BEFORE        PIC 9(7) VALUE 0.
       01  WS-OUT-LINE-NO       PIC 9(7) VALUE 0.
       01  WS-HELD-COUNT        PIC 9(5) VALUE 0.
       01  WS-AWAIT-COUNT       PIC 9(5) VALUE 0.
       01  WS-OUT-FIELDS.
           05  WS-OF-DATE       PIC X(8).
           05  WS-OF-CUST       PIC X(5).
           05  WS-OF-REF        PIC X(12).
           05  WS-OF-IBAN       PIC X(22).
           05  WS-OF-AMOUNT     PIC X(10).
           05  WS-OF-STATUS     PIC X(8).
       01  WS-IBAN-ACCT-NO      PIC 9(8).

       01  WS-AMT-OUT           PIC 9(7).99.
       01  WS-COUNT-DISP        PIC ZZZZ9.
       01  WS-TOTAL-DISP        PIC Z(10)9.99.
       01  WS-HASH-DISP         PIC Z(11)9.

       01  WS-AGING-BUCKETS.
           05  WS-VB-AMT        PIC 9(9)V99 OCCURS 5 TIMES.
       01  WS-GRAND-BUCKETS.
           05  WS-GB-AMT        PIC 9(9)V99 OCCURS 5 TIMES.
       01  WS-BK                PIC 9.
       01  WS-VENDOR-OWED       PIC 9(9)V99.
       01  WS-BUCKET-DISP       PIC Z(8)9.99.
       01  WS-DIVIDER           PIC X(96) VALUE ALL "-".

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "GET-BUSINESS-DATE" USING WS-TODAY
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "OPERATOR_ID"
           IF WS-OPERATOR = SPACES
               DISPLAY "Operator ID: " WITH NO ADVANCING
               ACCEPT WS-OPERATOR
           END-IF
           PERFORM LOAD-PARAMETERS
           PERFORM LOAD-TXN-SEQ
           PERFORM LOAD-VENDORS
           PERFORM LOAD-INVOICES
           DISPLAY "PAYABLES: (V)endor add, (B)ank details change, "
                   "(I)nvoice entry, (A)pprove, (P)ayment run, "
                   "a(G)ing: " WITH NO ADVANCING
           ACCEPT WS-MODE
           EVALUATE FUNCTION UPPER-CASE(WS-MODE)
               WHEN "V"
                   PERFORM ADD-VENDOR
               WHEN "B"
                   PERFORM CHANGE-BANK-DETAILS
               WHEN "I"
                   PERFORM ENTER-INVOICE
               WHEN "A"
                   PERFORM APPROVE-INVOICE
               WHEN "P"
                   PERFORM PAYMENT-RUN
               WHEN "G"
                   PERFORM AGING-REPORT
               WHEN OTHER
                   DISPLAY "Invalid selection."
           END-EVALUATE
           STOP RUN.

       LOAD-PARAMETERS.
           MOVE "AP_LIABILITY_GL" TO WS-PARAM-NAME
           PERFORM GET-ONE-PARAMETER
           IF WS-PARAM-FOUND = 'Y'
               MOVE WS-PARAM-VALUE(1:4) TO WS-LIABILITY-GL
           END-IF
           MOVE "AP_PAYMENT_GL" TO WS-PARAM-NAME
           PERFORM GET-ONE-PARAMETER
           IF WS-PARAM-FOUND = 'Y'
               MOVE WS-PARAM-VALUE(1:4) TO WS-PAYMENT-GL
           END-IF
           MOVE "AP_APPROVAL_LIMIT" TO WS-PARAM-NAME
           PERFORM GET-ONE-PARAMETER
           IF WS-PARAM-FOUND = 'Y'
               COMPUTE WS-APPROVAL-LIMIT =
                   FUNCTION NUMVAL(WS-PARAM-VALUE)
           END-IF
           MOVE "AP_PAY_TERMS_DAYS" TO WS-PARAM-NAME
           PERFORM GET-ONE-PARAMETER
           IF WS-PARAM-FOUND = 'Y'
               COMPUTE WS-PAY-TERMS = FUNCTION NUMVAL(WS-PARAM-VALUE)
           END-IF.

       GET-ONE-PARAMETER.
           CALL "GET-PARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-FOUND.

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

      *> ---------------------------------------------------------
      *> Vendor master
      *> ---------------------------------------------------------
       ADD-VENDOR.
           DISPLAY "Vendor name: " WITH NO ADVANCING
           ACCEPT WS-NAME-IN
           INSPECT WS-NAME-IN REPLACING ALL "," BY " "
           IF WS-NAME-IN = SPACES
               DISPLAY "Name required - vendor not added."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Vendor IBAN (22 chars, GB format): "
                   WITH NO ADVANCING
           ACCEPT WS-IBAN-IN
           PERFORM CHECK-VENDOR-PAYMENT-DETAILS
           IF WS-IBAN-VALID NOT = 'Y' OR WS-SCREEN-HIT = 'Y'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Default expense GL (5xxx, blank for none): "
                   WITH NO ADVANCING
           ACCEPT WS-ACCT-IN
           IF WS-ACCT-IN NOT = SPACES
               PERFORM LOAD-CHART-ACCOUNTS
               PERFORM CHECK-GL-ACCOUNT
               IF WS-GL-FOUND NOT = 'Y'
                   DISPLAY WS-ACCT-IN " is not an expense account "
                           "on GLCHART.DAT - vendor not added."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-VENDOR-COUNT >= 500
               DISPLAY "PAYABLES: ERROR - vendor table full at 500 "
                       "- vendor not added."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-VENDOR-HIGH
           MOVE "VN" TO WS-NEW-ID-PFX
           MOVE WS-VENDOR-HIGH TO WS-NEW-ID-SEQ
           ADD 1 TO WS-VENDOR-COUNT
           MOVE WS-VENDOR-COUNT TO WS-V
           MOVE WS-NEW-ID TO WS-VT-ID(WS-V)
           MOVE WS-NAME-IN TO WS-VT-NAME(WS-V)
           MOVE WS-IBAN-IN(1:22) TO WS-VT-IBAN(WS-V)
           MOVE "ACTIVE" TO WS-VT-STATUS(WS-V)
           MOVE WS-ACCT-IN TO WS-VT-GL(WS-V)
           PERFORM SAVE-VENDORS
           DISPLAY "Vendor " WS-NEW-ID " added.".

      *> A change of bank details is the classic route to paying a
      *> fraudster, so the new IBAN is validated and the vendor
      *> rescreened exactly as on entry, and a vendor that fails
      *> screening is HELD - the payment run skips it - until
      *> the supervisor queue clears it and bank details are
      *> keyed again.
       CHANGE-BANK-DETAILS.
           DISPLAY "Vendor ID (VNnnnn): " WITH NO ADVANCING
           ACCEPT WS-VENDOR-IN
           MOVE FUNCTION UPPER-CASE(WS-VENDOR-IN) TO WS-VENDOR-IN
           PERFORM FIND-VENDOR
           IF WS-VHIT = 0
               DISPLAY "No such vendor."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-VT-NAME(WS-VHIT) TO WS-NAME-IN
           DISPLAY "Vendor " FUNCTION TRIM(WS-NAME-IN)
                   " - current IBAN " WS-VT-IBAN(WS-VHIT)
           DISPLAY "New IBAN: " WITH NO ADVANCING
           ACCEPT WS-IBAN-IN
           PERFORM CHECK-VENDOR-PAYMENT-DETAILS
           IF WS-IBAN-VALID NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-SCREEN-HIT = 'Y'
               MOVE "HELD" TO WS-VT-STATUS(WS-VHIT)
           ELSE
               MOVE WS-IBAN-IN(1:22) TO WS-VT-IBAN(WS-VHIT)
               MOVE "ACTIVE" TO WS-VT-STATUS(WS-VHIT)
               DISPLAY "Bank details for " WS-VENDOR-IN " updated."
           END-IF
           PERFORM SAVE-VENDORS.

      *> Shared IBAN check and denied-party screen for a vendor
      *> name in WS-NAME-IN and IBAN in WS-IBAN-IN.
       CHECK-VENDOR-PAYMENT-DETAILS.
           MOVE 'N' TO WS-SCREEN-HIT
           MOVE FUNCTION UPPER-CASE(WS-IBAN-IN) TO WS-IBAN-IN
           CALL 'VALIDATE-IBAN' USING WS-IBAN-IN, WS-IBAN-VALID
           IF WS-IBAN-VALID NOT = 'Y'
               DISPLAY "IBAN failed validation - nothing changed."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SCREEN-NAME
           MOVE WS-NAME-IN TO WS-SCREEN-NAME
           CALL 'SCREEN-PARTY' USING WS-SCREEN-NAME, WS-SCREEN-HIT
           IF WS-SCREEN-HIT = 'Y'
               MOVE "VENDOR" TO WS-HOLD-SOURCE
               MOVE SPACES TO WS-HOLD-DETAIL
               STRING "VENDOR IBAN " WS-IBAN-IN(1:22)
                   DELIMITED BY SIZE INTO WS-HOLD-DETAIL
               END-STRING
               CALL 'SCREEN-HOLD' USING WS-HOLD-SOURCE,
                   WS-SCREEN-NAME, WS-HOLD-DETAIL
               DISPLAY "Vendor name matched the denied-party list "
                       "- held for supervisor review."
           END-IF.

       FIND-VENDOR.
           MOVE 0 TO WS-VHIT
           PERFORM VARYING WS-V FROM 1 BY 1
             UNTIL WS-V > WS-VENDOR-COUNT
               IF WS-VT-ID(WS-V) = WS-VENDOR-IN
                   MOVE WS-V TO WS-VHIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> ---------------------------------------------------------
      *> Invoice entry and approval
      *> ---------------------------------------------------------
       ENTER-INVOICE.
           DISPLAY "Vendor ID (VNnnnn): " WITH NO ADVANCING
           ACCEPT WS-VENDOR-IN
           MOVE FUNCTION UPPER-CASE(WS-VENDOR-IN) TO WS-VENDOR-IN
           PERFORM FIND-VENDOR
           IF WS-VHIT = 0
               DISPLAY "No such vendor - invoice not entered."
               EXIT PARAGRAPH
           END-IF
           IF WS-VT-STATUS(WS-VHIT) NOT = "ACTIVE"
               DISPLAY "Vendor is " FUNCTION TRIM(
                       WS-VT-STATUS(WS-VHIT))
                       " - invoice not entered."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Vendor's invoice number: " WITH NO ADVANCING
           ACCEPT WS-REF-IN
           INSPECT WS-REF-IN REPLACING ALL "," BY " "
           IF WS-REF-IN = SPACES
               DISPLAY "Invoice number required - not entered."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-INV-COUNT
               IF WS-IV-VENDOR(WS-I) = WS-VENDOR-IN
                  AND WS-IV-REF(WS-I) = WS-REF-IN
                   DISPLAY "Invoice " FUNCTION TRIM(WS-REF-IN)
                           " from this vendor is already on file as "
                           WS-IV-ID(WS-I) " - not entered."
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           DISPLAY "Amount (e.g. 0001250.00): " WITH NO ADVANCING
           ACCEPT WS-AMT-TX
           COMPUTE WS-AMT-NUM = FUNCTION NUMVAL(WS-AMT-TX)
           IF WS-AMT-NUM = 0
               DISPLAY "Amount must be non-zero - not entered."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Invoice date YYYYMMDD (blank for today): "
                   WITH NO ADVANCING
           ACCEPT WS-DATE-TX
           IF WS-DATE-TX = SPACES
               MOVE WS-TODAY TO WS-DATE-TX
           END-IF
           IF WS-DATE-TX IS NOT NUMERIC
               DISPLAY "Invoice date must be YYYYMMDD - not "
                       "entered."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Due date YYYYMMDD (blank for standard terms): "
                   WITH NO ADVANCING
           ACCEPT WS-DUE-TX
           IF WS-DUE-TX = SPACES
               MOVE WS-DATE-TX TO WS-DUE-NUM
               COMPUTE WS-DUE-NUM = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DUE-NUM)
                   + WS-PAY-TERMS)
               MOVE WS-DUE-NUM TO WS-DUE-TX
           END-IF
           IF WS-DUE-TX IS NOT NUMERIC OR WS-DUE-TX < WS-DATE-TX
               DISPLAY "Due date must be YYYYMMDD, not before the "
                       "invoice date - not entered."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-VT-GL(WS-VHIT) TO WS-ACCT-IN
           DISPLAY "Expense GL (blank for " WS-ACCT-IN "): "
                   WITH NO ADVANCING
           ACCEPT WS-GL-LINE-ACCT
           IF WS-GL-LINE-ACCT NOT = SPACES
               MOVE WS-GL-LINE-ACCT TO WS-ACCT-IN
           END-IF
           PERFORM LOAD-CHART-ACCOUNTS
           PERFORM CHECK-GL-ACCOUNT
           IF WS-GL-FOUND NOT = 'Y'
               DISPLAY "Expense GL " WS-ACCT-IN " is not an expense "
                       "account on GLCHART.DAT - not entered."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Branch bearing the cost: " WITH NO ADVANCING
           ACCEPT WS-BRANCH-IN
           MOVE FUNCTION UPPER-CASE(WS-BRANCH-IN) TO WS-BRANCH-IN
           IF WS-BRANCH-IN = SPACES
               MOVE "***" TO WS-BRANCH-IN
           END-IF

           IF WS-INV-COUNT >= 2000
               DISPLAY "PAYABLES: ERROR - invoice table full at "
                       "2000 - not entered."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TXN-SEQ
           MOVE "AP" TO WS-NEW-ID-PFX
           MOVE WS-TXN-SEQ TO WS-NEW-ID-SEQ
           ADD 1 TO WS-INV-COUNT
           MOVE WS-INV-COUNT TO WS-I
           MOVE WS-NEW-ID TO WS-IV-ID(WS-I)
           MOVE WS-VENDOR-IN TO WS-IV-VENDOR(WS-I)
           MOVE WS-REF-IN TO WS-IV-REF(WS-I)
           MOVE WS-AMT-NUM TO WS-IV-AMOUNT(WS-I)
           MOVE WS-DATE-TX TO WS-IV-DATE(WS-I)
           MOVE WS-DUE-TX TO WS-IV-DUE(WS-I)
           MOVE WS-ACCT-IN TO WS-IV-GL(WS-I)
           MOVE WS-BRANCH-IN TO WS-IV-BRANCH(WS-I)
           MOVE WS-OPERATOR TO WS-IV-ENTERED(WS-I)
           MOVE SPACES TO WS-IV-APPROVED(WS-I)
           MOVE 0 TO WS-IV-PAID(WS-I)
           IF WS-AMT-NUM > WS-APPROVAL-LIMIT
               MOVE "PENDING" TO WS-IV-STATUS(WS-I)
           ELSE
               MOVE "OPEN" TO WS-IV-STATUS(WS-I)
           END-IF

      *> The cost and the liability are booked on entry; approval
      *> only governs when the invoice may be paid.
           PERFORM OPEN-GL-MASTER
           MOVE WS-NEW-ID TO WS-GL-LINE-ID
           MOVE "AP-INVOICE" TO WS-GL-LINE-TYPE
           MOVE WS-BRANCH-IN TO WS-GL-LINE-BRANCH
           MOVE WS-AMT-NUM TO WS-GL-LINE-AMT
           MOVE WS-ACCT-IN TO WS-GL-LINE-ACCT
           MOVE "DR" TO WS-GL-LINE-DRCR
           PERFORM WRITE-GL-LINE
           MOVE WS-LIABILITY-GL TO WS-GL-LINE-ACCT
           MOVE "CR" TO WS-GL-LINE-DRCR
           PERFORM WRITE-GL-LINE
           CLOSE GL-MASTER-FILE
           PERFORM SAVE-TXN-SEQ
           PERFORM SAVE-INVOICES
           DISPLAY "Invoice " WS-NEW-ID " entered, due " WS-DUE-TX
           IF WS-IV-STATUS(WS-I) = "PENDING"
               DISPLAY "Over the approval limit - a second "
                       "operator must approve it before payment."
           END-IF.

      *> The approver must be a different operator from the one
      *> who keyed the invoice, with Manager or Admin access
      *> (level 2 or better) on USERS.DAT - the GL-JOURNAL-ENTRY
      *> release rule.
       APPROVE-INVOICE.
           DISPLAY "Invoice ID (APnnnn): " WITH NO ADVANCING
           ACCEPT WS-INVOICE-IN
           MOVE FUNCTION UPPER-CASE(WS-INVOICE-IN) TO WS-INVOICE-IN
           MOVE 0 TO WS-HIT
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-INV-COUNT
               IF WS-IV-ID(WS-I) = WS-INVOICE-IN
                   MOVE WS-I TO WS-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-HIT = 0
               DISPLAY "No such invoice."
               EXIT PARAGRAPH
           END-IF
           IF WS-IV-STATUS(WS-HIT) NOT = "PENDING"
               DISPLAY "Invoice is " FUNCTION TRIM(
                       WS-IV-STATUS(WS-HIT))
                       " - nothing to approve."
               EXIT PARAGRAPH
           END-IF
           IF WS-IV-ENTERED(WS-HIT) = WS-OPERATOR
               DISPLAY "Invoice was entered by " FUNCTION TRIM(
                       WS-OPERATOR) " - a different operator must "
                       "approve it."
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM LOOK-UP-OPERATOR
           IF WS-USER-FOUND NOT = 'Y'
               DISPLAY "Operator not on USERS.DAT - approval "
                       "refused."
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-USER-LEVEL > 2
               DISPLAY "Approval requires Manager or Admin access - "
                       "approval refused."
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "OPEN" TO WS-IV-STATUS(WS-HIT)
           MOVE WS-OPERATOR TO WS-IV-APPROVED(WS-HIT)
           PERFORM SAVE-INVOICES
           DISPLAY "Invoice " WS-INVOICE-IN " approved for payment.".

       LOOK-UP-OPERATOR.
           MOVE 'N' TO WS-USER-FOUND
           OPEN INPUT USER-FILE
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
                       IF FUNCTION TRIM(FILE-USER-ID) =
                          FUNCTION TRIM(WS-OPERATOR)
                           MOVE 'Y' TO WS-USER-FOUND
                           MOVE FILE-ACCESS-LEVEL TO WS-USER-LEVEL
                           MOVE 'Y' TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE USER-FILE
           MOVE 'N' TO WS-EOF.

      *> ---------------------------------------------------------
      *> Payment run
      *> ---------------------------------------------------------
       PAYMENT-RUN.
           DISPLAY "PAYABLES: payment run for invoices due by "
                   WS-TODAY "..."
           PERFORM COUNT-OUTBOUND-LINES
           MOVE WS-OUT-LINE-NO TO WS-OUT-BEFORE

           OPEN OUTPUT RUN-REPORT-FILE
           IF WS-FS-RPT NOT = "00"
               DISPLAY "PAYABLES: ERROR - cannot open "
                       "AP-PAYMENT-RUN.TXT. Status: " WS-FS-RPT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO RUN-REPORT-REC
           STRING "AP PAYMENT RUN - " WS-TODAY
               DELIMITED BY SIZE INTO RUN-REPORT-REC
           END-STRING
           WRITE RUN-REPORT-REC
           MOVE "INVOICE VENDOR VENDOR-REF        DUE       IBAN"
               TO RUN-REPORT-REC
           MOVE "AMOUNT" TO RUN-REPORT-REC(72:6)
           WRITE RUN-REPORT-REC
           MOVE WS-DIVIDER TO RUN-REPORT-REC
           WRITE RUN-REPORT-REC

           OPEN EXTEND OUTBOUND-FILE
           IF WS-FS-OUT = "35"
               CLOSE OUTBOUND-FILE
               OPEN OUTPUT OUTBOUND-FILE
           END-IF
           IF WS-FS-OUT NOT = "00"
               DISPLAY "PAYABLES: ERROR - cannot open "
                       "OUTBOUND-PAYMENTS.DAT. Status: " WS-FS-OUT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM OPEN-GL-MASTER
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-INV-COUNT
               IF WS-IV-DUE(WS-I) <= WS-TODAY
                   EVALUATE WS-IV-STATUS(WS-I)
                       WHEN "OPEN"
                           PERFORM PAY-ONE-INVOICE
                       WHEN "PENDING"
                           ADD 1 TO WS-AWAIT-COUNT
                           MOVE SPACES TO RUN-REPORT-REC
                           STRING WS-IV-ID(WS-I)
                                  "  NOT PAID - awaiting second "
                                  "approval"
                               DELIMITED BY SIZE INTO RUN-REPORT-REC
                           END-STRING
                           WRITE RUN-REPORT-REC
                   END-EVALUATE
               END-IF
           END-PERFORM
           CLOSE GL-MASTER-FILE
           CLOSE OUTBOUND-FILE
           PERFORM SAVE-INVOICES

           PERFORM PROVE-OUTBOUND-LINES
           PERFORM WRITE-CONTROL-TOTALS
           CLOSE RUN-REPORT-FILE

           MOVE WS-RUN-TOTAL TO WS-TOTAL-DISP
           DISPLAY "PAYABLES: payments queued: " WS-RUN-COUNT
                   "  total " WS-TOTAL-DISP
           DISPLAY "PAYABLES: awaiting approval: " WS-AWAIT-COUNT
                   "  vendor held: " WS-HELD-COUNT
           DISPLAY "PAYABLES: see AP-PAYMENT-RUN.TXT"
           IF WS-PROOF-COUNT NOT = WS-RUN-COUNT
              OR WS-PROOF-TOTAL NOT = WS-RUN-TOTAL
              OR WS-PROOF-HASH NOT = WS-RUN-HASH
               DISPLAY "PAYABLES: ERROR - outbound file does not "
                       "agree with the run's control totals"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-AWAIT-COUNT > 0 OR WS-HELD-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       PAY-ONE-INVOICE.
           MOVE WS-IV-VENDOR(WS-I) TO WS-VENDOR-IN
           PERFORM FIND-VENDOR
           IF WS-VHIT = 0
               ADD 1 TO WS-HELD-COUNT
               MOVE SPACES TO RUN-REPORT-REC
               STRING WS-IV-ID(WS-I) "  NOT PAID - vendor "
                      WS-VENDOR-IN " not on VENDORS.DAT"
                   DELIMITED BY SIZE INTO RUN-REPORT-REC
               END-STRING
               WRITE RUN-REPORT-REC
               EXIT PARAGRAPH
           END-IF
           IF WS-VT-STATUS(WS-VHIT) NOT = "ACTIVE"
               ADD 1 TO WS-HELD-COUNT
               MOVE SPACES TO RUN-REPORT-REC
               STRING WS-IV-ID(WS-I) "  NOT PAID - vendor "
                      WS-VENDOR-IN " is "
                      FUNCTION TRIM(WS-VT-STATUS(WS-VHIT))
                   DELIMITED BY SIZE INTO RUN-REPORT-REC
               END-STRING
               WRITE RUN-REPORT-REC
               EXIT PARAGRAPH
           END-IF

           MOVE WS-IV-AMOUNT(WS-I) TO WS-AMT-OUT
           MOVE SPACES TO OUTBOUND-RECORD
           STRING WS-TODAY ","
                  "00000,"
                  WS-IV-ID(WS-I) ","
                  WS-VT-IBAN(WS-VHIT) ","
                  WS-AMT-OUT ","
                  "NEW"
               DELIMITED BY SIZE INTO OUTBOUND-RECORD
           END-STRING
           WRITE OUTBOUND-RECORD

           MOVE WS-IV-ID(WS-I) TO WS-GL-LINE-ID
           MOVE "AP-PAYMENT" TO WS-GL-LINE-TYPE
           MOVE WS-IV-BRANCH(WS-I) TO WS-GL-LINE-BRANCH
           MOVE WS-IV-AMOUNT(WS-I) TO WS-GL-LINE-AMT
           MOVE WS-LIABILITY-GL TO WS-GL-LINE-ACCT
           MOVE "DR" TO WS-GL-LINE-DRCR
           PERFORM WRITE-GL-LINE
           MOVE WS-PAYMENT-GL TO WS-GL-LINE-ACCT
           MOVE "CR" TO WS-GL-LINE-DRCR
           PERFORM WRITE-GL-LINE

           MOVE "PAID" TO WS-IV-STATUS(WS-I)
           MOVE WS-TODAY TO WS-IV-PAID(WS-I)
           ADD 1 TO WS-RUN-COUNT
           ADD WS-IV-AMOUNT(WS-I) TO WS-RUN-TOTAL
           MOVE WS-VT-IBAN(WS-VHIT)(15:8) TO WS-IBAN-ACCT-NO
           ADD WS-IBAN-ACCT-NO TO WS-RUN-HASH

           MOVE WS-IV-AMOUNT(WS-I) TO WS-AMT-DISP
           MOVE SPACES TO RUN-REPORT-REC
           STRING WS-IV-ID(WS-I) "  " WS-IV-VENDOR(WS-I) " "
                  WS-IV-REF(WS-I) "  " WS-IV-DUE(WS-I) "  "
                  WS-VT-IBAN(WS-VHIT) "  " WS-AMT-DISP
               DELIMITED BY SIZE INTO RUN-REPORT-REC
           END-STRING
           WRITE RUN-REPORT-REC.

       COUNT-OUTBOUND-LINES.
           MOVE 0 TO WS-OUT-LINE-NO
           OPEN INPUT OUTBOUND-FILE
           IF WS-FS-OUT NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ OUTBOUND-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-OUT-LINE-NO
               END-READ
           END-PERFORM
           CLOSE OUTBOUND-FILE
           MOVE 'N' TO WS-EOF.

      *> Re-reads the outbound file and totals the lines after the
      *> ones that were there before the run - item count, amount
      *> and a hash of the payee account numbers.
       PROVE-OUTBOUND-LINES.
           MOVE 0 TO WS-OUT-LINE-NO
           OPEN INPUT OUTBOUND-FILE
           IF WS-FS-OUT NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ OUTBOUND-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-OUT-LINE-NO
                       IF WS-OUT-LINE-NO > WS-OUT-BEFORE
                           PERFORM PROVE-ONE-OUTBOUND-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OUTBOUND-FILE
           MOVE 'N' TO WS-EOF.

       PROVE-ONE-OUTBOUND-LINE.
           MOVE SPACES TO WS-OUT-FIELDS
           UNSTRING OUTBOUND-RECORD DELIMITED BY ','
               INTO WS-OF-DATE WS-OF-CUST WS-OF-REF WS-OF-IBAN
                    WS-OF-AMOUNT WS-OF-STATUS
           END-UNSTRING
           ADD 1 TO WS-PROOF-COUNT
           ADD FUNCTION NUMVAL(WS-OF-AMOUNT) TO WS-PROOF-TOTAL
           IF WS-OF-IBAN(15:8) IS NUMERIC
               MOVE WS-OF-IBAN(15:8) TO WS-IBAN-ACCT-NO
               ADD WS-IBAN-ACCT-NO TO WS-PROOF-HASH
           END-IF.

       WRITE-CONTROL-TOTALS.
           MOVE WS-DIVIDER TO RUN-REPORT-REC
           WRITE RUN-REPORT-REC
           MOVE WS-RUN-COUNT TO WS-COUNT-DISP
           MOVE WS-RUN-TOTAL TO WS-TOTAL-DISP
           MOVE WS-RUN-HASH TO WS-HASH-DISP
           MOVE SPACES TO RUN-REPORT-REC
           STRING "CONTROL - RUN:      ITEMS " WS-COUNT-DISP
                  "  AMOUNT " WS-TOTAL-DISP
                  "  ACCOUNT HASH " WS-HASH-DISP
               DELIMITED BY SIZE INTO RUN-REPORT-REC
           END-STRING
           WRITE RUN-REPORT-REC
           MOVE WS-PROOF-COUNT TO WS-COUNT-DISP
           MOVE WS-PROOF-TOTAL TO WS-TOTAL-DISP
           MOVE WS-PROOF-HASH TO WS-HASH-DISP
           MOVE SPACES TO RUN-REPORT-REC
           STRING "CONTROL - OUTBOUND: ITEMS " WS-COUNT-DISP
                  "  AMOUNT " WS-TOTAL-DISP
                  "  ACCOUNT HASH " WS-HASH-DISP
               DELIMITED BY SIZE INTO RUN-REPORT-REC
           END-STRING
           WRITE RUN-REPORT-REC
           MOVE SPACES TO RUN-REPORT-REC
           IF WS-PROOF-COUNT = WS-RUN-COUNT
              AND WS-PROOF-TOTAL = WS-RUN-TOTAL
              AND WS-PROOF-HASH = WS-RUN-HASH
               MOVE "CONTROL TOTALS AGREE" TO RUN-REPORT-REC
           ELSE
               STRING "** CONTROL TOTALS DO NOT AGREE - HOLD THE "
                      "OUTBOUND FILE **"
                   DELIMITED BY SIZE INTO RUN-REPORT-REC
               END-STRING
           END-IF
           WRITE RUN-REPORT-REC.

      *> ---------------------------------------------------------
      *> Aging
      *> ---------------------------------------------------------
      *> Everything not yet paid - PENDING included, since it is
      *> owed all the same - aged by days past due.
       AGING-REPORT.
           OPEN OUTPUT AGING-REPORT-FILE
           IF WS-FS-AGE NOT = "00"
               DISPLAY "PAYABLES: ERROR - cannot open "
                       "AP-AGING.TXT. Status: " WS-FS-AGE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO AGING-REPORT-REC
           STRING "AP AGING AS AT " WS-TODAY
               DELIMITED BY SIZE INTO AGING-REPORT-REC
           END-STRING
           WRITE AGING-REPORT-REC
           MOVE SPACES TO AGING-REPORT-REC
           STRING "VENDOR NAME                         "
                  "     CURRENT   1-30 DAYS  31-60 DAYS  61-90 DAYS"
                  "     OVER 90"
               DELIMITED BY SIZE INTO AGING-REPORT-REC
           END-STRING
           WRITE AGING-REPORT-REC
           MOVE WS-DIVIDER TO AGING-REPORT-REC
           WRITE AGING-REPORT-REC
           INITIALIZE WS-GRAND-BUCKETS
           PERFORM VARYING WS-V FROM 1 BY 1
             UNTIL WS-V > WS-VENDOR-COUNT
               PERFORM AGE-ONE-VENDOR
           END-PERFORM
           MOVE WS-DIVIDER TO AGING-REPORT-REC
           WRITE AGING-REPORT-REC
           MOVE SPACES TO AGING-REPORT-REC
           MOVE "TOTAL OWED" TO AGING-REPORT-REC(1:10)
           PERFORM VARYING WS-BK FROM 1 BY 1 UNTIL WS-BK > 5
               MOVE WS-GB-AMT(WS-BK) TO WS-VB-AMT(WS-BK)
           END-PERFORM
           PERFORM PUT-BUCKETS-ON-LINE
           WRITE AGING-REPORT-REC
           MOVE 0 TO WS-VENDOR-OWED
           PERFORM VARYING WS-BK FROM 1 BY 1 UNTIL WS-BK > 5
               ADD WS-GB-AMT(WS-BK) TO WS-VENDOR-OWED
           END-PERFORM
           MOVE WS-VENDOR-OWED TO WS-TOTAL-DISP
           MOVE SPACES TO AGING-REPORT-REC
           STRING "ALL BUCKETS " WS-TOTAL-DISP
               DELIMITED BY SIZE INTO AGING-REPORT-REC
           END-STRING
           WRITE AGING-REPORT-REC
           CLOSE AGING-REPORT-FILE
           DISPLAY "PAYABLES: see AP-AGING.TXT".

       AGE-ONE-VENDOR.
           INITIALIZE WS-AGING-BUCKETS
           MOVE 0 TO WS-VENDOR-OWED
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-INV-COUNT
               IF WS-IV-VENDOR(WS-I) = WS-VT-ID(WS-V)
                  AND WS-IV-STATUS(WS-I) NOT = "PAID"
                   COMPUTE WS-AGE-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-TODAY)
                       - FUNCTION INTEGER-OF-DATE(WS-IV-DUE(WS-I))
                   EVALUATE TRUE
                       WHEN WS-AGE-DAYS <= 0
                           MOVE 1 TO WS-BK
                       WHEN WS-AGE-DAYS <= 30
                           MOVE 2 TO WS-BK
                       WHEN WS-AGE-DAYS <= 60
                           MOVE 3 TO WS-BK
                       WHEN WS-AGE-DAYS <= 90
                           MOVE 4 TO WS-BK
                       WHEN OTHER
                           MOVE 5 TO WS-BK
                   END-EVALUATE
                   ADD WS-IV-AMOUNT(WS-I) TO WS-VB-AMT(WS-BK)
                   ADD WS-IV-AMOUNT(WS-I) TO WS-GB-AMT(WS-BK)
                   ADD WS-IV-AMOUNT(WS-I) TO WS-VENDOR-OWED
               END-IF
           END-PERFORM
           IF WS-VENDOR-OWED = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO AGING-REPORT-REC
           STRING WS-VT-ID(WS-V) " " WS-VT-NAME(WS-V)
               DELIMITED BY SIZE INTO AGING-REPORT-REC
           END-STRING
           PERFORM PUT-BUCKETS-ON-LINE
           WRITE AGING-REPORT-REC.

       PUT-BUCKETS-ON-LINE.
           PERFORM VARYING WS-BK FROM 1 BY 1 UNTIL WS-BK > 5
               MOVE WS-VB-AMT(WS-BK) TO WS-BUCKET-DISP
               MOVE WS-BUCKET-DISP
                   TO AGING-REPORT-REC(37 + (WS-BK - 1) * 12:12)
           END-PERFORM.

      *> ---------------------------------------------------------
      *> GL
      *> ---------------------------------------------------------
       OPEN-GL-MASTER.
           OPEN EXTEND GL-MASTER-FILE
           IF WS-FS-GLM = "35"
               CLOSE GL-MASTER-FILE
               OPEN OUTPUT GL-MASTER-FILE
           END-IF
           IF WS-FS-GLM NOT = "00"
               DISPLAY "PAYABLES: ERROR - cannot open "
                       "GLMASTER.DAT. Status: " WS-FS-GLM
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-GL-LINE.
           MOVE WS-GL-LINE-AMT TO WS-AMT-DISP
           MOVE SPACES TO GL-MASTER-RECORD
           STRING WS-GL-LINE-ACCT " " WS-GL-LINE-DRCR " "
                  WS-AMT-DISP " " WS-TODAY " " WS-GL-LINE-ID
                  " " WS-GL-LINE-TYPE " 00000 " WS-GL-LINE-BRANCH
               DELIMITED BY SIZE INTO GL-MASTER-RECORD
           END-STRING
           CALL "GL-ENTITY" USING WS-GL-LINE-BRANCH,
               WS-GL-LINE-ENTITY
           MOVE WS-GL-LINE-ENTITY TO GL-MASTER-RECORD(57:2)
           WRITE GL-MASTER-RECORD.

       CHECK-GL-ACCOUNT.
           MOVE 'N' TO WS-GL-FOUND
           IF WS-ACCT-IN(1:1) NOT = "5"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-GL-COUNT
               IF WS-GL-CODE(WS-I) = WS-ACCT-IN
                   MOVE 'Y' TO WS-GL-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> Every GL account GLCHART.DAT names on either side of a
      *> mapping, as GL-JOURNAL-ENTRY collects them.
       LOAD-CHART-ACCOUNTS.
           MOVE 0 TO WS-GL-COUNT
           OPEN INPUT CHART-FILE
           IF WS-FS-CHART NOT = "00"
               DISPLAY "PAYABLES: ERROR - cannot open "
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
                       IF WS-GL-COUNT < 99
                           ADD 1 TO WS-GL-COUNT
                           MOVE WS-CH-DEBIT TO WS-GL-CODE(WS-GL-COUNT)
                           ADD 1 TO WS-GL-COUNT
                           MOVE WS-CH-CREDIT
                               TO WS-GL-CODE(WS-GL-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHART-FILE
           MOVE 'N' TO WS-EOF.

      *> ---------------------------------------------------------
      *> Files
      *> ---------------------------------------------------------
       LOAD-VENDORS.
           MOVE 0 TO WS-VENDOR-COUNT
           OPEN INPUT VENDOR-FILE
           IF WS-FS-VEND NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ VENDOR-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-VENDOR
               END-READ
           END-PERFORM
           CLOSE VENDOR-FILE
           MOVE "N" TO WS-EOF.

       LOAD-ONE-VENDOR.
           IF WS-VENDOR-COUNT >= 500
               DISPLAY "PAYABLES: ERROR - vendor table full at 500; "
                       "VENDORS.DAT not rewritten"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-VEND-FIELDS
           UNSTRING VENDOR-RECORD DELIMITED BY ","
               INTO WS-VF-ID WS-VF-NAME WS-VF-IBAN WS-VF-STATUS
                    WS-VF-GL
           END-UNSTRING
           IF WS-VF-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-VENDOR-COUNT
           MOVE WS-VF-ID TO WS-VT-ID(WS-VENDOR-COUNT)
           MOVE WS-VF-NAME TO WS-VT-NAME(WS-VENDOR-COUNT)
           MOVE WS-VF-IBAN TO WS-VT-IBAN(WS-VENDOR-COUNT)
           MOVE WS-VF-STATUS TO WS-VT-STATUS(WS-VENDOR-COUNT)
           MOVE WS-VF-GL TO WS-VT-GL(WS-VENDOR-COUNT)
           IF WS-VF-ID(3:4) IS NUMERIC
              AND WS-VF-ID(3:4) > WS-VENDOR-HIGH
               MOVE WS-VF-ID(3:4) TO WS-VENDOR-HIGH
           END-IF.

       SAVE-VENDORS.
           OPEN OUTPUT VENDOR-FILE
           IF WS-FS-VEND NOT = "00"
               DISPLAY "PAYABLES: ERROR - cannot write VENDORS.DAT. "
                       "Status: " WS-FS-VEND
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-V FROM 1 BY 1
             UNTIL WS-V > WS-VENDOR-COUNT
               MOVE SPACES TO VENDOR-RECORD
               STRING WS-VT-ID(WS-V) ","
                      FUNCTION TRIM(WS-VT-NAME(WS-V)) ","
                      WS-VT-IBAN(WS-V) ","
                      FUNCTION TRIM(WS-VT-STATUS(WS-V)) ","
                      WS-VT-GL(WS-V)
                   DELIMITED BY SIZE INTO VENDOR-RECORD
               END-STRING
               WRITE VENDOR-RECORD
           END-PERFORM
           CLOSE VENDOR-FILE.

       LOAD-INVOICES.
           MOVE 0 TO WS-INV-COUNT
           OPEN INPUT INVOICE-FILE
           IF WS-FS-INV NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ INVOICE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-INVOICE
               END-READ
           END-PERFORM
           CLOSE INVOICE-FILE
           MOVE "N" TO WS-EOF.

       LOAD-ONE-INVOICE.
           IF WS-INV-COUNT >= 2000
               DISPLAY "PAYABLES: ERROR - invoice table full at "
                       "2000; AP-INVOICES.DAT not rewritten"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-INV-FIELDS
           UNSTRING INVOICE-RECORD DELIMITED BY ","
               INTO WS-IF-ID WS-IF-VENDOR WS-IF-REF WS-IF-AMOUNT
                    WS-IF-DATE WS-IF-DUE WS-IF-GL WS-IF-BRANCH
                    WS-IF-STATUS WS-IF-ENTERED WS-IF-APPROVED
                    WS-IF-PAID
           END-UNSTRING
           IF WS-IF-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-INV-COUNT
           MOVE WS-INV-COUNT TO WS-I
           MOVE WS-IF-ID TO WS-IV-ID(WS-I)
           MOVE WS-IF-VENDOR TO WS-IV-VENDOR(WS-I)
           MOVE WS-IF-REF TO WS-IV-REF(WS-I)
           COMPUTE WS-IV-AMOUNT(WS-I) = FUNCTION NUMVAL(WS-IF-AMOUNT)
           MOVE WS-IF-DATE TO WS-IV-DATE(WS-I)
           MOVE WS-IF-DUE TO WS-IV-DUE(WS-I)
           MOVE WS-IF-GL TO WS-IV-GL(WS-I)
           MOVE WS-IF-BRANCH TO WS-IV-BRANCH(WS-I)
           MOVE WS-IF-STATUS TO WS-IV-STATUS(WS-I)
           MOVE WS-IF-ENTERED TO WS-IV-ENTERED(WS-I)
           MOVE WS-IF-APPROVED TO WS-IV-APPROVED(WS-I)
           IF WS-IF-PAID IS NUMERIC
               MOVE WS-IF-PAID TO WS-IV-PAID(WS-I)
           ELSE
               MOVE 0 TO WS-IV-PAID(WS-I)
           END-IF.

       SAVE-INVOICES.
           OPEN OUTPUT INVOICE-FILE
           IF WS-FS-INV NOT = "00"
               DISPLAY "PAYABLES: ERROR - cannot write "
                       "AP-INVOICES.DAT. Status: " WS-FS-INV
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-INV-COUNT
               MOVE WS-IV-AMOUNT(WS-I) TO WS-AMT-OUT
               MOVE SPACES TO INVOICE-RECORD
               STRING WS-IV-ID(WS-I) ","
                      WS-IV-VENDOR(WS-I) ","
                      FUNCTION TRIM(WS-IV-REF(WS-I)) ","
                      WS-AMT-OUT ","
                      WS-IV-DATE(WS-I) ","
                      WS-IV-DUE(WS-I) ","
                      WS-IV-GL(WS-I) ","
                      WS-IV-BRANCH(WS-I) ","
                      FUNCTION TRIM(WS-IV-STATUS(WS-I)) ","
                      FUNCTION TRIM(WS-IV-ENTERED(WS-I)) ","
                      FUNCTION TRIM(WS-IV-APPROVED(WS-I)) ","
                      WS-IV-PAID(WS-I)
                   DELIMITED BY SIZE INTO INVOICE-RECORD
               END-STRING
               WRITE INVOICE-RECORD
           END-PERFORM
           CLOSE INVOICE-FILE.
