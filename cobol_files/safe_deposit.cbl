       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAFE-DEPOSIT.

      *> Safe deposit box inventory and rental, one box per line in
      *> SAFE-BOXES.DAT:
      *>   BRANCH,BOX,SIZE,STATUS,CUSTOMER,BILL-ACCT,RENT-DUE,
      *>   DELINQ-SINCE
      *> BRANCH is a BRANCHES.DAT code and BOX is unique within it.
      *> SIZE is S, M or L. STATUS is AVAILABLE, RENTED, DRILLED or
      *> SEALED; a rented box names its CUSTOMERS.DAT customer and
      *> the account the rent bills to (one of the customer's own,
      *> per CUST-ACCT-XREF.DAT).
      *> (B)illing is the annual rent run: every RENTED box whose
      *> RENT-DUE has come round debits SDB_RENT_S/M/L (defaults
      *> 60.00/120.00/240.00) through TRANSIN and moves RENT-DUE on
      *> a year. A box whose account cannot pay - closed, on hold,
      *> holder deceased, or short of available funds - stays due,
      *> takes DELINQ-SINCE and lands on SDB-DELINQUENT.TXT; once
      *> delinquent SDB_DRILL_DAYS (default 90) it is DRILL DUE and
      *> only then may (D)rilling open it.
      *> Every access, refusal, drilling and seal is written to
      *> SDB-ACCESS-LOG.DAT with the customer and the attending
      *> operator:
      *>   DATE,TIME,BRANCH,BOX,CUSTOMER,OPERATOR,EVENT
      *> A box held by a deceased customer is SEALED (by SDB-SEAL
      *> from ESTATE-PROCESSING) and stays shut until the estate
      *> has settled and the box is surrendered.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOX-FILE ASSIGN TO "SAFE-BOXES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BOX.
           SELECT WORK-FILE ASSIGN TO "SAFE-BOXES.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-WORK.
           SELECT BRANCH-FILE ASSIGN TO "BRANCHES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BRANCH.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-LNAME WITH DUPLICATES
               FILE STATUS IS WS-FS-CUST.
           SELECT ACCESS-LOG ASSIGN TO "SDB-ACCESS-LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.
           SELECT TRANS-FILE ASSIGN TO TRANSIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRANS.
           SELECT NEXTDAY-FILE ASSIGN TO "NEXTDAY-TRANSIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NEXTDAY.
           SELECT SEQ-FILE ASSIGN TO "SDB-SEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SEQ.
           SELECT DELINQ-FILE ASSIGN TO "SDB-DELINQUENT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DLQ.

       DATA DIVISION.
       FILE SECTION.
       FD  BOX-FILE.
       01  BOX-RECORD           PIC X(80).

       FD  WORK-FILE.
       01  WORK-RECORD          PIC X(80).

       FD  BRANCH-FILE.
       01  BRANCH-RECORD        PIC X(40).

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

       FD  ACCESS-LOG.
       01  ACCESS-LOG-RECORD    PIC X(80).

       FD  TRANS-FILE.
       01  TRANS-RECORD         PIC X(120).

       FD  NEXTDAY-FILE.
       01  NEXTDAY-RECORD       PIC X(120).

       FD  SEQ-FILE.
       01  SEQ-RECORD           PIC X(8).

       FD  DELINQ-FILE.
       01  DELINQ-RECORD        PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-FS-BOX            PIC XX.
       77  WS-FS-WORK           PIC XX.
       77  WS-FS-BRANCH         PIC XX.
       77  WS-FS-CUST           PIC XX.
       77  WS-FS-LOG            PIC XX.
       77  WS-FS-TRANS          PIC XX.
       77  WS-FS-NEXTDAY        PIC XX.
       77  WS-FS-SEQ            PIC XX.
       77  WS-FS-DLQ            PIC XX.
       77  WS-EOF               PIC X VALUE 'N'.
       77  WS-MODE              PIC X.
       77  WS-TODAY             PIC 9(8).
       77  WS-NOW-TIME          PIC 9(8).
       77  WS-TXN-SEQ           PIC 9(4) VALUE 0.
       77  WS-I                 PIC 9(4).
       77  WS-B                 PIC 9(4).
       77  WS-FOUND             PIC X VALUE 'N'.
       77  WS-FOUND-COUNT       PIC 9(4) VALUE 0.
       77  WS-QUIESCED          PIC X.
       77  WS-ACCT-OK           PIC X.
       77  WS-CLOSED            PIC X.
       77  WS-CLOSED-DATE       PIC X(8).
       77  WS-DECEASED          PIC X.
       77  WS-ON-HOLD           PIC X.
       77  WS-AVAIL-FOUND       PIC X.
       77  WS-BILLED-COUNT      PIC 9(4) VALUE 0.
       77  WS-DELINQ-COUNT      PIC 9(4) VALUE 0.
       77  WS-DRILL-COUNT       PIC 9(4) VALUE 0.
       77  WS-DRILL-DAYS        PIC 9(4) VALUE 90.
       77  WS-DAYS-DELINQ       PIC 9(5).
       77  WS-PARAM-NAME        PIC X(24).
       77  WS-PARAM-VALUE       PIC X(12).
       77  WS-PARAM-FOUND       PIC X.

       01  WS-BOX-TABLE.
           05  WS-BOX OCCURS 1000 TIMES.
               10  WS-BT-BRANCH     PIC X(3).
               10  WS-BT-BOX        PIC X(6).
               10  WS-BT-SIZE       PIC X(2).
               10  WS-BT-STATUS     PIC X(9).
               10  WS-BT-CUST       PIC X(5).
               10  WS-BT-ACCT       PIC X(5).
               10  WS-BT-RENT-DUE   PIC X(8).
               10  WS-BT-DELINQ     PIC X(8).
       01  WS-BOX-COUNT         PIC 9(4) VALUE 0.

       01  WS-BOX-FIELDS.
           05  WS-BX-BRANCH     PIC X(3).
           05  WS-BX-BOX        PIC X(6).
           05  WS-BX-SIZE       PIC X(2).
           05  WS-BX-STATUS     PIC X(9).
           05  WS-BX-CUST       PIC X(5).
           05  WS-BX-ACCT       PIC X(5).
           05  WS-BX-RENT-DUE   PIC X(8).
           05  WS-BX-DELINQ     PIC X(8).

       01  WS-BRANCH-FIELDS.
           05  WS-BR-CODE       PIC X(3).
           05  WS-BR-NAME       PIC X(20).

      *> Annual rent by box size.
       01  WS-RENT-TABLE.
           05  WS-RENT-S        PIC 9(5)V99 VALUE 60.00.
           05  WS-RENT-M        PIC 9(5)V99 VALUE 120.00.
           05  WS-RENT-L        PIC 9(5)V99 VALUE 240.00.
       01  WS-RENT-AMT          PIC 9(5)V99.
       01  WS-RENT-OUT          PIC 9(7).99.
       01  WS-RENT-TX           PIC X(12).
       01  WS-AVAIL-BAL         PIC S9(9)V99.
       01  WS-DRCR              PIC XX.
       01  WS-V2-CHANNEL        PIC X(3).
       01  WS-V2-TAIL           PIC X(32).

       01  WS-INPUT-BRANCH      PIC X(3).
       01  WS-INPUT-BOX         PIC X(6).
       01  WS-INPUT-SIZE        PIC X(2).
       01  WS-INPUT-CUST        PIC X(5).
       01  WS-INPUT-ACCT        PIC X(5).
       01  WS-OPERATOR          PIC X(8).
       01  WS-CHECK-ACCT        PIC X(10).
       01  WS-CHECK-CUST        PIC X(10).
       01  WS-LOG-CUST          PIC X(5).
       01  WS-LOG-EVENT         PIC X(30).
       01  WS-DLQ-REASON        PIC X(20).
       01  WS-DLQ-STANDING      PIC X(10).
       01  WS-DISP-DAYS         PIC ZZZZ9.
       01  WS-NEXT-DUE          PIC 9(8).
       01  WS-NEXT-DUE-PARTS REDEFINES WS-NEXT-DUE.
           05  WS-ND-YYYY       PIC 9(4).
           05  WS-ND-MMDD       PIC 9(4).

       01  WS-TXN-ID.
           05  FILLER           PIC XX VALUE "SB".
           05  WS-TXN-ID-SEQ    PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "GET-BUSINESS-DATE" USING WS-TODAY
           PERFORM LOAD-PARAMETERS
           PERFORM LOAD-BOXES
           DISPLAY "SAFE-DEPOSIT: (A)dd box, (L)ist, (R)ent, "
                   "(S)urrender, (E)nter box, (B)ill annual rent, "
                   "(D)rill: " WITH NO ADVANCING
           ACCEPT WS-MODE
           EVALUATE FUNCTION UPPER-CASE(WS-MODE)
               WHEN "A"
                   PERFORM ADD-BOX
               WHEN "L"
                   PERFORM LIST-BOXES
               WHEN "R"
                   PERFORM RENT-BOX
               WHEN "S"
                   PERFORM SURRENDER-BOX
               WHEN "E"
                   PERFORM ENTER-BOX
               WHEN "B"
                   PERFORM BILL-ANNUAL-RENT
               WHEN "D"
                   PERFORM DRILL-BOX
               WHEN OTHER
                   DISPLAY "Invalid selection."
           END-EVALUATE
           STOP RUN.

       LOAD-PARAMETERS.
           MOVE "SDB_RENT_S" TO WS-PARAM-NAME
           CALL "GET-PARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y'
               COMPUTE WS-RENT-S = FUNCTION NUMVAL(WS-PARAM-VALUE)
           END-IF
           MOVE "SDB_RENT_M" TO WS-PARAM-NAME
           CALL "GET-PARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y'
               COMPUTE WS-RENT-M = FUNCTION NUMVAL(WS-PARAM-VALUE)
           END-IF
           MOVE "SDB_RENT_L" TO WS-PARAM-NAME
           CALL "GET-PARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y'
               COMPUTE WS-RENT-L = FUNCTION NUMVAL(WS-PARAM-VALUE)
           END-IF
           MOVE "SDB_DRILL_DAYS" TO WS-PARAM-NAME
           CALL "GET-PARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y'
               COMPUTE WS-DRILL-DAYS = FUNCTION NUMVAL(WS-PARAM-VALUE)
           END-IF.

       LOAD-BOXES.
           MOVE 0 TO WS-BOX-COUNT
           OPEN INPUT BOX-FILE
           IF WS-FS-BOX NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ BOX-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF BOX-RECORD NOT = SPACES
                           IF WS-BOX-COUNT >= 1000
                               DISPLAY "SAFE-DEPOSIT: ERROR - box "
                                       "table full at 1000; "
                                       "SAFE-BOXES.DAT not rewritten"
                               CLOSE BOX-FILE
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-BOX-COUNT
                           PERFORM STORE-BOX
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOX-FILE.

       STORE-BOX.
           MOVE SPACES TO WS-BOX-FIELDS
           UNSTRING BOX-RECORD DELIMITED BY ','
               INTO WS-BX-BRANCH WS-BX-BOX WS-BX-SIZE WS-BX-STATUS
                    WS-BX-CUST WS-BX-ACCT WS-BX-RENT-DUE
                    WS-BX-DELINQ
           END-UNSTRING
           MOVE WS-BX-BRANCH TO WS-BT-BRANCH(WS-BOX-COUNT)
           MOVE WS-BX-BOX TO WS-BT-BOX(WS-BOX-COUNT)
           MOVE WS-BX-SIZE TO WS-BT-SIZE(WS-BOX-COUNT)
           MOVE WS-BX-STATUS TO WS-BT-STATUS(WS-BOX-COUNT)
           MOVE WS-BX-CUST TO WS-BT-CUST(WS-BOX-COUNT)
           MOVE WS-BX-ACCT TO WS-BT-ACCT(WS-BOX-COUNT)
           MOVE WS-BX-RENT-DUE TO WS-BT-RENT-DUE(WS-BOX-COUNT)
           MOVE WS-BX-DELINQ TO WS-BT-DELINQ(WS-BOX-COUNT).

       SAVE-BOXES.
           OPEN OUTPUT WORK-FILE
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-BOX-COUNT
               MOVE SPACES TO WORK-RECORD
               STRING WS-BT-BRANCH(WS-I) ","
                      FUNCTION TRIM(WS-BT-BOX(WS-I)) ","
                      FUNCTION TRIM(WS-BT-SIZE(WS-I)) ","
                      FUNCTION TRIM(WS-BT-STATUS(WS-I)) ","
                      FUNCTION TRIM(WS-BT-CUST(WS-I)) ","
                      FUNCTION TRIM(WS-BT-ACCT(WS-I)) ","
                      FUNCTION TRIM(WS-BT-RENT-DUE(WS-I)) ","
                      FUNCTION TRIM(WS-BT-DELINQ(WS-I))
                   DELIMITED BY SIZE INTO WORK-RECORD
               END-STRING
               WRITE WORK-RECORD
           END-PERFORM
           CLOSE WORK-FILE
           PERFORM COPY-WORK-BACK.

      *> The teller console exports the signed-in operator as
      *> OPERATOR_ID; only prompt when running stand-alone.
       GET-OPERATOR.
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "OPERATOR_ID"
           IF WS-OPERATOR = SPACES
               DISPLAY "Attending operator ID: " WITH NO ADVANCING
               ACCEPT WS-OPERATOR
           END-IF.

       ASK-BOX.
           DISPLAY "Branch code: " WITH NO ADVANCING
           ACCEPT WS-INPUT-BRANCH
           MOVE FUNCTION UPPER-CASE(WS-INPUT-BRANCH)
               TO WS-INPUT-BRANCH
           DISPLAY "Box number: " WITH NO ADVANCING
           ACCEPT WS-INPUT-BOX
           MOVE FUNCTION UPPER-CASE(WS-INPUT-BOX) TO WS-INPUT-BOX
           PERFORM FIND-BOX.

       FIND-BOX.
           MOVE 0 TO WS-B
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-BOX-COUNT
               IF WS-BT-BRANCH(WS-I) = WS-INPUT-BRANCH
                  AND WS-BT-BOX(WS-I) = WS-INPUT-BOX
                   MOVE WS-I TO WS-B
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *>----------------------------------------------------------------
      *> Inventory
      *>----------------------------------------------------------------
       ADD-BOX.
           DISPLAY "Branch code: " WITH NO ADVANCING
           ACCEPT WS-INPUT-BRANCH
           MOVE FUNCTION UPPER-CASE(WS-INPUT-BRANCH)
               TO WS-INPUT-BRANCH
           PERFORM VERIFY-BRANCH
           IF WS-FOUND NOT = 'Y'
               DISPLAY "Branch " WS-INPUT-BRANCH " is not on "
                       "BRANCHES.DAT - box not added."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Box number: " WITH NO ADVANCING
           ACCEPT WS-INPUT-BOX
           MOVE FUNCTION UPPER-CASE(WS-INPUT-BOX) TO WS-INPUT-BOX
           IF WS-INPUT-BOX = SPACES
               DISPLAY "Box number required - box not added."
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-BOX
           IF WS-B > 0
               DISPLAY "Box " FUNCTION TRIM(WS-INPUT-BOX)
                       " already on file at branch "
                       WS-INPUT-BRANCH "."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Size (S/M/L): " WITH NO ADVANCING
           ACCEPT WS-INPUT-SIZE
           MOVE FUNCTION UPPER-CASE(WS-INPUT-SIZE) TO WS-INPUT-SIZE
           IF WS-INPUT-SIZE NOT = "S" AND WS-INPUT-SIZE NOT = "M"
              AND WS-INPUT-SIZE NOT = "L"
               DISPLAY "Size must be S, M or L - box not added."
               EXIT PARAGRAPH
           END-IF
           IF WS-BOX-COUNT >= 1000
               DISPLAY "Box inventory is full - box not added."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BOX-COUNT
           MOVE WS-INPUT-BRANCH TO WS-BT-BRANCH(WS-BOX-COUNT)
           MOVE WS-INPUT-BOX TO WS-BT-BOX(WS-BOX-COUNT)
           MOVE WS-INPUT-SIZE TO WS-BT-SIZE(WS-BOX-COUNT)
           MOVE "AVAILABLE" TO WS-BT-STATUS(WS-BOX-COUNT)
           MOVE SPACES TO WS-BT-CUST(WS-BOX-COUNT)
           MOVE SPACES TO WS-BT-ACCT(WS-BOX-COUNT)
           MOVE SPACES TO WS-BT-RENT-DUE(WS-BOX-COUNT)
           MOVE SPACES TO WS-BT-DELINQ(WS-BOX-COUNT)
           PERFORM SAVE-BOXES
           DISPLAY "Box " FUNCTION TRIM(WS-INPUT-BOX) " (size "
                   FUNCTION TRIM(WS-INPUT-SIZE) ") added at branch "
                   WS-INPUT-BRANCH ".".

       VERIFY-BRANCH.
           MOVE 'N' TO WS-FOUND
           OPEN INPUT BRANCH-FILE
           IF WS-FS-BRANCH NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ BRANCH-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-BRANCH-FIELDS
                       UNSTRING BRANCH-RECORD DELIMITED BY ','
                           INTO WS-BR-CODE WS-BR-NAME
                       END-UNSTRING
                       IF WS-BR-CODE = WS-INPUT-BRANCH
                           MOVE 'Y' TO WS-FOUND
                           MOVE 'Y' TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BRANCH-FILE.

       LIST-BOXES.
           DISPLAY "Branch code (blank for all): " WITH NO ADVANCING
           ACCEPT WS-INPUT-BRANCH
           MOVE FUNCTION UPPER-CASE(WS-INPUT-BRANCH)
               TO WS-INPUT-BRANCH
           DISPLAY "BR  BOX    SZ STATUS    CUST  ACCT  RENT-DUE "
                   "DELINQ"
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-BOX-COUNT
               IF WS-INPUT-BRANCH = SPACES
                  OR WS-BT-BRANCH(WS-I) = WS-INPUT-BRANCH
                   ADD 1 TO WS-FOUND-COUNT
                   DISPLAY WS-BT-BRANCH(WS-I) " "
                           WS-BT-BOX(WS-I) " "
                           WS-BT-SIZE(WS-I) " "
                           WS-BT-STATUS(WS-I) " "
                           WS-BT-CUST(WS-I) " "
                           WS-BT-ACCT(WS-I) " "
                           WS-BT-RENT-DUE(WS-I) " "
                           WS-BT-DELINQ(WS-I)
               END-IF
           END-PERFORM
           DISPLAY "Boxes listed: " WS-FOUND-COUNT.

      *>----------------------------------------------------------------
      *> Rental
      *>----------------------------------------------------------------
      *> The renter must be on CUSTOMERS.DAT and alive, and the rent
      *> account must be one of the renter's own, open, with a good
      *> check digit. The first year's rent falls due today, so the
      *> next rent run bills it.
       RENT-BOX.
           PERFORM GET-OPERATOR
           PERFORM ASK-BOX
           IF WS-B = 0
               DISPLAY "No such box on file."
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-BT-STATUS(WS-B)) NOT = "AVAILABLE"
               DISPLAY "Box is " FUNCTION TRIM(WS-BT-STATUS(WS-B))
                       " - not available to rent."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Customer ID (5 digits): " WITH NO ADVANCING
           ACCEPT WS-INPUT-CUST
           PERFORM VERIFY-CUSTOMER
           IF WS-FOUND NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Rent billing account (5 digits): "
               WITH NO ADVANCING
           ACCEPT WS-INPUT-ACCT
           PERFORM VERIFY-BILLING-ACCOUNT
           IF WS-ACCT-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           MOVE "RENTED" TO WS-BT-STATUS(WS-B)
           MOVE WS-INPUT-CUST TO WS-BT-CUST(WS-B)
           MOVE WS-INPUT-ACCT TO WS-BT-ACCT(WS-B)
           MOVE WS-TODAY TO WS-BT-RENT-DUE(WS-B)
           MOVE SPACES TO WS-BT-DELINQ(WS-B)
           PERFORM SAVE-BOXES
           MOVE WS-INPUT-CUST TO WS-LOG-CUST
           MOVE "RENTED" TO WS-LOG-EVENT
           PERFORM WRITE-ACCESS-LOG
           DISPLAY "Box " FUNCTION TRIM(WS-INPUT-BOX) " rented to "
                   "customer " WS-INPUT-CUST ", rent billed to "
                   WS-INPUT-ACCT ".".

       VERIFY-CUSTOMER.
           MOVE 'N' TO WS-FOUND
           IF WS-INPUT-CUST IS NOT NUMERIC
               DISPLAY "Customer ID must be 5 digits."
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF WS-FS-CUST NOT = "00"
               DISPLAY "SAFE-DEPOSIT: ERROR - cannot open "
                       "CUSTOMERS.DAT. Status: " WS-FS-CUST
               EXIT PARAGRAPH
           END-IF
           MOVE WS-INPUT-CUST TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY "No customer " WS-INPUT-CUST " on file."
                   CLOSE CUSTOMER-FILE
                   EXIT PARAGRAPH
           END-READ
           CLOSE CUSTOMER-FILE
           MOVE SPACES TO WS-CHECK-CUST
           MOVE WS-INPUT-CUST TO WS-CHECK-CUST
           CALL "DECEASED-CHECK" USING WS-CHECK-CUST, WS-DECEASED
           IF WS-DECEASED = 'Y'
               DISPLAY "Customer " WS-INPUT-CUST " is flagged "
                       "deceased - refer to estate processing."
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-FOUND.

       VERIFY-BILLING-ACCOUNT.
           MOVE 'N' TO WS-ACCT-OK
           MOVE SPACES TO WS-CHECK-ACCT
           MOVE WS-INPUT-ACCT TO WS-CHECK-ACCT
           CALL "ACCT-CHECK" USING WS-CHECK-ACCT, WS-ACCT-OK
           IF WS-ACCT-OK NOT = 'Y'
               DISPLAY "Account " WS-INPUT-ACCT " fails its check "
                       "digit - box not rented."
               EXIT PARAGRAPH
           END-IF
           CALL "CLOSED-CHECK" USING WS-CHECK-ACCT, WS-CLOSED,
               WS-CLOSED-DATE
           IF WS-CLOSED = 'Y'
               MOVE 'N' TO WS-ACCT-OK
               DISPLAY "Account " WS-INPUT-ACCT " was closed on "
                       WS-CLOSED-DATE " - box not rented."
               EXIT PARAGRAPH
           END-IF
           CALL "RESOLVE-CUSTOMER" USING WS-CHECK-ACCT,
               WS-CHECK-CUST
           IF FUNCTION TRIM(WS-CHECK-CUST) NOT = WS-INPUT-CUST
               MOVE 'N' TO WS-ACCT-OK
               DISPLAY "Account " WS-INPUT-ACCT " does not belong "
                       "to customer " WS-INPUT-CUST
                       " - box not rented."
           END-IF.

      *> Surrender returns a rented box - or a drilled one once its
      *> contents are settled, or a sealed one once the estate has
      *> settled - to the inventory.
       SURRENDER-BOX.
           PERFORM GET-OPERATOR
           PERFORM ASK-BOX
           IF WS-B = 0
               DISPLAY "No such box on file."
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-BT-STATUS(WS-B)) = "RENTED"
               PERFORM SEAL-IF-DECEASED
           END-IF
           EVALUATE FUNCTION TRIM(WS-BT-STATUS(WS-B))
               WHEN "RENTED"
               WHEN "DRILLED"
                   CONTINUE
               WHEN "SEALED"
                   MOVE SPACES TO WS-CHECK-CUST
                   MOVE WS-BT-CUST(WS-B) TO WS-CHECK-CUST
                   CALL "DECEASED-CHECK" USING WS-CHECK-CUST,
                       WS-DECEASED
                   IF WS-DECEASED = 'Y'
                       DISPLAY "Box is sealed and the estate has "
                               "not settled - not surrendered."
                       EXIT PARAGRAPH
                   END-IF
               WHEN OTHER
                   DISPLAY "Box is not rented - nothing to "
                           "surrender."
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE WS-BT-CUST(WS-B) TO WS-LOG-CUST
           MOVE SPACES TO WS-LOG-EVENT
           STRING "SURRENDERED FROM "
                  FUNCTION TRIM(WS-BT-STATUS(WS-B))
               DELIMITED BY SIZE INTO WS-LOG-EVENT
           END-STRING
           MOVE "AVAILABLE" TO WS-BT-STATUS(WS-B)
           MOVE SPACES TO WS-BT-CUST(WS-B)
           MOVE SPACES TO WS-BT-ACCT(WS-B)
           MOVE SPACES TO WS-BT-RENT-DUE(WS-B)
           MOVE SPACES TO WS-BT-DELINQ(WS-B)
           PERFORM SAVE-BOXES
           PERFORM WRITE-ACCESS-LOG
           DISPLAY "Box " FUNCTION TRIM(WS-INPUT-BOX)
                   " surrendered - back in the inventory.".

      *>----------------------------------------------------------------
      *> Box access
      *>----------------------------------------------------------------
      *> Only the renter, alive, into a box that is RENTED. Refusals
      *> are logged as carefully as the visits, and a box whose
      *> renter has been flagged deceased is sealed on the spot.
       ENTER-BOX.
           PERFORM GET-OPERATOR
           PERFORM ASK-BOX
           IF WS-B = 0
               DISPLAY "No such box on file."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Customer ID presenting: " WITH NO ADVANCING
           ACCEPT WS-INPUT-CUST
           IF FUNCTION TRIM(WS-BT-STATUS(WS-B)) = "RENTED"
               PERFORM SEAL-IF-DECEASED
           END-IF

           MOVE WS-INPUT-CUST TO WS-LOG-CUST
           MOVE SPACES TO WS-LOG-EVENT
           EVALUATE TRUE
               WHEN FUNCTION TRIM(WS-BT-STATUS(WS-B)) = "SEALED"
                   MOVE "REFUSED - BOX SEALED" TO WS-LOG-EVENT
               WHEN FUNCTION TRIM(WS-BT-STATUS(WS-B)) NOT = "RENTED"
                   MOVE "REFUSED - BOX NOT RENTED" TO WS-LOG-EVENT
               WHEN WS-BT-CUST(WS-B) NOT = WS-INPUT-CUST
                   MOVE "REFUSED - NOT THE RENTER" TO WS-LOG-EVENT
           END-EVALUATE

           IF WS-LOG-EVENT NOT = SPACES
               PERFORM WRITE-ACCESS-LOG
               DISPLAY "Access " FUNCTION TRIM(WS-LOG-EVENT) "."
               EXIT PARAGRAPH
           END-IF
           MOVE "ACCESS" TO WS-LOG-EVENT
           PERFORM WRITE-ACCESS-LOG
           DISPLAY "Access granted to box "
                   FUNCTION TRIM(WS-INPUT-BOX) " - visit logged.".

      *> Backstop for a death flagged before the box was on file or
      *> outside ESTATE-PROCESSING: the box seals here exactly as
      *> SDB-SEAL would have sealed it.
       SEAL-IF-DECEASED.
           MOVE SPACES TO WS-CHECK-CUST
           MOVE WS-BT-CUST(WS-B) TO WS-CHECK-CUST
           CALL "DECEASED-CHECK" USING WS-CHECK-CUST, WS-DECEASED
           IF WS-DECEASED NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE "SEALED" TO WS-BT-STATUS(WS-B)
           PERFORM SAVE-BOXES
           MOVE WS-BT-CUST(WS-B) TO WS-LOG-CUST
           MOVE "SEALED - ESTATE" TO WS-LOG-EVENT
           PERFORM WRITE-ACCESS-LOG
           DISPLAY "Renter " WS-BT-CUST(WS-B) " is flagged deceased"
                   " - box sealed pending the estate.".

       WRITE-ACCESS-LOG.
           ACCEPT WS-NOW-TIME FROM TIME
           OPEN EXTEND ACCESS-LOG
           IF WS-FS-LOG = "35"
               CLOSE ACCESS-LOG
               OPEN OUTPUT ACCESS-LOG
           END-IF
           MOVE SPACES TO ACCESS-LOG-RECORD
           STRING WS-TODAY ","
                  WS-NOW-TIME(1:6) ","
                  WS-BT-BRANCH(WS-B) ","
                  FUNCTION TRIM(WS-BT-BOX(WS-B)) ","
                  FUNCTION TRIM(WS-LOG-CUST) ","
                  FUNCTION TRIM(WS-OPERATOR) ","
                  FUNCTION TRIM(WS-LOG-EVENT)
               DELIMITED BY SIZE INTO ACCESS-LOG-RECORD
           END-STRING
           WRITE ACCESS-LOG-RECORD
           CLOSE ACCESS-LOG.

      *>----------------------------------------------------------------
      *> Annual rent run
      *>----------------------------------------------------------------
       BILL-ANNUAL-RENT.
           PERFORM LOAD-TXN-SEQ
           OPEN OUTPUT DELINQ-FILE
           MOVE SPACES TO DELINQ-RECORD
           STRING "SAFE DEPOSIT BOX DELINQUENCY LIST - " WS-TODAY
                  "  (drilling after " WS-DRILL-DAYS " days)"
               DELIMITED BY SIZE INTO DELINQ-RECORD
           END-STRING
           WRITE DELINQ-RECORD
           MOVE "BR  BOX    CUST  ACCT  RENT-DUE DELINQ   DAYS  "
             & "REASON               STANDING" TO DELINQ-RECORD
           WRITE DELINQ-RECORD

           MOVE "SDB" TO WS-V2-CHANNEL
           CALL "TXN-STAMP" USING WS-V2-CHANNEL, WS-V2-TAIL
           PERFORM VARYING WS-B FROM 1 BY 1
             UNTIL WS-B > WS-BOX-COUNT
               IF FUNCTION TRIM(WS-BT-STATUS(WS-B)) = "RENTED"
                  AND WS-BT-RENT-DUE(WS-B) IS NUMERIC
                  AND WS-BT-RENT-DUE(WS-B) <= WS-TODAY
                   PERFORM BILL-ONE-BOX
               END-IF
           END-PERFORM

           CLOSE DELINQ-FILE
           PERFORM SAVE-BOXES
           PERFORM SAVE-TXN-SEQ
           DISPLAY "SAFE-DEPOSIT: rent billed on " WS-BILLED-COUNT
                   " box(es); " WS-DELINQ-COUNT " delinquent, "
                   WS-DRILL-COUNT " due for drilling - see "
                   "SDB-DELINQUENT.TXT"
           IF WS-DELINQ-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       BILL-ONE-BOX.
           EVALUATE FUNCTION TRIM(WS-BT-SIZE(WS-B))
               WHEN "S"
                   MOVE WS-RENT-S TO WS-RENT-AMT
               WHEN "L"
                   MOVE WS-RENT-L TO WS-RENT-AMT
               WHEN OTHER
                   MOVE WS-RENT-M TO WS-RENT-AMT
           END-EVALUATE
           MOVE WS-RENT-AMT TO WS-RENT-OUT
           MOVE WS-RENT-OUT TO WS-RENT-TX
           MOVE SPACES TO WS-CHECK-ACCT
           MOVE WS-BT-ACCT(WS-B) TO WS-CHECK-ACCT

           MOVE SPACES TO WS-DLQ-REASON
           CALL "CLOSED-CHECK" USING WS-CHECK-ACCT, WS-CLOSED,
               WS-CLOSED-DATE
           IF WS-CLOSED = 'Y'
               MOVE "ACCOUNT CLOSED" TO WS-DLQ-REASON
           END-IF
           IF WS-DLQ-REASON = SPACES
               MOVE SPACES TO WS-CHECK-CUST
               MOVE WS-BT-CUST(WS-B) TO WS-CHECK-CUST
               CALL "DECEASED-CHECK" USING WS-CHECK-CUST, WS-DECEASED
               IF WS-DECEASED = 'Y'
                   MOVE "RENTER DECEASED" TO WS-DLQ-REASON
               END-IF
           END-IF
           IF WS-DLQ-REASON = SPACES
               CALL "CHECK-HOLD" USING WS-CHECK-ACCT, WS-RENT-TX,
                   WS-ON-HOLD
               IF WS-ON-HOLD = 'Y'
                   MOVE "ACCOUNT ON HOLD" TO WS-DLQ-REASON
               END-IF
           END-IF
           IF WS-DLQ-REASON = SPACES
               CALL "AVAIL-BALANCE" USING WS-CHECK-ACCT,
                   WS-AVAIL-BAL, WS-AVAIL-FOUND
               IF WS-AVAIL-FOUND NOT = 'Y'
                   MOVE "ACCOUNT NOT ON FILE" TO WS-DLQ-REASON
               ELSE
                   IF WS-AVAIL-BAL < WS-RENT-AMT
                       MOVE "INSUFFICIENT FUNDS" TO WS-DLQ-REASON
                   END-IF
               END-IF
           END-IF

           IF WS-DLQ-REASON NOT = SPACES
               PERFORM NOTE-DELINQUENT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-TXN-SEQ
           MOVE WS-TXN-SEQ TO WS-TXN-ID-SEQ
           MOVE SPACES TO TRANS-RECORD
           STRING WS-TXN-ID ",WITHDRAWAL,"
                  WS-BT-ACCT(WS-B) ","
                  WS-RENT-OUT ","
                  WS-TODAY ","
                  WS-BT-BRANCH(WS-B) ",,,"
                  WS-V2-TAIL
               DELIMITED BY SIZE INTO TRANS-RECORD
           END-STRING
           PERFORM WRITE-TRANSIN-OR-PARK
           MOVE "DR" TO WS-DRCR
           CALL "MEMO-POST" USING WS-CHECK-ACCT, WS-DRCR, WS-RENT-TX
           ADD 1 TO WS-BILLED-COUNT

      *> Rent runs a year at a time from the due date, not from
      *> today, so a late payer is not given free months.
           MOVE WS-BT-RENT-DUE(WS-B) TO WS-NEXT-DUE
           ADD 1 TO WS-ND-YYYY
           IF WS-ND-MMDD = 0229
               MOVE 0228 TO WS-ND-MMDD
           END-IF
           MOVE WS-NEXT-DUE TO WS-BT-RENT-DUE(WS-B)
           MOVE SPACES TO WS-BT-DELINQ(WS-B).

       NOTE-DELINQUENT.
           IF WS-BT-DELINQ(WS-B) IS NOT NUMERIC
               MOVE WS-TODAY TO WS-BT-DELINQ(WS-B)
           END-IF
           COMPUTE WS-DAYS-DELINQ =
               FUNCTION INTEGER-OF-DATE(WS-TODAY)
             - FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-BT-DELINQ(WS-B)))
           ADD 1 TO WS-DELINQ-COUNT
           MOVE SPACES TO WS-DLQ-STANDING
           IF WS-DAYS-DELINQ >= WS-DRILL-DAYS
               MOVE "DRILL DUE" TO WS-DLQ-STANDING
               ADD 1 TO WS-DRILL-COUNT
           END-IF
           MOVE WS-DAYS-DELINQ TO WS-DISP-DAYS
           MOVE SPACES TO DELINQ-RECORD
           STRING WS-BT-BRANCH(WS-B) " "
                  WS-BT-BOX(WS-B) " "
                  WS-BT-CUST(WS-B) " "
                  WS-BT-ACCT(WS-B) " "
                  WS-BT-RENT-DUE(WS-B) " "
                  WS-BT-DELINQ(WS-B) " "
                  WS-DISP-DAYS " "
                  WS-DLQ-REASON " "
                  WS-DLQ-STANDING
               DELIMITED BY SIZE INTO DELINQ-RECORD
           END-STRING
           WRITE DELINQ-RECORD.

      *> While DRIVER's quiesce flag is up nothing may reach
      *> TRANSIN mid-batch - the entry parks in the next-day file
      *> instead and rolls in when the night completes.
       WRITE-TRANSIN-OR-PARK.
           CALL "QUIESCE-CHECK" USING WS-QUIESCED
           IF WS-QUIESCED = 'Y'
               OPEN EXTEND NEXTDAY-FILE
               IF WS-FS-NEXTDAY = "35"
                   CLOSE NEXTDAY-FILE
                   OPEN OUTPUT NEXTDAY-FILE
               END-IF
               MOVE TRANS-RECORD TO NEXTDAY-RECORD
               WRITE NEXTDAY-RECORD
               CLOSE NEXTDAY-FILE
           ELSE
               OPEN EXTEND TRANS-FILE
               IF WS-FS-TRANS = "35"
                   CLOSE TRANS-FILE
                   OPEN OUTPUT TRANS-FILE
               END-IF
               WRITE TRANS-RECORD
               CLOSE TRANS-FILE
           END-IF.

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

      *>----------------------------------------------------------------
      *> Drilling
      *>----------------------------------------------------------------
      *> A box is drilled only once it has been delinquent the full
      *> drilling period; the attending operator is on the log.
       DRILL-BOX.
           PERFORM GET-OPERATOR
           PERFORM ASK-BOX
           IF WS-B = 0
               DISPLAY "No such box on file."
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-BT-STATUS(WS-B)) NOT = "RENTED"
              OR WS-BT-DELINQ(WS-B) IS NOT NUMERIC
               DISPLAY "Box is not a delinquent rental - "
                       "not drilled."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DAYS-DELINQ =
               FUNCTION INTEGER-OF-DATE(WS-TODAY)
             - FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-BT-DELINQ(WS-B)))
           IF WS-DAYS-DELINQ < WS-DRILL-DAYS
               MOVE WS-DAYS-DELINQ TO WS-DISP-DAYS
               DISPLAY "Box delinquent only " WS-DISP-DAYS
                       " days of " WS-DRILL-DAYS
                       " - not yet due for drilling."
               EXIT PARAGRAPH
           END-IF
           MOVE "DRILLED" TO WS-BT-STATUS(WS-B)
           PERFORM SAVE-BOXES
           MOVE WS-BT-CUST(WS-B) TO WS-LOG-CUST
           MOVE "DRILLED - RENT DELINQUENT" TO WS-LOG-EVENT
           PERFORM WRITE-ACCESS-LOG
           DISPLAY "Box " FUNCTION TRIM(WS-INPUT-BOX) " recorded "
                   "as DRILLED - contents to vault custody.".

       COPY-WORK-BACK.
           MOVE 'N' TO WS-EOF
           OPEN INPUT WORK-FILE
           OPEN OUTPUT BOX-FILE
           PERFORM UNTIL WS-EOF = 'Y'
               READ WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE WORK-RECORD TO BOX-RECORD
                       WRITE BOX-RECORD
               END-READ
           END-PERFORM
           CLOSE WORK-FILE
           CLOSE BOX-FILE
           CALL "CBL_DELETE_FILE" USING "SAFE-BOXES.TMP".
