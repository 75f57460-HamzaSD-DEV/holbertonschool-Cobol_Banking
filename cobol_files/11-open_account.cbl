      *> the accounts.idx master record, and the hashed PIN record -
      *> backing out the earlier steps if a later one fails, so we
      *> never again end up with an account that has no PIN record.
      *> The applicant's date of birth goes to CUSTOMER-DOB.DAT; an
      *> applicant under the age of majority is opened on a minor's
      *> product with a custodian linked on CUSTODIANS.DAT.
      *> An account opened inside the window of an ACTIVE campaign
      *> on PROMO-CAMPAIGNS.DAT that it qualifies for is enrolled on
      *> PROMO-ENROLMENTS.DAT for the campaign's bonus rate; where
      *> more than one campaign fits, the highest bonus wins.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XREF-FILE ASSIGN TO "CUST-ACCT-XREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-XREF.
           SELECT DOB-FILE ASSIGN TO "CUSTOMER-DOB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DOB.
           SELECT CUSTODIAN-FILE ASSIGN TO "CUSTODIANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CUSTD.
           SELECT PRODUCT-FILE ASSIGN TO "ACCOUNT-PRODUCTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PROD.
           SELECT CAMPAIGN-FILE ASSIGN TO "PROMO-CAMPAIGNS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CAMP.
           SELECT ENROL-FILE ASSIGN TO "PROMO-ENROLMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENROL.

       DATA DIVISION.
       FILE SECTION.
       FD  XREF-FILE.
       01  XREF-RECORD          PIC X(20).

       FD  DOB-FILE.
       01  DOB-RECORD           PIC X(20).

       FD  CUSTODIAN-FILE.
       01  CUSTODIAN-RECORD     PIC X(50).

       FD  PRODUCT-FILE.
       01  PRODUCT-RECORD       PIC X(80).

       FD  CAMPAIGN-FILE.
       01  CAMPAIGN-RECORD      PIC X(120).

       FD  ENROL-FILE.
       01  ENROL-RECORD         PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-FS-CUST           PIC XX.
       77  WS-FS-ACC            PIC XX.
       77  WS-FS-PIN            PIC XX.
       77  WS-FS-XREF           PIC XX.
       77  WS-FS-DOB            PIC XX.
       77  WS-FS-CUSTD          PIC XX.
       77  WS-FS-PROD           PIC XX.
       77  WS-FS-CAMP           PIC XX.
       77  WS-FS-ENROL          PIC XX.
       77  WS-EOF               PIC X VALUE 'N'.

       01  WS-NEW-ID            PIC X(5).
       01  WS-NEW-ID-NUM        PIC 9(5).
           05  WS-SALT-SEQ      PIC 9(2).
       01  WS-DISP-BAL          PIC ZZZZ9.99.

      *> Date of birth and, for a minor, the custodian who signs.
       01  WS-DOB-IN            PIC X(8).
       01  WS-DOB-NUM           PIC 9(8).
       01  WS-TODAY             PIC 9(8).
       01  WS-AGE               PIC 9(3).
       01  WS-MAJ-AGE           PIC 9(2) VALUE 18.
       01  WS-IS-MINOR          PIC X VALUE 'N'.
       01  WS-CUSTODIAN-IN      PIC X(5).
       01  WS-CUSTODIAN-KNOWN   PIC X VALUE 'N'.
       01  WS-MINOR-PRODUCT     PIC X VALUE 'N'.
       01  WS-ON-FILE           PIC X.
       01  WS-PARAM-NAME        PIC X(24).
       01  WS-PARAM-VALUE       PIC X(12).
       01  WS-PARAM-FOUND       PIC X.
       01  WS-DOB-FIELDS.
           05  WS-DB-CUST       PIC X(5).
           05  WS-DB-DATE       PIC X(8).
       01  WS-CUSTODIAN-FIELDS.
           05  WS-CD-MINOR      PIC X(5).
           05  WS-CD-CUSTODIAN  PIC X(5).
           05  WS-CD-STATUS     PIC X(8).
       01  WS-PRODUCT-FIELDS.
           05  WS-PRD-CODE      PIC X(4).
           05  WS-PRD-DESC      PIC X(20).
           05  WS-PRD-FEE       PIC X(8).
           05  WS-PRD-WAIVER    PIC X(9).
           05  WS-PRD-RATE      PIC X(6).
           05  WS-PRD-MINOR-LIM PIC X(8).
           05  WS-PRD-ADULT     PIC X(4).

      *> Campaign enrolment at opening.
       01  WS-NEW-MONEY         PIC X VALUE SPACE.
       01  WS-PROMO-CODE        PIC X(6) VALUE SPACES.
       01  WS-PROMO-RATE        PIC 99V999 VALUE 0.
       01  WS-PROMO-MONTHS      PIC 9(3).
       01  WS-PROMO-MIN-BAL     PIC X(10).
       01  WS-PROMO-END.
           05  WS-PEND-YYYY     PIC 9(4).
           05  WS-PEND-MM       PIC 99.
           05  WS-PEND-DD       PIC 99.
       01  WS-CAMP-RATE-NUM     PIC 99V999.
       01  WS-CAMP-MIN-NUM      PIC 9(7)V99.
       01  WS-PROMO-RATE-OUT    PIC 99.999.
       01  WS-OPENING-OUT       PIC 9(7).99.
       01  WS-PROD-IX           PIC 9.
       01  WS-PROD-OK           PIC X.
       01  WS-CAMPAIGN-FIELDS.
           05  WS-CF-CODE       PIC X(6).
           05  WS-CF-DESC       PIC X(20).
           05  WS-CF-PRODUCTS   PIC X(19).
           05  WS-CF-FROM       PIC X(8).
           05  WS-CF-TO         PIC X(8).
           05  WS-CF-MIN-BAL    PIC X(10).
           05  WS-CF-NEW-MONEY  PIC X.
           05  WS-CF-RATE       PIC X(6).
           05  WS-CF-MONTHS     PIC X(3).
           05  WS-CF-STATUS     PIC X(6).
       01  WS-CF-PRODUCT-LIST.
           05  WS-CF-PRODUCT    PIC X(4) OCCURS 4 TIMES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "ACCOUNT OPENING"
           PERFORM CREATE-ACCOUNT-STEP
           PERFORM SEED-PIN-STEP
           PERFORM LINK-XREF-STEP
           PERFORM RECORD-DOB-STEP
           IF WS-IS-MINOR = 'Y'
               PERFORM LINK-CUSTODIAN-STEP
           END-IF
           PERFORM ENROL-CAMPAIGN-STEP
           PERFORM PRINT-SUMMARY
           STOP RUN.

           ACCEPT WS-PHONE-IN
           DISPLAY "Email: " WITH NO ADVANCING
           ACCEPT WS-EMAIL-IN
           PERFORM COLLECT-BIRTH-DATE
           DISPLAY "Product code (4 chars, per "
                   "ACCOUNT-PRODUCTS.DAT): " WITH NO ADVANCING
           ACCEPT WS-PRODUCT-IN
           IF WS-IS-MINOR = 'Y'
               PERFORM CHECK-MINOR-PRODUCT
               IF WS-MINOR-PRODUCT NOT = 'Y'
                   DISPLAY "Product " WS-PRODUCT-IN " is not a "
                           "minor's product - a minor's account "
                           "needs one. Ending."
                   STOP RUN
               END-IF
           END-IF
           DISPLAY "Branch code (3 chars): " WITH NO ADVANCING
           ACCEPT WS-BRANCH-IN
           DISPLAY "Initial PIN (4 digits): " WITH NO ADVANCING
               STOP RUN
           END-IF.

      *> Under the age of majority (AGE_OF_MAJORITY, default 18)
      *> the applicant needs a custodian who is already a customer.
       COLLECT-BIRTH-DATE.
           DISPLAY "Date of birth (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-DOB-IN
           IF WS-DOB-IN IS NOT NUMERIC
               DISPLAY "Date of birth must be YYYYMMDD - ending."
               STOP RUN
           END-IF
           MOVE WS-DOB-IN TO WS-DOB-NUM
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           IF WS-DOB-NUM > WS-TODAY
               DISPLAY "Date of birth is in the future - ending."
               STOP RUN
           END-IF
           MOVE "AGE_OF_MAJORITY" TO WS-PARAM-NAME
           CALL "GET-PARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y'
               COMPUTE WS-MAJ-AGE = FUNCTION NUMVAL(WS-PARAM-VALUE)
           END-IF
           COMPUTE WS-AGE = (WS-TODAY - WS-DOB-NUM) / 10000
           IF WS-AGE >= WS-MAJ-AGE
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-IS-MINOR
           DISPLAY "Applicant is a minor - custodian customer ID "
                   "(5 digits): " WITH NO ADVANCING
           ACCEPT WS-CUSTODIAN-IN
           IF WS-CUSTODIAN-IN IS NOT NUMERIC
              OR WS-CUSTODIAN-IN = WS-NEW-ID
               DISPLAY "A minor needs a custodian other than "
                       "themselves - ending."
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF WS-FS-CUST = "00"
               MOVE WS-CUSTODIAN-IN TO CUST-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-CUSTODIAN-KNOWN
               END-READ
               CLOSE CUSTOMER-FILE
           END-IF
           IF WS-CUSTODIAN-KNOWN NOT = 'Y'
               DISPLAY "Custodian " WS-CUSTODIAN-IN " is not a "
                       "customer - open the custodian first. Ending."
               STOP RUN
           END-IF.

      *> A minor's product is one that names the adult product it
      *> converts to at majority.
       CHECK-MINOR-PRODUCT.
           MOVE 'N' TO WS-MINOR-PRODUCT
           MOVE FUNCTION UPPER-CASE(WS-PRODUCT-IN) TO WS-PRODUCT-IN
           OPEN INPUT PRODUCT-FILE
           IF WS-FS-PROD NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PRODUCT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-PRODUCT-FIELDS
                       UNSTRING PRODUCT-RECORD DELIMITED BY ','
                           INTO WS-PRD-CODE WS-PRD-DESC
                                WS-PRD-FEE WS-PRD-WAIVER
                                WS-PRD-RATE WS-PRD-MINOR-LIM
                                WS-PRD-ADULT
                       END-UNSTRING
                       IF WS-PRD-CODE = WS-PRODUCT-IN
                           IF WS-PRD-ADULT NOT = SPACES
                               MOVE 'Y' TO WS-MINOR-PRODUCT
                           END-IF
                           MOVE 'Y' TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRODUCT-FILE.

      *> The applicant's name goes through the denied-party screen
      *> before anything is created; a hit parks the application in
      *> the supervisor queue and stops here.
           CLOSE XREF-FILE
           DISPLAY "  step 4: ownership cross-reference linked.".

      *> An existing customer's date of birth is already on file
      *> and stays as recorded.
       RECORD-DOB-STEP.
           MOVE 'N' TO WS-ON-FILE
           OPEN INPUT DOB-FILE
           IF WS-FS-DOB = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ DOB-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE SPACES TO WS-DOB-FIELDS
                           UNSTRING DOB-RECORD DELIMITED BY ','
                               INTO WS-DB-CUST WS-DB-DATE
                           END-UNSTRING
                           IF WS-DB-CUST = WS-NEW-ID
                               MOVE 'Y' TO WS-ON-FILE
                               MOVE 'Y' TO WS-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DOB-FILE
           END-IF
           IF WS-ON-FILE = 'Y'
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND DOB-FILE
           IF WS-FS-DOB = "35"
               CLOSE DOB-FILE
               OPEN OUTPUT DOB-FILE
           END-IF
           MOVE SPACES TO DOB-RECORD
           STRING WS-NEW-ID "," WS-DOB-IN
               DELIMITED BY SIZE INTO DOB-RECORD
           END-STRING
           WRITE DOB-RECORD
           CLOSE DOB-FILE
           DISPLAY "  step 5: date of birth recorded.".

       LINK-CUSTODIAN-STEP.
           MOVE 'N' TO WS-ON-FILE
           OPEN INPUT CUSTODIAN-FILE
           IF WS-FS-CUSTD = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CUSTODIAN-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE SPACES TO WS-CUSTODIAN-FIELDS
                           UNSTRING CUSTODIAN-RECORD DELIMITED BY ','
                               INTO WS-CD-MINOR WS-CD-CUSTODIAN
                                    WS-CD-STATUS
                           END-UNSTRING
                           IF WS-CD-MINOR = WS-NEW-ID
                              AND WS-CD-STATUS = "ACTIVE"
                               MOVE 'Y' TO WS-ON-FILE
                               MOVE 'Y' TO WS-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTODIAN-FILE
           END-IF
           IF WS-ON-FILE = 'Y'
               DISPLAY "  step 6: custodian " WS-CD-CUSTODIAN
                       " already linked."
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND CUSTODIAN-FILE
           IF WS-FS-CUSTD = "35"
               CLOSE CUSTODIAN-FILE
               OPEN OUTPUT CUSTODIAN-FILE
           END-IF
           MOVE SPACES TO CUSTODIAN-RECORD
           STRING WS-NEW-ID ","
                  WS-CUSTODIAN-IN ","
                  "ACTIVE,"
                  WS-TODAY ","
               DELIMITED BY SIZE INTO CUSTODIAN-RECORD
           END-STRING
           WRITE CUSTODIAN-RECORD
           CLOSE CUSTODIAN-FILE
           DISPLAY "  step 6: custodian " WS-CUSTODIAN-IN
                   " linked.".

      *> The account is enrolled in the best campaign it qualifies
      *> for on the day it opens; the bonus runs BONUS-MONTHS from
      *> today, with the month arithmetic TERM-DEPOSIT uses.
       ENROL-CAMPAIGN-STEP.
           OPEN INPUT CAMPAIGN-FILE
           IF WS-FS-CAMP NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CAMPAIGN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM CHECK-ONE-CAMPAIGN
               END-READ
           END-PERFORM
           CLOSE CAMPAIGN-FILE
           IF WS-PROMO-CODE = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TODAY TO WS-PROMO-END
           IF WS-PEND-DD > 28
               MOVE 28 TO WS-PEND-DD
           END-IF
           PERFORM ADD-PROMO-MONTH WS-PROMO-MONTHS TIMES
           MOVE WS-BALANCE-NUM TO WS-OPENING-OUT
           MOVE WS-PROMO-RATE TO WS-PROMO-RATE-OUT
           OPEN EXTEND ENROL-FILE
           IF WS-FS-ENROL = "35"
               CLOSE ENROL-FILE
               OPEN OUTPUT ENROL-FILE
           END-IF
           MOVE SPACES TO ENROL-RECORD
           STRING WS-ACCT-ID ","
                  WS-PROMO-CODE ","
                  WS-TODAY ","
                  WS-PROMO-END ","
                  WS-OPENING-OUT ","
                  WS-PROMO-MIN-BAL ","
                  WS-PROMO-RATE-OUT ","
                  "0000000.00,"
                  "ACTIVE"
               DELIMITED BY SIZE INTO ENROL-RECORD
           END-STRING
           WRITE ENROL-RECORD
           CLOSE ENROL-FILE
           DISPLAY "  step 7: enrolled in campaign " WS-PROMO-CODE
                   " - bonus " WS-PROMO-RATE-OUT "% to "
                   WS-PROMO-END ".".

       CHECK-ONE-CAMPAIGN.
           MOVE SPACES TO WS-CAMPAIGN-FIELDS
           UNSTRING CAMPAIGN-RECORD DELIMITED BY ','
               INTO WS-CF-CODE WS-CF-DESC WS-CF-PRODUCTS
                    WS-CF-FROM WS-CF-TO WS-CF-MIN-BAL
                    WS-CF-NEW-MONEY WS-CF-RATE WS-CF-MONTHS
                    WS-CF-STATUS
           END-UNSTRING
           IF WS-CF-STATUS NOT = "ACTIVE"
              OR WS-CF-FROM IS NOT NUMERIC
              OR WS-CF-TO IS NOT NUMERIC
              OR WS-CF-MONTHS IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF WS-TODAY < WS-CF-FROM OR WS-TODAY > WS-CF-TO
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CF-PRODUCT-LIST
           UNSTRING WS-CF-PRODUCTS DELIMITED BY '/'
               INTO WS-CF-PRODUCT(1) WS-CF-PRODUCT(2)
                    WS-CF-PRODUCT(3) WS-CF-PRODUCT(4)
           END-UNSTRING
           MOVE 'N' TO WS-PROD-OK
           PERFORM VARYING WS-PROD-IX FROM 1 BY 1
             UNTIL WS-PROD-IX > 4
               IF WS-CF-PRODUCT(WS-PROD-IX) =
                  FUNCTION UPPER-CASE(WS-PRODUCT-IN)
                   MOVE 'Y' TO WS-PROD-OK
               END-IF
           END-PERFORM
           IF WS-PROD-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CAMP-MIN-NUM = FUNCTION NUMVAL(WS-CF-MIN-BAL)
           IF WS-BALANCE-NUM < WS-CAMP-MIN-NUM
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CAMP-RATE-NUM = FUNCTION NUMVAL(WS-CF-RATE)
           IF WS-CAMP-RATE-NUM NOT > WS-PROMO-RATE
               EXIT PARAGRAPH
           END-IF
      *> Funds moved in from another of our accounts are not new
      *> money; the question is put only when a campaign asks it.
           IF WS-CF-NEW-MONEY = "Y"
               IF WS-NEW-MONEY = SPACE
                   DISPLAY "Are the opening funds new to the bank "
                           "(not moved from another account here) "
                           "(Y/N)? " WITH NO ADVANCING
                   ACCEPT WS-NEW-MONEY
                   MOVE FUNCTION UPPER-CASE(WS-NEW-MONEY)
                       TO WS-NEW-MONEY
                   IF WS-NEW-MONEY NOT = "Y"
                       MOVE "N" TO WS-NEW-MONEY
                   END-IF
               END-IF
               IF WS-NEW-MONEY NOT = "Y"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-CF-CODE TO WS-PROMO-CODE
           MOVE WS-CAMP-RATE-NUM TO WS-PROMO-RATE
           MOVE WS-CF-MONTHS TO WS-PROMO-MONTHS
           MOVE WS-CF-MIN-BAL TO WS-PROMO-MIN-BAL.

       ADD-PROMO-MONTH.
           IF WS-PEND-MM = 12
               MOVE 1 TO WS-PEND-MM
               ADD 1 TO WS-PEND-YYYY
           ELSE
               ADD 1 TO WS-PEND-MM
           END-IF.

      *> A failed later step undoes whatever the earlier steps
      *> created, so a half-opened account never survives.
       BACK-OUT-ALL.
                   " " FUNCTION TRIM(WS-POSTAL-IN)
           DISPLAY "Contact  : " WS-PHONE-IN "  "
                   FUNCTION TRIM(WS-EMAIL-IN)
           DISPLAY "Born     : " WS-DOB-IN
           IF WS-IS-MINOR = 'Y'
               DISPLAY "Custodian: " WS-CUSTODIAN-IN
                       " (minor's account)"
           END-IF
           DISPLAY "PIN      : seeded (hashed)"
           IF WS-PROMO-CODE NOT = SPACES
               DISPLAY "Campaign : " WS-PROMO-CODE " bonus "
                       WS-PROMO-RATE-OUT "% until " WS-PROMO-END
           END-IF
           DISPLAY "------------------------".
