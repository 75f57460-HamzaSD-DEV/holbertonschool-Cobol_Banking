       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMO-CAMPAIGNS.

      *> Promotional deposit-rate campaigns. The campaign master is
      *> PROMO-CAMPAIGNS.DAT, one campaign per line:
      *>   CODE,DESCRIPTION,PRODUCTS,OPEN-FROM,OPEN-TO,MIN-BALANCE,
      *>   NEW-MONEY,BONUS-RATE,BONUS-MONTHS,STATUS
      *> PRODUCTS lists up to four eligible product codes separated
      *> by "/". An account opened by OPEN-ACCOUNT on an eligible
      *> product between OPEN-FROM and OPEN-TO, with an opening
      *> balance of at least MIN-BALANCE - and, where NEW-MONEY is
      *> Y, funded from outside the bank - is enrolled on
      *> PROMO-ENROLMENTS.DAT:
      *>   ACCT,CAMPAIGN,ENROLLED,BONUS-END,OPENING-BALANCE,
      *>   MIN-BALANCE,BONUS-RATE,BONUS-ACCRUED,STATUS
      *> BONUS-END is BONUS-MONTHS after enrolment. INTEREST-ACCRUAL
      *> adds BONUS-RATE to the product rate on any day the balance
      *> holds at MIN-BALANCE, keeps BONUS-ACCRUED as the cost, and
      *> on BONUS-END marks the enrolment ENDED and queues a notice
      *> to the customer.
      *> (A)dd sets up a campaign; (C)lose stops further enrolment
      *> (accounts already enrolled keep their bonus to its end);
      *> (L)ist shows the master; (R)eport writes
      *> PROMO-CAMPAIGN-REPORT.TXT - enrolments, balances attracted
      *> and bonus interest cost by campaign.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMPAIGN-FILE ASSIGN TO "PROMO-CAMPAIGNS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CAMP.
           SELECT ENROL-FILE ASSIGN TO "PROMO-ENROLMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENROL.
           SELECT ACCOUNTS-FILE ASSIGN TO "accounts.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCOUNT-KEY
               FILE STATUS IS WS-FS-ACC.
           SELECT REPORT-FILE ASSIGN TO "PROMO-CAMPAIGN-REPORT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RPT.

       DATA DIVISION.
       FILE SECTION.
       FD  CAMPAIGN-FILE.
       01  CAMPAIGN-RECORD      PIC X(120).

       FD  ENROL-FILE.
       01  ENROL-RECORD         PIC X(100).

       FD  ACCOUNTS-FILE.
       01  ACCOUNT-RECORD.
           05 ACCOUNT-KEY       PIC 9(5).
           05 FNAME             PIC X(10).
           05 LNAME             PIC X(10).
           05 BALANCE           PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 PROD-CODE         PIC X(4).
           05 BR-CODE           PIC X(3).

       FD  REPORT-FILE.
       01  REPORT-RECORD        PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-FS-CAMP           PIC XX.
       77  WS-FS-ENROL          PIC XX.
       77  WS-FS-ACC            PIC XX.
       77  WS-FS-RPT            PIC XX.
       77  WS-EOF               PIC X VALUE 'N'.
       77  WS-MODE              PIC X.
       77  WS-TODAY             PIC 9(8).
       77  WS-I                 PIC 9(4).
       77  WS-HIT               PIC 9(4).
       77  WS-CAMP-COUNT        PIC 9(3) VALUE 0.
       77  WS-ACC-OPEN          PIC X VALUE 'N'.

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

      *> The master is held whole in storage so a close can rewrite
      *> it, and so the report can total against it.
       01  WS-CAMPAIGN-TABLE.
           05  WS-CAMP-ENTRY OCCURS 50 TIMES.
               10  WS-CT-LINE       PIC X(120).
               10  WS-CT-CODE       PIC X(6).
               10  WS-CT-DESC       PIC X(20).
               10  WS-CT-STATUS     PIC X(6).
               10  WS-CT-RATE       PIC X(6).
               10  WS-CT-ENROLLED   PIC 9(5).
               10  WS-CT-ACTIVE     PIC 9(5).
               10  WS-CT-ENDED      PIC 9(5).
               10  WS-CT-OPENING    PIC 9(9)V99.
               10  WS-CT-CURRENT    PIC S9(9)V99.
               10  WS-CT-BONUS      PIC 9(7)V99.

       01  WS-ENROL-FIELDS.
           05  WS-EF-ACCT       PIC X(5).
           05  WS-EF-CAMPAIGN   PIC X(6).
           05  WS-EF-ENROLLED   PIC X(8).
           05  WS-EF-END        PIC X(8).
           05  WS-EF-OPENING    PIC X(10).
           05  WS-EF-MIN-BAL    PIC X(10).
           05  WS-EF-RATE       PIC X(6).
           05  WS-EF-BONUS      PIC X(10).
           05  WS-EF-STATUS     PIC X(6).

       01  WS-INPUT-CODE        PIC X(6).
       01  WS-INPUT-DESC        PIC X(20).
       01  WS-INPUT-PRODUCTS    PIC X(19).
       01  WS-INPUT-FROM        PIC X(8).
       01  WS-INPUT-TO          PIC X(8).
       01  WS-INPUT-MIN-BAL     PIC X(10).
       01  WS-INPUT-NEW-MONEY   PIC X.
       01  WS-INPUT-RATE        PIC X(6).
       01  WS-INPUT-MONTHS      PIC X(3).
       01  WS-MIN-BAL-NUM       PIC 9(7)V99.
       01  WS-MIN-BAL-OUT       PIC 9(7).99.
       01  WS-RATE-NUM          PIC 99V999.
       01  WS-RATE-OUT          PIC 99.999.
       01  WS-MONTHS-NUM        PIC 9(3).
       01  WS-AMOUNT-NUM        PIC 9(7)V99.

       01  WS-TOT-ENROLLED      PIC 9(5) VALUE 0.
       01  WS-TOT-ACTIVE        PIC 9(5) VALUE 0.
       01  WS-TOT-ENDED         PIC 9(5) VALUE 0.
       01  WS-TOT-OPENING       PIC 9(9)V99 VALUE 0.
       01  WS-TOT-CURRENT       PIC S9(9)V99 VALUE 0.
       01  WS-TOT-BONUS         PIC 9(7)V99 VALUE 0.
       01  WS-DISP-CNT          PIC ZZZZ9.
       01  WS-DISP-CNT2         PIC ZZZZ9.
       01  WS-DISP-CNT3         PIC ZZZZ9.
       01  WS-DISP-OPENING      PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-DISP-CURRENT      PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-DISP-BONUS        PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "GET-BUSINESS-DATE" USING WS-TODAY
           PERFORM LOAD-CAMPAIGNS
           DISPLAY "PROMO-CAMPAIGNS: (A)dd campaign, (C)lose "
                   "campaign, (L)ist, (R)eport: " WITH NO ADVANCING
           ACCEPT WS-MODE
           EVALUATE FUNCTION UPPER-CASE(WS-MODE)
               WHEN "A"
                   PERFORM ADD-CAMPAIGN
               WHEN "C"
                   PERFORM CLOSE-CAMPAIGN
               WHEN "L"
                   PERFORM LIST-CAMPAIGNS
               WHEN "R"
                   PERFORM CAMPAIGN-REPORT
               WHEN OTHER
                   DISPLAY "Invalid selection."
           END-EVALUATE
           STOP RUN.

       LOAD-CAMPAIGNS.
           MOVE 0 TO WS-CAMP-COUNT
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
                       PERFORM LOAD-ONE-CAMPAIGN
               END-READ
           END-PERFORM
           CLOSE CAMPAIGN-FILE.

       LOAD-ONE-CAMPAIGN.
           IF CAMPAIGN-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-CAMP-COUNT >= 50
               DISPLAY "PROMO-CAMPAIGNS: ERROR - campaign table "
                       "full at 50"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-CAMPAIGN-FIELDS
           UNSTRING CAMPAIGN-RECORD DELIMITED BY ','
               INTO WS-CF-CODE WS-CF-DESC WS-CF-PRODUCTS
                    WS-CF-FROM WS-CF-TO WS-CF-MIN-BAL
                    WS-CF-NEW-MONEY WS-CF-RATE WS-CF-MONTHS
                    WS-CF-STATUS
           END-UNSTRING
           ADD 1 TO WS-CAMP-COUNT
           INITIALIZE WS-CAMP-ENTRY(WS-CAMP-COUNT)
           MOVE CAMPAIGN-RECORD TO WS-CT-LINE(WS-CAMP-COUNT)
           MOVE WS-CF-CODE TO WS-CT-CODE(WS-CAMP-COUNT)
           MOVE WS-CF-DESC TO WS-CT-DESC(WS-CAMP-COUNT)
           MOVE WS-CF-STATUS TO WS-CT-STATUS(WS-CAMP-COUNT)
           MOVE WS-CF-RATE TO WS-CT-RATE(WS-CAMP-COUNT).

       FIND-CAMPAIGN.
           MOVE 0 TO WS-HIT
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-CAMP-COUNT
               IF WS-CT-CODE(WS-I) = WS-INPUT-CODE
                   MOVE WS-I TO WS-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       ADD-CAMPAIGN.
           DISPLAY "Campaign code (6 chars): " WITH NO ADVANCING
           ACCEPT WS-INPUT-CODE
           MOVE FUNCTION UPPER-CASE(WS-INPUT-CODE) TO WS-INPUT-CODE
           IF WS-INPUT-CODE = SPACES
               DISPLAY "Campaign code is required."
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-CAMPAIGN
           IF WS-HIT > 0
               DISPLAY "Campaign " WS-INPUT-CODE " already on file."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Description: " WITH NO ADVANCING
           ACCEPT WS-INPUT-DESC
           DISPLAY "Eligible products (up to 4, e.g. SAVR/SAVP): "
                   WITH NO ADVANCING
           ACCEPT WS-INPUT-PRODUCTS
           MOVE FUNCTION UPPER-CASE(WS-INPUT-PRODUCTS)
               TO WS-INPUT-PRODUCTS
           IF WS-INPUT-PRODUCTS = SPACES
               DISPLAY "At least one eligible product is required."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Opening window from (YYYYMMDD): "
                   WITH NO ADVANCING
           ACCEPT WS-INPUT-FROM
           DISPLAY "Opening window to   (YYYYMMDD): "
                   WITH NO ADVANCING
           ACCEPT WS-INPUT-TO
           IF WS-INPUT-FROM IS NOT NUMERIC
              OR WS-INPUT-TO IS NOT NUMERIC
               DISPLAY "Window dates must be YYYYMMDD."
               EXIT PARAGRAPH
           END-IF
           IF WS-INPUT-TO < WS-INPUT-FROM
               DISPLAY "Window ends before it starts."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Minimum balance to qualify (e.g. 1000.00, "
                   "0 = none): " WITH NO ADVANCING
           ACCEPT WS-INPUT-MIN-BAL
           DISPLAY "New money only (Y/N): " WITH NO ADVANCING
           ACCEPT WS-INPUT-NEW-MONEY
           MOVE FUNCTION UPPER-CASE(WS-INPUT-NEW-MONEY)
               TO WS-INPUT-NEW-MONEY
           IF WS-INPUT-NEW-MONEY NOT = "Y"
               MOVE "N" TO WS-INPUT-NEW-MONEY
           END-IF
           DISPLAY "Bonus rate % over product rate (e.g. 01.500): "
                   WITH NO ADVANCING
           ACCEPT WS-INPUT-RATE
           DISPLAY "Bonus duration in months (e.g. 006): "
                   WITH NO ADVANCING
           ACCEPT WS-INPUT-MONTHS

           COMPUTE WS-MIN-BAL-NUM = FUNCTION NUMVAL(WS-INPUT-MIN-BAL)
           COMPUTE WS-RATE-NUM = FUNCTION NUMVAL(WS-INPUT-RATE)
           COMPUTE WS-MONTHS-NUM = FUNCTION NUMVAL(WS-INPUT-MONTHS)
           IF WS-RATE-NUM = 0
               DISPLAY "A campaign needs a bonus rate."
               EXIT PARAGRAPH
           END-IF
           IF WS-MONTHS-NUM = 0
               DISPLAY "Bonus must run at least one month."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MIN-BAL-NUM TO WS-MIN-BAL-OUT
           MOVE WS-RATE-NUM TO WS-RATE-OUT

           OPEN EXTEND CAMPAIGN-FILE
           IF WS-FS-CAMP = "35"
               CLOSE CAMPAIGN-FILE
               OPEN OUTPUT CAMPAIGN-FILE
           END-IF
           MOVE SPACES TO CAMPAIGN-RECORD
           STRING WS-INPUT-CODE ","
                  FUNCTION TRIM(WS-INPUT-DESC) ","
                  FUNCTION TRIM(WS-INPUT-PRODUCTS) ","
                  WS-INPUT-FROM ","
                  WS-INPUT-TO ","
                  WS-MIN-BAL-OUT ","
                  WS-INPUT-NEW-MONEY ","
                  WS-RATE-OUT ","
                  WS-MONTHS-NUM ","
                  "ACTIVE"
               DELIMITED BY SIZE INTO CAMPAIGN-RECORD
           END-STRING
           WRITE CAMPAIGN-RECORD
           CLOSE CAMPAIGN-FILE
           DISPLAY "Campaign " WS-INPUT-CODE " added - accounts "
                   "opened " WS-INPUT-FROM " to " WS-INPUT-TO
                   " earn " WS-RATE-OUT "% extra for "
                   WS-MONTHS-NUM " months.".

      *> Closing only stops new enrolments; the master line keeps
      *> its history with STATUS CLOSED.
       CLOSE-CAMPAIGN.
           DISPLAY "Campaign code to close: " WITH NO ADVANCING
           ACCEPT WS-INPUT-CODE
           MOVE FUNCTION UPPER-CASE(WS-INPUT-CODE) TO WS-INPUT-CODE
           PERFORM FIND-CAMPAIGN
           IF WS-HIT = 0
               DISPLAY "Campaign " WS-INPUT-CODE " not on file."
               EXIT PARAGRAPH
           END-IF
           IF WS-CT-STATUS(WS-HIT) = "CLOSED"
               DISPLAY "Campaign " WS-INPUT-CODE " already closed."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CAMPAIGN-FIELDS
           UNSTRING WS-CT-LINE(WS-HIT) DELIMITED BY ','
               INTO WS-CF-CODE WS-CF-DESC WS-CF-PRODUCTS
                    WS-CF-FROM WS-CF-TO WS-CF-MIN-BAL
                    WS-CF-NEW-MONEY WS-CF-RATE WS-CF-MONTHS
                    WS-CF-STATUS
           END-UNSTRING
           MOVE SPACES TO WS-CT-LINE(WS-HIT)
           STRING WS-CF-CODE ","
                  FUNCTION TRIM(WS-CF-DESC) ","
                  FUNCTION TRIM(WS-CF-PRODUCTS) ","
                  WS-CF-FROM ","
                  WS-CF-TO ","
                  WS-CF-MIN-BAL ","
                  WS-CF-NEW-MONEY ","
                  WS-CF-RATE ","
                  WS-CF-MONTHS ","
                  "CLOSED"
               DELIMITED BY SIZE INTO WS-CT-LINE(WS-HIT)
           END-STRING
           MOVE "CLOSED" TO WS-CT-STATUS(WS-HIT)
           OPEN OUTPUT CAMPAIGN-FILE
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-CAMP-COUNT
               MOVE WS-CT-LINE(WS-I) TO CAMPAIGN-RECORD
               WRITE CAMPAIGN-RECORD
           END-PERFORM
           CLOSE CAMPAIGN-FILE
           DISPLAY "Campaign " WS-INPUT-CODE " closed to new "
                   "enrolments.".

       LIST-CAMPAIGNS.
           IF WS-CAMP-COUNT = 0
               DISPLAY "No PROMO-CAMPAIGNS.DAT on file."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-CAMP-COUNT
               DISPLAY FUNCTION TRIM(WS-CT-LINE(WS-I))
           END-PERFORM
           DISPLAY "Campaigns on file: " WS-CAMP-COUNT.

      *> Balances attracted are shown twice: what the enrolled
      *> accounts opened with, and what they hold on the master now.
       CAMPAIGN-REPORT.
           IF WS-CAMP-COUNT = 0
               DISPLAY "No PROMO-CAMPAIGNS.DAT on file."
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ACCOUNTS-FILE
           IF WS-FS-ACC = "00"
               MOVE 'Y' TO WS-ACC-OPEN
           END-IF
           OPEN INPUT ENROL-FILE
           IF WS-FS-ENROL = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ENROL-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM TALLY-ONE-ENROLMENT
                   END-READ
               END-PERFORM
               CLOSE ENROL-FILE
           END-IF
           IF WS-ACC-OPEN = 'Y'
               CLOSE ACCOUNTS-FILE
           END-IF

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-RECORD
           STRING "PROMOTIONAL CAMPAIGN REPORT  (run " WS-TODAY ")"
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "CAMPGN BONUS% STATUS ENROL ACTIVE ENDED   OPENING "
             & "BALANCES   CURRENT BALANCES    BONUS COST"
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-CAMP-COUNT
               MOVE WS-CT-ENROLLED(WS-I) TO WS-DISP-CNT
               MOVE WS-CT-ACTIVE(WS-I) TO WS-DISP-CNT2
               MOVE WS-CT-ENDED(WS-I) TO WS-DISP-CNT3
               MOVE WS-CT-OPENING(WS-I) TO WS-DISP-OPENING
               MOVE WS-CT-CURRENT(WS-I) TO WS-DISP-CURRENT
               MOVE WS-CT-BONUS(WS-I) TO WS-DISP-BONUS
               MOVE SPACES TO REPORT-RECORD
               STRING WS-CT-CODE(WS-I) " "
                      WS-CT-RATE(WS-I) " "
                      WS-CT-STATUS(WS-I) " "
                      WS-DISP-CNT "  " WS-DISP-CNT2 " "
                      WS-DISP-CNT3 "     "
                      WS-DISP-OPENING "    "
                      WS-DISP-CURRENT "  "
                      WS-DISP-BONUS
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               ADD WS-CT-ENROLLED(WS-I) TO WS-TOT-ENROLLED
               ADD WS-CT-ACTIVE(WS-I) TO WS-TOT-ACTIVE
               ADD WS-CT-ENDED(WS-I) TO WS-TOT-ENDED
               ADD WS-CT-OPENING(WS-I) TO WS-TOT-OPENING
               ADD WS-CT-CURRENT(WS-I) TO WS-TOT-CURRENT
               ADD WS-CT-BONUS(WS-I) TO WS-TOT-BONUS
           END-PERFORM
           MOVE WS-TOT-ENROLLED TO WS-DISP-CNT
           MOVE WS-TOT-ACTIVE TO WS-DISP-CNT2
           MOVE WS-TOT-ENDED TO WS-DISP-CNT3
           MOVE WS-TOT-OPENING TO WS-DISP-OPENING
           MOVE WS-TOT-CURRENT TO WS-DISP-CURRENT
           MOVE WS-TOT-BONUS TO WS-DISP-BONUS
           MOVE SPACES TO REPORT-RECORD
           STRING "TOTAL                "
                  WS-DISP-CNT "  " WS-DISP-CNT2 " "
                  WS-DISP-CNT3 "     "
                  WS-DISP-OPENING "    "
                  WS-DISP-CURRENT "  "
                  WS-DISP-BONUS
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           CLOSE REPORT-FILE
           DISPLAY "PROMO-CAMPAIGNS: " WS-TOT-ENROLLED
                   " enrolment(s) across " WS-CAMP-COUNT
                   " campaign(s) - see PROMO-CAMPAIGN-REPORT.TXT".

      *> An enrolment for a campaign no longer on the master, or an
      *> account since closed, still counts what it cost.
       TALLY-ONE-ENROLMENT.
           MOVE SPACES TO WS-ENROL-FIELDS
           UNSTRING ENROL-RECORD DELIMITED BY ','
               INTO WS-EF-ACCT WS-EF-CAMPAIGN WS-EF-ENROLLED
                    WS-EF-END WS-EF-OPENING WS-EF-MIN-BAL
                    WS-EF-RATE WS-EF-BONUS WS-EF-STATUS
           END-UNSTRING
           MOVE WS-EF-CAMPAIGN TO WS-INPUT-CODE
           PERFORM FIND-CAMPAIGN
           IF WS-HIT = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CT-ENROLLED(WS-HIT)
           IF WS-EF-STATUS = "ENDED"
               ADD 1 TO WS-CT-ENDED(WS-HIT)
           ELSE
               ADD 1 TO WS-CT-ACTIVE(WS-HIT)
           END-IF
           COMPUTE WS-AMOUNT-NUM = FUNCTION NUMVAL(WS-EF-OPENING)
           ADD WS-AMOUNT-NUM TO WS-CT-OPENING(WS-HIT)
           COMPUTE WS-AMOUNT-NUM = FUNCTION NUMVAL(WS-EF-BONUS)
           ADD WS-AMOUNT-NUM TO WS-CT-BONUS(WS-HIT)
           IF WS-ACC-OPEN = 'Y' AND WS-EF-ACCT IS NUMERIC
               MOVE WS-EF-ACCT TO ACCOUNT-KEY
               READ ACCOUNTS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD BALANCE TO WS-CT-CURRENT(WS-HIT)
               END-READ
           END-IF.
