       IDENTIFICATION DIVISION.
       PROGRAM-ID. DD-MANDATES.

      *> Register of the direct-debit mandates our customers have
      *> given outside creditors. CLEARING-IMPORT pays an inbound
      *> direct debit only against an ACTIVE mandate here.
      *> MANDATES.DAT carries one mandate per line:
      *>   MANDATE-REF,CREDITOR,ACCT,CEILING,FREQUENCY,STATUS,
      *>   SIGNED,LAST-USED,STATUS-DATE
      *> The creditor ID and its mandate reference together name
      *> the mandate. CEILING is the most one collection may take
      *> (0 = no limit). FREQUENCY is ONCE, WEEKLY, MONTHLY,
      *> QUARTERLY, ANNUAL or ADHOC; a ONCE mandate expires when it
      *> has been collected. STATUS is ACTIVE, REVOKED (the customer
      *> withdrew it) or EXPIRED. LAST-USED is stamped by
      *> CLEARING-IMPORT on every paid collection.
      *> (U)sage report reads DD-ACTIVITY.DAT, the clearing import's
      *> log of every direct debit presented, for the period asked
      *> and writes DD-MANDATE-REPORT.TXT: collections and returns
      *> per mandate, each returned debit, and the ACTIVE mandates
      *> unused for DD_DORMANT_MONTHS (default 36) months. (X)pire
      *> dormant marks those EXPIRED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANDATE-FILE ASSIGN TO "MANDATES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MND.
           SELECT ACTIVITY-FILE ASSIGN TO "DD-ACTIVITY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ACT.
           SELECT ACCOUNTS-FILE ASSIGN TO "accounts.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCOUNT-KEY
               FILE STATUS IS WS-FS-ACC.
           SELECT REPORT-FILE ASSIGN TO "DD-MANDATE-REPORT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RPT.

       DATA DIVISION.
       FILE SECTION.
       FD  MANDATE-FILE.
       01  MANDATE-RECORD       PIC X(100).

       FD  ACTIVITY-FILE.
       01  ACTIVITY-RECORD      PIC X(80).

       FD  ACCOUNTS-FILE.
       01  ACCOUNT-RECORD.
           05 ACCOUNT-KEY       PIC 9(5).
           05 FNAME             PIC X(10).
           05 LNAME             PIC X(10).
           05 BALANCE           PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 PROD-CODE         PIC X(4).
           05 BR-CODE           PIC X(3).

       FD  REPORT-FILE.
       01  REPORT-REC           PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-FS-MND            PIC XX.
       77  WS-FS-ACT            PIC XX.
       77  WS-FS-ACC            PIC XX.
       77  WS-FS-RPT            PIC XX.
       77  WS-EOF               PIC X VALUE 'N'.
       77  WS-MODE              PIC X.
       77  WS-TODAY             PIC 9(8).
       77  WS-I                 PIC 9(4).
       77  WS-C                 PIC 9(4).
       77  WS-FOUND             PIC X.
       77  WS-DORMANT-MONTHS    PIC 9(3) VALUE 36.
       77  WS-PARAM-NAME        PIC X(24).
       77  WS-PARAM-VALUE       PIC X(12).
       77  WS-PARAM-FOUND       PIC X.
       77  WS-OPERATOR          PIC X(8).
       77  WS-CUTOFF            PIC 9(8).
       77  WS-MONTHS            PIC 9(6).
       77  WS-LAST-ACTIVE       PIC X(8).
       77  WS-DORMANT-COUNT     PIC 9(4) VALUE 0.
       77  WS-EXPIRED-COUNT     PIC 9(4) VALUE 0.
       77  WS-LISTED-COUNT      PIC 9(4) VALUE 0.
       77  WS-PAID-COUNT        PIC 9(5) VALUE 0.
       77  WS-RETURN-COUNT      PIC 9(5) VALUE 0.
       77  WS-PAID-TOTAL        PIC 9(9)V99 VALUE 0.
       77  WS-RETURN-TOTAL      PIC 9(9)V99 VALUE 0.
       77  WS-AMT-NUM           PIC 9(7)V99.
       77  WS-REASON-DESC       PIC X(24).

       01  WS-MANDATE-FIELDS.
           05  WS-MF-REF        PIC X(10).
           05  WS-MF-CREDITOR   PIC X(10).
           05  WS-MF-ACCT       PIC X(5).
           05  WS-MF-CEILING    PIC X(12).
           05  WS-MF-FREQ       PIC X(9).
           05  WS-MF-STATUS     PIC X(8).
           05  WS-MF-SIGNED     PIC X(8).
           05  WS-MF-LAST-USED  PIC X(8).
           05  WS-MF-STAT-DATE  PIC X(8).

      *> The register is held whole in storage so a change can
      *> rewrite it and the report can tally the activity log
      *> against each mandate.
       01  WS-MANDATE-TABLE.
           05  WS-MD-ENTRY OCCURS 500 TIMES.
               10  WS-MD-REF        PIC X(10).
               10  WS-MD-CREDITOR   PIC X(10).
               10  WS-MD-ACCT       PIC X(5).
               10  WS-MD-CEILING    PIC 9(7)V99.
               10  WS-MD-FREQ       PIC X(9).
               10  WS-MD-STATUS     PIC X(8).
               10  WS-MD-SIGNED     PIC X(8).
               10  WS-MD-LAST-USED  PIC X(8).
               10  WS-MD-STAT-DATE  PIC X(8).
               10  WS-MD-PAID-CNT   PIC 9(5).
               10  WS-MD-PAID-AMT   PIC 9(9)V99.
               10  WS-MD-RET-CNT    PIC 9(5).
       01  WS-MANDATE-COUNT     PIC 9(4) VALUE 0.

      *> One DD-ACTIVITY.DAT line, as CLEARING-IMPORT writes it.
       01  WS-ACTIVITY-FIELDS.
           05  WS-AF-DATE       PIC X(8).
           05  WS-AF-CREDITOR   PIC X(10).
           05  WS-AF-MANDATE    PIC X(10).
           05  WS-AF-ACCT       PIC X(5).
           05  WS-AF-AMOUNT     PIC X(10).
           05  WS-AF-RESULT     PIC X(4).
           05  WS-AF-REF        PIC X(10).

       01  WS-INPUT-REF         PIC X(10).
       01  WS-INPUT-CREDITOR    PIC X(10).
       01  WS-INPUT-ACCT        PIC X(5).
       01  WS-INPUT-CEILING     PIC X(12).
       01  WS-INPUT-FREQ        PIC X(9).
       01  WS-INPUT-SIGNED      PIC X(8).
       01  WS-INPUT-FROM        PIC X(8).
       01  WS-CONFIRM           PIC X.
       01  WS-FROM-DATE         PIC 9(8).
       01  WS-CEILING-NUM       PIC 9(7)V99.
       01  WS-CEILING-OUT       PIC 9(7).99.

       01  WS-DATE-PARTS.
           05  WS-DP-YEAR       PIC 9(4).
           05  WS-DP-MONTH      PIC 99.
           05  WS-DP-DAY        PIC 99.
       01  WS-DATE-NUM REDEFINES WS-DATE-PARTS PIC 9(8).

       01  WS-DISP-CNT          PIC ZZZZ9.
       01  WS-DISP-RET          PIC ZZZZ9.
       01  WS-DISP-AMT          PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-DISP-CEIL         PIC Z,ZZZ,ZZ9.99.
       01  WS-DIVIDER           PIC X(96) VALUE ALL "-".

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "INTAKE-DATE" USING WS-TODAY
           PERFORM LOAD-PARAMETERS
           PERFORM LOAD-MANDATES
           DISPLAY "DD MANDATES: (A)dd mandate, (R)evoke at customer "
                   "request, (V)iew account's mandates, (U)sage "
                   "report, e(X)pire dormant: "
                   WITH NO ADVANCING
           ACCEPT WS-MODE
           EVALUATE FUNCTION UPPER-CASE(WS-MODE)
               WHEN "A"
                   PERFORM ADD-MANDATE
               WHEN "R"
                   PERFORM REVOKE-MANDATE
               WHEN "V"
                   PERFORM VIEW-ACCOUNT-MANDATES
               WHEN "U"
                   PERFORM USAGE-REPORT
               WHEN "X"
                   PERFORM EXPIRE-DORMANT
               WHEN OTHER
                   DISPLAY "Invalid selection."
           END-EVALUATE
           STOP RUN.

      *> A mandate counts as dormant when neither its last
      *> collection nor, if it was never collected, its signing
      *> falls on or after the cutoff: today less the dormancy
      *> period in whole months.
       LOAD-PARAMETERS.
           MOVE "DD_DORMANT_MONTHS" TO WS-PARAM-NAME
           CALL "GET-PARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y'
              AND FUNCTION NUMVAL(WS-PARAM-VALUE) > 0
               COMPUTE WS-DORMANT-MONTHS =
                   FUNCTION NUMVAL(WS-PARAM-VALUE)
           END-IF
           MOVE WS-TODAY TO WS-DATE-NUM
           COMPUTE WS-MONTHS = WS-DP-YEAR * 12 + WS-DP-MONTH - 1
                             - WS-DORMANT-MONTHS
           COMPUTE WS-DP-YEAR = WS-MONTHS / 12
           COMPUTE WS-DP-MONTH =
               WS-MONTHS - (WS-DP-YEAR * 12) + 1
           MOVE WS-DATE-NUM TO WS-CUTOFF.

       LOAD-MANDATES.
           MOVE 0 TO WS-MANDATE-COUNT
           OPEN INPUT MANDATE-FILE
           IF WS-FS-MND NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ MANDATE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-MANDATE
               END-READ
           END-PERFORM
           CLOSE MANDATE-FILE.

       LOAD-ONE-MANDATE.
           IF MANDATE-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-MANDATE-COUNT >= 500
               DISPLAY "DD MANDATES: ERROR - register table full "
                       "at 500"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-MANDATE-FIELDS
           UNSTRING MANDATE-RECORD DELIMITED BY ','
               INTO WS-MF-REF WS-MF-CREDITOR WS-MF-ACCT
                    WS-MF-CEILING WS-MF-FREQ WS-MF-STATUS
                    WS-MF-SIGNED WS-MF-LAST-USED WS-MF-STAT-DATE
           END-UNSTRING
           ADD 1 TO WS-MANDATE-COUNT
           MOVE WS-MANDATE-COUNT TO WS-C
           MOVE WS-MF-REF TO WS-MD-REF(WS-C)
           MOVE WS-MF-CREDITOR TO WS-MD-CREDITOR(WS-C)
           MOVE WS-MF-ACCT TO WS-MD-ACCT(WS-C)
           MOVE 0 TO WS-MD-CEILING(WS-C)
           IF WS-MF-CEILING NOT = SPACES
               COMPUTE WS-MD-CEILING(WS-C) =
                   FUNCTION NUMVAL(WS-MF-CEILING)
           END-IF
           MOVE WS-MF-FREQ TO WS-MD-FREQ(WS-C)
           MOVE WS-MF-STATUS TO WS-MD-STATUS(WS-C)
           MOVE WS-MF-SIGNED TO WS-MD-SIGNED(WS-C)
           MOVE WS-MF-LAST-USED TO WS-MD-LAST-USED(WS-C)
           MOVE WS-MF-STAT-DATE TO WS-MD-STAT-DATE(WS-C)
           MOVE 0 TO WS-MD-PAID-CNT(WS-C)
           MOVE 0 TO WS-MD-PAID-AMT(WS-C)
           MOVE 0 TO WS-MD-RET-CNT(WS-C).

       SAVE-MANDATES.
           OPEN OUTPUT MANDATE-FILE
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-MANDATE-COUNT
               MOVE WS-MD-CEILING(WS-I) TO WS-CEILING-OUT
               MOVE SPACES TO MANDATE-RECORD
               STRING FUNCTION TRIM(WS-MD-REF(WS-I)) ","
                      FUNCTION TRIM(WS-MD-CREDITOR(WS-I)) ","
                      WS-MD-ACCT(WS-I) ","
                      WS-CEILING-OUT ","
                      FUNCTION TRIM(WS-MD-FREQ(WS-I)) ","
                      FUNCTION TRIM(WS-MD-STATUS(WS-I)) ","
                      FUNCTION TRIM(WS-MD-SIGNED(WS-I)) ","
                      FUNCTION TRIM(WS-MD-LAST-USED(WS-I)) ","
                      FUNCTION TRIM(WS-MD-STAT-DATE(WS-I))
                   DELIMITED BY SIZE INTO MANDATE-RECORD
               END-STRING
               WRITE MANDATE-RECORD
           END-PERFORM
           CLOSE MANDATE-FILE.

      *> The teller console exports the signed-in operator as
      *> OPERATOR_ID; only prompt when running stand-alone.
       GET-OPERATOR.
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "OPERATOR_ID"
           IF WS-OPERATOR = SPACES
               DISPLAY "Your operator ID: " WITH NO ADVANCING
               ACCEPT WS-OPERATOR
           END-IF.

       ACCEPT-CREDITOR-AND-REF.
           DISPLAY "Creditor ID: " WITH NO ADVANCING
           ACCEPT WS-INPUT-CREDITOR
           MOVE FUNCTION UPPER-CASE(WS-INPUT-CREDITOR)
               TO WS-INPUT-CREDITOR
           DISPLAY "Mandate reference: " WITH NO ADVANCING
           ACCEPT WS-INPUT-REF
           MOVE FUNCTION UPPER-CASE(WS-INPUT-REF) TO WS-INPUT-REF.

       FIND-MANDATE.
           MOVE 0 TO WS-C
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-MANDATE-COUNT
               IF WS-MD-CREDITOR(WS-I) = WS-INPUT-CREDITOR
                  AND WS-MD-REF(WS-I) = WS-INPUT-REF
                   MOVE WS-I TO WS-C
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *>----------------------------------------------------------------
      *> Adding a mandate
      *>----------------------------------------------------------------
       ADD-MANDATE.
           PERFORM GET-OPERATOR
           PERFORM ACCEPT-CREDITOR-AND-REF
           IF WS-INPUT-CREDITOR = SPACES OR WS-INPUT-REF = SPACES
               DISPLAY "Creditor ID and mandate reference are both "
                       "required."
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-MANDATE
           IF WS-C > 0
               DISPLAY "Mandate " FUNCTION TRIM(WS-INPUT-REF)
                       " for creditor "
                       FUNCTION TRIM(WS-INPUT-CREDITOR)
                       " is already on file ("
                       FUNCTION TRIM(WS-MD-STATUS(WS-C)) ")."
               EXIT PARAGRAPH
           END-IF
           IF WS-MANDATE-COUNT >= 500
               DISPLAY "Mandate register is full."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Account to be debited: " WITH NO ADVANCING
           ACCEPT WS-INPUT-ACCT
           IF WS-INPUT-ACCT IS NOT NUMERIC
               DISPLAY "Account must be 5 digits."
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ACCOUNTS-FILE
           IF WS-FS-ACC NOT = "00"
               DISPLAY "Cannot open accounts.idx. Status: " WS-FS-ACC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-INPUT-ACCT TO ACCOUNT-KEY
           MOVE 'Y' TO WS-FOUND
           READ ACCOUNTS-FILE
               INVALID KEY
                   MOVE 'N' TO WS-FOUND
           END-READ
           CLOSE ACCOUNTS-FILE
           IF WS-FOUND = 'N'
               DISPLAY "Account " WS-INPUT-ACCT " not on file."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Ceiling per collection (0 = no limit): "
               WITH NO ADVANCING
           ACCEPT WS-INPUT-CEILING
           MOVE 0 TO WS-CEILING-NUM
           IF WS-INPUT-CEILING NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-INPUT-CEILING) NOT = 0
                   DISPLAY "Ceiling must be an amount."
                   EXIT PARAGRAPH
               END-IF
               IF FUNCTION NUMVAL(WS-INPUT-CEILING) < 0
                  OR FUNCTION NUMVAL(WS-INPUT-CEILING) > 9999999.99
                   DISPLAY "Ceiling out of range."
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-CEILING-NUM =
                   FUNCTION NUMVAL(WS-INPUT-CEILING)
           END-IF

           DISPLAY "Frequency (ONCE, WEEKLY, MONTHLY, QUARTERLY, "
                   "ANNUAL, ADHOC): " WITH NO ADVANCING
           ACCEPT WS-INPUT-FREQ
           MOVE FUNCTION UPPER-CASE(WS-INPUT-FREQ) TO WS-INPUT-FREQ
           IF WS-INPUT-FREQ NOT = "ONCE" AND NOT = "WEEKLY"
              AND NOT = "MONTHLY" AND NOT = "QUARTERLY"
              AND NOT = "ANNUAL" AND NOT = "ADHOC"
               DISPLAY "Unknown frequency."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Date signed (YYYYMMDD, blank = today): "
               WITH NO ADVANCING
           ACCEPT WS-INPUT-SIGNED
           IF WS-INPUT-SIGNED = SPACES
               MOVE WS-TODAY TO WS-INPUT-SIGNED
           END-IF
           IF WS-INPUT-SIGNED IS NOT NUMERIC
              OR WS-INPUT-SIGNED > WS-TODAY
               DISPLAY "Signing date must be a date no later than "
                       "today."
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-MANDATE-COUNT
           MOVE WS-MANDATE-COUNT TO WS-C
           MOVE WS-INPUT-REF TO WS-MD-REF(WS-C)
           MOVE WS-INPUT-CREDITOR TO WS-MD-CREDITOR(WS-C)
           MOVE WS-INPUT-ACCT TO WS-MD-ACCT(WS-C)
           MOVE WS-CEILING-NUM TO WS-MD-CEILING(WS-C)
           MOVE WS-INPUT-FREQ TO WS-MD-FREQ(WS-C)
           MOVE "ACTIVE" TO WS-MD-STATUS(WS-C)
           MOVE WS-INPUT-SIGNED TO WS-MD-SIGNED(WS-C)
           MOVE SPACES TO WS-MD-LAST-USED(WS-C)
           MOVE WS-TODAY TO WS-MD-STAT-DATE(WS-C)
           PERFORM SAVE-MANDATES
           DISPLAY "Mandate " FUNCTION TRIM(WS-INPUT-REF)
                   " for creditor " FUNCTION TRIM(WS-INPUT-CREDITOR)
                   " on account " WS-INPUT-ACCT " recorded by "
                   FUNCTION TRIM(WS-OPERATOR) ".".

      *>----------------------------------------------------------------
      *> Customer revocation
      *>----------------------------------------------------------------
      *> The customer names the mandate and the account it debits;
      *> the account must agree with the register before anything
      *> is revoked. Collections presented from the next clearing
      *> import on return R011.
       REVOKE-MANDATE.
           PERFORM GET-OPERATOR
           PERFORM ACCEPT-CREDITOR-AND-REF
           PERFORM FIND-MANDATE
           IF WS-C = 0
               DISPLAY "No mandate " FUNCTION TRIM(WS-INPUT-REF)
                       " for creditor "
                       FUNCTION TRIM(WS-INPUT-CREDITOR) " on file."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Customer's account: " WITH NO ADVANCING
           ACCEPT WS-INPUT-ACCT
           IF WS-INPUT-ACCT NOT = WS-MD-ACCT(WS-C)
               DISPLAY "That mandate does not debit account "
                       WS-INPUT-ACCT " - not revoked."
               EXIT PARAGRAPH
           END-IF
           IF WS-MD-STATUS(WS-C) NOT = "ACTIVE"
               DISPLAY "Mandate is already "
                       FUNCTION TRIM(WS-MD-STATUS(WS-C)) " since "
                       WS-MD-STAT-DATE(WS-C) "."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Revoke mandate " FUNCTION TRIM(WS-INPUT-REF)
                   " (" FUNCTION TRIM(WS-MD-FREQ(WS-C))
                   ") - Y to confirm: " WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF FUNCTION UPPER-CASE(WS-CONFIRM) NOT = "Y"
               DISPLAY "Not revoked."
               EXIT PARAGRAPH
           END-IF
           MOVE "REVOKED" TO WS-MD-STATUS(WS-C)
           MOVE WS-TODAY TO WS-MD-STAT-DATE(WS-C)
           PERFORM SAVE-MANDATES
           DISPLAY "Mandate " FUNCTION TRIM(WS-INPUT-REF)
                   " revoked by " FUNCTION TRIM(WS-OPERATOR)
                   " - further debits under it will be returned.".

       VIEW-ACCOUNT-MANDATES.
           DISPLAY "Account: " WITH NO ADVANCING
           ACCEPT WS-INPUT-ACCT
           MOVE 0 TO WS-LISTED-COUNT
           PERFORM VARYING WS-C FROM 1 BY 1
             UNTIL WS-C > WS-MANDATE-COUNT
               IF WS-MD-ACCT(WS-C) = WS-INPUT-ACCT
                   ADD 1 TO WS-LISTED-COUNT
                   MOVE WS-MD-CEILING(WS-C) TO WS-DISP-CEIL
                   DISPLAY WS-MD-CREDITOR(WS-C) " "
                           WS-MD-REF(WS-C) " "
                           WS-MD-FREQ(WS-C) " ceiling "
                           WS-DISP-CEIL " "
                           WS-MD-STATUS(WS-C) " signed "
                           WS-MD-SIGNED(WS-C) " last used "
                           WS-MD-LAST-USED(WS-C)
               END-IF
           END-PERFORM
           IF WS-LISTED-COUNT = 0
               DISPLAY "No mandates on account " WS-INPUT-ACCT "."
           END-IF.

      *>----------------------------------------------------------------
      *> Usage, returns and dormancy report
      *>----------------------------------------------------------------
       USAGE-REPORT.
           DISPLAY "Activity from (YYYYMMDD, blank = start of "
                   "month): " WITH NO ADVANCING
           ACCEPT WS-INPUT-FROM
           IF WS-INPUT-FROM = SPACES
               MOVE WS-TODAY TO WS-DATE-NUM
               MOVE 1 TO WS-DP-DAY
               MOVE WS-DATE-NUM TO WS-FROM-DATE
           ELSE
               IF WS-INPUT-FROM IS NOT NUMERIC
                   DISPLAY "Date must be YYYYMMDD."
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-INPUT-FROM TO WS-FROM-DATE
           END-IF

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-REC
           STRING "Direct Debit Mandates - activity " WS-FROM-DATE
                  " to " WS-TODAY
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE WS-DIVIDER TO REPORT-REC
           WRITE REPORT-REC

      *> Returned debits list as the log is read; paid ones are
      *> only counted against their mandate.
           MOVE "RETURNED DEBITS" TO REPORT-REC
           WRITE REPORT-REC
           MOVE "DATE     CREDITOR   MANDATE    ACCT  REFERENCE  "
             & "        AMOUNT REASON"
               TO REPORT-REC
           WRITE REPORT-REC
           OPEN INPUT ACTIVITY-FILE
           IF WS-FS-ACT = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ACTIVITY-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM TALLY-ONE-ACTIVITY
                   END-READ
               END-PERFORM
               CLOSE ACTIVITY-FILE
           END-IF
           IF WS-RETURN-COUNT = 0
               MOVE "  (none)" TO REPORT-REC
               WRITE REPORT-REC
           END-IF

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "MANDATE USAGE" TO REPORT-REC
           WRITE REPORT-REC
           MOVE "CREDITOR   MANDATE    ACCT  FREQUENCY STATUS   "
             & "     CEILING  PAID         AMOUNT  RET LAST-USED"
               TO REPORT-REC
           WRITE REPORT-REC
           PERFORM VARYING WS-C FROM 1 BY 1
             UNTIL WS-C > WS-MANDATE-COUNT
               PERFORM WRITE-USAGE-LINE
           END-PERFORM

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "DORMANT MANDATES TO EXPIRE - active, unused "
                  "since before " WS-CUTOFF
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE "CREDITOR   MANDATE    ACCT  FREQUENCY SIGNED   "
             & "LAST-USED"
               TO REPORT-REC
           WRITE REPORT-REC
           MOVE 0 TO WS-DORMANT-COUNT
           PERFORM VARYING WS-C FROM 1 BY 1
             UNTIL WS-C > WS-MANDATE-COUNT
               PERFORM CHECK-DORMANT
               IF WS-FOUND = 'Y'
                   ADD 1 TO WS-DORMANT-COUNT
                   MOVE SPACES TO REPORT-REC
                   STRING WS-MD-CREDITOR(WS-C) " "
                          WS-MD-REF(WS-C) " "
                          WS-MD-ACCT(WS-C) " "
                          WS-MD-FREQ(WS-C) " "
                          WS-MD-SIGNED(WS-C) " "
                          WS-MD-LAST-USED(WS-C)
                       DELIMITED BY SIZE INTO REPORT-REC
                   END-STRING
                   WRITE REPORT-REC
               END-IF
           END-PERFORM
           IF WS-DORMANT-COUNT = 0
               MOVE "  (none)" TO REPORT-REC
               WRITE REPORT-REC
           END-IF

           MOVE WS-DIVIDER TO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-PAID-COUNT TO WS-DISP-CNT
           MOVE WS-PAID-TOTAL TO WS-DISP-AMT
           MOVE SPACES TO REPORT-REC
           STRING "Collections paid: " WS-DISP-CNT
                  "  amount " WS-DISP-AMT
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE WS-RETURN-COUNT TO WS-DISP-CNT
           MOVE WS-RETURN-TOTAL TO WS-DISP-AMT
           MOVE SPACES TO REPORT-REC
           STRING "Debits returned:  " WS-DISP-CNT
                  "  amount " WS-DISP-AMT
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE WS-DORMANT-COUNT TO WS-DISP-CNT
           MOVE SPACES TO REPORT-REC
           STRING "Dormant mandates to expire: " WS-DISP-CNT
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           CLOSE REPORT-FILE
           DISPLAY "DD MANDATES: " WS-PAID-COUNT " paid, "
                   WS-RETURN-COUNT " returned, " WS-DORMANT-COUNT
                   " dormant - see DD-MANDATE-REPORT.TXT".

       TALLY-ONE-ACTIVITY.
           MOVE SPACES TO WS-ACTIVITY-FIELDS
           UNSTRING ACTIVITY-RECORD DELIMITED BY ','
               INTO WS-AF-DATE WS-AF-CREDITOR WS-AF-MANDATE
                    WS-AF-ACCT WS-AF-AMOUNT WS-AF-RESULT WS-AF-REF
           END-UNSTRING
           IF WS-AF-DATE IS NOT NUMERIC
              OR WS-AF-DATE < WS-FROM-DATE
              OR WS-AF-DATE > WS-TODAY
               EXIT PARAGRAPH
           END-IF
           IF WS-AF-RESULT = "HELD"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AMT-NUM = FUNCTION NUMVAL(WS-AF-AMOUNT)
           MOVE WS-AF-CREDITOR TO WS-INPUT-CREDITOR
           MOVE WS-AF-MANDATE TO WS-INPUT-REF
           PERFORM FIND-MANDATE
           IF WS-AF-RESULT = "PAID"
               ADD 1 TO WS-PAID-COUNT
               ADD WS-AMT-NUM TO WS-PAID-TOTAL
               IF WS-C > 0
                   ADD 1 TO WS-MD-PAID-CNT(WS-C)
                   ADD WS-AMT-NUM TO WS-MD-PAID-AMT(WS-C)
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RETURN-COUNT
           ADD WS-AMT-NUM TO WS-RETURN-TOTAL
           IF WS-C > 0
               ADD 1 TO WS-MD-RET-CNT(WS-C)
           END-IF
           EVALUATE WS-AF-RESULT
               WHEN "R010"
                   MOVE "NO MANDATE" TO WS-REASON-DESC
               WHEN "R011"
                   MOVE "MANDATE REVOKED/EXPIRED" TO WS-REASON-DESC
               WHEN "R012"
                   MOVE "OVER MANDATE CEILING" TO WS-REASON-DESC
               WHEN "R002"
                   MOVE "ACCOUNT NOT ON FILE" TO WS-REASON-DESC
               WHEN OTHER
                   MOVE "ITEM REJECTED" TO WS-REASON-DESC
           END-EVALUATE
           MOVE WS-AMT-NUM TO WS-DISP-CEIL
           MOVE SPACES TO REPORT-REC
           STRING WS-AF-DATE " " WS-AF-CREDITOR " " WS-AF-MANDATE
                  " " WS-AF-ACCT " " WS-AF-REF " " WS-DISP-CEIL
                  " " WS-AF-RESULT " " WS-REASON-DESC
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC.

       WRITE-USAGE-LINE.
           MOVE WS-MD-CEILING(WS-C) TO WS-DISP-CEIL
           MOVE WS-MD-PAID-CNT(WS-C) TO WS-DISP-CNT
           MOVE WS-MD-PAID-AMT(WS-C) TO WS-DISP-AMT
           MOVE WS-MD-RET-CNT(WS-C) TO WS-DISP-RET
           MOVE SPACES TO REPORT-REC
           STRING WS-MD-CREDITOR(WS-C) " "
                  WS-MD-REF(WS-C) " "
                  WS-MD-ACCT(WS-C) " "
                  WS-MD-FREQ(WS-C) " "
                  WS-MD-STATUS(WS-C) " "
                  WS-DISP-CEIL " "
                  WS-DISP-CNT " "
                  WS-DISP-AMT " "
                  WS-DISP-RET " "
                  WS-MD-LAST-USED(WS-C)
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC.

       CHECK-DORMANT.
           MOVE 'N' TO WS-FOUND
           IF WS-MD-STATUS(WS-C) NOT = "ACTIVE"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MD-LAST-USED(WS-C) TO WS-LAST-ACTIVE
           IF WS-LAST-ACTIVE = SPACES
               MOVE WS-MD-SIGNED(WS-C) TO WS-LAST-ACTIVE
           END-IF
           IF WS-LAST-ACTIVE IS NUMERIC
              AND WS-LAST-ACTIVE < WS-CUTOFF
               MOVE 'Y' TO WS-FOUND
           END-IF.

      *>----------------------------------------------------------------
      *> Expiring dormant mandates
      *>----------------------------------------------------------------
       EXPIRE-DORMANT.
           PERFORM GET-OPERATOR
           MOVE 0 TO WS-EXPIRED-COUNT
           PERFORM VARYING WS-C FROM 1 BY 1
             UNTIL WS-C > WS-MANDATE-COUNT
               PERFORM CHECK-DORMANT
               IF WS-FOUND = 'Y'
                   ADD 1 TO WS-EXPIRED-COUNT
                   MOVE "EXPIRED" TO WS-MD-STATUS(WS-C)
                   MOVE WS-TODAY TO WS-MD-STAT-DATE(WS-C)
                   DISPLAY "Expired " WS-MD-CREDITOR(WS-C) " "
                           WS-MD-REF(WS-C) " on account "
                           WS-MD-ACCT(WS-C)
               END-IF
           END-PERFORM
           IF WS-EXPIRED-COUNT > 0
               PERFORM SAVE-MANDATES
           END-IF
           DISPLAY "DD MANDATES: " WS-EXPIRED-COUNT " dormant "
                   "mandate(s) expired by "
                   FUNCTION TRIM(WS-OPERATOR) ".".
