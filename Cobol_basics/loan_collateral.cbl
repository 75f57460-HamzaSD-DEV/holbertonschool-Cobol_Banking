       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-COLLATERAL.

      *> Collateral register. Whatever secures a loan is one line in
      *> COLLATERAL.DAT keyed by the LOANS.DAT LOAN-ID - a loan may
      *> carry several:
      *>   LOAN-ID,TYPE,APPRAISED-VALUE,APPRAISAL-DATE,LIEN-POSITION,
      *>   INSURANCE-EXPIRY,DESCRIPTION
      *> (INSURANCE-EXPIRY 00000000 where the asset carries no
      *> policy). The (M)onthly run divides each ACTIVE loan's
      *> outstanding principal by the appraised value behind it and
      *> lists on COLLATERAL-REPORT.TXT the loans over the LTV policy
      *> limit (LTV_LIMIT_PCT, default 80), the appraisals older
      *> than APPRAISAL_MAX_MONTHS (default 36) and the policies
      *> expiring within the next 30 days; each expiring policy
      *> also queues an INS-EXPIRY notice to the borrower through
      *> QUEUE-NOTIFY. LOAN-PAYOFF reads the same file to list the
      *> collateral a payoff releases.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOANS-FILE ASSIGN TO "LOANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOANS.
           SELECT COLLATERAL-FILE ASSIGN TO "COLLATERAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COLL.
           SELECT REPORT-FILE ASSIGN TO "COLLATERAL-REPORT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RPT.

       DATA DIVISION.
       FILE SECTION.
       FD  LOANS-FILE.
       01  LOANS-RECORD         PIC X(100).

       FD  COLLATERAL-FILE.
       01  COLLATERAL-RECORD    PIC X(80).

       FD  REPORT-FILE.
       01  REPORT-REC           PIC X(90).

       WORKING-STORAGE SECTION.
       77  WS-FS-LOANS          PIC XX.
       77  WS-FS-COLL           PIC XX.
       77  WS-FS-RPT            PIC XX.
       77  WS-EOF               PIC X VALUE "N".
       77  WS-MODE              PIC X.
       77  WS-FOUND             PIC X VALUE "N".
       77  WS-I                 PIC 9(4).
       77  WS-J                 PIC 9(4).
       77  WS-LOAN-COUNT        PIC 9(4) VALUE 0.
       77  WS-COLL-COUNT        PIC 9(4) VALUE 0.
       77  WS-OVER-LTV-COUNT    PIC 9(4) VALUE 0.
       77  WS-STALE-COUNT       PIC 9(4) VALUE 0.
       77  WS-EXPIRING-COUNT    PIC 9(4) VALUE 0.
       77  WS-PARAM-FOUND       PIC X VALUE "N".

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

       01  WS-LOAN-TABLE.
           05  WS-LT-ENTRY OCCURS 1000 TIMES.
               10  WS-LT-ID         PIC X(6).
               10  WS-LT-CUST       PIC X(5).
               10  WS-LT-OUTSTAND   PIC 9(9)V99.
               10  WS-LT-VALUE      PIC 9(9)V99.
               10  WS-LT-ITEMS      PIC 9(3).

       01  WS-TODAY             PIC 9(8).
       01  WS-TODAY-PARTS REDEFINES WS-TODAY.
           05  WS-TODAY-YYYY    PIC 9(4).
           05  WS-TODAY-MM      PIC 9(2).
           05  WS-TODAY-DD      PIC 9(2).

       01  WS-PARAM-NAME        PIC X(24).
       01  WS-PARAM-VALUE       PIC X(12).
       01  WS-LTV-LIMIT         PIC 9(3)V99 VALUE 80.
       01  WS-APPR-MAX-MONTHS   PIC 9(3) VALUE 36.
       01  WS-APPR-CUTOFF       PIC 9(8).
       01  WS-EXPIRY-HORIZON    PIC 9(8).
       01  WS-CUTOFF-YYYY       PIC 9(4).
       01  WS-CUTOFF-MM         PIC 9(2).
       01  WS-MONTH-TOTAL       PIC 9(6).

       01  WS-OUTSTANDING       PIC S9(9)V99.
       01  WS-VALUE-NUM         PIC 9(9)V99.
       01  WS-LTV               PIC 9(5)V99.
       01  WS-VALUE-OUT         PIC 9(9).99.
       01  WS-VALUE-DISP        PIC Z(8)9.99.
       01  WS-OUT-DISP          PIC Z(8)9.99.
       01  WS-LTV-DISP          PIC Z(4)9.99.
       01  WS-LIMIT-DISP        PIC ZZ9.99.
       01  WS-DIVIDER           PIC X(80) VALUE ALL "-".

       01  WS-LOAN-IN           PIC X(6).
       01  WS-TYPE-IN           PIC X(8).
       01  WS-VALUE-IN          PIC X(12).
       01  WS-APPR-DATE-IN      PIC X(8).
       01  WS-LIEN-IN           PIC X(1).
       01  WS-INS-EXPIRY-IN     PIC X(8).
       01  WS-DESC-IN           PIC X(20).

       01  WS-NOTIFY-CUST       PIC X(10).
       01  WS-NOTIFY-EVENT      PIC X(12) VALUE "INS-EXPIRY".
       01  WS-NOTIFY-DETAIL     PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "GET-BUSINESS-DATE" USING WS-TODAY
           DISPLAY "LOAN-COLLATERAL: (A)dd collateral, (L)ist a "
                   "loan's collateral, (M)onthly run: "
                   WITH NO ADVANCING
           ACCEPT WS-MODE
           EVALUATE FUNCTION UPPER-CASE(WS-MODE)
               WHEN "A"
                   PERFORM ADD-COLLATERAL
               WHEN "L"
                   PERFORM LIST-COLLATERAL
               WHEN "M"
                   PERFORM MONTHLY-RUN
               WHEN OTHER
                   DISPLAY "Invalid selection."
           END-EVALUATE
           STOP RUN.

       ADD-COLLATERAL.
           DISPLAY "Loan ID: " WITH NO ADVANCING
           ACCEPT WS-LOAN-IN
           MOVE FUNCTION UPPER-CASE(WS-LOAN-IN) TO WS-LOAN-IN
           PERFORM FIND-THE-LOAN
           IF WS-FOUND NOT = "Y"
               DISPLAY "Loan " WS-LOAN-IN " not on LOANS.DAT."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Collateral type (e.g. REALTY, VEHICLE): "
                   WITH NO ADVANCING
           ACCEPT WS-TYPE-IN
           MOVE FUNCTION UPPER-CASE(WS-TYPE-IN) TO WS-TYPE-IN
           DISPLAY "Appraised value: " WITH NO ADVANCING
           ACCEPT WS-VALUE-IN
           DISPLAY "Appraisal date (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-APPR-DATE-IN
           DISPLAY "Lien position (1-9): " WITH NO ADVANCING
           ACCEPT WS-LIEN-IN
           DISPLAY "Insurance expiry (YYYYMMDD, 0 = none): "
                   WITH NO ADVANCING
           ACCEPT WS-INS-EXPIRY-IN
           DISPLAY "Description: " WITH NO ADVANCING
           ACCEPT WS-DESC-IN

           IF WS-APPR-DATE-IN IS NOT NUMERIC
              OR WS-LIEN-IN IS NOT NUMERIC
              OR FUNCTION NUMVAL(WS-VALUE-IN) <= 0
               DISPLAY "Value, appraisal date and lien position are "
                       "required - nothing recorded."
               EXIT PARAGRAPH
           END-IF
           IF WS-INS-EXPIRY-IN IS NOT NUMERIC
               MOVE "00000000" TO WS-INS-EXPIRY-IN
           END-IF
           INSPECT WS-DESC-IN REPLACING ALL "," BY " "

           COMPUTE WS-VALUE-NUM = FUNCTION NUMVAL(WS-VALUE-IN)
           MOVE WS-VALUE-NUM TO WS-VALUE-OUT
           OPEN EXTEND COLLATERAL-FILE
           IF WS-FS-COLL = "35"
               CLOSE COLLATERAL-FILE
               OPEN OUTPUT COLLATERAL-FILE
           END-IF
           MOVE SPACES TO COLLATERAL-RECORD
           STRING WS-LOAN-IN ","
                  FUNCTION TRIM(WS-TYPE-IN) ","
                  WS-VALUE-OUT ","
                  WS-APPR-DATE-IN ","
                  WS-LIEN-IN ","
                  WS-INS-EXPIRY-IN ","
                  FUNCTION TRIM(WS-DESC-IN)
               DELIMITED BY SIZE INTO COLLATERAL-RECORD
           END-STRING
           WRITE COLLATERAL-RECORD
           CLOSE COLLATERAL-FILE
           DISPLAY "Collateral recorded against loan " WS-LOAN-IN ".".

       LIST-COLLATERAL.
           DISPLAY "Loan ID: " WITH NO ADVANCING
           ACCEPT WS-LOAN-IN
           MOVE FUNCTION UPPER-CASE(WS-LOAN-IN) TO WS-LOAN-IN
           MOVE 0 TO WS-COLL-COUNT
           OPEN INPUT COLLATERAL-FILE
           IF WS-FS-COLL NOT = "00"
               DISPLAY "No COLLATERAL.DAT on file."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FS-COLL = "10"
               READ COLLATERAL-FILE
                   AT END
                       MOVE "10" TO WS-FS-COLL
                   NOT AT END
                       PERFORM PARSE-COLLATERAL
                       IF WS-CL-LOAN = WS-LOAN-IN
                           ADD 1 TO WS-COLL-COUNT
                           COMPUTE WS-VALUE-NUM =
                               FUNCTION NUMVAL(WS-CL-VALUE)
                           MOVE WS-VALUE-NUM TO WS-VALUE-DISP
                           DISPLAY WS-CL-TYPE " " WS-VALUE-DISP
                                   " appraised " WS-CL-APPR-DATE
                                   " lien " WS-CL-LIEN
                                   " ins to " WS-CL-INS-EXPIRY
                                   " " WS-CL-DESC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COLLATERAL-FILE
           IF WS-COLL-COUNT = 0
               DISPLAY "No collateral recorded for loan " WS-LOAN-IN
           END-IF.

       FIND-THE-LOAN.
           MOVE "N" TO WS-FOUND
           OPEN INPUT LOANS-FILE
           IF WS-FS-LOANS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ LOANS-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM PARSE-LOAN
                       IF WS-LN-ID = WS-LOAN-IN
                           MOVE "Y" TO WS-FOUND
                           MOVE "Y" TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOANS-FILE.

       MONTHLY-RUN.
           PERFORM LOAD-POLICY
           PERFORM LOAD-ACTIVE-LOANS

           OPEN INPUT COLLATERAL-FILE
           IF WS-FS-COLL NOT = "00"
               DISPLAY "LOAN-COLLATERAL: ERROR - cannot open "
                       "COLLATERAL.DAT. Status: " WS-FS-COLL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-REC
           STRING "COLLATERAL REVIEW - " WS-TODAY
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE WS-DIVIDER TO REPORT-REC
           WRITE REPORT-REC

      *> The collateral pass does the appraisal and insurance checks
      *> line by line and sums value behind each loan; LTV needs the
      *> sums, so it is reported after.
           MOVE SPACES TO REPORT-REC
           MOVE "STALE APPRAISALS / INSURANCE EXPIRING" TO REPORT-REC
           WRITE REPORT-REC
           PERFORM UNTIL WS-FS-COLL = "10"
               READ COLLATERAL-FILE
                   AT END
                       MOVE "10" TO WS-FS-COLL
                   NOT AT END
                       PERFORM PARSE-COLLATERAL
                       PERFORM REVIEW-ONE-COLLATERAL
               END-READ
           END-PERFORM
           CLOSE COLLATERAL-FILE

           MOVE WS-DIVIDER TO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-LTV-LIMIT TO WS-LIMIT-DISP
           MOVE SPACES TO REPORT-REC
           STRING "LOANS OVER LTV POLICY LIMIT OF " WS-LIMIT-DISP "%"
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-LOAN-COUNT
               PERFORM CHECK-ONE-LTV
           END-PERFORM

           MOVE WS-DIVIDER TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "OVER LTV: " WS-OVER-LTV-COUNT
                  "  STALE APPRAISALS: " WS-STALE-COUNT
                  "  INSURANCE EXPIRING: " WS-EXPIRING-COUNT
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           CLOSE REPORT-FILE

           DISPLAY "LOAN-COLLATERAL: over LTV " WS-OVER-LTV-COUNT
                   ", stale appraisals " WS-STALE-COUNT
                   ", insurance expiring " WS-EXPIRING-COUNT
           DISPLAY "LOAN-COLLATERAL: see COLLATERAL-REPORT.TXT"
           MOVE 0 TO RETURN-CODE.

       LOAD-POLICY.
           MOVE "LTV_LIMIT_PCT" TO WS-PARAM-NAME
           CALL "GET-PARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = "Y"
               COMPUTE WS-LTV-LIMIT = FUNCTION NUMVAL(WS-PARAM-VALUE)
           END-IF
           MOVE "APPRAISAL_MAX_MONTHS" TO WS-PARAM-NAME
           CALL "GET-PARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = "Y"
               COMPUTE WS-APPR-MAX-MONTHS =
                   FUNCTION NUMVAL(WS-PARAM-VALUE)
           END-IF

      *> Appraised on or before the same day that many months ago
      *> is stale; the day is kept, so a month-end cutoff can land
      *> on a date that does not exist and still compare correctly.
           COMPUTE WS-MONTH-TOTAL =
               WS-TODAY-YYYY * 12 + WS-TODAY-MM - 1
               - WS-APPR-MAX-MONTHS
           COMPUTE WS-CUTOFF-YYYY = WS-MONTH-TOTAL / 12
           COMPUTE WS-CUTOFF-MM =
               FUNCTION MOD(WS-MONTH-TOTAL, 12) + 1
           MOVE WS-CUTOFF-YYYY TO WS-APPR-CUTOFF(1:4)
           MOVE WS-CUTOFF-MM TO WS-APPR-CUTOFF(5:2)
           MOVE WS-TODAY-DD TO WS-APPR-CUTOFF(7:2)

           COMPUTE WS-EXPIRY-HORIZON = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY) + 30).

       LOAD-ACTIVE-LOANS.
           MOVE 0 TO WS-LOAN-COUNT
           OPEN INPUT LOANS-FILE
           IF WS-FS-LOANS NOT = "00"
               DISPLAY "LOAN-COLLATERAL: ERROR - cannot open "
                       "LOANS.DAT. Status: " WS-FS-LOANS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ LOANS-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM PARSE-LOAN
                       PERFORM LOAD-ONE-LOAN
               END-READ
           END-PERFORM
           CLOSE LOANS-FILE.

       LOAD-ONE-LOAN.
           IF FUNCTION TRIM(WS-LN-STATUS) NOT = "ACTIVE"
               EXIT PARAGRAPH
           END-IF
           IF WS-LOAN-COUNT >= 1000
               DISPLAY "LOAN-COLLATERAL: WARNING - loan table full "
                       "at 1000; " WS-LN-ID " not reviewed"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-OUTSTANDING =
               FUNCTION NUMVAL(WS-LN-PRIN)
               - FUNCTION NUMVAL(WS-LN-PAID)
           IF WS-OUTSTANDING < 0
               MOVE 0 TO WS-OUTSTANDING
           END-IF
           ADD 1 TO WS-LOAN-COUNT
           MOVE WS-LN-ID TO WS-LT-ID(WS-LOAN-COUNT)
           MOVE WS-LN-CUST TO WS-LT-CUST(WS-LOAN-COUNT)
           MOVE WS-OUTSTANDING TO WS-LT-OUTSTAND(WS-LOAN-COUNT)
           MOVE 0 TO WS-LT-VALUE(WS-LOAN-COUNT)
           MOVE 0 TO WS-LT-ITEMS(WS-LOAN-COUNT).

      *> Collateral behind a loan that is no longer ACTIVE is left
      *> alone - it is released at payoff.
       REVIEW-ONE-COLLATERAL.
           MOVE 0 TO WS-J
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-LOAN-COUNT
               IF WS-LT-ID(WS-I) = WS-CL-LOAN
                   MOVE WS-I TO WS-J
               END-IF
           END-PERFORM
           IF WS-J = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-VALUE-NUM = FUNCTION NUMVAL(WS-CL-VALUE)
           ADD WS-VALUE-NUM TO WS-LT-VALUE(WS-J)
           ADD 1 TO WS-LT-ITEMS(WS-J)

           IF WS-CL-APPR-DATE < WS-APPR-CUTOFF
               ADD 1 TO WS-STALE-COUNT
               MOVE SPACES TO REPORT-REC
               STRING WS-CL-LOAN " " WS-CL-TYPE
                      " APPRAISED " WS-CL-APPR-DATE
                      " - OLDER THAN " WS-APPR-MAX-MONTHS " MONTHS"
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-IF

           IF WS-CL-INS-EXPIRY IS NUMERIC
              AND WS-CL-INS-EXPIRY NOT = "00000000"
              AND WS-CL-INS-EXPIRY <= WS-EXPIRY-HORIZON
               ADD 1 TO WS-EXPIRING-COUNT
               MOVE SPACES TO REPORT-REC
               IF WS-CL-INS-EXPIRY < WS-TODAY
                   STRING WS-CL-LOAN " " WS-CL-TYPE
                          " INSURANCE LAPSED " WS-CL-INS-EXPIRY
                       DELIMITED BY SIZE INTO REPORT-REC
                   END-STRING
               ELSE
                   STRING WS-CL-LOAN " " WS-CL-TYPE
                          " INSURANCE EXPIRES " WS-CL-INS-EXPIRY
                       DELIMITED BY SIZE INTO REPORT-REC
                   END-STRING
               END-IF
               WRITE REPORT-REC
               MOVE SPACES TO WS-NOTIFY-CUST
               MOVE WS-LT-CUST(WS-J) TO WS-NOTIFY-CUST
               MOVE SPACES TO WS-NOTIFY-DETAIL
               STRING WS-CL-LOAN " INSURANCE ENDS "
                      WS-CL-INS-EXPIRY
                   DELIMITED BY SIZE INTO WS-NOTIFY-DETAIL
               END-STRING
               CALL "QUEUE-NOTIFY" USING WS-NOTIFY-CUST,
                   WS-NOTIFY-EVENT, WS-NOTIFY-DETAIL
           END-IF.

      *> A loan with nothing recorded behind it has no LTV to speak
      *> of; it is listed as unsecured rather than skipped so the
      *> gap in the register is visible.
       CHECK-ONE-LTV.
           MOVE WS-LT-OUTSTAND(WS-I) TO WS-OUT-DISP
           IF WS-LT-ITEMS(WS-I) = 0
               IF WS-LT-OUTSTAND(WS-I) > 0
                   ADD 1 TO WS-OVER-LTV-COUNT
                   MOVE SPACES TO REPORT-REC
                   STRING WS-LT-ID(WS-I) " OUTSTANDING " WS-OUT-DISP
                          "  NO COLLATERAL ON FILE"
                       DELIMITED BY SIZE INTO REPORT-REC
                   END-STRING
                   WRITE REPORT-REC
               END-IF
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-LTV ROUNDED =
               WS-LT-OUTSTAND(WS-I) * 100 / WS-LT-VALUE(WS-I)
           IF WS-LTV > WS-LTV-LIMIT
               ADD 1 TO WS-OVER-LTV-COUNT
               MOVE WS-LT-VALUE(WS-I) TO WS-VALUE-DISP
               MOVE WS-LTV TO WS-LTV-DISP
               MOVE SPACES TO REPORT-REC
               STRING WS-LT-ID(WS-I) " OUTSTANDING " WS-OUT-DISP
                      " VALUE " WS-VALUE-DISP
                      " LTV " WS-LTV-DISP "%"
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-IF.

       PARSE-LOAN.
           MOVE SPACES TO WS-LOAN-FIELDS
           UNSTRING LOANS-RECORD DELIMITED BY ","
               INTO WS-LN-ID WS-LN-CUST WS-LN-PRIN WS-LN-RATE
                    WS-LN-TERM WS-LN-PAYMENT WS-LN-NEXT-DUE
                    WS-LN-BILLED WS-LN-PAID WS-LN-STATUS
           END-UNSTRING.

       PARSE-COLLATERAL.
           MOVE SPACES TO WS-COLL-FIELDS
           UNSTRING COLLATERAL-RECORD DELIMITED BY ","
               INTO WS-CL-LOAN WS-CL-TYPE WS-CL-VALUE
                    WS-CL-APPR-DATE WS-CL-LIEN WS-CL-INS-EXPIRY
                    WS-CL-DESC
           END-UNSTRING.
