       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSTRUCTION-DRAWS.

      *> Staged draws on construction loans. LOAN-ORIGINATION books a
      *> construction loan on LOANS.DAT with nothing owed and its
      *> approved ceiling on CONSTRUCTION.DAT:
      *>   LOAN-ID,APPROVED,DRAWN,CONVERSION-DATE,AMORT-TERM,STATUS
      *> Money moves only through a draw, kept on DRAWS.DAT:
      *>   DRAW-ID,LOAN-ID,AMOUNT,REQUESTED,INSPECTOR,INSPECTED,
      *>   SUPERVISOR,STATUS
      *> A draw is (R)equested against the undrawn commitment, signed
      *> off by the (I)nspector (INSPECTED or REJECTED) and finally
      *> re(L)eased by a supervisor on AUTHORIZED_USERS.DAT, who may
      *> not be the inspector. Release deposits the amount into the
      *> borrower's account through TRANSIN and raises the loan's
      *> principal by it; until conversion PAYMENT is interest only,
      *> so interest runs on the amount drawn so far. A loan converts
      *> to a level payment over AMORT-TERM once fully drawn, or at
      *> its conversion date through the (C)onversion run; TERM on
      *> LOANS.DAT becomes the months already billed plus the
      *> amortizing term, so later re-levelling sees the right number
      *> of installments left. (P)ortfolio writes approved, drawn and
      *> undrawn commitment per loan to CONSTRUCTION-REPORT.TXT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOANS-FILE ASSIGN TO "LOANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOANS.
           SELECT LOANS-WORK ASSIGN TO "LOANS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LNW.
           SELECT CONSTR-FILE ASSIGN TO "CONSTRUCTION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONSTR.
           SELECT DRAWS-FILE ASSIGN TO "DRAWS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DRAWS.
           SELECT AUTH-FILE ASSIGN TO "AUTHORIZED_USERS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-AUTH.
           SELECT TRANS-FILE ASSIGN TO TRANSIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRANS.
           SELECT REPORT-FILE ASSIGN TO "CONSTRUCTION-REPORT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RPT.

       DATA DIVISION.
       FILE SECTION.
       FD  LOANS-FILE.
       01  LOANS-RECORD         PIC X(100).

       FD  LOANS-WORK.
       01  LOANS-WORK-RECORD    PIC X(100).

       FD  CONSTR-FILE.
       01  CONSTR-RECORD        PIC X(60).

       FD  DRAWS-FILE.
       01  DRAWS-RECORD         PIC X(80).

       FD  AUTH-FILE.
       01  AUTH-REC.
           05  AUTH-ID          PIC X(6).

       FD  TRANS-FILE.
       01  TRANS-RECORD         PIC X(80).

       FD  REPORT-FILE.
       01  REPORT-REC           PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-FS-LOANS          PIC XX.
       77  WS-FS-LNW            PIC XX.
       77  WS-FS-CONSTR         PIC XX.
       77  WS-FS-DRAWS          PIC XX.
       77  WS-FS-AUTH           PIC XX.
       77  WS-FS-TRANS          PIC XX.
       77  WS-FS-RPT            PIC XX.
       77  WS-EOF               PIC X VALUE "N".
       77  WS-MODE              PIC X.
       77  WS-FOUND             PIC X VALUE "N".
       77  WS-SUPER-AUTH        PIC X VALUE "N".
       77  WS-TODAY             PIC 9(8).
       77  WS-I                 PIC 9(4).
       77  WS-C                 PIC 9(4).
       77  WS-D                 PIC 9(4).
       77  WS-CONSTR-COUNT      PIC 9(4) VALUE 0.
       77  WS-DRAW-COUNT        PIC 9(4) VALUE 0.
       77  WS-HIGHEST-SEQ       PIC 9(4) VALUE 0.
       77  WS-CONVERTED-COUNT   PIC 9(4) VALUE 0.
       77  WS-RELEASE-C         PIC 9(4) VALUE 0.

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

       01  WS-CONSTR-FIELDS.
           05  WS-CN-LOAN       PIC X(6).
           05  WS-CN-APPROVED   PIC X(10).
           05  WS-CN-DRAWN      PIC X(10).
           05  WS-CN-CONV-DATE  PIC X(8).
           05  WS-CN-AMORT-TERM PIC X(3).
           05  WS-CN-STATUS     PIC X(9).

       01  WS-CONSTR-TABLE.
           05  WS-CT-ENTRY OCCURS 500 TIMES.
               10  WS-CT-LOAN       PIC X(6).
               10  WS-CT-APPROVED   PIC 9(7)V99.
               10  WS-CT-DRAWN      PIC 9(7)V99.
               10  WS-CT-CONV-DATE  PIC X(8).
               10  WS-CT-AMORT-TERM PIC 9(3).
               10  WS-CT-STATUS     PIC X(9).
               10  WS-CT-CONVERT    PIC X.

       01  WS-DRAW-FIELDS.
           05  WS-DR-ID         PIC X(6).
           05  WS-DR-LOAN       PIC X(6).
           05  WS-DR-AMOUNT     PIC X(10).
           05  WS-DR-REQUESTED  PIC X(8).
           05  WS-DR-INSPECTOR  PIC X(10).
           05  WS-DR-INSPECTED  PIC X(8).
           05  WS-DR-SUPERVISOR PIC X(6).
           05  WS-DR-STATUS     PIC X(9).

       01  WS-DRAW-TABLE.
           05  WS-DT-LINE OCCURS 2000 TIMES PIC X(80).

       01  WS-NEW-DRAW-ID.
           05  FILLER           PIC XX VALUE "DR".
           05  WS-NEW-DRAW-SEQ  PIC 9(4).

       01  WS-LOAN-IN           PIC X(6).
       01  WS-DRAW-IN           PIC X(6).
       01  WS-AMOUNT-IN         PIC X(12).
       01  WS-INSPECTOR-IN      PIC X(10).
       01  WS-RESULT-IN         PIC X.
       01  WS-SUPER-ID          PIC X(6).

       01  WS-DRAW-CUST         PIC X(5).
       01  WS-AMOUNT            PIC 9(7)V99.
       01  WS-PENDING           PIC 9(7)V99.
       01  WS-UNDRAWN           PIC S9(7)V99.
       01  WS-PRIN-NUM          PIC 9(7)V99.
       01  WS-RATE-NUM          PIC 9(2)V9(3).
       01  WS-OUTSTANDING       PIC S9(9)V99.
       01  WS-PAYMENT-NUM       PIC 9(7)V99.
       01  WS-OLD-PAYMENT       PIC 9(7)V99.
       01  WS-MONTHS-BILLED     PIC 9(3).
       01  WS-NEW-TERM          PIC 9(3).
       01  MONTHLY-RATE         PIC 9V9(9).
       01  GROWTH-FACTOR        PIC 9(6)V9(9).
       01  PAYMENT-DENOM        PIC 9V9(9).
       01  WS-AMT-OUT           PIC 9(7).99.
       01  WS-DRAWN-OUT         PIC 9(7).99.
       01  WS-TERM-OUT          PIC 9(3).
       01  WS-APPROVED-DISP     PIC Z(6)9.99.
       01  WS-DRAWN-DISP        PIC Z(6)9.99.
       01  WS-UNDRAWN-DISP      PIC -(6)9.99.
       01  WS-TOT-APPROVED      PIC 9(9)V99 VALUE 0.
       01  WS-TOT-DRAWN         PIC 9(9)V99 VALUE 0.
       01  WS-TOT-UNDRAWN       PIC S9(9)V99 VALUE 0.
       01  WS-TOT-DISP          PIC Z(8)9.99.
       01  WS-TOT-UNDRAWN-DISP  PIC -(8)9.99.
       01  WS-DIVIDER           PIC X(70) VALUE ALL "-".

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "GET-BUSINESS-DATE" USING WS-TODAY
           DISPLAY "CONSTRUCTION-DRAWS: (R)equest draw, (I)nspection "
                   "sign-off, re(L)ease draw, (C)onversion run, "
                   "(P)ortfolio report: " WITH NO ADVANCING
           ACCEPT WS-MODE
           PERFORM LOAD-CONSTRUCTION
           PERFORM LOAD-DRAWS
           EVALUATE FUNCTION UPPER-CASE(WS-MODE)
               WHEN "R"
                   PERFORM REQUEST-DRAW
               WHEN "I"
                   PERFORM INSPECT-DRAW
               WHEN "L"
                   PERFORM RELEASE-DRAW
               WHEN "C"
                   PERFORM CONVERSION-RUN
               WHEN "P"
                   PERFORM PORTFOLIO-REPORT
               WHEN OTHER
                   DISPLAY "Invalid selection."
           END-EVALUATE
           STOP RUN.

       LOAD-CONSTRUCTION.
           MOVE 0 TO WS-CONSTR-COUNT
           OPEN INPUT CONSTR-FILE
           IF WS-FS-CONSTR NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FS-CONSTR = "10"
               READ CONSTR-FILE
                   AT END
                       MOVE "10" TO WS-FS-CONSTR
                   NOT AT END
                       PERFORM LOAD-ONE-CONSTRUCTION
               END-READ
           END-PERFORM
           CLOSE CONSTR-FILE.

       LOAD-ONE-CONSTRUCTION.
           IF WS-CONSTR-COUNT >= 500
               DISPLAY "CONSTRUCTION-DRAWS: ERROR - facility table "
                       "full at 500"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-CONSTR-FIELDS
           UNSTRING CONSTR-RECORD DELIMITED BY ","
               INTO WS-CN-LOAN WS-CN-APPROVED WS-CN-DRAWN
                    WS-CN-CONV-DATE WS-CN-AMORT-TERM WS-CN-STATUS
           END-UNSTRING
           ADD 1 TO WS-CONSTR-COUNT
           MOVE WS-CN-LOAN TO WS-CT-LOAN(WS-CONSTR-COUNT)
           COMPUTE WS-CT-APPROVED(WS-CONSTR-COUNT) =
               FUNCTION NUMVAL(WS-CN-APPROVED)
           COMPUTE WS-CT-DRAWN(WS-CONSTR-COUNT) =
               FUNCTION NUMVAL(WS-CN-DRAWN)
           MOVE WS-CN-CONV-DATE TO WS-CT-CONV-DATE(WS-CONSTR-COUNT)
           COMPUTE WS-CT-AMORT-TERM(WS-CONSTR-COUNT) =
               FUNCTION NUMVAL(WS-CN-AMORT-TERM)
           MOVE WS-CN-STATUS TO WS-CT-STATUS(WS-CONSTR-COUNT)
           MOVE "N" TO WS-CT-CONVERT(WS-CONSTR-COUNT).

       SAVE-CONSTRUCTION.
           OPEN OUTPUT CONSTR-FILE
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-CONSTR-COUNT
               MOVE WS-CT-APPROVED(WS-I) TO WS-AMT-OUT
               MOVE WS-CT-DRAWN(WS-I) TO WS-DRAWN-OUT
               MOVE WS-CT-AMORT-TERM(WS-I) TO WS-TERM-OUT
               MOVE SPACES TO CONSTR-RECORD
               STRING WS-CT-LOAN(WS-I) ","
                      WS-AMT-OUT ","
                      WS-DRAWN-OUT ","
                      WS-CT-CONV-DATE(WS-I) ","
                      WS-TERM-OUT ","
                      FUNCTION TRIM(WS-CT-STATUS(WS-I))
                   DELIMITED BY SIZE INTO CONSTR-RECORD
               END-STRING
               WRITE CONSTR-RECORD
           END-PERFORM
           CLOSE CONSTR-FILE.

      *> WS-C points at WS-LOAN-IN's facility, zero if it has none.
       FIND-FACILITY.
           MOVE 0 TO WS-C
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-CONSTR-COUNT
               IF WS-CT-LOAN(WS-I) = WS-LOAN-IN
                   MOVE WS-I TO WS-C
               END-IF
           END-PERFORM.

       LOAD-DRAWS.
           MOVE 0 TO WS-DRAW-COUNT
           MOVE 0 TO WS-HIGHEST-SEQ
           OPEN INPUT DRAWS-FILE
           IF WS-FS-DRAWS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FS-DRAWS = "10"
               READ DRAWS-FILE
                   AT END
                       MOVE "10" TO WS-FS-DRAWS
                   NOT AT END
                       IF WS-DRAW-COUNT >= 2000
                           DISPLAY "CONSTRUCTION-DRAWS: ERROR - draw "
                                   "table full at 2000"
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-DRAW-COUNT
                       MOVE DRAWS-RECORD TO WS-DT-LINE(WS-DRAW-COUNT)
                       IF DRAWS-RECORD(3:4) IS NUMERIC
                          AND FUNCTION NUMVAL(DRAWS-RECORD(3:4))
                              > WS-HIGHEST-SEQ
                           COMPUTE WS-HIGHEST-SEQ =
                               FUNCTION NUMVAL(DRAWS-RECORD(3:4))
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DRAWS-FILE.

       SAVE-DRAWS.
           OPEN OUTPUT DRAWS-FILE
           PERFORM VARYING WS-D FROM 1 BY 1
             UNTIL WS-D > WS-DRAW-COUNT
               MOVE WS-DT-LINE(WS-D) TO DRAWS-RECORD
               WRITE DRAWS-RECORD
           END-PERFORM
           CLOSE DRAWS-FILE.

      *> WS-D points at WS-DRAW-IN's line, zero if not on file; the
      *> line is left parsed in WS-DRAW-FIELDS.
       FIND-DRAW.
           MOVE 0 TO WS-D
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-DRAW-COUNT
               IF WS-DT-LINE(WS-I)(1:6) = WS-DRAW-IN
                   MOVE WS-I TO WS-D
               END-IF
           END-PERFORM
           IF WS-D > 0
               MOVE SPACES TO WS-DRAW-FIELDS
               UNSTRING WS-DT-LINE(WS-D) DELIMITED BY ","
                   INTO WS-DR-ID WS-DR-LOAN WS-DR-AMOUNT
                        WS-DR-REQUESTED WS-DR-INSPECTOR
                        WS-DR-INSPECTED WS-DR-SUPERVISOR
                        WS-DR-STATUS
               END-UNSTRING
           END-IF.

       BUILD-DRAW-LINE.
           MOVE SPACES TO WS-DT-LINE(WS-D)
           STRING WS-DR-ID ","
                  WS-DR-LOAN ","
                  WS-DR-AMOUNT ","
                  WS-DR-REQUESTED ","
                  FUNCTION TRIM(WS-DR-INSPECTOR) ","
                  WS-DR-INSPECTED ","
                  FUNCTION TRIM(WS-DR-SUPERVISOR) ","
                  FUNCTION TRIM(WS-DR-STATUS)
               DELIMITED BY SIZE INTO WS-DT-LINE(WS-D)
           END-STRING.

      *> A request may not exceed what is left of the commitment
      *> after the draws already drawn and those still in flight.
       REQUEST-DRAW.
           DISPLAY "Loan ID: " WITH NO ADVANCING
           ACCEPT WS-LOAN-IN
           MOVE FUNCTION UPPER-CASE(WS-LOAN-IN) TO WS-LOAN-IN
           PERFORM FIND-FACILITY
           IF WS-C = 0
               DISPLAY "Loan " WS-LOAN-IN " is not a construction "
                       "loan on CONSTRUCTION.DAT."
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-CT-STATUS(WS-C)) NOT = "OPEN"
               DISPLAY "Loan " WS-LOAN-IN " has converted - no "
                       "further draws."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Draw amount: " WITH NO ADVANCING
           ACCEPT WS-AMOUNT-IN
           COMPUTE WS-AMOUNT = FUNCTION NUMVAL(WS-AMOUNT-IN)
           IF WS-AMOUNT = 0
               DISPLAY "Draw amount must be positive - nothing "
                       "recorded."
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-PENDING
           PERFORM VARYING WS-D FROM 1 BY 1
             UNTIL WS-D > WS-DRAW-COUNT
               MOVE SPACES TO WS-DRAW-FIELDS
               UNSTRING WS-DT-LINE(WS-D) DELIMITED BY ","
                   INTO WS-DR-ID WS-DR-LOAN WS-DR-AMOUNT
                        WS-DR-REQUESTED WS-DR-INSPECTOR
                        WS-DR-INSPECTED WS-DR-SUPERVISOR
                        WS-DR-STATUS
               END-UNSTRING
               IF WS-DR-LOAN = WS-LOAN-IN
                  AND (WS-DR-STATUS = "REQUESTED"
                       OR WS-DR-STATUS = "INSPECTED")
                   ADD FUNCTION NUMVAL(WS-DR-AMOUNT) TO WS-PENDING
               END-IF
           END-PERFORM
           COMPUTE WS-UNDRAWN = WS-CT-APPROVED(WS-C)
               - WS-CT-DRAWN(WS-C) - WS-PENDING
           IF WS-AMOUNT > WS-UNDRAWN
               MOVE WS-UNDRAWN TO WS-UNDRAWN-DISP
               DISPLAY "Only " WS-UNDRAWN-DISP " of the commitment "
                       "is left to request - draw refused."
               EXIT PARAGRAPH
           END-IF

           IF WS-DRAW-COUNT >= 2000
               DISPLAY "CONSTRUCTION-DRAWS: ERROR - draw table full "
                       "at 2000"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HIGHEST-SEQ
           MOVE WS-HIGHEST-SEQ TO WS-NEW-DRAW-SEQ
           ADD 1 TO WS-DRAW-COUNT
           MOVE WS-DRAW-COUNT TO WS-D
           MOVE WS-NEW-DRAW-ID TO WS-DR-ID
           MOVE WS-LOAN-IN TO WS-DR-LOAN
           MOVE WS-AMOUNT TO WS-AMT-OUT
           MOVE WS-AMT-OUT TO WS-DR-AMOUNT
           MOVE WS-TODAY TO WS-DR-REQUESTED
           MOVE SPACES TO WS-DR-INSPECTOR
           MOVE "00000000" TO WS-DR-INSPECTED
           MOVE SPACES TO WS-DR-SUPERVISOR
           MOVE "REQUESTED" TO WS-DR-STATUS
           PERFORM BUILD-DRAW-LINE
           PERFORM SAVE-DRAWS
           DISPLAY "Draw " WS-NEW-DRAW-ID " for " WS-AMT-OUT
                   " requested - awaiting inspection.".

       INSPECT-DRAW.
           DISPLAY "Draw ID (DRnnnn): " WITH NO ADVANCING
           ACCEPT WS-DRAW-IN
           MOVE FUNCTION UPPER-CASE(WS-DRAW-IN) TO WS-DRAW-IN
           PERFORM FIND-DRAW
           IF WS-D = 0
               DISPLAY "Draw " WS-DRAW-IN " not on file."
               EXIT PARAGRAPH
           END-IF
           IF WS-DR-STATUS NOT = "REQUESTED"
               DISPLAY "Draw " WS-DRAW-IN " is "
                       FUNCTION TRIM(WS-DR-STATUS)
                       " - nothing to inspect."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Inspector: " WITH NO ADVANCING
           ACCEPT WS-INSPECTOR-IN
           DISPLAY "Work complete to this stage (P)ass / (F)ail: "
                   WITH NO ADVANCING
           ACCEPT WS-RESULT-IN
           IF WS-INSPECTOR-IN = SPACES
               DISPLAY "Inspector is required - nothing recorded."
               EXIT PARAGRAPH
           END-IF
           INSPECT WS-INSPECTOR-IN REPLACING ALL "," BY " "
           MOVE WS-INSPECTOR-IN TO WS-DR-INSPECTOR
           MOVE WS-TODAY TO WS-DR-INSPECTED
           IF FUNCTION UPPER-CASE(WS-RESULT-IN) = "P"
               MOVE "INSPECTED" TO WS-DR-STATUS
           ELSE
               MOVE "REJECTED" TO WS-DR-STATUS
           END-IF
           PERFORM BUILD-DRAW-LINE
           PERFORM SAVE-DRAWS
           DISPLAY "Draw " WS-DRAW-IN " " FUNCTION TRIM(WS-DR-STATUS)
                   ".".

       RELEASE-DRAW.
           DISPLAY "Draw ID (DRnnnn): " WITH NO ADVANCING
           ACCEPT WS-DRAW-IN
           MOVE FUNCTION UPPER-CASE(WS-DRAW-IN) TO WS-DRAW-IN
           PERFORM FIND-DRAW
           IF WS-D = 0
               DISPLAY "Draw " WS-DRAW-IN " not on file."
               EXIT PARAGRAPH
           END-IF
           IF WS-DR-STATUS NOT = "INSPECTED"
               DISPLAY "Draw " WS-DRAW-IN " is "
                       FUNCTION TRIM(WS-DR-STATUS)
                       " - only an inspected draw can be released."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Approving supervisor ID: " WITH NO ADVANCING
           ACCEPT WS-SUPER-ID
           PERFORM CHECK-SUPERVISOR
           IF WS-SUPER-AUTH NOT = "Y"
               DISPLAY "Supervisor not on AUTHORIZED_USERS.DAT - "
                       "release refused."
               EXIT PARAGRAPH
           END-IF
           IF WS-DR-INSPECTOR = WS-SUPER-ID
               DISPLAY "The inspector cannot also release the draw "
                       "- release refused."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DR-LOAN TO WS-LOAN-IN
           PERFORM FIND-FACILITY
           IF WS-C = 0
               DISPLAY "Loan " WS-DR-LOAN " no longer on "
                       "CONSTRUCTION.DAT - release refused."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AMOUNT = FUNCTION NUMVAL(WS-DR-AMOUNT)
           IF WS-CT-DRAWN(WS-C) + WS-AMOUNT > WS-CT-APPROVED(WS-C)
               DISPLAY "Draw would exceed the approved commitment - "
                       "release refused."
               EXIT PARAGRAPH
           END-IF

           ADD WS-AMOUNT TO WS-CT-DRAWN(WS-C)
           IF WS-CT-DRAWN(WS-C) >= WS-CT-APPROVED(WS-C)
               MOVE "Y" TO WS-CT-CONVERT(WS-C)
           END-IF
           MOVE WS-C TO WS-RELEASE-C
           PERFORM UPDATE-LOANS-MASTER
           MOVE WS-RELEASE-C TO WS-C
           IF WS-FOUND NOT = "Y"
               DISPLAY "Loan " WS-DR-LOAN " not ACTIVE on LOANS.DAT "
                       "- release refused."
               EXIT PARAGRAPH
           END-IF
           PERFORM POST-DRAW-TO-TRANSIN

           MOVE WS-SUPER-ID TO WS-DR-SUPERVISOR
           MOVE "RELEASED" TO WS-DR-STATUS
           PERFORM BUILD-DRAW-LINE
           PERFORM SAVE-DRAWS
           PERFORM SAVE-CONSTRUCTION
           DISPLAY "Draw " WS-DRAW-IN " released - " WS-DR-AMOUNT
                   " deposited to customer " WS-DRAW-CUST
           IF WS-CT-CONVERT(WS-C) = "Y"
               DISPLAY "Loan " WS-DR-LOAN " fully drawn - converted "
                       "to its amortizing schedule."
           END-IF.

       CHECK-SUPERVISOR.
           MOVE "N" TO WS-SUPER-AUTH
           OPEN INPUT AUTH-FILE
           IF WS-FS-AUTH NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FS-AUTH = "10"
               READ AUTH-FILE
                   AT END
                       MOVE "10" TO WS-FS-AUTH
                   NOT AT END
                       IF AUTH-ID = WS-SUPER-ID
                           MOVE "Y" TO WS-SUPER-AUTH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUTH-FILE.

       POST-DRAW-TO-TRANSIN.
           OPEN EXTEND TRANS-FILE
           IF WS-FS-TRANS = "35"
               CLOSE TRANS-FILE
               OPEN OUTPUT TRANS-FILE
           END-IF
           MOVE SPACES TO TRANS-RECORD
           STRING WS-DR-ID ","
                  "DEPOSIT,"
                  WS-DRAW-CUST ","
                  WS-DR-AMOUNT ","
                  WS-TODAY
               DELIMITED BY SIZE INTO TRANS-RECORD
           END-STRING
           WRITE TRANS-RECORD
           CLOSE TRANS-FILE.

      *> Converts every open facility whose conversion date has
      *> arrived; a fully drawn one was converted at its last draw.
       CONVERSION-RUN.
           MOVE 0 TO WS-CONVERTED-COUNT
           PERFORM VARYING WS-C FROM 1 BY 1
             UNTIL WS-C > WS-CONSTR-COUNT
               IF FUNCTION TRIM(WS-CT-STATUS(WS-C)) = "OPEN"
                  AND WS-CT-CONV-DATE(WS-C) <= WS-TODAY
                   MOVE "Y" TO WS-CT-CONVERT(WS-C)
                   ADD 1 TO WS-CONVERTED-COUNT
               END-IF
           END-PERFORM
           IF WS-CONVERTED-COUNT = 0
               DISPLAY "CONSTRUCTION-DRAWS: no facility due to "
                       "convert."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-RELEASE-C
           PERFORM UPDATE-LOANS-MASTER
           PERFORM SAVE-CONSTRUCTION
           DISPLAY "CONSTRUCTION-DRAWS: loans converted: "
                   WS-CONVERTED-COUNT.

      *> One pass over LOANS.DAT. The facility whose draw is being
      *> released (WS-RELEASE-C) has its principal raised by the draw
      *> and its interest-only payment reset; every facility flagged
      *> to convert gets its level payment instead.
       UPDATE-LOANS-MASTER.
           MOVE "N" TO WS-FOUND
           OPEN INPUT LOANS-FILE
           IF WS-FS-LOANS NOT = "00"
               DISPLAY "No LOANS.DAT on file."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT LOANS-WORK
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ LOANS-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM PARSE-LOAN
                       PERFORM UPDATE-ONE-LOAN
                       MOVE LOANS-RECORD TO LOANS-WORK-RECORD
                       WRITE LOANS-WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE LOANS-FILE
           CLOSE LOANS-WORK
           PERFORM COPY-LOANS-BACK.

       UPDATE-ONE-LOAN.
           IF FUNCTION TRIM(WS-LN-STATUS) NOT = "ACTIVE"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LN-ID TO WS-LOAN-IN
           PERFORM FIND-FACILITY
           IF WS-C = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-C NOT = WS-RELEASE-C
              AND WS-CT-CONVERT(WS-C) NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PRIN-NUM = FUNCTION NUMVAL(WS-LN-PRIN)
           IF WS-C = WS-RELEASE-C
               MOVE "Y" TO WS-FOUND
               MOVE WS-LN-CUST TO WS-DRAW-CUST
               ADD WS-AMOUNT TO WS-PRIN-NUM
               MOVE WS-PRIN-NUM TO WS-AMT-OUT
               MOVE WS-AMT-OUT TO WS-LN-PRIN
           END-IF
           COMPUTE WS-RATE-NUM = FUNCTION NUMVAL(WS-LN-RATE)
           COMPUTE MONTHLY-RATE ROUNDED = (WS-RATE-NUM / 100) / 12
           IF WS-CT-CONVERT(WS-C) = "Y"
               PERFORM CONVERT-ONE-LOAN
           ELSE
               COMPUTE WS-PAYMENT-NUM ROUNDED =
                   WS-PRIN-NUM * MONTHLY-RATE
           END-IF
           MOVE WS-PAYMENT-NUM TO WS-AMT-OUT
           MOVE WS-AMT-OUT TO WS-LN-PAYMENT
           PERFORM BUILD-LOAN-RECORD.

      *> Same level-payment arithmetic as origination, over the
      *> principal still outstanding and the amortizing term.
       CONVERT-ONE-LOAN.
           COMPUTE WS-OLD-PAYMENT = FUNCTION NUMVAL(WS-LN-PAYMENT)
           MOVE 0 TO WS-MONTHS-BILLED
           IF WS-OLD-PAYMENT > 0
               COMPUTE WS-MONTHS-BILLED ROUNDED =
                   FUNCTION NUMVAL(WS-LN-BILLED) / WS-OLD-PAYMENT
           END-IF
           COMPUTE WS-NEW-TERM =
               WS-MONTHS-BILLED + WS-CT-AMORT-TERM(WS-C)
           MOVE WS-NEW-TERM TO WS-LN-TERM
           COMPUTE WS-OUTSTANDING =
               WS-PRIN-NUM - FUNCTION NUMVAL(WS-LN-PAID)
           IF WS-OUTSTANDING < 0
               MOVE 0 TO WS-OUTSTANDING
           END-IF
           IF MONTHLY-RATE = 0
               COMPUTE WS-PAYMENT-NUM ROUNDED =
                   WS-OUTSTANDING / WS-CT-AMORT-TERM(WS-C)
           ELSE
               COMPUTE GROWTH-FACTOR ROUNDED =
                   (1 + MONTHLY-RATE) ** WS-CT-AMORT-TERM(WS-C)
               COMPUTE PAYMENT-DENOM ROUNDED = 1 - (1 / GROWTH-FACTOR)
               COMPUTE WS-PAYMENT-NUM ROUNDED =
                   WS-OUTSTANDING * MONTHLY-RATE / PAYMENT-DENOM
           END-IF
           MOVE "CONVERTED" TO WS-CT-STATUS(WS-C).

       PORTFOLIO-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-REC
           STRING "CONSTRUCTION COMMITMENTS - " WS-TODAY
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE WS-DIVIDER TO REPORT-REC
           WRITE REPORT-REC
           MOVE "LOAN     APPROVED       DRAWN     UNDRAWN  CONVERTS"
             & "  STATUS" TO REPORT-REC
           WRITE REPORT-REC
           PERFORM VARYING WS-C FROM 1 BY 1
             UNTIL WS-C > WS-CONSTR-COUNT
               COMPUTE WS-UNDRAWN =
                   WS-CT-APPROVED(WS-C) - WS-CT-DRAWN(WS-C)
      *> Once converted the undrawn balance is no longer available.
               IF FUNCTION TRIM(WS-CT-STATUS(WS-C)) NOT = "OPEN"
                   MOVE 0 TO WS-UNDRAWN
               END-IF
               ADD WS-CT-APPROVED(WS-C) TO WS-TOT-APPROVED
               ADD WS-CT-DRAWN(WS-C) TO WS-TOT-DRAWN
               ADD WS-UNDRAWN TO WS-TOT-UNDRAWN
               MOVE WS-CT-APPROVED(WS-C) TO WS-APPROVED-DISP
               MOVE WS-CT-DRAWN(WS-C) TO WS-DRAWN-DISP
               MOVE WS-UNDRAWN TO WS-UNDRAWN-DISP
               MOVE SPACES TO REPORT-REC
               STRING WS-CT-LOAN(WS-C) " "
                      WS-APPROVED-DISP " "
                      WS-DRAWN-DISP " "
                      WS-UNDRAWN-DISP "  "
                      WS-CT-CONV-DATE(WS-C) "  "
                      WS-CT-STATUS(WS-C)
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-PERFORM
           MOVE WS-DIVIDER TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-TOT-APPROVED TO WS-TOT-DISP
           STRING "APPROVED " WS-TOT-DISP
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-TOT-DRAWN TO WS-TOT-DISP
           STRING "DRAWN    " WS-TOT-DISP
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-TOT-UNDRAWN TO WS-TOT-UNDRAWN-DISP
           STRING "UNDRAWN  " WS-TOT-UNDRAWN-DISP
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           CLOSE REPORT-FILE
           DISPLAY "CONSTRUCTION-DRAWS: see CONSTRUCTION-REPORT.TXT".

       PARSE-LOAN.
           MOVE SPACES TO WS-LOAN-FIELDS
           UNSTRING LOANS-RECORD DELIMITED BY ","
               INTO WS-LN-ID WS-LN-CUST WS-LN-PRIN WS-LN-RATE
                    WS-LN-TERM WS-LN-PAYMENT WS-LN-NEXT-DUE
                    WS-LN-BILLED WS-LN-PAID WS-LN-STATUS
           END-UNSTRING.

       BUILD-LOAN-RECORD.
           MOVE SPACES TO LOANS-RECORD
           STRING WS-LN-ID ","
                  WS-LN-CUST ","
                  WS-LN-PRIN ","
                  FUNCTION TRIM(WS-LN-RATE) ","
                  FUNCTION TRIM(WS-LN-TERM) ","
                  WS-LN-PAYMENT ","
                  WS-LN-NEXT-DUE ","
                  WS-LN-BILLED ","
                  WS-LN-PAID ","
                  FUNCTION TRIM(WS-LN-STATUS)
               DELIMITED BY SIZE INTO LOANS-RECORD
           END-STRING.

       COPY-LOANS-BACK.
           MOVE "N" TO WS-EOF
           OPEN INPUT LOANS-WORK
           OPEN OUTPUT LOANS-FILE
           PERFORM UNTIL WS-EOF = "Y"
               READ LOANS-WORK
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE LOANS-WORK-RECORD TO LOANS-RECORD
                       WRITE LOANS-RECORD
               END-READ
           END-PERFORM
           CLOSE LOANS-WORK
           CLOSE LOANS-FILE
           CALL "CBL_DELETE_FILE" USING "LOANS.TMP".
