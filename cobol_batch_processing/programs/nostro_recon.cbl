       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOSTRO-RECON.

      *> Nostro account reconciliation. SETTLE-ACK proves the
      *> clearing house heard us; this run proves the money moved
      *> on our correspondent account. The correspondent's daily
      *> statement NOSTRO-STATEMENT.DAT is one fixed record per
      *> line:
      *>   "H" account(12) statement-date(8) opening-sign(1)
      *>       opening-balance(13, two implied decimals)
      *>   "D" value-date(8) D/C(1) amount(12, two implied
      *>       decimals) reference(16)
      *>   "T" closing-sign(1) closing-balance(13, two implied
      *>       decimals) item-count(5)
      *> and is loaded once only through FILE-GUARD. Its entries
      *> join the open-item ledger NOSTRO-RECON.DAT:
      *>   SIDE,SOURCE,REF,DRCR,AMOUNT,VALUE-DATE,STATUS,MATCHED-ON
      *> SIDE S is the statement, B our books. Each run harvests
      *> the book side from the movements we expect to see on the
      *> nostro - debits from SENT-ITEMS.DAT and the SENT lines of
      *> OUTBOUND-PAYMENTS.DAT (one payment seen in both files is
      *> one item), clearing settlements from CLEARING-IN.DAT, and
      *> credits from MONEY-MARKET's MM-DEALS.DAT (a placement's
      *> principal plus interest on its maturity date, a
      *> borrowing's proceeds on its value date). Only movements
      *> valued within NOSTRO_LOOKBACK_DAYS (PARAMETERS.DAT,
      *> default 30) are harvested.
      *>
      *> Matching runs three passes over open items of the same
      *> direction and amount: reference and value date (MATCHED),
      *> then reference alone and then value date alone (both
      *> REVIEW - matched, but listed for a second look). Whatever
      *> is left on either side is a break, aged by days since
      *> value date on NOSTRO-BREAKS.TXT. The statement's closing
      *> balance is then proven against the GL nostro account
      *> (GL_NOSTRO_ACCT, default 1010) netted from GLMASTER.DAT,
      *> each side adjusted by the other side's open items. Any
      *> break or an unexplained difference ends RC 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATEMENT-FILE ASSIGN TO "NOSTRO-STATEMENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-STMT.
           SELECT RECON-FILE ASSIGN TO "NOSTRO-RECON.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RECON.
           SELECT SENT-FILE ASSIGN TO "SENT-ITEMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SENT.
           SELECT OUTBOUND-FILE ASSIGN TO "OUTBOUND-PAYMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OUT.
           SELECT CLEARING-FILE ASSIGN TO "CLEARING-IN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CLR.
           SELECT DEAL-FILE ASSIGN TO "MM-DEALS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DEAL.
           SELECT GL-MASTER-FILE ASSIGN TO "GLMASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GLM.
           SELECT REPORT-FILE ASSIGN TO "NOSTRO-BREAKS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RPT.

       DATA DIVISION.
       FILE SECTION.
       FD  STATEMENT-FILE.
       01  STMT-HEADER.
           05  STH-KIND         PIC X.
           05  STH-ACCOUNT      PIC X(12).
           05  STH-DATE         PIC X(8).
           05  STH-SIGN         PIC X.
           05  STH-OPENING      PIC X(13).
       01  STMT-DETAIL.
           05  STD-KIND         PIC X.
           05  STD-VALUE-DATE   PIC X(8).
           05  STD-DRCR         PIC X.
           05  STD-AMOUNT       PIC X(12).
           05  STD-REF          PIC X(16).
       01  STMT-TRAILER.
           05  STT-KIND         PIC X.
           05  STT-SIGN         PIC X.
           05  STT-CLOSING      PIC X(13).
           05  STT-COUNT        PIC X(5).

       FD  RECON-FILE.
       01  RECON-RECORD         PIC X(80).

       FD  SENT-FILE.
       01  SENT-RECORD          PIC X(60).

       FD  OUTBOUND-FILE.
       01  OUTBOUND-RECORD      PIC X(80).

       FD  CLEARING-FILE.
       01  CLEARING-RECORD.
           05  CLR-REF          PIC X(10).
           05  CLR-ACCT         PIC X(5).
           05  CLR-AMOUNT       PIC X(10).
           05  CLR-DATE         PIC X(8).
           05  CLR-TYPE         PIC X.

       FD  DEAL-FILE.
       01  DEAL-RECORD          PIC X(120).

       FD  GL-MASTER-FILE.
       01  GL-MASTER-RECORD     PIC X(80).

       FD  REPORT-FILE.
       01  REPORT-REC           PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-FS-STMT           PIC XX.
       77  WS-FS-RECON          PIC XX.
       77  WS-FS-SENT           PIC XX.
       77  WS-FS-OUT            PIC XX.
       77  WS-FS-CLR            PIC XX.
       77  WS-FS-DEAL           PIC XX.
       77  WS-FS-GLM            PIC XX.
       77  WS-FS-RPT            PIC XX.
       77  WS-EOF               PIC X VALUE 'N'.
       77  WS-TODAY             PIC 9(8).
       77  WS-GUARD-NAME        PIC X(30).
       77  WS-GUARD-ALLOW       PIC X.
       77  WS-PARAM-NAME        PIC X(24).
       77  WS-PARAM-VALUE       PIC X(12).
       77  WS-PARAM-FOUND       PIC X.
       77  WS-NOSTRO-GL         PIC X(4) VALUE "1010".
       77  WS-LOOKBACK          PIC 9(3) VALUE 30.
       77  WS-OLDEST-DATE       PIC 9(8).
       77  WS-PRUNE-DATE        PIC 9(8).
       77  WS-HAVE-STATEMENT    PIC X VALUE 'N'.
       77  WS-HAVE-TRAILER      PIC X VALUE 'N'.
       77  WS-STMT-DATE         PIC X(8) VALUE SPACES.
       77  WS-STMT-ACCOUNT      PIC X(12) VALUE SPACES.
       77  WS-STMT-LINES        PIC 9(5) VALUE 0.
       77  WS-TRAILER-COUNT     PIC 9(5) VALUE 0.
       77  WS-IMPORTED-COUNT    PIC 9(5) VALUE 0.
       77  WS-HARVESTED-COUNT   PIC 9(5) VALUE 0.
       77  WS-MATCHED-COUNT     PIC 9(5) VALUE 0.
       77  WS-REVIEW-COUNT      PIC 9(5) VALUE 0.
       77  WS-BREAK-COUNT       PIC 9(5) VALUE 0.
       77  WS-PASS              PIC 9.
       77  WS-AGE-DAYS          PIC S9(5).
       77  WS-PROOF-OK          PIC X VALUE 'Y'.

       01  WS-OPENING           PIC S9(11)V99 VALUE 0.
       01  WS-CLOSING           PIC S9(11)V99 VALUE 0.
       01  WS-STMT-NET          PIC S9(11)V99 VALUE 0.
       01  WS-GL-BALANCE        PIC S9(11)V99 VALUE 0.
       01  WS-ADJ-STMT          PIC S9(11)V99.
       01  WS-ADJ-GL            PIC S9(11)V99.
       01  WS-DIFF              PIC S9(11)V99.
       01  WS-AMT-NUM           PIC 9(9)V99.

      *> Open breaks by side (S, B) and age band (0-1, 2-5, 6-30,
      *> over 30 days since value date).
       01  WS-AGE-TABLE.
           05  WS-AGE-SIDE OCCURS 2 TIMES.
               10  WS-AGE-BAND OCCURS 4 TIMES.
                   15  WS-AB-COUNT    PIC 9(5).
                   15  WS-AB-AMOUNT   PIC S9(11)V99.
       01  WS-SIDE-IX           PIC 9.
       01  WS-BAND-IX           PIC 9.
       01  WS-BAND-NAMES        PIC X(32)
               VALUE "0-1     2-5     6-30    OVER 30 ".
       01  WS-BAND-NAME-TABLE REDEFINES WS-BAND-NAMES.
           05  WS-BAND-NAME     PIC X(8) OCCURS 4 TIMES.

       01  WS-RECON-FIELDS.
           05  WS-RF-SIDE       PIC X.
           05  WS-RF-SOURCE     PIC X(4).
           05  WS-RF-REF        PIC X(16).
           05  WS-RF-DRCR       PIC X.
           05  WS-RF-AMOUNT     PIC X(12).
           05  WS-RF-DATE       PIC X(8).
           05  WS-RF-STATUS     PIC X(8).
           05  WS-RF-MATCHED    PIC X(8).

       01  WS-RECON-TABLE.
           05  WS-RT-ENTRY OCCURS 3000 TIMES.
               10  WS-RT-SIDE     PIC X.
               10  WS-RT-SOURCE   PIC X(4).
               10  WS-RT-REF      PIC X(16).
               10  WS-RT-DRCR     PIC X.
               10  WS-RT-AMOUNT   PIC 9(9)V99.
               10  WS-RT-DATE     PIC 9(8).
               10  WS-RT-STATUS   PIC X(8).
               10  WS-RT-MATCHED  PIC X(8).
       01  WS-RECON-COUNT       PIC 9(4) VALUE 0.
       01  WS-I                 PIC 9(4).
       01  WS-J                 PIC 9(4).
       01  WS-HIT               PIC 9(4).

      *> The candidate item being added to the ledger.
       01  WS-NEW-ITEM.
           05  WS-NI-SIDE       PIC X.
           05  WS-NI-SOURCE     PIC X(4).
           05  WS-NI-REF        PIC X(16).
           05  WS-NI-DRCR       PIC X.
           05  WS-NI-AMOUNT     PIC 9(9)V99.
           05  WS-NI-DATE       PIC 9(8).

       01  WS-SENT-FIELDS.
           05  WS-SF-REF        PIC X(6).
           05  WS-SF-IBAN       PIC X(22).
           05  WS-SF-AMOUNT     PIC X(12).
           05  WS-SF-DATE       PIC X(8).
           05  WS-SF-STATUS     PIC X(8).

       01  WS-OUT-FIELDS.
           05  WS-OB-DATE       PIC X(8).
           05  WS-OB-FROM       PIC X(5).
           05  WS-OB-REF        PIC X(6).
           05  WS-OB-IBAN       PIC X(22).
           05  WS-OB-AMOUNT     PIC X(12).
           05  WS-OB-STATUS     PIC X(8).

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

       01  WS-JRNL-ACCT         PIC X(4).
       01  WS-JRNL-DRCR         PIC XX.

       01  WS-AMT-OUT           PIC 9(9).99.
       01  WS-DISP-A            PIC -(10)9.99.
       01  WS-DISP-B            PIC -(10)9.99.
       01  WS-DISP-C            PIC -(10)9.99.
       01  WS-COUNT-OUT         PIC Z(4)9.
       01  WS-AGE-OUT           PIC -(4)9.
       01  WS-DIVIDER           PIC X(80) VALUE ALL "-".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "NOSTRO-RECON: reconciling the correspondent "
                   "statement..."
           CALL "GET-BUSINESS-DATE" USING WS-TODAY
           PERFORM LOAD-PARAMETERS
           COMPUTE WS-OLDEST-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY) - WS-LOOKBACK)
           COMPUTE WS-PRUNE-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-OLDEST-DATE) - 30)
           PERFORM LOAD-RECON-LEDGER

           PERFORM IMPORT-STATEMENT
           PERFORM HARVEST-SENT-ITEMS
           PERFORM HARVEST-OUTBOUND
           PERFORM HARVEST-CLEARING
           PERFORM HARVEST-MONEY-MARKET

           PERFORM VARYING WS-PASS FROM 1 BY 1 UNTIL WS-PASS > 3
               PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-RECON-COUNT
                   IF WS-RT-SIDE(WS-I) = "S"
                      AND WS-RT-STATUS(WS-I) = "OPEN"
                       PERFORM MATCH-ONE-STATEMENT-ITEM
                   END-IF
               END-PERFORM
           END-PERFORM

           PERFORM NET-GL-NOSTRO
           PERFORM WRITE-BREAK-REPORT
           PERFORM SAVE-RECON-LEDGER

           DISPLAY "NOSTRO-RECON: statement entries imported: "
                   WS-IMPORTED-COUNT
           DISPLAY "NOSTRO-RECON: book items harvested: "
                   WS-HARVESTED-COUNT
           DISPLAY "NOSTRO-RECON: matched: " WS-MATCHED-COUNT
                   "  for review: " WS-REVIEW-COUNT
           DISPLAY "NOSTRO-RECON: open breaks: " WS-BREAK-COUNT
           IF WS-BREAK-COUNT > 0 OR WS-PROOF-OK NOT = 'Y'
               DISPLAY "NOSTRO-RECON: see NOSTRO-BREAKS.TXT"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-PARAMETERS.
           MOVE "GL_NOSTRO_ACCT" TO WS-PARAM-NAME
           CALL "GET-PARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y'
               MOVE WS-PARAM-VALUE(1:4) TO WS-NOSTRO-GL
           END-IF
           MOVE "NOSTRO_LOOKBACK_DAYS" TO WS-PARAM-NAME
           CALL "GET-PARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y'
               COMPUTE WS-LOOKBACK = FUNCTION NUMVAL(WS-PARAM-VALUE)
           END-IF.

      *> ---------------------------------------------------------
      *> Open-item ledger
      *> ---------------------------------------------------------
      *> Matched pairs are kept a month past the harvest window so
      *> a source line still inside it is never taken as new;
      *> open breaks are kept until they are worked.
       LOAD-RECON-LEDGER.
           MOVE 0 TO WS-RECON-COUNT
           OPEN INPUT RECON-FILE
           IF WS-FS-RECON NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ RECON-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-RECON-ITEM
               END-READ
           END-PERFORM
           CLOSE RECON-FILE
           MOVE 'N' TO WS-EOF.

       LOAD-ONE-RECON-ITEM.
           MOVE SPACES TO WS-RECON-FIELDS
           UNSTRING RECON-RECORD DELIMITED BY ','
               INTO WS-RF-SIDE WS-RF-SOURCE WS-RF-REF WS-RF-DRCR
                    WS-RF-AMOUNT WS-RF-DATE WS-RF-STATUS
                    WS-RF-MATCHED
           END-UNSTRING
           IF WS-RF-DATE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF WS-RF-STATUS NOT = "OPEN"
              AND WS-RF-DATE < WS-PRUNE-DATE
               EXIT PARAGRAPH
           END-IF
           IF WS-RECON-COUNT >= 3000
               DISPLAY "NOSTRO-RECON: ERROR - reconciliation "
                       "table full at 3000; ledger not rewritten"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-RECON-COUNT
           MOVE WS-RF-SIDE TO WS-RT-SIDE(WS-RECON-COUNT)
           MOVE WS-RF-SOURCE TO WS-RT-SOURCE(WS-RECON-COUNT)
           MOVE WS-RF-REF TO WS-RT-REF(WS-RECON-COUNT)
           MOVE WS-RF-DRCR TO WS-RT-DRCR(WS-RECON-COUNT)
           COMPUTE WS-RT-AMOUNT(WS-RECON-COUNT) =
               FUNCTION NUMVAL(WS-RF-AMOUNT)
           MOVE WS-RF-DATE TO WS-RT-DATE(WS-RECON-COUNT)
           MOVE WS-RF-STATUS TO WS-RT-STATUS(WS-RECON-COUNT)
           MOVE WS-RF-MATCHED TO WS-RT-MATCHED(WS-RECON-COUNT).

       SAVE-RECON-LEDGER.
           OPEN OUTPUT RECON-FILE
           IF WS-FS-RECON NOT = "00"
               DISPLAY "NOSTRO-RECON: ERROR - cannot write "
                       "NOSTRO-RECON.DAT. Status: " WS-FS-RECON
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-RECON-COUNT
               MOVE WS-RT-AMOUNT(WS-I) TO WS-AMT-OUT
               MOVE SPACES TO RECON-RECORD
               STRING WS-RT-SIDE(WS-I) ","
                      WS-RT-SOURCE(WS-I) ","
                      FUNCTION TRIM(WS-RT-REF(WS-I)) ","
                      WS-RT-DRCR(WS-I) ","
                      WS-AMT-OUT ","
                      WS-RT-DATE(WS-I) ","
                      FUNCTION TRIM(WS-RT-STATUS(WS-I)) ","
                      WS-RT-MATCHED(WS-I)
                   DELIMITED BY SIZE INTO RECON-RECORD
               END-STRING
               WRITE RECON-RECORD
           END-PERFORM
           CLOSE RECON-FILE.

      *> A book item already on the ledger (from either payment
      *> file, or from an earlier run) is not added twice.
       ADD-LEDGER-ITEM.
           IF WS-NI-DATE < WS-OLDEST-DATE OR WS-NI-DATE > WS-TODAY
               EXIT PARAGRAPH
           END-IF
           IF WS-NI-SIDE = "B"
               PERFORM VARYING WS-J FROM 1 BY 1
                 UNTIL WS-J > WS-RECON-COUNT
                   IF WS-RT-SIDE(WS-J) = "B"
                      AND WS-RT-REF(WS-J) = WS-NI-REF
                      AND WS-RT-DRCR(WS-J) = WS-NI-DRCR
                      AND WS-RT-AMOUNT(WS-J) = WS-NI-AMOUNT
                      AND WS-RT-DATE(WS-J) = WS-NI-DATE
                       EXIT PARAGRAPH
                   END-IF
               END-PERFORM
           END-IF
           IF WS-RECON-COUNT >= 3000
               DISPLAY "NOSTRO-RECON: WARNING - reconciliation "
                       "table full; " FUNCTION TRIM(WS-NI-REF)
                       " not taken on"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RECON-COUNT
           MOVE WS-NI-SIDE TO WS-RT-SIDE(WS-RECON-COUNT)
           MOVE WS-NI-SOURCE TO WS-RT-SOURCE(WS-RECON-COUNT)
           MOVE WS-NI-REF TO WS-RT-REF(WS-RECON-COUNT)
           MOVE WS-NI-DRCR TO WS-RT-DRCR(WS-RECON-COUNT)
           MOVE WS-NI-AMOUNT TO WS-RT-AMOUNT(WS-RECON-COUNT)
           MOVE WS-NI-DATE TO WS-RT-DATE(WS-RECON-COUNT)
           MOVE "OPEN" TO WS-RT-STATUS(WS-RECON-COUNT)
           MOVE SPACES TO WS-RT-MATCHED(WS-RECON-COUNT)
           IF WS-NI-SIDE = "S"
               ADD 1 TO WS-IMPORTED-COUNT
           ELSE
               ADD 1 TO WS-HARVESTED-COUNT
           END-IF.

      *> ---------------------------------------------------------
      *> Statement import
      *> ---------------------------------------------------------
       IMPORT-STATEMENT.
           OPEN INPUT STATEMENT-FILE
           IF WS-FS-STMT NOT = "00"
               DISPLAY "NOSTRO-RECON: no NOSTRO-STATEMENT.DAT "
                       "today - matching and aging only."
               EXIT PARAGRAPH
           END-IF
           CLOSE STATEMENT-FILE

      *> A statement already taken on once must not double the
      *> nostro's entries.
           MOVE "NOSTRO-STATEMENT.DAT" TO WS-GUARD-NAME
           CALL "FILE-GUARD" USING WS-GUARD-NAME, WS-GUARD-ALLOW
           IF WS-GUARD-ALLOW NOT = 'Y'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT STATEMENT-FILE
           PERFORM UNTIL WS-EOF = 'Y'
               READ STATEMENT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM IMPORT-ONE-STATEMENT-LINE
               END-READ
           END-PERFORM
           CLOSE STATEMENT-FILE
           MOVE 'N' TO WS-EOF
           IF WS-HAVE-TRAILER NOT = 'Y'
               DISPLAY "NOSTRO-RECON: WARNING - statement has no "
                       "trailer; closing balance not proven"
               MOVE 'N' TO WS-HAVE-STATEMENT
               MOVE 'N' TO WS-PROOF-OK
           END-IF.

       IMPORT-ONE-STATEMENT-LINE.
           EVALUATE STH-KIND
               WHEN "H"
                   MOVE STH-ACCOUNT TO WS-STMT-ACCOUNT
                   MOVE STH-DATE TO WS-STMT-DATE
                   IF STH-OPENING IS NUMERIC
                       COMPUTE WS-OPENING =
                           FUNCTION NUMVAL(STH-OPENING) / 100
                   END-IF
                   IF STH-SIGN = "-"
                       COMPUTE WS-OPENING = 0 - WS-OPENING
                   END-IF
                   MOVE 'Y' TO WS-HAVE-STATEMENT
               WHEN "D"
                   ADD 1 TO WS-STMT-LINES
                   PERFORM IMPORT-STATEMENT-ENTRY
               WHEN "T"
                   IF STT-CLOSING IS NUMERIC
                       COMPUTE WS-CLOSING =
                           FUNCTION NUMVAL(STT-CLOSING) / 100
                   END-IF
                   IF STT-SIGN = "-"
                       COMPUTE WS-CLOSING = 0 - WS-CLOSING
                   END-IF
                   IF STT-COUNT IS NUMERIC
                       MOVE STT-COUNT TO WS-TRAILER-COUNT
                   END-IF
                   MOVE 'Y' TO WS-HAVE-TRAILER
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       IMPORT-STATEMENT-ENTRY.
           IF STD-VALUE-DATE IS NOT NUMERIC
              OR STD-AMOUNT IS NOT NUMERIC
              OR (STD-DRCR NOT = "D" AND STD-DRCR NOT = "C")
               DISPLAY "NOSTRO-RECON: WARNING - unreadable "
                       "statement entry skipped: " STMT-DETAIL
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-NI-SIDE
           MOVE "STMT" TO WS-NI-SOURCE
           MOVE STD-REF TO WS-NI-REF
           MOVE STD-DRCR TO WS-NI-DRCR
           COMPUTE WS-NI-AMOUNT = FUNCTION NUMVAL(STD-AMOUNT) / 100
           MOVE STD-VALUE-DATE TO WS-NI-DATE
           IF WS-NI-DRCR = "C"
               ADD WS-NI-AMOUNT TO WS-STMT-NET
           ELSE
               SUBTRACT WS-NI-AMOUNT FROM WS-STMT-NET
           END-IF
      *> Statement entries always go on, whatever their value date
      *> - a back-valued correction is exactly what must be seen.
           IF WS-RECON-COUNT >= 3000
               DISPLAY "NOSTRO-RECON: ERROR - reconciliation "
                       "table full at 3000; statement not taken on"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-RECON-COUNT
           MOVE WS-NI-SIDE TO WS-RT-SIDE(WS-RECON-COUNT)
           MOVE WS-NI-SOURCE TO WS-RT-SOURCE(WS-RECON-COUNT)
           MOVE WS-NI-REF TO WS-RT-REF(WS-RECON-COUNT)
           MOVE WS-NI-DRCR TO WS-RT-DRCR(WS-RECON-COUNT)
           MOVE WS-NI-AMOUNT TO WS-RT-AMOUNT(WS-RECON-COUNT)
           MOVE WS-NI-DATE TO WS-RT-DATE(WS-RECON-COUNT)
           MOVE "OPEN" TO WS-RT-STATUS(WS-RECON-COUNT)
           MOVE SPACES TO WS-RT-MATCHED(WS-RECON-COUNT)
           ADD 1 TO WS-IMPORTED-COUNT.

      *> ---------------------------------------------------------
      *> Book side
      *> ---------------------------------------------------------
       HARVEST-SENT-ITEMS.
           OPEN INPUT SENT-FILE
           IF WS-FS-SENT NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ SENT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-SENT-FIELDS
                       UNSTRING SENT-RECORD DELIMITED BY ','
                           INTO WS-SF-REF WS-SF-IBAN WS-SF-AMOUNT
                                WS-SF-DATE WS-SF-STATUS
                       END-UNSTRING
                       IF WS-SF-DATE IS NUMERIC
                           MOVE "B" TO WS-NI-SIDE
                           MOVE "SENT" TO WS-NI-SOURCE
                           MOVE WS-SF-REF TO WS-NI-REF
                           MOVE "D" TO WS-NI-DRCR
                           COMPUTE WS-NI-AMOUNT =
                               FUNCTION NUMVAL(WS-SF-AMOUNT)
                           MOVE WS-SF-DATE TO WS-NI-DATE
                           PERFORM ADD-LEDGER-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SENT-FILE
           MOVE 'N' TO WS-EOF.

      *> Only lines SETTLEMENT-EXTRACT has released - a NEW line
      *> has not left the building yet.
       HARVEST-OUTBOUND.
           OPEN INPUT OUTBOUND-FILE
           IF WS-FS-OUT NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ OUTBOUND-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-OUT-FIELDS
                       UNSTRING OUTBOUND-RECORD DELIMITED BY ','
                           INTO WS-OB-DATE WS-OB-FROM WS-OB-REF
                                WS-OB-IBAN WS-OB-AMOUNT
                                WS-OB-STATUS
                       END-UNSTRING
                       IF WS-OB-DATE IS NUMERIC
                          AND WS-OB-STATUS = "SENT"
                           MOVE "B" TO WS-NI-SIDE
                           MOVE "OUTB" TO WS-NI-SOURCE
                           MOVE WS-OB-REF TO WS-NI-REF
                           MOVE "D" TO WS-NI-DRCR
                           COMPUTE WS-NI-AMOUNT =
                               FUNCTION NUMVAL(WS-OB-AMOUNT)
                           MOVE WS-OB-DATE TO WS-NI-DATE
                           PERFORM ADD-LEDGER-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OUTBOUND-FILE
           MOVE 'N' TO WS-EOF.

      *> A clearing credit to a customer is money arriving on the
      *> nostro; a clearing debit is money leaving it.
       HARVEST-CLEARING.
           OPEN INPUT CLEARING-FILE
           IF WS-FS-CLR NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CLEARING-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CLR-DATE IS NUMERIC
                          AND CLR-AMOUNT IS NUMERIC
                          AND (CLR-TYPE = "C" OR CLR-TYPE = "D")
                           MOVE "B" TO WS-NI-SIDE
                           MOVE "CLRG" TO WS-NI-SOURCE
                           MOVE CLR-REF TO WS-NI-REF
                           MOVE CLR-TYPE TO WS-NI-DRCR
                           COMPUTE WS-NI-AMOUNT =
                               FUNCTION NUMVAL(CLR-AMOUNT) / 100
                           MOVE CLR-DATE TO WS-NI-DATE
                           PERFORM ADD-LEDGER-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLEARING-FILE
           MOVE 'N' TO WS-EOF.

      *> Placements pay and borrowings repay through the outbound
      *> file, so only the incoming legs are harvested here.
       HARVEST-MONEY-MARKET.
           OPEN INPUT DEAL-FILE
           IF WS-FS-DEAL NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ DEAL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM HARVEST-ONE-DEAL
               END-READ
           END-PERFORM
           CLOSE DEAL-FILE
           MOVE 'N' TO WS-EOF.

       HARVEST-ONE-DEAL.
           MOVE SPACES TO WS-DEAL-FIELDS
           UNSTRING DEAL-RECORD DELIMITED BY ','
               INTO WS-DF-ID WS-DF-CPTY WS-DF-TYPE WS-DF-PRIN
                    WS-DF-RATE WS-DF-VALUE WS-DF-MATURITY
                    WS-DF-IBAN WS-DF-ACCRUED WS-DF-LAST
                    WS-DF-STATUS
           END-UNSTRING
           IF WS-DF-VALUE IS NOT NUMERIC
              OR WS-DF-MATURITY IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE "B" TO WS-NI-SIDE
           MOVE "MMKT" TO WS-NI-SOURCE
           MOVE WS-DF-ID TO WS-NI-REF
           MOVE "C" TO WS-NI-DRCR
           EVALUATE TRUE
               WHEN WS-DF-TYPE = "P"
                    AND (WS-DF-STATUS = "MATURED"
                         OR WS-DF-STATUS = "OVERDUE"
                         OR WS-DF-STATUS = "REPAID")
                   COMPUTE WS-NI-AMOUNT =
                       FUNCTION NUMVAL(WS-DF-PRIN)
                       + FUNCTION NUMVAL(WS-DF-ACCRUED)
                   MOVE WS-DF-MATURITY TO WS-NI-DATE
                   PERFORM ADD-LEDGER-ITEM
               WHEN WS-DF-TYPE = "B"
                    AND WS-DF-STATUS NOT = "PENDING"
                   COMPUTE WS-NI-AMOUNT =
                       FUNCTION NUMVAL(WS-DF-PRIN)
                   MOVE WS-DF-VALUE TO WS-NI-DATE
                   PERFORM ADD-LEDGER-ITEM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> ---------------------------------------------------------
      *> Matching
      *> ---------------------------------------------------------
       MATCH-ONE-STATEMENT-ITEM.
           MOVE 0 TO WS-HIT
           PERFORM VARYING WS-J FROM 1 BY 1
             UNTIL WS-J > WS-RECON-COUNT
               IF WS-RT-SIDE(WS-J) = "B"
                  AND WS-RT-STATUS(WS-J) = "OPEN"
                  AND WS-RT-DRCR(WS-J) = WS-RT-DRCR(WS-I)
                  AND WS-RT-AMOUNT(WS-J) = WS-RT-AMOUNT(WS-I)
                   EVALUATE WS-PASS
                       WHEN 1
                           IF WS-RT-REF(WS-J) = WS-RT-REF(WS-I)
                              AND WS-RT-DATE(WS-J) =
                                  WS-RT-DATE(WS-I)
                               MOVE WS-J TO WS-HIT
                           END-IF
                       WHEN 2
                           IF WS-RT-REF(WS-J) = WS-RT-REF(WS-I)
                               MOVE WS-J TO WS-HIT
                           END-IF
                       WHEN OTHER
                           IF WS-RT-DATE(WS-J) = WS-RT-DATE(WS-I)
                               MOVE WS-J TO WS-HIT
                           END-IF
                   END-EVALUATE
                   IF WS-HIT > 0
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM
           IF WS-HIT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-PASS = 1
               MOVE "MATCHED" TO WS-RT-STATUS(WS-I)
               MOVE "MATCHED" TO WS-RT-STATUS(WS-HIT)
               ADD 1 TO WS-MATCHED-COUNT
           ELSE
               MOVE "REVIEW" TO WS-RT-STATUS(WS-I)
               MOVE "REVIEW" TO WS-RT-STATUS(WS-HIT)
               ADD 1 TO WS-REVIEW-COUNT
           END-IF
           MOVE WS-TODAY TO WS-RT-MATCHED(WS-I)
           MOVE WS-TODAY TO WS-RT-MATCHED(WS-HIT).

      *> ---------------------------------------------------------
      *> Balance proof
      *> ---------------------------------------------------------
      *> The nostro is an asset - debit-normal.
       NET-GL-NOSTRO.
           OPEN INPUT GL-MASTER-FILE
           IF WS-FS-GLM NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ GL-MASTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE GL-MASTER-RECORD(1:4) TO WS-JRNL-ACCT
                       MOVE GL-MASTER-RECORD(6:2) TO WS-JRNL-DRCR
                       IF WS-JRNL-ACCT = WS-NOSTRO-GL
                           COMPUTE WS-AMT-NUM = FUNCTION NUMVAL(
                               GL-MASTER-RECORD(9:10))
                           IF WS-JRNL-DRCR = "DR"
                               ADD WS-AMT-NUM TO WS-GL-BALANCE
                           ELSE
                               SUBTRACT WS-AMT-NUM
                                   FROM WS-GL-BALANCE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GL-MASTER-FILE
           MOVE 'N' TO WS-EOF.

      *> ---------------------------------------------------------
      *> Report
      *> ---------------------------------------------------------
       WRITE-BREAK-REPORT.
           INITIALIZE WS-AGE-TABLE
           OPEN OUTPUT REPORT-FILE
           IF WS-FS-RPT NOT = "00"
               DISPLAY "NOSTRO-RECON: ERROR - cannot open "
                       "NOSTRO-BREAKS.TXT. Status: " WS-FS-RPT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO REPORT-REC
           STRING "NOSTRO RECONCILIATION - " WS-TODAY
                  "   GL " WS-NOSTRO-GL
                  "   STATEMENT " WS-STMT-ACCOUNT
                  " " WS-STMT-DATE
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE WS-DIVIDER TO REPORT-REC
           WRITE REPORT-REC

           MOVE "ON STATEMENT, NOT IN OUR BOOKS" TO REPORT-REC
           WRITE REPORT-REC
           MOVE 1 TO WS-SIDE-IX
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-RECON-COUNT
               IF WS-RT-SIDE(WS-I) = "S"
                  AND WS-RT-STATUS(WS-I) = "OPEN"
                   PERFORM WRITE-BREAK-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "IN OUR BOOKS, NOT ON STATEMENT" TO REPORT-REC
           WRITE REPORT-REC
           MOVE 2 TO WS-SIDE-IX
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-RECON-COUNT
               IF WS-RT-SIDE(WS-I) = "B"
                  AND WS-RT-STATUS(WS-I) = "OPEN"
                   PERFORM WRITE-BREAK-LINE
               END-IF
           END-PERFORM

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "MATCHED FOR REVIEW TODAY (reference or value date "
               TO REPORT-REC
           MOVE "differs)" TO REPORT-REC(51:8)
           WRITE REPORT-REC
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-RECON-COUNT
               IF WS-RT-STATUS(WS-I) = "REVIEW"
                  AND WS-RT-MATCHED(WS-I) = WS-TODAY
                   PERFORM WRITE-ITEM-LINE
               END-IF
           END-PERFORM

           PERFORM WRITE-AGING-SUMMARY
           PERFORM WRITE-BALANCE-PROOF
           CLOSE REPORT-FILE.

       WRITE-BREAK-LINE.
           ADD 1 TO WS-BREAK-COUNT
           COMPUTE WS-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-TODAY)
               - FUNCTION INTEGER-OF-DATE(WS-RT-DATE(WS-I))
           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 1
                   MOVE 1 TO WS-BAND-IX
               WHEN WS-AGE-DAYS <= 5
                   MOVE 2 TO WS-BAND-IX
               WHEN WS-AGE-DAYS <= 30
                   MOVE 3 TO WS-BAND-IX
               WHEN OTHER
                   MOVE 4 TO WS-BAND-IX
           END-EVALUATE
           ADD 1 TO WS-AB-COUNT(WS-SIDE-IX, WS-BAND-IX)
           IF WS-RT-DRCR(WS-I) = "C"
               ADD WS-RT-AMOUNT(WS-I)
                   TO WS-AB-AMOUNT(WS-SIDE-IX, WS-BAND-IX)
           ELSE
               SUBTRACT WS-RT-AMOUNT(WS-I)
                   FROM WS-AB-AMOUNT(WS-SIDE-IX, WS-BAND-IX)
           END-IF
           PERFORM WRITE-ITEM-LINE.

       WRITE-ITEM-LINE.
           MOVE WS-RT-AMOUNT(WS-I) TO WS-AMT-OUT
           COMPUTE WS-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-TODAY)
               - FUNCTION INTEGER-OF-DATE(WS-RT-DATE(WS-I))
           MOVE WS-AGE-DAYS TO WS-AGE-OUT
           MOVE SPACES TO REPORT-REC
           STRING "  " WS-RT-SOURCE(WS-I)
                  "  " WS-RT-REF(WS-I)
                  "  " WS-RT-DRCR(WS-I)
                  "  " WS-AMT-OUT
                  "  VALUE " WS-RT-DATE(WS-I)
                  "  " WS-AGE-OUT " DAYS"
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC.

       WRITE-AGING-SUMMARY.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "BREAKS BY AGE (net, credits positive)" TO REPORT-REC
           WRITE REPORT-REC
           PERFORM VARYING WS-BAND-IX FROM 1 BY 1
             UNTIL WS-BAND-IX > 4
               MOVE WS-AB-COUNT(1, WS-BAND-IX) TO WS-COUNT-OUT
               MOVE WS-AB-AMOUNT(1, WS-BAND-IX) TO WS-DISP-A
               MOVE WS-AB-AMOUNT(2, WS-BAND-IX) TO WS-DISP-B
               MOVE SPACES TO REPORT-REC
               STRING "  " WS-BAND-NAME(WS-BAND-IX) " DAYS"
                      "  STATEMENT " WS-COUNT-OUT " " WS-DISP-A
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               MOVE WS-AB-COUNT(2, WS-BAND-IX) TO WS-COUNT-OUT
               MOVE "  BOOKS " TO REPORT-REC(50:8)
               MOVE WS-COUNT-OUT TO REPORT-REC(58:5)
               MOVE WS-DISP-B TO REPORT-REC(64:14)
               WRITE REPORT-REC
           END-PERFORM.

      *> Statement closing + our open book items should equal the
      *> GL nostro + the statement's open items:
      *>   closing + book credits - book debits
      *>     = GL + statement credits - statement debits
       WRITE-BALANCE-PROOF.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "BALANCE PROOF" TO REPORT-REC
           WRITE REPORT-REC
           IF WS-HAVE-STATEMENT NOT = 'Y'
               MOVE "  No complete statement this run - closing "
                   TO REPORT-REC
               MOVE "balance not proven." TO REPORT-REC(44:19)
               WRITE REPORT-REC
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-DIFF = WS-OPENING + WS-STMT-NET - WS-CLOSING
           IF WS-DIFF NOT = 0
              OR WS-TRAILER-COUNT NOT = WS-STMT-LINES
               MOVE 'N' TO WS-PROOF-OK
               MOVE WS-DIFF TO WS-DISP-C
               MOVE SPACES TO REPORT-REC
               STRING "  STATEMENT DOES NOT FOOT - opening + "
                      "entries - closing = " WS-DISP-C
                      "  lines " WS-STMT-LINES
                      " trailer " WS-TRAILER-COUNT
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-IF

           MOVE WS-CLOSING TO WS-ADJ-STMT
           MOVE WS-GL-BALANCE TO WS-ADJ-GL
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-RECON-COUNT
               IF WS-RT-STATUS(WS-I) = "OPEN"
                   PERFORM ADJUST-FOR-OPEN-ITEM
               END-IF
           END-PERFORM

           MOVE WS-CLOSING TO WS-DISP-A
           MOVE WS-ADJ-STMT TO WS-DISP-B
           MOVE SPACES TO REPORT-REC
           STRING "  STATEMENT CLOSING " WS-DISP-A
                  "   ADJUSTED " WS-DISP-B
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE WS-GL-BALANCE TO WS-DISP-A
           MOVE WS-ADJ-GL TO WS-DISP-B
           MOVE SPACES TO REPORT-REC
           STRING "  GL NOSTRO " WS-NOSTRO-GL "    " WS-DISP-A
                  "   ADJUSTED " WS-DISP-B
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           COMPUTE WS-DIFF = WS-ADJ-STMT - WS-ADJ-GL
           MOVE WS-DIFF TO WS-DISP-C
           MOVE SPACES TO REPORT-REC
           IF WS-DIFF = 0
               STRING "  PROVEN - adjusted balances agree"
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
           ELSE
               MOVE 'N' TO WS-PROOF-OK
               STRING "  NOT PROVEN - unexplained difference "
                      WS-DISP-C
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
           END-IF
           WRITE REPORT-REC
           IF WS-DIFF NOT = 0
               DISPLAY "NOSTRO-RECON: WARNING - nostro balance "
                       "not proven, difference " WS-DISP-C
           END-IF.

       ADJUST-FOR-OPEN-ITEM.
           IF WS-RT-SIDE(WS-I) = "B"
               IF WS-RT-DRCR(WS-I) = "C"
                   ADD WS-RT-AMOUNT(WS-I) TO WS-ADJ-STMT
               ELSE
                   SUBTRACT WS-RT-AMOUNT(WS-I) FROM WS-ADJ-STMT
               END-IF
           ELSE
               IF WS-RT-DRCR(WS-I) = "C"
                   ADD WS-RT-AMOUNT(WS-I) TO WS-ADJ-GL
               ELSE
                   SUBTRACT WS-RT-AMOUNT(WS-I) FROM WS-ADJ-GL
               END-IF
           END-IF.
