      *> date, adds anything billed but unpaid, and prints a dated
      *> quote valid through that date. Every quote issued is
      *> logged to PAYOFF-QUOTES.LOG so we can honor it when the
      *> customer shows up with the check. The quote closes with the
      *> collateral on COLLATERAL.DAT that the payoff releases.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUOTE-LOG-FILE ASSIGN TO "PAYOFF-QUOTES.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.
           SELECT COLLATERAL-FILE ASSIGN TO "COLLATERAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COLL.

       DATA DIVISION.
       FILE SECTION.
       FD  QUOTE-LOG-FILE.
       01  QUOTE-LOG-REC        PIC X(100).

       FD  COLLATERAL-FILE.
       01  COLLATERAL-RECORD    PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-FS-LOANS          PIC XX.
       77  WS-FS-LOG            PIC XX.
       77  WS-FS-COLL           PIC XX.
       77  WS-COLL-COUNT        PIC 9(3) VALUE 0.
       77  WS-EOF               PIC X VALUE "N".
       77  WS-FOUND             PIC X VALUE "N".
       77  WS-TODAY             PIC 9(8).
       01  WS-TOTAL-DISP        PIC Z(8)9.99.
       01  WS-PER-DIEM-DISP     PIC Z(6)9.9999.

       01  WS-COLL-FIELDS.
           05  WS-CL-LOAN       PIC X(6).
           05  WS-CL-TYPE       PIC X(8).
           05  WS-CL-VALUE      PIC X(12).
           05  WS-CL-APPR-DATE  PIC X(8).
           05  WS-CL-LIEN       PIC X(1).
           05  WS-CL-INS-EXPIRY PIC X(8).
           05  WS-CL-DESC       PIC X(20).
       01  WS-COLL-VALUE        PIC 9(9)V99.
       01  WS-COLL-DISP         PIC Z(8)9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "GET-BUSINESS-DATE" USING WS-TODAY

           PERFORM COMPUTE-THE-QUOTE
           PERFORM PRINT-THE-QUOTE
           PERFORM PRINT-COLLATERAL-RELEASE
           PERFORM LOG-THE-QUOTE
           STOP RUN.

                   " x " WS-DAYS " days = " WS-ACCRUED-DISP
           DISPLAY "  PAYOFF AMOUNT         : " WS-TOTAL-DISP.

       PRINT-COLLATERAL-RELEASE.
           DISPLAY "  Collateral released on payoff:"
           OPEN INPUT COLLATERAL-FILE
           IF WS-FS-COLL = "00"
               PERFORM UNTIL WS-FS-COLL = "10"
                   READ COLLATERAL-FILE
                       AT END
                           MOVE "10" TO WS-FS-COLL
                       NOT AT END
                           PERFORM LIST-ONE-COLLATERAL
                   END-READ
               END-PERFORM
               CLOSE COLLATERAL-FILE
           END-IF
           IF WS-COLL-COUNT = 0
               DISPLAY "    none on file - unsecured"
           END-IF.

       LIST-ONE-COLLATERAL.
           MOVE SPACES TO WS-COLL-FIELDS
           UNSTRING COLLATERAL-RECORD DELIMITED BY ","
               INTO WS-CL-LOAN WS-CL-TYPE WS-CL-VALUE
                    WS-CL-APPR-DATE WS-CL-LIEN WS-CL-INS-EXPIRY
                    WS-CL-DESC
           END-UNSTRING
           IF WS-CL-LOAN NOT = WS-LOAN-IN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-COLL-COUNT
           COMPUTE WS-COLL-VALUE = FUNCTION NUMVAL(WS-CL-VALUE)
           MOVE WS-COLL-VALUE TO WS-COLL-DISP
           DISPLAY "    " WS-CL-TYPE " lien " WS-CL-LIEN
                   " appraised " WS-COLL-DISP " " WS-CL-DESC.

       LOG-THE-QUOTE.
           OPEN EXTEND QUOTE-LOG-FILE
           IF WS-FS-LOG = "35"
