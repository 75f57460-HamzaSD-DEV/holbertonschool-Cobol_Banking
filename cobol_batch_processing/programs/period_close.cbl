      *> the close. When the day is clean it prints the closing
      *> balance summary, archives and resets the year-to-date
      *> accumulators (BONUSYTD.DAT and PAYROLL-YTD.DAT), and writes
      *> the opening-balance records for the new period. Each
      *> period's openings are also kept as
      *> OPENING-BALANCES-yyyymmdd.DAT, dated the day the period
      *> closed, and listed on OPENING-PERIODS.DAT
      *> ("yyyymmdd,filename") for the as-of balance inquiry.
      *> PAYROLL-YTD.DAT is not rolled until PAYROLL-YEAR-END has
      *> produced the year's wage statements: its last line for the
      *> year on PAYROLL-YEAREND.DAT must carry the same employee
      *> count and gross as the YTD file, or the close is refused.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PYTD-EMP-NAME
               FILE STATUS IS WS-FS-PYTD.
           SELECT YEAREND-FILE ASSIGN TO "PAYROLL-YEAREND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-YE.
           SELECT ARCHIVE-FILE ASSIGN TO WS-ARCHIVE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARC.
           SELECT OPENING-FILE ASSIGN TO "OPENING-BALANCES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPEN.
           SELECT PERIODS-FILE ASSIGN TO "OPENING-PERIODS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PER.
           SELECT REPORT-FILE ASSIGN TO "PERIOD-CLOSE-REPORT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RPT.
           05  PYTD-SOCIAL      PIC 9(8)V99.
           05  PYTD-NET         PIC 9(8)V99.

       FD  YEAREND-FILE.
       01  YEAREND-RECORD       PIC X(60).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD       PIC X(80).

       FD  OPENING-FILE.
       01  OPENING-RECORD       PIC X(80).

       FD  PERIODS-FILE.
       01  PERIODS-RECORD       PIC X(60).

       FD  REPORT-FILE.
       01  REPORT-REC           PIC X(80).

       77  WS-FS-ARC            PIC XX.
       77  WS-FS-OPEN           PIC XX.
       77  WS-FS-RPT            PIC XX.
       77  WS-FS-YE             PIC XX.
       77  WS-FS-PER            PIC XX.
       77  WS-OPENING-COPY      PIC X(40).
       77  WS-EOF               PIC X VALUE 'N'.
       77  WS-BLOCKED           PIC X VALUE 'N'.
       77  WS-BUSINESS-DATE     PIC 9(8).
           05  WS-AC-BAL        PIC X(10).
       01  WS-DISP-TOTAL        PIC Z(9)9.99.

       01  WS-YTD-COUNT         PIC 9(6) VALUE 0.
       01  WS-YTD-GROSS         PIC 9(10)V99 VALUE 0.
       01  WS-YE-FOUND          PIC X VALUE 'N'.
       01  WS-YE-FIELDS.
           05  WS-YE-YEAR       PIC X(4).
           05  WS-YE-DATE       PIC X(8).
           05  WS-YE-COUNT      PIC X(6).
           05  WS-YE-GROSS      PIC X(13).
       01  WS-YE-LAST-COUNT     PIC 9(6).
       01  WS-YE-LAST-GROSS     PIC 9(10)V99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           CALL "GET-BUSINESS-DATE" USING WS-BUSINESS-DATE
                       MOVE 'Y' TO WS-BLOCKED
               END-READ
               CLOSE REJECT-FILE
           END-IF

           PERFORM VERIFY-PAYROLL-YEAR-END.

       VERIFY-PAYROLL-YEAR-END.
           OPEN INPUT PAYROLL-YTD-FILE
           IF WS-FS-PYTD NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PAYROLL-YTD-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-YTD-COUNT
                       ADD PYTD-GROSS TO WS-YTD-GROSS
               END-READ
           END-PERFORM
           CLOSE PAYROLL-YTD-FILE
           MOVE 'N' TO WS-EOF
           IF WS-YTD-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT YEAREND-FILE
           IF WS-FS-YE = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ YEAREND-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE SPACES TO WS-YE-FIELDS
                           UNSTRING YEAREND-RECORD DELIMITED BY ','
                               INTO WS-YE-YEAR WS-YE-DATE
                                    WS-YE-COUNT WS-YE-GROSS
                           END-UNSTRING
                           IF WS-YE-YEAR = WS-BUSINESS-DATE(1:4)
                               MOVE 'Y' TO WS-YE-FOUND
                               COMPUTE WS-YE-LAST-COUNT =
                                   FUNCTION NUMVAL(WS-YE-COUNT)
                               COMPUTE WS-YE-LAST-GROSS =
                                   FUNCTION NUMVAL(WS-YE-GROSS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE YEAREND-FILE
               MOVE 'N' TO WS-EOF
           END-IF

           IF WS-YE-FOUND NOT = 'Y'
               DISPLAY "PERIOD-CLOSE: PAYROLL-YEAR-END has not run "
                       "for " WS-BUSINESS-DATE(1:4)
                       " - payroll YTD cannot be rolled."
               MOVE 'Y' TO WS-BLOCKED
               EXIT PARAGRAPH
           END-IF
           IF WS-YE-LAST-COUNT NOT = WS-YTD-COUNT
              OR WS-YE-LAST-GROSS NOT = WS-YTD-GROSS
               DISPLAY "PERIOD-CLOSE: PAYROLL-YTD.DAT has changed "
                       "since PAYROLL-YEAR-END ran - rerun it first."
               MOVE 'Y' TO WS-BLOCKED
           END-IF.

      *> Closing balances come from TRANSOUT - the updated master
           CLOSE OPENING-FILE
           MOVE 'N' TO WS-EOF
           DISPLAY "PERIOD-CLOSE: opening balances written to "
                   "OPENING-BALANCES.DAT"
           PERFORM KEEP-OPENING-GENERATION.

      *> The dated copy outlives the next close; the periods list is
      *> how the as-of inquiry finds the opening nearest its date.
       KEEP-OPENING-GENERATION.
           MOVE SPACES TO WS-OPENING-COPY
           STRING "OPENING-BALANCES-" WS-BUSINESS-DATE ".DAT"
               DELIMITED BY SIZE INTO WS-OPENING-COPY
           END-STRING
           CALL "CBL_COPY_FILE" USING "OPENING-BALANCES.DAT",
               WS-OPENING-COPY
           IF RETURN-CODE NOT = 0
               DISPLAY "PERIOD-CLOSE: WARNING - could not keep "
                       FUNCTION TRIM(WS-OPENING-COPY)
               MOVE 0 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO RETURN-CODE
           OPEN EXTEND PERIODS-FILE
           IF WS-FS-PER = "35"
               CLOSE PERIODS-FILE
               OPEN OUTPUT PERIODS-FILE
           END-IF
           MOVE SPACES TO PERIODS-RECORD
           STRING WS-BUSINESS-DATE "," FUNCTION TRIM(WS-OPENING-COPY)
               DELIMITED BY SIZE INTO PERIODS-RECORD
           END-STRING
           WRITE PERIODS-RECORD
           CLOSE PERIODS-FILE
           DISPLAY "PERIOD-CLOSE: period opening kept as "
                   FUNCTION TRIM(WS-OPENING-COPY).
