       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL-YEAR-END.

      *> Year-end payroll statements, run after the last payroll of
      *> the year and before PERIOD-CLOSE archives and resets
      *> PAYROLL-YTD.DAT. From the YTD accumulators BATCH-RUN keeps
      *> it writes:
      *>   WAGE-STATEMENTS.TXT  one wage-and-tax statement per
      *>                        employee (gross, tax withheld,
      *>                        social contributions, net)
      *>   WAGE-FILING.DAT      the fixed-layout filing extract - an
      *>                        H header (year, EMPLOYER_TAX_ID,
      *>                        run date), one D line per employee
      *>                        and a T trailer with the count and
      *>                        totals; amounts are 12 digits with
      *>                        two implied decimals
      *> and from BATCH-RUN's PAYROLL-HISTORY.DAT:
      *>   EMPLOYER-LIABILITY.TXT  wages, tax withheld, employee and
      *>                        employer contributions by quarter.
      *> A finished run appends "YEAR,RUN-DATE,EMPLOYEES,GROSS" to
      *> PAYROLL-YEAREND.DAT; PERIOD-CLOSE will not roll the YTD
      *> file until that line matches what is on PAYROLL-YTD.DAT.
      *> The year is the business date's year. RC 4 if the quarterly
      *> history does not add up to the YTD gross or no employer ID
      *> is set.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYROLL-YTD-FILE ASSIGN TO "PAYROLL-YTD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS YTD-EMP-NAME
               FILE STATUS IS WS-FS-YTD.
           SELECT PAY-HISTORY-FILE ASSIGN TO "PAYROLL-HISTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HIST.
           SELECT STATEMENT-FILE ASSIGN TO "WAGE-STATEMENTS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-STMT.
           SELECT FILING-FILE ASSIGN TO "WAGE-FILING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FILE.
           SELECT LIABILITY-FILE ASSIGN TO "EMPLOYER-LIABILITY.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LIAB.
           SELECT YEAREND-FILE ASSIGN TO "PAYROLL-YEAREND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-YE.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-YTD-FILE.
       01  PAYROLL-YTD-RECORD.
           05  YTD-EMP-NAME     PIC X(20).
           05  YTD-GROSS        PIC 9(8)V99.
           05  YTD-TAX          PIC 9(8)V99.
           05  YTD-SOCIAL       PIC 9(8)V99.
           05  YTD-NET          PIC 9(8)V99.

       FD  PAY-HISTORY-FILE.
       01  PAY-HISTORY-RECORD   PIC X(100).

       FD  STATEMENT-FILE.
       01  STATEMENT-REC        PIC X(80).

       FD  FILING-FILE.
       01  FILING-RECORD.
           05  FL-REC-TYPE      PIC X.
           05  FL-YEAR          PIC 9(4).
           05  FL-BODY          PIC X(75).
       01  FILING-HEADER REDEFINES FILING-RECORD.
           05  FILLER           PIC X(5).
           05  FH-EMPLOYER-ID   PIC X(12).
           05  FH-RUN-DATE      PIC 9(8).
           05  FILLER           PIC X(55).
       01  FILING-DETAIL REDEFINES FILING-RECORD.
           05  FILLER           PIC X(5).
           05  FD-EMP-NAME      PIC X(20).
           05  FD-GROSS         PIC 9(10)V99.
           05  FD-TAX           PIC 9(10)V99.
           05  FD-SOCIAL        PIC 9(10)V99.
           05  FILLER           PIC X(19).
       01  FILING-TRAILER REDEFINES FILING-RECORD.
           05  FILLER           PIC X(5).
           05  FT-COUNT         PIC 9(6).
           05  FT-GROSS         PIC 9(10)V99.
           05  FT-TAX           PIC 9(10)V99.
           05  FT-SOCIAL        PIC 9(10)V99.
           05  FILLER           PIC X(33).

       FD  LIABILITY-FILE.
       01  LIABILITY-REC        PIC X(100).

       FD  YEAREND-FILE.
       01  YEAREND-RECORD       PIC X(60).

       WORKING-STORAGE SECTION.
       77  WS-FS-YTD            PIC XX.
       77  WS-FS-HIST           PIC XX.
       77  WS-FS-STMT           PIC XX.
       77  WS-FS-FILE           PIC XX.
       77  WS-FS-LIAB           PIC XX.
       77  WS-FS-YE             PIC XX.
       77  WS-EOF               PIC X VALUE 'N'.
       77  WS-TODAY             PIC 9(8).
       77  WS-YEAR              PIC 9(4).
       77  WS-EMP-COUNT         PIC 9(6) VALUE 0.
       77  WS-Q                 PIC 9.
       77  WS-HIST-MONTH        PIC 9(2).
       77  WS-HIST-LINES        PIC 9(6) VALUE 0.

       01  WS-TOT-GROSS         PIC 9(10)V99 VALUE 0.
       01  WS-TOT-TAX           PIC 9(10)V99 VALUE 0.
       01  WS-TOT-SOCIAL        PIC 9(10)V99 VALUE 0.
       01  WS-TOT-NET           PIC 9(10)V99 VALUE 0.

       01  WS-QTR-TABLE.
           05  WS-QTR-ENTRY OCCURS 4 TIMES.
               10  WS-QT-WAGES    PIC 9(10)V99.
               10  WS-QT-TAX      PIC 9(10)V99.
               10  WS-QT-SOCIAL   PIC 9(10)V99.
               10  WS-QT-EMPLOYER PIC 9(10)V99.
       01  WS-QT-LIABILITY      PIC 9(10)V99.
       01  WS-YR-WAGES          PIC 9(10)V99 VALUE 0.
       01  WS-YR-TAX            PIC 9(10)V99 VALUE 0.
       01  WS-YR-SOCIAL         PIC 9(10)V99 VALUE 0.
       01  WS-YR-EMPLOYER       PIC 9(10)V99 VALUE 0.

       01  WS-HIST-FIELDS.
           05  WS-HS-DATE       PIC X(8).
           05  WS-HS-NAME       PIC X(20).
           05  WS-HS-GROSS      PIC X(10).
           05  WS-HS-TAX        PIC X(10).
           05  WS-HS-SOCIAL     PIC X(10).
           05  WS-HS-EMPLOYER   PIC X(10).
           05  WS-HS-NET        PIC X(10).

       01  WS-EMPLOYER-ID       PIC X(12) VALUE SPACES.
       01  WS-PARAM-NAME        PIC X(24).
       01  WS-PARAM-VALUE       PIC X(12).
       01  WS-PARAM-FOUND       PIC X.

       01  WS-DISP-AMT          PIC Z(9)9.99.
       01  WS-DISP-Q1           PIC Z(9)9.99.
       01  WS-DISP-Q2           PIC Z(9)9.99.
       01  WS-DISP-Q3           PIC Z(9)9.99.
       01  WS-DISP-Q4           PIC Z(9)9.99.
       01  WS-DISP-Q5           PIC Z(9)9.99.
       01  WS-GROSS-OUT         PIC 9(10).99.
       01  WS-QTR-LABEL         PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "GET-BUSINESS-DATE" USING WS-TODAY
           MOVE WS-TODAY(1:4) TO WS-YEAR
           DISPLAY "PAYROLL-YEAR-END: statements for " WS-YEAR "..."
           MOVE "EMPLOYER_TAX_ID" TO WS-PARAM-NAME
           CALL "GET-PARAM" USING WS-PARAM-NAME WS-PARAM-VALUE
                                  WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y'
               MOVE WS-PARAM-VALUE TO WS-EMPLOYER-ID
           ELSE
               DISPLAY "PAYROLL-YEAR-END: WARNING - no "
                       "EMPLOYER_TAX_ID parameter; filing header "
                       "left blank."
               MOVE 4 TO RETURN-CODE
           END-IF

           OPEN INPUT PAYROLL-YTD-FILE
           IF WS-FS-YTD NOT = "00"
               DISPLAY "PAYROLL-YEAR-END: ERROR - cannot open "
                       "PAYROLL-YTD.DAT. Status: " WS-FS-YTD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT STATEMENT-FILE
           OPEN OUTPUT FILING-FILE
           MOVE SPACES TO FILING-RECORD
           MOVE "H" TO FL-REC-TYPE
           MOVE WS-YEAR TO FL-YEAR
           MOVE WS-EMPLOYER-ID TO FH-EMPLOYER-ID
           MOVE WS-TODAY TO FH-RUN-DATE
           WRITE FILING-RECORD

           PERFORM UNTIL WS-EOF = 'Y'
               READ PAYROLL-YTD-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM ONE-EMPLOYEE-STATEMENT
               END-READ
           END-PERFORM
           CLOSE PAYROLL-YTD-FILE

           MOVE SPACES TO FILING-RECORD
           MOVE "T" TO FL-REC-TYPE
           MOVE WS-YEAR TO FL-YEAR
           MOVE WS-EMP-COUNT TO FT-COUNT
           MOVE WS-TOT-GROSS TO FT-GROSS
           MOVE WS-TOT-TAX TO FT-TAX
           MOVE WS-TOT-SOCIAL TO FT-SOCIAL
           WRITE FILING-RECORD
           CLOSE FILING-FILE
           CLOSE STATEMENT-FILE

           PERFORM EMPLOYER-LIABILITY-SUMMARY
           PERFORM RECORD-YEAR-END-DONE

           MOVE WS-TOT-GROSS TO WS-DISP-AMT
           DISPLAY "PAYROLL-YEAR-END: " WS-EMP-COUNT
                   " statements, gross " WS-DISP-AMT
           DISPLAY "PAYROLL-YEAR-END: see WAGE-STATEMENTS.TXT, "
                   "WAGE-FILING.DAT and EMPLOYER-LIABILITY.TXT"
           STOP RUN.

       ONE-EMPLOYEE-STATEMENT.
           ADD 1 TO WS-EMP-COUNT
           ADD YTD-GROSS TO WS-TOT-GROSS
           ADD YTD-TAX TO WS-TOT-TAX
           ADD YTD-SOCIAL TO WS-TOT-SOCIAL
           ADD YTD-NET TO WS-TOT-NET

           MOVE SPACES TO STATEMENT-REC
           STRING "WAGE AND TAX STATEMENT " WS-YEAR
                  "      EMPLOYER " WS-EMPLOYER-ID
               DELIMITED BY SIZE INTO STATEMENT-REC
           END-STRING
           WRITE STATEMENT-REC
           MOVE SPACES TO STATEMENT-REC
           STRING "  Employee            : " YTD-EMP-NAME
               DELIMITED BY SIZE INTO STATEMENT-REC
           END-STRING
           WRITE STATEMENT-REC
           MOVE YTD-GROSS TO WS-DISP-AMT
           MOVE SPACES TO STATEMENT-REC
           STRING "  Gross wages         : " WS-DISP-AMT
               DELIMITED BY SIZE INTO STATEMENT-REC
           END-STRING
           WRITE STATEMENT-REC
           MOVE YTD-TAX TO WS-DISP-AMT
           MOVE SPACES TO STATEMENT-REC
           STRING "  Income tax withheld : " WS-DISP-AMT
               DELIMITED BY SIZE INTO STATEMENT-REC
           END-STRING
           WRITE STATEMENT-REC
           MOVE YTD-SOCIAL TO WS-DISP-AMT
           MOVE SPACES TO STATEMENT-REC
           STRING "  Social contributions: " WS-DISP-AMT
               DELIMITED BY SIZE INTO STATEMENT-REC
           END-STRING
           WRITE STATEMENT-REC
           MOVE YTD-NET TO WS-DISP-AMT
           MOVE SPACES TO STATEMENT-REC
           STRING "  Net pay             : " WS-DISP-AMT
               DELIMITED BY SIZE INTO STATEMENT-REC
           END-STRING
           WRITE STATEMENT-REC
           MOVE ALL "-" TO STATEMENT-REC
           WRITE STATEMENT-REC

           MOVE SPACES TO FILING-RECORD
           MOVE "D" TO FL-REC-TYPE
           MOVE WS-YEAR TO FL-YEAR
           MOVE YTD-EMP-NAME TO FD-EMP-NAME
           MOVE YTD-GROSS TO FD-GROSS
           MOVE YTD-TAX TO FD-TAX
           MOVE YTD-SOCIAL TO FD-SOCIAL
           WRITE FILING-RECORD.

      *> Quarters come from the per-slip history, since the YTD
      *> accumulators only hold the year's running totals.
       EMPLOYER-LIABILITY-SUMMARY.
           INITIALIZE WS-QTR-TABLE
           MOVE 'N' TO WS-EOF
           OPEN INPUT PAY-HISTORY-FILE
           IF WS-FS-HIST = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PAY-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM TALLY-ONE-HISTORY-LINE
                   END-READ
               END-PERFORM
               CLOSE PAY-HISTORY-FILE
           ELSE
               DISPLAY "PAYROLL-YEAR-END: no PAYROLL-HISTORY.DAT - "
                       "quarterly summary will be empty."
           END-IF

           OPEN OUTPUT LIABILITY-FILE
           MOVE SPACES TO LIABILITY-REC
           STRING "EMPLOYER PAYROLL LIABILITY BY QUARTER - " WS-YEAR
               DELIMITED BY SIZE INTO LIABILITY-REC
           END-STRING
           WRITE LIABILITY-REC
           MOVE SPACES TO LIABILITY-REC
           WRITE LIABILITY-REC
           MOVE SPACES TO LIABILITY-REC
           STRING "QUARTER          WAGES   TAX WITHHELD"
                  "   EMPLOYEE SOC   EMPLOYER SOC"
                  "      LIABILITY"
               DELIMITED BY SIZE INTO LIABILITY-REC
           END-STRING
           WRITE LIABILITY-REC
           PERFORM VARYING WS-Q FROM 1 BY 1 UNTIL WS-Q > 4
               MOVE SPACES TO WS-QTR-LABEL
               STRING "Q" WS-Q DELIMITED BY SIZE INTO WS-QTR-LABEL
               END-STRING
               MOVE WS-QT-WAGES(WS-Q) TO WS-DISP-Q1
               MOVE WS-QT-TAX(WS-Q) TO WS-DISP-Q2
               MOVE WS-QT-SOCIAL(WS-Q) TO WS-DISP-Q3
               MOVE WS-QT-EMPLOYER(WS-Q) TO WS-DISP-Q4
               COMPUTE WS-QT-LIABILITY = WS-QT-TAX(WS-Q)
                   + WS-QT-SOCIAL(WS-Q) + WS-QT-EMPLOYER(WS-Q)
               MOVE WS-QT-LIABILITY TO WS-DISP-Q5
               PERFORM WRITE-LIABILITY-ROW
               ADD WS-QT-WAGES(WS-Q) TO WS-YR-WAGES
               ADD WS-QT-TAX(WS-Q) TO WS-YR-TAX
               ADD WS-QT-SOCIAL(WS-Q) TO WS-YR-SOCIAL
               ADD WS-QT-EMPLOYER(WS-Q) TO WS-YR-EMPLOYER
           END-PERFORM
           MOVE "YEAR" TO WS-QTR-LABEL
           MOVE WS-YR-WAGES TO WS-DISP-Q1
           MOVE WS-YR-TAX TO WS-DISP-Q2
           MOVE WS-YR-SOCIAL TO WS-DISP-Q3
           MOVE WS-YR-EMPLOYER TO WS-DISP-Q4
           COMPUTE WS-QT-LIABILITY = WS-YR-TAX + WS-YR-SOCIAL
               + WS-YR-EMPLOYER
           MOVE WS-QT-LIABILITY TO WS-DISP-Q5
           PERFORM WRITE-LIABILITY-ROW
           IF WS-YR-WAGES NOT = WS-TOT-GROSS
               MOVE WS-TOT-GROSS TO WS-DISP-AMT
               MOVE SPACES TO LIABILITY-REC
               STRING "** Quarterly wages do not agree with the "
                      "YTD gross of " WS-DISP-AMT
                   DELIMITED BY SIZE INTO LIABILITY-REC
               END-STRING
               WRITE LIABILITY-REC
               DISPLAY "PAYROLL-YEAR-END: WARNING - quarterly "
                       "history does not agree with PAYROLL-YTD.DAT"
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE LIABILITY-FILE.

       TALLY-ONE-HISTORY-LINE.
           IF PAY-HISTORY-RECORD(1:4) NOT = WS-YEAR
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-HIST-FIELDS
           UNSTRING PAY-HISTORY-RECORD DELIMITED BY ','
               INTO WS-HS-DATE WS-HS-NAME WS-HS-GROSS WS-HS-TAX
                    WS-HS-SOCIAL WS-HS-EMPLOYER WS-HS-NET
           END-UNSTRING
           MOVE WS-HS-DATE(5:2) TO WS-HIST-MONTH
           COMPUTE WS-Q = (WS-HIST-MONTH - 1) / 3 + 1
           ADD 1 TO WS-HIST-LINES
           ADD FUNCTION NUMVAL(WS-HS-GROSS) TO WS-QT-WAGES(WS-Q)
           ADD FUNCTION NUMVAL(WS-HS-TAX) TO WS-QT-TAX(WS-Q)
           ADD FUNCTION NUMVAL(WS-HS-SOCIAL) TO WS-QT-SOCIAL(WS-Q)
           ADD FUNCTION NUMVAL(WS-HS-EMPLOYER)
               TO WS-QT-EMPLOYER(WS-Q).

       WRITE-LIABILITY-ROW.
           MOVE SPACES TO LIABILITY-REC
           STRING WS-QTR-LABEL " "
                  WS-DISP-Q1 "  "
                  WS-DISP-Q2 "  "
                  WS-DISP-Q3 "  "
                  WS-DISP-Q4 "  "
                  WS-DISP-Q5
               DELIMITED BY SIZE INTO LIABILITY-REC
           END-STRING
           WRITE LIABILITY-REC.

       RECORD-YEAR-END-DONE.
           OPEN EXTEND YEAREND-FILE
           IF WS-FS-YE = "35"
               CLOSE YEAREND-FILE
               OPEN OUTPUT YEAREND-FILE
           END-IF
           MOVE WS-TOT-GROSS TO WS-GROSS-OUT
           MOVE SPACES TO YEAREND-RECORD
           STRING WS-YEAR ","
                  WS-TODAY ","
                  WS-EMP-COUNT ","
                  WS-GROSS-OUT
               DELIMITED BY SIZE INTO YEAREND-RECORD
           END-STRING
           WRITE YEAREND-RECORD
           CLOSE YEAREND-FILE.
