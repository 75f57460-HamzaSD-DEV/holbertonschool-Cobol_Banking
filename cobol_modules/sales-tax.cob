       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALES-TAX-REPORT.

      *> Monthly sales-tax liability for the filing. BATCH-RUN logs
      *> every invoiced order and credit memo to SALES-TAX.DAT:
      *>   DATE,TYPE,JURISDICTION,CATEGORY,CUST,TAXABLE,EXEMPT,
      *>   TAX,RATE
      *> with TYPE SALE or CREDIT. This program totals one month of
      *> that log by jurisdiction - taxable sales, exempt sales and
      *> tax collected, each net of credit memos - into
      *> SALES-TAX-LIABILITY.TXT. The filing month is asked for;
      *> left blank it is the month before the business date.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALES-TAX-FILE ASSIGN TO "SALES-TAX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-STAX.
           SELECT REPORT-FILE ASSIGN TO "SALES-TAX-LIABILITY.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RPT.

       DATA DIVISION.
       FILE SECTION.
       FD  SALES-TAX-FILE.
       01  SALES-TAX-RECORD     PIC X(90).

       FD  REPORT-FILE.
       01  REPORT-REC           PIC X(90).

       WORKING-STORAGE SECTION.
       77  WS-FS-STAX           PIC XX.
       77  WS-FS-RPT            PIC XX.
       77  WS-EOF               PIC X VALUE "N".
       77  WS-TODAY             PIC 9(8).
       77  WS-I                 PIC 9(3).
       77  WS-JUR-COUNT         PIC 9(3) VALUE 0.
       77  WS-LINES-READ        PIC 9(5) VALUE 0.
       77  WS-LINES-USED        PIC 9(5) VALUE 0.

       01  WS-PERIOD-IN         PIC X(6).
       01  WS-PERIOD            PIC 9(6).
       01  WS-PERIOD-PARTS REDEFINES WS-PERIOD.
           05  WS-PERIOD-YYYY   PIC 9(4).
           05  WS-PERIOD-MM     PIC 9(2).

       01  WS-JUR-TABLE.
           05  WS-JR-ENTRY OCCURS 100 TIMES.
               10  WS-JR-NAME     PIC X(15).
               10  WS-JR-TAXABLE  PIC S9(9)V99.
               10  WS-JR-EXEMPT   PIC S9(9)V99.
               10  WS-JR-TAX      PIC S9(9)V99.

       01  WS-STAX-FIELDS.
           05  WS-ST-DATE       PIC X(8).
           05  WS-ST-TYPE       PIC X(6).
           05  WS-ST-JUR        PIC X(15).
           05  WS-ST-CAT        PIC X(4).
           05  WS-ST-CUST       PIC X(5).
           05  WS-ST-TAXABLE    PIC X(10).
           05  WS-ST-EXEMPT     PIC X(10).
           05  WS-ST-TAX        PIC X(10).
           05  WS-ST-RATE       PIC X(5).

       01  WS-TAXABLE-AMT       PIC S9(9)V99.
       01  WS-EXEMPT-AMT        PIC S9(9)V99.
       01  WS-TAX-AMT           PIC S9(9)V99.
       01  WS-TOT-TAXABLE       PIC S9(9)V99 VALUE 0.
       01  WS-TOT-EXEMPT        PIC S9(9)V99 VALUE 0.
       01  WS-TOT-TAX           PIC S9(9)V99 VALUE 0.
       01  WS-DISP-TAXABLE      PIC -(8)9.99.
       01  WS-DISP-EXEMPT       PIC -(8)9.99.
       01  WS-DISP-TAX          PIC -(8)9.99.
       01  WS-DISP-NAME         PIC X(17).

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "GET-BUSINESS-DATE" USING WS-TODAY
           DISPLAY "SALES-TAX-REPORT: filing month (YYYYMM, blank "
                   "= last month): " WITH NO ADVANCING
           ACCEPT WS-PERIOD-IN
           IF WS-PERIOD-IN = SPACES
               MOVE WS-TODAY(1:6) TO WS-PERIOD
               IF WS-PERIOD-MM = 1
                   SUBTRACT 1 FROM WS-PERIOD-YYYY
                   MOVE 12 TO WS-PERIOD-MM
               ELSE
                   SUBTRACT 1 FROM WS-PERIOD-MM
               END-IF
           ELSE
               IF WS-PERIOD-IN NOT NUMERIC
                   DISPLAY "SALES-TAX-REPORT: ERROR - filing month "
                           "must be YYYYMM."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-PERIOD-IN TO WS-PERIOD
               IF WS-PERIOD-MM < 1 OR WS-PERIOD-MM > 12
                   DISPLAY "SALES-TAX-REPORT: ERROR - filing month "
                           "must be YYYYMM."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           PERFORM TOTAL-MONTH
           PERFORM WRITE-LIABILITY-REPORT
           DISPLAY "SALES-TAX-REPORT: " WS-LINES-USED
                   " log lines for " WS-PERIOD
                   " - see SALES-TAX-LIABILITY.TXT"
           STOP RUN.

       TOTAL-MONTH.
           OPEN INPUT SALES-TAX-FILE
           IF WS-FS-STAX = "35"
               DISPLAY "SALES-TAX-REPORT: no SALES-TAX.DAT - "
                       "nothing to report."
               EXIT PARAGRAPH
           END-IF
           IF WS-FS-STAX NOT = "00"
               DISPLAY "SALES-TAX-REPORT: ERROR - cannot open "
                       "SALES-TAX.DAT. Status: " WS-FS-STAX
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ SALES-TAX-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LINES-READ
                       PERFORM TOTAL-ONE-LINE
               END-READ
           END-PERFORM
           CLOSE SALES-TAX-FILE.

       TOTAL-ONE-LINE.
           IF SALES-TAX-RECORD(1:6) NOT = WS-PERIOD
               EXIT PARAGRAPH
           END-IF
           UNSTRING SALES-TAX-RECORD DELIMITED BY ","
               INTO WS-ST-DATE WS-ST-TYPE WS-ST-JUR WS-ST-CAT
                    WS-ST-CUST WS-ST-TAXABLE WS-ST-EXEMPT
                    WS-ST-TAX WS-ST-RATE
           END-UNSTRING
           COMPUTE WS-TAXABLE-AMT = FUNCTION NUMVAL(WS-ST-TAXABLE)
           COMPUTE WS-EXEMPT-AMT = FUNCTION NUMVAL(WS-ST-EXEMPT)
           COMPUTE WS-TAX-AMT = FUNCTION NUMVAL(WS-ST-TAX)
           IF WS-ST-TYPE = "CREDIT"
               COMPUTE WS-TAXABLE-AMT = 0 - WS-TAXABLE-AMT
               COMPUTE WS-EXEMPT-AMT = 0 - WS-EXEMPT-AMT
               COMPUTE WS-TAX-AMT = 0 - WS-TAX-AMT
           END-IF

           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-JUR-COUNT
               IF WS-JR-NAME(WS-I) = WS-ST-JUR
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-I > WS-JUR-COUNT
               IF WS-JUR-COUNT >= 100
                   DISPLAY "SALES-TAX-REPORT: ERROR - more than 100 "
                           "jurisdictions; report not written"
                   CLOSE SALES-TAX-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-JUR-COUNT
               MOVE WS-JUR-COUNT TO WS-I
               MOVE WS-ST-JUR TO WS-JR-NAME(WS-I)
               MOVE 0 TO WS-JR-TAXABLE(WS-I)
               MOVE 0 TO WS-JR-EXEMPT(WS-I)
               MOVE 0 TO WS-JR-TAX(WS-I)
           END-IF
           ADD WS-TAXABLE-AMT TO WS-JR-TAXABLE(WS-I)
           ADD WS-EXEMPT-AMT TO WS-JR-EXEMPT(WS-I)
           ADD WS-TAX-AMT TO WS-JR-TAX(WS-I)
           ADD WS-TAXABLE-AMT TO WS-TOT-TAXABLE
           ADD WS-EXEMPT-AMT TO WS-TOT-EXEMPT
           ADD WS-TAX-AMT TO WS-TOT-TAX
           ADD 1 TO WS-LINES-USED.

       WRITE-LIABILITY-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-FS-RPT NOT = "00"
               DISPLAY "SALES-TAX-REPORT: ERROR - cannot open "
                       "SALES-TAX-LIABILITY.TXT. Status: " WS-FS-RPT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO REPORT-REC
           STRING "SALES-TAX LIABILITY FOR " WS-PERIOD-YYYY "-"
                  WS-PERIOD-MM "   (RUN " WS-TODAY ")"
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "JURISDICTION       TAXABLE SALES   EXEMPT SALES"
                  "  TAX COLLECTED"
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-JUR-COUNT
               MOVE WS-JR-NAME(WS-I) TO WS-DISP-NAME
               MOVE WS-JR-TAXABLE(WS-I) TO WS-TAXABLE-AMT
               MOVE WS-JR-EXEMPT(WS-I) TO WS-EXEMPT-AMT
               MOVE WS-JR-TAX(WS-I) TO WS-TAX-AMT
               PERFORM WRITE-ONE-ROW
           END-PERFORM
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "ALL JURISDICTIONS" TO WS-DISP-NAME
           MOVE WS-TOT-TAXABLE TO WS-TAXABLE-AMT
           MOVE WS-TOT-EXEMPT TO WS-EXEMPT-AMT
           MOVE WS-TOT-TAX TO WS-TAX-AMT
           PERFORM WRITE-ONE-ROW
           CLOSE REPORT-FILE.

       WRITE-ONE-ROW.
           MOVE WS-TAXABLE-AMT TO WS-DISP-TAXABLE
           MOVE WS-EXEMPT-AMT TO WS-DISP-EXEMPT
           MOVE WS-TAX-AMT TO WS-DISP-TAX
           MOVE SPACES TO REPORT-REC
           STRING WS-DISP-NAME "   "
                  WS-DISP-TAXABLE "   "
                  WS-DISP-EXEMPT "   "
                  WS-DISP-TAX
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC.
