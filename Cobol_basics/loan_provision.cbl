       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-PROVISION.

      *> Month-end loan-loss allowance. Every ACTIVE loan on
      *> LOANS.DAT is bucketed by days past due - CURRENT, 30, 60,
      *> 90 and 120+ - from the arrears COLLECTIONS-QUEUE.DAT
      *> carries for it (capped at today's billed-less-paid, so a
      *> borrower who has since caught up is current again); the
      *> days are whole installments in arrears times thirty. Each
      *> bucket's outstanding principal takes the reserve
      *> percentage from PROVISION-RATES.DAT ("BUCKET,RATE-PCT",
      *> maintained here through (T)able) and the sum is the
      *> allowance the balance sheet should carry.
      *> Only the change against what is already booked goes to the
      *> GL, through GL-DAYFEED.DAT: an increase as LLP-CHARGE
      *> (GLCHART.DAT maps it debit provision expense, credit the
      *> allowance contra-asset), a decrease as LLP-RELSE (the
      *> reverse). Each month's buckets are kept in
      *> PROVISION-HISTORY.DAT ("YYYYMM,BUCKET,BALANCE,RATE,
      *> RESERVE"), which is both last month's column on
      *> PROVISION-REPORT.TXT and the record of what is booked - a
      *> rerun in the same month posts only the difference.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOANS-FILE ASSIGN TO "LOANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOANS.
           SELECT QUEUE-FILE ASSIGN TO "COLLECTIONS-QUEUE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-QUE.
           SELECT RATES-FILE ASSIGN TO "PROVISION-RATES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RATES.
           SELECT HISTORY-FILE ASSIGN TO "PROVISION-HISTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HIST.
           SELECT DAYFEED-FILE ASSIGN TO "GL-DAYFEED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DAYF.
           SELECT REPORT-FILE ASSIGN TO "PROVISION-REPORT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RPT.
           SELECT SEQ-FILE ASSIGN TO "PROVISION-SEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SEQ.

       DATA DIVISION.
       FILE SECTION.
       FD  LOANS-FILE.
       01  LOANS-RECORD         PIC X(100).

       FD  QUEUE-FILE.
       01  QUEUE-RECORD         PIC X(90).

       FD  RATES-FILE.
       01  RATES-RECORD         PIC X(20).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD       PIC X(60).

       FD  DAYFEED-FILE.
       01  DAYFEED-RECORD       PIC X(120).

       FD  REPORT-FILE.
       01  REPORT-REC           PIC X(80).

       FD  SEQ-FILE.
       01  SEQ-RECORD           PIC X(8).

       WORKING-STORAGE SECTION.
       77  WS-FS-LOANS          PIC XX.
       77  WS-FS-QUE            PIC XX.
       77  WS-FS-RATES          PIC XX.
       77  WS-FS-HIST           PIC XX.
       77  WS-FS-DAYF           PIC XX.
       77  WS-FS-RPT            PIC XX.
       77  WS-FS-SEQ            PIC XX.
       77  WS-EOF               PIC X VALUE "N".
       77  WS-MODE              PIC X.
       77  WS-TODAY             PIC 9(8).
       77  WS-THIS-MONTH        PIC 9(6).
       77  WS-PRIOR-MONTH       PIC 9(6) VALUE 0.
       77  WS-BOOKED-MONTH      PIC 9(6) VALUE 0.
       77  WS-TXN-SEQ           PIC 9(4) VALUE 0.
       77  WS-I                 PIC 9(3).
       77  WS-B                 PIC 9.
       77  WS-QUEUE-COUNT       PIC 9(4) VALUE 0.
       77  WS-HIST-COUNT        PIC 9(3) VALUE 0.
       77  WS-LOAN-COUNT        PIC 9(5) VALUE 0.
       77  WS-INSTALLMENTS      PIC 9(5).

      *> Bucket 1 CURRENT, 2 30, 3 60, 4 90, 5 120+. The default
      *> reserve rates apply to any bucket PROVISION-RATES.DAT does
      *> not name.
       01  WS-BUCKET-TABLE.
           05  WS-BK-ENTRY OCCURS 5 TIMES.
               10  WS-BK-NAME       PIC X(7).
               10  WS-BK-RATE       PIC 9(3)V99.
               10  WS-BK-COUNT      PIC 9(5).
               10  WS-BK-BALANCE    PIC 9(9)V99.
               10  WS-BK-RESERVE    PIC 9(9)V99.
               10  WS-BK-PRI-BAL    PIC 9(9)V99.
               10  WS-BK-PRI-RES    PIC 9(9)V99.
               10  WS-BK-BOOKED     PIC 9(9)V99.

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

       01  WS-QUEUE-FIELDS.
           05  WS-QU-LOAN       PIC X(6).
           05  WS-QU-CUST       PIC X(5).
           05  WS-QU-ARREARS    PIC X(10).
           05  WS-QU-CONTACTS   PIC X(3).
           05  WS-QU-PROMDATE   PIC X(8).
           05  WS-QU-PROMAMT    PIC X(10).
           05  WS-QU-PAIDBASE   PIC X(10).
           05  WS-QU-STATUS     PIC X(12).

       01  WS-QUEUE-TABLE.
           05  WS-QT-ENTRY OCCURS 500 TIMES.
               10  WS-QT-LOAN     PIC X(6).
               10  WS-QT-ARREARS  PIC 9(7)V99.

       01  WS-RATE-FIELDS.
           05  WS-RF-BUCKET     PIC X(7).
           05  WS-RF-RATE       PIC X(7).

      *> The history is carried whole so the current month's lines
      *> can be replaced on a rerun.
       01  WS-HIST-TABLE.
           05  WS-HT-ENTRY OCCURS 300 TIMES.
               10  WS-HT-MONTH    PIC 9(6).
               10  WS-HT-BUCKET   PIC X(7).
               10  WS-HT-BALANCE  PIC 9(9)V99.
               10  WS-HT-RATE     PIC 9(3)V99.
               10  WS-HT-RESERVE  PIC 9(9)V99.

       01  WS-HIST-FIELDS.
           05  WS-HF-MONTH      PIC X(6).
           05  WS-HF-BUCKET     PIC X(7).
           05  WS-HF-BALANCE    PIC X(13).
           05  WS-HF-RATE       PIC X(7).
           05  WS-HF-RESERVE    PIC X(13).

       01  WS-OUTSTANDING       PIC S9(9)V99.
       01  WS-ARREARS           PIC S9(9)V99.
       01  WS-QUEUE-ARREARS     PIC 9(7)V99.
       01  WS-PAYMENT           PIC 9(7)V99.
       01  WS-TOT-BALANCE       PIC 9(9)V99 VALUE 0.
       01  WS-TOT-RESERVE       PIC 9(9)V99 VALUE 0.
       01  WS-TOT-PRI-BAL       PIC 9(9)V99 VALUE 0.
       01  WS-TOT-PRI-RES       PIC 9(9)V99 VALUE 0.
       01  WS-TOT-BOOKED        PIC 9(9)V99 VALUE 0.
       01  WS-CHANGE            PIC S9(9)V99 VALUE 0.
       01  WS-CHANGE-ABS        PIC 9(7)V99.
       01  WS-AMT-OUT           PIC 9(7).99.
       01  WS-BAL-DISP          PIC Z(8)9.99.
       01  WS-RES-DISP          PIC Z(8)9.99.
       01  WS-PRI-BAL-DISP      PIC Z(8)9.99.
       01  WS-PRI-RES-DISP      PIC Z(8)9.99.
       01  WS-RATE-DISP         PIC ZZ9.99.
       01  WS-CHANGE-DISP       PIC -(8)9.99.
       01  WS-HIST-BAL-OUT      PIC 9(9).99.
       01  WS-HIST-RES-OUT      PIC 9(9).99.
       01  WS-HIST-RATE-OUT     PIC 9(3).99.
       01  WS-BUCKET-IN         PIC X(7).
       01  WS-RATE-IN           PIC X(7).
       01  WS-DIVIDER           PIC X(70) VALUE ALL "-".
       01  WS-TXN-ID.
           05  FILLER           PIC XX VALUE "PV".
           05  WS-TXN-ID-SEQ    PIC 9(4).
       01  WS-FEED-TYPE         PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "GET-BUSINESS-DATE" USING WS-TODAY
           MOVE WS-TODAY(1:6) TO WS-THIS-MONTH
           PERFORM SET-DEFAULT-RATES
           PERFORM LOAD-RATES
           DISPLAY "LOAN-PROVISION: (R)un month-end provisioning, "
                   "(T)able rate change, (L)ist rates: "
                   WITH NO ADVANCING
           ACCEPT WS-MODE
           EVALUATE FUNCTION UPPER-CASE(WS-MODE)
               WHEN "R"
                   PERFORM RUN-PROVISIONING
               WHEN "T"
                   PERFORM CHANGE-RATE
               WHEN "L"
                   PERFORM LIST-RATES
               WHEN OTHER
                   DISPLAY "Invalid selection."
           END-EVALUATE
           STOP RUN.

       SET-DEFAULT-RATES.
           MOVE "CURRENT" TO WS-BK-NAME(1)
           MOVE 1.00 TO WS-BK-RATE(1)
           MOVE "30"      TO WS-BK-NAME(2)
           MOVE 5.00 TO WS-BK-RATE(2)
           MOVE "60"      TO WS-BK-NAME(3)
           MOVE 25.00 TO WS-BK-RATE(3)
           MOVE "90"      TO WS-BK-NAME(4)
           MOVE 50.00 TO WS-BK-RATE(4)
           MOVE "120+"    TO WS-BK-NAME(5)
           MOVE 100.00 TO WS-BK-RATE(5)
           PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > 5
               MOVE 0 TO WS-BK-COUNT(WS-B)
               MOVE 0 TO WS-BK-BALANCE(WS-B)
               MOVE 0 TO WS-BK-RESERVE(WS-B)
               MOVE 0 TO WS-BK-PRI-BAL(WS-B)
               MOVE 0 TO WS-BK-PRI-RES(WS-B)
               MOVE 0 TO WS-BK-BOOKED(WS-B)
           END-PERFORM.

       LOAD-RATES.
           OPEN INPUT RATES-FILE
           IF WS-FS-RATES NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FS-RATES = "10"
               READ RATES-FILE
                   AT END
                       MOVE "10" TO WS-FS-RATES
                   NOT AT END
                       MOVE SPACES TO WS-RATE-FIELDS
                       UNSTRING RATES-RECORD DELIMITED BY ","
                           INTO WS-RF-BUCKET WS-RF-RATE
                       END-UNSTRING
                       PERFORM VARYING WS-B FROM 1 BY 1
                         UNTIL WS-B > 5
                           IF WS-BK-NAME(WS-B) = WS-RF-BUCKET
                               COMPUTE WS-BK-RATE(WS-B) =
                                   FUNCTION NUMVAL(WS-RF-RATE)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE RATES-FILE.

       SAVE-RATES.
           OPEN OUTPUT RATES-FILE
           PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > 5
               MOVE WS-BK-RATE(WS-B) TO WS-HIST-RATE-OUT
               MOVE SPACES TO RATES-RECORD
               STRING FUNCTION TRIM(WS-BK-NAME(WS-B)) ","
                      WS-HIST-RATE-OUT
                   DELIMITED BY SIZE INTO RATES-RECORD
               END-STRING
               WRITE RATES-RECORD
           END-PERFORM
           CLOSE RATES-FILE.

       CHANGE-RATE.
           DISPLAY "Bucket (CURRENT, 30, 60, 90, 120+): "
                   WITH NO ADVANCING
           ACCEPT WS-BUCKET-IN
           MOVE FUNCTION UPPER-CASE(WS-BUCKET-IN) TO WS-BUCKET-IN
           MOVE 0 TO WS-I
           PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > 5
               IF WS-BK-NAME(WS-B) = WS-BUCKET-IN
                   MOVE WS-B TO WS-I
               END-IF
           END-PERFORM
           IF WS-I = 0
               DISPLAY "Unknown bucket " WS-BUCKET-IN
                       " - nothing changed."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Reserve percentage (e.g. 025.00): "
                   WITH NO ADVANCING
           ACCEPT WS-RATE-IN
           IF FUNCTION NUMVAL(WS-RATE-IN) > 100
               DISPLAY "A reserve cannot exceed 100% - nothing "
                       "changed."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-BK-RATE(WS-I) = FUNCTION NUMVAL(WS-RATE-IN)
           PERFORM SAVE-RATES
           MOVE WS-BK-RATE(WS-I) TO WS-RATE-DISP
           DISPLAY "Bucket " FUNCTION TRIM(WS-BK-NAME(WS-I))
                   " now reserves " WS-RATE-DISP "%.".

       LIST-RATES.
           PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > 5
               MOVE WS-BK-RATE(WS-B) TO WS-RATE-DISP
               DISPLAY WS-BK-NAME(WS-B) "  " WS-RATE-DISP "%"
           END-PERFORM.

       RUN-PROVISIONING.
           DISPLAY "LOAN-PROVISION: provisioning for " WS-THIS-MONTH
                   "..."
           PERFORM LOAD-QUEUE-ARREARS
           PERFORM LOAD-HISTORY

           OPEN INPUT LOANS-FILE
           IF WS-FS-LOANS NOT = "00"
               DISPLAY "LOAN-PROVISION: ERROR - cannot open "
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
                       PERFORM BUCKET-ONE-LOAN
               END-READ
           END-PERFORM
           CLOSE LOANS-FILE

           PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > 5
               COMPUTE WS-BK-RESERVE(WS-B) ROUNDED =
                   WS-BK-BALANCE(WS-B) * WS-BK-RATE(WS-B) / 100
               ADD WS-BK-BALANCE(WS-B) TO WS-TOT-BALANCE
               ADD WS-BK-RESERVE(WS-B) TO WS-TOT-RESERVE
               ADD WS-BK-PRI-BAL(WS-B) TO WS-TOT-PRI-BAL
               ADD WS-BK-PRI-RES(WS-B) TO WS-TOT-PRI-RES
               ADD WS-BK-BOOKED(WS-B) TO WS-TOT-BOOKED
           END-PERFORM

           COMPUTE WS-CHANGE = WS-TOT-RESERVE - WS-TOT-BOOKED
           IF WS-CHANGE NOT = 0
               PERFORM POST-ALLOWANCE-CHANGE
           END-IF
           PERFORM SAVE-HISTORY
           PERFORM WRITE-PROVISION-REPORT

           MOVE WS-TOT-RESERVE TO WS-RES-DISP
           MOVE WS-CHANGE TO WS-CHANGE-DISP
           DISPLAY "LOAN-PROVISION: loans provisioned: "
                   WS-LOAN-COUNT
           DISPLAY "LOAN-PROVISION: required allowance: "
                   WS-RES-DISP
           DISPLAY "LOAN-PROVISION: change posted to GL: "
                   WS-CHANGE-DISP
           DISPLAY "LOAN-PROVISION: see PROVISION-REPORT.TXT"
           MOVE 0 TO RETURN-CODE.

       LOAD-QUEUE-ARREARS.
           MOVE 0 TO WS-QUEUE-COUNT
           OPEN INPUT QUEUE-FILE
           IF WS-FS-QUE NOT = "00"
               DISPLAY "LOAN-PROVISION: no COLLECTIONS-QUEUE.DAT - "
                       "every loan taken as current"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FS-QUE = "10"
               READ QUEUE-FILE
                   AT END
                       MOVE "10" TO WS-FS-QUE
                   NOT AT END
                       PERFORM LOAD-ONE-QUEUE-LINE
               END-READ
           END-PERFORM
           CLOSE QUEUE-FILE.

       LOAD-ONE-QUEUE-LINE.
           MOVE SPACES TO WS-QUEUE-FIELDS
           UNSTRING QUEUE-RECORD DELIMITED BY ","
               INTO WS-QU-LOAN WS-QU-CUST WS-QU-ARREARS
                    WS-QU-CONTACTS WS-QU-PROMDATE WS-QU-PROMAMT
                    WS-QU-PAIDBASE WS-QU-STATUS
           END-UNSTRING
           IF FUNCTION TRIM(WS-QU-STATUS) = "WRITTEN-OFF"
               EXIT PARAGRAPH
           END-IF
           IF WS-QUEUE-COUNT >= 500
               DISPLAY "LOAN-PROVISION: WARNING - queue table full "
                       "at 500; " WS-QU-LOAN " taken as current"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-QUEUE-COUNT
           MOVE WS-QU-LOAN TO WS-QT-LOAN(WS-QUEUE-COUNT)
           COMPUTE WS-QT-ARREARS(WS-QUEUE-COUNT) =
               FUNCTION NUMVAL(WS-QU-ARREARS).

       BUCKET-ONE-LOAN.
           IF FUNCTION TRIM(WS-LN-STATUS) NOT = "ACTIVE"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-OUTSTANDING =
               FUNCTION NUMVAL(WS-LN-PRIN)
               - FUNCTION NUMVAL(WS-LN-PAID)
           IF WS-OUTSTANDING <= 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LOAN-COUNT

           MOVE 0 TO WS-QUEUE-ARREARS
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-QUEUE-COUNT
               IF WS-QT-LOAN(WS-I) = WS-LN-ID
                   MOVE WS-QT-ARREARS(WS-I) TO WS-QUEUE-ARREARS
               END-IF
           END-PERFORM
           COMPUTE WS-ARREARS =
               FUNCTION NUMVAL(WS-LN-BILLED)
               - FUNCTION NUMVAL(WS-LN-PAID)
           IF WS-QUEUE-ARREARS < WS-ARREARS
               MOVE WS-QUEUE-ARREARS TO WS-ARREARS
           END-IF

           MOVE 0 TO WS-INSTALLMENTS
           COMPUTE WS-PAYMENT = FUNCTION NUMVAL(WS-LN-PAYMENT)
           IF WS-ARREARS > 0
               IF WS-PAYMENT > 0
                   COMPUTE WS-INSTALLMENTS =
                       (WS-ARREARS + WS-PAYMENT - 0.01) / WS-PAYMENT
               ELSE
                   MOVE 1 TO WS-INSTALLMENTS
               END-IF
           END-IF
           IF WS-INSTALLMENTS > 4
               MOVE 5 TO WS-B
           ELSE
               COMPUTE WS-B = WS-INSTALLMENTS + 1
           END-IF
           ADD 1 TO WS-BK-COUNT(WS-B)
           ADD WS-OUTSTANDING TO WS-BK-BALANCE(WS-B).

      *> Last month is the newest history month before this one;
      *> what is booked is this month's lines if the run has been
      *> made already, otherwise last month's.
       LOAD-HISTORY.
           MOVE 0 TO WS-HIST-COUNT
           OPEN INPUT HISTORY-FILE
           IF WS-FS-HIST NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FS-HIST = "10"
               READ HISTORY-FILE
                   AT END
                       MOVE "10" TO WS-FS-HIST
                   NOT AT END
                       PERFORM LOAD-ONE-HISTORY
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE

           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-HIST-COUNT
               IF WS-HT-MONTH(WS-I) < WS-THIS-MONTH
                  AND WS-HT-MONTH(WS-I) > WS-PRIOR-MONTH
                   MOVE WS-HT-MONTH(WS-I) TO WS-PRIOR-MONTH
               END-IF
               IF WS-HT-MONTH(WS-I) = WS-THIS-MONTH
                   MOVE WS-THIS-MONTH TO WS-BOOKED-MONTH
               END-IF
           END-PERFORM
           IF WS-BOOKED-MONTH = 0
               MOVE WS-PRIOR-MONTH TO WS-BOOKED-MONTH
           END-IF

           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-HIST-COUNT
               PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > 5
                   IF WS-HT-BUCKET(WS-I) = WS-BK-NAME(WS-B)
                       IF WS-HT-MONTH(WS-I) = WS-PRIOR-MONTH
                           MOVE WS-HT-BALANCE(WS-I)
                               TO WS-BK-PRI-BAL(WS-B)
                           MOVE WS-HT-RESERVE(WS-I)
                               TO WS-BK-PRI-RES(WS-B)
                       END-IF
                       IF WS-HT-MONTH(WS-I) = WS-BOOKED-MONTH
                           MOVE WS-HT-RESERVE(WS-I)
                               TO WS-BK-BOOKED(WS-B)
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

       LOAD-ONE-HISTORY.
           IF WS-HIST-COUNT >= 300
               DISPLAY "LOAN-PROVISION: ERROR - history table full "
                       "at 300; archive PROVISION-HISTORY.DAT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-HIST-FIELDS
           UNSTRING HISTORY-RECORD DELIMITED BY ","
               INTO WS-HF-MONTH WS-HF-BUCKET WS-HF-BALANCE
                    WS-HF-RATE WS-HF-RESERVE
           END-UNSTRING
           IF WS-HF-MONTH IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HIST-COUNT
           MOVE WS-HF-MONTH TO WS-HT-MONTH(WS-HIST-COUNT)
           MOVE WS-HF-BUCKET TO WS-HT-BUCKET(WS-HIST-COUNT)
           COMPUTE WS-HT-BALANCE(WS-HIST-COUNT) =
               FUNCTION NUMVAL(WS-HF-BALANCE)
           COMPUTE WS-HT-RATE(WS-HIST-COUNT) =
               FUNCTION NUMVAL(WS-HF-RATE)
           COMPUTE WS-HT-RESERVE(WS-HIST-COUNT) =
               FUNCTION NUMVAL(WS-HF-RESERVE).

       SAVE-HISTORY.
           OPEN OUTPUT HISTORY-FILE
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-HIST-COUNT
               IF WS-HT-MONTH(WS-I) NOT = WS-THIS-MONTH
                   MOVE WS-HT-BALANCE(WS-I) TO WS-HIST-BAL-OUT
                   MOVE WS-HT-RATE(WS-I) TO WS-HIST-RATE-OUT
                   MOVE WS-HT-RESERVE(WS-I) TO WS-HIST-RES-OUT
                   MOVE SPACES TO HISTORY-RECORD
                   STRING WS-HT-MONTH(WS-I) ","
                          FUNCTION TRIM(WS-HT-BUCKET(WS-I)) ","
                          WS-HIST-BAL-OUT ","
                          WS-HIST-RATE-OUT ","
                          WS-HIST-RES-OUT
                       DELIMITED BY SIZE INTO HISTORY-RECORD
                   END-STRING
                   WRITE HISTORY-RECORD
               END-IF
           END-PERFORM
           PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > 5
               MOVE WS-BK-BALANCE(WS-B) TO WS-HIST-BAL-OUT
               MOVE WS-BK-RATE(WS-B) TO WS-HIST-RATE-OUT
               MOVE WS-BK-RESERVE(WS-B) TO WS-HIST-RES-OUT
               MOVE SPACES TO HISTORY-RECORD
               STRING WS-THIS-MONTH ","
                      FUNCTION TRIM(WS-BK-NAME(WS-B)) ","
                      WS-HIST-BAL-OUT ","
                      WS-HIST-RATE-OUT ","
                      WS-HIST-RES-OUT
                   DELIMITED BY SIZE INTO HISTORY-RECORD
               END-STRING
               WRITE HISTORY-RECORD
           END-PERFORM
           CLOSE HISTORY-FILE.

       POST-ALLOWANCE-CHANGE.
           PERFORM LOAD-TXN-SEQ
           ADD 1 TO WS-TXN-SEQ
           MOVE WS-TXN-SEQ TO WS-TXN-ID-SEQ
           IF WS-CHANGE > 0
               MOVE "LLP-CHARGE" TO WS-FEED-TYPE
               MOVE WS-CHANGE TO WS-CHANGE-ABS
           ELSE
               MOVE "LLP-RELSE " TO WS-FEED-TYPE
               COMPUTE WS-CHANGE-ABS = 0 - WS-CHANGE
           END-IF
           MOVE WS-CHANGE-ABS TO WS-AMT-OUT
           OPEN EXTEND DAYFEED-FILE
           IF WS-FS-DAYF = "35"
               CLOSE DAYFEED-FILE
               OPEN OUTPUT DAYFEED-FILE
           END-IF
           MOVE SPACES TO DAYFEED-RECORD
           STRING WS-TXN-ID "," WS-FEED-TYPE ",00000,"
                  WS-AMT-OUT "," WS-TODAY
               DELIMITED BY SIZE INTO DAYFEED-RECORD
           END-STRING
           WRITE DAYFEED-RECORD
           CLOSE DAYFEED-FILE
           PERFORM SAVE-TXN-SEQ.

       LOAD-TXN-SEQ.
           OPEN INPUT SEQ-FILE
           IF WS-FS-SEQ = "00"
               READ SEQ-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       COMPUTE WS-TXN-SEQ =
                           FUNCTION NUMVAL(SEQ-RECORD)
               END-READ
               CLOSE SEQ-FILE
           END-IF.

       SAVE-TXN-SEQ.
           OPEN OUTPUT SEQ-FILE
           MOVE WS-TXN-SEQ TO SEQ-RECORD
           WRITE SEQ-RECORD
           CLOSE SEQ-FILE.

       WRITE-PROVISION-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-REC
           STRING "LOAN-LOSS ALLOWANCE - " WS-THIS-MONTH
                  "  (PRIOR " WS-PRIOR-MONTH ")"
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE WS-DIVIDER TO REPORT-REC
           WRITE REPORT-REC
           MOVE "BUCKET  LOANS      BALANCE    RATE      RESERVE"
             & "   PRIOR BAL  PRIOR RES" TO REPORT-REC
           WRITE REPORT-REC
           PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > 5
               MOVE WS-BK-BALANCE(WS-B) TO WS-BAL-DISP
               MOVE WS-BK-RATE(WS-B) TO WS-RATE-DISP
               MOVE WS-BK-RESERVE(WS-B) TO WS-RES-DISP
               MOVE WS-BK-PRI-BAL(WS-B) TO WS-PRI-BAL-DISP
               MOVE WS-BK-PRI-RES(WS-B) TO WS-PRI-RES-DISP
               MOVE SPACES TO REPORT-REC
               STRING WS-BK-NAME(WS-B) " "
                      WS-BK-COUNT(WS-B)
                      WS-BAL-DISP " "
                      WS-RATE-DISP "%"
                      WS-RES-DISP
                      WS-PRI-BAL-DISP
                      WS-PRI-RES-DISP
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-PERFORM
           MOVE WS-DIVIDER TO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-TOT-BALANCE TO WS-BAL-DISP
           MOVE WS-TOT-RESERVE TO WS-RES-DISP
           MOVE WS-TOT-PRI-BAL TO WS-PRI-BAL-DISP
           MOVE WS-TOT-PRI-RES TO WS-PRI-RES-DISP
           MOVE SPACES TO REPORT-REC
           STRING "TOTAL   " WS-LOAN-COUNT
                  WS-BAL-DISP "        "
                  WS-RES-DISP
                  WS-PRI-BAL-DISP
                  WS-PRI-RES-DISP
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE WS-TOT-BOOKED TO WS-RES-DISP
           MOVE SPACES TO REPORT-REC
           STRING "ALLOWANCE ALREADY BOOKED: " WS-RES-DISP
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE WS-CHANGE TO WS-CHANGE-DISP
           MOVE SPACES TO REPORT-REC
           IF WS-CHANGE = 0
               MOVE "NO CHANGE - nothing posted to the GL."
                   TO REPORT-REC
           ELSE
               STRING "CHANGE POSTED (" FUNCTION TRIM(WS-FEED-TYPE)
                      ", " WS-TXN-ID "): " WS-CHANGE-DISP
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
           END-IF
           WRITE REPORT-REC
           CLOSE REPORT-FILE.

       PARSE-LOAN.
           MOVE SPACES TO WS-LOAN-FIELDS
           UNSTRING LOANS-RECORD DELIMITED BY ","
               INTO WS-LN-ID WS-LN-CUST WS-LN-PRIN WS-LN-RATE
                    WS-LN-TERM WS-LN-PAYMENT WS-LN-NEXT-DUE
                    WS-LN-BILLED WS-LN-PAID WS-LN-STATUS
           END-UNSTRING.
