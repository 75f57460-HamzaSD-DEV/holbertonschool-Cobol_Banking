               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARSEQ-FS.

           SELECT ITEMS-FILE ASSIGN TO "ITEMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITEM-FS.

           SELECT BACKORDER-FILE ASSIGN TO "BACKORDERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACK-FS.

           SELECT STOCK-REPORT-FILE ASSIGN TO "STOCK-REPORT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STKRPT-FS.

           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-LNAME WITH DUPLICATES
               FILE STATUS IS WS-CUST-FS.

           SELECT TAX-RATE-FILE ASSIGN TO "SALESTAX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-FS.

           SELECT SALES-TAX-FILE ASSIGN TO "SALES-TAX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAX-FS.

           SELECT PAY-HISTORY-FILE ASSIGN TO "PAYROLL-HISTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PHIST-FS.

           SELECT LEAVE-FILE ASSIGN TO "LEAVE-BALANCES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEAVE-FS.

           SELECT LEAVE-RATES-FILE ASSIGN TO "LEAVE-RATES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LRATE-FS.

           SELECT PAYROLL-YTD-FILE ASSIGN TO "PAYROLL-YTD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
      *> An ORDERS.TXT line may carry the ordering customer's ID
      *> after the category code; invoiced orders with a customer
      *> open a receivable in RECEIVABLES.DAT for the AR ledger.
      *> After the customer come the ITEMS.DAT item code and the
      *> quantity; the price is per unit, so the line amount is the
      *> discounted price times the quantity (a blank quantity is 1).
       FD  ORDERS-FILE.
       01  ORDER-RECORD.
           05  OR-PRICE-TEXT    PIC X(7).
           05  OR-CODE          PIC X(1).
           05  OR-CUST          PIC X(5).
           05  OR-ITEM          PIC X(8).
           05  OR-QTY-TEXT      PIC X(4).

       FD  RECEIPTS-FILE.
       01  RECEIPT-RECORD       PIC X(132).

       FD  EMPLOYEES-FILE.
       01  EMPLOYEE-RECORD.
           05  EMP-DEDUCT-TEXT  PIC X(7).

       FD  SLIPS-FILE.
       01  SLIP-RECORD          PIC X(220).

       FD  NET-SALES-FILE.
       01  NET-SALES-RECORD     PIC X(90).
       FD  AR-SEQ-FILE.
       01  AR-SEQ-RECORD        PIC X(8).

       FD  ITEMS-FILE.
       01  ITEMS-RECORD         PIC X(80).

       FD  BACKORDER-FILE.
       01  BACKORDER-RECORD     PIC X(60).

       FD  STOCK-REPORT-FILE.
       01  STOCK-REPORT-RECORD  PIC X(80).

       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           05 CUST-ID        PIC 9(5).
           05 CUST-FNAME     PIC A(10).
           05 CUST-LNAME     PIC A(10).
           05 CUST-BALANCE   PIC 9(5)V99.
           05 CUST-ADDRESS   PIC X(25).
           05 CUST-CITY      PIC X(15).
           05 CUST-POSTAL    PIC X(10).
           05 CUST-PHONE     PIC X(12).
           05 CUST-EMAIL     PIC X(25).

       FD  TAX-RATE-FILE.
       01  TAX-RATE-RECORD      PIC X(40).

       FD  SALES-TAX-FILE.
       01  SALES-TAX-RECORD     PIC X(90).

       FD  PAY-HISTORY-FILE.
       01  PAY-HISTORY-RECORD   PIC X(100).

       FD  LEAVE-FILE.
       01  LEAVE-RECORD         PIC X(80).

       FD  LEAVE-RATES-FILE.
       01  LEAVE-RATES-RECORD   PIC X(40).

       FD  PAYROLL-YTD-FILE.
       01  PAYROLL-YTD-RECORD.
           05  YTD-EMP-NAME     PIC X(20).
               10  WS-SL-CODE   PIC X.
               10  WS-SL-GROSS  PIC 9(8)V99.
               10  WS-SL-REFUND PIC 9(8)V99.
               10  WS-SL-COGS   PIC S9(8)V99.
       01  WS-SALES-COUNT       PIC 9(2) VALUE 0.
       01  WS-SL-I              PIC 9(2).
       01  WS-SL-NET            PIC S9(8)V99.
       01  WS-SL-MARGIN         PIC S9(8)V99.
       01  WS-DISP-SL-GROSS     PIC Z(6)9.99.
       01  WS-DISP-SL-REFUND    PIC Z(6)9.99.
       01  WS-DISP-SL-NET       PIC -(6)9.99.
       01  WS-DISP-SL-COGS      PIC -(6)9.99.
       01  WS-DISP-SL-MARGIN    PIC -(6)9.99.

      *> Stock: ITEMS.DAT is the item master, one line per item -
      *> "ITEM,CATEGORY,ON-HAND,REORDER-POINT,UNIT-COST,DESCRIPTION".
      *> An invoiced order takes its quantity off hand and a credit
      *> memo puts it back, each at the item's unit cost for cost of
      *> goods sold. An order for more than is on hand is not
      *> invoiced; it goes to BACKORDERS.DAT -
      *> "DATE,CUST,ITEM,QTY,ON-HAND,PRICE,CODE" - instead. Lines
      *> naming no item are priced as before with no stock movement.
       01  WS-ITEM-FS           PIC XX.
       01  WS-BACK-FS           PIC XX.
       01  WS-STKRPT-FS         PIC XX.
       01  WS-ITEM-EOF          PIC X VALUE "N".
       01  WS-ITEMS-LOADED      PIC X VALUE "N".
       01  WS-ITEM-TABLE.
           05  WS-ITEM-ENTRY OCCURS 200 TIMES.
               10  WS-IT-CODE     PIC X(8).
               10  WS-IT-CATEGORY PIC X(4).
               10  WS-IT-ON-HAND  PIC 9(6).
               10  WS-IT-REORDER  PIC 9(6).
               10  WS-IT-COST     PIC 9(5)V99.
               10  WS-IT-DESC     PIC X(30).
               10  WS-IT-SOLD     PIC S9(6).
               10  WS-IT-COGS     PIC S9(8)V99.
       01  WS-ITEM-COUNT        PIC 9(3) VALUE 0.
       01  WS-IT-I              PIC 9(3).
       01  WS-IT-X              PIC 9(3).
       01  WS-IT-FLD-QTY        PIC X(10).
       01  WS-IT-FLD-REORDER    PIC X(10).
       01  WS-IT-FLD-COST       PIC X(12).
       01  WS-ORD-QTY           PIC 9(4).
       01  WS-ORD-STATUS        PIC X(8).
       01  WS-LINE-AMT          PIC 9(7)V99.
       01  WS-LINE-COGS         PIC 9(8)V99.
       01  WS-DISP-QTY          PIC ZZZ9.
       01  WS-DISP-LINE-AMT     PIC Z(6)9.99.
       01  WS-QTY-OUT           PIC 9(6).
       01  WS-REORDER-OUT       PIC 9(6).
       01  WS-COST-OUT          PIC 9(5).99.
       01  WS-BACKORDERED       PIC 9(4) VALUE 0.
       01  WS-ORD-REJECTED      PIC 9(4) VALUE 0.
       01  WS-BREACHES          PIC 9(4) VALUE 0.
       01  WS-TOTAL-COGS        PIC S9(8)V99 VALUE 0.
       01  WS-DISP-ON-HAND      PIC Z(5)9.
       01  WS-DISP-REORDER      PIC Z(5)9.
       01  WS-DISP-SOLD         PIC -(5)9.
       01  WS-DISP-COST         PIC Z(4)9.99.
       01  WS-DISP-COGS         PIC -(6)9.99.

      *> Sales tax: SALESTAX.DAT holds one rate per line -
      *> "JURISDICTION,CATEGORY,RATE-PCT" - where the jurisdiction is
      *> a customer city from CUSTOMERS.DAT and the category an
      *> ITEMS.DAT item category. "*" in either column matches
      *> anything; the most specific line wins (city and category,
      *> then city, then category, then "*,*"). A line with no match,
      *> or a zero rate, is an exempt sale. Tax goes on the receipt
      *> and into the receivable; credit memos refund it at the same
      *> rate. Every line is logged to SALES-TAX.DAT for the monthly
      *> liability report -
      *> "DATE,TYPE,JURISDICTION,CATEGORY,CUST,TAXABLE,EXEMPT,TAX,RATE"
      *> with TYPE SALE or CREDIT.
       01  WS-CUST-FS           PIC XX.
       01  WS-RATE-FS           PIC XX.
       01  WS-STAX-FS           PIC XX.
       01  WS-RATE-EOF          PIC X VALUE "N".
       01  WS-CUST-OPEN         PIC X VALUE "N".
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY OCCURS 100 TIMES.
               10  WS-RT-JUR      PIC X(15).
               10  WS-RT-CAT      PIC X(4).
               10  WS-RT-RATE     PIC 9(2)V99.
       01  WS-RATE-COUNT        PIC 9(3) VALUE 0.
       01  WS-RT-I              PIC 9(3).
       01  WS-RT-FLD-RATE       PIC X(8).
       01  WS-TAX-JUR           PIC X(15).
       01  WS-TAX-CAT           PIC X(4).
       01  WS-TAX-RATE          PIC 9(2)V99.
       01  WS-TAX-SCORE         PIC 9.
       01  WS-TAX-BEST          PIC 9.
       01  WS-LINE-TAX          PIC 9(7)V99.
       01  WS-TAXABLE-AMT       PIC 9(7)V99.
       01  WS-EXEMPT-AMT        PIC 9(7)V99.
       01  WS-INVOICE-AMT       PIC 9(7)V99.
       01  WS-DISP-LINE-TAX     PIC Z(6)9.99.
       01  WS-TAXABLE-OUT       PIC 9(7).99.
       01  WS-EXEMPT-OUT        PIC 9(7).99.
       01  WS-TAX-OUT           PIC 9(7).99.
       01  WS-RATE-OUT          PIC 99.99.
       01  WS-TAX-TYPE          PIC X(6).
       01  WS-TAX-LOGGED        PIC 9(4) VALUE 0.

      *> Open receivables: every invoiced (non-refund) order naming
      *> a customer opens one RECEIVABLES.DAT line -
      *> (the social-contribution percentage) and ascending BRACKET
      *> lines ("BRACKET,<upper-limit>,<rate-pct>"); tax is computed
      *> progressively over the brackets on each employee's gross.
      *> An optional EMPLOYER line ("EMPLOYER,<rate-pct>") gives the
      *> employer's own social contribution on gross; it is not
      *> withheld, only recorded. Every slip is also appended to
      *> PAYROLL-HISTORY.DAT -
      *> "DATE,NAME,GROSS,TAX,SOCIAL,EMPLOYER,NET" - which the
      *> year-end run splits into quarters for the employer summary.
       01  WS-TAX-FS            PIC XX.
       01  WS-YTD-FS            PIC XX.
       01  WS-TAX-EOF           PIC X VALUE "N".
       01  WS-TAX-LOADED        PIC X VALUE "N".
       01  WS-SOCIAL-RATE       PIC 9(2)V99 VALUE 0.
       01  WS-EMPLOYER-RATE     PIC 9(2)V99 VALUE 0.
       01  WS-EMPLOYER          PIC 9(6)V99.
       01  WS-PHIST-FS          PIC XX.
       01  WS-HIST-GROSS-OUT    PIC 9(7).99.
       01  WS-HIST-TAX-OUT      PIC 9(7).99.
       01  WS-HIST-SOCIAL-OUT   PIC 9(7).99.
       01  WS-HIST-EMPLR-OUT    PIC 9(7).99.
       01  WS-HIST-NET-OUT      PIC 9(7).99.
       01  WS-BRACKET-TABLE.
           05  WS-BRACKET-ENTRY OCCURS 10 TIMES.
               10  WS-BR-UPPER  PIC 9(7)V99.
       01  WS-PRO-COUNT         PIC 9(2) VALUE 0.
       01  WS-PR-I              PIC 9(2).

      *> Leave: LEAVE-BALANCES.DAT (kept by HR-EVENTS) holds each
      *> employee's annual and sick balance in days -
      *> "EMP-ID,NAME,GRADE,HIRE-DATE,ANNUAL,SICK,LAST-ACCRUAL,STATUS".
      *> Each payroll month an ACTIVE employee accrues the days
      *> LEAVE-RATES.DAT gives for their grade and completed service
      *> years - "GRADE,MIN-YEARS,ANNUAL-DAYS,SICK-DAYS", GRADE "*"
      *> for any grade; a grade line beats a "*" line, then the
      *> highest MIN-YEARS not above the service wins. The first
      *> accrual of a new year caps the annual balance carried over
      *> at LEAVE_CARRYOVER_CAP days (default 10). A TERM employee
      *> is paid the annual balance at basic / LEAVE_PAYOUT_DAYS
      *> (default 22) a day, and the line becomes PAIDUP.
       01  WS-LEAVE-FS          PIC XX.
       01  WS-LRATE-FS          PIC XX.
       01  WS-LEAVE-EOF         PIC X VALUE "N".
       01  WS-LEAVE-LOADED      PIC X VALUE "N".
       01  WS-LEAVE-TABLE.
           05  WS-LV-ENTRY OCCURS 300 TIMES.
               10  WS-LV-EMPID    PIC X(5).
               10  WS-LV-NAME     PIC X(20).
               10  WS-LV-GRADE    PIC X(2).
               10  WS-LV-HIRED    PIC X(8).
               10  WS-LV-ANNUAL   PIC 9(3)V99.
               10  WS-LV-SICK     PIC 9(3)V99.
               10  WS-LV-LAST     PIC X(6).
               10  WS-LV-STATUS   PIC X(6).
       01  WS-LV-COUNT          PIC 9(3) VALUE 0.
       01  WS-LV-I              PIC 9(3).
       01  WS-LV-X              PIC 9(3).
       01  WS-LF-ANNUAL         PIC X(8).
       01  WS-LF-SICK           PIC X(8).
       01  WS-LV-ANNUAL-OUT     PIC 999.99.
       01  WS-LV-SICK-OUT       PIC 999.99.
       01  WS-LRATE-TABLE.
           05  WS-LRATE-ENTRY OCCURS 50 TIMES.
               10  WS-LR-GRADE    PIC X(2).
               10  WS-LR-YEARS    PIC 9(2).
               10  WS-LR-ANNUAL   PIC 9(2)V99.
               10  WS-LR-SICK     PIC 9(2)V99.
       01  WS-LRATE-COUNT       PIC 9(2) VALUE 0.
       01  WS-LR-I              PIC 9(2).
       01  WS-LR-BEST           PIC 9(2).
       01  WS-LR-FLD-GRADE      PIC X(4).
       01  WS-LR-FLD-YEARS      PIC X(4).
       01  WS-LR-FLD-ANNUAL     PIC X(8).
       01  WS-LR-FLD-SICK       PIC X(8).
       01  WS-SERVICE-YEARS     PIC 9(2).
       01  WS-HIRE-NUM          PIC 9(8).
       01  WS-PAY-MONTH         PIC X(6).
       01  WS-CARRYOVER-CAP     PIC 9(3)V99 VALUE 10.
       01  WS-PAYOUT-DAYS       PIC 9(2)V99 VALUE 22.
       01  WS-FULL-BASIC        PIC 9(5)V99.
       01  WS-LEAVE-PAY         PIC 9(6)V99.
       01  WS-DISP-LEAVE-PAY    PIC ZZZZ9.99.
       01  WS-DISP-ANNUAL       PIC ZZ9.99.
       01  WS-DISP-SICK         PIC ZZ9.99.
       01  WS-PAYROLL-DATE      PIC 9(8).
       01  WS-PARAM-NAME        PIC X(24).
       01  WS-PARAM-VALUE       PIC X(12).
       01  WS-PARAM-FOUND       PIC X.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "===== BATCH ORDER / PAYROLL RUN ====="
               DISPLAY "No ORDERS.TXT found - skipping order batch."
           ELSE
               CALL "GET-BUSINESS-DATE" USING WS-AR-TODAY
               PERFORM LOAD-ITEMS
               PERFORM LOAD-SALES-TAX-RATES
               OPEN INPUT CUSTOMER-FILE
               IF WS-CUST-FS = "00"
                   MOVE "Y" TO WS-CUST-OPEN
               ELSE
                   DISPLAY "No CUSTOMERS.DAT found - customer cities "
                           "unknown for sales tax."
               END-IF
               OPEN EXTEND SALES-TAX-FILE
               IF WS-STAX-FS = "35"
                   CLOSE SALES-TAX-FILE
                   OPEN OUTPUT SALES-TAX-FILE
               END-IF
               PERFORM LOAD-AR-SEQ
               OPEN EXTEND RECEIVABLES-FILE
               IF WS-RECV-FS = "35"
                   CLOSE RECEIVABLES-FILE
                   OPEN OUTPUT RECEIVABLES-FILE
               END-IF
               OPEN EXTEND BACKORDER-FILE
               IF WS-BACK-FS = "35"
                   CLOSE BACKORDER-FILE
                   OPEN OUTPUT BACKORDER-FILE
               END-IF
               OPEN OUTPUT RECEIPTS-FILE
               PERFORM UNTIL WS-ORD-EOF = "Y"
                   READ ORDERS-FILE
               CLOSE ORDERS-FILE
               CLOSE RECEIPTS-FILE
               CLOSE RECEIVABLES-FILE
               CLOSE BACKORDER-FILE
               CLOSE SALES-TAX-FILE
               IF WS-CUST-OPEN = "Y"
                   CLOSE CUSTOMER-FILE
               END-IF
               PERFORM SAVE-AR-SEQ
               PERFORM WRITE-NET-SALES-SUMMARY
               DISPLAY "Order batch complete - see RECEIPTS.TXT "
                       "and NET-SALES.TXT"
               DISPLAY "Receivables opened: " WS-AR-OPENED
               DISPLAY "Orders back-ordered: " WS-BACKORDERED
               DISPLAY "Orders rejected:     " WS-ORD-REJECTED
               DISPLAY "Sales-tax lines logged: " WS-TAX-LOGGED
               IF WS-ITEMS-LOADED = "Y"
                   PERFORM SAVE-ITEMS
                   PERFORM WRITE-STOCK-REPORT
                   DISPLAY "Stock report written - see "
                           "STOCK-REPORT.TXT"
                   DISPLAY "Reorder-point breaches: " WS-BREACHES
               END-IF
               IF WS-BACKORDERED > 0 OR WS-ORD-REJECTED > 0
                  OR WS-BREACHES > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       LOAD-ITEMS.
           OPEN INPUT ITEMS-FILE
           IF WS-ITEM-FS NOT = "00"
               DISPLAY "No ITEMS.DAT found - orders naming an item "
                       "will be rejected."
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-ITEMS-LOADED
           PERFORM UNTIL WS-ITEM-EOF = "Y"
               READ ITEMS-FILE
                   AT END
                       MOVE "Y" TO WS-ITEM-EOF
                   NOT AT END
                       IF ITEMS-RECORD NOT = SPACES
                           PERFORM LOAD-ONE-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ITEMS-FILE.

       LOAD-ONE-ITEM.
           IF WS-ITEM-COUNT >= 200
               DISPLAY "BATCH-RUN: ERROR - more than 200 items on "
                       "ITEMS.DAT; ITEMS.DAT not rewritten"
               CLOSE ITEMS-FILE
               CLOSE ORDERS-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-ITEM-COUNT
           MOVE SPACES TO WS-IT-FLD-QTY WS-IT-FLD-REORDER
                          WS-IT-FLD-COST
           UNSTRING ITEMS-RECORD DELIMITED BY ","
               INTO WS-IT-CODE(WS-ITEM-COUNT)
                    WS-IT-CATEGORY(WS-ITEM-COUNT)
                    WS-IT-FLD-QTY
                    WS-IT-FLD-REORDER
                    WS-IT-FLD-COST
                    WS-IT-DESC(WS-ITEM-COUNT)
           END-UNSTRING
           COMPUTE WS-IT-ON-HAND(WS-ITEM-COUNT) =
               FUNCTION NUMVAL(WS-IT-FLD-QTY)
           COMPUTE WS-IT-REORDER(WS-ITEM-COUNT) =
               FUNCTION NUMVAL(WS-IT-FLD-REORDER)
           COMPUTE WS-IT-COST(WS-ITEM-COUNT) =
               FUNCTION NUMVAL(WS-IT-FLD-COST)
           MOVE 0 TO WS-IT-SOLD(WS-ITEM-COUNT)
           MOVE 0 TO WS-IT-COGS(WS-ITEM-COUNT).

       SAVE-ITEMS.
           OPEN OUTPUT ITEMS-FILE
           PERFORM VARYING WS-IT-I FROM 1 BY 1
             UNTIL WS-IT-I > WS-ITEM-COUNT
               MOVE WS-IT-ON-HAND(WS-IT-I) TO WS-QTY-OUT
               MOVE WS-IT-REORDER(WS-IT-I) TO WS-REORDER-OUT
               MOVE WS-IT-COST(WS-IT-I) TO WS-COST-OUT
               MOVE SPACES TO ITEMS-RECORD
               STRING WS-IT-CODE(WS-IT-I) ","
                      WS-IT-CATEGORY(WS-IT-I) ","
                      WS-QTY-OUT ","
                      WS-REORDER-OUT ","
                      WS-COST-OUT ","
                      WS-IT-DESC(WS-IT-I)
                   DELIMITED BY SIZE INTO ITEMS-RECORD
               END-STRING
               WRITE ITEMS-RECORD
           END-PERFORM
           CLOSE ITEMS-FILE.

       FIND-ORDER-ITEM.
           MOVE 0 TO WS-IT-X
           PERFORM VARYING WS-IT-I FROM 1 BY 1
             UNTIL WS-IT-I > WS-ITEM-COUNT
               IF WS-IT-CODE(WS-IT-I) = OR-ITEM
                   MOVE WS-IT-I TO WS-IT-X
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOAD-AR-SEQ.
           OPEN INPUT AR-SEQ-FILE
           IF WS-ARSEQ-FS = "00"

       PROCESS-ONE-ORDER.
           MOVE "N" TO WS-IS-CREDIT
           MOVE "OK" TO WS-ORD-STATUS
           IF OR-PRICE-TEXT(1:1) = "-"
               MOVE "Y" TO WS-IS-CREDIT
               MOVE SPACES TO WS-ABS-PRICE-TEXT
           MOVE WS-PRICE TO WS-DISP-PRICE
           MOVE WS-DISC-PRICE TO WS-DISP-DISC-PRICE

           IF OR-QTY-TEXT = SPACES
               MOVE 1 TO WS-ORD-QTY
           ELSE
               COMPUTE WS-ORD-QTY = FUNCTION NUMVAL(OR-QTY-TEXT)
           END-IF
           COMPUTE WS-LINE-AMT = WS-DISC-PRICE * WS-ORD-QTY
           MOVE 0 TO WS-LINE-COGS
           MOVE 0 TO WS-IT-X
           IF OR-ITEM NOT = SPACES
               PERFORM CHECK-ORDER-STOCK
           END-IF

           IF WS-ORD-STATUS NOT = "OK"
               PERFORM WRITE-UNINVOICED-RECEIPT
               EXIT PARAGRAPH
           END-IF
           IF WS-IT-X > 0
               PERFORM MOVE-ORDER-STOCK
           END-IF
           PERFORM CALC-SALES-TAX

           MOVE SPACES TO RECEIPT-RECORD
           IF WS-IS-CREDIT = "Y"
               STRING "REFUND Price: " WS-DISP-PRICE
                      "  Discounted: " WS-DISP-DISC-PRICE
                   DELIMITED BY SIZE INTO RECEIPT-RECORD
           END-IF
           IF OR-ITEM NOT = SPACES OR WS-ORD-QTY NOT = 1
               MOVE WS-ORD-QTY TO WS-DISP-QTY
               MOVE WS-LINE-AMT TO WS-DISP-LINE-AMT
               STRING "  Item: " OR-ITEM
                      "  Qty: " WS-DISP-QTY
                      "  Amount: " WS-DISP-LINE-AMT
                   DELIMITED BY SIZE INTO RECEIPT-RECORD(57:)
           END-IF
           MOVE WS-LINE-TAX TO WS-DISP-LINE-TAX
           IF WS-LINE-TAX > 0
               STRING "  Tax: " WS-DISP-LINE-TAX
                   DELIMITED BY SIZE INTO RECEIPT-RECORD(104:)
           END-IF
           WRITE RECEIPT-RECORD

           IF WS-IS-CREDIT NOT = "Y" AND OR-CUST IS NUMERIC

           PERFORM TALLY-NET-SALES.

      *> An item order is checked against ITEMS.DAT before it is
      *> invoiced: an unknown item or a zero quantity is rejected,
      *> and an invoice for more than is on hand is back-ordered.
      *> Credit memos only need the item to exist.
       CHECK-ORDER-STOCK.
           IF WS-ORD-QTY = 0
               MOVE "BADQTY" TO WS-ORD-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-ORDER-ITEM
           IF WS-IT-X = 0
               MOVE "NOITEM" TO WS-ORD-STATUS
               EXIT PARAGRAPH
           END-IF
           IF WS-IS-CREDIT NOT = "Y"
              AND WS-ORD-QTY > WS-IT-ON-HAND(WS-IT-X)
               MOVE "BACKORD" TO WS-ORD-STATUS
           END-IF.

       MOVE-ORDER-STOCK.
           COMPUTE WS-LINE-COGS = WS-IT-COST(WS-IT-X) * WS-ORD-QTY
           IF WS-IS-CREDIT = "Y"
               ADD WS-ORD-QTY TO WS-IT-ON-HAND(WS-IT-X)
               SUBTRACT WS-ORD-QTY FROM WS-IT-SOLD(WS-IT-X)
               SUBTRACT WS-LINE-COGS FROM WS-IT-COGS(WS-IT-X)
           ELSE
               SUBTRACT WS-ORD-QTY FROM WS-IT-ON-HAND(WS-IT-X)
               ADD WS-ORD-QTY TO WS-IT-SOLD(WS-IT-X)
               ADD WS-LINE-COGS TO WS-IT-COGS(WS-IT-X)
           END-IF.

       WRITE-UNINVOICED-RECEIPT.
           MOVE WS-ORD-QTY TO WS-DISP-QTY
           MOVE SPACES TO RECEIPT-RECORD
           EVALUATE WS-ORD-STATUS
               WHEN "BACKORD"
                   ADD 1 TO WS-BACKORDERED
                   MOVE WS-IT-ON-HAND(WS-IT-X) TO WS-DISP-ON-HAND
                   STRING "BACKORDER Item: " OR-ITEM
                          "  Qty: " WS-DISP-QTY
                          "  On hand: " WS-DISP-ON-HAND
                          "  Price: " WS-DISP-PRICE
                          "  Code: " OR-CODE
                       DELIMITED BY SIZE INTO RECEIPT-RECORD
                   PERFORM WRITE-ONE-BACKORDER
               WHEN "NOITEM"
                   ADD 1 TO WS-ORD-REJECTED
                   STRING "REJECTED Item: " OR-ITEM
                          "  not on ITEMS.DAT - not invoiced"
                       DELIMITED BY SIZE INTO RECEIPT-RECORD
               WHEN OTHER
                   ADD 1 TO WS-ORD-REJECTED
                   STRING "REJECTED Item: " OR-ITEM
                          "  quantity " OR-QTY-TEXT
                          " is not valid - not invoiced"
                       DELIMITED BY SIZE INTO RECEIPT-RECORD
           END-EVALUATE
           WRITE RECEIPT-RECORD.

       WRITE-ONE-BACKORDER.
           MOVE WS-ORD-QTY TO WS-QTY-OUT
           MOVE WS-IT-ON-HAND(WS-IT-X) TO WS-REORDER-OUT
           MOVE WS-PRICE TO WS-COST-OUT
           MOVE SPACES TO BACKORDER-RECORD
           STRING WS-AR-TODAY ","
                  OR-CUST ","
                  OR-ITEM ","
                  WS-QTY-OUT ","
                  WS-REORDER-OUT ","
                  WS-COST-OUT ","
                  OR-CODE
               DELIMITED BY SIZE INTO BACKORDER-RECORD
           END-STRING
           WRITE BACKORDER-RECORD.

       LOAD-SALES-TAX-RATES.
           OPEN INPUT TAX-RATE-FILE
           IF WS-RATE-FS NOT = "00"
               DISPLAY "No SALESTAX.DAT found - all sales treated "
                       "as exempt."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-RATE-EOF = "Y"
               READ TAX-RATE-FILE
                   AT END
                       MOVE "Y" TO WS-RATE-EOF
                   NOT AT END
                       IF TAX-RATE-RECORD = SPACES
                           EXIT PERFORM CYCLE
                       END-IF
                       IF WS-RATE-COUNT >= 100
                           DISPLAY "No room for more sales-tax "
                                   "rates (100 max) - later "
                                   "SALESTAX.DAT lines ignored."
                           MOVE "Y" TO WS-RATE-EOF
                           EXIT PERFORM
                       END-IF
                       ADD 1 TO WS-RATE-COUNT
                       MOVE SPACES TO WS-RT-FLD-RATE
                       UNSTRING TAX-RATE-RECORD DELIMITED BY ","
                           INTO WS-RT-JUR(WS-RATE-COUNT)
                                WS-RT-CAT(WS-RATE-COUNT)
                                WS-RT-FLD-RATE
                       END-UNSTRING
                       COMPUTE WS-RT-RATE(WS-RATE-COUNT) =
                           FUNCTION NUMVAL(WS-RT-FLD-RATE)
               END-READ
           END-PERFORM
           CLOSE TAX-RATE-FILE.

      *> Jurisdiction is the ordering customer's city; lines with no
      *> customer (or one missing from CUSTOMERS.DAT) fall to the
      *> "*" rates and are logged under NO CITY.
       CALC-SALES-TAX.
           MOVE "NO CITY" TO WS-TAX-JUR
           IF WS-CUST-OPEN = "Y" AND OR-CUST IS NUMERIC
               MOVE OR-CUST TO CUST-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CUST-CITY NOT = SPACES
                           MOVE CUST-CITY TO WS-TAX-JUR
                       END-IF
               END-READ
           END-IF
           MOVE SPACES TO WS-TAX-CAT
           IF WS-IT-X > 0
               MOVE WS-IT-CATEGORY(WS-IT-X) TO WS-TAX-CAT
           END-IF
           MOVE 0 TO WS-TAX-RATE
           MOVE 0 TO WS-TAX-BEST
           PERFORM VARYING WS-RT-I FROM 1 BY 1
             UNTIL WS-RT-I > WS-RATE-COUNT
               MOVE 0 TO WS-TAX-SCORE
               IF WS-RT-JUR(WS-RT-I) = WS-TAX-JUR
                   ADD 2 TO WS-TAX-SCORE
               ELSE
                   IF WS-RT-JUR(WS-RT-I) NOT = "*"
                       EXIT PERFORM CYCLE
                   END-IF
               END-IF
               IF WS-RT-CAT(WS-RT-I) = WS-TAX-CAT
                  AND WS-TAX-CAT NOT = SPACES
                   ADD 1 TO WS-TAX-SCORE
               ELSE
                   IF WS-RT-CAT(WS-RT-I) NOT = "*"
                       EXIT PERFORM CYCLE
                   END-IF
               END-IF
               ADD 1 TO WS-TAX-SCORE
               IF WS-TAX-SCORE > WS-TAX-BEST
                   MOVE WS-TAX-SCORE TO WS-TAX-BEST
                   MOVE WS-RT-RATE(WS-RT-I) TO WS-TAX-RATE
               END-IF
           END-PERFORM
           MOVE 0 TO WS-TAXABLE-AMT
           MOVE 0 TO WS-EXEMPT-AMT
           MOVE 0 TO WS-LINE-TAX
           IF WS-TAX-RATE > 0
               MOVE WS-LINE-AMT TO WS-TAXABLE-AMT
               COMPUTE WS-LINE-TAX ROUNDED =
                   WS-LINE-AMT * WS-TAX-RATE / 100
           ELSE
               MOVE WS-LINE-AMT TO WS-EXEMPT-AMT
           END-IF
           PERFORM LOG-SALES-TAX.

       LOG-SALES-TAX.
           IF WS-IS-CREDIT = "Y"
               MOVE "CREDIT" TO WS-TAX-TYPE
           ELSE
               MOVE "SALE" TO WS-TAX-TYPE
           END-IF
           MOVE WS-TAXABLE-AMT TO WS-TAXABLE-OUT
           MOVE WS-EXEMPT-AMT TO WS-EXEMPT-OUT
           MOVE WS-LINE-TAX TO WS-TAX-OUT
           MOVE WS-TAX-RATE TO WS-RATE-OUT
           MOVE SPACES TO SALES-TAX-RECORD
           STRING WS-AR-TODAY ","
                  WS-TAX-TYPE ","
                  WS-TAX-JUR ","
                  WS-TAX-CAT ","
                  OR-CUST ","
                  WS-TAXABLE-OUT ","
                  WS-EXEMPT-OUT ","
                  WS-TAX-OUT ","
                  WS-RATE-OUT
               DELIMITED BY SIZE INTO SALES-TAX-RECORD
           END-STRING
           WRITE SALES-TAX-RECORD
           ADD 1 TO WS-TAX-LOGGED.

       OPEN-ONE-RECEIVABLE.
           ADD 1 TO WS-AR-OPENED
           ADD 1 TO WS-AR-SEQ
           MOVE WS-AR-SEQ TO WS-INVOICE-SEQ
           COMPUTE WS-INVOICE-AMT = WS-LINE-AMT + WS-LINE-TAX
           MOVE WS-INVOICE-AMT TO WS-AR-AMT-OUT
           MOVE SPACES TO RECEIVABLES-RECORD
           STRING WS-INVOICE-ID ","
                  OR-CUST ","
           PERFORM VARYING WS-SL-I FROM 1 BY 1
             UNTIL WS-SL-I > WS-SALES-COUNT
               IF WS-SL-CODE(WS-SL-I) = OR-CODE
                   PERFORM ADD-TO-SALES-ENTRY
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SALES-COUNT
           MOVE WS-SALES-COUNT TO WS-SL-I
           MOVE OR-CODE TO WS-SL-CODE(WS-SL-I)
           MOVE 0 TO WS-SL-GROSS(WS-SL-I)
           MOVE 0 TO WS-SL-REFUND(WS-SL-I)
           MOVE 0 TO WS-SL-COGS(WS-SL-I)
           PERFORM ADD-TO-SALES-ENTRY.

       ADD-TO-SALES-ENTRY.
           IF WS-IS-CREDIT = "Y"
               ADD WS-LINE-AMT TO WS-SL-REFUND(WS-SL-I)
               SUBTRACT WS-LINE-COGS FROM WS-SL-COGS(WS-SL-I)
           ELSE
               ADD WS-LINE-AMT TO WS-SL-GROSS(WS-SL-I)
               ADD WS-LINE-COGS TO WS-SL-COGS(WS-SL-I)
           END-IF.

      *> Margin is net sales less the cost of the goods that left
      *> (or came back into) stock; lines naming no item carry no
      *> cost, so their whole net shows as margin.
       WRITE-NET-SALES-SUMMARY.
           OPEN OUTPUT NET-SALES-FILE
           MOVE "Daily Net Sales by Category" TO NET-SALES-RECORD
           WRITE NET-SALES-RECORD
           MOVE SPACES TO NET-SALES-RECORD
           STRING "CODE      GROSS     REFUNDS         NET"
                  "        COGS      MARGIN"
               DELIMITED BY SIZE INTO NET-SALES-RECORD
           END-STRING
           WRITE NET-SALES-RECORD
           PERFORM VARYING WS-SL-I FROM 1 BY 1
             UNTIL WS-SL-I > WS-SALES-COUNT
               COMPUTE WS-SL-NET = WS-SL-GROSS(WS-SL-I)
                   - WS-SL-REFUND(WS-SL-I)
               COMPUTE WS-SL-MARGIN = WS-SL-NET - WS-SL-COGS(WS-SL-I)
               MOVE WS-SL-GROSS(WS-SL-I) TO WS-DISP-SL-GROSS
               MOVE WS-SL-REFUND(WS-SL-I) TO WS-DISP-SL-REFUND
               MOVE WS-SL-NET TO WS-DISP-SL-NET
               MOVE WS-SL-COGS(WS-SL-I) TO WS-DISP-SL-COGS
               MOVE WS-SL-MARGIN TO WS-DISP-SL-MARGIN
               MOVE SPACES TO NET-SALES-RECORD
               STRING WS-SL-CODE(WS-SL-I) "  "
                      WS-DISP-SL-GROSS "  "
                      WS-DISP-SL-REFUND "  "
                      WS-DISP-SL-NET "  "
                      WS-DISP-SL-COGS "  "
                      WS-DISP-SL-MARGIN
                   DELIMITED BY SIZE INTO NET-SALES-RECORD
               END-STRING
               WRITE NET-SALES-RECORD
           END-PERFORM
           CLOSE NET-SALES-FILE.

      *> Nightly stock report: items at or below their reorder point
      *> after the day's orders, then the day's units sold and cost
      *> of goods sold per item (credit memos net off).
       WRITE-STOCK-REPORT.
           MOVE 0 TO WS-BREACHES
           MOVE 0 TO WS-TOTAL-COGS
           OPEN OUTPUT STOCK-REPORT-FILE
           MOVE SPACES TO STOCK-REPORT-RECORD
           STRING "Nightly Stock Report - business date "
                  WS-AR-TODAY
               DELIMITED BY SIZE INTO STOCK-REPORT-RECORD
           END-STRING
           WRITE STOCK-REPORT-RECORD
           MOVE SPACES TO STOCK-REPORT-RECORD
           WRITE STOCK-REPORT-RECORD
           MOVE "Reorder-point breaches" TO STOCK-REPORT-RECORD
           WRITE STOCK-REPORT-RECORD
           MOVE "ITEM     CAT   ON-HAND  REORDER  DESCRIPTION"
               TO STOCK-REPORT-RECORD
           WRITE STOCK-REPORT-RECORD
           PERFORM VARYING WS-IT-I FROM 1 BY 1
             UNTIL WS-IT-I > WS-ITEM-COUNT
               IF WS-IT-ON-HAND(WS-IT-I) <= WS-IT-REORDER(WS-IT-I)
                   ADD 1 TO WS-BREACHES
                   MOVE WS-IT-ON-HAND(WS-IT-I) TO WS-DISP-ON-HAND
                   MOVE WS-IT-REORDER(WS-IT-I) TO WS-DISP-REORDER
                   MOVE SPACES TO STOCK-REPORT-RECORD
                   STRING WS-IT-CODE(WS-IT-I) " "
                          WS-IT-CATEGORY(WS-IT-I) "  "
                          WS-DISP-ON-HAND "   "
                          WS-DISP-REORDER "  "
                          WS-IT-DESC(WS-IT-I)
                       DELIMITED BY SIZE INTO STOCK-REPORT-RECORD
                   END-STRING
                   WRITE STOCK-REPORT-RECORD
               END-IF
           END-PERFORM
           IF WS-BREACHES = 0
               MOVE "  (none)" TO STOCK-REPORT-RECORD
               WRITE STOCK-REPORT-RECORD
           END-IF
           MOVE SPACES TO STOCK-REPORT-RECORD
           WRITE STOCK-REPORT-RECORD
           MOVE "Cost of goods sold" TO STOCK-REPORT-RECORD
           WRITE STOCK-REPORT-RECORD
           MOVE "ITEM     CAT      SOLD  UNIT COST        COGS"
               TO STOCK-REPORT-RECORD
           WRITE STOCK-REPORT-RECORD
           PERFORM VARYING WS-IT-I FROM 1 BY 1
             UNTIL WS-IT-I > WS-ITEM-COUNT
               IF WS-IT-SOLD(WS-IT-I) NOT = 0
                  OR WS-IT-COGS(WS-IT-I) NOT = 0
                   ADD WS-IT-COGS(WS-IT-I) TO WS-TOTAL-COGS
                   MOVE WS-IT-SOLD(WS-IT-I) TO WS-DISP-SOLD
                   MOVE WS-IT-COST(WS-IT-I) TO WS-DISP-COST
                   MOVE WS-IT-COGS(WS-IT-I) TO WS-DISP-COGS
                   MOVE SPACES TO STOCK-REPORT-RECORD
                   STRING WS-IT-CODE(WS-IT-I) " "
                          WS-IT-CATEGORY(WS-IT-I) "  "
                          WS-DISP-SOLD "   "
                          WS-DISP-COST "  "
                          WS-DISP-COGS
                       DELIMITED BY SIZE INTO STOCK-REPORT-RECORD
                   END-STRING
                   WRITE STOCK-REPORT-RECORD
               END-IF
           END-PERFORM
           MOVE WS-TOTAL-COGS TO WS-DISP-COGS
           MOVE SPACES TO STOCK-REPORT-RECORD
           STRING "TOTAL COST OF GOODS SOLD         "
                  WS-DISP-COGS
               DELIMITED BY SIZE INTO STOCK-REPORT-RECORD
           END-STRING
           WRITE STOCK-REPORT-RECORD
           CLOSE STOCK-REPORT-FILE.

      *> Reads one employee record per EMPLOYEES.TXT line, computes
      *> gross/net the way READ-EMPLOYEE/CALC-GROSS/CALC-NET would
      *> feed DISPLAY-SLIP in the interactive salary-slip flow, calls
           IF WS-EMP-FS = "35"
               DISPLAY "No EMPLOYEES.TXT found - skipping payroll run."
           ELSE
               CALL "GET-BUSINESS-DATE" USING WS-PAYROLL-DATE
               PERFORM LOAD-TAX-TABLE
               PERFORM LOAD-PRORATION-TABLE
               PERFORM LOAD-LEAVE-BALANCES
               PERFORM OPEN-PAYROLL-YTD
               OPEN OUTPUT SLIPS-FILE
               OPEN EXTEND PAY-HISTORY-FILE
               IF WS-PHIST-FS = "35"
                   CLOSE PAY-HISTORY-FILE
                   OPEN OUTPUT PAY-HISTORY-FILE
               END-IF
               PERFORM UNTIL WS-EMP-EOF = "Y"
                   READ EMPLOYEES-FILE
                       AT END
               END-PERFORM
               CLOSE EMPLOYEES-FILE
               CLOSE SLIPS-FILE
               CLOSE PAY-HISTORY-FILE
               CLOSE PAYROLL-YTD-FILE
               IF WS-LEAVE-LOADED = "Y"
                   PERFORM SAVE-LEAVE-BALANCES
               END-IF
               DISPLAY "Payroll batch complete - see SLIPS.TXT"
           END-IF.

                           INTO WS-TAX-KIND WS-TAX-FLD-2
                                WS-TAX-FLD-3
                       END-UNSTRING
                       IF FUNCTION TRIM(WS-TAX-KIND) = "EMPLOYER"
                           COMPUTE WS-EMPLOYER-RATE =
                               FUNCTION NUMVAL(WS-TAX-FLD-2)
                           EXIT PERFORM CYCLE
                       END-IF
                       IF FUNCTION TRIM(WS-TAX-KIND) = "SOCIAL"
                           COMPUTE WS-SOCIAL-RATE =
                               FUNCTION NUMVAL(WS-TAX-FLD-2)
           COMPUTE WS-ALLOW = FUNCTION NUMVAL(EMP-ALLOW-TEXT)
           COMPUTE WS-DEDUCT = FUNCTION NUMVAL(EMP-DEDUCT-TEXT)

           MOVE WS-BASIC TO WS-FULL-BASIC
           PERFORM APPLY-PRORATION
           PERFORM APPLY-LEAVE
           COMPUTE WS-GROSS = WS-BASIC + WS-ALLOW + WS-LEAVE-PAY
           PERFORM CALC-WITHHOLDING
           COMPUTE WS-NET = WS-GROSS - WS-DEDUCT - WS-TAX
               - WS-SOCIAL
                  "  Social: " WS-DISP-SOCIAL
                  "  Net: " WS-DISP-NET
               DELIMITED BY SIZE INTO SLIP-RECORD
           IF WS-LV-X > 0
               MOVE WS-LEAVE-PAY TO WS-DISP-LEAVE-PAY
               MOVE WS-LV-ANNUAL(WS-LV-X) TO WS-DISP-ANNUAL
               MOVE WS-LV-SICK(WS-LV-X) TO WS-DISP-SICK
               STRING "  Leave pay: " WS-DISP-LEAVE-PAY
                      "  Annual leave: " WS-DISP-ANNUAL
                      "  Sick leave: " WS-DISP-SICK
                   DELIMITED BY SIZE INTO SLIP-RECORD(148:)
           END-IF
           WRITE SLIP-RECORD

           PERFORM WRITE-PAY-HISTORY
           PERFORM UPDATE-PAYROLL-YTD.

       APPLY-PRORATION.
                       WS-BASIC * WS-PR-FACTOR(WS-PR-I)
                   COMPUTE WS-ALLOW ROUNDED =
                       WS-ALLOW * WS-PR-FACTOR(WS-PR-I)
               END-IF
           END-PERFORM.

       LOAD-LEAVE-BALANCES.
           MOVE WS-PAYROLL-DATE(1:6) TO WS-PAY-MONTH
           OPEN INPUT LEAVE-FILE
           IF WS-LEAVE-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-LEAVE-LOADED
           PERFORM UNTIL WS-LEAVE-EOF = "Y"
               READ LEAVE-FILE
                   AT END
                       MOVE "Y" TO WS-LEAVE-EOF
                   NOT AT END
                       IF WS-LV-COUNT >= 300
                           DISPLAY "BATCH-RUN: ERROR - more than 300 "
                                   "leave balances; "
                                   "LEAVE-BALANCES.DAT not rewritten"
                           CLOSE LEAVE-FILE
                           CLOSE EMPLOYEES-FILE
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-LV-COUNT
                       MOVE SPACES TO WS-LF-ANNUAL WS-LF-SICK
                       UNSTRING LEAVE-RECORD DELIMITED BY ","
                           INTO WS-LV-EMPID(WS-LV-COUNT)
                                WS-LV-NAME(WS-LV-COUNT)
                                WS-LV-GRADE(WS-LV-COUNT)
                                WS-LV-HIRED(WS-LV-COUNT)
                                WS-LF-ANNUAL WS-LF-SICK
                                WS-LV-LAST(WS-LV-COUNT)
                                WS-LV-STATUS(WS-LV-COUNT)
                       END-UNSTRING
                       COMPUTE WS-LV-ANNUAL(WS-LV-COUNT) =
                           FUNCTION NUMVAL(WS-LF-ANNUAL)
                       COMPUTE WS-LV-SICK(WS-LV-COUNT) =
                           FUNCTION NUMVAL(WS-LF-SICK)
               END-READ
           END-PERFORM
           CLOSE LEAVE-FILE
           PERFORM LOAD-LEAVE-RATES
           MOVE "LEAVE_CARRYOVER_CAP" TO WS-PARAM-NAME
           CALL "GET-PARAM" USING WS-PARAM-NAME WS-PARAM-VALUE
                                  WS-PARAM-FOUND
           IF WS-PARAM-FOUND = "Y"
               COMPUTE WS-CARRYOVER-CAP =
                   FUNCTION NUMVAL(WS-PARAM-VALUE)
           END-IF
           MOVE "LEAVE_PAYOUT_DAYS" TO WS-PARAM-NAME
           CALL "GET-PARAM" USING WS-PARAM-NAME WS-PARAM-VALUE
                                  WS-PARAM-FOUND
           IF WS-PARAM-FOUND = "Y"
               COMPUTE WS-PAYOUT-DAYS =
                   FUNCTION NUMVAL(WS-PARAM-VALUE)
           END-IF
           IF WS-PAYOUT-DAYS = 0
               MOVE 22 TO WS-PAYOUT-DAYS
           END-IF.

       LOAD-LEAVE-RATES.
           OPEN INPUT LEAVE-RATES-FILE
           IF WS-LRATE-FS NOT = "00"
               DISPLAY "No LEAVE-RATES.DAT found - no leave will "
                       "accrue."
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-LEAVE-EOF
           PERFORM UNTIL WS-LEAVE-EOF = "Y"
               READ LEAVE-RATES-FILE
                   AT END
                       MOVE "Y" TO WS-LEAVE-EOF
                   NOT AT END
                       IF LEAVE-RATES-RECORD = SPACES
                           EXIT PERFORM CYCLE
                       END-IF
                       IF WS-LRATE-COUNT >= 50
                           DISPLAY "No room for more leave rates "
                                   "(50 max) - later LEAVE-RATES.DAT"
                                   " lines ignored."
                           MOVE "Y" TO WS-LEAVE-EOF
                           EXIT PERFORM
                       END-IF
                       ADD 1 TO WS-LRATE-COUNT
                       UNSTRING LEAVE-RATES-RECORD DELIMITED BY ","
                           INTO WS-LR-FLD-GRADE WS-LR-FLD-YEARS
                                WS-LR-FLD-ANNUAL WS-LR-FLD-SICK
                       END-UNSTRING
                       MOVE WS-LR-FLD-GRADE
                           TO WS-LR-GRADE(WS-LRATE-COUNT)
                       COMPUTE WS-LR-YEARS(WS-LRATE-COUNT) =
                           FUNCTION NUMVAL(WS-LR-FLD-YEARS)
                       COMPUTE WS-LR-ANNUAL(WS-LRATE-COUNT) =
                           FUNCTION NUMVAL(WS-LR-FLD-ANNUAL)
                       COMPUTE WS-LR-SICK(WS-LRATE-COUNT) =
                           FUNCTION NUMVAL(WS-LR-FLD-SICK)
               END-READ
           END-PERFORM
           CLOSE LEAVE-RATES-FILE.

       SAVE-LEAVE-BALANCES.
           OPEN OUTPUT LEAVE-FILE
           PERFORM VARYING WS-LV-I FROM 1 BY 1
             UNTIL WS-LV-I > WS-LV-COUNT
               MOVE WS-LV-ANNUAL(WS-LV-I) TO WS-LV-ANNUAL-OUT
               MOVE WS-LV-SICK(WS-LV-I) TO WS-LV-SICK-OUT
               MOVE SPACES TO LEAVE-RECORD
               STRING WS-LV-EMPID(WS-LV-I) ","
                      WS-LV-NAME(WS-LV-I) ","
                      WS-LV-GRADE(WS-LV-I) ","
                      WS-LV-HIRED(WS-LV-I) ","
                      WS-LV-ANNUAL-OUT ","
                      WS-LV-SICK-OUT ","
                      WS-LV-LAST(WS-LV-I) ","
                      WS-LV-STATUS(WS-LV-I)
                   DELIMITED BY SIZE INTO LEAVE-RECORD
               END-STRING
               WRITE LEAVE-RECORD
           END-PERFORM
           CLOSE LEAVE-FILE.

      *> Accrues once per payroll month (LAST-ACCRUAL guards a
      *> rerun) and pays out a terminated employee's annual leave.
       APPLY-LEAVE.
           MOVE 0 TO WS-LEAVE-PAY
           MOVE 0 TO WS-LV-X
           PERFORM VARYING WS-LV-I FROM 1 BY 1
             UNTIL WS-LV-I > WS-LV-COUNT
               IF WS-LV-NAME(WS-LV-I) = WS-EMP-NAME-TEXT
                   MOVE WS-LV-I TO WS-LV-X
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-LV-X = 0
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-LV-STATUS(WS-LV-X)
               WHEN "ACTIVE"
                   IF WS-LV-LAST(WS-LV-X) < WS-PAY-MONTH
                       PERFORM ACCRUE-LEAVE
                   END-IF
               WHEN "TERM"
                   COMPUTE WS-LEAVE-PAY ROUNDED =
                       WS-FULL-BASIC / WS-PAYOUT-DAYS
                       * WS-LV-ANNUAL(WS-LV-X)
                   MOVE 0 TO WS-LV-ANNUAL(WS-LV-X)
                   MOVE "PAIDUP" TO WS-LV-STATUS(WS-LV-X)
           END-EVALUATE.

       ACCRUE-LEAVE.
           IF WS-LV-LAST(WS-LV-X)(1:4) < WS-PAY-MONTH(1:4)
              AND WS-LV-LAST(WS-LV-X) NOT = "000000"
              AND WS-LV-ANNUAL(WS-LV-X) > WS-CARRYOVER-CAP
               MOVE WS-CARRYOVER-CAP TO WS-LV-ANNUAL(WS-LV-X)
           END-IF
           MOVE 0 TO WS-SERVICE-YEARS
           IF WS-LV-HIRED(WS-LV-X) IS NUMERIC
               MOVE WS-LV-HIRED(WS-LV-X) TO WS-HIRE-NUM
               IF WS-HIRE-NUM < WS-PAYROLL-DATE
                   COMPUTE WS-SERVICE-YEARS =
                       (WS-PAYROLL-DATE - WS-HIRE-NUM) / 10000
               END-IF
           END-IF
           MOVE 0 TO WS-LR-BEST
           PERFORM VARYING WS-LR-I FROM 1 BY 1
             UNTIL WS-LR-I > WS-LRATE-COUNT
               IF WS-LR-YEARS(WS-LR-I) <= WS-SERVICE-YEARS
                  AND (WS-LR-GRADE(WS-LR-I) = WS-LV-GRADE(WS-LV-X)
                       OR WS-LR-GRADE(WS-LR-I) = "*")
                   PERFORM PICK-LEAVE-RATE
               END-IF
           END-PERFORM
           IF WS-LR-BEST > 0
               ADD WS-LR-ANNUAL(WS-LR-BEST) TO WS-LV-ANNUAL(WS-LV-X)
               ADD WS-LR-SICK(WS-LR-BEST) TO WS-LV-SICK(WS-LV-X)
           END-IF
           MOVE WS-PAY-MONTH TO WS-LV-LAST(WS-LV-X).

       PICK-LEAVE-RATE.
           IF WS-LR-BEST = 0
               MOVE WS-LR-I TO WS-LR-BEST
               EXIT PARAGRAPH
           END-IF
           IF WS-LR-GRADE(WS-LR-BEST) = "*"
              AND WS-LR-GRADE(WS-LR-I) NOT = "*"
               MOVE WS-LR-I TO WS-LR-BEST
               EXIT PARAGRAPH
           END-IF
           IF WS-LR-GRADE(WS-LR-BEST) NOT = "*"
              AND WS-LR-GRADE(WS-LR-I) = "*"
               EXIT PARAGRAPH
           END-IF
           IF WS-LR-YEARS(WS-LR-I) > WS-LR-YEARS(WS-LR-BEST)
               MOVE WS-LR-I TO WS-LR-BEST
           END-IF.

      *> Progressive tax: each bracket taxes only the slice of gross
      *> that falls inside it; the last bracket's upper limit acts as
      *> "and above" for anything past it. Social contributions are a
       CALC-WITHHOLDING.
           MOVE 0 TO WS-TAX
           MOVE 0 TO WS-SOCIAL
           MOVE 0 TO WS-EMPLOYER
           IF WS-TAX-LOADED NOT = "Y"
               EXIT PARAGRAPH
           END-IF
               MOVE WS-BR-UPPER(WS-BR-I) TO WS-SLICE-LOW
           END-PERFORM
           COMPUTE WS-SOCIAL ROUNDED =
               WS-GROSS * WS-SOCIAL-RATE / 100
           COMPUTE WS-EMPLOYER ROUNDED =
               WS-GROSS * WS-EMPLOYER-RATE / 100.

       WRITE-PAY-HISTORY.
           MOVE WS-GROSS TO WS-HIST-GROSS-OUT
           MOVE WS-TAX TO WS-HIST-TAX-OUT
           MOVE WS-SOCIAL TO WS-HIST-SOCIAL-OUT
           MOVE WS-EMPLOYER TO WS-HIST-EMPLR-OUT
           MOVE WS-NET TO WS-HIST-NET-OUT
           MOVE SPACES TO PAY-HISTORY-RECORD
           STRING WS-PAYROLL-DATE ","
                  WS-EMP-NAME-TEXT ","
                  WS-HIST-GROSS-OUT ","
                  WS-HIST-TAX-OUT ","
                  WS-HIST-SOCIAL-OUT ","
                  WS-HIST-EMPLR-OUT ","
                  WS-HIST-NET-OUT
               DELIMITED BY SIZE INTO PAY-HISTORY-RECORD
           END-STRING
           WRITE PAY-HISTORY-RECORD.

      *> Year-to-date earnings and withholding accumulate per
      *> employee in PAYROLL-YTD.DAT for the year-end totals.
