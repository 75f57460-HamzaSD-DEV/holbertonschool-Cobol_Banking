       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATM-REPLENISH.

      *> Cash replenishment for the ATM estate. ATM-MACHINES.DAT
      *> carries one machine per line:
      *>   MACHINE,BRANCH,CAPACITY,CASH-AT-LOAD,LOAD-DATE,
      *>   NEXT-VISIT,CYCLE-DAYS,MIX20,MIX50,MIX100,STATUS
      *> BRANCH is the vault the machine is loaded from; the MIX
      *> fields are the percentage of a load carried in 20s, 50s
      *> and 100s. ATM-IMPORT keeps ATM-CASH-HISTORY.DAT, one line
      *> per machine per journal day:
      *>   MACHINE,DATE,DISPENSED,DEPOSITED
      *> The (F)orecast takes each machine's cash as CASH-AT-LOAD
      *> less everything dispensed after LOAD-DATE, averages the
      *> last ATM_HISTORY_DAYS (default 56) of dispense by day
      *> type - ordinary business day, last business day before a
      *> weekend or CALENDAR.DAT holiday, and weekend/holiday
      *> days - and projects the need day by day to the next
      *> carrier visit (a visit due on a non-business day rolls to
      *> the next business day). A machine forecast to run dry
      *> before its visit gets an EMERGENCY load on the next
      *> business day. The load covers the following cycle plus
      *> ATM_SAFETY_PCT (default 20) percent, up to capacity, split
      *> by denomination. Orders go to ATM-LOAD-ORDERS.DAT:
      *>   MACHINE,BRANCH,LOAD-DATE,AMOUNT,N20,N50,N100,KIND,
      *>   STATUS,RUN-DATE
      *> and each branch's total is drawn against its VAULT.DAT
      *> position above the floor. ATM-REPLENISH.TXT lists the
      *> machines forecast to run out at the top. (C)onfirm load
      *> records the carrier's visit double-signed, as vault
      *> transfers are: the vault gives up the cash, the machine
      *> restarts its count and its next visit is set a cycle on.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MACHINE-FILE ASSIGN TO "ATM-MACHINES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MACH.
           SELECT HISTORY-FILE ASSIGN TO "ATM-CASH-HISTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HIST.
           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CAL.
           SELECT ORDER-FILE ASSIGN TO "ATM-LOAD-ORDERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ORDER.
           SELECT ORDER-WORK ASSIGN TO "ATM-LOAD-ORDERS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OWORK.
           SELECT VAULT-FILE ASSIGN TO "VAULT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-VAULT.
           SELECT VAULT-WORK ASSIGN TO "VAULT.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-VWORK.
           SELECT AUTH-FILE ASSIGN TO "AUTHORIZED_USERS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-AUTH.
           SELECT VLOG-FILE ASSIGN TO "VAULT-LOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-VLOG.
           SELECT REPORT-FILE ASSIGN TO "ATM-REPLENISH.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RPT.

       DATA DIVISION.
       FILE SECTION.
       FD  MACHINE-FILE.
       01  MACHINE-RECORD       PIC X(100).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD       PIC X(50).

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD      PIC X(8).

       FD  ORDER-FILE.
       01  ORDER-RECORD         PIC X(100).

       FD  ORDER-WORK.
       01  ORDER-WORK-REC       PIC X(100).

       FD  VAULT-FILE.
       01  VAULT-RECORD         PIC X(50).

       FD  VAULT-WORK.
       01  VAULT-WORK-REC       PIC X(50).

       FD  AUTH-FILE.
       01  AUTH-REC.
           05  AUTH-ID          PIC X(6).

       FD  VLOG-FILE.
       01  VLOG-REC             PIC X(100).

       FD  REPORT-FILE.
       01  REPORT-REC           PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-FS-MACH           PIC XX.
       77  WS-FS-HIST           PIC XX.
       77  WS-FS-CAL            PIC XX.
       77  WS-FS-ORDER          PIC XX.
       77  WS-FS-OWORK          PIC XX.
       77  WS-FS-VAULT          PIC XX.
       77  WS-FS-VWORK          PIC XX.
       77  WS-FS-AUTH           PIC XX.
       77  WS-FS-VLOG           PIC XX.
       77  WS-FS-RPT            PIC XX.
       77  WS-EOF               PIC X VALUE 'N'.
       77  WS-MODE              PIC X.
       77  WS-TODAY             PIC 9(8).
       77  WS-I                 PIC 9(4).
       77  WS-J                 PIC 9(4).
       77  WS-M                 PIC 9(4).
       77  WS-THIS-M            PIC 9(4).
       77  WS-HOLIDAY-COUNT     PIC 9(3) VALUE 0.
       77  WS-HISTORY-DAYS      PIC 9(3) VALUE 56.
       77  WS-SAFETY-PCT        PIC 9(3) VALUE 20.
       77  WS-PARAM-NAME        PIC X(24).
       77  WS-PARAM-VALUE       PIC X(12).
       77  WS-PARAM-FOUND       PIC X.
       77  WS-AUTH-OK           PIC X.
       77  WS-RUNOUT-COUNT      PIC 9(4) VALUE 0.
       77  WS-SHORT-COUNT       PIC 9(4) VALUE 0.
       77  WS-ORDER-COUNT       PIC 9(4) VALUE 0.

       01  WS-HOLIDAY-TABLE.
           05  WS-HOLIDAY OCCURS 100 TIMES PIC 9(8).

       01  WS-MACHINE-FIELDS.
           05  WS-MF-ID         PIC X(4).
           05  WS-MF-BRANCH     PIC X(3).
           05  WS-MF-CAPACITY   PIC X(11).
           05  WS-MF-CASH       PIC X(11).
           05  WS-MF-LOAD-DATE  PIC X(8).
           05  WS-MF-NEXT-VISIT PIC X(8).
           05  WS-MF-CYCLE      PIC X(3).
           05  WS-MF-MIX20      PIC X(3).
           05  WS-MF-MIX50      PIC X(3).
           05  WS-MF-MIX100     PIC X(3).
           05  WS-MF-STATUS     PIC X(8).

      *> The estate is held whole in storage: the forecast
      *> accumulates history against it and a confirmed load
      *> rewrites it.
       01  WS-MACHINE-TABLE.
           05  WS-MC-ENTRY OCCURS 200 TIMES.
               10  WS-MC-ID         PIC X(4).
               10  WS-MC-BRANCH     PIC X(3).
               10  WS-MC-CAPACITY   PIC 9(7)V99.
               10  WS-MC-CASH       PIC 9(7)V99.
               10  WS-MC-LOAD-DATE  PIC 9(8).
               10  WS-MC-NEXT-VISIT PIC 9(8).
               10  WS-MC-CYCLE      PIC 9(3).
               10  WS-MC-MIX        PIC 9(3) OCCURS 3 TIMES.
               10  WS-MC-STATUS     PIC X(8).
               10  WS-MC-SINCE-LOAD PIC 9(9)V99.
               10  WS-MC-DEPOSITS   PIC 9(9)V99.
               10  WS-MC-TYPE-SUM   PIC 9(9)V99 OCCURS 3 TIMES.
               10  WS-MC-TYPE-DAYS  PIC 9(3) OCCURS 3 TIMES.
               10  WS-MC-NOW        PIC 9(7)V99.
               10  WS-MC-RUNOUT     PIC 9(8).
               10  WS-MC-VISIT      PIC 9(8).
               10  WS-MC-LOAD-ON    PIC 9(8).
               10  WS-MC-ORDER      PIC 9(7)V99.
               10  WS-MC-NOTES      PIC 9(5) OCCURS 3 TIMES.
               10  WS-MC-KIND       PIC X(9).
       01  WS-MACHINE-COUNT     PIC 9(4) VALUE 0.

       01  WS-HISTORY-FIELDS.
           05  WS-HF-MACHINE    PIC X(4).
           05  WS-HF-DATE       PIC X(8).
           05  WS-HF-DISPENSED  PIC X(12).
           05  WS-HF-DEPOSITED  PIC X(12).

       01  WS-ORDER-FIELDS.
           05  WS-OF-MACHINE    PIC X(4).
           05  WS-OF-BRANCH     PIC X(3).
           05  WS-OF-LOAD-DATE  PIC X(8).
           05  WS-OF-AMOUNT     PIC X(10).
           05  WS-OF-N20        PIC X(5).
           05  WS-OF-N50        PIC X(5).
           05  WS-OF-N100       PIC X(5).
           05  WS-OF-KIND       PIC X(9).
           05  WS-OF-STATUS     PIC X(8).
           05  WS-OF-RUN-DATE   PIC X(8).

       01  WS-VAULT-FIELDS.
           05  WS-VT-BR         PIC X(3).
           05  WS-VT-BAL        PIC X(12).
           05  WS-VT-FLOOR      PIC X(12).
           05  WS-VT-CEIL       PIC X(12).
       01  WS-VAULT-TABLE.
           05  WS-VL-ENTRY OCCURS 100 TIMES.
               10  WS-VL-LINE       PIC X(50).
               10  WS-VL-BR         PIC X(3).
               10  WS-VL-BAL        PIC S9(9)V99.
               10  WS-VL-FLOOR      PIC 9(9)V99.
               10  WS-VL-DRAW       PIC 9(9)V99.
               10  WS-VL-MACHINES   PIC 9(3).
       01  WS-VAULT-COUNT       PIC 9(3) VALUE 0.

      *> Denominations a machine cassette can carry.
       01  WS-DENOM-LIST.
           05  FILLER           PIC 9(3) VALUE 20.
           05  FILLER           PIC 9(3) VALUE 50.
           05  FILLER           PIC 9(3) VALUE 100.
       01  WS-DENOM-TABLE REDEFINES WS-DENOM-LIST.
           05  WS-DENOM         PIC 9(3) OCCURS 3 TIMES.

      *> Day-by-day projection work fields.
       01  WS-CANDIDATE         PIC 9(8).
       01  WS-DATE-INT          PIC 9(7).
       01  WS-DAY-OF-WEEK       PIC 9.
       01  WS-IS-BUSINESS-DAY   PIC X.
       01  WS-DAY-TYPE          PIC 9.
       01  WS-WINDOW-FROM       PIC 9(8).
       01  WS-SPAN-FROM         PIC 9(8).
       01  WS-SPAN-TO           PIC 9(8).
       01  WS-SPAN-CASH         PIC S9(9)V99.
       01  WS-SPAN-NEED         PIC 9(9)V99.
       01  WS-SPAN-RUNOUT       PIC 9(8).
       01  WS-SPAN-INT          PIC 9(7).
       01  WS-SPAN-END-INT      PIC 9(7).
       01  WS-AVG               PIC 9(7)V99 OCCURS 3 TIMES.
       01  WS-ALL-SUM           PIC 9(9)V99.
       01  WS-ALL-DAYS          PIC 9(4).
       01  WS-ALL-AVG           PIC 9(7)V99.
       01  WS-NEXT-BUSINESS     PIC 9(8).
       01  WS-FOLLOWING-VISIT   PIC 9(8).
       01  WS-NEED-TO-VISIT     PIC 9(9)V99.
       01  WS-AT-LOAD           PIC S9(9)V99.
       01  WS-CYCLE-NEED        PIC 9(9)V99.
       01  WS-TARGET            PIC 9(9)V99.
       01  WS-ORDER-AMT         PIC S9(9)V99.
       01  WS-DENOM-AMT         PIC 9(9)V99.
       01  WS-AMT-NUM           PIC 9(9)V99.

       01  WS-INPUT-MACHINE     PIC X(4).
       01  WS-INPUT-BRANCH      PIC X(3).
       01  WS-INPUT-AMT         PIC X(12).
       01  WS-INPUT-DATE        PIC X(8).
       01  WS-INPUT-CYCLE       PIC X(3).
       01  WS-INPUT-MIX         PIC X(3) OCCURS 3 TIMES.
       01  WS-CUSTODIAN-IN      PIC X(6).
       01  WS-SUPER-IN          PIC X(6).
       01  WS-CHECK-ID          PIC X(6).
       01  WS-RESIDUAL-NUM      PIC 9(7)V99.
       01  WS-LOADED-NUM        PIC 9(7)V99.
       01  WS-MIX-TOTAL         PIC 9(4).
       01  WS-ORDER-FOR-MACHINE PIC 9(7)V99.

       01  WS-AMT-OUT           PIC 9(7).99.
       01  WS-BIG-OUT           PIC 9(9).99.
       01  WS-VAULT-BAL         PIC S9(9)V99.
       01  WS-NOTES-OUT         PIC 9(5).
       01  WS-CYCLE-OUT         PIC 9(3).
       01  WS-MIX-OUT           PIC 9(3).
       01  WS-DISP-AMT          PIC ZZZ,ZZ9.99.
       01  WS-DISP-AMT2         PIC ZZZ,ZZ9.99.
       01  WS-DISP-AMT3         PIC ZZZ,ZZ9.99.
       01  WS-DISP-BIG          PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-DISP-BIG2         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-DISP-N1           PIC ZZZZ9.
       01  WS-DISP-N2           PIC ZZZZ9.
       01  WS-DISP-N3           PIC ZZZZ9.
       01  WS-DIVIDER           PIC X(120) VALUE ALL "-".

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "GET-BUSINESS-DATE" USING WS-TODAY
           PERFORM LOAD-PARAMETERS
           PERFORM LOAD-MACHINES
           DISPLAY "ATM-REPLENISH: (A)dd/change machine, (L)ist "
                   "machines, (F)orecast and load orders, (C)onfirm "
                   "load: " WITH NO ADVANCING
           ACCEPT WS-MODE
           EVALUATE FUNCTION UPPER-CASE(WS-MODE)
               WHEN "A"
                   PERFORM MAINTAIN-MACHINE
               WHEN "L"
                   PERFORM LIST-MACHINES
               WHEN "F"
                   PERFORM FORECAST-RUN
               WHEN "C"
                   PERFORM CONFIRM-LOAD
               WHEN OTHER
                   DISPLAY "Invalid selection."
           END-EVALUATE
           STOP RUN.

       LOAD-PARAMETERS.
           MOVE "ATM_HISTORY_DAYS" TO WS-PARAM-NAME
           CALL "GET-PARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y'
              AND FUNCTION NUMVAL(WS-PARAM-VALUE) > 0
               COMPUTE WS-HISTORY-DAYS =
                   FUNCTION NUMVAL(WS-PARAM-VALUE)
           END-IF
           MOVE "ATM_SAFETY_PCT" TO WS-PARAM-NAME
           CALL "GET-PARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y'
               COMPUTE WS-SAFETY-PCT =
                   FUNCTION NUMVAL(WS-PARAM-VALUE)
           END-IF.

      *>----------------------------------------------------------------
      *> Machine master
      *>----------------------------------------------------------------
       LOAD-MACHINES.
           MOVE 0 TO WS-MACHINE-COUNT
           OPEN INPUT MACHINE-FILE
           IF WS-FS-MACH NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ MACHINE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-MACHINE
               END-READ
           END-PERFORM
           CLOSE MACHINE-FILE.

       LOAD-ONE-MACHINE.
           IF MACHINE-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-MACHINE-COUNT >= 200
               DISPLAY "ATM-REPLENISH: ERROR - machine table full "
                       "at 200"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-MACHINE-FIELDS
           UNSTRING MACHINE-RECORD DELIMITED BY ','
               INTO WS-MF-ID WS-MF-BRANCH WS-MF-CAPACITY WS-MF-CASH
                    WS-MF-LOAD-DATE WS-MF-NEXT-VISIT WS-MF-CYCLE
                    WS-MF-MIX20 WS-MF-MIX50 WS-MF-MIX100
                    WS-MF-STATUS
           END-UNSTRING
           ADD 1 TO WS-MACHINE-COUNT
           MOVE WS-MACHINE-COUNT TO WS-M
           INITIALIZE WS-MC-ENTRY(WS-M)
           MOVE WS-MF-ID TO WS-MC-ID(WS-M)
           MOVE WS-MF-BRANCH TO WS-MC-BRANCH(WS-M)
           COMPUTE WS-MC-CAPACITY(WS-M) =
               FUNCTION NUMVAL(WS-MF-CAPACITY)
           COMPUTE WS-MC-CASH(WS-M) = FUNCTION NUMVAL(WS-MF-CASH)
           IF WS-MF-LOAD-DATE IS NUMERIC
               MOVE WS-MF-LOAD-DATE TO WS-MC-LOAD-DATE(WS-M)
           END-IF
           IF WS-MF-NEXT-VISIT IS NUMERIC
               MOVE WS-MF-NEXT-VISIT TO WS-MC-NEXT-VISIT(WS-M)
           END-IF
           COMPUTE WS-MC-CYCLE(WS-M) = FUNCTION NUMVAL(WS-MF-CYCLE)
           COMPUTE WS-MC-MIX(WS-M, 1) = FUNCTION NUMVAL(WS-MF-MIX20)
           COMPUTE WS-MC-MIX(WS-M, 2) = FUNCTION NUMVAL(WS-MF-MIX50)
           COMPUTE WS-MC-MIX(WS-M, 3) =
               FUNCTION NUMVAL(WS-MF-MIX100)
           MOVE WS-MF-STATUS TO WS-MC-STATUS(WS-M).

       SAVE-MACHINES.
           OPEN OUTPUT MACHINE-FILE
           PERFORM VARYING WS-M FROM 1 BY 1
             UNTIL WS-M > WS-MACHINE-COUNT
               PERFORM BUILD-MACHINE-RECORD
               WRITE MACHINE-RECORD
           END-PERFORM
           CLOSE MACHINE-FILE.

       BUILD-MACHINE-RECORD.
           MOVE SPACES TO MACHINE-RECORD
           MOVE WS-MC-CAPACITY(WS-M) TO WS-AMT-OUT
           STRING WS-MC-ID(WS-M) ","
                  WS-MC-BRANCH(WS-M) ","
                  WS-AMT-OUT ","
               DELIMITED BY SIZE INTO MACHINE-RECORD
           END-STRING
           MOVE WS-MC-CASH(WS-M) TO WS-AMT-OUT
           MOVE WS-MC-CYCLE(WS-M) TO WS-CYCLE-OUT
           STRING FUNCTION TRIM(MACHINE-RECORD)
                  WS-AMT-OUT ","
                  WS-MC-LOAD-DATE(WS-M) ","
                  WS-MC-NEXT-VISIT(WS-M) ","
                  WS-CYCLE-OUT ","
                  WS-MC-MIX(WS-M, 1) ","
                  WS-MC-MIX(WS-M, 2) ","
                  WS-MC-MIX(WS-M, 3) ","
                  FUNCTION TRIM(WS-MC-STATUS(WS-M))
               DELIMITED BY SIZE INTO MACHINE-RECORD
           END-STRING.

       FIND-MACHINE.
           MOVE 0 TO WS-M
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-MACHINE-COUNT
               IF WS-MC-ID(WS-I) = WS-INPUT-MACHINE
                   MOVE WS-I TO WS-M
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> A new machine starts empty with its first visit due; an
      *> existing one keeps its cash count and only has its
      *> branch, capacity, visit cycle, mix and status changed.
       MAINTAIN-MACHINE.
           DISPLAY "Machine ID (4 chars): " WITH NO ADVANCING
           ACCEPT WS-INPUT-MACHINE
           MOVE FUNCTION UPPER-CASE(WS-INPUT-MACHINE)
               TO WS-INPUT-MACHINE
           IF WS-INPUT-MACHINE = SPACES
               DISPLAY "Machine ID is required."
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-MACHINE
           IF WS-M = 0
               IF WS-MACHINE-COUNT >= 200
                   DISPLAY "Machine table full - not added."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-MACHINE-COUNT
               MOVE WS-MACHINE-COUNT TO WS-M
               INITIALIZE WS-MC-ENTRY(WS-M)
               MOVE WS-INPUT-MACHINE TO WS-MC-ID(WS-M)
               MOVE WS-TODAY TO WS-MC-LOAD-DATE(WS-M)
               MOVE WS-TODAY TO WS-MC-NEXT-VISIT(WS-M)
               DISPLAY "New machine " WS-INPUT-MACHINE "."
           ELSE
               DISPLAY "Changing machine " WS-INPUT-MACHINE
                       " - cash on count " WS-MC-CASH(WS-M)
                       " since " WS-MC-LOAD-DATE(WS-M) "."
           END-IF
           DISPLAY "Loading branch (vault) code: " WITH NO ADVANCING
           ACCEPT WS-INPUT-BRANCH
           MOVE FUNCTION UPPER-CASE(WS-INPUT-BRANCH)
               TO WS-INPUT-BRANCH
           DISPLAY "Cassette capacity (e.g. 0200000.00): "
                   WITH NO ADVANCING
           ACCEPT WS-INPUT-AMT
           DISPLAY "Carrier visit cycle in days (e.g. 007): "
                   WITH NO ADVANCING
           ACCEPT WS-INPUT-CYCLE
           DISPLAY "Percent of load in 20s: " WITH NO ADVANCING
           ACCEPT WS-INPUT-MIX(1)
           DISPLAY "Percent of load in 50s: " WITH NO ADVANCING
           ACCEPT WS-INPUT-MIX(2)
           DISPLAY "Percent of load in 100s: " WITH NO ADVANCING
           ACCEPT WS-INPUT-MIX(3)
           COMPUTE WS-MIX-TOTAL = FUNCTION NUMVAL(WS-INPUT-MIX(1))
                                + FUNCTION NUMVAL(WS-INPUT-MIX(2))
                                + FUNCTION NUMVAL(WS-INPUT-MIX(3))
           IF WS-MIX-TOTAL NOT = 100
               DISPLAY "Denomination mix must total 100 - "
                       "unchanged."
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(WS-INPUT-CYCLE) = 0
              OR FUNCTION NUMVAL(WS-INPUT-AMT) = 0
               DISPLAY "Capacity and visit cycle are required - "
                       "unchanged."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-INPUT-BRANCH TO WS-MC-BRANCH(WS-M)
           COMPUTE WS-MC-CAPACITY(WS-M) =
               FUNCTION NUMVAL(WS-INPUT-AMT)
           COMPUTE WS-MC-CYCLE(WS-M) = FUNCTION NUMVAL(WS-INPUT-CYCLE)
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 3
               COMPUTE WS-MC-MIX(WS-M, WS-J) =
                   FUNCTION NUMVAL(WS-INPUT-MIX(WS-J))
           END-PERFORM
           DISPLAY "Status - (A)ctive or (O)ut of service: "
                   WITH NO ADVANCING
           ACCEPT WS-MODE
           IF FUNCTION UPPER-CASE(WS-MODE) = "O"
               MOVE "OUTOFSVC" TO WS-MC-STATUS(WS-M)
           ELSE
               MOVE "ACTIVE" TO WS-MC-STATUS(WS-M)
           END-IF
           PERFORM SAVE-MACHINES
           DISPLAY "Machine " WS-INPUT-MACHINE " saved.".

       LIST-MACHINES.
           IF WS-MACHINE-COUNT = 0
               DISPLAY "No ATM-MACHINES.DAT on file."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-M FROM 1 BY 1
             UNTIL WS-M > WS-MACHINE-COUNT
               PERFORM BUILD-MACHINE-RECORD
               DISPLAY FUNCTION TRIM(MACHINE-RECORD)
           END-PERFORM
           DISPLAY "Machines on file: " WS-MACHINE-COUNT.

      *>----------------------------------------------------------------
      *> Calendar
      *>----------------------------------------------------------------
       LOAD-HOLIDAYS.
           MOVE 0 TO WS-HOLIDAY-COUNT
           OPEN INPUT CALENDAR-FILE
           IF WS-FS-CAL NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CALENDAR-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CALENDAR-RECORD IS NUMERIC
                          AND WS-HOLIDAY-COUNT < 100
                           ADD 1 TO WS-HOLIDAY-COUNT
                           MOVE CALENDAR-RECORD
                               TO WS-HOLIDAY(WS-HOLIDAY-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CALENDAR-FILE.

      *> INTEGER-OF-DATE day 1 was a Monday, so MOD 7 of 6 or 0
      *> means Saturday or Sunday.
       CHECK-BUSINESS-DAY.
           MOVE 'Y' TO WS-IS-BUSINESS-DAY
           COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(WS-CANDIDATE), 7)
           IF WS-DAY-OF-WEEK = 6 OR WS-DAY-OF-WEEK = 0
               MOVE 'N' TO WS-IS-BUSINESS-DAY
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-J FROM 1 BY 1
             UNTIL WS-J > WS-HOLIDAY-COUNT
               IF WS-HOLIDAY(WS-J) = WS-CANDIDATE
                   MOVE 'N' TO WS-IS-BUSINESS-DAY
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> Day type 1 is an ordinary business day, 2 the last
      *> business day before a weekend or holiday (the Friday
      *> run on cash), 3 a weekend or holiday.
       CLASSIFY-DAY.
           PERFORM CHECK-BUSINESS-DAY
           IF WS-IS-BUSINESS-DAY = 'N'
               MOVE 3 TO WS-DAY-TYPE
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-DAY-TYPE
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-CANDIDATE)
           COMPUTE WS-CANDIDATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT + 1)
           PERFORM CHECK-BUSINESS-DAY
           IF WS-IS-BUSINESS-DAY = 'N'
               MOVE 2 TO WS-DAY-TYPE
           END-IF
           COMPUTE WS-CANDIDATE = FUNCTION DATE-OF-INTEGER(WS-DATE-INT).

      *> First business day on or after WS-CANDIDATE.
       ROLL-TO-BUSINESS-DAY.
           PERFORM CHECK-BUSINESS-DAY
           PERFORM UNTIL WS-IS-BUSINESS-DAY = 'Y'
               COMPUTE WS-CANDIDATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-CANDIDATE) + 1)
               PERFORM CHECK-BUSINESS-DAY
           END-PERFORM.

      *>----------------------------------------------------------------
      *> Forecast
      *>----------------------------------------------------------------
       FORECAST-RUN.
           IF WS-MACHINE-COUNT = 0
               DISPLAY "No ATM-MACHINES.DAT on file."
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-HOLIDAYS
           COMPUTE WS-WINDOW-FROM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY) - WS-HISTORY-DAYS
               + 1)
           PERFORM LOAD-HISTORY
           PERFORM LOAD-VAULTS
           COMPUTE WS-CANDIDATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY) + 1)
           PERFORM ROLL-TO-BUSINESS-DAY
           MOVE WS-CANDIDATE TO WS-NEXT-BUSINESS
           PERFORM VARYING WS-M FROM 1 BY 1
             UNTIL WS-M > WS-MACHINE-COUNT
               IF WS-MC-STATUS(WS-M) = "ACTIVE"
                   PERFORM FORECAST-ONE-MACHINE
               END-IF
           END-PERFORM
           PERFORM WRITE-LOAD-ORDERS
           PERFORM WRITE-FORECAST-REPORT
           IF WS-RUNOUT-COUNT > 0 OR WS-SHORT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "ATM-REPLENISH: " WS-ORDER-COUNT " load order(s), "
                   WS-RUNOUT-COUNT " machine(s) forecast to run out, "
                   WS-SHORT-COUNT " vault(s) short - see "
                   "ATM-REPLENISH.TXT".

      *> One pass over the history: dispense since each machine's
      *> last load, and dispense by day type inside the window.
       LOAD-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF WS-FS-HIST NOT = "00"
               DISPLAY "ATM-REPLENISH: no ATM-CASH-HISTORY.DAT - "
                       "forecasting from cash on count only."
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM TALLY-ONE-HISTORY
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE.

       TALLY-ONE-HISTORY.
           MOVE SPACES TO WS-HISTORY-FIELDS
           UNSTRING HISTORY-RECORD DELIMITED BY ','
               INTO WS-HF-MACHINE WS-HF-DATE WS-HF-DISPENSED
                    WS-HF-DEPOSITED
           END-UNSTRING
           IF WS-HF-DATE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HF-MACHINE TO WS-INPUT-MACHINE
           PERFORM FIND-MACHINE
           IF WS-M = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AMT-NUM = FUNCTION NUMVAL(WS-HF-DISPENSED)
           MOVE WS-HF-DATE TO WS-CANDIDATE
      *> The count taken at the load already reflects that day's
      *> dispense, so only later days are charged against it.
           IF WS-CANDIDATE > WS-MC-LOAD-DATE(WS-M)
              AND WS-CANDIDATE <= WS-TODAY
               ADD WS-AMT-NUM TO WS-MC-SINCE-LOAD(WS-M)
               ADD FUNCTION NUMVAL(WS-HF-DEPOSITED)
                   TO WS-MC-DEPOSITS(WS-M)
           END-IF
           IF WS-CANDIDATE >= WS-WINDOW-FROM
              AND WS-CANDIDATE <= WS-TODAY
               PERFORM CLASSIFY-DAY
               ADD WS-AMT-NUM TO WS-MC-TYPE-SUM(WS-M, WS-DAY-TYPE)
               ADD 1 TO WS-MC-TYPE-DAYS(WS-M, WS-DAY-TYPE)
           END-IF.

       LOAD-VAULTS.
           MOVE 0 TO WS-VAULT-COUNT
           OPEN INPUT VAULT-FILE
           IF WS-FS-VAULT NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ VAULT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF VAULT-RECORD NOT = SPACES
                           IF WS-VAULT-COUNT >= 100
                               DISPLAY "ATM-REPLENISH: ERROR - vault "
                                       "table full at 100; no "
                                       "forecast written"
                               CLOSE VAULT-FILE
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-VAULT-COUNT
                           PERFORM LOAD-ONE-VAULT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VAULT-FILE.

       LOAD-ONE-VAULT.
           MOVE SPACES TO WS-VAULT-FIELDS
           UNSTRING VAULT-RECORD DELIMITED BY ','
               INTO WS-VT-BR WS-VT-BAL WS-VT-FLOOR WS-VT-CEIL
           END-UNSTRING
           MOVE VAULT-RECORD TO WS-VL-LINE(WS-VAULT-COUNT)
           MOVE WS-VT-BR TO WS-VL-BR(WS-VAULT-COUNT)
           COMPUTE WS-VL-BAL(WS-VAULT-COUNT) =
               FUNCTION NUMVAL(WS-VT-BAL)
           COMPUTE WS-VL-FLOOR(WS-VAULT-COUNT) =
               FUNCTION NUMVAL(WS-VT-FLOOR)
           MOVE 0 TO WS-VL-DRAW(WS-VAULT-COUNT)
           MOVE 0 TO WS-VL-MACHINES(WS-VAULT-COUNT).

       FIND-VAULT.
           MOVE 0 TO WS-J
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-VAULT-COUNT
               IF WS-VL-BR(WS-I) = WS-INPUT-BRANCH
                   MOVE WS-I TO WS-J
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FORECAST-ONE-MACHINE.
           PERFORM SET-AVERAGES
           IF WS-MC-SINCE-LOAD(WS-M) >= WS-MC-CASH(WS-M)
               MOVE 0 TO WS-MC-NOW(WS-M)
           ELSE
               COMPUTE WS-MC-NOW(WS-M) =
                   WS-MC-CASH(WS-M) - WS-MC-SINCE-LOAD(WS-M)
           END-IF

      *> The scheduled visit - overdue visits are due tomorrow.
           MOVE WS-MC-NEXT-VISIT(WS-M) TO WS-CANDIDATE
           IF WS-CANDIDATE <= WS-TODAY
               MOVE WS-NEXT-BUSINESS TO WS-CANDIDATE
           END-IF
           PERFORM ROLL-TO-BUSINESS-DAY
           MOVE WS-CANDIDATE TO WS-MC-VISIT(WS-M)

           COMPUTE WS-SPAN-FROM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY) + 1)
           MOVE WS-MC-VISIT(WS-M) TO WS-SPAN-TO
           MOVE WS-MC-NOW(WS-M) TO WS-SPAN-CASH
           PERFORM PROJECT-SPAN
           MOVE WS-SPAN-NEED TO WS-NEED-TO-VISIT
           MOVE WS-SPAN-RUNOUT TO WS-MC-RUNOUT(WS-M)

      *> A machine that will run dry before its visit is loaded
      *> on the next business day instead.
           IF WS-MC-RUNOUT(WS-M) > 0
              AND WS-NEXT-BUSINESS < WS-MC-VISIT(WS-M)
               ADD 1 TO WS-RUNOUT-COUNT
               MOVE WS-NEXT-BUSINESS TO WS-MC-LOAD-ON(WS-M)
               MOVE "EMERGENCY" TO WS-MC-KIND(WS-M)
               MOVE WS-MC-LOAD-ON(WS-M) TO WS-SPAN-TO
               PERFORM PROJECT-SPAN
           ELSE
               IF WS-MC-RUNOUT(WS-M) > 0
                   ADD 1 TO WS-RUNOUT-COUNT
               END-IF
               MOVE WS-MC-VISIT(WS-M) TO WS-MC-LOAD-ON(WS-M)
               MOVE "REGULAR" TO WS-MC-KIND(WS-M)
           END-IF
           COMPUTE WS-AT-LOAD = WS-MC-NOW(WS-M) - WS-SPAN-NEED
           IF WS-AT-LOAD < 0
               MOVE 0 TO WS-AT-LOAD
           END-IF

      *> The load has to carry the machine to the visit after.
           COMPUTE WS-CANDIDATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-MC-LOAD-ON(WS-M))
               + WS-MC-CYCLE(WS-M))
           PERFORM ROLL-TO-BUSINESS-DAY
           MOVE WS-CANDIDATE TO WS-FOLLOWING-VISIT
           MOVE WS-MC-LOAD-ON(WS-M) TO WS-SPAN-FROM
           MOVE WS-FOLLOWING-VISIT TO WS-SPAN-TO
           MOVE 0 TO WS-SPAN-CASH
           PERFORM PROJECT-SPAN
           MOVE WS-SPAN-NEED TO WS-CYCLE-NEED
           COMPUTE WS-TARGET ROUNDED =
               WS-CYCLE-NEED * (100 + WS-SAFETY-PCT) / 100
           IF WS-TARGET > WS-MC-CAPACITY(WS-M)
               MOVE WS-MC-CAPACITY(WS-M) TO WS-TARGET
           END-IF
           COMPUTE WS-ORDER-AMT = WS-TARGET - WS-AT-LOAD
           IF WS-ORDER-AMT <= 0
               MOVE 0 TO WS-MC-ORDER(WS-M)
               EXIT PARAGRAPH
           END-IF
           PERFORM SPLIT-BY-DENOMINATION
           IF WS-MC-ORDER(WS-M) > 0
               ADD 1 TO WS-ORDER-COUNT
               MOVE WS-MC-BRANCH(WS-M) TO WS-INPUT-BRANCH
               PERFORM FIND-VAULT
               IF WS-J > 0
                   ADD WS-MC-ORDER(WS-M) TO WS-VL-DRAW(WS-J)
                   ADD 1 TO WS-VL-MACHINES(WS-J)
               END-IF
           END-IF.

      *> Whole notes only; each denomination is rounded down so the
      *> load never overfills the cassettes, and any shortfall from
      *> rounding is made up in the smallest note.
       SPLIT-BY-DENOMINATION.
           MOVE 0 TO WS-MC-ORDER(WS-M)
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 3
               COMPUTE WS-DENOM-AMT =
                   WS-ORDER-AMT * WS-MC-MIX(WS-M, WS-J) / 100
               COMPUTE WS-MC-NOTES(WS-M, WS-J) =
                   WS-DENOM-AMT / WS-DENOM(WS-J)
               COMPUTE WS-MC-ORDER(WS-M) = WS-MC-ORDER(WS-M)
                   + WS-MC-NOTES(WS-M, WS-J) * WS-DENOM(WS-J)
           END-PERFORM
           IF WS-MC-ORDER(WS-M) < WS-ORDER-AMT
               COMPUTE WS-DENOM-AMT =
                   WS-ORDER-AMT - WS-MC-ORDER(WS-M)
               COMPUTE WS-I = WS-DENOM-AMT / WS-DENOM(1)
               IF WS-I > 0
                   ADD WS-I TO WS-MC-NOTES(WS-M, 1)
                   COMPUTE WS-MC-ORDER(WS-M) = WS-MC-ORDER(WS-M)
                       + WS-I * WS-DENOM(1)
               END-IF
           END-IF.

      *> Average dispense per day type over the window; a type
      *> with no history yet borrows the machine's overall daily
      *> average.
       SET-AVERAGES.
           MOVE 0 TO WS-ALL-SUM
           MOVE 0 TO WS-ALL-DAYS
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 3
               ADD WS-MC-TYPE-SUM(WS-M, WS-J) TO WS-ALL-SUM
               ADD WS-MC-TYPE-DAYS(WS-M, WS-J) TO WS-ALL-DAYS
           END-PERFORM
           MOVE 0 TO WS-ALL-AVG
           IF WS-ALL-DAYS > 0
               COMPUTE WS-ALL-AVG ROUNDED = WS-ALL-SUM / WS-ALL-DAYS
           END-IF
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 3
               IF WS-MC-TYPE-DAYS(WS-M, WS-J) > 0
                   COMPUTE WS-AVG(WS-J) ROUNDED =
                       WS-MC-TYPE-SUM(WS-M, WS-J)
                     / WS-MC-TYPE-DAYS(WS-M, WS-J)
               ELSE
                   MOVE WS-ALL-AVG TO WS-AVG(WS-J)
               END-IF
           END-PERFORM.

      *> Projected dispense from WS-SPAN-FROM up to (not including)
      *> WS-SPAN-TO, noting the first day it exceeds WS-SPAN-CASH.
       PROJECT-SPAN.
           MOVE 0 TO WS-SPAN-NEED
           MOVE 0 TO WS-SPAN-RUNOUT
           COMPUTE WS-SPAN-INT = FUNCTION INTEGER-OF-DATE(WS-SPAN-FROM)
           COMPUTE WS-SPAN-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-SPAN-TO)
           PERFORM UNTIL WS-SPAN-INT >= WS-SPAN-END-INT
               COMPUTE WS-CANDIDATE =
                   FUNCTION DATE-OF-INTEGER(WS-SPAN-INT)
               PERFORM CLASSIFY-DAY
               ADD WS-AVG(WS-DAY-TYPE) TO WS-SPAN-NEED
               IF WS-SPAN-RUNOUT = 0
                  AND WS-SPAN-NEED > WS-SPAN-CASH
                  AND WS-SPAN-CASH >= 0
                   MOVE WS-CANDIDATE TO WS-SPAN-RUNOUT
               END-IF
               ADD 1 TO WS-SPAN-INT
           END-PERFORM.

      *> Orders already loaded are history and are carried through
      *> ATM-LOAD-ORDERS.TMP; orders still ORDERED are replaced by
      *> each forecast.
       WRITE-LOAD-ORDERS.
           OPEN OUTPUT ORDER-WORK
           OPEN INPUT ORDER-FILE
           IF WS-FS-ORDER = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ORDER-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM KEEP-ONE-ORDER
                   END-READ
               END-PERFORM
               CLOSE ORDER-FILE
           END-IF
           PERFORM VARYING WS-M FROM 1 BY 1
             UNTIL WS-M > WS-MACHINE-COUNT
               IF WS-MC-ORDER(WS-M) > 0
                   MOVE WS-MC-ORDER(WS-M) TO WS-AMT-OUT
                   MOVE SPACES TO ORDER-WORK-REC
                   STRING WS-MC-ID(WS-M) ","
                          WS-MC-BRANCH(WS-M) ","
                          WS-MC-LOAD-ON(WS-M) ","
                          WS-AMT-OUT ","
                          WS-MC-NOTES(WS-M, 1) ","
                          WS-MC-NOTES(WS-M, 2) ","
                          WS-MC-NOTES(WS-M, 3) ","
                          FUNCTION TRIM(WS-MC-KIND(WS-M)) ","
                          "ORDERED,"
                          WS-TODAY
                       DELIMITED BY SIZE INTO ORDER-WORK-REC
                   END-STRING
                   WRITE ORDER-WORK-REC
               END-IF
           END-PERFORM
           CLOSE ORDER-WORK
           PERFORM COPY-ORDERS-BACK.

       KEEP-ONE-ORDER.
           IF ORDER-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-ORDER-FIELDS
           UNSTRING ORDER-RECORD DELIMITED BY ','
               INTO WS-OF-MACHINE WS-OF-BRANCH WS-OF-LOAD-DATE
                    WS-OF-AMOUNT WS-OF-N20 WS-OF-N50 WS-OF-N100
                    WS-OF-KIND WS-OF-STATUS WS-OF-RUN-DATE
           END-UNSTRING
           IF WS-OF-STATUS = "ORDERED"
               EXIT PARAGRAPH
           END-IF
           MOVE ORDER-RECORD TO ORDER-WORK-REC
           WRITE ORDER-WORK-REC.

       COPY-ORDERS-BACK.
           MOVE 'N' TO WS-EOF
           OPEN INPUT ORDER-WORK
           OPEN OUTPUT ORDER-FILE
           PERFORM UNTIL WS-EOF = 'Y'
               READ ORDER-WORK
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE ORDER-WORK-REC TO ORDER-RECORD
                       WRITE ORDER-RECORD
               END-READ
           END-PERFORM
           CLOSE ORDER-WORK
           CLOSE ORDER-FILE
           MOVE 'N' TO WS-EOF
           CALL "CBL_DELETE_FILE" USING "ATM-LOAD-ORDERS.TMP".

       WRITE-FORECAST-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-REC
           STRING "ATM CASH REPLENISHMENT FORECAST  (business date "
                  WS-TODAY ", history from " WS-WINDOW-FROM
                  ", safety " WS-SAFETY-PCT "%)"
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE WS-DIVIDER TO REPORT-REC
           WRITE REPORT-REC

           MOVE "MACHINES FORECAST TO RUN OUT BEFORE THEIR NEXT LOAD"
               TO REPORT-REC
           WRITE REPORT-REC
           IF WS-RUNOUT-COUNT = 0
               MOVE "  None." TO REPORT-REC
               WRITE REPORT-REC
           END-IF
           PERFORM VARYING WS-M FROM 1 BY 1
             UNTIL WS-M > WS-MACHINE-COUNT
               IF WS-MC-STATUS(WS-M) = "ACTIVE"
                  AND WS-MC-RUNOUT(WS-M) > 0
                   MOVE WS-MC-NOW(WS-M) TO WS-DISP-AMT
                   MOVE SPACES TO REPORT-REC
                   STRING "  *** " WS-MC-ID(WS-M)
                          " branch " WS-MC-BRANCH(WS-M)
                          "  cash now " WS-DISP-AMT
                          "  runs out " WS-MC-RUNOUT(WS-M)
                          "  scheduled visit " WS-MC-VISIT(WS-M)
                          "  load " WS-MC-LOAD-ON(WS-M) " "
                          WS-MC-KIND(WS-M)
                       DELIMITED BY SIZE INTO REPORT-REC
                   END-STRING
                   WRITE REPORT-REC
               END-IF
           END-PERFORM
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC

           MOVE "MACH BRN  CASH NOW  AVG M-TH  AVG FRI/PRE  AVG WKND/"
             & "HOL VISIT    LOAD ON       ORDER    20s   50s  100s "
             & "KIND"
               TO REPORT-REC
           WRITE REPORT-REC
           PERFORM VARYING WS-M FROM 1 BY 1
             UNTIL WS-M > WS-MACHINE-COUNT
               PERFORM WRITE-MACHINE-LINE
           END-PERFORM
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC

           MOVE "VAULT DRAW BY BRANCH" TO REPORT-REC
           WRITE REPORT-REC
           MOVE "BRN MACHINES   ORDERS TOTAL   VAULT ABOVE FLOOR"
               TO REPORT-REC
           WRITE REPORT-REC
           PERFORM VARYING WS-J FROM 1 BY 1
             UNTIL WS-J > WS-VAULT-COUNT
               IF WS-VL-MACHINES(WS-J) > 0
                   PERFORM WRITE-VAULT-LINE
               END-IF
           END-PERFORM
           PERFORM CHECK-UNVAULTED-ORDERS
           CLOSE REPORT-FILE.

       WRITE-MACHINE-LINE.
           MOVE SPACES TO REPORT-REC
           IF WS-MC-STATUS(WS-M) NOT = "ACTIVE"
               STRING WS-MC-ID(WS-M) " " WS-MC-BRANCH(WS-M)
                      "  " FUNCTION TRIM(WS-MC-STATUS(WS-M))
                      " - not forecast"
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
               EXIT PARAGRAPH
           END-IF
           PERFORM SET-AVERAGES
           MOVE WS-MC-NOW(WS-M) TO WS-DISP-AMT
           MOVE WS-AVG(1) TO WS-DISP-AMT2
           MOVE WS-AVG(2) TO WS-DISP-AMT3
           MOVE WS-AVG(3) TO WS-DISP-BIG2
           MOVE WS-MC-ORDER(WS-M) TO WS-DISP-BIG
           MOVE WS-MC-NOTES(WS-M, 1) TO WS-DISP-N1
           MOVE WS-MC-NOTES(WS-M, 2) TO WS-DISP-N2
           MOVE WS-MC-NOTES(WS-M, 3) TO WS-DISP-N3
           STRING WS-MC-ID(WS-M) " " WS-MC-BRANCH(WS-M) " "
                  WS-DISP-AMT " " WS-DISP-AMT2 "  "
                  WS-DISP-AMT3 " " WS-DISP-BIG2(5:10) " "
                  WS-MC-VISIT(WS-M) " " WS-MC-LOAD-ON(WS-M) " "
                  WS-DISP-BIG(6:10) " " WS-DISP-N1 " " WS-DISP-N2
                  " " WS-DISP-N3 " " WS-MC-KIND(WS-M)
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC.

      *> Only what the vault holds above its floor can be drawn
      *> for the machines without a currency order.
       WRITE-VAULT-LINE.
           COMPUTE WS-SPAN-CASH = WS-VL-BAL(WS-J) - WS-VL-FLOOR(WS-J)
           MOVE WS-VL-DRAW(WS-J) TO WS-DISP-BIG2
           MOVE WS-SPAN-CASH TO WS-DISP-BIG
           MOVE WS-VL-MACHINES(WS-J) TO WS-DISP-N1
           MOVE SPACES TO REPORT-REC
           STRING WS-VL-BR(WS-J) "    " WS-DISP-N1 " "
                  WS-DISP-BIG2 "  " WS-DISP-BIG
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           IF WS-VL-DRAW(WS-J) > WS-SPAN-CASH
               ADD 1 TO WS-SHORT-COUNT
               STRING "  *** VAULT SHORT - ORDER CURRENCY ***"
                   DELIMITED BY SIZE INTO REPORT-REC(64:40)
               END-STRING
           END-IF
           WRITE REPORT-REC.

      *> An order on a branch with no VAULT.DAT line has nothing to
      *> draw on at all.
       CHECK-UNVAULTED-ORDERS.
           PERFORM VARYING WS-M FROM 1 BY 1
             UNTIL WS-M > WS-MACHINE-COUNT
               IF WS-MC-ORDER(WS-M) > 0
                   MOVE WS-MC-BRANCH(WS-M) TO WS-INPUT-BRANCH
                   PERFORM FIND-VAULT
                   IF WS-J = 0
                       ADD 1 TO WS-SHORT-COUNT
                       MOVE SPACES TO REPORT-REC
                       STRING WS-MC-BRANCH(WS-M)
                              "  *** NO VAULT ON FILE FOR MACHINE "
                              WS-MC-ID(WS-M) " ***"
                           DELIMITED BY SIZE INTO REPORT-REC
                       END-STRING
                       WRITE REPORT-REC
                   END-IF
               END-IF
           END-PERFORM.

      *>----------------------------------------------------------------
      *> Confirmed load
      *>----------------------------------------------------------------
      *> The custodian and a supervisor sign as they do for a vault
      *> transfer. Cash left in the machine stays (top-up); the
      *> machine's count restarts at residual plus load.
       CONFIRM-LOAD.
           DISPLAY "Machine ID: " WITH NO ADVANCING
           ACCEPT WS-INPUT-MACHINE
           MOVE FUNCTION UPPER-CASE(WS-INPUT-MACHINE)
               TO WS-INPUT-MACHINE
           PERFORM FIND-MACHINE
           IF WS-M = 0
               DISPLAY "Machine " WS-INPUT-MACHINE " not on file."
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-OPEN-ORDER
           IF WS-ORDER-FOR-MACHINE > 0
               DISPLAY "Order on file for " WS-ORDER-FOR-MACHINE
           END-IF
           DISPLAY "Cash counted in the machine before loading: "
                   WITH NO ADVANCING
           ACCEPT WS-INPUT-AMT
           COMPUTE WS-RESIDUAL-NUM = FUNCTION NUMVAL(WS-INPUT-AMT)
           DISPLAY "Amount loaded (blank = order amount): "
                   WITH NO ADVANCING
           ACCEPT WS-INPUT-AMT
           IF WS-INPUT-AMT = SPACES
               MOVE WS-ORDER-FOR-MACHINE TO WS-LOADED-NUM
           ELSE
               COMPUTE WS-LOADED-NUM = FUNCTION NUMVAL(WS-INPUT-AMT)
           END-IF
           IF WS-LOADED-NUM = 0
               DISPLAY "Nothing loaded - refused."
               EXIT PARAGRAPH
           END-IF
           IF WS-RESIDUAL-NUM + WS-LOADED-NUM > WS-MC-CAPACITY(WS-M)
               DISPLAY "Load exceeds the machine's capacity - "
                       "refused."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Custodian ID: " WITH NO ADVANCING
           ACCEPT WS-CUSTODIAN-IN
           DISPLAY "Supervisor ID: " WITH NO ADVANCING
           ACCEPT WS-SUPER-IN
           IF WS-CUSTODIAN-IN = WS-SUPER-IN
               DISPLAY "The two signatures must come from "
                       "different people - refused."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CUSTODIAN-IN TO WS-CHECK-ID
           PERFORM CHECK-ONE-SIGNATURE
           IF WS-AUTH-OK NOT = 'Y'
               DISPLAY "Custodian not on AUTHORIZED_USERS.DAT - "
                       "refused."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SUPER-IN TO WS-CHECK-ID
           PERFORM CHECK-ONE-SIGNATURE
           IF WS-AUTH-OK NOT = 'Y'
               DISPLAY "Supervisor not on AUTHORIZED_USERS.DAT - "
                       "refused."
               EXIT PARAGRAPH
           END-IF

           PERFORM DRAW-ON-VAULT
           IF WS-AUTH-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-HOLIDAYS
           COMPUTE WS-MC-CASH(WS-M) = WS-RESIDUAL-NUM + WS-LOADED-NUM
           MOVE WS-TODAY TO WS-MC-LOAD-DATE(WS-M)
           COMPUTE WS-CANDIDATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY) + WS-MC-CYCLE(WS-M))
           PERFORM ROLL-TO-BUSINESS-DAY
           MOVE WS-CANDIDATE TO WS-MC-NEXT-VISIT(WS-M)
           MOVE WS-M TO WS-THIS-M
           PERFORM SAVE-MACHINES
           MOVE WS-THIS-M TO WS-M
           PERFORM MARK-ORDER-LOADED
           PERFORM LOG-LOAD
           DISPLAY "Load recorded - machine " WS-INPUT-MACHINE
                   " holds " WS-MC-CASH(WS-M) ", next visit "
                   WS-MC-NEXT-VISIT(WS-M) ".".

       FIND-OPEN-ORDER.
           MOVE 0 TO WS-ORDER-FOR-MACHINE
           OPEN INPUT ORDER-FILE
           IF WS-FS-ORDER NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ORDER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-ORDER-FIELDS
                       UNSTRING ORDER-RECORD DELIMITED BY ','
                           INTO WS-OF-MACHINE WS-OF-BRANCH
                                WS-OF-LOAD-DATE WS-OF-AMOUNT
                                WS-OF-N20 WS-OF-N50 WS-OF-N100
                                WS-OF-KIND WS-OF-STATUS
                                WS-OF-RUN-DATE
                       END-UNSTRING
                       IF WS-OF-MACHINE = WS-INPUT-MACHINE
                          AND WS-OF-STATUS = "ORDERED"
                           COMPUTE WS-ORDER-FOR-MACHINE =
                               FUNCTION NUMVAL(WS-OF-AMOUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ORDER-FILE.

       MARK-ORDER-LOADED.
           OPEN INPUT ORDER-FILE
           IF WS-FS-ORDER NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ORDER-WORK
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ORDER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ORDER-RECORD NOT = SPACES
                           PERFORM MARK-ONE-ORDER
                           WRITE ORDER-WORK-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ORDER-FILE
           CLOSE ORDER-WORK
           PERFORM COPY-ORDERS-BACK.

       MARK-ONE-ORDER.
           MOVE ORDER-RECORD TO ORDER-WORK-REC
           MOVE SPACES TO WS-ORDER-FIELDS
           UNSTRING ORDER-RECORD DELIMITED BY ','
               INTO WS-OF-MACHINE WS-OF-BRANCH WS-OF-LOAD-DATE
                    WS-OF-AMOUNT WS-OF-N20 WS-OF-N50 WS-OF-N100
                    WS-OF-KIND WS-OF-STATUS WS-OF-RUN-DATE
           END-UNSTRING
           IF WS-OF-MACHINE NOT = WS-INPUT-MACHINE
              OR WS-OF-STATUS NOT = "ORDERED"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOADED-NUM TO WS-AMT-OUT
           MOVE SPACES TO ORDER-WORK-REC
           STRING WS-OF-MACHINE ","
                  WS-OF-BRANCH ","
                  WS-TODAY ","
                  WS-AMT-OUT ","
                  FUNCTION TRIM(WS-OF-N20) ","
                  FUNCTION TRIM(WS-OF-N50) ","
                  FUNCTION TRIM(WS-OF-N100) ","
                  FUNCTION TRIM(WS-OF-KIND) ","
                  "LOADED,"
                  FUNCTION TRIM(WS-OF-RUN-DATE)
               DELIMITED BY SIZE INTO ORDER-WORK-REC
           END-STRING.

       CHECK-ONE-SIGNATURE.
           MOVE 'N' TO WS-AUTH-OK
           OPEN INPUT AUTH-FILE
           IF WS-FS-AUTH NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FS-AUTH = "10"
               READ AUTH-FILE
                   AT END
                       MOVE "10" TO WS-FS-AUTH
                   NOT AT END
                       IF AUTH-ID = WS-CHECK-ID
                           MOVE 'Y' TO WS-AUTH-OK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUTH-FILE.

      *> The cash for the load leaves the machine's branch vault.
      *> VAULT.DAT is carried through VAULT.TMP line by line, as
      *> VAULT-CASH posts a transfer; a refused draw copies it back
      *> unchanged.
       DRAW-ON-VAULT.
           MOVE 'N' TO WS-AUTH-OK
           MOVE 0 TO WS-J
           MOVE WS-MC-BRANCH(WS-M) TO WS-INPUT-BRANCH
           OPEN INPUT VAULT-FILE
           IF WS-FS-VAULT NOT = "00"
               DISPLAY "No vault on VAULT.DAT for branch "
                       WS-INPUT-BRANCH " - refused."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT VAULT-WORK
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ VAULT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM DRAW-ONE-VAULT
                       MOVE VAULT-RECORD TO VAULT-WORK-REC
                       WRITE VAULT-WORK-REC
               END-READ
           END-PERFORM
           CLOSE VAULT-FILE
           CLOSE VAULT-WORK
           PERFORM COPY-VAULT-BACK
           IF WS-J = 0
               DISPLAY "No vault on VAULT.DAT for branch "
                       WS-INPUT-BRANCH " - refused."
           END-IF.

       DRAW-ONE-VAULT.
           IF WS-J > 0 OR VAULT-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-VAULT-FIELDS
           UNSTRING VAULT-RECORD DELIMITED BY ','
               INTO WS-VT-BR WS-VT-BAL WS-VT-FLOOR WS-VT-CEIL
           END-UNSTRING
           IF WS-VT-BR NOT = WS-INPUT-BRANCH
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-J
           COMPUTE WS-VAULT-BAL = FUNCTION NUMVAL(WS-VT-BAL)
           IF WS-LOADED-NUM > WS-VAULT-BAL
               DISPLAY "Vault holds less than the load - refused."
               EXIT PARAGRAPH
           END-IF
           SUBTRACT WS-LOADED-NUM FROM WS-VAULT-BAL
           MOVE WS-VAULT-BAL TO WS-BIG-OUT
           MOVE SPACES TO VAULT-RECORD
           STRING WS-VT-BR "," WS-BIG-OUT ","
                  FUNCTION TRIM(WS-VT-FLOOR) ","
                  FUNCTION TRIM(WS-VT-CEIL)
               DELIMITED BY SIZE INTO VAULT-RECORD
           END-STRING
           MOVE 'Y' TO WS-AUTH-OK.

       COPY-VAULT-BACK.
           MOVE 'N' TO WS-EOF
           OPEN INPUT VAULT-WORK
           OPEN OUTPUT VAULT-FILE
           PERFORM UNTIL WS-EOF = 'Y'
               READ VAULT-WORK
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE VAULT-WORK-REC TO VAULT-RECORD
                       WRITE VAULT-RECORD
               END-READ
           END-PERFORM
           CLOSE VAULT-WORK
           CLOSE VAULT-FILE
           MOVE 'N' TO WS-EOF
           CALL "CBL_DELETE_FILE" USING "VAULT.TMP".

       LOG-LOAD.
           OPEN EXTEND VLOG-FILE
           IF WS-FS-VLOG = "35"
               CLOSE VLOG-FILE
               OPEN OUTPUT VLOG-FILE
           END-IF
           MOVE WS-LOADED-NUM TO WS-AMT-OUT
           MOVE SPACES TO VLOG-REC
           STRING WS-TODAY " BRANCH " WS-MC-BRANCH(WS-M)
                  " ATM LOAD " WS-MC-ID(WS-M)
                  " AMOUNT " WS-AMT-OUT
                  " CUSTODIAN " WS-CUSTODIAN-IN
                  " SUPERVISOR " WS-SUPER-IN
               DELIMITED BY SIZE INTO VLOG-REC
           END-STRING
           WRITE VLOG-REC
           CLOSE VLOG-FILE.
