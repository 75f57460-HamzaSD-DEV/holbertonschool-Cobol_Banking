       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALANCE-AVERAGE.

      *> Nightly month-to-date balance averaging. Nothing kept a
      *> balance history, so a month's average balance could not be
      *> stated; this run adds each accounts.idx balance into a
      *> running per-account, per-month subledger,
      *> BALANCE-AVERAGE.DAT:
      *>   ACCT,YYYYMM,BALANCE-DAYS,DAYS,LAST-DATE
      *> BALANCE-DAYS is the sum of balance x days held, so the
      *> month's average is BALANCE-DAYS / DAYS. As in
      *> INTEREST-ACCRUAL, days are counted from the account's last
      *> run date, so a weekend or a missed night catches up at the
      *> next balance and a rerun on the same business date adds
      *> nothing; the first night of a month counts from the 1st.
      *> Only this month's and last month's lines are kept, which
      *> is all CUSTOMER-PROFITABILITY ever reads.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNTS-FILE ASSIGN TO "accounts.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCOUNT-KEY
               FILE STATUS IS WS-FS-ACC.
           SELECT AVERAGE-FILE ASSIGN TO "BALANCE-AVERAGE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AVG.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNTS-FILE.
       01  ACCOUNT-RECORD.
           05 ACCOUNT-KEY       PIC 9(5).
           05 FNAME             PIC X(10).
           05 LNAME             PIC X(10).
           05 BALANCE           PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 PROD-CODE         PIC X(4).
           05 BR-CODE           PIC X(3).

       FD  AVERAGE-FILE.
       01  AVERAGE-RECORD       PIC X(60).

       WORKING-STORAGE SECTION.
       77  WS-FS-ACC            PIC XX.
       77  WS-FS-AVG            PIC XX.
       77  WS-EOF               PIC X VALUE 'N'.
       77  WS-TODAY             PIC 9(8) VALUE 0.
       77  WS-I                 PIC 9(4).
       77  WS-HIT               PIC 9(4).
       77  WS-AVG-COUNT         PIC 9(4) VALUE 0.
       77  WS-ADDED-COUNT       PIC 9(5) VALUE 0.
       77  WS-CURRENT-COUNT     PIC 9(5) VALUE 0.
       77  WS-DAYS              PIC S9(5).
       77  WS-MONTH-START       PIC 9(8).

       01  WS-MONTH             PIC 9(6).
       01  WS-PRIOR-MONTH       PIC 9(6).
       01  WS-PRIOR-PARTS REDEFINES WS-PRIOR-MONTH.
           05  WS-PRIOR-YYYY    PIC 9(4).
           05  WS-PRIOR-MM      PIC 9(2).

      *> The subledger is held whole in storage for the run and
      *> written back at the end, the way INTEREST-ACCRUAL treats
      *> INTEREST-ACCRUED.DAT.
       01  WS-AVG-TABLE.
           05  WS-AVG-ENTRY OCCURS 4000 TIMES.
               10  WS-AT-ACCT     PIC X(5).
               10  WS-AT-MONTH    PIC 9(6).
               10  WS-AT-BALDAYS  PIC S9(13)V99.
               10  WS-AT-DAYS     PIC 9(3).
               10  WS-AT-LAST     PIC 9(8).

       01  WS-AVG-FIELDS.
           05  WS-AF-ACCT       PIC X(5).
           05  WS-AF-MONTH      PIC X(6).
           05  WS-AF-BALDAYS    PIC X(18).
           05  WS-AF-DAYS       PIC X(3).
           05  WS-AF-LAST       PIC X(8).

       01  WS-BALDAYS-OUT       PIC -9(13).99.
       01  WS-DAYS-OUT          PIC 9(3).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "BALANCE-AVERAGE: Starting nightly balance "
                   "averaging..."
           CALL "GET-BUSINESS-DATE" USING WS-TODAY
           MOVE WS-TODAY(1:6) TO WS-MONTH
           COMPUTE WS-MONTH-START = WS-MONTH * 100 + 1
           MOVE WS-MONTH TO WS-PRIOR-MONTH
           IF WS-PRIOR-MM = 1
               MOVE 12 TO WS-PRIOR-MM
               SUBTRACT 1 FROM WS-PRIOR-YYYY
           ELSE
               SUBTRACT 1 FROM WS-PRIOR-MM
           END-IF
           PERFORM LOAD-AVERAGES

           OPEN INPUT ACCOUNTS-FILE
           IF WS-FS-ACC NOT = "00"
               DISPLAY "BALANCE-AVERAGE: ERROR - cannot open "
                       "accounts.idx. Status: " WS-FS-ACC
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ ACCOUNTS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM AVERAGE-ONE-ACCOUNT
               END-READ
           END-PERFORM
           CLOSE ACCOUNTS-FILE

           PERFORM SAVE-AVERAGES
           DISPLAY "BALANCE-AVERAGE: Accounts updated for "
                   WS-MONTH ": " WS-ADDED-COUNT
           DISPLAY "BALANCE-AVERAGE: Already counted for "
                   WS-TODAY ": " WS-CURRENT-COUNT
           MOVE 0 TO RETURN-CODE
           STOP RUN.

      *> Lines older than last month are dropped on the way in.
       LOAD-AVERAGES.
           MOVE 0 TO WS-AVG-COUNT
           OPEN INPUT AVERAGE-FILE
           IF WS-FS-AVG NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FS-AVG = "10"
               READ AVERAGE-FILE
                   AT END
                       MOVE "10" TO WS-FS-AVG
                   NOT AT END
                       PERFORM LOAD-ONE-AVERAGE
               END-READ
           END-PERFORM
           CLOSE AVERAGE-FILE.

       LOAD-ONE-AVERAGE.
           MOVE SPACES TO WS-AVG-FIELDS
           UNSTRING AVERAGE-RECORD DELIMITED BY ','
               INTO WS-AF-ACCT WS-AF-MONTH WS-AF-BALDAYS
                    WS-AF-DAYS WS-AF-LAST
           END-UNSTRING
           IF WS-AF-MONTH IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF WS-AF-MONTH NOT = WS-MONTH
              AND WS-AF-MONTH NOT = WS-PRIOR-MONTH
               EXIT PARAGRAPH
           END-IF
           IF WS-AVG-COUNT >= 4000
               DISPLAY "BALANCE-AVERAGE: ERROR - average table "
                       "full at 4000; subledger not rewritten"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-AVG-COUNT
           MOVE WS-AF-ACCT TO WS-AT-ACCT(WS-AVG-COUNT)
           MOVE WS-AF-MONTH TO WS-AT-MONTH(WS-AVG-COUNT)
           COMPUTE WS-AT-BALDAYS(WS-AVG-COUNT) =
               FUNCTION NUMVAL(WS-AF-BALDAYS)
           COMPUTE WS-AT-DAYS(WS-AVG-COUNT) =
               FUNCTION NUMVAL(WS-AF-DAYS)
           IF WS-AF-LAST IS NUMERIC
               MOVE WS-AF-LAST TO WS-AT-LAST(WS-AVG-COUNT)
           ELSE
               MOVE 0 TO WS-AT-LAST(WS-AVG-COUNT)
           END-IF.

      *> Overdrawn balances count too - a negative average is as
      *> much a part of the customer's picture as a positive one.
       AVERAGE-ONE-ACCOUNT.
           PERFORM FIND-AVERAGE-ENTRY
           IF WS-HIT = 0
               IF WS-AVG-COUNT >= 4000
                   DISPLAY "BALANCE-AVERAGE: WARNING - average "
                           "table full; " ACCOUNT-KEY " not counted"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-AVG-COUNT
               MOVE WS-AVG-COUNT TO WS-HIT
               MOVE ACCOUNT-KEY TO WS-AT-ACCT(WS-HIT)
               MOVE WS-MONTH TO WS-AT-MONTH(WS-HIT)
               MOVE 0 TO WS-AT-BALDAYS(WS-HIT)
               MOVE 0 TO WS-AT-DAYS(WS-HIT)
               MOVE 0 TO WS-AT-LAST(WS-HIT)
           END-IF

           IF WS-AT-LAST(WS-HIT) = 0
               COMPUTE WS-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY)
                   - FUNCTION INTEGER-OF-DATE(WS-MONTH-START) + 1
           ELSE
               COMPUTE WS-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY)
                   - FUNCTION INTEGER-OF-DATE(WS-AT-LAST(WS-HIT))
           END-IF
           IF WS-DAYS <= 0
               ADD 1 TO WS-CURRENT-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TODAY TO WS-AT-LAST(WS-HIT)
           COMPUTE WS-AT-BALDAYS(WS-HIT) =
               WS-AT-BALDAYS(WS-HIT) + BALANCE * WS-DAYS
           ADD WS-DAYS TO WS-AT-DAYS(WS-HIT)
           ADD 1 TO WS-ADDED-COUNT.

       FIND-AVERAGE-ENTRY.
           MOVE 0 TO WS-HIT
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-AVG-COUNT
               IF WS-AT-ACCT(WS-I) = ACCOUNT-KEY
                  AND WS-AT-MONTH(WS-I) = WS-MONTH
                   MOVE WS-I TO WS-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       SAVE-AVERAGES.
           OPEN OUTPUT AVERAGE-FILE
           IF WS-FS-AVG NOT = "00"
               DISPLAY "BALANCE-AVERAGE: ERROR - cannot write "
                       "BALANCE-AVERAGE.DAT. Status: " WS-FS-AVG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-AVG-COUNT
               MOVE WS-AT-BALDAYS(WS-I) TO WS-BALDAYS-OUT
               MOVE WS-AT-DAYS(WS-I) TO WS-DAYS-OUT
               MOVE SPACES TO AVERAGE-RECORD
               STRING WS-AT-ACCT(WS-I) ","
                      WS-AT-MONTH(WS-I) ","
                      WS-BALDAYS-OUT ","
                      WS-DAYS-OUT ","
                      WS-AT-LAST(WS-I)
                   DELIMITED BY SIZE INTO AVERAGE-RECORD
               END-STRING
               WRITE AVERAGE-RECORD
           END-PERFORM
           CLOSE AVERAGE-FILE.
