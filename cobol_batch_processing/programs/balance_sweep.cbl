       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALANCE-SWEEP.

      *> Nightly linked-account sweep, run by DRIVER ahead of
      *> VALIDATOR and UPDATER. For each ACTIVE arrangement on
      *> SWEEP-ARRANGEMENTS.DAT (see SWEEP-ARRANGEMENTS) the source
      *> account's projected balance - accounts.idx BALANCE plus
      *> the day's pending TRANSIN activity - is held at its target:
      *>   spare cash: projected less uncollected (AVAIL) holds,
      *>     above target by at least MIN-SWEEP, sweeps to TARGET;
      *>   shortfall: projected below target is covered back from
      *>     TARGET - never less than MIN-SWEEP, never more than
      *>     TARGET's own collected projected balance.
      *> Each move is written to TRANSIN as a balanced pair, a
      *> TRANSFER off the paying account and a DEPOSIT onto the
      *> receiving one, under SWnnnn IDs carried over in
      *> SWEEP-SEQ.DAT. A closed account, a deceased holder on
      *> either side, an account missing from the master, or a
      *> hold (CHECK-HOLD) on the paying account stops the pair
      *> for the night. Because the pending activity includes the
      *> sweep's own entries, a rerun before UPDATER moves nothing
      *> twice. SWEEP-REPORT.TXT lists every arrangement and its
      *> outcome for the relationship managers.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SWEEP-FILE ASSIGN TO "SWEEP-ARRANGEMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SWEEP.
           SELECT ACCOUNTS-FILE ASSIGN TO "accounts.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-KEY
               FILE STATUS IS WS-FS-ACC.
           SELECT TRANS-FILE ASSIGN TO TRANSIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRANS.
           SELECT HOLDS-FILE ASSIGN TO "HOLDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HOLDS.
           SELECT SEQ-FILE ASSIGN TO "SWEEP-SEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SEQ.
           SELECT REPORT-FILE ASSIGN TO "SWEEP-REPORT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RPT.

       DATA DIVISION.
       FILE SECTION.
       FD  SWEEP-FILE.
       01  SWEEP-RECORD         PIC X(80).

       FD  ACCOUNTS-FILE.
       01  ACCOUNT-RECORD.
           05 ACCOUNT-KEY       PIC 9(5).
           05 FNAME             PIC X(10).
           05 LNAME             PIC X(10).
           05 BALANCE           PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 PROD-CODE         PIC X(4).
           05 BR-CODE           PIC X(3).

       FD  TRANS-FILE.
       01  TRANS-RECORD         PIC X(120).

       FD  HOLDS-FILE.
       01  HOLDS-RECORD         PIC X(60).

       FD  SEQ-FILE.
       01  SEQ-RECORD           PIC X(8).

       FD  REPORT-FILE.
       01  REPORT-REC           PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-FS-SWEEP          PIC XX.
       77  WS-FS-ACC            PIC XX.
       77  WS-FS-TRANS          PIC XX.
       77  WS-FS-HOLDS          PIC XX.
       77  WS-FS-SEQ            PIC XX.
       77  WS-FS-RPT            PIC XX.
       77  WS-EOF               PIC X VALUE 'N'.
       77  WS-TODAY             PIC 9(8).
       77  WS-TXN-SEQ           PIC 9(4) VALUE 0.
       77  WS-I                 PIC 9(4).
       77  WS-J                 PIC 9(4).
       77  WS-A                 PIC 9(4).
       77  WS-SRC               PIC 9(4).
       77  WS-TGT               PIC 9(4).
       77  WS-PAYER             PIC 9(4).
       77  WS-PAYEE             PIC 9(4).
       77  WS-SWEPT-COUNT       PIC 9(4) VALUE 0.
       77  WS-COVER-COUNT       PIC 9(4) VALUE 0.
       77  WS-NONE-COUNT        PIC 9(4) VALUE 0.
       77  WS-SKIP-COUNT        PIC 9(4) VALUE 0.
       77  WS-V2-CHANNEL        PIC X(3).
       77  WS-V2-TAIL           PIC X(32).
       77  WS-ON-HOLD           PIC X.
       77  WS-CLOSED            PIC X.
       77  WS-CLOSED-DATE       PIC X(8).
       77  WS-DECEASED          PIC X.

       01  WS-ARR-TABLE.
           05  WS-ARR OCCURS 200 TIMES.
               10  WS-AR-ID         PIC X(6).
               10  WS-AR-SOURCE     PIC X(5).
               10  WS-AR-TARGET     PIC X(5).
               10  WS-AR-TGT-BAL    PIC 9(9)V99.
               10  WS-AR-MIN        PIC 9(9)V99.
       01  WS-ARR-COUNT         PIC 9(4) VALUE 0.

      *> Every account named by an arrangement, with its position
      *> as the run sees it.
       01  WS-ACCT-TABLE.
           05  WS-ACT OCCURS 400 TIMES.
               10  WS-AC-ACCT       PIC X(5).
               10  WS-AC-ON-MASTER  PIC X.
               10  WS-AC-BRANCH     PIC X(3).
               10  WS-AC-LEDGER     PIC S9(9)V99.
               10  WS-AC-PENDING    PIC S9(9)V99.
               10  WS-AC-HELD       PIC S9(9)V99.
               10  WS-AC-STOP       PIC X(20).
       01  WS-ACCT-COUNT        PIC 9(4) VALUE 0.

       01  WS-SWEEP-FIELDS.
           05  WS-SW-ID         PIC X(6).
           05  WS-SW-SOURCE     PIC X(5).
           05  WS-SW-TARGET     PIC X(5).
           05  WS-SW-TGT-BAL    PIC X(12).
           05  WS-SW-MIN        PIC X(12).
           05  WS-SW-STATUS     PIC X(9).

       01  WS-TXN-FIELDS.
           05  WS-TX-ID         PIC X(10).
           05  WS-TX-TYPE       PIC X(10).
           05  WS-TX-ACCT       PIC X(5).
           05  WS-TX-AMOUNT     PIC X(12).

       01  WS-HOLD-FIELDS.
           05  WS-HD-ACCT       PIC X(10).
           05  WS-HD-TYPE       PIC X(6).
           05  WS-HD-AMOUNT     PIC X(10).
           05  WS-HD-FROM       PIC X(8).
           05  WS-HD-TO         PIC X(8).
           05  WS-HD-STATUS     PIC X(8).

       01  WS-LOOKUP-ACCT       PIC X(5).
       01  WS-CHECK-ACCT        PIC X(10).
       01  WS-CHECK-CUST        PIC X(10).
       01  WS-CHECK-AMT         PIC X(12).
       01  WS-PROJECTED         PIC S9(9)V99.
       01  WS-EXCESS            PIC S9(9)V99.
       01  WS-SHORT             PIC S9(9)V99.
       01  WS-PAYER-AVAIL       PIC S9(9)V99.
       01  WS-MOVE-AMT          PIC 9(9)V99.
       01  WS-MOVE-OUT          PIC 9(7).99.
       01  WS-SWEPT-TOTAL       PIC 9(11)V99 VALUE 0.
       01  WS-COVER-TOTAL       PIC 9(11)V99 VALUE 0.
       01  WS-ACTION            PIC X(10).
       01  WS-NOTE              PIC X(30).
       01  WS-PAIR-REF          PIC X(13).

       01  WS-TXN-ID.
           05  FILLER           PIC XX VALUE "SW".
           05  WS-TXN-ID-SEQ    PIC 9(4).

       01  WS-DISP-LEDGER       PIC -(8)9.99.
       01  WS-DISP-PENDING      PIC -(8)9.99.
       01  WS-DISP-PROJ         PIC -(8)9.99.
       01  WS-DISP-TGT          PIC Z(8)9.99.
       01  WS-DISP-AMT          PIC Z(8)9.99.
       01  WS-DISP-TOTAL        PIC Z(10)9.99.
       01  WS-DIVIDER           PIC X(120) VALUE ALL "-".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "BALANCE-SWEEP: Working out tonight's sweeps..."
           CALL "GET-BUSINESS-DATE" USING WS-TODAY
           PERFORM LOAD-TXN-SEQ
           PERFORM LOAD-ARRANGEMENTS
           IF WS-ARR-COUNT = 0
               DISPLAY "BALANCE-SWEEP: No active sweep "
                       "arrangements - nothing to sweep"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-ACCOUNT-POSITIONS
           PERFORM LOAD-PENDING-ACTIVITY
           PERFORM LOAD-AVAIL-HOLDS

           OPEN EXTEND TRANS-FILE
           IF WS-FS-TRANS = "35"
               CLOSE TRANS-FILE
               OPEN OUTPUT TRANS-FILE
           END-IF
           IF WS-FS-TRANS NOT = "00"
               DISPLAY "BALANCE-SWEEP: ERROR - cannot open "
                       "TRANSIN. Status: " WS-FS-TRANS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADER

           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-ARR-COUNT
               PERFORM SWEEP-ONE-ARRANGEMENT
           END-PERFORM

           PERFORM WRITE-REPORT-TOTALS
           CLOSE TRANS-FILE
           CLOSE REPORT-FILE
           PERFORM SAVE-TXN-SEQ

           DISPLAY "BALANCE-SWEEP: Swept to savings: "
                   WS-SWEPT-COUNT "  covered back: "
                   WS-COVER-COUNT "  no action: " WS-NONE-COUNT
                   "  stopped: " WS-SKIP-COUNT
           IF WS-SKIP-COUNT > 0
               DISPLAY "BALANCE-SWEEP: WARNING - " WS-SKIP-COUNT
                       " arrangement(s) stopped - see "
                       "SWEEP-REPORT.TXT"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> The transaction-ID sequence carries over between runs in
      *> SWEEP-SEQ.DAT, the way TXN-BRIDGE numbers its postings - a
      *> fresh run never reissues an ID the reject recycler may be
      *> re-presenting from an earlier day.
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

       LOAD-ARRANGEMENTS.
           OPEN INPUT SWEEP-FILE
           IF WS-FS-SWEEP NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ SWEEP-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-SWEEP-FIELDS
                       UNSTRING SWEEP-RECORD DELIMITED BY ','
                           INTO WS-SW-ID WS-SW-SOURCE WS-SW-TARGET
                                WS-SW-TGT-BAL WS-SW-MIN
                                WS-SW-STATUS
                       END-UNSTRING
                       IF FUNCTION TRIM(WS-SW-STATUS) = "ACTIVE"
                          AND WS-ARR-COUNT < 200
                           ADD 1 TO WS-ARR-COUNT
                           PERFORM STORE-ARRANGEMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SWEEP-FILE
           IF WS-ARR-COUNT >= 200
               DISPLAY "BALANCE-SWEEP: WARNING - arrangement "
                       "table full at 200 entries"
           END-IF.

       STORE-ARRANGEMENT.
           MOVE WS-SW-ID TO WS-AR-ID(WS-ARR-COUNT)
           MOVE WS-SW-SOURCE TO WS-AR-SOURCE(WS-ARR-COUNT)
           MOVE WS-SW-TARGET TO WS-AR-TARGET(WS-ARR-COUNT)
           COMPUTE WS-AR-TGT-BAL(WS-ARR-COUNT) =
               FUNCTION NUMVAL(WS-SW-TGT-BAL)
           COMPUTE WS-AR-MIN(WS-ARR-COUNT) =
               FUNCTION NUMVAL(WS-SW-MIN)
           MOVE WS-SW-SOURCE TO WS-LOOKUP-ACCT
           PERFORM ADD-ACCOUNT-ENTRY
           MOVE WS-SW-TARGET TO WS-LOOKUP-ACCT
           PERFORM ADD-ACCOUNT-ENTRY.

       ADD-ACCOUNT-ENTRY.
           PERFORM FIND-ACCOUNT-ENTRY
           IF WS-A > 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ACCT-COUNT
           MOVE WS-LOOKUP-ACCT TO WS-AC-ACCT(WS-ACCT-COUNT)
           MOVE 'N' TO WS-AC-ON-MASTER(WS-ACCT-COUNT)
           MOVE SPACES TO WS-AC-BRANCH(WS-ACCT-COUNT)
           MOVE 0 TO WS-AC-LEDGER(WS-ACCT-COUNT)
           MOVE 0 TO WS-AC-PENDING(WS-ACCT-COUNT)
           MOVE 0 TO WS-AC-HELD(WS-ACCT-COUNT)
           MOVE SPACES TO WS-AC-STOP(WS-ACCT-COUNT).

       FIND-ACCOUNT-ENTRY.
           MOVE 0 TO WS-A
           PERFORM VARYING WS-J FROM 1 BY 1
             UNTIL WS-J > WS-ACCT-COUNT
               IF WS-AC-ACCT(WS-J) = WS-LOOKUP-ACCT
                   MOVE WS-J TO WS-A
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> Ledger balance and branch from the master; closure and
      *> deceased status settle here once per account, so a pair
      *> naming one is stopped whichever side it sits on.
       LOAD-ACCOUNT-POSITIONS.
           OPEN INPUT ACCOUNTS-FILE
           IF WS-FS-ACC NOT = "00"
               DISPLAY "BALANCE-SWEEP: ERROR - cannot open "
                       "accounts.idx. Status: " WS-FS-ACC
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-A FROM 1 BY 1
             UNTIL WS-A > WS-ACCT-COUNT
               PERFORM LOAD-ONE-POSITION
           END-PERFORM
           CLOSE ACCOUNTS-FILE.

       LOAD-ONE-POSITION.
           MOVE SPACES TO WS-CHECK-ACCT
           MOVE WS-AC-ACCT(WS-A) TO WS-CHECK-ACCT
           CALL "CLOSED-CHECK" USING WS-CHECK-ACCT, WS-CLOSED,
               WS-CLOSED-DATE
           IF WS-CLOSED = 'Y'
               MOVE "ACCOUNT CLOSED" TO WS-AC-STOP(WS-A)
               EXIT PARAGRAPH
           END-IF
           IF WS-AC-ACCT(WS-A) IS NOT NUMERIC
               MOVE "NOT ON MASTER" TO WS-AC-STOP(WS-A)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AC-ACCT(WS-A) TO ACCOUNT-KEY
           READ ACCOUNTS-FILE
               INVALID KEY
                   MOVE "NOT ON MASTER" TO WS-AC-STOP(WS-A)
                   EXIT PARAGRAPH
           END-READ
           MOVE 'Y' TO WS-AC-ON-MASTER(WS-A)
           MOVE BALANCE TO WS-AC-LEDGER(WS-A)
           MOVE BR-CODE TO WS-AC-BRANCH(WS-A)
           CALL "RESOLVE-CUSTOMER" USING WS-CHECK-ACCT,
               WS-CHECK-CUST
           CALL "DECEASED-CHECK" USING WS-CHECK-CUST, WS-DECEASED
           IF WS-DECEASED = 'Y'
               MOVE "HOLDER DECEASED" TO WS-AC-STOP(WS-A)
           END-IF.

      *> Today's TRANSIN not yet posted: deposits add, withdrawals,
      *> transfers and checks take away; voided items count for
      *> nothing.
       LOAD-PENDING-ACTIVITY.
           OPEN INPUT TRANS-FILE
           IF WS-FS-TRANS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ TRANS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-TXN-FIELDS
                       UNSTRING TRANS-RECORD DELIMITED BY ','
                           INTO WS-TX-ID WS-TX-TYPE WS-TX-ACCT
                                WS-TX-AMOUNT
                       END-UNSTRING
                       MOVE WS-TX-ACCT TO WS-LOOKUP-ACCT
                       PERFORM FIND-ACCOUNT-ENTRY
                       IF WS-A > 0
                           PERFORM APPLY-PENDING-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANS-FILE.

       APPLY-PENDING-ITEM.
           EVALUATE FUNCTION TRIM(WS-TX-TYPE)
               WHEN "DEPOSIT"
                   ADD FUNCTION NUMVAL(WS-TX-AMOUNT)
                       TO WS-AC-PENDING(WS-A)
               WHEN "WITHDRAWAL"
               WHEN "TRANSFER"
               WHEN "CHECK"
                   SUBTRACT FUNCTION NUMVAL(WS-TX-AMOUNT)
                       FROM WS-AC-PENDING(WS-A)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> Uncollected deposit funds (ACTIVE AVAIL holds in force
      *> today) are not swept anywhere.
       LOAD-AVAIL-HOLDS.
           OPEN INPUT HOLDS-FILE
           IF WS-FS-HOLDS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ HOLDS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM JUDGE-ONE-HOLD
               END-READ
           END-PERFORM
           CLOSE HOLDS-FILE.

       JUDGE-ONE-HOLD.
           MOVE SPACES TO WS-HOLD-FIELDS
           UNSTRING HOLDS-RECORD DELIMITED BY ','
               INTO WS-HD-ACCT WS-HD-TYPE WS-HD-AMOUNT
                    WS-HD-FROM WS-HD-TO WS-HD-STATUS
           END-UNSTRING
           IF FUNCTION TRIM(WS-HD-TYPE) NOT = "AVAIL"
              OR FUNCTION TRIM(WS-HD-STATUS) NOT = "ACTIVE"
               EXIT PARAGRAPH
           END-IF
           IF WS-HD-FROM NOT = SPACES
              AND FUNCTION NUMVAL(WS-HD-FROM) > WS-TODAY
               EXIT PARAGRAPH
           END-IF
           IF WS-HD-TO NOT = SPACES
              AND FUNCTION NUMVAL(WS-HD-TO) < WS-TODAY
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HD-ACCT(1:5) TO WS-LOOKUP-ACCT
           PERFORM FIND-ACCOUNT-ENTRY
           IF WS-A > 0
               ADD FUNCTION NUMVAL(WS-HD-AMOUNT) TO WS-AC-HELD(WS-A)
           END-IF.

      *>----------------------------------------------------------------
      *> One arrangement
      *>----------------------------------------------------------------
       SWEEP-ONE-ARRANGEMENT.
           MOVE WS-AR-SOURCE(WS-I) TO WS-LOOKUP-ACCT
           PERFORM FIND-ACCOUNT-ENTRY
           MOVE WS-A TO WS-SRC
           MOVE WS-AR-TARGET(WS-I) TO WS-LOOKUP-ACCT
           PERFORM FIND-ACCOUNT-ENTRY
           MOVE WS-A TO WS-TGT
           COMPUTE WS-PROJECTED =
               WS-AC-LEDGER(WS-SRC) + WS-AC-PENDING(WS-SRC)
           MOVE 0 TO WS-MOVE-AMT
           MOVE SPACES TO WS-ACTION
           MOVE SPACES TO WS-NOTE

           IF WS-AC-STOP(WS-SRC) NOT = SPACES
               MOVE "STOPPED" TO WS-ACTION
               STRING "SOURCE " WS-AC-STOP(WS-SRC)
                   DELIMITED BY SIZE INTO WS-NOTE
               END-STRING
               PERFORM FINISH-ARRANGEMENT
               EXIT PARAGRAPH
           END-IF
           IF WS-AC-STOP(WS-TGT) NOT = SPACES
               MOVE "STOPPED" TO WS-ACTION
               STRING "TARGET " WS-AC-STOP(WS-TGT)
                   DELIMITED BY SIZE INTO WS-NOTE
               END-STRING
               PERFORM FINISH-ARRANGEMENT
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-EXCESS = WS-PROJECTED - WS-AC-HELD(WS-SRC)
                             - WS-AR-TGT-BAL(WS-I)
           COMPUTE WS-SHORT = WS-AR-TGT-BAL(WS-I) - WS-PROJECTED

           EVALUATE TRUE
               WHEN WS-EXCESS >= WS-AR-MIN(WS-I)
                   MOVE WS-EXCESS TO WS-MOVE-AMT
                   MOVE WS-SRC TO WS-PAYER
                   MOVE WS-TGT TO WS-PAYEE
                   MOVE "SWEEP OUT" TO WS-ACTION
               WHEN WS-SHORT > 0
                   MOVE WS-TGT TO WS-PAYER
                   MOVE WS-SRC TO WS-PAYEE
                   MOVE "COVER BACK" TO WS-ACTION
                   PERFORM SIZE-COVER-BACK
               WHEN OTHER
                   MOVE "NONE" TO WS-ACTION
           END-EVALUATE

           IF WS-ACTION = "NONE" OR WS-ACTION = "STOPPED"
               PERFORM FINISH-ARRANGEMENT
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-CHECK-ACCT
           MOVE WS-AC-ACCT(WS-PAYER) TO WS-CHECK-ACCT
           MOVE WS-MOVE-AMT TO WS-MOVE-OUT
           MOVE WS-MOVE-OUT TO WS-CHECK-AMT
           CALL "CHECK-HOLD" USING WS-CHECK-ACCT, WS-CHECK-AMT,
               WS-ON-HOLD
           IF WS-ON-HOLD = 'Y'
               MOVE "STOPPED" TO WS-ACTION
               STRING "PAYING ACCOUNT " WS-AC-ACCT(WS-PAYER)
                      " ON HOLD"
                   DELIMITED BY SIZE INTO WS-NOTE
               END-STRING
               PERFORM FINISH-ARRANGEMENT
               EXIT PARAGRAPH
           END-IF

           PERFORM WRITE-SWEEP-PAIR
           SUBTRACT WS-MOVE-AMT FROM WS-AC-PENDING(WS-PAYER)
           ADD WS-MOVE-AMT TO WS-AC-PENDING(WS-PAYEE)
           PERFORM FINISH-ARRANGEMENT.

      *> Cover the whole shortfall, rounded up to the minimum
      *> sweep, from whatever collected funds the savings side
      *> has; a savings account with nothing to give stops the
      *> pair so the manager sees the cheques at risk.
       SIZE-COVER-BACK.
           MOVE WS-SHORT TO WS-MOVE-AMT
           IF WS-MOVE-AMT < WS-AR-MIN(WS-I)
               MOVE WS-AR-MIN(WS-I) TO WS-MOVE-AMT
           END-IF
           COMPUTE WS-PAYER-AVAIL =
               WS-AC-LEDGER(WS-TGT) + WS-AC-PENDING(WS-TGT)
             - WS-AC-HELD(WS-TGT)
           IF WS-PAYER-AVAIL <= 0
               MOVE 0 TO WS-MOVE-AMT
               MOVE "STOPPED" TO WS-ACTION
               MOVE "TARGET HAS NO FUNDS TO COVER" TO WS-NOTE
               EXIT PARAGRAPH
           END-IF
           IF WS-MOVE-AMT > WS-PAYER-AVAIL
               MOVE WS-PAYER-AVAIL TO WS-MOVE-AMT
               MOVE "PARTIAL - TARGET FUNDS SHORT" TO WS-NOTE
           END-IF.

      *> The sweep itself as two TRANSIN entries that net to zero
      *> across the pair.
       WRITE-SWEEP-PAIR.
           MOVE "SWP" TO WS-V2-CHANNEL
           CALL "TXN-STAMP" USING WS-V2-CHANNEL, WS-V2-TAIL
           MOVE WS-MOVE-AMT TO WS-MOVE-OUT

           ADD 1 TO WS-TXN-SEQ
           MOVE WS-TXN-SEQ TO WS-TXN-ID-SEQ
           MOVE WS-TXN-ID TO WS-PAIR-REF
           MOVE SPACES TO TRANS-RECORD
           STRING WS-TXN-ID ",TRANSFER,"
                  WS-AC-ACCT(WS-PAYER) ","
                  WS-MOVE-OUT ","
                  WS-TODAY ","
                  WS-AC-BRANCH(WS-PAYER) ",,,"
                  WS-V2-TAIL
               DELIMITED BY SIZE INTO TRANS-RECORD
           END-STRING
           WRITE TRANS-RECORD

           ADD 1 TO WS-TXN-SEQ
           MOVE WS-TXN-SEQ TO WS-TXN-ID-SEQ
           MOVE "/" TO WS-PAIR-REF(7:1)
           MOVE WS-TXN-ID TO WS-PAIR-REF(8:6)
           MOVE SPACES TO TRANS-RECORD
           STRING WS-TXN-ID ",DEPOSIT,"
                  WS-AC-ACCT(WS-PAYEE) ","
                  WS-MOVE-OUT ","
                  WS-TODAY ","
                  WS-AC-BRANCH(WS-PAYEE) ",,,"
                  WS-V2-TAIL
               DELIMITED BY SIZE INTO TRANS-RECORD
           END-STRING
           WRITE TRANS-RECORD

           IF WS-ACTION = "SWEEP OUT"
               ADD 1 TO WS-SWEPT-COUNT
               ADD WS-MOVE-AMT TO WS-SWEPT-TOTAL
           ELSE
               ADD 1 TO WS-COVER-COUNT
               ADD WS-MOVE-AMT TO WS-COVER-TOTAL
           END-IF
           IF WS-NOTE = SPACES
               MOVE WS-PAIR-REF TO WS-NOTE
           END-IF.

       FINISH-ARRANGEMENT.
           EVALUATE WS-ACTION
               WHEN "NONE"
                   ADD 1 TO WS-NONE-COUNT
               WHEN "STOPPED"
                   ADD 1 TO WS-SKIP-COUNT
                   MOVE 0 TO WS-MOVE-AMT
                   DISPLAY "BALANCE-SWEEP: " WS-AR-ID(WS-I)
                           " stopped - " FUNCTION TRIM(WS-NOTE)
           END-EVALUATE
           PERFORM WRITE-REPORT-LINE.

      *>----------------------------------------------------------------
      *> Sweep activity report
      *>----------------------------------------------------------------
       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-REC
           STRING "BALANCE SWEEP ACTIVITY - BUSINESS DATE " WS-TODAY
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE "SWEEP  SOURCE TARGET       LEDGER      PENDING "
             & "   PROJECTED   TARGET-BAL ACTION         AMOUNT "
             & " REFERENCE / REASON" TO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-DIVIDER TO REPORT-REC
           WRITE REPORT-REC.

       WRITE-REPORT-LINE.
           MOVE WS-AC-LEDGER(WS-SRC) TO WS-DISP-LEDGER
           COMPUTE WS-DISP-PENDING =
               WS-PROJECTED - WS-AC-LEDGER(WS-SRC)
           MOVE WS-PROJECTED TO WS-DISP-PROJ
           MOVE WS-AR-TGT-BAL(WS-I) TO WS-DISP-TGT
           MOVE WS-MOVE-AMT TO WS-DISP-AMT
           MOVE SPACES TO REPORT-REC
           STRING WS-AR-ID(WS-I) " "
                  WS-AR-SOURCE(WS-I) "  "
                  WS-AR-TARGET(WS-I) "  "
                  WS-DISP-LEDGER " "
                  WS-DISP-PENDING " "
                  WS-DISP-PROJ " "
                  WS-DISP-TGT " "
                  WS-ACTION " "
                  WS-DISP-AMT "  "
                  WS-NOTE
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC.

       WRITE-REPORT-TOTALS.
           MOVE WS-DIVIDER TO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-SWEPT-TOTAL TO WS-DISP-TOTAL
           MOVE SPACES TO REPORT-REC
           STRING "Swept to savings:  " WS-SWEPT-COUNT
                  "   total " WS-DISP-TOTAL
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE WS-COVER-TOTAL TO WS-DISP-TOTAL
           MOVE SPACES TO REPORT-REC
           STRING "Covered back:      " WS-COVER-COUNT
                  "   total " WS-DISP-TOTAL
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "No action needed:  " WS-NONE-COUNT
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "Stopped:           " WS-SKIP-COUNT
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC.
