       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRANCH-TRANSFER.

      *> Bulk move of accounts to another home branch, for branch
      *> closures and portfolio reassignments. The accounts are
      *> either every account whose BR-CODE is a source branch, or
      *> the account keys listed one per line in
      *> BRANCH-XFER-LIST.DAT; the target must be on BRANCHES.DAT.
      *> Each account is revalidated first - on the master, a good
      *> check digit, never closed, not already at the target - and
      *> a failure is registered and left where it is.
      *> (D)ry run registers what would move and changes nothing.
      *> (P)ost rewrites BR-CODE on accounts.idx and, under one run
      *> ID (BXnnnn, carried in BRANCH-XFER-SEQ.DAT), writes for
      *> every moved balance four GLMASTER.DAT journal lines in the
      *> GLPOSTER layout: the deposit control (GL_DEPOSIT_CTL,
      *> default 2001) comes out of the old branch and into the new
      *> one against the inter-branch clearing account
      *> (GL_INTERBRANCH_GL, default 1850), so each branch balances
      *> on its own for BRANCH-PNL and the settlement reports. When
      *> the two branches keep the books of different legal
      *> entities the clearing legs post intercompany instead: the
      *> old entity credits due-to (IC_DUE_TO_GL, default 2870) and
      *> the new entity debits due-from (IC_DUE_FROM_GL, default
      *> 1870), each naming the other entity as counterparty. An
      *> overdrawn balance posts the other way round. Every owning
      *> customer gets one notice of the new home branch, and each
      *> move goes to BRANCH-XFER-ROLLBACK.DAT:
      *>   RUN-ID,ACCOUNT,OLD-BRANCH,NEW-BRANCH,BALANCE,STATUS
      *> (R)oll back takes a run ID and returns every account of
      *> that run still at its new branch, reversing the journal
      *> lines and marking the rollback lines ROLLEDBACK.
      *> Every run prints a before/after register to
      *> BRANCH-XFER-REGISTER.TXT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNTS-FILE ASSIGN TO "accounts.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-KEY
               FILE STATUS IS WS-FS-ACC.
           SELECT BRANCH-FILE ASSIGN TO "BRANCHES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BRANCH.
           SELECT LIST-FILE ASSIGN TO "BRANCH-XFER-LIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LIST.
           SELECT GL-MASTER-FILE ASSIGN TO "GLMASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GLM.
           SELECT REGISTER-FILE ASSIGN TO "BRANCH-XFER-REGISTER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REG.
           SELECT ROLLBACK-FILE ASSIGN TO "BRANCH-XFER-ROLLBACK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RBK.
           SELECT ROLLBACK-WORK-FILE
               ASSIGN TO "BRANCH-XFER-ROLLBACK.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RBW.
           SELECT SEQ-FILE ASSIGN TO "BRANCH-XFER-SEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SEQ.

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

       FD  BRANCH-FILE.
       01  BRANCH-RECORD        PIC X(40).

       FD  LIST-FILE.
       01  LIST-RECORD          PIC X(20).

       FD  GL-MASTER-FILE.
       01  GL-MASTER-RECORD     PIC X(80).

       FD  REGISTER-FILE.
       01  REGISTER-RECORD      PIC X(100).

       FD  ROLLBACK-FILE.
       01  ROLLBACK-RECORD      PIC X(60).

       FD  ROLLBACK-WORK-FILE.
       01  ROLLBACK-WORK-RECORD PIC X(60).

       FD  SEQ-FILE.
       01  SEQ-RECORD           PIC X(8).

       WORKING-STORAGE SECTION.
       77  WS-FS-ACC            PIC XX.
       77  WS-FS-BRANCH         PIC XX.
       77  WS-FS-LIST           PIC XX.
       77  WS-FS-GLM            PIC XX.
       77  WS-FS-REG            PIC XX.
       77  WS-FS-RBK            PIC XX.
       77  WS-FS-RBW            PIC XX.
       77  WS-FS-SEQ            PIC XX.
       77  WS-EOF               PIC X VALUE 'N'.
       77  WS-MODE              PIC X.
       77  WS-SELECT            PIC X.
       77  WS-POSTING           PIC X VALUE 'N'.
       77  WS-TODAY             PIC 9(8) VALUE 0.
       77  WS-TXN-SEQ           PIC 9(4) VALUE 0.
       77  WS-I                 PIC 9(4).
       77  WS-FOUND             PIC X VALUE 'N'.
       77  WS-ACCT-OK           PIC X.
       77  WS-CLOSED-FLAG       PIC X.
       77  WS-CLOSED-DATE       PIC X(8).
       77  WS-SELECTED-COUNT    PIC 9(5) VALUE 0.
       77  WS-MOVED-COUNT       PIC 9(5) VALUE 0.
       77  WS-REJECTED-COUNT    PIC 9(5) VALUE 0.
       77  WS-NOTICE-COUNT      PIC 9(5) VALUE 0.
       77  WS-NOTIFIED-COUNT    PIC 9(4) VALUE 0.
       77  WS-OPERATOR          PIC X(8).
       77  WS-PARAM-NAME        PIC X(24).
       77  WS-PARAM-VALUE       PIC X(12).
       77  WS-PARAM-FOUND       PIC X.
       77  WS-DEPOSIT-CTL       PIC X(4) VALUE "2001".
       77  WS-INTERBRANCH-GL    PIC X(4) VALUE "1850".
       77  WS-IC-DUE-FROM-GL    PIC X(4) VALUE "1870".
       77  WS-IC-DUE-TO-GL      PIC X(4) VALUE "2870".
       77  WS-OLD-ENTITY        PIC X(2).
       77  WS-NEW-ENTITY        PIC X(2).
       77  WS-LOG-TIMESTAMP     PIC X(21).
       77  WS-CHAIN-LOG         PIC X(30).
       77  WS-CHAIN-LINE        PIC X(120).
       77  WS-DIVIDER           PIC X(90) VALUE ALL "-".

       01  WS-SOURCE-BR         PIC X(3) VALUE SPACES.
       01  WS-TARGET-BR         PIC X(3).
       01  WS-TARGET-NAME       PIC X(20).
       01  WS-OLD-BR            PIC X(3).
       01  WS-NEW-BR            PIC X(3).
       01  WS-REASON            PIC X(20).
       01  WS-ACCT-ID           PIC X(10).
       01  WS-OWNER-CUST        PIC X(10).
       01  WS-RUN-IN            PIC X(6).
       01  WS-BAL-ABS           PIC 9(9)V99.
       01  WS-BAL-DISP          PIC -(8)9.99.
       01  WS-BAL-OUT           PIC -9(9).99.
       01  WS-NOTIFY-EVENT      PIC X(12) VALUE "BRANCH-MOVE".
       01  WS-NOTIFY-DETAIL     PIC X(30).

       01  WS-TXN-ID.
           05  FILLER           PIC XX VALUE "BX".
           05  WS-TXN-ID-SEQ    PIC 9(4).

       01  WS-BRANCH-FIELDS.
           05  WS-BR-CODE       PIC X(3).
           05  WS-BR-NAME       PIC X(20).

       01  WS-ROLLBACK-FIELDS.
           05  WS-RB-RUN        PIC X(6).
           05  WS-RB-ACCT       PIC X(5).
           05  WS-RB-OLD-BR     PIC X(3).
           05  WS-RB-NEW-BR     PIC X(3).
           05  WS-RB-BALANCE    PIC X(13).
           05  WS-RB-STATUS     PIC X(10).

      *> One journal line as GLPOSTER writes it.
       01  WS-GL-LINE-ACCT      PIC X(4).
       01  WS-GL-LINE-DRCR      PIC XX.
       01  WS-GL-LINE-TYPE      PIC X(10).
       01  WS-GL-LINE-BRANCH    PIC X(3).
       01  WS-GL-LINE-ENTITY    PIC X(2).
       01  WS-GL-LINE-CPTY      PIC X(2).
       01  WS-AMT-DISP          PIC Z(6)9.99.

      *> Customers already told about this run's move, so a
      *> customer with several moved accounts gets one notice.
       01  WS-NOTIFIED-TABLE.
           05  WS-NOTIFIED-CUST OCCURS 2000 TIMES PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "GET-BUSINESS-DATE" USING WS-TODAY
           PERFORM LOAD-PARAMETERS
           DISPLAY "BRANCH-TRANSFER: (D)ry run, (P)ost transfer, "
                   "(R)oll back a run: " WITH NO ADVANCING
           ACCEPT WS-MODE
           EVALUATE FUNCTION UPPER-CASE(WS-MODE)
               WHEN "D"
                   MOVE 'N' TO WS-POSTING
                   PERFORM TRANSFER-RUN
               WHEN "P"
                   MOVE 'Y' TO WS-POSTING
                   PERFORM GET-OPERATOR
                   PERFORM TRANSFER-RUN
               WHEN "R"
                   MOVE 'Y' TO WS-POSTING
                   PERFORM GET-OPERATOR
                   PERFORM ROLLBACK-RUN
               WHEN OTHER
                   DISPLAY "Invalid selection."
           END-EVALUATE
           STOP RUN.

      *> The teller console exports the signed-in operator as
      *> OPERATOR_ID; only prompt when running stand-alone.
       GET-OPERATOR.
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "OPERATOR_ID"
           IF WS-OPERATOR = SPACES
               DISPLAY "Operator ID: " WITH NO ADVANCING
               ACCEPT WS-OPERATOR
           END-IF.

       LOAD-PARAMETERS.
           MOVE "GL_DEPOSIT_CTL" TO WS-PARAM-NAME
           CALL "GET-PARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y'
               MOVE WS-PARAM-VALUE(1:4) TO WS-DEPOSIT-CTL
           END-IF
           MOVE "GL_INTERBRANCH_GL" TO WS-PARAM-NAME
           CALL "GET-PARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y'
               MOVE WS-PARAM-VALUE(1:4) TO WS-INTERBRANCH-GL
           END-IF
           MOVE "IC_DUE_FROM_GL" TO WS-PARAM-NAME
           CALL "GET-PARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y'
               MOVE WS-PARAM-VALUE(1:4) TO WS-IC-DUE-FROM-GL
           END-IF
           MOVE "IC_DUE_TO_GL" TO WS-PARAM-NAME
           CALL "GET-PARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y'
               MOVE WS-PARAM-VALUE(1:4) TO WS-IC-DUE-TO-GL
           END-IF.

      *> ---------------------------------------------------------
      *> Dry run and posting
      *> ---------------------------------------------------------
       TRANSFER-RUN.
           DISPLAY "Move (S)ource branch or (L)ist in "
                   "BRANCH-XFER-LIST.DAT: " WITH NO ADVANCING
           ACCEPT WS-SELECT
           MOVE FUNCTION UPPER-CASE(WS-SELECT) TO WS-SELECT
           IF WS-SELECT NOT = "S" AND WS-SELECT NOT = "L"
               DISPLAY "Invalid selection."
               EXIT PARAGRAPH
           END-IF
           IF WS-SELECT = "S"
               DISPLAY "Source branch code: " WITH NO ADVANCING
               ACCEPT WS-SOURCE-BR
               MOVE FUNCTION UPPER-CASE(WS-SOURCE-BR) TO WS-SOURCE-BR
           END-IF
           DISPLAY "Target branch code: " WITH NO ADVANCING
           ACCEPT WS-TARGET-BR
           MOVE FUNCTION UPPER-CASE(WS-TARGET-BR) TO WS-TARGET-BR
           PERFORM FIND-TARGET-BRANCH
           IF WS-FOUND NOT = 'Y'
               DISPLAY "Branch " WS-TARGET-BR " is not on "
                       "BRANCHES.DAT - nothing moved."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-SOURCE-BR = WS-TARGET-BR
               DISPLAY "Source and target are the same branch."
               EXIT PARAGRAPH
           END-IF

           IF WS-SELECT = "L"
               OPEN INPUT LIST-FILE
               IF WS-FS-LIST NOT = "00"
                   DISPLAY "BRANCH-TRANSFER: ERROR - cannot open "
                           "BRANCH-XFER-LIST.DAT. Status: "
                           WS-FS-LIST
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-POSTING = 'Y'
               OPEN I-O ACCOUNTS-FILE
           ELSE
               OPEN INPUT ACCOUNTS-FILE
           END-IF
           IF WS-FS-ACC NOT = "00"
               DISPLAY "BRANCH-TRANSFER: ERROR - cannot open "
                       "accounts.idx. Status: " WS-FS-ACC
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-POSTING = 'Y'
               PERFORM LOAD-TXN-SEQ
               ADD 1 TO WS-TXN-SEQ
               MOVE WS-TXN-SEQ TO WS-TXN-ID-SEQ
               PERFORM OPEN-GL-MASTER
               PERFORM OPEN-ROLLBACK-EXTEND
           END-IF
           PERFORM OPEN-REGISTER

           MOVE 'N' TO WS-EOF
           IF WS-SELECT = "S"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ACCOUNTS-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF BR-CODE = WS-SOURCE-BR
                               PERFORM TRANSFER-ONE-ACCOUNT
                           END-IF
                   END-READ
               END-PERFORM
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ LIST-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF LIST-RECORD NOT = SPACES
                               PERFORM TRANSFER-LISTED-ACCOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIST-FILE
           END-IF

           CLOSE ACCOUNTS-FILE
           IF WS-POSTING = 'Y'
               CLOSE GL-MASTER-FILE
               CLOSE ROLLBACK-FILE
               PERFORM SAVE-TXN-SEQ
           END-IF
           PERFORM CLOSE-REGISTER

           IF WS-POSTING = 'Y'
               MOVE FUNCTION CURRENT-DATE TO WS-LOG-TIMESTAMP
               MOVE SPACES TO WS-CHAIN-LINE
               STRING WS-LOG-TIMESTAMP(1:19)
                      " | USER: " FUNCTION TRIM(WS-OPERATOR)
                      " | BRANCH TRANSFER | RUN: " WS-TXN-ID
                      " | TO: " WS-TARGET-BR
                      " | MOVED: " WS-MOVED-COUNT
                   DELIMITED BY SIZE INTO WS-CHAIN-LINE
               END-STRING
               MOVE "ACCESS-LOG.TXT" TO WS-CHAIN-LOG
               CALL "LOG-CHAIN" USING WS-CHAIN-LOG, WS-CHAIN-LINE
               DISPLAY "BRANCH-TRANSFER: run " WS-TXN-ID " moved "
                       WS-MOVED-COUNT " accounts to " WS-TARGET-BR
                       ", " WS-REJECTED-COUNT " rejected, "
                       WS-NOTICE-COUNT " customers notified."
           ELSE
               DISPLAY "BRANCH-TRANSFER: dry run - "
                       WS-MOVED-COUNT " accounts would move to "
                       WS-TARGET-BR ", " WS-REJECTED-COUNT
                       " rejected. Nothing changed."
           END-IF
           DISPLAY "Register: BRANCH-XFER-REGISTER.TXT"
           IF WS-REJECTED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       TRANSFER-LISTED-ACCOUNT.
           MOVE SPACES TO WS-ACCT-ID
           MOVE FUNCTION TRIM(LIST-RECORD) TO WS-ACCT-ID
           IF WS-ACCT-ID(1:5) IS NOT NUMERIC
              OR WS-ACCT-ID(6:5) NOT = SPACES
               ADD 1 TO WS-SELECTED-COUNT
               ADD 1 TO WS-REJECTED-COUNT
               MOVE "NOT AN ACCOUNT NO." TO WS-REASON
               PERFORM REGISTER-UNKNOWN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ACCT-ID(1:5) TO ACCOUNT-KEY
           READ ACCOUNTS-FILE
               INVALID KEY
                   ADD 1 TO WS-SELECTED-COUNT
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE "NOT ON MASTER" TO WS-REASON
                   PERFORM REGISTER-UNKNOWN
                   EXIT PARAGRAPH
           END-READ
           PERFORM TRANSFER-ONE-ACCOUNT.

      *> The master record is current; revalidate it, then move it
      *> (or, on a dry run, just say it would move).
       TRANSFER-ONE-ACCOUNT.
           ADD 1 TO WS-SELECTED-COUNT
           MOVE BR-CODE TO WS-OLD-BR
           MOVE WS-TARGET-BR TO WS-NEW-BR
           PERFORM VALIDATE-ACCOUNT
           IF WS-REASON NOT = SPACES
               MOVE WS-OLD-BR TO WS-NEW-BR
               ADD 1 TO WS-REJECTED-COUNT
               PERFORM WRITE-REGISTER-LINE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MOVED-COUNT
           IF WS-POSTING NOT = 'Y'
               MOVE "WOULD MOVE" TO WS-REASON
               PERFORM WRITE-REGISTER-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-NEW-BR TO BR-CODE
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   SUBTRACT 1 FROM WS-MOVED-COUNT
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE WS-OLD-BR TO WS-NEW-BR
                   MOVE "REWRITE FAILED" TO WS-REASON
                   PERFORM WRITE-REGISTER-LINE
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE "MOVED" TO WS-REASON
           PERFORM WRITE-REGISTER-LINE
           MOVE "BR-XFER   " TO WS-GL-LINE-TYPE
           PERFORM POST-MOVE-JOURNAL
           PERFORM WRITE-ROLLBACK-LINE
           PERFORM NOTIFY-OWNER.

       VALIDATE-ACCOUNT.
           MOVE SPACES TO WS-REASON
           IF BR-CODE = WS-TARGET-BR
               MOVE "ALREADY AT TARGET" TO WS-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-ACCT-ID
           MOVE ACCOUNT-KEY TO WS-ACCT-ID
           CALL "ACCT-CHECK" USING WS-ACCT-ID, WS-ACCT-OK
           IF WS-ACCT-OK NOT = 'Y'
               MOVE "BAD CHECK DIGIT" TO WS-REASON
               EXIT PARAGRAPH
           END-IF
           CALL "CLOSED-CHECK" USING WS-ACCT-ID, WS-CLOSED-FLAG,
               WS-CLOSED-DATE
           IF WS-CLOSED-FLAG = 'Y'
               MOVE "ACCOUNT CLOSED" TO WS-REASON
           END-IF.

      *> The balance leaves the old branch's deposit control and
      *> arrives in the new branch's, each side squared off against
      *> inter-branch clearing. A debit balance is an overdraft -
      *> an asset - and posts the opposite way.
       POST-MOVE-JOURNAL.
           IF BALANCE < 0
               COMPUTE WS-BAL-ABS = 0 - BALANCE
           ELSE
               MOVE BALANCE TO WS-BAL-ABS
           END-IF
           IF WS-BAL-ABS = 0
               EXIT PARAGRAPH
           END-IF
           CALL "GL-ENTITY" USING WS-OLD-BR, WS-OLD-ENTITY
           CALL "GL-ENTITY" USING WS-NEW-BR, WS-NEW-ENTITY
           MOVE SPACES TO WS-GL-LINE-CPTY
           MOVE WS-OLD-BR TO WS-GL-LINE-BRANCH
           MOVE WS-DEPOSIT-CTL TO WS-GL-LINE-ACCT
           PERFORM SET-DEBIT-SIDE
           PERFORM WRITE-GL-LINE
           IF WS-OLD-ENTITY = WS-NEW-ENTITY
               MOVE WS-INTERBRANCH-GL TO WS-GL-LINE-ACCT
           ELSE
               MOVE WS-IC-DUE-TO-GL TO WS-GL-LINE-ACCT
               MOVE WS-NEW-ENTITY TO WS-GL-LINE-CPTY
           END-IF
           PERFORM SET-CREDIT-SIDE
           PERFORM WRITE-GL-LINE
           MOVE WS-NEW-BR TO WS-GL-LINE-BRANCH
           IF WS-OLD-ENTITY = WS-NEW-ENTITY
               MOVE WS-INTERBRANCH-GL TO WS-GL-LINE-ACCT
           ELSE
               MOVE WS-IC-DUE-FROM-GL TO WS-GL-LINE-ACCT
               MOVE WS-OLD-ENTITY TO WS-GL-LINE-CPTY
           END-IF
           PERFORM SET-DEBIT-SIDE
           PERFORM WRITE-GL-LINE
           MOVE SPACES TO WS-GL-LINE-CPTY
           MOVE WS-DEPOSIT-CTL TO WS-GL-LINE-ACCT
           PERFORM SET-CREDIT-SIDE
           PERFORM WRITE-GL-LINE.

       SET-DEBIT-SIDE.
           IF BALANCE < 0
               MOVE "CR" TO WS-GL-LINE-DRCR
           ELSE
               MOVE "DR" TO WS-GL-LINE-DRCR
           END-IF.

       SET-CREDIT-SIDE.
           IF BALANCE < 0
               MOVE "DR" TO WS-GL-LINE-DRCR
           ELSE
               MOVE "CR" TO WS-GL-LINE-DRCR
           END-IF.

       WRITE-GL-LINE.
           MOVE WS-BAL-ABS TO WS-AMT-DISP
           MOVE SPACES TO GL-MASTER-RECORD
           STRING WS-GL-LINE-ACCT " " WS-GL-LINE-DRCR " "
                  WS-AMT-DISP " " WS-TODAY " " WS-TXN-ID
                  " " WS-GL-LINE-TYPE " " ACCOUNT-KEY " "
                  WS-GL-LINE-BRANCH
               DELIMITED BY SIZE INTO GL-MASTER-RECORD
           END-STRING
           CALL "GL-ENTITY" USING WS-GL-LINE-BRANCH,
               WS-GL-LINE-ENTITY
           MOVE WS-GL-LINE-ENTITY TO GL-MASTER-RECORD(57:2)
           MOVE WS-GL-LINE-CPTY TO GL-MASTER-RECORD(60:2)
           WRITE GL-MASTER-RECORD.

       WRITE-ROLLBACK-LINE.
           MOVE BALANCE TO WS-BAL-OUT
           MOVE SPACES TO ROLLBACK-RECORD
           STRING WS-TXN-ID ","
                  ACCOUNT-KEY ","
                  WS-OLD-BR ","
                  WS-NEW-BR ","
                  WS-BAL-OUT ","
                  "MOVED"
               DELIMITED BY SIZE INTO ROLLBACK-RECORD
           END-STRING
           WRITE ROLLBACK-RECORD.

      *> One notice per owning customer per run.
       NOTIFY-OWNER.
           MOVE SPACES TO WS-ACCT-ID
           MOVE ACCOUNT-KEY TO WS-ACCT-ID
           MOVE SPACES TO WS-OWNER-CUST
           CALL "RESOLVE-CUSTOMER" USING WS-ACCT-ID, WS-OWNER-CUST
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-NOTIFIED-COUNT
               IF WS-NOTIFIED-CUST(WS-I) = WS-OWNER-CUST
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-NOTIFIED-COUNT < 2000
               ADD 1 TO WS-NOTIFIED-COUNT
               MOVE WS-OWNER-CUST TO WS-NOTIFIED-CUST(WS-NOTIFIED-COUNT)
           END-IF
           MOVE SPACES TO WS-NOTIFY-DETAIL
           STRING "HOME BRANCH " WS-NEW-BR " "
                  WS-TARGET-NAME
               DELIMITED BY SIZE INTO WS-NOTIFY-DETAIL
           END-STRING
           CALL "QUEUE-NOTIFY" USING WS-OWNER-CUST, WS-NOTIFY-EVENT,
               WS-NOTIFY-DETAIL
           ADD 1 TO WS-NOTICE-COUNT.

      *> ---------------------------------------------------------
      *> Rollback
      *> ---------------------------------------------------------
       ROLLBACK-RUN.
           DISPLAY "Run ID to roll back (BXnnnn): " WITH NO ADVANCING
           ACCEPT WS-RUN-IN
           MOVE FUNCTION UPPER-CASE(WS-RUN-IN) TO WS-RUN-IN
           OPEN INPUT ROLLBACK-FILE
           IF WS-FS-RBK NOT = "00"
               DISPLAY "No BRANCH-XFER-ROLLBACK.DAT on file."
               EXIT PARAGRAPH
           END-IF
           OPEN I-O ACCOUNTS-FILE
           IF WS-FS-ACC NOT = "00"
               DISPLAY "BRANCH-TRANSFER: ERROR - cannot open "
                       "accounts.idx. Status: " WS-FS-ACC
               CLOSE ROLLBACK-FILE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ROLLBACK-WORK-FILE
           PERFORM LOAD-TXN-SEQ
           ADD 1 TO WS-TXN-SEQ
           MOVE WS-TXN-SEQ TO WS-TXN-ID-SEQ
           PERFORM OPEN-GL-MASTER
           MOVE SPACES TO WS-TARGET-NAME
           PERFORM OPEN-REGISTER

           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ROLLBACK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM ROLL-BACK-ONE-LINE
                       MOVE ROLLBACK-RECORD TO ROLLBACK-WORK-RECORD
                       WRITE ROLLBACK-WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE ROLLBACK-FILE
           CLOSE ROLLBACK-WORK-FILE
           CLOSE ACCOUNTS-FILE
           CLOSE GL-MASTER-FILE
           PERFORM CLOSE-REGISTER

           IF WS-SELECTED-COUNT = 0
               DISPLAY "No moves on file for run " WS-RUN-IN
                       " still to roll back."
               CALL "CBL_DELETE_FILE" USING
                   "BRANCH-XFER-ROLLBACK.TMP"
               EXIT PARAGRAPH
           END-IF
           PERFORM SAVE-TXN-SEQ
           PERFORM REPLACE-ROLLBACK-FILE
           MOVE FUNCTION CURRENT-DATE TO WS-LOG-TIMESTAMP
           MOVE SPACES TO WS-CHAIN-LINE
           STRING WS-LOG-TIMESTAMP(1:19)
                  " | USER: " FUNCTION TRIM(WS-OPERATOR)
                  " | BRANCH TRANSFER ROLLBACK | RUN: " WS-RUN-IN
                  " | BY: " WS-TXN-ID
                  " | RETURNED: " WS-MOVED-COUNT
               DELIMITED BY SIZE INTO WS-CHAIN-LINE
           END-STRING
           MOVE "ACCESS-LOG.TXT" TO WS-CHAIN-LOG
           CALL "LOG-CHAIN" USING WS-CHAIN-LOG, WS-CHAIN-LINE
           DISPLAY "BRANCH-TRANSFER: run " WS-RUN-IN " rolled back "
                   "under " WS-TXN-ID " - " WS-MOVED-COUNT
                   " accounts returned, " WS-REJECTED-COUNT
                   " left (moved again since)."
           DISPLAY "Register: BRANCH-XFER-REGISTER.TXT"
           IF WS-REJECTED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

      *> An account that has moved on again since the run is left
      *> alone - returning it would undo a later, separate move.
       ROLL-BACK-ONE-LINE.
           MOVE SPACES TO WS-ROLLBACK-FIELDS
           UNSTRING ROLLBACK-RECORD DELIMITED BY ','
               INTO WS-RB-RUN WS-RB-ACCT WS-RB-OLD-BR WS-RB-NEW-BR
                    WS-RB-BALANCE WS-RB-STATUS
           END-UNSTRING
           IF WS-RB-RUN NOT = WS-RUN-IN
              OR WS-RB-STATUS NOT = "MOVED"
              OR WS-RB-ACCT IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SELECTED-COUNT
           MOVE WS-RB-ACCT TO ACCOUNT-KEY
           READ ACCOUNTS-FILE
               INVALID KEY
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE WS-RB-ACCT TO WS-ACCT-ID
                   MOVE "NOT ON MASTER" TO WS-REASON
                   PERFORM REGISTER-UNKNOWN
                   EXIT PARAGRAPH
           END-READ
           MOVE BR-CODE TO WS-OLD-BR
           MOVE WS-RB-OLD-BR TO WS-NEW-BR
           IF BR-CODE NOT = WS-RB-NEW-BR
               ADD 1 TO WS-REJECTED-COUNT
               MOVE "MOVED SINCE RUN" TO WS-REASON
               PERFORM WRITE-REGISTER-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NEW-BR TO BR-CODE
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE "REWRITE FAILED" TO WS-REASON
                   PERFORM WRITE-REGISTER-LINE
                   EXIT PARAGRAPH
           END-REWRITE
           ADD 1 TO WS-MOVED-COUNT
           MOVE "RETURNED" TO WS-REASON
           PERFORM WRITE-REGISTER-LINE
           MOVE "BR-XFERREV" TO WS-GL-LINE-TYPE
           PERFORM POST-MOVE-JOURNAL
           PERFORM NOTIFY-OWNER
           MOVE SPACES TO ROLLBACK-RECORD
           STRING WS-RB-RUN ","
                  WS-RB-ACCT ","
                  WS-RB-OLD-BR ","
                  WS-RB-NEW-BR ","
                  FUNCTION TRIM(WS-RB-BALANCE) ","
                  "ROLLEDBACK"
               DELIMITED BY SIZE INTO ROLLBACK-RECORD
           END-STRING.

       REPLACE-ROLLBACK-FILE.
           MOVE 'N' TO WS-EOF
           OPEN INPUT ROLLBACK-WORK-FILE
           OPEN OUTPUT ROLLBACK-FILE
           PERFORM UNTIL WS-EOF = 'Y'
               READ ROLLBACK-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE ROLLBACK-WORK-RECORD TO ROLLBACK-RECORD
                       WRITE ROLLBACK-RECORD
               END-READ
           END-PERFORM
           CLOSE ROLLBACK-WORK-FILE
           CLOSE ROLLBACK-FILE
           CALL "CBL_DELETE_FILE" USING "BRANCH-XFER-ROLLBACK.TMP".

      *> ---------------------------------------------------------
      *> Register
      *> ---------------------------------------------------------
       OPEN-REGISTER.
           OPEN OUTPUT REGISTER-FILE
           MOVE SPACES TO REGISTER-RECORD
           EVALUATE TRUE
               WHEN FUNCTION UPPER-CASE(WS-MODE) = "R"
                   STRING "BRANCH TRANSFER ROLLBACK OF RUN " WS-RUN-IN
                          " - " WS-TODAY
                       DELIMITED BY SIZE INTO REGISTER-RECORD
                   END-STRING
               WHEN WS-POSTING = 'Y'
                   STRING "BRANCH TRANSFER RUN " WS-TXN-ID " - "
                          WS-TODAY " - TO " WS-TARGET-BR " "
                          FUNCTION TRIM(WS-TARGET-NAME)
                       DELIMITED BY SIZE INTO REGISTER-RECORD
                   END-STRING
               WHEN OTHER
                   STRING "BRANCH TRANSFER DRY RUN - " WS-TODAY
                          " - TO " WS-TARGET-BR " "
                          FUNCTION TRIM(WS-TARGET-NAME)
                          " - NOTHING CHANGED"
                       DELIMITED BY SIZE INTO REGISTER-RECORD
                   END-STRING
           END-EVALUATE
           WRITE REGISTER-RECORD
           MOVE WS-DIVIDER TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE "ACCT   NAME                  BALANCE       PROD  "
               TO REGISTER-RECORD
           MOVE "BEFORE AFTER  RESULT" TO REGISTER-RECORD(51:)
           WRITE REGISTER-RECORD
           MOVE WS-DIVIDER TO REGISTER-RECORD
           WRITE REGISTER-RECORD.

       WRITE-REGISTER-LINE.
           MOVE BALANCE TO WS-BAL-DISP
           MOVE SPACES TO REGISTER-RECORD
           STRING ACCOUNT-KEY "  "
                  FNAME " " LNAME " "
                  WS-BAL-DISP "  "
                  PROD-CODE "  "
                  WS-OLD-BR "    "
                  WS-NEW-BR "    "
                  WS-REASON
               DELIMITED BY SIZE INTO REGISTER-RECORD
           END-STRING
           WRITE REGISTER-RECORD.

      *> An account the master cannot give us prints without its
      *> master details.
       REGISTER-UNKNOWN.
           MOVE SPACES TO REGISTER-RECORD
           STRING WS-ACCT-ID(1:5) "  "
                  "(not on master)                            "
                  "                 "
                  WS-REASON
               DELIMITED BY SIZE INTO REGISTER-RECORD
           END-STRING
           WRITE REGISTER-RECORD.

       CLOSE-REGISTER.
           MOVE WS-DIVIDER TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE SPACES TO REGISTER-RECORD
           STRING "Selected: " WS-SELECTED-COUNT
                  "  Moved: " WS-MOVED-COUNT
                  "  Rejected: " WS-REJECTED-COUNT
               DELIMITED BY SIZE INTO REGISTER-RECORD
           END-STRING
           WRITE REGISTER-RECORD
           CLOSE REGISTER-FILE.

      *> ---------------------------------------------------------
      *> Files
      *> ---------------------------------------------------------
       FIND-TARGET-BRANCH.
           MOVE 'N' TO WS-FOUND
           MOVE SPACES TO WS-TARGET-NAME
           OPEN INPUT BRANCH-FILE
           IF WS-FS-BRANCH NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ BRANCH-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-BRANCH-FIELDS
                       UNSTRING BRANCH-RECORD DELIMITED BY ','
                           INTO WS-BR-CODE WS-BR-NAME
                       END-UNSTRING
                       IF WS-BR-CODE = WS-TARGET-BR
                           MOVE 'Y' TO WS-FOUND
                           MOVE WS-BR-NAME TO WS-TARGET-NAME
                           MOVE 'Y' TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BRANCH-FILE.

      *> The run-ID sequence carries over between runs in
      *> BRANCH-XFER-SEQ.DAT, so a rollback always names one run.
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

       OPEN-GL-MASTER.
           OPEN EXTEND GL-MASTER-FILE
           IF WS-FS-GLM = "35"
               CLOSE GL-MASTER-FILE
               OPEN OUTPUT GL-MASTER-FILE
           END-IF
           IF WS-FS-GLM NOT = "00"
               DISPLAY "BRANCH-TRANSFER: ERROR - cannot open "
                       "GLMASTER.DAT. Status: " WS-FS-GLM
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       OPEN-ROLLBACK-EXTEND.
           OPEN EXTEND ROLLBACK-FILE
           IF WS-FS-RBK = "35"
               CLOSE ROLLBACK-FILE
               OPEN OUTPUT ROLLBACK-FILE
           END-IF
           IF WS-FS-RBK NOT = "00"
               DISPLAY "BRANCH-TRANSFER: ERROR - cannot open "
                       "BRANCH-XFER-ROLLBACK.DAT. Status: " WS-FS-RBK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
