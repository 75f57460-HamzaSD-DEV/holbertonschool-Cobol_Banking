       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEE-REFUND.

      *> Fee refunds at the counter, tied to the fee they reverse.
      *> (R)efund names the original maintenance (FEnnnn) or NSF
      *> (NFnnnn) posting on FEE-REGISTER.DAT, which FEE-ASSESSMENT
      *> and RETURNS-PROCESSOR write as they charge:
      *>   TXNID,ACCT,AMOUNT,DATE,BRANCH,KIND
      *> and a reason code that is ACTIVE on FEE-REFUND-REASONS.DAT:
      *>   CODE,DESCRIPTION,STATUS
      *> A fee refunds once - a fee already refunded, or with a
      *> refund waiting in the approval queue, is refused - and for
      *> no more than was charged. Each operator may refund up to
      *> the daily limit of their USERS.DAT access level
      *> (FEE_REFUND_LIMIT_1/2/3, defaults 1000.00/500.00/100.00;
      *> nothing at any other level). A refund that would take the
      *> operator past the limit goes to PENDING-APPROVAL.DAT for
      *> APPROVAL-RELEASE instead of posting. Every refund lands on
      *> FEE-REFUNDS.DAT:
      *>   REFID,FEEID,ACCT,AMOUNT,DATE,BRANCH,OPERATOR,REASON,STATUS
      *> with STATUS POSTED or QUEUED, and on the chained
      *> ACCESS-LOG.TXT.
      *> (C)odes maintains the reason list - Manager or Admin only.
      *> (M)onthly writes FEE-REFUND-REPORT.TXT: fees charged
      *> against fees refunded by branch, then refunds by operator
      *> and by reason. Refunds the approver rejected are left out.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTER-FILE ASSIGN TO "FEE-REGISTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REG.
           SELECT REFUND-FILE ASSIGN TO "FEE-REFUNDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REF.
           SELECT REASON-FILE ASSIGN TO "FEE-REFUND-REASONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RSN.
           SELECT USER-FILE ASSIGN TO "USERS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-USER.
           SELECT PENDING-FILE ASSIGN TO "PENDING-APPROVAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PENDING.
           SELECT REJECTED-FILE ASSIGN TO "APPROVAL-REJECTS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REJ.
           SELECT REPORT-FILE ASSIGN TO "FEE-REFUND-REPORT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RPT.
           SELECT TRANS-FILE ASSIGN TO TRANSIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRANS.
           SELECT NEXTDAY-FILE ASSIGN TO "NEXTDAY-TRANSIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NEXTDAY.
           SELECT SEQ-FILE ASSIGN TO "FEE-REFUND-SEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SEQ.

       DATA DIVISION.
       FILE SECTION.
       FD  REGISTER-FILE.
       01  REGISTER-RECORD      PIC X(60).

       FD  REFUND-FILE.
       01  REFUND-RECORD        PIC X(80).

       FD  REASON-FILE.
       01  REASON-RECORD        PIC X(60).

       FD  USER-FILE.
       01  USER-RECORD.
           05  FILE-USER-ID      PIC X(8).
           05  FILE-USER-NAME    PIC X(20).
           05  FILE-PASSWORD     PIC X(8).
           05  FILE-ACCESS-LEVEL PIC 9.
           05  FILE-PWD-CHANGED  PIC 9(8).
           05  FILE-PWD-HISTORY.
               10  FILE-OLD-PASSWORD OCCURS 3 TIMES PIC X(8).
           05  FILE-USER-STATUS  PIC X.
           05  FILE-LAST-LOGIN   PIC 9(8).

       FD  PENDING-FILE.
       01  PENDING-RECORD       PIC X(160).

       FD  REJECTED-FILE.
       01  REJECTED-RECORD      PIC X(180).

       FD  REPORT-FILE.
       01  REPORT-RECORD        PIC X(80).

       FD  TRANS-FILE.
       01  TRANS-RECORD         PIC X(120).

       FD  NEXTDAY-FILE.
       01  NEXTDAY-RECORD       PIC X(120).

       FD  SEQ-FILE.
       01  SEQ-RECORD           PIC X(8).

       WORKING-STORAGE SECTION.
       77  WS-FS-REG            PIC XX.
       77  WS-FS-REF            PIC XX.
       77  WS-FS-RSN            PIC XX.
       77  WS-FS-USER           PIC XX.
       77  WS-FS-PENDING        PIC XX.
       77  WS-FS-REJ            PIC XX.
       77  WS-FS-RPT            PIC XX.
       77  WS-FS-TRANS          PIC XX.
       77  WS-FS-NEXTDAY        PIC XX.
       77  WS-FS-SEQ            PIC XX.
       77  WS-EOF               PIC X VALUE 'N'.
       77  WS-MODE              PIC X.
       77  WS-ACTION            PIC X.
       77  WS-TODAY             PIC 9(8).
       77  WS-TXN-SEQ           PIC 9(4) VALUE 0.
       77  WS-I                 PIC 9(4).
       77  WS-J                 PIC 9(4).
       77  WS-FOUND             PIC X VALUE 'N'.
       77  WS-QUIESCED          PIC X.
       77  WS-OPERATOR          PIC X(8).
       77  WS-OPER-LEVEL        PIC 9 VALUE 0.
       77  WS-OPER-FOUND        PIC X VALUE 'N'.
       77  WS-PARAM-NAME        PIC X(24).
       77  WS-PARAM-VALUE       PIC X(12).
       77  WS-PARAM-FOUND       PIC X.
       77  WS-CHAIN-LOG         PIC X(30).
       77  WS-CHAIN-LINE        PIC X(120).
       77  WS-LOG-TIMESTAMP     PIC X(21).

      *> Daily refund limit by USERS.DAT access level: Admin,
      *> Manager, User (teller).
       01  WS-LIMIT-TABLE.
           05  WS-LIMIT OCCURS 3 TIMES PIC 9(7)V99.
       01  WS-OPER-LIMIT        PIC 9(7)V99.
       01  WS-USED-TODAY        PIC 9(7)V99.

       01  WS-REGISTER-FIELDS.
           05  WS-RG-ID         PIC X(6).
           05  WS-RG-ACCT       PIC X(5).
           05  WS-RG-AMOUNT     PIC X(10).
           05  WS-RG-DATE       PIC X(8).
           05  WS-RG-BRANCH     PIC X(3).
           05  WS-RG-KIND       PIC X(5).

       01  WS-REFUND-FIELDS.
           05  WS-RF-ID         PIC X(6).
           05  WS-RF-FEE-ID     PIC X(6).
           05  WS-RF-ACCT       PIC X(5).
           05  WS-RF-AMOUNT     PIC X(10).
           05  WS-RF-DATE       PIC X(8).
           05  WS-RF-BRANCH     PIC X(3).
           05  WS-RF-OPERATOR   PIC X(8).
           05  WS-RF-REASON     PIC X(4).
           05  WS-RF-STATUS     PIC X(6).

       01  WS-REASON-TABLE.
           05  WS-REASON OCCURS 50 TIMES.
               10  WS-RS-CODE       PIC X(4).
               10  WS-RS-DESC       PIC X(30).
               10  WS-RS-STATUS     PIC X(7).
       01  WS-REASON-COUNT      PIC 9(3) VALUE 0.
       01  WS-RS-FIELDS.
           05  WS-RSF-CODE      PIC X(4).
           05  WS-RSF-DESC      PIC X(30).
           05  WS-RSF-STATUS    PIC X(7).

      *> Refund IDs the approver turned down in APPROVAL-RELEASE.
       01  WS-REJECT-TABLE.
           05  WS-REJ-ID OCCURS 500 TIMES PIC X(6).
       01  WS-REJECT-COUNT      PIC 9(4) VALUE 0.
       01  WS-REJECTED          PIC X.
       01  WS-PRIOR-REFUND      PIC X(60).

       01  WS-INPUT-FEE-ID      PIC X(6).
       01  WS-INPUT-REASON      PIC X(4).
       01  WS-INPUT-DESC        PIC X(30).
       01  WS-INPUT-AMOUNT      PIC X(12).
       01  WS-FEE-ACCT          PIC X(5).
       01  WS-FEE-BRANCH        PIC X(3).
       01  WS-FEE-AMT           PIC 9(7)V99.
       01  WS-REFUND-AMT        PIC 9(7)V99.
       01  WS-REFUND-OUT        PIC 9(7).99.
       01  WS-REFUND-TX         PIC X(12).
       01  WS-REFUND-STATUS     PIC X(6).
       01  WS-CHECK-ACCT        PIC X(10).
       01  WS-DRCR              PIC XX.
       01  WS-V2-CHANNEL        PIC X(3).
       01  WS-V2-TAIL           PIC X(32).
       01  WS-DISP-AMT          PIC Z(6)9.99.

       01  WS-TXN-ID.
           05  FILLER           PIC XX VALUE "FR".
           05  WS-TXN-ID-SEQ    PIC 9(4).

      *> Monthly report accumulators.
       01  WS-REPORT-MONTH      PIC X(6).
       01  WS-BRANCH-TABLE.
           05  WS-BR-ENTRY OCCURS 50 TIMES.
               10  WS-BR-CODE       PIC X(3).
               10  WS-BR-CHG-CNT    PIC 9(5).
               10  WS-BR-CHG-AMT    PIC 9(9)V99.
               10  WS-BR-REF-CNT    PIC 9(5).
               10  WS-BR-REF-AMT    PIC 9(9)V99.
       01  WS-BRANCH-COUNT      PIC 9(3) VALUE 0.
       01  WS-OPER-TABLE.
           05  WS-OP-ENTRY OCCURS 100 TIMES.
               10  WS-OP-ID         PIC X(8).
               10  WS-OP-CNT        PIC 9(5).
               10  WS-OP-AMT        PIC 9(9)V99.
       01  WS-OPER-COUNT        PIC 9(3) VALUE 0.
       01  WS-RSN-TABLE.
           05  WS-RN-ENTRY OCCURS 50 TIMES.
               10  WS-RN-CODE       PIC X(4).
               10  WS-RN-CNT        PIC 9(5).
               10  WS-RN-AMT        PIC 9(9)V99.
       01  WS-RSN-COUNT         PIC 9(3) VALUE 0.
       01  WS-KEY-BRANCH        PIC X(3).
       01  WS-KEY-AMT           PIC 9(9)V99.
       01  WS-TOT-CHG-CNT       PIC 9(5) VALUE 0.
       01  WS-TOT-CHG-AMT       PIC 9(9)V99 VALUE 0.
       01  WS-TOT-REF-CNT       PIC 9(5) VALUE 0.
       01  WS-TOT-REF-AMT       PIC 9(9)V99 VALUE 0.
       01  WS-LEAK-PCT          PIC 9(3)V99.
       01  WS-DISP-CNT          PIC ZZZZ9.
       01  WS-DISP-CNT2         PIC ZZZZ9.
       01  WS-DISP-MONEY        PIC Z(8)9.99.
       01  WS-DISP-MONEY2       PIC Z(8)9.99.
       01  WS-DISP-PCT          PIC ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "GET-BUSINESS-DATE" USING WS-TODAY
           PERFORM LOAD-PARAMETERS
           PERFORM LOAD-REASONS
           DISPLAY "FEE-REFUND: (R)efund a fee, reason (C)odes, "
                   "(M)onthly report: " WITH NO ADVANCING
           ACCEPT WS-MODE
           EVALUATE FUNCTION UPPER-CASE(WS-MODE)
               WHEN "R"
                   PERFORM REFUND-FEE
               WHEN "C"
                   PERFORM MAINTAIN-REASONS
               WHEN "M"
                   PERFORM MONTHLY-REPORT
               WHEN OTHER
                   DISPLAY "Invalid selection."
           END-EVALUATE
           STOP RUN.

       LOAD-PARAMETERS.
           MOVE 1000.00 TO WS-LIMIT(1)
           MOVE 500.00 TO WS-LIMIT(2)
           MOVE 100.00 TO WS-LIMIT(3)
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 3
               MOVE SPACES TO WS-PARAM-NAME
               STRING "FEE_REFUND_LIMIT_" WS-I(4:1)
                   DELIMITED BY SIZE INTO WS-PARAM-NAME
               END-STRING
               CALL "GET-PARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
                   WS-PARAM-FOUND
               IF WS-PARAM-FOUND = 'Y'
                   COMPUTE WS-LIMIT(WS-I) =
                       FUNCTION NUMVAL(WS-PARAM-VALUE)
               END-IF
           END-PERFORM.

      *> The teller console exports the signed-in operator as
      *> OPERATOR_ID; only prompt when running stand-alone. The
      *> operator's access level comes from USERS.DAT.
       GET-OPERATOR.
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "OPERATOR_ID"
           IF WS-OPERATOR = SPACES
               DISPLAY "Operator ID: " WITH NO ADVANCING
               ACCEPT WS-OPERATOR
           END-IF
           MOVE 'N' TO WS-OPER-FOUND
           MOVE 0 TO WS-OPER-LEVEL
           OPEN INPUT USER-FILE
           IF WS-FS-USER NOT = "00"
               DISPLAY "FEE-REFUND: USERS.DAT unavailable."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-OPER-FOUND = 'Y' OR WS-FS-USER = "10"
               READ USER-FILE
                   AT END
                       MOVE "10" TO WS-FS-USER
                   NOT AT END
                       IF FUNCTION TRIM(FILE-USER-ID) =
                          FUNCTION TRIM(WS-OPERATOR)
                           MOVE 'Y' TO WS-OPER-FOUND
                           MOVE FILE-ACCESS-LEVEL TO WS-OPER-LEVEL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE USER-FILE.

       LOAD-REASONS.
           MOVE 0 TO WS-REASON-COUNT
           OPEN INPUT REASON-FILE
           IF WS-FS-RSN NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ REASON-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF REASON-RECORD NOT = SPACES
                          AND WS-REASON-COUNT < 50
                           ADD 1 TO WS-REASON-COUNT
                           MOVE SPACES TO WS-RS-FIELDS
                           UNSTRING REASON-RECORD DELIMITED BY ','
                               INTO WS-RSF-CODE WS-RSF-DESC
                                    WS-RSF-STATUS
                           END-UNSTRING
                           MOVE WS-RSF-CODE
                               TO WS-RS-CODE(WS-REASON-COUNT)
                           MOVE WS-RSF-DESC
                               TO WS-RS-DESC(WS-REASON-COUNT)
                           MOVE WS-RSF-STATUS
                               TO WS-RS-STATUS(WS-REASON-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REASON-FILE.

       LOAD-REJECTS.
           MOVE 0 TO WS-REJECT-COUNT
           OPEN INPUT REJECTED-FILE
           IF WS-FS-REJ NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ REJECTED-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF REJECTED-RECORD(1:2) = "FR"
                          AND WS-REJECT-COUNT < 500
                           ADD 1 TO WS-REJECT-COUNT
                           MOVE REJECTED-RECORD(1:6)
                               TO WS-REJ-ID(WS-REJECT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REJECTED-FILE.

       CHECK-REJECTED.
           MOVE 'N' TO WS-REJECTED
           IF WS-RF-STATUS NOT = "QUEUED"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-J FROM 1 BY 1
             UNTIL WS-J > WS-REJECT-COUNT
               IF WS-REJ-ID(WS-J) = WS-RF-ID
                   MOVE 'Y' TO WS-REJECTED
               END-IF
           END-PERFORM.

       SPLIT-REFUND.
           MOVE SPACES TO WS-REFUND-FIELDS
           UNSTRING REFUND-RECORD DELIMITED BY ','
               INTO WS-RF-ID WS-RF-FEE-ID WS-RF-ACCT WS-RF-AMOUNT
                    WS-RF-DATE WS-RF-BRANCH WS-RF-OPERATOR
                    WS-RF-REASON WS-RF-STATUS
           END-UNSTRING.

      *>----------------------------------------------------------------
      *> Refund
      *>----------------------------------------------------------------
       REFUND-FEE.
           PERFORM GET-OPERATOR
           IF WS-OPER-FOUND NOT = 'Y'
               DISPLAY "Operator " FUNCTION TRIM(WS-OPERATOR)
                       " is not on USERS.DAT - no refund."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-OPER-LIMIT
           IF WS-OPER-LEVEL >= 1 AND WS-OPER-LEVEL <= 3
               MOVE WS-LIMIT(WS-OPER-LEVEL) TO WS-OPER-LIMIT
           END-IF

           DISPLAY "Fee posting to refund (FEnnnn/NFnnnn): "
               WITH NO ADVANCING
           ACCEPT WS-INPUT-FEE-ID
           MOVE FUNCTION UPPER-CASE(WS-INPUT-FEE-ID)
               TO WS-INPUT-FEE-ID
           IF (WS-INPUT-FEE-ID(1:2) NOT = "FE"
               AND WS-INPUT-FEE-ID(1:2) NOT = "NF")
              OR WS-INPUT-FEE-ID(3:4) IS NOT NUMERIC
               DISPLAY "Only a maintenance (FE) or NSF (NF) fee "
                       "posting can be refunded."
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-FEE
           IF WS-FOUND NOT = 'Y'
               DISPLAY "Fee " WS-INPUT-FEE-ID " is not on the fee "
                       "register - no refund."
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-ALREADY-REFUNDED
           IF WS-FOUND = 'Y'
               DISPLAY "Fee " WS-INPUT-FEE-ID " was already refunded "
                       "by " WS-RF-ID " (" FUNCTION TRIM(WS-RF-STATUS)
                       ") - refused."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Reason code: " WITH NO ADVANCING
           ACCEPT WS-INPUT-REASON
           MOVE FUNCTION UPPER-CASE(WS-INPUT-REASON)
               TO WS-INPUT-REASON
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-REASON-COUNT
               IF WS-RS-CODE(WS-I) = WS-INPUT-REASON
                  AND FUNCTION TRIM(WS-RS-STATUS(WS-I)) = "ACTIVE"
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND NOT = 'Y'
               DISPLAY "Reason " WS-INPUT-REASON " is not an active "
                       "refund reason - no refund."
               EXIT PARAGRAPH
           END-IF

           MOVE WS-FEE-AMT TO WS-DISP-AMT
           DISPLAY "Refund amount (blank = full " WS-DISP-AMT "): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-INPUT-AMOUNT
           ACCEPT WS-INPUT-AMOUNT
           IF WS-INPUT-AMOUNT = SPACES
               MOVE WS-FEE-AMT TO WS-REFUND-AMT
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-INPUT-AMOUNT) NOT = 0
                   DISPLAY "Amount is not a number - no refund."
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-REFUND-AMT =
                   FUNCTION NUMVAL(WS-INPUT-AMOUNT)
           END-IF
           IF WS-REFUND-AMT = 0 OR WS-REFUND-AMT > WS-FEE-AMT
               DISPLAY "Refund must be more than nothing and no "
                       "more than the fee charged - no refund."
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-TXN-SEQ
           ADD 1 TO WS-TXN-SEQ
           MOVE WS-TXN-SEQ TO WS-TXN-ID-SEQ
           MOVE WS-REFUND-AMT TO WS-REFUND-OUT
           MOVE "TEL" TO WS-V2-CHANNEL
           CALL "TXN-STAMP" USING WS-V2-CHANNEL, WS-V2-TAIL
           MOVE SPACES TO TRANS-RECORD
           STRING WS-TXN-ID ",DEPOSIT,"
                  WS-FEE-ACCT ","
                  WS-REFUND-OUT ","
                  WS-TODAY ","
                  WS-FEE-BRANCH ",,,"
                  WS-V2-TAIL
               DELIMITED BY SIZE INTO TRANS-RECORD
           END-STRING

           IF WS-USED-TODAY + WS-REFUND-AMT > WS-OPER-LIMIT
               MOVE "QUEUED" TO WS-REFUND-STATUS
               PERFORM QUEUE-FOR-APPROVAL
           ELSE
               MOVE "POSTED" TO WS-REFUND-STATUS
               PERFORM WRITE-TRANSIN-OR-PARK
               MOVE SPACES TO WS-CHECK-ACCT
               MOVE WS-FEE-ACCT TO WS-CHECK-ACCT
               MOVE WS-REFUND-OUT TO WS-REFUND-TX
               MOVE "CR" TO WS-DRCR
               CALL "MEMO-POST" USING WS-CHECK-ACCT, WS-DRCR,
                   WS-REFUND-TX
           END-IF
           PERFORM SAVE-TXN-SEQ
           PERFORM APPEND-REFUND
           PERFORM LOG-REFUND
           IF WS-REFUND-STATUS = "QUEUED"
               DISPLAY "Refund " WS-TXN-ID " of " WS-REFUND-OUT
                       " is over your daily refund limit - queued "
                       "for approval."
           ELSE
               DISPLAY "Refund " WS-TXN-ID " of " WS-REFUND-OUT
                       " posted to account " WS-FEE-ACCT
                       " against fee " WS-INPUT-FEE-ID "."
           END-IF.

       FIND-FEE.
           MOVE 'N' TO WS-FOUND
           OPEN INPUT REGISTER-FILE
           IF WS-FS-REG NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ REGISTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-REGISTER-FIELDS
                       UNSTRING REGISTER-RECORD DELIMITED BY ','
                           INTO WS-RG-ID WS-RG-ACCT WS-RG-AMOUNT
                                WS-RG-DATE WS-RG-BRANCH WS-RG-KIND
                       END-UNSTRING
                       IF WS-RG-ID = WS-INPUT-FEE-ID
                           MOVE 'Y' TO WS-FOUND
                           MOVE 'Y' TO WS-EOF
                           MOVE WS-RG-ACCT TO WS-FEE-ACCT
                           MOVE WS-RG-BRANCH TO WS-FEE-BRANCH
                           COMPUTE WS-FEE-AMT =
                               FUNCTION NUMVAL(WS-RG-AMOUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REGISTER-FILE.

      *> One pass over the refunds both finds an earlier refund of
      *> this fee and totals what the operator has already posted
      *> today against the limit. A queued refund the approver
      *> rejected no longer stands in the fee's way.
       CHECK-ALREADY-REFUNDED.
           PERFORM LOAD-REJECTS
           MOVE 'N' TO WS-FOUND
           MOVE 0 TO WS-USED-TODAY
           OPEN INPUT REFUND-FILE
           IF WS-FS-REF NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ REFUND-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM SPLIT-REFUND
                       PERFORM CHECK-REJECTED
                       IF WS-RF-STATUS = "POSTED"
                          AND WS-RF-OPERATOR = WS-OPERATOR
                          AND WS-RF-DATE = WS-TODAY
                           ADD FUNCTION NUMVAL(WS-RF-AMOUNT)
                               TO WS-USED-TODAY
                       END-IF
                       IF WS-RF-FEE-ID = WS-INPUT-FEE-ID
                          AND WS-REJECTED = 'N'
                          AND WS-FOUND = 'N'
                           MOVE 'Y' TO WS-FOUND
                           MOVE WS-REFUND-FIELDS TO WS-PRIOR-REFUND
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REFUND-FILE
           IF WS-FOUND = 'Y'
               MOVE WS-PRIOR-REFUND TO WS-REFUND-FIELDS
           END-IF.

      *> Over-limit refunds wait in the same queue VALIDATOR diverts
      *> large items to; APPROVAL-RELEASE puts them into TRANSIN.
       QUEUE-FOR-APPROVAL.
           OPEN EXTEND PENDING-FILE
           IF WS-FS-PENDING = "35"
               CLOSE PENDING-FILE
               OPEN OUTPUT PENDING-FILE
           END-IF
           MOVE SPACES TO PENDING-RECORD
           STRING FUNCTION TRIM(TRANS-RECORD)
                  " | QUEUED-BY: "
                  FUNCTION TRIM(WS-OPERATOR)
               DELIMITED BY SIZE INTO PENDING-RECORD
           END-STRING
           WRITE PENDING-RECORD
           CLOSE PENDING-FILE.

       APPEND-REFUND.
           OPEN EXTEND REFUND-FILE
           IF WS-FS-REF = "35"
               CLOSE REFUND-FILE
               OPEN OUTPUT REFUND-FILE
           END-IF
           MOVE SPACES TO REFUND-RECORD
           STRING WS-TXN-ID ","
                  WS-INPUT-FEE-ID ","
                  WS-FEE-ACCT ","
                  WS-REFUND-OUT ","
                  WS-TODAY ","
                  FUNCTION TRIM(WS-FEE-BRANCH) ","
                  FUNCTION TRIM(WS-OPERATOR) ","
                  FUNCTION TRIM(WS-INPUT-REASON) ","
                  WS-REFUND-STATUS
               DELIMITED BY SIZE INTO REFUND-RECORD
           END-STRING
           WRITE REFUND-RECORD
           CLOSE REFUND-FILE.

       LOG-REFUND.
           MOVE FUNCTION CURRENT-DATE TO WS-LOG-TIMESTAMP
           MOVE SPACES TO WS-CHAIN-LINE
           STRING WS-LOG-TIMESTAMP(1:19)
                  " | USER: " FUNCTION TRIM(WS-OPERATOR)
                  " | FEE REFUND: " WS-TXN-ID
                  " | FEE: " WS-INPUT-FEE-ID
                  " | ACCOUNT: " WS-FEE-ACCT
                  " | REASON: " FUNCTION TRIM(WS-INPUT-REASON)
                  " | " WS-REFUND-STATUS
               DELIMITED BY SIZE INTO WS-CHAIN-LINE
           END-STRING
           MOVE "ACCESS-LOG.TXT" TO WS-CHAIN-LOG
           CALL "LOG-CHAIN" USING WS-CHAIN-LOG, WS-CHAIN-LINE.

      *>----------------------------------------------------------------
      *> Reason codes
      *>----------------------------------------------------------------
      *> A code is never deleted - refunds already recorded against
      *> it must still report - so it is RETIRED instead, and a
      *> retired code can be brought back.
       MAINTAIN-REASONS.
           PERFORM GET-OPERATOR
           IF WS-OPER-FOUND NOT = 'Y'
              OR WS-OPER-LEVEL < 1 OR WS-OPER-LEVEL > 2
               DISPLAY "Refund reasons are maintained by a Manager "
                       "or Admin only."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-REASON-COUNT
               DISPLAY WS-RS-CODE(WS-I) " " WS-RS-DESC(WS-I) " "
                       WS-RS-STATUS(WS-I)
           END-PERFORM
           DISPLAY "(A)dd/reactivate, (R)etire, (Q)uit: "
               WITH NO ADVANCING
           ACCEPT WS-ACTION
           IF FUNCTION UPPER-CASE(WS-ACTION) NOT = "A"
              AND FUNCTION UPPER-CASE(WS-ACTION) NOT = "R"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Reason code: " WITH NO ADVANCING
           ACCEPT WS-INPUT-REASON
           MOVE FUNCTION UPPER-CASE(WS-INPUT-REASON)
               TO WS-INPUT-REASON
           IF WS-INPUT-REASON = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-J
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-REASON-COUNT
               IF WS-RS-CODE(WS-I) = WS-INPUT-REASON
                   MOVE WS-I TO WS-J
               END-IF
           END-PERFORM
           IF FUNCTION UPPER-CASE(WS-ACTION) = "R"
               IF WS-J = 0
                   DISPLAY "No reason " WS-INPUT-REASON " on file."
                   EXIT PARAGRAPH
               END-IF
               MOVE "RETIRED" TO WS-RS-STATUS(WS-J)
           ELSE
               IF WS-J = 0
                   IF WS-REASON-COUNT >= 50
                       DISPLAY "Reason list is full at 50 codes."
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-REASON-COUNT
                   MOVE WS-REASON-COUNT TO WS-J
                   MOVE WS-INPUT-REASON TO WS-RS-CODE(WS-J)
               END-IF
               DISPLAY "Description: " WITH NO ADVANCING
               MOVE SPACES TO WS-INPUT-DESC
               ACCEPT WS-INPUT-DESC
               IF WS-INPUT-DESC NOT = SPACES
                   INSPECT WS-INPUT-DESC REPLACING ALL "," BY " "
                   MOVE WS-INPUT-DESC TO WS-RS-DESC(WS-J)
               END-IF
               MOVE "ACTIVE" TO WS-RS-STATUS(WS-J)
           END-IF
           PERFORM SAVE-REASONS
           DISPLAY "Reason " WS-INPUT-REASON " is now "
                   FUNCTION TRIM(WS-RS-STATUS(WS-J)) ".".

       SAVE-REASONS.
           OPEN OUTPUT REASON-FILE
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-REASON-COUNT
               MOVE SPACES TO REASON-RECORD
               STRING FUNCTION TRIM(WS-RS-CODE(WS-I)) ","
                      FUNCTION TRIM(WS-RS-DESC(WS-I)) ","
                      FUNCTION TRIM(WS-RS-STATUS(WS-I))
                   DELIMITED BY SIZE INTO REASON-RECORD
               END-STRING
               WRITE REASON-RECORD
           END-PERFORM
           CLOSE REASON-FILE.

      *>----------------------------------------------------------------
      *> Monthly leakage report
      *>----------------------------------------------------------------
       MONTHLY-REPORT.
           DISPLAY "Report month YYYYMM (blank = " WS-TODAY(1:6)
                   "): " WITH NO ADVANCING
           MOVE SPACES TO WS-REPORT-MONTH
           ACCEPT WS-REPORT-MONTH
           IF WS-REPORT-MONTH = SPACES
               MOVE WS-TODAY(1:6) TO WS-REPORT-MONTH
           END-IF
           IF WS-REPORT-MONTH IS NOT NUMERIC
               DISPLAY "Month must be YYYYMM."
               EXIT PARAGRAPH
           END-IF
           PERFORM TALLY-FEES-CHARGED
           PERFORM TALLY-FEES-REFUNDED

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-RECORD
           STRING "FEE REFUND REPORT - MONTH " WS-REPORT-MONTH
                  "  (run " WS-TODAY ")"
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "BRANCH  CHARGED     AMOUNT  REFUNDED     AMOUNT  "
             & "LEAK %" TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-BRANCH-COUNT
               MOVE WS-BR-CHG-CNT(WS-I) TO WS-DISP-CNT
               MOVE WS-BR-CHG-AMT(WS-I) TO WS-DISP-MONEY
               MOVE WS-BR-REF-CNT(WS-I) TO WS-DISP-CNT2
               MOVE WS-BR-REF-AMT(WS-I) TO WS-DISP-MONEY2
               MOVE WS-BR-CHG-AMT(WS-I) TO WS-KEY-AMT
               MOVE WS-BR-REF-AMT(WS-I) TO WS-FEE-AMT
               PERFORM COMPUTE-LEAKAGE
               MOVE SPACES TO REPORT-RECORD
               STRING WS-BR-CODE(WS-I) "       "
                      WS-DISP-CNT " " WS-DISP-MONEY "     "
                      WS-DISP-CNT2 " " WS-DISP-MONEY2 "  "
                      WS-DISP-PCT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               ADD WS-BR-CHG-CNT(WS-I) TO WS-TOT-CHG-CNT
               ADD WS-BR-CHG-AMT(WS-I) TO WS-TOT-CHG-AMT
               ADD WS-BR-REF-CNT(WS-I) TO WS-TOT-REF-CNT
               ADD WS-BR-REF-AMT(WS-I) TO WS-TOT-REF-AMT
           END-PERFORM
           MOVE WS-TOT-CHG-CNT TO WS-DISP-CNT
           MOVE WS-TOT-CHG-AMT TO WS-DISP-MONEY
           MOVE WS-TOT-REF-CNT TO WS-DISP-CNT2
           MOVE WS-TOT-REF-AMT TO WS-DISP-MONEY2
           MOVE WS-TOT-CHG-AMT TO WS-KEY-AMT
           MOVE WS-TOT-REF-AMT TO WS-FEE-AMT
           PERFORM COMPUTE-LEAKAGE
           MOVE SPACES TO REPORT-RECORD
           STRING "TOTAL     " WS-DISP-CNT " " WS-DISP-MONEY "     "
                  WS-DISP-CNT2 " " WS-DISP-MONEY2 "  "
                  WS-DISP-PCT
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "OPERATOR  REFUNDS     AMOUNT" TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-OPER-COUNT
               MOVE WS-OP-CNT(WS-I) TO WS-DISP-CNT
               MOVE WS-OP-AMT(WS-I) TO WS-DISP-MONEY
               MOVE SPACES TO REPORT-RECORD
               STRING WS-OP-ID(WS-I) "    "
                      WS-DISP-CNT " " WS-DISP-MONEY
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-PERFORM

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "REASON    REFUNDS     AMOUNT  DESCRIPTION"
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-RSN-COUNT
               MOVE WS-RN-CNT(WS-I) TO WS-DISP-CNT
               MOVE WS-RN-AMT(WS-I) TO WS-DISP-MONEY
               MOVE SPACES TO WS-INPUT-DESC
               PERFORM VARYING WS-J FROM 1 BY 1
                 UNTIL WS-J > WS-REASON-COUNT
                   IF WS-RS-CODE(WS-J) = WS-RN-CODE(WS-I)
                       MOVE WS-RS-DESC(WS-J) TO WS-INPUT-DESC
                   END-IF
               END-PERFORM
               MOVE SPACES TO REPORT-RECORD
               STRING WS-RN-CODE(WS-I) "        "
                      WS-DISP-CNT " " WS-DISP-MONEY "  "
                      WS-INPUT-DESC
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-PERFORM
           CLOSE REPORT-FILE
           DISPLAY "FEE-REFUND: " WS-TOT-REF-CNT " refund(s) against "
                   WS-TOT-CHG-CNT " fee(s) charged in "
                   WS-REPORT-MONTH " - see FEE-REFUND-REPORT.TXT".

      *> Refunded as a share of charged, for the line being printed.
       COMPUTE-LEAKAGE.
           MOVE 0 TO WS-LEAK-PCT
           IF WS-KEY-AMT > 0
               COMPUTE WS-LEAK-PCT ROUNDED =
                   WS-FEE-AMT * 100 / WS-KEY-AMT
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-LEAK-PCT
               END-COMPUTE
           END-IF
           MOVE WS-LEAK-PCT TO WS-DISP-PCT.

       TALLY-FEES-CHARGED.
           OPEN INPUT REGISTER-FILE
           IF WS-FS-REG NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ REGISTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-REGISTER-FIELDS
                       UNSTRING REGISTER-RECORD DELIMITED BY ','
                           INTO WS-RG-ID WS-RG-ACCT WS-RG-AMOUNT
                                WS-RG-DATE WS-RG-BRANCH WS-RG-KIND
                       END-UNSTRING
                       IF WS-RG-DATE(1:6) = WS-REPORT-MONTH
                           MOVE WS-RG-BRANCH TO WS-KEY-BRANCH
                           PERFORM FIND-BRANCH-ENTRY
                           IF WS-I > 0
                               ADD 1 TO WS-BR-CHG-CNT(WS-I)
                               ADD FUNCTION NUMVAL(WS-RG-AMOUNT)
                                   TO WS-BR-CHG-AMT(WS-I)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REGISTER-FILE.

       TALLY-FEES-REFUNDED.
           PERFORM LOAD-REJECTS
           OPEN INPUT REFUND-FILE
           IF WS-FS-REF NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ REFUND-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM SPLIT-REFUND
                       PERFORM CHECK-REJECTED
                       IF WS-RF-DATE(1:6) = WS-REPORT-MONTH
                          AND WS-REJECTED = 'N'
                           PERFORM TALLY-ONE-REFUND
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REFUND-FILE.

       TALLY-ONE-REFUND.
           COMPUTE WS-KEY-AMT = FUNCTION NUMVAL(WS-RF-AMOUNT)
           MOVE WS-RF-BRANCH TO WS-KEY-BRANCH
           PERFORM FIND-BRANCH-ENTRY
           IF WS-I > 0
               ADD 1 TO WS-BR-REF-CNT(WS-I)
               ADD WS-KEY-AMT TO WS-BR-REF-AMT(WS-I)
           END-IF

           MOVE 0 TO WS-J
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-OPER-COUNT
               IF WS-OP-ID(WS-I) = WS-RF-OPERATOR
                   MOVE WS-I TO WS-J
               END-IF
           END-PERFORM
           IF WS-J = 0 AND WS-OPER-COUNT < 100
               ADD 1 TO WS-OPER-COUNT
               MOVE WS-OPER-COUNT TO WS-J
               MOVE WS-RF-OPERATOR TO WS-OP-ID(WS-J)
               MOVE 0 TO WS-OP-CNT(WS-J)
               MOVE 0 TO WS-OP-AMT(WS-J)
           END-IF
           IF WS-J > 0
               ADD 1 TO WS-OP-CNT(WS-J)
               ADD WS-KEY-AMT TO WS-OP-AMT(WS-J)
           END-IF

           MOVE 0 TO WS-J
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-RSN-COUNT
               IF WS-RN-CODE(WS-I) = WS-RF-REASON
                   MOVE WS-I TO WS-J
               END-IF
           END-PERFORM
           IF WS-J = 0 AND WS-RSN-COUNT < 50
               ADD 1 TO WS-RSN-COUNT
               MOVE WS-RSN-COUNT TO WS-J
               MOVE WS-RF-REASON TO WS-RN-CODE(WS-J)
               MOVE 0 TO WS-RN-CNT(WS-J)
               MOVE 0 TO WS-RN-AMT(WS-J)
           END-IF
           IF WS-J > 0
               ADD 1 TO WS-RN-CNT(WS-J)
               ADD WS-KEY-AMT TO WS-RN-AMT(WS-J)
           END-IF.

      *> Fees and refunds with no branch code (NSF fees) are
      *> tallied under "---", the way VALIDATOR's branch totals do.
       FIND-BRANCH-ENTRY.
           IF WS-KEY-BRANCH = SPACES
               MOVE "---" TO WS-KEY-BRANCH
           END-IF
           MOVE 0 TO WS-J
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-BRANCH-COUNT
               IF WS-BR-CODE(WS-I) = WS-KEY-BRANCH
                   MOVE WS-I TO WS-J
               END-IF
           END-PERFORM
           IF WS-J = 0 AND WS-BRANCH-COUNT < 50
               ADD 1 TO WS-BRANCH-COUNT
               MOVE WS-BRANCH-COUNT TO WS-J
               MOVE WS-KEY-BRANCH TO WS-BR-CODE(WS-J)
               MOVE 0 TO WS-BR-CHG-CNT(WS-J)
               MOVE 0 TO WS-BR-CHG-AMT(WS-J)
               MOVE 0 TO WS-BR-REF-CNT(WS-J)
               MOVE 0 TO WS-BR-REF-AMT(WS-J)
           END-IF
           MOVE WS-J TO WS-I.

      *> While DRIVER's quiesce flag is up nothing may reach
      *> TRANSIN mid-batch - the entry parks in the next-day file
      *> instead and rolls in when the night completes.
       WRITE-TRANSIN-OR-PARK.
           CALL "QUIESCE-CHECK" USING WS-QUIESCED
           IF WS-QUIESCED = 'Y'
               OPEN EXTEND NEXTDAY-FILE
               IF WS-FS-NEXTDAY = "35"
                   CLOSE NEXTDAY-FILE
                   OPEN OUTPUT NEXTDAY-FILE
               END-IF
               MOVE TRANS-RECORD TO NEXTDAY-RECORD
               WRITE NEXTDAY-RECORD
               CLOSE NEXTDAY-FILE
           ELSE
               OPEN EXTEND TRANS-FILE
               IF WS-FS-TRANS = "35"
                   CLOSE TRANS-FILE
                   OPEN OUTPUT TRANS-FILE
               END-IF
               WRITE TRANS-RECORD
               CLOSE TRANS-FILE
           END-IF.

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
