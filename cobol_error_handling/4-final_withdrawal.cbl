       01 LOG-REC           PIC X(200).

       FD PAID-LOG-FILE.
       01 PAID-LOG-REC      PIC X(100).

       FD DRAWER-FILE.
       01 DRAWER-REC        PIC X(50).
       01 WS-CHECK-SIGNER    PIC X(6).
       01 WS-AMT-LOG         PIC 9(5).99.

      *> Minor's accounts: the custodian on CUSTODIANS.DAT must be
      *> one of the signatures, and one withdrawal may not exceed
      *> the product's minor limit.
       01 WS-MINOR-FLAG      PIC X.
       01 WS-CUSTODIAN-ID    PIC X(10).
       01 WS-CUSTODIAN-IN    PIC X(10).
       01 WS-CUSTODIAN-OK    PIC X.
       01 WS-MINOR-LIMIT     PIC 9(7)V99.
       01 WS-MINOR-LIM-DISP  PIC Z(6)9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           *> No cash moves while the end-of-day batch owns the
               GO TO END-PARA
           END-IF

           *> A child's account pays out only with the custodian
           *> signing, and never more than the product allows in
           *> one withdrawal.
           CALL "MINOR-CHECK" USING WS-OWNER-ACCT, WS-OWNER-CUST,
                                    WS-MINOR-FLAG, WS-CUSTODIAN-ID,
                                    WS-MINOR-LIMIT
           IF WS-MINOR-FLAG = 'Y'
               IF WS-AMOUNT-NUM > WS-MINOR-LIMIT
                   MOVE WS-MINOR-LIMIT TO WS-MINOR-LIM-DISP
                   PERFORM LOG-MINOR-LIMIT
                   DISPLAY "Error: minor's account - at most "
                           FUNCTION TRIM(WS-MINOR-LIM-DISP)
                           " per withdrawal."
                   GO TO END-PARA
               END-IF
               PERFORM VERIFY-CUSTODIAN
               IF WS-CUSTODIAN-OK NOT = 'Y'
                   PERFORM LOG-UNAUTH
                   DISPLAY "Error: the custodian must sign for a "
                           "minor's account."
                   GO TO END-PARA
               END-IF
           END-IF

           *> A recent profile change means a large payout needs a
           *> supervisor's release while the cooling-off clock
           *> runs.
           END-PERFORM
           CLOSE SIGNATORY-FILE.

      *> The custodian may already have signed as a signatory;
      *> otherwise the custodian signs here in person.
       VERIFY-CUSTODIAN.
           MOVE 'N' TO WS-CUSTODIAN-OK
           IF WS-SIGNER-1 NOT = SPACES
              AND FUNCTION TRIM(WS-SIGNER-1) =
                  FUNCTION TRIM(WS-CUSTODIAN-ID)
               MOVE 'Y' TO WS-CUSTODIAN-OK
               EXIT PARAGRAPH
           END-IF
           IF WS-SIGNER-2 NOT = SPACES
              AND FUNCTION TRIM(WS-SIGNER-2) =
                  FUNCTION TRIM(WS-CUSTODIAN-ID)
               MOVE 'Y' TO WS-CUSTODIAN-OK
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Minor's account - custodian customer ID: "
           MOVE SPACES TO WS-CUSTODIAN-IN
           ACCEPT WS-CUSTODIAN-IN
           IF FUNCTION TRIM(WS-CUSTODIAN-IN) NOT =
              FUNCTION TRIM(WS-CUSTODIAN-ID)
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-CUSTODIAN-OK
           IF WS-SIGNER-1 = SPACES
               MOVE WS-CUSTODIAN-ID TO WS-SIGNER-1
           ELSE
               MOVE WS-CUSTODIAN-ID TO WS-SIGNER-2
           END-IF.

       CHECK-TELLER-AUTH.
           MOVE 'N' TO WS-TELLER-AUTH
           OPEN INPUT AUTH-FILE
           END-STRING
           PERFORM WRITE-LOG.

       LOG-MINOR-LIMIT.
           PERFORM GET-TIMESTAMP
           MOVE SPACES TO LOG-REC
           STRING
               WS-TIMESTAMP DELIMITED BY SIZE
               " - ERROR: Over minor's withdrawal limit for "
               WS-INPUT-ID DELIMITED BY SIZE
               INTO LOG-REC
           END-STRING
           PERFORM WRITE-LOG.

       LOG-UNAUTH-TELLER.
           PERFORM GET-TIMESTAMP
           MOVE SPACES TO LOG-REC
