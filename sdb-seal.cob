       IDENTIFICATION DIVISION.
       PROGRAM-ID. SDB-SEAL.

      *> Shared safe-deposit-box sealer, CALLed by the deceased-
      *> customer workflow the moment a customer is flagged. Every
      *> box the customer rents on SAFE-BOXES.DAT (the SAFE-DEPOSIT
      *> inventory) goes to SEALED - no access for anyone until the
      *> estate settles - and each seal is written to
      *> SDB-ACCESS-LOG.DAT under the operator doing the flagging.
      *> LNK-SEALED-COUNT returns how many boxes were sealed.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOX-FILE ASSIGN TO "SAFE-BOXES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BOX.
           SELECT WORK-FILE ASSIGN TO "SAFE-BOXES.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-WORK.
           SELECT ACCESS-LOG ASSIGN TO "SDB-ACCESS-LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.

       DATA DIVISION.
       FILE SECTION.
       FD  BOX-FILE.
       01  BOX-RECORD           PIC X(80).

       FD  WORK-FILE.
       01  WORK-RECORD          PIC X(80).

       FD  ACCESS-LOG.
       01  ACCESS-LOG-RECORD    PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-FS-BOX            PIC XX.
       77  WS-FS-WORK           PIC XX.
       77  WS-FS-LOG            PIC XX.
       77  WS-EOF               PIC X VALUE 'N'.
       77  WS-TODAY             PIC 9(8).
       77  WS-NOW-TIME          PIC 9(8).
       77  WS-OPERATOR          PIC X(8).

       01  WS-BOX-FIELDS.
           05  WS-BX-BRANCH     PIC X(3).
           05  WS-BX-BOX        PIC X(6).
           05  WS-BX-SIZE       PIC X(2).
           05  WS-BX-STATUS     PIC X(9).
           05  WS-BX-CUST       PIC X(5).
           05  WS-BX-ACCT       PIC X(5).
           05  WS-BX-RENT-DUE   PIC X(8).
           05  WS-BX-DELINQ     PIC X(8).

       LINKAGE SECTION.
       01  LNK-CUST-ID          PIC X(10).
       01  LNK-SEALED-COUNT     PIC 9(3).

       PROCEDURE DIVISION USING LNK-CUST-ID, LNK-SEALED-COUNT.
       SEAL-PARA.
           MOVE 0 TO LNK-SEALED-COUNT
           CALL "GET-BUSINESS-DATE" USING WS-TODAY
           ACCEPT WS-NOW-TIME FROM TIME
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "OPERATOR_ID"
           IF WS-OPERATOR = SPACES
               MOVE "BATCH" TO WS-OPERATOR
           END-IF

           OPEN INPUT BOX-FILE
           IF WS-FS-BOX NOT = "00"
               GOBACK
           END-IF
           OPEN OUTPUT WORK-FILE
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ BOX-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM SEAL-ONE-BOX
                       MOVE BOX-RECORD TO WORK-RECORD
                       WRITE WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE BOX-FILE
           CLOSE WORK-FILE

           IF LNK-SEALED-COUNT > 0
               PERFORM COPY-WORK-BACK
           ELSE
               CALL "CBL_DELETE_FILE" USING "SAFE-BOXES.TMP"
           END-IF
           GOBACK.

       SEAL-ONE-BOX.
           MOVE SPACES TO WS-BOX-FIELDS
           UNSTRING BOX-RECORD DELIMITED BY ','
               INTO WS-BX-BRANCH WS-BX-BOX WS-BX-SIZE WS-BX-STATUS
                    WS-BX-CUST WS-BX-ACCT WS-BX-RENT-DUE
                    WS-BX-DELINQ
           END-UNSTRING
           IF WS-BX-CUST NOT = FUNCTION TRIM(LNK-CUST-ID)
              OR FUNCTION TRIM(WS-BX-STATUS) NOT = "RENTED"
               EXIT PARAGRAPH
           END-IF
           MOVE "SEALED" TO WS-BX-STATUS
           MOVE SPACES TO BOX-RECORD
           STRING WS-BX-BRANCH ","
                  FUNCTION TRIM(WS-BX-BOX) ","
                  FUNCTION TRIM(WS-BX-SIZE) ","
                  FUNCTION TRIM(WS-BX-STATUS) ","
                  WS-BX-CUST ","
                  WS-BX-ACCT ","
                  FUNCTION TRIM(WS-BX-RENT-DUE) ","
                  FUNCTION TRIM(WS-BX-DELINQ)
               DELIMITED BY SIZE INTO BOX-RECORD
           END-STRING
           ADD 1 TO LNK-SEALED-COUNT

           OPEN EXTEND ACCESS-LOG
           IF WS-FS-LOG = "35"
               CLOSE ACCESS-LOG
               OPEN OUTPUT ACCESS-LOG
           END-IF
           MOVE SPACES TO ACCESS-LOG-RECORD
           STRING WS-TODAY ","
                  WS-NOW-TIME(1:6) ","
                  WS-BX-BRANCH ","
                  FUNCTION TRIM(WS-BX-BOX) ","
                  WS-BX-CUST ","
                  FUNCTION TRIM(WS-OPERATOR) ","
                  "SEALED - ESTATE"
               DELIMITED BY SIZE INTO ACCESS-LOG-RECORD
           END-STRING
           WRITE ACCESS-LOG-RECORD
           CLOSE ACCESS-LOG.

       COPY-WORK-BACK.
           MOVE 'N' TO WS-EOF
           OPEN INPUT WORK-FILE
           OPEN OUTPUT BOX-FILE
           PERFORM UNTIL WS-EOF = 'Y'
               READ WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE WORK-RECORD TO BOX-RECORD
                       WRITE BOX-RECORD
               END-READ
           END-PERFORM
           CLOSE WORK-FILE
           CLOSE BOX-FILE
           CALL "CBL_DELETE_FILE" USING "SAFE-BOXES.TMP".
