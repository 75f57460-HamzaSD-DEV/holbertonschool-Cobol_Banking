       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAJORITY-CONVERSION.

      *> Monthly run over the custodian links on CUSTODIANS.DAT.
      *> A minor whose date of birth on CUSTOMER-DOB.DAT puts the
      *> age of majority (AGE_OF_MAJORITY, default 18) in this
      *> business month or earlier comes of age here: every account
      *> the minor owns moves from its minor's product to that
      *> product's ADULT-PRODUCT on ACCOUNT-PRODUCTS.DAT, the link
      *> is marked REMOVED so FINAL-WITHDRAWAL stops asking for the
      *> custodian, and both parties get a notice queued. Links
      *> already REMOVED are passed over, so a rerun is harmless.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTODIAN-FILE ASSIGN TO "CUSTODIANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CUSTD.
           SELECT CUSTODIAN-WORK-FILE ASSIGN TO "CUSTODIANS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-WORK.
           SELECT DOB-FILE ASSIGN TO "CUSTOMER-DOB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DOB.
           SELECT XREF-FILE ASSIGN TO "CUST-ACCT-XREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-XREF.
           SELECT PRODUCT-FILE ASSIGN TO "ACCOUNT-PRODUCTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PROD.
           SELECT ACCOUNTS-FILE ASSIGN TO "accounts.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCOUNT-KEY
               FILE STATUS IS WS-FS-ACC.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTODIAN-FILE.
       01  CUSTODIAN-RECORD     PIC X(50).

       FD  CUSTODIAN-WORK-FILE.
       01  CUSTODIAN-WORK-RECORD PIC X(50).

       FD  DOB-FILE.
       01  DOB-RECORD           PIC X(20).

       FD  XREF-FILE.
       01  XREF-RECORD          PIC X(20).

       FD  PRODUCT-FILE.
       01  PRODUCT-RECORD       PIC X(80).

       FD  ACCOUNTS-FILE.
       01  ACCOUNT-RECORD.
           05 ACCOUNT-KEY       PIC 9(5).
           05 FNAME             PIC X(10).
           05 LNAME             PIC X(10).
           05 BALANCE           PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 PROD-CODE         PIC X(4).
           05 BR-CODE           PIC X(3).

       WORKING-STORAGE SECTION.
       77  WS-FS-CUSTD          PIC XX.
       77  WS-FS-WORK           PIC XX.
       77  WS-FS-DOB            PIC XX.
       77  WS-FS-XREF           PIC XX.
       77  WS-FS-PROD           PIC XX.
       77  WS-FS-ACC            PIC XX.
       77  WS-EOF               PIC X VALUE 'N'.
       77  WS-RC                PIC 9 VALUE 0.
       77  WS-TODAY             PIC 9(8) VALUE 0.
       77  WS-MAJ-AGE           PIC 9(2) VALUE 18.
       77  WS-MAJ-DATE          PIC 9(8).
       77  WS-DOB               PIC 9(8).
       77  WS-DOB-FOUND         PIC X.
       77  WS-I                 PIC 9(4).
       77  WS-J                 PIC 9(4).
       77  WS-ACCT-COUNT        PIC 9(4).
       77  WS-DOB-COUNT         PIC 9(4) VALUE 0.
       77  WS-XREF-COUNT        PIC 9(4) VALUE 0.
       77  WS-PRODUCT-COUNT     PIC 9(3) VALUE 0.
       77  WS-LINK-COUNT        PIC 9(5) VALUE 0.
       77  WS-CONVERTED-COUNT   PIC 9(5) VALUE 0.
       77  WS-ACCTS-MOVED       PIC 9(5) VALUE 0.
       77  WS-NO-ADULT-COUNT    PIC 9(5) VALUE 0.
       77  WS-NO-DOB-COUNT      PIC 9(5) VALUE 0.
       77  WS-ADULT-PROD        PIC X(4).
       77  WS-PARAM-NAME        PIC X(24).
       77  WS-PARAM-VALUE       PIC X(12).
       77  WS-PARAM-FOUND       PIC X.
       77  WS-NOTIFY-CUST       PIC X(10).
       77  WS-NOTIFY-EVENT      PIC X(12) VALUE "MAJORITY".
       77  WS-NOTIFY-DETAIL     PIC X(30).

       01  WS-CUSTODIAN-FIELDS.
           05  WS-CD-MINOR      PIC X(5).
           05  WS-CD-CUSTODIAN  PIC X(5).
           05  WS-CD-STATUS     PIC X(8).
           05  WS-CD-LINKED     PIC X(8).
           05  WS-CD-REMOVED    PIC X(8).

       01  WS-DOB-FIELDS.
           05  WS-DB-CUST       PIC X(5).
           05  WS-DB-DATE       PIC X(8).

       01  WS-XREF-FIELDS.
           05  WS-XF-CUST       PIC X(5).
           05  WS-XF-ACCT       PIC X(5).

       01  WS-PRODUCT-FIELDS.
           05  WS-PRD-CODE      PIC X(4).
           05  WS-PRD-DESC      PIC X(20).
           05  WS-PRD-FEE       PIC X(8).
           05  WS-PRD-WAIVER    PIC X(9).
           05  WS-PRD-RATE      PIC X(6).
           05  WS-PRD-MINOR-LIM PIC X(8).
           05  WS-PRD-ADULT     PIC X(4).

       01  WS-DOB-TABLE.
           05  WS-DOB-ENTRY OCCURS 5000 TIMES.
               10  WS-DT-CUST     PIC X(5).
               10  WS-DT-DATE     PIC 9(8).

       01  WS-XREF-TABLE.
           05  WS-XREF-ENTRY OCCURS 5000 TIMES.
               10  WS-XT-CUST     PIC X(5).
               10  WS-XT-ACCT     PIC X(5).

       01  WS-PRODUCT-TABLE.
           05  WS-PRODUCT-ENTRY OCCURS 50 TIMES.
               10  WS-TBL-CODE    PIC X(4).
               10  WS-TBL-ADULT   PIC X(4).

       01  WS-ACCT-LIST.
           05  WS-ACCT-ITEM OCCURS 50 TIMES PIC X(5).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "MAJORITY-CONVERSION: Starting monthly run..."
           CALL "GET-BUSINESS-DATE" USING WS-TODAY
           MOVE "AGE_OF_MAJORITY" TO WS-PARAM-NAME
           CALL "GET-PARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y'
               COMPUTE WS-MAJ-AGE = FUNCTION NUMVAL(WS-PARAM-VALUE)
           END-IF

           PERFORM LOAD-DOB-TABLE
           PERFORM LOAD-XREF-TABLE
           PERFORM LOAD-PRODUCT-TABLE

           OPEN INPUT CUSTODIAN-FILE
           IF WS-FS-CUSTD NOT = "00"
               DISPLAY "MAJORITY-CONVERSION: No CUSTODIANS.DAT - "
                       "nothing to do."
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O ACCOUNTS-FILE
           IF WS-FS-ACC NOT = "00"
               DISPLAY "MAJORITY-CONVERSION: ERROR - cannot open "
                       "accounts.idx. Status: " WS-FS-ACC
               CLOSE CUSTODIAN-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT CUSTODIAN-WORK-FILE
           IF WS-FS-WORK NOT = "00"
               DISPLAY "MAJORITY-CONVERSION: ERROR - cannot open "
                       "CUSTODIANS.TMP. Status: " WS-FS-WORK
               CLOSE CUSTODIAN-FILE
               CLOSE ACCOUNTS-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CUSTODIAN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM CHECK-ONE-LINK
                       MOVE CUSTODIAN-RECORD TO CUSTODIAN-WORK-RECORD
                       WRITE CUSTODIAN-WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE CUSTODIAN-FILE
           CLOSE CUSTODIAN-WORK-FILE
           CLOSE ACCOUNTS-FILE

           PERFORM REPLACE-CUSTODIAN-FILE

           DISPLAY "MAJORITY-CONVERSION: Active custodian links: "
                   WS-LINK-COUNT
           DISPLAY "MAJORITY-CONVERSION: Minors come of age: "
                   WS-CONVERTED-COUNT
           DISPLAY "MAJORITY-CONVERSION: Accounts moved to adult "
                   "product: " WS-ACCTS-MOVED
           DISPLAY "MAJORITY-CONVERSION: Accounts with no adult "
                   "product: " WS-NO-ADULT-COUNT
           DISPLAY "MAJORITY-CONVERSION: Minors with no date of "
                   "birth: " WS-NO-DOB-COUNT
           IF WS-RC = 0
              AND (WS-NO-DOB-COUNT > 0 OR WS-NO-ADULT-COUNT > 0)
               MOVE 4 TO WS-RC
           END-IF
           MOVE WS-RC TO RETURN-CODE
           STOP RUN.

       LOAD-DOB-TABLE.
           OPEN INPUT DOB-FILE
           IF WS-FS-DOB NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ DOB-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-DOB-FIELDS
                       UNSTRING DOB-RECORD DELIMITED BY ','
                           INTO WS-DB-CUST WS-DB-DATE
                       END-UNSTRING
                       IF WS-DB-DATE IS NUMERIC
                           IF WS-DOB-COUNT >= 5000
                               DISPLAY "MAJORITY-CONVERSION: ERROR - "
                                       "more than 5000 dates of birth"
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-DOB-COUNT
                           MOVE WS-DB-CUST TO WS-DT-CUST(WS-DOB-COUNT)
                           MOVE WS-DB-DATE TO WS-DT-DATE(WS-DOB-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DOB-FILE.

       LOAD-XREF-TABLE.
           OPEN INPUT XREF-FILE
           IF WS-FS-XREF NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ XREF-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-XREF-FIELDS
                       UNSTRING XREF-RECORD DELIMITED BY ','
                           INTO WS-XF-CUST WS-XF-ACCT
                       END-UNSTRING
                       IF WS-XREF-COUNT >= 5000
                           DISPLAY "MAJORITY-CONVERSION: ERROR - "
                                   "more than 5000 ownership links"
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-XREF-COUNT
                       MOVE WS-XF-CUST TO WS-XT-CUST(WS-XREF-COUNT)
                       MOVE WS-XF-ACCT TO WS-XT-ACCT(WS-XREF-COUNT)
               END-READ
           END-PERFORM
           CLOSE XREF-FILE.

       LOAD-PRODUCT-TABLE.
           OPEN INPUT PRODUCT-FILE
           IF WS-FS-PROD NOT = "00"
               DISPLAY "MAJORITY-CONVERSION: ERROR - cannot open "
                       "ACCOUNT-PRODUCTS.DAT. Status: " WS-FS-PROD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PRODUCT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-PRODUCT-COUNT >= 50
                           DISPLAY "MAJORITY-CONVERSION: ERROR - "
                                   "more than 50 products"
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-PRODUCT-COUNT
                       MOVE SPACES TO WS-PRODUCT-FIELDS
                       UNSTRING PRODUCT-RECORD DELIMITED BY ','
                           INTO WS-PRD-CODE WS-PRD-DESC
                                WS-PRD-FEE WS-PRD-WAIVER
                                WS-PRD-RATE WS-PRD-MINOR-LIM
                                WS-PRD-ADULT
                       END-UNSTRING
                       MOVE WS-PRD-CODE
                           TO WS-TBL-CODE(WS-PRODUCT-COUNT)
                       MOVE WS-PRD-ADULT
                           TO WS-TBL-ADULT(WS-PRODUCT-COUNT)
               END-READ
           END-PERFORM
           CLOSE PRODUCT-FILE.

      *> An ACTIVE link whose minor reaches majority this month or
      *> earlier is converted, and the line going out to the work
      *> file is rewritten as REMOVED.
       CHECK-ONE-LINK.
           MOVE SPACES TO WS-CUSTODIAN-FIELDS
           UNSTRING CUSTODIAN-RECORD DELIMITED BY ','
               INTO WS-CD-MINOR WS-CD-CUSTODIAN WS-CD-STATUS
                    WS-CD-LINKED WS-CD-REMOVED
           END-UNSTRING
           IF WS-CD-STATUS NOT = "ACTIVE"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LINK-COUNT

           MOVE 'N' TO WS-DOB-FOUND
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-DOB-COUNT
               IF WS-DT-CUST(WS-I) = WS-CD-MINOR
                   MOVE 'Y' TO WS-DOB-FOUND
                   MOVE WS-DT-DATE(WS-I) TO WS-DOB
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-DOB-FOUND NOT = 'Y'
               ADD 1 TO WS-NO-DOB-COUNT
               DISPLAY "MAJORITY-CONVERSION: WARNING - minor "
                       WS-CD-MINOR " has no date of birth on file"
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-MAJ-DATE = WS-DOB + WS-MAJ-AGE * 10000
           IF WS-MAJ-DATE(1:6) > WS-TODAY(1:6)
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CONVERTED-COUNT
           DISPLAY "MAJORITY-CONVERSION: " WS-CD-MINOR " born "
                   WS-DOB " comes of age - custodian "
                   WS-CD-CUSTODIAN " removed"
           PERFORM LIST-MINOR-ACCOUNTS
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-ACCT-COUNT
               PERFORM CONVERT-ONE-ACCOUNT
           END-PERFORM

           MOVE SPACES TO CUSTODIAN-RECORD
           STRING WS-CD-MINOR ","
                  WS-CD-CUSTODIAN ","
                  "REMOVED,"
                  WS-CD-LINKED ","
                  WS-TODAY
               DELIMITED BY SIZE INTO CUSTODIAN-RECORD
           END-STRING

           MOVE WS-CD-MINOR TO WS-NOTIFY-CUST
           MOVE SPACES TO WS-NOTIFY-DETAIL
           STRING "CUSTODIAN " WS-CD-CUSTODIAN " REMOVED"
               DELIMITED BY SIZE INTO WS-NOTIFY-DETAIL
           END-STRING
           CALL "QUEUE-NOTIFY" USING WS-NOTIFY-CUST, WS-NOTIFY-EVENT,
               WS-NOTIFY-DETAIL
           MOVE WS-CD-CUSTODIAN TO WS-NOTIFY-CUST
           MOVE SPACES TO WS-NOTIFY-DETAIL
           STRING "CUSTODY OF " WS-CD-MINOR " ENDED"
               DELIMITED BY SIZE INTO WS-NOTIFY-DETAIL
           END-STRING
           CALL "QUEUE-NOTIFY" USING WS-NOTIFY-CUST, WS-NOTIFY-EVENT,
               WS-NOTIFY-DETAIL.

      *> The minor's accounts per CUST-ACCT-XREF.DAT; a customer
      *> with no cross-reference owns the account keyed by their
      *> own number, as RESOLVE-CUSTOMER has it.
       LIST-MINOR-ACCOUNTS.
           MOVE 0 TO WS-ACCT-COUNT
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-XREF-COUNT
               IF WS-XT-CUST(WS-I) = WS-CD-MINOR
                  AND WS-ACCT-COUNT < 50
                   ADD 1 TO WS-ACCT-COUNT
                   MOVE WS-XT-ACCT(WS-I) TO WS-ACCT-ITEM(WS-ACCT-COUNT)
               END-IF
           END-PERFORM
           IF WS-ACCT-COUNT = 0
               MOVE 1 TO WS-ACCT-COUNT
               MOVE WS-CD-MINOR TO WS-ACCT-ITEM(1)
           END-IF.

       CONVERT-ONE-ACCOUNT.
           IF WS-ACCT-ITEM(WS-J) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ACCT-ITEM(WS-J) TO ACCOUNT-KEY
           READ ACCOUNTS-FILE
               INVALID KEY
                   DISPLAY "MAJORITY-CONVERSION: WARNING - account "
                           WS-ACCT-ITEM(WS-J) " not on the master"
                   EXIT PARAGRAPH
           END-READ

           MOVE SPACES TO WS-ADULT-PROD
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-PRODUCT-COUNT
               IF WS-TBL-CODE(WS-I) = PROD-CODE
                   MOVE WS-TBL-ADULT(WS-I) TO WS-ADULT-PROD
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-ADULT-PROD = SPACES
               ADD 1 TO WS-NO-ADULT-COUNT
               DISPLAY "MAJORITY-CONVERSION: WARNING - account "
                       ACCOUNT-KEY " product '" PROD-CODE
                       "' has no adult product - left as is"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "  account " ACCOUNT-KEY " " PROD-CODE " -> "
                   WS-ADULT-PROD
           MOVE WS-ADULT-PROD TO PROD-CODE
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "MAJORITY-CONVERSION: ERROR - rewrite "
                           "failed for account " ACCOUNT-KEY
                   MOVE 8 TO WS-RC
                   EXIT PARAGRAPH
           END-REWRITE
           ADD 1 TO WS-ACCTS-MOVED.

       REPLACE-CUSTODIAN-FILE.
           MOVE 'N' TO WS-EOF
           OPEN INPUT CUSTODIAN-WORK-FILE
           OPEN OUTPUT CUSTODIAN-FILE
           PERFORM UNTIL WS-EOF = 'Y'
               READ CUSTODIAN-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE CUSTODIAN-WORK-RECORD TO CUSTODIAN-RECORD
                       WRITE CUSTODIAN-RECORD
               END-READ
           END-PERFORM
           CLOSE CUSTODIAN-WORK-FILE
           CLOSE CUSTODIAN-FILE
           CALL "CBL_DELETE_FILE" USING "CUSTODIANS.TMP".
