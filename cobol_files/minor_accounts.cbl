       IDENTIFICATION DIVISION.
       PROGRAM-ID. MINOR-ACCOUNTS.

      *> Date-of-birth and custodian maintenance for customers
      *> opened before OPEN-ACCOUNT asked for them.
      *> (B)irth date records or corrects a CUSTOMERS.DAT customer's
      *> date of birth on CUSTOMER-DOB.DAT, one "CUSTID,DOB" line
      *> per customer.
      *> (C)ustodian links a minor - under AGE_OF_MAJORITY (default
      *> 18) by that date of birth - to the parent or guardian who
      *> signs for them, on CUSTODIANS.DAT:
      *>   MINOR-CUST,CUSTODIAN-CUST,STATUS,LINKED,REMOVED
      *> STATUS is ACTIVE; from then on MINOR-CHECK answers 'Y' and
      *> FINAL-WITHDRAWAL wants the custodian's signature, until
      *> MAJORITY-CONVERSION marks the link REMOVED.
      *> (L)ist shows every link still ACTIVE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOB-FILE ASSIGN TO "CUSTOMER-DOB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DOB.
           SELECT DOB-WORK-FILE ASSIGN TO "CUSTOMER-DOB.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-WORK.
           SELECT CUSTODIAN-FILE ASSIGN TO "CUSTODIANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CUSTD.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-LNAME WITH DUPLICATES
               FILE STATUS IS WS-FS-CUST.

       DATA DIVISION.
       FILE SECTION.
       FD  DOB-FILE.
       01  DOB-RECORD           PIC X(20).

       FD  DOB-WORK-FILE.
       01  DOB-WORK-RECORD      PIC X(20).

       FD  CUSTODIAN-FILE.
       01  CUSTODIAN-RECORD     PIC X(50).

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

       WORKING-STORAGE SECTION.
       77  WS-FS-DOB            PIC XX.
       77  WS-FS-WORK           PIC XX.
       77  WS-FS-CUSTD          PIC XX.
       77  WS-FS-CUST           PIC XX.
       77  WS-EOF               PIC X VALUE 'N'.
       77  WS-MODE              PIC X.
       77  WS-TODAY             PIC 9(8).
       77  WS-MAJ-AGE           PIC 9(2) VALUE 18.
       77  WS-AGE               PIC 9(3).
       77  WS-FOUND             PIC X VALUE 'N'.
       77  WS-CUST-KNOWN        PIC X VALUE 'N'.
       77  WS-ACTIVE-COUNT      PIC 9(5) VALUE 0.
       77  WS-OPERATOR          PIC X(8).
       77  WS-PARAM-NAME        PIC X(24).
       77  WS-PARAM-VALUE       PIC X(12).
       77  WS-PARAM-FOUND       PIC X.
       77  WS-LOG-TIMESTAMP     PIC X(21).
       77  WS-CHAIN-LOG         PIC X(30).
       77  WS-CHAIN-LINE        PIC X(120).

       01  WS-CUST-IN           PIC X(5).
       01  WS-CUSTODIAN-IN      PIC X(5).
       01  WS-LOOKUP-CUST       PIC X(5).
       01  WS-DOB-IN            PIC X(8).
       01  WS-DOB-NUM           PIC 9(8).
       01  WS-DOB-ON-FILE       PIC X(8).
       01  WS-EXISTING-CUSTODIAN PIC X(5).

       01  WS-DOB-FIELDS.
           05  WS-DB-CUST       PIC X(5).
           05  WS-DB-DATE       PIC X(8).

       01  WS-CUSTODIAN-FIELDS.
           05  WS-CD-MINOR      PIC X(5).
           05  WS-CD-CUSTODIAN  PIC X(5).
           05  WS-CD-STATUS     PIC X(8).
           05  WS-CD-LINKED     PIC X(8).
           05  WS-CD-REMOVED    PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "GET-BUSINESS-DATE" USING WS-TODAY
           MOVE "AGE_OF_MAJORITY" TO WS-PARAM-NAME
           CALL "GET-PARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y'
               COMPUTE WS-MAJ-AGE = FUNCTION NUMVAL(WS-PARAM-VALUE)
           END-IF
           DISPLAY "MINOR-ACCOUNTS: (B)irth date, (C)ustodian link, "
                   "(L)ist minors: " WITH NO ADVANCING
           ACCEPT WS-MODE
           EVALUATE FUNCTION UPPER-CASE(WS-MODE)
               WHEN "B"
                   PERFORM RECORD-BIRTH-DATE
               WHEN "C"
                   PERFORM LINK-CUSTODIAN
               WHEN "L"
                   PERFORM LIST-MINORS
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

       RECORD-BIRTH-DATE.
           PERFORM GET-OPERATOR
           DISPLAY "Customer ID (5 digits): " WITH NO ADVANCING
           ACCEPT WS-CUST-IN
           MOVE WS-CUST-IN TO WS-LOOKUP-CUST
           PERFORM LOOK-UP-CUSTOMER
           IF WS-CUST-KNOWN NOT = 'Y'
               DISPLAY "No customer " WS-CUST-IN " on file."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Customer: " FUNCTION TRIM(CUST-FNAME) " "
                   FUNCTION TRIM(CUST-LNAME)
           DISPLAY "Date of birth (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-DOB-IN
           IF WS-DOB-IN IS NOT NUMERIC
               DISPLAY "Date of birth must be YYYYMMDD."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DOB-IN TO WS-DOB-NUM
           IF WS-DOB-NUM > WS-TODAY
               DISPLAY "Date of birth is in the future."
               EXIT PARAGRAPH
           END-IF

      *> The file is rebuilt through the work copy so a corrected
      *> date replaces the old line rather than sitting beside it.
           MOVE 'N' TO WS-FOUND
           MOVE SPACES TO WS-DOB-ON-FILE
           OPEN OUTPUT DOB-WORK-FILE
           IF WS-FS-WORK NOT = "00"
               DISPLAY "MINOR-ACCOUNTS: ERROR - cannot open "
                       "CUSTOMER-DOB.TMP. Status: " WS-FS-WORK
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT DOB-FILE
           IF WS-FS-DOB = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ DOB-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM COPY-DOB-LINE
                   END-READ
               END-PERFORM
               CLOSE DOB-FILE
           END-IF
           IF WS-FOUND NOT = 'Y'
               MOVE SPACES TO DOB-WORK-RECORD
               STRING WS-CUST-IN "," WS-DOB-IN
                   DELIMITED BY SIZE INTO DOB-WORK-RECORD
               END-STRING
               WRITE DOB-WORK-RECORD
           END-IF
           CLOSE DOB-WORK-FILE
           PERFORM REPLACE-DOB-FILE

           MOVE FUNCTION CURRENT-DATE TO WS-LOG-TIMESTAMP
           MOVE SPACES TO WS-CHAIN-LINE
           STRING WS-LOG-TIMESTAMP(1:19)
                  " | USER: " FUNCTION TRIM(WS-OPERATOR)
                  " | DATE OF BIRTH SET | CUST: " WS-CUST-IN
                  " | DOB: " WS-DOB-IN
               DELIMITED BY SIZE INTO WS-CHAIN-LINE
           END-STRING
           MOVE "ACCESS-LOG.TXT" TO WS-CHAIN-LOG
           CALL "LOG-CHAIN" USING WS-CHAIN-LOG, WS-CHAIN-LINE
           IF WS-FOUND = 'Y'
               DISPLAY "Date of birth for " WS-CUST-IN
                       " corrected from " WS-DOB-ON-FILE " to "
                       WS-DOB-IN "."
           ELSE
               DISPLAY "Date of birth for " WS-CUST-IN
                       " recorded as " WS-DOB-IN "."
           END-IF.

       COPY-DOB-LINE.
           MOVE SPACES TO WS-DOB-FIELDS
           UNSTRING DOB-RECORD DELIMITED BY ','
               INTO WS-DB-CUST WS-DB-DATE
           END-UNSTRING
           IF WS-DB-CUST = WS-CUST-IN
               IF WS-FOUND = 'Y'
                   EXIT PARAGRAPH
               END-IF
               MOVE 'Y' TO WS-FOUND
               MOVE WS-DB-DATE TO WS-DOB-ON-FILE
               MOVE SPACES TO DOB-WORK-RECORD
               STRING WS-CUST-IN "," WS-DOB-IN
                   DELIMITED BY SIZE INTO DOB-WORK-RECORD
               END-STRING
           ELSE
               MOVE DOB-RECORD TO DOB-WORK-RECORD
           END-IF
           WRITE DOB-WORK-RECORD.

       REPLACE-DOB-FILE.
           MOVE 'N' TO WS-EOF
           OPEN INPUT DOB-WORK-FILE
           OPEN OUTPUT DOB-FILE
           PERFORM UNTIL WS-EOF = 'Y'
               READ DOB-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE DOB-WORK-RECORD TO DOB-RECORD
                       WRITE DOB-RECORD
               END-READ
           END-PERFORM
           CLOSE DOB-WORK-FILE
           CLOSE DOB-FILE
           CALL "CBL_DELETE_FILE" USING "CUSTOMER-DOB.TMP".

       LINK-CUSTODIAN.
           PERFORM GET-OPERATOR
           DISPLAY "Minor's customer ID (5 digits): "
                   WITH NO ADVANCING
           ACCEPT WS-CUST-IN
           MOVE WS-CUST-IN TO WS-LOOKUP-CUST
           PERFORM LOOK-UP-CUSTOMER
           IF WS-CUST-KNOWN NOT = 'Y'
               DISPLAY "No customer " WS-CUST-IN " on file."
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-DOB
           IF WS-DOB-ON-FILE IS NOT NUMERIC
               DISPLAY "No date of birth on file for " WS-CUST-IN
                       " - record it with (B) first."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DOB-ON-FILE TO WS-DOB-NUM
           COMPUTE WS-AGE = (WS-TODAY - WS-DOB-NUM) / 10000
           IF WS-AGE >= WS-MAJ-AGE
               DISPLAY "Customer " WS-CUST-IN " (born "
                       WS-DOB-ON-FILE ") is not a minor - no "
                       "custodian needed."
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-ACTIVE-LINK
           IF WS-FOUND = 'Y'
               DISPLAY "Customer " WS-CUST-IN " already has "
                       "custodian " WS-EXISTING-CUSTODIAN
                       " - nothing added."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Custodian's customer ID (5 digits): "
                   WITH NO ADVANCING
           ACCEPT WS-CUSTODIAN-IN
           IF WS-CUSTODIAN-IN = WS-CUST-IN
               DISPLAY "A minor cannot be their own custodian."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CUSTODIAN-IN TO WS-LOOKUP-CUST
           PERFORM LOOK-UP-CUSTOMER
           IF WS-CUST-KNOWN NOT = 'Y'
               DISPLAY "No customer " WS-CUSTODIAN-IN " on file - "
                       "the custodian must be a customer."
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND CUSTODIAN-FILE
           IF WS-FS-CUSTD = "35"
               CLOSE CUSTODIAN-FILE
               OPEN OUTPUT CUSTODIAN-FILE
           END-IF
           IF WS-FS-CUSTD NOT = "00"
               DISPLAY "MINOR-ACCOUNTS: ERROR - cannot open "
                       "CUSTODIANS.DAT. Status: " WS-FS-CUSTD
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CUSTODIAN-RECORD
           STRING WS-CUST-IN ","
                  WS-CUSTODIAN-IN ","
                  "ACTIVE,"
                  WS-TODAY ","
               DELIMITED BY SIZE INTO CUSTODIAN-RECORD
           END-STRING
           WRITE CUSTODIAN-RECORD
           CLOSE CUSTODIAN-FILE

           MOVE FUNCTION CURRENT-DATE TO WS-LOG-TIMESTAMP
           MOVE SPACES TO WS-CHAIN-LINE
           STRING WS-LOG-TIMESTAMP(1:19)
                  " | USER: " FUNCTION TRIM(WS-OPERATOR)
                  " | CUSTODIAN LINKED | MINOR: " WS-CUST-IN
                  " | CUSTODIAN: " WS-CUSTODIAN-IN
               DELIMITED BY SIZE INTO WS-CHAIN-LINE
           END-STRING
           MOVE "ACCESS-LOG.TXT" TO WS-CHAIN-LOG
           CALL "LOG-CHAIN" USING WS-CHAIN-LOG, WS-CHAIN-LINE
           DISPLAY "Custodian " WS-CUSTODIAN-IN " linked to minor "
                   WS-CUST-IN " - withdrawals now need the "
                   "custodian's signature.".

       LOOK-UP-CUSTOMER.
           MOVE 'N' TO WS-CUST-KNOWN
           IF WS-LOOKUP-CUST IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF WS-FS-CUST NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOOKUP-CUST TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CUST-KNOWN
           END-READ
           CLOSE CUSTOMER-FILE.

       FIND-DOB.
           MOVE SPACES TO WS-DOB-ON-FILE
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
                       IF WS-DB-CUST = WS-CUST-IN
                           MOVE WS-DB-DATE TO WS-DOB-ON-FILE
                           MOVE 'Y' TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DOB-FILE.

       FIND-ACTIVE-LINK.
           MOVE 'N' TO WS-FOUND
           OPEN INPUT CUSTODIAN-FILE
           IF WS-FS-CUSTD NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CUSTODIAN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM SPLIT-CUSTODIAN-RECORD
                       IF WS-CD-MINOR = WS-CUST-IN
                          AND WS-CD-STATUS = "ACTIVE"
                           MOVE 'Y' TO WS-FOUND
                           MOVE WS-CD-CUSTODIAN
                               TO WS-EXISTING-CUSTODIAN
                           MOVE 'Y' TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTODIAN-FILE.

       SPLIT-CUSTODIAN-RECORD.
           MOVE SPACES TO WS-CUSTODIAN-FIELDS
           UNSTRING CUSTODIAN-RECORD DELIMITED BY ','
               INTO WS-CD-MINOR WS-CD-CUSTODIAN WS-CD-STATUS
                    WS-CD-LINKED WS-CD-REMOVED
           END-UNSTRING.

       LIST-MINORS.
           MOVE 0 TO WS-ACTIVE-COUNT
           OPEN INPUT CUSTODIAN-FILE
           IF WS-FS-CUSTD NOT = "00"
               DISPLAY "No custodian links on file."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "MINOR  BORN      CUSTODIAN  LINKED"
           PERFORM UNTIL WS-FS-CUSTD NOT = "00"
               READ CUSTODIAN-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM SPLIT-CUSTODIAN-RECORD
                       IF WS-CD-STATUS = "ACTIVE"
                           ADD 1 TO WS-ACTIVE-COUNT
                           MOVE WS-CD-MINOR TO WS-CUST-IN
                           PERFORM FIND-DOB
                           DISPLAY WS-CD-MINOR "  " WS-DOB-ON-FILE
                                   "  " WS-CD-CUSTODIAN "      "
                                   WS-CD-LINKED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTODIAN-FILE
           DISPLAY "Minors with a custodian: " WS-ACTIVE-COUNT.
