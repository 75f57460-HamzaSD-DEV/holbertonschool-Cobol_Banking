       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARD-PRODUCTION.

      *> Card-production extract for the embossing vendor. Cards
      *> waiting for plastic sit on CARD-REISSUE.DAT, one line per
      *> card:
      *>   TOKEN,ACCT,REASON,EXPIRES,QUEUED,STATUS,SENT
      *> REASON is NEW or REPLACE (CARD-REGISTRY) or RENEWAL
      *> (CARD-RENEWAL); STATUS is PENDING until the card goes out
      *> here, then SENT with the date. Each run writes every
      *> PENDING card to CARD-EMBOSS.DAT:
      *>   H,CARD-PRODUCTION,RUN-DATE,BATCH
      *>   D,TOKEN,ACCT,EMBOSS-NAME,MM/YY,REASON
      *>   T,RECORDS,NEW,RENEWAL,REPLACE,ACCOUNT-HASH
      *> The trailer carries the control totals the vendor balances
      *> back to us; the batch number runs on in
      *> CARD-EMBOSS-SEQ.DAT. The vendor is sent the token, never
      *> the clear number - the card number reaches the bureau from
      *> the vault under its own arrangement. A queued card that is
      *> no longer ACTIVE on CARDS.DAT (reported LOST or BLOCKED
      *> before its plastic went out) is marked CANCELLED instead.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REISSUE-FILE ASSIGN TO "CARD-REISSUE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REISSUE.
           SELECT REISSUE-WORK-FILE ASSIGN TO "CARD-REISSUE.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-WORK.
           SELECT CARDS-FILE ASSIGN TO "CARDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CARDS.
           SELECT EMBOSS-FILE ASSIGN TO "CARD-EMBOSS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EMBOSS.
           SELECT SEQ-FILE ASSIGN TO "CARD-EMBOSS-SEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SEQ.
           SELECT ACCOUNTS-FILE ASSIGN TO "accounts.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCOUNT-KEY
               FILE STATUS IS WS-FS-ACC.

       DATA DIVISION.
       FILE SECTION.
       FD  REISSUE-FILE.
       01  REISSUE-RECORD       PIC X(80).

       FD  REISSUE-WORK-FILE.
       01  REISSUE-WORK-RECORD  PIC X(80).

       FD  CARDS-FILE.
       01  CARDS-RECORD         PIC X(80).

       FD  EMBOSS-FILE.
       01  EMBOSS-RECORD        PIC X(80).

       FD  SEQ-FILE.
       01  SEQ-RECORD           PIC X(8).

       FD  ACCOUNTS-FILE.
       01  ACCOUNT-RECORD.
           05 ACCOUNT-KEY       PIC 9(5).
           05 FNAME             PIC X(10).
           05 LNAME             PIC X(10).
           05 BALANCE           PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 PROD-CODE         PIC X(4).
           05 BR-CODE           PIC X(3).

       WORKING-STORAGE SECTION.
       77  WS-FS-REISSUE        PIC XX.
       77  WS-FS-WORK           PIC XX.
       77  WS-FS-CARDS          PIC XX.
       77  WS-FS-EMBOSS         PIC XX.
       77  WS-FS-SEQ            PIC XX.
       77  WS-FS-ACC            PIC XX.
       77  WS-EOF               PIC X VALUE 'N'.
       77  WS-RC                PIC 9 VALUE 0.
       77  WS-TODAY             PIC 9(8) VALUE 0.
       77  WS-BATCH-NO          PIC 9(6) VALUE 0.
       77  WS-I                 PIC 9(4).
       77  WS-CARD-COUNT        PIC 9(4) VALUE 0.
       77  WS-CARD-ACTIVE       PIC X.
       77  WS-RECORD-COUNT      PIC 9(6) VALUE 0.
       77  WS-NEW-COUNT         PIC 9(6) VALUE 0.
       77  WS-RENEWAL-COUNT     PIC 9(6) VALUE 0.
       77  WS-REPLACE-COUNT     PIC 9(6) VALUE 0.
       77  WS-CANCELLED-COUNT   PIC 9(6) VALUE 0.
       77  WS-ACCOUNT-HASH      PIC 9(12) VALUE 0.
       77  WS-EMBOSS-NAME       PIC X(21).

       01  WS-REISSUE-FIELDS.
           05  WS-RI-TOKEN      PIC X(19).
           05  WS-RI-ACCT       PIC X(5).
           05  WS-RI-REASON     PIC X(8).
           05  WS-RI-EXPIRES    PIC X(8).
           05  WS-RI-QUEUED     PIC X(8).
           05  WS-RI-STATUS     PIC X(10).
           05  WS-RI-SENT       PIC X(8).

       01  WS-CARD-FIELDS.
           05  WS-CD-TOKEN      PIC X(19).
           05  WS-CD-ACCT       PIC X(5).
           05  WS-CD-STATUS     PIC X(8).

       01  WS-CARD-TABLE.
           05  WS-CARD-ENTRY OCCURS 5000 TIMES.
               10  WS-CT-TOKEN    PIC X(19).
               10  WS-CT-STATUS   PIC X(8).

      *> Expiry as the plastic shows it.
       01  WS-EXPIRY-DATE.
           05  FILLER           PIC XX.
           05  WS-EXP-YY        PIC XX.
           05  WS-EXP-MM        PIC XX.
           05  FILLER           PIC XX.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "CARD-PRODUCTION: Building embossing extract..."
           CALL "GET-BUSINESS-DATE" USING WS-TODAY
           PERFORM LOAD-CARD-TABLE

           OPEN INPUT REISSUE-FILE
           IF WS-FS-REISSUE NOT = "00"
               DISPLAY "CARD-PRODUCTION: No CARD-REISSUE.DAT - "
                       "nothing to send."
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ACCOUNTS-FILE
           IF WS-FS-ACC NOT = "00"
               DISPLAY "CARD-PRODUCTION: ERROR - cannot open "
                       "accounts.idx. Status: " WS-FS-ACC
               CLOSE REISSUE-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REISSUE-WORK-FILE
           OPEN OUTPUT EMBOSS-FILE
           IF WS-FS-WORK NOT = "00" OR WS-FS-EMBOSS NOT = "00"
               DISPLAY "CARD-PRODUCTION: ERROR - cannot open "
                       "work or extract file. Status: " WS-FS-WORK
                       " " WS-FS-EMBOSS
               CLOSE REISSUE-FILE
               CLOSE ACCOUNTS-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-BATCH-NO
           ADD 1 TO WS-BATCH-NO
           MOVE SPACES TO EMBOSS-RECORD
           STRING "H,CARD-PRODUCTION," WS-TODAY "," WS-BATCH-NO
               DELIMITED BY SIZE INTO EMBOSS-RECORD
           END-STRING
           WRITE EMBOSS-RECORD

           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ REISSUE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM PRODUCE-ONE-CARD
                       MOVE REISSUE-RECORD TO REISSUE-WORK-RECORD
                       WRITE REISSUE-WORK-RECORD
               END-READ
           END-PERFORM

           MOVE SPACES TO EMBOSS-RECORD
           STRING "T," WS-RECORD-COUNT ","
                  WS-NEW-COUNT ","
                  WS-RENEWAL-COUNT ","
                  WS-REPLACE-COUNT ","
                  WS-ACCOUNT-HASH
               DELIMITED BY SIZE INTO EMBOSS-RECORD
           END-STRING
           WRITE EMBOSS-RECORD

           CLOSE REISSUE-FILE
           CLOSE REISSUE-WORK-FILE
           CLOSE EMBOSS-FILE
           CLOSE ACCOUNTS-FILE

           PERFORM REPLACE-REISSUE-FILE
           PERFORM SAVE-BATCH-NO

           DISPLAY "CARD-PRODUCTION: Batch " WS-BATCH-NO
                   " written to CARD-EMBOSS.DAT"
           DISPLAY "CARD-PRODUCTION: Cards sent:      "
                   WS-RECORD-COUNT
           DISPLAY "CARD-PRODUCTION:   New:           " WS-NEW-COUNT
           DISPLAY "CARD-PRODUCTION:   Renewal:       "
                   WS-RENEWAL-COUNT
           DISPLAY "CARD-PRODUCTION:   Replacement:   "
                   WS-REPLACE-COUNT
           DISPLAY "CARD-PRODUCTION: Account hash:    "
                   WS-ACCOUNT-HASH
           DISPLAY "CARD-PRODUCTION: Cancelled:       "
                   WS-CANCELLED-COUNT
           IF WS-CANCELLED-COUNT > 0
               MOVE 4 TO WS-RC
           END-IF
           DISPLAY "CARD-PRODUCTION: Completed."
           MOVE WS-RC TO RETURN-CODE
           STOP RUN.

       PRODUCE-ONE-CARD.
           MOVE SPACES TO WS-REISSUE-FIELDS
           UNSTRING REISSUE-RECORD DELIMITED BY ','
               INTO WS-RI-TOKEN WS-RI-ACCT WS-RI-REASON
                    WS-RI-EXPIRES WS-RI-QUEUED WS-RI-STATUS
                    WS-RI-SENT
           END-UNSTRING
           IF FUNCTION TRIM(WS-RI-STATUS) NOT = "PENDING"
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-CARD-STATUS
           IF WS-CARD-ACTIVE NOT = 'Y'
               ADD 1 TO WS-CANCELLED-COUNT
               DISPLAY "CARD-PRODUCTION: Card " WS-RI-TOKEN
                       " no longer ACTIVE - cancelled."
               MOVE "CANCELLED" TO WS-RI-STATUS
               PERFORM REBUILD-REISSUE-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-EMBOSS-NAME
           IF WS-RI-ACCT IS NUMERIC
               MOVE WS-RI-ACCT TO ACCOUNT-KEY
               READ ACCOUNTS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       STRING FUNCTION TRIM(FNAME) " "
                              FUNCTION TRIM(LNAME)
                           DELIMITED BY SIZE INTO WS-EMBOSS-NAME
                       END-STRING
               END-READ
               ADD FUNCTION NUMVAL(WS-RI-ACCT) TO WS-ACCOUNT-HASH
           END-IF
           MOVE WS-RI-EXPIRES TO WS-EXPIRY-DATE
           MOVE SPACES TO EMBOSS-RECORD
           STRING "D," FUNCTION TRIM(WS-RI-TOKEN) ","
                  WS-RI-ACCT ","
                  FUNCTION TRIM(WS-EMBOSS-NAME) ","
                  WS-EXP-MM "/" WS-EXP-YY ","
                  FUNCTION TRIM(WS-RI-REASON)
               DELIMITED BY SIZE INTO EMBOSS-RECORD
           END-STRING
           WRITE EMBOSS-RECORD
           ADD 1 TO WS-RECORD-COUNT
           EVALUATE FUNCTION TRIM(WS-RI-REASON)
               WHEN "NEW"
                   ADD 1 TO WS-NEW-COUNT
               WHEN "RENEWAL"
                   ADD 1 TO WS-RENEWAL-COUNT
               WHEN OTHER
                   ADD 1 TO WS-REPLACE-COUNT
           END-EVALUATE
           MOVE "SENT" TO WS-RI-STATUS
           MOVE WS-TODAY TO WS-RI-SENT
           PERFORM REBUILD-REISSUE-LINE.

       REBUILD-REISSUE-LINE.
           MOVE SPACES TO REISSUE-RECORD
           STRING FUNCTION TRIM(WS-RI-TOKEN) ","
                  WS-RI-ACCT ","
                  FUNCTION TRIM(WS-RI-REASON) ","
                  WS-RI-EXPIRES ","
                  WS-RI-QUEUED ","
                  FUNCTION TRIM(WS-RI-STATUS) ","
                  FUNCTION TRIM(WS-RI-SENT)
               DELIMITED BY SIZE INTO REISSUE-RECORD
           END-STRING.

       FIND-CARD-STATUS.
           MOVE 'N' TO WS-CARD-ACTIVE
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-CARD-COUNT
               IF WS-CT-TOKEN(WS-I) = WS-RI-TOKEN
                   IF FUNCTION TRIM(WS-CT-STATUS(WS-I)) = "ACTIVE"
                       MOVE 'Y' TO WS-CARD-ACTIVE
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

       LOAD-CARD-TABLE.
           OPEN INPUT CARDS-FILE
           IF WS-FS-CARDS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CARDS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-CARD-COUNT >= 5000
                           DISPLAY "CARD-PRODUCTION: ERROR - more "
                                   "than 5000 cards on CARDS.DAT"
                           CLOSE CARDS-FILE
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       MOVE SPACES TO WS-CARD-FIELDS
                       UNSTRING CARDS-RECORD DELIMITED BY ','
                           INTO WS-CD-TOKEN WS-CD-ACCT WS-CD-STATUS
                       END-UNSTRING
                       ADD 1 TO WS-CARD-COUNT
                       MOVE WS-CD-TOKEN TO WS-CT-TOKEN(WS-CARD-COUNT)
                       MOVE WS-CD-STATUS
                           TO WS-CT-STATUS(WS-CARD-COUNT)
               END-READ
           END-PERFORM
           CLOSE CARDS-FILE.

       LOAD-BATCH-NO.
           OPEN INPUT SEQ-FILE
           IF WS-FS-SEQ = "00"
               READ SEQ-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       COMPUTE WS-BATCH-NO =
                           FUNCTION NUMVAL(SEQ-RECORD)
               END-READ
               CLOSE SEQ-FILE
           END-IF.

       SAVE-BATCH-NO.
           OPEN OUTPUT SEQ-FILE
           MOVE WS-BATCH-NO TO SEQ-RECORD
           WRITE SEQ-RECORD
           CLOSE SEQ-FILE.

       REPLACE-REISSUE-FILE.
           MOVE 'N' TO WS-EOF
           OPEN INPUT REISSUE-WORK-FILE
           OPEN OUTPUT REISSUE-FILE
           PERFORM UNTIL WS-EOF = 'Y'
               READ REISSUE-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE REISSUE-WORK-RECORD TO REISSUE-RECORD
                       WRITE REISSUE-RECORD
               END-READ
           END-PERFORM
           CLOSE REISSUE-WORK-FILE
           CLOSE REISSUE-FILE
           CALL "CBL_DELETE_FILE" USING "CARD-REISSUE.TMP".
