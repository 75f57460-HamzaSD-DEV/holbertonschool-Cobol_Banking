      *> human. The account that caused the return is charged the
      *> configured NSF fee (NSF_FEE, default 25.00) through
      *> TRANSIN, the customer notice queues through QUEUE-NOTIFY,
      *> and the item is re-presented - its original clearing image
      *> appended back to CLEARING-IN.DAT for the next business
      *> day's import - up to two times. RETURN-TRACK.DAT carries
      *> the presentment count per clearing reference; an item
      *> FINAL-RETURNS.DAT for the back office. The day's fees and
      *> re-presentments print to NSF-REPORT.TXT, and the worked
      *> returns file is cleared so nothing is charged twice.
      *> A direct debit returned for want of a mandate (R010
      *> unmandated, R011 mandate revoked or expired, R012 over the
      *> mandate ceiling) is the creditor's fault, not the
      *> customer's: it carries no fee and is never re-presented,
      *> going straight to FINAL-RETURNS.DAT. So does a cheque
      *> returned because its number was never issued to the
      *> account (R008) or falls in a range reported lost (R009):
      *> the customer did not write it, and presenting it again
      *> would only pay it the second time.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEQ-FILE ASSIGN TO "NSF-SEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SEQ.
           SELECT REGISTER-FILE ASSIGN TO "FEE-REGISTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REG.

       DATA DIVISION.
       FILE SECTION.
       01  RETURNS-RECORD.
           05  RET-IMAGE        PIC X(34).
           05  RET-REASON       PIC X(4).
           05  RET-DD-IMAGE     PIC X(20).
       01  RETURNS-IMAGE-FIELDS REDEFINES RETURNS-RECORD.
           05  RET-REF          PIC X(10).
           05  RET-ACCT         PIC X(5).
           05  RET-DATE         PIC X(8).
           05  RET-TYPE         PIC X.
           05  FILLER           PIC X(4).
           05  RET-DD-CREDITOR  PIC X(10).
           05  RET-DD-MANDATE   PIC X(10).

       FD  TRACK-FILE.
       01  TRACK-RECORD         PIC X(20).
       01  TRANS-RECORD         PIC X(80).

       FD  CLEARING-FILE.
       01  CLEARING-RECORD.
           05  CLR-IMAGE        PIC X(34).
           05  CLR-DD-IMAGE     PIC X(20).

       FD  FINAL-FILE.
       01  FINAL-RECORD         PIC X(58).

       FD  REPORT-FILE.
       01  REPORT-REC           PIC X(90).
       FD  SEQ-FILE.
       01  SEQ-RECORD           PIC X(8).

      *> The fee register FEE-REFUND checks refunds against - same
      *> layout FEE-ASSESSMENT writes; NSF fees carry no branch.
       FD  REGISTER-FILE.
       01  REGISTER-RECORD      PIC X(60).

       WORKING-STORAGE SECTION.
       77  WS-FS-RET            PIC XX.
       77  WS-FS-TRK            PIC XX.
       77  WS-FS-FIN            PIC XX.
       77  WS-FS-RPT            PIC XX.
       77  WS-FS-SEQ            PIC XX.
       77  WS-FS-REG            PIC XX.
       77  WS-EOF               PIC X VALUE 'N'.
       77  WS-TODAY             PIC 9(8).
       77  WS-TXN-SEQ           PIC 9(4) VALUE 0.
       77  WS-FEE-COUNT         PIC 9(4) VALUE 0.
       77  WS-REPRESENT-COUNT   PIC 9(4) VALUE 0.
       77  WS-FINAL-COUNT       PIC 9(4) VALUE 0.
       77  WS-MANDATE-COUNT     PIC 9(4) VALUE 0.
       77  WS-CHEQUE-COUNT      PIC 9(4) VALUE 0.
       77  WS-NSF-FEE           PIC 9(5)V99 VALUE 25.00.
       77  WS-FEE-OUT           PIC 9(7).99.
       77  WS-PARAM-NAME        PIC X(24).
               CLOSE FINAL-FILE
               OPEN OUTPUT FINAL-FILE
           END-IF
           OPEN EXTEND REGISTER-FILE
           IF WS-FS-REG = "35"
               CLOSE REGISTER-FILE
               OPEN OUTPUT REGISTER-FILE
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-REC
           STRING "NSF AND RE-PRESENTMENT REPORT " WS-TODAY
           CLOSE TRANS-FILE
           CLOSE CLEARING-FILE
           CLOSE FINAL-FILE
           CLOSE REGISTER-FILE
           CLOSE REPORT-FILE
           PERFORM SAVE-TXN-SEQ
           IF WS-TRACK-DIRTY = 'Y'
                   WS-REPRESENT-COUNT
           DISPLAY "RETURNS-PROCESSOR: final returns:   "
                   WS-FINAL-COUNT
           DISPLAY "RETURNS-PROCESSOR: of which mandate:"
                   WS-MANDATE-COUNT
           DISPLAY "RETURNS-PROCESSOR: of which cheque: "
                   WS-CHEQUE-COUNT
           DISPLAY "RETURNS-PROCESSOR: see NSF-REPORT.TXT"
           MOVE 0 TO RETURN-CODE
           STOP RUN.
           CLOSE TRACK-FILE.

       WORK-ONE-RETURN.
           IF RET-REASON = "R010" OR "R011" OR "R012"
               PERFORM WRITE-MANDATE-RETURN
               EXIT PARAGRAPH
           END-IF
           IF RET-REASON = "R008" OR "R009"
               PERFORM WRITE-CHEQUE-RETURN
               EXIT PARAGRAPH
           END-IF
           PERFORM CHARGE-NSF-FEE
           PERFORM BUMP-PRESENT-COUNT
           IF WS-PRESENT-COUNT <= 2
               DELIMITED BY SIZE INTO TRANS-RECORD
           END-STRING
           WRITE TRANS-RECORD
           MOVE SPACES TO REGISTER-RECORD
           STRING WS-TXN-ID "," RET-ACCT "," WS-FEE-OUT ","
                  WS-TODAY ",,NSF"
               DELIMITED BY SIZE INTO REGISTER-RECORD
           END-STRING
           WRITE REGISTER-RECORD

           MOVE RET-ACCT TO WS-NOTIFY-CUST
           MOVE "NSF-FEE" TO WS-NOTIFY-EVENT

       RE-PRESENT-ITEM.
           ADD 1 TO WS-REPRESENT-COUNT
           MOVE RET-IMAGE TO CLR-IMAGE
           MOVE RET-DD-IMAGE TO CLR-DD-IMAGE
           WRITE CLEARING-RECORD
           MOVE SPACES TO REPORT-REC
           STRING "RE-PRESENTED item " RET-REF " on account "
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC.

       WRITE-MANDATE-RETURN.
           ADD 1 TO WS-FINAL-COUNT
           ADD 1 TO WS-MANDATE-COUNT
           MOVE RETURNS-RECORD TO FINAL-RECORD
           WRITE FINAL-RECORD
           MOVE SPACES TO REPORT-REC
           STRING "MANDATE RETURN " RET-REF " acct " RET-ACCT
                  " reason " RET-REASON " creditor "
                  FUNCTION TRIM(RET-DD-CREDITOR) " - no fee"
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC.

       WRITE-CHEQUE-RETURN.
           ADD 1 TO WS-FINAL-COUNT
           ADD 1 TO WS-CHEQUE-COUNT
           MOVE RETURNS-RECORD TO FINAL-RECORD
           WRITE FINAL-RECORD
           MOVE SPACES TO REPORT-REC
           IF RET-REASON = "R009"
               STRING "CHEQUE RETURN " RET-REF " acct " RET-ACCT
                      " reason R009 reported lost - no fee"
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
           ELSE
               STRING "CHEQUE RETURN " RET-REF " acct " RET-ACCT
                      " reason R008 not issued - no fee"
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
           END-IF
           WRITE REPORT-REC.
