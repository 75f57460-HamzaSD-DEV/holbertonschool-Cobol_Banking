      *>            (12, 2 implied decimals)
      *> Details map into TRANSIN the way CLEARING-IMPORT maps
      *> clearing items - dispense as WITHDRAWAL, deposit as
      *> DEPOSIT - with the card riding in the card field so
      *> VALIDATOR applies the CARDS.DAT status check. The network
      *> sends clear card numbers; each is swapped for its
      *> CARD-VAULT token here, so TRANSIN never holds one. The cash
      *> reconciliation compares each machine's imported dispense
      *> total to its trailer and writes the over/short exceptions
      *> to ATM-RECON.TXT - the drawer-close discipline, applied to
      *> machines. Each machine's day also goes onto
      *> ATM-CASH-HISTORY.DAT for the replenishment forecast:
      *>   MACHINE,DATE,DISPENSED,DEPOSITED
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECON-FILE ASSIGN TO "ATM-RECON.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RECON.
           SELECT HISTORY-FILE ASSIGN TO "ATM-CASH-HISTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HIST.

       DATA DIVISION.
       FILE SECTION.
       FD  RECON-FILE.
       01  RECON-RECORD         PIC X(90).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD       PIC X(50).

       WORKING-STORAGE SECTION.
       77  WS-FS-JRNL           PIC XX.
       77  WS-FS-TRANS          PIC XX.
       77  WS-FS-SEQ            PIC XX.
       77  WS-FS-RECON          PIC XX.
       77  WS-FS-HIST           PIC XX.
       77  WS-TODAY             PIC 9(8).
       77  WS-EOF               PIC X VALUE 'N'.
       77  WS-I                 PIC 9(2).
       77  WS-TXN-SEQ           PIC 9(4) VALUE 0.
       77  WS-GUARD-ALLOW       PIC X.
       77  WS-V2-CHANNEL        PIC X(3).
       77  WS-V2-TAIL           PIC X(32).
       77  WS-VAULT-ACTION      PIC X(8) VALUE "TOKENIZE".
       77  WS-VAULT-OPERATOR    PIC X(8) VALUE SPACES.
       77  WS-VAULT-OK          PIC X.
       77  WS-CARD-TOKEN        PIC X(19).

      *> Per-machine dispense totals against the declared trailer.
       01  WS-MACHINE-TABLE.
               10  WS-MC-DISPENSED  PIC 9(11)V99.
               10  WS-MC-DECLARED   PIC 9(11)V99.
               10  WS-MC-HAS-TRL    PIC X.
               10  WS-MC-DEPOSITED  PIC 9(11)V99.
               10  WS-MC-DATE       PIC X(8).

       01  WS-TXN-ID.
           05  FILLER           PIC XX VALUE "AT".
       01  WS-DIFF-DISP         PIC -(9)9.99.
       01  WS-DISP-AMT          PIC Z(9)9.99.
       01  WS-DECL-DISP         PIC Z(9)9.99.
       01  WS-HIST-DISP         PIC 9(9).99.
       01  WS-HIST-DEP          PIC 9(9).99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           CLOSE TRANS-FILE
           PERFORM SAVE-TXN-SEQ
           PERFORM WRITE-RECONCILIATION
           PERFORM WRITE-CASH-HISTORY

           DISPLAY "ATM-IMPORT: records read:   " WS-ITEMS-IN
           DISPLAY "ATM-IMPORT: items posted:   " WS-ITEMS-POSTED
                       JR-MACHINE " - item skipped"
               EXIT PARAGRAPH
           END-IF
           CALL "CARD-VAULT" USING WS-VAULT-ACTION, JR-CARDNO,
               WS-CARD-TOKEN, WS-VAULT-OPERATOR, WS-VAULT-OK
           IF JR-CARDNO NOT = SPACES AND WS-VAULT-OK NOT = 'Y'
               ADD 1 TO WS-ITEMS-SKIPPED
               DISPLAY "ATM-IMPORT: card could not be tokenized on "
                       "machine " JR-MACHINE " - item skipped"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ITEMS-POSTED
           MOVE WS-AMT-NUM TO WS-AMT-OUT
           ADD 1 TO WS-TXN-SEQ
           IF JR-KIND = "D"
               STRING WS-TXN-ID ",WITHDRAWAL,"
                      JR-ACCT "," WS-AMT-OUT "," JR-DATE
                      ",,," FUNCTION TRIM(WS-CARD-TOKEN)
                      "," WS-V2-TAIL
                   DELIMITED BY SIZE INTO TRANS-RECORD
               END-STRING
           ELSE
               STRING WS-TXN-ID ",DEPOSIT   ,"
                      JR-ACCT "," WS-AMT-OUT "," JR-DATE
                      ",,," FUNCTION TRIM(WS-CARD-TOKEN)
                      "," WS-V2-TAIL
                   DELIMITED BY SIZE INTO TRANS-RECORD
               END-STRING
               PERFORM TALLY-DEPOSIT
           END-IF
           WRITE TRANS-RECORD.

           IF WS-I > 50
               EXIT PARAGRAPH
           END-IF
           ADD WS-AMT-NUM TO WS-MC-DISPENSED(WS-I)
           MOVE JR-DATE TO WS-MC-DATE(WS-I).

       TALLY-DEPOSIT.
           PERFORM FIND-OR-ADD-MACHINE
           IF WS-I > 50
               EXIT PARAGRAPH
           END-IF
           ADD WS-AMT-NUM TO WS-MC-DEPOSITED(WS-I)
           MOVE JR-DATE TO WS-MC-DATE(WS-I).

       NOTE-ONE-TRAILER.
           IF JT-DECLARED IS NOT NUMERIC
           MOVE JR-MACHINE TO WS-MC-ID(WS-I)
           MOVE 0 TO WS-MC-DISPENSED(WS-I)
           MOVE 0 TO WS-MC-DECLARED(WS-I)
           MOVE 'N' TO WS-MC-HAS-TRL(WS-I)
           MOVE 0 TO WS-MC-DEPOSITED(WS-I)
           MOVE SPACES TO WS-MC-DATE(WS-I).

      *> Per-machine proof: journal detail against declared
      *> trailer, over/short per machine; a machine with no
               END-STRING
               WRITE RECON-RECORD
           END-IF.

      *> One history line per machine per journal; a machine that
      *> sent only a trailer is dated with the business date.
       WRITE-CASH-HISTORY.
           CALL "GET-BUSINESS-DATE" USING WS-TODAY
           OPEN EXTEND HISTORY-FILE
           IF WS-FS-HIST = "35"
               CLOSE HISTORY-FILE
               OPEN OUTPUT HISTORY-FILE
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-MACHINE-COUNT
               IF WS-MC-DATE(WS-I) IS NOT NUMERIC
                   MOVE WS-TODAY TO WS-MC-DATE(WS-I)
               END-IF
               MOVE WS-MC-DISPENSED(WS-I) TO WS-HIST-DISP
               MOVE WS-MC-DEPOSITED(WS-I) TO WS-HIST-DEP
               MOVE SPACES TO HISTORY-RECORD
               STRING WS-MC-ID(WS-I) ","
                      WS-MC-DATE(WS-I) ","
                      WS-HIST-DISP ","
                      WS-HIST-DEP
                   DELIMITED BY SIZE INTO HISTORY-RECORD
               END-STRING
               WRITE HISTORY-RECORD
           END-PERFORM
           CLOSE HISTORY-FILE.
