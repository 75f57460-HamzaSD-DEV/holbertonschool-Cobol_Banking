       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVENT-OUTBOX.

      *> Shared writer for the downstream transaction event feed.
      *> Every event - a TRANSAPPLIED posting, a memo-posted item,
      *> a voided (reversed) item - is appended to EVENT-OUTBOX.DAT
      *> under the next number from EVENT-SEQ.DAT, so the outbox
      *> is a gap-free, ever-rising sequence that EVENT-FEED
      *> delivers in order and can replay from any point:
      *>   SEQ,SOURCE,TXNID,TYPE,ACCOUNT,AMOUNT,TXNDATE,BUSDATE,
      *>   STAMP
      *> SOURCE is APPLIED, MEMO or REVERSED; BUSDATE is the
      *> business date the event was raised on and STAMP the wall
      *> clock (YYYYMMDDHHMMSS). The number is only taken once the
      *> line is on the outbox; LNK-SEQ comes back zero when the
      *> outbox could not be written.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEQ-FILE ASSIGN TO "EVENT-SEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SEQ.
           SELECT OUTBOX-FILE ASSIGN TO "EVENT-OUTBOX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OUT.

       DATA DIVISION.
       FILE SECTION.
       FD  SEQ-FILE.
       01  SEQ-RECORD           PIC X(9).

       FD  OUTBOX-FILE.
       01  OUTBOX-RECORD        PIC X(120).

       WORKING-STORAGE SECTION.
       77  WS-FS-SEQ            PIC XX.
       77  WS-FS-OUT            PIC XX.
       77  WS-LAST-SEQ          PIC 9(9) VALUE 0.
       77  WS-TODAY             PIC 9(8).
       77  WS-STAMP             PIC X(21).
       77  WS-AMT-NUM           PIC 9(9)V99.
       77  WS-AMT-OUT           PIC 9(9).99.

       LINKAGE SECTION.
       01  LNK-SOURCE           PIC X(8).
       01  LNK-TXN-ID           PIC X(8).
       01  LNK-TXN-TYPE         PIC X(10).
       01  LNK-ACCOUNT-ID       PIC X(10).
       01  LNK-AMOUNT-TX        PIC X(12).
       01  LNK-TXN-DATE         PIC X(8).
       01  LNK-SEQ              PIC 9(9).

       PROCEDURE DIVISION USING LNK-SOURCE, LNK-TXN-ID,
                                LNK-TXN-TYPE, LNK-ACCOUNT-ID,
                                LNK-AMOUNT-TX, LNK-TXN-DATE,
                                LNK-SEQ.
       OUTBOX-PARA.
           MOVE 0 TO LNK-SEQ
           CALL "GET-BUSINESS-DATE" USING WS-TODAY
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP
           COMPUTE WS-AMT-NUM =
               FUNCTION NUMVAL(FUNCTION TRIM(LNK-AMOUNT-TX))
           MOVE WS-AMT-NUM TO WS-AMT-OUT

           MOVE 0 TO WS-LAST-SEQ
           OPEN INPUT SEQ-FILE
           IF WS-FS-SEQ = "00"
               READ SEQ-FILE
                   NOT AT END
                       IF SEQ-RECORD IS NUMERIC
                           MOVE SEQ-RECORD TO WS-LAST-SEQ
                       END-IF
               END-READ
               CLOSE SEQ-FILE
           END-IF
           ADD 1 TO WS-LAST-SEQ

           OPEN EXTEND OUTBOX-FILE
           IF WS-FS-OUT = "35"
               CLOSE OUTBOX-FILE
               OPEN OUTPUT OUTBOX-FILE
           END-IF
           IF WS-FS-OUT NOT = "00"
               GOBACK
           END-IF
           MOVE SPACES TO OUTBOX-RECORD
           STRING WS-LAST-SEQ ","
                  FUNCTION TRIM(LNK-SOURCE) ","
                  FUNCTION TRIM(LNK-TXN-ID) ","
                  FUNCTION TRIM(LNK-TXN-TYPE) ","
                  FUNCTION TRIM(LNK-ACCOUNT-ID) ","
                  WS-AMT-OUT ","
                  LNK-TXN-DATE ","
                  WS-TODAY ","
                  WS-STAMP(1:14)
               DELIMITED BY SIZE INTO OUTBOX-RECORD
           END-STRING
           WRITE OUTBOX-RECORD
           CLOSE OUTBOX-FILE

           OPEN OUTPUT SEQ-FILE
           MOVE WS-LAST-SEQ TO SEQ-RECORD
           WRITE SEQ-RECORD
           CLOSE SEQ-FILE
           MOVE WS-LAST-SEQ TO LNK-SEQ
           GOBACK.
