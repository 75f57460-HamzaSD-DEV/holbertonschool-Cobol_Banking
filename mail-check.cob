       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAIL-CHECK.

      *> Shared returned-mail check, CALLed before anything is put
      *> in the post. RETURNED-MAIL.DAT carries one line per piece
      *> of mail that came back undeliverable:
      *>   ITEM-ID,CUSTID,RETURNED,MAIL-TYPE,BRANCH,STATUS,CLEARED
      *> (STATUS ACTIVE until CHANGE-ADDRESS records a new address,
      *> then CLEARED). A customer with an ACTIVE line answers 'Y'
      *> here, with the date the first such item came back, so
      *> paper output to the bad address is held and long-standing
      *> flags can be aged.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAIL-FILE ASSIGN TO "RETURNED-MAIL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MAIL.

       DATA DIVISION.
       FILE SECTION.
       FD  MAIL-FILE.
       01  MAIL-RECORD          PIC X(60).

       WORKING-STORAGE SECTION.
       77  WS-FS-MAIL           PIC XX.
       77  WS-EOF               PIC X VALUE 'N'.

       01  WS-MAIL-FIELDS.
           05  WS-RM-ITEM       PIC X(8).
           05  WS-RM-CUST       PIC X(5).
           05  WS-RM-DATE       PIC X(8).
           05  WS-RM-TYPE       PIC X(10).
           05  WS-RM-BRANCH     PIC X(3).
           05  WS-RM-STATUS     PIC X(8).

       LINKAGE SECTION.
       01  LNK-CUST-ID          PIC X(10).
       01  LNK-RETURNED         PIC X.
       01  LNK-RETURNED-DATE    PIC 9(8).

       PROCEDURE DIVISION USING LNK-CUST-ID, LNK-RETURNED,
                                LNK-RETURNED-DATE.
       CHECK-PARA.
           MOVE 'N' TO LNK-RETURNED
           MOVE 0 TO LNK-RETURNED-DATE
           OPEN INPUT MAIL-FILE
           IF WS-FS-MAIL NOT = "00"
               GOBACK
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ MAIL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-MAIL-FIELDS
                       UNSTRING MAIL-RECORD DELIMITED BY ','
                           INTO WS-RM-ITEM WS-RM-CUST WS-RM-DATE
                                WS-RM-TYPE WS-RM-BRANCH WS-RM-STATUS
                       END-UNSTRING
                       IF WS-RM-CUST = FUNCTION TRIM(LNK-CUST-ID)
                          AND WS-RM-STATUS = "ACTIVE"
                          AND WS-RM-DATE IS NUMERIC
                           IF LNK-RETURNED NOT = 'Y'
                              OR WS-RM-DATE < LNK-RETURNED-DATE
                               MOVE WS-RM-DATE TO LNK-RETURNED-DATE
                           END-IF
                           MOVE 'Y' TO LNK-RETURNED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MAIL-FILE
           GOBACK.
