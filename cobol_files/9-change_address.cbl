               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.

           SELECT MAIL-FILE ASSIGN TO "RETURNED-MAIL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MAIL.

           SELECT MAIL-WORK-FILE ASSIGN TO "RETURNED-MAIL.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MAIL-WORK.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       FD  CHANGE-LOG-FILE.
       01  CHANGE-LOG-RECORD PIC X(120).

       FD  MAIL-FILE.
       01  MAIL-RECORD       PIC X(60).

       FD  MAIL-WORK-FILE.
       01  MAIL-WORK-RECORD  PIC X(60).

       WORKING-STORAGE SECTION.
       01  WS-FS-CUST        PIC XX.
       01  WS-FS-LOG         PIC XX.
       01  WS-NOTIFY-EVENT   PIC X(12).
       01  WS-NOTIFY-DETAIL  PIC X(30).

      *> Every change is attributed to the operator who keyed it -
      *> on each field line here and once per change on the chained
      *> ACCESS-LOG.TXT, where employee surveillance reads it.
       01  WS-OPERATOR       PIC X(8).
       01  WS-CHAIN-LOG      PIC X(30).
       01  WS-CHAIN-LINE     PIC X(120).

      *> A new mailing address ends any returned-mail flag on the
      *> old one: RETURNED-MAIL.DAT lines still ACTIVE for the
      *> customer go to CLEARED with today's date, and paper
      *> starts flowing again.
       01  WS-FS-MAIL        PIC XX.
       01  WS-FS-MAIL-WORK   PIC XX.
       01  WS-MAIL-EOF       PIC X.
       01  WS-ADDRESS-MOVED  PIC X VALUE "N".
       01  WS-CLEARED-COUNT  PIC 9(3) VALUE 0.
       01  WS-TODAY          PIC 9(8).
       01  WS-MAIL-CUST      PIC X(5).
       01  WS-MAIL-FIELDS.
           05  WS-RM-ITEM    PIC X(8).
           05  WS-RM-CUST    PIC X(5).
           05  WS-RM-DATE    PIC X(8).
           05  WS-RM-TYPE    PIC X(10).
           05  WS-RM-BRANCH  PIC X(3).
           05  WS-RM-STATUS  PIC X(8).
           05  WS-RM-CLEARED PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "CHANGE-OF-ADDRESS"
      *> The teller console exports the signed-in operator as
      *> OPERATOR_ID; only prompt when running stand-alone.
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "OPERATOR_ID"
           IF WS-OPERATOR = SPACES
               DISPLAY "Operator ID: " WITH NO ADVANCING
               ACCEPT WS-OPERATOR
           END-IF
           DISPLAY "Customer ID (5 digits): " WITH NO ADVANCING
           ACCEPT WS-INPUT-ID

               DISPLAY "No fields changed."
           ELSE
               REWRITE CUSTOMER-RECORD
               PERFORM LOG-ADDRESS-CHANGE
               DISPLAY WS-CHANGE-COUNT " field(s) updated - see "
                       "ADDRESS-CHANGE-LOG.TXT"
               PERFORM START-COOLING-OFF
               IF WS-ADDRESS-MOVED = "Y"
                   PERFORM CLEAR-RETURNED-MAIL
               END-IF
           END-IF
           CLOSE CUSTOMER-FILE
           STOP RUN.
           IF WS-NEW-ADDRESS NOT = SPACES
              AND WS-NEW-ADDRESS NOT = CUST-ADDRESS
               MOVE "ADDRESS " TO WS-FIELD-NAME
               MOVE "Y" TO WS-ADDRESS-MOVED
               MOVE CUST-ADDRESS TO WS-OLD-VALUE
               MOVE WS-NEW-ADDRESS TO WS-NEW-VALUE
               MOVE WS-NEW-ADDRESS TO CUST-ADDRESS
           IF WS-NEW-CITY NOT = SPACES
              AND WS-NEW-CITY NOT = CUST-CITY
               MOVE "CITY    " TO WS-FIELD-NAME
               MOVE "Y" TO WS-ADDRESS-MOVED
               MOVE CUST-CITY TO WS-OLD-VALUE
               MOVE WS-NEW-CITY TO WS-NEW-VALUE
               MOVE WS-NEW-CITY TO CUST-CITY
           IF WS-NEW-POSTAL NOT = SPACES
              AND WS-NEW-POSTAL NOT = CUST-POSTAL
               MOVE "POSTAL  " TO WS-FIELD-NAME
               MOVE "Y" TO WS-ADDRESS-MOVED
               MOVE CUST-POSTAL TO WS-OLD-VALUE
               MOVE WS-NEW-POSTAL TO WS-NEW-VALUE
               MOVE WS-NEW-POSTAL TO CUST-POSTAL
               PERFORM LOG-FIELD-CHANGE
           END-IF.

       LOG-ADDRESS-CHANGE.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO WS-CHAIN-LINE
           STRING WS-TIMESTAMP(1:19)
                  " | USER: " FUNCTION TRIM(WS-OPERATOR)
                  " | ADDRESS CHANGE | CUST: " CUST-ID
                  " | FIELDS: " WS-CHANGE-COUNT
               DELIMITED BY SIZE INTO WS-CHAIN-LINE
           END-STRING
           MOVE "ACCESS-LOG.TXT" TO WS-CHAIN-LOG
           CALL "LOG-CHAIN" USING WS-CHAIN-LOG, WS-CHAIN-LINE.

       CLEAR-RETURNED-MAIL.
           OPEN INPUT MAIL-FILE
           IF WS-FS-MAIL NOT = "00"
               EXIT PARAGRAPH
           END-IF
           CALL "GET-BUSINESS-DATE" USING WS-TODAY
           MOVE CUST-ID TO WS-MAIL-CUST
           OPEN OUTPUT MAIL-WORK-FILE
           MOVE "N" TO WS-MAIL-EOF
           PERFORM UNTIL WS-MAIL-EOF = "Y"
               READ MAIL-FILE
                   AT END
                       MOVE "Y" TO WS-MAIL-EOF
                   NOT AT END
                       MOVE MAIL-RECORD TO MAIL-WORK-RECORD
                       MOVE SPACES TO WS-MAIL-FIELDS
                       UNSTRING MAIL-RECORD DELIMITED BY ","
                           INTO WS-RM-ITEM WS-RM-CUST WS-RM-DATE
                                WS-RM-TYPE WS-RM-BRANCH WS-RM-STATUS
                                WS-RM-CLEARED
                       END-UNSTRING
                       IF WS-RM-CUST = WS-MAIL-CUST
                          AND WS-RM-STATUS = "ACTIVE"
                           ADD 1 TO WS-CLEARED-COUNT
                           MOVE SPACES TO MAIL-WORK-RECORD
                           STRING WS-RM-ITEM ","
                                  WS-RM-CUST ","
                                  WS-RM-DATE ","
                                  FUNCTION TRIM(WS-RM-TYPE) ","
                                  WS-RM-BRANCH ","
                                  "CLEARED,"
                                  WS-TODAY
                               DELIMITED BY SIZE INTO MAIL-WORK-RECORD
                           END-STRING
                       END-IF
                       WRITE MAIL-WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE MAIL-FILE
           CLOSE MAIL-WORK-FILE
           IF WS-CLEARED-COUNT > 0
               MOVE "N" TO WS-MAIL-EOF
               OPEN INPUT MAIL-WORK-FILE
               OPEN OUTPUT MAIL-FILE
               PERFORM UNTIL WS-MAIL-EOF = "Y"
                   READ MAIL-WORK-FILE
                       AT END
                           MOVE "Y" TO WS-MAIL-EOF
                       NOT AT END
                           MOVE MAIL-WORK-RECORD TO MAIL-RECORD
                           WRITE MAIL-RECORD
                   END-READ
               END-PERFORM
               CLOSE MAIL-WORK-FILE
               CLOSE MAIL-FILE
               DISPLAY "Returned-mail flag cleared - paper mail "
                       "resumes to the new address."
           END-IF
           CALL "CBL_DELETE_FILE" USING "RETURNED-MAIL.TMP".

       LOG-FIELD-CHANGE.
           ADD 1 TO WS-CHANGE-COUNT
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO CHANGE-LOG-RECORD
           STRING WS-TIMESTAMP(1:19)
                  " | CUST: " CUST-ID
                  " | BY: " FUNCTION TRIM(WS-OPERATOR)
                  " | FIELD: " WS-FIELD-NAME
                  " | BEFORE: " FUNCTION TRIM(WS-OLD-VALUE)
                  " | AFTER: " FUNCTION TRIM(WS-NEW-VALUE)
