               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FS.

           SELECT MAIL-FILE ASSIGN TO "RETURNED-MAIL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAIL-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE.
       FD  REPORT-FILE.
       01  REPORT-REC          PIC X(80).

       FD  MAIL-FILE.
       01  MAIL-RECORD         PIC X(60).

       WORKING-STORAGE SECTION.
       01  TR-FS                PIC XX.
       01  WS-FS-MARKER         PIC XX.
           VALUE "transactions.idx".
       01  WQ-FS                PIC XX.
       01  RPT-FS               PIC XX.
       01  MAIL-FS              PIC XX.
       01  WS-EOF               PIC X VALUE "N".
       01  WS-MODE              PIC X.
       01  WS-TODAY             PIC 9(8).
           05  WS-SW-STATUS     PIC X(10).
           05  WS-SW-AGE        PIC S9(5).

      *> Contact-update items: every address RETURNED-MAIL flagged
      *> undeliverable and not yet cleared, for the owning branch to
      *> chase. They carry their RMnnnnnn item ID, so they are
      *> marked off the queue the same way as transactions.
       01  WS-CONTACT-TABLE.
           05  WS-CONTACT-ENTRY OCCURS 500 TIMES.
               10  WS-CT-ID       PIC X(8).
               10  WS-CT-CUST     PIC X(5).
               10  WS-CT-DATE     PIC X(8).
               10  WS-CT-TYPE     PIC X(10).
               10  WS-CT-BRANCH   PIC X(3).
               10  WS-CT-AGE      PIC S9(5).
       01  WS-CONTACT-COUNT     PIC 9(3) VALUE 0.
       01  WS-CT-SWAP-ENTRY     PIC X(39).

       01  WS-MAIL-FIELDS.
           05  WS-RM-ITEM       PIC X(8).
           05  WS-RM-CUST       PIC X(5).
           05  WS-RM-DATE       PIC X(8).
           05  WS-RM-TYPE       PIC X(10).
           05  WS-RM-BRANCH     PIC X(3).
           05  WS-RM-STATUS     PIC X(8).

       01  WS-BUCKET-0-30       PIC 9(3) VALUE 0.
       01  WS-BUCKET-31-60      PIC 9(3) VALUE 0.
       01  WS-BUCKET-61-90      PIC 9(3) VALUE 0.
           CLOSE TRANSACTION-FILE

           PERFORM SORT-OLDEST-FIRST
           PERFORM LOAD-CONTACT-ITEMS
           PERFORM SORT-CONTACT-ITEMS
           PERFORM WRITE-WORKQUEUE-REPORT.

       LOAD-DONE-LIST.
                   ADD 1 TO WS-BUCKET-0-30
           END-EVALUATE.

       LOAD-CONTACT-ITEMS.
           OPEN INPUT MAIL-FILE
           IF MAIL-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ MAIL-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-MAIL-FIELDS
                       UNSTRING MAIL-RECORD DELIMITED BY ","
                           INTO WS-RM-ITEM WS-RM-CUST WS-RM-DATE
                                WS-RM-TYPE WS-RM-BRANCH WS-RM-STATUS
                       END-UNSTRING
                       IF WS-RM-STATUS = "ACTIVE"
                           PERFORM QUEUE-CONTACT-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MAIL-FILE
           MOVE "N" TO WS-EOF.

       QUEUE-CONTACT-ITEM.
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-DONE-COUNT
               IF WS-DN-ID(WS-I) = WS-RM-ITEM
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-CONTACT-COUNT >= 500
               DISPLAY "TXN-WORKQUEUE: WARNING - contact item "
                       "table full; " WS-RM-ITEM " not listed this run"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CONTACT-COUNT
           MOVE WS-RM-ITEM TO WS-CT-ID(WS-CONTACT-COUNT)
           MOVE WS-RM-CUST TO WS-CT-CUST(WS-CONTACT-COUNT)
           MOVE WS-RM-DATE TO WS-CT-DATE(WS-CONTACT-COUNT)
           MOVE WS-RM-TYPE TO WS-CT-TYPE(WS-CONTACT-COUNT)
           MOVE WS-RM-BRANCH TO WS-CT-BRANCH(WS-CONTACT-COUNT)
           MOVE 0 TO WS-CT-AGE(WS-CONTACT-COUNT)
           IF WS-RM-DATE IS NUMERIC
               MOVE WS-RM-DATE TO WS-TXN-DATE-NUM
               COMPUTE WS-CT-AGE(WS-CONTACT-COUNT) = WS-TODAY-INT -
                   FUNCTION INTEGER-OF-DATE(WS-TXN-DATE-NUM)
           END-IF.

      *> Grouped by branch, oldest first within each branch.
       SORT-CONTACT-ITEMS.
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I >= WS-CONTACT-COUNT
               COMPUTE WS-J-START = WS-I + 1
               PERFORM VARYING WS-J FROM WS-J-START BY 1
                 UNTIL WS-J > WS-CONTACT-COUNT
                   IF WS-CT-BRANCH(WS-I) > WS-CT-BRANCH(WS-J)
                      OR (WS-CT-BRANCH(WS-I) = WS-CT-BRANCH(WS-J)
                      AND WS-CT-DATE(WS-I) > WS-CT-DATE(WS-J))
                       MOVE WS-CONTACT-ENTRY(WS-I)
                           TO WS-CT-SWAP-ENTRY
                       MOVE WS-CONTACT-ENTRY(WS-J)
                           TO WS-CONTACT-ENTRY(WS-I)
                       MOVE WS-CT-SWAP-ENTRY
                           TO WS-CONTACT-ENTRY(WS-J)
                   END-IF
               END-PERFORM
           END-PERFORM.

       SORT-OLDEST-FIRST.
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I >= WS-QUEUE-COUNT
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "Contact Updates - Returned Mail (by branch)"
               TO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-DIVIDER TO REPORT-REC
           WRITE REPORT-REC
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-CONTACT-COUNT
               MOVE WS-CT-AGE(WS-I) TO WS-DISP-AGE
               MOVE SPACES TO REPORT-REC
               STRING WS-CT-ID(WS-I)
                      "  branch " WS-CT-BRANCH(WS-I)
                      "  cust " WS-CT-CUST(WS-I)
                      "  " WS-CT-TYPE(WS-I)
                      "  returned " WS-CT-DATE(WS-I)
                      "  " WS-DISP-AGE " days"
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-PERFORM
           MOVE WS-DIVIDER TO REPORT-REC
           WRITE REPORT-REC
           CLOSE REPORT-FILE

           DISPLAY "TXN-WORKQUEUE: " WS-QUEUE-COUNT
                   " open items, " WS-CONTACT-COUNT
                   " contact updates - see WORKQUEUE.TXT".

      *> Marking an item keeps it off future queues; the action is
      *> recorded so escalations can be followed up separately.
       MARK-ITEM.
           DISPLAY "Item ID (TXNnnnn or RMnnnnnn): "
                   WITH NO ADVANCING
           ACCEPT WS-MARK-ID
           DISPLAY "(R)esolved or (E)scalated: " WITH NO ADVANCING
           ACCEPT WS-MARK-ACTION
