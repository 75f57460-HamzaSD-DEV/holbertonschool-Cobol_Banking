       77  WS-FS-ACC              PIC XX.
       77  WS-ACC-AVAILABLE       PIC X VALUE 'N'.
       77  WS-TXN-BRANCH          PIC X(3).
       77  WS-TXN-ENTITY          PIC X(2).
       77  WS-ENT-COUNT           PIC 9(2) VALUE 0.
       77  WS-E                   PIC 9(2).
       77  WS-SUSP-SOURCE         PIC X(8).
       77  WS-SUSP-REF            PIC X(10).
       77  WS-SUSP-AMT            PIC X(12).

      *> Running debit/credit totals per GL account, accumulated as
      *> journal entries are written, then reported as the trial
      *> balance. Each legal entity keeps its own books, so the
      *> totals are held per entity and account.
       01  WS-GL-TOTALS.
           05  WS-GL-ENTRY OCCURS 100 TIMES.
               10  WS-GL-ENTITY       PIC X(2).
               10  WS-GL-ACCT         PIC X(4).
               10  WS-GL-DEBITS       PIC 9(9)V99.
               10  WS-GL-CREDITS      PIC 9(9)V99.

       01  WS-ENTITY-LIST.
           05  WS-ENT-CODE OCCURS 20 TIMES PIC X(2).

       01  WS-TXN-FIELDS.
           05  WS-TXN-ID          PIC X(6).
           05  WS-TXN-TYPE        PIC X(10).
       01  WS-TOT-CREDITS         PIC 9(11)V99 VALUE 0.
       01  WS-TOT-DEBIT-DISP      PIC Z(9)9.99.
       01  WS-TOT-CREDIT-DISP     PIC Z(9)9.99.
       01  WS-ENT-DEBITS          PIC 9(11)V99.
       01  WS-ENT-CREDITS         PIC 9(11)V99.
       01  WS-GL-DEBIT-DISP       PIC Z(7)9.99.
       01  WS-GL-CREDIT-DISP      PIC Z(7)9.99.

           ELSE
               ADD 1 TO WS-POSTED-COUNT
               PERFORM LOOK-UP-BRANCH
               CALL "GL-ENTITY" USING WS-TXN-BRANCH, WS-TXN-ENTITY
               MOVE WS-TXN-AMT TO WS-AMT-DISP
               MOVE SPACES TO GL-MASTER-RECORD
               STRING WS-DEBIT-GL " DR " WS-AMT-DISP
                      " " WS-TXN-BRANCH
                   DELIMITED BY SIZE INTO GL-MASTER-RECORD
               END-STRING
               MOVE WS-TXN-ENTITY TO GL-MASTER-RECORD(57:2)
               WRITE GL-MASTER-RECORD
               MOVE SPACES TO GL-MASTER-RECORD
               STRING WS-CREDIT-GL " CR " WS-AMT-DISP
                      " " WS-TXN-BRANCH
                   DELIMITED BY SIZE INTO GL-MASTER-RECORD
               END-STRING
               MOVE WS-TXN-ENTITY TO GL-MASTER-RECORD(57:2)
               WRITE GL-MASTER-RECORD
               PERFORM ADD-DEBIT-TOTAL
               PERFORM ADD-CREDIT-TOTAL
      *> The branch riding on each journal line is the posting
      *> account's BR-CODE from accounts.idx; a transaction whose
      *> account cannot be read is stamped "***" so BRANCH-PNL can
      *> bucket it as unassigned rather than lose it. The legal
      *> entity stamped at column 57 follows from the branch
      *> through GL-ENTITY; "***" falls to the home entity.
       LOOK-UP-BRANCH.
           MOVE "***" TO WS-TXN-BRANCH
           IF WS-ACC-AVAILABLE NOT = 'Y'
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-ACCT-COUNT
               IF WS-GL-ACCT(WS-I) = WS-DEBIT-GL
                  AND WS-GL-ENTITY(WS-I) = WS-TXN-ENTITY
                   ADD WS-TXN-AMT TO WS-GL-DEBITS(WS-I)
                   EXIT PARAGRAPH
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ACCT-COUNT
           MOVE WS-TXN-ENTITY TO WS-GL-ENTITY(WS-ACCT-COUNT)
           MOVE WS-DEBIT-GL TO WS-GL-ACCT(WS-ACCT-COUNT)
           MOVE WS-TXN-AMT TO WS-GL-DEBITS(WS-ACCT-COUNT)
           MOVE 0 TO WS-GL-CREDITS(WS-ACCT-COUNT).
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-ACCT-COUNT
               IF WS-GL-ACCT(WS-I) = WS-CREDIT-GL
                  AND WS-GL-ENTITY(WS-I) = WS-TXN-ENTITY
                   ADD WS-TXN-AMT TO WS-GL-CREDITS(WS-I)
                   EXIT PARAGRAPH
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ACCT-COUNT
           MOVE WS-TXN-ENTITY TO WS-GL-ENTITY(WS-ACCT-COUNT)
           MOVE WS-CREDIT-GL TO WS-GL-ACCT(WS-ACCT-COUNT)
           MOVE 0 TO WS-GL-DEBITS(WS-ACCT-COUNT)
           MOVE WS-TXN-AMT TO WS-GL-CREDITS(WS-ACCT-COUNT).
           WRITE TRIAL-RECORD
           MOVE 0 TO WS-TOT-DEBITS
           MOVE 0 TO WS-TOT-CREDITS
           PERFORM LIST-POSTED-ENTITIES
           PERFORM VARYING WS-E FROM 1 BY 1
             UNTIL WS-E > WS-ENT-COUNT
               PERFORM WRITE-ENTITY-SECTION
           END-PERFORM
           MOVE WS-DIVIDER TO TRIAL-RECORD
           WRITE TRIAL-RECORD
           CLOSE TRIAL-FILE
           DISPLAY "GL-POSTER: Trial balance written to "
                   "TRIAL-BALANCE.TXT".

       LIST-POSTED-ENTITIES.
           MOVE 0 TO WS-ENT-COUNT
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-ACCT-COUNT
               MOVE 'N' TO WS-FOUND
               PERFORM VARYING WS-E FROM 1 BY 1
                 UNTIL WS-E > WS-ENT-COUNT
                   IF WS-ENT-CODE(WS-E) = WS-GL-ENTITY(WS-I)
                       MOVE 'Y' TO WS-FOUND
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-FOUND = 'N' AND WS-ENT-COUNT < 20
                   ADD 1 TO WS-ENT-COUNT
                   MOVE WS-GL-ENTITY(WS-I) TO WS-ENT-CODE(WS-ENT-COUNT)
               END-IF
           END-PERFORM.

      *> One block per legal entity, each with its own subtotal -
      *> every entity's books must balance on their own.
       WRITE-ENTITY-SECTION.
           MOVE SPACES TO TRIAL-RECORD
           STRING "ENTITY " WS-ENT-CODE(WS-E)
               DELIMITED BY SIZE INTO TRIAL-RECORD
           END-STRING
           WRITE TRIAL-RECORD
           MOVE 0 TO WS-ENT-DEBITS
           MOVE 0 TO WS-ENT-CREDITS
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-ACCT-COUNT
               IF WS-GL-ENTITY(WS-I) = WS-ENT-CODE(WS-E)
                   ADD WS-GL-DEBITS(WS-I) TO WS-ENT-DEBITS
                   ADD WS-GL-CREDITS(WS-I) TO WS-ENT-CREDITS
                   MOVE WS-GL-DEBITS(WS-I) TO WS-GL-DEBIT-DISP
                   MOVE WS-GL-CREDITS(WS-I) TO WS-GL-CREDIT-DISP
                   MOVE SPACES TO TRIAL-RECORD
                   STRING WS-GL-ACCT(WS-I) "    "
                          WS-GL-DEBIT-DISP "     "
                          WS-GL-CREDIT-DISP
                       DELIMITED BY SIZE INTO TRIAL-RECORD
                   END-STRING
                   WRITE TRIAL-RECORD
               END-IF
           END-PERFORM
           ADD WS-ENT-DEBITS TO WS-TOT-DEBITS
           ADD WS-ENT-CREDITS TO WS-TOT-CREDITS
           MOVE WS-ENT-DEBITS TO WS-TOT-DEBIT-DISP
           MOVE WS-ENT-CREDITS TO WS-TOT-CREDIT-DISP
           MOVE SPACES TO TRIAL-RECORD
           STRING "   " WS-ENT-CODE(WS-E) " " WS-TOT-DEBIT-DISP "   "
                  WS-TOT-CREDIT-DISP
               DELIMITED BY SIZE INTO TRIAL-RECORD
           END-STRING
           IF WS-ENT-DEBITS NOT = WS-ENT-CREDITS
               MOVE "*** ENTITY OUT OF BALANCE" TO TRIAL-RECORD(45:25)
           END-IF
           WRITE TRIAL-RECORD.
