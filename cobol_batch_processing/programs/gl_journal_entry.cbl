      *> user with Manager or Admin access in USERS.DAT - releases
      *> them, at which point the lines post to GLMASTER.DAT in the
      *> same journal-line format GLPOSTER writes.
      *> Every batch belongs to one legal entity from the register
      *> GL-ENTITIES.DAT ("CODE,NAME"; without the register only the
      *> home entity GL_HOME_ENTITY, default 01, exists), stamped
      *> at column 57 of each journal line. A line to the
      *> intercompany due-from (IC_DUE_FROM_GL, default 1870) or
      *> due-to (IC_DUE_TO_GL, default 2870) account also names the
      *> counterparty entity at column 60. (I)ntercompany keys one
      *> entity paying on behalf of another and builds both sides at
      *> once: the paying entity debits due-from and credits the
      *> account it paid from, the other entity debits the account
      *> that benefits and credits due-to, so each entity balances
      *> and the pair eliminates on consolidation.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEQ-FILE ASSIGN TO "GLJRNL-SEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SEQ.
           SELECT ENTITY-FILE ASSIGN TO "GL-ENTITIES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENTITY.

       DATA DIVISION.
       FILE SECTION.
       FD  SEQ-FILE.
       01  SEQ-RECORD             PIC X(8).

       FD  ENTITY-FILE.
       01  ENTITY-RECORD          PIC X(60).

       WORKING-STORAGE SECTION.
       77  WS-FS-CHART            PIC XX.
       77  WS-FS-PEND             PIC XX.
       77  WS-BUSINESS-DATE       PIC 9(8).
       77  WS-GL-FOUND            PIC X.
       77  WS-FOUND               PIC X VALUE 'N'.
       77  WS-FS-ENTITY           PIC XX.
       77  WS-ENT-COUNT           PIC 9(2) VALUE 0.
       77  WS-ENTITY-OK           PIC X.
       77  WS-HOME-ENTITY         PIC X(2) VALUE "01".
       77  WS-BATCH-ENTITY        PIC X(2).
       77  WS-IC-DUE-FROM-GL      PIC X(4) VALUE "1870".
       77  WS-IC-DUE-TO-GL        PIC X(4) VALUE "2870".
       77  WS-PARAM-NAME          PIC X(24).
       77  WS-PARAM-VALUE         PIC X(12).
       77  WS-PARAM-FOUND         PIC X.

      *> Every GL account GLCHART.DAT names on either side of a
      *> mapping is a postable account for manual entries.
       01  WS-GL-LIST.
           05  WS-GL-CODE OCCURS 100 TIMES PIC X(4).

       01  WS-ENTITY-LIST.
           05  WS-ENT-CODE OCCURS 20 TIMES PIC X(2).

       01  WS-ENTITY-FIELDS.
           05  WS-EN-CODE         PIC X(2).
           05  WS-EN-NAME         PIC X(30).

       01  WS-CHART-FIELDS.
           05  WS-CH-TYPE         PIC X(10).
           05  WS-CH-DEBIT        PIC X(4).
       01  WS-ACCT-IN             PIC X(4).
       01  WS-DRCR-IN             PIC X(2).
       01  WS-AMT-IN              PIC X(10).
       01  WS-ENTITY-IN           PIC X(2).
       01  WS-LINE-ENTITY         PIC X(2).
       01  WS-LINE-CPTY           PIC X(2).
       01  WS-IC-FROM-ENTITY      PIC X(2).
       01  WS-IC-TO-ENTITY        PIC X(2).
       01  WS-IC-FROM-ACCT        PIC X(4).
       01  WS-IC-TO-ACCT          PIC X(4).
       01  WS-AMT-NUM             PIC 9(9)V99.
       01  WS-AMT-OUT             PIC Z(6)9.99.
       01  WS-DEBIT-TOTAL         PIC 9(11)V99 VALUE 0.
               10  WS-BL-ACCT     PIC X(4).
               10  WS-BL-DRCR     PIC XX.
               10  WS-BL-AMT      PIC 9(9)V99.
               10  WS-BL-ENTITY   PIC X(2).
               10  WS-BL-CPTY     PIC X(2).

       01  WS-PEND-FIELDS.
           05  WS-PD-BATCH        PIC X(6).
           05  WS-PD-F3           PIC X(10).
           05  WS-PD-F4           PIC X(12).
           05  WS-PD-F5           PIC X(10).
           05  WS-PD-F6           PIC X(2).
           05  WS-PD-F7           PIC X(2).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
               DISPLAY "Operator ID: " WITH NO ADVANCING
               ACCEPT WS-OPERATOR-ID
           END-IF
           PERFORM LOAD-PARAMETERS

           DISPLAY "GL-JOURNAL-ENTRY: (E)nter batch, (I)ntercompany, "
                   "(R)elease batch, (L)ist pending: "
                   WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE
           EVALUATE FUNCTION UPPER-CASE(WS-MENU-CHOICE)
               WHEN "E"
                   PERFORM ENTER-BATCH
               WHEN "I"
                   PERFORM ENTER-INTERCOMPANY
               WHEN "R"
                   PERFORM RELEASE-BATCH
               WHEN "L"
           END-EVALUATE
           STOP RUN.

       LOAD-PARAMETERS.
           MOVE "GL_HOME_ENTITY" TO WS-PARAM-NAME
           CALL "GET-PARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y'
              AND WS-PARAM-VALUE(1:2) NOT = SPACES
               MOVE WS-PARAM-VALUE(1:2) TO WS-HOME-ENTITY
           END-IF
           MOVE "IC_DUE_FROM_GL" TO WS-PARAM-NAME
           CALL "GET-PARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y'
               MOVE WS-PARAM-VALUE(1:4) TO WS-IC-DUE-FROM-GL
           END-IF
           MOVE "IC_DUE_TO_GL" TO WS-PARAM-NAME
           CALL "GET-PARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y'
               MOVE WS-PARAM-VALUE(1:4) TO WS-IC-DUE-TO-GL
           END-IF.

       ENTER-BATCH.
           PERFORM LOAD-CHART-ACCOUNTS
           PERFORM LOAD-ENTITIES
           DISPLAY "Legal entity (Enter = " WS-HOME-ENTITY "): "
                   WITH NO ADVANCING
           PERFORM ACCEPT-ENTITY
           IF WS-ENTITY-OK NOT = 'Y'
               DISPLAY "Entity " WS-ENTITY-IN " is not on "
                       "GL-ENTITIES.DAT - no batch created."
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ENTITY-IN TO WS-BATCH-ENTITY
           DISPLAY "Key journal lines; blank GL account ends the "
                   "batch."
           PERFORM KEY-ONE-LINE
               DISPLAY "Amount must be non-zero - line not accepted."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BATCH-ENTITY TO WS-LINE-ENTITY
           MOVE SPACES TO WS-LINE-CPTY
           IF WS-ACCT-IN = WS-IC-DUE-FROM-GL
              OR WS-ACCT-IN = WS-IC-DUE-TO-GL
               DISPLAY "Counterparty entity: " WITH NO ADVANCING
               PERFORM ACCEPT-ENTITY
               IF WS-ENTITY-OK NOT = 'Y'
                  OR WS-ENTITY-IN = WS-BATCH-ENTITY
                   DISPLAY "Intercompany line needs another entity "
                           "on GL-ENTITIES.DAT - line not accepted."
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-ENTITY-IN TO WS-LINE-CPTY
           END-IF
           PERFORM ADD-BATCH-LINE.

       ADD-BATCH-LINE.
           ADD 1 TO WS-LINE-COUNT
           MOVE WS-ACCT-IN TO WS-BL-ACCT(WS-LINE-COUNT)
           MOVE WS-DRCR-IN TO WS-BL-DRCR(WS-LINE-COUNT)
           MOVE WS-AMT-NUM TO WS-BL-AMT(WS-LINE-COUNT)
           MOVE WS-LINE-ENTITY TO WS-BL-ENTITY(WS-LINE-COUNT)
           MOVE WS-LINE-CPTY TO WS-BL-CPTY(WS-LINE-COUNT)
           IF WS-DRCR-IN = "DR"
               ADD WS-AMT-NUM TO WS-DEBIT-TOTAL
           ELSE
               ADD WS-AMT-NUM TO WS-CREDIT-TOTAL
           END-IF.

      *> ---------------------------------------------------------
      *> Intercompany entry
      *> ---------------------------------------------------------
       ENTER-INTERCOMPANY.
           PERFORM LOAD-CHART-ACCOUNTS
           PERFORM LOAD-ENTITIES
           DISPLAY "Entity paying (Enter = " WS-HOME-ENTITY "): "
                   WITH NO ADVANCING
           PERFORM ACCEPT-ENTITY
           IF WS-ENTITY-OK NOT = 'Y'
               DISPLAY "Entity " WS-ENTITY-IN " is not on "
                       "GL-ENTITIES.DAT - no batch created."
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ENTITY-IN TO WS-IC-FROM-ENTITY
           DISPLAY "Entity paid for: " WITH NO ADVANCING
           PERFORM ACCEPT-ENTITY
           IF WS-ENTITY-OK NOT = 'Y'
              OR WS-ENTITY-IN = WS-IC-FROM-ENTITY
               DISPLAY "Entity paid for must be another entity on "
                       "GL-ENTITIES.DAT - no batch created."
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ENTITY-IN TO WS-IC-TO-ENTITY

           DISPLAY "Amount (e.g. 0100.00): " WITH NO ADVANCING
           ACCEPT WS-AMT-IN
           COMPUTE WS-AMT-NUM = FUNCTION NUMVAL(WS-AMT-IN)
           IF WS-AMT-NUM = 0
               DISPLAY "Amount must be non-zero - no batch created."
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           DISPLAY "GL account credited in entity " WS-IC-FROM-ENTITY
                   " (paid from): " WITH NO ADVANCING
           MOVE SPACES TO WS-ACCT-IN
           ACCEPT WS-ACCT-IN
           MOVE FUNCTION UPPER-CASE(WS-ACCT-IN) TO WS-ACCT-IN
           PERFORM CHECK-GL-ACCOUNT
           IF WS-GL-FOUND NOT = 'Y'
               DISPLAY "GL account " WS-ACCT-IN " is not on "
                       "GLCHART.DAT - no batch created."
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ACCT-IN TO WS-IC-FROM-ACCT
           DISPLAY "GL account debited in entity " WS-IC-TO-ENTITY
                   " (paid for): " WITH NO ADVANCING
           MOVE SPACES TO WS-ACCT-IN
           ACCEPT WS-ACCT-IN
           MOVE FUNCTION UPPER-CASE(WS-ACCT-IN) TO WS-ACCT-IN
           PERFORM CHECK-GL-ACCOUNT
           IF WS-GL-FOUND NOT = 'Y'
               DISPLAY "GL account " WS-ACCT-IN " is not on "
                       "GLCHART.DAT - no batch created."
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ACCT-IN TO WS-IC-TO-ACCT

           MOVE WS-IC-FROM-ENTITY TO WS-LINE-ENTITY
           MOVE WS-IC-TO-ENTITY TO WS-LINE-CPTY
           MOVE WS-IC-DUE-FROM-GL TO WS-ACCT-IN
           MOVE "DR" TO WS-DRCR-IN
           PERFORM ADD-BATCH-LINE
           MOVE SPACES TO WS-LINE-CPTY
           MOVE WS-IC-FROM-ACCT TO WS-ACCT-IN
           MOVE "CR" TO WS-DRCR-IN
           PERFORM ADD-BATCH-LINE
           MOVE WS-IC-TO-ENTITY TO WS-LINE-ENTITY
           MOVE WS-IC-TO-ACCT TO WS-ACCT-IN
           MOVE "DR" TO WS-DRCR-IN
           PERFORM ADD-BATCH-LINE
           MOVE WS-IC-FROM-ENTITY TO WS-LINE-CPTY
           MOVE WS-IC-DUE-TO-GL TO WS-ACCT-IN
           MOVE "CR" TO WS-DRCR-IN
           PERFORM ADD-BATCH-LINE

           PERFORM NEXT-BATCH-ID
           PERFORM WRITE-PENDING-BATCH
           MOVE WS-AMT-NUM TO WS-DR-DISP
           DISPLAY "Entity " WS-IC-FROM-ENTITY "  DR " WS-IC-DUE-FROM-GL
                   "  CR " WS-IC-FROM-ACCT "  " WS-DR-DISP
           DISPLAY "Entity " WS-IC-TO-ENTITY "  DR " WS-IC-TO-ACCT
                   "  CR " WS-IC-DUE-TO-GL "  " WS-DR-DISP
           DISPLAY "Intercompany batch " WS-BATCH-ID " held for "
                   "release by a second operator.".

      *> The entity register is optional: with no GL-ENTITIES.DAT the
      *> books are the home entity's alone.
       LOAD-ENTITIES.
           MOVE 0 TO WS-ENT-COUNT
           OPEN INPUT ENTITY-FILE
           IF WS-FS-ENTITY NOT = "00"
               MOVE 1 TO WS-ENT-COUNT
               MOVE WS-HOME-ENTITY TO WS-ENT-CODE(1)
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ENTITY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-ENTITY-FIELDS
                       UNSTRING ENTITY-RECORD DELIMITED BY ','
                           INTO WS-EN-CODE WS-EN-NAME
                       END-UNSTRING
                       IF WS-EN-CODE NOT = SPACES
                          AND WS-ENT-COUNT < 20
                           ADD 1 TO WS-ENT-COUNT
                           MOVE WS-EN-CODE TO WS-ENT-CODE(WS-ENT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENTITY-FILE.

       ACCEPT-ENTITY.
           MOVE SPACES TO WS-ENTITY-IN
           ACCEPT WS-ENTITY-IN
           MOVE FUNCTION UPPER-CASE(WS-ENTITY-IN) TO WS-ENTITY-IN
           IF WS-ENTITY-IN = SPACES
               MOVE WS-HOME-ENTITY TO WS-ENTITY-IN
           END-IF
           MOVE 'N' TO WS-ENTITY-OK
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-ENT-COUNT
               IF WS-ENT-CODE(WS-I) = WS-ENTITY-IN
                   MOVE 'Y' TO WS-ENTITY-OK
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       CHECK-GL-ACCOUNT.
           MOVE 'N' TO WS-GL-FOUND
           PERFORM VARYING WS-I FROM 1 BY 1
                       PERFORM NOTE-GL-ACCOUNT
               END-READ
           END-PERFORM
           CLOSE CHART-FILE
      *> The intercompany accounts are always postable.
           MOVE WS-IC-DUE-FROM-GL TO WS-ACCT-IN
           PERFORM NOTE-GL-ACCOUNT
           MOVE WS-IC-DUE-TO-GL TO WS-ACCT-IN
           PERFORM NOTE-GL-ACCOUNT.

       NOTE-GL-ACCOUNT.
           PERFORM CHECK-GL-ACCOUNT

      *> Pending layout, one batch header then its lines:
      *>   JBnnnn,HDR,operator,date,PENDING
      *>   JBnnnn,LIN,acct,DR/CR,amount,entity,counterparty
      *> A line from before entities were kept has neither and
      *> posts to the home entity.
       WRITE-PENDING-BATCH.
           OPEN EXTEND PENDING-FILE
           IF WS-FS-PEND = "35"
               STRING WS-BATCH-ID ",LIN,"
                      WS-BL-ACCT(WS-I) ","
                      WS-BL-DRCR(WS-I) ","
                      WS-AMT-OUT ","
                      WS-BL-ENTITY(WS-I) ","
                      WS-BL-CPTY(WS-I)
                   DELIMITED BY SIZE INTO PENDING-RECORD
               END-STRING
               WRITE PENDING-RECORD
           MOVE SPACES TO WS-PEND-FIELDS
           UNSTRING PENDING-RECORD DELIMITED BY ','
               INTO WS-PD-BATCH WS-PD-KIND WS-PD-F3
                    WS-PD-F4 WS-PD-F5 WS-PD-F6 WS-PD-F7
           END-UNSTRING
           IF WS-PD-BATCH NOT = WS-RELEASE-ID
               MOVE PENDING-RECORD TO WORK-RECORD
                      " " WS-PD-BATCH " MANUAL-JE  JRNL "
                   DELIMITED BY SIZE INTO GL-MASTER-RECORD
               END-STRING
               IF WS-PD-F6 = SPACES
                   MOVE WS-HOME-ENTITY TO WS-PD-F6
               END-IF
               MOVE WS-PD-F6 TO GL-MASTER-RECORD(57:2)
               MOVE WS-PD-F7 TO GL-MASTER-RECORD(60:2)
               WRITE GL-MASTER-RECORD
               MOVE PENDING-RECORD TO WORK-RECORD
               WRITE WORK-RECORD
