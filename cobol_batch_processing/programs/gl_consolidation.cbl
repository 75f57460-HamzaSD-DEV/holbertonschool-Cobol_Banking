       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-CONSOLIDATION.

      *> Group consolidation of the legal entities that share the
      *> GLMASTER.DAT journal. The entity register GL-ENTITIES.DAT
      *> holds one entity per line:
      *>   CODE,NAME
      *> and is kept here by (E)ntity maintenance; branches are tied
      *> to an entity on BRANCHES.DAT (BRANCH-MASTER). Every journal
      *> line carries its entity at column 57 - a line without one
      *> belongs to the home entity (GL_HOME_ENTITY, default 01) -
      *> and an intercompany line on the due-from (IC_DUE_FROM_GL,
      *> default 1870) or due-to (IC_DUE_TO_GL, default 2870)
      *> account names its counterparty entity at column 60.
      *>
      *> The (C)onsolidation run nets the whole journal per entity
      *> and account and writes:
      *>   CONSOLIDATED-TB.TXT         each entity's trial balance,
      *>                               then the worksheet: entities
      *>                               combined, eliminations and
      *>                               the consolidated balance
      *>   CONSOLIDATED-STATEMENTS.TXT group balance sheet and
      *>                               income statement, classified
      *>                               as FIN-STATEMENTS does
      *>   IC-EXCEPTIONS.TXT           intercompany positions that
      *>                               do not net to zero between
      *>                               the two entities, IC lines
      *>                               with no counterparty, entities
      *>                               missing from the register and
      *>                               entity books out of balance
      *> Every entity's due-from and due-to balance against a named
      *> counterparty is eliminated in full. When the two sides of a
      *> pair disagree the difference cannot vanish, so it is carried
      *> on the elimination difference account (IC_DIFF_GL, default
      *> 1880) to keep the group in balance and reported as an
      *> exception; any exception sets return code 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTITY-FILE ASSIGN TO "GL-ENTITIES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENT.
           SELECT GL-MASTER-FILE ASSIGN TO "GLMASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GLM.
           SELECT TB-FILE ASSIGN TO "CONSOLIDATED-TB.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TB.
           SELECT STMT-FILE ASSIGN TO "CONSOLIDATED-STATEMENTS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-STMT.
           SELECT EXC-FILE ASSIGN TO "IC-EXCEPTIONS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXC.

       DATA DIVISION.
       FILE SECTION.
       FD  ENTITY-FILE.
       01  ENTITY-RECORD        PIC X(60).

       FD  GL-MASTER-FILE.
       01  GL-MASTER-RECORD     PIC X(80).

       FD  TB-FILE.
       01  TB-RECORD            PIC X(90).

       FD  STMT-FILE.
       01  STMT-RECORD          PIC X(80).

       FD  EXC-FILE.
       01  EXC-RECORD           PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-FS-ENT            PIC XX.
       77  WS-FS-GLM            PIC XX.
       77  WS-FS-TB             PIC XX.
       77  WS-FS-STMT           PIC XX.
       77  WS-FS-EXC            PIC XX.
       77  WS-EOF               PIC X VALUE 'N'.
       77  WS-MODE              PIC X.
       77  WS-TODAY             PIC 9(8) VALUE 0.
       77  WS-I                 PIC 9(3).
       77  WS-J                 PIC 9(3).
       77  WS-E                 PIC 9(3).
       77  WS-FOUND             PIC X VALUE 'N'.
       77  WS-REGISTER-ON-FILE  PIC X VALUE 'N'.
       77  WS-ENT-COUNT         PIC 9(3) VALUE 0.
       77  WS-TB-COUNT          PIC 9(3) VALUE 0.
       77  WS-IC-COUNT          PIC 9(3) VALUE 0.
       77  WS-GP-COUNT          PIC 9(3) VALUE 0.
       77  WS-LINE-COUNT        PIC 9(7) VALUE 0.
       77  WS-EXC-COUNT         PIC 9(4) VALUE 0.
       77  WS-OPERATOR          PIC X(8).
       77  WS-HOME-ENTITY       PIC X(2) VALUE "01".
       77  WS-IC-DUE-FROM-GL    PIC X(4) VALUE "1870".
       77  WS-IC-DUE-TO-GL      PIC X(4) VALUE "2870".
       77  WS-IC-DIFF-GL        PIC X(4) VALUE "1880".
       77  WS-PARAM-NAME        PIC X(24).
       77  WS-PARAM-VALUE       PIC X(12).
       77  WS-PARAM-FOUND       PIC X.
       77  WS-DIVIDER           PIC X(78) VALUE ALL "-".

       01  WS-ENTITY-FIELDS.
           05  WS-EF-CODE       PIC X(2).
           05  WS-EF-NAME       PIC X(30).

      *> Every entity on the register or met on the journal.
       01  WS-ENTITY-TABLE.
           05  WS-EN-ENTRY OCCURS 20 TIMES.
               10  WS-EN-CODE       PIC X(2).
               10  WS-EN-NAME       PIC X(30).
               10  WS-EN-REGISTERED PIC X.
               10  WS-EN-DEBITS     PIC S9(11)V99.
               10  WS-EN-CREDITS    PIC S9(11)V99.

      *> Net balance per entity and GL account, debit-positive.
       01  WS-TB-TABLE.
           05  WS-TB-ENTRY OCCURS 400 TIMES.
               10  WS-TB-KEY.
                   15  WS-TB-ENTITY PIC X(2).
                   15  WS-TB-ACCT   PIC X(4).
               10  WS-TB-NET        PIC S9(11)V99.
       01  WS-TB-HOLD.
           05  FILLER               PIC X(6).
           05  FILLER               PIC S9(11)V99.

      *> Intercompany position of an entity against one
      *> counterparty: the due-from and due-to balances,
      *> debit-positive ("??" = no counterparty on the line).
       01  WS-IC-TABLE.
           05  WS-IC-ENTRY OCCURS 100 TIMES.
               10  WS-IC-ENTITY     PIC X(2).
               10  WS-IC-CPTY       PIC X(2).
               10  WS-IC-RECV       PIC S9(11)V99.
               10  WS-IC-PAY        PIC S9(11)V99.

      *> The consolidation worksheet per GL account.
       01  WS-GP-TABLE.
           05  WS-GP-ENTRY OCCURS 150 TIMES.
               10  WS-GP-ACCT       PIC X(4).
               10  WS-GP-TOTAL      PIC S9(11)V99.
               10  WS-GP-ELIM       PIC S9(11)V99.
               10  WS-GP-NET        PIC S9(11)V99.
       01  WS-GP-HOLD.
           05  FILLER               PIC X(4).
           05  FILLER               PIC S9(11)V99 OCCURS 3 TIMES.

       01  WS-JRNL-ACCT         PIC X(4).
       01  WS-JRNL-DRCR         PIC XX.
       01  WS-JRNL-AMT          PIC S9(11)V99.
       01  WS-JRNL-ENTITY       PIC X(2).
       01  WS-JRNL-CPTY         PIC X(2).

       01  WS-FIND-ENTITY       PIC X(2).
       01  WS-FIND-CPTY         PIC X(2).
       01  WS-FIND-ACCT         PIC X(4).
       01  WS-POS-A             PIC S9(11)V99.
       01  WS-POS-B             PIC S9(11)V99.
       01  WS-POS-DIFF          PIC S9(11)V99.
       01  WS-ELIM-DIFF         PIC S9(11)V99 VALUE 0.
       01  WS-TOT-DEBITS        PIC S9(11)V99.
       01  WS-TOT-CREDITS       PIC S9(11)V99.
       01  WS-COL-TOTAL         PIC S9(11)V99.
       01  WS-COL-ELIM          PIC S9(11)V99.
       01  WS-COL-NET           PIC S9(11)V99.

      *> Group section totals, natural-sign positive.
       01  WS-TOT-ASSETS        PIC S9(11)V99 VALUE 0.
       01  WS-TOT-LIABS         PIC S9(11)V99 VALUE 0.
       01  WS-TOT-EQUITY        PIC S9(11)V99 VALUE 0.
       01  WS-TOT-INCOME        PIC S9(11)V99 VALUE 0.
       01  WS-TOT-EXPENSE       PIC S9(11)V99 VALUE 0.
       01  WS-NET-INCOME        PIC S9(11)V99 VALUE 0.
       01  WS-PROOF             PIC S9(11)V99 VALUE 0.
       01  WS-SECTION-WANTED    PIC X.
       01  WS-LINE-CUR          PIC S9(11)V99.
       01  WS-LINE-LABEL        PIC X(22).

       01  WS-AMT-DISP          PIC -(10)9.99.
       01  WS-AMT-DISP2         PIC -(10)9.99.
       01  WS-AMT-DISP3         PIC -(10)9.99.
       01  WS-DR-DISP           PIC Z(10)9.99.
       01  WS-CR-DISP           PIC Z(10)9.99.

       01  WS-INPUT-CODE        PIC X(2).
       01  WS-INPUT-NAME        PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "GET-BUSINESS-DATE" USING WS-TODAY
           PERFORM LOAD-PARAMETERS
           DISPLAY "GL-CONSOLIDATION: (C)onsolidate, (E)ntity add, "
                   "(L)ist entities: " WITH NO ADVANCING
           ACCEPT WS-MODE
           EVALUATE FUNCTION UPPER-CASE(WS-MODE)
               WHEN "C"
                   PERFORM CONSOLIDATION-RUN
               WHEN "E"
                   PERFORM ADD-ENTITY
               WHEN "L"
                   PERFORM LIST-ENTITIES
               WHEN OTHER
                   DISPLAY "Invalid selection."
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
           END-IF
           MOVE "IC_DIFF_GL" TO WS-PARAM-NAME
           CALL "GET-PARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y'
               MOVE WS-PARAM-VALUE(1:4) TO WS-IC-DIFF-GL
           END-IF.

      *>----------------------------------------------------------------
      *> Entity register
      *>----------------------------------------------------------------
       LOAD-ENTITY-REGISTER.
           MOVE 0 TO WS-ENT-COUNT
           OPEN INPUT ENTITY-FILE
           IF WS-FS-ENT NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-REGISTER-ON-FILE
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ENTITY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-ENTITY-FIELDS
                       UNSTRING ENTITY-RECORD DELIMITED BY ','
                           INTO WS-EF-CODE WS-EF-NAME
                       END-UNSTRING
                       IF WS-EF-CODE NOT = SPACES
                          AND WS-ENT-COUNT < 20
                           ADD 1 TO WS-ENT-COUNT
                           PERFORM CLEAR-ENTITY-ENTRY
                           MOVE WS-EF-CODE TO WS-EN-CODE(WS-ENT-COUNT)
                           MOVE WS-EF-NAME TO WS-EN-NAME(WS-ENT-COUNT)
                           MOVE 'Y'
                               TO WS-EN-REGISTERED(WS-ENT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENTITY-FILE.

       CLEAR-ENTITY-ENTRY.
           MOVE SPACES TO WS-EN-CODE(WS-ENT-COUNT)
           MOVE SPACES TO WS-EN-NAME(WS-ENT-COUNT)
           MOVE 'N' TO WS-EN-REGISTERED(WS-ENT-COUNT)
           MOVE 0 TO WS-EN-DEBITS(WS-ENT-COUNT)
           MOVE 0 TO WS-EN-CREDITS(WS-ENT-COUNT).

       ADD-ENTITY.
           PERFORM LOAD-ENTITY-REGISTER
           DISPLAY "Entity code (2 chars): " WITH NO ADVANCING
           ACCEPT WS-INPUT-CODE
           MOVE FUNCTION UPPER-CASE(WS-INPUT-CODE) TO WS-INPUT-CODE
           IF WS-INPUT-CODE = SPACES
               DISPLAY "Entity code is required."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-INPUT-CODE TO WS-FIND-ENTITY
           PERFORM FIND-ENTITY
           IF WS-FOUND = 'Y'
               DISPLAY "Entity " WS-INPUT-CODE " already on file."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Entity name: " WITH NO ADVANCING
           ACCEPT WS-INPUT-NAME
           INSPECT WS-INPUT-NAME REPLACING ALL "," BY " "

           ACCEPT WS-OPERATOR FROM ENVIRONMENT "OPERATOR_ID"
           OPEN EXTEND ENTITY-FILE
           IF WS-FS-ENT = "35"
               CLOSE ENTITY-FILE
               OPEN OUTPUT ENTITY-FILE
           END-IF
           MOVE SPACES TO ENTITY-RECORD
           STRING WS-INPUT-CODE ","
                  FUNCTION TRIM(WS-INPUT-NAME)
               DELIMITED BY SIZE INTO ENTITY-RECORD
           END-STRING
           WRITE ENTITY-RECORD
           CLOSE ENTITY-FILE
           DISPLAY "Entity " WS-INPUT-CODE " added by "
                   FUNCTION TRIM(WS-OPERATOR) "."
           IF WS-REGISTER-ON-FILE = 'N'
              AND WS-INPUT-CODE NOT = WS-HOME-ENTITY
               DISPLAY "Note: the home entity " WS-HOME-ENTITY
                       " is not on the register yet."
           END-IF.

       LIST-ENTITIES.
           PERFORM LOAD-ENTITY-REGISTER
           IF WS-REGISTER-ON-FILE = 'N'
               DISPLAY "No GL-ENTITIES.DAT on file - the books are "
                       "entity " WS-HOME-ENTITY "'s alone."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-E FROM 1 BY 1
             UNTIL WS-E > WS-ENT-COUNT
               IF WS-EN-CODE(WS-E) = WS-HOME-ENTITY
                   DISPLAY WS-EN-CODE(WS-E) "  " WS-EN-NAME(WS-E)
                           "  (home)"
               ELSE
                   DISPLAY WS-EN-CODE(WS-E) "  " WS-EN-NAME(WS-E)
               END-IF
           END-PERFORM
           DISPLAY "Entities on file: " WS-ENT-COUNT.

       FIND-ENTITY.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-E FROM 1 BY 1
             UNTIL WS-E > WS-ENT-COUNT
               IF WS-EN-CODE(WS-E) = WS-FIND-ENTITY
                   MOVE 'Y' TO WS-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *>----------------------------------------------------------------
      *> Consolidation run
      *>----------------------------------------------------------------
       CONSOLIDATION-RUN.
           PERFORM LOAD-ENTITY-REGISTER
           OPEN OUTPUT EXC-FILE
           MOVE SPACES TO EXC-RECORD
           STRING "INTERCOMPANY EXCEPTIONS AS AT " WS-TODAY
               DELIMITED BY SIZE INTO EXC-RECORD
           END-STRING
           WRITE EXC-RECORD
           MOVE WS-DIVIDER TO EXC-RECORD
           WRITE EXC-RECORD

           PERFORM NET-THE-JOURNAL
           PERFORM CHECK-ENTITIES
           PERFORM SORT-TRIAL-BALANCE
           PERFORM BUILD-WORKSHEET
           PERFORM ELIMINATE-INTERCOMPANY
           PERFORM SORT-WORKSHEET
           PERFORM WRITE-TRIAL-BALANCES
           PERFORM TOTAL-THE-SECTIONS
           PERFORM WRITE-STATEMENTS

           IF WS-EXC-COUNT = 0
               MOVE "NO EXCEPTIONS - EVERY INTERCOMPANY PAIR NETS"
                   TO EXC-RECORD
               WRITE EXC-RECORD
           ELSE
               MOVE WS-DIVIDER TO EXC-RECORD
               WRITE EXC-RECORD
               MOVE SPACES TO EXC-RECORD
               STRING "EXCEPTIONS: " WS-EXC-COUNT
                   DELIMITED BY SIZE INTO EXC-RECORD
               END-STRING
               WRITE EXC-RECORD
           END-IF
           CLOSE EXC-FILE

           DISPLAY "GL-CONSOLIDATION: " WS-ENT-COUNT " entities, "
                   WS-TB-COUNT " entity accounts over "
                   WS-LINE-COUNT " journal lines"
           DISPLAY "GL-CONSOLIDATION: see CONSOLIDATED-TB.TXT, "
                   "CONSOLIDATED-STATEMENTS.TXT, IC-EXCEPTIONS.TXT"
           IF WS-EXC-COUNT > 0
               DISPLAY "GL-CONSOLIDATION: " WS-EXC-COUNT
                       " intercompany exception(s)"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       NET-THE-JOURNAL.
           OPEN INPUT GL-MASTER-FILE
           IF WS-FS-GLM NOT = "00"
               DISPLAY "GL-CONSOLIDATION: ERROR - cannot open "
                       "GLMASTER.DAT. Status: " WS-FS-GLM
               CLOSE EXC-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ GL-MASTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LINE-COUNT
                       PERFORM NET-ONE-JOURNAL-LINE
               END-READ
           END-PERFORM
           CLOSE GL-MASTER-FILE.

      *> Account (1:4), DR/CR (6:2), amount (9:10), entity (57:2),
      *> counterparty (60:2).
       NET-ONE-JOURNAL-LINE.
           MOVE GL-MASTER-RECORD(1:4) TO WS-JRNL-ACCT
           MOVE GL-MASTER-RECORD(6:2) TO WS-JRNL-DRCR
           COMPUTE WS-JRNL-AMT =
               FUNCTION NUMVAL(GL-MASTER-RECORD(9:10))
           IF WS-JRNL-DRCR NOT = "DR"
               COMPUTE WS-JRNL-AMT = 0 - WS-JRNL-AMT
           END-IF
           MOVE GL-MASTER-RECORD(57:2) TO WS-JRNL-ENTITY
           IF WS-JRNL-ENTITY = SPACES
               MOVE WS-HOME-ENTITY TO WS-JRNL-ENTITY
           END-IF
           MOVE GL-MASTER-RECORD(60:2) TO WS-JRNL-CPTY

           MOVE WS-JRNL-ENTITY TO WS-FIND-ENTITY
           PERFORM FIND-ENTITY
           IF WS-FOUND = 'N'
               IF WS-ENT-COUNT >= 20
                   DISPLAY "GL-CONSOLIDATION: WARNING - entity table "
                           "full at 20; entity " WS-JRNL-ENTITY
                           " not consolidated"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-ENT-COUNT
               PERFORM CLEAR-ENTITY-ENTRY
               MOVE WS-JRNL-ENTITY TO WS-EN-CODE(WS-ENT-COUNT)
               MOVE "(NOT ON REGISTER)" TO WS-EN-NAME(WS-ENT-COUNT)
               MOVE WS-ENT-COUNT TO WS-E
           END-IF
           IF WS-JRNL-AMT > 0
               ADD WS-JRNL-AMT TO WS-EN-DEBITS(WS-E)
           ELSE
               SUBTRACT WS-JRNL-AMT FROM WS-EN-CREDITS(WS-E)
           END-IF

           MOVE WS-JRNL-ENTITY TO WS-FIND-ENTITY
           MOVE WS-JRNL-ACCT TO WS-FIND-ACCT
           PERFORM FIND-OR-ADD-TB
           IF WS-I > 400
               EXIT PARAGRAPH
           END-IF
           ADD WS-JRNL-AMT TO WS-TB-NET(WS-I)

           IF WS-JRNL-ACCT NOT = WS-IC-DUE-FROM-GL
              AND WS-JRNL-ACCT NOT = WS-IC-DUE-TO-GL
               EXIT PARAGRAPH
           END-IF
           IF WS-JRNL-CPTY = SPACES
               MOVE "??" TO WS-JRNL-CPTY
               MOVE SPACES TO EXC-RECORD
               STRING "NO COUNTERPARTY  " GL-MASTER-RECORD(1:61)
                   DELIMITED BY SIZE INTO EXC-RECORD
               END-STRING
               WRITE EXC-RECORD
               ADD 1 TO WS-EXC-COUNT
           END-IF
           MOVE WS-JRNL-CPTY TO WS-FIND-CPTY
           PERFORM FIND-OR-ADD-IC
           IF WS-J > 100
               EXIT PARAGRAPH
           END-IF
           IF WS-JRNL-ACCT = WS-IC-DUE-FROM-GL
               ADD WS-JRNL-AMT TO WS-IC-RECV(WS-J)
           ELSE
               ADD WS-JRNL-AMT TO WS-IC-PAY(WS-J)
           END-IF.

       FIND-OR-ADD-TB.
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-TB-COUNT
               IF WS-TB-ENTITY(WS-I) = WS-FIND-ENTITY
                  AND WS-TB-ACCT(WS-I) = WS-FIND-ACCT
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-TB-COUNT >= 400
               DISPLAY "GL-CONSOLIDATION: WARNING - balance table "
                       "full at 400; " WS-FIND-ENTITY "/"
                       WS-FIND-ACCT " not netted"
               MOVE 401 TO WS-I
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TB-COUNT
           MOVE WS-TB-COUNT TO WS-I
           MOVE WS-FIND-ENTITY TO WS-TB-ENTITY(WS-I)
           MOVE WS-FIND-ACCT TO WS-TB-ACCT(WS-I)
           MOVE 0 TO WS-TB-NET(WS-I).

       FIND-OR-ADD-IC.
           PERFORM VARYING WS-J FROM 1 BY 1
             UNTIL WS-J > WS-IC-COUNT
               IF WS-IC-ENTITY(WS-J) = WS-FIND-ENTITY
                  AND WS-IC-CPTY(WS-J) = WS-FIND-CPTY
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-IC-COUNT >= 100
               DISPLAY "GL-CONSOLIDATION: WARNING - intercompany "
                       "table full at 100"
               MOVE 101 TO WS-J
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-IC-COUNT
           MOVE WS-IC-COUNT TO WS-J
           MOVE WS-FIND-ENTITY TO WS-IC-ENTITY(WS-J)
           MOVE WS-FIND-CPTY TO WS-IC-CPTY(WS-J)
           MOVE 0 TO WS-IC-RECV(WS-J)
           MOVE 0 TO WS-IC-PAY(WS-J).

      *> An entity met on the journal but missing from the register,
      *> or whose own debits and credits disagree, cannot be
      *> consolidated with confidence.
       CHECK-ENTITIES.
           PERFORM VARYING WS-E FROM 1 BY 1
             UNTIL WS-E > WS-ENT-COUNT
               IF WS-EN-REGISTERED(WS-E) = 'N'
                  AND WS-REGISTER-ON-FILE = 'Y'
                   MOVE SPACES TO EXC-RECORD
                   STRING "ENTITY " WS-EN-CODE(WS-E)
                          " POSTED TO BUT NOT ON GL-ENTITIES.DAT"
                       DELIMITED BY SIZE INTO EXC-RECORD
                   END-STRING
                   WRITE EXC-RECORD
                   ADD 1 TO WS-EXC-COUNT
               END-IF
               IF WS-EN-DEBITS(WS-E) NOT = WS-EN-CREDITS(WS-E)
                   MOVE WS-EN-DEBITS(WS-E) TO WS-DR-DISP
                   MOVE WS-EN-CREDITS(WS-E) TO WS-CR-DISP
                   MOVE SPACES TO EXC-RECORD
                   STRING "ENTITY " WS-EN-CODE(WS-E)
                          " BOOKS OUT OF BALANCE  DR " WS-DR-DISP
                          "  CR " WS-CR-DISP
                       DELIMITED BY SIZE INTO EXC-RECORD
                   END-STRING
                   WRITE EXC-RECORD
                   ADD 1 TO WS-EXC-COUNT
               END-IF
           END-PERFORM.

       SORT-TRIAL-BALANCE.
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I >= WS-TB-COUNT
               PERFORM VARYING WS-J FROM WS-I BY 1
                 UNTIL WS-J > WS-TB-COUNT
                   IF WS-TB-KEY(WS-J) < WS-TB-KEY(WS-I)
                       MOVE WS-TB-ENTRY(WS-I) TO WS-TB-HOLD
                       MOVE WS-TB-ENTRY(WS-J) TO WS-TB-ENTRY(WS-I)
                       MOVE WS-TB-HOLD TO WS-TB-ENTRY(WS-J)
                   END-IF
               END-PERFORM
           END-PERFORM.

       BUILD-WORKSHEET.
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-TB-COUNT
               MOVE WS-TB-ACCT(WS-I) TO WS-FIND-ACCT
               PERFORM FIND-OR-ADD-GROUP
               IF WS-J <= 150
                   ADD WS-TB-NET(WS-I) TO WS-GP-TOTAL(WS-J)
               END-IF
           END-PERFORM.

       FIND-OR-ADD-GROUP.
           PERFORM VARYING WS-J FROM 1 BY 1
             UNTIL WS-J > WS-GP-COUNT
               IF WS-GP-ACCT(WS-J) = WS-FIND-ACCT
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-GP-COUNT >= 150
               DISPLAY "GL-CONSOLIDATION: WARNING - worksheet full "
                       "at 150; account " WS-FIND-ACCT " left out"
               MOVE 151 TO WS-J
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-GP-COUNT
           MOVE WS-GP-COUNT TO WS-J
           MOVE WS-FIND-ACCT TO WS-GP-ACCT(WS-J)
           MOVE 0 TO WS-GP-TOTAL(WS-J)
           MOVE 0 TO WS-GP-ELIM(WS-J)
           MOVE 0 TO WS-GP-NET(WS-J).

      *> Each position against a named counterparty is eliminated in
      *> full; the two sides of a pair are then compared. Whatever
      *> the pairs fail to net lands on the difference account.
       ELIMINATE-INTERCOMPANY.
           MOVE 0 TO WS-ELIM-DIFF
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-IC-COUNT
               IF WS-IC-CPTY(WS-I) NOT = "??"
                   MOVE WS-IC-DUE-FROM-GL TO WS-FIND-ACCT
                   PERFORM FIND-OR-ADD-GROUP
                   IF WS-J <= 150
                       SUBTRACT WS-IC-RECV(WS-I) FROM WS-GP-ELIM(WS-J)
                   END-IF
                   MOVE WS-IC-DUE-TO-GL TO WS-FIND-ACCT
                   PERFORM FIND-OR-ADD-GROUP
                   IF WS-J <= 150
                       SUBTRACT WS-IC-PAY(WS-I) FROM WS-GP-ELIM(WS-J)
                   END-IF
                   ADD WS-IC-RECV(WS-I) TO WS-ELIM-DIFF
                   ADD WS-IC-PAY(WS-I) TO WS-ELIM-DIFF
                   PERFORM CHECK-ONE-PAIR
               END-IF
           END-PERFORM
           IF WS-ELIM-DIFF NOT = 0
               MOVE WS-IC-DIFF-GL TO WS-FIND-ACCT
               PERFORM FIND-OR-ADD-GROUP
               IF WS-J <= 150
                   ADD WS-ELIM-DIFF TO WS-GP-ELIM(WS-J)
               END-IF
           END-IF
           PERFORM VARYING WS-J FROM 1 BY 1
             UNTIL WS-J > WS-GP-COUNT
               COMPUTE WS-GP-NET(WS-J) =
                   WS-GP-TOTAL(WS-J) + WS-GP-ELIM(WS-J)
           END-PERFORM.

      *> A's net position against B (due-from less due-to) must be
      *> the mirror of B's against A. Each pair is judged once, from
      *> the lower entity code, unless the other side never posted.
       CHECK-ONE-PAIR.
           COMPUTE WS-POS-A = WS-IC-RECV(WS-I) + WS-IC-PAY(WS-I)
           MOVE 'N' TO WS-FOUND
           MOVE 0 TO WS-POS-B
           PERFORM VARYING WS-J FROM 1 BY 1
             UNTIL WS-J > WS-IC-COUNT
               IF WS-IC-ENTITY(WS-J) = WS-IC-CPTY(WS-I)
                  AND WS-IC-CPTY(WS-J) = WS-IC-ENTITY(WS-I)
                   MOVE 'Y' TO WS-FOUND
                   COMPUTE WS-POS-B =
                       WS-IC-RECV(WS-J) + WS-IC-PAY(WS-J)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FOUND = 'Y'
              AND WS-IC-ENTITY(WS-I) > WS-IC-CPTY(WS-I)
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-POS-DIFF = WS-POS-A + WS-POS-B
           IF WS-IC-ENTITY(WS-I) = WS-IC-CPTY(WS-I)
               MOVE SPACES TO EXC-RECORD
               STRING "ENTITY " WS-IC-ENTITY(WS-I)
                      " HAS INTERCOMPANY LINES AGAINST ITSELF"
                   DELIMITED BY SIZE INTO EXC-RECORD
               END-STRING
               WRITE EXC-RECORD
               ADD 1 TO WS-EXC-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-POS-DIFF = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-POS-A TO WS-AMT-DISP
           MOVE WS-POS-B TO WS-AMT-DISP2
           MOVE WS-POS-DIFF TO WS-AMT-DISP3
           MOVE SPACES TO EXC-RECORD
           STRING "DOES NOT NET  " WS-IC-ENTITY(WS-I) " VS "
                  WS-IC-CPTY(WS-I) " " WS-AMT-DISP "   "
                  WS-IC-CPTY(WS-I) " VS " WS-IC-ENTITY(WS-I) " "
                  WS-AMT-DISP2 "   DIFF " WS-AMT-DISP3
               DELIMITED BY SIZE INTO EXC-RECORD
           END-STRING
           WRITE EXC-RECORD
           ADD 1 TO WS-EXC-COUNT.

       SORT-WORKSHEET.
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I >= WS-GP-COUNT
               PERFORM VARYING WS-J FROM WS-I BY 1
                 UNTIL WS-J > WS-GP-COUNT
                   IF WS-GP-ACCT(WS-J) < WS-GP-ACCT(WS-I)
                       MOVE WS-GP-ENTRY(WS-I) TO WS-GP-HOLD
                       MOVE WS-GP-ENTRY(WS-J) TO WS-GP-ENTRY(WS-I)
                       MOVE WS-GP-HOLD TO WS-GP-ENTRY(WS-J)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *>----------------------------------------------------------------
      *> Trial balances and worksheet
      *>----------------------------------------------------------------
       WRITE-TRIAL-BALANCES.
           OPEN OUTPUT TB-FILE
           MOVE SPACES TO TB-RECORD
           STRING "CONSOLIDATED TRIAL BALANCE AS AT " WS-TODAY
               DELIMITED BY SIZE INTO TB-RECORD
           END-STRING
           WRITE TB-RECORD
           MOVE WS-DIVIDER TO TB-RECORD
           WRITE TB-RECORD
           PERFORM VARYING WS-E FROM 1 BY 1
             UNTIL WS-E > WS-ENT-COUNT
               PERFORM WRITE-ENTITY-TB
           END-PERFORM

           MOVE SPACES TO TB-RECORD
           WRITE TB-RECORD
           MOVE "CONSOLIDATION WORKSHEET" TO TB-RECORD
           WRITE TB-RECORD
           MOVE WS-DIVIDER TO TB-RECORD
           WRITE TB-RECORD
           MOVE SPACES TO TB-RECORD
           STRING "ACCT       ENTITIES TOTAL     ELIMINATION    "
                  "CONSOLIDATED"
               DELIMITED BY SIZE INTO TB-RECORD
           END-STRING
           WRITE TB-RECORD
           MOVE 0 TO WS-COL-TOTAL
           MOVE 0 TO WS-COL-ELIM
           MOVE 0 TO WS-COL-NET
           MOVE 0 TO WS-TOT-DEBITS
           MOVE 0 TO WS-TOT-CREDITS
           PERFORM VARYING WS-J FROM 1 BY 1
             UNTIL WS-J > WS-GP-COUNT
               ADD WS-GP-TOTAL(WS-J) TO WS-COL-TOTAL
               ADD WS-GP-ELIM(WS-J) TO WS-COL-ELIM
               ADD WS-GP-NET(WS-J) TO WS-COL-NET
               IF WS-GP-NET(WS-J) > 0
                   ADD WS-GP-NET(WS-J) TO WS-TOT-DEBITS
               ELSE
                   SUBTRACT WS-GP-NET(WS-J) FROM WS-TOT-CREDITS
               END-IF
               MOVE WS-GP-TOTAL(WS-J) TO WS-AMT-DISP
               MOVE WS-GP-ELIM(WS-J) TO WS-AMT-DISP2
               MOVE WS-GP-NET(WS-J) TO WS-AMT-DISP3
               MOVE SPACES TO TB-RECORD
               STRING WS-GP-ACCT(WS-J) "   " WS-AMT-DISP "  "
                      WS-AMT-DISP2 "  " WS-AMT-DISP3
                   DELIMITED BY SIZE INTO TB-RECORD
               END-STRING
               WRITE TB-RECORD
           END-PERFORM
           MOVE WS-DIVIDER TO TB-RECORD
           WRITE TB-RECORD
           MOVE WS-COL-TOTAL TO WS-AMT-DISP
           MOVE WS-COL-ELIM TO WS-AMT-DISP2
           MOVE WS-COL-NET TO WS-AMT-DISP3
           MOVE SPACES TO TB-RECORD
           STRING "NET    " WS-AMT-DISP "  " WS-AMT-DISP2 "  "
                  WS-AMT-DISP3
               DELIMITED BY SIZE INTO TB-RECORD
           END-STRING
           WRITE TB-RECORD
           MOVE WS-TOT-DEBITS TO WS-DR-DISP
           MOVE WS-TOT-CREDITS TO WS-CR-DISP
           MOVE SPACES TO TB-RECORD
           STRING "CONSOLIDATED DEBITS " WS-DR-DISP
                  "  CREDITS " WS-CR-DISP
               DELIMITED BY SIZE INTO TB-RECORD
           END-STRING
           WRITE TB-RECORD
           MOVE SPACES TO TB-RECORD
           IF WS-TOT-DEBITS = WS-TOT-CREDITS
               MOVE "DEBITS EQUAL CREDITS - IN BALANCE" TO TB-RECORD
           ELSE
               MOVE "*** OUT OF BALANCE - DO NOT SIGN OFF ***"
                   TO TB-RECORD
           END-IF
           WRITE TB-RECORD
           CLOSE TB-FILE.

       WRITE-ENTITY-TB.
           MOVE SPACES TO TB-RECORD
           WRITE TB-RECORD
           MOVE SPACES TO TB-RECORD
           STRING "ENTITY " WS-EN-CODE(WS-E) "  " WS-EN-NAME(WS-E)
               DELIMITED BY SIZE INTO TB-RECORD
           END-STRING
           WRITE TB-RECORD
           MOVE "ACCT             DEBIT            CREDIT"
               TO TB-RECORD
           WRITE TB-RECORD
           MOVE 0 TO WS-TOT-DEBITS
           MOVE 0 TO WS-TOT-CREDITS
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-TB-COUNT
               IF WS-TB-ENTITY(WS-I) = WS-EN-CODE(WS-E)
                  AND WS-TB-NET(WS-I) NOT = 0
                   MOVE 0 TO WS-DR-DISP
                   MOVE 0 TO WS-CR-DISP
                   IF WS-TB-NET(WS-I) > 0
                       ADD WS-TB-NET(WS-I) TO WS-TOT-DEBITS
                       MOVE WS-TB-NET(WS-I) TO WS-DR-DISP
                   ELSE
                       SUBTRACT WS-TB-NET(WS-I) FROM WS-TOT-CREDITS
                       COMPUTE WS-CR-DISP = 0 - WS-TB-NET(WS-I)
                   END-IF
                   MOVE SPACES TO TB-RECORD
                   STRING WS-TB-ACCT(WS-I) "    " WS-DR-DISP "    "
                          WS-CR-DISP
                       DELIMITED BY SIZE INTO TB-RECORD
                   END-STRING
                   WRITE TB-RECORD
               END-IF
           END-PERFORM
           MOVE WS-TOT-DEBITS TO WS-DR-DISP
           MOVE WS-TOT-CREDITS TO WS-CR-DISP
           MOVE SPACES TO TB-RECORD
           STRING "TOTAL   " WS-DR-DISP "    " WS-CR-DISP
               DELIMITED BY SIZE INTO TB-RECORD
           END-STRING
           IF WS-TOT-DEBITS NOT = WS-TOT-CREDITS
               MOVE "*** OUT OF BALANCE" TO TB-RECORD(45:18)
           END-IF
           WRITE TB-RECORD.

      *>----------------------------------------------------------------
      *> Consolidated statements
      *>----------------------------------------------------------------
       TOTAL-THE-SECTIONS.
           PERFORM VARYING WS-J FROM 1 BY 1
             UNTIL WS-J > WS-GP-COUNT
               EVALUATE WS-GP-ACCT(WS-J)(1:1)
                   WHEN "1"
                       ADD WS-GP-NET(WS-J) TO WS-TOT-ASSETS
                   WHEN "2"
                       SUBTRACT WS-GP-NET(WS-J) FROM WS-TOT-LIABS
                   WHEN "3"
                       SUBTRACT WS-GP-NET(WS-J) FROM WS-TOT-EQUITY
                   WHEN "4"
                       SUBTRACT WS-GP-NET(WS-J) FROM WS-TOT-INCOME
                   WHEN "5"
                       ADD WS-GP-NET(WS-J) TO WS-TOT-EXPENSE
                   WHEN OTHER
                       ADD WS-GP-NET(WS-J) TO WS-TOT-ASSETS
               END-EVALUATE
           END-PERFORM
           COMPUTE WS-NET-INCOME = WS-TOT-INCOME - WS-TOT-EXPENSE
           COMPUTE WS-PROOF = WS-TOT-ASSETS - WS-TOT-LIABS
               - WS-TOT-EQUITY - WS-NET-INCOME.

       WRITE-STATEMENTS.
           OPEN OUTPUT STMT-FILE
           MOVE SPACES TO STMT-RECORD
           STRING "CONSOLIDATED FINANCIAL STATEMENTS AS AT " WS-TODAY
               DELIMITED BY SIZE INTO STMT-RECORD
           END-STRING
           WRITE STMT-RECORD
           MOVE SPACES TO STMT-RECORD
           STRING "ENTITIES:" DELIMITED BY SIZE INTO STMT-RECORD
           END-STRING
           PERFORM VARYING WS-E FROM 1 BY 1
             UNTIL WS-E > WS-ENT-COUNT OR WS-E > 20
               MOVE WS-EN-CODE(WS-E) TO STMT-RECORD(8 + WS-E * 3:2)
           END-PERFORM
           WRITE STMT-RECORD
           MOVE WS-DIVIDER TO STMT-RECORD
           WRITE STMT-RECORD

           MOVE "BALANCE SHEET" TO STMT-RECORD
           WRITE STMT-RECORD
           MOVE "  ASSETS" TO STMT-RECORD
           WRITE STMT-RECORD
           MOVE "1" TO WS-SECTION-WANTED
           PERFORM WRITE-SECTION-DETAIL
           MOVE "  TOTAL ASSETS" TO WS-LINE-LABEL
           MOVE WS-TOT-ASSETS TO WS-LINE-CUR
           PERFORM WRITE-TOTAL-LINE
           MOVE "  LIABILITIES" TO STMT-RECORD
           WRITE STMT-RECORD
           MOVE "2" TO WS-SECTION-WANTED
           PERFORM WRITE-SECTION-DETAIL
           MOVE "  TOTAL LIABILITIES" TO WS-LINE-LABEL
           MOVE WS-TOT-LIABS TO WS-LINE-CUR
           PERFORM WRITE-TOTAL-LINE
           MOVE "  EQUITY" TO STMT-RECORD
           WRITE STMT-RECORD
           MOVE "3" TO WS-SECTION-WANTED
           PERFORM WRITE-SECTION-DETAIL
           MOVE "  RETAINED EARNINGS" TO WS-LINE-LABEL
           MOVE WS-NET-INCOME TO WS-LINE-CUR
           PERFORM WRITE-TOTAL-LINE
           MOVE "  TOTAL EQUITY" TO WS-LINE-LABEL
           COMPUTE WS-LINE-CUR = WS-TOT-EQUITY + WS-NET-INCOME
           PERFORM WRITE-TOTAL-LINE
           MOVE WS-DIVIDER TO STMT-RECORD
           WRITE STMT-RECORD

           MOVE "INCOME STATEMENT" TO STMT-RECORD
           WRITE STMT-RECORD
           MOVE "  INCOME" TO STMT-RECORD
           WRITE STMT-RECORD
           MOVE "4" TO WS-SECTION-WANTED
           PERFORM WRITE-SECTION-DETAIL
           MOVE "  TOTAL INCOME" TO WS-LINE-LABEL
           MOVE WS-TOT-INCOME TO WS-LINE-CUR
           PERFORM WRITE-TOTAL-LINE
           MOVE "  EXPENSES" TO STMT-RECORD
           WRITE STMT-RECORD
           MOVE "5" TO WS-SECTION-WANTED
           PERFORM WRITE-SECTION-DETAIL
           MOVE "  TOTAL EXPENSES" TO WS-LINE-LABEL
           MOVE WS-TOT-EXPENSE TO WS-LINE-CUR
           PERFORM WRITE-TOTAL-LINE
           MOVE "  NET INCOME" TO WS-LINE-LABEL
           MOVE WS-NET-INCOME TO WS-LINE-CUR
           PERFORM WRITE-TOTAL-LINE
           MOVE WS-DIVIDER TO STMT-RECORD
           WRITE STMT-RECORD

           MOVE SPACES TO STMT-RECORD
           IF WS-PROOF = 0
               MOVE "BALANCE SHEET PROVES AFTER ELIMINATIONS"
                   TO STMT-RECORD
           ELSE
               MOVE WS-PROOF TO WS-AMT-DISP
               STRING "*** BALANCE SHEET OUT BY " WS-AMT-DISP
                   DELIMITED BY SIZE INTO STMT-RECORD
               END-STRING
           END-IF
           WRITE STMT-RECORD
           CLOSE STMT-FILE.

      *> Consolidated accounts in natural sign; eliminated accounts
      *> that net to nothing are left off the statements.
       WRITE-SECTION-DETAIL.
           PERFORM VARYING WS-J FROM 1 BY 1
             UNTIL WS-J > WS-GP-COUNT
               IF WS-GP-ACCT(WS-J)(1:1) = WS-SECTION-WANTED
                  AND WS-GP-NET(WS-J) NOT = 0
                   IF WS-SECTION-WANTED = "1"
                      OR WS-SECTION-WANTED = "5"
                       MOVE WS-GP-NET(WS-J) TO WS-AMT-DISP
                   ELSE
                       COMPUTE WS-AMT-DISP = 0 - WS-GP-NET(WS-J)
                   END-IF
                   MOVE SPACES TO STMT-RECORD
                   STRING "    " WS-GP-ACCT(WS-J) "              "
                          WS-AMT-DISP
                       DELIMITED BY SIZE INTO STMT-RECORD
                   END-STRING
                   WRITE STMT-RECORD
               END-IF
           END-PERFORM.

       WRITE-TOTAL-LINE.
           MOVE WS-LINE-CUR TO WS-AMT-DISP
           MOVE SPACES TO STMT-RECORD
           STRING WS-LINE-LABEL WS-AMT-DISP
               DELIMITED BY SIZE INTO STMT-RECORD
           END-STRING
           WRITE STMT-RECORD.
