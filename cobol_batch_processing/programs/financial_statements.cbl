      *> the balance sheet. The closing balances are kept in
      *> FINSTMT-PRIOR.DAT so the next run can show a prior-period
      *> column and the movement between closes.
      *> GL_ENTITY (environment) confines a run to one legal
      *> entity's books - the lines stamped with that entity at
      *> column 57, unstamped lines counting as the home entity
      *> (GL_HOME_ENTITY, default 01) - and keeps that entity's
      *> statements and prior close apart as
      *> FINANCIAL-STATEMENTS-ee.TXT and FINSTMT-PRIOR-ee.DAT.
      *> Left blank the run covers the whole journal as before.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-MASTER-FILE ASSIGN TO "GLMASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GLM.
           SELECT PRIOR-FILE ASSIGN TO WS-PRIOR-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PRIOR.
           SELECT STMT-FILE ASSIGN TO WS-STMT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-STMT.

       77  WS-I                   PIC 9(3).
       77  WS-BUSINESS-DATE       PIC 9(8).
       77  WS-DIVIDER             PIC X(60) VALUE ALL "-".
       77  WS-ENTITY              PIC X(2) VALUE SPACES.
       77  WS-HOME-ENTITY         PIC X(2) VALUE "01".
       77  WS-JRNL-ENTITY         PIC X(2).
       77  WS-PARAM-NAME          PIC X(24).
       77  WS-PARAM-VALUE         PIC X(12).
       77  WS-PARAM-FOUND         PIC X.
       77  WS-PRIOR-NAME          PIC X(30) VALUE "FINSTMT-PRIOR.DAT".
       77  WS-STMT-NAME           PIC X(30)
                                  VALUE "FINANCIAL-STATEMENTS.TXT".

      *> Net balance per GL account, debit-positive, with the prior
      *> close alongside for the movement column.
           DISPLAY "FIN-STATEMENTS: building statements from "
                   "GLMASTER.DAT..."
           CALL "GET-BUSINESS-DATE" USING WS-BUSINESS-DATE
           PERFORM SELECT-ENTITY

           PERFORM NET-THE-JOURNAL
           PERFORM LOAD-PRIOR-BALANCES
           DISPLAY "FIN-STATEMENTS: " WS-ACCT-COUNT
                   " GL accounts over " WS-LINE-COUNT
                   " journal lines"
           DISPLAY "FIN-STATEMENTS: see " FUNCTION TRIM(WS-STMT-NAME)
           COMPUTE WS-PROOF = WS-TOT-ASSETS - WS-TOT-LIABS
               - WS-TOT-EQUITY - WS-NET-INCOME
           IF WS-PROOF = 0
           END-IF
           STOP RUN.

       SELECT-ENTITY.
           MOVE "GL_HOME_ENTITY" TO WS-PARAM-NAME
           CALL "GET-PARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y'
              AND WS-PARAM-VALUE(1:2) NOT = SPACES
               MOVE WS-PARAM-VALUE(1:2) TO WS-HOME-ENTITY
           END-IF
           ACCEPT WS-ENTITY FROM ENVIRONMENT "GL_ENTITY"
           MOVE FUNCTION UPPER-CASE(WS-ENTITY) TO WS-ENTITY
           IF WS-ENTITY = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PRIOR-NAME
           STRING "FINSTMT-PRIOR-" WS-ENTITY ".DAT"
               DELIMITED BY SIZE INTO WS-PRIOR-NAME
           END-STRING
           MOVE SPACES TO WS-STMT-NAME
           STRING "FINANCIAL-STATEMENTS-" WS-ENTITY ".TXT"
               DELIMITED BY SIZE INTO WS-STMT-NAME
           END-STRING
           DISPLAY "FIN-STATEMENTS: entity " WS-ENTITY " only".

      *> GLPOSTER writes each journal line as account (1:4), DR/CR
      *> flag (6:2) and a ten-character edited amount (9:10); net
      *> them debit-positive per account.
           CLOSE GL-MASTER-FILE.

       NET-ONE-JOURNAL-LINE.
           IF WS-ENTITY NOT = SPACES
               MOVE GL-MASTER-RECORD(57:2) TO WS-JRNL-ENTITY
               IF WS-JRNL-ENTITY = SPACES
                   MOVE WS-HOME-ENTITY TO WS-JRNL-ENTITY
               END-IF
               IF WS-JRNL-ENTITY NOT = WS-ENTITY
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE GL-MASTER-RECORD(1:4) TO WS-JRNL-ACCT
           MOVE GL-MASTER-RECORD(6:2) TO WS-JRNL-DRCR
           COMPUTE WS-JRNL-AMT =
       LOAD-PRIOR-BALANCES.
           OPEN INPUT PRIOR-FILE
           IF WS-FS-PRIOR NOT = "00"
               DISPLAY "FIN-STATEMENTS: no "
                       FUNCTION TRIM(WS-PRIOR-NAME)
                       " - prior column will show zeros"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           OPEN OUTPUT STMT-FILE
           IF WS-FS-STMT NOT = "00"
               DISPLAY "FIN-STATEMENTS: ERROR - cannot open "
                       FUNCTION TRIM(WS-STMT-NAME) ". Status: "
                       WS-FS-STMT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           STRING "FINANCIAL STATEMENTS AS AT " WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO STMT-RECORD
           END-STRING
           IF WS-ENTITY NOT = SPACES
               MOVE "ENTITY" TO STMT-RECORD(38:6)
               MOVE WS-ENTITY TO STMT-RECORD(45:2)
           END-IF
           WRITE STMT-RECORD
           MOVE WS-DIVIDER TO STMT-RECORD
           WRITE STMT-RECORD
