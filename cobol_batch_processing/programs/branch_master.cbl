       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRANCH-MASTER.

      *> Branch register, BRANCHES.DAT, one branch per line:
      *>   BRCODE,BRANCH-NAME,ENTITY
      *> ENTITY is the legal entity whose books the branch keeps;
      *> blank means the home entity. When the entity register
      *> GL-ENTITIES.DAT ("CODE,NAME") is on file an entity must be
      *> on it. (E)ntity reassigns an existing branch.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRANCH-FILE ASSIGN TO "BRANCHES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BRANCH.
           SELECT ENTITY-FILE ASSIGN TO "GL-ENTITIES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENTITY.

       DATA DIVISION.
       FILE SECTION.
       FD  BRANCH-FILE.
       01  BRANCH-RECORD        PIC X(40).

       FD  ENTITY-FILE.
       01  ENTITY-RECORD        PIC X(60).

       WORKING-STORAGE SECTION.
       77  WS-FS-BRANCH         PIC XX.
       77  WS-EOF               PIC X VALUE 'N'.
       77  WS-MENU-CHOICE       PIC X.
       77  WS-BRANCH-COUNT      PIC 9(3) VALUE 0.
       77  WS-DUP-FOUND         PIC X VALUE 'N'.
       77  WS-FS-ENTITY         PIC XX.
       77  WS-ENTITY-OK         PIC X VALUE 'N'.
       77  WS-I                 PIC 9(3).

      *> One branch per line: BRCODE,BRANCH-NAME,ENTITY
       01  WS-BRANCH-FIELDS.
           05  WS-BR-CODE       PIC X(3).
           05  WS-BR-NAME       PIC X(20).
           05  WS-BR-ENTITY     PIC X(2).

       01  WS-ENTITY-FIELDS.
           05  WS-EN-CODE       PIC X(2).
           05  WS-EN-NAME       PIC X(30).

       01  WS-INPUT-CODE        PIC X(3).
       01  WS-INPUT-NAME        PIC X(20).
       01  WS-INPUT-ENTITY      PIC X(2).

       01  WS-BRANCH-TABLE.
           05  WS-BT-LINE OCCURS 200 TIMES PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "BRANCH-MASTER: (A)dd branch, (E)ntity, "
                   "(L)ist: " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE

           EVALUATE FUNCTION UPPER-CASE(WS-MENU-CHOICE)
               WHEN "A"
                   PERFORM ADD-BRANCH
               WHEN "E"
                   PERFORM ASSIGN-ENTITY
               WHEN "L"
                   PERFORM LIST-BRANCHES
               WHEN OTHER
           DISPLAY "Branch name: " WITH NO ADVANCING
           ACCEPT WS-INPUT-NAME

           PERFORM ACCEPT-ENTITY
           IF WS-ENTITY-OK = 'N'
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND BRANCH-FILE
           IF WS-FS-BRANCH = "35"
               CLOSE BRANCH-FILE
           END-IF
           MOVE SPACES TO BRANCH-RECORD
           STRING WS-INPUT-CODE ","
                  FUNCTION TRIM(WS-INPUT-NAME) ","
                  WS-INPUT-ENTITY
               DELIMITED BY SIZE INTO BRANCH-RECORD
           END-STRING
           WRITE BRANCH-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-BRANCH-FIELDS
                       UNSTRING BRANCH-RECORD DELIMITED BY ','
                           INTO WS-BR-CODE WS-BR-NAME WS-BR-ENTITY
                       END-UNSTRING
                       IF WS-BR-CODE = WS-INPUT-CODE
                           MOVE 'Y' TO WS-DUP-FOUND
           END-PERFORM
           CLOSE BRANCH-FILE
           DISPLAY "Branches on file: " WS-BRANCH-COUNT.

       ACCEPT-ENTITY.
           MOVE 'N' TO WS-ENTITY-OK
           DISPLAY "Legal entity (Enter = home entity): "
                   WITH NO ADVANCING
           ACCEPT WS-INPUT-ENTITY
           MOVE FUNCTION UPPER-CASE(WS-INPUT-ENTITY)
               TO WS-INPUT-ENTITY
           IF WS-INPUT-ENTITY = SPACES
               MOVE 'Y' TO WS-ENTITY-OK
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ENTITY-FILE
           IF WS-FS-ENTITY NOT = "00"
               MOVE 'Y' TO WS-ENTITY-OK
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
                       IF WS-EN-CODE = WS-INPUT-ENTITY
                           MOVE 'Y' TO WS-ENTITY-OK
                           MOVE 'Y' TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENTITY-FILE
           IF WS-ENTITY-OK = 'N'
               DISPLAY "Entity " WS-INPUT-ENTITY
                       " is not on GL-ENTITIES.DAT."
           END-IF.

      *> A branch that will not fit the table must stop the change
      *> before the file is rewritten, or it would drop off the
      *> master.
       HOLD-BRANCH-LINE.
           IF WS-BRANCH-COUNT >= 200
               DISPLAY "BRANCH-MASTER: ERROR - branch table full "
                       "at 200; entity not assigned"
               CLOSE BRANCH-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-BRANCH-COUNT
           MOVE BRANCH-RECORD TO WS-BT-LINE(WS-BRANCH-COUNT).

      *> The register is small enough to hold whole: read every line,
      *> re-cut the one branch with its new entity, write it all back.
       ASSIGN-ENTITY.
           DISPLAY "Branch code (3 chars): " WITH NO ADVANCING
           ACCEPT WS-INPUT-CODE
           MOVE FUNCTION UPPER-CASE(WS-INPUT-CODE) TO WS-INPUT-CODE
           PERFORM CHECK-DUPLICATE-CODE
           IF WS-DUP-FOUND = 'N'
               DISPLAY "Branch " WS-INPUT-CODE " is not on file."
               EXIT PARAGRAPH
           END-IF
           PERFORM ACCEPT-ENTITY
           IF WS-ENTITY-OK = 'N'
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT BRANCH-FILE
           IF WS-FS-BRANCH NOT = "00"
               DISPLAY "BRANCH-MASTER: ERROR - cannot open "
                       "BRANCHES.DAT. Status: " WS-FS-BRANCH
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO WS-BRANCH-COUNT
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ BRANCH-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM HOLD-BRANCH-LINE
               END-READ
           END-PERFORM
           CLOSE BRANCH-FILE

           OPEN OUTPUT BRANCH-FILE
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-BRANCH-COUNT
               MOVE SPACES TO WS-BRANCH-FIELDS
               UNSTRING WS-BT-LINE(WS-I) DELIMITED BY ','
                   INTO WS-BR-CODE WS-BR-NAME WS-BR-ENTITY
               END-UNSTRING
               IF WS-BR-CODE = WS-INPUT-CODE
                   MOVE SPACES TO BRANCH-RECORD
                   STRING WS-BR-CODE ","
                          FUNCTION TRIM(WS-BR-NAME) ","
                          WS-INPUT-ENTITY
                       DELIMITED BY SIZE INTO BRANCH-RECORD
                   END-STRING
               ELSE
                   MOVE WS-BT-LINE(WS-I) TO BRANCH-RECORD
               END-IF
               WRITE BRANCH-RECORD
           END-PERFORM
           CLOSE BRANCH-FILE
           IF WS-INPUT-ENTITY = SPACES
               DISPLAY "Branch " WS-INPUT-CODE
                       " returned to the home entity."
           ELSE
               DISPLAY "Branch " WS-INPUT-CODE " now keeps the books "
                       "of entity " WS-INPUT-ENTITY "."
           END-IF.
