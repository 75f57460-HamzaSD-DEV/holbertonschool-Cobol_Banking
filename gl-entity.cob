       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-ENTITY.

      *> Shared branch-to-legal-entity resolution for every program
      *> that writes GLMASTER.DAT. Each branch on BRANCHES.DAT may
      *> carry the two-character code of the legal entity whose
      *> books it keeps:
      *>   BRCODE,BRANCH-NAME,ENTITY
      *> A branch with no entity, a branch not on file, and the
      *> "***" unassigned bucket all resolve to the home entity
      *> (GL_HOME_ENTITY, default 01), which is the one set of
      *> books the system kept before the group grew. The branch
      *> file is read once per run and held for later calls.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRANCH-FILE ASSIGN TO "BRANCHES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BRANCH.

       DATA DIVISION.
       FILE SECTION.
       FD  BRANCH-FILE.
       01  BRANCH-RECORD        PIC X(40).

       WORKING-STORAGE SECTION.
       77  WS-FS-BRANCH         PIC XX.
       77  WS-EOF               PIC X VALUE 'N'.
       77  WS-LOADED            PIC X VALUE 'N'.
       77  WS-BR-COUNT          PIC 9(3) VALUE 0.
       77  WS-I                 PIC 9(3).
       77  WS-HOME-ENTITY       PIC X(2) VALUE "01".
       77  WS-PARAM-NAME        PIC X(24).
       77  WS-PARAM-VALUE       PIC X(12).
       77  WS-PARAM-FOUND       PIC X.

       01  WS-BRANCH-FIELDS.
           05  WS-BF-CODE       PIC X(3).
           05  WS-BF-NAME       PIC X(20).
           05  WS-BF-ENTITY     PIC X(2).

       01  WS-BRANCH-TABLE.
           05  WS-BR-ENTRY OCCURS 200 TIMES.
               10  WS-BR-CODE       PIC X(3).
               10  WS-BR-ENTITY     PIC X(2).

       LINKAGE SECTION.
       01  LNK-BRANCH           PIC X(3).
       01  LNK-ENTITY           PIC X(2).

       PROCEDURE DIVISION USING LNK-BRANCH, LNK-ENTITY.
       GL-ENTITY-PARA.
           IF WS-LOADED = 'N'
               PERFORM LOAD-BRANCH-ENTITIES
           END-IF
           MOVE WS-HOME-ENTITY TO LNK-ENTITY
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-BR-COUNT
               IF WS-BR-CODE(WS-I) = LNK-BRANCH
                   MOVE WS-BR-ENTITY(WS-I) TO LNK-ENTITY
                   EXIT PERFORM
               END-IF
           END-PERFORM
           GOBACK.

       LOAD-BRANCH-ENTITIES.
           MOVE 'Y' TO WS-LOADED
           MOVE "GL_HOME_ENTITY" TO WS-PARAM-NAME
           CALL "GET-PARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y'
              AND WS-PARAM-VALUE(1:2) NOT = SPACES
               MOVE WS-PARAM-VALUE(1:2) TO WS-HOME-ENTITY
           END-IF

           OPEN INPUT BRANCH-FILE
           IF WS-FS-BRANCH NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ BRANCH-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-BRANCH-FIELDS
                       UNSTRING BRANCH-RECORD DELIMITED BY ','
                           INTO WS-BF-CODE WS-BF-NAME WS-BF-ENTITY
                       END-UNSTRING
                       IF WS-BF-ENTITY NOT = SPACES
                          AND WS-BR-COUNT < 200
                           ADD 1 TO WS-BR-COUNT
                           MOVE WS-BF-CODE TO WS-BR-CODE(WS-BR-COUNT)
                           MOVE WS-BF-ENTITY
                               TO WS-BR-ENTITY(WS-BR-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BRANCH-FILE.
