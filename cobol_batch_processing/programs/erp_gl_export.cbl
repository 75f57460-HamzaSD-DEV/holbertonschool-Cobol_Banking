       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERP-GL-EXPORT.

      *> Daily journal export to the group ERP, so group finance no
      *> longer re-keys our trial balance. ERP-MAPPING.DAT maps our
      *> ledger onto the group's:
      *>   A,GLACCT,GROUP-ACCOUNT   - a GLCHART.DAT / journal account
      *>   C,BRANCH,COST-CENTRE     - a BRANCHES.DAT code ("***" for
      *>                              lines GLPOSTER could not brand)
      *> Every GLMASTER.DAT line dated the export date (the business
      *> date, or ERP_EXPORT_DATE to send a missed day) is mapped
      *> and summed per group account and cost centre into the
      *> ERP's import layout, ERP-GL-yyyymmdd.DAT:
      *>   HDR,ENTITY,YYYYMMDD,JOURNAL-ID
      *>   JNL,LINE,GROUP-ACCOUNT,COST-CENTRE,DEBIT,CREDIT,DESC
      *>   TRL,JNL-COUNT,TOTAL-DEBITS,TOTAL-CREDITS
      *> ENTITY is ERP_ENTITY (default BANK). A journal line whose
      *> account or branch has no mapping stops the export: nothing
      *> is written, and ERP-EXCEPTIONS.TXT lists every missing
      *> mapping so it can be added and the export rerun. A day
      *> whose debits and credits differ is not exported either.
      *> The file is built as ERP-GL-yyyymmdd.TMP and only becomes
      *> the .DAT the ERP collects once FILE-GUARD has passed it, so
      *> the same day can never be sent twice.
      *> ERP_EXPORT_MODE=V instead checks the mapping file against
      *> GLCHART.DAT and BRANCHES.DAT and lists what is unmapped.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAPPING-FILE ASSIGN TO "ERP-MAPPING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MAP.
           SELECT GL-MASTER-FILE ASSIGN TO "GLMASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GLM.
           SELECT CHART-FILE ASSIGN TO "GLCHART.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CHART.
           SELECT BRANCH-FILE ASSIGN TO "BRANCHES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BRANCH.
           SELECT EXPORT-FILE ASSIGN TO WS-STAGE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXP.
           SELECT EXCEPTION-FILE ASSIGN TO "ERP-EXCEPTIONS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXC.

       DATA DIVISION.
       FILE SECTION.
       FD  MAPPING-FILE.
       01  MAPPING-RECORD       PIC X(40).

       FD  GL-MASTER-FILE.
       01  GL-MASTER-RECORD     PIC X(80).

       FD  CHART-FILE.
       01  CHART-RECORD         PIC X(40).

       FD  BRANCH-FILE.
       01  BRANCH-RECORD        PIC X(40).

       FD  EXPORT-FILE.
       01  EXPORT-RECORD        PIC X(100).

       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD     PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-FS-MAP            PIC XX.
       77  WS-FS-GLM            PIC XX.
       77  WS-FS-CHART          PIC XX.
       77  WS-FS-BRANCH         PIC XX.
       77  WS-FS-EXP            PIC XX.
       77  WS-FS-EXC            PIC XX.
       77  WS-EOF               PIC X VALUE 'N'.
       77  WS-RC                PIC 9 VALUE 0.
       77  WS-TODAY             PIC 9(8).
       77  WS-EXPORT-DATE       PIC X(8).
       77  WS-DATE-ENV          PIC X(8).
       77  WS-MODE-ENV          PIC X(3).
       77  WS-ENTITY            PIC X(12) VALUE "BANK".
       77  WS-PARAM-NAME        PIC X(24).
       77  WS-PARAM-VALUE       PIC X(12).
       77  WS-PARAM-FOUND       PIC X.
       77  WS-STAGE-NAME        PIC X(30).
       77  WS-EXPORT-NAME       PIC X(30).
       77  WS-GUARD-ALLOW       PIC X.
       77  WS-RENAME-RC         PIC S9(9) COMP-5.
       77  WS-I                 PIC 9(4).
       77  WS-HIT               PIC 9(4).
       77  WS-LINE-NO           PIC 9(5) VALUE 0.
       77  WS-MOVE-COUNT        PIC 9(7) VALUE 0.
       77  WS-UNMAPPED-LINES    PIC 9(7) VALUE 0.
       77  WS-AMT               PIC 9(9)V99.
       77  WS-TOT-DEBITS        PIC 9(11)V99 VALUE 0.
       77  WS-TOT-CREDITS       PIC 9(11)V99 VALUE 0.
       77  WS-AMT-OUT           PIC 9(9).99.
       77  WS-TOT-OUT           PIC 9(11).99.
       77  WS-ZERO-OUT          PIC X(12) VALUE "000000000.00".
       77  WS-GROUP-ACCT        PIC X(10).
       77  WS-COST-CENTRE       PIC X(8).
       77  WS-ACCT-MAPPED       PIC X.
       77  WS-CC-MAPPED         PIC X.

       01  WS-MAP-FIELDS.
           05  WS-MP-KIND       PIC X.
           05  WS-MP-CODE       PIC X(4).
           05  WS-MP-TARGET     PIC X(10).

       01  WS-ACCT-MAP-COUNT    PIC 9(4) VALUE 0.
       01  WS-ACCT-MAP-TABLE.
           05  WS-AM-ENTRY OCCURS 500 TIMES.
               10  WS-AM-GL         PIC X(4).
               10  WS-AM-GROUP      PIC X(10).
       01  WS-CC-MAP-COUNT      PIC 9(4) VALUE 0.
       01  WS-CC-MAP-TABLE.
           05  WS-CM-ENTRY OCCURS 200 TIMES.
               10  WS-CM-BRANCH     PIC X(3).
               10  WS-CM-CENTRE     PIC X(8).

      *> Journal summed per group account and cost centre.
       01  WS-SUM-COUNT         PIC 9(4) VALUE 0.
       01  WS-SUM-TABLE.
           05  WS-SUM-ENTRY OCCURS 1000 TIMES.
               10  WS-SM-GROUP      PIC X(10).
               10  WS-SM-CENTRE     PIC X(8).
               10  WS-SM-DEBITS     PIC 9(11)V99.
               10  WS-SM-CREDITS    PIC 9(11)V99.

      *> Each missing mapping once, with how much rides on it.
       01  WS-EXC-COUNT         PIC 9(4) VALUE 0.
       01  WS-EXC-TABLE.
           05  WS-EXC-ENTRY OCCURS 200 TIMES.
               10  WS-EX-KIND       PIC X.
               10  WS-EX-CODE       PIC X(4).
               10  WS-EX-LINES      PIC 9(7).
               10  WS-EX-AMOUNT     PIC 9(11)V99.
       77  WS-EX-KIND-IN        PIC X.
       77  WS-EX-CODE-IN        PIC X(4).
       77  WS-EX-LINES-OUT      PIC Z(6)9.
       77  WS-EX-AMT-OUT        PIC Z(10)9.99.

       01  WS-JRNL-FIELDS.
           05  WS-JRNL-ACCT     PIC X(4).
           05  WS-JRNL-DRCR     PIC X(2).
           05  WS-JRNL-DATE     PIC X(8).
           05  WS-JRNL-BRANCH   PIC X(3).

       01  WS-CHART-FIELDS.
           05  WS-CH-TYPE       PIC X(10).
           05  WS-CH-DEBIT      PIC X(4).
           05  WS-CH-CREDIT     PIC X(4).
       01  WS-BRANCH-FIELDS.
           05  WS-BR-CODE       PIC X(3).
           05  WS-BR-NAME       PIC X(20).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           CALL "GET-BUSINESS-DATE" USING WS-TODAY
           MOVE WS-TODAY TO WS-EXPORT-DATE
           MOVE SPACES TO WS-DATE-ENV
           ACCEPT WS-DATE-ENV FROM ENVIRONMENT "ERP_EXPORT_DATE"
           IF WS-DATE-ENV NOT = SPACES
               IF WS-DATE-ENV IS NOT NUMERIC
                   DISPLAY "ERP-GL-EXPORT: ERROR - ERP_EXPORT_DATE "
                           "must be YYYYMMDD"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-DATE-ENV TO WS-EXPORT-DATE
           END-IF
           MOVE "ERP_ENTITY" TO WS-PARAM-NAME
           CALL "GET-PARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y'
               MOVE WS-PARAM-VALUE TO WS-ENTITY
           END-IF

           PERFORM LOAD-MAPPING

           MOVE SPACES TO WS-MODE-ENV
           ACCEPT WS-MODE-ENV FROM ENVIRONMENT "ERP_EXPORT_MODE"
           IF FUNCTION UPPER-CASE(WS-MODE-ENV(1:1)) = "V"
               PERFORM VALIDATE-MAPPING
               MOVE WS-RC TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY "ERP-GL-EXPORT: Starting export of "
                   WS-EXPORT-DATE "..."
           PERFORM COLLECT-MOVEMENTS

           IF WS-EXC-COUNT > 0
               PERFORM WRITE-EXCEPTION-LIST
               DISPLAY "ERP-GL-EXPORT: ERROR - " WS-UNMAPPED-LINES
                       " journal lines have no ERP mapping - "
                       "nothing exported; see ERP-EXCEPTIONS.TXT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-TOT-DEBITS NOT = WS-TOT-CREDITS
               DISPLAY "ERP-GL-EXPORT: ERROR - " WS-EXPORT-DATE
                       " journal does not balance (debits "
                       WS-TOT-DEBITS " credits " WS-TOT-CREDITS
                       ") - nothing exported"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-MOVE-COUNT = 0
               DISPLAY "ERP-GL-EXPORT: no GLMASTER.DAT movements "
                       "dated " WS-EXPORT-DATE " - nothing to send"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM WRITE-EXPORT-FILE
           CALL "FILE-GUARD" USING WS-STAGE-NAME, WS-GUARD-ALLOW
           IF WS-GUARD-ALLOW NOT = 'Y'
               CALL "CBL_DELETE_FILE" USING WS-STAGE-NAME
               DISPLAY "ERP-GL-EXPORT: WARNING - " WS-EXPORT-DATE
                       " was already sent to the ERP - not resent"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           CALL "CBL_DELETE_FILE" USING WS-EXPORT-NAME
           CALL "CBL_RENAME_FILE" USING WS-STAGE-NAME,
               WS-EXPORT-NAME
               RETURNING WS-RENAME-RC
           IF WS-RENAME-RC NOT = 0
               DISPLAY "ERP-GL-EXPORT: ERROR - could not release "
                       FUNCTION TRIM(WS-EXPORT-NAME)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY "ERP-GL-EXPORT: Journal lines read: "
                   WS-MOVE-COUNT
           DISPLAY "ERP-GL-EXPORT: ERP lines written: " WS-LINE-NO
                   " to " FUNCTION TRIM(WS-EXPORT-NAME)
           DISPLAY "ERP-GL-EXPORT: Debits " WS-TOT-DEBITS
                   " Credits " WS-TOT-CREDITS
           DISPLAY "ERP-GL-EXPORT: Completed."
           MOVE WS-RC TO RETURN-CODE
           STOP RUN.

       LOAD-MAPPING.
           OPEN INPUT MAPPING-FILE
           IF WS-FS-MAP NOT = "00"
               DISPLAY "ERP-GL-EXPORT: ERROR - cannot open "
                       "ERP-MAPPING.DAT. Status: " WS-FS-MAP
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ MAPPING-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-MAPPING
               END-READ
           END-PERFORM
           CLOSE MAPPING-FILE.

       LOAD-ONE-MAPPING.
           MOVE SPACES TO WS-MAP-FIELDS
           UNSTRING MAPPING-RECORD DELIMITED BY ','
               INTO WS-MP-KIND WS-MP-CODE WS-MP-TARGET
           END-UNSTRING
           EVALUATE WS-MP-KIND
               WHEN "A"
                   IF WS-ACCT-MAP-COUNT >= 500
                       DISPLAY "ERP-GL-EXPORT: ERROR - more than "
                               "500 account mappings"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-ACCT-MAP-COUNT
                   MOVE WS-MP-CODE TO WS-AM-GL(WS-ACCT-MAP-COUNT)
                   MOVE WS-MP-TARGET TO WS-AM-GROUP(WS-ACCT-MAP-COUNT)
               WHEN "C"
                   IF WS-CC-MAP-COUNT >= 200
                       DISPLAY "ERP-GL-EXPORT: ERROR - more than "
                               "200 cost-centre mappings"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-CC-MAP-COUNT
                   MOVE WS-MP-CODE TO WS-CM-BRANCH(WS-CC-MAP-COUNT)
                   MOVE WS-MP-TARGET TO WS-CM-CENTRE(WS-CC-MAP-COUNT)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *>----------------------------------------------------------------
      *> The day's journal, mapped and summed
      *>----------------------------------------------------------------
       COLLECT-MOVEMENTS.
           OPEN INPUT GL-MASTER-FILE
           IF WS-FS-GLM NOT = "00"
               DISPLAY "ERP-GL-EXPORT: ERROR - cannot open "
                       "GLMASTER.DAT. Status: " WS-FS-GLM
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ GL-MASTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF GL-MASTER-RECORD(20:8) = WS-EXPORT-DATE
                           PERFORM MAP-ONE-MOVEMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GL-MASTER-FILE.

       MAP-ONE-MOVEMENT.
           ADD 1 TO WS-MOVE-COUNT
           MOVE GL-MASTER-RECORD(1:4) TO WS-JRNL-ACCT
           MOVE GL-MASTER-RECORD(6:2) TO WS-JRNL-DRCR
           MOVE GL-MASTER-RECORD(20:8) TO WS-JRNL-DATE
           MOVE GL-MASTER-RECORD(53:3) TO WS-JRNL-BRANCH
           IF WS-JRNL-BRANCH = SPACES
               MOVE "***" TO WS-JRNL-BRANCH
           END-IF
           COMPUTE WS-AMT =
               FUNCTION NUMVAL(GL-MASTER-RECORD(9:10))

           MOVE 'N' TO WS-ACCT-MAPPED
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-ACCT-MAP-COUNT
               IF WS-AM-GL(WS-I) = WS-JRNL-ACCT
                   MOVE WS-AM-GROUP(WS-I) TO WS-GROUP-ACCT
                   MOVE 'Y' TO WS-ACCT-MAPPED
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-CC-MAPPED
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-CC-MAP-COUNT
               IF WS-CM-BRANCH(WS-I) = WS-JRNL-BRANCH
                   MOVE WS-CM-CENTRE(WS-I) TO WS-COST-CENTRE
                   MOVE 'Y' TO WS-CC-MAPPED
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-ACCT-MAPPED = 'N' OR WS-CC-MAPPED = 'N'
               ADD 1 TO WS-UNMAPPED-LINES
               IF WS-ACCT-MAPPED = 'N'
                   MOVE "A" TO WS-EX-KIND-IN
                   MOVE WS-JRNL-ACCT TO WS-EX-CODE-IN
                   PERFORM NOTE-EXCEPTION
               END-IF
               IF WS-CC-MAPPED = 'N'
                   MOVE "C" TO WS-EX-KIND-IN
                   MOVE WS-JRNL-BRANCH TO WS-EX-CODE-IN
                   PERFORM NOTE-EXCEPTION
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-HIT
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-SUM-COUNT
               IF WS-SM-GROUP(WS-I) = WS-GROUP-ACCT
                  AND WS-SM-CENTRE(WS-I) = WS-COST-CENTRE
                   MOVE WS-I TO WS-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-HIT = 0
               IF WS-SUM-COUNT >= 1000
                   DISPLAY "ERP-GL-EXPORT: ERROR - more than 1000 "
                           "group account / cost centre lines"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-SUM-COUNT
               MOVE WS-SUM-COUNT TO WS-HIT
               MOVE WS-GROUP-ACCT TO WS-SM-GROUP(WS-HIT)
               MOVE WS-COST-CENTRE TO WS-SM-CENTRE(WS-HIT)
               MOVE 0 TO WS-SM-DEBITS(WS-HIT)
               MOVE 0 TO WS-SM-CREDITS(WS-HIT)
           END-IF
           IF WS-JRNL-DRCR = "DR"
               ADD WS-AMT TO WS-SM-DEBITS(WS-HIT)
               ADD WS-AMT TO WS-TOT-DEBITS
           ELSE
               ADD WS-AMT TO WS-SM-CREDITS(WS-HIT)
               ADD WS-AMT TO WS-TOT-CREDITS
           END-IF.

       NOTE-EXCEPTION.
           MOVE 0 TO WS-HIT
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-EXC-COUNT
               IF WS-EX-KIND(WS-I) = WS-EX-KIND-IN
                  AND WS-EX-CODE(WS-I) = WS-EX-CODE-IN
                   MOVE WS-I TO WS-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-HIT = 0
               IF WS-EXC-COUNT >= 200
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-EXC-COUNT
               MOVE WS-EXC-COUNT TO WS-HIT
               MOVE WS-EX-KIND-IN TO WS-EX-KIND(WS-HIT)
               MOVE WS-EX-CODE-IN TO WS-EX-CODE(WS-HIT)
               MOVE 0 TO WS-EX-LINES(WS-HIT)
               MOVE 0 TO WS-EX-AMOUNT(WS-HIT)
           END-IF
           ADD 1 TO WS-EX-LINES(WS-HIT)
           ADD WS-AMT TO WS-EX-AMOUNT(WS-HIT).

       WRITE-EXCEPTION-LIST.
           OPEN OUTPUT EXCEPTION-FILE
           MOVE SPACES TO EXCEPTION-RECORD
           STRING "ERP EXPORT EXCEPTIONS - JOURNAL DATE "
                  WS-EXPORT-DATE
               DELIMITED BY SIZE INTO EXCEPTION-RECORD
           END-STRING
           WRITE EXCEPTION-RECORD
           MOVE SPACES TO EXCEPTION-RECORD
           WRITE EXCEPTION-RECORD
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-EXC-COUNT
               MOVE WS-EX-LINES(WS-I) TO WS-EX-LINES-OUT
               MOVE WS-EX-AMOUNT(WS-I) TO WS-EX-AMT-OUT
               MOVE SPACES TO EXCEPTION-RECORD
               IF WS-EX-KIND(WS-I) = "A"
                   STRING "NO GROUP ACCOUNT FOR GL ACCOUNT "
                          WS-EX-CODE(WS-I)
                          WS-EX-LINES-OUT " LINES "
                          WS-EX-AMT-OUT
                       DELIMITED BY SIZE INTO EXCEPTION-RECORD
                   END-STRING
               ELSE
                   STRING "NO COST CENTRE FOR BRANCH       "
                          WS-EX-CODE(WS-I)
                          WS-EX-LINES-OUT " LINES "
                          WS-EX-AMT-OUT
                       DELIMITED BY SIZE INTO EXCEPTION-RECORD
                   END-STRING
               END-IF
               WRITE EXCEPTION-RECORD
           END-PERFORM
           CLOSE EXCEPTION-FILE.

      *>----------------------------------------------------------------
      *> The ERP import file
      *>----------------------------------------------------------------
       WRITE-EXPORT-FILE.
           MOVE SPACES TO WS-STAGE-NAME WS-EXPORT-NAME
           STRING "ERP-GL-" WS-EXPORT-DATE ".TMP"
               DELIMITED BY SIZE INTO WS-STAGE-NAME
           END-STRING
           STRING "ERP-GL-" WS-EXPORT-DATE ".DAT"
               DELIMITED BY SIZE INTO WS-EXPORT-NAME
           END-STRING
           OPEN OUTPUT EXPORT-FILE
           IF WS-FS-EXP NOT = "00"
               DISPLAY "ERP-GL-EXPORT: ERROR - cannot write "
                       FUNCTION TRIM(WS-STAGE-NAME)
                       ". Status: " WS-FS-EXP
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO EXPORT-RECORD
           STRING "HDR," FUNCTION TRIM(WS-ENTITY) ","
                  WS-EXPORT-DATE ",GL" WS-EXPORT-DATE
               DELIMITED BY SIZE INTO EXPORT-RECORD
           END-STRING
           WRITE EXPORT-RECORD

           MOVE 0 TO WS-LINE-NO
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-SUM-COUNT
               IF WS-SM-DEBITS(WS-I) > 0
                   ADD 1 TO WS-LINE-NO
                   MOVE WS-SM-DEBITS(WS-I) TO WS-AMT-OUT
                   MOVE SPACES TO EXPORT-RECORD
                   STRING "JNL," WS-LINE-NO ","
                          FUNCTION TRIM(WS-SM-GROUP(WS-I)) ","
                          FUNCTION TRIM(WS-SM-CENTRE(WS-I)) ","
                          WS-AMT-OUT "," WS-ZERO-OUT
                          ",DAILY GL " WS-EXPORT-DATE
                       DELIMITED BY SIZE INTO EXPORT-RECORD
                   END-STRING
                   WRITE EXPORT-RECORD
               END-IF
               IF WS-SM-CREDITS(WS-I) > 0
                   ADD 1 TO WS-LINE-NO
                   MOVE WS-SM-CREDITS(WS-I) TO WS-AMT-OUT
                   MOVE SPACES TO EXPORT-RECORD
                   STRING "JNL," WS-LINE-NO ","
                          FUNCTION TRIM(WS-SM-GROUP(WS-I)) ","
                          FUNCTION TRIM(WS-SM-CENTRE(WS-I)) ","
                          WS-ZERO-OUT "," WS-AMT-OUT
                          ",DAILY GL " WS-EXPORT-DATE
                       DELIMITED BY SIZE INTO EXPORT-RECORD
                   END-STRING
                   WRITE EXPORT-RECORD
               END-IF
           END-PERFORM

           MOVE SPACES TO EXPORT-RECORD
           MOVE WS-TOT-DEBITS TO WS-TOT-OUT
           STRING "TRL," WS-LINE-NO "," WS-TOT-OUT ","
               DELIMITED BY SIZE INTO EXPORT-RECORD
           END-STRING
           MOVE WS-TOT-CREDITS TO WS-TOT-OUT
           STRING FUNCTION TRIM(EXPORT-RECORD) WS-TOT-OUT
               DELIMITED BY SIZE INTO EXPORT-RECORD
           END-STRING
           WRITE EXPORT-RECORD
           CLOSE EXPORT-FILE.

      *>----------------------------------------------------------------
      *> Mapping check against the chart and the branch master
      *>----------------------------------------------------------------
       VALIDATE-MAPPING.
           DISPLAY "ERP-GL-EXPORT: Checking ERP-MAPPING.DAT..."
           MOVE 0 TO WS-UNMAPPED-LINES
           OPEN INPUT CHART-FILE
           IF WS-FS-CHART = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CHART-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE SPACES TO WS-CHART-FIELDS
                           UNSTRING CHART-RECORD DELIMITED BY ','
                               INTO WS-CH-TYPE WS-CH-DEBIT
                                    WS-CH-CREDIT
                           END-UNSTRING
                           MOVE WS-CH-DEBIT TO WS-JRNL-ACCT
                           PERFORM CHECK-ACCOUNT-MAPPED
                           MOVE WS-CH-CREDIT TO WS-JRNL-ACCT
                           PERFORM CHECK-ACCOUNT-MAPPED
                   END-READ
               END-PERFORM
               CLOSE CHART-FILE
           END-IF
           OPEN INPUT BRANCH-FILE
           IF WS-FS-BRANCH = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ BRANCH-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE SPACES TO WS-BRANCH-FIELDS
                           UNSTRING BRANCH-RECORD DELIMITED BY ','
                               INTO WS-BR-CODE WS-BR-NAME
                           END-UNSTRING
                           PERFORM CHECK-BRANCH-MAPPED
                   END-READ
               END-PERFORM
               CLOSE BRANCH-FILE
           END-IF
           DISPLAY "ERP-GL-EXPORT: " WS-UNMAPPED-LINES
                   " chart accounts or branches without a mapping"
           IF WS-UNMAPPED-LINES > 0
               MOVE 4 TO WS-RC
           END-IF.

       CHECK-ACCOUNT-MAPPED.
           IF WS-JRNL-ACCT = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-ACCT-MAP-COUNT
               IF WS-AM-GL(WS-I) = WS-JRNL-ACCT
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           ADD 1 TO WS-UNMAPPED-LINES
           DISPLAY "  GL account " WS-JRNL-ACCT " (chart type "
                   FUNCTION TRIM(WS-CH-TYPE) ") has no group account".

       CHECK-BRANCH-MAPPED.
           IF WS-BR-CODE = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-CC-MAP-COUNT
               IF WS-CM-BRANCH(WS-I) = WS-BR-CODE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           ADD 1 TO WS-UNMAPPED-LINES
           DISPLAY "  Branch " WS-BR-CODE " "
                   FUNCTION TRIM(WS-BR-NAME) " has no cost centre".
