       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-REPRINT.

      *> Reprint from the report archive. The user signs on with
      *> their USERS.DAT ID and password (active IDs only), then:
      *>   (L)ist   - the reports REPORT-ARCHIVE catalogued for a
      *>              business date (blank for today's), numbered
      *>   (P)rint  - one report from the last list to the print
      *>              spool, REPRINT_PRINT_DIR (default print-spool),
      *>              headed by a REPRINT banner naming who asked
      *>   (E)xport - an exact copy of one report from the last list
      *>              to REPRINT_EXPORT_DIR (default report-export)
      *>   (Q)uit
      *> A report catalogued as carrying customer data needs access
      *> level REPRINT_CUSTDATA_LEVEL or better (default 2, Manager).
      *> Purged reports are listed but cannot be reprinted. Every
      *> reprint, export and refusal goes on REPRINT-LOG.TXT through
      *> LOG-CHAIN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-FILE ASSIGN TO "USERS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-USER.
           SELECT CATALOG-FILE ASSIGN TO "REPORT-CATALOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CAT.
           SELECT ARCHIVE-FILE ASSIGN TO WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARC.
           SELECT PRINT-FILE ASSIGN TO WS-PRINT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PRT.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-FILE.
       01  USER-RECORD.
           05  FILE-USER-ID      PIC X(8).
           05  FILE-USER-NAME    PIC X(20).
           05  FILE-PASSWORD     PIC X(8).
           05  FILE-ACCESS-LEVEL PIC 9.
           05  FILE-PWD-CHANGED  PIC 9(8).
           05  FILE-PWD-HISTORY.
               10  FILE-OLD-PASSWORD OCCURS 3 TIMES PIC X(8).
           05  FILE-USER-STATUS  PIC X.
           05  FILE-LAST-LOGIN   PIC 9(8).

       FD  CATALOG-FILE.
       01  CATALOG-RECORD       PIC X(200).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD       PIC X(250).

       FD  PRINT-FILE.
       01  PRINT-RECORD         PIC X(250).

       WORKING-STORAGE SECTION.
       77  WS-FS-USER           PIC XX.
       77  WS-FS-CAT            PIC XX.
       77  WS-FS-ARC            PIC XX.
       77  WS-FS-PRT            PIC XX.
       77  WS-EOF               PIC X VALUE 'N'.
       77  WS-DONE              PIC X VALUE 'N'.
       77  WS-MENU-CHOICE       PIC X.
       77  WS-STAFF-ID          PIC X(8).
       77  WS-STAFF-PASS        PIC X(8).
       77  WS-STAFF-LEVEL       PIC 9 VALUE 9.
       77  WS-STAFF-OK          PIC X VALUE 'N'.
       77  WS-CUST-LEVEL        PIC 9 VALUE 2.
       77  WS-PARAM-NAME        PIC X(24).
       77  WS-PARAM-VALUE       PIC X(12).
       77  WS-PARAM-FOUND       PIC X.
       77  WS-TODAY             PIC 9(8).
       77  WS-LIST-DATE         PIC X(8).
       77  WS-DATE-IN           PIC X(8).
       77  WS-PICK-IN           PIC X(3).
       77  WS-PICK              PIC 9(3).
       77  WS-I                 PIC 9(3).
       77  WS-PRINT-DIR         PIC X(40) VALUE "print-spool".
       77  WS-EXPORT-DIR        PIC X(40) VALUE "report-export".
       77  WS-DIR-ENV           PIC X(40).
       77  WS-ARCHIVE-NAME      PIC X(80).
       77  WS-PRINT-NAME        PIC X(80).
       77  WS-COPY-RC           PIC S9(9) COMP-5.
       77  WS-LINE-COUNT        PIC 9(7).
       77  WS-ACTION            PIC X(30).
       77  WS-LOG-TIMESTAMP     PIC X(19).
       77  WS-CHAIN-LOG         PIC X(30).
       77  WS-CHAIN-LINE        PIC X(120).

       01  WS-CAT-FIELDS.
           05  WS-CT-DATE       PIC X(8).
           05  WS-CT-RUN        PIC X(14).
           05  WS-CT-NAME       PIC X(28).
           05  WS-CT-TYPE       PIC X(10).
           05  WS-CT-CUST       PIC X(1).
           05  WS-CT-PAGES      PIC X(5).
           05  WS-CT-LINES      PIC X(7).
           05  WS-CT-HASH       PIC X(12).
           05  WS-CT-STATUS     PIC X(1).
           05  WS-CT-PATH       PIC X(80).

       01  WS-LIST-COUNT        PIC 9(3) VALUE 0.
       01  WS-LIST-TABLE.
           05  WS-LS-ENTRY OCCURS 200 TIMES.
               10  WS-LS-DATE       PIC X(8).
               10  WS-LS-RUN        PIC X(14).
               10  WS-LS-NAME       PIC X(28).
               10  WS-LS-TYPE       PIC X(10).
               10  WS-LS-CUST       PIC X(1).
               10  WS-LS-PAGES      PIC X(5).
               10  WS-LS-STATUS     PIC X(1).
               10  WS-LS-PATH       PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "GET-BUSINESS-DATE" USING WS-TODAY
           MOVE "REPRINT_CUSTDATA_LEVEL" TO WS-PARAM-NAME
           CALL "GET-PARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y'
              AND FUNCTION TEST-NUMVAL(WS-PARAM-VALUE) = 0
               COMPUTE WS-CUST-LEVEL = FUNCTION NUMVAL(WS-PARAM-VALUE)
           END-IF
           MOVE SPACES TO WS-DIR-ENV
           ACCEPT WS-DIR-ENV FROM ENVIRONMENT "REPRINT_PRINT_DIR"
           IF WS-DIR-ENV NOT = SPACES
               MOVE WS-DIR-ENV TO WS-PRINT-DIR
           END-IF
           MOVE SPACES TO WS-DIR-ENV
           ACCEPT WS-DIR-ENV FROM ENVIRONMENT "REPRINT_EXPORT_DIR"
           IF WS-DIR-ENV NOT = SPACES
               MOVE WS-DIR-ENV TO WS-EXPORT-DIR
           END-IF

           DISPLAY "REPORT-REPRINT: reprint from the report archive"
           DISPLAY "User ID: " WITH NO ADVANCING
           ACCEPT WS-STAFF-ID
           DISPLAY "Password: " WITH NO ADVANCING
           ACCEPT WS-STAFF-PASS
           PERFORM VERIFY-STAFF
           IF WS-STAFF-OK NOT = 'Y'
               MOVE SPACES TO WS-CT-NAME WS-CT-DATE
               MOVE "SIGN-ON REFUSED" TO WS-ACTION
               PERFORM LOG-REPRINT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL WS-DONE = 'Y'
               DISPLAY " "
               DISPLAY "(L)ist, (P)rint, (E)xport, (Q)uit: "
                   WITH NO ADVANCING
               ACCEPT WS-MENU-CHOICE
               MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE)
                   TO WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN 'L'
                       PERFORM LIST-REPORTS
                   WHEN 'P'
                       PERFORM PICK-REPORT
                       IF WS-PICK > 0
                           PERFORM PRINT-REPORT
                       END-IF
                   WHEN 'E'
                       PERFORM PICK-REPORT
                       IF WS-PICK > 0
                           PERFORM EXPORT-REPORT
                       END-IF
                   WHEN 'Q'
                       MOVE 'Y' TO WS-DONE
                   WHEN OTHER
                       DISPLAY "Invalid choice."
               END-EVALUATE
           END-PERFORM
           STOP RUN.

      *> The user must be on USERS.DAT, active, and key the right
      *> password; their level decides what they may reprint.
       VERIFY-STAFF.
           MOVE 'N' TO WS-STAFF-OK
           OPEN INPUT USER-FILE
           IF WS-FS-USER NOT = "00"
               DISPLAY "USERS.DAT unavailable."
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ USER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF FILE-USER-ID = WS-STAFF-ID
                           IF FILE-PASSWORD = WS-STAFF-PASS
                              AND FILE-USER-STATUS NOT = 'D'
                               MOVE 'Y' TO WS-STAFF-OK
                               MOVE FILE-ACCESS-LEVEL
                                   TO WS-STAFF-LEVEL
                           END-IF
                           MOVE 'Y' TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE USER-FILE
           IF WS-STAFF-OK NOT = 'Y'
               DISPLAY FUNCTION TRIM(WS-STAFF-ID)
                       " is not authorized or the password is wrong."
           END-IF.

       LIST-REPORTS.
           DISPLAY "Business date (YYYYMMDD, blank for " WS-TODAY
                   "): " WITH NO ADVANCING
           MOVE SPACES TO WS-DATE-IN
           ACCEPT WS-DATE-IN
           IF WS-DATE-IN = SPACES
               MOVE WS-TODAY TO WS-LIST-DATE
           ELSE
               MOVE WS-DATE-IN TO WS-LIST-DATE
           END-IF
           MOVE 0 TO WS-LIST-COUNT
           OPEN INPUT CATALOG-FILE
           IF WS-FS-CAT NOT = "00"
               DISPLAY "No reports have been archived."
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CATALOG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM LIST-ONE-ENTRY
               END-READ
           END-PERFORM
           CLOSE CATALOG-FILE
           IF WS-LIST-COUNT = 0
               DISPLAY "No reports archived for " WS-LIST-DATE "."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "  NO  REPORT                       TYPE       "
                   "PAGES RUN            CUST STATUS"
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-LIST-COUNT
               DISPLAY "  " WS-I " " WS-LS-NAME(WS-I) " "
                       WS-LS-TYPE(WS-I) " " WS-LS-PAGES(WS-I) " "
                       WS-LS-RUN(WS-I) " " WS-LS-CUST(WS-I)
                       "    " WITH NO ADVANCING
               IF WS-LS-STATUS(WS-I) = "P"
                   DISPLAY "PURGED"
               ELSE
                   DISPLAY "ARCHIVED"
               END-IF
           END-PERFORM.

       LIST-ONE-ENTRY.
           MOVE SPACES TO WS-CAT-FIELDS
           UNSTRING CATALOG-RECORD DELIMITED BY ','
               INTO WS-CT-DATE WS-CT-RUN WS-CT-NAME WS-CT-TYPE
                    WS-CT-CUST WS-CT-PAGES WS-CT-LINES WS-CT-HASH
                    WS-CT-STATUS WS-CT-PATH
           END-UNSTRING
           IF WS-CT-DATE NOT = WS-LIST-DATE
               EXIT PARAGRAPH
           END-IF
           IF WS-LIST-COUNT >= 200
               DISPLAY "REPORT-REPRINT: WARNING - more than 200 "
                       "reports for " WS-LIST-DATE ", list truncated"
               MOVE 'Y' TO WS-EOF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LIST-COUNT
           MOVE WS-CT-DATE TO WS-LS-DATE(WS-LIST-COUNT)
           MOVE WS-CT-RUN TO WS-LS-RUN(WS-LIST-COUNT)
           MOVE WS-CT-NAME TO WS-LS-NAME(WS-LIST-COUNT)
           MOVE WS-CT-TYPE TO WS-LS-TYPE(WS-LIST-COUNT)
           MOVE WS-CT-CUST TO WS-LS-CUST(WS-LIST-COUNT)
           MOVE WS-CT-PAGES TO WS-LS-PAGES(WS-LIST-COUNT)
           MOVE WS-CT-STATUS TO WS-LS-STATUS(WS-LIST-COUNT)
           MOVE WS-CT-PATH TO WS-LS-PATH(WS-LIST-COUNT).

      *> A report from the last list that this user may reprint;
      *> WS-PICK comes back zero when there is none.
       PICK-REPORT.
           MOVE 0 TO WS-PICK
           IF WS-LIST-COUNT = 0
               DISPLAY "List the reports for a date first."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Report number: " WITH NO ADVANCING
           MOVE SPACES TO WS-PICK-IN
           ACCEPT WS-PICK-IN
           IF FUNCTION TEST-NUMVAL(WS-PICK-IN) NOT = 0
               DISPLAY "Invalid report number."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-I = FUNCTION NUMVAL(WS-PICK-IN)
           IF WS-I < 1 OR WS-I > WS-LIST-COUNT
               DISPLAY "Invalid report number."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LS-NAME(WS-I) TO WS-CT-NAME
           MOVE WS-LS-DATE(WS-I) TO WS-CT-DATE
           IF WS-LS-STATUS(WS-I) = "P"
               DISPLAY FUNCTION TRIM(WS-CT-NAME)
                       " has been purged under its retention."
               EXIT PARAGRAPH
           END-IF
           IF WS-LS-CUST(WS-I) = "Y"
              AND WS-STAFF-LEVEL > WS-CUST-LEVEL
               DISPLAY FUNCTION TRIM(WS-CT-NAME)
                       " holds customer data - access denied."
               MOVE "REPRINT DENIED - CUSTOMER DATA" TO WS-ACTION
               PERFORM LOG-REPRINT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-I TO WS-PICK.

       PRINT-REPORT.
           MOVE WS-LS-PATH(WS-PICK) TO WS-ARCHIVE-NAME
           OPEN INPUT ARCHIVE-FILE
           IF WS-FS-ARC NOT = "00"
               DISPLAY "Archived copy " FUNCTION TRIM(WS-ARCHIVE-NAME)
                       " cannot be read."
               EXIT PARAGRAPH
           END-IF
           CALL "CBL_CREATE_DIR" USING WS-PRINT-DIR
           MOVE SPACES TO WS-PRINT-NAME
           STRING FUNCTION TRIM(WS-PRINT-DIR) "/"
                  WS-LS-DATE(WS-PICK) "-"
                  FUNCTION TRIM(WS-LS-NAME(WS-PICK)) ".PRT"
               DELIMITED BY SIZE INTO WS-PRINT-NAME
           END-STRING
           OPEN OUTPUT PRINT-FILE
           IF WS-FS-PRT NOT = "00"
               DISPLAY "Print spool " FUNCTION TRIM(WS-PRINT-NAME)
                       " cannot be written."
               CLOSE ARCHIVE-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-LOG-TIMESTAMP
           MOVE SPACES TO PRINT-RECORD
           STRING "*** REPRINT *** " FUNCTION TRIM(WS-LS-NAME(WS-PICK))
                  " OF " WS-LS-DATE(WS-PICK)
                  " RUN " WS-LS-RUN(WS-PICK)
                  " - REPRINTED " WS-LOG-TIMESTAMP(1:8)
                  " BY " FUNCTION TRIM(WS-STAFF-ID)
               DELIMITED BY SIZE INTO PRINT-RECORD
           END-STRING
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE 0 TO WS-LINE-COUNT
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARCHIVE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE ARCHIVE-RECORD TO PRINT-RECORD
                       WRITE PRINT-RECORD
                       ADD 1 TO WS-LINE-COUNT
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-FILE
           CLOSE PRINT-FILE
           DISPLAY FUNCTION TRIM(WS-LS-NAME(WS-PICK)) " ("
                   WS-LINE-COUNT " lines) sent to "
                   FUNCTION TRIM(WS-PRINT-NAME)
           MOVE "REPRINTED" TO WS-ACTION
           PERFORM LOG-REPRINT.

       EXPORT-REPORT.
           CALL "CBL_CREATE_DIR" USING WS-EXPORT-DIR
           MOVE WS-LS-PATH(WS-PICK) TO WS-ARCHIVE-NAME
           MOVE SPACES TO WS-PRINT-NAME
           STRING FUNCTION TRIM(WS-EXPORT-DIR) "/"
                  WS-LS-DATE(WS-PICK) "-"
                  FUNCTION TRIM(WS-LS-NAME(WS-PICK))
               DELIMITED BY SIZE INTO WS-PRINT-NAME
           END-STRING
           CALL "CBL_COPY_FILE" USING WS-ARCHIVE-NAME, WS-PRINT-NAME
               RETURNING WS-COPY-RC
           IF WS-COPY-RC NOT = 0
               DISPLAY "Archived copy " FUNCTION TRIM(WS-ARCHIVE-NAME)
                       " could not be exported."
               EXIT PARAGRAPH
           END-IF
           DISPLAY FUNCTION TRIM(WS-LS-NAME(WS-PICK))
                   " exported to " FUNCTION TRIM(WS-PRINT-NAME)
           MOVE "EXPORTED" TO WS-ACTION
           PERFORM LOG-REPRINT.

       LOG-REPRINT.
           MOVE FUNCTION CURRENT-DATE TO WS-LOG-TIMESTAMP
           MOVE SPACES TO WS-CHAIN-LINE
           STRING WS-LOG-TIMESTAMP(1:19)
                  " | USER: " FUNCTION TRIM(WS-STAFF-ID)
                  " | " FUNCTION TRIM(WS-ACTION)
                  " | REPORT: " FUNCTION TRIM(WS-CT-NAME)
                  " | DATE: " WS-CT-DATE
               DELIMITED BY SIZE INTO WS-CHAIN-LINE
           END-STRING
           MOVE "REPRINT-LOG.TXT" TO WS-CHAIN-LOG
           CALL "LOG-CHAIN" USING WS-CHAIN-LOG, WS-CHAIN-LINE.
