       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-ARCHIVE.

      *> Nightly report archive - every night overwrites the reports
      *> the batch prints, so this runs last on the schedule and
      *> files each of them before the next night can. The reports
      *> are the fixed list below (file, report type, and whether
      *> it carries customer data), plus any site additions in
      *> REPORT-REGISTER.DAT, one "FILENAME,TYPE,Y|N" per line.
      *> A report present and changed since it was last filed is
      *> copied to REPORT_ARCHIVE_DIR (default report-archive) as
      *>   yyyymmdd/<run id>-<file>
      *> and catalogued in REPORT-CATALOG.DAT:
      *>   BUSDATE,RUNID,FILE,TYPE,CUSTDATA,PAGES,LINES,HASH,
      *>   STATUS,ARCHIVE-PATH
      *> The run ID is BATCH_RUN_ID when the schedule sets one, else
      *> the yyyymmddhhmmss the archive ran, as DRIVER stamps its
      *> run lock. Pages are counted at the form feeds, or at 60
      *> lines a page for a report without them. A report whose
      *> content (FILE-GUARD's rolling hash) matches its last filed
      *> copy was not rewritten tonight and is not filed again.
      *> Retention is days per report type - the defaults below,
      *> overridden by REPORT-RETENTION.DAT "TYPE,DAYS" lines; an
      *> archived copy older than its type's retention is deleted
      *> and its catalogue line kept, marked P(urged). REPORT-
      *> REPRINT lists and reprints from the catalogue.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTER-FILE ASSIGN TO "REPORT-REGISTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REG.
           SELECT RETENTION-FILE ASSIGN TO "REPORT-RETENTION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RET.
           SELECT CATALOG-FILE ASSIGN TO "REPORT-CATALOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CAT.
           SELECT WORK-FILE ASSIGN TO "REPORT-CATALOG.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-WORK.
           SELECT SCAN-FILE ASSIGN TO WS-SCAN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SCAN.

       DATA DIVISION.
       FILE SECTION.
       FD  REGISTER-FILE.
       01  REGISTER-RECORD      PIC X(60).

       FD  RETENTION-FILE.
       01  RETENTION-RECORD     PIC X(40).

       FD  CATALOG-FILE.
       01  CATALOG-RECORD       PIC X(200).

       FD  WORK-FILE.
       01  WORK-RECORD          PIC X(200).

       FD  SCAN-FILE.
       01  SCAN-RECORD          PIC X(250).

       WORKING-STORAGE SECTION.
       77  WS-FS-REG            PIC XX.
       77  WS-FS-RET            PIC XX.
       77  WS-FS-CAT            PIC XX.
       77  WS-FS-WORK           PIC XX.
       77  WS-FS-SCAN           PIC XX.
       77  WS-EOF               PIC X VALUE 'N'.
       77  WS-RC                PIC 9 VALUE 0.
       77  WS-TODAY             PIC 9(8).
       77  WS-STAMP             PIC X(21).
       77  WS-RUN-ID            PIC X(14).
       77  WS-ARCHIVE-DIR       PIC X(40) VALUE "report-archive".
       77  WS-DIR-ENV           PIC X(40).
       77  WS-DAY-DIR           PIC X(60).
       77  WS-SCAN-NAME         PIC X(80).
       77  WS-COPY-SRC          PIC X(80).
       77  WS-COPY-DST          PIC X(80).
       77  WS-COPY-RC           PIC S9(9) COMP-5.
       77  WS-I                 PIC 9(3).
       77  WS-M                 PIC 9(3).
       77  WS-HIT               PIC 9(3).
       77  WS-REC-LEN           PIC 9(3).
       77  WS-CHAR-ORD          PIC 9(3).
       77  WS-HASH              PIC 9(12) VALUE 0.
       77  WS-LINE-COUNT        PIC 9(7).
       77  WS-FF-COUNT          PIC 9(5).
       77  WS-PAGES             PIC 9(5).
       77  WS-AGE-DAYS          PIC S9(7).
       77  WS-AGE-OUT           PIC Z(6)9.
       77  WS-FILED-COUNT       PIC 9(4) VALUE 0.
       77  WS-SAME-COUNT        PIC 9(4) VALUE 0.
       77  WS-ABSENT-COUNT      PIC 9(4) VALUE 0.
       77  WS-PURGED-COUNT      PIC 9(4) VALUE 0.

       01  WS-REG-FIELDS.
           05  WS-RG-NAME       PIC X(28).
           05  WS-RG-TYPE       PIC X(10).
           05  WS-RG-CUST       PIC X(1).
       01  WS-RET-FIELDS.
           05  WS-RT-TYPE       PIC X(10).
           05  WS-RT-DAYS       PIC X(6).

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

      *> Retention in days per report type
       01  WS-TYPE-COUNT        PIC 9(3) VALUE 6.
       01  WS-TYPE-TABLE.
           05  WS-TY-ENTRY OCCURS 30 TIMES.
               10  WS-TY-NAME       PIC X(10).
               10  WS-TY-DAYS       PIC 9(5).

      *> The reports the batch prints
       01  WS-REPORT-LIST.
           05  FILLER PIC X(39) VALUE
               "OPS-DASHBOARD.TXT           OPERATIONSN".
           05  FILLER PIC X(39) VALUE
               "JOB-TREND-REPORT.TXT        OPERATIONSN".
           05  FILLER PIC X(39) VALUE
               "IDX-HEALTH-REPORT.TXT       OPERATIONSN".
           05  FILLER PIC X(39) VALUE
               "INTEGRITY-REPORT.TXT        OPERATIONSN".
           05  FILLER PIC X(39) VALUE
               "DRIFT-REPORT.TXT            OPERATIONSN".
           05  FILLER PIC X(39) VALUE
               "KPI-PACK.TXT                OPERATIONSN".
           05  FILLER PIC X(39) VALUE
               "EVENT-RECON-REPORT.TXT      OPERATIONSN".
           05  FILLER PIC X(39) VALUE
               "TRIAL-BALANCE.TXT           FINANCE   N".
           05  FILLER PIC X(39) VALUE
               "FINANCIAL-STATEMENTS.TXT    FINANCE   N".
           05  FILLER PIC X(39) VALUE
               "BRANCH-PNL.TXT              FINANCE   N".
           05  FILLER PIC X(39) VALUE
               "BUDGET-VARIANCE.TXT         FINANCE   N".
           05  FILLER PIC X(39) VALUE
               "GL-PROOF.TXT                FINANCE   N".
           05  FILLER PIC X(39) VALUE
               "PERIOD-CLOSE-REPORT.TXT     FINANCE   N".
           05  FILLER PIC X(39) VALUE
               "FIXED-ASSET-SCHEDULE.TXT    FINANCE   N".
           05  FILLER PIC X(39) VALUE
               "FX-REVALUATION.TXT          FINANCE   N".
           05  FILLER PIC X(39) VALUE
               "ALM-GAP.TXT                 FINANCE   N".
           05  FILLER PIC X(39) VALUE
               "LIQUIDITY-LADDER.TXT        FINANCE   N".
           05  FILLER PIC X(39) VALUE
               "PROVISION-REPORT.TXT        FINANCE   N".
           05  FILLER PIC X(39) VALUE
               "MM-BLOTTER.TXT              FINANCE   N".
           05  FILLER PIC X(39) VALUE
               "MM-MATURITY.TXT             FINANCE   N".
           05  FILLER PIC X(39) VALUE
               "AP-AGING.TXT                FINANCE   N".
           05  FILLER PIC X(39) VALUE
               "AR-AGING.TXT                FINANCE   N".
           05  FILLER PIC X(39) VALUE
               "INTEREST-RECON.TXT          FINANCE   N".
           05  FILLER PIC X(39) VALUE
               "VAULT-POSITION.TXT          FINANCE   N".
           05  FILLER PIC X(39) VALUE
               "RECONCILE-REPORT.TXT        RECON     Y".
           05  FILLER PIC X(39) VALUE
               "NOSTRO-BREAKS.TXT           RECON     N".
           05  FILLER PIC X(39) VALUE
               "ATM-RECON.TXT               RECON     N".
           05  FILLER PIC X(39) VALUE
               "VAULT-RECON.TXT             RECON     N".
           05  FILLER PIC X(39) VALUE
               "SETTLEMENT-REPORT.TXT       RECON     N".
           05  FILLER PIC X(39) VALUE
               "SETTLE-EXCEPTIONS.TXT       RECON     Y".
           05  FILLER PIC X(39) VALUE
               "SUSPENSE-AGING.TXT          RECON     Y".
           05  FILLER PIC X(39) VALUE
               "DRAWER-CLOSE.TXT            RECON     N".
           05  FILLER PIC X(39) VALUE
               "STATEMENTS.TXT              CUSTOMER  Y".
           05  FILLER PIC X(39) VALUE
               "DORMANCY-REPORT.TXT         CUSTOMER  Y".
           05  FILLER PIC X(39) VALUE
               "NSF-REPORT.TXT              CUSTOMER  Y".
           05  FILLER PIC X(39) VALUE
               "LOAN-DELINQUENCY.TXT        CUSTOMER  Y".
           05  FILLER PIC X(39) VALUE
               "COLLATERAL-REPORT.TXT       CUSTOMER  Y".
           05  FILLER PIC X(39) VALUE
               "CONSTRUCTION-REPORT.TXT     CUSTOMER  Y".
           05  FILLER PIC X(39) VALUE
               "ESCROW-STATEMENTS.TXT       CUSTOMER  Y".
           05  FILLER PIC X(39) VALUE
               "REPRICING-REGISTER.TXT      CUSTOMER  Y".
           05  FILLER PIC X(39) VALUE
               "LENDING-LIMIT.TXT           CUSTOMER  Y".
           05  FILLER PIC X(39) VALUE
               "TERMDEP-MATURING.TXT        CUSTOMER  Y".
           05  FILLER PIC X(39) VALUE
               "SWEEP-REPORT.TXT            CUSTOMER  Y".
           05  FILLER PIC X(39) VALUE
               "DEPOSIT-INSURANCE.TXT       CUSTOMER  Y".
           05  FILLER PIC X(39) VALUE
               "PROFITABILITY.TXT           CUSTOMER  Y".
           05  FILLER PIC X(39) VALUE
               "KYC-DUE.TXT                 CUSTOMER  Y".
           05  FILLER PIC X(39) VALUE
               "DISPUTE-AGING.TXT           CUSTOMER  Y".
           05  FILLER PIC X(39) VALUE
               "SDB-DELINQUENT.TXT          CUSTOMER  Y".
           05  FILLER PIC X(39) VALUE
               "BRANCH-XFER-REGISTER.TXT    CUSTOMER  Y".
           05  FILLER PIC X(39) VALUE
               "DEPOSIT-EXCEPTIONS.TXT      CUSTOMER  Y".
           05  FILLER PIC X(39) VALUE
               "RECYCLE-REPORT.TXT          CUSTOMER  Y".
           05  FILLER PIC X(39) VALUE
               "AML-CASE-AGING.TXT          COMPLIANCEY".
           05  FILLER PIC X(39) VALUE
               "SUSPICIOUS-ACTIVITY.TXT     COMPLIANCEY".
           05  FILLER PIC X(39) VALUE
               "CTR-EXTRACT.TXT             COMPLIANCEY".
           05  FILLER PIC X(39) VALUE
               "SAR-EXTRACT.TXT             COMPLIANCEY".
           05  FILLER PIC X(39) VALUE
               "RISK-REVIEW.TXT             COMPLIANCEY".
           05  FILLER PIC X(39) VALUE
               "SELF-DEALING-REVIEW.TXT     COMPLIANCEY".
           05  FILLER PIC X(39) VALUE
               "OFFCHECK-ESCHEAT.TXT        COMPLIANCEY".
           05  FILLER PIC X(39) VALUE
               "SECURITY-OPS-REPORT.TXT     SECURITY  N".
           05  FILLER PIC X(39) VALUE
               "SOD-CONFLICTS.TXT           SECURITY  N".
           05  FILLER PIC X(39) VALUE
               "RECERT-REPORT.TXT           SECURITY  N".
           05  FILLER PIC X(39) VALUE
               "BREAK-GLASS-REVIEW.TXT      SECURITY  N".
       01  WS-REPORT-LIST-TABLE REDEFINES WS-REPORT-LIST.
           05  WS-RL-ENTRY OCCURS 62 TIMES.
               10  WS-RL-NAME       PIC X(28).
               10  WS-RL-TYPE       PIC X(10).
               10  WS-RL-CUST       PIC X(1).

       01  WS-REPORT-COUNT      PIC 9(3) VALUE 0.
       01  WS-REPORT-TABLE.
           05  WS-RP-ENTRY OCCURS 150 TIMES.
               10  WS-RP-NAME       PIC X(28).
               10  WS-RP-TYPE       PIC X(10).
               10  WS-RP-CUST       PIC X(1).
               10  WS-RP-LAST-HASH  PIC X(12).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           CALL "GET-BUSINESS-DATE" USING WS-TODAY
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP
           MOVE SPACES TO WS-RUN-ID
           ACCEPT WS-RUN-ID FROM ENVIRONMENT "BATCH_RUN_ID"
           IF WS-RUN-ID = SPACES
               MOVE WS-STAMP(1:14) TO WS-RUN-ID
           END-IF
           MOVE SPACES TO WS-DIR-ENV
           ACCEPT WS-DIR-ENV FROM ENVIRONMENT "REPORT_ARCHIVE_DIR"
           IF WS-DIR-ENV NOT = SPACES
               MOVE WS-DIR-ENV TO WS-ARCHIVE-DIR
           END-IF
           DISPLAY "REPORT-ARCHIVE: Filing reports for business date "
                   WS-TODAY " run " WS-RUN-ID "..."

           PERFORM LOAD-RETENTION
           PERFORM LOAD-REPORT-LIST
           PERFORM SWEEP-CATALOG
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-REPORT-COUNT
               PERFORM FILE-ONE-REPORT
           END-PERFORM
           CLOSE WORK-FILE
           PERFORM COPY-WORK-BACK

           DISPLAY "REPORT-ARCHIVE: Filed:     " WS-FILED-COUNT
           DISPLAY "REPORT-ARCHIVE: Unchanged: " WS-SAME-COUNT
           DISPLAY "REPORT-ARCHIVE: Not run:   " WS-ABSENT-COUNT
           DISPLAY "REPORT-ARCHIVE: Purged:    " WS-PURGED-COUNT
           DISPLAY "REPORT-ARCHIVE: Completed."
           MOVE WS-RC TO RETURN-CODE
           STOP RUN.

       LOAD-RETENTION.
           MOVE "OPERATIONS" TO WS-TY-NAME(1)
           MOVE 90 TO WS-TY-DAYS(1)
           MOVE "FINANCE" TO WS-TY-NAME(2)
           MOVE 2555 TO WS-TY-DAYS(2)
           MOVE "RECON" TO WS-TY-NAME(3)
           MOVE 365 TO WS-TY-DAYS(3)
           MOVE "CUSTOMER" TO WS-TY-NAME(4)
           MOVE 1825 TO WS-TY-DAYS(4)
           MOVE "COMPLIANCE" TO WS-TY-NAME(5)
           MOVE 1825 TO WS-TY-DAYS(5)
           MOVE "SECURITY" TO WS-TY-NAME(6)
           MOVE 2555 TO WS-TY-DAYS(6)
           OPEN INPUT RETENTION-FILE
           IF WS-FS-RET NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ RETENTION-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-RETENTION
               END-READ
           END-PERFORM
           CLOSE RETENTION-FILE.

       LOAD-ONE-RETENTION.
           MOVE SPACES TO WS-RET-FIELDS
           UNSTRING RETENTION-RECORD DELIMITED BY ','
               INTO WS-RT-TYPE WS-RT-DAYS
           END-UNSTRING
           IF WS-RT-TYPE = SPACES
              OR FUNCTION TEST-NUMVAL(WS-RT-DAYS) NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-RT-TYPE) TO WS-RT-TYPE
           MOVE 0 TO WS-HIT
           PERFORM VARYING WS-M FROM 1 BY 1
             UNTIL WS-M > WS-TYPE-COUNT
               IF WS-TY-NAME(WS-M) = WS-RT-TYPE
                   MOVE WS-M TO WS-HIT
               END-IF
           END-PERFORM
           IF WS-HIT = 0
               IF WS-TYPE-COUNT >= 30
                   DISPLAY "REPORT-ARCHIVE: ERROR - more than 30 "
                           "report types"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-TYPE-COUNT
               MOVE WS-TYPE-COUNT TO WS-HIT
               MOVE WS-RT-TYPE TO WS-TY-NAME(WS-HIT)
           END-IF
           COMPUTE WS-TY-DAYS(WS-HIT) = FUNCTION NUMVAL(WS-RT-DAYS).

       LOAD-REPORT-LIST.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 62
               ADD 1 TO WS-REPORT-COUNT
               MOVE WS-RL-NAME(WS-I) TO WS-RP-NAME(WS-REPORT-COUNT)
               MOVE WS-RL-TYPE(WS-I) TO WS-RP-TYPE(WS-REPORT-COUNT)
               MOVE WS-RL-CUST(WS-I) TO WS-RP-CUST(WS-REPORT-COUNT)
               MOVE SPACES TO WS-RP-LAST-HASH(WS-REPORT-COUNT)
           END-PERFORM
           OPEN INPUT REGISTER-FILE
           IF WS-FS-REG NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ REGISTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-REGISTERED
               END-READ
           END-PERFORM
           CLOSE REGISTER-FILE.

       LOAD-ONE-REGISTERED.
           MOVE SPACES TO WS-REG-FIELDS
           UNSTRING REGISTER-RECORD DELIMITED BY ','
               INTO WS-RG-NAME WS-RG-TYPE WS-RG-CUST
           END-UNSTRING
           IF WS-RG-NAME = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-RG-TYPE) TO WS-RG-TYPE
           IF FUNCTION UPPER-CASE(WS-RG-CUST) NOT = "N"
               MOVE "Y" TO WS-RG-CUST
           END-IF
           MOVE 0 TO WS-HIT
           PERFORM VARYING WS-M FROM 1 BY 1
             UNTIL WS-M > WS-REPORT-COUNT
               IF WS-RP-NAME(WS-M) = WS-RG-NAME
                   MOVE WS-M TO WS-HIT
               END-IF
           END-PERFORM
           IF WS-HIT = 0
               IF WS-REPORT-COUNT >= 150
                   DISPLAY "REPORT-ARCHIVE: ERROR - more than 150 "
                           "reports registered"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-REPORT-COUNT
               MOVE WS-REPORT-COUNT TO WS-HIT
               MOVE WS-RG-NAME TO WS-RP-NAME(WS-HIT)
               MOVE SPACES TO WS-RP-LAST-HASH(WS-HIT)
           END-IF
           MOVE WS-RG-TYPE TO WS-RP-TYPE(WS-HIT)
           MOVE WS-RG-CUST TO WS-RP-CUST(WS-HIT).

      *>----------------------------------------------------------------
      *> The catalogue so far: note each report's last filed hash and
      *> purge what has outlived its retention
      *>----------------------------------------------------------------
       SWEEP-CATALOG.
           OPEN OUTPUT WORK-FILE
           OPEN INPUT CATALOG-FILE
           IF WS-FS-CAT NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CATALOG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM SWEEP-ONE-ENTRY
               END-READ
           END-PERFORM
           CLOSE CATALOG-FILE.

       SWEEP-ONE-ENTRY.
           MOVE SPACES TO WS-CAT-FIELDS
           UNSTRING CATALOG-RECORD DELIMITED BY ','
               INTO WS-CT-DATE WS-CT-RUN WS-CT-NAME WS-CT-TYPE
                    WS-CT-CUST WS-CT-PAGES WS-CT-LINES WS-CT-HASH
                    WS-CT-STATUS WS-CT-PATH
           END-UNSTRING
           PERFORM VARYING WS-M FROM 1 BY 1
             UNTIL WS-M > WS-REPORT-COUNT
               IF WS-RP-NAME(WS-M) = WS-CT-NAME
                   MOVE WS-CT-HASH TO WS-RP-LAST-HASH(WS-M)
               END-IF
           END-PERFORM
           IF WS-CT-STATUS = "A" AND WS-CT-DATE IS NUMERIC
               PERFORM VARYING WS-M FROM 1 BY 1
                 UNTIL WS-M > WS-TYPE-COUNT
                   IF WS-TY-NAME(WS-M) = WS-CT-TYPE
                       COMPUTE WS-AGE-DAYS =
                           FUNCTION INTEGER-OF-DATE(WS-TODAY)
                         - FUNCTION INTEGER-OF-DATE(
                               FUNCTION NUMVAL(WS-CT-DATE))
                       IF WS-AGE-DAYS > WS-TY-DAYS(WS-M)
                           PERFORM PURGE-ONE-ENTRY
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           MOVE CATALOG-RECORD TO WORK-RECORD
           WRITE WORK-RECORD.

       PURGE-ONE-ENTRY.
           MOVE WS-CT-PATH TO WS-COPY-SRC
           CALL "CBL_DELETE_FILE" USING WS-COPY-SRC
           MOVE "P" TO WS-CT-STATUS
           PERFORM BUILD-CATALOG-LINE
           ADD 1 TO WS-PURGED-COUNT
           MOVE WS-AGE-DAYS TO WS-AGE-OUT
           DISPLAY "  purged " FUNCTION TRIM(WS-CT-NAME) " of "
                   WS-CT-DATE " (" FUNCTION TRIM(WS-CT-TYPE) ", "
                   FUNCTION TRIM(WS-AGE-OUT) " days)".

       BUILD-CATALOG-LINE.
           MOVE SPACES TO CATALOG-RECORD
           STRING WS-CT-DATE ","
                  FUNCTION TRIM(WS-CT-RUN) ","
                  FUNCTION TRIM(WS-CT-NAME) ","
                  FUNCTION TRIM(WS-CT-TYPE) ","
                  WS-CT-CUST ","
                  WS-CT-PAGES ","
                  WS-CT-LINES ","
                  WS-CT-HASH ","
                  WS-CT-STATUS ","
                  FUNCTION TRIM(WS-CT-PATH)
               DELIMITED BY SIZE INTO CATALOG-RECORD
           END-STRING.

      *>----------------------------------------------------------------
      *> Filing tonight's reports
      *>----------------------------------------------------------------
       FILE-ONE-REPORT.
           MOVE WS-RP-NAME(WS-I) TO WS-SCAN-NAME
           PERFORM MEASURE-REPORT
           IF WS-LINE-COUNT = 0
               ADD 1 TO WS-ABSENT-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HASH TO WS-CT-HASH
           IF WS-CT-HASH = WS-RP-LAST-HASH(WS-I)
               ADD 1 TO WS-SAME-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-DAY-DIR
           STRING FUNCTION TRIM(WS-ARCHIVE-DIR) "/" WS-TODAY
               DELIMITED BY SIZE INTO WS-DAY-DIR
           END-STRING
           CALL "CBL_CREATE_DIR" USING WS-ARCHIVE-DIR
           CALL "CBL_CREATE_DIR" USING WS-DAY-DIR
           MOVE WS-RP-NAME(WS-I) TO WS-COPY-SRC
           MOVE SPACES TO WS-COPY-DST
           STRING FUNCTION TRIM(WS-DAY-DIR) "/"
                  FUNCTION TRIM(WS-RUN-ID) "-"
                  FUNCTION TRIM(WS-RP-NAME(WS-I))
               DELIMITED BY SIZE INTO WS-COPY-DST
           END-STRING
           CALL "CBL_COPY_FILE" USING WS-COPY-SRC, WS-COPY-DST
               RETURNING WS-COPY-RC
           IF WS-COPY-RC NOT = 0
               DISPLAY "REPORT-ARCHIVE: WARNING - could not file "
                       FUNCTION TRIM(WS-RP-NAME(WS-I)) " to "
                       FUNCTION TRIM(WS-COPY-DST)
               MOVE 4 TO WS-RC
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TODAY TO WS-CT-DATE
           MOVE WS-RUN-ID TO WS-CT-RUN
           MOVE WS-RP-NAME(WS-I) TO WS-CT-NAME
           MOVE WS-RP-TYPE(WS-I) TO WS-CT-TYPE
           MOVE WS-RP-CUST(WS-I) TO WS-CT-CUST
           MOVE WS-PAGES TO WS-CT-PAGES
           MOVE WS-LINE-COUNT TO WS-CT-LINES
           MOVE "A" TO WS-CT-STATUS
           MOVE WS-COPY-DST TO WS-CT-PATH
           PERFORM BUILD-CATALOG-LINE
           MOVE CATALOG-RECORD TO WORK-RECORD
           WRITE WORK-RECORD
           MOVE WS-CT-HASH TO WS-RP-LAST-HASH(WS-I)
           ADD 1 TO WS-FILED-COUNT
           DISPLAY "  filed " FUNCTION TRIM(WS-RP-NAME(WS-I)) " - "
                   WS-PAGES " pages".

      *> Lines, pages and the rolling content hash of WS-SCAN-NAME;
      *> a missing or empty report comes back with no lines.
       MEASURE-REPORT.
           MOVE 0 TO WS-HASH WS-LINE-COUNT WS-FF-COUNT WS-PAGES
           OPEN INPUT SCAN-FILE
           IF WS-FS-SCAN NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ SCAN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LINE-COUNT
                       IF SCAN-RECORD(1:1) = X"0C"
                           ADD 1 TO WS-FF-COUNT
                       END-IF
                       PERFORM HASH-ONE-RECORD
               END-READ
           END-PERFORM
           CLOSE SCAN-FILE
           IF WS-FF-COUNT > 0
               COMPUTE WS-PAGES = WS-FF-COUNT + 1
           ELSE
               COMPUTE WS-PAGES = (WS-LINE-COUNT + 59) / 60
           END-IF.

       HASH-ONE-RECORD.
           COMPUTE WS-REC-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(SCAN-RECORD))
           IF WS-REC-LEN = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-M FROM 1 BY 1
             UNTIL WS-M > WS-REC-LEN
               COMPUTE WS-CHAR-ORD =
                   FUNCTION ORD(SCAN-RECORD(WS-M:1))
               COMPUTE WS-HASH = FUNCTION MOD(
                   WS-HASH * 31 + WS-CHAR-ORD, 999999999999)
           END-PERFORM.

       COPY-WORK-BACK.
           MOVE 'N' TO WS-EOF
           OPEN INPUT WORK-FILE
           OPEN OUTPUT CATALOG-FILE
           PERFORM UNTIL WS-EOF = 'Y'
               READ WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE WORK-RECORD TO CATALOG-RECORD
                       WRITE CATALOG-RECORD
               END-READ
           END-PERFORM
           CLOSE WORK-FILE
           CLOSE CATALOG-FILE
           CALL "CBL_DELETE_FILE" USING "REPORT-CATALOG.TMP".
