       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALANCE-ASOF.

      *> Point-in-time balance: what an account stood at at the close
      *> of business on any past date, for lawyers, auditors and
      *> garnishment orders. The nearest period opening on or before
      *> the date - the latest OPENING-PERIODS.DAT entry PERIOD-CLOSE
      *> left, pointing at its OPENING-BALANCES-yyyymmdd.DAT - gives
      *> the starting balance; every Completed transaction dated
      *> after that close and up to the as-of date is replayed on
      *> top. They come from transactions.idx through the TR-CUST-ID
      *> key and, for dates ARCHIVE-PURGE has already moved out,
      *> from each ARCHIVE-CATALOG.TXT archive whose cutoff falls
      *> after the opening. With no opening that early the replay
      *> starts from nothing, as RECONCILE-ACCOUNTS does. A replay
      *> that needs an archive it cannot read - missing, unreadable,
      *> or past the 200 the catalog table holds - is incomplete: an
      *> inquiry says so and names the archives, and a batch request
      *> is refused rather than certified.
      *>   (I)nquiry - one account and date, the end-of-day balance
      *>               and the transactions behind it to the console.
      *>   (B)atch   - every "ACCOUNT,YYYY-MM-DD,REFERENCE" line on
      *>               BALANCE-ASOF-REQUESTS.DAT becomes a numbered
      *>               certificate on BALANCE-CERTIFICATES.TXT, each
      *>               closed by a signature hash over its own lines
      *>               and recorded on ACCESS-LOG.TXT through
      *>               LOG-CHAIN, so an altered certificate no longer
      *>               matches the chained record of its issue.
      *> ASOF_MODE answers the mode prompt for unattended runs.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE ASSIGN TO "transactions.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TR-ID
               ALTERNATE RECORD KEY IS TR-CUST-ID WITH DUPLICATES
               FILE STATUS IS WS-FS-TRANS.

           SELECT ACCOUNTS-FILE ASSIGN TO "accounts.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCOUNT-KEY
               FILE STATUS IS WS-FS-ACC.

           SELECT PERIODS-FILE ASSIGN TO "OPENING-PERIODS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PER.

           SELECT OPENING-FILE ASSIGN TO WS-OPENING-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPEN.

           SELECT CATALOG-FILE ASSIGN TO "ARCHIVE-CATALOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CAT.

           SELECT ARCHIVE-FILE ASSIGN TO WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARC.

           SELECT REQUEST-FILE ASSIGN TO "BALANCE-ASOF-REQUESTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REQ.

           SELECT CERT-FILE ASSIGN TO "BALANCE-CERTIFICATES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CERT.

           SELECT SEQ-FILE ASSIGN TO "BALANCE-CERT-SEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SEQ.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE.
       01  TRANSACTION-RECORD.
           05  TR-ID           PIC X(8).
           05  TR-DATE         PIC X(10).
           05  TR-CUST-ID      PIC 9(5).
           05  TR-AMOUNT       PIC 9(7)V99.
           05  TR-STATUS       PIC X(10).

       FD  ACCOUNTS-FILE.
       01  ACCOUNT-RECORD.
           05 ACCOUNT-KEY       PIC 9(5).
           05 FNAME             PIC X(10).
           05 LNAME             PIC X(10).
           05 BALANCE           PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 PROD-CODE         PIC X(4).
           05 BR-CODE           PIC X(3).

       FD  PERIODS-FILE.
       01  PERIODS-RECORD       PIC X(60).

       FD  OPENING-FILE.
       01  OPENING-RECORD       PIC X(80).

       FD  CATALOG-FILE.
       01  CATALOG-RECORD       PIC X(90).

      *> ARCHIVE-PURGE writes raw transaction record images.
       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD.
           05  AR-ID           PIC X(8).
           05  AR-DATE         PIC X(10).
           05  AR-CUST-ID      PIC 9(5).
           05  AR-AMOUNT       PIC 9(7)V99.
           05  AR-STATUS       PIC X(10).

       FD  REQUEST-FILE.
       01  REQUEST-RECORD       PIC X(60).

       FD  CERT-FILE.
       01  CERT-RECORD          PIC X(80).

       FD  SEQ-FILE.
       01  SEQ-RECORD           PIC X(8).

       WORKING-STORAGE SECTION.
       77  WS-FS-TRANS          PIC XX.
       77  WS-FS-ACC            PIC XX.
       77  WS-FS-PER            PIC XX.
       77  WS-FS-OPEN           PIC XX.
       77  WS-FS-CAT            PIC XX.
       77  WS-FS-ARC            PIC XX.
       77  WS-FS-REQ            PIC XX.
       77  WS-FS-CERT           PIC XX.
       77  WS-FS-SEQ            PIC XX.
       77  WS-EOF               PIC X VALUE 'N'.
       77  WS-TXN-EOF           PIC X VALUE 'N'.
       77  WS-REQ-EOF           PIC X VALUE 'N'.
       77  WS-MODE              PIC X VALUE SPACE.
       77  WS-TODAY             PIC 9(8).
       77  WS-OPERATOR          PIC X(8) VALUE SPACES.
       77  WS-ACC-OPEN          PIC X VALUE 'N'.
       77  WS-I                 PIC 9(4).
       77  WS-J                 PIC 9(4).
       77  WS-LEN               PIC 9(3).
       77  WS-CHAR-ORD          PIC 9(3).
       77  WS-OPENING-NAME      PIC X(40).
       77  WS-ARCHIVE-NAME      PIC X(30).

      *> The inquiry itself: account and date in, balance out.
       77  WS-ACCOUNT           PIC 9(5).
       77  WS-ACCOUNT-TXT       PIC X(5).
       77  WS-ASOF-ISO          PIC X(10).
       77  WS-ASOF-NUM          PIC 9(8).
       77  WS-DATE-OK           PIC X.
       77  WS-PERIOD-NUM        PIC 9(8).
       77  WS-PERIOD-ISO        PIC X(10).
       77  WS-PERIOD-FILE       PIC X(40).
       77  WS-OPENING-BAL       PIC S9(11)V99.
       77  WS-OPENING-FOUND     PIC X.
       77  WS-END-BAL           PIC S9(11)V99.
       77  WS-REPLAY-TOTAL      PIC S9(11)V99.
       77  WS-ACCOUNT-KNOWN     PIC X.
       77  WS-REPLAY-COMPLETE   PIC X.

       01  WS-PERIOD-COUNT      PIC 9(3) VALUE 0.
       01  WS-PERIOD-TABLE.
           05  WS-PD-ENTRY OCCURS 240 TIMES.
               10  WS-PD-DATE       PIC 9(8).
               10  WS-PD-FILE       PIC X(40).
       01  WS-PERIOD-FIELDS.
           05  WS-PF-DATE       PIC X(8).
           05  WS-PF-FILE       PIC X(40).

       01  WS-CATALOG-COUNT     PIC 9(3) VALUE 0.
       01  WS-CATALOG-TABLE.
           05  WS-CT-ENTRY OCCURS 200 TIMES.
               10  WS-CT-FILE       PIC X(30).
               10  WS-CT-CUTOFF     PIC X(10).
       77  WS-CATALOG-SKIPPED   PIC 9(4) VALUE 0.
       77  WS-CATALOG-SKIP-CUTOFF PIC X(10) VALUE SPACES.
       01  WS-CATALOG-FIELDS.
           05  WS-CF-FILE       PIC X(30).
           05  WS-CF-REST       PIC X(60).

       01  WS-OPENING-FIELDS.
           05  WS-OF-ID         PIC X(5).
           05  WS-OF-NAME       PIC X(20).
           05  WS-OF-TYPE       PIC X(8).
           05  WS-OF-BAL        PIC X(15).

      *> The transactions behind the balance, kept in date order.
       01  WS-TX-COUNT          PIC 9(4) VALUE 0.
       01  WS-TX-OVERFLOW       PIC X VALUE 'N'.
       01  WS-TX-TABLE.
           05  WS-TX-ENTRY OCCURS 500 TIMES.
               10  WS-TX-DATE       PIC X(10).
               10  WS-TX-ID         PIC X(8).
               10  WS-TX-AMOUNT     PIC 9(7)V99.
               10  WS-TX-SOURCE     PIC X(30).
       01  WS-NEW-TX.
           05  WS-NT-DATE       PIC X(10).
           05  WS-NT-ID         PIC X(8).
           05  WS-NT-AMOUNT     PIC 9(7)V99.
           05  WS-NT-SOURCE     PIC X(30).
       01  WS-NT-STATUS         PIC X(10).

      *> Archives the replay needed and could not read; the first ten
      *> are named.
       01  WS-MISSING-COUNT     PIC 9(3) VALUE 0.
       01  WS-MISSING-MORE      PIC 9(3).
       01  WS-MISSING-NAME      PIC X(40).
       01  WS-MISSING-TABLE.
           05  WS-MS-NAME       PIC X(40) OCCURS 10 TIMES.

       01  WS-DISP-BAL          PIC -(10)9.99.
       01  WS-DISP-AMT          PIC Z(6)9.99.
       01  WS-DIVIDER           PIC X(70) VALUE ALL "-".

      *> Batch certificates.
       01  WS-REQ-FIELDS.
           05  WS-RQ-ACCOUNT    PIC X(5).
           05  WS-RQ-DATE       PIC X(10).
           05  WS-RQ-REF        PIC X(24).
       77  WS-REQ-COUNT         PIC 9(5) VALUE 0.
       77  WS-CERT-COUNT        PIC 9(5) VALUE 0.
       77  WS-REFUSED-COUNT     PIC 9(5) VALUE 0.
       77  WS-CERT-SEQ          PIC 9(6) VALUE 0.
       77  WS-SIGNATURE         PIC 9(12) VALUE 0.
       01  WS-CERT-ID.
           05  FILLER           PIC X(2) VALUE "BC".
           05  WS-CERT-ID-SEQ   PIC 9(6).
       01  WS-CERT-LINE         PIC X(80).
       01  WS-LOG-TIMESTAMP     PIC X(21).
       01  WS-CHAIN-LOG         PIC X(30).
       01  WS-CHAIN-LINE        PIC X(120).

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "GET-BUSINESS-DATE" USING WS-TODAY
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "OPERATOR_ID"
           IF WS-OPERATOR = SPACES
               MOVE "BATCH" TO WS-OPERATOR
           END-IF

           OPEN INPUT TRANSACTION-FILE
           IF WS-FS-TRANS NOT = "00"
               DISPLAY "transactions.idx not found - run "
                       "generate_transactions.cbl first."
               STOP RUN
           END-IF
           OPEN INPUT ACCOUNTS-FILE
           IF WS-FS-ACC = "00"
               MOVE 'Y' TO WS-ACC-OPEN
           END-IF
           PERFORM LOAD-PERIODS
           PERFORM LOAD-ARCHIVE-CATALOG

           ACCEPT WS-MODE FROM ENVIRONMENT "ASOF_MODE"
           IF WS-MODE = SPACE
               DISPLAY "BALANCE-ASOF: (I)nquiry, (B)atch "
                       "certificates: " WITH NO ADVANCING
               ACCEPT WS-MODE
           END-IF
           EVALUATE FUNCTION UPPER-CASE(WS-MODE)
               WHEN "I"
                   PERFORM INQUIRE-ONE
               WHEN "B"
                   PERFORM CERTIFY-BATCH
               WHEN OTHER
                   DISPLAY "Invalid selection."
           END-EVALUATE

           CLOSE TRANSACTION-FILE
           IF WS-ACC-OPEN = 'Y'
               CLOSE ACCOUNTS-FILE
           END-IF
           STOP RUN.

      *>----------------------------------------------------------------
      *> Period openings and archives on file
      *>----------------------------------------------------------------
       LOAD-PERIODS.
           OPEN INPUT PERIODS-FILE
           IF WS-FS-PER NOT = "00"
               DISPLAY "BALANCE-ASOF: no OPENING-PERIODS.DAT - "
                       "balances replay from the first transaction"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PERIODS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-PERIOD-FIELDS
                       UNSTRING PERIODS-RECORD DELIMITED BY ','
                           INTO WS-PF-DATE WS-PF-FILE
                       END-UNSTRING
                       IF WS-PF-DATE IS NUMERIC
                          AND WS-PERIOD-COUNT < 240
                           ADD 1 TO WS-PERIOD-COUNT
                           MOVE WS-PF-DATE
                             TO WS-PD-DATE(WS-PERIOD-COUNT)
                           MOVE WS-PF-FILE
                             TO WS-PD-FILE(WS-PERIOD-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PERIODS-FILE.

      *> Catalog lines read "file | CUTOFF: YYYY-MM-DD | ...": the
      *> archive holds everything dated before its cutoff. Entries
      *> past the table are counted, with the latest of their
      *> cutoffs, so a replay that would have needed them is known
      *> to be incomplete.
       LOAD-ARCHIVE-CATALOG.
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
                       PERFORM LOAD-ONE-CATALOG-ENTRY
               END-READ
           END-PERFORM
           CLOSE CATALOG-FILE.

       LOAD-ONE-CATALOG-ENTRY.
           MOVE SPACES TO WS-CATALOG-FIELDS
           UNSTRING CATALOG-RECORD DELIMITED BY " | "
               INTO WS-CF-FILE WS-CF-REST
           END-UNSTRING
           IF WS-CF-REST(1:8) NOT = "CUTOFF: "
               EXIT PARAGRAPH
           END-IF
           IF WS-CATALOG-COUNT >= 200
               IF WS-CATALOG-SKIPPED = 0
                   DISPLAY "BALANCE-ASOF: WARNING - more than 200 "
                           "archives on ARCHIVE-CATALOG.TXT; balances "
                           "that need the rest are incomplete"
               END-IF
               ADD 1 TO WS-CATALOG-SKIPPED
               IF WS-CF-REST(9:10) > WS-CATALOG-SKIP-CUTOFF
                   MOVE WS-CF-REST(9:10) TO WS-CATALOG-SKIP-CUTOFF
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CATALOG-COUNT
           MOVE WS-CF-FILE TO WS-CT-FILE(WS-CATALOG-COUNT)
           MOVE WS-CF-REST(9:10) TO WS-CT-CUTOFF(WS-CATALOG-COUNT).

      *>----------------------------------------------------------------
      *> Interactive inquiry
      *>----------------------------------------------------------------
       INQUIRE-ONE.
           DISPLAY "Account number: " WITH NO ADVANCING
           ACCEPT WS-ACCOUNT-TXT
           DISPLAY "Balance as of close of business (YYYY-MM-DD): "
                   WITH NO ADVANCING
           ACCEPT WS-ASOF-ISO
           IF WS-ACCOUNT-TXT IS NOT NUMERIC
               DISPLAY "Account must be 5 digits - ending."
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-ASOF-DATE
           IF WS-DATE-OK NOT = 'Y'
               DISPLAY "Date must be a past YYYY-MM-DD - ending."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ACCOUNT-TXT TO WS-ACCOUNT
           PERFORM COMPUTE-ASOF-BALANCE
           IF WS-ACCOUNT-KNOWN NOT = 'Y'
               DISPLAY "No record of account " WS-ACCOUNT-TXT
                       " on or before " WS-ASOF-ISO "."
               IF WS-REPLAY-COMPLETE NOT = 'Y'
                   PERFORM SHOW-MISSING-ARCHIVES
               END-IF
               EXIT PARAGRAPH
           END-IF

           DISPLAY WS-DIVIDER
           DISPLAY "Account " WS-ACCOUNT-TXT
                   "   balance as of close of business " WS-ASOF-ISO
           DISPLAY WS-DIVIDER
           MOVE WS-OPENING-BAL TO WS-DISP-BAL
           IF WS-PERIOD-NUM = 0
               DISPLAY "No period opening on file that early - "
                       "replayed from the first transaction"
           ELSE
               DISPLAY "Period opening " WS-PERIOD-ISO
                       " (" FUNCTION TRIM(WS-PERIOD-FILE) ")"
               IF WS-OPENING-FOUND NOT = 'Y'
                   DISPLAY "  account not yet open at that close"
               END-IF
           END-IF
           DISPLAY "Opening balance            " WS-DISP-BAL
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-TX-COUNT
               MOVE WS-TX-AMOUNT(WS-I) TO WS-DISP-AMT
               DISPLAY "  " WS-TX-DATE(WS-I) "  " WS-TX-ID(WS-I)
                       "  " WS-DISP-AMT "  "
                       FUNCTION TRIM(WS-TX-SOURCE(WS-I))
           END-PERFORM
           IF WS-TX-OVERFLOW = 'Y'
               DISPLAY "  (more than 500 transactions - only the "
                       "first 500 listed; the balance counts all)"
           END-IF
           MOVE WS-END-BAL TO WS-DISP-BAL
           DISPLAY WS-DIVIDER
           IF WS-REPLAY-COMPLETE = 'Y'
               DISPLAY "End-of-day balance         " WS-DISP-BAL
           ELSE
               DISPLAY "End-of-day balance         " WS-DISP-BAL
                       "  INCOMPLETE"
               PERFORM SHOW-MISSING-ARCHIVES
           END-IF.

       SHOW-MISSING-ARCHIVES.
           DISPLAY "Not replayed - the balance leaves out whatever "
                   "these archives hold:"
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-MISSING-COUNT OR WS-I > 10
               DISPLAY "  " FUNCTION TRIM(WS-MS-NAME(WS-I))
           END-PERFORM
           IF WS-MISSING-COUNT > 10
               COMPUTE WS-MISSING-MORE = WS-MISSING-COUNT - 10
               DISPLAY "  and " WS-MISSING-MORE " more"
           END-IF.

      *> YYYY-MM-DD, a real month and day, and not after the
      *> business date.
       CHECK-ASOF-DATE.
           MOVE 'N' TO WS-DATE-OK
           IF WS-ASOF-ISO(5:1) NOT = "-" OR WS-ASOF-ISO(8:1) NOT = "-"
              OR WS-ASOF-ISO(1:4) IS NOT NUMERIC
              OR WS-ASOF-ISO(6:2) IS NOT NUMERIC
              OR WS-ASOF-ISO(9:2) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           STRING WS-ASOF-ISO(1:4) WS-ASOF-ISO(6:2) WS-ASOF-ISO(9:2)
               DELIMITED BY SIZE INTO WS-ASOF-NUM
           END-STRING
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-ASOF-NUM) NOT = 0
              OR WS-ASOF-NUM > WS-TODAY
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-DATE-OK.

      *>----------------------------------------------------------------
      *> The replay
      *>----------------------------------------------------------------
       COMPUTE-ASOF-BALANCE.
           MOVE WS-ACCOUNT TO WS-ACCOUNT-TXT
           MOVE 0 TO WS-OPENING-BAL WS-REPLAY-TOTAL WS-TX-COUNT
           MOVE 'N' TO WS-OPENING-FOUND WS-TX-OVERFLOW
           MOVE 'N' TO WS-ACCOUNT-KNOWN
           MOVE 'Y' TO WS-REPLAY-COMPLETE
           MOVE 0 TO WS-MISSING-COUNT
           PERFORM FIND-PERIOD-OPENING
           IF WS-PERIOD-NUM > 0
               PERFORM READ-OPENING-BALANCE
           END-IF
           PERFORM REPLAY-LIVE-TRANSACTIONS
           PERFORM REPLAY-ARCHIVED-TRANSACTIONS
           COMPUTE WS-END-BAL = WS-OPENING-BAL + WS-REPLAY-TOTAL
           IF WS-OPENING-FOUND = 'Y' OR WS-TX-COUNT > 0
               MOVE 'Y' TO WS-ACCOUNT-KNOWN
           END-IF
           IF WS-ACCOUNT-KNOWN NOT = 'Y' AND WS-ACC-OPEN = 'Y'
               MOVE WS-ACCOUNT TO ACCOUNT-KEY
               READ ACCOUNTS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ACCOUNT-KNOWN
               END-READ
           END-IF.

      *> The latest close on or before the as-of date.
       FIND-PERIOD-OPENING.
           MOVE 0 TO WS-PERIOD-NUM
           MOVE "0000-00-00" TO WS-PERIOD-ISO
           MOVE SPACES TO WS-PERIOD-FILE
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-PERIOD-COUNT
               IF WS-PD-DATE(WS-I) <= WS-ASOF-NUM
                  AND WS-PD-DATE(WS-I) >= WS-PERIOD-NUM
                   MOVE WS-PD-DATE(WS-I) TO WS-PERIOD-NUM
                   MOVE WS-PD-FILE(WS-I) TO WS-PERIOD-FILE
               END-IF
           END-PERFORM
           IF WS-PERIOD-NUM > 0
               MOVE SPACES TO WS-PERIOD-ISO
               STRING WS-PERIOD-NUM(1:4) "-" WS-PERIOD-NUM(5:2) "-"
                      WS-PERIOD-NUM(7:2)
                   DELIMITED BY SIZE INTO WS-PERIOD-ISO
               END-STRING
           END-IF.

      *> Opening lines are TRANSOUT images: ID,NAME,TYPE,BALANCE.
       READ-OPENING-BALANCE.
           MOVE WS-PERIOD-FILE TO WS-OPENING-NAME
           OPEN INPUT OPENING-FILE
           IF WS-FS-OPEN NOT = "00"
               DISPLAY "BALANCE-ASOF: WARNING - period opening "
                       FUNCTION TRIM(WS-OPENING-NAME)
                       " is missing; replaying from the first "
                       "transaction"
               MOVE 0 TO WS-PERIOD-NUM
               MOVE "0000-00-00" TO WS-PERIOD-ISO
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ OPENING-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF OPENING-RECORD(1:5) = WS-ACCOUNT-TXT
                           MOVE SPACES TO WS-OPENING-FIELDS
                           UNSTRING OPENING-RECORD DELIMITED BY ','
                               INTO WS-OF-ID WS-OF-NAME WS-OF-TYPE
                                    WS-OF-BAL
                           END-UNSTRING
                           COMPUTE WS-OPENING-BAL =
                               FUNCTION NUMVAL(WS-OF-BAL)
                           MOVE 'Y' TO WS-OPENING-FOUND
                           MOVE 'Y' TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPENING-FILE.

       REPLAY-LIVE-TRANSACTIONS.
           MOVE WS-ACCOUNT TO TR-CUST-ID
           MOVE 'N' TO WS-TXN-EOF
           START TRANSACTION-FILE KEY IS = TR-CUST-ID
               INVALID KEY
                   MOVE 'Y' TO WS-TXN-EOF
           END-START
           PERFORM UNTIL WS-TXN-EOF = 'Y'
               READ TRANSACTION-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-TXN-EOF
                   NOT AT END
                       IF TR-CUST-ID NOT = WS-ACCOUNT
                           MOVE 'Y' TO WS-TXN-EOF
                       ELSE
                           MOVE TR-DATE TO WS-NT-DATE
                           MOVE TR-ID TO WS-NT-ID
                           MOVE TR-AMOUNT TO WS-NT-AMOUNT
                           MOVE TR-STATUS TO WS-NT-STATUS
                           MOVE "transactions.idx" TO WS-NT-SOURCE
                           PERFORM CONSIDER-TRANSACTION
                       END-IF
               END-READ
           END-PERFORM.

      *> An archive cut off on or before the opening holds nothing
      *> the replay needs.
       REPLAY-ARCHIVED-TRANSACTIONS.
           PERFORM VARYING WS-J FROM 1 BY 1
             UNTIL WS-J > WS-CATALOG-COUNT
               IF WS-CT-CUTOFF(WS-J) > WS-PERIOD-ISO
                   PERFORM REPLAY-ONE-ARCHIVE
               END-IF
           END-PERFORM
           IF WS-CATALOG-SKIPPED > 0
              AND WS-CATALOG-SKIP-CUTOFF > WS-PERIOD-ISO
               MOVE SPACES TO WS-MISSING-NAME
               STRING "(" WS-CATALOG-SKIPPED " catalogued past the "
                      "first 200)"
                   DELIMITED BY SIZE INTO WS-MISSING-NAME
               END-STRING
               PERFORM NOTE-MISSING-ARCHIVE
           END-IF.

       REPLAY-ONE-ARCHIVE.
           MOVE WS-CT-FILE(WS-J) TO WS-ARCHIVE-NAME
           OPEN INPUT ARCHIVE-FILE
           IF WS-FS-ARC NOT = "00"
               DISPLAY "BALANCE-ASOF: WARNING - catalogued archive "
                       FUNCTION TRIM(WS-ARCHIVE-NAME)
                       " cannot be read. Status: " WS-FS-ARC
               MOVE WS-ARCHIVE-NAME TO WS-MISSING-NAME
               PERFORM NOTE-MISSING-ARCHIVE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARCHIVE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF AR-CUST-ID = WS-ACCOUNT
                           MOVE AR-DATE TO WS-NT-DATE
                           MOVE AR-ID TO WS-NT-ID
                           MOVE AR-AMOUNT TO WS-NT-AMOUNT
                           MOVE AR-STATUS TO WS-NT-STATUS
                           MOVE WS-ARCHIVE-NAME TO WS-NT-SOURCE
                           PERFORM CONSIDER-TRANSACTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-FILE.

       NOTE-MISSING-ARCHIVE.
           MOVE 'N' TO WS-REPLAY-COMPLETE
           ADD 1 TO WS-MISSING-COUNT
           IF WS-MISSING-COUNT <= 10
               MOVE WS-MISSING-NAME TO WS-MS-NAME(WS-MISSING-COUNT)
           END-IF.

      *> Only Completed money moved the balance, and only what was
      *> dated after the opening close and by the as-of date.
       CONSIDER-TRANSACTION.
           IF FUNCTION TRIM(WS-NT-STATUS) NOT = "Completed"
               EXIT PARAGRAPH
           END-IF
           IF WS-NT-DATE NOT > WS-PERIOD-ISO
              OR WS-NT-DATE > WS-ASOF-ISO
               EXIT PARAGRAPH
           END-IF
           ADD WS-NT-AMOUNT TO WS-REPLAY-TOTAL
           IF WS-TX-COUNT >= 500
               MOVE 'Y' TO WS-TX-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TX-COUNT
           MOVE WS-TX-COUNT TO WS-I
           PERFORM UNTIL WS-I = 1
               IF WS-TX-DATE(WS-I - 1) < WS-NT-DATE
                  OR (WS-TX-DATE(WS-I - 1) = WS-NT-DATE
                      AND WS-TX-ID(WS-I - 1) <= WS-NT-ID)
                   EXIT PERFORM
               END-IF
               MOVE WS-TX-ENTRY(WS-I - 1) TO WS-TX-ENTRY(WS-I)
               SUBTRACT 1 FROM WS-I
           END-PERFORM
           MOVE WS-NEW-TX TO WS-TX-ENTRY(WS-I).

      *>----------------------------------------------------------------
      *> Batch certificates
      *>----------------------------------------------------------------
       CERTIFY-BATCH.
           OPEN INPUT REQUEST-FILE
           IF WS-FS-REQ NOT = "00"
               DISPLAY "BALANCE-ASOF: no BALANCE-ASOF-REQUESTS.DAT "
                       "- nothing to certify."
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-CERT-SEQUENCE
           OPEN OUTPUT CERT-FILE
           IF WS-FS-CERT NOT = "00"
               DISPLAY "BALANCE-ASOF: ERROR - cannot open "
                       "BALANCE-CERTIFICATES.TXT. Status: " WS-FS-CERT
               CLOSE REQUEST-FILE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-REQ-EOF
           PERFORM UNTIL WS-REQ-EOF = 'Y'
               READ REQUEST-FILE
                   AT END
                       MOVE 'Y' TO WS-REQ-EOF
                   NOT AT END
                       IF REQUEST-RECORD NOT = SPACES
                           PERFORM CERTIFY-ONE-REQUEST
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REQUEST-FILE
           CLOSE CERT-FILE
           PERFORM SAVE-CERT-SEQUENCE
           DISPLAY "BALANCE-ASOF: " WS-REQ-COUNT " requests, "
                   WS-CERT-COUNT " certificates issued, "
                   WS-REFUSED-COUNT " refused - see "
                   "BALANCE-CERTIFICATES.TXT"
           IF WS-REFUSED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

      *> A request that cannot be answered is refused on the report
      *> with its reason; it is never certified.
       CERTIFY-ONE-REQUEST.
           ADD 1 TO WS-REQ-COUNT
           MOVE SPACES TO WS-REQ-FIELDS
           UNSTRING REQUEST-RECORD DELIMITED BY ','
               INTO WS-RQ-ACCOUNT WS-RQ-DATE WS-RQ-REF
           END-UNSTRING
           MOVE WS-RQ-DATE TO WS-ASOF-ISO
           MOVE 'N' TO WS-DATE-OK
           IF WS-RQ-ACCOUNT IS NUMERIC
               PERFORM CHECK-ASOF-DATE
           END-IF
           IF WS-DATE-OK NOT = 'Y'
               MOVE SPACES TO WS-CERT-LINE
               STRING "REFUSED  " FUNCTION TRIM(REQUEST-RECORD)
                      " - account or date invalid"
                   DELIMITED BY SIZE INTO WS-CERT-LINE
               END-STRING
               PERFORM WRITE-REFUSAL
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RQ-ACCOUNT TO WS-ACCOUNT
           PERFORM COMPUTE-ASOF-BALANCE
           IF WS-REPLAY-COMPLETE NOT = 'Y'
               MOVE SPACES TO WS-CERT-LINE
               STRING "REFUSED  " FUNCTION TRIM(REQUEST-RECORD)
                      " - replay incomplete"
                   DELIMITED BY SIZE INTO WS-CERT-LINE
               END-STRING
               PERFORM WRITE-INCOMPLETE-REFUSAL
               EXIT PARAGRAPH
           END-IF
           IF WS-ACCOUNT-KNOWN NOT = 'Y'
               MOVE SPACES TO WS-CERT-LINE
               STRING "REFUSED  " FUNCTION TRIM(REQUEST-RECORD)
                      " - no record of the account"
                   DELIMITED BY SIZE INTO WS-CERT-LINE
               END-STRING
               PERFORM WRITE-REFUSAL
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-CERTIFICATE.

       WRITE-REFUSAL.
           ADD 1 TO WS-REFUSED-COUNT
           MOVE WS-CERT-LINE TO CERT-RECORD
           WRITE CERT-RECORD
           MOVE SPACES TO CERT-RECORD
           WRITE CERT-RECORD.

      *> The refusal names the archives the balance would have needed.
       WRITE-INCOMPLETE-REFUSAL.
           ADD 1 TO WS-REFUSED-COUNT
           MOVE WS-CERT-LINE TO CERT-RECORD
           WRITE CERT-RECORD
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-MISSING-COUNT OR WS-I > 10
               MOVE SPACES TO CERT-RECORD
               STRING "         not replayed: "
                      FUNCTION TRIM(WS-MS-NAME(WS-I))
                   DELIMITED BY SIZE INTO CERT-RECORD
               END-STRING
               WRITE CERT-RECORD
           END-PERFORM
           IF WS-MISSING-COUNT > 10
               COMPUTE WS-MISSING-MORE = WS-MISSING-COUNT - 10
               MOVE SPACES TO CERT-RECORD
               STRING "         and " WS-MISSING-MORE " more"
                   DELIMITED BY SIZE INTO CERT-RECORD
               END-STRING
               WRITE CERT-RECORD
           END-IF
           MOVE SPACES TO CERT-RECORD
           WRITE CERT-RECORD.

       WRITE-CERTIFICATE.
           ADD 1 TO WS-CERT-SEQ WS-CERT-COUNT
           MOVE WS-CERT-SEQ TO WS-CERT-ID-SEQ
           MOVE 0 TO WS-SIGNATURE

           MOVE WS-DIVIDER TO WS-CERT-LINE
           PERFORM WRITE-CERT-LINE
           MOVE SPACES TO WS-CERT-LINE
           STRING "CERTIFICATE OF BALANCE  " WS-CERT-ID
                  "   ISSUED " WS-TODAY
               DELIMITED BY SIZE INTO WS-CERT-LINE
           END-STRING
           PERFORM WRITE-CERT-LINE
           MOVE SPACES TO WS-CERT-LINE
           STRING "Account " WS-ACCOUNT-TXT
                  "   as of close of business " WS-ASOF-ISO
               DELIMITED BY SIZE INTO WS-CERT-LINE
           END-STRING
           PERFORM WRITE-CERT-LINE
           IF WS-RQ-REF NOT = SPACES
               MOVE SPACES TO WS-CERT-LINE
               STRING "Reference " FUNCTION TRIM(WS-RQ-REF)
                   DELIMITED BY SIZE INTO WS-CERT-LINE
               END-STRING
               PERFORM WRITE-CERT-LINE
           END-IF
           MOVE WS-OPENING-BAL TO WS-DISP-BAL
           MOVE SPACES TO WS-CERT-LINE
           IF WS-PERIOD-NUM = 0
               STRING "Opening balance (no earlier period)  "
                      WS-DISP-BAL
                   DELIMITED BY SIZE INTO WS-CERT-LINE
               END-STRING
           ELSE
               STRING "Opening balance at close " WS-PERIOD-ISO
                      "  " WS-DISP-BAL
                   DELIMITED BY SIZE INTO WS-CERT-LINE
               END-STRING
           END-IF
           PERFORM WRITE-CERT-LINE
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-TX-COUNT
               MOVE WS-TX-AMOUNT(WS-I) TO WS-DISP-AMT
               MOVE SPACES TO WS-CERT-LINE
               STRING "  " WS-TX-DATE(WS-I) "  " WS-TX-ID(WS-I)
                      "  " WS-DISP-AMT
                   DELIMITED BY SIZE INTO WS-CERT-LINE
               END-STRING
               PERFORM WRITE-CERT-LINE
           END-PERFORM
           IF WS-TX-OVERFLOW = 'Y'
               MOVE "  (further transactions counted, not listed)"
                 TO WS-CERT-LINE
               PERFORM WRITE-CERT-LINE
           END-IF
           MOVE WS-END-BAL TO WS-DISP-BAL
           MOVE SPACES TO WS-CERT-LINE
           STRING "END-OF-DAY BALANCE " WS-ASOF-ISO "  " WS-DISP-BAL
               DELIMITED BY SIZE INTO WS-CERT-LINE
           END-STRING
           PERFORM WRITE-CERT-LINE
           MOVE SPACES TO WS-CERT-LINE
           STRING "Certified by " FUNCTION TRIM(WS-OPERATOR)
               DELIMITED BY SIZE INTO WS-CERT-LINE
           END-STRING
           PERFORM WRITE-CERT-LINE

      *> The signature line closes the certificate and is not part of
      *> what it signs.
           MOVE SPACES TO CERT-RECORD
           STRING "SIGNATURE #" WS-SIGNATURE
               DELIMITED BY SIZE INTO CERT-RECORD
           END-STRING
           WRITE CERT-RECORD
           MOVE SPACES TO CERT-RECORD
           WRITE CERT-RECORD

           MOVE FUNCTION CURRENT-DATE TO WS-LOG-TIMESTAMP
           MOVE SPACES TO WS-CHAIN-LINE
           STRING WS-LOG-TIMESTAMP(1:14)
                  " | USER: " FUNCTION TRIM(WS-OPERATOR)
                  " | BALANCE CERT: " WS-CERT-ID
                  " | ACCOUNT: " WS-ACCOUNT-TXT
                  " | AS OF: " WS-ASOF-ISO
                  " | SIGNATURE: " WS-SIGNATURE
               DELIMITED BY SIZE INTO WS-CHAIN-LINE
           END-STRING
           MOVE "ACCESS-LOG.TXT" TO WS-CHAIN-LOG
           CALL "LOG-CHAIN" USING WS-CHAIN-LOG, WS-CHAIN-LINE.

      *> Each certificate line is written and folded into the
      *> signature with the same rolling arithmetic LOG-CHAIN uses.
       WRITE-CERT-LINE.
           MOVE WS-CERT-LINE TO CERT-RECORD
           WRITE CERT-RECORD
           IF WS-CERT-LINE = SPACES
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-CERT-LINE TRAILING))
           PERFORM VARYING WS-J FROM 1 BY 1
             UNTIL WS-J > WS-LEN
               COMPUTE WS-CHAR-ORD =
                   FUNCTION ORD(WS-CERT-LINE(WS-J:1))
               COMPUTE WS-SIGNATURE = FUNCTION MOD(
                   WS-SIGNATURE * 31 + WS-CHAR-ORD, 999999999999)
           END-PERFORM.

      *> Certificate numbers run on from the last one issued.
       READ-CERT-SEQUENCE.
           MOVE 0 TO WS-CERT-SEQ
           OPEN INPUT SEQ-FILE
           IF WS-FS-SEQ = "00"
               READ SEQ-FILE
                   NOT AT END
                       IF SEQ-RECORD(1:6) IS NUMERIC
                           MOVE SEQ-RECORD(1:6) TO WS-CERT-SEQ
                       END-IF
               END-READ
               CLOSE SEQ-FILE
           END-IF.

       SAVE-CERT-SEQUENCE.
           OPEN OUTPUT SEQ-FILE
           MOVE WS-CERT-SEQ TO SEQ-RECORD
           WRITE SEQ-RECORD
           CLOSE SEQ-FILE.
