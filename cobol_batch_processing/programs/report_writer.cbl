       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-WRITER.

      *> Parameter-driven report writer, so "accounts in branch 002
      *> over 50,000 by last name" is a request card rather than a
      *> one-off program. Cards live in REPORT-CARDS.DAT (or the
      *> deck named by REPORT_CARD_FILE), one line per statement,
      *> each line starting with the card's name:
      *>   NAME,SOURCE,ACCOUNTS|CUSTOMERS|TRANSACTIONS|LOANS
      *>   NAME,TITLE,report title
      *>   NAME,SELECT,FIELD,EQ|NE|GT|GE|LT|LE,VALUE  (all must hold)
      *>   NAME,SORT,FIELD,A|D
      *>   NAME,COLUMN,FIELD          (default: every field)
      *>   NAME,BREAK,FIELD           (subtotals, outermost first)
      *>   NAME,OUTPUT,REPORT|CSV
      *>   NAME,FILE,output file      (default RPT-NAME.TXT/.CSV)
      *> Lines starting "*" are comments. The card is chosen by the
      *> first argument or REPORT_CARD, so a saved card reruns from
      *> JOB-SCHEDULE.DAT as "./report_writer NAME". Break fields
      *> lead the sort order. A REPORT is paged with headings on
      *> every page, subtotals on each break and a grand total of
      *> the money columns; a CSV carries a heading row and the
      *> selected rows only. Fields come from a fixed dictionary of
      *> each source's layout; any source or field naming card or
      *> PIN data is refused outright.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE ASSIGN TO WS-CARD-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CARD.
           SELECT ACCOUNTS-FILE ASSIGN TO "accounts.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCOUNT-KEY
               FILE STATUS IS WS-FS-SRC.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-LNAME WITH DUPLICATES
               FILE STATUS IS WS-FS-SRC.
           SELECT TRANSACTION-FILE ASSIGN TO "transactions.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TR-ID
               ALTERNATE RECORD KEY IS TR-CUST-ID WITH DUPLICATES
               FILE STATUS IS WS-FS-SRC.
           SELECT LOANS-FILE ASSIGN TO "LOANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SRC.
           SELECT REPORT-FILE ASSIGN TO WS-OUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RPT.
           SELECT SORT-WORK ASSIGN TO "RPTSORT.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FILE.
       01  CARD-RECORD          PIC X(150).

       FD  ACCOUNTS-FILE.
       01  ACCOUNT-RECORD.
           05 ACCOUNT-KEY       PIC 9(5).
           05 FNAME             PIC X(10).
           05 LNAME             PIC X(10).
           05 BALANCE           PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 PROD-CODE         PIC X(4).
           05 BR-CODE           PIC X(3).

       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           05 CUST-ID        PIC 9(5).
           05 CUST-FNAME     PIC A(10).
           05 CUST-LNAME     PIC A(10).
           05 CUST-BALANCE   PIC 9(5)V99.
           05 CUST-ADDRESS   PIC X(25).
           05 CUST-CITY      PIC X(15).
           05 CUST-POSTAL    PIC X(10).
           05 CUST-PHONE     PIC X(12).
           05 CUST-EMAIL     PIC X(25).

       FD  TRANSACTION-FILE.
       01  TRANSACTION-RECORD.
           05  TR-ID           PIC X(8).
           05  TR-DATE         PIC X(10).
           05  TR-CUST-ID      PIC 9(5).
           05  TR-AMOUNT       PIC 9(7)V99.
           05  TR-STATUS       PIC X(10).

       FD  LOANS-FILE.
       01  LOANS-RECORD         PIC X(100).

       FD  REPORT-FILE.
       01  REPORT-RECORD        PIC X(200).

       SD  SORT-WORK.
       01  SORT-RECORD.
           05  SW-KEY           PIC X(220).
           05  SW-DATA          PIC X(200).

       WORKING-STORAGE SECTION.
       77  WS-FS-CARD           PIC XX.
       77  WS-FS-SRC            PIC XX.
       77  WS-FS-RPT            PIC XX.
       77  WS-EOF               PIC X VALUE 'N'.
       77  WS-RC                PIC 9 VALUE 0.
       77  WS-TODAY             PIC 9(8).
       77  WS-CARD-FILE-NAME    PIC X(40) VALUE "REPORT-CARDS.DAT".
       77  WS-CARD-FILE-ENV     PIC X(40).
       77  WS-CARD-NAME         PIC X(12).
       77  WS-OUT-NAME          PIC X(40).
       77  WS-ARG-COUNT         PIC 9(2).
       77  WS-I                 PIC 9(3).
       77  WS-J                 PIC 9(3).
       77  WS-K                 PIC 9(3).
       77  WS-FX                PIC 9(3).
       77  WS-TALLY             PIC 9(3).
       77  WS-PASS              PIC X.
       77  WS-CMP               PIC S9.
       77  WS-READ-COUNT        PIC 9(7) VALUE 0.
       77  WS-SELECTED-COUNT    PIC 9(7) VALUE 0.
       77  WS-OUT-COUNT         PIC 9(7) VALUE 0.
       77  WS-SEQ               PIC 9(9) VALUE 0.
       77  WS-KEY-POS           PIC 9(3).
       77  WS-SEG-LEN           PIC 9(3).
       77  WS-SEG               PIC X(40).
       77  WS-FIELD-TEXT        PIC X(40).
       77  WS-FIELD-NUM         PIC S9(11)V99.
       77  WS-LOOK-NAME         PIC X(40).
       77  WS-LOOK-IX           PIC 9(3).
       77  WS-PAGE-LINES        PIC 9(3) VALUE 55.
       77  WS-LINE-COUNT        PIC 9(3) VALUE 99.
       77  WS-PAGE-NO           PIC 9(4) VALUE 0.
       77  WS-RPT-WIDTH         PIC 9(3) VALUE 80.
       77  WS-POS               PIC 9(3).
       77  WS-PTR               PIC 9(3).
       77  WS-LVL               PIC 9.
       77  WS-TX                PIC 9.
       77  WS-BREAK-AT          PIC 9.
       77  WS-LABEL-LEN         PIC 9(3).
       77  WS-FIRST-MONEY-POS   PIC 9(3).
       77  WS-EDIT-AMT          PIC -,---,---,--9.99.
       77  WS-CSV-AMT           PIC -(11)9.99.
       77  WS-COUNT-OUT         PIC Z(6)9.
       77  WS-PAGE-OUT          PIC Z(3)9.
       77  WS-LINE-OUT          PIC X(200).
       77  WS-DASHES            PIC X(40) VALUE ALL "-".
       77  WS-REC               PIC X(200).

      *> The request as read from the card
       77  WS-CARD-FOUND        PIC X VALUE 'N'.
       77  WS-SOURCE-CODE       PIC X VALUE SPACE.
       77  WS-SOURCE-FILE       PIC X(16).
       77  WS-TITLE             PIC X(60) VALUE SPACES.
       77  WS-OUTPUT-KIND       PIC X(6) VALUE "REPORT".

       01  WS-CARD-FIELDS.
           05  WS-CD-NAME       PIC X(12).
           05  WS-CD-KEYWORD    PIC X(8).
           05  WS-CD-P1         PIC X(40).
           05  WS-CD-P2         PIC X(40).
           05  WS-CD-P3         PIC X(40).

       01  WS-CARD-LINE-COUNT   PIC 9(3) VALUE 0.
       01  WS-CARD-LINES.
           05  WS-CARD-LINE OCCURS 60 TIMES PIC X(150).

       01  WS-SEL-COUNT         PIC 9(3) VALUE 0.
       01  WS-SEL-TABLE.
           05  WS-SL-ENTRY OCCURS 10 TIMES.
               10  WS-SL-FIELD      PIC 9(3).
               10  WS-SL-OP         PIC X(2).
               10  WS-SL-VALUE      PIC X(40).
               10  WS-SL-NUM        PIC S9(11)V99.

      *> SORT lines as written, then the effective key order with
      *> the break fields in front
       01  WS-RSORT-COUNT       PIC 9(3) VALUE 0.
       01  WS-RSORT-TABLE.
           05  WS-RS-ENTRY OCCURS 5 TIMES.
               10  WS-RS-FIELD      PIC 9(3).
               10  WS-RS-DIR        PIC X.
       01  WS-KEY-COUNT         PIC 9(3) VALUE 0.
       01  WS-KEY-TABLE.
           05  WS-SK-ENTRY OCCURS 8 TIMES.
               10  WS-SK-FIELD      PIC 9(3).
               10  WS-SK-DIR        PIC X.

       01  WS-BREAK-COUNT       PIC 9 VALUE 0.
       01  WS-BREAK-TABLE.
           05  WS-BK-ENTRY OCCURS 3 TIMES.
               10  WS-BK-FIELD      PIC 9(3).
               10  WS-BK-PREV       PIC X(40).

       01  WS-COL-COUNT         PIC 9(3) VALUE 0.
       01  WS-COL-TABLE.
           05  WS-CL-ENTRY OCCURS 12 TIMES.
               10  WS-CL-FIELD      PIC 9(3).
               10  WS-CL-POS        PIC 9(3).
               10  WS-CL-WIDTH      PIC 9(3).

      *> Level 1 is the grand total, level 2-4 the break levels
       01  WS-TOTAL-TABLE.
           05  WS-TL-LEVEL OCCURS 4 TIMES.
               10  WS-TL-COUNT      PIC 9(7).
               10  WS-TL-AMT OCCURS 12 TIMES PIC S9(13)V99.

       01  WS-KEY-NUM-AREA.
           05  WS-KEY-NUM       PIC 9(13)V99.
       01  WS-KEY-NUM-X REDEFINES WS-KEY-NUM-AREA PIC X(15).

       01  WS-LOAN-FIELDS.
           05  WS-LN-ID         PIC X(6).
           05  WS-LN-CUST       PIC X(5).
           05  WS-LN-PRIN       PIC X(10).
           05  WS-LN-RATE       PIC X(5).
           05  WS-LN-TERM       PIC X(3).
           05  WS-LN-PAYMENT    PIC X(10).
           05  WS-LN-NEXT-DUE   PIC X(8).
           05  WS-LN-BILLED     PIC X(10).
           05  WS-LN-PAID       PIC X(10).
           05  WS-LN-STATUS     PIC X(8).

      *> Field dictionary: source (A accounts.idx, C CUSTOMERS.DAT,
      *> T transactions.idx, L LOANS.DAT), name, offset and length
      *> in the record as read, and type - X text, I money held as
      *> digits with two implied decimals, M money held as text,
      *> R a rate or count held as text.
       01  WS-FIELD-LIST.
           05  FILLER PIC X(18) VALUE "AID        001005X".
           05  FILLER PIC X(18) VALUE "AFNAME     006010X".
           05  FILLER PIC X(18) VALUE "ALNAME     016010X".
           05  FILLER PIC X(18) VALUE "ABALANCE   026012I".
           05  FILLER PIC X(18) VALUE "APRODUCT   038004X".
           05  FILLER PIC X(18) VALUE "ABRANCH    042003X".
           05  FILLER PIC X(18) VALUE "CID        001005X".
           05  FILLER PIC X(18) VALUE "CFNAME     006010X".
           05  FILLER PIC X(18) VALUE "CLNAME     016010X".
           05  FILLER PIC X(18) VALUE "CBALANCE   026007I".
           05  FILLER PIC X(18) VALUE "CADDRESS   033025X".
           05  FILLER PIC X(18) VALUE "CCITY      058015X".
           05  FILLER PIC X(18) VALUE "CPOSTAL    073010X".
           05  FILLER PIC X(18) VALUE "CPHONE     083012X".
           05  FILLER PIC X(18) VALUE "CEMAIL     095025X".
           05  FILLER PIC X(18) VALUE "TID        001008X".
           05  FILLER PIC X(18) VALUE "TDATE      009010X".
           05  FILLER PIC X(18) VALUE "TCUSTID    019005X".
           05  FILLER PIC X(18) VALUE "TAMOUNT    024009I".
           05  FILLER PIC X(18) VALUE "TSTATUS    033010X".
           05  FILLER PIC X(18) VALUE "LID        001006X".
           05  FILLER PIC X(18) VALUE "LCUSTID    007005X".
           05  FILLER PIC X(18) VALUE "LPRINCIPAL 012010M".
           05  FILLER PIC X(18) VALUE "LRATE      022005R".
           05  FILLER PIC X(18) VALUE "LTERM      027003R".
           05  FILLER PIC X(18) VALUE "LPAYMENT   030010M".
           05  FILLER PIC X(18) VALUE "LNEXTDUE   040008X".
           05  FILLER PIC X(18) VALUE "LBILLED    048010M".
           05  FILLER PIC X(18) VALUE "LPAID      058010M".
           05  FILLER PIC X(18) VALUE "LSTATUS    068008X".
       01  WS-FIELD-TABLE REDEFINES WS-FIELD-LIST.
           05  WS-FD-ENTRY OCCURS 30 TIMES.
               10  WS-FD-SOURCE     PIC X.
               10  WS-FD-NAME       PIC X(10).
               10  WS-FD-OFFSET     PIC 9(3).
               10  WS-FD-LENGTH     PIC 9(3).
               10  WS-FD-TYPE       PIC X.
       77  WS-FIELD-COUNT       PIC 9(3) VALUE 30.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           CALL "GET-BUSINESS-DATE" USING WS-TODAY
           MOVE SPACES TO WS-CARD-NAME
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT > 0
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT WS-CARD-NAME FROM ARGUMENT-VALUE
           ELSE
               ACCEPT WS-CARD-NAME FROM ENVIRONMENT "REPORT_CARD"
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-CARD-NAME) TO WS-CARD-NAME
           IF WS-CARD-NAME = SPACES
               DISPLAY "REPORT-WRITER: ERROR - no request card named "
                       "(argument or REPORT_CARD)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-CARD-FILE-ENV
           ACCEPT WS-CARD-FILE-ENV FROM ENVIRONMENT "REPORT_CARD_FILE"
           IF WS-CARD-FILE-ENV NOT = SPACES
               MOVE WS-CARD-FILE-ENV TO WS-CARD-FILE-NAME
           END-IF
           DISPLAY "REPORT-WRITER: Starting request card "
                   FUNCTION TRIM(WS-CARD-NAME) "..."

           PERFORM LOAD-CARD
           PERFORM APPLY-CARD
           PERFORM BUILD-SORT-KEYS
           PERFORM LAY-OUT-COLUMNS

           OPEN OUTPUT REPORT-FILE
           IF WS-FS-RPT NOT = "00"
               DISPLAY "REPORT-WRITER: ERROR - cannot write "
                       FUNCTION TRIM(WS-OUT-NAME)
                       ". Status: " WS-FS-RPT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           SORT SORT-WORK
               ON ASCENDING KEY SW-KEY
               INPUT PROCEDURE IS READ-SOURCE
               OUTPUT PROCEDURE IS PRODUCE-OUTPUT
           CLOSE REPORT-FILE

           DISPLAY "REPORT-WRITER: Records read:     " WS-READ-COUNT
           DISPLAY "REPORT-WRITER: Records selected: "
                   WS-SELECTED-COUNT
           DISPLAY "REPORT-WRITER: Written to "
                   FUNCTION TRIM(WS-OUT-NAME)
           DISPLAY "REPORT-WRITER: Completed."
           MOVE WS-RC TO RETURN-CODE
           STOP RUN.

      *>----------------------------------------------------------------
      *> The request card
      *>----------------------------------------------------------------
       LOAD-CARD.
           OPEN INPUT CARD-FILE
           IF WS-FS-CARD NOT = "00"
               DISPLAY "REPORT-WRITER: ERROR - cannot open "
                       FUNCTION TRIM(WS-CARD-FILE-NAME)
                       ". Status: " WS-FS-CARD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CARD-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM KEEP-CARD-LINE
               END-READ
           END-PERFORM
           CLOSE CARD-FILE
           IF WS-CARD-FOUND NOT = 'Y'
               DISPLAY "REPORT-WRITER: ERROR - no card "
                       FUNCTION TRIM(WS-CARD-NAME) " in "
                       FUNCTION TRIM(WS-CARD-FILE-NAME)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       KEEP-CARD-LINE.
           IF CARD-RECORD = SPACES OR CARD-RECORD(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CARD-FIELDS
           UNSTRING CARD-RECORD DELIMITED BY ','
               INTO WS-CD-NAME WS-CD-KEYWORD
           END-UNSTRING
           IF FUNCTION UPPER-CASE(WS-CD-NAME) NOT = WS-CARD-NAME
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-CARD-FOUND
           IF WS-CARD-LINE-COUNT >= 60
               DISPLAY "REPORT-WRITER: ERROR - more than 60 lines "
                       "on card " FUNCTION TRIM(WS-CARD-NAME)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CARD-LINE-COUNT
           MOVE CARD-RECORD TO WS-CARD-LINE(WS-CARD-LINE-COUNT).

      *> The source is taken first, since every field named on the
      *> card is looked up in that source's layout.
       APPLY-CARD.
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-CARD-LINE-COUNT
               PERFORM SPLIT-CARD-LINE
               IF WS-CD-KEYWORD = "SOURCE"
                   PERFORM SET-SOURCE
               END-IF
           END-PERFORM
           IF WS-SOURCE-CODE = SPACE
               DISPLAY "REPORT-WRITER: ERROR - card "
                       FUNCTION TRIM(WS-CARD-NAME)
                       " names no SOURCE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-CARD-LINE-COUNT
               PERFORM SPLIT-CARD-LINE
               PERFORM APPLY-CARD-LINE
           END-PERFORM

           IF WS-COL-COUNT = 0
               PERFORM VARYING WS-J FROM 1 BY 1
                 UNTIL WS-J > WS-FIELD-COUNT
                   IF WS-FD-SOURCE(WS-J) = WS-SOURCE-CODE
                       ADD 1 TO WS-COL-COUNT
                       MOVE WS-J TO WS-CL-FIELD(WS-COL-COUNT)
                   END-IF
               END-PERFORM
           END-IF
           IF WS-TITLE = SPACES
               STRING "REPORT " WS-CARD-NAME
                   DELIMITED BY SIZE INTO WS-TITLE
               END-STRING
           END-IF
           IF WS-OUT-NAME = SPACES
               IF WS-OUTPUT-KIND = "CSV"
                   STRING "RPT-" FUNCTION TRIM(WS-CARD-NAME) ".CSV"
                       DELIMITED BY SIZE INTO WS-OUT-NAME
                   END-STRING
               ELSE
                   STRING "RPT-" FUNCTION TRIM(WS-CARD-NAME) ".TXT"
                       DELIMITED BY SIZE INTO WS-OUT-NAME
                   END-STRING
               END-IF
           END-IF.

       SPLIT-CARD-LINE.
           MOVE SPACES TO WS-CARD-FIELDS
           UNSTRING WS-CARD-LINE(WS-I) DELIMITED BY ','
               INTO WS-CD-NAME WS-CD-KEYWORD WS-CD-P1 WS-CD-P2
                    WS-CD-P3
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(WS-CD-KEYWORD) TO WS-CD-KEYWORD.

       SET-SOURCE.
           MOVE FUNCTION UPPER-CASE(WS-CD-P1) TO WS-LOOK-NAME
           PERFORM REFUSE-IF-SENSITIVE
           EVALUATE WS-LOOK-NAME
               WHEN "ACCOUNTS"
               WHEN "ACCOUNTS.IDX"
                   MOVE "A" TO WS-SOURCE-CODE
                   MOVE "accounts.idx" TO WS-SOURCE-FILE
               WHEN "CUSTOMERS"
               WHEN "CUSTOMERS.DAT"
                   MOVE "C" TO WS-SOURCE-CODE
                   MOVE "CUSTOMERS.DAT" TO WS-SOURCE-FILE
               WHEN "TRANSACTIONS"
               WHEN "TRANSACTIONS.IDX"
                   MOVE "T" TO WS-SOURCE-CODE
                   MOVE "transactions.idx" TO WS-SOURCE-FILE
               WHEN "LOANS"
               WHEN "LOANS.DAT"
                   MOVE "L" TO WS-SOURCE-CODE
                   MOVE "LOANS.DAT" TO WS-SOURCE-FILE
               WHEN OTHER
                   DISPLAY "REPORT-WRITER: ERROR - "
                           FUNCTION TRIM(WS-CD-P1)
                           " is not a reportable source"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       APPLY-CARD-LINE.
           EVALUATE WS-CD-KEYWORD
               WHEN "SOURCE"
                   CONTINUE
               WHEN "TITLE"
                   MOVE WS-CD-P1 TO WS-TITLE
               WHEN "SELECT"
                   PERFORM ADD-SELECTION
               WHEN "SORT"
                   PERFORM RESOLVE-FIELD
                   IF WS-RSORT-COUNT >= 5
                       DISPLAY "REPORT-WRITER: ERROR - more than 5 "
                               "SORT keys"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-RSORT-COUNT
                   MOVE WS-LOOK-IX TO WS-RS-FIELD(WS-RSORT-COUNT)
                   MOVE FUNCTION UPPER-CASE(WS-CD-P2(1:1))
                       TO WS-RS-DIR(WS-RSORT-COUNT)
                   IF WS-RS-DIR(WS-RSORT-COUNT) NOT = "D"
                       MOVE "A" TO WS-RS-DIR(WS-RSORT-COUNT)
                   END-IF
               WHEN "COLUMN"
                   PERFORM RESOLVE-FIELD
                   IF WS-COL-COUNT >= 12
                       DISPLAY "REPORT-WRITER: ERROR - more than 12 "
                               "COLUMNs"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-COL-COUNT
                   MOVE WS-LOOK-IX TO WS-CL-FIELD(WS-COL-COUNT)
               WHEN "BREAK"
                   PERFORM RESOLVE-FIELD
                   IF WS-BREAK-COUNT >= 3
                       DISPLAY "REPORT-WRITER: ERROR - more than 3 "
                               "BREAK levels"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-BREAK-COUNT
                   MOVE WS-LOOK-IX TO WS-BK-FIELD(WS-BREAK-COUNT)
               WHEN "OUTPUT"
                   MOVE FUNCTION UPPER-CASE(WS-CD-P1) TO WS-OUTPUT-KIND
                   IF WS-OUTPUT-KIND NOT = "REPORT"
                      AND WS-OUTPUT-KIND NOT = "CSV"
                       DISPLAY "REPORT-WRITER: ERROR - OUTPUT must be "
                               "REPORT or CSV"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN "FILE"
                   MOVE WS-CD-P1 TO WS-OUT-NAME
               WHEN OTHER
                   DISPLAY "REPORT-WRITER: ERROR - unknown card "
                           "statement " FUNCTION TRIM(WS-CD-KEYWORD)
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       ADD-SELECTION.
           PERFORM RESOLVE-FIELD
           IF WS-SEL-COUNT >= 10
               DISPLAY "REPORT-WRITER: ERROR - more than 10 SELECT "
                       "criteria"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-SEL-COUNT
           MOVE WS-LOOK-IX TO WS-SL-FIELD(WS-SEL-COUNT)
           MOVE FUNCTION UPPER-CASE(WS-CD-P2) TO WS-SL-OP(WS-SEL-COUNT)
           MOVE WS-CD-P3 TO WS-SL-VALUE(WS-SEL-COUNT)
           MOVE 0 TO WS-SL-NUM(WS-SEL-COUNT)
           EVALUATE WS-SL-OP(WS-SEL-COUNT)
               WHEN "EQ" WHEN "NE" WHEN "GT"
               WHEN "GE" WHEN "LT" WHEN "LE"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "REPORT-WRITER: ERROR - SELECT on "
                           FUNCTION TRIM(WS-CD-P1)
                           " needs EQ, NE, GT, GE, LT or LE"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           IF WS-FD-TYPE(WS-LOOK-IX) NOT = "X"
               IF FUNCTION TEST-NUMVAL(WS-CD-P3) NOT = 0
                   DISPLAY "REPORT-WRITER: ERROR - SELECT on "
                           FUNCTION TRIM(WS-CD-P1)
                           " needs a numeric value"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               COMPUTE WS-SL-NUM(WS-SEL-COUNT) =
                   FUNCTION NUMVAL(WS-CD-P3)
           END-IF.

      *> WS-CD-P1 names a field; WS-LOOK-IX comes back as its place
      *> in the dictionary for the card's source.
       RESOLVE-FIELD.
           MOVE FUNCTION UPPER-CASE(WS-CD-P1) TO WS-LOOK-NAME
           PERFORM REFUSE-IF-SENSITIVE
           MOVE 0 TO WS-LOOK-IX
           PERFORM VARYING WS-J FROM 1 BY 1
             UNTIL WS-J > WS-FIELD-COUNT
               IF WS-FD-SOURCE(WS-J) = WS-SOURCE-CODE
                  AND WS-FD-NAME(WS-J) = WS-LOOK-NAME
                   MOVE WS-J TO WS-LOOK-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-LOOK-IX = 0
               DISPLAY "REPORT-WRITER: ERROR - "
                       FUNCTION TRIM(WS-LOOK-NAME) " is not a field "
                       "of " FUNCTION TRIM(WS-SOURCE-FILE)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> Card numbers, PINs and anything like them never leave the
      *> vault through a report, whatever the card asks for.
       REFUSE-IF-SENSITIVE.
           MOVE 0 TO WS-TALLY
           INSPECT WS-LOOK-NAME TALLYING WS-TALLY
               FOR ALL "PIN" ALL "CARD" ALL "CVV" ALL "PAN"
                   ALL "TRACK"
           IF WS-TALLY > 0
               DISPLAY "REPORT-WRITER: ERROR - "
                       FUNCTION TRIM(WS-LOOK-NAME)
                       " holds card or PIN data - request refused"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       BUILD-SORT-KEYS.
           PERFORM VARYING WS-K FROM 1 BY 1
             UNTIL WS-K > WS-BREAK-COUNT
               ADD 1 TO WS-KEY-COUNT
               MOVE WS-BK-FIELD(WS-K) TO WS-SK-FIELD(WS-KEY-COUNT)
               MOVE "A" TO WS-SK-DIR(WS-KEY-COUNT)
               PERFORM VARYING WS-J FROM 1 BY 1
                 UNTIL WS-J > WS-RSORT-COUNT
                   IF WS-RS-FIELD(WS-J) = WS-BK-FIELD(WS-K)
                       MOVE WS-RS-DIR(WS-J) TO WS-SK-DIR(WS-KEY-COUNT)
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-J FROM 1 BY 1
             UNTIL WS-J > WS-RSORT-COUNT
               MOVE 'Y' TO WS-PASS
               PERFORM VARYING WS-K FROM 1 BY 1
                 UNTIL WS-K > WS-BREAK-COUNT
                   IF WS-RS-FIELD(WS-J) = WS-BK-FIELD(WS-K)
                       MOVE 'N' TO WS-PASS
                   END-IF
               END-PERFORM
               IF WS-PASS = 'Y'
                   ADD 1 TO WS-KEY-COUNT
                   MOVE WS-RS-FIELD(WS-J) TO WS-SK-FIELD(WS-KEY-COUNT)
                   MOVE WS-RS-DIR(WS-J) TO WS-SK-DIR(WS-KEY-COUNT)
               END-IF
           END-PERFORM.

      *> Money columns print edited to 16 places; everything else
      *> at its field width. Two spaces between columns.
       LAY-OUT-COLUMNS.
           MOVE 1 TO WS-POS
           MOVE 0 TO WS-FIRST-MONEY-POS
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-COL-COUNT
               MOVE WS-CL-FIELD(WS-I) TO WS-FX
               IF WS-FD-TYPE(WS-FX) = "I" OR WS-FD-TYPE(WS-FX) = "M"
                   MOVE 16 TO WS-CL-WIDTH(WS-I)
                   IF WS-FIRST-MONEY-POS = 0
                       MOVE WS-POS TO WS-FIRST-MONEY-POS
                   END-IF
               ELSE
                   MOVE WS-FD-LENGTH(WS-FX) TO WS-CL-WIDTH(WS-I)
                   MOVE 0 TO WS-TALLY
                   INSPECT FUNCTION REVERSE(WS-FD-NAME(WS-FX))
                       TALLYING WS-TALLY FOR LEADING SPACES
                   IF 10 - WS-TALLY > WS-CL-WIDTH(WS-I)
                       COMPUTE WS-CL-WIDTH(WS-I) = 10 - WS-TALLY
                   END-IF
               END-IF
               MOVE WS-POS TO WS-CL-POS(WS-I)
               COMPUTE WS-POS = WS-POS + WS-CL-WIDTH(WS-I) + 2
           END-PERFORM
           IF WS-POS - 3 > 200
               DISPLAY "REPORT-WRITER: ERROR - the COLUMNs asked for "
                       "do not fit a 200-character line"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-POS - 3 > WS-RPT-WIDTH
               COMPUTE WS-RPT-WIDTH = WS-POS - 3
           END-IF.

      *>----------------------------------------------------------------
      *> Selection (SORT input procedure)
      *>----------------------------------------------------------------
       READ-SOURCE.
           MOVE 'N' TO WS-EOF
           EVALUATE WS-SOURCE-CODE
               WHEN "A"
                   OPEN INPUT ACCOUNTS-FILE
               WHEN "C"
                   OPEN INPUT CUSTOMER-FILE
               WHEN "T"
                   OPEN INPUT TRANSACTION-FILE
               WHEN "L"
                   OPEN INPUT LOANS-FILE
           END-EVALUATE
           IF WS-FS-SRC NOT = "00"
               DISPLAY "REPORT-WRITER: ERROR - cannot open "
                       FUNCTION TRIM(WS-SOURCE-FILE)
                       ". Status: " WS-FS-SRC
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               MOVE SPACES TO WS-REC
               EVALUATE WS-SOURCE-CODE
                   WHEN "A"
                       READ ACCOUNTS-FILE
                           AT END MOVE 'Y' TO WS-EOF
                           NOT AT END MOVE ACCOUNT-RECORD TO WS-REC
                       END-READ
                   WHEN "C"
                       READ CUSTOMER-FILE
                           AT END MOVE 'Y' TO WS-EOF
                           NOT AT END MOVE CUSTOMER-RECORD TO WS-REC
                       END-READ
                   WHEN "T"
                       READ TRANSACTION-FILE
                           AT END MOVE 'Y' TO WS-EOF
                           NOT AT END
                               MOVE TRANSACTION-RECORD TO WS-REC
                       END-READ
                   WHEN "L"
                       READ LOANS-FILE
                           AT END MOVE 'Y' TO WS-EOF
                           NOT AT END PERFORM LAY-OUT-LOAN
                       END-READ
               END-EVALUATE
               IF WS-EOF NOT = 'Y'
                   PERFORM CONSIDER-RECORD
               END-IF
           END-PERFORM
           EVALUATE WS-SOURCE-CODE
               WHEN "A"
                   CLOSE ACCOUNTS-FILE
               WHEN "C"
                   CLOSE CUSTOMER-FILE
               WHEN "T"
                   CLOSE TRANSACTION-FILE
               WHEN "L"
                   CLOSE LOANS-FILE
           END-EVALUATE.

       LAY-OUT-LOAN.
           MOVE SPACES TO WS-LOAN-FIELDS
           UNSTRING LOANS-RECORD DELIMITED BY ","
               INTO WS-LN-ID WS-LN-CUST WS-LN-PRIN WS-LN-RATE
                    WS-LN-TERM WS-LN-PAYMENT WS-LN-NEXT-DUE
                    WS-LN-BILLED WS-LN-PAID WS-LN-STATUS
           END-UNSTRING
           MOVE WS-LOAN-FIELDS TO WS-REC.

       CONSIDER-RECORD.
           ADD 1 TO WS-READ-COUNT
           MOVE 'Y' TO WS-PASS
           PERFORM VARYING WS-K FROM 1 BY 1
             UNTIL WS-K > WS-SEL-COUNT OR WS-PASS = 'N'
               MOVE WS-SL-FIELD(WS-K) TO WS-FX
               PERFORM GET-FIELD-VALUE
               IF WS-FD-TYPE(WS-FX) = "X"
                   EVALUATE TRUE
                       WHEN WS-FIELD-TEXT < WS-SL-VALUE(WS-K)
                           MOVE -1 TO WS-CMP
                       WHEN WS-FIELD-TEXT > WS-SL-VALUE(WS-K)
                           MOVE 1 TO WS-CMP
                       WHEN OTHER
                           MOVE 0 TO WS-CMP
                   END-EVALUATE
               ELSE
                   EVALUATE TRUE
                       WHEN WS-FIELD-NUM < WS-SL-NUM(WS-K)
                           MOVE -1 TO WS-CMP
                       WHEN WS-FIELD-NUM > WS-SL-NUM(WS-K)
                           MOVE 1 TO WS-CMP
                       WHEN OTHER
                           MOVE 0 TO WS-CMP
                   END-EVALUATE
               END-IF
               EVALUATE WS-SL-OP(WS-K)
                   WHEN "EQ"
                       IF WS-CMP NOT = 0 MOVE 'N' TO WS-PASS END-IF
                   WHEN "NE"
                       IF WS-CMP = 0 MOVE 'N' TO WS-PASS END-IF
                   WHEN "GT"
                       IF WS-CMP NOT > 0 MOVE 'N' TO WS-PASS END-IF
                   WHEN "GE"
                       IF WS-CMP < 0 MOVE 'N' TO WS-PASS END-IF
                   WHEN "LT"
                       IF WS-CMP NOT < 0 MOVE 'N' TO WS-PASS END-IF
                   WHEN "LE"
                       IF WS-CMP > 0 MOVE 'N' TO WS-PASS END-IF
               END-EVALUATE
           END-PERFORM
           IF WS-PASS = 'N'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SELECTED-COUNT
           PERFORM BUILD-SORT-KEY
           MOVE WS-REC TO SW-DATA
           RELEASE SORT-RECORD.

      *> WS-FX names a dictionary entry; its value in WS-REC comes
      *> back as text and, for anything but a text field, a number.
       GET-FIELD-VALUE.
           MOVE SPACES TO WS-FIELD-TEXT
           MOVE WS-REC(WS-FD-OFFSET(WS-FX):WS-FD-LENGTH(WS-FX))
               TO WS-FIELD-TEXT
           MOVE 0 TO WS-FIELD-NUM
           IF WS-FD-TYPE(WS-FX) = "X" OR WS-FIELD-TEXT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-FIELD-TEXT) NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-FD-TYPE(WS-FX) = "I"
               COMPUTE WS-FIELD-NUM =
                   FUNCTION NUMVAL(WS-FIELD-TEXT) / 100
           ELSE
               COMPUTE WS-FIELD-NUM = FUNCTION NUMVAL(WS-FIELD-TEXT)
           END-IF.

      *> Each key is laid end to end - text as it stands, numbers
      *> offset to stay positive - and a descending key is turned
      *> inside out so one ascending SORT serves every key. The
      *> running sequence number last keeps equal keys in file
      *> order.
       BUILD-SORT-KEY.
           MOVE SPACES TO SW-KEY
           MOVE 1 TO WS-KEY-POS
           PERFORM VARYING WS-K FROM 1 BY 1
             UNTIL WS-K > WS-KEY-COUNT
               MOVE WS-SK-FIELD(WS-K) TO WS-FX
               PERFORM GET-FIELD-VALUE
               MOVE SPACES TO WS-SEG
               IF WS-FD-TYPE(WS-FX) = "X"
                   MOVE WS-FD-LENGTH(WS-FX) TO WS-SEG-LEN
                   MOVE WS-FIELD-TEXT TO WS-SEG
                   IF WS-SK-DIR(WS-K) = "D"
                       PERFORM VARYING WS-J FROM 1 BY 1
                         UNTIL WS-J > WS-SEG-LEN
                           MOVE FUNCTION CHAR(257 -
                                FUNCTION ORD(WS-SEG(WS-J:1)))
                               TO WS-SEG(WS-J:1)
                       END-PERFORM
                   END-IF
               ELSE
                   MOVE 15 TO WS-SEG-LEN
                   COMPUTE WS-KEY-NUM =
                       WS-FIELD-NUM + 1000000000000
                   MOVE WS-KEY-NUM-X TO WS-SEG
                   IF WS-SK-DIR(WS-K) = "D"
                       INSPECT WS-SEG(1:15)
                           CONVERTING "0123456789" TO "9876543210"
                   END-IF
               END-IF
               MOVE WS-SEG(1:WS-SEG-LEN)
                   TO SW-KEY(WS-KEY-POS:WS-SEG-LEN)
               ADD WS-SEG-LEN TO WS-KEY-POS
           END-PERFORM
           ADD 1 TO WS-SEQ
           MOVE WS-SEQ TO SW-KEY(WS-KEY-POS:9).

      *>----------------------------------------------------------------
      *> The report or CSV (SORT output procedure)
      *>----------------------------------------------------------------
       PRODUCE-OUTPUT.
           INITIALIZE WS-TOTAL-TABLE
           IF WS-OUTPUT-KIND = "CSV"
               PERFORM WRITE-CSV-HEADING
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               RETURN SORT-WORK
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE SW-DATA TO WS-REC
                       ADD 1 TO WS-OUT-COUNT
                       IF WS-OUTPUT-KIND = "CSV"
                           PERFORM WRITE-CSV-ROW
                       ELSE
                           PERFORM REPORT-ONE-RECORD
                       END-IF
               END-RETURN
           END-PERFORM
           IF WS-OUTPUT-KIND NOT = "CSV"
               PERFORM FINISH-REPORT
           END-IF.

       REPORT-ONE-RECORD.
           MOVE 0 TO WS-BREAK-AT
           IF WS-OUT-COUNT = 1
               IF WS-BREAK-COUNT > 0
                   MOVE 1 TO WS-BREAK-AT
               END-IF
           ELSE
               PERFORM VARYING WS-LVL FROM 1 BY 1
                 UNTIL WS-LVL > WS-BREAK-COUNT OR WS-BREAK-AT > 0
                   MOVE WS-BK-FIELD(WS-LVL) TO WS-FX
                   PERFORM GET-FIELD-VALUE
                   IF WS-FIELD-TEXT NOT = WS-BK-PREV(WS-LVL)
                       MOVE WS-LVL TO WS-BREAK-AT
                   END-IF
               END-PERFORM
               IF WS-BREAK-AT > 0
                   PERFORM VARYING WS-LVL FROM WS-BREAK-COUNT BY -1
                     UNTIL WS-LVL < WS-BREAK-AT
                       PERFORM PRINT-BREAK-TOTAL
                   END-PERFORM
               END-IF
           END-IF
           IF WS-BREAK-AT > 0
               PERFORM VARYING WS-LVL FROM WS-BREAK-AT BY 1
                 UNTIL WS-LVL > WS-BREAK-COUNT
                   PERFORM PRINT-BREAK-HEADING
               END-PERFORM
           END-IF

           MOVE SPACES TO WS-LINE-OUT
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-COL-COUNT
               MOVE WS-CL-FIELD(WS-I) TO WS-FX
               PERFORM GET-FIELD-VALUE
               IF WS-FD-TYPE(WS-FX) = "I" OR WS-FD-TYPE(WS-FX) = "M"
                   MOVE WS-FIELD-NUM TO WS-EDIT-AMT
                   MOVE WS-EDIT-AMT
                       TO WS-LINE-OUT(WS-CL-POS(WS-I):16)
                   PERFORM VARYING WS-TX FROM 1 BY 1
                     UNTIL WS-TX > WS-BREAK-COUNT + 1
                       ADD WS-FIELD-NUM TO WS-TL-AMT(WS-TX, WS-I)
                   END-PERFORM
               ELSE
                   MOVE WS-FIELD-TEXT(1:WS-FD-LENGTH(WS-FX))
                       TO WS-LINE-OUT(WS-CL-POS(WS-I):
                                      WS-FD-LENGTH(WS-FX))
               END-IF
           END-PERFORM
           PERFORM VARYING WS-TX FROM 1 BY 1
             UNTIL WS-TX > WS-BREAK-COUNT + 1
               ADD 1 TO WS-TL-COUNT(WS-TX)
           END-PERFORM
           PERFORM WRITE-REPORT-LINE.

       PRINT-BREAK-HEADING.
           MOVE WS-BK-FIELD(WS-LVL) TO WS-FX
           PERFORM GET-FIELD-VALUE
           MOVE WS-FIELD-TEXT TO WS-BK-PREV(WS-LVL)
           MOVE SPACES TO WS-LINE-OUT
           COMPUTE WS-POS = (WS-LVL - 1) * 2 + 1
           STRING FUNCTION TRIM(WS-FD-NAME(WS-FX)) " "
                  FUNCTION TRIM(WS-FIELD-TEXT)
               DELIMITED BY SIZE INTO WS-LINE-OUT
               WITH POINTER WS-POS
           END-STRING
           PERFORM WRITE-REPORT-LINE.

      *> Subtotal for break level WS-LVL; totals sit under their
      *> money columns, the label on a line of its own if it would
      *> run into the first of them.
       PRINT-BREAK-TOTAL.
           MOVE WS-BK-FIELD(WS-LVL) TO WS-FX
           COMPUTE WS-TX = WS-LVL + 1
           MOVE WS-TL-COUNT(WS-TX) TO WS-COUNT-OUT
           MOVE SPACES TO WS-LINE-OUT
           COMPUTE WS-POS = (WS-LVL - 1) * 2 + 1
           STRING "TOTAL " FUNCTION TRIM(WS-FD-NAME(WS-FX)) " "
                  FUNCTION TRIM(WS-BK-PREV(WS-LVL)) " "
                  FUNCTION TRIM(WS-COUNT-OUT) " RECORDS"
               DELIMITED BY SIZE INTO WS-LINE-OUT
               WITH POINTER WS-POS
           END-STRING
           PERFORM WRITE-TOTAL-LINE
           INITIALIZE WS-TL-LEVEL(WS-TX)
           MOVE SPACES TO WS-LINE-OUT
           PERFORM WRITE-REPORT-LINE.

       WRITE-TOTAL-LINE.
           MOVE WS-POS TO WS-LABEL-LEN
           IF WS-FIRST-MONEY-POS > 0
              AND WS-FIRST-MONEY-POS <= WS-LABEL-LEN
               IF WS-LINE-COUNT + 1 >= WS-PAGE-LINES
                   MOVE WS-PAGE-LINES TO WS-LINE-COUNT
               END-IF
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO WS-LINE-OUT
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-COL-COUNT
               MOVE WS-CL-FIELD(WS-I) TO WS-FX
               IF WS-FD-TYPE(WS-FX) = "I" OR WS-FD-TYPE(WS-FX) = "M"
                   MOVE WS-TL-AMT(WS-TX, WS-I) TO WS-EDIT-AMT
                   MOVE WS-EDIT-AMT
                       TO WS-LINE-OUT(WS-CL-POS(WS-I):16)
               END-IF
           END-PERFORM
           PERFORM WRITE-REPORT-LINE.

       FINISH-REPORT.
           IF WS-OUT-COUNT = 0
               MOVE "NO RECORDS MATCH THE SELECTION" TO WS-LINE-OUT
               PERFORM WRITE-REPORT-LINE
           ELSE
               PERFORM VARYING WS-LVL FROM WS-BREAK-COUNT BY -1
                 UNTIL WS-LVL < 1
                   PERFORM PRINT-BREAK-TOTAL
               END-PERFORM
           END-IF
           MOVE 1 TO WS-TX
           MOVE WS-TL-COUNT(1) TO WS-COUNT-OUT
           MOVE SPACES TO WS-LINE-OUT
           MOVE 1 TO WS-POS
           STRING "REPORT TOTAL " FUNCTION TRIM(WS-COUNT-OUT)
                  " RECORDS"
               DELIMITED BY SIZE INTO WS-LINE-OUT
               WITH POINTER WS-POS
           END-STRING
           PERFORM WRITE-TOTAL-LINE
           MOVE SPACES TO WS-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           MOVE "*** END OF REPORT ***" TO WS-LINE-OUT
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           IF WS-LINE-COUNT >= WS-PAGE-LINES
               PERFORM PRINT-PAGE-HEADINGS
           END-IF
           MOVE WS-LINE-OUT TO REPORT-RECORD
           WRITE REPORT-RECORD
           ADD 1 TO WS-LINE-COUNT.

       PRINT-PAGE-HEADINGS.
           ADD 1 TO WS-PAGE-NO
           MOVE 0 TO WS-LINE-COUNT
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-TITLE TO REPORT-RECORD
           MOVE WS-PAGE-NO TO WS-PAGE-OUT
           STRING "PAGE " WS-PAGE-OUT
               DELIMITED BY SIZE
               INTO REPORT-RECORD(WS-RPT-WIDTH - 8:9)
           END-STRING
           IF WS-PAGE-NO > 1
               WRITE REPORT-RECORD AFTER ADVANCING PAGE
           ELSE
               WRITE REPORT-RECORD
           END-IF
           MOVE SPACES TO REPORT-RECORD
           STRING "CARD " FUNCTION TRIM(WS-CARD-NAME)
                  "   SOURCE " FUNCTION TRIM(WS-SOURCE-FILE)
                  "   BUSINESS DATE " WS-TODAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           ADD 2 TO WS-LINE-COUNT
           IF WS-PAGE-NO = 1
               PERFORM VARYING WS-K FROM 1 BY 1
                 UNTIL WS-K > WS-SEL-COUNT
                   MOVE WS-SL-FIELD(WS-K) TO WS-FX
                   MOVE SPACES TO REPORT-RECORD
                   STRING "WHERE " FUNCTION TRIM(WS-FD-NAME(WS-FX))
                          " " WS-SL-OP(WS-K) " "
                          FUNCTION TRIM(WS-SL-VALUE(WS-K))
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   END-STRING
                   WRITE REPORT-RECORD
                   ADD 1 TO WS-LINE-COUNT
               END-PERFORM
           END-IF
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-COL-COUNT
               MOVE WS-CL-FIELD(WS-I) TO WS-FX
               IF WS-FD-TYPE(WS-FX) = "I" OR WS-FD-TYPE(WS-FX) = "M"
                   MOVE 0 TO WS-TALLY
                   INSPECT FUNCTION REVERSE(WS-FD-NAME(WS-FX))
                       TALLYING WS-TALLY FOR LEADING SPACES
                   COMPUTE WS-POS = WS-CL-POS(WS-I) + 16
                                  - (10 - WS-TALLY)
                   MOVE WS-FD-NAME(WS-FX)
                       TO REPORT-RECORD(WS-POS:10 - WS-TALLY)
               ELSE
                   MOVE WS-FD-NAME(WS-FX)
                       TO REPORT-RECORD(WS-CL-POS(WS-I):10)
               END-IF
           END-PERFORM
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-COL-COUNT
               MOVE WS-DASHES(1:WS-CL-WIDTH(WS-I))
                   TO REPORT-RECORD(WS-CL-POS(WS-I):WS-CL-WIDTH(WS-I))
           END-PERFORM
           WRITE REPORT-RECORD
           ADD 3 TO WS-LINE-COUNT.

       WRITE-CSV-HEADING.
           MOVE SPACES TO REPORT-RECORD
           MOVE 1 TO WS-PTR
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-COL-COUNT
               IF WS-I > 1
                   STRING "," DELIMITED BY SIZE
                       INTO REPORT-RECORD WITH POINTER WS-PTR
                   END-STRING
               END-IF
               MOVE WS-CL-FIELD(WS-I) TO WS-FX
               STRING FUNCTION TRIM(WS-FD-NAME(WS-FX))
                   DELIMITED BY SIZE
                   INTO REPORT-RECORD WITH POINTER WS-PTR
               END-STRING
           END-PERFORM
           WRITE REPORT-RECORD.

       WRITE-CSV-ROW.
           MOVE SPACES TO REPORT-RECORD
           MOVE 1 TO WS-PTR
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-COL-COUNT
               IF WS-I > 1
                   STRING "," DELIMITED BY SIZE
                       INTO REPORT-RECORD WITH POINTER WS-PTR
                   END-STRING
               END-IF
               MOVE WS-CL-FIELD(WS-I) TO WS-FX
               PERFORM GET-FIELD-VALUE
               IF WS-FD-TYPE(WS-FX) = "I" OR WS-FD-TYPE(WS-FX) = "M"
                   MOVE WS-FIELD-NUM TO WS-CSV-AMT
                   STRING FUNCTION TRIM(WS-CSV-AMT)
                       DELIMITED BY SIZE
                       INTO REPORT-RECORD WITH POINTER WS-PTR
                   END-STRING
               ELSE
                   MOVE 0 TO WS-TALLY
                   INSPECT WS-FIELD-TEXT TALLYING WS-TALLY FOR ALL ","
                   IF WS-TALLY > 0
                       STRING '"' FUNCTION TRIM(WS-FIELD-TEXT) '"'
                           DELIMITED BY SIZE
                           INTO REPORT-RECORD WITH POINTER WS-PTR
                       END-STRING
                   ELSE
                       IF WS-FIELD-TEXT NOT = SPACES
                           STRING FUNCTION TRIM(WS-FIELD-TEXT)
                               DELIMITED BY SIZE
                               INTO REPORT-RECORD WITH POINTER WS-PTR
                           END-STRING
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           WRITE REPORT-RECORD.
