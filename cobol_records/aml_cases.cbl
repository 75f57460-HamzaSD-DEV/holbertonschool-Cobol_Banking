       IDENTIFICATION DIVISION.
       PROGRAM-ID. AML-CASE-MANAGER.

      *> Investigation case file over the four alert streams:
      *>   SUSPICIOUS-ACTIVITY.TXT  AML-SURVEILLANCE structuring hits
      *>                            ("CUSTOMER nnnnn: ...")
      *>   CTR-EXTRACT.TXT          CTR-REPORT filings
      *>                            ("CTR yyyymmdd CUST nnnnn ...")
      *>   SCREEN-PENDING.DAT       denied-party hits parked by
      *>                            SCREEN-HOLD (released ones are
      *>                            cleared and skipped)
      *>   RISK-REVIEW.TXT          RISK-SCORING review list
      *> (I)ntake opens a case from each alert not yet taken in,
      *> merging every alert for a customer into that customer's
      *> one open case. AML-CASE-ALERTS.DAT registers each alert
      *> against its case so no alert is taken in twice:
      *>   ALERT-KEY,CASE-ID,DATE
      *> AML-CASES.DAT carries one case per line:
      *>   CASE-ID,CUSTOMER,DETECTED,DEADLINE,INVESTIGATOR,STATUS,
      *>   ALERTS,SOURCES,CLOSED
      *> SOURCES flags A(ML) C(TR) S(creening) R(isk) by position.
      *> STATUS walks OPEN -> ASSIGNED -> NOACTION / SAR. The
      *> filing deadline is SAR_FILING_DAYS (default 30) days from
      *> the first detection. Every assignment, note and closure
      *> goes to AML-CASE-NOTES.DAT under the operator:
      *>   CASE-ID,DATE,OPERATOR,TEXT
      *> A case closed as SAR is written to SAR-EXTRACT.TXT for
      *> filing. (R)eport ages the open cases against their
      *> deadlines - within SAR_WARN_DAYS (default 7) is DUE SOON,
      *> beyond it PAST DUE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASE-FILE ASSIGN TO "AML-CASES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CASE.
           SELECT WORK-FILE ASSIGN TO "AML-CASES.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-WORK.
           SELECT ALERT-FILE ASSIGN TO "AML-CASE-ALERTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ALERT.
           SELECT NOTE-FILE ASSIGN TO "AML-CASE-NOTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NOTE.
           SELECT SAR-SRC-FILE ASSIGN TO "SUSPICIOUS-ACTIVITY.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SRC.
           SELECT CTR-SRC-FILE ASSIGN TO "CTR-EXTRACT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SRC.
           SELECT SCREEN-SRC-FILE ASSIGN TO "SCREEN-PENDING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SRC.
           SELECT RISK-SRC-FILE ASSIGN TO "RISK-REVIEW.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SRC.
           SELECT EXTRACT-FILE ASSIGN TO "SAR-EXTRACT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXT.
           SELECT REPORT-FILE ASSIGN TO "AML-CASE-AGING.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RPT.

       DATA DIVISION.
       FILE SECTION.
       FD  CASE-FILE.
       01  CASE-RECORD          PIC X(100).

       FD  WORK-FILE.
       01  WORK-RECORD          PIC X(100).

       FD  ALERT-FILE.
       01  ALERT-RECORD         PIC X(90).

       FD  NOTE-FILE.
       01  NOTE-RECORD          PIC X(100).

       FD  SAR-SRC-FILE.
       01  SAR-SRC-RECORD       PIC X(90).

       FD  CTR-SRC-FILE.
       01  CTR-SRC-RECORD       PIC X(132).

       FD  SCREEN-SRC-FILE.
       01  SCREEN-SRC-RECORD    PIC X(120).

       FD  RISK-SRC-FILE.
       01  RISK-SRC-RECORD      PIC X(80).

       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD       PIC X(132).

       FD  REPORT-FILE.
       01  REPORT-REC           PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-FS-CASE           PIC XX.
       77  WS-FS-WORK           PIC XX.
       77  WS-FS-ALERT          PIC XX.
       77  WS-FS-NOTE           PIC XX.
       77  WS-FS-SRC            PIC XX.
       77  WS-FS-EXT            PIC XX.
       77  WS-FS-RPT            PIC XX.
       77  WS-EOF               PIC X VALUE 'N'.
       77  WS-MODE              PIC X.
       77  WS-TODAY             PIC 9(8).
       77  WS-I                 PIC 9(4).
       77  WS-C                 PIC 9(4).
       77  WS-HIGHEST-SEQ       PIC 9(4) VALUE 0.
       77  WS-ALERTS-NEW        PIC 9(4) VALUE 0.
       77  WS-CASES-OPENED      PIC 9(4) VALUE 0.
       77  WS-ALERTS-MERGED     PIC 9(4) VALUE 0.
       77  WS-OPEN-COUNT        PIC 9(4) VALUE 0.
       77  WS-SOON-COUNT        PIC 9(4) VALUE 0.
       77  WS-PAST-COUNT        PIC 9(4) VALUE 0.
       77  WS-FILING-DAYS       PIC 9(3) VALUE 30.
       77  WS-WARN-DAYS         PIC 9(3) VALUE 7.
       77  WS-DAYS-LEFT         PIC S9(5).
       77  WS-CUST-NUM          PIC 9(5).
       77  WS-PARAM-NAME        PIC X(24).
       77  WS-PARAM-VALUE       PIC X(12).
       77  WS-PARAM-FOUND       PIC X.

       01  WS-CASE-TABLE.
           05  WS-CASE OCCURS 500 TIMES.
               10  WS-CT-ID         PIC X(6).
               10  WS-CT-CUST       PIC X(20).
               10  WS-CT-DETECTED   PIC 9(8).
               10  WS-CT-DEADLINE   PIC 9(8).
               10  WS-CT-INVEST     PIC X(8).
               10  WS-CT-STATUS     PIC X(8).
               10  WS-CT-ALERTS     PIC 9(3).
               10  WS-CT-SOURCES    PIC X(4).
               10  WS-CT-CLOSED     PIC X(8).
       01  WS-CASE-COUNT        PIC 9(4) VALUE 0.

       01  WS-KEY-TABLE.
           05  WS-KEY OCCURS 2000 TIMES PIC X(60).
       01  WS-KEY-COUNT         PIC 9(4) VALUE 0.

       01  WS-CASE-FIELDS.
           05  WS-CS-ID         PIC X(6).
           05  WS-CS-CUST       PIC X(20).
           05  WS-CS-DETECTED   PIC X(8).
           05  WS-CS-DEADLINE   PIC X(8).
           05  WS-CS-INVEST     PIC X(8).
           05  WS-CS-STATUS     PIC X(8).
           05  WS-CS-ALERTS     PIC X(3).
           05  WS-CS-SOURCES    PIC X(4).
           05  WS-CS-CLOSED     PIC X(8).

      *> The alert being taken in.
       01  WS-AL-KEY            PIC X(60).
       01  WS-AL-CUST           PIC X(20).
       01  WS-AL-DATE           PIC X(8).
       01  WS-AL-SOURCE         PIC X.

       01  WS-SAR-DATE          PIC X(8).
       01  WS-PARSE-DUMMY       PIC X(80).
       01  WS-PARSE-REST        PIC X(80).
       01  WS-PARSE-CUST        PIC X(20).
       01  WS-PARSE-SCORE       PIC X(10).
       01  WS-ACCT-ID           PIC X(10).
       01  WS-RESOLVED-CUST     PIC X(10).
       01  WS-SCR-FIELDS.
           05  WS-SCR-SOURCE    PIC X(8).
           05  WS-SCR-NAME      PIC X(50).
           05  WS-SCR-DETAIL    PIC X(40).
           05  WS-SCR-DATE      PIC X(8).
           05  WS-SCR-STATUS    PIC X(10).

       01  WS-NEW-ID.
           05  FILLER           PIC XX VALUE "IC".
           05  WS-NEW-ID-SEQ    PIC 9(4).

       01  WS-INPUT-CASE        PIC X(6).
       01  WS-INPUT-INVEST      PIC X(8).
       01  WS-INPUT-TEXT        PIC X(60).
       01  WS-INPUT-DISP        PIC X.
       01  WS-OPERATOR          PIC X(8).
       01  WS-NOTE-FIELDS.
           05  WS-NT-CASE       PIC X(6).
           05  WS-NT-DATE       PIC X(8).
           05  WS-NT-OPER       PIC X(8).
           05  WS-NT-TEXT       PIC X(70).
       01  WS-ALERT-FIELDS.
           05  WS-AF-KEY        PIC X(60).
           05  WS-AF-CASE       PIC X(6).
           05  WS-AF-DATE       PIC X(8).

       01  WS-DISP-ALERTS       PIC ZZ9.
       01  WS-DISP-DAYS         PIC -ZZZ9.
       01  WS-STANDING          PIC X(9).
       01  WS-DIVIDER           PIC X(90) VALUE ALL "-".

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "AML-CASE-MANAGER: (I)ntake alerts, (A)ssign, "
                   "(N)ote, (C)lose, (V)iew case, (R)eport aging: "
                   WITH NO ADVANCING
           ACCEPT WS-MODE
           CALL "GET-BUSINESS-DATE" USING WS-TODAY
           PERFORM LOAD-PARAMETERS
           PERFORM LOAD-CASES

           EVALUATE FUNCTION UPPER-CASE(WS-MODE)
               WHEN "I"
                   PERFORM INTAKE-ALERTS
               WHEN "A"
                   PERFORM ASSIGN-CASE
               WHEN "N"
                   PERFORM ADD-CASE-NOTE
               WHEN "C"
                   PERFORM CLOSE-CASE
               WHEN "V"
                   PERFORM VIEW-CASE
               WHEN "R"
                   PERFORM REPORT-AGING
               WHEN OTHER
                   DISPLAY "Invalid selection."
           END-EVALUATE
           STOP RUN.

       LOAD-PARAMETERS.
           MOVE "SAR_FILING_DAYS" TO WS-PARAM-NAME
           CALL "GET-PARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y'
              AND FUNCTION NUMVAL(WS-PARAM-VALUE) > 0
               COMPUTE WS-FILING-DAYS =
                   FUNCTION NUMVAL(WS-PARAM-VALUE)
           END-IF
           MOVE "SAR_WARN_DAYS" TO WS-PARAM-NAME
           CALL "GET-PARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y'
               COMPUTE WS-WARN-DAYS =
                   FUNCTION NUMVAL(WS-PARAM-VALUE)
           END-IF.

       LOAD-CASES.
           MOVE 0 TO WS-CASE-COUNT
           MOVE 0 TO WS-HIGHEST-SEQ
           OPEN INPUT CASE-FILE
           IF WS-FS-CASE NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CASE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CASE-RECORD NOT = SPACES
                           IF WS-CASE-COUNT >= 500
                               DISPLAY "AML-CASE-MANAGER: ERROR - "
                                       "case table full at 500; "
                                       "AML-CASES.DAT not rewritten"
                               CLOSE CASE-FILE
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           PERFORM PARSE-CASE
                           ADD 1 TO WS-CASE-COUNT
                           PERFORM STORE-CASE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CASE-FILE.

       PARSE-CASE.
           MOVE SPACES TO WS-CASE-FIELDS
           UNSTRING CASE-RECORD DELIMITED BY ','
               INTO WS-CS-ID WS-CS-CUST WS-CS-DETECTED
                    WS-CS-DEADLINE WS-CS-INVEST WS-CS-STATUS
                    WS-CS-ALERTS WS-CS-SOURCES WS-CS-CLOSED
           END-UNSTRING.

       STORE-CASE.
           MOVE WS-CS-ID TO WS-CT-ID(WS-CASE-COUNT)
           MOVE WS-CS-CUST TO WS-CT-CUST(WS-CASE-COUNT)
           MOVE FUNCTION NUMVAL(WS-CS-DETECTED)
               TO WS-CT-DETECTED(WS-CASE-COUNT)
           MOVE FUNCTION NUMVAL(WS-CS-DEADLINE)
               TO WS-CT-DEADLINE(WS-CASE-COUNT)
           MOVE WS-CS-INVEST TO WS-CT-INVEST(WS-CASE-COUNT)
           MOVE WS-CS-STATUS TO WS-CT-STATUS(WS-CASE-COUNT)
           MOVE FUNCTION NUMVAL(WS-CS-ALERTS)
               TO WS-CT-ALERTS(WS-CASE-COUNT)
           MOVE WS-CS-SOURCES TO WS-CT-SOURCES(WS-CASE-COUNT)
           MOVE WS-CS-CLOSED TO WS-CT-CLOSED(WS-CASE-COUNT)
           IF WS-CS-ID(1:2) = "IC"
              AND FUNCTION NUMVAL(WS-CS-ID(3:4)) > WS-HIGHEST-SEQ
               COMPUTE WS-HIGHEST-SEQ =
                   FUNCTION NUMVAL(WS-CS-ID(3:4))
           END-IF.

       SAVE-CASES.
           OPEN OUTPUT WORK-FILE
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-CASE-COUNT
               PERFORM BUILD-CASE-RECORD
               MOVE CASE-RECORD TO WORK-RECORD
               WRITE WORK-RECORD
           END-PERFORM
           CLOSE WORK-FILE
           PERFORM COPY-WORK-BACK.

       BUILD-CASE-RECORD.
           MOVE WS-CT-ALERTS(WS-I) TO WS-CS-ALERTS
           MOVE SPACES TO CASE-RECORD
           STRING WS-CT-ID(WS-I) ","
                  FUNCTION TRIM(WS-CT-CUST(WS-I)) ","
                  WS-CT-DETECTED(WS-I) ","
                  WS-CT-DEADLINE(WS-I) ","
                  FUNCTION TRIM(WS-CT-INVEST(WS-I)) ","
                  FUNCTION TRIM(WS-CT-STATUS(WS-I)) ","
                  WS-CS-ALERTS ","
                  WS-CT-SOURCES(WS-I) ","
                  FUNCTION TRIM(WS-CT-CLOSED(WS-I))
               DELIMITED BY SIZE INTO CASE-RECORD
           END-STRING.

      *>----------------------------------------------------------------
      *> Alert intake
      *>----------------------------------------------------------------
       INTAKE-ALERTS.
           PERFORM LOAD-ALERT-KEYS
           OPEN EXTEND ALERT-FILE
           IF WS-FS-ALERT = "35"
               CLOSE ALERT-FILE
               OPEN OUTPUT ALERT-FILE
           END-IF
           IF WS-FS-ALERT NOT = "00"
               DISPLAY "AML-CASE-MANAGER: ERROR - cannot open "
                       "AML-CASE-ALERTS.DAT. Status: " WS-FS-ALERT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM INTAKE-AML-ALERTS
           PERFORM INTAKE-CTR-ALERTS
           PERFORM INTAKE-SCREEN-ALERTS
           PERFORM INTAKE-RISK-ALERTS
           CLOSE ALERT-FILE

           PERFORM SAVE-CASES
           DISPLAY "AML-CASE-MANAGER: new alerts taken in: "
                   WS-ALERTS-NEW
           DISPLAY "AML-CASE-MANAGER: cases opened: "
                   WS-CASES-OPENED
                   ", alerts merged into open cases: "
                   WS-ALERTS-MERGED.

       LOAD-ALERT-KEYS.
           MOVE 0 TO WS-KEY-COUNT
           OPEN INPUT ALERT-FILE
           IF WS-FS-ALERT NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ALERT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-KEY-COUNT < 2000
                           ADD 1 TO WS-KEY-COUNT
                           MOVE SPACES TO WS-ALERT-FIELDS
                           UNSTRING ALERT-RECORD DELIMITED BY ','
                               INTO WS-AF-KEY WS-AF-CASE WS-AF-DATE
                           END-UNSTRING
                           MOVE WS-AF-KEY TO WS-KEY(WS-KEY-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ALERT-FILE
           IF WS-KEY-COUNT >= 2000
               DISPLAY "AML-CASE-MANAGER: WARNING - alert key "
                       "table full at 2000 entries"
           END-IF.

      *> The structuring report is one business date per run:
      *> "Business date: YYYY-MM-DD" then "CUSTOMER nnnnn: ..."
      *> summary lines over their supporting detail.
       INTAKE-AML-ALERTS.
           OPEN INPUT SAR-SRC-FILE
           IF WS-FS-SRC NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TODAY TO WS-SAR-DATE
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ SAR-SRC-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM JUDGE-AML-LINE
               END-READ
           END-PERFORM
           CLOSE SAR-SRC-FILE.

       JUDGE-AML-LINE.
           IF SAR-SRC-RECORD(1:15) = "Business date: "
               IF SAR-SRC-RECORD(20:1) = "-"
                   STRING SAR-SRC-RECORD(16:4) SAR-SRC-RECORD(21:2)
                          SAR-SRC-RECORD(24:2)
                       DELIMITED BY SIZE INTO WS-SAR-DATE
                   END-STRING
               ELSE
                   IF SAR-SRC-RECORD(16:8) IS NUMERIC
                       MOVE SAR-SRC-RECORD(16:8) TO WS-SAR-DATE
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF SAR-SRC-RECORD(1:9) NOT = "CUSTOMER "
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PARSE-CUST
           UNSTRING SAR-SRC-RECORD(10:20) DELIMITED BY ":"
               INTO WS-PARSE-CUST
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-PARSE-CUST) TO WS-AL-CUST
           PERFORM ZERO-FILL-CUST
           MOVE WS-SAR-DATE TO WS-AL-DATE
           MOVE "A" TO WS-AL-SOURCE
           MOVE SPACES TO WS-AL-KEY
           STRING "AML|" WS-AL-DATE "|" FUNCTION TRIM(WS-AL-CUST)
               DELIMITED BY SIZE INTO WS-AL-KEY
           END-STRING
           PERFORM TAKE-IN-ALERT.

      *> "CTR yyyymmdd CUST nnnnn ..." - one filing per line.
       INTAKE-CTR-ALERTS.
           OPEN INPUT CTR-SRC-FILE
           IF WS-FS-SRC NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CTR-SRC-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CTR-SRC-RECORD(1:4) = "CTR "
                          AND CTR-SRC-RECORD(14:5) = "CUST "
                           MOVE CTR-SRC-RECORD(5:8) TO WS-AL-DATE
                           MOVE CTR-SRC-RECORD(19:5) TO WS-AL-CUST
                           MOVE "C" TO WS-AL-SOURCE
                           MOVE SPACES TO WS-AL-KEY
                           STRING "CTR|" WS-AL-DATE "|"
                                  FUNCTION TRIM(WS-AL-CUST)
                               DELIMITED BY SIZE INTO WS-AL-KEY
                           END-STRING
                           PERFORM TAKE-IN-ALERT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CTR-SRC-FILE.

      *> "SOURCE,NAME,DETAIL,DATE,STATUS". The detail names the
      *> customer ("CUST nnnnn") or the account ("ACCT nnnnn",
      *> resolved to its customer); a hit on a party with neither
      *> - a payee, say - is cased under the party name.
       INTAKE-SCREEN-ALERTS.
           OPEN INPUT SCREEN-SRC-FILE
           IF WS-FS-SRC NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ SCREEN-SRC-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM JUDGE-SCREEN-LINE
               END-READ
           END-PERFORM
           CLOSE SCREEN-SRC-FILE.

       JUDGE-SCREEN-LINE.
           MOVE SPACES TO WS-SCR-FIELDS
           UNSTRING SCREEN-SRC-RECORD DELIMITED BY ','
               INTO WS-SCR-SOURCE WS-SCR-NAME WS-SCR-DETAIL
                    WS-SCR-DATE WS-SCR-STATUS
           END-UNSTRING
           IF WS-SCR-NAME = SPACES
              OR FUNCTION TRIM(WS-SCR-STATUS) = "RELEASED"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-AL-CUST
           MOVE SPACES TO WS-PARSE-DUMMY WS-PARSE-REST
           UNSTRING WS-SCR-DETAIL DELIMITED BY "CUST "
               INTO WS-PARSE-DUMMY WS-PARSE-REST
           END-UNSTRING
           IF WS-PARSE-REST(1:5) IS NUMERIC
               MOVE WS-PARSE-REST(1:5) TO WS-AL-CUST
           ELSE
               MOVE SPACES TO WS-PARSE-DUMMY WS-PARSE-REST
               UNSTRING WS-SCR-DETAIL DELIMITED BY "ACCT "
                   INTO WS-PARSE-DUMMY WS-PARSE-REST
               END-UNSTRING
               IF WS-PARSE-REST(1:5) IS NUMERIC
                   MOVE SPACES TO WS-ACCT-ID
                   MOVE WS-PARSE-REST(1:5) TO WS-ACCT-ID
                   CALL "RESOLVE-CUSTOMER" USING WS-ACCT-ID,
                       WS-RESOLVED-CUST
                   MOVE WS-RESOLVED-CUST TO WS-AL-CUST
               ELSE
                   MOVE FUNCTION UPPER-CASE(WS-SCR-NAME(1:20))
                       TO WS-AL-CUST
               END-IF
           END-IF
           MOVE WS-SCR-DATE TO WS-AL-DATE
           MOVE "S" TO WS-AL-SOURCE
           MOVE SPACES TO WS-AL-KEY
           STRING "SCR|" WS-SCR-DATE "|"
                  FUNCTION TRIM(WS-SCR-SOURCE) "|"
                  FUNCTION TRIM(WS-SCR-NAME) "|"
                  FUNCTION TRIM(WS-SCR-DETAIL)
               DELIMITED BY SIZE INTO WS-AL-KEY
           END-STRING
           PERFORM TAKE-IN-ALERT.

      *> "cust  score nnnnn ..." under the list heading. A customer
      *> re-listed at the same score is the same alert; a changed
      *> score is a new one.
       INTAKE-RISK-ALERTS.
           OPEN INPUT RISK-SRC-FILE
           IF WS-FS-SRC NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ RISK-SRC-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE 0 TO TALLY
                       INSPECT RISK-SRC-RECORD TALLYING TALLY
                           FOR ALL "  score "
                       IF TALLY > 0
                           PERFORM JUDGE-RISK-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RISK-SRC-FILE.

       JUDGE-RISK-LINE.
           MOVE SPACES TO WS-PARSE-CUST WS-PARSE-REST WS-PARSE-SCORE
           UNSTRING RISK-SRC-RECORD DELIMITED BY "  score "
               INTO WS-PARSE-CUST WS-PARSE-REST
           END-UNSTRING
           UNSTRING WS-PARSE-REST DELIMITED BY " "
               INTO WS-PARSE-SCORE
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-PARSE-CUST) TO WS-AL-CUST
           MOVE WS-TODAY TO WS-AL-DATE
           MOVE "R" TO WS-AL-SOURCE
           MOVE SPACES TO WS-AL-KEY
           STRING "RSK|" FUNCTION TRIM(WS-AL-CUST) "|"
                  FUNCTION TRIM(WS-PARSE-SCORE)
               DELIMITED BY SIZE INTO WS-AL-KEY
           END-STRING
           PERFORM TAKE-IN-ALERT.

      *> Customer IDs come through as ZZZZ9 on the structuring
      *> report; the case file keys them as five digits.
       ZERO-FILL-CUST.
           IF WS-AL-CUST(1:5) IS NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-AL-CUST) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-AL-CUST) TO WS-CUST-NUM
               MOVE SPACES TO WS-AL-CUST
               MOVE WS-CUST-NUM TO WS-AL-CUST(1:5)
           END-IF.

      *> An alert already on the register is skipped; a new one
      *> joins the customer's open case, or opens a case of its own.
       TAKE-IN-ALERT.
           IF WS-AL-CUST = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-KEY-COUNT
               IF WS-KEY(WS-I) = WS-AL-KEY
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-AL-DATE IS NOT NUMERIC
               MOVE WS-TODAY TO WS-AL-DATE
           END-IF
           ADD 1 TO WS-ALERTS-NEW

           MOVE 0 TO WS-C
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-CASE-COUNT
               IF WS-CT-CUST(WS-I) = WS-AL-CUST
                  AND (WS-CT-STATUS(WS-I) = "OPEN"
                       OR WS-CT-STATUS(WS-I) = "ASSIGNED")
                   MOVE WS-I TO WS-C
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-C > 0
               ADD 1 TO WS-CT-ALERTS(WS-C)
               ADD 1 TO WS-ALERTS-MERGED
      *> The filing clock runs from the earliest detection.
               IF WS-AL-DATE < WS-CT-DETECTED(WS-C)
                   MOVE WS-AL-DATE TO WS-CT-DETECTED(WS-C)
                   PERFORM SET-DEADLINE
               END-IF
           ELSE
               IF WS-CASE-COUNT >= 500
                   DISPLAY "AML-CASE-MANAGER: WARNING - case table "
                           "full - alert " FUNCTION TRIM(WS-AL-KEY)
                           " left for the next run"
                   SUBTRACT 1 FROM WS-ALERTS-NEW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CASE-COUNT
               MOVE WS-CASE-COUNT TO WS-C
               ADD 1 TO WS-HIGHEST-SEQ
               MOVE WS-HIGHEST-SEQ TO WS-NEW-ID-SEQ
               MOVE WS-NEW-ID TO WS-CT-ID(WS-C)
               MOVE WS-AL-CUST TO WS-CT-CUST(WS-C)
               MOVE WS-AL-DATE TO WS-CT-DETECTED(WS-C)
               PERFORM SET-DEADLINE
               MOVE SPACES TO WS-CT-INVEST(WS-C)
               MOVE "OPEN" TO WS-CT-STATUS(WS-C)
               MOVE 1 TO WS-CT-ALERTS(WS-C)
               MOVE "...." TO WS-CT-SOURCES(WS-C)
               MOVE SPACES TO WS-CT-CLOSED(WS-C)
               ADD 1 TO WS-CASES-OPENED
           END-IF
           EVALUATE WS-AL-SOURCE
               WHEN "A"
                   MOVE "A" TO WS-CT-SOURCES(WS-C)(1:1)
               WHEN "C"
                   MOVE "C" TO WS-CT-SOURCES(WS-C)(2:1)
               WHEN "S"
                   MOVE "S" TO WS-CT-SOURCES(WS-C)(3:1)
               WHEN "R"
                   MOVE "R" TO WS-CT-SOURCES(WS-C)(4:1)
           END-EVALUATE

           MOVE SPACES TO ALERT-RECORD
           STRING FUNCTION TRIM(WS-AL-KEY) ","
                  WS-CT-ID(WS-C) ","
                  WS-TODAY
               DELIMITED BY SIZE INTO ALERT-RECORD
           END-STRING
           WRITE ALERT-RECORD
           IF WS-KEY-COUNT < 2000
               ADD 1 TO WS-KEY-COUNT
               MOVE WS-AL-KEY TO WS-KEY(WS-KEY-COUNT)
           END-IF.

       SET-DEADLINE.
           COMPUTE WS-CT-DEADLINE(WS-C) =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-CT-DETECTED(WS-C))
                   + WS-FILING-DAYS).

      *>----------------------------------------------------------------
      *> Case work
      *>----------------------------------------------------------------
      *> The teller console exports the signed-in operator as
      *> OPERATOR_ID; only prompt when running stand-alone.
       GET-OPERATOR.
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "OPERATOR_ID"
           IF WS-OPERATOR = SPACES
               DISPLAY "Your operator ID: " WITH NO ADVANCING
               ACCEPT WS-OPERATOR
           END-IF.

       FIND-CASE.
           DISPLAY "Case ID (ICnnnn): " WITH NO ADVANCING
           ACCEPT WS-INPUT-CASE
           MOVE FUNCTION UPPER-CASE(WS-INPUT-CASE) TO WS-INPUT-CASE
           MOVE 0 TO WS-C
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-CASE-COUNT
               IF WS-CT-ID(WS-I) = WS-INPUT-CASE
                   MOVE WS-I TO WS-C
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-C = 0
               DISPLAY "No case " WS-INPUT-CASE " on file."
           END-IF.

       ASSIGN-CASE.
           PERFORM GET-OPERATOR
           PERFORM FIND-CASE
           IF WS-C = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-CT-STATUS(WS-C) NOT = "OPEN"
              AND WS-CT-STATUS(WS-C) NOT = "ASSIGNED"
               DISPLAY "Case " WS-INPUT-CASE " is closed ("
                       FUNCTION TRIM(WS-CT-STATUS(WS-C)) ")."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Investigator ID: " WITH NO ADVANCING
           ACCEPT WS-INPUT-INVEST
           IF WS-INPUT-INVEST = SPACES
               DISPLAY "No investigator given - unchanged."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-INPUT-INVEST TO WS-CT-INVEST(WS-C)
           MOVE "ASSIGNED" TO WS-CT-STATUS(WS-C)
           PERFORM SAVE-CASES
           MOVE SPACES TO WS-INPUT-TEXT
           STRING "ASSIGNED TO " FUNCTION TRIM(WS-INPUT-INVEST)
               DELIMITED BY SIZE INTO WS-INPUT-TEXT
           END-STRING
           PERFORM WRITE-NOTE
           DISPLAY "Case " WS-INPUT-CASE " assigned to "
                   FUNCTION TRIM(WS-INPUT-INVEST) ".".

       ADD-CASE-NOTE.
           PERFORM GET-OPERATOR
           PERFORM FIND-CASE
           IF WS-C = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Note: " WITH NO ADVANCING
           ACCEPT WS-INPUT-TEXT
           IF WS-INPUT-TEXT = SPACES
               DISPLAY "Empty note - nothing recorded."
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-NOTE
           DISPLAY "Note recorded on case " WS-INPUT-CASE ".".

      *> A case closes only once an investigator holds it, and only
      *> with a stated rationale - the closing note.
       CLOSE-CASE.
           PERFORM GET-OPERATOR
           PERFORM FIND-CASE
           IF WS-C = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-CT-STATUS(WS-C) NOT = "ASSIGNED"
               DISPLAY "Case " WS-INPUT-CASE " must be assigned "
                       "and open to close it (status "
                       FUNCTION TRIM(WS-CT-STATUS(WS-C)) ")."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Close as (N)o action or (S)AR to file: "
               WITH NO ADVANCING
           ACCEPT WS-INPUT-DISP
           MOVE FUNCTION UPPER-CASE(WS-INPUT-DISP) TO WS-INPUT-DISP
           IF WS-INPUT-DISP NOT = "N" AND WS-INPUT-DISP NOT = "S"
               DISPLAY "Unknown disposition - case left open."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Closing rationale: " WITH NO ADVANCING
           ACCEPT WS-INPUT-TEXT
           IF WS-INPUT-TEXT = SPACES
               DISPLAY "A closing rationale is required - case "
                       "left open."
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-NOTE
           MOVE WS-TODAY TO WS-CT-CLOSED(WS-C)
           IF WS-INPUT-DISP = "S"
               MOVE "SAR" TO WS-CT-STATUS(WS-C)
               PERFORM WRITE-SAR-EXTRACT
           ELSE
               MOVE "NOACTION" TO WS-CT-STATUS(WS-C)
           END-IF
           PERFORM SAVE-CASES
           MOVE SPACES TO WS-INPUT-TEXT
           STRING "CLOSED " FUNCTION TRIM(WS-CT-STATUS(WS-C))
               DELIMITED BY SIZE INTO WS-INPUT-TEXT
           END-STRING
           PERFORM WRITE-NOTE
           DISPLAY "Case " WS-INPUT-CASE " closed as "
                   FUNCTION TRIM(WS-CT-STATUS(WS-C)) ".".

      *> One line per SAR for the filing extract; the rationale is
      *> the closing note just recorded.
       WRITE-SAR-EXTRACT.
           OPEN EXTEND EXTRACT-FILE
           IF WS-FS-EXT = "35"
               CLOSE EXTRACT-FILE
               OPEN OUTPUT EXTRACT-FILE
           END-IF
           IF WS-FS-EXT NOT = "00"
               DISPLAY "AML-CASE-MANAGER: ERROR - cannot open "
                       "SAR-EXTRACT.TXT. Status: " WS-FS-EXT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-CT-ALERTS(WS-C) TO WS-DISP-ALERTS
           MOVE SPACES TO EXTRACT-RECORD
           STRING "SAR " WS-CT-ID(WS-C)
                  " CUST " FUNCTION TRIM(WS-CT-CUST(WS-C))
                  " DETECTED " WS-CT-DETECTED(WS-C)
                  " DUE " WS-CT-DEADLINE(WS-C)
                  " FILED " WS-TODAY
                  " BY " FUNCTION TRIM(WS-CT-INVEST(WS-C))
                  " ALERTS " FUNCTION TRIM(WS-DISP-ALERTS)
                  " SRC " WS-CT-SOURCES(WS-C)
                  " " FUNCTION TRIM(WS-INPUT-TEXT)
               DELIMITED BY SIZE INTO EXTRACT-RECORD
           END-STRING
           WRITE EXTRACT-RECORD
           CLOSE EXTRACT-FILE.

       WRITE-NOTE.
           OPEN EXTEND NOTE-FILE
           IF WS-FS-NOTE = "35"
               CLOSE NOTE-FILE
               OPEN OUTPUT NOTE-FILE
           END-IF
           MOVE SPACES TO NOTE-RECORD
           STRING WS-CT-ID(WS-C) ","
                  WS-TODAY ","
                  FUNCTION TRIM(WS-OPERATOR) ","
                  FUNCTION TRIM(WS-INPUT-TEXT)
               DELIMITED BY SIZE INTO NOTE-RECORD
           END-STRING
           WRITE NOTE-RECORD
           CLOSE NOTE-FILE.

      *> The full story of one case: the case line, every alert
      *> taken into it, and every note in order.
       VIEW-CASE.
           PERFORM FIND-CASE
           IF WS-C = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CT-ALERTS(WS-C) TO WS-DISP-ALERTS
           DISPLAY "Case " WS-CT-ID(WS-C) "  customer "
                   FUNCTION TRIM(WS-CT-CUST(WS-C))
                   "  status " FUNCTION TRIM(WS-CT-STATUS(WS-C))
           DISPLAY "Detected " WS-CT-DETECTED(WS-C)
                   "  deadline " WS-CT-DEADLINE(WS-C)
                   "  investigator " WS-CT-INVEST(WS-C)
                   "  alerts " WS-DISP-ALERTS
                   "  sources " WS-CT-SOURCES(WS-C)
           DISPLAY "Alerts:"
           OPEN INPUT ALERT-FILE
           IF WS-FS-ALERT = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ALERT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE SPACES TO WS-ALERT-FIELDS
                           UNSTRING ALERT-RECORD DELIMITED BY ','
                               INTO WS-AF-KEY WS-AF-CASE WS-AF-DATE
                           END-UNSTRING
                           IF WS-AF-CASE = WS-CT-ID(WS-C)
                               DISPLAY "  " WS-AF-DATE "  "
                                       FUNCTION TRIM(WS-AF-KEY)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALERT-FILE
           END-IF
           DISPLAY "Notes:"
           OPEN INPUT NOTE-FILE
           IF WS-FS-NOTE = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ NOTE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE SPACES TO WS-NOTE-FIELDS
                           UNSTRING NOTE-RECORD DELIMITED BY ','
                               INTO WS-NT-CASE WS-NT-DATE
                                    WS-NT-OPER WS-NT-TEXT
                           END-UNSTRING
                           IF WS-NT-CASE = WS-CT-ID(WS-C)
                               DISPLAY "  " WS-NT-DATE "  "
                                       WS-NT-OPER "  "
                                       FUNCTION TRIM(WS-NT-TEXT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTE-FILE
           END-IF.

      *>----------------------------------------------------------------
      *> Aging report
      *>----------------------------------------------------------------
       REPORT-AGING.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-REC
           STRING "AML/SANCTIONS CASE AGING - " WS-TODAY
                  "  (filing window " WS-FILING-DAYS
                  " days, warning at " WS-WARN-DAYS ")"
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE "CASE   CUSTOMER             DETECTED DEADLINE "
             & "DAYS-LEFT INVESTIG STATUS   ALERTS SRC  STANDING"
               TO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-DIVIDER TO REPORT-REC
           WRITE REPORT-REC

           PERFORM VARYING WS-C FROM 1 BY 1
             UNTIL WS-C > WS-CASE-COUNT
               IF WS-CT-STATUS(WS-C) = "OPEN"
                  OR WS-CT-STATUS(WS-C) = "ASSIGNED"
                   PERFORM WRITE-AGING-LINE
               END-IF
           END-PERFORM

           MOVE WS-DIVIDER TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "Open cases: " WS-OPEN-COUNT
                  "   due soon: " WS-SOON-COUNT
                  "   past due: " WS-PAST-COUNT
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           CLOSE REPORT-FILE
           DISPLAY "AML-CASE-MANAGER: " WS-OPEN-COUNT
                   " open cases, " WS-SOON-COUNT " due soon, "
                   WS-PAST-COUNT " past due - see "
                   "AML-CASE-AGING.TXT"
           IF WS-PAST-COUNT > 0 OR WS-SOON-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       WRITE-AGING-LINE.
           ADD 1 TO WS-OPEN-COUNT
           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(WS-CT-DEADLINE(WS-C))
             - FUNCTION INTEGER-OF-DATE(WS-TODAY)
           MOVE SPACES TO WS-STANDING
           IF WS-DAYS-LEFT < 0
               MOVE "PAST DUE" TO WS-STANDING
               ADD 1 TO WS-PAST-COUNT
           ELSE
               IF WS-DAYS-LEFT <= WS-WARN-DAYS
                   MOVE "DUE SOON" TO WS-STANDING
                   ADD 1 TO WS-SOON-COUNT
               END-IF
           END-IF
           MOVE WS-DAYS-LEFT TO WS-DISP-DAYS
           MOVE WS-CT-ALERTS(WS-C) TO WS-DISP-ALERTS
           MOVE SPACES TO REPORT-REC
           STRING WS-CT-ID(WS-C) " "
                  WS-CT-CUST(WS-C) " "
                  WS-CT-DETECTED(WS-C) " "
                  WS-CT-DEADLINE(WS-C) "     "
                  WS-DISP-DAYS " "
                  WS-CT-INVEST(WS-C) " "
                  WS-CT-STATUS(WS-C) "   "
                  WS-DISP-ALERTS " "
                  WS-CT-SOURCES(WS-C) " "
                  WS-STANDING
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC.

       COPY-WORK-BACK.
           MOVE 'N' TO WS-EOF
           OPEN INPUT WORK-FILE
           OPEN OUTPUT CASE-FILE
           PERFORM UNTIL WS-EOF = 'Y'
               READ WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE WORK-RECORD TO CASE-RECORD
                       WRITE CASE-RECORD
               END-READ
           END-PERFORM
           CLOSE WORK-FILE
           CLOSE CASE-FILE
           CALL "CBL_DELETE_FILE" USING "AML-CASES.TMP".
