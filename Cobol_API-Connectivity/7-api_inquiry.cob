       IDENTIFICATION DIVISION.
       PROGRAM-ID. API-INQUIRY.

      *> Inbound partner inquiries - the other direction from
      *> CREATE-POST and BATCH-NOTIFY. Partners drop one JSON
      *> request per file into the API_INBOX_DIR directory (default
      *> api-inbox); each run answers every request waiting there
      *> with a JSON file of the same name in API_OUTBOX_DIR
      *> (default api-outbox) and moves the request into the
      *> inbox's processed directory. A request looks like
      *>   {"requestId": "R0001", "token": "<session token>",
      *>    "type": "BALANCE", "account": "10005"}
      *> and the types are
      *>   BALANCE        - ledger balance from accounts.idx and the
      *>                    available balance net of today's
      *>                    MEMO-POST.DAT items and holds
      *>                    (AVAIL-BALANCE)
      *>   HISTORY        - the account's latest transactions from
      *>                    transactions.idx, "count" of them
      *>                    (default 10, at most 50)
      *>   PAYMENT-STATUS - where outbound payment "reference"
      *>                    stands on SENT-ITEMS.DAT
      *> The token is a SECURE-TOKEN session token: it must match
      *> the one saved on users-login.idx for its user, be younger
      *> than the token-settings.dat lifetime and belong to a live
      *> SESSION-REGISTRY session. Anything else is answered 401;
      *> a request that is not JSON or lacks requestId, token or
      *> type is answered 400, an unknown type 400, and an account
      *> or payment we do not hold 404. Every request and every
      *> response is written to API-ACCESS-LOG.TXT through
      *> LOG-CHAIN with the caller's user ID.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIST-FILE ASSIGN TO "API-INBOX.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LIST.
           SELECT REQUEST-FILE ASSIGN TO WS-REQUEST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REQ.
           SELECT RESPONSE-FILE ASSIGN TO WS-RESPONSE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RESP.
           SELECT LOGIN-FILE ASSIGN TO "users-login.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS L-USERID
               FILE STATUS IS WS-FS-LOGIN.
           SELECT SETTINGS-FILE ASSIGN TO "token-settings.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SETTINGS.
           SELECT ACCOUNTS-FILE ASSIGN TO "accounts.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCOUNT-KEY
               FILE STATUS IS WS-FS-ACC.
           SELECT TRANSACTION-FILE ASSIGN TO "transactions.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TR-ID
               ALTERNATE RECORD KEY IS TR-CUST-ID WITH DUPLICATES
               FILE STATUS IS WS-FS-TRANS.
           SELECT SENT-FILE ASSIGN TO "SENT-ITEMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SENT.

       DATA DIVISION.
       FILE SECTION.
       FD  LIST-FILE.
       01  LIST-RECORD          PIC X(120).

       FD  REQUEST-FILE.
       01  REQUEST-RECORD       PIC X(500).

       FD  RESPONSE-FILE.
       01  RESPONSE-RECORD      PIC X(300).

       FD  LOGIN-FILE.
       01  LOGIN-REC.
           05  L-USERID         PIC X(8).
           05  L-USERNAME       PIC X(15).
           05  L-PASS-ENC       PIC X(15).
           05  SAVED-TOKEN      PIC X(16).
           05  TOKEN-CR-TIME    PIC X(6).

       FD  SETTINGS-FILE.
       01  SETTINGS-REC         PIC X(7).

       FD  ACCOUNTS-FILE.
       01  ACCOUNT-RECORD.
           05 ACCOUNT-KEY       PIC 9(5).
           05 FNAME             PIC X(10).
           05 LNAME             PIC X(10).
           05 BALANCE           PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 PROD-CODE         PIC X(4).
           05 BR-CODE           PIC X(3).

       FD  TRANSACTION-FILE.
       01  TRANSACTION-RECORD.
           05  TR-ID            PIC X(8).
           05  TR-DATE          PIC X(10).
           05  TR-CUST-ID       PIC 9(5).
           05  TR-AMOUNT        PIC 9(7)V99.
           05  TR-STATUS        PIC X(10).

       FD  SENT-FILE.
       01  SENT-RECORD          PIC X(60).

       WORKING-STORAGE SECTION.
       01  WS-FS-LIST           PIC XX.
       01  WS-FS-REQ            PIC XX.
       01  WS-FS-RESP           PIC XX.
       01  WS-FS-LOGIN          PIC XX.
       01  WS-FS-SETTINGS       PIC XX.
       01  WS-FS-ACC            PIC XX.
       01  WS-FS-TRANS          PIC XX.
       01  WS-FS-SENT           PIC XX.
       01  WS-EOF               PIC X VALUE 'N'.
       01  WS-LIST-EOF          PIC X VALUE 'N'.
       01  WS-TXN-EOF           PIC X VALUE 'N'.
       01  WS-RC                PIC 9 VALUE 0.

       01  WS-INBOX-DIR         PIC X(12) VALUE "api-inbox".
       01  WS-OUTBOX-DIR        PIC X(12) VALUE "api-outbox".
       01  WS-PARAM-NAME        PIC X(24).
       01  WS-PARAM-VALUE       PIC X(12).
       01  WS-PARAM-FOUND       PIC X.
       01  WS-LIST-COMMAND      PIC X(120).
       01  WS-DONE-DIR          PIC X(40).
       01  WS-REQUEST-PATH      PIC X(120).
       01  WS-RESPONSE-PATH     PIC X(120).
       01  WS-DONE-PATH         PIC X(120).
       01  WS-BASE-NAME         PIC X(80).
       01  WS-REQ-COUNT         PIC 9(5) VALUE 0.
       01  WS-OK-COUNT          PIC 9(5) VALUE 0.
       01  WS-ERR-COUNT         PIC 9(5) VALUE 0.

      *> The whole request, lines run together.
       01  WS-REQ-BUFFER        PIC X(2000).
       01  WS-REQ-PTR           PIC 9(4).
       01  WS-REQ-OVERFLOW      PIC X.

      *> One "key": value pair out of the request.
       01  WS-JSON-KEY          PIC X(20).
       01  WS-JSON-VALUE        PIC X(40).
       01  WS-JSON-PATTERN      PIC X(24).
       01  WS-JSON-BEFORE       PIC X(2000).
       01  WS-JSON-AFTER        PIC X(2000).
       01  WS-PAT-LEN           PIC 9(2).
       01  WS-KEY-COUNT         PIC 9(4).
       01  WS-P                 PIC 9(4).
       01  WS-START             PIC 9(4).
       01  WS-LEN               PIC 9(4).

       01  WS-REQ-ID            PIC X(40).
       01  WS-REQ-TOKEN         PIC X(40).
       01  WS-REQ-TYPE          PIC X(40).
       01  WS-REQ-ACCOUNT       PIC X(40).
       01  WS-REQ-COUNT-TX      PIC X(40).
       01  WS-REQ-REFERENCE     PIC X(40).

      *> Outcome of the request, set before the response is built.
       01  WS-HTTP-STATUS       PIC 9(3).
       01  WS-ERROR-CODE        PIC X(20).
       01  WS-ERROR-TEXT        PIC X(60).
       01  WS-CALLER            PIC X(8).

       01  WS-TOKEN-TTL         PIC 9(6) VALUE 5.
       01  WS-TIME              PIC X(8).
       01  WS-TOKEN-SECONDS     PIC S9(7).
       01  WS-NOW-SECONDS       PIC S9(7).
       01  WS-TOKEN-AGE         PIC S9(7).
       01  WS-SESSION-ACTION    PIC X(8) VALUE "TOUCH".
       01  WS-SESSION-PROGRAM   PIC X(16) VALUE "SECURE-TOKEN".
       01  WS-SESSION-ID        PIC X(10).
       01  WS-SESSION-OK        PIC X.

       01  WS-ACCT-ID           PIC X(10).
       01  WS-AVAIL-BAL         PIC S9(9)V99.
       01  WS-AVAIL-FOUND       PIC X.
       01  WS-AMT-EDIT          PIC -(9)9.99.
       01  WS-LEDGER-TX         PIC X(14).
       01  WS-AVAIL-TX          PIC X(14).

       01  WS-HIST-MAX          PIC 9(2) VALUE 10.
       01  WS-HIST-COUNT        PIC 9(2) VALUE 0.
       01  WS-H                 PIC 9(2).
       01  WS-HIST-TABLE.
           05  WS-HIST-ENTRY OCCURS 50 TIMES.
               10  WS-HT-ID       PIC X(8).
               10  WS-HT-DATE     PIC X(10).
               10  WS-HT-AMOUNT   PIC 9(7)V99.
               10  WS-HT-STATUS   PIC X(10).
       01  WS-HT-AMT-EDIT       PIC Z(6)9.99.
       01  WS-HIST-SEP          PIC X.

       01  WS-SENT-FIELDS.
           05  WS-SF-REF        PIC X(6).
           05  WS-SF-IBAN       PIC X(22).
           05  WS-SF-AMOUNT     PIC X(12).
           05  WS-SF-DATE       PIC X(8).
           05  WS-SF-STATUS     PIC X(8).
       01  WS-PAY-FOUND         PIC X.

       01  WS-LOG-TIMESTAMP     PIC X(21).
       01  WS-CHAIN-LOG         PIC X(30) VALUE "API-ACCESS-LOG.TXT".
       01  WS-CHAIN-LINE        PIC X(120).
       01  WS-STATUS-TX         PIC 9(3).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "API-INQUIRY: picking up inbound requests..."
           PERFORM LOAD-SETTINGS
           PERFORM LIST-INBOX

           OPEN INPUT LIST-FILE
           IF WS-FS-LIST NOT = "00"
               DISPLAY "API-INQUIRY: ERROR - cannot list "
                       FUNCTION TRIM(WS-INBOX-DIR)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-LIST-EOF
           PERFORM UNTIL WS-LIST-EOF = 'Y'
               READ LIST-FILE
                   AT END
                       MOVE 'Y' TO WS-LIST-EOF
                   NOT AT END
                       IF LIST-RECORD NOT = SPACES
                           PERFORM PROCESS-ONE-REQUEST
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LIST-FILE
           CALL "CBL_DELETE_FILE" USING "API-INBOX.LST"

           DISPLAY "API-INQUIRY: requests answered: " WS-REQ-COUNT
           DISPLAY "API-INQUIRY: successful: " WS-OK-COUNT
                   "  refused or failed: " WS-ERR-COUNT
           DISPLAY "API-INQUIRY: Completed."
           MOVE WS-RC TO RETURN-CODE
           STOP RUN.

      *> Directories from PARAMETERS.DAT, token lifetime (seconds)
      *> from the same token-settings.dat SECURE-TOKEN reads.
       LOAD-SETTINGS.
           MOVE "API_INBOX_DIR" TO WS-PARAM-NAME
           CALL "GET-PARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y'
               MOVE WS-PARAM-VALUE TO WS-INBOX-DIR
           END-IF
           MOVE "API_OUTBOX_DIR" TO WS-PARAM-NAME
           CALL "GET-PARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y'
               MOVE WS-PARAM-VALUE TO WS-OUTBOX-DIR
           END-IF
           MOVE 5 TO WS-TOKEN-TTL
           OPEN INPUT SETTINGS-FILE
           IF WS-FS-SETTINGS = "00"
               READ SETTINGS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FUNCTION NUMVAL(SETTINGS-REC)
                           TO WS-TOKEN-TTL
               END-READ
               CLOSE SETTINGS-FILE
           END-IF.

       LIST-INBOX.
           MOVE SPACES TO WS-DONE-DIR
           STRING FUNCTION TRIM(WS-INBOX-DIR) "/processed"
               DELIMITED BY SIZE INTO WS-DONE-DIR
           END-STRING
           CALL "CBL_CREATE_DIR" USING WS-OUTBOX-DIR
           CALL "CBL_CREATE_DIR" USING WS-DONE-DIR
           MOVE SPACES TO WS-LIST-COMMAND
           STRING "ls " FUNCTION TRIM(WS-INBOX-DIR)
                  "/*.json > API-INBOX.LST 2>/dev/null"
               DELIMITED BY SIZE INTO WS-LIST-COMMAND
           END-STRING
           CALL "SYSTEM" USING WS-LIST-COMMAND.

       PROCESS-ONE-REQUEST.
           ADD 1 TO WS-REQ-COUNT
           MOVE FUNCTION TRIM(LIST-RECORD) TO WS-REQUEST-PATH
           PERFORM SPLIT-BASE-NAME
           MOVE SPACES TO WS-RESPONSE-PATH
           STRING FUNCTION TRIM(WS-OUTBOX-DIR) "/"
                  FUNCTION TRIM(WS-BASE-NAME)
               DELIMITED BY SIZE INTO WS-RESPONSE-PATH
           END-STRING
           MOVE SPACES TO WS-DONE-PATH
           STRING FUNCTION TRIM(WS-DONE-DIR) "/"
                  FUNCTION TRIM(WS-BASE-NAME)
               DELIMITED BY SIZE INTO WS-DONE-PATH
           END-STRING

           MOVE 200 TO WS-HTTP-STATUS
           MOVE SPACES TO WS-ERROR-CODE WS-ERROR-TEXT
           MOVE "UNKNOWN" TO WS-CALLER
           MOVE SPACES TO WS-REQ-ID WS-REQ-TOKEN WS-REQ-TYPE
                          WS-REQ-ACCOUNT WS-REQ-COUNT-TX
                          WS-REQ-REFERENCE

           PERFORM READ-REQUEST
           IF WS-HTTP-STATUS = 200
               PERFORM PARSE-REQUEST
           END-IF
           IF WS-HTTP-STATUS = 200
               PERFORM CHECK-TOKEN
           END-IF
           PERFORM LOG-REQUEST

           OPEN OUTPUT RESPONSE-FILE
           IF WS-FS-RESP NOT = "00"
               DISPLAY "API-INQUIRY: ERROR - cannot write "
                       FUNCTION TRIM(WS-RESPONSE-PATH)
               MOVE 8 TO WS-RC
               EXIT PARAGRAPH
           END-IF
           IF WS-HTTP-STATUS = 200
               EVALUATE FUNCTION TRIM(WS-REQ-TYPE)
                   WHEN "BALANCE"
                       PERFORM ANSWER-BALANCE
                   WHEN "HISTORY"
                       PERFORM ANSWER-HISTORY
                   WHEN "PAYMENT-STATUS"
                       PERFORM ANSWER-PAYMENT-STATUS
                   WHEN OTHER
                       MOVE 400 TO WS-HTTP-STATUS
                       MOVE "UNSUPPORTED-TYPE" TO WS-ERROR-CODE
                       MOVE "type must be BALANCE, HISTORY or "
                           & "PAYMENT-STATUS" TO WS-ERROR-TEXT
               END-EVALUATE
           END-IF
           IF WS-HTTP-STATUS NOT = 200
               PERFORM WRITE-ERROR-RESPONSE
               ADD 1 TO WS-ERR-COUNT
           ELSE
               ADD 1 TO WS-OK-COUNT
           END-IF
           CLOSE RESPONSE-FILE
           PERFORM LOG-RESPONSE
           CALL "CBL_RENAME_FILE" USING WS-REQUEST-PATH,
               WS-DONE-PATH.

       SPLIT-BASE-NAME.
           MOVE 0 TO WS-START
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 120
               IF WS-REQUEST-PATH(WS-P:1) = "/"
                   MOVE WS-P TO WS-START
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-BASE-NAME
           MOVE WS-REQUEST-PATH(WS-START + 1:) TO WS-BASE-NAME.

       READ-REQUEST.
           MOVE SPACES TO WS-REQ-BUFFER
           MOVE 1 TO WS-REQ-PTR
           MOVE 'N' TO WS-REQ-OVERFLOW
           OPEN INPUT REQUEST-FILE
           IF WS-FS-REQ NOT = "00"
               MOVE 400 TO WS-HTTP-STATUS
               MOVE "MALFORMED" TO WS-ERROR-CODE
               MOVE "request file could not be read"
                   TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ REQUEST-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF REQUEST-RECORD NOT = SPACES
                           STRING FUNCTION TRIM(REQUEST-RECORD) " "
                               DELIMITED BY SIZE INTO WS-REQ-BUFFER
                               WITH POINTER WS-REQ-PTR
                               ON OVERFLOW
                                   MOVE 'Y' TO WS-REQ-OVERFLOW
                           END-STRING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REQUEST-FILE
           IF WS-REQ-OVERFLOW = 'Y'
               MOVE 400 TO WS-HTTP-STATUS
               MOVE "MALFORMED" TO WS-ERROR-CODE
               MOVE "request too large" TO WS-ERROR-TEXT
           END-IF.

      *> A request must at least be a JSON object naming itself,
      *> its caller's token and what it wants.
       PARSE-REQUEST.
           MOVE 0 TO WS-KEY-COUNT
           INSPECT WS-REQ-BUFFER TALLYING WS-KEY-COUNT FOR ALL "}"
           IF WS-REQ-BUFFER(1:1) NOT = "{" OR WS-KEY-COUNT = 0
               MOVE 400 TO WS-HTTP-STATUS
               MOVE "MALFORMED" TO WS-ERROR-CODE
               MOVE "request is not a JSON object" TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF
           MOVE "requestId" TO WS-JSON-KEY
           PERFORM GET-JSON-VALUE
           MOVE WS-JSON-VALUE TO WS-REQ-ID
           MOVE "token" TO WS-JSON-KEY
           PERFORM GET-JSON-VALUE
           MOVE WS-JSON-VALUE TO WS-REQ-TOKEN
           MOVE "type" TO WS-JSON-KEY
           PERFORM GET-JSON-VALUE
           MOVE FUNCTION UPPER-CASE(WS-JSON-VALUE) TO WS-REQ-TYPE
           MOVE "account" TO WS-JSON-KEY
           PERFORM GET-JSON-VALUE
           MOVE WS-JSON-VALUE TO WS-REQ-ACCOUNT
           MOVE "count" TO WS-JSON-KEY
           PERFORM GET-JSON-VALUE
           MOVE WS-JSON-VALUE TO WS-REQ-COUNT-TX
           MOVE "reference" TO WS-JSON-KEY
           PERFORM GET-JSON-VALUE
           MOVE WS-JSON-VALUE TO WS-REQ-REFERENCE
           INSPECT WS-REQ-ID REPLACING ALL "\" BY " "
           IF WS-REQ-ID = SPACES OR WS-REQ-TOKEN = SPACES
              OR WS-REQ-TYPE = SPACES
               MOVE 400 TO WS-HTTP-STATUS
               MOVE "MALFORMED" TO WS-ERROR-CODE
               MOVE "requestId, token and type are required"
                   TO WS-ERROR-TEXT
           END-IF.

      *> Value of "WS-JSON-KEY": a quoted string up to its closing
      *> quote, or a bare number up to the next comma or brace.
      *> A key that is absent or has no value comes back as spaces.
       GET-JSON-VALUE.
           MOVE SPACES TO WS-JSON-VALUE
           MOVE SPACES TO WS-JSON-PATTERN
           STRING '"' FUNCTION TRIM(WS-JSON-KEY) '"'
               DELIMITED BY SIZE INTO WS-JSON-PATTERN
           END-STRING
           COMPUTE WS-PAT-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-JSON-KEY)) + 2
           MOVE 0 TO WS-KEY-COUNT
           INSPECT WS-REQ-BUFFER TALLYING WS-KEY-COUNT
               FOR ALL WS-JSON-PATTERN(1:WS-PAT-LEN)
           IF WS-KEY-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-JSON-BEFORE WS-JSON-AFTER
           UNSTRING WS-REQ-BUFFER
               DELIMITED BY WS-JSON-PATTERN(1:WS-PAT-LEN)
               INTO WS-JSON-BEFORE WS-JSON-AFTER
           END-UNSTRING
           MOVE 1 TO WS-P
           PERFORM UNTIL WS-P > 1990
                      OR WS-JSON-AFTER(WS-P:1) NOT = SPACE
               ADD 1 TO WS-P
           END-PERFORM
           IF WS-JSON-AFTER(WS-P:1) NOT = ":"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-P
           PERFORM UNTIL WS-P > 1990
                      OR WS-JSON-AFTER(WS-P:1) NOT = SPACE
               ADD 1 TO WS-P
           END-PERFORM
           IF WS-JSON-AFTER(WS-P:1) = '"'
               ADD 1 TO WS-P
               MOVE WS-P TO WS-START
               PERFORM UNTIL WS-P > 1990
                          OR WS-JSON-AFTER(WS-P:1) = '"'
                   ADD 1 TO WS-P
               END-PERFORM
           ELSE
               MOVE WS-P TO WS-START
               PERFORM UNTIL WS-P > 1990
                          OR WS-JSON-AFTER(WS-P:1) = ","
                          OR WS-JSON-AFTER(WS-P:1) = "}"
                          OR WS-JSON-AFTER(WS-P:1) = SPACE
                   ADD 1 TO WS-P
               END-PERFORM
           END-IF
           COMPUTE WS-LEN = WS-P - WS-START
           IF WS-LEN > 40
               MOVE 40 TO WS-LEN
           END-IF
           IF WS-LEN > 0
               MOVE WS-JSON-AFTER(WS-START:WS-LEN) TO WS-JSON-VALUE
           END-IF.

      *> The same test SECURE-TOKEN applies to a token at its own
      *> prompt: the saved token for its user, inside the lifetime,
      *> on a session the registry still holds live.
       CHECK-TOKEN.
           MOVE 401 TO WS-HTTP-STATUS
           MOVE "UNAUTHORIZED" TO WS-ERROR-CODE
           MOVE "token is not valid" TO WS-ERROR-TEXT
           IF WS-REQ-TOKEN(17:) NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT LOGIN-FILE
           IF WS-FS-LOGIN NOT = "00"
               MOVE "token store unavailable" TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-REQ-TOKEN(1:8) TO L-USERID
           READ LOGIN-FILE
               INVALID KEY
                   CLOSE LOGIN-FILE
                   EXIT PARAGRAPH
           END-READ
           CLOSE LOGIN-FILE
           IF SAVED-TOKEN = SPACES
              OR SAVED-TOKEN NOT = WS-REQ-TOKEN(1:16)
              OR TOKEN-CR-TIME IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TOKEN-SECONDS =
               FUNCTION NUMVAL(TOKEN-CR-TIME(1:2)) * 3600 +
               FUNCTION NUMVAL(TOKEN-CR-TIME(3:2)) * 60 +
               FUNCTION NUMVAL(TOKEN-CR-TIME(5:2))
           ACCEPT WS-TIME FROM TIME
           COMPUTE WS-NOW-SECONDS =
               FUNCTION NUMVAL(WS-TIME(1:2)) * 3600 +
               FUNCTION NUMVAL(WS-TIME(3:2)) * 60 +
               FUNCTION NUMVAL(WS-TIME(5:2))
           COMPUTE WS-TOKEN-AGE = WS-NOW-SECONDS - WS-TOKEN-SECONDS
           IF WS-TOKEN-AGE < 0 OR WS-TOKEN-AGE >= WS-TOKEN-TTL
               MOVE "token has expired" TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SESSION-ID
           MOVE 'N' TO WS-SESSION-OK
           CALL "SESSION-REGISTRY" USING WS-SESSION-ACTION,
               L-USERID, WS-SESSION-PROGRAM, WS-SESSION-ID,
               WS-SESSION-OK
           IF WS-SESSION-OK NOT = 'Y'
               MOVE "session has ended" TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF
           MOVE L-USERID TO WS-CALLER
           MOVE 200 TO WS-HTTP-STATUS
           MOVE SPACES TO WS-ERROR-CODE WS-ERROR-TEXT.

      *>----------------------------------------------------------------
      *> Answers
      *>----------------------------------------------------------------
       CHECK-ACCOUNT-KEY.
           IF WS-REQ-ACCOUNT(1:5) IS NOT NUMERIC
              OR WS-REQ-ACCOUNT(6:) NOT = SPACES
               MOVE 400 TO WS-HTTP-STATUS
               MOVE "MALFORMED" TO WS-ERROR-CODE
               MOVE "account must be a 5-digit account number"
                   TO WS-ERROR-TEXT
           END-IF.

       ANSWER-BALANCE.
           PERFORM CHECK-ACCOUNT-KEY
           IF WS-HTTP-STATUS NOT = 200
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ACCOUNTS-FILE
           IF WS-FS-ACC NOT = "00"
               MOVE 503 TO WS-HTTP-STATUS
               MOVE "UNAVAILABLE" TO WS-ERROR-CODE
               MOVE "account master unavailable" TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-REQ-ACCOUNT(1:5) TO ACCOUNT-KEY
           READ ACCOUNTS-FILE
               INVALID KEY
                   CLOSE ACCOUNTS-FILE
                   MOVE 404 TO WS-HTTP-STATUS
                   MOVE "NOT-FOUND" TO WS-ERROR-CODE
                   MOVE "no such account" TO WS-ERROR-TEXT
                   EXIT PARAGRAPH
           END-READ
           CLOSE ACCOUNTS-FILE
           MOVE BALANCE TO WS-AMT-EDIT
           MOVE FUNCTION TRIM(WS-AMT-EDIT) TO WS-LEDGER-TX
           MOVE SPACES TO WS-ACCT-ID
           MOVE WS-REQ-ACCOUNT(1:5) TO WS-ACCT-ID
           CALL "AVAIL-BALANCE" USING WS-ACCT-ID, WS-AVAIL-BAL,
               WS-AVAIL-FOUND
           MOVE WS-AVAIL-BAL TO WS-AMT-EDIT
           MOVE FUNCTION TRIM(WS-AMT-EDIT) TO WS-AVAIL-TX
           MOVE WS-HTTP-STATUS TO WS-STATUS-TX
           MOVE SPACES TO RESPONSE-RECORD
           STRING "{""requestId"": """ FUNCTION TRIM(WS-REQ-ID)
                  """, ""status"": " WS-STATUS-TX
                  ", ""type"": ""BALANCE"", ""account"": """
                  WS-REQ-ACCOUNT(1:5)
                  """, ""ledgerBalance"": """
                  FUNCTION TRIM(WS-LEDGER-TX)
                  """, ""availableBalance"": """
                  FUNCTION TRIM(WS-AVAIL-TX) """}"
               DELIMITED BY SIZE INTO RESPONSE-RECORD
           END-STRING
           WRITE RESPONSE-RECORD.

      *> The account's transactions come off the alternate key in
      *> file order; the last WS-HIST-MAX of them are kept.
       ANSWER-HISTORY.
           PERFORM CHECK-ACCOUNT-KEY
           IF WS-HTTP-STATUS NOT = 200
               EXIT PARAGRAPH
           END-IF
           MOVE 10 TO WS-HIST-MAX
           IF WS-REQ-COUNT-TX NOT = SPACES
               IF FUNCTION TRIM(WS-REQ-COUNT-TX) IS NOT NUMERIC
                   MOVE 400 TO WS-HTTP-STATUS
                   MOVE "MALFORMED" TO WS-ERROR-CODE
                   MOVE "count must be a whole number"
                       TO WS-ERROR-TEXT
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-HIST-MAX =
                   FUNCTION NUMVAL(WS-REQ-COUNT-TX)
               IF WS-HIST-MAX > 50 OR WS-HIST-MAX = 0
                   MOVE 50 TO WS-HIST-MAX
               END-IF
           END-IF
           OPEN INPUT ACCOUNTS-FILE
           IF WS-FS-ACC NOT = "00"
               MOVE 503 TO WS-HTTP-STATUS
               MOVE "UNAVAILABLE" TO WS-ERROR-CODE
               MOVE "account master unavailable" TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-REQ-ACCOUNT(1:5) TO ACCOUNT-KEY
           READ ACCOUNTS-FILE
               INVALID KEY
                   CLOSE ACCOUNTS-FILE
                   MOVE 404 TO WS-HTTP-STATUS
                   MOVE "NOT-FOUND" TO WS-ERROR-CODE
                   MOVE "no such account" TO WS-ERROR-TEXT
                   EXIT PARAGRAPH
           END-READ
           CLOSE ACCOUNTS-FILE

           MOVE 0 TO WS-HIST-COUNT
           OPEN INPUT TRANSACTION-FILE
           IF WS-FS-TRANS = "00"
               MOVE WS-REQ-ACCOUNT(1:5) TO TR-CUST-ID
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
                           IF TR-CUST-ID NOT = ACCOUNT-KEY
                               MOVE 'Y' TO WS-TXN-EOF
                           ELSE
                               PERFORM KEEP-HISTORY-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSACTION-FILE
           END-IF

           MOVE WS-HTTP-STATUS TO WS-STATUS-TX
           MOVE SPACES TO RESPONSE-RECORD
           STRING "{""requestId"": """ FUNCTION TRIM(WS-REQ-ID)
                  """, ""status"": " WS-STATUS-TX
                  ", ""type"": ""HISTORY"", ""account"": """
                  WS-REQ-ACCOUNT(1:5) """, ""transactions"": ["
               DELIMITED BY SIZE INTO RESPONSE-RECORD
           END-STRING
           WRITE RESPONSE-RECORD
           PERFORM VARYING WS-H FROM 1 BY 1
             UNTIL WS-H > WS-HIST-COUNT
               IF WS-H < WS-HIST-COUNT
                   MOVE "," TO WS-HIST-SEP
               ELSE
                   MOVE SPACE TO WS-HIST-SEP
               END-IF
               MOVE WS-HT-AMOUNT(WS-H) TO WS-HT-AMT-EDIT
               MOVE SPACES TO RESPONSE-RECORD
               STRING "  {""id"": """ FUNCTION TRIM(WS-HT-ID(WS-H))
                      """, ""date"": """ WS-HT-DATE(WS-H)
                      """, ""amount"": """
                      FUNCTION TRIM(WS-HT-AMT-EDIT)
                      """, ""status"": """
                      FUNCTION TRIM(WS-HT-STATUS(WS-H)) """}"
                      WS-HIST-SEP
                   DELIMITED BY SIZE INTO RESPONSE-RECORD
               END-STRING
               WRITE RESPONSE-RECORD
           END-PERFORM
           MOVE "]}" TO RESPONSE-RECORD
           WRITE RESPONSE-RECORD.

       KEEP-HISTORY-ENTRY.
           IF WS-HIST-COUNT >= WS-HIST-MAX
               PERFORM VARYING WS-H FROM 1 BY 1
                 UNTIL WS-H >= WS-HIST-COUNT
                   MOVE WS-HIST-ENTRY(WS-H + 1) TO WS-HIST-ENTRY(WS-H)
               END-PERFORM
           ELSE
               ADD 1 TO WS-HIST-COUNT
           END-IF
           MOVE TR-ID TO WS-HT-ID(WS-HIST-COUNT)
           MOVE TR-DATE TO WS-HT-DATE(WS-HIST-COUNT)
           MOVE TR-AMOUNT TO WS-HT-AMOUNT(WS-HIST-COUNT)
           MOVE TR-STATUS TO WS-HT-STATUS(WS-HIST-COUNT).

       ANSWER-PAYMENT-STATUS.
           IF WS-REQ-REFERENCE = SPACES
               MOVE 400 TO WS-HTTP-STATUS
               MOVE "MALFORMED" TO WS-ERROR-CODE
               MOVE "reference is required" TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-PAY-FOUND
           OPEN INPUT SENT-FILE
           IF WS-FS-SENT = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SENT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE SPACES TO WS-SENT-FIELDS
                           UNSTRING SENT-RECORD DELIMITED BY ','
                               INTO WS-SF-REF WS-SF-IBAN
                                    WS-SF-AMOUNT WS-SF-DATE
                                    WS-SF-STATUS
                           END-UNSTRING
                           IF WS-SF-REF = WS-REQ-REFERENCE
                              AND WS-REQ-REFERENCE(7:) = SPACES
                               MOVE 'Y' TO WS-PAY-FOUND
                               MOVE 'Y' TO WS-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SENT-FILE
           END-IF
           IF WS-PAY-FOUND NOT = 'Y'
               MOVE 404 TO WS-HTTP-STATUS
               MOVE "NOT-FOUND" TO WS-ERROR-CODE
               MOVE "no payment sent under that reference"
                   TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AMT-EDIT = FUNCTION NUMVAL(WS-SF-AMOUNT)
           MOVE WS-HTTP-STATUS TO WS-STATUS-TX
           MOVE SPACES TO RESPONSE-RECORD
           STRING "{""requestId"": """ FUNCTION TRIM(WS-REQ-ID)
                  """, ""status"": " WS-STATUS-TX
                  ", ""type"": ""PAYMENT-STATUS"", ""reference"": """
                  WS-SF-REF
                  """, ""paymentStatus"": """
                  FUNCTION TRIM(WS-SF-STATUS)
                  """, ""amount"": """ FUNCTION TRIM(WS-AMT-EDIT)
                  """, ""sentDate"": """ WS-SF-DATE """}"
               DELIMITED BY SIZE INTO RESPONSE-RECORD
           END-STRING
           WRITE RESPONSE-RECORD.

       WRITE-ERROR-RESPONSE.
           MOVE WS-HTTP-STATUS TO WS-STATUS-TX
           MOVE SPACES TO RESPONSE-RECORD
           STRING "{""requestId"": """ FUNCTION TRIM(WS-REQ-ID)
                  """, ""status"": " WS-STATUS-TX
                  ", ""error"": """ FUNCTION TRIM(WS-ERROR-CODE)
                  """, ""message"": """ FUNCTION TRIM(WS-ERROR-TEXT)
                  """}"
               DELIMITED BY SIZE INTO RESPONSE-RECORD
           END-STRING
           WRITE RESPONSE-RECORD.

      *>----------------------------------------------------------------
      *> Audit trail - the token itself is never logged
      *>----------------------------------------------------------------
       LOG-REQUEST.
           MOVE FUNCTION CURRENT-DATE TO WS-LOG-TIMESTAMP
           MOVE SPACES TO WS-CHAIN-LINE
           STRING WS-LOG-TIMESTAMP(1:19)
                  " | USER: " FUNCTION TRIM(WS-CALLER)
                  " | API REQUEST | FILE: "
                  FUNCTION TRIM(WS-BASE-NAME)
                  " | ID: " FUNCTION TRIM(WS-REQ-ID)
                  " | TYPE: " FUNCTION TRIM(WS-REQ-TYPE)
                  " | KEY: " FUNCTION TRIM(WS-REQ-ACCOUNT)
                  FUNCTION TRIM(WS-REQ-REFERENCE)
               DELIMITED BY SIZE INTO WS-CHAIN-LINE
           END-STRING
           CALL "LOG-CHAIN" USING WS-CHAIN-LOG, WS-CHAIN-LINE.

       LOG-RESPONSE.
           MOVE FUNCTION CURRENT-DATE TO WS-LOG-TIMESTAMP
           MOVE WS-HTTP-STATUS TO WS-STATUS-TX
           MOVE SPACES TO WS-CHAIN-LINE
           STRING WS-LOG-TIMESTAMP(1:19)
                  " | USER: " FUNCTION TRIM(WS-CALLER)
                  " | API RESPONSE | ID: " FUNCTION TRIM(WS-REQ-ID)
                  " | STATUS: " WS-STATUS-TX " "
                  FUNCTION TRIM(WS-ERROR-CODE) " "
                  FUNCTION TRIM(WS-ERROR-TEXT)
               DELIMITED BY SIZE INTO WS-CHAIN-LINE
           END-STRING
           CALL "LOG-CHAIN" USING WS-CHAIN-LOG, WS-CHAIN-LINE.
