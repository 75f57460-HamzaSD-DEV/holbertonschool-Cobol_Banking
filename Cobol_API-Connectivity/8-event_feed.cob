       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVENT-FEED.

      *> Per-transaction event feed for the mobile app and the fraud
      *> vendor. Events sit in EVENT-OUTBOX.DAT, numbered without
      *> gaps by EVENT-OUTBOX: MEMO-POST raises one for every memo
      *> item as it is accepted, VOID-TRANSACTION one for every
      *> voided (reversed) item, and the capture step here one for
      *> every line UPDATER wrote to TRANSAPPLIED. Modes, from
      *> EVENT_MODE or the prompt:
      *>   N - nightly, run by DRIVER after a clean UPDATER:
      *>       capture, deliver, reconcile
      *>   C - capture TRANSAPPLIED (once per business date, kept
      *>       in EVENT-CAPTURE-RUN.DAT)
      *>   D - deliver every event past the delivery pointer
      *>   P - replay for a consumer from a sequence number
      *>       (EVENT_REPLAY_FROM or the prompt)
      *>   R - reconcile the business date's TRANSAPPLIED against
      *>       the outbox
      *> Each event is posted as JSON through CREATE-POST to
      *> EVENT_FEED_URL, in sequence order, up to EVENT_MAX_RETRIES
      *> attempts (default 3) EVENT_RETRY_SECONDS apart (default
      *> 5). EVENT-DELIVERY-PTR.DAT holds the last sequence
      *> delivered and moves after every event, so a run that dies
      *> resumes with the next one; an event that still fails stops
      *> the run there, so nothing is ever delivered out of order.
      *> Every attempt is logged to EVENT-DELIVERY-LOG.TXT. The
      *> reconciliation proves each applied transaction produced
      *> exactly one event and that it was delivered, and lists the
      *> exceptions on EVENT-RECON-REPORT.TXT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTBOX-FILE ASSIGN TO "EVENT-OUTBOX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OUT.
           SELECT APPLIED-FILE ASSIGN TO TRANSAPPLIED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-APPL.
           SELECT POINTER-FILE ASSIGN TO "EVENT-DELIVERY-PTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PTR.
           SELECT CAPTURE-RUN-FILE ASSIGN TO "EVENT-CAPTURE-RUN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUN.
           SELECT BODY-FILE ASSIGN TO "EVENT-BODY.JSON"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BODY.
           SELECT DELIVERY-LOG-FILE ASSIGN TO "EVENT-DELIVERY-LOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.
           SELECT RECON-FILE ASSIGN TO "EVENT-RECON-REPORT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RECON.

       DATA DIVISION.
       FILE SECTION.
       FD  OUTBOX-FILE.
       01  OUTBOX-RECORD        PIC X(120).

       FD  APPLIED-FILE.
       01  APPLIED-RECORD       PIC X(120).

       FD  POINTER-FILE.
       01  POINTER-RECORD       PIC X(9).

       FD  CAPTURE-RUN-FILE.
       01  CAPTURE-RUN-RECORD   PIC X(8).

       FD  BODY-FILE.
       01  BODY-RECORD          PIC X(400).

       FD  DELIVERY-LOG-FILE.
       01  DELIVERY-LOG-RECORD  PIC X(120).

       FD  RECON-FILE.
       01  RECON-RECORD         PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FS-OUT            PIC XX.
       01  WS-FS-APPL           PIC XX.
       01  WS-FS-PTR            PIC XX.
       01  WS-FS-RUN            PIC XX.
       01  WS-FS-BODY           PIC XX.
       01  WS-FS-LOG            PIC XX.
       01  WS-FS-RECON          PIC XX.
       01  WS-EOF               PIC X VALUE 'N'.
       01  WS-STOP              PIC X VALUE 'N'.
       01  WS-RC                PIC 9 VALUE 0.
       01  WS-MODE              PIC X.
       01  WS-MODE-ENV          PIC X(10).
       01  WS-TODAY             PIC 9(8).
       01  WS-LAST-CAPTURE      PIC X(8) VALUE SPACES.

       01  WS-PARAM-NAME        PIC X(24).
       01  WS-PARAM-VALUE       PIC X(12).
       01  WS-PARAM-FOUND       PIC X.
       01  WS-MAX-RETRIES       PIC 9(2) VALUE 3.
       01  WS-RETRY-SECONDS     PIC 9(3) VALUE 5.
       01  WS-SLEEP-COMMAND     PIC X(20).
       01  WS-FEED-URL          PIC X(55).
       01  WS-ENV-NAME          PIC X(20).
       01  WS-ENV-VALUE         PIC X(60).

       01  WS-POINTER           PIC 9(9) VALUE 0.
       01  WS-EXPECT-SEQ        PIC 9(9).
       01  WS-REPLAY-FROM       PIC 9(9) VALUE 0.
       01  WS-REPLAY-TX         PIC X(10).
       01  WS-REPLAY-FLAG       PIC X VALUE 'N'.
       01  WS-ATTEMPT           PIC 9(2).
       01  WS-POST-RC           PIC S9(9) COMP-5.
       01  WS-DELIVERED         PIC X.
       01  WS-LOG-RESULT        PIC X(30).

       01  WS-CAPTURE-COUNT     PIC 9(7) VALUE 0.
       01  WS-DELIVER-COUNT     PIC 9(7) VALUE 0.
       01  WS-REPLAY-COUNT      PIC 9(7) VALUE 0.

       01  WS-EV-SOURCE         PIC X(8) VALUE "APPLIED".
       01  WS-EV-TXN-ID         PIC X(8).
       01  WS-EV-TYPE           PIC X(10).
       01  WS-EV-ACCOUNT        PIC X(10).
       01  WS-EV-AMOUNT         PIC X(12).
       01  WS-EV-DATE           PIC X(8).
       01  WS-EV-SEQ            PIC 9(9).

       01  WS-TXN-FIELDS.
           05  WS-TXN-ID        PIC X(6).
           05  WS-TXN-TYPE      PIC X(10).
           05  WS-TXN-ACCID     PIC X(5).
           05  WS-TXN-AMT-TX    PIC X(12).
           05  WS-TXN-DATE      PIC X(8).

       01  WS-OB-FIELDS.
           05  WS-OB-SEQ-TX     PIC X(9).
           05  WS-OB-SOURCE     PIC X(8).
           05  WS-OB-TXN-ID     PIC X(8).
           05  WS-OB-TYPE       PIC X(10).
           05  WS-OB-ACCOUNT    PIC X(10).
           05  WS-OB-AMOUNT     PIC X(12).
           05  WS-OB-TXN-DATE   PIC X(8).
           05  WS-OB-BUS-DATE   PIC X(8).
           05  WS-OB-STAMP      PIC X(14).
       01  WS-OB-SEQ            PIC 9(9).
       01  WS-SEQ-EDIT          PIC Z(8)9.
       01  WS-AMT-NUM           PIC 9(9)V99.
       01  WS-AMT-EDIT          PIC Z(8)9.99.
       01  WS-TIMESTAMP         PIC X(21).

      *> Reconciliation: the business date's APPLIED events.
       01  WS-EVT-COUNT         PIC 9(5) VALUE 0.
       01  WS-EVT-TABLE.
           05  WS-EVT-ENTRY OCCURS 5000 TIMES.
               10  WS-EVT-TXN-ID    PIC X(8).
               10  WS-EVT-TYPE      PIC X(10).
               10  WS-EVT-ACCOUNT   PIC X(10).
               10  WS-EVT-SEQ       PIC 9(9).
               10  WS-EVT-HITS      PIC 9(3).
       01  WS-E                 PIC 9(5).
       01  WS-HIT-COUNT         PIC 9(3).
       01  WS-HIT-SEQ           PIC 9(9).
       01  WS-LINE-COUNT        PIC 9(9) VALUE 0.
       01  WS-APPLIED-COUNT     PIC 9(7) VALUE 0.
       01  WS-PROVEN-COUNT      PIC 9(7) VALUE 0.
       01  WS-EXCEPTION-COUNT   PIC 9(7) VALUE 0.
       01  WS-EXCEPTION-TEXT    PIC X(20).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           CALL "GET-BUSINESS-DATE" USING WS-TODAY
           PERFORM LOAD-SETTINGS
           MOVE SPACES TO WS-MODE-ENV
           ACCEPT WS-MODE-ENV FROM ENVIRONMENT "EVENT_MODE"
           IF WS-MODE-ENV NOT = SPACES
               MOVE WS-MODE-ENV(1:1) TO WS-MODE
           ELSE
               DISPLAY "EVENT-FEED: (C)apture, (D)eliver, (P) "
                       "replay, (R)econcile, (N)ightly: "
                       WITH NO ADVANCING
               ACCEPT WS-MODE
           END-IF
           DISPLAY "EVENT-FEED: Starting run for business date "
                   WS-TODAY "..."
           EVALUATE FUNCTION UPPER-CASE(WS-MODE)
               WHEN "C"
                   PERFORM CAPTURE-APPLIED
               WHEN "D"
                   PERFORM DELIVER-EVENTS
               WHEN "P"
                   PERFORM REPLAY-EVENTS
               WHEN "R"
                   PERFORM RECONCILE-EVENTS
               WHEN "N"
                   PERFORM CAPTURE-APPLIED
                   PERFORM DELIVER-EVENTS
                   PERFORM RECONCILE-EVENTS
               WHEN OTHER
                   DISPLAY "EVENT-FEED: ERROR - unknown mode "
                           WS-MODE
                   MOVE 8 TO WS-RC
           END-EVALUATE
           DISPLAY "EVENT-FEED: Completed."
           MOVE WS-RC TO RETURN-CODE
           STOP RUN.

       LOAD-SETTINGS.
           MOVE "EVENT_MAX_RETRIES" TO WS-PARAM-NAME
           CALL "GET-PARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y'
               COMPUTE WS-MAX-RETRIES =
                   FUNCTION NUMVAL(WS-PARAM-VALUE)
           END-IF
           IF WS-MAX-RETRIES = 0
               MOVE 1 TO WS-MAX-RETRIES
           END-IF
           MOVE "EVENT_RETRY_SECONDS" TO WS-PARAM-NAME
           CALL "GET-PARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y'
               COMPUTE WS-RETRY-SECONDS =
                   FUNCTION NUMVAL(WS-PARAM-VALUE)
           END-IF
           MOVE SPACES TO WS-FEED-URL
           ACCEPT WS-FEED-URL FROM ENVIRONMENT "EVENT_FEED_URL"

           MOVE 0 TO WS-POINTER
           OPEN INPUT POINTER-FILE
           IF WS-FS-PTR = "00"
               READ POINTER-FILE
                   NOT AT END
                       IF POINTER-RECORD IS NUMERIC
                           MOVE POINTER-RECORD TO WS-POINTER
                       END-IF
               END-READ
               CLOSE POINTER-FILE
           END-IF.

      *>----------------------------------------------------------------
      *> Capture - one APPLIED event per TRANSAPPLIED line
      *>----------------------------------------------------------------
       CAPTURE-APPLIED.
           OPEN INPUT CAPTURE-RUN-FILE
           IF WS-FS-RUN = "00"
               READ CAPTURE-RUN-FILE
                   NOT AT END
                       MOVE CAPTURE-RUN-RECORD TO WS-LAST-CAPTURE
               END-READ
               CLOSE CAPTURE-RUN-FILE
           END-IF
           IF WS-LAST-CAPTURE = WS-TODAY
               DISPLAY "EVENT-FEED: WARNING - TRANSAPPLIED already "
                       "captured for " WS-TODAY " - not recaptured"
               IF WS-RC < 4
                   MOVE 4 TO WS-RC
               END-IF
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT APPLIED-FILE
           IF WS-FS-APPL NOT = "00"
               DISPLAY "EVENT-FEED: ERROR - cannot open "
                       "TRANSAPPLIED. Status: " WS-FS-APPL
               MOVE 8 TO WS-RC
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ APPLIED-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF APPLIED-RECORD NOT = SPACES
                           PERFORM CAPTURE-ONE-APPLIED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APPLIED-FILE
           OPEN OUTPUT CAPTURE-RUN-FILE
           MOVE WS-TODAY TO CAPTURE-RUN-RECORD
           WRITE CAPTURE-RUN-RECORD
           CLOSE CAPTURE-RUN-FILE
           DISPLAY "EVENT-FEED: Applied events captured: "
                   WS-CAPTURE-COUNT.

       CAPTURE-ONE-APPLIED.
           MOVE SPACES TO WS-TXN-FIELDS
           UNSTRING APPLIED-RECORD DELIMITED BY ','
               INTO WS-TXN-ID WS-TXN-TYPE WS-TXN-ACCID
                    WS-TXN-AMT-TX WS-TXN-DATE
           END-UNSTRING
           MOVE WS-TXN-ID TO WS-EV-TXN-ID
           MOVE WS-TXN-TYPE TO WS-EV-TYPE
           MOVE WS-TXN-ACCID TO WS-EV-ACCOUNT
           MOVE WS-TXN-AMT-TX TO WS-EV-AMOUNT
           MOVE WS-TXN-DATE TO WS-EV-DATE
           CALL "EVENT-OUTBOX" USING WS-EV-SOURCE, WS-EV-TXN-ID,
               WS-EV-TYPE, WS-EV-ACCOUNT, WS-EV-AMOUNT, WS-EV-DATE,
               WS-EV-SEQ
           IF WS-EV-SEQ = 0
               DISPLAY "EVENT-FEED: ERROR - outbox not writable, "
                       "no event for " WS-TXN-ID
               MOVE 8 TO WS-RC
           ELSE
               ADD 1 TO WS-CAPTURE-COUNT
           END-IF.

      *>----------------------------------------------------------------
      *> Delivery - strictly in sequence from the pointer
      *>----------------------------------------------------------------
       DELIVER-EVENTS.
           OPEN INPUT OUTBOX-FILE
           IF WS-FS-OUT NOT = "00"
               DISPLAY "EVENT-FEED: no events on the outbox."
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-REPLAY-FLAG
           MOVE 'N' TO WS-EOF
           MOVE 'N' TO WS-STOP
           PERFORM UNTIL WS-EOF = 'Y' OR WS-STOP = 'Y'
               READ OUTBOX-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM SPLIT-OUTBOX-LINE
                       IF WS-OB-SEQ > WS-POINTER
                           PERFORM DELIVER-ONE-EVENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OUTBOX-FILE
           DISPLAY "EVENT-FEED: Events delivered: " WS-DELIVER-COUNT
                   "  pointer now " WS-POINTER.

       DELIVER-ONE-EVENT.
           COMPUTE WS-EXPECT-SEQ = WS-POINTER + 1
           IF WS-OB-SEQ NOT = WS-EXPECT-SEQ
               DISPLAY "EVENT-FEED: ERROR - outbox sequence gap: "
                       "expected " WS-EXPECT-SEQ " found "
                       WS-OB-SEQ " - delivery stopped"
               MOVE 8 TO WS-RC
               MOVE 'Y' TO WS-STOP
               EXIT PARAGRAPH
           END-IF
           PERFORM POST-EVENT
           IF WS-DELIVERED = 'Y'
               MOVE WS-OB-SEQ TO WS-POINTER
               PERFORM SAVE-POINTER
               ADD 1 TO WS-DELIVER-COUNT
           ELSE
               DISPLAY "EVENT-FEED: ERROR - event " WS-OB-SEQ
                       " not delivered after " WS-MAX-RETRIES
                       " attempts - delivery stopped, resumes here"
               IF WS-RC < 4
                   MOVE 4 TO WS-RC
               END-IF
               MOVE 'Y' TO WS-STOP
           END-IF.

       SAVE-POINTER.
           OPEN OUTPUT POINTER-FILE
           MOVE WS-POINTER TO POINTER-RECORD
           WRITE POINTER-RECORD
           CLOSE POINTER-FILE.

       SPLIT-OUTBOX-LINE.
           MOVE SPACES TO WS-OB-FIELDS
           UNSTRING OUTBOX-RECORD DELIMITED BY ','
               INTO WS-OB-SEQ-TX WS-OB-SOURCE WS-OB-TXN-ID
                    WS-OB-TYPE WS-OB-ACCOUNT WS-OB-AMOUNT
                    WS-OB-TXN-DATE WS-OB-BUS-DATE WS-OB-STAMP
           END-UNSTRING
           IF WS-OB-SEQ-TX IS NUMERIC
               MOVE WS-OB-SEQ-TX TO WS-OB-SEQ
           ELSE
               MOVE 0 TO WS-OB-SEQ
           END-IF.

      *> One event, posted through CREATE-POST until the endpoint
      *> takes it or the attempts run out.
       POST-EVENT.
           PERFORM BUILD-EVENT-BODY
           MOVE "POST_BODY_FILE" TO WS-ENV-NAME
           MOVE "EVENT-BODY.JSON" TO WS-ENV-VALUE
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           DISPLAY WS-ENV-VALUE UPON ENVIRONMENT-VALUE
           MOVE "POST_URL" TO WS-ENV-NAME
           MOVE WS-FEED-URL TO WS-ENV-VALUE
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           DISPLAY WS-ENV-VALUE UPON ENVIRONMENT-VALUE
           MOVE 'N' TO WS-DELIVERED
           MOVE 0 TO WS-ATTEMPT
           PERFORM UNTIL WS-DELIVERED = 'Y'
                      OR WS-ATTEMPT >= WS-MAX-RETRIES
               ADD 1 TO WS-ATTEMPT
               IF WS-ATTEMPT > 1 AND WS-RETRY-SECONDS > 0
                   MOVE SPACES TO WS-SLEEP-COMMAND
                   STRING "sleep " WS-RETRY-SECONDS
                       DELIMITED BY SIZE INTO WS-SLEEP-COMMAND
                   END-STRING
                   CALL "SYSTEM" USING WS-SLEEP-COMMAND
               END-IF
               CALL "CREATE-POST"
               MOVE RETURN-CODE TO WS-POST-RC
               IF WS-POST-RC = 0
                   MOVE 'Y' TO WS-DELIVERED
               END-IF
           END-PERFORM
           MOVE 0 TO RETURN-CODE
           MOVE SPACES TO WS-LOG-RESULT
           EVALUATE TRUE
               WHEN WS-DELIVERED = 'Y' AND WS-REPLAY-FLAG = 'Y'
                   MOVE "REPLAYED" TO WS-LOG-RESULT
               WHEN WS-DELIVERED = 'Y'
                   MOVE "DELIVERED" TO WS-LOG-RESULT
               WHEN OTHER
                   MOVE "FAILED" TO WS-LOG-RESULT
           END-EVALUATE
           PERFORM LOG-DELIVERY-ATTEMPT.

       BUILD-EVENT-BODY.
           MOVE WS-OB-SEQ TO WS-SEQ-EDIT
           COMPUTE WS-AMT-NUM =
               FUNCTION NUMVAL(FUNCTION TRIM(WS-OB-AMOUNT))
           MOVE WS-AMT-NUM TO WS-AMT-EDIT
           MOVE SPACES TO BODY-RECORD
           STRING "{""sequence"": " FUNCTION TRIM(WS-SEQ-EDIT)
                  ", ""source"": """ FUNCTION TRIM(WS-OB-SOURCE)
                  """, ""transactionId"": """
                  FUNCTION TRIM(WS-OB-TXN-ID)
                  """, ""type"": """ FUNCTION TRIM(WS-OB-TYPE)
                  """, ""account"": """ FUNCTION TRIM(WS-OB-ACCOUNT)
                  """, ""amount"": """ FUNCTION TRIM(WS-AMT-EDIT)
                  """, ""transactionDate"": """ WS-OB-TXN-DATE
                  """, ""businessDate"": """ WS-OB-BUS-DATE
                  """, ""replay"": "
               DELIMITED BY SIZE INTO BODY-RECORD
           END-STRING
           IF WS-REPLAY-FLAG = 'Y'
               STRING FUNCTION TRIM(BODY-RECORD) " true}"
                   DELIMITED BY SIZE INTO BODY-RECORD
               END-STRING
           ELSE
               STRING FUNCTION TRIM(BODY-RECORD) " false}"
                   DELIMITED BY SIZE INTO BODY-RECORD
               END-STRING
           END-IF
           OPEN OUTPUT BODY-FILE
           WRITE BODY-RECORD
           CLOSE BODY-FILE.

       LOG-DELIVERY-ATTEMPT.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           OPEN EXTEND DELIVERY-LOG-FILE
           IF WS-FS-LOG = "35"
               CLOSE DELIVERY-LOG-FILE
               OPEN OUTPUT DELIVERY-LOG-FILE
           END-IF
           MOVE SPACES TO DELIVERY-LOG-RECORD
           STRING WS-TIMESTAMP(1:19)
                  " | SEQ: " WS-OB-SEQ
                  " | " FUNCTION TRIM(WS-OB-SOURCE)
                  " " FUNCTION TRIM(WS-OB-TXN-ID)
                  " " FUNCTION TRIM(WS-OB-TYPE)
                  " | " FUNCTION TRIM(WS-LOG-RESULT)
                  " (attempts " WS-ATTEMPT ")"
               DELIMITED BY SIZE INTO DELIVERY-LOG-RECORD
           END-STRING
           WRITE DELIVERY-LOG-RECORD
           CLOSE DELIVERY-LOG-FILE.

      *>----------------------------------------------------------------
      *> Replay - resend what was already delivered, from a given
      *> sequence number; the pointer does not move
      *>----------------------------------------------------------------
       REPLAY-EVENTS.
           MOVE SPACES TO WS-REPLAY-TX
           ACCEPT WS-REPLAY-TX FROM ENVIRONMENT "EVENT_REPLAY_FROM"
           IF WS-REPLAY-TX = SPACES
               DISPLAY "Replay from sequence number: "
                   WITH NO ADVANCING
               ACCEPT WS-REPLAY-TX
           END-IF
           IF FUNCTION TRIM(WS-REPLAY-TX) IS NOT NUMERIC
               DISPLAY "EVENT-FEED: ERROR - replay start must be a "
                       "sequence number"
               MOVE 8 TO WS-RC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-REPLAY-FROM = FUNCTION NUMVAL(WS-REPLAY-TX)
           IF WS-REPLAY-FROM = 0 OR WS-REPLAY-FROM > WS-POINTER
               DISPLAY "EVENT-FEED: ERROR - only events 1 to "
                       WS-POINTER " have been delivered"
               MOVE 8 TO WS-RC
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT OUTBOX-FILE
           IF WS-FS-OUT NOT = "00"
               DISPLAY "EVENT-FEED: no events on the outbox."
               MOVE 8 TO WS-RC
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-REPLAY-FLAG
           MOVE 'N' TO WS-EOF
           MOVE 'N' TO WS-STOP
           PERFORM UNTIL WS-EOF = 'Y' OR WS-STOP = 'Y'
               READ OUTBOX-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM SPLIT-OUTBOX-LINE
                       IF WS-OB-SEQ > WS-POINTER
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF WS-OB-SEQ >= WS-REPLAY-FROM
                               PERFORM REPLAY-ONE-EVENT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OUTBOX-FILE
           MOVE 'N' TO WS-REPLAY-FLAG
           DISPLAY "EVENT-FEED: Events replayed: " WS-REPLAY-COUNT.

       REPLAY-ONE-EVENT.
           PERFORM POST-EVENT
           IF WS-DELIVERED = 'Y'
               ADD 1 TO WS-REPLAY-COUNT
           ELSE
               DISPLAY "EVENT-FEED: ERROR - replay stopped at event "
                       WS-OB-SEQ
               IF WS-RC < 4
                   MOVE 4 TO WS-RC
               END-IF
               MOVE 'Y' TO WS-STOP
           END-IF.

      *>----------------------------------------------------------------
      *> Reconciliation - every TRANSAPPLIED line must have exactly
      *> one APPLIED event raised today, and that event must be at
      *> or behind the delivery pointer
      *>----------------------------------------------------------------
       RECONCILE-EVENTS.
           OPEN OUTPUT RECON-FILE
           MOVE SPACES TO RECON-RECORD
           STRING "EVENT FEED RECONCILIATION - BUSINESS DATE "
                  WS-TODAY
               DELIMITED BY SIZE INTO RECON-RECORD
           END-STRING
           WRITE RECON-RECORD
           MOVE SPACES TO RECON-RECORD
           WRITE RECON-RECORD

           PERFORM LOAD-TODAYS-EVENTS

           OPEN INPUT APPLIED-FILE
           IF WS-FS-APPL = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ APPLIED-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF APPLIED-RECORD NOT = SPACES
                               PERFORM PROVE-ONE-APPLIED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPLIED-FILE
           END-IF

           PERFORM VARYING WS-E FROM 1 BY 1
             UNTIL WS-E > WS-EVT-COUNT
               IF WS-EVT-HITS(WS-E) = 0
                   MOVE "NO APPLIED TXN" TO WS-EXCEPTION-TEXT
                   MOVE WS-EVT-TXN-ID(WS-E) TO WS-TXN-ID
                   MOVE WS-EVT-TYPE(WS-E) TO WS-TXN-TYPE
                   MOVE WS-EVT-ACCOUNT(WS-E) TO WS-TXN-ACCID
                   MOVE WS-EVT-SEQ(WS-E) TO WS-HIT-SEQ
                   PERFORM WRITE-EXCEPTION
               END-IF
           END-PERFORM

           MOVE SPACES TO RECON-RECORD
           WRITE RECON-RECORD
           MOVE SPACES TO RECON-RECORD
           STRING "APPLIED TRANSACTIONS " WS-APPLIED-COUNT
                  "   ONE EVENT, DELIVERED " WS-PROVEN-COUNT
                  "   EXCEPTIONS " WS-EXCEPTION-COUNT
               DELIMITED BY SIZE INTO RECON-RECORD
           END-STRING
           WRITE RECON-RECORD
           CLOSE RECON-FILE
           DISPLAY "EVENT-FEED: Reconciled " WS-APPLIED-COUNT
                   " applied transactions, " WS-EXCEPTION-COUNT
                   " exceptions - see EVENT-RECON-REPORT.TXT"
           IF WS-EXCEPTION-COUNT > 0 AND WS-RC < 4
               MOVE 4 TO WS-RC
           END-IF.

      *> The outbox is also proved gap-free here: line n must carry
      *> sequence n.
       LOAD-TODAYS-EVENTS.
           MOVE 0 TO WS-EVT-COUNT
           MOVE 0 TO WS-LINE-COUNT
           OPEN INPUT OUTBOX-FILE
           IF WS-FS-OUT NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ OUTBOX-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LINE-COUNT
                       PERFORM SPLIT-OUTBOX-LINE
                       IF WS-OB-SEQ NOT = WS-LINE-COUNT
                           MOVE "SEQUENCE GAP" TO WS-EXCEPTION-TEXT
                           MOVE SPACES TO WS-TXN-FIELDS
                           MOVE WS-OB-SEQ TO WS-HIT-SEQ
                           PERFORM WRITE-EXCEPTION
                           MOVE WS-OB-SEQ TO WS-LINE-COUNT
                       END-IF
                       IF WS-OB-SOURCE = "APPLIED"
                          AND WS-OB-BUS-DATE = WS-TODAY
                           PERFORM ADD-TODAYS-EVENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OUTBOX-FILE.

       ADD-TODAYS-EVENT.
           IF WS-EVT-COUNT >= 5000
               DISPLAY "EVENT-FEED: ERROR - more than 5000 applied "
                       "events for one business date"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-EVT-COUNT
           MOVE WS-OB-TXN-ID TO WS-EVT-TXN-ID(WS-EVT-COUNT)
           MOVE WS-OB-TYPE TO WS-EVT-TYPE(WS-EVT-COUNT)
           MOVE WS-OB-ACCOUNT TO WS-EVT-ACCOUNT(WS-EVT-COUNT)
           MOVE WS-OB-SEQ TO WS-EVT-SEQ(WS-EVT-COUNT)
           MOVE 0 TO WS-EVT-HITS(WS-EVT-COUNT).

       PROVE-ONE-APPLIED.
           ADD 1 TO WS-APPLIED-COUNT
           MOVE SPACES TO WS-TXN-FIELDS
           UNSTRING APPLIED-RECORD DELIMITED BY ','
               INTO WS-TXN-ID WS-TXN-TYPE WS-TXN-ACCID
                    WS-TXN-AMT-TX WS-TXN-DATE
           END-UNSTRING
           MOVE 0 TO WS-HIT-COUNT
           MOVE 0 TO WS-HIT-SEQ
           PERFORM VARYING WS-E FROM 1 BY 1
             UNTIL WS-E > WS-EVT-COUNT
               IF WS-EVT-TXN-ID(WS-E) = WS-TXN-ID
                  AND WS-EVT-TYPE(WS-E) = WS-TXN-TYPE
                  AND WS-EVT-ACCOUNT(WS-E) = WS-TXN-ACCID
                   ADD 1 TO WS-HIT-COUNT
                   ADD 1 TO WS-EVT-HITS(WS-E)
                   MOVE WS-EVT-SEQ(WS-E) TO WS-HIT-SEQ
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-HIT-COUNT = 0
                   MOVE "NO EVENT" TO WS-EXCEPTION-TEXT
                   PERFORM WRITE-EXCEPTION
               WHEN WS-HIT-COUNT > 1
                   MOVE "DUPLICATE EVENTS" TO WS-EXCEPTION-TEXT
                   PERFORM WRITE-EXCEPTION
               WHEN WS-HIT-SEQ > WS-POINTER
                   MOVE "NOT DELIVERED" TO WS-EXCEPTION-TEXT
                   PERFORM WRITE-EXCEPTION
               WHEN OTHER
                   ADD 1 TO WS-PROVEN-COUNT
           END-EVALUATE.

       WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE SPACES TO RECON-RECORD
           STRING WS-EXCEPTION-TEXT
                  " TXN " WS-TXN-ID
                  " " WS-TXN-TYPE
                  " ACCT " WS-TXN-ACCID
                  " SEQ " WS-HIT-SEQ
               DELIMITED BY SIZE INTO RECON-RECORD
           END-STRING
           WRITE RECON-RECORD.
