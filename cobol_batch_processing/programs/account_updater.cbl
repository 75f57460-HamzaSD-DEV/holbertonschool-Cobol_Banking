      *> master (kept in ascending account-ID order), so run time
      *> scales with file size and there is no in-memory account
      *> table - and therefore no hard cap on master size.
      *>
      *> PARALLEL-UPDATER runs one UPDATER per account range with
      *> UPDATER_PARTITION set to the partition number (01-99) and
      *> the partition's own ACCOUNTS, TRANSIN, TRANSOUT, TRANSREJECT
      *> and TRANSAPPLIED. A partition keeps its checkpoint, sorted
      *> input, control record and overdraft facilities apart in
      *> UPDATER.CKPT.Pnn, TRANSIN.SRT.Pnn, BATCH-CONTROL.Pnn and
      *> OVERDRAFT-FACILITIES.Pnn, leaves the backup generation to
      *> the split, and writes what it read, applied, rejected and
      *> hashed to UPDATER-TOTALS.Pnn for the merge to prove.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRANS.
           SELECT SORT-WORK ASSIGN TO "TRANSIN.SWK".
           SELECT SORTED-TRANS-FILE ASSIGN TO WS-SRT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SRT.
           SELECT UPDATED-FILE ASSIGN TO TRANSOUT
           SELECT APPLIED-FILE ASSIGN TO TRANSAPPLIED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-APPL.
           SELECT CHECKPOINT-FILE ASSIGN TO WS-CKPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CKPT.
           SELECT CONTROL-FILE ASSIGN TO WS-CTL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CTL.
           SELECT BACKUP-FILE ASSIGN TO WS-BACKUP-FILENAME
           SELECT BACKUP-GEN-FILE ASSIGN TO "BACKUP-GEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GEN.
           SELECT FACILITY-FILE ASSIGN TO WS-FAC-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FAC.
           SELECT YTD-FILE ASSIGN TO "INTEREST-YTD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-YTD.
           SELECT ACCRUAL-FILE ASSIGN TO "INTEREST-ACCRUED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ACR.
           SELECT RECON-FILE ASSIGN TO "INTEREST-RECON.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RCN.
           SELECT TOTALS-FILE ASSIGN TO WS-TOTALS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TOT.

       DATA DIVISION.
       FILE SECTION.
       FD YTD-FILE.
       01 YTD-RECORD PIC X(30).

       FD ACCRUAL-FILE.
       01 ACCRUAL-RECORD PIC X(40).

       FD RECON-FILE.
       01 RECON-RECORD PIC X(80).

       FD TOTALS-FILE.
       01 TOTALS-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-EOF-ACC     PIC X VALUE 'N'.
       77 WS-EOF-TRANS   PIC X VALUE 'N'.
       77 WS-INTEREST-TXN-SEQ  PIC 9(6) VALUE 0.
       77 WS-INTEREST-DATE     PIC 9(8) VALUE 0.

      *> Partition run - blank for the whole master in one stream.
       77 WS-PARTITION         PIC X(2) VALUE SPACES.
       77 WS-FS-TOT            PIC XX.
       77 WS-SRT-NAME          PIC X(20) VALUE "TRANSIN.SRT".
       77 WS-CKPT-NAME         PIC X(20) VALUE "UPDATER.CKPT".
       77 WS-CTL-NAME          PIC X(20) VALUE "BATCH-CONTROL.DAT".
       77 WS-FAC-NAME          PIC X(30)
                               VALUE "OVERDRAFT-FACILITIES.DAT".
       77 WS-TOTALS-NAME       PIC X(20).
       01 WS-TOTALS-LINE.
          05 WS-TOT-PART       PIC X(2).
          05 FILLER            PIC X VALUE ','.
          05 WS-TOT-READ       PIC 9(7).
          05 FILLER            PIC X VALUE ','.
          05 WS-TOT-APPLIED    PIC 9(7).
          05 FILLER            PIC X VALUE ','.
          05 WS-TOT-REJECTED   PIC 9(7).
          05 FILLER            PIC X VALUE ','.
          05 WS-TOT-HASH       PIC -(11)9.99.
          05 FILLER            PIC X VALUE ','.
          05 WS-TOT-BALANCED   PIC X.

       01 WS-CKPT-COUNT-LINE.
          05 FILLER            PIC X(11) VALUE "CKPT-COUNT:".
          05 WS-CKPT-COUNT-TXT PIC 9(7).
          05 WS-YF-AMT         PIC X(12).
       01 WS-YTD-AMT-OUT       PIC 9(9).99.

      *> Period-end interest pays what INTEREST-ACCRUAL has accrued
      *> in INTEREST-ACCRUED.DAT ("ACCT,ACCRUED,LAST-DATE") rather
      *> than re-deriving it from a flat period rate, so the payment
      *> relieves exactly the accrued-interest-payable the GL
      *> carries. Paid accounts reset to zero; an accrual whose
      *> account is not on the ACCOUNTS master stays on file unpaid.
      *> Every account where what was posted and what was accrued
      *> disagree lands on INTEREST-RECON.TXT, including an
      *> interest-bearing account with no accrual entry at all,
      *> which is paid nothing. With no subledger on
      *> file at all the old type-based rate applies, which is how
      *> the first period end after conversion still pays. Once the
      *> accrual runs nightly, GLCHART.DAT's INTEREST line debits
      *> accrued interest payable instead of interest expense.
       77 WS-FS-ACR            PIC XX.
       77 WS-FS-RCN            PIC XX.
       77 WS-ACR-PRESENT       PIC X VALUE 'N'.
       77 WS-ACR-COUNT         PIC 9(4) VALUE 0.
       77 WS-ACR-I             PIC 9(4).
       77 WS-ACR-HIT           PIC 9(4).
       77 WS-ACR-ACCRUED       PIC 9(7)V99.
       77 WS-RECON-COUNT       PIC 9(5) VALUE 0.
       01 WS-ACR-TABLE.
          05 WS-ACR-ENTRY OCCURS 2000 TIMES.
             10 WS-AR-ACCT     PIC X(5).
             10 WS-AR-ACCRUED  PIC 9(7)V99.
             10 WS-AR-LAST     PIC 9(8).
             10 WS-AR-PAID     PIC X.
       01 WS-ACR-FIELDS.
          05 WS-AF-ACCT        PIC X(5).
          05 WS-AF-ACCRUED     PIC X(11).
          05 WS-AF-LAST        PIC X(8).
       01 WS-ACR-AMT-OUT       PIC 9(7).99.
       01 WS-RCN-ACCRUED-OUT   PIC Z(6)9.99.
       01 WS-RCN-POSTED-OUT    PIC Z(8)9.99.
       01 WS-RCN-NOTE          PIC X(47).
       01 WS-RCN-TYPE-AMT      PIC 9(9)V99.
       01 WS-RCN-TYPE-OUT      PIC Z(6)9.99.

      *> Deceased-customer enforcement: debits on an account whose
      *> holder is FLAGGED on DECEASED.DAT reject to TRANSREJECT
      *> with their own reason, while credits keep applying - the

           PERFORM CHECK-FOR-DRY-RUN
           PERFORM CHECK-FOR-INTEREST-RUN
           PERFORM CHECK-FOR-PARTITION

           IF WS-INTEREST-RUN-FLAG NOT = 'Y'
               PERFORM CHECK-FOR-CHECKPOINT
           END-IF

           IF WS-DRY-RUN-FLAG NOT = 'Y'
              AND WS-PARTITION = SPACES
               PERFORM START-BACKUP-GENERATION
           END-IF

           IF WS-DRY-RUN-FLAG NOT = 'Y'
               AND WS-INTEREST-RUN-FLAG NOT = 'Y'
               PERFORM VERIFY-CONTROL-TOTALS
               IF WS-PARTITION NOT = SPACES
                   PERFORM WRITE-PARTITION-TOTALS
               END-IF
               IF WS-IN-BALANCE = 'Y'
                   PERFORM REMOVE-CHECKPOINT
               ELSE
                       "period-end interest instead of TRANSIN"
           END-IF.

       CHECK-FOR-PARTITION.
           MOVE SPACES TO WS-PARTITION
           ACCEPT WS-PARTITION FROM ENVIRONMENT "UPDATER_PARTITION"
           IF WS-PARTITION = SPACES
              OR WS-INTEREST-RUN-FLAG = 'Y'
               MOVE SPACES TO WS-PARTITION
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SRT-NAME WS-CKPT-NAME
           STRING "TRANSIN.SRT.P" WS-PARTITION
               DELIMITED BY SIZE INTO WS-SRT-NAME
           END-STRING
           STRING "UPDATER.CKPT.P" WS-PARTITION
               DELIMITED BY SIZE INTO WS-CKPT-NAME
           END-STRING
           MOVE SPACES TO WS-CTL-NAME
           STRING "BATCH-CONTROL.P" WS-PARTITION
               DELIMITED BY SIZE INTO WS-CTL-NAME
           END-STRING
           MOVE SPACES TO WS-TOTALS-NAME
           STRING "UPDATER-TOTALS.P" WS-PARTITION
               DELIMITED BY SIZE INTO WS-TOTALS-NAME
           END-STRING
           DISPLAY "ACCOUNT-UPDATER: PARTITION " WS-PARTITION
                   " - posting this account range only".

      *> The merge proves the partitions against VALIDATOR's totals
      *> from these lines: PART,READ,APPLIED,REJECTED,HASH,BALANCED.
       WRITE-PARTITION-TOTALS.
           MOVE WS-PARTITION TO WS-TOT-PART
           MOVE WS-TRANS-COUNT TO WS-TOT-READ
           MOVE WS-UPD-COUNT TO WS-TOT-APPLIED
           MOVE WS-REJ-COUNT TO WS-TOT-REJECTED
           MOVE WS-AMT-HASH TO WS-TOT-HASH
           MOVE WS-IN-BALANCE TO WS-TOT-BALANCED
           OPEN OUTPUT TOTALS-FILE
           MOVE WS-TOTALS-LINE TO TOTALS-RECORD
           WRITE TOTALS-RECORD
           CLOSE TOTALS-FILE.

       CHECK-FOR-DRY-RUN.
           MOVE 'N' TO WS-DRY-RUN-FLAG
           MOVE SPACES TO WS-DRY-RUN-ENV
           CLOSE REJECT-FILE
           CLOSE APPLIED-FILE
           CLOSE UPDATED-FILE
           CALL "CBL_DELETE_FILE" USING WS-SRT-NAME.

       PROCESS-ONE-ACCOUNT.
           ADD 1 TO WS-ACC-COUNT
           MOVE WS-FC-STATUS TO WS-FAC-STATUS(WS-FAC-COUNT).

       SAVE-FACILITIES.
           IF WS-PARTITION NOT = SPACES
               MOVE SPACES TO WS-FAC-NAME
               STRING "OVERDRAFT-FACILITIES.P" WS-PARTITION
                   DELIMITED BY SIZE INTO WS-FAC-NAME
               END-STRING
           END-IF
           OPEN OUTPUT FACILITY-FILE
           PERFORM VARYING WS-FAC-I FROM 1 BY 1
             UNTIL WS-FAC-I > WS-FAC-COUNT
                   WS-TRANS-COUNT " transactions".

       REMOVE-CHECKPOINT.
           CALL "CBL_DELETE_FILE" USING WS-CKPT-NAME.

      *> Every transaction actually applied to an account balance is
      *> echoed to TRANSAPPLIED in its original TRANSIN layout - this
           CALL "GET-BUSINESS-DATE" USING WS-INTEREST-DATE
           MOVE WS-INTEREST-DATE(1:4) TO WS-YTD-YEAR
           PERFORM LOAD-INTEREST-YTD
           PERFORM LOAD-INTEREST-ACCRUALS
           PERFORM OPEN-INTEREST-RECON
           PERFORM UNTIL WS-EOF-ACC = 'Y'
               READ ACC-FILE INTO ACC-RECORD
                   AT END
           CLOSE ACC-FILE
           CLOSE INTEREST-FILE
           CLOSE UPDATED-FILE
           PERFORM REPORT-UNPAID-ACCRUALS
           PERFORM CLOSE-INTEREST-RECON
           IF WS-DRY-RUN-FLAG NOT = 'Y'
               PERFORM SAVE-INTEREST-YTD
               IF WS-ACR-PRESENT = 'Y'
                   PERFORM SAVE-INTEREST-ACCRUALS
               END-IF
           END-IF.

       POST-INTEREST-ONE-ACCOUNT.
           COMPUTE WS-ACC-BAL =
               FUNCTION NUMVAL(WS-ACC-BAL-F)

           MOVE 0 TO WS-INTEREST-AMT
           MOVE 0 TO WS-ACR-ACCRUED
           IF WS-ACR-PRESENT = 'Y'
               PERFORM FIND-ACCRUAL-ENTRY
               IF WS-ACR-HIT > 0
                   MOVE WS-AR-ACCRUED(WS-ACR-HIT) TO WS-ACR-ACCRUED
                   MOVE WS-ACR-ACCRUED TO WS-INTEREST-AMT
                   MOVE 'Y' TO WS-AR-PAID(WS-ACR-HIT)
               ELSE
                   PERFORM CHECK-MISSING-ACCRUAL
               END-IF
           ELSE
               PERFORM DETERMINE-INTEREST-RATE
               IF WS-INTEREST-RATE > 0
                   COMPUTE WS-INTEREST-AMT ROUNDED =
                       WS-ACC-BAL * WS-INTEREST-RATE
               END-IF
           END-IF
           IF WS-INTEREST-AMT NOT = WS-ACR-ACCRUED
               MOVE "PAID ON TYPE RATE - NO SUBLEDGER" TO WS-RCN-NOTE
               PERFORM WRITE-RECON-DIFFERENCE
           END-IF

           IF WS-INTEREST-AMT > 0
               ADD WS-INTEREST-AMT TO WS-ACC-BAL
               ADD 1 TO WS-UPD-COUNT
               ADD 1 TO WS-INTEREST-COUNT

           PERFORM WRITE-UPDATED-ACCOUNT.

      *> An interest-bearing account the accrual never reached (no
      *> product on file, opened under a type the accrual skips) is
      *> paid nothing tonight, but it must not be silent: the recon
      *> shows what its type rate would have paid so the period's
      *> interest can be put right by hand.
       CHECK-MISSING-ACCRUAL.
           PERFORM DETERMINE-INTEREST-RATE
           IF WS-INTEREST-RATE = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-RCN-TYPE-AMT ROUNDED =
               WS-ACC-BAL * WS-INTEREST-RATE
           MOVE WS-RCN-TYPE-AMT TO WS-RCN-TYPE-OUT
           MOVE SPACES TO WS-RCN-NOTE
           STRING "NO ACCRUAL ON SUBLEDGER - RATE PAYS "
                  WS-RCN-TYPE-OUT
               DELIMITED BY SIZE INTO WS-RCN-NOTE
           END-STRING
           PERFORM WRITE-RECON-DIFFERENCE.

       DETERMINE-INTEREST-RATE.
           EVALUATE WS-ACC-TYPE
               WHEN "SAVINGS "
                   MOVE 0 TO WS-INTEREST-RATE
           END-EVALUATE.

       LOAD-INTEREST-ACCRUALS.
           MOVE 'N' TO WS-ACR-PRESENT
           MOVE 0 TO WS-ACR-COUNT
           OPEN INPUT ACCRUAL-FILE
           IF WS-FS-ACR NOT = "00"
               DISPLAY "ACCOUNT-UPDATER: no INTEREST-ACCRUED.DAT - "
                       "paying on the account-type rate"
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-ACR-PRESENT
           PERFORM UNTIL WS-FS-ACR = "10"
               READ ACCRUAL-FILE
                   AT END
                       MOVE "10" TO WS-FS-ACR
                   NOT AT END
                       PERFORM LOAD-ONE-ACCRUAL
               END-READ
           END-PERFORM
           CLOSE ACCRUAL-FILE.

       LOAD-ONE-ACCRUAL.
           IF WS-ACR-COUNT >= 2000
               DISPLAY "ACCOUNT-UPDATER: ERROR - accrual table full "
                       "at 2000; interest run abandoned"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-ACR-FIELDS
           UNSTRING ACCRUAL-RECORD DELIMITED BY ','
               INTO WS-AF-ACCT WS-AF-ACCRUED WS-AF-LAST
           END-UNSTRING
           ADD 1 TO WS-ACR-COUNT
           MOVE WS-AF-ACCT TO WS-AR-ACCT(WS-ACR-COUNT)
           COMPUTE WS-AR-ACCRUED(WS-ACR-COUNT) =
               FUNCTION NUMVAL(WS-AF-ACCRUED)
           IF WS-AF-LAST IS NUMERIC
               MOVE WS-AF-LAST TO WS-AR-LAST(WS-ACR-COUNT)
           ELSE
               MOVE 0 TO WS-AR-LAST(WS-ACR-COUNT)
           END-IF
           MOVE 'N' TO WS-AR-PAID(WS-ACR-COUNT).

       FIND-ACCRUAL-ENTRY.
           MOVE 0 TO WS-ACR-HIT
           PERFORM VARYING WS-ACR-I FROM 1 BY 1
             UNTIL WS-ACR-I > WS-ACR-COUNT
               IF WS-AR-ACCT(WS-ACR-I) = WS-ACC-ID
                   MOVE WS-ACR-I TO WS-ACR-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> Paid accounts go back to zero with their accrual date
      *> kept, so tomorrow's accrual starts cleanly from tonight.
       SAVE-INTEREST-ACCRUALS.
           OPEN OUTPUT ACCRUAL-FILE
           PERFORM VARYING WS-ACR-I FROM 1 BY 1
             UNTIL WS-ACR-I > WS-ACR-COUNT
               IF WS-AR-PAID(WS-ACR-I) = 'Y'
                   MOVE 0 TO WS-AR-ACCRUED(WS-ACR-I)
               END-IF
               MOVE WS-AR-ACCRUED(WS-ACR-I) TO WS-ACR-AMT-OUT
               MOVE SPACES TO ACCRUAL-RECORD
               STRING WS-AR-ACCT(WS-ACR-I) ","
                      WS-ACR-AMT-OUT ","
                      WS-AR-LAST(WS-ACR-I)
                   DELIMITED BY SIZE INTO ACCRUAL-RECORD
               END-STRING
               WRITE ACCRUAL-RECORD
           END-PERFORM
           CLOSE ACCRUAL-FILE.

       OPEN-INTEREST-RECON.
           OPEN OUTPUT RECON-FILE
           MOVE SPACES TO RECON-RECORD
           STRING "INTEREST POSTED VS ACCRUED - " WS-INTEREST-DATE
               DELIMITED BY SIZE INTO RECON-RECORD
           END-STRING
           WRITE RECON-RECORD
           MOVE "ACCT      ACCRUED        POSTED  NOTE"
               TO RECON-RECORD
           WRITE RECON-RECORD
           MOVE ALL "-" TO RECON-RECORD
           WRITE RECON-RECORD.

       WRITE-RECON-DIFFERENCE.
           ADD 1 TO WS-RECON-COUNT
           MOVE WS-ACR-ACCRUED TO WS-RCN-ACCRUED-OUT
           MOVE WS-INTEREST-AMT TO WS-RCN-POSTED-OUT
           MOVE SPACES TO RECON-RECORD
           STRING WS-ACC-ID "  " WS-RCN-ACCRUED-OUT
                  "  " WS-RCN-POSTED-OUT
                  "  " WS-RCN-NOTE
               DELIMITED BY SIZE INTO RECON-RECORD
           END-STRING
           WRITE RECON-RECORD.

      *> An accrual with no account on the master was expensed but
      *> never paid - it stays on the subledger for investigation.
       REPORT-UNPAID-ACCRUALS.
           PERFORM VARYING WS-ACR-I FROM 1 BY 1
             UNTIL WS-ACR-I > WS-ACR-COUNT
               IF WS-AR-PAID(WS-ACR-I) NOT = 'Y'
                  AND WS-AR-ACCRUED(WS-ACR-I) > 0
                   ADD 1 TO WS-RECON-COUNT
                   MOVE WS-AR-ACCRUED(WS-ACR-I)
                       TO WS-RCN-ACCRUED-OUT
                   MOVE 0 TO WS-RCN-POSTED-OUT
                   MOVE SPACES TO RECON-RECORD
                   STRING WS-AR-ACCT(WS-ACR-I) "  "
                          WS-RCN-ACCRUED-OUT
                          "  " WS-RCN-POSTED-OUT
                          "  NOT ON MASTER - CARRIED FORWARD"
                       DELIMITED BY SIZE INTO RECON-RECORD
                   END-STRING
                   WRITE RECON-RECORD
               END-IF
           END-PERFORM.

       CLOSE-INTEREST-RECON.
           IF WS-RECON-COUNT = 0
               MOVE "None - every posting matched its accrual."
                   TO RECON-RECORD
               WRITE RECON-RECORD
           END-IF
           CLOSE RECON-FILE
           DISPLAY "ACCOUNT-UPDATER: interest/accrual differences: "
                   WS-RECON-COUNT " (see INTEREST-RECON.TXT)".

       LOAD-INTEREST-YTD.
           MOVE 0 TO WS-YTD-COUNT
           OPEN INPUT YTD-FILE
