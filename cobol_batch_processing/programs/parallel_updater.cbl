       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARALLEL-UPDATER.

      *> Partitioned posting run. DRIVER runs this in place of the
      *> single UPDATER stream when UPDATER-PARTITIONS.DAT is on
      *> disk, one account range per line in ascending order:
      *>   PART,LOW-ACCOUNT,HIGH-ACCOUNT       e.g. 01,00000,04999
      *> (up to 10 partitions, numbered 01-99). An account outside
      *> every range goes with the nearest partition below it (the
      *> first, below them all), so nothing is ever left unposted.
      *>   Split - TRANSIN is sorted by account and cut into
      *>           TRANSIN.Pnn, the ACCOUNTS master into ACCOUNTS.Pnn,
      *>           each partition's count and amount hash going to
      *>           BATCH-CONTROL.Pnn in VALIDATOR's layout. The
      *>           master is copied to the next backup generation on
      *>           the way through, as UPDATER does for a single
      *>           stream. PARTITION-SPLIT.OK marks the split done
      *>           for the business date.
      *>   Run   - one UPDATER per partition, all at once, each on its
      *>           own files with its output in UPDATER.Pnn.LOG and
      *>           its return code in UPDATER-RC.Pnn. A rerun after a
      *>           failure runs only the partitions not ended 0.
      *>   Merge - TRANSOUT, TRANSAPPLIED and TRANSREJECT are rebuilt
      *>           from the partitions in range order, which is
      *>           account order; each partition's overdraft
      *>           facilities come back from its own copy. The
      *>           partitions' UPDATER-TOTALS.Pnn must add up to
      *>           VALIDATOR's BATCH-CONTROL.DAT count and hash,
      *>           applied plus rejected must account for every
      *>           record read, and every partition must have
      *>           balanced, or the run ends RC 6 with the partition
      *>           files kept for investigation.
      *> Return codes as UPDATER: 0 clean, 6 out of balance, 8 a
      *> partition or the split failed.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTITION-TABLE-FILE
               ASSIGN TO "UPDATER-PARTITIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TABLE.
           SELECT ACC-FILE ASSIGN TO ACCOUNTS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ACC.
           SELECT TRANS-FILE ASSIGN TO TRANSIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRANS.
           SELECT SORT-WORK ASSIGN TO "PARTITION.SWK".
           SELECT PART-FILE ASSIGN TO WS-PART-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PART.
           SELECT MARKER-FILE ASSIGN TO "PARTITION-SPLIT.OK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MARK.
           SELECT CONTROL-FILE ASSIGN TO "BATCH-CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CTL.
           SELECT UPDATED-FILE ASSIGN TO TRANSOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-UPD.
           SELECT REJECT-FILE ASSIGN TO TRANSREJECT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REJ.
           SELECT APPLIED-FILE ASSIGN TO TRANSAPPLIED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-APPL.
           SELECT FACILITY-FILE ASSIGN TO "OVERDRAFT-FACILITIES.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FAC.
           SELECT BACKUP-FILE ASSIGN TO WS-BACKUP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BKP.
           SELECT BACKUP-GEN-FILE ASSIGN TO "BACKUP-GEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GEN.

       DATA DIVISION.
       FILE SECTION.
       FD  PARTITION-TABLE-FILE.
       01  PARTITION-TABLE-RECORD PIC X(40).

       FD  ACC-FILE.
       01  ACC-RECORD           PIC X(80).

       FD  TRANS-FILE.
       01  TRANS-RECORD         PIC X(120).

       SD  SORT-WORK.
       01  SORT-RECORD.
           05  FILLER           PIC X(18).
           05  SD-ACCID         PIC X(5).
           05  FILLER           PIC X(97).

       FD  PART-FILE.
       01  PART-RECORD          PIC X(160).

       FD  MARKER-FILE.
       01  MARKER-RECORD        PIC X(40).

       FD  CONTROL-FILE.
       01  CONTROL-RECORD       PIC X(40).

       FD  UPDATED-FILE.
       01  UPDATED-RECORD       PIC X(80).

       FD  REJECT-FILE.
       01  REJECT-RECORD        PIC X(160).

       FD  APPLIED-FILE.
       01  APPLIED-RECORD       PIC X(120).

       FD  FACILITY-FILE.
       01  FACILITY-RECORD      PIC X(60).

       FD  BACKUP-FILE.
       01  BACKUP-RECORD        PIC X(80).

       FD  BACKUP-GEN-FILE.
       01  BACKUP-GEN-RECORD    PIC X(8).

       WORKING-STORAGE SECTION.
       77  WS-FS-TABLE          PIC XX.
       77  WS-FS-ACC            PIC XX.
       77  WS-FS-TRANS          PIC XX.
       77  WS-FS-PART           PIC XX.
       77  WS-FS-MARK           PIC XX.
       77  WS-FS-CTL            PIC XX.
       77  WS-FS-UPD            PIC XX.
       77  WS-FS-REJ            PIC XX.
       77  WS-FS-APPL           PIC XX.
       77  WS-FS-FAC            PIC XX.
       77  WS-FS-BKP            PIC XX.
       77  WS-FS-GEN            PIC XX.
       77  WS-EOF               PIC X VALUE 'N'.
      *> Worst partition result: 6 when every failure was out of
      *> balance, 8 for anything else.
       77  WS-RC                PIC 9 VALUE 0.
       77  WS-TODAY             PIC 9(8).
       77  WS-P                 PIC 9(2).
       77  WS-CUR               PIC 9(2).
       77  WS-I                 PIC 9(2).
       77  WS-KEY               PIC X(5).
       77  WS-PART-NAME         PIC X(30).
       77  WS-PART-STEM         PIC X(24).
       77  WS-MERGE-KIND        PIC X.
       77  WS-RUN-COUNT         PIC 9(2) VALUE 0.
       77  WS-FAILED-COUNT      PIC 9(2) VALUE 0.
       77  WS-SPLIT-DONE        PIC X VALUE 'N'.
       77  WS-AMT-WORK          PIC S9(11)V99.
       77  WS-RC-TEXT           PIC X(4).
       77  WS-IN-BALANCE        PIC X VALUE 'Y'.
       77  WS-CTL-PRESENT       PIC X VALUE 'N'.
       77  WS-CTL-COUNT         PIC 9(7) VALUE 0.
       77  WS-CTL-AMOUNT        PIC S9(11)V99 VALUE 0.
       77  WS-SUM-READ          PIC 9(7) VALUE 0.
       77  WS-SUM-APPLIED       PIC 9(7) VALUE 0.
       77  WS-SUM-REJECTED      PIC 9(7) VALUE 0.
       77  WS-SUM-HASH          PIC S9(11)V99 VALUE 0.
       77  WS-SUM-ACCOUNTED     PIC 9(7).
       77  WS-FAC-COUNT         PIC 9(5) VALUE 0.
       77  WS-COMMAND           PIC X(2600).
       77  WS-CMD-POS           PIC 9(4).

      *> Backup generations, kept exactly as UPDATER keeps them so
      *> MASTER-ROLLBACK restores a partitioned night the same way.
       77  WS-BACKUP-FLAG       PIC X VALUE 'N'.
       77  WS-BACKUP-GEN        PIC 9(4) VALUE 0.
       77  WS-KEEP-GENS         PIC 9(2) VALUE 3.
       77  WS-GENS-ENV          PIC X(4) VALUE SPACES.
       77  WS-EXPIRED-GEN       PIC 9(4).
       01  WS-BACKUP-FILENAME.
           05  FILLER           PIC X(14) VALUE "ACCOUNTS.BAK.G".
           05  WS-BACKUP-GEN-TXT PIC 9(4).

       01  WS-PARTITION-COUNT   PIC 9(2) VALUE 0.
       01  WS-PARTITION-TABLE.
           05  WS-PT-ENTRY OCCURS 10 TIMES.
               10  WS-PT-ID         PIC X(2).
               10  WS-PT-LOW        PIC X(5).
               10  WS-PT-HIGH       PIC X(5).
               10  WS-PT-ACCOUNTS   PIC 9(7).
               10  WS-PT-TRANS      PIC 9(7).
               10  WS-PT-HASH       PIC S9(11)V99.
               10  WS-PT-RC         PIC 9(3).
               10  WS-PT-APPLIED    PIC 9(7).
               10  WS-PT-REJECTED   PIC 9(7).

       01  WS-TABLE-FIELDS.
           05  WS-TB-ID         PIC X(2).
           05  WS-TB-LOW        PIC X(5).
           05  WS-TB-HIGH       PIC X(5).

       01  WS-TRANS-FIELDS.
           05  WS-TX-ID         PIC X(6).
           05  WS-TX-TYPE       PIC X(10).
           05  WS-TX-ACCID      PIC X(5).
           05  WS-TX-AMT        PIC X(10).

       01  WS-TOTALS-FIELDS.
           05  WS-TT-PART       PIC X(2).
           05  WS-TT-READ       PIC X(7).
           05  WS-TT-APPLIED    PIC X(7).
           05  WS-TT-REJECTED   PIC X(7).
           05  WS-TT-HASH       PIC X(16).
           05  WS-TT-BALANCED   PIC X(1).

      *> VALIDATOR's control-record layout, one per partition.
       01  WS-CONTROL-LINE.
           05  FILLER           PIC X(4) VALUE "CTL:".
           05  WS-CTL-COUNT-TXT PIC 9(5).
           05  FILLER           PIC X VALUE SPACE.
           05  WS-CTL-AMOUNT-TXT PIC 9(11).99.

       01  WS-MARKER-LINE.
           05  FILLER           PIC X(6) VALUE "SPLIT ".
           05  WS-MARKER-DATE   PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           CALL "GET-BUSINESS-DATE" USING WS-TODAY
           DISPLAY "PARALLEL-UPDATER: Starting partitioned posting "
                   "for business date " WS-TODAY "..."
           PERFORM LOAD-PARTITIONS

           PERFORM CHECK-SPLIT-MARKER
           IF WS-SPLIT-DONE = 'Y'
               DISPLAY "PARALLEL-UPDATER: split already done for "
                       WS-TODAY " - restarting unfinished partitions"
           ELSE
               PERFORM SPLIT-MASTER
               PERFORM SPLIT-TRANSACTIONS
               PERFORM WRITE-SPLIT-MARKER
           END-IF

           PERFORM RUN-PARTITIONS
           IF WS-FAILED-COUNT > 0
               DISPLAY "PARALLEL-UPDATER: " WS-FAILED-COUNT
                       " partition(s) failed - see UPDATER.Pnn.LOG;"
                       " a rerun restarts only those"
               MOVE WS-RC TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM MERGE-OUTPUTS
           PERFORM MERGE-FACILITIES
           PERFORM PROVE-CONTROL-TOTALS
           IF WS-IN-BALANCE NOT = 'Y'
               DISPLAY "PARALLEL-UPDATER: OUT OF BALANCE - partition "
                       "files retained for investigation"
               MOVE 6 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM CLEAR-PARTITION-FILES
           DISPLAY "PARALLEL-UPDATER: Completed."
           MOVE 0 TO RETURN-CODE
           STOP RUN.

      *>----------------------------------------------------------------
      *> Partition table
      *>----------------------------------------------------------------
       LOAD-PARTITIONS.
           OPEN INPUT PARTITION-TABLE-FILE
           IF WS-FS-TABLE NOT = "00"
               DISPLAY "PARALLEL-UPDATER: ERROR - cannot open "
                       "UPDATER-PARTITIONS.DAT. Status: " WS-FS-TABLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PARTITION-TABLE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-PARTITION
               END-READ
           END-PERFORM
           CLOSE PARTITION-TABLE-FILE
           IF WS-PARTITION-COUNT = 0
               DISPLAY "PARALLEL-UPDATER: ERROR - "
                       "UPDATER-PARTITIONS.DAT holds no partitions"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "PARALLEL-UPDATER: " WS-PARTITION-COUNT
                   " partitions".

       LOAD-ONE-PARTITION.
           MOVE SPACES TO WS-TABLE-FIELDS
           UNSTRING PARTITION-TABLE-RECORD DELIMITED BY ','
               INTO WS-TB-ID WS-TB-LOW WS-TB-HIGH
           END-UNSTRING
           IF WS-TB-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-PARTITION-COUNT >= 10
               DISPLAY "PARALLEL-UPDATER: ERROR - more than 10 "
                       "partitions"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-TB-ID IS NOT NUMERIC OR WS-TB-ID = "00"
              OR WS-TB-LOW IS NOT NUMERIC
              OR WS-TB-HIGH IS NOT NUMERIC
              OR WS-TB-HIGH < WS-TB-LOW
               DISPLAY "PARALLEL-UPDATER: ERROR - bad partition "
                       "line: " FUNCTION TRIM(PARTITION-TABLE-RECORD)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PARTITION-COUNT > 0
               IF WS-TB-LOW NOT > WS-PT-HIGH(WS-PARTITION-COUNT)
                   DISPLAY "PARALLEL-UPDATER: ERROR - partition "
                           WS-TB-ID " overlaps or is out of order"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           ADD 1 TO WS-PARTITION-COUNT
           INITIALIZE WS-PT-ENTRY(WS-PARTITION-COUNT)
           MOVE WS-TB-ID TO WS-PT-ID(WS-PARTITION-COUNT)
           MOVE WS-TB-LOW TO WS-PT-LOW(WS-PARTITION-COUNT)
           MOVE WS-TB-HIGH TO WS-PT-HIGH(WS-PARTITION-COUNT).

      *> The partition whose range holds WS-KEY, else the nearest
      *> one below it.
       FIND-PARTITION.
           MOVE 1 TO WS-P
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-PARTITION-COUNT
               IF WS-PT-LOW(WS-I) <= WS-KEY
                   MOVE WS-I TO WS-P
               END-IF
           END-PERFORM.

      *> WS-PART-STEM plus ".Pnn" for partition WS-P.
       BUILD-PART-NAME.
           MOVE SPACES TO WS-PART-NAME
           STRING FUNCTION TRIM(WS-PART-STEM) ".P" WS-PT-ID(WS-P)
               DELIMITED BY SIZE INTO WS-PART-NAME
           END-STRING.

      *>----------------------------------------------------------------
      *> Split
      *>----------------------------------------------------------------
       CHECK-SPLIT-MARKER.
           MOVE 'N' TO WS-SPLIT-DONE
           OPEN INPUT MARKER-FILE
           IF WS-FS-MARK NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ MARKER-FILE
               NOT AT END
                   MOVE MARKER-RECORD TO WS-MARKER-LINE
                   IF WS-MARKER-DATE = WS-TODAY
                       MOVE 'Y' TO WS-SPLIT-DONE
                   END-IF
           END-READ
           CLOSE MARKER-FILE.

       WRITE-SPLIT-MARKER.
           MOVE WS-TODAY TO WS-MARKER-DATE
           OPEN OUTPUT MARKER-FILE
           MOVE WS-MARKER-LINE TO MARKER-RECORD
           WRITE MARKER-RECORD
           CLOSE MARKER-FILE.

      *> Every partition starts with empty files, so a range with no
      *> accounts or no work still runs and merges cleanly; a stale
      *> return code from an earlier night goes with them.
       SPLIT-MASTER.
           PERFORM VARYING WS-P FROM 1 BY 1
             UNTIL WS-P > WS-PARTITION-COUNT
               MOVE "ACCOUNTS" TO WS-PART-STEM
               PERFORM BUILD-PART-NAME
               OPEN OUTPUT PART-FILE
               CLOSE PART-FILE
               MOVE "TRANSIN" TO WS-PART-STEM
               PERFORM BUILD-PART-NAME
               OPEN OUTPUT PART-FILE
               CLOSE PART-FILE
               MOVE "UPDATER-RC" TO WS-PART-STEM
               PERFORM BUILD-PART-NAME
               CALL "CBL_DELETE_FILE" USING WS-PART-NAME
           END-PERFORM

           OPEN INPUT ACC-FILE
           IF WS-FS-ACC NOT = "00"
               DISPLAY "PARALLEL-UPDATER: ERROR - cannot open "
                       "ACCOUNTS. Status: " WS-FS-ACC
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM START-BACKUP-GENERATION
           MOVE 0 TO WS-CUR
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ACC-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-BACKUP-FLAG = 'Y'
                           MOVE ACC-RECORD TO BACKUP-RECORD
                           WRITE BACKUP-RECORD
                       END-IF
                       MOVE ACC-RECORD(1:5) TO WS-KEY
                       PERFORM FIND-PARTITION
                       IF WS-P NOT = WS-CUR
                           PERFORM SWITCH-MASTER-PARTITION
                       END-IF
                       MOVE ACC-RECORD TO PART-RECORD
                       WRITE PART-RECORD
                       ADD 1 TO WS-PT-ACCOUNTS(WS-P)
               END-READ
           END-PERFORM
           IF WS-CUR > 0
               CLOSE PART-FILE
           END-IF
           CLOSE ACC-FILE
           IF WS-BACKUP-FLAG = 'Y'
               PERFORM FINISH-BACKUP-GENERATION
           END-IF.

       SWITCH-MASTER-PARTITION.
           IF WS-CUR > 0
               CLOSE PART-FILE
           END-IF
           MOVE WS-P TO WS-CUR
           MOVE "ACCOUNTS" TO WS-PART-STEM
           PERFORM BUILD-PART-NAME
           OPEN EXTEND PART-FILE.

       SPLIT-TRANSACTIONS.
           OPEN INPUT TRANS-FILE
           IF WS-FS-TRANS NOT = "00"
               DISPLAY "PARALLEL-UPDATER: ERROR - cannot open "
                       "TRANSIN. Status: " WS-FS-TRANS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE TRANS-FILE
           SORT SORT-WORK
               ON ASCENDING KEY SD-ACCID
               USING TRANS-FILE
               OUTPUT PROCEDURE IS ROUTE-TRANSACTIONS
           PERFORM VARYING WS-P FROM 1 BY 1
             UNTIL WS-P > WS-PARTITION-COUNT
               MOVE WS-PT-TRANS(WS-P) TO WS-CTL-COUNT-TXT
               MOVE WS-PT-HASH(WS-P) TO WS-CTL-AMOUNT-TXT
               MOVE "BATCH-CONTROL" TO WS-PART-STEM
               PERFORM BUILD-PART-NAME
               OPEN OUTPUT PART-FILE
               MOVE WS-CONTROL-LINE TO PART-RECORD
               WRITE PART-RECORD
               CLOSE PART-FILE
               DISPLAY "PARALLEL-UPDATER: partition " WS-PT-ID(WS-P)
                       " " WS-PT-LOW(WS-P) "-" WS-PT-HIGH(WS-P)
                       "  accounts " WS-PT-ACCOUNTS(WS-P)
                       "  transactions " WS-PT-TRANS(WS-P)
           END-PERFORM.

      *> The hash is UPDATER's - the signed NUMVAL of the amount
      *> field - so each partition balances against its own share.
       ROUTE-TRANSACTIONS.
           MOVE 0 TO WS-CUR
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               RETURN SORT-WORK
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM ROUTE-ONE-TRANSACTION
               END-RETURN
           END-PERFORM
           IF WS-CUR > 0
               CLOSE PART-FILE
           END-IF.

       ROUTE-ONE-TRANSACTION.
           MOVE SD-ACCID TO WS-KEY
           PERFORM FIND-PARTITION
           IF WS-P NOT = WS-CUR
               IF WS-CUR > 0
                   CLOSE PART-FILE
               END-IF
               MOVE WS-P TO WS-CUR
               MOVE "TRANSIN" TO WS-PART-STEM
               PERFORM BUILD-PART-NAME
               OPEN EXTEND PART-FILE
           END-IF
           MOVE SORT-RECORD TO PART-RECORD
           WRITE PART-RECORD
           MOVE SPACES TO WS-TRANS-FIELDS
           UNSTRING SORT-RECORD DELIMITED BY ','
               INTO WS-TX-ID WS-TX-TYPE WS-TX-ACCID WS-TX-AMT
           END-UNSTRING
           COMPUTE WS-AMT-WORK = FUNCTION NUMVAL(WS-TX-AMT)
           ADD WS-AMT-WORK TO WS-PT-HASH(WS-P)
           ADD 1 TO WS-PT-TRANS(WS-P).

       START-BACKUP-GENERATION.
           MOVE SPACES TO WS-GENS-ENV
           ACCEPT WS-GENS-ENV FROM ENVIRONMENT "BACKUP_GENERATIONS"
           IF WS-GENS-ENV NOT = SPACES
               COMPUTE WS-KEEP-GENS = FUNCTION NUMVAL(WS-GENS-ENV)
           END-IF
           MOVE 0 TO WS-BACKUP-GEN
           OPEN INPUT BACKUP-GEN-FILE
           IF WS-FS-GEN = "00"
               READ BACKUP-GEN-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       COMPUTE WS-BACKUP-GEN =
                           FUNCTION NUMVAL(BACKUP-GEN-RECORD)
               END-READ
               CLOSE BACKUP-GEN-FILE
           END-IF
           ADD 1 TO WS-BACKUP-GEN
           MOVE WS-BACKUP-GEN TO WS-BACKUP-GEN-TXT
           OPEN OUTPUT BACKUP-FILE
           IF WS-FS-BKP = "00"
               MOVE 'Y' TO WS-BACKUP-FLAG
               DISPLAY "PARALLEL-UPDATER: Backing up master to "
                       WS-BACKUP-FILENAME
           ELSE
               DISPLAY "PARALLEL-UPDATER: WARNING - cannot open "
                       "backup file. Status: " WS-FS-BKP
           END-IF.

       FINISH-BACKUP-GENERATION.
           CLOSE BACKUP-FILE
           OPEN OUTPUT BACKUP-GEN-FILE
           MOVE WS-BACKUP-GEN TO BACKUP-GEN-RECORD
           WRITE BACKUP-GEN-RECORD
           CLOSE BACKUP-GEN-FILE
           IF WS-BACKUP-GEN > WS-KEEP-GENS
               COMPUTE WS-EXPIRED-GEN =
                   WS-BACKUP-GEN - WS-KEEP-GENS
               MOVE WS-EXPIRED-GEN TO WS-BACKUP-GEN-TXT
               CALL "CBL_DELETE_FILE" USING WS-BACKUP-FILENAME
               MOVE WS-BACKUP-GEN TO WS-BACKUP-GEN-TXT
           END-IF.

      *>----------------------------------------------------------------
      *> Run - every unfinished partition at once, then wait for all
      *>----------------------------------------------------------------
       RUN-PARTITIONS.
           PERFORM VARYING WS-P FROM 1 BY 1
             UNTIL WS-P > WS-PARTITION-COUNT
               PERFORM READ-PARTITION-RC
           END-PERFORM
           MOVE SPACES TO WS-COMMAND
           MOVE 1 TO WS-CMD-POS
           PERFORM VARYING WS-P FROM 1 BY 1
             UNTIL WS-P > WS-PARTITION-COUNT
               IF WS-PT-RC(WS-P) = 0
                   DISPLAY "PARALLEL-UPDATER: partition "
                           WS-PT-ID(WS-P) " already posted - "
                           "not rerun"
               ELSE
                   PERFORM ADD-PARTITION-COMMAND
               END-IF
           END-PERFORM
           IF WS-RUN-COUNT > 0
               STRING "wait" DELIMITED BY SIZE
                   INTO WS-COMMAND WITH POINTER WS-CMD-POS
               END-STRING
               DISPLAY "PARALLEL-UPDATER: running " WS-RUN-COUNT
                       " UPDATER partition(s)..."
               CALL "SYSTEM" USING WS-COMMAND
               MOVE 0 TO RETURN-CODE
           END-IF
           MOVE 0 TO WS-FAILED-COUNT
           MOVE 0 TO WS-RC
           PERFORM VARYING WS-P FROM 1 BY 1
             UNTIL WS-P > WS-PARTITION-COUNT
               PERFORM READ-PARTITION-RC
               IF WS-PT-RC(WS-P) NOT = 0
                   ADD 1 TO WS-FAILED-COUNT
                   IF WS-PT-RC(WS-P) = 6
                       IF WS-RC = 0
                           MOVE 6 TO WS-RC
                       END-IF
                   ELSE
                       MOVE 8 TO WS-RC
                   END-IF
                   DISPLAY "PARALLEL-UPDATER: partition "
                           WS-PT-ID(WS-P) " FAILED (rc "
                           WS-PT-RC(WS-P) ")"
               END-IF
           END-PERFORM.

      *> A partition with no return code on file has not finished.
       READ-PARTITION-RC.
           MOVE 999 TO WS-PT-RC(WS-P)
           MOVE "UPDATER-RC" TO WS-PART-STEM
           PERFORM BUILD-PART-NAME
           OPEN INPUT PART-FILE
           IF WS-FS-PART NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ PART-FILE
               NOT AT END
                   MOVE PART-RECORD(1:4) TO WS-RC-TEXT
                   IF FUNCTION TEST-NUMVAL(WS-RC-TEXT) = 0
                       COMPUTE WS-PT-RC(WS-P) =
                           FUNCTION NUMVAL(WS-RC-TEXT)
                   END-IF
           END-READ
           CLOSE PART-FILE.

      *> The partition's own files ride in on the DD_ names, which
      *> take precedence over any site mapping of the shared ones.
       ADD-PARTITION-COMMAND.
           ADD 1 TO WS-RUN-COUNT
           MOVE "UPDATER-RC" TO WS-PART-STEM
           PERFORM BUILD-PART-NAME
           CALL "CBL_DELETE_FILE" USING WS-PART-NAME
           STRING "(DD_ACCOUNTS=ACCOUNTS.P" WS-PT-ID(WS-P)
                  " DD_TRANSIN=TRANSIN.P" WS-PT-ID(WS-P)
                  " DD_TRANSOUT=TRANSOUT.P" WS-PT-ID(WS-P)
                  " DD_TRANSREJECT=TRANSREJECT.P" WS-PT-ID(WS-P)
                  " DD_TRANSAPPLIED=TRANSAPPLIED.P" WS-PT-ID(WS-P)
                  " UPDATER_PARTITION=" WS-PT-ID(WS-P)
                  " ./account_updater > UPDATER.P" WS-PT-ID(WS-P)
                  ".LOG 2>&1; echo $? > UPDATER-RC.P" WS-PT-ID(WS-P)
                  ") & "
               DELIMITED BY SIZE
               INTO WS-COMMAND WITH POINTER WS-CMD-POS
           END-STRING.

      *>----------------------------------------------------------------
      *> Merge - range order is account order
      *>----------------------------------------------------------------
       MERGE-OUTPUTS.
           OPEN OUTPUT UPDATED-FILE
           OPEN OUTPUT APPLIED-FILE
           OPEN OUTPUT REJECT-FILE
           IF WS-FS-UPD NOT = "00" OR WS-FS-APPL NOT = "00"
              OR WS-FS-REJ NOT = "00"
               DISPLAY "PARALLEL-UPDATER: ERROR - cannot write the "
                       "merged TRANSOUT/TRANSAPPLIED/TRANSREJECT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-P FROM 1 BY 1
             UNTIL WS-P > WS-PARTITION-COUNT
               MOVE "O" TO WS-MERGE-KIND
               MOVE "TRANSOUT" TO WS-PART-STEM
               PERFORM MERGE-ONE-FILE
               MOVE "A" TO WS-MERGE-KIND
               MOVE "TRANSAPPLIED" TO WS-PART-STEM
               PERFORM MERGE-ONE-FILE
               MOVE "R" TO WS-MERGE-KIND
               MOVE "TRANSREJECT" TO WS-PART-STEM
               PERFORM MERGE-ONE-FILE
           END-PERFORM
           CLOSE UPDATED-FILE
           CLOSE APPLIED-FILE
           CLOSE REJECT-FILE
           DISPLAY "PARALLEL-UPDATER: TRANSOUT, TRANSAPPLIED and "
                   "TRANSREJECT merged in account order".

       MERGE-ONE-FILE.
           PERFORM BUILD-PART-NAME
           OPEN INPUT PART-FILE
           IF WS-FS-PART NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PART-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       EVALUATE WS-MERGE-KIND
                           WHEN "O"
                               MOVE PART-RECORD TO UPDATED-RECORD
                               WRITE UPDATED-RECORD
                           WHEN "A"
                               MOVE PART-RECORD TO APPLIED-RECORD
                               WRITE APPLIED-RECORD
                           WHEN OTHER
                               MOVE PART-RECORD TO REJECT-RECORD
                               WRITE REJECT-RECORD
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE PART-FILE.

      *> Every partition loaded the whole facility file but may only
      *> have moved its own accounts' drawn balances, so each
      *> facility comes back from the partition that owns its
      *> account - from the untouched original where a partition
      *> wrote no copy.
       MERGE-FACILITIES.
           MOVE 0 TO WS-FAC-COUNT
           OPEN OUTPUT FACILITY-FILE
           PERFORM VARYING WS-CUR FROM 1 BY 1
             UNTIL WS-CUR > WS-PARTITION-COUNT
               MOVE WS-CUR TO WS-P
               MOVE "OVERDRAFT-FACILITIES" TO WS-PART-STEM
               PERFORM BUILD-PART-NAME
               OPEN INPUT PART-FILE
               IF WS-FS-PART NOT = "00"
                   MOVE "OVERDRAFT-FACILITIES.DAT" TO WS-PART-NAME
                   OPEN INPUT PART-FILE
               END-IF
               IF WS-FS-PART = "00"
                   PERFORM MERGE-FACILITY-LINES
                   CLOSE PART-FILE
               END-IF
           END-PERFORM
           CLOSE FACILITY-FILE
           IF WS-FAC-COUNT > 0
               CALL "CBL_RENAME_FILE" USING
                   "OVERDRAFT-FACILITIES.TMP",
                   "OVERDRAFT-FACILITIES.DAT"
           ELSE
               CALL "CBL_DELETE_FILE" USING
                   "OVERDRAFT-FACILITIES.TMP"
           END-IF.

       MERGE-FACILITY-LINES.
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PART-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE PART-RECORD(1:5) TO WS-KEY
                       PERFORM FIND-PARTITION
                       IF WS-P = WS-CUR
                           MOVE PART-RECORD TO FACILITY-RECORD
                           WRITE FACILITY-RECORD
                           ADD 1 TO WS-FAC-COUNT
                       END-IF
                       MOVE WS-CUR TO WS-P
               END-READ
           END-PERFORM.

      *>----------------------------------------------------------------
      *> Proof against VALIDATOR's control record
      *>----------------------------------------------------------------
       PROVE-CONTROL-TOTALS.
           MOVE 'Y' TO WS-IN-BALANCE
           PERFORM VARYING WS-P FROM 1 BY 1
             UNTIL WS-P > WS-PARTITION-COUNT
               PERFORM READ-PARTITION-TOTALS
           END-PERFORM

           OPEN INPUT CONTROL-FILE
           IF WS-FS-CTL = "00"
               READ CONTROL-FILE
                   NOT AT END
                       IF CONTROL-RECORD(1:4) = "CTL:"
                           MOVE 'Y' TO WS-CTL-PRESENT
                           COMPUTE WS-CTL-COUNT = FUNCTION
                               NUMVAL(CONTROL-RECORD(5:5))
                           COMPUTE WS-CTL-AMOUNT = FUNCTION
                               NUMVAL(CONTROL-RECORD(11:14))
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF
           IF WS-CTL-PRESENT = 'N'
               DISPLAY "PARALLEL-UPDATER: WARNING - no readable "
                       "BATCH-CONTROL.DAT; proof against VALIDATOR "
                       "skipped"
           ELSE
               IF WS-SUM-READ NOT = WS-CTL-COUNT
                   MOVE 'N' TO WS-IN-BALANCE
                   DISPLAY "PARALLEL-UPDATER: control count "
                           WS-CTL-COUNT " but the partitions read "
                           WS-SUM-READ
               END-IF
               IF WS-SUM-HASH NOT = WS-CTL-AMOUNT
                   MOVE 'N' TO WS-IN-BALANCE
                   DISPLAY "PARALLEL-UPDATER: partition amount "
                           "hashes do not add up to the control "
                           "record"
               END-IF
           END-IF
           COMPUTE WS-SUM-ACCOUNTED = WS-SUM-APPLIED + WS-SUM-REJECTED
           IF WS-SUM-ACCOUNTED NOT = WS-SUM-READ
               MOVE 'N' TO WS-IN-BALANCE
               DISPLAY "PARALLEL-UPDATER: applied " WS-SUM-APPLIED
                       " + rejected " WS-SUM-REJECTED
                       " does not equal transactions read "
                       WS-SUM-READ
           END-IF
           DISPLAY "PARALLEL-UPDATER: partitions read " WS-SUM-READ
                   "  applied " WS-SUM-APPLIED
                   "  rejected " WS-SUM-REJECTED
           IF WS-IN-BALANCE = 'Y'
               DISPLAY "PARALLEL-UPDATER: partition control totals "
                       "balanced to VALIDATOR"
           END-IF.

       READ-PARTITION-TOTALS.
           MOVE "UPDATER-TOTALS" TO WS-PART-STEM
           PERFORM BUILD-PART-NAME
           MOVE SPACES TO WS-TOTALS-FIELDS
           OPEN INPUT PART-FILE
           IF WS-FS-PART = "00"
               READ PART-FILE
                   NOT AT END
                       UNSTRING PART-RECORD DELIMITED BY ','
                           INTO WS-TT-PART WS-TT-READ WS-TT-APPLIED
                                WS-TT-REJECTED WS-TT-HASH
                                WS-TT-BALANCED
                       END-UNSTRING
               END-READ
               CLOSE PART-FILE
           END-IF
           IF WS-TT-PART NOT = WS-PT-ID(WS-P)
              OR WS-TT-READ IS NOT NUMERIC
               MOVE 'N' TO WS-IN-BALANCE
               DISPLAY "PARALLEL-UPDATER: partition " WS-PT-ID(WS-P)
                       " left no control totals"
               EXIT PARAGRAPH
           END-IF
           IF WS-TT-BALANCED NOT = 'Y'
               MOVE 'N' TO WS-IN-BALANCE
               DISPLAY "PARALLEL-UPDATER: partition " WS-PT-ID(WS-P)
                       " did not balance to its own control record"
           END-IF
           MOVE WS-TT-APPLIED TO WS-PT-APPLIED(WS-P)
           MOVE WS-TT-REJECTED TO WS-PT-REJECTED(WS-P)
           ADD WS-PT-APPLIED(WS-P) TO WS-SUM-APPLIED
           ADD WS-PT-REJECTED(WS-P) TO WS-SUM-REJECTED
           COMPUTE WS-SUM-READ = WS-SUM-READ
               + FUNCTION NUMVAL(WS-TT-READ)
           COMPUTE WS-SUM-HASH = WS-SUM-HASH
               + FUNCTION NUMVAL(WS-TT-HASH).

      *> A clean night leaves nothing partitioned behind; the logs
      *> stay until the next run overwrites them.
       CLEAR-PARTITION-FILES.
           PERFORM VARYING WS-P FROM 1 BY 1
             UNTIL WS-P > WS-PARTITION-COUNT
               MOVE "ACCOUNTS" TO WS-PART-STEM
               PERFORM BUILD-PART-NAME
               CALL "CBL_DELETE_FILE" USING WS-PART-NAME
               MOVE "TRANSIN" TO WS-PART-STEM
               PERFORM BUILD-PART-NAME
               CALL "CBL_DELETE_FILE" USING WS-PART-NAME
               MOVE "TRANSOUT" TO WS-PART-STEM
               PERFORM BUILD-PART-NAME
               CALL "CBL_DELETE_FILE" USING WS-PART-NAME
               MOVE "TRANSAPPLIED" TO WS-PART-STEM
               PERFORM BUILD-PART-NAME
               CALL "CBL_DELETE_FILE" USING WS-PART-NAME
               MOVE "TRANSREJECT" TO WS-PART-STEM
               PERFORM BUILD-PART-NAME
               CALL "CBL_DELETE_FILE" USING WS-PART-NAME
               MOVE "BATCH-CONTROL" TO WS-PART-STEM
               PERFORM BUILD-PART-NAME
               CALL "CBL_DELETE_FILE" USING WS-PART-NAME
               MOVE "UPDATER-TOTALS" TO WS-PART-STEM
               PERFORM BUILD-PART-NAME
               CALL "CBL_DELETE_FILE" USING WS-PART-NAME
               MOVE "UPDATER-RC" TO WS-PART-STEM
               PERFORM BUILD-PART-NAME
               CALL "CBL_DELETE_FILE" USING WS-PART-NAME
               MOVE "OVERDRAFT-FACILITIES" TO WS-PART-STEM
               PERFORM BUILD-PART-NAME
               CALL "CBL_DELETE_FILE" USING WS-PART-NAME
           END-PERFORM
           CALL "CBL_DELETE_FILE" USING "PARTITION-SPLIT.OK".
