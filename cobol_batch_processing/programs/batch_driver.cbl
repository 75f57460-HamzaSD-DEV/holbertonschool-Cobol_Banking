               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NEXTDAY.

           SELECT PARTITION-FILE ASSIGN TO "UPDATER-PARTITIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARTITION.

       DATA DIVISION.
       FILE SECTION.
       FD  CHECKPOINT-FILE
           DATA RECORD IS NEXTDAY-RECORD.
       01  NEXTDAY-RECORD         PIC X(120).

       FD  PARTITION-FILE
           RECORDING MODE F
           DATA RECORD IS PARTITION-RECORD.
       01  PARTITION-RECORD       PIC X(40).

       WORKING-STORAGE SECTION.
       01  FS-CHECKPOINT          PIC XX.
       01  WS-CHECKPOINT-FOUND    PIC X VALUE 'N'.
       01  WS-BUSINESS-DATE       PIC 9(8).
       01  WS-RC-DISP             PIC 9(4).
       01  WS-HEALTH-RC           PIC S9(9) COMP-5 VALUE 0.
       01  WS-SWEEP-RC            PIC S9(9) COMP-5 VALUE 0.
       01  WS-NOTIFY-CMD          PIC X(40).

      *> Exclusive run lock: a second DRIVER started while this one
       01  FS-TRANS               PIC XX.
       01  FS-QUIESCE             PIC XX.
       01  FS-NEXTDAY             PIC XX.
       01  FS-PARTITION           PIC XX.
       01  WS-NEXTDAY-EOF         PIC X VALUE 'N'.
       01  WS-NEXTDAY-COUNT       PIC 9(5) VALUE 0.
       01  WS-LOCK-FOUND          PIC X VALUE 'N'.
               DISPLAY "BATCH-DRIVER: Checkpoint found - "
                       "validation already passed, skipping VALIDATOR"
           ELSE
               PERFORM RUN-BALANCE-SWEEP
               PERFORM RUN-VALIDATOR
               IF WS-VALIDATOR-RC = 0
                   PERFORM WRITE-CHECKPOINT
           PERFORM RUN-UPDATER
           PERFORM RUN-NOTIFIER
           IF WS-UPDATER-RC = 0
               PERFORM RUN-EVENT-FEED
               PERFORM DELETE-CHECKPOINT
               PERFORM TRUNCATE-TRANSIN
               DISPLAY "BATCH-DRIVER: Batch run complete"
           END-IF
           MOVE 0 TO RETURN-CODE.

      *> Linked-account sweeps land in TRANSIN before VALIDATOR
      *> counts the file, so the night's transfers validate and
      *> post with everything else. A sweep that cannot run costs
      *> the customers a night's sweep, not the batch.
       RUN-BALANCE-SWEEP.
           DISPLAY "BATCH-DRIVER: Running BALANCE-SWEEP..."
           CALL "SYSTEM" USING "./balance_sweep"
           MOVE RETURN-CODE TO WS-SWEEP-RC
           PERFORM NORMALIZE-SWEEP-RC
           IF WS-SWEEP-RC > 4
               DISPLAY "BATCH-DRIVER: BALANCE-SWEEP failed (return "
                       "code " WS-SWEEP-RC ") - no sweeps tonight"
           END-IF
           MOVE 0 TO RETURN-CODE.

       RUN-VALIDATOR.
           DISPLAY "BATCH-DRIVER: Running VALIDATOR..."
           CALL "SYSTEM" USING "./batch_validator"
           MOVE RETURN-CODE TO WS-VALIDATOR-RC
           PERFORM NORMALIZE-VALIDATOR-RC.

      *> With a partition table on disk the night posts through
      *> PARALLEL-UPDATER - one UPDATER per account range, run side
      *> by side and merged back - which returns UPDATER's codes, so
      *> the branches below treat both the same way.
       RUN-UPDATER.
           OPEN INPUT PARTITION-FILE
           IF FS-PARTITION = "00"
               CLOSE PARTITION-FILE
               DISPLAY "BATCH-DRIVER: Running UPDATER in partitions..."
               CALL "SYSTEM" USING "./parallel_updater"
           ELSE
               DISPLAY "BATCH-DRIVER: Running UPDATER..."
               CALL "SYSTEM" USING "./account_updater"
           END-IF
           MOVE RETURN-CODE TO WS-UPDATER-RC
           PERFORM NORMALIZE-UPDATER-RC.

               COMPUTE WS-UPDATER-RC = WS-UPDATER-RC / 256
           END-IF.

       NORMALIZE-SWEEP-RC.
           IF WS-SWEEP-RC > 255
               COMPUTE WS-SWEEP-RC = WS-SWEEP-RC / 256
           END-IF.

       NORMALIZE-HEALTH-RC.
           IF WS-HEALTH-RC > 255
               COMPUTE WS-HEALTH-RC = WS-HEALTH-RC / 256
           END-STRING
           CALL "SYSTEM" USING WS-NOTIFY-CMD.

      *> Downstream event feed: the night's TRANSAPPLIED becomes
      *> events, everything undelivered goes out, and the day is
      *> reconciled. A feed that cannot deliver resumes from its
      *> own pointer next time; it never fails the batch.
       RUN-EVENT-FEED.
           DISPLAY "BATCH-DRIVER: Running EVENT-FEED..."
           CALL "SYSTEM" USING "EVENT_MODE=N ./event_feed"
           MOVE 0 TO RETURN-CODE.

       WRITE-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE
           MOVE "VALIDATION-PASSED" TO CHECKPOINT-RECORD
