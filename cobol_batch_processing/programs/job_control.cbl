      *> this business date before this one may start (GLPOSTER
      *> only after DRIVER, and so on); MAXRC is the highest return
      *> code still counted a success; HOLD=Y parks the job without
      *> running it. An optional seventh field names the file
      *> whose lines are the job's record count (TRANSACTIONS.DAT
      *> for DRIVER, say), counted once the job ends. Every start
      *> and outcome is written to JOB-HISTORY.DAT per business
      *> date:
      *>   DATE,JOBNAME,RC,STATUS,START,END,ELAPSED-SECS,RECORDS
      *> stamps as YYYYMMDDHHMMSS, and a rerun after a failure
      *> restarts from the failed step - jobs already OK tonight
      *> are skipped, not rerun.
      *> A job's norm is its average elapsed time over its last 30
      *> good runs. Before the first job and after every job the
      *> finish is projected as now plus the norms of the jobs
      *> still to run; if that is later than the online day's
      *> start, ONLINE_START_TIME (HHMM, default 0600, the next
      *> morning when the batch starts after it), operations are
      *> alerted once through the notifier. JOB-TREND reports the
      *> trend and the critical path.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO "JOB-HISTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HIST.
           SELECT COUNT-FILE ASSIGN TO WS-COUNT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COUNT.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHEDULE-FILE.
       01  SCHEDULE-RECORD      PIC X(120).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD       PIC X(100).

       FD  COUNT-FILE.
       01  COUNT-RECORD         PIC X(250).

       WORKING-STORAGE SECTION.
       77  WS-FS-SCHED          PIC XX.
       77  WS-JOB-RC            PIC S9(9) COMP-5 VALUE 0.
       77  WS-RC-DISP           PIC 9(4).
       77  WS-DEP-OK            PIC X.
       77  WS-FS-COUNT          PIC XX.
       77  WS-COUNT-NAME        PIC X(30).
       77  WS-K                 PIC 9(3).
       77  WS-JOB-START         PIC X(14).
       77  WS-JOB-END           PIC X(14).
       77  WS-JOB-ELAPSED       PIC 9(7).
       77  WS-JOB-RECORDS       PIC 9(9).
       77  WS-CONV-STAMP        PIC X(14).
       77  WS-CONV-SECS         PIC 9(12).
       77  WS-START-SECS        PIC 9(12).
       77  WS-NOW-SECS          PIC 9(12).
       77  WS-DEADLINE-SECS     PIC 9(12).
       77  WS-PROJECT-SECS      PIC 9(12).
       77  WS-REMAIN-SECS       PIC 9(9).
       77  WS-CLOCK-SECS        PIC 9(5).
       77  WS-CLOCK-DATE        PIC 9(8).
       77  WS-CLOCK-HH          PIC 99.
       77  WS-CLOCK-MM          PIC 99.
       77  WS-ONLINE-TIME       PIC 9(4) VALUE 0600.
       77  WS-SLA-ALERTED       PIC X VALUE 'N'.
       77  WS-PARAM-NAME        PIC X(24).
       77  WS-PARAM-VALUE       PIC X(12).
       77  WS-PARAM-FOUND       PIC X.
       77  WS-NOTIFY-CUST       PIC X(10).
       77  WS-NOTIFY-EVENT      PIC X(12).
       77  WS-NOTIFY-DETAIL     PIC X(30).

       01  WS-JOB-TABLE.
           05  WS-JB-ENTRY OCCURS 50 TIMES.
               10  WS-JB-MAXRC    PIC 9(3).
               10  WS-JB-HOLD     PIC X.
               10  WS-JB-STATUS   PIC X(8).
               10  WS-JB-COUNTFILE PIC X(30).
               10  WS-JB-RUNS     PIC 9(2).
               10  WS-JB-ELAPSED  PIC 9(7) OCCURS 30 TIMES.
               10  WS-JB-NORM     PIC 9(7).

       01  WS-SCHED-FIELDS.
           05  WS-SC-SEQ        PIC X(3).
           05  WS-SC-DEPENDS    PIC X(12).
           05  WS-SC-MAXRC      PIC X(3).
           05  WS-SC-HOLD       PIC X(1).
           05  WS-SC-COUNTFILE  PIC X(30).

       01  WS-HIST-FIELDS.
           05  WS-HS-DATE       PIC X(8).
           05  WS-HS-NAME       PIC X(12).
           05  WS-HS-RC         PIC X(4).
           05  WS-HS-STATUS     PIC X(8).
           05  WS-HS-START      PIC X(14).
           05  WS-HS-END        PIC X(14).
           05  WS-HS-ELAPSED    PIC X(7).
           05  WS-HS-RECORDS    PIC X(9).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
               STOP RUN
           END-IF
           PERFORM MARK-ALREADY-RUN
           PERFORM SET-DEADLINE
           MOVE 0 TO WS-I
           PERFORM PROJECT-FINISH

           PERFORM RUN-ONE-JOB
               VARYING WS-I FROM 1 BY 1
           UNSTRING SCHEDULE-RECORD DELIMITED BY ','
               INTO WS-SC-SEQ WS-SC-NAME WS-SC-CMD
                    WS-SC-DEPENDS WS-SC-MAXRC WS-SC-HOLD
                    WS-SC-COUNTFILE
           END-UNSTRING
           IF WS-SC-NAME = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-SC-HOLD)
               TO WS-JB-HOLD(WS-JOB-COUNT)
           MOVE "WAITING " TO WS-JB-STATUS(WS-JOB-COUNT)
           MOVE WS-SC-COUNTFILE TO WS-JB-COUNTFILE(WS-JOB-COUNT)
           MOVE 0 TO WS-JB-RUNS(WS-JOB-COUNT)
                     WS-JB-NORM(WS-JOB-COUNT).

      *> Restart support: anything already OK in tonight's history
      *> stays done. The same pass gathers each job's good run
      *> times for its norm.
       MARK-ALREADY-RUN.
           OPEN INPUT HISTORY-FILE
           IF WS-FS-HIST NOT = "00"
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           MOVE 'N' TO WS-EOF
           PERFORM VARYING WS-J FROM 1 BY 1
             UNTIL WS-J > WS-JOB-COUNT
               MOVE 0 TO WS-REMAIN-SECS
               PERFORM VARYING WS-K FROM 1 BY 1
                 UNTIL WS-K > WS-JB-RUNS(WS-J)
                   ADD WS-JB-ELAPSED(WS-J, WS-K) TO WS-REMAIN-SECS
               END-PERFORM
               IF WS-JB-RUNS(WS-J) > 0
                   COMPUTE WS-JB-NORM(WS-J) ROUNDED =
                       WS-REMAIN-SECS / WS-JB-RUNS(WS-J)
               END-IF
           END-PERFORM.

       MARK-ONE-HISTORY.
           MOVE SPACES TO WS-HIST-FIELDS
           UNSTRING HISTORY-RECORD DELIMITED BY ','
               INTO WS-HS-DATE WS-HS-NAME WS-HS-RC WS-HS-STATUS
                    WS-HS-START WS-HS-END WS-HS-ELAPSED
                    WS-HS-RECORDS
           END-UNSTRING
           IF FUNCTION TRIM(WS-HS-STATUS) = "OK"
              AND WS-HS-ELAPSED IS NUMERIC
               PERFORM NOTE-RUN-TIME
           END-IF
           IF WS-HS-DATE IS NOT NUMERIC
              OR FUNCTION NUMVAL(WS-HS-DATE) NOT = WS-TODAY
               EXIT PARAGRAPH
               END-IF
           END-PERFORM.

      *> The last 30 good run times per job, oldest first.
       NOTE-RUN-TIME.
           PERFORM VARYING WS-J FROM 1 BY 1
             UNTIL WS-J > WS-JOB-COUNT
               IF WS-JB-NAME(WS-J) = WS-HS-NAME
                   IF WS-JB-RUNS(WS-J) >= 30
                       PERFORM VARYING WS-K FROM 1 BY 1
                         UNTIL WS-K > 29
                           MOVE WS-JB-ELAPSED(WS-J, WS-K + 1)
                               TO WS-JB-ELAPSED(WS-J, WS-K)
                       END-PERFORM
                   ELSE
                       ADD 1 TO WS-JB-RUNS(WS-J)
                   END-IF
                   MOVE WS-HS-ELAPSED
                       TO WS-JB-ELAPSED(WS-J, WS-JB-RUNS(WS-J))
               END-IF
           END-PERFORM.

      *> Online starts at ONLINE_START_TIME on the day the batch
      *> began, or the next morning for a batch begun after it.
       SET-DEADLINE.
           MOVE "ONLINE_START_TIME" TO WS-PARAM-NAME
           CALL "GET-PARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y'
              AND FUNCTION TEST-NUMVAL(WS-PARAM-VALUE) = 0
               COMPUTE WS-ONLINE-TIME =
                   FUNCTION NUMVAL(WS-PARAM-VALUE)
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CONV-STAMP
           PERFORM STAMP-TO-SECONDS
           MOVE WS-CONV-SECS TO WS-START-SECS
           MOVE WS-CONV-STAMP(1:8) TO WS-CLOCK-DATE
           MOVE WS-ONLINE-TIME(1:2) TO WS-CLOCK-HH
           MOVE WS-ONLINE-TIME(3:2) TO WS-CLOCK-MM
           COMPUTE WS-DEADLINE-SECS =
               FUNCTION INTEGER-OF-DATE(WS-CLOCK-DATE) * 86400
             + WS-CLOCK-HH * 3600 + WS-CLOCK-MM * 60
           IF WS-DEADLINE-SECS <= WS-START-SECS
               ADD 86400 TO WS-DEADLINE-SECS
           END-IF.

       STAMP-TO-SECONDS.
           MOVE WS-CONV-STAMP(1:8) TO WS-CLOCK-DATE
           COMPUTE WS-CONV-SECS =
               FUNCTION INTEGER-OF-DATE(WS-CLOCK-DATE) * 86400
             + FUNCTION NUMVAL(WS-CONV-STAMP(9:2)) * 3600
             + FUNCTION NUMVAL(WS-CONV-STAMP(11:2)) * 60
             + FUNCTION NUMVAL(WS-CONV-STAMP(13:2)).

      *> Now plus the norms of every job after WS-I still to run.
       PROJECT-FINISH.
           MOVE 0 TO WS-REMAIN-SECS
           PERFORM VARYING WS-J FROM 1 BY 1
             UNTIL WS-J > WS-JOB-COUNT
               IF WS-J > WS-I
                  AND WS-JB-STATUS(WS-J) = "WAITING "
                  AND WS-JB-HOLD(WS-J) NOT = 'Y'
                   ADD WS-JB-NORM(WS-J) TO WS-REMAIN-SECS
               END-IF
           END-PERFORM
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CONV-STAMP
           PERFORM STAMP-TO-SECONDS
           MOVE WS-CONV-SECS TO WS-NOW-SECS
           COMPUTE WS-PROJECT-SECS = WS-NOW-SECS + WS-REMAIN-SECS
           COMPUTE WS-CLOCK-SECS =
               FUNCTION MOD(WS-PROJECT-SECS, 86400)
           COMPUTE WS-CLOCK-HH = WS-CLOCK-SECS / 3600
           COMPUTE WS-CLOCK-MM =
               FUNCTION MOD(WS-CLOCK-SECS, 3600) / 60
           DISPLAY "JOB-CONTROL: projected finish " WS-CLOCK-HH ":"
                   WS-CLOCK-MM " (online starts "
                   WS-ONLINE-TIME(1:2) ":" WS-ONLINE-TIME(3:2) ")"
           IF WS-PROJECT-SECS > WS-DEADLINE-SECS
              AND WS-SLA-ALERTED = 'N'
               MOVE 'Y' TO WS-SLA-ALERTED
               DISPLAY "JOB-CONTROL: WARNING - the batch is "
                       "projected to miss the online start - "
                       "operations alerted"
               MOVE "OPERATIONS" TO WS-NOTIFY-CUST
               MOVE "BATCH-SLA" TO WS-NOTIFY-EVENT
               MOVE SPACES TO WS-NOTIFY-DETAIL
               STRING "ETA " WS-CLOCK-HH ":" WS-CLOCK-MM
                      " PAST ONLINE " WS-ONLINE-TIME(1:2) ":"
                      WS-ONLINE-TIME(3:2)
                   DELIMITED BY SIZE INTO WS-NOTIFY-DETAIL
               END-STRING
               CALL "QUEUE-NOTIFY" USING WS-NOTIFY-CUST,
                   WS-NOTIFY-EVENT, WS-NOTIFY-DETAIL
           END-IF.

       RUN-ONE-JOB.
           IF WS-JB-STATUS(WS-I) = "OK      "
               ADD 1 TO WS-SKIPPED-COUNT
                       " already OK tonight - skipped"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-JOB-START
           MOVE WS-JOB-START TO WS-JOB-END
           MOVE 0 TO WS-JOB-ELAPSED WS-JOB-RECORDS
           IF WS-JB-HOLD(WS-I) = 'Y'
               ADD 1 TO WS-SKIPPED-COUNT
               MOVE "HELD    " TO WS-JB-STATUS(WS-I)
           MOVE RETURN-CODE TO WS-JOB-RC
           PERFORM NORMALIZE-JOB-RC
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-JOB-END
           MOVE WS-JOB-START TO WS-CONV-STAMP
           PERFORM STAMP-TO-SECONDS
           MOVE WS-CONV-SECS TO WS-NOW-SECS
           MOVE WS-JOB-END TO WS-CONV-STAMP
           PERFORM STAMP-TO-SECONDS
           COMPUTE WS-JOB-ELAPSED = WS-CONV-SECS - WS-NOW-SECS
           PERFORM COUNT-JOB-RECORDS

           IF WS-JOB-RC <= WS-JB-MAXRC(WS-I)
               MOVE "OK      " TO WS-JB-STATUS(WS-I)
                       " FAILED (rc " WS-JOB-RC ", max "
                       WS-JB-MAXRC(WS-I) ")"
           END-IF
           PERFORM WRITE-HISTORY-LINE
           PERFORM PROJECT-FINISH.

       COUNT-JOB-RECORDS.
           IF WS-JB-COUNTFILE(WS-I) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-JB-COUNTFILE(WS-I) TO WS-COUNT-NAME
           OPEN INPUT COUNT-FILE
           IF WS-FS-COUNT NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FS-COUNT(1:1) NOT = "0"
               READ COUNT-FILE
                   NOT AT END
                       ADD 1 TO WS-JOB-RECORDS
               END-READ
           END-PERFORM
           CLOSE COUNT-FILE.

      *> CALL "SYSTEM" hands back the raw wait status on this
      *> runtime - the child's exit code shifted up eight bits -
           STRING WS-TODAY ","
                  WS-JB-NAME(WS-I) ","
                  WS-RC-DISP ","
                  FUNCTION TRIM(WS-JB-STATUS(WS-I)) ","
                  WS-JOB-START ","
                  WS-JOB-END ","
                  WS-JOB-ELAPSED ","
                  WS-JOB-RECORDS
               DELIMITED BY SIZE INTO HISTORY-RECORD
           END-STRING
           WRITE HISTORY-RECORD
