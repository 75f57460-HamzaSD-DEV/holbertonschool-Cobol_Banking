       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOB-TREND.

      *> Batch run-time trend. From the start/end times JOB-CONTROL
      *> writes to JOB-HISTORY.DAT, JOB-TREND-REPORT.TXT shows for
      *> every job on JOB-SCHEDULE.DAT:
      *>   - its elapsed time and record count over its last 30
      *>     runs, oldest first
      *>   - its norm (average of its good runs), fastest, slowest
      *>   - a flag when the latest run took more than
      *>     JOB_OVERRUN_PCT percent of the norm of the runs before
      *>     it (default 150), given at least 3 earlier runs
      *> and then the critical path - the longest chain of
      *> DEPENDS-ON links measured in norms, which is the least
      *> the night can take however the other jobs are arranged -
      *> against the serial total JOB-CONTROL runs today. Ends
      *> RC 4 when any job is flagged.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHEDULE-FILE ASSIGN TO "JOB-SCHEDULE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SCHED.
           SELECT HISTORY-FILE ASSIGN TO "JOB-HISTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HIST.
           SELECT REPORT-FILE ASSIGN TO "JOB-TREND-REPORT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RPT.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHEDULE-FILE.
       01  SCHEDULE-RECORD      PIC X(120).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD       PIC X(100).

       FD  REPORT-FILE.
       01  REPORT-REC           PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-FS-SCHED          PIC XX.
       77  WS-FS-HIST           PIC XX.
       77  WS-FS-RPT            PIC XX.
       77  WS-EOF               PIC X VALUE 'N'.
       77  WS-TODAY             PIC 9(8).
       77  WS-I                 PIC 9(3).
       77  WS-J                 PIC 9(3).
       77  WS-K                 PIC 9(3).
       77  WS-JOB-COUNT         PIC 9(3) VALUE 0.
       77  WS-FLAG-COUNT        PIC 9(3) VALUE 0.
       77  WS-OVERRUN-PCT       PIC 9(3) VALUE 150.
       77  WS-PARAM-NAME        PIC X(24).
       77  WS-PARAM-VALUE       PIC X(12).
       77  WS-PARAM-FOUND       PIC X.
       77  WS-SUM               PIC 9(9).
       77  WS-GOOD              PIC 9(2).
       77  WS-LIMIT             PIC 9(9).
       77  WS-SERIAL-TOTAL      PIC 9(9).
       77  WS-LONGEST           PIC 9(9).
       77  WS-END-JOB           PIC 9(3).
       77  WS-CHAIN-COUNT       PIC 9(3).
       77  WS-SECS              PIC 9(9).
       77  WS-HMS               PIC X(9).
       77  WS-HH                PIC 9(3).
       77  WS-MM                PIC 99.
       77  WS-SS                PIC 99.
       77  WS-HMS-NORM          PIC X(9).
       77  WS-HMS-MIN           PIC X(9).
       77  WS-HMS-MAX           PIC X(9).
       77  WS-HMS-LAST          PIC X(9).
       77  WS-RECS-OUT          PIC Z(8)9.
       77  WS-COL               PIC 9.
       77  WS-POS               PIC 9(3).
       01  WS-DIVIDER           PIC X(90) VALUE ALL "-".

       01  WS-JOB-TABLE.
           05  WS-JB-ENTRY OCCURS 50 TIMES.
               10  WS-JB-NAME     PIC X(12).
               10  WS-JB-DEPENDS  PIC X(12).
               10  WS-JB-NORM     PIC 9(7).
               10  WS-JB-MIN      PIC 9(7).
               10  WS-JB-MAX      PIC 9(7).
               10  WS-JB-PRIOR    PIC 9(7).
               10  WS-JB-PATH     PIC 9(9).
               10  WS-JB-PRED     PIC 9(3).
               10  WS-JB-FLAG     PIC X.
               10  WS-JB-RUNS     PIC 9(2).
               10  WS-JB-RUN OCCURS 30 TIMES.
                   15  WS-RN-DATE     PIC X(8).
                   15  WS-RN-STATUS   PIC X(8).
                   15  WS-RN-ELAPSED  PIC 9(7).
                   15  WS-RN-RECORDS  PIC 9(9).

       01  WS-CHAIN-TABLE.
           05  WS-CHAIN-JOB     PIC 9(3) OCCURS 50 TIMES.

       01  WS-SCHED-FIELDS.
           05  WS-SC-SEQ        PIC X(3).
           05  WS-SC-NAME       PIC X(12).
           05  WS-SC-CMD        PIC X(30).
           05  WS-SC-DEPENDS    PIC X(12).

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
           CALL "GET-BUSINESS-DATE" USING WS-TODAY
           MOVE "JOB_OVERRUN_PCT" TO WS-PARAM-NAME
           CALL "GET-PARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y'
              AND FUNCTION TEST-NUMVAL(WS-PARAM-VALUE) = 0
               COMPUTE WS-OVERRUN-PCT =
                   FUNCTION NUMVAL(WS-PARAM-VALUE)
           END-IF
           DISPLAY "JOB-TREND: batch run-time trend for business "
                   "date " WS-TODAY "..."

           PERFORM LOAD-SCHEDULE
           IF WS-JOB-COUNT = 0
               DISPLAY "JOB-TREND: ERROR - no JOB-SCHEDULE.DAT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-HISTORY
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-JOB-COUNT
               PERFORM MEASURE-ONE-JOB
           END-PERFORM
           PERFORM FIND-CRITICAL-PATH
           PERFORM WRITE-TREND-REPORT

           DISPLAY "JOB-TREND: jobs: " WS-JOB-COUNT
                   "  running past norm: " WS-FLAG-COUNT
           DISPLAY "JOB-TREND: Completed - see JOB-TREND-REPORT.TXT"
           IF WS-FLAG-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-SCHEDULE.
           OPEN INPUT SCHEDULE-FILE
           IF WS-FS-SCHED NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ SCHEDULE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-JOB
               END-READ
           END-PERFORM
           CLOSE SCHEDULE-FILE.

       LOAD-ONE-JOB.
           MOVE SPACES TO WS-SCHED-FIELDS
           UNSTRING SCHEDULE-RECORD DELIMITED BY ','
               INTO WS-SC-SEQ WS-SC-NAME WS-SC-CMD WS-SC-DEPENDS
           END-UNSTRING
           IF WS-SC-NAME = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-JOB-COUNT >= 50
               DISPLAY "JOB-TREND: ERROR - more than 50 jobs on "
                       "the schedule"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-JOB-COUNT
           INITIALIZE WS-JB-ENTRY(WS-JOB-COUNT)
           MOVE WS-SC-NAME TO WS-JB-NAME(WS-JOB-COUNT)
           MOVE WS-SC-DEPENDS TO WS-JB-DEPENDS(WS-JOB-COUNT).

      *> Each job keeps its last 30 timed runs, oldest first; held
      *> and dependency-skipped lines carry no run time.
       LOAD-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF WS-FS-HIST NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-RUN
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE.

       LOAD-ONE-RUN.
           MOVE SPACES TO WS-HIST-FIELDS
           UNSTRING HISTORY-RECORD DELIMITED BY ','
               INTO WS-HS-DATE WS-HS-NAME WS-HS-RC WS-HS-STATUS
                    WS-HS-START WS-HS-END WS-HS-ELAPSED
                    WS-HS-RECORDS
           END-UNSTRING
           IF WS-HS-ELAPSED IS NOT NUMERIC
              OR (WS-HS-STATUS NOT = "OK" AND
                  WS-HS-STATUS NOT = "FAILED")
               EXIT PARAGRAPH
           END-IF
           IF WS-HS-RECORDS IS NOT NUMERIC
               MOVE ZEROS TO WS-HS-RECORDS
           END-IF
           PERFORM VARYING WS-J FROM 1 BY 1
             UNTIL WS-J > WS-JOB-COUNT
               IF WS-JB-NAME(WS-J) = WS-HS-NAME
                   IF WS-JB-RUNS(WS-J) >= 30
                       PERFORM VARYING WS-K FROM 1 BY 1
                         UNTIL WS-K > 29
                           MOVE WS-JB-RUN(WS-J, WS-K + 1)
                               TO WS-JB-RUN(WS-J, WS-K)
                       END-PERFORM
                   ELSE
                       ADD 1 TO WS-JB-RUNS(WS-J)
                   END-IF
                   MOVE WS-JB-RUNS(WS-J) TO WS-K
                   MOVE WS-HS-DATE TO WS-RN-DATE(WS-J, WS-K)
                   MOVE WS-HS-STATUS TO WS-RN-STATUS(WS-J, WS-K)
                   MOVE WS-HS-ELAPSED TO WS-RN-ELAPSED(WS-J, WS-K)
                   MOVE WS-HS-RECORDS TO WS-RN-RECORDS(WS-J, WS-K)
               END-IF
           END-PERFORM.

      *> Norm, fastest and slowest over the good runs; the overrun
      *> test compares the latest run with the norm of those before.
       MEASURE-ONE-JOB.
           MOVE 0 TO WS-SUM WS-GOOD
           MOVE 9999999 TO WS-JB-MIN(WS-I)
           PERFORM VARYING WS-K FROM 1 BY 1
             UNTIL WS-K > WS-JB-RUNS(WS-I)
               IF WS-RN-STATUS(WS-I, WS-K) = "OK"
                   ADD 1 TO WS-GOOD
                   ADD WS-RN-ELAPSED(WS-I, WS-K) TO WS-SUM
                   IF WS-RN-ELAPSED(WS-I, WS-K) < WS-JB-MIN(WS-I)
                       MOVE WS-RN-ELAPSED(WS-I, WS-K)
                           TO WS-JB-MIN(WS-I)
                   END-IF
                   IF WS-RN-ELAPSED(WS-I, WS-K) > WS-JB-MAX(WS-I)
                       MOVE WS-RN-ELAPSED(WS-I, WS-K)
                           TO WS-JB-MAX(WS-I)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-GOOD = 0
               MOVE 0 TO WS-JB-MIN(WS-I)
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-JB-NORM(WS-I) ROUNDED = WS-SUM / WS-GOOD

           MOVE WS-JB-RUNS(WS-I) TO WS-K
           IF WS-K < 4
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SUM WS-GOOD
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J >= WS-K
               IF WS-RN-STATUS(WS-I, WS-J) = "OK"
                   ADD 1 TO WS-GOOD
                   ADD WS-RN-ELAPSED(WS-I, WS-J) TO WS-SUM
               END-IF
           END-PERFORM
           IF WS-GOOD < 3
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-JB-PRIOR(WS-I) ROUNDED = WS-SUM / WS-GOOD
           COMPUTE WS-LIMIT =
               WS-JB-PRIOR(WS-I) * WS-OVERRUN-PCT / 100
           IF WS-RN-ELAPSED(WS-I, WS-K) > WS-LIMIT
               MOVE 'Y' TO WS-JB-FLAG(WS-I)
               ADD 1 TO WS-FLAG-COUNT
               DISPLAY "JOB-TREND: WARNING - "
                       FUNCTION TRIM(WS-JB-NAME(WS-I))
                       " ran " WS-RN-ELAPSED(WS-I, WS-K)
                       "s against a norm of " WS-JB-PRIOR(WS-I) "s"
           END-IF.

      *> A job can start once the job it depends on has ended, so
      *> its path is its own norm plus its predecessor's path. The
      *> schedule lists a dependency before its dependants.
       FIND-CRITICAL-PATH.
           MOVE 0 TO WS-SERIAL-TOTAL WS-LONGEST WS-END-JOB
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-JOB-COUNT
               ADD WS-JB-NORM(WS-I) TO WS-SERIAL-TOTAL
               MOVE WS-JB-NORM(WS-I) TO WS-JB-PATH(WS-I)
               MOVE 0 TO WS-JB-PRED(WS-I)
               IF WS-JB-DEPENDS(WS-I) NOT = SPACES
                   PERFORM VARYING WS-J FROM 1 BY 1
                     UNTIL WS-J >= WS-I
                       IF WS-JB-NAME(WS-J) = WS-JB-DEPENDS(WS-I)
                           MOVE WS-J TO WS-JB-PRED(WS-I)
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-JB-PRED(WS-I) > 0
                   ADD WS-JB-PATH(WS-JB-PRED(WS-I))
                       TO WS-JB-PATH(WS-I)
               END-IF
               IF WS-END-JOB = 0
                  OR WS-JB-PATH(WS-I) > WS-LONGEST
                   MOVE WS-JB-PATH(WS-I) TO WS-LONGEST
                   MOVE WS-I TO WS-END-JOB
               END-IF
           END-PERFORM
           MOVE 0 TO WS-CHAIN-COUNT
           MOVE WS-END-JOB TO WS-J
           PERFORM UNTIL WS-J = 0
               ADD 1 TO WS-CHAIN-COUNT
               MOVE WS-J TO WS-CHAIN-JOB(WS-CHAIN-COUNT)
               MOVE WS-JB-PRED(WS-J) TO WS-J
           END-PERFORM.

       WRITE-TREND-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-FS-RPT NOT = "00"
               DISPLAY "JOB-TREND: ERROR - cannot write "
                       "JOB-TREND-REPORT.TXT. Status: " WS-FS-RPT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO REPORT-REC
           STRING "BATCH RUN-TIME TREND - " WS-TODAY
                  "   (last 30 runs per job, times hh:mm:ss)"
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE WS-DIVIDER TO REPORT-REC
           WRITE REPORT-REC
           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-JOB-COUNT
               PERFORM WRITE-ONE-JOB
           END-PERFORM

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "CRITICAL PATH (by norm)" TO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-DIVIDER TO REPORT-REC
           WRITE REPORT-REC
           PERFORM VARYING WS-K FROM WS-CHAIN-COUNT BY -1
             UNTIL WS-K < 1
               MOVE WS-CHAIN-JOB(WS-K) TO WS-J
               MOVE WS-JB-NORM(WS-J) TO WS-SECS
               PERFORM FORMAT-HMS
               MOVE WS-HMS TO WS-HMS-NORM
               MOVE WS-JB-PATH(WS-J) TO WS-SECS
               PERFORM FORMAT-HMS
               MOVE SPACES TO REPORT-REC
               STRING "  " WS-JB-NAME(WS-J)
                      "  norm " WS-HMS-NORM
                      "  cumulative " WS-HMS
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-PERFORM
           MOVE WS-LONGEST TO WS-SECS
           PERFORM FORMAT-HMS
           MOVE WS-HMS TO WS-HMS-NORM
           MOVE WS-SERIAL-TOTAL TO WS-SECS
           PERFORM FORMAT-HMS
           MOVE SPACES TO REPORT-REC
           STRING "Critical path " WS-HMS-NORM
                  "   Serial run of the whole schedule " WS-HMS
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "Jobs running past norm (over " WS-OVERRUN-PCT
                  "%): " WS-FLAG-COUNT
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           CLOSE REPORT-FILE.

       WRITE-ONE-JOB.
           MOVE WS-JB-NORM(WS-I) TO WS-SECS
           PERFORM FORMAT-HMS
           MOVE WS-HMS TO WS-HMS-NORM
           MOVE WS-JB-MIN(WS-I) TO WS-SECS
           PERFORM FORMAT-HMS
           MOVE WS-HMS TO WS-HMS-MIN
           MOVE WS-JB-MAX(WS-I) TO WS-SECS
           PERFORM FORMAT-HMS
           MOVE WS-HMS TO WS-HMS-MAX
           MOVE SPACES TO REPORT-REC
           STRING WS-JB-NAME(WS-I)
                  " runs " WS-JB-RUNS(WS-I)
                  "  norm " WS-HMS-NORM
                  "  fastest " WS-HMS-MIN
                  "  slowest " WS-HMS-MAX
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           IF WS-JB-RUNS(WS-I) = 0
               MOVE "    no timed runs yet" TO REPORT-REC
               WRITE REPORT-REC
               EXIT PARAGRAPH
           END-IF
           IF WS-JB-FLAG(WS-I) = 'Y'
               MOVE WS-JB-RUNS(WS-I) TO WS-K
               MOVE WS-RN-ELAPSED(WS-I, WS-K) TO WS-SECS
               PERFORM FORMAT-HMS
               MOVE WS-HMS TO WS-HMS-LAST
               MOVE WS-JB-PRIOR(WS-I) TO WS-SECS
               PERFORM FORMAT-HMS
               MOVE SPACES TO REPORT-REC
               STRING "    *** RUNNING PAST NORM - last run "
                      WS-HMS-LAST " against " WS-HMS
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-IF
           MOVE SPACES TO REPORT-REC
           MOVE 1 TO WS-COL
           PERFORM VARYING WS-K FROM 1 BY 1
             UNTIL WS-K > WS-JB-RUNS(WS-I)
               MOVE WS-RN-ELAPSED(WS-I, WS-K) TO WS-SECS
               PERFORM FORMAT-HMS
               MOVE WS-RN-RECORDS(WS-I, WS-K) TO WS-RECS-OUT
               COMPUTE WS-POS = 5 + (WS-COL - 1) * 32
               STRING WS-RN-DATE(WS-I, WS-K) " " WS-HMS
                      WS-RECS-OUT
                   DELIMITED BY SIZE INTO REPORT-REC(WS-POS:27)
               END-STRING
               IF WS-RN-STATUS(WS-I, WS-K) NOT = "OK"
                   MOVE "F" TO REPORT-REC(WS-POS + 27:1)
               END-IF
               IF WS-COL = 3
                   WRITE REPORT-REC
                   MOVE SPACES TO REPORT-REC
                   MOVE 1 TO WS-COL
               ELSE
                   ADD 1 TO WS-COL
               END-IF
           END-PERFORM
           IF WS-COL > 1
               WRITE REPORT-REC
           END-IF.

      *> WS-SECS as hh:mm:ss into WS-HMS.
       FORMAT-HMS.
           COMPUTE WS-HH = WS-SECS / 3600
           COMPUTE WS-MM = FUNCTION MOD(WS-SECS, 3600) / 60
           COMPUTE WS-SS = FUNCTION MOD(WS-SECS, 60)
           MOVE SPACES TO WS-HMS
           STRING WS-HH(2:2) ":" WS-MM ":" WS-SS
               DELIMITED BY SIZE INTO WS-HMS
           END-STRING.
