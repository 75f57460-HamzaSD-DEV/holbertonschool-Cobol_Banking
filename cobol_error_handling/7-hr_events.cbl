      *> audit log. Mid-period hires and terminations also write a
      *> proration factor that the payroll slip run applies to the
      *> month's basic salary and bonus.
      *>
      *> Leave: LEAVE-BALANCES.DAT keeps one line per employee -
      *>   EMP-ID,NAME,GRADE,HIRE-DATE,ANNUAL,SICK,LAST-ACCRUAL,STATUS
      *> (balances in days, LAST-ACCRUAL the YYYYMM the payroll run
      *> last accrued, STATUS ACTIVE, TERM or PAIDUP). A HIRE opens
      *> the line (an optional sixth field gives the grade); a TERM
      *> marks it TERM so the next payroll pays the annual balance
      *> out. Two further events:
      *>   LEAVE,EMP-ID,EFF-DATE,KIND,DAYS
      *> takes ANNUAL or SICK days off the balance (refused if the
      *> balance will not cover it), or for UNPAID writes a
      *> proration factor for the unpaid days in that month; and
      *>   LVBAL,EMP-ID,EFF-DATE,NAME,GRADE,HIRE-DATE,ANNUAL,SICK
      *> sets up (or corrects) the leave line of an existing employee.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRORATION-FILE ASSIGN TO "PRORATION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PRO.
           SELECT LEAVE-FILE ASSIGN TO "LEAVE-BALANCES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LEAVE.

       DATA DIVISION.
       FILE SECTION.
       FD  EVENTS-FILE.
       01  EVENTS-RECORD        PIC X(80).

       FD  EVENTS-WORK-FILE.
       01  EVENTS-WORK-RECORD   PIC X(80).

       FD  EMPLOYEE-FILE.
       01  EMPLOYEE-RECORD.
           05 PRO-NAME       PIC X(20).
           05 PRO-FACTOR     PIC 9V9(4).

       FD  LEAVE-FILE.
       01  LEAVE-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-FS-EVENTS         PIC XX.
       77  WS-FS-EWORK          PIC XX.
       77  WS-APPLIED-COUNT     PIC 9(3) VALUE 0.
       77  WS-PENDING-COUNT     PIC 9(3) VALUE 0.
       77  WS-FOUND             PIC X.
       77  WS-FS-LEAVE          PIC XX.
       77  WS-LEAVE-CHANGED     PIC X VALUE 'N'.
       77  WS-LV-COUNT          PIC 9(3) VALUE 0.
       77  WS-LV-I              PIC 9(3).
       77  WS-LV-X              PIC 9(3).

       01  WS-EVENT-FIELDS.
           05  WS-EV-TYPE       PIC X(5).
           05  WS-EV-DATE       PIC X(8).
           05  WS-EV-NAME       PIC X(20).
           05  WS-EV-SALARY     PIC X(8).
           05  WS-EV-FLD-6      PIC X(8).
           05  WS-EV-FLD-7      PIC X(8).
           05  WS-EV-FLD-8      PIC X(8).

       01  WS-EFF-DATE-NUM      PIC 9(8).
       01  WS-EFF-PARTS REDEFINES WS-EFF-DATE-NUM.
           05  WS-EFF-DD        PIC 9(2).
       01  WS-MONTH-DAYS        PIC 9(2).
       01  WS-FACTOR            PIC 9V9(4).
       01  WS-PRO-NAME          PIC X(20).
       01  WS-TIMESTAMP         PIC X(19).

       01  WS-LEAVE-TABLE.
           05  WS-LV-ENTRY OCCURS 300 TIMES.
               10  WS-LV-EMPID    PIC X(5).
               10  WS-LV-NAME     PIC X(20).
               10  WS-LV-GRADE    PIC X(2).
               10  WS-LV-HIRED    PIC X(8).
               10  WS-LV-ANNUAL   PIC 9(3)V99.
               10  WS-LV-SICK     PIC 9(3)V99.
               10  WS-LV-LAST     PIC X(6).
               10  WS-LV-STATUS   PIC X(6).
       01  WS-LV-FIELDS.
           05  WS-LF-ANNUAL     PIC X(8).
           05  WS-LF-SICK       PIC X(8).
       01  WS-LV-ANNUAL-OUT     PIC 999.99.
       01  WS-LV-SICK-OUT       PIC 999.99.
       01  WS-LEAVE-DAYS        PIC 9(3)V99.
       01  WS-LEAVE-KIND        PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "HR-EVENTS: applying effective-dated events to "
               DISPLAY "HR-EVENTS: no HR-EVENTS.DAT - nothing to do."
               STOP RUN
           END-IF
           PERFORM LOAD-LEAVE-BALANCES
           OPEN OUTPUT EVENTS-WORK-FILE

           PERFORM UNTIL WS-EOF = 'Y'
           CLOSE EVENTS-FILE
           CLOSE EVENTS-WORK-FILE
           PERFORM COPY-EVENTS-BACK
           IF WS-LEAVE-CHANGED = 'Y'
               PERFORM SAVE-LEAVE-BALANCES
           END-IF

           DISPLAY "HR-EVENTS: applied " WS-APPLIED-COUNT
                   " events, " WS-PENDING-COUNT " still queued."
           MOVE SPACES TO WS-EVENT-FIELDS
           UNSTRING EVENTS-RECORD DELIMITED BY ','
               INTO WS-EV-TYPE WS-EV-EMPID WS-EV-DATE
                    WS-EV-NAME WS-EV-SALARY WS-EV-FLD-6
                    WS-EV-FLD-7 WS-EV-FLD-8
           END-UNSTRING

           IF WS-EV-DATE IS NOT NUMERIC
                   PERFORM APPLY-TERMINATION
               WHEN "RAISE"
                   PERFORM APPLY-RAISE
               WHEN "LEAVE"
                   PERFORM APPLY-LEAVE
               WHEN "LVBAL"
                   PERFORM APPLY-LEAVE-BALANCE
               WHEN OTHER
                   DISPLAY "HR-EVENTS: unknown event type '"
                           FUNCTION TRIM(WS-EV-TYPE)
           WRITE EMPLOYEE-RECORD
           CLOSE EMPLOYEE-FILE
           DISPLAY "HR-EVENTS: hired " FUNCTION TRIM(WS-EV-NAME)
           PERFORM WRITE-HIRE-PRORATION
           PERFORM FIND-LEAVE-LINE
           IF WS-LV-X = 0
               PERFORM ADD-LEAVE-LINE
           END-IF
           IF WS-LV-X > 0
               MOVE WS-EV-NAME TO WS-LV-NAME(WS-LV-X)
               MOVE WS-EV-FLD-6(1:2) TO WS-LV-GRADE(WS-LV-X)
               MOVE WS-EV-DATE TO WS-LV-HIRED(WS-LV-X)
               MOVE 0 TO WS-LV-ANNUAL(WS-LV-X)
               MOVE 0 TO WS-LV-SICK(WS-LV-X)
               MOVE "000000" TO WS-LV-LAST(WS-LV-X)
               MOVE "ACTIVE" TO WS-LV-STATUS(WS-LV-X)
               MOVE 'Y' TO WS-LEAVE-CHANGED
           END-IF.

       APPLY-TERMINATION.
           PERFORM REWRITE-EMPLOYEE-MASTER
               DISPLAY "HR-EVENTS: terminated employee "
                       WS-EV-EMPID
               PERFORM WRITE-TERM-PRORATION
               PERFORM FIND-LEAVE-LINE
               IF WS-LV-X > 0
                   MOVE "TERM" TO WS-LV-STATUS(WS-LV-X)
                   MOVE 'Y' TO WS-LEAVE-CHANGED
               END-IF
           ELSE
               DISPLAY "HR-EVENTS: TERM for unknown employee "
                       WS-EV-EMPID
                       WS-EV-EMPID
           END-IF.

       APPLY-LEAVE.
           PERFORM FIND-LEAVE-LINE
           IF WS-LV-X = 0
               DISPLAY "HR-EVENTS: LEAVE for employee " WS-EV-EMPID
                       " with no leave balance - not applied"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-EV-NAME) TO WS-LEAVE-KIND
           COMPUTE WS-LEAVE-DAYS = FUNCTION NUMVAL(WS-EV-SALARY)
           EVALUATE WS-LEAVE-KIND
               WHEN "ANNUAL"
                   IF WS-LEAVE-DAYS > WS-LV-ANNUAL(WS-LV-X)
                       DISPLAY "HR-EVENTS: annual leave for "
                               WS-EV-EMPID " exceeds the balance"
                               " - refused"
                   ELSE
                       SUBTRACT WS-LEAVE-DAYS
                           FROM WS-LV-ANNUAL(WS-LV-X)
                       MOVE 'Y' TO WS-LEAVE-CHANGED
                       DISPLAY "HR-EVENTS: annual leave taken by "
                               WS-EV-EMPID
                   END-IF
               WHEN "SICK"
                   IF WS-LEAVE-DAYS > WS-LV-SICK(WS-LV-X)
                       DISPLAY "HR-EVENTS: sick leave for "
                               WS-EV-EMPID " exceeds the balance"
                               " - refused"
                   ELSE
                       SUBTRACT WS-LEAVE-DAYS
                           FROM WS-LV-SICK(WS-LV-X)
                       MOVE 'Y' TO WS-LEAVE-CHANGED
                       DISPLAY "HR-EVENTS: sick leave taken by "
                               WS-EV-EMPID
                   END-IF
               WHEN "UNPAID"
                   PERFORM WRITE-UNPAID-PRORATION
                   DISPLAY "HR-EVENTS: unpaid leave prorated for "
                           WS-EV-EMPID
               WHEN OTHER
                   DISPLAY "HR-EVENTS: unknown leave kind '"
                           FUNCTION TRIM(WS-EV-NAME)
                           "' - logged, not applied"
           END-EVALUATE.

       APPLY-LEAVE-BALANCE.
           PERFORM FIND-LEAVE-LINE
           IF WS-LV-X = 0
               PERFORM ADD-LEAVE-LINE
           END-IF
           IF WS-LV-X = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EV-NAME TO WS-LV-NAME(WS-LV-X)
           MOVE WS-EV-SALARY(1:2) TO WS-LV-GRADE(WS-LV-X)
           MOVE WS-EV-FLD-6 TO WS-LV-HIRED(WS-LV-X)
           COMPUTE WS-LV-ANNUAL(WS-LV-X) =
               FUNCTION NUMVAL(WS-EV-FLD-7)
           COMPUTE WS-LV-SICK(WS-LV-X) =
               FUNCTION NUMVAL(WS-EV-FLD-8)
           IF WS-LV-LAST(WS-LV-X) = SPACES
               MOVE "000000" TO WS-LV-LAST(WS-LV-X)
           END-IF
           MOVE "ACTIVE" TO WS-LV-STATUS(WS-LV-X)
           MOVE 'Y' TO WS-LEAVE-CHANGED
           DISPLAY "HR-EVENTS: leave balance set for employee "
                   WS-EV-EMPID.

       FIND-LEAVE-LINE.
           MOVE 0 TO WS-LV-X
           PERFORM VARYING WS-LV-I FROM 1 BY 1
             UNTIL WS-LV-I > WS-LV-COUNT
               IF WS-LV-EMPID(WS-LV-I) = WS-EV-EMPID
                   MOVE WS-LV-I TO WS-LV-X
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       ADD-LEAVE-LINE.
           IF WS-LV-COUNT >= 300
               DISPLAY "HR-EVENTS: no room for more leave balances "
                       "(300 max) - employee " WS-EV-EMPID
                       " not added"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LV-COUNT
           MOVE WS-LV-COUNT TO WS-LV-X
           MOVE WS-EV-EMPID TO WS-LV-EMPID(WS-LV-X)
           MOVE SPACES TO WS-LV-LAST(WS-LV-X).

       LOAD-LEAVE-BALANCES.
           OPEN INPUT LEAVE-FILE
           IF WS-FS-LEAVE NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ LEAVE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-LV-COUNT >= 300
                           DISPLAY "HR-EVENTS: ERROR - more than "
                                   "300 leave balances; "
                                   "LEAVE-BALANCES.DAT not rewritten"
                           CLOSE LEAVE-FILE
                           CLOSE EVENTS-FILE
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-LV-COUNT
                       MOVE SPACES TO WS-LV-FIELDS
                       UNSTRING LEAVE-RECORD DELIMITED BY ','
                           INTO WS-LV-EMPID(WS-LV-COUNT)
                                WS-LV-NAME(WS-LV-COUNT)
                                WS-LV-GRADE(WS-LV-COUNT)
                                WS-LV-HIRED(WS-LV-COUNT)
                                WS-LF-ANNUAL WS-LF-SICK
                                WS-LV-LAST(WS-LV-COUNT)
                                WS-LV-STATUS(WS-LV-COUNT)
                       END-UNSTRING
                       COMPUTE WS-LV-ANNUAL(WS-LV-COUNT) =
                           FUNCTION NUMVAL(WS-LF-ANNUAL)
                       COMPUTE WS-LV-SICK(WS-LV-COUNT) =
                           FUNCTION NUMVAL(WS-LF-SICK)
               END-READ
           END-PERFORM
           CLOSE LEAVE-FILE
           MOVE 'N' TO WS-EOF.

       SAVE-LEAVE-BALANCES.
           OPEN OUTPUT LEAVE-FILE
           PERFORM VARYING WS-LV-I FROM 1 BY 1
             UNTIL WS-LV-I > WS-LV-COUNT
               MOVE WS-LV-ANNUAL(WS-LV-I) TO WS-LV-ANNUAL-OUT
               MOVE WS-LV-SICK(WS-LV-I) TO WS-LV-SICK-OUT
               MOVE SPACES TO LEAVE-RECORD
               STRING WS-LV-EMPID(WS-LV-I) ","
                      WS-LV-NAME(WS-LV-I) ","
                      WS-LV-GRADE(WS-LV-I) ","
                      WS-LV-HIRED(WS-LV-I) ","
                      WS-LV-ANNUAL-OUT ","
                      WS-LV-SICK-OUT ","
                      WS-LV-LAST(WS-LV-I) ","
                      WS-LV-STATUS(WS-LV-I)
                   DELIMITED BY SIZE INTO LEAVE-RECORD
               END-STRING
               WRITE LEAVE-RECORD
           END-PERFORM
           CLOSE LEAVE-FILE.

      *> One pass over EMPLOYEES.DAT: a TERM drops the record, a
      *> RAISE rewrites the salary, everything else passes through.
       REWRITE-EMPLOYEE-MASTER.
           PERFORM DAYS-IN-EFFECTIVE-MONTH
           COMPUTE WS-FACTOR ROUNDED =
               (WS-MONTH-DAYS - WS-EFF-DD + 1) / WS-MONTH-DAYS
           MOVE WS-EV-NAME TO WS-PRO-NAME
           IF WS-FACTOR < 1
               PERFORM WRITE-PRORATION-RECORD
           END-IF.
           PERFORM DAYS-IN-EFFECTIVE-MONTH
           COMPUTE WS-FACTOR ROUNDED =
               WS-EFF-DD / WS-MONTH-DAYS
           MOVE WS-EV-NAME TO WS-PRO-NAME
           IF WS-FACTOR < 1
               PERFORM WRITE-PRORATION-RECORD
           END-IF.

      *> Unpaid leave earns nothing for the days taken; the factor
      *> goes out under the employee's name like any other.
       WRITE-UNPAID-PRORATION.
           COMPUTE WS-EFF-DATE-NUM = FUNCTION NUMVAL(WS-EV-DATE)
           PERFORM DAYS-IN-EFFECTIVE-MONTH
           IF WS-LEAVE-DAYS >= WS-MONTH-DAYS
               MOVE 0 TO WS-FACTOR
           ELSE
               COMPUTE WS-FACTOR ROUNDED =
                   (WS-MONTH-DAYS - WS-LEAVE-DAYS) / WS-MONTH-DAYS
           END-IF
           MOVE WS-LV-NAME(WS-LV-X) TO WS-PRO-NAME
           PERFORM WRITE-PRORATION-RECORD.

       DAYS-IN-EFFECTIVE-MONTH.
           EVALUATE WS-EFF-MM
               WHEN 1
               CLOSE PRORATION-FILE
               OPEN OUTPUT PRORATION-FILE
           END-IF
           MOVE WS-PRO-NAME TO PRO-NAME
           MOVE WS-FACTOR TO PRO-FACTOR
           WRITE PRORATION-RECORD
           CLOSE PRORATION-FILE.
