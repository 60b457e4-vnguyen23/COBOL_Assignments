       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCRUALJOURNAL.

      *ACCRUALJOURNAL is the month-end salaried-staff accrual: the
      *operator keys the month (YYYYMM) and every employee on
      *EMPLOYEE29.DAT employed during it accrues one twelfth of
      *EMPLOYEE-SALARY, pro-rated by the day for anyone whose status
      *date falls inside the month (hired, rehired or back from
      *leave from that day; on leave or terminated after that day)
      *and for any salary movement on SalaryHistory.DAT effective
      *inside the month. The accrual is totalled by the DM-COSTCENTRE
      *of the employee's department and written as a journal extract
      *in the payroll GLJournal.dat layout: one debit per cost centre
      *(the cost centre is the posting account) and the balancing
      *credit to the accrued-liabilities account named on
      *AccrualControl.DAT. The month's debits and credit are kept on
      *AccrualCarry.DAT, and the next month's run opens its journal
      *by reversing them, so each accrual is booked once and backed
      *out automatically. A run for a month already on the carry
      *file is refused. The control report lists each pro-rated
      *employee, the cost-centre totals, and anyone held out because
      *their department is not on the master. A month closed for
      *payroll on the shared period calendar is refused too, unless
      *its reopen has been logged.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE
               ASSIGN USING EMPLOYEE-FILE-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS IS SEQUENTIAL
                       RECORD KEY EMPLOYEE-NO
                       FILE STATUS IS WS-FILE-STATUS.
           SELECT DEPTMASTER
               ASSIGN USING DEPTMASTER-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS IS SEQUENTIAL
                       RECORD KEY DM-CODE
                       FILE STATUS IS WS-DEPTM-STATUS.
           SELECT OPTIONAL SALARYHISTORY
               ASSIGN USING
           SALARYHISTORY-PATH
                       ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ACCRUALCONTROL
               ASSIGN USING
           ACCRUALCONTROL-PATH
                       ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ACCRUALCARRY
               ASSIGN USING
           ACCRUALCARRY-PATH
                       ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCRUALJOURNAL
               ASSIGN USING
           ACCRUALJOURNAL-PATH
                       ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCRUALREPORT
               ASSIGN USING
           ACCRUALREPORT-PATH
                       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
       01  EMPLOYEE-REC.
           03  EMPLOYEE-NO      PIC X(8).
           03  EMPLOYEE-INITS   PIC X(4).
           03  EMPLOYEE-SURNAME PIC X(16).
           03  EMPLOYEE-SALARY  PIC 9(6)V99.
           03  EMPLOYEE-ADDRESS PIC X(40).
           03  EMPLOYEE-DEPT    PIC X(10).
           03  EMPLOYEE-STATUS  PIC X.
               88  EMPLOYEE-ACTIVE      VALUES "A" " ".
               88  EMPLOYEE-ON-LEAVE    VALUE "L".
               88  EMPLOYEE-TERMINATED  VALUE "T".
           03  EMPLOYEE-STATUS-DATE PIC 9(8).
           03  EMPLOYEE-REASON  PIC XX.
           03  EMPLOYEE-SUPERVISOR PIC X(8).
       FD  DEPTMASTER.
       01  DEPTMASTER-REC.
           03  DM-CODE          PIC X(10).
           03  DM-NAME          PIC X(20).
           03  DM-COSTCENTRE    PIC 9(6).
           03  DM-MANAGER       PIC X(20).
           03  DM-AUTH-POSITIONS PIC 9(4).
           03  DM-SALARY-BUDGET PIC 9(9)V99.
       FD  SALARYHISTORY.
       01  SALARYHISTORY-REC.
           03  SH-EMP-NO        PIC X(8).
           03  FILLER           PIC X.
           03  SH-OLD-SALARY    PIC 9(6)V99.
           03  FILLER           PIC X.
           03  SH-NEW-SALARY    PIC 9(6)V99.
           03  FILLER           PIC X.
           03  SH-EFFECTIVE-DATE PIC 9(8).
           03  FILLER           PIC X.
           03  SH-SOURCE        PIC X.
       FD  ACCRUALCONTROL.
       01  ACCRUALCONTROL-REC.
           03  AK-LIABILITY-ACCOUNT PIC 9(8).
      *One line per journal entry of the last accrual booked, with
      *the month it accrued
       FD  ACCRUALCARRY.
       01  ACCRUALCARRY-REC.
           03  AR-MONTH         PIC 9(6).
           03  FILLER           PIC X.
           03  AR-JOURNAL       PIC X(29).
      *The payroll GLJournal.dat layout
       FD  ACCRUALJOURNAL.
       01  GLJOURNAL-REC.
           03  GJ-TYPE          PIC X.
           03  FILLER           PIC X.
           03  GJ-ACCOUNT       PIC 9(8).
           03  FILLER           PIC X.
           03  GJ-AMOUNT        PIC 9(9)V99.
           03  FILLER           PIC X.
           03  GJ-STORE         PIC X(4).
           03  FILLER           PIC X.
           03  GJ-JOBCODE       PIC X.
       FD  ACCRUALREPORT.
       01  ACCRUALREPORTLINE    PIC X(80).

       WORKING-STORAGE SECTION.

      *File assignments resolved at start-up: each path may be
      *overridden through its DD_ environment variable, with the
      *original location as the default, so test and production
      *are a configuration difference instead of a source edit
       01  EMPLOYEE-FILE-PATH  PIC X(80)
           VALUE "\COBOLClass_Eclipse\DataFiles\EMPLOYEE29.DAT".
       01  DEPTMASTER-PATH  PIC X(80)
           VALUE "\COBOLClass_Eclipse\DataFiles\DepartmentMaster.DAT".
       01  SALARYHISTORY-PATH  PIC X(80)
           VALUE "\COBOLClass_Eclipse\DataFiles\SalaryHistory.DAT".
       01  ACCRUALCONTROL-PATH  PIC X(80)
           VALUE "\COBOLClass_Eclipse\DataFiles\AccrualControl.DAT".
       01  ACCRUALCARRY-PATH  PIC X(80)
           VALUE "\COBOLClass_Eclipse\DataFiles\AccrualCarry.DAT".
       01  ACCRUALJOURNAL-PATH  PIC X(80)
           VALUE "C:\DataFiles\AccrualJournal.dat".
       01  ACCRUALREPORT-PATH  PIC X(80)
           VALUE "\COBOLClass_Eclipse\DataFiles\AccrualJournal.rpt".
       01  PATH-OVERRIDE  PIC X(80).
       01  WS-FILE-STATUS       PIC XX.
       01  WS-DEPTM-STATUS      PIC XX.
       01  WS-EOF               PIC 9 VALUE 0.
           88  NO-MORE-EMPLOYEES      VALUE 1.
       01  WS-DEPTM-EOF         PIC 9 VALUE 0.
           88  NO-MORE-DEPTM          VALUE 1.
       01  WS-HIST-EOF          PIC 9 VALUE 0.
           88  NO-MORE-HISTORY        VALUE 1.
       01  WS-CARRY-EOF         PIC 9 VALUE 0.
           88  NO-MORE-CARRY          VALUE 1.
       01  WS-CONTROL-FOUND     PIC 9 VALUE 0.
           88  CONTROL-FOUND          VALUE 1.
       01  WS-LIABILITY-ACCOUNT PIC 9(8) VALUE 0.

      *The accrual month, its first and last dates and its length;
      *the month before is the one whose accrual is reversed
       01  WS-ACCRUAL-MONTH     PIC X(6).
       01  WS-ACCRUAL-MONTH-N REDEFINES WS-ACCRUAL-MONTH
                                 PIC 9(6).
       01  WS-ACCRUAL-MONTH-PARTS REDEFINES WS-ACCRUAL-MONTH.
           03  WS-ACCRUAL-YEAR  PIC 9(4).
           03  WS-ACCRUAL-MM    PIC 99.
       01  WS-PRIOR-MONTH       PIC 9(6).
       01  WS-MONTH-START       PIC 9(8).
       01  WS-MONTH-END         PIC 9(8).
       01  WS-DAYS-IN-MONTH     PIC 99.
       01  WS-LEAP-QUOTIENT     PIC 9(4).
       01  WS-LEAP-REMAINDER    PIC 9(4).
       01  WS-MONTH-DAYS-VALUES.
           03  FILLER           PIC X(24) VALUE
               "312831303130313130313031".
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           03  WS-MONTH-DAYS    OCCURS 12 TIMES PIC 99.

      *Department code to cost centre, from the department master
       01  WS-DEPT-COUNT        PIC 99 VALUE 0.
       01  WS-DEPT-TABLE.
           03  WS-DEPT          OCCURS 0 TO 50 TIMES
                                 DEPENDING ON WS-DEPT-COUNT
                                 INDEXED BY DEPT-IX.
               05  WS-DEPT-CODE     PIC X(10).
               05  WS-DEPT-COSTCENTRE PIC 9(6).

      *The accrual totalled by cost centre
       01  WS-CC-COUNT          PIC 99 VALUE 0.
       01  WS-CC-TABLE.
           03  WS-CC            OCCURS 0 TO 50 TIMES
                                 DEPENDING ON WS-CC-COUNT
                                 INDEXED BY CC-IX.
               05  WS-CC-CODE       PIC 9(6).
               05  WS-CC-HEADS      PIC 9(5).
               05  WS-CC-AMOUNT     PIC 9(9)V99.

      *Salary movements effective inside the accrual month, in the
      *order SalaryHistory.DAT carries them
       01  WS-HIST-COUNT        PIC 9(4) VALUE 0.
       01  WS-HIST-TABLE.
           03  WS-HIST          OCCURS 0 TO 2000 TIMES
                                 DEPENDING ON WS-HIST-COUNT
                                 INDEXED BY HIST-IX.
               05  WS-HIST-EMP-NO   PIC X(8).
               05  WS-HIST-DAY      PIC 99.
               05  WS-HIST-OLD-SALARY PIC 9(6)V99.

      *The current employee's movements in the month, closed by a
      *day-99 entry so the day walk never runs off the end
       01  WS-CHG-COUNT         PIC 99 VALUE 0.
       01  WS-CHG-TABLE.
           03  WS-CHG           OCCURS 32 TIMES.
               05  WS-CHG-DAY       PIC 99.
               05  WS-CHG-OLD-SALARY PIC 9(6)V99.
       01  WS-CHG-PTR           PIC 99.

      *Per-employee accrual work fields
       01  WS-START-DAY         PIC 99.
       01  WS-END-DAY           PIC 99.
       01  WS-DAY               PIC 99.
       01  WS-DAY-SALARY        PIC 9(6)V99.
       01  WS-SALARY-DAYS       PIC 9(9)V99.
       01  WS-ACCRUAL           PIC 9(7)V99.
       01  WS-EMPLOYED          PIC 9 VALUE 0.
           88  EMPLOYED-IN-MONTH      VALUE 1.
       01  WS-COSTCENTRE        PIC 9(6).
       01  WS-CC-FOUND          PIC 9 VALUE 0.
           88  COSTCENTRE-FOUND       VALUE 1.

       01  WS-EMPLOYEE-COUNT    PIC 9(5) VALUE 0.
       01  WS-PRORATED-COUNT    PIC 9(5) VALUE 0.
       01  WS-UNPOSTED-COUNT    PIC 9(5) VALUE 0.
       01  WS-UNPOSTED-AMOUNT   PIC 9(9)V99 VALUE 0.
       01  WS-DEBIT-TOTAL       PIC 9(9)V99 VALUE 0.
       01  WS-REVERSAL-COUNT    PIC 9(5) VALUE 0.
       01  WS-REVERSAL-TOTAL    PIC 9(9)V99 VALUE 0.
       01  WS-STALE-COUNT       PIC 9(5) VALUE 0.

      *A reversal line is the carried entry with the debit and
      *credit sides swapped
       01  WS-CARRY-JOURNAL.
           03  CJ-TYPE          PIC X.
           03  FILLER           PIC X.
           03  CJ-ACCOUNT       PIC 9(8).
           03  FILLER           PIC X.
           03  CJ-AMOUNT        PIC 9(9)V99.
           03  FILLER           PIC X.
           03  CJ-STORE         PIC X(4).
           03  FILLER           PIC X.
           03  CJ-JOBCODE       PIC X.

       01  WS-REPORT-HEADING.
           03  FILLER           PIC X(30) VALUE
               "SALARIED ACCRUAL JOURNAL FOR ".
           03  RH-MONTH         PIC X(6).
           03  FILLER           PIC X(8) VALUE "  DAYS: ".
           03  RH-DAYS          PIC Z9.
       01  WS-PRORATE-HEADING   PIC X(40) VALUE
           "PRO-RATED EMPLOYEES".
       01  WS-PRORATE-LINE.
           03  PL-EMP-NO        PIC X(8).
           03  FILLER           PIC X(2) VALUE SPACES.
           03  PL-SURNAME       PIC X(16).
           03  FILLER           PIC X(2) VALUE SPACES.
           03  PL-DEPT          PIC X(10).
           03  FILLER           PIC X(2) VALUE SPACES.
           03  FILLER           PIC X(5) VALUE "DAYS ".
           03  PL-START         PIC Z9.
           03  FILLER           PIC X VALUE "-".
           03  PL-END           PIC 99.
           03  FILLER           PIC X(2) VALUE SPACES.
           03  PL-CHANGES       PIC Z9.
           03  FILLER           PIC X(5) VALUE " CHG ".
           03  PL-ACCRUAL       PIC ZZZ,ZZ9.99.
           03  FILLER           PIC X(2) VALUE SPACES.
           03  PL-NOTE          PIC X(12).
       01  WS-CC-HEADING        PIC X(40) VALUE
           "COST CENTRE   EMPLOYEES         ACCRUAL".
       01  WS-CC-LINE.
           03  CL-COSTCENTRE    PIC 9(6).
           03  FILLER           PIC X(6) VALUE SPACES.
           03  CL-HEADS         PIC ZZZZ9.
           03  FILLER           PIC X(4) VALUE SPACES.
           03  CL-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-TOTAL-LINE.
           03  TL-LABEL         PIC X(24).
           03  TL-COUNT         PIC ZZZZ9.
           03  FILLER           PIC X(2) VALUE SPACES.
           03  TL-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.

      *Request block for the shared PeriodLock subprogram
       01  WS-PERIODLOCK-REQUEST.
           03  WS-PD-SYSTEM     PIC X(8).
           03  WS-PD-PERIOD     PIC 9(6).
           03  WS-PD-RESULT     PIC X.
               88  PERIOD-POSTABLE VALUES "O" "R".

       PROCEDURE DIVISION.
       PROG.
           PERFORM CONFIGURE-FILE-PATHS
           DISPLAY "SALARIED ACCRUAL JOURNAL"
           DISPLAY "ENTER MONTH (YYYYMM): " WITH NO ADVANCING
           ACCEPT WS-ACCRUAL-MONTH
           IF WS-ACCRUAL-MONTH NOT NUMERIC
               OR WS-ACCRUAL-MM < 1
               OR WS-ACCRUAL-MM > 12
               DISPLAY "INVALID MONTH - RUN CANCELLED"
               STOP RUN
           END-IF
           MOVE "PAYROLL" TO WS-PD-SYSTEM
           MOVE WS-ACCRUAL-MONTH-N TO WS-PD-PERIOD
           CALL "PeriodLock" USING WS-PERIODLOCK-REQUEST
           IF NOT PERIOD-POSTABLE
               DISPLAY "ACCOUNTING PERIOD " WS-PD-PERIOD
                   " IS CLOSED - RUN CANCELLED"
               STOP RUN
           END-IF
           PERFORM SET-MONTH-LIMITS
           PERFORM LOAD-ACCRUAL-CONTROL
           IF NOT CONTROL-FOUND
               DISPLAY "NO ACCRUED LIABILITY ACCOUNT ON ACCRUAL "
                   "CONTROL - RUN CANCELLED"
               STOP RUN
           END-IF
           PERFORM LOAD-DEPT-MASTER
           PERFORM LOAD-SALARY-HISTORY
           OPEN OUTPUT ACCRUALJOURNAL ACCRUALREPORT
           MOVE WS-ACCRUAL-MONTH TO RH-MONTH
           MOVE WS-DAYS-IN-MONTH TO RH-DAYS
           WRITE ACCRUALREPORTLINE FROM WS-REPORT-HEADING
           PERFORM REVERSE-PRIOR-ACCRUAL
           MOVE SPACES TO ACCRUALREPORTLINE
           WRITE ACCRUALREPORTLINE
           WRITE ACCRUALREPORTLINE FROM WS-PRORATE-HEADING
           OPEN INPUT EMPLOYEE-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN EMPLOYEE FILE - STATUS "
                   WS-FILE-STATUS
               STOP RUN
           END-IF
           READ EMPLOYEE-FILE NEXT RECORD
               AT END MOVE 1 TO WS-EOF
           END-READ
           PERFORM ACCRUE-EMPLOYEE UNTIL NO-MORE-EMPLOYEES
           CLOSE EMPLOYEE-FILE
           PERFORM WRITE-ACCRUAL-ENTRIES
           PERFORM WRITE-CONTROL-TOTALS
           CLOSE ACCRUALJOURNAL ACCRUALREPORT
           DISPLAY "EMPLOYEES ACCRUED : " WS-EMPLOYEE-COUNT
           DISPLAY "ACCRUAL TOTAL     : " WS-DEBIT-TOTAL
           DISPLAY "REVERSAL TOTAL    : " WS-REVERSAL-TOTAL
           STOP RUN.

      *-------------------------------------------------------------
      *SET-MONTH-LIMITS paragraph works out the month's first and
      *last dates, its length (February by the leap-year rule), and
      *the month before it
      *-------------------------------------------------------------
       SET-MONTH-LIMITS.
           MOVE WS-MONTH-DAYS(WS-ACCRUAL-MM) TO WS-DAYS-IN-MONTH
           IF WS-ACCRUAL-MM = 2
               DIVIDE WS-ACCRUAL-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = 0
                   MOVE 29 TO WS-DAYS-IN-MONTH
                   DIVIDE WS-ACCRUAL-YEAR BY 100
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = 0
                       MOVE 28 TO WS-DAYS-IN-MONTH
                       DIVIDE WS-ACCRUAL-YEAR BY 400
                           GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REMAINDER
                       IF WS-LEAP-REMAINDER = 0
                           MOVE 29 TO WS-DAYS-IN-MONTH
                       END-IF
                   END-IF
               END-IF
           END-IF
           COMPUTE WS-MONTH-START = WS-ACCRUAL-MONTH-N * 100 + 1
           COMPUTE WS-MONTH-END =
               WS-ACCRUAL-MONTH-N * 100 + WS-DAYS-IN-MONTH
           IF WS-ACCRUAL-MM = 1
               COMPUTE WS-PRIOR-MONTH =
                   (WS-ACCRUAL-YEAR - 1) * 100 + 12
           ELSE
               COMPUTE WS-PRIOR-MONTH = WS-ACCRUAL-MONTH-N - 1
           END-IF
           EXIT.

      *-------------------------------------------------------------
      *LOAD-ACCRUAL-CONTROL paragraph reads the accrued-liabilities
      *account the balancing credit posts to
      *-------------------------------------------------------------
       LOAD-ACCRUAL-CONTROL.
           OPEN INPUT ACCRUALCONTROL
           READ ACCRUALCONTROL
               AT END CONTINUE
               NOT AT END
                   IF AK-LIABILITY-ACCOUNT IS NUMERIC
                       MOVE AK-LIABILITY-ACCOUNT
                           TO WS-LIABILITY-ACCOUNT
                       MOVE 1 TO WS-CONTROL-FOUND
                   END-IF
           END-READ
           CLOSE ACCRUALCONTROL
           EXIT.

      *-------------------------------------------------------------
      *LOAD-DEPT-MASTER paragraph loads each department's cost
      *centre; without a master there is nothing to cost against
      *-------------------------------------------------------------
       LOAD-DEPT-MASTER.
           OPEN INPUT DEPTMASTER
           IF WS-DEPTM-STATUS NOT = "00"
               DISPLAY "NO DEPARTMENT MASTER - STATUS "
                   WS-DEPTM-STATUS
               STOP RUN
           END-IF
           READ DEPTMASTER NEXT RECORD
               AT END MOVE 1 TO WS-DEPTM-EOF
           END-READ
           PERFORM LOAD-ONE-DEPTM UNTIL NO-MORE-DEPTM
           CLOSE DEPTMASTER
           EXIT.

      *-------------------------------------------------------------
      *LOAD-ONE-DEPTM paragraph stores one department's cost
      *centre
      *-------------------------------------------------------------
       LOAD-ONE-DEPTM.
           IF WS-DEPT-COUNT >= 50
               DISPLAY "ERROR: Department master table full"
               STOP RUN
           END-IF
           ADD 1 TO WS-DEPT-COUNT
           MOVE DM-CODE TO WS-DEPT-CODE(WS-DEPT-COUNT)
           MOVE DM-COSTCENTRE TO WS-DEPT-COSTCENTRE(WS-DEPT-COUNT)
           READ DEPTMASTER NEXT RECORD
               AT END MOVE 1 TO WS-DEPTM-EOF
           END-READ
           EXIT.

      *-------------------------------------------------------------
      *LOAD-SALARY-HISTORY paragraph keeps the salary movements
      *effective inside the accrual month
      *-------------------------------------------------------------
       LOAD-SALARY-HISTORY.
           OPEN INPUT SALARYHISTORY
           READ SALARYHISTORY
               AT END MOVE 1 TO WS-HIST-EOF
           END-READ
           PERFORM LOAD-ONE-HISTORY UNTIL NO-MORE-HISTORY
           CLOSE SALARYHISTORY
           EXIT.

      *-------------------------------------------------------------
      *LOAD-ONE-HISTORY paragraph keeps one salary movement when
      *it is effective inside the month
      *-------------------------------------------------------------
       LOAD-ONE-HISTORY.
           IF SH-EFFECTIVE-DATE IS NUMERIC
               AND SH-EFFECTIVE-DATE NOT < WS-MONTH-START
               AND SH-EFFECTIVE-DATE NOT > WS-MONTH-END
               IF WS-HIST-COUNT >= 2000
                   DISPLAY "ERROR: Salary history table full"
                   STOP RUN
               END-IF
               ADD 1 TO WS-HIST-COUNT
               MOVE SH-EMP-NO TO WS-HIST-EMP-NO(WS-HIST-COUNT)
               MOVE SH-EFFECTIVE-DATE(7:2)
                   TO WS-HIST-DAY(WS-HIST-COUNT)
               MOVE SH-OLD-SALARY
                   TO WS-HIST-OLD-SALARY(WS-HIST-COUNT)
           END-IF
           READ SALARYHISTORY
               AT END MOVE 1 TO WS-HIST-EOF
           END-READ
           EXIT.

      *-------------------------------------------------------------
      *REVERSE-PRIOR-ACCRUAL paragraph opens the journal by backing
      *out last month's accrual from the carry file; a carry file
      *already holding this month means the month is booked
      *-------------------------------------------------------------
       REVERSE-PRIOR-ACCRUAL.
           OPEN INPUT ACCRUALCARRY
           READ ACCRUALCARRY
               AT END MOVE 1 TO WS-CARRY-EOF
           END-READ
           PERFORM REVERSE-ONE-CARRY UNTIL NO-MORE-CARRY
           CLOSE ACCRUALCARRY
           MOVE "REVERSAL OF PRIOR MONTH: " TO TL-LABEL
           MOVE WS-REVERSAL-COUNT TO TL-COUNT
           MOVE WS-REVERSAL-TOTAL TO TL-AMOUNT
           WRITE ACCRUALREPORTLINE FROM WS-TOTAL-LINE
           IF WS-STALE-COUNT > 0
               MOVE "OLDER CARRY LINES SKIPPED" TO TL-LABEL
               MOVE WS-STALE-COUNT TO TL-COUNT
               MOVE 0 TO TL-AMOUNT
               WRITE ACCRUALREPORTLINE FROM WS-TOTAL-LINE
           END-IF
           EXIT.

      *-------------------------------------------------------------
      *REVERSE-ONE-CARRY paragraph writes the reversal of one
      *carried entry of last month's accrual
      *-------------------------------------------------------------
       REVERSE-ONE-CARRY.
           EVALUATE TRUE
               WHEN AR-MONTH = WS-ACCRUAL-MONTH-N
                   DISPLAY "ACCRUAL FOR " WS-ACCRUAL-MONTH
                       " ALREADY BOOKED - RUN CANCELLED"
                   CLOSE ACCRUALCARRY ACCRUALJOURNAL ACCRUALREPORT
                   STOP RUN
               WHEN AR-MONTH = WS-PRIOR-MONTH
                   MOVE AR-JOURNAL TO WS-CARRY-JOURNAL
                   MOVE SPACES TO GLJOURNAL-REC
                   IF CJ-TYPE = "D"
                       MOVE "C" TO GJ-TYPE
                       ADD CJ-AMOUNT TO WS-REVERSAL-TOTAL
                   ELSE
                       MOVE "D" TO GJ-TYPE
                   END-IF
                   MOVE CJ-ACCOUNT TO GJ-ACCOUNT
                   MOVE CJ-AMOUNT TO GJ-AMOUNT
                   MOVE "RVSL" TO GJ-STORE
                   MOVE CJ-JOBCODE TO GJ-JOBCODE
                   WRITE GLJOURNAL-REC
                   ADD 1 TO WS-REVERSAL-COUNT
               WHEN OTHER
                   ADD 1 TO WS-STALE-COUNT
           END-EVALUATE
           READ ACCRUALCARRY
               AT END MOVE 1 TO WS-CARRY-EOF
           END-READ
           EXIT.

      *-------------------------------------------------------------
      *ACCRUE-EMPLOYEE paragraph works out the days of the month the
      *employee was employed, accrues the salary earned on each of
      *them, and adds it to the department's cost centre
      *-------------------------------------------------------------
       ACCRUE-EMPLOYEE.
           PERFORM SET-EMPLOYED-DAYS
           IF EMPLOYED-IN-MONTH
               PERFORM COLLECT-CHANGES
               MOVE 0 TO WS-SALARY-DAYS
               MOVE 1 TO WS-CHG-PTR
               PERFORM ACCRUE-ONE-DAY
                   VARYING WS-DAY FROM WS-START-DAY BY 1
                   UNTIL WS-DAY > WS-END-DAY
               COMPUTE WS-ACCRUAL ROUNDED =
                   WS-SALARY-DAYS / (12 * WS-DAYS-IN-MONTH)
               ADD 1 TO WS-EMPLOYEE-COUNT
               PERFORM POST-TO-COSTCENTRE
           END-IF
           READ EMPLOYEE-FILE NEXT RECORD
               AT END MOVE 1 TO WS-EOF
           END-READ
           EXIT.

      *-------------------------------------------------------------
      *SET-EMPLOYED-DAYS paragraph sets the first and last days of
      *the month the employee earns: an active employee from their
      *status date when it falls in the month, one on leave or
      *terminated up to the day before the leave or through the
      *termination date. A status dated after the month leaves the
      *whole month earned; one dated before it leaves the active
      *employee the whole month and the others none
      *-------------------------------------------------------------
       SET-EMPLOYED-DAYS.
           MOVE 1 TO WS-EMPLOYED
           MOVE 1 TO WS-START-DAY
           MOVE WS-DAYS-IN-MONTH TO WS-END-DAY
           IF EMPLOYEE-STATUS-DATE NOT NUMERIC
               MOVE 0 TO EMPLOYEE-STATUS-DATE
           END-IF
           EVALUATE TRUE
               WHEN EMPLOYEE-STATUS-DATE > WS-MONTH-END
                   IF EMPLOYEE-ACTIVE
                       MOVE 0 TO WS-EMPLOYED
                   END-IF
               WHEN EMPLOYEE-STATUS-DATE < WS-MONTH-START
                   IF NOT EMPLOYEE-ACTIVE
                       MOVE 0 TO WS-EMPLOYED
                   END-IF
               WHEN EMPLOYEE-ACTIVE
                   MOVE EMPLOYEE-STATUS-DATE(7:2) TO WS-START-DAY
               WHEN EMPLOYEE-ON-LEAVE
                   MOVE EMPLOYEE-STATUS-DATE(7:2) TO WS-END-DAY
                   SUBTRACT 1 FROM WS-END-DAY
               WHEN EMPLOYEE-TERMINATED
                   MOVE EMPLOYEE-STATUS-DATE(7:2) TO WS-END-DAY
           END-EVALUATE
           IF WS-END-DAY < WS-START-DAY
               MOVE 0 TO WS-EMPLOYED
           END-IF
           EXIT.

      *-------------------------------------------------------------
      *COLLECT-CHANGES paragraph gathers the employee's salary
      *movements in the month and closes the list with day 99
      *-------------------------------------------------------------
       COLLECT-CHANGES.
           MOVE 0 TO WS-CHG-COUNT
           IF WS-HIST-COUNT > 0
               PERFORM COLLECT-ONE-CHANGE
                   VARYING HIST-IX FROM 1 BY 1
                   UNTIL HIST-IX > WS-HIST-COUNT
           END-IF
           MOVE 99 TO WS-CHG-DAY(WS-CHG-COUNT + 1)
           EXIT.

      *-------------------------------------------------------------
      *COLLECT-ONE-CHANGE paragraph takes one movement in the month
      *when it is the current employee's
      *-------------------------------------------------------------
       COLLECT-ONE-CHANGE.
           IF WS-HIST-EMP-NO(HIST-IX) = EMPLOYEE-NO
               AND WS-CHG-COUNT < 31
               ADD 1 TO WS-CHG-COUNT
               MOVE WS-HIST-DAY(HIST-IX) TO WS-CHG-DAY(WS-CHG-COUNT)
               MOVE WS-HIST-OLD-SALARY(HIST-IX)
                   TO WS-CHG-OLD-SALARY(WS-CHG-COUNT)
           END-IF
           EXIT.

      *-------------------------------------------------------------
      *ACCRUE-ONE-DAY paragraph adds one day's salary: the salary a
      *later movement in the month replaced, or the salary now on
      *file when no movement is still to come
      *-------------------------------------------------------------
       ACCRUE-ONE-DAY.
           PERFORM NEXT-CHANGE
               UNTIL WS-CHG-DAY(WS-CHG-PTR) > WS-DAY
           IF WS-CHG-PTR > WS-CHG-COUNT
               MOVE EMPLOYEE-SALARY TO WS-DAY-SALARY
           ELSE
               MOVE WS-CHG-OLD-SALARY(WS-CHG-PTR) TO WS-DAY-SALARY
           END-IF
           ADD WS-DAY-SALARY TO WS-SALARY-DAYS
           EXIT.

      *-------------------------------------------------------------
      *NEXT-CHANGE paragraph steps past a movement already in
      *effect on the day being accrued
      *-------------------------------------------------------------
       NEXT-CHANGE.
           ADD 1 TO WS-CHG-PTR
           EXIT.

      *-------------------------------------------------------------
      *POST-TO-COSTCENTRE paragraph adds the accrual to the cost
      *centre of the employee's department, lists a pro-rated
      *employee, and holds out anyone whose department is not on
      *the master
      *-------------------------------------------------------------
       POST-TO-COSTCENTRE.
           MOVE 0 TO WS-CC-FOUND
           SET DEPT-IX TO 1
           SEARCH WS-DEPT
               AT END CONTINUE
               WHEN WS-DEPT-CODE(DEPT-IX) = EMPLOYEE-DEPT
                   MOVE WS-DEPT-COSTCENTRE(DEPT-IX) TO WS-COSTCENTRE
                   MOVE 1 TO WS-CC-FOUND
           END-SEARCH
           MOVE SPACES TO PL-NOTE
           IF COSTCENTRE-FOUND
               PERFORM FIND-OR-ADD-COSTCENTRE
               ADD 1 TO WS-CC-HEADS(CC-IX)
               ADD WS-ACCRUAL TO WS-CC-AMOUNT(CC-IX)
           ELSE
               ADD 1 TO WS-UNPOSTED-COUNT
               ADD WS-ACCRUAL TO WS-UNPOSTED-AMOUNT
               MOVE "NOT POSTED" TO PL-NOTE
           END-IF
           IF WS-START-DAY > 1 OR WS-END-DAY < WS-DAYS-IN-MONTH
               OR WS-CHG-COUNT > 0 OR NOT COSTCENTRE-FOUND
               IF WS-START-DAY > 1 OR WS-END-DAY < WS-DAYS-IN-MONTH
                   OR WS-CHG-COUNT > 0
                   ADD 1 TO WS-PRORATED-COUNT
               END-IF
               MOVE EMPLOYEE-NO TO PL-EMP-NO
               MOVE EMPLOYEE-SURNAME TO PL-SURNAME
               MOVE EMPLOYEE-DEPT TO PL-DEPT
               MOVE WS-START-DAY TO PL-START
               MOVE WS-END-DAY TO PL-END
               MOVE WS-CHG-COUNT TO PL-CHANGES
               MOVE WS-ACCRUAL TO PL-ACCRUAL
               WRITE ACCRUALREPORTLINE FROM WS-PRORATE-LINE
           END-IF
           EXIT.

      *-------------------------------------------------------------
      *FIND-OR-ADD-COSTCENTRE paragraph points CC-IX at the cost
      *centre's total, starting one when it is new
      *-------------------------------------------------------------
       FIND-OR-ADD-COSTCENTRE.
           SET CC-IX TO 1
           SEARCH WS-CC
               AT END
                   IF WS-CC-COUNT >= 50
                       DISPLAY "ERROR: Cost centre table full"
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-CC-COUNT
                   SET CC-IX TO WS-CC-COUNT
                   MOVE WS-COSTCENTRE TO WS-CC-CODE(CC-IX)
                   MOVE 0 TO WS-CC-HEADS(CC-IX)
                   MOVE 0 TO WS-CC-AMOUNT(CC-IX)
               WHEN WS-CC-CODE(CC-IX) = WS-COSTCENTRE
                   CONTINUE
           END-SEARCH
           EXIT.

      *-------------------------------------------------------------
      *WRITE-ACCRUAL-ENTRIES paragraph writes one debit per cost
      *centre and the balancing credit to accrued liabilities, to
      *the journal and to the carry file next month reverses
      *-------------------------------------------------------------
       WRITE-ACCRUAL-ENTRIES.
           OPEN OUTPUT ACCRUALCARRY
           MOVE SPACES TO ACCRUALREPORTLINE
           WRITE ACCRUALREPORTLINE
           WRITE ACCRUALREPORTLINE FROM WS-CC-HEADING
           PERFORM WRITE-ONE-COSTCENTRE
               VARYING CC-IX FROM 1 BY 1
               UNTIL CC-IX > WS-CC-COUNT
           IF WS-DEBIT-TOTAL > 0
               MOVE SPACES TO GLJOURNAL-REC
               MOVE "C" TO GJ-TYPE
               MOVE WS-LIABILITY-ACCOUNT TO GJ-ACCOUNT
               MOVE WS-DEBIT-TOTAL TO GJ-AMOUNT
               MOVE "****" TO GJ-STORE
               MOVE "*" TO GJ-JOBCODE
               PERFORM WRITE-JOURNAL-AND-CARRY
           END-IF
           CLOSE ACCRUALCARRY
           EXIT.

      *-------------------------------------------------------------
      *WRITE-ONE-COSTCENTRE paragraph reports one cost centre and
      *writes its debit
      *-------------------------------------------------------------
       WRITE-ONE-COSTCENTRE.
           MOVE WS-CC-CODE(CC-IX) TO CL-COSTCENTRE
           MOVE WS-CC-HEADS(CC-IX) TO CL-HEADS
           MOVE WS-CC-AMOUNT(CC-IX) TO CL-AMOUNT
           WRITE ACCRUALREPORTLINE FROM WS-CC-LINE
           IF WS-CC-AMOUNT(CC-IX) > 0
               MOVE SPACES TO GLJOURNAL-REC
               MOVE "D" TO GJ-TYPE
               MOVE WS-CC-CODE(CC-IX) TO GJ-ACCOUNT
               MOVE WS-CC-AMOUNT(CC-IX) TO GJ-AMOUNT
               MOVE "ACCR" TO GJ-STORE
               MOVE "S" TO GJ-JOBCODE
               PERFORM WRITE-JOURNAL-AND-CARRY
               ADD WS-CC-AMOUNT(CC-IX) TO WS-DEBIT-TOTAL
           END-IF
           EXIT.

      *-------------------------------------------------------------
      *WRITE-JOURNAL-AND-CARRY paragraph writes one journal entry
      *and keeps it on the carry file for next month's reversal
      *-------------------------------------------------------------
       WRITE-JOURNAL-AND-CARRY.
           WRITE GLJOURNAL-REC
           MOVE SPACES TO ACCRUALCARRY-REC
           MOVE WS-ACCRUAL-MONTH-N TO AR-MONTH
           MOVE GLJOURNAL-REC TO AR-JOURNAL
           WRITE ACCRUALCARRY-REC
           EXIT.

      *-------------------------------------------------------------
      *WRITE-CONTROL-TOTALS paragraph closes the control report
      *-------------------------------------------------------------
       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO ACCRUALREPORTLINE
           WRITE ACCRUALREPORTLINE
           MOVE "EMPLOYEES ACCRUED       " TO TL-LABEL
           MOVE WS-EMPLOYEE-COUNT TO TL-COUNT
           MOVE WS-DEBIT-TOTAL TO TL-AMOUNT
           WRITE ACCRUALREPORTLINE FROM WS-TOTAL-LINE
           MOVE "PRO-RATED              " TO TL-LABEL
           MOVE WS-PRORATED-COUNT TO TL-COUNT
           MOVE 0 TO TL-AMOUNT
           WRITE ACCRUALREPORTLINE FROM WS-TOTAL-LINE
           MOVE "NOT POSTED - NO DEPT   " TO TL-LABEL
           MOVE WS-UNPOSTED-COUNT TO TL-COUNT
           MOVE WS-UNPOSTED-AMOUNT TO TL-AMOUNT
           WRITE ACCRUALREPORTLINE FROM WS-TOTAL-LINE
           MOVE "DEBITS = CREDIT        " TO TL-LABEL
           MOVE WS-CC-COUNT TO TL-COUNT
           MOVE WS-DEBIT-TOTAL TO TL-AMOUNT
           WRITE ACCRUALREPORTLINE FROM WS-TOTAL-LINE
           EXIT.


      *-------------------------------------------------------------
      *Resolve every file path: the DD_ environment variable wins
      *when it is set, otherwise the built-in default stands, and
      *the resolved paths are echoed into the run output
      *-------------------------------------------------------------
       CONFIGURE-FILE-PATHS.
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_EMPLOYEEFILE"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO EMPLOYEE-FILE-PATH
           END-IF
           DISPLAY "EMPLOYEE-FILE: " EMPLOYEE-FILE-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_DEPTMASTER"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO DEPTMASTER-PATH
           END-IF
           DISPLAY "DEPTMASTER: " DEPTMASTER-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_SALARYHISTORY"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO SALARYHISTORY-PATH
           END-IF
           DISPLAY "SALARYHISTORY: " SALARYHISTORY-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_ACCRUALCONTROL"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO ACCRUALCONTROL-PATH
           END-IF
           DISPLAY "ACCRUALCONTROL: " ACCRUALCONTROL-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_ACCRUALCARRY"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO ACCRUALCARRY-PATH
           END-IF
           DISPLAY "ACCRUALCARRY: " ACCRUALCARRY-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_ACCRUALJOURNAL"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO ACCRUALJOURNAL-PATH
           END-IF
           DISPLAY "ACCRUALJOURNAL: " ACCRUALJOURNAL-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_ACCRUALREPORT"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO ACCRUALREPORT-PATH
           END-IF
           DISPLAY "ACCRUALREPORT: " ACCRUALREPORT-PATH
           EXIT.
       END PROGRAM ACCRUALJOURNAL.
