       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSITIONREPORT.

      *POSITIONREPORT is the vacancy and budget-utilization report
      *for position control: for each department on
      *DepartmentMaster.DAT it shows the authorized positions, the
      *positions filled (every employee on EMPLOYEE29.DAT not
      *terminated - staff on leave still hold their position), the
      *vacancies, the annual salary committed to the filled
      *positions against the department's salary budget, and the
      *percentage of the budget used. Departments over either limit
      *are flagged; a zero limit means none has been set. Employees
      *in a department missing from the master are reported on a
      *line of their own, with a company total line at the end.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE
               ASSIGN USING EMPLOYEE-FILE-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS IS SEQUENTIAL
                       RECORD KEY EMPLOYEE-NO.
           SELECT DEPTMASTER
               ASSIGN USING DEPTMASTER-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS IS SEQUENTIAL
                       RECORD KEY DM-CODE
                       FILE STATUS IS WS-DEPTM-STATUS.
           SELECT POSITIONREPORT
               ASSIGN USING
           POSITIONREPORT-PATH
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
       FD  POSITIONREPORT.
       01  POSITIONREPORTLINE   PIC X(120).

       WORKING-STORAGE SECTION.

      *File assignments resolved at start-up: each path may be
      *overridden through its DD_ environment variable, with the
      *original location as the default, so test and production
      *are a configuration difference instead of a source edit
       01  EMPLOYEE-FILE-PATH  PIC X(80)
           VALUE "\COBOLClass_Eclipse\DataFiles\EMPLOYEE29.DAT".
       01  DEPTMASTER-PATH  PIC X(80)
           VALUE "\COBOLClass_Eclipse\DataFiles\DepartmentMaster.DAT".
       01  POSITIONREPORT-PATH  PIC X(80)
           VALUE "\COBOLClass_Eclipse\DataFiles\PositionReport.rpt".
       01  PATH-OVERRIDE  PIC X(80).
       01  WS-DEPTM-STATUS      PIC XX.
       01  WS-DEPTM-EOF         PIC 9 VALUE 0.
           88  NO-MORE-DEPTM          VALUE 1.
       01  WS-EOF               PIC 9 VALUE 0.
           88  NO-MORE-EMPLOYEES      VALUE 1.

      *One entry per department on the master, with the employees
      *not terminated counted against it; employees whose
      *department is not on the master fall into the unmatched
      *counts
       01  WS-DEPT-COUNT        PIC 99 VALUE 0.
       01  WS-DEPT-TABLE.
           03  WS-DEPT          OCCURS 0 TO 50 TIMES
                                 DEPENDING ON WS-DEPT-COUNT
                                 INDEXED BY DEPT-IX.
               05  WS-DEPT-CODE     PIC X(10).
               05  WS-DEPT-NAME     PIC X(20).
               05  WS-DEPT-AUTH     PIC 9(4).
               05  WS-DEPT-BUDGET   PIC 9(9)V99.
               05  WS-DEPT-FILLED   PIC 9(5).
               05  WS-DEPT-COMMITTED PIC 9(9)V99.
       01  WS-UNMATCHED-FILLED  PIC 9(5) VALUE 0.
       01  WS-UNMATCHED-COMMITTED PIC 9(9)V99 VALUE 0.

       01  WS-COMPANY-AUTH      PIC 9(6) VALUE 0.
       01  WS-COMPANY-FILLED    PIC 9(6) VALUE 0.
       01  WS-COMPANY-COMMITTED PIC 9(10)V99 VALUE 0.
       01  WS-COMPANY-BUDGET    PIC 9(10)V99 VALUE 0.

      *Work fields for the line being formatted
       01  WS-LINE-AUTH         PIC 9(6).
       01  WS-LINE-FILLED       PIC 9(6).
       01  WS-LINE-COMMITTED    PIC 9(10)V99.
       01  WS-LINE-BUDGET       PIC 9(10)V99.
       01  WS-VACANT            PIC S9(6).
       01  WS-UTIL-PCT          PIC 9(4)V9.

       01  WS-REPORT-HEADING    PIC X(40) VALUE
           "POSITION CONTROL - VACANCY AND BUDGET".
       01  WS-COLUMN-LINE.
           03  FILLER  PIC X(12) VALUE "DEPARTMENT".
           03  FILLER  PIC X(22) VALUE "NAME".
           03  FILLER  PIC X(6)  VALUE "  AUTH".
           03  FILLER  PIC X(7)  VALUE " FILLED".
           03  FILLER  PIC X(8)  VALUE "  VACANT".
           03  FILLER  PIC X(16) VALUE "       COMMITTED".
           03  FILLER  PIC X(16) VALUE "          BUDGET".
           03  FILLER  PIC X(9)  VALUE "    USED".
       01  WS-DETAIL-LINE.
           03  DL-DEPT          PIC X(10).
           03  FILLER           PIC X(2) VALUE SPACES.
           03  DL-NAME          PIC X(20).
           03  FILLER           PIC X(2) VALUE SPACES.
           03  DL-AUTH          PIC ZZZZZ9.
           03  FILLER           PIC X(1) VALUE SPACES.
           03  DL-FILLED        PIC ZZZZZ9.
           03  FILLER           PIC X(1) VALUE SPACES.
           03  DL-VACANT        PIC -ZZZZZ9.
           03  FILLER           PIC X(1) VALUE SPACES.
           03  DL-COMMITTED     PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER           PIC X(2) VALUE SPACES.
           03  DL-BUDGET        PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER           PIC X(2) VALUE SPACES.
           03  DL-UTIL          PIC ZZZ9.9.
           03  DL-PCT-SIGN      PIC X.
           03  FILLER           PIC X(2) VALUE SPACES.
           03  DL-FLAG          PIC X(16).

       PROCEDURE DIVISION.
       PROG.
           PERFORM CONFIGURE-FILE-PATHS
           PERFORM LOAD-DEPT-MASTER
           OPEN INPUT EMPLOYEE-FILE
           OPEN OUTPUT POSITIONREPORT
           WRITE POSITIONREPORTLINE FROM WS-REPORT-HEADING
           WRITE POSITIONREPORTLINE FROM WS-COLUMN-LINE
           READ EMPLOYEE-FILE NEXT RECORD
               AT END MOVE 1 TO WS-EOF
           END-READ
           PERFORM TALLY-EMPLOYEE UNTIL NO-MORE-EMPLOYEES
           PERFORM WRITE-ONE-DEPT
               VARYING DEPT-IX FROM 1 BY 1
               UNTIL DEPT-IX > WS-DEPT-COUNT
           PERFORM WRITE-TOTALS
           CLOSE EMPLOYEE-FILE POSITIONREPORT
           STOP RUN.

      *-------------------------------------------------------------
      *LOAD-DEPT-MASTER paragraph loads every department with its
      *position control; without a master there is nothing to
      *report against
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
      *LOAD-ONE-DEPTM paragraph stores one department; limits on
      *records written before position control read as zero
      *-------------------------------------------------------------
       LOAD-ONE-DEPTM.
           IF WS-DEPT-COUNT >= 50
               DISPLAY "ERROR: Department master table full"
               STOP RUN
           END-IF
           ADD 1 TO WS-DEPT-COUNT
           SET DEPT-IX TO WS-DEPT-COUNT
           MOVE DM-CODE TO WS-DEPT-CODE(DEPT-IX)
           MOVE DM-NAME TO WS-DEPT-NAME(DEPT-IX)
           IF DM-AUTH-POSITIONS IS NUMERIC
               MOVE DM-AUTH-POSITIONS TO WS-DEPT-AUTH(DEPT-IX)
           ELSE
               MOVE 0 TO WS-DEPT-AUTH(DEPT-IX)
           END-IF
           IF DM-SALARY-BUDGET IS NUMERIC
               MOVE DM-SALARY-BUDGET TO WS-DEPT-BUDGET(DEPT-IX)
           ELSE
               MOVE 0 TO WS-DEPT-BUDGET(DEPT-IX)
           END-IF
           MOVE 0 TO WS-DEPT-FILLED(DEPT-IX)
           MOVE 0 TO WS-DEPT-COMMITTED(DEPT-IX)
           READ DEPTMASTER NEXT RECORD
               AT END MOVE 1 TO WS-DEPTM-EOF
           END-READ
           EXIT.

      *-------------------------------------------------------------
      *TALLY-EMPLOYEE paragraph counts one employee not terminated
      *against their department's filled positions and committed
      *salary
      *-------------------------------------------------------------
       TALLY-EMPLOYEE.
           IF NOT EMPLOYEE-TERMINATED
               SET DEPT-IX TO 1
               SEARCH WS-DEPT
                   AT END
                       ADD 1 TO WS-UNMATCHED-FILLED
                       ADD EMPLOYEE-SALARY TO WS-UNMATCHED-COMMITTED
                   WHEN WS-DEPT-CODE(DEPT-IX) = EMPLOYEE-DEPT
                       ADD 1 TO WS-DEPT-FILLED(DEPT-IX)
                       ADD EMPLOYEE-SALARY TO
                           WS-DEPT-COMMITTED(DEPT-IX)
               END-SEARCH
           END-IF
           READ EMPLOYEE-FILE NEXT RECORD
               AT END MOVE 1 TO WS-EOF
           END-READ
           EXIT.

      *-------------------------------------------------------------
      *WRITE-ONE-DEPT paragraph writes one department's line and
      *rolls it into the company totals
      *-------------------------------------------------------------
       WRITE-ONE-DEPT.
           MOVE WS-DEPT-CODE(DEPT-IX) TO DL-DEPT
           MOVE WS-DEPT-NAME(DEPT-IX) TO DL-NAME
           MOVE WS-DEPT-AUTH(DEPT-IX) TO WS-LINE-AUTH
           MOVE WS-DEPT-FILLED(DEPT-IX) TO WS-LINE-FILLED
           MOVE WS-DEPT-COMMITTED(DEPT-IX) TO WS-LINE-COMMITTED
           MOVE WS-DEPT-BUDGET(DEPT-IX) TO WS-LINE-BUDGET
           PERFORM FORMAT-POSITION-LINE
           WRITE POSITIONREPORTLINE FROM WS-DETAIL-LINE
           ADD WS-LINE-AUTH TO WS-COMPANY-AUTH
           ADD WS-LINE-FILLED TO WS-COMPANY-FILLED
           ADD WS-LINE-COMMITTED TO WS-COMPANY-COMMITTED
           ADD WS-LINE-BUDGET TO WS-COMPANY-BUDGET
           EXIT.

      *-------------------------------------------------------------
      *FORMAT-POSITION-LINE paragraph fills the figures, vacancy,
      *budget used and over-limit flag from the line work fields; a
      *limit of zero shows no vacancy or percentage
      *-------------------------------------------------------------
       FORMAT-POSITION-LINE.
           MOVE WS-LINE-AUTH TO DL-AUTH
           MOVE WS-LINE-FILLED TO DL-FILLED
           MOVE WS-LINE-COMMITTED TO DL-COMMITTED
           MOVE WS-LINE-BUDGET TO DL-BUDGET
           MOVE SPACES TO DL-FLAG
           IF WS-LINE-AUTH > 0
               COMPUTE WS-VACANT = WS-LINE-AUTH - WS-LINE-FILLED
               MOVE WS-VACANT TO DL-VACANT
               IF WS-VACANT < 0
                   MOVE "OVER POSITIONS" TO DL-FLAG
               END-IF
           ELSE
               MOVE 0 TO DL-VACANT
           END-IF
           IF WS-LINE-BUDGET > 0
               COMPUTE WS-UTIL-PCT ROUNDED =
                   WS-LINE-COMMITTED * 100 / WS-LINE-BUDGET
               MOVE WS-UTIL-PCT TO DL-UTIL
               MOVE "%" TO DL-PCT-SIGN
               IF WS-LINE-COMMITTED > WS-LINE-BUDGET
                   IF DL-FLAG = SPACES
                       MOVE "OVER BUDGET" TO DL-FLAG
                   ELSE
                       MOVE "OVER BOTH" TO DL-FLAG
                   END-IF
               END-IF
           ELSE
               MOVE 0 TO DL-UTIL
               MOVE SPACE TO DL-PCT-SIGN
           END-IF
           EXIT.

      *-------------------------------------------------------------
      *WRITE-TOTALS paragraph writes the line for employees in no
      *master department, when there are any, and the company total
      *-------------------------------------------------------------
       WRITE-TOTALS.
           MOVE SPACES TO POSITIONREPORTLINE
           WRITE POSITIONREPORTLINE
           IF WS-UNMATCHED-FILLED > 0
               MOVE SPACES TO DL-DEPT
               MOVE "*NOT ON MASTER*" TO DL-NAME
               MOVE 0 TO WS-LINE-AUTH
               MOVE WS-UNMATCHED-FILLED TO WS-LINE-FILLED
               MOVE WS-UNMATCHED-COMMITTED TO WS-LINE-COMMITTED
               MOVE 0 TO WS-LINE-BUDGET
               PERFORM FORMAT-POSITION-LINE
               WRITE POSITIONREPORTLINE FROM WS-DETAIL-LINE
               ADD WS-UNMATCHED-FILLED TO WS-COMPANY-FILLED
               ADD WS-UNMATCHED-COMMITTED TO WS-COMPANY-COMMITTED
           END-IF
           MOVE "COMPANY" TO DL-DEPT
           MOVE SPACES TO DL-NAME
           MOVE WS-COMPANY-AUTH TO WS-LINE-AUTH
           MOVE WS-COMPANY-FILLED TO WS-LINE-FILLED
           MOVE WS-COMPANY-COMMITTED TO WS-LINE-COMMITTED
           MOVE WS-COMPANY-BUDGET TO WS-LINE-BUDGET
           PERFORM FORMAT-POSITION-LINE
           WRITE POSITIONREPORTLINE FROM WS-DETAIL-LINE
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
               "DD_POSITIONREPORT"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO POSITIONREPORT-PATH
           END-IF
           DISPLAY "POSITIONREPORT: " POSITIONREPORT-PATH
           EXIT.
       END PROGRAM POSITIONREPORT.
