      *salary per EMPLOYEE-DEPT, with a company total line and a
      *count of records carrying a blank department. Each detail
      *line also carries the proper department name and cost centre
      *resolved through DepartmentMaster.DAT. Terminated employees
      *are left out unless the optional ReportScope.DAT control
      *starts "ALL", and the count left out is shown at the end.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                       ACCESS IS SEQUENTIAL
                       RECORD KEY DM-CODE
                       FILE STATUS IS WS-DEPTM-STATUS.
      *REPORTSCOPE optionally widens the report: a record starting
      *"ALL" brings terminated employees back in
           SELECT OPTIONAL REPORTSCOPE
               ASSIGN USING REPORTSCOPE-PATH
                       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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
       FD  SUMMARYREPORT.
       01  SUMMARYREPORTLINE    PIC X(120).
       FD  DEPTMASTER.
           03  DM-NAME          PIC X(20).
           03  DM-COSTCENTRE    PIC 9(6).
           03  DM-MANAGER       PIC X(20).
           03  DM-AUTH-POSITIONS PIC 9(4).
           03  DM-SALARY-BUDGET PIC 9(9)V99.
       FD  REPORTSCOPE.
       01  REPORTSCOPE-REC      PIC X(3).

       WORKING-STORAGE SECTION.

           VALUE "\COBOLClass_Eclipse\DataFiles\DeptSummary.rpt".
       01  DEPTMASTER-PATH  PIC X(80)
           VALUE "\COBOLClass_Eclipse\DataFiles\DepartmentMaster.DAT".
       01  REPORTSCOPE-PATH  PIC X(80)
           VALUE "\COBOLClass_Eclipse\DataFiles\ReportScope.DAT".
       01  PATH-OVERRIDE  PIC X(80).
       01  WS-DEPTM-STATUS      PIC XX.
       01  WS-DEPTM-EOF         PIC 9 VALUE 0.
               05  WS-DEPT-HIGH     PIC 9(6)V99.
               05  WS-DEPT-LOW      PIC 9(6)V99.

       01  WS-REPORT-SCOPE      PIC X VALUE "C".
           88  INCLUDE-TERMINATED     VALUE "A".
       01  WS-TERM-SKIP-COUNT   PIC 9(5) VALUE 0.
       01  WS-BLANK-DEPT-COUNT  PIC 9(5) VALUE 0.
       01  WS-COMPANY-HEADCOUNT PIC 9(6) VALUE 0.
       01  WS-COMPANY-TOTAL     PIC 9(10)V99 VALUE 0.
           03  FILLER           PIC X(26) VALUE
               "RECORDS WITH BLANK DEPT : ".
           03  BL-COUNT         PIC ZZZZ9.
       01  WS-TERM-LINE.
           03  FILLER           PIC X(26) VALUE
               "TERMINATED LEFT OUT     : ".
           03  TL-COUNT         PIC ZZZZ9.

       PROCEDURE DIVISION.
       PROG.
           PERFORM CONFIGURE-FILE-PATHS
           PERFORM LOAD-DEPT-MASTER
           PERFORM LOAD-REPORT-SCOPE
           OPEN INPUT EMPLOYEE-FILE
           OPEN OUTPUT SUMMARYREPORT
           WRITE SUMMARYREPORTLINE FROM WS-REPORT-HEADING
           END-IF
           EXIT.

      *-------------------------------------------------------------
      *LOAD-REPORT-SCOPE paragraph reads the optional scope control:
      *a record starting "ALL" includes terminated employees
      *-------------------------------------------------------------
       LOAD-REPORT-SCOPE.
           OPEN INPUT REPORTSCOPE
           READ REPORTSCOPE
             AT END CONTINUE
             NOT AT END
               IF REPORTSCOPE-REC = "ALL"
                   MOVE "A" TO WS-REPORT-SCOPE
                   DISPLAY "TERMINATED EMPLOYEES INCLUDED"
               END-IF
           END-READ
           CLOSE REPORTSCOPE
           EXIT.

      *-------------------------------------------------------------
      *LOAD-ONE-DEPTM paragraph stores one master entry
      *-------------------------------------------------------------

      *-------------------------------------------------------------
      *TALLY-EMPLOYEE paragraph rolls one employee into their
      *department's entry (blank departments are only counted);
      *terminated employees are only counted unless included
      *-------------------------------------------------------------
       TALLY-EMPLOYEE.
           IF EMPLOYEE-TERMINATED AND NOT INCLUDE-TERMINATED
               ADD 1 TO WS-TERM-SKIP-COUNT
               READ EMPLOYEE-FILE NEXT RECORD
                   AT END MOVE 1 TO WS-EOF
               END-READ
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-COMPANY-HEADCOUNT
           ADD EMPLOYEE-SALARY TO WS-COMPANY-TOTAL
           IF EMPLOYEE-DEPT = SPACES

      *-------------------------------------------------------------
      *WRITE-SUMMARY paragraph writes one line per department, the
      *company total, the blank-department count and the count of
      *terminated employees left out
      *-------------------------------------------------------------
       WRITE-SUMMARY.
           PERFORM VARYING DEPT-IX FROM 1 BY 1
           WRITE SUMMARYREPORTLINE FROM WS-COMPANY-LINE
           MOVE WS-BLANK-DEPT-COUNT TO BL-COUNT
           WRITE SUMMARYREPORTLINE FROM WS-BLANK-LINE
           MOVE WS-TERM-SKIP-COUNT TO TL-COUNT
           WRITE SUMMARYREPORTLINE FROM WS-TERM-LINE
           EXIT.


               MOVE PATH-OVERRIDE TO DEPTMASTER-PATH
           END-IF
           DISPLAY "DEPTMASTER: " DEPTMASTER-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_REPORTSCOPE"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO REPORTSCOPE-PATH
           END-IF
           DISPLAY "REPORTSCOPE: " REPORTSCOPE-PATH
           EXIT.
       END PROGRAM DEPTSUMMARY.
