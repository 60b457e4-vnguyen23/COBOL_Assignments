      *SALARYPROGRESSION turns the structured SalaryHistory.DAT the
      *maintenance run appends into the pay-progression analysis HR
      *needs for the annual pay-equity review: each employee's
      *salary timeline (every applied "C", "M" and rehire "H"
      *movement with its effective date) with the percentage growth
      *from their first recorded salary to their latest, and a
      *department roll-up of the average increase, with the
      *department read from EMPLOYEE29.DAT. Terminated employees
      *are left out unless the optional ReportScope.DAT control
      *starts "ALL".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN USING
           PROGRESSIONREPORT-PATH
                       ORGANIZATION IS LINE SEQUENTIAL.
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
       FD  REPORTSCOPE.
       01  REPORTSCOPE-REC      PIC X(3).
       FD  PROGRESSIONREPORT.
       01  PROGRESSIONREPORTLINE PIC X(80).

           VALUE "\COBOLClass_Eclipse\DataFiles\EMPLOYEE29.DAT".
       01  PROGRESSIONREPORT-PATH  PIC X(80)
           VALUE "\COBOLClass_Eclipse\DataFiles\SalaryProgression.rpt".
       01  REPORTSCOPE-PATH  PIC X(80)
           VALUE "\COBOLClass_Eclipse\DataFiles\ReportScope.DAT".
       01  PATH-OVERRIDE  PIC X(80).
       01  WS-FILE-STATUS       PIC XX.
       01  WS-EOF               PIC 9 VALUE 0.
           88  NO-MORE-HISTORY        VALUE 1.
       01  WS-EMP-FOUND         PIC 9 VALUE 0.
           88  EMP-FOUND              VALUE 1.
       01  WS-REPORT-SCOPE      PIC X VALUE "C".
           88  INCLUDE-TERMINATED     VALUE "A".
       01  WS-TERM-SKIP-COUNT   PIC 9(4) VALUE 0.

      *Every history record, in the append (chronological) order
       01  WS-HIST-COUNT        PIC 9(4) VALUE 0.
       PROCEDURE DIVISION.
       PROG.
           PERFORM CONFIGURE-FILE-PATHS
           PERFORM LOAD-REPORT-SCOPE
           PERFORM LOAD-HISTORY
           IF WS-HIST-COUNT = 0
               DISPLAY "NO SALARY HISTORY ON FILE"
           END-PERFORM
           PERFORM WRITE-DEPT-ROLLUP
           CLOSE EMPLOYEE-FILE PROGRESSIONREPORT
           SUBTRACT WS-TERM-SKIP-COUNT FROM WS-EMP-COUNT
           DISPLAY "EMPLOYEES REPORTED: " WS-EMP-COUNT
           DISPLAY "TERMINATED LEFT OUT: " WS-TERM-SKIP-COUNT
           STOP RUN.

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
      *LOAD-HISTORY paragraph loads the history and the distinct
      *employee list
      *-------------------------------------------------------------
      *REPORT-ONE-EMPLOYEE paragraph prints one employee's timeline
      *and overall growth, and rolls the growth into the
      *department's average; a terminated employee is only counted
      *unless included
      *-------------------------------------------------------------
       REPORT-ONE-EMPLOYEE.
           PERFORM LOOK-UP-DEPARTMENT
           IF EMP-FOUND AND EMPLOYEE-TERMINATED
               AND NOT INCLUDE-TERMINATED
               ADD 1 TO WS-TERM-SKIP-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PROGRESSIONREPORTLINE
           WRITE PROGRESSIONREPORTLINE
           MOVE WS-EMP(WS-EMP-SUB) TO EH-EMP-NO
               MOVE PATH-OVERRIDE TO PROGRESSIONREPORT-PATH
           END-IF
           DISPLAY "PROGRESSIONREPORT: " PROGRESSIONREPORT-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_REPORTSCOPE"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO REPORTSCOPE-PATH
           END-IF
           DISPLAY "REPORTSCOPE: " REPORTSCOPE-PATH
           EXIT.
       END PROGRAM SALARYPROGRESSION.
