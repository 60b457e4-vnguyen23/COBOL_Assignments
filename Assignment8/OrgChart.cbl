       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORGCHART.

      *ORGCHART draws the organization from the supervisor
      *EMPLOYEE-NO each employee on EMPLOYEE29.DAT carries, so the
      *chart is printed from the file instead of drawn by hand. It
      *writes three reports:
      *  OrgChart.rpt - the organization chart, walking down from
      *      every employee at the top (no supervisor) and indenting
      *      each level of reports under their supervisor;
      *  SpanOfControl.rpt - every supervisor with their direct
      *      reports, total reports at all levels below them, and
      *      the total annual salary of those reports;
      *  SupervisorExceptions.rpt - employees whose supervisor is
      *      terminated or not on file (charted at the top until HR
      *      corrects them), and any caught in a reporting loop.
      *Terminated employees are left off the chart; employees on
      *leave still appear, marked as such.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE
               ASSIGN USING EMPLOYEE-FILE-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS IS SEQUENTIAL
                       RECORD KEY EMPLOYEE-NO.
           SELECT ORGCHARTREPORT
               ASSIGN USING
           ORGCHARTREPORT-PATH
                       ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SPANREPORT
               ASSIGN USING
           SPANREPORT-PATH
                       ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUPEXCEPTIONS
               ASSIGN USING
           SUPEXCEPTIONS-PATH
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
       FD  ORGCHARTREPORT.
       01  ORGCHARTLINE         PIC X(120).
       FD  SPANREPORT.
       01  SPANREPORTLINE       PIC X(100).
       FD  SUPEXCEPTIONS.
       01  SUPEXCEPTIONSLINE    PIC X(100).

       WORKING-STORAGE SECTION.

      *File assignments resolved at start-up: each path may be
      *overridden through its DD_ environment variable, with the
      *original location as the default, so test and production
      *are a configuration difference instead of a source edit
       01  EMPLOYEE-FILE-PATH  PIC X(80)
           VALUE "\COBOLClass_Eclipse\DataFiles\EMPLOYEE29.DAT".
       01  ORGCHARTREPORT-PATH  PIC X(80)
           VALUE "\COBOLClass_Eclipse\DataFiles\OrgChart.rpt".
       01  SPANREPORT-PATH  PIC X(80)
           VALUE "\COBOLClass_Eclipse\DataFiles\SpanOfControl.rpt".
       01  SUPEXCEPTIONS-PATH  PIC X(80)
           VALUE "\COBOLClass_Eclipse\DataFiles\SupervisorExceptions.
      -    "rpt".
       01  PATH-OVERRIDE  PIC X(80).
       01  WS-EOF               PIC 9 VALUE 0.
           88  NO-MORE-EMPLOYEES      VALUE 1.

      *Every employee on file, in EMPLOYEE-NO order, with the table
      *position of their supervisor (zero at the top of the chart),
      *their report counts and whether the chart has reached them
       01  WS-EMP-COUNT         PIC 9(4) VALUE 0.
       01  WS-EMP-TABLE.
           03  WS-EMP           OCCURS 0 TO 5000 TIMES
                                 DEPENDING ON WS-EMP-COUNT
                                 ASCENDING KEY WS-EMP-NO
                                 INDEXED BY EMP-IX.
               05  WS-EMP-NO        PIC X(8).
               05  WS-EMP-INITS     PIC X(4).
               05  WS-EMP-SURNAME   PIC X(16).
               05  WS-EMP-DEPT      PIC X(10).
               05  WS-EMP-SALARY    PIC 9(6)V99.
               05  WS-EMP-STATUS    PIC X.
                   88  WS-EMP-ON-LEAVE    VALUE "L".
                   88  WS-EMP-TERMINATED  VALUE "T".
               05  WS-EMP-SUPERVISOR PIC X(8).
               05  WS-EMP-SUP-POS   PIC 9(4).
               05  WS-EMP-DIRECT    PIC 9(4).
               05  WS-EMP-TOTAL     PIC 9(4).
               05  WS-EMP-TOTAL-SAL PIC 9(9)V99.
               05  WS-EMP-CHARTED   PIC 9.
                   88  WS-EMP-IS-CHARTED  VALUE 1.
               05  WS-EMP-FLAG      PIC X.
                   88  WS-EMP-EXCEPTION   VALUE "X".

      *The chart is walked depth first from a stack of employees
      *still to print, each with its indent level; reports are
      *pushed last-first so they print in EMPLOYEE-NO order
       01  WS-STACK-COUNT       PIC 9(4) VALUE 0.
       01  WS-STACK-TABLE.
           03  WS-STACK         OCCURS 0 TO 5000 TIMES
                                 DEPENDING ON WS-STACK-COUNT.
               05  WS-STACK-POS     PIC 9(4).
               05  WS-STACK-LEVEL   PIC 9(4).

       01  WS-POS               PIC 9(4).
       01  WS-CHILD-POS         PIC 9(4).
       01  WS-SCAN-POS          PIC 9(4).
       01  WS-UP-POS            PIC 9(4).
       01  WS-LEVEL             PIC 9(4).
       01  WS-UP-LEVEL          PIC 9(4).
       01  WS-MAX-LEVEL         PIC 9(4) VALUE 50.
       01  WS-INDENT-POS        PIC 9(4).
       01  WS-SUP-FOUND         PIC 9 VALUE 0.
           88  SUPERVISOR-FOUND       VALUE 1.

       01  WS-CHARTED-COUNT     PIC 9(4) VALUE 0.
       01  WS-SUPERVISOR-COUNT  PIC 9(4) VALUE 0.
       01  WS-EXCEPTION-COUNT   PIC 9(4) VALUE 0.

       01  WS-CHART-HEADING     PIC X(40) VALUE
           "ORGANIZATION CHART".
       01  WS-CHART-ENTRY.
           03  CE-EMP-NO        PIC X(8).
           03  FILLER           PIC X VALUE SPACE.
           03  CE-INITS         PIC X(4).
           03  FILLER           PIC X VALUE SPACE.
           03  CE-SURNAME       PIC X(16).
           03  FILLER           PIC X VALUE SPACE.
           03  CE-DEPT          PIC X(10).
           03  FILLER           PIC X VALUE SPACE.
           03  CE-NOTE          PIC X(18).

       01  WS-SPAN-HEADING      PIC X(40) VALUE
           "SPAN OF CONTROL".
       01  WS-SPAN-COLUMN-LINE.
           03  FILLER  PIC X(10) VALUE "SUPERVSR".
           03  FILLER  PIC X(22) VALUE "NAME".
           03  FILLER  PIC X(12) VALUE "DEPARTMENT".
           03  FILLER  PIC X(8)  VALUE "  DIRECT".
           03  FILLER  PIC X(8)  VALUE "   TOTAL".
           03  FILLER  PIC X(18) VALUE "   REPORTS SALARY".
       01  WS-SPAN-LINE.
           03  SL-EMP-NO        PIC X(8).
           03  FILLER           PIC X(2) VALUE SPACES.
           03  SL-INITS         PIC X(4).
           03  FILLER           PIC X VALUE SPACE.
           03  SL-SURNAME       PIC X(16).
           03  FILLER           PIC X VALUE SPACE.
           03  SL-DEPT          PIC X(10).
           03  FILLER           PIC X(2) VALUE SPACES.
           03  SL-DIRECT        PIC ZZZZZZZ9.
           03  SL-TOTAL         PIC ZZZZZZZ9.
           03  FILLER           PIC X(3) VALUE SPACES.
           03  SL-TOTAL-SAL     PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-EXC-HEADING       PIC X(40) VALUE
           "SUPERVISOR EXCEPTIONS".
       01  WS-EXC-LINE.
           03  EL-EMP-NO        PIC X(8).
           03  FILLER           PIC X(2) VALUE SPACES.
           03  EL-INITS         PIC X(4).
           03  FILLER           PIC X VALUE SPACE.
           03  EL-SURNAME       PIC X(16).
           03  FILLER           PIC X VALUE SPACE.
           03  EL-DEPT          PIC X(10).
           03  FILLER           PIC X(2) VALUE SPACES.
           03  EL-SUPERVISOR    PIC X(8).
           03  FILLER           PIC X(2) VALUE SPACES.
           03  EL-REASON        PIC X(30).

       01  WS-COUNT-LINE.
           03  CL-LABEL         PIC X(20).
           03  CL-COUNT         PIC ZZZZZ9.

       PROCEDURE DIVISION.
       PROG.
           PERFORM CONFIGURE-FILE-PATHS
           OPEN INPUT EMPLOYEE-FILE
           READ EMPLOYEE-FILE NEXT RECORD
               AT END MOVE 1 TO WS-EOF
           END-READ
           PERFORM LOAD-ONE-EMPLOYEE UNTIL NO-MORE-EMPLOYEES
           CLOSE EMPLOYEE-FILE
           OPEN OUTPUT ORGCHARTREPORT SPANREPORT SUPEXCEPTIONS
           WRITE SUPEXCEPTIONSLINE FROM WS-EXC-HEADING
           PERFORM RESOLVE-SUPERVISOR
               VARYING WS-POS FROM 1 BY 1
               UNTIL WS-POS > WS-EMP-COUNT
           WRITE ORGCHARTLINE FROM WS-CHART-HEADING
           PERFORM CHART-FROM-TOP
               VARYING WS-POS FROM 1 BY 1
               UNTIL WS-POS > WS-EMP-COUNT
           PERFORM REPORT-UNCHARTED
               VARYING WS-POS FROM 1 BY 1
               UNTIL WS-POS > WS-EMP-COUNT
           PERFORM ROLL-UP-REPORTS
               VARYING WS-POS FROM 1 BY 1
               UNTIL WS-POS > WS-EMP-COUNT
           WRITE SPANREPORTLINE FROM WS-SPAN-HEADING
           WRITE SPANREPORTLINE FROM WS-SPAN-COLUMN-LINE
           PERFORM WRITE-ONE-SPAN
               VARYING WS-POS FROM 1 BY 1
               UNTIL WS-POS > WS-EMP-COUNT
           PERFORM WRITE-COUNTS
           CLOSE ORGCHARTREPORT SPANREPORT SUPEXCEPTIONS
           DISPLAY "EMPLOYEES CHARTED: " WS-CHARTED-COUNT
           DISPLAY "SUPERVISORS      : " WS-SUPERVISOR-COUNT
           DISPLAY "EXCEPTIONS       : " WS-EXCEPTION-COUNT
           STOP RUN.

      *-------------------------------------------------------------
      *LOAD-ONE-EMPLOYEE paragraph stores one employee; terminated
      *employees are kept so a terminated supervisor can be told
      *from a missing one
      *-------------------------------------------------------------
       LOAD-ONE-EMPLOYEE.
           IF WS-EMP-COUNT >= 5000
               DISPLAY "ERROR: Employee table full"
               STOP RUN
           END-IF
           ADD 1 TO WS-EMP-COUNT
           MOVE EMPLOYEE-NO TO WS-EMP-NO(WS-EMP-COUNT)
           MOVE EMPLOYEE-INITS TO WS-EMP-INITS(WS-EMP-COUNT)
           MOVE EMPLOYEE-SURNAME TO WS-EMP-SURNAME(WS-EMP-COUNT)
           MOVE EMPLOYEE-DEPT TO WS-EMP-DEPT(WS-EMP-COUNT)
           MOVE EMPLOYEE-SALARY TO WS-EMP-SALARY(WS-EMP-COUNT)
           MOVE EMPLOYEE-STATUS TO WS-EMP-STATUS(WS-EMP-COUNT)
           MOVE EMPLOYEE-SUPERVISOR
               TO WS-EMP-SUPERVISOR(WS-EMP-COUNT)
           MOVE 0 TO WS-EMP-SUP-POS(WS-EMP-COUNT)
           MOVE 0 TO WS-EMP-DIRECT(WS-EMP-COUNT)
           MOVE 0 TO WS-EMP-TOTAL(WS-EMP-COUNT)
           MOVE 0 TO WS-EMP-TOTAL-SAL(WS-EMP-COUNT)
           MOVE 0 TO WS-EMP-CHARTED(WS-EMP-COUNT)
           MOVE SPACE TO WS-EMP-FLAG(WS-EMP-COUNT)
           READ EMPLOYEE-FILE NEXT RECORD
               AT END MOVE 1 TO WS-EOF
           END-READ
           EXIT.

      *-------------------------------------------------------------
      *RESOLVE-SUPERVISOR paragraph finds one employee's supervisor
      *in the table and counts the direct report; a supervisor who
      *is terminated or not on file is an exception, and the
      *employee is charted at the top
      *-------------------------------------------------------------
       RESOLVE-SUPERVISOR.
           IF WS-EMP-TERMINATED(WS-POS)
               OR WS-EMP-SUPERVISOR(WS-POS) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SUP-FOUND
           SEARCH ALL WS-EMP
               AT END CONTINUE
               WHEN WS-EMP-NO(EMP-IX) = WS-EMP-SUPERVISOR(WS-POS)
                   MOVE 1 TO WS-SUP-FOUND
           END-SEARCH
           EVALUATE TRUE
               WHEN NOT SUPERVISOR-FOUND
                   MOVE "SUPERVISOR NOT ON FILE" TO EL-REASON
                   PERFORM WRITE-EXCEPTION
               WHEN WS-EMP-TERMINATED(EMP-IX)
                   MOVE "SUPERVISOR TERMINATED" TO EL-REASON
                   PERFORM WRITE-EXCEPTION
               WHEN OTHER
                   SET WS-EMP-SUP-POS(WS-POS) TO EMP-IX
                   ADD 1 TO WS-EMP-DIRECT(EMP-IX)
           END-EVALUATE
           EXIT.

      *-------------------------------------------------------------
      *WRITE-EXCEPTION paragraph lists the employee at WS-POS on the
      *exceptions report with the reason already in EL-REASON
      *-------------------------------------------------------------
       WRITE-EXCEPTION.
           MOVE WS-EMP-NO(WS-POS) TO EL-EMP-NO
           MOVE WS-EMP-INITS(WS-POS) TO EL-INITS
           MOVE WS-EMP-SURNAME(WS-POS) TO EL-SURNAME
           MOVE WS-EMP-DEPT(WS-POS) TO EL-DEPT
           MOVE WS-EMP-SUPERVISOR(WS-POS) TO EL-SUPERVISOR
           WRITE SUPEXCEPTIONSLINE FROM WS-EXC-LINE
           MOVE "X" TO WS-EMP-FLAG(WS-POS)
           ADD 1 TO WS-EXCEPTION-COUNT
           EXIT.

      *-------------------------------------------------------------
      *CHART-FROM-TOP paragraph starts the chart walk at every
      *employee with no supervisor to report to
      *-------------------------------------------------------------
       CHART-FROM-TOP.
           IF WS-EMP-TERMINATED(WS-POS)
               OR WS-EMP-SUP-POS(WS-POS) NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-STACK-COUNT
           MOVE WS-POS TO WS-STACK-POS(1)
           MOVE 0 TO WS-STACK-LEVEL(1)
           PERFORM CHART-NEXT-EMPLOYEE UNTIL WS-STACK-COUNT = 0
           EXIT.

      *-------------------------------------------------------------
      *CHART-NEXT-EMPLOYEE paragraph prints the employee on top of
      *the stack, indented to their level, and stacks their direct
      *reports one level further in
      *-------------------------------------------------------------
       CHART-NEXT-EMPLOYEE.
           MOVE WS-STACK-POS(WS-STACK-COUNT) TO WS-CHILD-POS
           MOVE WS-STACK-LEVEL(WS-STACK-COUNT) TO WS-LEVEL
           SUBTRACT 1 FROM WS-STACK-COUNT
           MOVE 1 TO WS-EMP-CHARTED(WS-CHILD-POS)
           ADD 1 TO WS-CHARTED-COUNT
           MOVE WS-EMP-NO(WS-CHILD-POS) TO CE-EMP-NO
           MOVE WS-EMP-INITS(WS-CHILD-POS) TO CE-INITS
           MOVE WS-EMP-SURNAME(WS-CHILD-POS) TO CE-SURNAME
           MOVE WS-EMP-DEPT(WS-CHILD-POS) TO CE-DEPT
           EVALUATE TRUE
               WHEN WS-EMP-EXCEPTION(WS-CHILD-POS)
                   MOVE "*SEE EXCEPTIONS*" TO CE-NOTE
               WHEN WS-EMP-ON-LEAVE(WS-CHILD-POS)
                   MOVE "(ON LEAVE)" TO CE-NOTE
               WHEN OTHER
                   MOVE SPACES TO CE-NOTE
           END-EVALUATE
           IF WS-LEVEL > 20
               COMPUTE WS-INDENT-POS = 20 * 3 + 1
           ELSE
               COMPUTE WS-INDENT-POS = WS-LEVEL * 3 + 1
           END-IF
           MOVE SPACES TO ORGCHARTLINE
           MOVE WS-CHART-ENTRY TO ORGCHARTLINE(WS-INDENT-POS:)
           WRITE ORGCHARTLINE
           IF WS-EMP-DIRECT(WS-CHILD-POS) > 0
               MOVE WS-CHILD-POS TO WS-UP-POS
               PERFORM STACK-ONE-REPORT
                   VARYING WS-SCAN-POS FROM WS-EMP-COUNT BY -1
                   UNTIL WS-SCAN-POS < 1
           END-IF
           EXIT.

      *-------------------------------------------------------------
      *STACK-ONE-REPORT paragraph stacks the employee at WS-SCAN-POS
      *when they report directly to the employee at WS-UP-POS
      *-------------------------------------------------------------
       STACK-ONE-REPORT.
           IF WS-EMP-SUP-POS(WS-SCAN-POS) = WS-UP-POS
               AND NOT WS-EMP-TERMINATED(WS-SCAN-POS)
               ADD 1 TO WS-STACK-COUNT
               MOVE WS-SCAN-POS TO WS-STACK-POS(WS-STACK-COUNT)
               COMPUTE WS-STACK-LEVEL(WS-STACK-COUNT) = WS-LEVEL + 1
           END-IF
           EXIT.

      *-------------------------------------------------------------
      *REPORT-UNCHARTED paragraph lists any employee the chart walk
      *never reached: their supervisors report, in the end, to one
      *another
      *-------------------------------------------------------------
       REPORT-UNCHARTED.
           IF NOT WS-EMP-TERMINATED(WS-POS)
               AND NOT WS-EMP-IS-CHARTED(WS-POS)
               MOVE "IN A REPORTING LOOP" TO EL-REASON
               PERFORM WRITE-EXCEPTION
           END-IF
           EXIT.

      *-------------------------------------------------------------
      *ROLL-UP-REPORTS paragraph counts one charted employee, and
      *their salary, against every supervisor above them
      *-------------------------------------------------------------
       ROLL-UP-REPORTS.
           IF NOT WS-EMP-IS-CHARTED(WS-POS)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EMP-SUP-POS(WS-POS) TO WS-UP-POS
           MOVE 0 TO WS-UP-LEVEL
           PERFORM ROLL-UP-ONE-LEVEL
               UNTIL WS-UP-POS = 0 OR WS-UP-LEVEL > WS-MAX-LEVEL
           EXIT.

      *-------------------------------------------------------------
      *ROLL-UP-ONE-LEVEL paragraph adds the employee to the
      *supervisor at WS-UP-POS and steps up to that supervisor's own
      *-------------------------------------------------------------
       ROLL-UP-ONE-LEVEL.
           ADD 1 TO WS-EMP-TOTAL(WS-UP-POS)
           ADD WS-EMP-SALARY(WS-POS) TO WS-EMP-TOTAL-SAL(WS-UP-POS)
           MOVE WS-EMP-SUP-POS(WS-UP-POS) TO WS-UP-POS
           ADD 1 TO WS-UP-LEVEL
           EXIT.

      *-------------------------------------------------------------
      *WRITE-ONE-SPAN paragraph writes the span-of-control line for
      *an employee with anyone reporting to them
      *-------------------------------------------------------------
       WRITE-ONE-SPAN.
           IF WS-EMP-DIRECT(WS-POS) = 0
               OR NOT WS-EMP-IS-CHARTED(WS-POS)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EMP-NO(WS-POS) TO SL-EMP-NO
           MOVE WS-EMP-INITS(WS-POS) TO SL-INITS
           MOVE WS-EMP-SURNAME(WS-POS) TO SL-SURNAME
           MOVE WS-EMP-DEPT(WS-POS) TO SL-DEPT
           MOVE WS-EMP-DIRECT(WS-POS) TO SL-DIRECT
           MOVE WS-EMP-TOTAL(WS-POS) TO SL-TOTAL
           MOVE WS-EMP-TOTAL-SAL(WS-POS) TO SL-TOTAL-SAL
           WRITE SPANREPORTLINE FROM WS-SPAN-LINE
           ADD 1 TO WS-SUPERVISOR-COUNT
           EXIT.

      *-------------------------------------------------------------
      *WRITE-COUNTS paragraph closes each report with its count
      *-------------------------------------------------------------
       WRITE-COUNTS.
           MOVE SPACES TO ORGCHARTLINE SPANREPORTLINE
               SUPEXCEPTIONSLINE
           WRITE ORGCHARTLINE
           WRITE SPANREPORTLINE
           WRITE SUPEXCEPTIONSLINE
           MOVE "EMPLOYEES CHARTED : " TO CL-LABEL
           MOVE WS-CHARTED-COUNT TO CL-COUNT
           WRITE ORGCHARTLINE FROM WS-COUNT-LINE
           MOVE "SUPERVISORS       : " TO CL-LABEL
           MOVE WS-SUPERVISOR-COUNT TO CL-COUNT
           WRITE SPANREPORTLINE FROM WS-COUNT-LINE
           MOVE "EXCEPTIONS        : " TO CL-LABEL
           MOVE WS-EXCEPTION-COUNT TO CL-COUNT
           WRITE SUPEXCEPTIONSLINE FROM WS-COUNT-LINE
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
               "DD_ORGCHARTREPORT"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO ORGCHARTREPORT-PATH
           END-IF
           DISPLAY "ORGCHARTREPORT: " ORGCHARTREPORT-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_SPANREPORT"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO SPANREPORT-PATH
           END-IF
           DISPLAY "SPANREPORT: " SPANREPORT-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_SUPEXCEPTIONS"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO SUPEXCEPTIONS-PATH
           END-IF
           DISPLAY "SUPEXCEPTIONS: " SUPEXCEPTIONS-PATH
           EXIT.
       END PROGRAM ORGCHART.
