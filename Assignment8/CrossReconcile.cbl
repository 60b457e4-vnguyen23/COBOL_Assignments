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
       FD  EMPLOYEEMASTER.
       01  EMPLOYEEMASTER-REC.
           03  EM-EMPLOYEEID    PIC X(4).
           03  EM-JOBCODE       PIC X.
           03  EM-STORENUMBER   PIC X(4).
           03  EM-STATUS        PIC X.
           03  EM-PAYBASIS      PIC X.
           03  EM-HOURLYRATE    PIC 9(3)V99.
       FD  RECONREPORT.
       01  RECONREPORTLINE      PIC X(80).


      *-------------------------------------------------------------
      *MATCH-AGAINST-PAYROLL paragraph matches the cross-referenced
      *HR record against the payroll master entry; the HR
      *employment status and the payroll status must agree
      *-------------------------------------------------------------
       MATCH-AGAINST-PAYROLL.
           MOVE 0 TO WS-PAY-FOUND
                       MOVE 1 TO WS-PAY-FOUND
               END-SEARCH
           END-IF
      *A terminated HR record no longer on payroll is expected
           IF NOT PAY-FOUND AND EMPLOYEE-TERMINATED
               EXIT PARAGRAPH
           END-IF
           IF NOT PAY-FOUND
               MOVE "ON HR NOT PAYROLL : " TO DL-TAG
               MOVE EMPLOYEE-NO TO DL-EMP-NO
               WRITE RECONREPORTLINE FROM WS-DETAIL-LINE
               ADD 1 TO WS-SURNAME-COUNT
           END-IF
           IF EMPLOYEE-TERMINATED
               AND WS-PAY-STATUS-BYTE(PAY-IX) NOT = "T"
               MOVE "STATUS CONFLICT   : " TO DL-TAG
               MOVE EMPLOYEE-NO TO DL-EMP-NO
               MOVE WS-PAY-EMPLOYEEID(PAY-IX) TO DL-EMPLOYEEID
               MOVE "TERMED IN HR, ACTIVE IN PAYROLL" TO DL-DETAIL
               WRITE RECONREPORTLINE FROM WS-DETAIL-LINE
               ADD 1 TO WS-STATUS-COUNT
           END-IF
           IF NOT EMPLOYEE-TERMINATED
               AND WS-PAY-STATUS-BYTE(PAY-IX) = "T"
               MOVE "STATUS CONFLICT   : " TO DL-TAG
               MOVE EMPLOYEE-NO TO DL-EMP-NO
               MOVE WS-PAY-EMPLOYEEID(PAY-IX) TO DL-EMPLOYEEID
