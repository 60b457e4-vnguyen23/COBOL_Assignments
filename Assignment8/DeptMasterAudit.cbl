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
       FD  AUDITREPORT.
       01  AUDITREPORTLINE      PIC X(80).

