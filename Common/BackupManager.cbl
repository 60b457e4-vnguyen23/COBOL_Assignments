       FD  EMPLOYEE-FILE.
       01  EMPLOYEE-REC.
           03  EMPLOYEE-NO      PIC X(8).
           03  EMPLOYEE-REST    PIC X(97).

       fd EmployeeMaster.
       01  EmployeeMasterRecord.
           03  EM-EmployeeID          PIC X(4).
           03  EM-Rest                PIC X(40).

       fd YtdSalary.
       01  YtdSalaryRecord.
      *-------------------------------------------------------------
       copy-employee29-record.
           move spaces to GenerationRecord
           move EMPLOYEE-REC to GenerationRecord(1:105)
           write GenerationRecord
           add 1 to WS-Record-Count
           read EMPLOYEE-FILE next
      *-------------------------------------------------------------
       copy-employeemaster-record.
           move spaces to GenerationRecord
           move EmployeeMasterRecord to GenerationRecord(1:44)
           write GenerationRecord
           add 1 to WS-Record-Count
           read EmployeeMaster next
