           03    EM-StoreNumber         PIC X(4).
           03    EM-Status              PIC X.
               88  EM-Active            VALUE "A".
           03    EM-PayBasis            PIC X.
           03    EM-HourlyRate          PIC 9(3)V99.

       fd YtdSalary.
       01  YtdSalaryRecord.
