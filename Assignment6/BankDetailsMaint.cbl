           03    EM-Status              PIC X.
               88  EM-Active            VALUE "A".
               88  EM-Terminated        VALUE "T".
           03    EM-PayBasis            PIC X.
           03    EM-HourlyRate          PIC 9(3)V99.

       fd BankAudit.
       01  BankAuditLine                PIC X(96).
