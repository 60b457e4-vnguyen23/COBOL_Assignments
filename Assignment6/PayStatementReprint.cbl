           03    PH-Garnish             PIC 9(7)V99.
           03    PH-Fixed               PIC 9(7)V99.
           03    PH-Net                 PIC S9(7)V99.
           03    PH-Base-Pay            PIC 9(7)V99.
           03    PH-Advance             PIC 9(7)V99.
      ********End of PayHistoryRecord***********************************

       fd EmployeeMaster.
           03    EM-JobCode             PIC X.
           03    EM-StoreNumber         PIC X(4).
           03    EM-Status              PIC X.
           03    EM-PayBasis            PIC X.
           03    EM-HourlyRate          PIC 9(3)V99.

       fd ReprintFile.
       01  ReprintLine                  PIC X(80).
           move "FIXED DEDUCTIONS: " to RP-Amount-Label
           move PH-Fixed to RP-Amount
           write ReprintLine from WS-Amount-Line
           if PH-Advance is numeric and PH-Advance > 0
               move "ADVANCE REPAID  : " to RP-Amount-Label
               move PH-Advance to RP-Amount
               write ReprintLine from WS-Amount-Line
           end-if
           move "NET PAY         : " to RP-Amount-Label
           move PH-Net to RP-Amount
           write ReprintLine from WS-Amount-Line
