      *records to WeeklySalaryClean.dat (the file the payroll run
      *consumes), and produces an edit report with one line per
      *rejected record and the accepted/rejected counts. Payroll is
      *never the program that discovers bad data. When the week's
      *PayrollSales.dat interface from SalesInterface is present,
      *each salesperson's SaleAmount is replaced by the net sales the
      *sales system recorded for the period (zero when there were
      *none), so commission and recognition are paid on the same
      *figure as the regional sales report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           EditReport-PATH
           organization is line sequential.

           select optional PayrollSales assign using
           PayrollSales-PATH
           organization is line sequential.

      *PipelineControl is the shared control-total file each step of
      *the nightly payroll pipeline writes its counts and dollars
      *to, keyed by pay period, so the balancing run can prove no
       01  RawSalaryFields REDEFINES RawSalaryRecord.
           03    RS-EmployeeID          PIC X(4).
           03    RS-JobCode             PIC X.
               88  RS-Salesperson       VALUE "S".
           03    RS-LastName            PIC X(14).
           03    RS-FirstName           PIC X(14).
           03    RS-StartDate           PIC X(8).
       fd EditReport.
       01  EditReportLine               PIC X(80).

       fd PayrollSales.
       01  PayrollSalesRecord.
           03    PS-EmployeeID          PIC X(4).
           03    FILLER                 PIC X.
           03    PS-SaleAmount          PIC X(8).

       fd PipelineControl.
       01  PipelineControlRecord.
           03    PC-Period              PIC 9(8).
           VALUE "C:\DataFiles\WeeklySalaryClean.dat".
       01  EditReport-PATH  PIC X(80)
           VALUE "C:\DataFiles\SalaryEditReport.rpt".
       01  PayrollSales-PATH  PIC X(80)
           VALUE "C:\DataFiles\PayrollSales.dat".
       01  PipelineControl-PATH  PIC X(80)
           VALUE "C:\DataFiles\PipelineControl.dat".
       01  PATH-OVERRIDE  PIC X(80).
       01  WS-Duplicate-Found           PIC 9 VALUE 0.
           88  Duplicate-Found          VALUE 1.

      *The week's net sales from the sales system, by EmployeeID
       01  WS-Sales-EOF                 PIC 9 VALUE 0.
           88  end-of-sales             VALUE 1.
       01  WS-Sales-Interfaced          PIC 9 VALUE 0.
           88  Sales-Interfaced         VALUE 1.
       01  WS-Sales-Count               PIC 9(4) VALUE 0.
       01  WS-Sales-Table.
           03  WS-Sales-Entry      OCCURS 0 TO 2000 TIMES
                                    DEPENDING ON WS-Sales-Count
                                    INDEXED BY Sales-Ix.
               05  WS-Sales-EmployeeID  PIC X(4).
               05  WS-Sales-Amount      PIC X(8).
       01  WS-Replaced-Count            PIC 9(5) VALUE 0.

       01  WS-Report-Heading.
           03  FILLER PIC X(34) VALUE
               "Weekly salary feed edit report".
           open output CleanSalary
           open output EditReport
           write EditReportLine from WS-Report-Heading
           perform load-payroll-sales
           read RawSalary
               at end set end-of-file to true
           end-read
                   move "DUPLICATE THIS WEEK" to WS-Reject-Reason
               end-if
           end-if
           if Record-Valid and Sales-Interfaced and RS-Salesperson
               perform supply-sale-amount
           end-if
           if Record-Valid
               write CleanSalaryRecord from RawSalaryRecord
               add 1 to WS-Accepted-Count
           end-read
           exit.

      *-------------------------------------------------------------
      *load-payroll-sales paragraph loads the optional sales
      *interface; when it is absent the keyed SaleAmount stands
      *-------------------------------------------------------------
       load-payroll-sales.
           open input PayrollSales
           read PayrollSales
               at end set end-of-sales to true
           end-read
           if not end-of-sales
               move 1 to WS-Sales-Interfaced
           end-if
           perform load-one-payroll-sale until end-of-sales
           close PayrollSales
           exit.

      *-------------------------------------------------------------
      *load-one-payroll-sale paragraph stores one salesperson's net
      *sales for the period
      *-------------------------------------------------------------
       load-one-payroll-sale.
           if WS-Sales-Count >= 2000
               display "ERROR: Payroll sales table full"
               stop run
           end-if
           add 1 to WS-Sales-Count
           move PS-EmployeeID to WS-Sales-EmployeeID(WS-Sales-Count)
           move PS-SaleAmount to WS-Sales-Amount(WS-Sales-Count)
           read PayrollSales
               at end set end-of-sales to true
           end-read
           exit.

      *-------------------------------------------------------------
      *supply-sale-amount paragraph replaces a salesperson's keyed
      *SaleAmount with the period's net sales from the interface,
      *or zero when the sales system recorded none
      *-------------------------------------------------------------
       supply-sale-amount.
           move ZEROS to RS-SaleAmount
           set Sales-Ix to 1
           search WS-Sales-Entry
               at end continue
               when WS-Sales-EmployeeID(Sales-Ix) = RS-EmployeeID
                   move WS-Sales-Amount(Sales-Ix) to RS-SaleAmount
           end-search
           add 1 to WS-Replaced-Count
           exit.

      *-------------------------------------------------------------
      *validate-fields paragraph applies the field-level edits; the
      *first failing edit sets the reject reason
           move "RECORDS REJECTED  : " to CL-Label
           move WS-Rejected-Count to CL-Count
           write EditReportLine from WS-Count-Line
           if Sales-Interfaced
               move "SALES INTERFACED  : " to CL-Label
               move WS-Replaced-Count to CL-Count
               write EditReportLine from WS-Count-Line
           end-if
           close RawSalary CleanSalary EditReport
           exit.

               MOVE PATH-OVERRIDE TO PipelineControl-PATH
           END-IF
           DISPLAY "PipelineControl: " PipelineControl-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_PAYROLLSALES"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO PayrollSales-PATH
           END-IF
           DISPLAY "PayrollSales: " PayrollSales-PATH
           EXIT.
       END PROGRAM SalaryEdit.
