       IDENTIFICATION DIVISION.
       PROGRAM-ID. SalesInterface as "SalesInterface".

      *SalesInterface carries each salesperson's net sales for the
      *pay period out of the sales system, so commission and the
      *$100,000 recognition list are paid on the same figure the
      *regions see on the Assignment8a sales report. It reads the
      *week's daily InfileSales.dat runs (appended in date order to
      *SalesWeek.dat), keeps every batch whose header date falls in
      *the seven days ending on the week-ending date (a feed without
      *a header is taken as in the period), and nets each IN-ID's
      *sales less its "R" returns and "C" credits. SalesXref.dat
      *translates the 5-character IN-ID to the 4-character payroll
      *EmployeeID, and PayrollSales.dat receives one EmployeeID and
      *net sales figure per salesperson for SalaryEdit to supply as
      *SaleAmount. Before payroll runs, SalesInterface.rpt lists
      *every IN-ID with no cross-reference, every salesperson with
      *sales but no record on the raw weekly salary feed, every
      *salesperson record on the feed with no sales, and any net
      *figure below zero (interfaced as zero).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select SalesWeek assign using
           SalesWeek-PATH
           organization is sequential.

           select SalesXref assign using
           SalesXref-PATH
           organization is line sequential.

           select RawSalary assign using
           RawSalary-PATH
           organization is line sequential.

           select PayrollSales assign using
           PayrollSales-PATH
           organization is line sequential.

           select InterfaceReport assign using
           InterfaceReport-PATH
           organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       fd SalesWeek.
      *The Assignment8a InfileSales record: "S" (or space) a sale,
      *"R" a return, "C" a credit memo, "H"/"T" the batch envelope
       01  SalesRecord.
           03    IN-TYPE                PIC X.
               88  TYPE-SALE            VALUES "S", " ".
               88  TYPE-RETURN          VALUE "R".
               88  TYPE-CREDIT          VALUE "C".
               88  TYPE-HEADER          VALUE "H".
               88  TYPE-TRAILER         VALUE "T".
           03    IN-REGION              PIC X.
           03    IN-ID                  PIC X(5).
           03    IN-DISTRICT            PIC XX.
           03    IN-NAME                PIC X(20).
           03    IN-SALES               PIC 9(6)V99.
       01  SalesHeader.
           03    FILLER                 PIC X.
           03    IH-DATE                PIC 9(8).
           03    IH-BATCH               PIC 9(6).
           03    FILLER                 PIC X(22).

       fd SalesXref.
      ********SalesXref record, sales IN-ID to payroll EmployeeID*****
       01  SalesXrefRecord.
           03    XR-IN-ID               PIC X(5).
           03    FILLER                 PIC X.
           03    XR-EmployeeID          PIC X(4).

       fd RawSalary.
       01  RawSalaryRecord.
           03    RS-EmployeeID          PIC X(4).
           03    RS-JobCode             PIC X.
               88  RS-Salesperson       VALUE "S".
           03    RS-LastName            PIC X(14).
           03    FILLER                 PIC X(40).

       fd PayrollSales.
      ********PayrollSales record, one per salesperson***************
       01  PayrollSalesRecord.
           03    PS-EmployeeID          PIC X(4).
           03    FILLER                 PIC X.
           03    PS-SaleAmount          PIC 9(6)V99.

       fd InterfaceReport.
       01  InterfaceReportLine          PIC X(80).

       WORKING-STORAGE SECTION.

      *File assignments resolved at start-up: each path may be
      *overridden through its DD_ environment variable, with the
      *original location as the default, so test and production
      *are a configuration difference instead of a source edit
       01  SalesWeek-PATH  PIC X(80)
           VALUE "C:\DataFiles\SalesWeek.dat".
       01  SalesXref-PATH  PIC X(80)
           VALUE "C:\DataFiles\SalesXref.dat".
       01  RawSalary-PATH  PIC X(80)
           VALUE "C:\DataFiles\Assignment#6_WeeklySalaryDataFile.dat".
       01  PayrollSales-PATH  PIC X(80)
           VALUE "C:\DataFiles\PayrollSales.dat".
       01  InterfaceReport-PATH  PIC X(80)
           VALUE "C:\DataFiles\SalesInterface.rpt".
       01  PATH-OVERRIDE  PIC X(80).
       01  WS-Pay-Period-X              PIC X(8).
       01  WS-Pay-Period                PIC 9(8) VALUE ZEROS.
       01  WS-Sales-EOF                 PIC 9 VALUE 0.
           88  end-of-sales             VALUE 1.
       01  WS-Xref-EOF                  PIC 9 VALUE 0.
           88  end-of-xref              VALUE 1.
       01  WS-Raw-EOF                   PIC 9 VALUE 0.
           88  end-of-raw               VALUE 1.
      *Set by each batch header; a feed with no header is in period
       01  WS-Batch-In-Period           PIC 9 VALUE 1.
           88  Batch-In-Period          VALUE 1.

      *Date arithmetic: a YYYYMMDD date in WS-Date-Work becomes a
      *running day number so a batch date can be placed in the week
       01  WS-Date-Work                 PIC 9(8).
       01  WS-Date-Work-Parts REDEFINES WS-Date-Work.
           03  WS-DW-Year               PIC 9(4).
           03  WS-DW-Month              PIC 99.
           03  WS-DW-Day                PIC 99.
       01  WS-Daynum                    PIC 9(7).
       01  WS-DN-Year                   PIC 9(5).
       01  WS-DN-Month                  PIC 99.
       01  WS-DN-Leap4                  PIC 9(5).
       01  WS-DN-Leap100                PIC 9(4).
       01  WS-DN-Leap400                PIC 9(3).
       01  WS-DN-Month-Work             PIC 9(4).
       01  WS-DN-Month-Days             PIC 9(3).
       01  WS-Period-Daynum             PIC 9(7).

      *IN-ID to EmployeeID cross-reference
       01  WS-Xref-Count                PIC 9(4) VALUE ZEROS.
       01  WS-Xref-Table.
           03  WS-Xref-Entry            OCCURS 0 TO 2000 TIMES
                                         DEPENDING ON WS-Xref-Count
                                         INDEXED BY Xref-Ix.
               05  WS-Xref-IN-ID        PIC X(5).
               05  WS-Xref-EmployeeID   PIC X(4).

      *Net sales per IN-ID for the period
       01  WS-Net-Count                 PIC 9(4) VALUE ZEROS.
       01  WS-Net-Table.
           03  WS-Net-Entry             OCCURS 0 TO 2000 TIMES
                                         DEPENDING ON WS-Net-Count
                                         INDEXED BY Net-Ix.
               05  WS-Net-IN-ID         PIC X(5).
               05  WS-Net-Name          PIC X(20).
               05  WS-Net-Amount        PIC S9(7)V99.

      *Net sales per EmployeeID, as interfaced to payroll
       01  WS-Emp-Count                 PIC 9(4) VALUE ZEROS.
       01  WS-Emp-Table.
           03  WS-Emp-Entry             OCCURS 0 TO 2000 TIMES
                                         DEPENDING ON WS-Emp-Count
                                         INDEXED BY Emp-Ix.
               05  WS-Emp-EmployeeID    PIC X(4).
               05  WS-Emp-IN-ID         PIC X(5).
               05  WS-Emp-Amount        PIC S9(7)V99.
               05  WS-Emp-On-Payroll    PIC X.
       01  WS-Lookup-EmployeeID         PIC X(4).

       01  WS-Detail-Count              PIC 9(6) VALUE ZEROS.
       01  WS-Bypassed-Count            PIC 9(6) VALUE ZEROS.
       01  WS-Written-Count             PIC 9(4) VALUE ZEROS.
       01  WS-Written-Total             PIC 9(9)V99 VALUE ZEROS.
       01  WS-Exception-Count           PIC 9(4) VALUE ZEROS.

       01  WS-Report-Heading.
           03  FILLER        PIC X(36) VALUE
               "SALES TO PAYROLL INTERFACE, WEEK TO ".
           03  RH-Period     PIC 9(8).
       01  WS-Exception-Line.
           03  EX-IN-ID      PIC X(5).
           03  FILLER        PIC X(2)  VALUE SPACES.
           03  EX-EmployeeID PIC X(4).
           03  FILLER        PIC X(2)  VALUE SPACES.
           03  EX-Name       PIC X(20).
           03  FILLER        PIC X(2)  VALUE SPACES.
           03  EX-Amount     PIC -ZZZ,ZZ9.99.
           03  FILLER        PIC X(2)  VALUE SPACES.
           03  EX-Reason     PIC X(30).
       01  WS-Count-Line.
           03  CL-Label      PIC X(28).
           03  CL-Count      PIC ZZZ,ZZ9.
           03  FILLER        PIC X(2)  VALUE SPACES.
           03  CL-Amount     PIC ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.

       PROCEDURE DIVISION.
       main-program.
           PERFORM CONFIGURE-FILE-PATHS
           display "ENTER WEEK-ENDING DATE (YYYYMMDD): "
               with no advancing
           accept WS-Pay-Period-X
           if WS-Pay-Period-X not numeric
               display "INVALID DATE - RUN CANCELLED"
               stop run
           end-if
           move WS-Pay-Period-X to WS-Pay-Period
           move WS-Pay-Period to WS-Date-Work
           perform convert-date-to-daynum
           move WS-Daynum to WS-Period-Daynum
           open output InterfaceReport
           move WS-Pay-Period to RH-Period
           write InterfaceReportLine from WS-Report-Heading
           move spaces to InterfaceReportLine
           write InterfaceReportLine
           perform load-sales-xref
           perform total-week-sales
           perform translate-sales
           perform match-salary-feed
           perform write-payroll-sales
           perform write-interface-totals
           close InterfaceReport
           display "SALESPEOPLE INTERFACED : " WS-Written-Count
           display "EXCEPTIONS             : " WS-Exception-Count
           stop run.

      *-------------------------------------------------------------
      *load-sales-xref paragraph loads the IN-ID to EmployeeID
      *cross-reference
      *-------------------------------------------------------------
       load-sales-xref.
           open input SalesXref
           read SalesXref
               at end set end-of-xref to true
           end-read
           perform load-one-xref until end-of-xref
           close SalesXref
           exit.

      *-------------------------------------------------------------
      *load-one-xref paragraph stores one cross-reference entry
      *-------------------------------------------------------------
       load-one-xref.
           if WS-Xref-Count >= 2000
               display "ERROR: Sales cross-reference table full"
               stop run
           end-if
           add 1 to WS-Xref-Count
           move XR-IN-ID to WS-Xref-IN-ID(WS-Xref-Count)
           move XR-EmployeeID to WS-Xref-EmployeeID(WS-Xref-Count)
           read SalesXref
               at end set end-of-xref to true
           end-read
           exit.

      *-------------------------------------------------------------
      *total-week-sales paragraph nets every in-period detail record
      *by IN-ID
      *-------------------------------------------------------------
       total-week-sales.
           open input SalesWeek
           read SalesWeek
               at end set end-of-sales to true
           end-read
           perform total-one-sale until end-of-sales
           close SalesWeek
           exit.

      *-------------------------------------------------------------
      *total-one-sale paragraph places a batch header in or out of
      *the week, and adds an in-period sale (or takes off a return
      *or credit) against its IN-ID
      *-------------------------------------------------------------
       total-one-sale.
           evaluate true
               when TYPE-HEADER
                   perform check-batch-date
               when TYPE-TRAILER
                   continue
               when TYPE-SALE or TYPE-RETURN or TYPE-CREDIT
                   if Batch-In-Period
                       add 1 to WS-Detail-Count
                       perform find-or-add-in-id
                       if TYPE-SALE
                           add IN-SALES to WS-Net-Amount(Net-Ix)
                       else
                           subtract IN-SALES from
                               WS-Net-Amount(Net-Ix)
                       end-if
                   else
                       add 1 to WS-Bypassed-Count
                   end-if
               when other
                   display "UNKNOWN TRANSACTION TYPE " IN-TYPE
                       " BYPASSED"
           end-evaluate
           read SalesWeek
               at end set end-of-sales to true
           end-read
           exit.

      *-------------------------------------------------------------
      *check-batch-date paragraph keeps the batch that follows when
      *its header date is one of the seven days ending on the
      *week-ending date
      *-------------------------------------------------------------
       check-batch-date.
           move 0 to WS-Batch-In-Period
           if IH-DATE numeric
               move IH-DATE to WS-Date-Work
               perform convert-date-to-daynum
               if WS-Daynum <= WS-Period-Daynum
                   and WS-Daynum + 6 >= WS-Period-Daynum
                   move 1 to WS-Batch-In-Period
               end-if
           end-if
           if not Batch-In-Period
               display "BATCH " IH-BATCH " DATED " IH-DATE
                   " OUTSIDE THE WEEK - BYPASSED"
           end-if
           exit.

      *-------------------------------------------------------------
      *find-or-add-in-id paragraph finds the IN-ID's net entry,
      *adding it the first time the IN-ID is seen
      *-------------------------------------------------------------
       find-or-add-in-id.
           set Net-Ix to 1
           search WS-Net-Entry
               at end
                   if WS-Net-Count >= 2000
                       display "ERROR: Net sales table full"
                       stop run
                   end-if
                   add 1 to WS-Net-Count
                   set Net-Ix to WS-Net-Count
                   move IN-ID to WS-Net-IN-ID(Net-Ix)
                   move IN-NAME to WS-Net-Name(Net-Ix)
                   move ZEROS to WS-Net-Amount(Net-Ix)
               when WS-Net-IN-ID(Net-Ix) = IN-ID
                   continue
           end-search
           exit.

      *-------------------------------------------------------------
      *translate-sales paragraph carries every IN-ID's net sales to
      *its payroll EmployeeID
      *-------------------------------------------------------------
       translate-sales.
           perform translate-one-in-id
               varying Net-Ix from 1 by 1
               until Net-Ix > WS-Net-Count
           exit.

      *-------------------------------------------------------------
      *translate-one-in-id paragraph looks up the IN-ID at Net-Ix
      *and adds its net sales to the EmployeeID's entry, or reports
      *it when there is no cross-reference
      *-------------------------------------------------------------
       translate-one-in-id.
           move spaces to WS-Lookup-EmployeeID
           if WS-Xref-Count > 0
               set Xref-Ix to 1
               search WS-Xref-Entry
                   at end continue
                   when WS-Xref-IN-ID(Xref-Ix) = WS-Net-IN-ID(Net-Ix)
                       move WS-Xref-EmployeeID(Xref-Ix) to
                           WS-Lookup-EmployeeID
               end-search
           end-if
           if WS-Lookup-EmployeeID = spaces
               move WS-Net-IN-ID(Net-Ix) to EX-IN-ID
               move spaces to EX-EmployeeID
               move WS-Net-Name(Net-Ix) to EX-Name
               move WS-Net-Amount(Net-Ix) to EX-Amount
               move "NO CROSS-REFERENCE" to EX-Reason
               perform write-exception-line
           else
               perform find-or-add-employee
               add WS-Net-Amount(Net-Ix) to WS-Emp-Amount(Emp-Ix)
           end-if
           exit.

      *-------------------------------------------------------------
      *find-or-add-employee paragraph finds the EmployeeID's entry,
      *adding it the first time it is seen
      *-------------------------------------------------------------
       find-or-add-employee.
           set Emp-Ix to 1
           search WS-Emp-Entry
               at end
                   add 1 to WS-Emp-Count
                   set Emp-Ix to WS-Emp-Count
                   move WS-Lookup-EmployeeID to
                       WS-Emp-EmployeeID(Emp-Ix)
                   move WS-Net-IN-ID(Net-Ix) to WS-Emp-IN-ID(Emp-Ix)
                   move ZEROS to WS-Emp-Amount(Emp-Ix)
                   move "N" to WS-Emp-On-Payroll(Emp-Ix)
               when WS-Emp-EmployeeID(Emp-Ix) = WS-Lookup-EmployeeID
                   continue
           end-search
           exit.

      *-------------------------------------------------------------
      *match-salary-feed paragraph reads the raw weekly salary feed
      *and marks each salesperson's sales as matched to payroll
      *-------------------------------------------------------------
       match-salary-feed.
           open input RawSalary
           read RawSalary
               at end set end-of-raw to true
           end-read
           perform match-one-salary until end-of-raw
           close RawSalary
           exit.

      *-------------------------------------------------------------
      *match-one-salary paragraph matches one feed record; a
      *salesperson with no sales this week is reported
      *-------------------------------------------------------------
       match-one-salary.
           set Emp-Ix to 1
           search WS-Emp-Entry
               at end
                   if RS-Salesperson
                       move spaces to EX-IN-ID
                       move RS-EmployeeID to EX-EmployeeID
                       move RS-LastName to EX-Name
                       move ZEROS to EX-Amount
                       move "ON PAYROLL - NO SALES" to EX-Reason
                       perform write-exception-line
                   end-if
               when WS-Emp-EmployeeID(Emp-Ix) = RS-EmployeeID
                   move "Y" to WS-Emp-On-Payroll(Emp-Ix)
           end-search
           read RawSalary
               at end set end-of-raw to true
           end-read
           exit.

      *-------------------------------------------------------------
      *write-payroll-sales paragraph writes the interface file
      *-------------------------------------------------------------
       write-payroll-sales.
           open output PayrollSales
           perform write-one-payroll-sale
               varying Emp-Ix from 1 by 1
               until Emp-Ix > WS-Emp-Count
           close PayrollSales
           exit.

      *-------------------------------------------------------------
      *write-one-payroll-sale paragraph writes the EmployeeID at
      *Emp-Ix with its net sales, reporting sales with no payroll
      *record and a net figure below zero
      *-------------------------------------------------------------
       write-one-payroll-sale.
           if WS-Emp-On-Payroll(Emp-Ix) = "N"
               move WS-Emp-IN-ID(Emp-Ix) to EX-IN-ID
               move WS-Emp-EmployeeID(Emp-Ix) to EX-EmployeeID
               move spaces to EX-Name
               move WS-Emp-Amount(Emp-Ix) to EX-Amount
               move "SALES - NO PAYROLL RECORD" to EX-Reason
               perform write-exception-line
           end-if
           if WS-Emp-Amount(Emp-Ix) < 0
               move WS-Emp-IN-ID(Emp-Ix) to EX-IN-ID
               move WS-Emp-EmployeeID(Emp-Ix) to EX-EmployeeID
               move spaces to EX-Name
               move WS-Emp-Amount(Emp-Ix) to EX-Amount
               move "NET SALES NEGATIVE - SENT AS 0" to EX-Reason
               perform write-exception-line
               move ZEROS to WS-Emp-Amount(Emp-Ix)
           end-if
           move spaces to PayrollSalesRecord
           move WS-Emp-EmployeeID(Emp-Ix) to PS-EmployeeID
           move WS-Emp-Amount(Emp-Ix) to PS-SaleAmount
           write PayrollSalesRecord
           add 1 to WS-Written-Count
           add PS-SaleAmount to WS-Written-Total
           exit.

      *-------------------------------------------------------------
      *write-exception-line paragraph writes one exception line
      *-------------------------------------------------------------
       write-exception-line.
           write InterfaceReportLine from WS-Exception-Line
           add 1 to WS-Exception-Count
           exit.

      *-------------------------------------------------------------
      *write-interface-totals paragraph writes the run's counts
      *-------------------------------------------------------------
       write-interface-totals.
           move spaces to InterfaceReportLine
           write InterfaceReportLine
           move "SALES DETAILS IN PERIOD   : " to CL-Label
           move WS-Detail-Count to CL-Count
           move ZEROS to CL-Amount
           write InterfaceReportLine from WS-Count-Line
           move "DETAILS OUTSIDE PERIOD    : " to CL-Label
           move WS-Bypassed-Count to CL-Count
           write InterfaceReportLine from WS-Count-Line
           move "SALESPEOPLE INTERFACED    : " to CL-Label
           move WS-Written-Count to CL-Count
           move WS-Written-Total to CL-Amount
           write InterfaceReportLine from WS-Count-Line
           move "EXCEPTIONS                : " to CL-Label
           move WS-Exception-Count to CL-Count
           move ZEROS to CL-Amount
           write InterfaceReportLine from WS-Count-Line
           exit.

      *-------------------------------------------------------------
      *convert-date-to-daynum paragraph turns the YYYYMMDD date in
      *WS-Date-Work into a running day number in WS-Daynum, so two
      *dates can be differenced across month ends; January and
      *February count as months 13 and 14 of the prior year
      *-------------------------------------------------------------
       convert-date-to-daynum.
           if WS-DW-Month > 2
               move WS-DW-Year to WS-DN-Year
               move WS-DW-Month to WS-DN-Month
           else
               compute WS-DN-Year = WS-DW-Year - 1
               compute WS-DN-Month = WS-DW-Month + 12
           end-if
      *each division truncated on its own, so the day number is a
      *whole count and differences come out exact
           divide WS-DN-Year by 4 giving WS-DN-Leap4
           divide WS-DN-Year by 100 giving WS-DN-Leap100
           divide WS-DN-Year by 400 giving WS-DN-Leap400
           compute WS-DN-Month-Work = 153 * (WS-DN-Month + 1)
           divide WS-DN-Month-Work by 5 giving WS-DN-Month-Days
           compute WS-Daynum = 365 * WS-DN-Year
               + WS-DN-Leap4 - WS-DN-Leap100 + WS-DN-Leap400
               + WS-DN-Month-Days + WS-DW-Day
           exit.


      *-------------------------------------------------------------
      *Resolve every file path: the DD_ environment variable wins
      *when it is set, otherwise the built-in default stands, and
      *the resolved paths are echoed into the run output
      *-------------------------------------------------------------
       CONFIGURE-FILE-PATHS.
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_SALESWEEK"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO SalesWeek-PATH
           END-IF
           DISPLAY "SalesWeek: " SalesWeek-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_SALESXREF"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO SalesXref-PATH
           END-IF
           DISPLAY "SalesXref: " SalesXref-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_RAWSALARY"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO RawSalary-PATH
           END-IF
           DISPLAY "RawSalary: " RawSalary-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_PAYROLLSALES"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO PayrollSales-PATH
           END-IF
           DISPLAY "PayrollSales: " PayrollSales-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_INTERFACEREPORT"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO InterfaceReport-PATH
           END-IF
           DISPLAY "InterfaceReport: " InterfaceReport-PATH
           EXIT.
       END PROGRAM SalesInterface.
