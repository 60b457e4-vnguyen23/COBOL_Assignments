       IDENTIFICATION DIVISION.
       PROGRAM-ID. WorkersCompReport as "WorkersCompReport".

      *WorkersCompReport produces the assessable earnings for the
      *workers' compensation return from the payroll's own per
      *employee figures. Each employee's year-to-date gross on
      *EmployeeYtd.dat is placed in the compensation rate group for
      *the employee's job code on EmployeeMaster.dat, through the
      *WCRates.dat rate file ("G" records map a job code to its rate
      *group and the premium rate per $100 of assessable earnings;
      *the "M" record carries the annual maximum assessable per
      *worker). Earnings over the maximum are excluded worker by
      *worker, and the assessable earnings and premium are totalled
      *by rate group and, within each store, by rate group again.
      *The operator picks the return: YE is the year-end return on
      *the actual year-to-date figures; Q1 to Q4 estimate the
      *quarterly instalment by carrying the year-to-date figures
      *forward to a full year (so the cap falls where it will at
      *year-end) and taking a quarter of the annual premium.
      *Employees with a job code the rate file does not map, or who
      *are no longer on the master, are listed as exceptions.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select WCRates assign using
           WCRates-PATH
           organization is line sequential.

           select EmployeeYtd assign using
           EmployeeYtd-PATH
           organization is indexed
           access is sequential
           record key is EY-EmployeeID
           file status is WS-EmpYtd-Status.

           select EmployeeMaster assign using
           EmployeeMaster-PATH
           organization is indexed
           access is random
           record key is EM-EmployeeID
           file status is WS-Master-Status.

           select WCReport assign using
           WCReport-PATH
           organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       fd WCRates.
      ********WCRateRecord: "G" job code to rate group, "M" maximum****
       01  WCRateRecord.
           03    WC-Type                PIC X.
               88  WC-Group             VALUE "G".
               88  WC-Maximum           VALUE "M".
           03    FILLER                 PIC X.
           03    WC-Detail              PIC X(30).
           03    WC-Group-Detail REDEFINES WC-Detail.
               05  WC-JobCode           PIC X.
               05  FILLER               PIC X.
               05  WC-Rate-Group        PIC X(6).
               05  FILLER               PIC X.
               05  WC-Rate              PIC 9(2)V99.
               05  FILLER               PIC X(17).
           03    WC-Maximum-Detail REDEFINES WC-Detail.
               05  WC-Max-Assessable    PIC 9(7)V99.
               05  FILLER               PIC X(21).
      ********End of WCRateRecord**************************************

       fd EmployeeYtd.
       01  EmployeeYtdRecord.
           03    EY-EmployeeID          PIC X(4).
           03    EY-Gross               PIC 9(8)V99.
           03    EY-Commission          PIC 9(8)V99.
           03    EY-Tax                 PIC 9(8)V99.
           03    EY-Fixed               PIC 9(8)V99.
           03    EY-Net                 PIC S9(8)V99.

       fd EmployeeMaster.
       01  EmployeeMasterRecord.
           03    EM-EmployeeID          PIC X(4).
           03    EM-LastName            PIC X(14).
           03    EM-FirstName           PIC X(14).
           03    EM-JobCode             PIC X.
           03    EM-StoreNumber         PIC X(4).
           03    EM-Status              PIC X.
               88  EM-Active            VALUE "A".
               88  EM-Terminated        VALUE "T".
           03    EM-PayBasis            PIC X.
           03    EM-HourlyRate          PIC 9(3)V99.

       fd WCReport.
       01  WCReportLine                 PIC X(100).

       WORKING-STORAGE SECTION.

      *File assignments resolved at start-up: each path may be
      *overridden through its DD_ environment variable, with the
      *original location as the default, so test and production
      *are a configuration difference instead of a source edit
       01  WCRates-PATH  PIC X(80)
           VALUE "C:\DataFiles\WCRates.dat".
       01  EmployeeYtd-PATH  PIC X(80)
           VALUE "C:\DataFiles\EmployeeYtd.dat".
       01  EmployeeMaster-PATH  PIC X(80)
           VALUE "C:\DataFiles\EmployeeMaster.dat".
       01  WCReport-PATH  PIC X(80)
           VALUE "C:\DataFiles\WorkersComp.rpt".
       01  PATH-OVERRIDE  PIC X(80).
       01  WS-EmpYtd-Status             PIC XX.
       01  WS-Master-Status             PIC XX.
       01  WS-Rates-EOF                 PIC 9 VALUE 0.
           88  end-of-rates             VALUE 1.
       01  WS-Ytd-EOF                   PIC 9 VALUE 0.
           88  end-of-ytd               VALUE 1.
       01  WS-Master-Found              PIC 9 VALUE 0.
           88  Master-Found             VALUE 1.
       01  WS-Map-Found                 PIC 9 VALUE 0.
           88  Map-Found                VALUE 1.

      *The return being prepared: YE, or Q1 to Q4
       01  WS-Return-Type               PIC X(2).
           88  Year-End-Return          VALUE "YE".
           88  Quarterly-Return         VALUE "Q1" "Q2" "Q3" "Q4".
       01  WS-Return-Quarter            PIC 9.

      *Annual maximum assessable per worker; no "M" record, no cap
       01  WS-Max-Assessable            PIC 9(7)V99 VALUE ZEROS.

      *Job code to rate group map from the "G" records
       01  WS-Map-Count                 PIC 99 VALUE ZEROS.
       01  WS-Map-Table.
           03  WS-Map-Entry             OCCURS 0 TO 20 TIMES
                                         DEPENDING ON WS-Map-Count
                                         INDEXED BY Map-Ix.
               05  WS-Map-JobCode       PIC X.
               05  WS-Map-Group         PIC X(6).

      *Company totals per rate group
       01  WS-Group-Count               PIC 99 VALUE ZEROS.
       01  WS-Group-Table.
           03  WS-Group-Entry           OCCURS 0 TO 20 TIMES
                                         DEPENDING ON WS-Group-Count
                                         INDEXED BY Group-Ix.
               05  WS-Grp-Code          PIC X(6).
               05  WS-Grp-Rate          PIC 9(2)V99.
               05  WS-Grp-Workers       PIC 9(5).
               05  WS-Grp-Earnings      PIC 9(9)V99.
               05  WS-Grp-Excess        PIC 9(9)V99.
               05  WS-Grp-Assessable    PIC 9(9)V99.
               05  WS-Grp-Premium       PIC 9(8)V99.

      *Totals per store and rate group
       01  WS-SG-Count                  PIC 9(4) VALUE ZEROS.
       01  WS-SG-Table.
           03  WS-SG-Entry              OCCURS 0 TO 1000 TIMES
                                         DEPENDING ON WS-SG-Count
                                         INDEXED BY SG-Ix.
               05  WS-SG-Key.
                   07  WS-SG-Store      PIC X(4).
                   07  WS-SG-Group      PIC X(6).
               05  WS-SG-Workers        PIC 9(5).
               05  WS-SG-Earnings       PIC 9(9)V99.
               05  WS-SG-Excess         PIC 9(9)V99.
               05  WS-SG-Assessable     PIC 9(9)V99.
               05  WS-SG-Premium        PIC 9(8)V99.
       01  WS-SG-Lookup.
           03  WS-SG-Lookup-Store       PIC X(4).
           03  WS-SG-Lookup-Group       PIC X(6).

      *The stores seen, in first-seen order, for the store section
       01  WS-Store-Count               PIC 99 VALUE ZEROS.
       01  WS-Store-Table.
           03  WS-Store-Entry           OCCURS 0 TO 50 TIMES
                                         DEPENDING ON WS-Store-Count
                                         INDEXED BY Store-Ix.
               05  WS-Store-Number      PIC X(4).

      *One worker's figures, annualized for a quarterly estimate
       01  WS-Worker-Earnings           PIC 9(9)V99.
       01  WS-Worker-Excess             PIC 9(9)V99.
       01  WS-Worker-Assessable         PIC 9(9)V99.
       01  WS-Worker-Premium            PIC 9(8)V99.

      *Store and company totals
       01  WS-Store-Assessable          PIC 9(9)V99.
       01  WS-Store-Premium             PIC 9(8)V99.
       01  WS-Company-Workers           PIC 9(5) VALUE ZEROS.
       01  WS-Company-Earnings          PIC 9(9)V99 VALUE ZEROS.
       01  WS-Company-Excess            PIC 9(9)V99 VALUE ZEROS.
       01  WS-Company-Assessable        PIC 9(9)V99 VALUE ZEROS.
       01  WS-Company-Premium           PIC 9(8)V99 VALUE ZEROS.
       01  WS-Instalment                PIC 9(8)V99.
       01  WS-Exception-Count           PIC 9(4) VALUE ZEROS.

       01  WS-Report-Heading.
           03  FILLER        PIC X(42) VALUE
               "WORKERS' COMPENSATION ASSESSABLE EARNINGS ".
           03  RH-Return     PIC X(30).
       01  WS-Max-Heading.
           03  FILLER        PIC X(30) VALUE
               "ANNUAL MAXIMUM PER WORKER   : ".
           03  MH-Maximum    PIC Z,ZZZ,ZZ9.99.
       01  WS-Section-Heading           PIC X(40).
       01  WS-Column-Heading.
           03  FILLER        PIC X(8)  VALUE "GROUP".
           03  FILLER        PIC X(8)  VALUE " WORKERS".
           03  FILLER        PIC X(15) VALUE "       EARNINGS".
           03  FILLER        PIC X(15) VALUE "   OVER MAXIMUM".
           03  FILLER        PIC X(15) VALUE "     ASSESSABLE".
           03  FILLER        PIC X(7)  VALUE "   RATE".
           03  FILLER        PIC X(14) VALUE "       PREMIUM".
       01  WS-Group-Line.
           03  GL-Group      PIC X(6).
           03  FILLER        PIC X(2)  VALUE SPACES.
           03  GL-Workers    PIC ZZ,ZZ9.
           03  FILLER        PIC X(2)  VALUE SPACES.
           03  GL-Earnings   PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER        PIC X(1)  VALUE SPACES.
           03  GL-Excess     PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER        PIC X(1)  VALUE SPACES.
           03  GL-Assessable PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER        PIC X(2)  VALUE SPACES.
           03  GL-Rate       PIC Z9.99.
           03  FILLER        PIC X(1)  VALUE SPACES.
           03  GL-Premium    PIC ZZ,ZZZ,ZZ9.99.
       01  WS-Store-Heading.
           03  FILLER        PIC X(7) VALUE "STORE #".
           03  SH-Store      PIC X(4).
       01  WS-Exception-Line.
           03  FILLER        PIC X(2)  VALUE SPACES.
           03  XL-EmployeeID PIC X(4).
           03  FILLER        PIC X(2)  VALUE SPACES.
           03  XL-Earnings   PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER        PIC X(2)  VALUE SPACES.
           03  XL-Reason     PIC X(30).
       01  WS-Total-Line.
           03  TL-Label      PIC X(30).
           03  TL-Amount     PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       main-program.
           PERFORM CONFIGURE-FILE-PATHS
           display "WORKERS' COMPENSATION ASSESSABLE EARNINGS"
           display "ENTER RETURN (YE YEAR-END, Q1-Q4 QUARTERLY): "
               with no advancing
           accept WS-Return-Type
           if not Year-End-Return and not Quarterly-Return
               display "INVALID RETURN TYPE - RUN CANCELLED"
               stop run
           end-if
           if Quarterly-Return
               move WS-Return-Type(2:1) to WS-Return-Quarter
           end-if
           perform load-wc-rates
           perform open-files
           perform assess-one-employee until end-of-ytd
           perform write-group-section
           perform write-store-section
           perform write-company-totals
           perform close-files
           display "ASSESSABLE EARNINGS : " WS-Company-Assessable
           display "PREMIUM             : " WS-Company-Premium
           display "EXCEPTIONS          : " WS-Exception-Count
           stop run.

      *-------------------------------------------------------------
      *load-wc-rates paragraph loads the job code map, the rate
      *groups with their rates, and the annual maximum
      *-------------------------------------------------------------
       load-wc-rates.
           open input WCRates
           read WCRates
               at end set end-of-rates to true
           end-read
           perform load-one-rate until end-of-rates
           close WCRates
           if WS-Map-Count = 0
               display "ERROR: WCRates.dat maps no job codes"
               stop run
           end-if
           exit.

      *-------------------------------------------------------------
      *load-one-rate paragraph routes one rate record by type
      *-------------------------------------------------------------
       load-one-rate.
           evaluate true
               when WC-Group
                   perform load-group-rate
               when WC-Maximum
                   move WC-Max-Assessable to WS-Max-Assessable
               when other
                   display "BAD RATE RECORD BYPASSED: " WCRateRecord
           end-evaluate
           read WCRates
               at end set end-of-rates to true
           end-read
           exit.

      *-------------------------------------------------------------
      *load-group-rate paragraph maps one job code to its rate group
      *and adds the group the first time it is named
      *-------------------------------------------------------------
       load-group-rate.
           if WS-Map-Count >= 20
               display "ERROR: Job code map table full"
               stop run
           end-if
           add 1 to WS-Map-Count
           move WC-JobCode to WS-Map-JobCode(WS-Map-Count)
           move WC-Rate-Group to WS-Map-Group(WS-Map-Count)
           set Group-Ix to 1
           search WS-Group-Entry
               at end
                   if WS-Group-Count >= 20
                       display "ERROR: Rate group table full"
                       stop run
                   end-if
                   add 1 to WS-Group-Count
                   set Group-Ix to WS-Group-Count
                   move WC-Rate-Group to WS-Grp-Code(Group-Ix)
                   move WC-Rate to WS-Grp-Rate(Group-Ix)
                   move ZEROS to WS-Grp-Workers(Group-Ix)
                   move ZEROS to WS-Grp-Earnings(Group-Ix)
                   move ZEROS to WS-Grp-Excess(Group-Ix)
                   move ZEROS to WS-Grp-Assessable(Group-Ix)
                   move ZEROS to WS-Grp-Premium(Group-Ix)
               when WS-Grp-Code(Group-Ix) = WC-Rate-Group
                   continue
           end-search
           exit.

      *-------------------------------------------------------------
      *open-files paragraph opens the year-to-date file, the master
      *and the report, and primes the first employee
      *-------------------------------------------------------------
       open-files.
           open input EmployeeYtd
           if WS-EmpYtd-Status not = "00"
               display "CANNOT OPEN EmployeeYtd.dat - STATUS "
                   WS-EmpYtd-Status
               stop run
           end-if
           open input EmployeeMaster
           if WS-Master-Status not = "00"
               display "ERROR: EmployeeMaster could not be opened,"
                   " status " WS-Master-Status
               stop run
           end-if
           open output WCReport
           if Year-End-Return
               move "- YEAR-END RETURN" to RH-Return
           else
               move "- QUARTERLY INSTALMENT Q" to RH-Return
               move WS-Return-Quarter to RH-Return(25:1)
           end-if
           write WCReportLine from WS-Report-Heading
           move WS-Max-Assessable to MH-Maximum
           write WCReportLine from WS-Max-Heading
           move spaces to WCReportLine
           write WCReportLine
           move "EXCEPTIONS - NOT ASSESSED" to WS-Section-Heading
           write WCReportLine from WS-Section-Heading
           read EmployeeYtd next record
               at end set end-of-ytd to true
           end-read
           exit.

      *-------------------------------------------------------------
      *assess-one-employee paragraph places one employee's earnings
      *in the rate group for the job code, caps them at the annual
      *maximum, and prices the premium
      *-------------------------------------------------------------
       assess-one-employee.
           if Year-End-Return
               move EY-Gross to WS-Worker-Earnings
           else
               compute WS-Worker-Earnings rounded =
                   EY-Gross * 4 / WS-Return-Quarter
           end-if
           move 1 to WS-Master-Found
           move EY-EmployeeID to EM-EmployeeID
           read EmployeeMaster key is EM-EmployeeID
               invalid key
                   move 0 to WS-Master-Found
           end-read
           move 0 to WS-Map-Found
           if Master-Found
               set Map-Ix to 1
               search WS-Map-Entry
                   at end continue
                   when WS-Map-JobCode(Map-Ix) = EM-JobCode
                       move 1 to WS-Map-Found
               end-search
           end-if
           evaluate true
               when EY-Gross = 0
                   continue
               when not Master-Found
                   move "NOT ON EMPLOYEE MASTER" to XL-Reason
                   perform write-exception-line
               when not Map-Found
                   move spaces to XL-Reason
                   string "JOB CODE " EM-JobCode " NOT IN WCRATES"
                       delimited by size into XL-Reason
                   end-string
                   perform write-exception-line
               when other
                   perform price-worker
           end-evaluate
           read EmployeeYtd next record
               at end set end-of-ytd to true
           end-read
           exit.

      *-------------------------------------------------------------
      *write-exception-line paragraph lists an employee whose
      *earnings could not be placed in a rate group
      *-------------------------------------------------------------
       write-exception-line.
           move EY-EmployeeID to XL-EmployeeID
           move EY-Gross to XL-Earnings
           write WCReportLine from WS-Exception-Line
           add 1 to WS-Exception-Count
           exit.

      *-------------------------------------------------------------
      *price-worker paragraph caps the worker's earnings, prices the
      *premium at the group's rate per $100, and rolls both into the
      *group and the store/group totals
      *-------------------------------------------------------------
       price-worker.
           set Group-Ix to 1
           search WS-Group-Entry
               when WS-Grp-Code(Group-Ix) = WS-Map-Group(Map-Ix)
                   continue
           end-search
           move ZEROS to WS-Worker-Excess
           move WS-Worker-Earnings to WS-Worker-Assessable
           if WS-Max-Assessable > 0
               and WS-Worker-Earnings > WS-Max-Assessable
               compute WS-Worker-Excess =
                   WS-Worker-Earnings - WS-Max-Assessable
               move WS-Max-Assessable to WS-Worker-Assessable
           end-if
           compute WS-Worker-Premium rounded =
               WS-Worker-Assessable * WS-Grp-Rate(Group-Ix) / 100
           add 1 to WS-Grp-Workers(Group-Ix)
           add WS-Worker-Earnings to WS-Grp-Earnings(Group-Ix)
           add WS-Worker-Excess to WS-Grp-Excess(Group-Ix)
           add WS-Worker-Assessable to WS-Grp-Assessable(Group-Ix)
           add WS-Worker-Premium to WS-Grp-Premium(Group-Ix)
           move EM-StoreNumber to WS-SG-Lookup-Store
           move WS-Grp-Code(Group-Ix) to WS-SG-Lookup-Group
           perform find-or-add-store-group
           add 1 to WS-SG-Workers(SG-Ix)
           add WS-Worker-Earnings to WS-SG-Earnings(SG-Ix)
           add WS-Worker-Excess to WS-SG-Excess(SG-Ix)
           add WS-Worker-Assessable to WS-SG-Assessable(SG-Ix)
           add WS-Worker-Premium to WS-SG-Premium(SG-Ix)
           exit.

      *-------------------------------------------------------------
      *find-or-add-store-group paragraph finds the store/group entry
      *for the worker, adding it (and the store) the first time
      *-------------------------------------------------------------
       find-or-add-store-group.
           set SG-Ix to 1
           search WS-SG-Entry
               at end
                   if WS-SG-Count >= 1000
                       display "ERROR: Store/group table full"
                       stop run
                   end-if
                   add 1 to WS-SG-Count
                   set SG-Ix to WS-SG-Count
                   move WS-SG-Lookup to WS-SG-Key(SG-Ix)
                   move ZEROS to WS-SG-Workers(SG-Ix)
                   move ZEROS to WS-SG-Earnings(SG-Ix)
                   move ZEROS to WS-SG-Excess(SG-Ix)
                   move ZEROS to WS-SG-Assessable(SG-Ix)
                   move ZEROS to WS-SG-Premium(SG-Ix)
                   perform find-or-add-store
               when WS-SG-Key(SG-Ix) = WS-SG-Lookup
                   continue
           end-search
           exit.

      *-------------------------------------------------------------
      *find-or-add-store paragraph remembers a store the first time
      *a worker for it is seen
      *-------------------------------------------------------------
       find-or-add-store.
           set Store-Ix to 1
           search WS-Store-Entry
               at end
                   if WS-Store-Count >= 50
                       display "ERROR: Store table full"
                       stop run
                   end-if
                   add 1 to WS-Store-Count
                   set Store-Ix to WS-Store-Count
                   move WS-SG-Lookup-Store to WS-Store-Number(Store-Ix)
               when WS-Store-Number(Store-Ix) = WS-SG-Lookup-Store
                   continue
           end-search
           exit.

      *-------------------------------------------------------------
      *write-group-section paragraph writes the company totals by
      *rate group, the figures the return is filed on
      *-------------------------------------------------------------
       write-group-section.
           move spaces to WCReportLine
           write WCReportLine
           move "BY RATE GROUP" to WS-Section-Heading
           write WCReportLine from WS-Section-Heading
           write WCReportLine from WS-Column-Heading
           perform write-one-group-line
               varying Group-Ix from 1 by 1
               until Group-Ix > WS-Group-Count
           exit.

      *-------------------------------------------------------------
      *write-one-group-line paragraph writes one rate group's totals
      *and rolls them into the company totals
      *-------------------------------------------------------------
       write-one-group-line.
           move WS-Grp-Code(Group-Ix) to GL-Group
           move WS-Grp-Workers(Group-Ix) to GL-Workers
           move WS-Grp-Earnings(Group-Ix) to GL-Earnings
           move WS-Grp-Excess(Group-Ix) to GL-Excess
           move WS-Grp-Assessable(Group-Ix) to GL-Assessable
           move WS-Grp-Rate(Group-Ix) to GL-Rate
           move WS-Grp-Premium(Group-Ix) to GL-Premium
           write WCReportLine from WS-Group-Line
           add WS-Grp-Workers(Group-Ix) to WS-Company-Workers
           add WS-Grp-Earnings(Group-Ix) to WS-Company-Earnings
           add WS-Grp-Excess(Group-Ix) to WS-Company-Excess
           add WS-Grp-Assessable(Group-Ix) to WS-Company-Assessable
           add WS-Grp-Premium(Group-Ix) to WS-Company-Premium
           exit.

      *-------------------------------------------------------------
      *write-store-section paragraph writes each store's totals by
      *rate group with a store total
      *-------------------------------------------------------------
       write-store-section.
           move spaces to WCReportLine
           write WCReportLine
           move "BY STORE AND RATE GROUP" to WS-Section-Heading
           write WCReportLine from WS-Section-Heading
           perform write-one-store-block
               varying Store-Ix from 1 by 1
               until Store-Ix > WS-Store-Count
           exit.

      *-------------------------------------------------------------
      *write-one-store-block paragraph writes one store's rate group
      *lines and the store's assessable earnings and premium
      *-------------------------------------------------------------
       write-one-store-block.
           move spaces to WCReportLine
           write WCReportLine
           move WS-Store-Number(Store-Ix) to SH-Store
           write WCReportLine from WS-Store-Heading
           write WCReportLine from WS-Column-Heading
           move ZEROS to WS-Store-Assessable
           move ZEROS to WS-Store-Premium
           perform write-one-store-group-line
               varying SG-Ix from 1 by 1
               until SG-Ix > WS-SG-Count
           move "STORE ASSESSABLE EARNINGS   : " to TL-Label
           move WS-Store-Assessable to TL-Amount
           write WCReportLine from WS-Total-Line
           move "STORE PREMIUM               : " to TL-Label
           move WS-Store-Premium to TL-Amount
           write WCReportLine from WS-Total-Line
           exit.

      *-------------------------------------------------------------
      *write-one-store-group-line paragraph writes the store/group
      *entry at SG-Ix when it belongs to the store being written
      *-------------------------------------------------------------
       write-one-store-group-line.
           if WS-SG-Store(SG-Ix) = WS-Store-Number(Store-Ix)
               move WS-SG-Group(SG-Ix) to GL-Group
               move WS-SG-Workers(SG-Ix) to GL-Workers
               move WS-SG-Earnings(SG-Ix) to GL-Earnings
               move WS-SG-Excess(SG-Ix) to GL-Excess
               move WS-SG-Assessable(SG-Ix) to GL-Assessable
               set Group-Ix to 1
               search WS-Group-Entry
                   when WS-Grp-Code(Group-Ix) = WS-SG-Group(SG-Ix)
                       move WS-Grp-Rate(Group-Ix) to GL-Rate
               end-search
               move WS-SG-Premium(SG-Ix) to GL-Premium
               write WCReportLine from WS-Group-Line
               add WS-SG-Assessable(SG-Ix) to WS-Store-Assessable
               add WS-SG-Premium(SG-Ix) to WS-Store-Premium
           end-if
           exit.

      *-------------------------------------------------------------
      *write-company-totals paragraph writes the company totals;
      *a quarterly run adds the instalment due, a quarter of the
      *estimated annual premium
      *-------------------------------------------------------------
       write-company-totals.
           move spaces to WCReportLine
           write WCReportLine
           move "TOTAL EARNINGS              : " to TL-Label
           move WS-Company-Earnings to TL-Amount
           write WCReportLine from WS-Total-Line
           move "EARNINGS OVER MAXIMUM       : " to TL-Label
           move WS-Company-Excess to TL-Amount
           write WCReportLine from WS-Total-Line
           move "ASSESSABLE EARNINGS         : " to TL-Label
           move WS-Company-Assessable to TL-Amount
           write WCReportLine from WS-Total-Line
           if Year-End-Return
               move "PREMIUM OWING               : " to TL-Label
               move WS-Company-Premium to TL-Amount
               write WCReportLine from WS-Total-Line
           else
               move "ESTIMATED ANNUAL PREMIUM    : " to TL-Label
               move WS-Company-Premium to TL-Amount
               write WCReportLine from WS-Total-Line
               compute WS-Instalment rounded = WS-Company-Premium / 4
               move "QUARTERLY INSTALMENT        : " to TL-Label
               move WS-Instalment to TL-Amount
               write WCReportLine from WS-Total-Line
           end-if
           exit.

      *-------------------------------------------------------------
      *close-files paragraph closes everything
      *-------------------------------------------------------------
       close-files.
           close EmployeeYtd EmployeeMaster WCReport
           exit.



      *-------------------------------------------------------------
      *Resolve every file path: the DD_ environment variable wins
      *when it is set, otherwise the built-in default stands, and
      *the resolved paths are echoed into the run output
      *-------------------------------------------------------------
       CONFIGURE-FILE-PATHS.
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_WCRATES"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO WCRates-PATH
           END-IF
           DISPLAY "WCRates: " WCRates-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_EMPLOYEEYTD"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO EmployeeYtd-PATH
           END-IF
           DISPLAY "EmployeeYtd: " EmployeeYtd-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_EMPLOYEEMASTER"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO EmployeeMaster-PATH
           END-IF
           DISPLAY "EmployeeMaster: " EmployeeMaster-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_WCREPORT"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO WCReport-PATH
           END-IF
           DISPLAY "WCReport: " WCReport-PATH
           EXIT.
       END PROGRAM WorkersCompReport.
