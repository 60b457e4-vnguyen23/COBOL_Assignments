       IDENTIFICATION DIVISION.
       PROGRAM-ID. RaiseWhatIf as "RaiseWhatIf".

      *RaiseWhatIf answers the pay-review question "what does this
      *raise cost each store for the rest of the year?" from the
      *payroll's own data, in the spirit of the Assignment7 what-if
      *calculator. The RaiseScenario.dat file carries percentage
      *changes by job code and/or store, each with an effective
      *date; a blank job code or store applies to all, and the most
      *specific line that matches an employee wins (store and job
      *code, then store, then job code, then all). Every active
      *employee on EmployeeMaster.dat is priced at the current
      *weekly rate - the salary on the latest WeeklySalary feed, or
      *for an hourly employee the hourly rate times the standard
      *week from OvertimeControl.dat (40 hours when absent) - and
      *the whole weeks left in the year after the projection date
      *are costed at that rate up to the effective date and at the
      *raised rate after it. Per store and job code the report
      *shows the weekly rate before and after, the cost of the
      *raise, the year-to-date salary from YtdSalary.dat and its
      *annual run-rate, the projected year (year-to-date plus the
      *rest of the year at the new rates), and the annual budget
      *from StoreBudget.dat (weekly budget times 52) with the
      *variance. Every file is opened for input only; no master is
      *ever changed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select RaiseScenario assign using
           RaiseScenario-PATH
           organization is line sequential.

           select EmployeeMaster assign using
           EmployeeMaster-PATH
           organization is indexed
           access is sequential
           record key is EM-EmployeeID
           file status is WS-Master-Status.

           select WeeklySalary assign using
           WeeklySalary-PATH
           organization is line sequential.

           select optional OvertimeControl assign using
           OvertimeControl-PATH
           organization is line sequential.

           select optional YtdSalary assign using
           YtdSalary-PATH
           organization is indexed
           access is sequential
           record key is YTD-Key
           file status is WS-YTD-Status.

           select optional StoreBudget assign using
           StoreBudget-PATH
           organization is line sequential.

           select WhatIfReport assign using
           WhatIfReport-PATH
           organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       fd RaiseScenario.
      ********RaiseScenarioRecord, one proposed change per line********
       01  RaiseScenarioRecord.
           03    RS-JobCode             PIC X.
           03    FILLER                 PIC X.
           03    RS-StoreNumber         PIC X(4).
           03    FILLER                 PIC X.
           03    RS-Percent             PIC 9(2)V99.
           03    FILLER                 PIC X.
           03    RS-Effective-Date      PIC 9(8).

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
               88  EM-Hourly            VALUE "H".
           03    EM-HourlyRate          PIC 9(3)V99.

       fd WeeklySalary.
      *********EmployeeSalary record, length 59 characters*********
       01  EmployeeSalary.
           03    EmployeeID             PIC X(4).
           03    JobCode                PIC X.
           03    LastName               PIC X(14).
           03    FirstName              PIC X(14).
           03    StartDate              PIC X(8).
           03    StoreNumber            PIC X(4).
           03    WklySalary             PIC 9(4)V99.
           03    SaleAmount             PIC 9(6)V99.
      ********End of EmployeeSalary record**************************

       fd OvertimeControl.
       01  OvertimeControlRecord.
           03    OC-Threshold           PIC 99V99.

       fd YtdSalary.
       01  YtdSalaryRecord.
           03    YTD-Key.
               05    YTD-StoreNumber    PIC X(4).
               05    YTD-JobCode        PIC X.
           03    YTD-Total              PIC 9(7)V99.

       fd StoreBudget.
       01  StoreBudgetRecord.
           03    SB-StoreNumber         PIC X(4).
           03    FILLER                 PIC X.
           03    SB-JobCode             PIC X.
           03    FILLER                 PIC X.
           03    SB-Amount              PIC 9(6)V99.

       fd WhatIfReport.
       01  WhatIfReportLine             PIC X(132).

       WORKING-STORAGE SECTION.

      *File assignments resolved at start-up: each path may be
      *overridden through its DD_ environment variable, with the
      *original location as the default, so test and production
      *are a configuration difference instead of a source edit
       01  RaiseScenario-PATH  PIC X(80)
           VALUE "C:\DataFiles\RaiseScenario.dat".
       01  EmployeeMaster-PATH  PIC X(80)
           VALUE "C:\DataFiles\EmployeeMaster.dat".
       01  WeeklySalary-PATH  PIC X(80)
           VALUE "C:\DataFiles\WeeklySalary.dat".
       01  OvertimeControl-PATH  PIC X(80)
           VALUE "C:\DataFiles\OvertimeControl.dat".
       01  YtdSalary-PATH  PIC X(80)
           VALUE "C:\DataFiles\YtdSalary.dat".
       01  StoreBudget-PATH  PIC X(80)
           VALUE "C:\DataFiles\StoreBudget.dat".
       01  WhatIfReport-PATH  PIC X(80)
           VALUE "C:\DataFiles\RaiseWhatIf.rpt".
       01  PATH-OVERRIDE  PIC X(80).
       01  WS-Master-Status             PIC XX.
       01  WS-YTD-Status                PIC XX.
       01  WS-Scenario-EOF              PIC 9 VALUE 0.
           88  end-of-scenario          VALUE 1.
       01  WS-Master-EOF                PIC 9 VALUE 0.
           88  end-of-master            VALUE 1.
       01  WS-Feed-EOF                  PIC 9 VALUE 0.
           88  end-of-feed              VALUE 1.
       01  WS-YTD-EOF                   PIC 9 VALUE 0.
           88  end-of-ytd               VALUE 1.
       01  WS-Budget-EOF                PIC 9 VALUE 0.
           88  end-of-budget            VALUE 1.
       01  WS-Rate-Found                PIC 9 VALUE 0.
           88  Rate-Found               VALUE 1.

      *The projection date: the rest of the year is costed from here
       01  WS-Projection-Date-X         PIC X(8).
       01  WS-Projection-Date           PIC 9(8).
       01  WS-Standard-Hours            PIC 99V99 VALUE 40.00.

      *The proposed changes from RaiseScenario.dat
       01  WS-Scen-Count                PIC 99 VALUE ZEROS.
       01  WS-Scen-Table.
           03  WS-Scen-Entry            OCCURS 0 TO 50 TIMES
                                         DEPENDING ON WS-Scen-Count
                                         INDEXED BY Scen-Ix.
               05  WS-Scen-JobCode      PIC X.
               05  WS-Scen-Store        PIC X(4).
               05  WS-Scen-Percent      PIC 9(2)V99.
               05  WS-Scen-Effective    PIC 9(8).
       01  WS-Best-Score                PIC 9.
       01  WS-Scen-Score                PIC 9.
       01  WS-Raise-Percent             PIC 9(2)V99.
       01  WS-Raise-Effective           PIC 9(8).

      *The latest feed's weekly salaries, by employee
       01  WS-Feed-Count                PIC 9(4) VALUE ZEROS.
       01  WS-Feed-Table.
           03  WS-Feed-Entry            OCCURS 0 TO 2000 TIMES
                                         DEPENDING ON WS-Feed-Count
                                         INDEXED BY Feed-Ix.
               05  WS-Feed-EmployeeID   PIC X(4).
               05  WS-Feed-Salary       PIC 9(4)V99.

      *Projection per store and job code
       01  WS-SJ-Count                  PIC 9(3) VALUE ZEROS.
       01  WS-SJ-Table.
           03  WS-SJ-Entry              OCCURS 0 TO 250 TIMES
                                         DEPENDING ON WS-SJ-Count
                                         INDEXED BY SJ-Ix.
               05  WS-SJ-Key.
                   07  WS-SJ-Store      PIC X(4).
                   07  WS-SJ-JobCode    PIC X.
               05  WS-SJ-Employees      PIC 9(4).
               05  WS-SJ-Weekly         PIC 9(7)V99.
               05  WS-SJ-New-Weekly     PIC 9(7)V99.
               05  WS-SJ-Rest-Current   PIC 9(9)V99.
               05  WS-SJ-Rest-Raised    PIC 9(9)V99.
               05  WS-SJ-Ytd            PIC 9(9)V99.
               05  WS-SJ-Budget         PIC 9(9)V99.
       01  WS-SJ-Lookup.
           03  WS-SJ-Lookup-Store       PIC X(4).
           03  WS-SJ-Lookup-JobCode     PIC X.

      *The stores seen, in first-seen order, for the grouping
       01  WS-Store-Count               PIC 99 VALUE ZEROS.
       01  WS-Store-Table.
           03  WS-Store-Entry           OCCURS 0 TO 50 TIMES
                                         DEPENDING ON WS-Store-Count
                                         INDEXED BY Store-Ix.
               05  WS-Store-Number      PIC X(4).

      *Date arithmetic: a YYYYMMDD date in WS-Date-Work becomes a
      *running day number so the weeks left in the year, and those
      *before and after an effective date, can be counted
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
       01  WS-Projection-Daynum         PIC 9(7).
       01  WS-Year-Start-Daynum         PIC 9(7).
       01  WS-Year-End-Daynum           PIC 9(7).
       01  WS-Effective-Daynum          PIC 9(7).
       01  WS-Weeks-Elapsed             PIC 99.
       01  WS-Weeks-Remaining           PIC 99.
       01  WS-Weeks-Before              PIC 99.
       01  WS-Weeks-After               PIC 99.

      *One employee's rates and remaining-year cost
       01  WS-Current-Weekly            PIC 9(5)V99.
       01  WS-New-Weekly                PIC 9(5)V99.
       01  WS-Rest-Current              PIC 9(7)V99.
       01  WS-Rest-Raised               PIC 9(7)V99.

      *Report figures per line, store and company
       01  WS-Line-Increase             PIC 9(9)V99.
       01  WS-Line-Run-Rate             PIC 9(9)V99.
       01  WS-Line-Projected            PIC 9(9)V99.
       01  WS-Line-Variance             PIC S9(9)V99.
       01  WS-Totals.
           03  WS-Tot-Employees         PIC 9(5).
           03  WS-Tot-Weekly            PIC 9(8)V99.
           03  WS-Tot-New-Weekly        PIC 9(8)V99.
           03  WS-Tot-Increase          PIC 9(9)V99.
           03  WS-Tot-Ytd               PIC 9(9)V99.
           03  WS-Tot-Run-Rate          PIC 9(9)V99.
           03  WS-Tot-Projected         PIC 9(9)V99.
           03  WS-Tot-Budget            PIC 9(9)V99.
       01  WS-Company-Totals.
           03  WS-Co-Employees          PIC 9(5).
           03  WS-Co-Weekly             PIC 9(8)V99.
           03  WS-Co-New-Weekly         PIC 9(8)V99.
           03  WS-Co-Increase           PIC 9(9)V99.
           03  WS-Co-Ytd                PIC 9(9)V99.
           03  WS-Co-Run-Rate           PIC 9(9)V99.
           03  WS-Co-Projected          PIC 9(9)V99.
           03  WS-Co-Budget             PIC 9(9)V99.
       01  WS-Not-Priced-Count          PIC 9(4) VALUE ZEROS.

       01  WS-Report-Heading.
           03  FILLER        PIC X(38) VALUE
               "PROPOSED RAISE PROJECTION FROM DATE ".
           03  RH-Date       PIC 9(8).
           03  FILLER        PIC X(16) VALUE "  WEEKS LEFT:  ".
           03  RH-Weeks      PIC Z9.
       01  WS-Column-Heading.
           03  FILLER        PIC X(7)  VALUE "STORE".
           03  FILLER        PIC X(4)  VALUE "JOB".
           03  FILLER        PIC X(5)  VALUE " EMPS".
           03  FILLER        PIC X(12) VALUE "  CUR WEEKLY".
           03  FILLER        PIC X(12) VALUE "  NEW WEEKLY".
           03  FILLER        PIC X(14) VALUE "    RAISE COST".
           03  FILLER        PIC X(14) VALUE "    YTD SALARY".
           03  FILLER        PIC X(14) VALUE "  YTD RUN-RATE".
           03  FILLER        PIC X(14) VALUE "  PROJECTED YR".
           03  FILLER        PIC X(14) VALUE "   BUDGET YEAR".
           03  FILLER        PIC X(14) VALUE "      VARIANCE".
       01  WS-Detail-Line.
           03  DL-Store      PIC X(4).
           03  FILLER        PIC X(3)  VALUE SPACES.
           03  DL-JobCode    PIC X(3).
           03  DL-Employees  PIC Z,ZZ9.
           03  FILLER        PIC X(1)  VALUE SPACES.
           03  DL-Weekly     PIC ZZZ,ZZ9.99.
           03  FILLER        PIC X(2)  VALUE SPACES.
           03  DL-New-Weekly PIC ZZZ,ZZ9.99.
           03  FILLER        PIC X(2)  VALUE SPACES.
           03  DL-Increase   PIC Z,ZZZ,ZZ9.99.
           03  FILLER        PIC X(2)  VALUE SPACES.
           03  DL-Ytd        PIC Z,ZZZ,ZZ9.99.
           03  FILLER        PIC X(2)  VALUE SPACES.
           03  DL-Run-Rate   PIC Z,ZZZ,ZZ9.99.
           03  FILLER        PIC X(2)  VALUE SPACES.
           03  DL-Projected  PIC Z,ZZZ,ZZ9.99.
           03  FILLER        PIC X(2)  VALUE SPACES.
           03  DL-Budget     PIC Z,ZZZ,ZZ9.99.
           03  FILLER        PIC X(1)  VALUE SPACES.
           03  DL-Variance   PIC -Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       main-program.
           PERFORM CONFIGURE-FILE-PATHS
           display "PROPOSED RAISE WHAT-IF PROJECTION"
           display "ENTER PROJECTION DATE (YYYYMMDD, BLANK = TODAY): "
               with no advancing
           accept WS-Projection-Date-X
           if WS-Projection-Date-X = spaces
               accept WS-Projection-Date from DATE YYYYMMDD
           else
               if WS-Projection-Date-X not numeric
                   display "INVALID DATE - RUN CANCELLED"
                   stop run
               end-if
               move WS-Projection-Date-X to WS-Projection-Date
           end-if
           perform set-projection-weeks
           perform load-raise-scenario
           perform load-standard-hours
           perform load-feed-salaries
           perform project-employees
           perform load-ytd-salary
           perform load-store-budget
           perform write-projection-report
           display "EMPLOYEES PROJECTED : " WS-Co-Employees
           display "NOT PRICED          : " WS-Not-Priced-Count
           display "COST OF RAISES      : " WS-Co-Increase
           stop run.

      *-------------------------------------------------------------
      *set-projection-weeks paragraph counts the whole weeks of the
      *year already worked and still to come from the projection
      *date
      *-------------------------------------------------------------
       set-projection-weeks.
           move WS-Projection-Date to WS-Date-Work
           perform convert-date-to-daynum
           move WS-Daynum to WS-Projection-Daynum
           move 01 to WS-DW-Month
           move 01 to WS-DW-Day
           perform convert-date-to-daynum
           move WS-Daynum to WS-Year-Start-Daynum
           move 12 to WS-DW-Month
           move 31 to WS-DW-Day
           perform convert-date-to-daynum
           move WS-Daynum to WS-Year-End-Daynum
           compute WS-Weeks-Elapsed =
               (WS-Projection-Daynum - WS-Year-Start-Daynum) / 7
           compute WS-Weeks-Remaining =
               (WS-Year-End-Daynum - WS-Projection-Daynum) / 7
           exit.

      *-------------------------------------------------------------
      *load-raise-scenario paragraph loads the proposed changes
      *-------------------------------------------------------------
       load-raise-scenario.
           open input RaiseScenario
           read RaiseScenario
               at end set end-of-scenario to true
           end-read
           perform load-one-scenario until end-of-scenario
           close RaiseScenario
           exit.

      *-------------------------------------------------------------
      *load-one-scenario paragraph stores one proposed change
      *-------------------------------------------------------------
       load-one-scenario.
           if RS-Percent not numeric or RS-Effective-Date not numeric
               display "BAD SCENARIO LINE BYPASSED: "
                   RaiseScenarioRecord
           else
               if WS-Scen-Count >= 50
                   display "ERROR: Scenario table full"
                   stop run
               end-if
               add 1 to WS-Scen-Count
               move RS-JobCode to WS-Scen-JobCode(WS-Scen-Count)
               move RS-StoreNumber to WS-Scen-Store(WS-Scen-Count)
               move RS-Percent to WS-Scen-Percent(WS-Scen-Count)
               move RS-Effective-Date to
                   WS-Scen-Effective(WS-Scen-Count)
           end-if
           read RaiseScenario
               at end set end-of-scenario to true
           end-read
           exit.

      *-------------------------------------------------------------
      *load-standard-hours paragraph picks up the standard week an
      *hourly rate is priced at from the optional OvertimeControl
      *-------------------------------------------------------------
       load-standard-hours.
           open input OvertimeControl
           read OvertimeControl
               at end
                   continue
               not at end
                   move OC-Threshold to WS-Standard-Hours
           end-read
           close OvertimeControl
           exit.

      *-------------------------------------------------------------
      *load-feed-salaries paragraph keeps the weekly salary of every
      *employee on the latest WeeklySalary feed
      *-------------------------------------------------------------
       load-feed-salaries.
           open input WeeklySalary
           read WeeklySalary
               at end set end-of-feed to true
           end-read
           perform load-one-feed-salary until end-of-feed
           close WeeklySalary
           exit.

      *-------------------------------------------------------------
      *load-one-feed-salary paragraph stores one feed salary
      *-------------------------------------------------------------
       load-one-feed-salary.
           if WS-Feed-Count >= 2000
               display "ERROR: Feed salary table full"
               stop run
           end-if
           add 1 to WS-Feed-Count
           move EmployeeID to WS-Feed-EmployeeID(WS-Feed-Count)
           move WklySalary to WS-Feed-Salary(WS-Feed-Count)
           read WeeklySalary
               at end set end-of-feed to true
           end-read
           exit.

      *-------------------------------------------------------------
      *project-employees paragraph browses the master and projects
      *every active employee
      *-------------------------------------------------------------
       project-employees.
           open input EmployeeMaster
           if WS-Master-Status not = "00"
               display "ERROR: EmployeeMaster could not be opened,"
                   " status " WS-Master-Status
               stop run
           end-if
           read EmployeeMaster next record
               at end set end-of-master to true
           end-read
           perform project-one-employee until end-of-master
           close EmployeeMaster
           exit.

      *-------------------------------------------------------------
      *project-one-employee paragraph prices one active employee's
      *rest of the year at the current rate and under the scenario
      *-------------------------------------------------------------
       project-one-employee.
           if EM-Active
               perform find-current-weekly
               if Rate-Found
                   perform find-scenario-raise
                   perform cost-rest-of-year
                   move EM-StoreNumber to WS-SJ-Lookup-Store
                   move EM-JobCode to WS-SJ-Lookup-JobCode
                   perform find-or-add-store-job
                   add 1 to WS-SJ-Employees(SJ-Ix)
                   add WS-Current-Weekly to WS-SJ-Weekly(SJ-Ix)
                   add WS-New-Weekly to WS-SJ-New-Weekly(SJ-Ix)
                   add WS-Rest-Current to WS-SJ-Rest-Current(SJ-Ix)
                   add WS-Rest-Raised to WS-SJ-Rest-Raised(SJ-Ix)
               else
                   display "NO CURRENT RATE - NOT PROJECTED: "
                       EM-EmployeeID
                   add 1 to WS-Not-Priced-Count
               end-if
           end-if
           read EmployeeMaster next record
               at end set end-of-master to true
           end-read
           exit.

      *-------------------------------------------------------------
      *find-current-weekly paragraph works out the employee's
      *current weekly rate: hourly rate times the standard week, or
      *the salary on the latest feed
      *-------------------------------------------------------------
       find-current-weekly.
           move 0 to WS-Rate-Found
           move ZEROS to WS-Current-Weekly
           if EM-Hourly
               compute WS-Current-Weekly rounded =
                   EM-HourlyRate * WS-Standard-Hours
               move 1 to WS-Rate-Found
           else
               if WS-Feed-Count > 0
                   set Feed-Ix to 1
                   search WS-Feed-Entry
                       at end continue
                       when WS-Feed-EmployeeID(Feed-Ix) =
                           EM-EmployeeID
                           move WS-Feed-Salary(Feed-Ix) to
                               WS-Current-Weekly
                           move 1 to WS-Rate-Found
                   end-search
               end-if
           end-if
           exit.

      *-------------------------------------------------------------
      *find-scenario-raise paragraph picks the most specific
      *scenario line for the employee's store and job code
      *-------------------------------------------------------------
       find-scenario-raise.
           move ZEROS to WS-Raise-Percent
           move ZEROS to WS-Raise-Effective
           move 0 to WS-Best-Score
           perform score-one-scenario
               varying Scen-Ix from 1 by 1
               until Scen-Ix > WS-Scen-Count
           exit.

      *-------------------------------------------------------------
      *score-one-scenario paragraph scores the scenario line at
      *Scen-Ix against the employee: a store match counts 2 and a
      *job code match 1 over a line applying to all, and a line
      *naming another store or job code does not apply
      *-------------------------------------------------------------
       score-one-scenario.
           move 1 to WS-Scen-Score
           if WS-Scen-Store(Scen-Ix) not = spaces
               if WS-Scen-Store(Scen-Ix) = EM-StoreNumber
                   add 2 to WS-Scen-Score
               else
                   move 0 to WS-Scen-Score
               end-if
           end-if
           if WS-Scen-Score > 0
               and WS-Scen-JobCode(Scen-Ix) not = space
               if WS-Scen-JobCode(Scen-Ix) = EM-JobCode
                   add 1 to WS-Scen-Score
               else
                   move 0 to WS-Scen-Score
               end-if
           end-if
           if WS-Scen-Score > WS-Best-Score
               move WS-Scen-Score to WS-Best-Score
               move WS-Scen-Percent(Scen-Ix) to WS-Raise-Percent
               move WS-Scen-Effective(Scen-Ix) to WS-Raise-Effective
           end-if
           exit.

      *-------------------------------------------------------------
      *cost-rest-of-year paragraph costs the weeks left at the
      *current rate and again with the raise from its effective
      *date
      *-------------------------------------------------------------
       cost-rest-of-year.
           compute WS-New-Weekly rounded =
               WS-Current-Weekly * (100 + WS-Raise-Percent) / 100
           compute WS-Rest-Current =
               WS-Current-Weekly * WS-Weeks-Remaining
           move WS-Weeks-Remaining to WS-Weeks-Before
           move ZEROS to WS-Weeks-After
           if WS-Raise-Percent > 0
               if WS-Raise-Effective <= WS-Projection-Date
                   move ZEROS to WS-Weeks-Before
                   move WS-Weeks-Remaining to WS-Weeks-After
               else
                   move WS-Raise-Effective to WS-Date-Work
                   perform convert-date-to-daynum
                   move WS-Daynum to WS-Effective-Daynum
                   if WS-Effective-Daynum <= WS-Year-End-Daynum
                       compute WS-Weeks-Before =
                           (WS-Effective-Daynum - WS-Projection-Daynum)
                           / 7
                       compute WS-Weeks-After =
                           WS-Weeks-Remaining - WS-Weeks-Before
                   end-if
               end-if
           end-if
           compute WS-Rest-Raised =
               WS-Current-Weekly * WS-Weeks-Before
               + WS-New-Weekly * WS-Weeks-After
           exit.

      *-------------------------------------------------------------
      *find-or-add-store-job paragraph finds the store/job code
      *entry, adding it (and the store) the first time it is seen
      *-------------------------------------------------------------
       find-or-add-store-job.
           set SJ-Ix to 1
           search WS-SJ-Entry
               at end
                   if WS-SJ-Count >= 250
                       display "ERROR: Store/job code table full"
                       stop run
                   end-if
                   add 1 to WS-SJ-Count
                   set SJ-Ix to WS-SJ-Count
                   move WS-SJ-Lookup to WS-SJ-Key(SJ-Ix)
                   move ZEROS to WS-SJ-Employees(SJ-Ix)
                   move ZEROS to WS-SJ-Weekly(SJ-Ix)
                   move ZEROS to WS-SJ-New-Weekly(SJ-Ix)
                   move ZEROS to WS-SJ-Rest-Current(SJ-Ix)
                   move ZEROS to WS-SJ-Rest-Raised(SJ-Ix)
                   move ZEROS to WS-SJ-Ytd(SJ-Ix)
                   move ZEROS to WS-SJ-Budget(SJ-Ix)
                   perform find-or-add-store
               when WS-SJ-Key(SJ-Ix) = WS-SJ-Lookup
                   continue
           end-search
           exit.

      *-------------------------------------------------------------
      *find-or-add-store paragraph remembers a store the first time
      *it is seen
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
                   move WS-SJ-Lookup-Store to WS-Store-Number(Store-Ix)
               when WS-Store-Number(Store-Ix) = WS-SJ-Lookup-Store
                   continue
           end-search
           exit.

      *-------------------------------------------------------------
      *load-ytd-salary paragraph picks up the year-to-date salary
      *for each store and job code
      *-------------------------------------------------------------
       load-ytd-salary.
           open input YtdSalary
           read YtdSalary next record
               at end set end-of-ytd to true
           end-read
           perform load-one-ytd until end-of-ytd
           close YtdSalary
           exit.

      *-------------------------------------------------------------
      *load-one-ytd paragraph adds one store/job code's year-to-date
      *salary to its projection entry
      *-------------------------------------------------------------
       load-one-ytd.
           move YTD-StoreNumber to WS-SJ-Lookup-Store
           move YTD-JobCode to WS-SJ-Lookup-JobCode
           perform find-or-add-store-job
           add YTD-Total to WS-SJ-Ytd(SJ-Ix)
           read YtdSalary next record
               at end set end-of-ytd to true
           end-read
           exit.

      *-------------------------------------------------------------
      *load-store-budget paragraph picks up the weekly budget for
      *each store and job code as a full year's budget
      *-------------------------------------------------------------
       load-store-budget.
           open input StoreBudget
           read StoreBudget
               at end set end-of-budget to true
           end-read
           perform load-one-budget until end-of-budget
           close StoreBudget
           exit.

      *-------------------------------------------------------------
      *load-one-budget paragraph adds one budget line to its
      *projection entry
      *-------------------------------------------------------------
       load-one-budget.
           move SB-StoreNumber to WS-SJ-Lookup-Store
           move SB-JobCode to WS-SJ-Lookup-JobCode
           perform find-or-add-store-job
           compute WS-SJ-Budget(SJ-Ix) =
               WS-SJ-Budget(SJ-Ix) + SB-Amount * 52
           read StoreBudget
               at end set end-of-budget to true
           end-read
           exit.

      *-------------------------------------------------------------
      *write-projection-report paragraph writes one block per store
      *of job code lines with a store total, then the company total
      *-------------------------------------------------------------
       write-projection-report.
           open output WhatIfReport
           move WS-Projection-Date to RH-Date
           move WS-Weeks-Remaining to RH-Weeks
           write WhatIfReportLine from WS-Report-Heading
           move spaces to WhatIfReportLine
           write WhatIfReportLine
           write WhatIfReportLine from WS-Column-Heading
           move ZEROS to WS-Company-Totals
           perform write-one-store-block
               varying Store-Ix from 1 by 1
               until Store-Ix > WS-Store-Count
           move spaces to WhatIfReportLine
           write WhatIfReportLine
           move WS-Company-Totals to WS-Totals
           move "ALL" to DL-Store
           perform write-total-line
           close WhatIfReport
           exit.

      *-------------------------------------------------------------
      *write-one-store-block paragraph writes one store's job code
      *lines and store total
      *-------------------------------------------------------------
       write-one-store-block.
           move spaces to WhatIfReportLine
           write WhatIfReportLine
           move ZEROS to WS-Totals
           perform write-one-job-line
               varying SJ-Ix from 1 by 1
               until SJ-Ix > WS-SJ-Count
           move WS-Store-Number(Store-Ix) to DL-Store
           perform write-total-line
           add WS-Tot-Employees to WS-Co-Employees
           add WS-Tot-Weekly to WS-Co-Weekly
           add WS-Tot-New-Weekly to WS-Co-New-Weekly
           add WS-Tot-Increase to WS-Co-Increase
           add WS-Tot-Ytd to WS-Co-Ytd
           add WS-Tot-Run-Rate to WS-Co-Run-Rate
           add WS-Tot-Projected to WS-Co-Projected
           add WS-Tot-Budget to WS-Co-Budget
           exit.

      *-------------------------------------------------------------
      *write-one-job-line paragraph writes the store/job code entry
      *at SJ-Ix when it belongs to the store being written
      *-------------------------------------------------------------
       write-one-job-line.
           if WS-SJ-Store(SJ-Ix) = WS-Store-Number(Store-Ix)
               compute WS-Line-Increase = WS-SJ-Rest-Raised(SJ-Ix)
                   - WS-SJ-Rest-Current(SJ-Ix)
               move ZEROS to WS-Line-Run-Rate
               if WS-Weeks-Elapsed > 0
                   compute WS-Line-Run-Rate rounded =
                       WS-SJ-Ytd(SJ-Ix) / WS-Weeks-Elapsed * 52
               end-if
               compute WS-Line-Projected = WS-SJ-Ytd(SJ-Ix)
                   + WS-SJ-Rest-Raised(SJ-Ix)
               compute WS-Line-Variance =
                   WS-Line-Projected - WS-SJ-Budget(SJ-Ix)
               move WS-SJ-Store(SJ-Ix) to DL-Store
               move WS-SJ-JobCode(SJ-Ix) to DL-JobCode
               move WS-SJ-Employees(SJ-Ix) to DL-Employees
               move WS-SJ-Weekly(SJ-Ix) to DL-Weekly
               move WS-SJ-New-Weekly(SJ-Ix) to DL-New-Weekly
               move WS-Line-Increase to DL-Increase
               move WS-SJ-Ytd(SJ-Ix) to DL-Ytd
               move WS-Line-Run-Rate to DL-Run-Rate
               move WS-Line-Projected to DL-Projected
               move WS-SJ-Budget(SJ-Ix) to DL-Budget
               move WS-Line-Variance to DL-Variance
               write WhatIfReportLine from WS-Detail-Line
               add WS-SJ-Employees(SJ-Ix) to WS-Tot-Employees
               add WS-SJ-Weekly(SJ-Ix) to WS-Tot-Weekly
               add WS-SJ-New-Weekly(SJ-Ix) to WS-Tot-New-Weekly
               add WS-Line-Increase to WS-Tot-Increase
               add WS-SJ-Ytd(SJ-Ix) to WS-Tot-Ytd
               add WS-Line-Run-Rate to WS-Tot-Run-Rate
               add WS-Line-Projected to WS-Tot-Projected
               add WS-SJ-Budget(SJ-Ix) to WS-Tot-Budget
           end-if
           exit.

      *-------------------------------------------------------------
      *write-total-line paragraph writes the totals in WS-Totals
      *under the store already moved to the line
      *-------------------------------------------------------------
       write-total-line.
           move "TOT" to DL-JobCode
           move WS-Tot-Employees to DL-Employees
           move WS-Tot-Weekly to DL-Weekly
           move WS-Tot-New-Weekly to DL-New-Weekly
           move WS-Tot-Increase to DL-Increase
           move WS-Tot-Ytd to DL-Ytd
           move WS-Tot-Run-Rate to DL-Run-Rate
           move WS-Tot-Projected to DL-Projected
           move WS-Tot-Budget to DL-Budget
           compute WS-Line-Variance = WS-Tot-Projected - WS-Tot-Budget
           move WS-Line-Variance to DL-Variance
           write WhatIfReportLine from WS-Detail-Line
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
               "DD_RAISESCENARIO"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO RaiseScenario-PATH
           END-IF
           DISPLAY "RaiseScenario: " RaiseScenario-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_EMPLOYEEMASTER"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO EmployeeMaster-PATH
           END-IF
           DISPLAY "EmployeeMaster: " EmployeeMaster-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_WEEKLYSALARY"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO WeeklySalary-PATH
           END-IF
           DISPLAY "WeeklySalary: " WeeklySalary-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_OVERTIMECONTROL"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO OvertimeControl-PATH
           END-IF
           DISPLAY "OvertimeControl: " OvertimeControl-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_YTDSALARY"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO YtdSalary-PATH
           END-IF
           DISPLAY "YtdSalary: " YtdSalary-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_STOREBUDGET"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO StoreBudget-PATH
           END-IF
           DISPLAY "StoreBudget: " StoreBudget-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_WHATIFREPORT"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO WhatIfReport-PATH
           END-IF
           DISPLAY "WhatIfReport: " WhatIfReport-PATH
           EXIT.
       END PROGRAM RaiseWhatIf.
