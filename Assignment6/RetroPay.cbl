       IDENTIFICATION DIVISION.
       PROGRAM-ID. RetroPay as "RetroPay".

      *RetroPay works out back pay for a rate change approved after
      *its effective date. Each request names the employee, the new
      *weekly rate, and the effective date; the employee's keyed
      *PayHistory is walked from that date forward, and for every
      *period already marked complete on PayPeriodControl.dat the
      *difference between the new rate and the base pay actually
      *paid is computed - pro-rated by days for the week the change
      *took effect in. The differences are written as PayAdjust
      *transactions (kind "R", rate correction) so PayAdjust posts
      *them through the normal YTD, history, and journal path, and a
      *retro worksheet shows every period's arithmetic for the
      *payroll supervisor to sign before PayAdjust is run. Hourly
      *employees are not rated weekly and are rejected.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select RetroRequests assign using
           RetroRequests-PATH
           organization is line sequential.

           select PayPeriodControl assign using
           PayPeriodControl-PATH
           organization is line sequential.

           select EmployeeMaster assign using
           EmployeeMaster-PATH
           organization is indexed
           access is random
           record key is EM-EmployeeID
           file status is WS-Master-Status.

           select PayHistory assign using
           PayHistory-PATH
           organization is indexed
           access is dynamic
           record key is PH-Key
           file status is WS-PayHist-Status.

      *RetroAdjustments carries the PayAdjustments layout, so it is
      *fed to PayAdjust as its adjustment file once signed off
           select RetroAdjustments assign using
           RetroAdjustments-PATH
           organization is line sequential.

           select RetroWorksheet assign using
           RetroWorksheet-PATH
           organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       fd RetroRequests.
      *The request read as raw text so a bad rate or date is caught
      *instead of fed into arithmetic
       01  RetroRequestRecord.
           03    RR-EmployeeID          PIC X(4).
           03    FILLER                 PIC X.
           03    RR-New-Rate-X          PIC X(6).
           03    RR-New-Rate REDEFINES RR-New-Rate-X
                                        PIC 9(4)V99.
           03    FILLER                 PIC X.
           03    RR-Effective-Date-X    PIC X(8).
           03    RR-Effective-Date REDEFINES RR-Effective-Date-X
                                        PIC 9(8).

       fd PayPeriodControl.
       01  PayPeriodControlRecord.
           03    PPC-Period             PIC 9(8).
           03    FILLER                 PIC X.
           03    PPC-Status             PIC X.

       fd EmployeeMaster.
       01  EmployeeMasterRecord.
           03    EM-EmployeeID          PIC X(4).
           03    EM-LastName            PIC X(14).
           03    EM-FirstName           PIC X(14).
           03    EM-JobCode             PIC X.
           03    EM-StoreNumber         PIC X(4).
           03    EM-Status              PIC X.
           03    EM-PayBasis            PIC X.
               88  EM-Hourly            VALUE "H".
           03    EM-HourlyRate          PIC 9(3)V99.

       fd PayHistory.
       01  PayHistoryRecord.
           03    PH-Key.
               05    PH-EmployeeID      PIC X(4).
               05    PH-Week-Ending     PIC 9(8).
           03    PH-Gross               PIC 9(7)V99.
           03    PH-Commission          PIC 9(7)V99.
           03    PH-Tax                 PIC 9(7)V99.
           03    PH-Garnish             PIC 9(7)V99.
           03    PH-Fixed               PIC 9(7)V99.
           03    PH-Net                 PIC S9(7)V99.
           03    PH-Base-Pay            PIC 9(7)V99.
           03    PH-Advance             PIC 9(7)V99.

       fd RetroAdjustments.
       01  PayAdjustmentRecord.
           03    PA-EmployeeID          PIC X(4).
           03    FILLER                 PIC X.
           03    PA-Period              PIC 9(8).
           03    FILLER                 PIC X.
           03    PA-Sign                PIC X.
           03    PA-Amount              PIC 9(5)V99.
           03    FILLER                 PIC X.
           03    PA-Reason              PIC X(30).
           03    PA-Kind                PIC X.

       fd RetroWorksheet.
       01  RetroWorksheetLine           PIC X(80).

       WORKING-STORAGE SECTION.

      *File assignments resolved at start-up: each path may be
      *overridden through its DD_ environment variable, with the
      *original location as the default, so test and production
      *are a configuration difference instead of a source edit
       01  RetroRequests-PATH  PIC X(80)
           VALUE "C:\DataFiles\RetroRequests.dat".
       01  PayPeriodControl-PATH  PIC X(80)
           VALUE "C:\DataFiles\PayPeriodControl.dat".
       01  EmployeeMaster-PATH  PIC X(80)
           VALUE "C:\DataFiles\EmployeeMaster.dat".
       01  PayHistory-PATH  PIC X(80)
           VALUE "C:\DataFiles\PayHistory.dat".
       01  RetroAdjustments-PATH  PIC X(80)
           VALUE "C:\DataFiles\RetroAdjustments.dat".
       01  RetroWorksheet-PATH  PIC X(80)
           VALUE "C:\DataFiles\RetroWorksheet.rpt".
       01  PATH-OVERRIDE  PIC X(80).
       01  WS-Master-Status             PIC XX.
       01  WS-PayHist-Status            PIC XX.
       01  WS-EOF                       PIC 9 VALUE 0.
           88  No-More-Requests         VALUE 1.
       01  WS-Period-EOF                PIC 9 VALUE 0.
           88  Period-EOF               VALUE 1.
       01  WS-History-EOF               PIC 9 VALUE 0.
           88  History-EOF              VALUE 1.
       01  WS-Request-Valid             PIC 9 VALUE 1.
           88  Request-Valid            VALUE 1.
       01  WS-Reject-Reason             PIC X(30).

      *Completed periods loaded from PayPeriodControl.dat; only a
      *closed period is owed back pay here, the open one is paid at
      *the new rate by the normal run
       01  WS-Complete-Count            PIC 9(3) VALUE ZEROS.
       01  WS-Complete-Table.
           03  WS-Complete-Entry        OCCURS 0 TO 200 TIMES
                                         DEPENDING ON
                                         WS-Complete-Count
                                         INDEXED BY Complete-Ix
                                         PIC 9(8).
       01  WS-Period-Complete           PIC 9 VALUE 0.
           88  Period-Complete          VALUE 1.

      *Date arithmetic: a YYYYMMDD date in WS-Date-Work becomes a
      *running day number so the days a rate applied in the first
      *week can be counted across a month end
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
       01  WS-Effective-Daynum          PIC 9(7).
       01  WS-Days-Covered              PIC 9(3).

      *Per-period work fields
       01  WS-Base-Paid                 PIC 9(7)V99.
       01  WS-Base-From-Gross           PIC 9 VALUE 0.
           88  Base-From-Gross          VALUE 1.
       01  WS-New-Base                  PIC 9(7)V99.
       01  WS-Difference                PIC S9(7)V99.
       01  WS-Employee-Total            PIC S9(7)V99.
       01  WS-Employee-Periods          PIC 9(3).

      *Run counts and totals
       01  WS-Request-Count             PIC 9(4) VALUE ZEROS.
       01  WS-Reject-Count              PIC 9(4) VALUE ZEROS.
       01  WS-Adjustment-Count          PIC 9(5) VALUE ZEROS.
       01  WS-Run-Total                 PIC S9(9)V99 VALUE ZEROS.

      *The reason PayAdjust carries onto its statement and log
       01  WS-Retro-Reason.
           03  FILLER        PIC X(9)  VALUE "RETRO TO ".
           03  RR-Reason-Rate PIC 9999.99.
           03  FILLER        PIC X(6)  VALUE " FROM ".
           03  RR-Reason-Date PIC 9(8).

      *Worksheet layouts
       01  WS-Sheet-Heading.
           03  FILLER        PIC X(40) VALUE
               "RETROACTIVE PAY WORKSHEET".
       01  WS-Sheet-Employee-Line.
           03  FILLER        PIC X(10) VALUE "EMPLOYEE: ".
           03  SE-EmployeeID PIC X(4).
           03  FILLER        PIC X(2)  VALUE SPACES.
           03  SE-LastName   PIC X(14).
           03  FILLER        PIC X(1)  VALUE SPACE.
           03  SE-FirstName  PIC X(14).
       01  WS-Sheet-Rate-Line.
           03  FILLER        PIC X(10) VALUE "NEW RATE: ".
           03  SR-New-Rate   PIC Z,ZZ9.99.
           03  FILLER        PIC X(15) VALUE "   EFFECTIVE: ".
           03  SR-Effective  PIC 9(8).
       01  WS-Sheet-Column-Line.
           03  FILLER        PIC X(10) VALUE "PERIOD".
           03  FILLER        PIC X(6)  VALUE "DAYS".
           03  FILLER        PIC X(13) VALUE "    BASE PAID".
           03  FILLER        PIC X(13) VALUE "     NEW BASE".
           03  FILLER        PIC X(13) VALUE "   DIFFERENCE".
           03  FILLER        PIC X(10) VALUE "  NOTE".
       01  WS-Sheet-Detail.
           03  SD-Period     PIC 9(8).
           03  FILLER        PIC X(3)  VALUE SPACES.
           03  SD-Days       PIC 9.
           03  FILLER        PIC X(2)  VALUE SPACES.
           03  SD-Base-Paid  PIC Z,ZZZ,ZZ9.99.
           03  FILLER        PIC X(1)  VALUE SPACE.
           03  SD-New-Base   PIC Z,ZZZ,ZZ9.99.
           03  FILLER        PIC X(1)  VALUE SPACE.
           03  SD-Difference PIC -ZZZ,ZZ9.99.
           03  FILLER        PIC X(2)  VALUE SPACES.
           03  SD-Note       PIC X(20).
       01  WS-Sheet-Total-Line.
           03  FILLER        PIC X(15) VALUE "PERIODS: ".
           03  ST-Periods    PIC ZZ9.
           03  FILLER        PIC X(23) VALUE SPACES.
           03  FILLER        PIC X(8)  VALUE "TOTAL: ".
           03  ST-Total      PIC -ZZZ,ZZ9.99.
       01  WS-Sheet-Reject-Line.
           03  FILLER        PIC X(10) VALUE "REJECTED: ".
           03  SJ-EmployeeID PIC X(4).
           03  FILLER        PIC X(3)  VALUE " - ".
           03  SJ-Reason     PIC X(30).
       01  WS-Sheet-Sign-Line           PIC X(80) VALUE
           "PREPARED BY ________  APPROVED BY ________  DATE ________".
       01  WS-Sheet-Run-Line.
           03  FILLER        PIC X(29) VALUE
               "TOTAL RETRO PAY THIS RUN   : ".
           03  SW-Total      PIC -ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       main-program.
           PERFORM CONFIGURE-FILE-PATHS
           display "RETROACTIVE PAY CALCULATION RUN"
           perform load-completed-periods
           perform open-files
           perform process-request until No-More-Requests
           perform close-files
           display "REQUESTS READ       : " WS-Request-Count
           display "REQUESTS REJECTED   : " WS-Reject-Count
           display "ADJUSTMENTS WRITTEN : " WS-Adjustment-Count
           stop run.

      *-------------------------------------------------------------
      *load-completed-periods paragraph loads the periods marked
      *complete on PayPeriodControl.dat
      *-------------------------------------------------------------
       load-completed-periods.
           open input PayPeriodControl
           read PayPeriodControl
               at end set Period-EOF to true
           end-read
           perform load-one-period until Period-EOF
           close PayPeriodControl
           exit.

      *-------------------------------------------------------------
      *load-one-period paragraph stores one completed period
      *-------------------------------------------------------------
       load-one-period.
           if PPC-Status = "C"
               if WS-Complete-Count >= 200
                   display "ERROR: Period table full"
                   stop run
               end-if
               add 1 to WS-Complete-Count
               move PPC-Period to
                   WS-Complete-Entry(WS-Complete-Count)
           end-if
           read PayPeriodControl
               at end set Period-EOF to true
           end-read
           exit.

      *-------------------------------------------------------------
      *open-files paragraph opens the requests, the keyed master
      *and history, and the two outputs, and primes the first read
      *-------------------------------------------------------------
       open-files.
           open input RetroRequests
           open input EmployeeMaster
           if WS-Master-Status not = "00"
               display "ERROR: EmployeeMaster could not be opened,"
                   " status " WS-Master-Status
               stop run
           end-if
           open input PayHistory
           if WS-PayHist-Status not = "00"
               display "ERROR: PayHistory could not be opened,"
                   " status " WS-PayHist-Status
               stop run
           end-if
           open output RetroAdjustments
           open output RetroWorksheet
           write RetroWorksheetLine from WS-Sheet-Heading
           read RetroRequests
               at end set No-More-Requests to true
           end-read
           exit.

      *-------------------------------------------------------------
      *process-request paragraph validates one rate change and, if
      *it is good, works out its back pay, then reads the next
      *-------------------------------------------------------------
       process-request.
           add 1 to WS-Request-Count
           perform validate-request
           if Request-Valid
               perform compute-retro-for-employee
           else
               move RR-EmployeeID to SJ-EmployeeID
               move WS-Reject-Reason to SJ-Reason
               move spaces to RetroWorksheetLine
               write RetroWorksheetLine
               write RetroWorksheetLine from WS-Sheet-Reject-Line
               display "REJECT " RR-EmployeeID " - " WS-Reject-Reason
               add 1 to WS-Reject-Count
           end-if
           read RetroRequests
               at end set No-More-Requests to true
           end-read
           exit.

      *-------------------------------------------------------------
      *validate-request paragraph checks the rate and date parse and
      *the employee is a salaried employee on the master
      *-------------------------------------------------------------
       validate-request.
           move 1 to WS-Request-Valid
           move spaces to WS-Reject-Reason
           evaluate true
               when RR-New-Rate-X not numeric
                   move "NON-NUMERIC NEW RATE" to WS-Reject-Reason
                   move 0 to WS-Request-Valid
               when RR-Effective-Date-X not numeric
                   move "NON-NUMERIC EFFECTIVE DATE"
                       to WS-Reject-Reason
                   move 0 to WS-Request-Valid
           end-evaluate
           if not Request-Valid
               exit paragraph
           end-if
           move RR-EmployeeID to EM-EmployeeID
           read EmployeeMaster key is EM-EmployeeID
               invalid key
                   move "EMPLOYEE NOT ON MASTER" to WS-Reject-Reason
                   move 0 to WS-Request-Valid
                   exit paragraph
           end-read
           if EM-Hourly
               move "HOURLY - NO WEEKLY RATE" to WS-Reject-Reason
               move 0 to WS-Request-Valid
           end-if
           exit.

      *-------------------------------------------------------------
      *compute-retro-for-employee paragraph prints the employee's
      *worksheet block and walks their PayHistory from the
      *effective date forward
      *-------------------------------------------------------------
       compute-retro-for-employee.
           move RR-Effective-Date to WS-Date-Work
           perform convert-date-to-daynum
           move WS-Daynum to WS-Effective-Daynum
           move ZEROS to WS-Employee-Total WS-Employee-Periods
           move spaces to RetroWorksheetLine
           write RetroWorksheetLine
           move EM-EmployeeID to SE-EmployeeID
           move EM-LastName to SE-LastName
           move EM-FirstName to SE-FirstName
           write RetroWorksheetLine from WS-Sheet-Employee-Line
           move RR-New-Rate to SR-New-Rate
           move RR-Effective-Date to SR-Effective
           write RetroWorksheetLine from WS-Sheet-Rate-Line
           write RetroWorksheetLine from WS-Sheet-Column-Line

           move 0 to WS-History-EOF
           move EM-EmployeeID to PH-EmployeeID
           move RR-Effective-Date to PH-Week-Ending
           start PayHistory key is not less than PH-Key
               invalid key
                   set History-EOF to true
           end-start
           if not History-EOF
               perform read-next-history
           end-if
           perform retro-one-period until History-EOF

           move WS-Employee-Periods to ST-Periods
           move WS-Employee-Total to ST-Total
           write RetroWorksheetLine from WS-Sheet-Total-Line
           move spaces to RetroWorksheetLine
           write RetroWorksheetLine
           write RetroWorksheetLine from WS-Sheet-Sign-Line
           add WS-Employee-Total to WS-Run-Total
           exit.

      *-------------------------------------------------------------
      *read-next-history paragraph reads the next PayHistory record
      *in key order, stopping at the end of this employee's records
      *-------------------------------------------------------------
       read-next-history.
           read PayHistory next record
               at end set History-EOF to true
           end-read
           if not History-EOF and PH-EmployeeID not = EM-EmployeeID
               set History-EOF to true
           end-if
           exit.

      *-------------------------------------------------------------
      *retro-one-period paragraph works out one period's difference:
      *the new rate pro-rated by the days it applied that week,
      *against the base pay actually paid. History written before
      *the base pay was kept falls back on the gross, and says so
      *-------------------------------------------------------------
       retro-one-period.
           move 0 to WS-Period-Complete
           if WS-Complete-Count > 0
               set Complete-Ix to 1
               search WS-Complete-Entry
                   at end continue
                   when WS-Complete-Entry(Complete-Ix) =
                       PH-Week-Ending
                       set Period-Complete to true
               end-search
           end-if
           move PH-Week-Ending to WS-Date-Work
           perform convert-date-to-daynum
           compute WS-Days-Covered =
               WS-Daynum - WS-Effective-Daynum + 1
           if WS-Days-Covered > 7
               move 7 to WS-Days-Covered
           end-if
           if PH-Base-Pay = 0
               move PH-Gross to WS-Base-Paid
               move 1 to WS-Base-From-Gross
           else
               move PH-Base-Pay to WS-Base-Paid
               move 0 to WS-Base-From-Gross
           end-if
           compute WS-New-Base rounded =
               WS-Base-Paid + (RR-New-Rate - WS-Base-Paid)
               * WS-Days-Covered / 7
           compute WS-Difference = WS-New-Base - WS-Base-Paid
           move PH-Week-Ending to SD-Period
           move WS-Days-Covered to SD-Days
           move WS-Base-Paid to SD-Base-Paid
           move WS-New-Base to SD-New-Base
           move WS-Difference to SD-Difference
           evaluate true
               when not Period-Complete
                   move "OPEN - NOT ADJUSTED" to SD-Note
               when WS-Difference = 0
                   move "NO CHANGE" to SD-Note
               when Base-From-Gross
                   move "BASE TAKEN FROM GROSS" to SD-Note
               when other
                   move spaces to SD-Note
           end-evaluate
           write RetroWorksheetLine from WS-Sheet-Detail
           if Period-Complete and WS-Difference not = 0
               perform write-retro-adjustment
           end-if
           perform read-next-history
           exit.

      *-------------------------------------------------------------
      *write-retro-adjustment paragraph writes the period's
      *difference as a PayAdjust rate-correction transaction
      *-------------------------------------------------------------
       write-retro-adjustment.
           move spaces to PayAdjustmentRecord
           move EM-EmployeeID to PA-EmployeeID
           move PH-Week-Ending to PA-Period
           if WS-Difference < 0
               move "-" to PA-Sign
               compute PA-Amount = 0 - WS-Difference
           else
               move "+" to PA-Sign
               move WS-Difference to PA-Amount
           end-if
           move RR-New-Rate to RR-Reason-Rate
           move RR-Effective-Date to RR-Reason-Date
           move WS-Retro-Reason to PA-Reason
           move "R" to PA-Kind
           write PayAdjustmentRecord
           add 1 to WS-Adjustment-Count
           add 1 to WS-Employee-Periods
           add WS-Difference to WS-Employee-Total
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
      *close-files paragraph writes the run total and closes
      *everything
      *-------------------------------------------------------------
       close-files.
           move spaces to RetroWorksheetLine
           write RetroWorksheetLine
           move WS-Run-Total to SW-Total
           write RetroWorksheetLine from WS-Sheet-Run-Line
           close RetroRequests EmployeeMaster PayHistory
                 RetroAdjustments RetroWorksheet
           exit.


      *-------------------------------------------------------------
      *Resolve every file path: the DD_ environment variable wins
      *when it is set, otherwise the built-in default stands, and
      *the resolved paths are echoed into the run output
      *-------------------------------------------------------------
       CONFIGURE-FILE-PATHS.
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_RETROREQUESTS"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO RetroRequests-PATH
           END-IF
           DISPLAY "RetroRequests: " RetroRequests-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_PAYPERIODCONTROL"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO PayPeriodControl-PATH
           END-IF
           DISPLAY "PayPeriodControl: " PayPeriodControl-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_EMPLOYEEMASTER"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO EmployeeMaster-PATH
           END-IF
           DISPLAY "EmployeeMaster: " EmployeeMaster-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_PAYHISTORY"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO PayHistory-PATH
           END-IF
           DISPLAY "PayHistory: " PayHistory-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_RETROADJUSTMENTS"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO RetroAdjustments-PATH
           END-IF
           DISPLAY "RetroAdjustments: " RetroAdjustments-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_RETROWORKSHEET"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO RetroWorksheet-PATH
           END-IF
           DISPLAY "RetroWorksheet: " RetroWorksheet-PATH
           EXIT.
       END PROGRAM RetroPay.
