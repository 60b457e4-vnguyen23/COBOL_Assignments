       IDENTIFICATION DIVISION.
       PROGRAM-ID. FinalPay as "FinalPay".

      *FinalPay is the final-pay run for employees terminated through
      *EmployeeMasterMaint, run after the weekly payroll for the same
      *week-ending date. Every termination not yet settled whose last
      *day worked falls on or before the week-ending date is paid
      *out in one cheque: the last partial week when the last day
      *falls in the pay period (salary pro-rated by days worked to
      *the last day, or the last timecard for an hourly employee),
      *plus the
      *entire VacationBalance.dat balance, through the same
      *gross-to-net as the payroll run - tax brackets, garnishment,
      *fixed deductions and enrolled benefit premiums - then
      *recovers whatever is left of a salary advance on
      *EmployeeAdvances.dat, as far as the net-pay floor allows; a
      *balance the final pay cannot cover is flagged on the register
      *for recovery by other means. The pay goes into
      *PayHistory, EmployeeYtd, and YtdSalary. The net is written in
      *the MissingBankDetails layout so ChequePrint issues the
      *cheque. Each garnishment payee with a balance still owing
      *gets a separation notice, and HR gets a separation-record
      *extract (last day worked, insurable earnings from
      *EmployeeYtd, reason code) to file with the government. An
      *employee the weekly run already paid for the period is not
      *paid the last week (or its per-pay deductions) again, but
      *still gets the vacation payout, the garnishment notice and
      *the separation record. Each termination settled is stamped
      *with the pay period on Terminations.dat, so it is paid out
      *once. Like the payroll run, the final pay appends its tax,
      *fixed deductions and employer contributions to SourceRemit,
      *its garnishments to GarnishRemit, and journals its wages and
      *employer burden to FinalPayJournal in the GLJournal layout;
      *the run is refused when the payroll accounting period the
      *week ends in has been closed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Terminations is appended by EmployeeMasterMaint on every change
      *to status "T": EmployeeID, last day worked, reason code; this
      *run stamps the period that settled it
           select optional Terminations assign using
           Terminations-PATH
           organization is line sequential.

           select WeeklySalary assign using
           WeeklySalary-PATH
           organization is line sequential.

           select optional TimecardClean assign using
           TimecardClean-PATH
           organization is line sequential.

           select optional OvertimeControl assign using
           OvertimeControl-PATH
           organization is line sequential.

           select EmployeeMaster assign using
           EmployeeMaster-PATH
           organization is indexed
           access is random
           record key is EM-EmployeeID
           file status is WS-Master-Status.

           select DeductionRates assign using
           DeductionRates-PATH
           organization is line sequential.

           select VacationBalance assign using
           VacationBalance-PATH
           organization is indexed
           access is dynamic
           record key is VB-EmployeeID
           file status is WS-Vac-Status.

           select optional GarnishmentOrders assign using
           GarnishmentOrders-PATH
           organization is indexed
           access is random
           record key is GO-EmployeeID
           file status is WS-Garnish-Status.

           select PayHistory assign using
           PayHistory-PATH
           organization is indexed
           access is dynamic
           record key is PH-Key
           file status is WS-PayHist-Status.

           select EmployeeYtd assign using
           EmployeeYtd-PATH
           organization is indexed
           access is dynamic
           record key is EY-EmployeeID
           file status is WS-EmpYtd-Status.

           select YtdSalary assign using
           YtdSalary-PATH
           organization is indexed
           access is dynamic
           record key is YTD-Key
           file status is WS-YTD-Status.

      *FinalCheques is written in the MissingBankDetails layout so
      *ChequePrint pays it exactly as it pays the no-deposit run
           select FinalCheques assign using
           FinalCheques-PATH
           organization is line sequential.

           select SeparationExtract assign using
           SeparationExtract-PATH
           organization is line sequential.

           select GarnishNotices assign using
           GarnishNotices-PATH
           organization is line sequential.

      *BenefitPlans and BenefitEnrollment price the benefit premiums
      *taken in place of the job-code flat amounts, as the payroll
      *run does; each premium taken joins that week's rows on
      *BenefitDeductions for the carrier remittance
           select optional BenefitPlans assign using
           BenefitPlans-PATH
           organization is line sequential.

           select optional BenefitEnrollment assign using
           BenefitEnrollment-PATH
           organization is indexed
           access is dynamic
           record key is BE-Key
           file status is WS-Enroll-Status.

           select optional BenefitDeductions assign using
           BenefitDeductions-PATH
           organization is line sequential.

      *EmployeeAdvances and AdvanceControl as in the payroll run; the
      *final pay recovers the whole outstanding balance
           select optional EmployeeAdvances assign using
           EmployeeAdvances-PATH
           organization is indexed
           access is random
           record key is AV-EmployeeID
           file status is WS-Advance-Status.

           select optional AdvanceControl assign using
           AdvanceControl-PATH
           organization is line sequential.

      *GLAccountMap is the payroll run's store/job-code account map;
      *FinalPayJournal carries the GLJournal.dat layout so corporate
      *accounting posts the final-pay wages and burden the same way
           select GLAccountMap assign using
           GLAccountMap-PATH
           organization is line sequential.

           select FinalPayJournal assign using
           FinalPayJournal-PATH
           organization is line sequential.

      *SourceRemit and GarnishRemit are the payroll run's remittance
      *files; the final pay appends its rows to the week's own
           select optional SourceRemit assign using
           SourceRemit-PATH
           organization is line sequential.

           select optional GarnishRemit assign using
           GarnishRemit-PATH
           organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       fd Terminations.
      ********TerminationRecord, one per employee terminated**********
       01  TerminationRecord.
           03    TM-EmployeeID          PIC X(4).
           03    FILLER                 PIC X.
           03    TM-Last-Day            PIC 9(8).
           03    FILLER                 PIC X.
           03    TM-Reason              PIC X(3).
           03    FILLER                 PIC X.
           03    TM-Paid-Period         PIC X(8).
      ********End of TerminationRecord*********************************

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

       fd TimecardClean.
      ********TimecardRecord, one per hourly employee per week*********
       01  TimecardRecord.
           03    TC-EmployeeID          PIC X(4).
           03    TC-StoreNumber         PIC X(4).
           03    TC-RegularHours        PIC 99V99.
           03    TC-OvertimeHours       PIC 99V99.
      ********End of TimecardRecord************************************

       fd OvertimeControl.
       01  OvertimeControlRecord.
           03    OC-Threshold           PIC 99V99.

       fd EmployeeMaster.
      ********EmployeeMasterRecord, maintained by EmployeeMasterMaint**
       01  EmployeeMasterRecord.
           03    EM-EmployeeID          PIC X(4).
           03    EM-LastName            PIC X(14).
           03    EM-FirstName           PIC X(14).
           03    EM-JobCode             PIC X.
           03    EM-StoreNumber         PIC X(4).
           03    EM-Status              PIC X.
               88  EM-Terminated        VALUE "T".
           03    EM-PayBasis            PIC X.
               88  EM-Hourly            VALUE "H".
           03    EM-HourlyRate          PIC 9(3)V99.
      ********End of EmployeeMasterRecord*******************************

       fd DeductionRates.
       01  DeductionRateRecord.
           03    DR-Type                PIC X.
               88  DR-Bracket           VALUE "B".
               88  DR-Fixed             VALUE "F".
               88  DR-Employer          VALUE "E".
           03    FILLER                 PIC X.
           03    DR-Detail              PIC X(30).
           03    DR-Bracket-Detail REDEFINES DR-Detail.
               05  DR-From              PIC 9(4)V99.
               05  FILLER               PIC X.
               05  DR-To                PIC 9(4)V99.
               05  FILLER               PIC X.
               05  DR-Percent           PIC 99.
               05  FILLER               PIC X(14).
           03    DR-Fixed-Detail REDEFINES DR-Detail.
               05  DR-JobCode           PIC X.
               05  FILLER               PIC X.
               05  DR-Amount            PIC 9(3)V99.
               05  FILLER               PIC X.
               05  DR-Description       PIC X(10).
               05  FILLER               PIC X(12).
           03    DR-Employer-Detail REDEFINES DR-Detail.
               05  DR-Emp-GLCode        PIC X.
               05  FILLER               PIC X.
               05  DR-Emp-Percent       PIC 99V99.
               05  FILLER               PIC X.
               05  DR-Emp-Description   PIC X(10).
               05  FILLER               PIC X(13).

       fd VacationBalance.
      ********VacationBalanceRecord, accrued vacation per employee*****
       01  VacationBalanceRecord.
           03    VB-EmployeeID          PIC X(4).
           03    VB-StoreNumber         PIC X(4).
           03    VB-Balance             PIC 9(7)V99.
      ********End of VacationBalanceRecord*****************************

       fd GarnishmentOrders.
      ********GarnishmentOrderRecord, one active order per employee****
       01  GarnishmentOrderRecord.
           03    GO-EmployeeID          PIC X(4).
           03    GO-OrderNumber         PIC X(8).
           03    GO-Payee               PIC X(20).
           03    GO-Method              PIC X.
               88  GO-Flat-Amount       VALUE "A".
               88  GO-Percentage        VALUE "P".
           03    GO-PerPay              PIC 9(5)V99.
           03    GO-Percent             PIC 99.
           03    GO-Cap                 PIC 9(7)V99.
           03    GO-Balance             PIC 9(7)V99.
      ********End of GarnishmentOrderRecord*****************************

       fd PayHistory.
      ********PayHistoryRecord, one per employee per pay period********
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
      ********End of PayHistoryRecord***********************************

       fd BenefitPlans.
      ********BenefitPlanRecord, one per plan per coverage tier********
       01  BenefitPlanRecord.
           03    BP-Plan                PIC X(4).
           03    FILLER                 PIC X.
           03    BP-Tier                PIC X.
               88  BP-Single            VALUE "S".
               88  BP-Couple            VALUE "C".
               88  BP-Family            VALUE "F".
           03    FILLER                 PIC X.
           03    BP-Premium             PIC 9(3)V99.
           03    FILLER                 PIC X.
           03    BP-Carrier             PIC X(10).
           03    FILLER                 PIC X.
           03    BP-Description         PIC X(10).
      ********End of BenefitPlanRecord*********************************

       fd BenefitEnrollment.
      ********BenefitEnrollmentRecord, one per employee per plan*******
       01  BenefitEnrollmentRecord.
           03    BE-Key.
               05    BE-EmployeeID      PIC X(4).
               05    BE-Plan            PIC X(4).
           03    BE-Tier                PIC X.
           03    BE-Effective-Date      PIC 9(8).
           03    BE-End-Date            PIC 9(8).
      ********End of BenefitEnrollmentRecord***************************

       fd BenefitDeductions.
      ********BenefitDeductionRecord, one per premium taken************
       01  BenefitDeductionRecord.
           03    BN-Period              PIC 9(8).
           03    FILLER                 PIC X.
           03    BN-EmployeeID          PIC X(4).
           03    FILLER                 PIC X.
           03    BN-Plan                PIC X(4).
           03    FILLER                 PIC X.
           03    BN-Tier                PIC X.
           03    FILLER                 PIC X.
           03    BN-Carrier             PIC X(10).
           03    FILLER                 PIC X.
           03    BN-Premium             PIC 9(5)V99.
      ********End of BenefitDeductionRecord****************************

       fd EmployeeAdvances.
      ********AdvanceRecord, one outstanding advance per employee******
       01  AdvanceRecord.
           03    AV-EmployeeID          PIC X(4).
           03    AV-StoreNumber         PIC X(4).
           03    AV-Issue-Date          PIC 9(8).
           03    AV-Principal           PIC 9(5)V99.
           03    AV-Repayment           PIC 9(4)V99.
           03    AV-Balance             PIC 9(5)V99.
           03    AV-Last-Period         PIC 9(8).
           03    AV-Last-Amount         PIC 9(5)V99.
      ********End of AdvanceRecord*************************************

       fd AdvanceControl.
       01  AdvanceControlRecord.
           03    AC-Net-Floor           PIC 9(4)V99.

       fd EmployeeYtd.
      ********EmployeeYtdRecord, year-to-date figures per employee*****
       01  EmployeeYtdRecord.
           03    EY-EmployeeID          PIC X(4).
           03    EY-Gross               PIC 9(8)V99.
           03    EY-Commission          PIC 9(8)V99.
           03    EY-Tax                 PIC 9(8)V99.
           03    EY-Fixed               PIC 9(8)V99.
           03    EY-Net                 PIC S9(8)V99.
      ********End of EmployeeYtdRecord**********************************

       fd YtdSalary.
      ********YtdSalaryRecord, year-to-date total per store/job-code***
       01  YtdSalaryRecord.
           03    YTD-Key.
               05    YTD-StoreNumber    PIC X(4).
               05    YTD-JobCode        PIC X.
           03    YTD-Total              PIC 9(7)V99.
      ********End of YtdSalaryRecord*********************************

       fd FinalCheques.
      ********MissingBankLine, as the payroll run writes it************
       01  MissingBankLine.
           03    MB-EmployeeID          PIC X(4).
           03    FILLER                 PIC X(2).
           03    MB-LastName            PIC X(14).
           03    FILLER                 PIC X(2).
           03    MB-Reason              PIC X(25).
           03    FILLER                 PIC X(2).
           03    MB-Period              PIC 9(8).
           03    FILLER                 PIC X.
           03    MB-NetPay              PIC 9(5)V99.

       fd SeparationExtract.
      ********SeparationRecord, one per employee paid out, for the****
      ********government record of employment*************************
       01  SeparationRecord.
           03    SX-EmployeeID          PIC X(4).
           03    FILLER                 PIC X.
           03    SX-LastName            PIC X(14).
           03    FILLER                 PIC X.
           03    SX-FirstName           PIC X(14).
           03    FILLER                 PIC X.
           03    SX-StoreNumber         PIC X(4).
           03    FILLER                 PIC X.
           03    SX-Last-Day            PIC 9(8).
           03    FILLER                 PIC X.
           03    SX-Insurable           PIC 9(8)V99.
           03    FILLER                 PIC X.
           03    SX-Reason              PIC X(3).
           03    FILLER                 PIC X.
           03    SX-Period              PIC 9(8).
      ********End of SeparationRecord***********************************

       fd GarnishNotices.
       01  GarnishNoticeLine            PIC X(80).

       fd GLAccountMap.
       01  GLAccountMapRecord.
           03    GM-Store               PIC X(4).
           03    FILLER                 PIC X.
           03    GM-JobCode             PIC X.
           03    FILLER                 PIC X.
           03    GM-Account             PIC 9(8).

       fd FinalPayJournal.
       01  FinalPayJournalRecord.
           03    FJ-Type                PIC X.
           03    FILLER                 PIC X.
           03    FJ-Account             PIC 9(8).
           03    FILLER                 PIC X.
           03    FJ-Amount              PIC 9(9)V99.
           03    FILLER                 PIC X.
           03    FJ-Store               PIC X(4).
           03    FILLER                 PIC X.
           03    FJ-JobCode             PIC X.

       fd SourceRemit.
      ********SourceRemitRecord, as the payroll run writes it**********
       01  SourceRemitRecord.
           03    SR-Period              PIC 9(8).
           03    FILLER                 PIC X.
           03    SR-Type                PIC X.
           03    FILLER                 PIC X.
           03    SR-Detail              PIC X(30).
           03    SR-T-Detail REDEFINES SR-Detail.
               05  SR-Tax-Total         PIC 9(8)V99.
               05  FILLER               PIC X.
               05  SR-Employee-Count    PIC 9(5).
               05  FILLER               PIC X(14).
           03    SR-S-Detail REDEFINES SR-Detail.
               05  SR-Store             PIC X(4).
               05  FILLER               PIC X.
               05  SR-Store-Tax         PIC 9(7)V99.
               05  FILLER               PIC X(16).
           03    SR-F-Detail REDEFINES SR-Detail.
               05  SR-Description       PIC X(10).
               05  FILLER               PIC X.
               05  SR-Fixed-Total       PIC 9(8)V99.
               05  FILLER               PIC X(9).
           03    SR-E-Detail REDEFINES SR-Detail.
               05  SR-Emp-Description   PIC X(10).
               05  FILLER               PIC X.
               05  SR-Emp-Total         PIC 9(8)V99.
               05  FILLER               PIC X(9).
      ********End of SourceRemitRecord*********************************

       fd GarnishRemit.
       01  GarnishRemitLine             PIC X(70).

       WORKING-STORAGE SECTION.

      *File assignments resolved at start-up: each path may be
      *overridden through its DD_ environment variable, with the
      *original location as the default, so test and production
      *are a configuration difference instead of a source edit
       01  Terminations-PATH  PIC X(80)
           VALUE "C:\DataFiles\Terminations.dat".
       01  WeeklySalary-PATH  PIC X(80)
           VALUE "C:\DataFiles\WeeklySalaryClean.dat".
       01  TimecardClean-PATH  PIC X(80)
           VALUE "C:\DataFiles\TimecardClean.dat".
       01  OvertimeControl-PATH  PIC X(80)
           VALUE "C:\DataFiles\OvertimeControl.dat".
       01  EmployeeMaster-PATH  PIC X(80)
           VALUE "C:\DataFiles\EmployeeMaster.dat".
       01  DeductionRates-PATH  PIC X(80)
           VALUE "C:\DataFiles\DeductionRates.dat".
       01  VacationBalance-PATH  PIC X(80)
           VALUE "C:\DataFiles\VacationBalance.dat".
       01  GarnishmentOrders-PATH  PIC X(80)
           VALUE "C:\DataFiles\GarnishmentOrders.dat".
       01  PayHistory-PATH  PIC X(80)
           VALUE "C:\DataFiles\PayHistory.dat".
       01  EmployeeYtd-PATH  PIC X(80)
           VALUE "C:\DataFiles\EmployeeYtd.dat".
       01  YtdSalary-PATH  PIC X(80)
           VALUE "C:\DataFiles\YtdSalary.dat".
       01  FinalCheques-PATH  PIC X(80)
           VALUE "C:\DataFiles\FinalPayCheques.dat".
       01  SeparationExtract-PATH  PIC X(80)
           VALUE "C:\DataFiles\SeparationExtract.dat".
       01  GarnishNotices-PATH  PIC X(80)
           VALUE "C:\DataFiles\GarnishSeparationNotices.dat".
       01  FinalPayRegister-PATH  PIC X(80)
           VALUE "C:\DataFiles\FinalPayRegister.rpt".
       01  BenefitPlans-PATH  PIC X(80)
           VALUE "C:\DataFiles\BenefitPlans.dat".
       01  BenefitEnrollment-PATH  PIC X(80)
           VALUE "C:\DataFiles\BenefitEnrollment.dat".
       01  BenefitDeductions-PATH  PIC X(80)
           VALUE "C:\DataFiles\BenefitDeductions.dat".
       01  EmployeeAdvances-PATH  PIC X(80)
           VALUE "C:\DataFiles\EmployeeAdvances.dat".
       01  AdvanceControl-PATH  PIC X(80)
           VALUE "C:\DataFiles\AdvanceControl.dat".
       01  GLAccountMap-PATH  PIC X(80)
           VALUE "C:\DataFiles\GLAccountMap.dat".
       01  FinalPayJournal-PATH  PIC X(80)
           VALUE "C:\DataFiles\FinalPayJournal.dat".
       01  SourceRemit-PATH  PIC X(80)
           VALUE "C:\DataFiles\SourceRemit.dat".
       01  GarnishRemit-PATH  PIC X(80)
           VALUE "C:\DataFiles\GarnishRemit.dat".
       01  PATH-OVERRIDE  PIC X(80).
       01  WS-Master-Status             PIC XX.
       01  WS-Vac-Status                PIC XX.
       01  WS-Garnish-Status            PIC XX.
       01  WS-PayHist-Status            PIC XX.
       01  WS-EmpYtd-Status             PIC XX.
       01  WS-YTD-Status                PIC XX.
       01  WS-Enroll-Status             PIC XX.
       01  WS-Pay-Period-X              PIC X(8).
       01  WS-Pay-Period                PIC 9(8) VALUE ZEROS.

      *Date arithmetic: a YYYYMMDD date in WS-Date-Work becomes a
      *running day number so the days worked in the last week can
      *be counted across a month end
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
       01  WS-Week-Start-Daynum         PIC 9(7).

      *Every termination on file, one per employee, with the period
      *that settled it, whether its last day has come by the end of
      *this pay period, and the salary the week's feed carries
       01  WS-Term-EOF                  PIC 9 VALUE 0.
           88  Term-EOF                 VALUE 1.
       01  WS-Term-Count                PIC 9(3) VALUE ZEROS.
       01  WS-Term-Table.
           03  WS-Term-Entry            OCCURS 0 TO 200 TIMES
                                         DEPENDING ON WS-Term-Count
                                         INDEXED BY Term-Ix.
               05  WS-Term-EmployeeID   PIC X(4).
               05  WS-Term-Last-Day     PIC 9(8).
               05  WS-Term-Reason       PIC X(3).
               05  WS-Term-Days         PIC 9.
               05  WS-Term-Feed-Found   PIC 9.
               05  WS-Term-WklySalary   PIC 9(4)V99.
               05  WS-Term-Paid-Period  PIC X(8).
               05  WS-Term-Due          PIC 9.
       01  WS-Term-Sub                  PIC 9(3).
       01  WS-Term-Kept                 PIC 9(3).
       01  WS-Feed-EOF                  PIC 9 VALUE 0.
           88  Feed-EOF                 VALUE 1.

      *The week's edited timecards and the overtime threshold, as
      *the payroll run uses them
       01  WS-Timecard-EOF              PIC 9 VALUE 0.
           88  Timecard-EOF             VALUE 1.
       01  WS-Timecard-Count            PIC 9(4) VALUE ZEROS.
       01  WS-Timecard-Table.
           03  WS-Timecard-Entry        OCCURS 0 TO 2000 TIMES
                                         DEPENDING ON
                                         WS-Timecard-Count
                                         INDEXED BY Timecard-Ix.
               05  WS-TC-EmployeeID     PIC X(4).
               05  WS-TC-Regular        PIC 99V99.
               05  WS-TC-Overtime       PIC 99V99.
       01  WS-Overtime-Threshold        PIC 99V99 VALUE 40.00.
       01  WS-Overtime-Premium          PIC 9V9 VALUE 1.5.
       01  WS-Regular-Hours             PIC 9(3)V99.
       01  WS-Overtime-Hours            PIC 9(3)V99.

      *Tax brackets and fixed deductions from DeductionRates.dat
       01  WS-Bracket-Count             PIC 99 VALUE ZEROS.
       01  WS-Bracket-Table.
           03  WS-Bracket-Entry         OCCURS 0 TO 10 TIMES
                                         DEPENDING ON
                                         WS-Bracket-Count
                                         INDEXED BY Bracket-Ix.
               05  WS-Bracket-From      PIC 9(4)V99.
               05  WS-Bracket-To        PIC 9(4)V99.
               05  WS-Bracket-Percent   PIC 99.
       01  WS-Top-Bracket-To            PIC 9(4)V99 VALUE ZEROS.
       01  WS-Top-Bracket-Percent       PIC 99 VALUE ZEROS.
       01  WS-Fixed-Count               PIC 99 VALUE ZEROS.
       01  WS-Fixed-Table.
           03  WS-Fixed-Entry           OCCURS 0 TO 20 TIMES
                                         DEPENDING ON WS-Fixed-Count
                                         INDEXED BY Fixed-Ix.
               05  WS-Fixed-JobCode     PIC X.
               05  WS-Fixed-Amount      PIC 9(3)V99.
               05  WS-Fixed-Description PIC X(10).
               05  WS-Fixed-Replaced    PIC 9.
               05  WS-Fixed-Taken       PIC 9(8)V99.
       01  WS-Rates-EOF                 PIC 9 VALUE 0.
           88  Rates-EOF                VALUE 1.

      *Benefit plan premiums by tier from BenefitPlans.dat, and the
      *enrollment walk for the employee being paid out
       01  WS-Plan-EOF                  PIC 9 VALUE 0.
           88  Plan-EOF                 VALUE 1.
       01  WS-Plan-Count                PIC 99 VALUE ZEROS.
       01  WS-Plan-Table.
           03  WS-Plan-Entry            OCCURS 0 TO 40 TIMES
                                         DEPENDING ON
                                         WS-Plan-Count
                                         INDEXED BY Plan-Ix.
               05  WS-Plan-Key.
                   07  WS-Plan-Code     PIC X(4).
                   07  WS-Plan-Tier     PIC X.
               05  WS-Plan-Premium      PIC 9(3)V99.
               05  WS-Plan-Carrier      PIC X(10).
               05  WS-Plan-Description  PIC X(10).
       01  WS-Plan-Lookup.
           03  WS-Plan-Lookup-Code      PIC X(4).
           03  WS-Plan-Lookup-Tier      PIC X.
       01  WS-Plan-Found                PIC 9 VALUE 0.
           88  Plan-Found               VALUE 1.
       01  WS-Enroll-EOF                PIC 9 VALUE 0.
           88  Enroll-EOF               VALUE 1.
       01  WS-Benefit-Premiums          PIC 9(4)V99.

      *Salary advance recovery
       01  WS-Advance-Status            PIC XX.
       01  WS-Advance-Found             PIC 9 VALUE 0.
           88  Advance-Found            VALUE 1.
       01  WS-Advance-Net-Floor         PIC 9(4)V99 VALUE 100.00.
       01  WS-Advance-Amount            PIC 9(5)V99.
       01  WS-Net-Before-Advance        PIC S9(7)V99.

      *Employer contribution rates from DeductionRates.dat, costed on
      *the final gross as the payroll run costs them, with the run
      *total each is remitted from
       01  WS-Emp-Rate-Count            PIC 9 VALUE ZEROS.
       01  WS-Emp-Rate-Table.
           03  WS-Emp-Rate-Entry        OCCURS 0 TO 5 TIMES
                                         DEPENDING ON
                                         WS-Emp-Rate-Count
                                         INDEXED BY Emp-Ix.
               05  WS-Emp-GLCode        PIC X.
               05  WS-Emp-Percent       PIC 99V99.
               05  WS-Emp-Description   PIC X(10).
               05  WS-Emp-Taken         PIC 9(8)V99.
       01  WS-Burden-Part               PIC 9(5)V99.

      *Tax withheld by store for the remittance "S" records, and the
      *run's tax total and count of employees not already counted by
      *the weekly run for the "T" record
       01  WS-Store-Tax-Count           PIC 99 VALUE ZEROS.
       01  WS-Store-Tax-Table.
           03  WS-Store-Tax-Entry       OCCURS 0 TO 50 TIMES
                                         DEPENDING ON
                                         WS-Store-Tax-Count
                                         INDEXED BY Store-Tax-Ix.
               05  WS-Store-Tax-Store   PIC X(4).
               05  WS-Store-Tax-Total   PIC 9(7)V99.
       01  WS-Company-Tax               PIC 9(8)V99 VALUE ZEROS.
       01  WS-Remit-Employee-Count      PIC 9(5) VALUE ZEROS.

      *Per-payee garnishment totals and the remittance extract
      *layouts, as the payroll run writes them
       01  WS-Payee-Count               PIC 99 VALUE ZEROS.
       01  WS-Payee-Table.
           03  WS-Payee-Entry           OCCURS 0 TO 50 TIMES
                                         DEPENDING ON WS-Payee-Count
                                         INDEXED BY Payee-Ix.
               05  WS-Payee-Name        PIC X(20).
               05  WS-Payee-Total       PIC 9(7)V99.
       01  WS-Remit-Detail.
           03  FILLER        PIC X(2)  VALUE "D ".
           03  RM-Payee      PIC X(20).
           03  FILLER        PIC X(1)  VALUE SPACE.
           03  RM-OrderNumber PIC X(8).
           03  FILLER        PIC X(1)  VALUE SPACE.
           03  RM-EmployeeID PIC X(4).
           03  FILLER        PIC X(1)  VALUE SPACE.
           03  RM-Amount     PIC ZZ,ZZ9.99.
       01  WS-Remit-Total-Line.
           03  FILLER        PIC X(2)  VALUE "T ".
           03  RT-Payee      PIC X(20).
           03  FILLER        PIC X(15) VALUE SPACES.
           03  RT-Total      PIC ZZZ,ZZ9.99.

      *GL account mapping, loaded the same way the payroll run loads
      *it, with the "****"/"*" entry as the balancing account
       01  WS-GL-Map-EOF                PIC 9 VALUE 0.
           88  GL-Map-EOF               VALUE 1.
       01  WS-GL-Map-Count              PIC 9(3) VALUE ZEROS.
       01  WS-GL-Map-Table.
           03  WS-GL-Map-Entry          OCCURS 0 TO 100 TIMES
                                         DEPENDING ON
                                         WS-GL-Map-Count
                                         INDEXED BY GL-Ix.
               05  WS-GL-Map-Key.
                   07  WS-GL-Store      PIC X(4).
                   07  WS-GL-JobCode    PIC X.
               05  WS-GL-Account       PIC 9(8).
       01  WS-GL-Lookup.
           03  WS-GL-Lookup-Store       PIC X(4).
           03  WS-GL-Lookup-JobCode     PIC X.
       01  WS-GL-Credit-Account         PIC 9(8) VALUE ZEROS.
       01  WS-GL-Credit-Found           PIC 9 VALUE 0.
       01  WS-GL-Found                  PIC 9 VALUE 0.
           88  GL-Found                 VALUE 1.
       01  WS-GL-Amount                 PIC 9(7)V99.
       01  WS-GL-Debit-Total            PIC 9(9)V99 VALUE ZEROS.

      *Request block for the shared PeriodLock subprogram
       01  WS-PERIODLOCK-REQUEST.
           03  WS-PD-SYSTEM             PIC X(8).
           03  WS-PD-PERIOD             PIC 9(6).
           03  WS-PD-RESULT             PIC X.
               88  Period-Postable      VALUES "O" "R".

      *Per-employee final-pay work fields; the vacation payout can
      *carry the gross well past a normal week
       01  WS-Skip-Reason               PIC X(30).
       01  WS-Already-Paid              PIC 9 VALUE 0.
           88  Already-Paid             VALUE 1.
       01  WS-PayHist-Key-Found         PIC 9 VALUE 0.
       01  WS-EmpYtd-Key-Found          PIC 9 VALUE 0.
       01  WS-YTD-Key-Found             PIC 9 VALUE 0.
       01  WS-Vac-Key-Found             PIC 9 VALUE 0.
       01  WS-Garnish-Found             PIC 9 VALUE 0.
           88  Garnish-Found            VALUE 1.
       01  WS-Last-Week-Pay             PIC 9(6)V99.
       01  WS-Vac-Payout-Amount         PIC 9(7)V99.
       01  WS-Gross-Pay                 PIC 9(7)V99.
       01  WS-Income-Tax                PIC 9(6)V99.
       01  WS-Garnish-Amount            PIC 9(6)V99.
       01  WS-Fixed-Deductions          PIC 9(4)V99.
       01  WS-Net-Pay                   PIC S9(7)V99.

      *Run counts and totals
       01  WS-Paid-Count                PIC 9(4) VALUE ZEROS.
       01  WS-Skipped-Count             PIC 9(4) VALUE ZEROS.
       01  WS-Notice-Count              PIC 9(4) VALUE ZEROS.
       01  WS-Total-Gross               PIC 9(9)V99 VALUE ZEROS.
       01  WS-Total-Net                 PIC S9(9)V99 VALUE ZEROS.
       01  WS-Unrecovered-Count         PIC 9(4) VALUE ZEROS.

       01  WS-FP-Heading.
           03  FILLER        PIC X(12) VALUE "EMPLOYEE".
           03  FILLER        PIC X(10) VALUE "LAST DAY".
           03  FILLER        PIC X(5)  VALUE "DAYS".
           03  FILLER        PIC X(11) VALUE "  LAST WEEK".
           03  FILLER        PIC X(11) VALUE "   VACATION".
           03  FILLER        PIC X(11) VALUE "      GROSS".
           03  FILLER        PIC X(11) VALUE "        TAX".
           03  FILLER        PIC X(11) VALUE "    GARNISH".
           03  FILLER        PIC X(11) VALUE "  FIXED DED".
           03  FILLER        PIC X(11) VALUE "    ADVANCE".
           03  FILLER        PIC X(11) VALUE "        NET".
           03  FILLER        PIC X(7)  VALUE " REASON".
       01  WS-FP-Detail.
           03  FP-EmployeeID PIC X(4).
           03  FILLER        PIC X(8)  VALUE SPACES.
           03  FP-Last-Day   PIC 9(8).
           03  FILLER        PIC X(3)  VALUE SPACES.
           03  FP-Days       PIC 9.
           03  FILLER        PIC X(1)  VALUE SPACES.
           03  FP-Last-Week  PIC ZZZ,ZZ9.99.
           03  FILLER        PIC X(1)  VALUE SPACES.
           03  FP-Vacation   PIC ZZZ,ZZ9.99.
           03  FILLER        PIC X(1)  VALUE SPACES.
           03  FP-Gross      PIC ZZZ,ZZ9.99.
           03  FILLER        PIC X(1)  VALUE SPACES.
           03  FP-Tax        PIC ZZZ,ZZ9.99.
           03  FILLER        PIC X(1)  VALUE SPACES.
           03  FP-Garnish    PIC ZZZ,ZZ9.99.
           03  FILLER        PIC X(1)  VALUE SPACES.
           03  FP-Fixed      PIC ZZZ,ZZ9.99.
           03  FILLER        PIC X(1)  VALUE SPACES.
           03  FP-Advance    PIC ZZ,ZZ9.99.
           03  FILLER        PIC X(2)  VALUE SPACES.
           03  FP-Net        PIC -ZZ,ZZ9.99.
           03  FILLER        PIC X(2)  VALUE SPACES.
           03  FP-Reason     PIC X(3).
       01  WS-FP-Skip-Line.
           03  FS-EmployeeID PIC X(4).
           03  FILLER        PIC X(8)  VALUE SPACES.
           03  FILLER        PIC X(15) VALUE "NOT PAID OUT - ".
           03  FS-Reason     PIC X(30).
       01  WS-FP-Advance-Line.
           03  FA-EmployeeID PIC X(4).
           03  FILLER        PIC X(8)  VALUE SPACES.
           03  FILLER        PIC X(22) VALUE "ADVANCE UNRECOVERED - ".
           03  FA-Balance    PIC ZZ,ZZ9.99.
           03  FILLER        PIC X(27) VALUE
               " TO RECOVER OUTSIDE PAYROLL".
       01  WS-FP-Total-Line.
           03  FILLER        PIC X(49) VALUE
               "FINAL PAY TOTAL".
           03  FT-Gross      PIC ZZ,ZZZ,ZZ9.99.
           03  FILLER        PIC X(46) VALUE SPACES.
           03  FT-Net        PIC -Z,ZZZ,ZZ9.99.

       01  WS-Notice-Line.
           03  FILLER        PIC X(12) VALUE "SEPARATION: ".
           03  NT-Payee      PIC X(20).
           03  FILLER        PIC X(1)  VALUE SPACE.
           03  NT-OrderNumber PIC X(8).
           03  FILLER        PIC X(1)  VALUE SPACE.
           03  NT-EmployeeID PIC X(4).
           03  FILLER        PIC X(1)  VALUE SPACE.
           03  NT-Last-Day   PIC 9(8).
           03  FILLER        PIC X(1)  VALUE SPACE.
           03  NT-Taken      PIC ZZ,ZZ9.99.
           03  FILLER        PIC X(1)  VALUE SPACE.
           03  NT-Owing      PIC Z,ZZZ,ZZ9.99.

      *Request block for the shared ReportWriter subprogram, which
      *owns FinalPayRegister.rpt
       01  WS-REPORT-REQUEST.
           03  WS-RW-ACTION              PIC X.
           03  WS-RW-REPORT              PIC X(20).
           03  WS-RW-LINE                PIC X(132).

      *Request block for the shared RunLog subprogram
       01  WS-RUNLOG-REQUEST.
           03  WS-RL-ACTION              PIC X.
           03  WS-RL-PROGRAM             PIC X(20).
           03  WS-RL-STATUS              PIC X(20).
           03  WS-RL-READ                PIC 9(7).
           03  WS-RL-WRITTEN             PIC 9(7).
           03  WS-RL-OPERATOR            PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
       main-program.
           PERFORM CONFIGURE-FILE-PATHS
           move "S" to WS-RL-ACTION
           move "FINALPAY" to WS-RL-PROGRAM
           move spaces to WS-RL-STATUS
           move zeros to WS-RL-READ WS-RL-WRITTEN
           call "RunLog" using WS-RUNLOG-REQUEST
           perform accept-pay-period
           perform check-accounting-period
           perform load-terminations
           perform load-feed-salaries
           perform load-overtime-threshold
           perform load-advance-floor
           perform load-timecards
           perform load-deduction-rates
           perform load-benefit-plans
           perform load-gl-account-map
           perform open-files
           move 1 to WS-Term-Sub
           perform pay-one-termination
               until WS-Term-Sub > WS-Term-Count
           perform write-balancing-entry
           perform write-source-remittance
           perform write-garnish-remit-totals
           perform close-files
           perform settle-terminations
           display "FINAL PAY RUN FOR PERIOD " WS-Pay-Period
           display "  PAID OUT          " WS-Paid-Count
           display "  NOT PAID OUT      " WS-Skipped-Count
           display "  GARNISH NOTICES   " WS-Notice-Count
           display "  ADVANCES UNRECOVERED " WS-Unrecovered-Count
           move "F" to WS-RL-ACTION
           move "Terminations" to WS-RL-STATUS
           move WS-Term-Count to WS-RL-READ
           move WS-Paid-Count to WS-RL-WRITTEN
           call "RunLog" using WS-RUNLOG-REQUEST
           move "E" to WS-RL-ACTION
           move "COMPLETE" to WS-RL-STATUS
           call "RunLog" using WS-RUNLOG-REQUEST
           stop run.

      *-------------------------------------------------------------
      *accept-pay-period paragraph takes the week-ending date being
      *paid from the operator, the same prompt the payroll run uses,
      *and works out the day numbers bounding that week
      *-------------------------------------------------------------
       accept-pay-period.
           display "ENTER WEEK-ENDING DATE (YYYYMMDD): "
               with no advancing
           accept WS-Pay-Period-X
           perform re-accept-pay-period
               until WS-Pay-Period-X is numeric
           move WS-Pay-Period-X to WS-Pay-Period
           move WS-Pay-Period to WS-Date-Work
           perform convert-date-to-daynum
           move WS-Daynum to WS-Period-Daynum
           compute WS-Week-Start-Daynum = WS-Period-Daynum - 6
           exit.

      *-------------------------------------------------------------
      *check-accounting-period paragraph refuses the run when the
      *payroll accounting period the week ends in has been closed
      *on the shared period calendar, unless its reopen is logged,
      *so no journal is produced into a closed month
      *-------------------------------------------------------------
       check-accounting-period.
           move "PAYROLL" to WS-PD-SYSTEM
           move WS-Pay-Period(1:6) to WS-PD-PERIOD
           call "PeriodLock" using WS-PERIODLOCK-REQUEST
           if not Period-Postable
               display "RUN REFUSED - ACCOUNTING PERIOD "
                   WS-PD-PERIOD " IS CLOSED"
               move "E" to WS-RL-ACTION
               move "ABORT PERIOD CLOSED" to WS-RL-STATUS
               call "RunLog" using WS-RUNLOG-REQUEST
               stop run
           end-if
           exit.

      *-------------------------------------------------------------
      *re-accept-pay-period paragraph asks again after a date that
      *is not a full YYYYMMDD
      *-------------------------------------------------------------
       re-accept-pay-period.
           display "INVALID DATE, PLEASE RE-ENTER"
           display "ENTER WEEK-ENDING DATE (YYYYMMDD): "
               with no advancing
           accept WS-Pay-Period-X
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
      *load-terminations paragraph loads every termination on file,
      *settled or not, so the file can be written back stamped
      *-------------------------------------------------------------
       load-terminations.
           open input Terminations
           read Terminations
               at end set Term-EOF to true
           end-read
           perform load-one-termination until Term-EOF
           close Terminations
           exit.

      *-------------------------------------------------------------
      *load-one-termination paragraph stores one termination; one
      *whose last day has come by the week-ending date is due, with
      *the days worked in the last week when the last day falls in
      *this pay period (none when it was keyed after its own week
      *had passed). A second termination for the same employee
      *replaces the first
      *-------------------------------------------------------------
       load-one-termination.
           if TM-Last-Day numeric
               perform find-or-add-termination
               move TM-Last-Day to WS-Term-Last-Day(Term-Ix)
               move TM-Reason to WS-Term-Reason(Term-Ix)
               move TM-Paid-Period to WS-Term-Paid-Period(Term-Ix)
               move 0 to WS-Term-Days(Term-Ix)
               move 0 to WS-Term-Due(Term-Ix)
               move TM-Last-Day to WS-Date-Work
               perform convert-date-to-daynum
               if WS-Daynum <= WS-Period-Daynum
                   move 1 to WS-Term-Due(Term-Ix)
                   if WS-Daynum >= WS-Week-Start-Daynum
                       compute WS-Term-Days(Term-Ix) =
                           WS-Daynum - WS-Week-Start-Daynum + 1
                   end-if
               end-if
           end-if
           read Terminations
               at end set Term-EOF to true
           end-read
           exit.

      *-------------------------------------------------------------
      *find-or-add-termination paragraph leaves Term-Ix on the
      *employee's entry, adding one when it is not there yet
      *-------------------------------------------------------------
       find-or-add-termination.
           set Term-Ix to 1
           search WS-Term-Entry
               at end
                   if WS-Term-Count >= 200
                       display "ERROR: Termination table full"
                       stop run
                   end-if
                   add 1 to WS-Term-Count
                   set Term-Ix to WS-Term-Count
                   move TM-EmployeeID to WS-Term-EmployeeID(Term-Ix)
                   move 0 to WS-Term-Feed-Found(Term-Ix)
                   move ZEROS to WS-Term-WklySalary(Term-Ix)
               when WS-Term-EmployeeID(Term-Ix) = TM-EmployeeID
                   continue
           end-search
           exit.

      *-------------------------------------------------------------
      *load-feed-salaries paragraph reads the week's clean salary
      *feed and picks up the weekly salary of each employee being
      *paid out; the payroll run sent these records to the orphan
      *report as terminated
      *-------------------------------------------------------------
       load-feed-salaries.
           if WS-Term-Count = 0
               exit paragraph
           end-if
           open input WeeklySalary
           read WeeklySalary
               at end set Feed-EOF to true
           end-read
           perform match-one-feed-record until Feed-EOF
           close WeeklySalary
           exit.

      *-------------------------------------------------------------
      *match-one-feed-record paragraph keeps the salary of a feed
      *record that belongs to a termination in the table
      *-------------------------------------------------------------
       match-one-feed-record.
           set Term-Ix to 1
           search WS-Term-Entry
               at end continue
               when WS-Term-EmployeeID(Term-Ix) = EmployeeID
                   move 1 to WS-Term-Feed-Found(Term-Ix)
                   move WklySalary to WS-Term-WklySalary(Term-Ix)
           end-search
           read WeeklySalary
               at end set Feed-EOF to true
           end-read
           exit.

      *-------------------------------------------------------------
      *load-overtime-threshold paragraph reads the optional
      *OvertimeControl.dat record and, if present, uses it to
      *override the 40-hour weekly overtime threshold
      *-------------------------------------------------------------
       load-overtime-threshold.
           open input OvertimeControl
           read OvertimeControl
               at end
                   continue
               not at end
                   move OC-Threshold to WS-Overtime-Threshold
           end-read
           close OvertimeControl
           exit.

      *-------------------------------------------------------------
      *load-advance-floor paragraph picks up the net-pay floor for
      *advance recovery from the optional AdvanceControl.dat
      *-------------------------------------------------------------
       load-advance-floor.
           open input AdvanceControl
           read AdvanceControl
               at end
                   continue
               not at end
                   move AC-Net-Floor to WS-Advance-Net-Floor
           end-read
           close AdvanceControl
           exit.

      *-------------------------------------------------------------
      *load-timecards paragraph loads the edited timecard file into
      *its table for the hourly employees being paid out
      *-------------------------------------------------------------
       load-timecards.
           open input TimecardClean
           read TimecardClean
               at end set Timecard-EOF to true
           end-read
           perform load-one-timecard until Timecard-EOF
           close TimecardClean
           exit.

      *-------------------------------------------------------------
      *load-one-timecard paragraph stores one edited timecard
      *-------------------------------------------------------------
       load-one-timecard.
           if WS-Timecard-Count >= 2000
               display "ERROR: Timecard table full"
               stop run
           end-if
           add 1 to WS-Timecard-Count
           move TC-EmployeeID to WS-TC-EmployeeID(WS-Timecard-Count)
           move TC-RegularHours to WS-TC-Regular(WS-Timecard-Count)
           move TC-OvertimeHours to
               WS-TC-Overtime(WS-Timecard-Count)
           read TimecardClean
               at end set Timecard-EOF to true
           end-read
           exit.

      *-------------------------------------------------------------
      *load-deduction-rates paragraph loads the income-tax brackets
      *and the per-JobCode fixed deductions from DeductionRates.dat,
      *remembering the top bracket for a payout that runs past it
      *-------------------------------------------------------------
       load-deduction-rates.
           open input DeductionRates
           read DeductionRates
               at end set Rates-EOF to true
           end-read
           perform load-one-rate until Rates-EOF
           close DeductionRates
           exit.

      *-------------------------------------------------------------
      *load-one-rate paragraph stores one DeductionRates record in
      *the bracket or fixed-deduction table
      *-------------------------------------------------------------
       load-one-rate.
           evaluate true
               when DR-Bracket
                   if WS-Bracket-Count >= 10
                       display "ERROR: Bracket table full"
                       stop run
                   end-if
                   add 1 to WS-Bracket-Count
                   move DR-From to
                       WS-Bracket-From(WS-Bracket-Count)
                   move DR-To to WS-Bracket-To(WS-Bracket-Count)
                   move DR-Percent to
                       WS-Bracket-Percent(WS-Bracket-Count)
                   if DR-To > WS-Top-Bracket-To
                       move DR-To to WS-Top-Bracket-To
                       move DR-Percent to WS-Top-Bracket-Percent
                   end-if
               when DR-Fixed
                   if WS-Fixed-Count >= 20
                       display "ERROR: Fixed deduction table full"
                       stop run
                   end-if
                   add 1 to WS-Fixed-Count
                   move DR-JobCode to
                       WS-Fixed-JobCode(WS-Fixed-Count)
                   move DR-Amount to WS-Fixed-Amount(WS-Fixed-Count)
                   move DR-Description to
                       WS-Fixed-Description(WS-Fixed-Count)
                   move 0 to WS-Fixed-Replaced(WS-Fixed-Count)
                   move ZEROS to WS-Fixed-Taken(WS-Fixed-Count)
      *employer contributions are costed on the final gross, not
      *taken from it
               when DR-Employer
                   if WS-Emp-Rate-Count >= 5
                       display "ERROR: Employer rate table full"
                       stop run
                   end-if
                   add 1 to WS-Emp-Rate-Count
                   move DR-Emp-GLCode to
                       WS-Emp-GLCode(WS-Emp-Rate-Count)
                   move DR-Emp-Percent to
                       WS-Emp-Percent(WS-Emp-Rate-Count)
                   move DR-Emp-Description to
                       WS-Emp-Description(WS-Emp-Rate-Count)
                   move ZEROS to WS-Emp-Taken(WS-Emp-Rate-Count)
               when other
                   display "ERROR: Bad deduction rate record "
                       DeductionRateRecord
                   stop run
           end-evaluate
           read DeductionRates
               at end set Rates-EOF to true
           end-read
           exit.

      *-------------------------------------------------------------
      *load-benefit-plans paragraph loads the plan premiums by tier
      *and retires each job-code fixed deduction a plan replaces
      *-------------------------------------------------------------
       load-benefit-plans.
           open input BenefitPlans
           read BenefitPlans
               at end set Plan-EOF to true
           end-read
           perform load-one-plan until Plan-EOF
           close BenefitPlans
           exit.

      *-------------------------------------------------------------
      *load-one-plan paragraph stores one plan/tier premium
      *-------------------------------------------------------------
       load-one-plan.
           if not BP-Single and not BP-Couple and not BP-Family
               or BP-Premium not numeric
               display "ERROR: Bad benefit plan record "
                   BenefitPlanRecord
               stop run
           end-if
           if WS-Plan-Count >= 40
               display "ERROR: Benefit plan table full"
               stop run
           end-if
           add 1 to WS-Plan-Count
           move BP-Plan to WS-Plan-Code(WS-Plan-Count)
           move BP-Tier to WS-Plan-Tier(WS-Plan-Count)
           move BP-Premium to WS-Plan-Premium(WS-Plan-Count)
           move BP-Carrier to WS-Plan-Carrier(WS-Plan-Count)
           move BP-Description to
               WS-Plan-Description(WS-Plan-Count)
           perform mark-replaced-deduction varying Fixed-Ix
               from 1 by 1 until Fixed-Ix > WS-Fixed-Count
           read BenefitPlans
               at end set Plan-EOF to true
           end-read
           exit.

      *-------------------------------------------------------------
      *mark-replaced-deduction paragraph flags the fixed deduction
      *at Fixed-Ix when the plan just loaded carries its description
      *-------------------------------------------------------------
       mark-replaced-deduction.
           if WS-Fixed-Description(Fixed-Ix) =
               WS-Plan-Description(WS-Plan-Count)
               move 1 to WS-Fixed-Replaced(Fixed-Ix)
           end-if
           exit.

      *-------------------------------------------------------------
      *load-gl-account-map paragraph loads the store/job-code to GL
      *account mapping exactly as the payroll run loads it
      *-------------------------------------------------------------
       load-gl-account-map.
           open input GLAccountMap
           read GLAccountMap
               at end set GL-Map-EOF to true
           end-read
           perform load-one-gl-entry until GL-Map-EOF
           close GLAccountMap
           exit.

      *-------------------------------------------------------------
      *load-one-gl-entry paragraph stores one mapping record
      *-------------------------------------------------------------
       load-one-gl-entry.
           if GM-Store = "****" and GM-JobCode = "*"
               move GM-Account to WS-GL-Credit-Account
               move 1 to WS-GL-Credit-Found
           else
               if WS-GL-Map-Count >= 100
                   display "ERROR: GL map table full"
                   stop run
               end-if
               add 1 to WS-GL-Map-Count
               move GM-Store to WS-GL-Store(WS-GL-Map-Count)
               move GM-JobCode to WS-GL-JobCode(WS-GL-Map-Count)
               move GM-Account to WS-GL-Account(WS-GL-Map-Count)
           end-if
           read GLAccountMap
               at end set GL-Map-EOF to true
           end-read
           exit.

      *-------------------------------------------------------------
      *open-files paragraph opens the master for lookup, the keyed
      *files I-O (creating any that do not exist yet), the outputs,
      *the journal, and the garnishment remittance the payroll run
      *started this week, and opens the register through
      *ReportWriter
      *-------------------------------------------------------------
       open-files.
           open input EmployeeMaster
           if WS-Master-Status not = "00"
               display "ERROR: EmployeeMaster.dat not available "
                   WS-Master-Status
               stop run
           end-if
           open i-o VacationBalance
           if WS-Vac-Status = "35"
               open output VacationBalance
               close VacationBalance
               open i-o VacationBalance
           end-if
           open i-o GarnishmentOrders
           open i-o PayHistory
           if WS-PayHist-Status = "35"
               open output PayHistory
               close PayHistory
               open i-o PayHistory
           end-if
           open i-o EmployeeYtd
           if WS-EmpYtd-Status = "35"
               open output EmployeeYtd
               close EmployeeYtd
               open i-o EmployeeYtd
           end-if
           open i-o YtdSalary
           if WS-YTD-Status = "35"
               open output YtdSalary
               close YtdSalary
               open i-o YtdSalary
           end-if
           open output FinalCheques
           open output SeparationExtract
           open output GarnishNotices
           open output FinalPayJournal
           open extend GarnishRemit
           open input BenefitEnrollment
           open extend BenefitDeductions
           open i-o EmployeeAdvances
           move "O" to WS-RW-ACTION
           move "FINAL PAY REGISTER" to WS-RW-REPORT
           move FinalPayRegister-PATH to WS-RW-LINE
           call "ReportWriter" using WS-REPORT-REQUEST
           move "H" to WS-RW-ACTION
           move WS-FP-Heading to WS-RW-LINE
           call "ReportWriter" using WS-REPORT-REQUEST
           exit.

      *-------------------------------------------------------------
      *pay-one-termination paragraph pays out one terminated
      *employee whose termination is due and not yet settled, or
      *lists why not: gone from the master, or reinstated since (a
      *void termination, settled without pay). An employee already
      *on PayHistory for the period is paid out without the last
      *week, which the weekly run paid. Each termination paid out
      *is stamped with the period
      *-------------------------------------------------------------
       pay-one-termination.
           set Term-Ix to WS-Term-Sub
           add 1 to WS-Term-Sub
           if WS-Term-Due(Term-Ix) = 0
               or WS-Term-Paid-Period(Term-Ix) not = spaces
               exit paragraph
           end-if
           move spaces to WS-Skip-Reason
           move 0 to WS-Already-Paid
           move WS-Term-EmployeeID(Term-Ix) to EM-EmployeeID
           read EmployeeMaster key is EM-EmployeeID
               invalid key
                   move "NOT ON MASTER" to WS-Skip-Reason
           end-read
           if WS-Skip-Reason = spaces and not EM-Terminated
               move "REINSTATED SINCE TERMINATION" to WS-Skip-Reason
               move WS-Pay-Period to WS-Term-Paid-Period(Term-Ix)
           end-if
           if WS-Skip-Reason not = spaces
               perform report-skipped-termination
               exit paragraph
           end-if
           move EM-EmployeeID to PH-EmployeeID
           move WS-Pay-Period to PH-Week-Ending
           move 1 to WS-PayHist-Key-Found
           read PayHistory key is PH-Key
               invalid key
                   move 0 to WS-PayHist-Key-Found
           end-read
           if WS-PayHist-Key-Found = 1
               set Already-Paid to true
           end-if
           perform compute-last-week-pay
           perform pay-out-vacation
           perform compute-final-net
           perform write-pay-history
           perform update-employee-ytd
           perform update-ytd-salary
           perform journal-final-pay
           perform tally-source-remittance
           perform write-final-cheque
           perform write-separation-record
           perform write-final-pay-register
           move WS-Pay-Period to WS-Term-Paid-Period(Term-Ix)
           add 1 to WS-Paid-Count
           exit.

      *-------------------------------------------------------------
      *report-skipped-termination paragraph puts a termination that
      *was not paid out on the register with the reason
      *-------------------------------------------------------------
       report-skipped-termination.
           move WS-Term-EmployeeID(Term-Ix) to FS-EmployeeID
           move WS-Skip-Reason to FS-Reason
           move "D" to WS-RW-ACTION
           move WS-FP-Skip-Line to WS-RW-LINE
           call "ReportWriter" using WS-REPORT-REQUEST
           add 1 to WS-Skipped-Count
           exit.

      *-------------------------------------------------------------
      *compute-last-week-pay paragraph works out the pay for the
      *last partial week: an hourly employee's last timecard at the
      *hourly rate with overtime at time-and-a-half past the
      *threshold, or the feed's weekly salary pro-rated by the days
      *worked to the last day. There is none when the last day fell
      *before this pay period, or when the weekly run already paid
      *the employee for it
      *-------------------------------------------------------------
       compute-last-week-pay.
           move ZEROS to WS-Last-Week-Pay
           if Already-Paid
               display "PERIOD ALREADY PAID FOR " EM-EmployeeID
                   " - LAST WEEK NOT PAID AGAIN"
               exit paragraph
           end-if
           if WS-Term-Days(Term-Ix) = 0
               exit paragraph
           end-if
           if EM-Hourly
               perform price-last-timecard
           else
               if WS-Term-Feed-Found(Term-Ix) = 1
                   compute WS-Last-Week-Pay rounded =
                       WS-Term-WklySalary(Term-Ix)
                       * WS-Term-Days(Term-Ix) / 7
               else
                   display "NO SALARY ON FEED FOR "
                       EM-EmployeeID " - LAST WEEK NOT PAID"
               end-if
           end-if
           exit.

      *-------------------------------------------------------------
      *price-last-timecard paragraph prices an hourly employee's
      *last timecard the way the payroll run prices any other
      *-------------------------------------------------------------
       price-last-timecard.
           move ZEROS to WS-Regular-Hours WS-Overtime-Hours
           if WS-Timecard-Count > 0
               set Timecard-Ix to 1
               search WS-Timecard-Entry
                   at end
                       display "NO TIMECARD FOR " EM-EmployeeID
                           " - LAST WEEK NOT PAID"
                   when WS-TC-EmployeeID(Timecard-Ix) = EM-EmployeeID
                       move WS-TC-Regular(Timecard-Ix) to
                           WS-Regular-Hours
                       move WS-TC-Overtime(Timecard-Ix) to
                           WS-Overtime-Hours
               end-search
           end-if
           if WS-Regular-Hours > WS-Overtime-Threshold
               compute WS-Overtime-Hours = WS-Overtime-Hours
                   + WS-Regular-Hours - WS-Overtime-Threshold
               move WS-Overtime-Threshold to WS-Regular-Hours
           end-if
           compute WS-Last-Week-Pay rounded =
               WS-Regular-Hours * EM-HourlyRate
               + WS-Overtime-Hours * EM-HourlyRate
               * WS-Overtime-Premium
           exit.

      *-------------------------------------------------------------
      *pay-out-vacation paragraph releases the entire vacation
      *balance into the final pay and leaves the balance at zero
      *-------------------------------------------------------------
       pay-out-vacation.
           move ZEROS to WS-Vac-Payout-Amount
           move 1 to WS-Vac-Key-Found
           move EM-EmployeeID to VB-EmployeeID
           read VacationBalance key is VB-EmployeeID
               invalid key
                   move 0 to WS-Vac-Key-Found
           end-read
           if WS-Vac-Key-Found = 1
               move VB-Balance to WS-Vac-Payout-Amount
               move ZEROS to VB-Balance
               rewrite VacationBalanceRecord
           end-if
           exit.

      *-------------------------------------------------------------
      *compute-final-net paragraph runs the gross-to-net: tax from
      *the bracket the gross falls in (the top bracket's rate when
      *the payout carries it past every bracket), the garnishment,
      *every fixed deduction for the job code, then whatever of an
      *outstanding advance the net can bear. The fixed deductions
      *and benefit premiums are per pay, so a period the weekly run
      *already paid does not take them again
      *-------------------------------------------------------------
       compute-final-net.
           compute WS-Gross-Pay =
               WS-Last-Week-Pay + WS-Vac-Payout-Amount
           move ZEROS to WS-Income-Tax
           if WS-Gross-Pay > WS-Top-Bracket-To
               compute WS-Income-Tax rounded = WS-Gross-Pay *
                   WS-Top-Bracket-Percent / 100
           else
               perform tax-one-bracket
                   varying Bracket-Ix from 1 by 1
                   until Bracket-Ix > WS-Bracket-Count
           end-if
           perform apply-garnishment
           move ZEROS to WS-Fixed-Deductions
           if not Already-Paid
               perform take-one-fixed-deduction
                   varying Fixed-Ix from 1 by 1
                   until Fixed-Ix > WS-Fixed-Count
               perform take-benefit-premiums
               add WS-Benefit-Premiums to WS-Fixed-Deductions
           end-if
           perform recover-advance
           compute WS-Net-Pay = WS-Gross-Pay - WS-Income-Tax
               - WS-Garnish-Amount - WS-Fixed-Deductions
               - WS-Advance-Amount
           add WS-Gross-Pay to WS-Total-Gross
           add WS-Net-Pay to WS-Total-Net
           exit.

      *-------------------------------------------------------------
      *tax-one-bracket paragraph takes the tax when the gross falls
      *in the bracket at Bracket-Ix
      *-------------------------------------------------------------
       tax-one-bracket.
           if WS-Gross-Pay >= WS-Bracket-From(Bracket-Ix)
               and WS-Gross-Pay <= WS-Bracket-To(Bracket-Ix)
               compute WS-Income-Tax rounded = WS-Gross-Pay
                   * WS-Bracket-Percent(Bracket-Ix) / 100
           end-if
           exit.

      *-------------------------------------------------------------
      *take-one-fixed-deduction paragraph adds the fixed deduction
      *at Fixed-Ix when it applies to the employee's job code and
      *no benefit plan has replaced it
      *-------------------------------------------------------------
       take-one-fixed-deduction.
           if WS-Fixed-JobCode(Fixed-Ix) = EM-JobCode
               and WS-Fixed-Replaced(Fixed-Ix) = 0
               add WS-Fixed-Amount(Fixed-Ix) to WS-Fixed-Deductions
               add WS-Fixed-Amount(Fixed-Ix) to WS-Fixed-Taken(Fixed-Ix)
           end-if
           exit.

      *-------------------------------------------------------------
      *take-benefit-premiums paragraph takes the premium of every
      *plan the employee is enrolled in whose coverage is in force
      *on the week-ending date, at the enrolled tier
      *-------------------------------------------------------------
       take-benefit-premiums.
           move ZEROS to WS-Benefit-Premiums
           move 0 to WS-Enroll-EOF
           move EM-EmployeeID to BE-EmployeeID
           move low-values to BE-Plan
           start BenefitEnrollment key is not less than BE-Key
               invalid key
                   set Enroll-EOF to true
           end-start
           if not Enroll-EOF
               perform read-next-enrollment
           end-if
           perform take-one-premium until Enroll-EOF
           exit.

      *-------------------------------------------------------------
      *read-next-enrollment paragraph reads the next enrollment,
      *stopping at the first one for another employee
      *-------------------------------------------------------------
       read-next-enrollment.
           read BenefitEnrollment next record
               at end
                   set Enroll-EOF to true
           end-read
           if not Enroll-EOF and BE-EmployeeID not = EM-EmployeeID
               set Enroll-EOF to true
           end-if
           exit.

      *-------------------------------------------------------------
      *take-one-premium paragraph takes one in-force plan's premium
      *and writes it to the carrier deduction file
      *-------------------------------------------------------------
       take-one-premium.
           if BE-Effective-Date <= WS-Pay-Period
               and (BE-End-Date = ZEROS
                   or BE-End-Date >= WS-Pay-Period)
               move BE-Plan to WS-Plan-Lookup-Code
               move BE-Tier to WS-Plan-Lookup-Tier
               move 0 to WS-Plan-Found
               set Plan-Ix to 1
               search WS-Plan-Entry
                   when WS-Plan-Key(Plan-Ix) = WS-Plan-Lookup
                       move 1 to WS-Plan-Found
               end-search
               if Plan-Found
                   add WS-Plan-Premium(Plan-Ix) to
                       WS-Benefit-Premiums
                   move spaces to BenefitDeductionRecord
                   move WS-Pay-Period to BN-Period
                   move EM-EmployeeID to BN-EmployeeID
                   move BE-Plan to BN-Plan
                   move BE-Tier to BN-Tier
                   move WS-Plan-Carrier(Plan-Ix) to BN-Carrier
                   move WS-Plan-Premium(Plan-Ix) to BN-Premium
                   write BenefitDeductionRecord
               else
                   display "BENEFIT PLAN NOT ON FILE - "
                       EM-EmployeeID " PLAN " BE-Plan " TIER " BE-Tier
               end-if
           end-if
           perform read-next-enrollment
           exit.

      *-------------------------------------------------------------
      *apply-garnishment paragraph takes the usual per-pay amount or
      *percentage from the final pay, never more than the balance
      *or the gross left after tax, remits it to the payee with the
      *week's garnishments, and sends the payee a separation notice
      *with what is still owing, since no further pays will follow
      *-------------------------------------------------------------
       apply-garnishment.
           move ZEROS to WS-Garnish-Amount
           move 1 to WS-Garnish-Found
           move EM-EmployeeID to GO-EmployeeID
           read GarnishmentOrders key is GO-EmployeeID
               invalid key
                   move 0 to WS-Garnish-Found
           end-read
           if Garnish-Found and GO-Balance > 0
               if GO-Percentage
                   compute WS-Garnish-Amount rounded =
                       WS-Gross-Pay * GO-Percent / 100
               else
                   move GO-PerPay to WS-Garnish-Amount
               end-if
               if WS-Garnish-Amount > GO-Balance
                   move GO-Balance to WS-Garnish-Amount
               end-if
               if WS-Garnish-Amount > WS-Gross-Pay - WS-Income-Tax
                   compute WS-Garnish-Amount =
                       WS-Gross-Pay - WS-Income-Tax
               end-if
               subtract WS-Garnish-Amount from GO-Balance
               rewrite GarnishmentOrderRecord
               if WS-Garnish-Amount > 0
                   perform write-garnish-remittance
               end-if
               move GO-Payee to NT-Payee
               move GO-OrderNumber to NT-OrderNumber
               move EM-EmployeeID to NT-EmployeeID
               move WS-Term-Last-Day(Term-Ix) to NT-Last-Day
               move WS-Garnish-Amount to NT-Taken
               move GO-Balance to NT-Owing
               write GarnishNoticeLine from WS-Notice-Line
               add 1 to WS-Notice-Count
           end-if
           exit.

      *-------------------------------------------------------------
      *write-garnish-remittance paragraph writes one remittance
      *detail for the deduction just taken and rolls it into the
      *payee's run total
      *-------------------------------------------------------------
       write-garnish-remittance.
           move GO-Payee to RM-Payee
           move GO-OrderNumber to RM-OrderNumber
           move EM-EmployeeID to RM-EmployeeID
           move WS-Garnish-Amount to RM-Amount
           write GarnishRemitLine from WS-Remit-Detail
           set Payee-Ix to 1
           search WS-Payee-Entry
               at end
                   if WS-Payee-Count >= 50
                       display "ERROR: Payee table full"
                       stop run
                   end-if
                   add 1 to WS-Payee-Count
                   set Payee-Ix to WS-Payee-Count
                   move GO-Payee to WS-Payee-Name(Payee-Ix)
                   move ZEROS to WS-Payee-Total(Payee-Ix)
               when WS-Payee-Name(Payee-Ix) = GO-Payee
                   continue
           end-search
           add WS-Garnish-Amount to WS-Payee-Total(Payee-Ix)
           exit.

      *-------------------------------------------------------------
      *recover-advance paragraph takes the outstanding balance of
      *the employee's advance from the final pay, cut back so the
      *net stays at or above the floor; what is left stays on
      *EmployeeAdvances for the register to flag
      *-------------------------------------------------------------
       recover-advance.
           move ZEROS to WS-Advance-Amount
           move 1 to WS-Advance-Found
           move EM-EmployeeID to AV-EmployeeID
           read EmployeeAdvances key is AV-EmployeeID
               invalid key
                   move 0 to WS-Advance-Found
           end-read
           if Advance-Found and AV-Balance > 0
               move AV-Balance to WS-Advance-Amount
               compute WS-Net-Before-Advance = WS-Gross-Pay
                   - WS-Income-Tax - WS-Garnish-Amount
                   - WS-Fixed-Deductions
               if WS-Net-Before-Advance - WS-Advance-Amount
                   < WS-Advance-Net-Floor
                   if WS-Net-Before-Advance > WS-Advance-Net-Floor
                       compute WS-Advance-Amount =
                           WS-Net-Before-Advance - WS-Advance-Net-Floor
                   else
                       move ZEROS to WS-Advance-Amount
                   end-if
               end-if
               subtract WS-Advance-Amount from AV-Balance
               move WS-Pay-Period to AV-Last-Period
               move WS-Advance-Amount to AV-Last-Amount
               rewrite AdvanceRecord
           end-if
           exit.

      *-------------------------------------------------------------
      *write-pay-history paragraph banks the final pay on PayHistory
      *under the period, which is what ChequePrint prints the stub
      *from; when the weekly run already banked the period the final
      *pay is added to its record
      *-------------------------------------------------------------
       write-pay-history.
           if Already-Paid
               add WS-Gross-Pay to PH-Gross
               add WS-Income-Tax to PH-Tax
               add WS-Garnish-Amount to PH-Garnish
               add WS-Fixed-Deductions to PH-Fixed
               add WS-Net-Pay to PH-Net
               add WS-Advance-Amount to PH-Advance
               rewrite PayHistoryRecord
               exit paragraph
           end-if
           move EM-EmployeeID to PH-EmployeeID
           move WS-Pay-Period to PH-Week-Ending
           move WS-Gross-Pay to PH-Gross
           move ZEROS to PH-Commission
           move WS-Income-Tax to PH-Tax
           move WS-Garnish-Amount to PH-Garnish
           move WS-Fixed-Deductions to PH-Fixed
           move WS-Net-Pay to PH-Net
           move WS-Last-Week-Pay to PH-Base-Pay
           move WS-Advance-Amount to PH-Advance
           write PayHistoryRecord
           exit.

      *-------------------------------------------------------------
      *update-employee-ytd paragraph rolls the final pay into the
      *employee's year-to-date record, read-add-rewrite style
      *-------------------------------------------------------------
       update-employee-ytd.
           move 1 to WS-EmpYtd-Key-Found
           move EM-EmployeeID to EY-EmployeeID
           read EmployeeYtd key is EY-EmployeeID
               invalid key
                   move 0 to WS-EmpYtd-Key-Found
           end-read
           if WS-EmpYtd-Key-Found = 0
               move EM-EmployeeID to EY-EmployeeID
               move ZEROS to EY-Gross EY-Commission EY-Tax
                             EY-Fixed EY-Net
           end-if
           add WS-Gross-Pay to EY-Gross
           add WS-Income-Tax to EY-Tax
           add WS-Fixed-Deductions to EY-Fixed
           add WS-Net-Pay to EY-Net
           if WS-EmpYtd-Key-Found = 1
               rewrite EmployeeYtdRecord
           else
               write EmployeeYtdRecord
           end-if
           exit.

      *-------------------------------------------------------------
      *update-ytd-salary paragraph costs the final gross - the last
      *week's pay and the vacation payout - to the employee's store
      *and job code on YtdSalary.dat, the same running total the
      *payroll run keeps, so it agrees with EmployeeYtd
      *-------------------------------------------------------------
       update-ytd-salary.
           if WS-Gross-Pay = 0
               exit paragraph
           end-if
           move 1 to WS-YTD-Key-Found
           move EM-StoreNumber to YTD-StoreNumber
           move EM-JobCode to YTD-JobCode
           read YtdSalary key is YTD-Key
               invalid key
                   move 0 to WS-YTD-Key-Found
           end-read
           if WS-YTD-Key-Found = 1
               add WS-Gross-Pay to YTD-Total
               rewrite YtdSalaryRecord
           else
               move ZEROS to YTD-Total
               add WS-Gross-Pay to YTD-Total
               write YtdSalaryRecord
           end-if
           exit.

      *-------------------------------------------------------------
      *journal-final-pay paragraph debits the final gross to the
      *store/job-code's mapped account, then costs each employer
      *contribution on it and debits that under the contribution's
      *GL code, as the payroll run's journal does
      *-------------------------------------------------------------
       journal-final-pay.
           move EM-StoreNumber to WS-GL-Lookup-Store
           move EM-JobCode to WS-GL-Lookup-JobCode
           move WS-Gross-Pay to WS-GL-Amount
           perform write-journal-debit
           perform journal-one-burden varying Emp-Ix from 1 by 1
               until Emp-Ix > WS-Emp-Rate-Count
           exit.

      *-------------------------------------------------------------
      *journal-one-burden paragraph costs one employer contribution
      *on the final gross, rolls it into the contribution's run
      *total for the remittance, and journals it
      *-------------------------------------------------------------
       journal-one-burden.
           compute WS-Burden-Part rounded =
               WS-Gross-Pay * WS-Emp-Percent(Emp-Ix) / 100
           add WS-Burden-Part to WS-Emp-Taken(Emp-Ix)
           move EM-StoreNumber to WS-GL-Lookup-Store
           move WS-Emp-GLCode(Emp-Ix) to WS-GL-Lookup-JobCode
           move WS-Burden-Part to WS-GL-Amount
           perform write-journal-debit
           exit.

      *-------------------------------------------------------------
      *write-journal-debit paragraph writes one journal debit for
      *the amount in WS-GL-Amount when it is non-zero and mapped; an
      *unmapped store/job-code is listed and held out of the journal
      *-------------------------------------------------------------
       write-journal-debit.
           if WS-GL-Amount = 0
               exit paragraph
           end-if
           move 0 to WS-GL-Found
           if WS-GL-Map-Count > 0
               set GL-Ix to 1
               search WS-GL-Map-Entry
                   at end continue
                   when WS-GL-Map-Key(GL-Ix) = WS-GL-Lookup
                       set GL-Found to true
               end-search
           end-if
           if GL-Found
               move spaces to FinalPayJournalRecord
               move "D" to FJ-Type
               move WS-GL-Account(GL-Ix) to FJ-Account
               move WS-GL-Amount to FJ-Amount
               move WS-GL-Lookup-Store to FJ-Store
               move WS-GL-Lookup-JobCode to FJ-JobCode
               write FinalPayJournalRecord
               add WS-GL-Amount to WS-GL-Debit-Total
           else
               display "NO GL MAPPING FOR " WS-GL-Lookup-Store "/"
                   WS-GL-Lookup-JobCode " - JOURNAL ENTRY NOT WRITTEN"
           end-if
           exit.

      *-------------------------------------------------------------
      *write-balancing-entry paragraph writes the balancing credit
      *for the run's debits against the "****"/"*" account
      *-------------------------------------------------------------
       write-balancing-entry.
           if WS-GL-Debit-Total = 0
               exit paragraph
           end-if
           if WS-GL-Credit-Found = 1
               move spaces to FinalPayJournalRecord
               move "C" to FJ-Type
               move WS-GL-Credit-Account to FJ-Account
               move WS-GL-Debit-Total to FJ-Amount
               move "****" to FJ-Store
               move "*" to FJ-JobCode
               write FinalPayJournalRecord
           else
               display "NO CREDIT ACCOUNT ON GL MAP - JOURNAL NOT"
                   " BALANCED"
           end-if
           exit.

      *-------------------------------------------------------------
      *tally-source-remittance paragraph rolls the employee's tax
      *into the run and store totals for the remittance; an
      *employee the weekly run already counted is not counted again
      *-------------------------------------------------------------
       tally-source-remittance.
           add WS-Income-Tax to WS-Company-Tax
           if not Already-Paid
               add 1 to WS-Remit-Employee-Count
           end-if
           set Store-Tax-Ix to 1
           search WS-Store-Tax-Entry
               at end
                   if WS-Store-Tax-Count >= 50
                       display "ERROR: Store tax table full"
                       stop run
                   end-if
                   add 1 to WS-Store-Tax-Count
                   set Store-Tax-Ix to WS-Store-Tax-Count
                   move EM-StoreNumber to
                       WS-Store-Tax-Store(Store-Tax-Ix)
                   move ZEROS to WS-Store-Tax-Total(Store-Tax-Ix)
               when WS-Store-Tax-Store(Store-Tax-Ix) = EM-StoreNumber
                   continue
           end-search
           add WS-Income-Tax to WS-Store-Tax-Total(Store-Tax-Ix)
           exit.

      *-------------------------------------------------------------
      *write-final-cheque paragraph hands the net to ChequePrint in
      *the MissingBankDetails layout; a final pay the deductions
      *have wiped out gets no cheque
      *-------------------------------------------------------------
       write-final-cheque.
           if WS-Net-Pay not > 0
               display "NO NET FINAL PAY FOR " EM-EmployeeID
                   " - NO CHEQUE"
               exit paragraph
           end-if
           move spaces to MissingBankLine
           move EM-EmployeeID to MB-EmployeeID
           move EM-LastName to MB-LastName
           move "FINAL PAY - SEPARATION" to MB-Reason
           move WS-Pay-Period to MB-Period
           move WS-Net-Pay to MB-NetPay
           write MissingBankLine
           exit.

      *-------------------------------------------------------------
      *write-separation-record paragraph writes HR's extract line:
      *last day worked, insurable earnings (the year-to-date gross
      *just updated, final pay included), and the reason code
      *-------------------------------------------------------------
       write-separation-record.
           move spaces to SeparationRecord
           move EM-EmployeeID to SX-EmployeeID
           move EM-LastName to SX-LastName
           move EM-FirstName to SX-FirstName
           move EM-StoreNumber to SX-StoreNumber
           move WS-Term-Last-Day(Term-Ix) to SX-Last-Day
           move EY-Gross to SX-Insurable
           move WS-Term-Reason(Term-Ix) to SX-Reason
           move WS-Pay-Period to SX-Period
           write SeparationRecord
           exit.

      *-------------------------------------------------------------
      *write-final-pay-register paragraph puts the employee's
      *gross-to-net breakdown on the final-pay register
      *-------------------------------------------------------------
       write-final-pay-register.
           move EM-EmployeeID to FP-EmployeeID
           move WS-Term-Last-Day(Term-Ix) to FP-Last-Day
           move WS-Term-Days(Term-Ix) to FP-Days
           move WS-Last-Week-Pay to FP-Last-Week
           move WS-Vac-Payout-Amount to FP-Vacation
           move WS-Gross-Pay to FP-Gross
           move WS-Income-Tax to FP-Tax
           move WS-Garnish-Amount to FP-Garnish
           move WS-Fixed-Deductions to FP-Fixed
           move WS-Advance-Amount to FP-Advance
           move WS-Net-Pay to FP-Net
           move WS-Term-Reason(Term-Ix) to FP-Reason
           move "D" to WS-RW-ACTION
           move WS-FP-Detail to WS-RW-LINE
           call "ReportWriter" using WS-REPORT-REQUEST
           if Advance-Found and AV-Balance > 0
               move EM-EmployeeID to FA-EmployeeID
               move AV-Balance to FA-Balance
               move WS-FP-Advance-Line to WS-RW-LINE
               call "ReportWriter" using WS-REPORT-REQUEST
               add 1 to WS-Unrecovered-Count
           end-if
           exit.

      *-------------------------------------------------------------
      *write-source-remittance paragraph appends the final pay's
      *source-deduction rows for the period beside the payroll
      *run's: the "T" record with the tax total and the employees
      *not already counted, an "S" record per store with its tax,
      *an "F" record per fixed deduction taken, and an "E" record
      *per employer contribution, so the monthly roll-up remits them
      *-------------------------------------------------------------
       write-source-remittance.
           if WS-Paid-Count = 0
               exit paragraph
           end-if
           open extend SourceRemit
           move spaces to SourceRemitRecord
           move WS-Pay-Period to SR-Period
           move "T" to SR-Type
           move WS-Company-Tax to SR-Tax-Total
           move WS-Remit-Employee-Count to SR-Employee-Count
           write SourceRemitRecord
           perform write-store-remittance varying Store-Tax-Ix
               from 1 by 1 until Store-Tax-Ix > WS-Store-Tax-Count
           perform write-fixed-remittance varying Fixed-Ix
               from 1 by 1 until Fixed-Ix > WS-Fixed-Count
           perform write-employer-remittance varying Emp-Ix
               from 1 by 1 until Emp-Ix > WS-Emp-Rate-Count
           close SourceRemit
           exit.

      *-------------------------------------------------------------
      *write-store-remittance paragraph writes the "S" record for
      *one store's final-pay tax
      *-------------------------------------------------------------
       write-store-remittance.
           move spaces to SourceRemitRecord
           move WS-Pay-Period to SR-Period
           move "S" to SR-Type
           move WS-Store-Tax-Store(Store-Tax-Ix) to SR-Store
           move WS-Store-Tax-Total(Store-Tax-Ix) to SR-Store-Tax
           write SourceRemitRecord
           exit.

      *-------------------------------------------------------------
      *write-fixed-remittance paragraph writes the "F" record for
      *one fixed deduction taken from a final pay
      *-------------------------------------------------------------
       write-fixed-remittance.
           if WS-Fixed-Taken(Fixed-Ix) > 0
               move spaces to SourceRemitRecord
               move WS-Pay-Period to SR-Period
               move "F" to SR-Type
               move WS-Fixed-Description(Fixed-Ix) to SR-Description
               move WS-Fixed-Taken(Fixed-Ix) to SR-Fixed-Total
               write SourceRemitRecord
           end-if
           exit.

      *-------------------------------------------------------------
      *write-employer-remittance paragraph writes the "E" record for
      *one employer contribution costed on the final pays
      *-------------------------------------------------------------
       write-employer-remittance.
           if WS-Emp-Taken(Emp-Ix) > 0
               move spaces to SourceRemitRecord
               move WS-Pay-Period to SR-Period
               move "E" to SR-Type
               move WS-Emp-Description(Emp-Ix) to SR-Emp-Description
               move WS-Emp-Taken(Emp-Ix) to SR-Emp-Total
               write SourceRemitRecord
           end-if
           exit.

      *-------------------------------------------------------------
      *write-garnish-remit-totals paragraph writes one total line
      *per payee for the garnishments taken from final pays
      *-------------------------------------------------------------
       write-garnish-remit-totals.
           perform write-one-payee-total varying Payee-Ix
               from 1 by 1 until Payee-Ix > WS-Payee-Count
           exit.

      *-------------------------------------------------------------
      *write-one-payee-total paragraph writes one payee's total
      *-------------------------------------------------------------
       write-one-payee-total.
           move WS-Payee-Name(Payee-Ix) to RT-Payee
           move WS-Payee-Total(Payee-Ix) to RT-Total
           write GarnishRemitLine from WS-Remit-Total-Line
           exit.

      *-------------------------------------------------------------
      *close-files paragraph writes the register total and closes
      *everything
      *-------------------------------------------------------------
       close-files.
           move WS-Total-Gross to FT-Gross
           move WS-Total-Net to FT-Net
           move "D" to WS-RW-ACTION
           move WS-FP-Total-Line to WS-RW-LINE
           call "ReportWriter" using WS-REPORT-REQUEST
           move "C" to WS-RW-ACTION
           move "FINALPAY" to WS-RW-LINE
           call "ReportWriter" using WS-REPORT-REQUEST
           close EmployeeMaster
                 VacationBalance
                 GarnishmentOrders
                 PayHistory
                 EmployeeYtd
                 YtdSalary
                 FinalCheques
                 SeparationExtract
                 GarnishNotices
                 BenefitEnrollment
                 BenefitDeductions
                 EmployeeAdvances
                 FinalPayJournal
                 GarnishRemit
           exit.

      *-------------------------------------------------------------
      *settle-terminations paragraph writes Terminations.dat back
      *with each termination settled this run stamped with the
      *period; those still to come stay unstamped, and those settled
      *in an earlier period are dropped so the file stays the size
      *of the work still open
      *-------------------------------------------------------------
       settle-terminations.
           if WS-Term-Count = 0
               exit paragraph
           end-if
           move ZEROS to WS-Term-Kept
           open output Terminations
           perform settle-one-termination varying WS-Term-Sub
               from 1 by 1 until WS-Term-Sub > WS-Term-Count
           close Terminations
           display "  TERMINATIONS KEPT " WS-Term-Kept
           exit.

      *-------------------------------------------------------------
      *settle-one-termination paragraph writes back one termination
      *unless it was settled before this period
      *-------------------------------------------------------------
       settle-one-termination.
           set Term-Ix to WS-Term-Sub
           if WS-Term-Paid-Period(Term-Ix) not = spaces
               and WS-Term-Paid-Period(Term-Ix) < WS-Pay-Period-X
               exit paragraph
           end-if
           move spaces to TerminationRecord
           move WS-Term-EmployeeID(Term-Ix) to TM-EmployeeID
           move WS-Term-Last-Day(Term-Ix) to TM-Last-Day
           move WS-Term-Reason(Term-Ix) to TM-Reason
           move WS-Term-Paid-Period(Term-Ix) to TM-Paid-Period
           write TerminationRecord
           add 1 to WS-Term-Kept
           exit.


      *-------------------------------------------------------------
      *Resolve every file path: the DD_ environment variable wins
      *when it is set, otherwise the built-in default stands, and
      *the resolved paths are echoed into the run output
      *-------------------------------------------------------------
       CONFIGURE-FILE-PATHS.
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_TERMINATIONS"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO Terminations-PATH
           END-IF
           DISPLAY "Terminations: " Terminations-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_WEEKLYSALARY"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO WeeklySalary-PATH
           END-IF
           DISPLAY "WeeklySalary: " WeeklySalary-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_TIMECARDCLEAN"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO TimecardClean-PATH
           END-IF
           DISPLAY "TimecardClean: " TimecardClean-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_OVERTIMECONTROL"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO OvertimeControl-PATH
           END-IF
           DISPLAY "OvertimeControl: " OvertimeControl-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_EMPLOYEEMASTER"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO EmployeeMaster-PATH
           END-IF
           DISPLAY "EmployeeMaster: " EmployeeMaster-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_DEDUCTIONRATES"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO DeductionRates-PATH
           END-IF
           DISPLAY "DeductionRates: " DeductionRates-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_VACATIONBALANCE"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO VacationBalance-PATH
           END-IF
           DISPLAY "VacationBalance: " VacationBalance-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_GARNISHMENTORDERS"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO GarnishmentOrders-PATH
           END-IF
           DISPLAY "GarnishmentOrders: " GarnishmentOrders-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_PAYHISTORY"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO PayHistory-PATH
           END-IF
           DISPLAY "PayHistory: " PayHistory-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_EMPLOYEEYTD"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO EmployeeYtd-PATH
           END-IF
           DISPLAY "EmployeeYtd: " EmployeeYtd-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_YTDSALARY"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO YtdSalary-PATH
           END-IF
           DISPLAY "YtdSalary: " YtdSalary-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_FINALCHEQUES"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO FinalCheques-PATH
           END-IF
           DISPLAY "FinalCheques: " FinalCheques-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_SEPARATIONEXTRACT"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO SeparationExtract-PATH
           END-IF
           DISPLAY "SeparationExtract: " SeparationExtract-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_GARNISHNOTICES"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO GarnishNotices-PATH
           END-IF
           DISPLAY "GarnishNotices: " GarnishNotices-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_FINALPAYREGISTER"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO FinalPayRegister-PATH
           END-IF
           DISPLAY "FinalPayRegister: " FinalPayRegister-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_BENEFITPLANS"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO BenefitPlans-PATH
           END-IF
           DISPLAY "BenefitPlans: " BenefitPlans-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_BENEFITENROLLMENT"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO BenefitEnrollment-PATH
           END-IF
           DISPLAY "BenefitEnrollment: " BenefitEnrollment-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_BENEFITDEDUCTIONS"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO BenefitDeductions-PATH
           END-IF
           DISPLAY "BenefitDeductions: " BenefitDeductions-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_EMPLOYEEADVANCES"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO EmployeeAdvances-PATH
           END-IF
           DISPLAY "EmployeeAdvances: " EmployeeAdvances-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_ADVANCECONTROL"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO AdvanceControl-PATH
           END-IF
           DISPLAY "AdvanceControl: " AdvanceControl-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_GLACCOUNTMAP"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO GLAccountMap-PATH
           END-IF
           DISPLAY "GLAccountMap: " GLAccountMap-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_FINALPAYJOURNAL"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO FinalPayJournal-PATH
           END-IF
           DISPLAY "FinalPayJournal: " FinalPayJournal-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_SOURCEREMIT"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO SourceRemit-PATH
           END-IF
           DISPLAY "SourceRemit: " SourceRemit-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_GARNISHREMIT"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO GarnishRemit-PATH
           END-IF
           DISPLAY "GarnishRemit: " GarnishRemit-PATH
           EXIT.
       END PROGRAM FinalPay.
