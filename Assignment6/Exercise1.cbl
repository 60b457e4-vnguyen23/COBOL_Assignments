      *DeductionRates carries the income-tax brackets ("B" records:
      *from, to, percent) and the fixed deductions per JobCode ("F"
      *records: job code, amount, description) used by the
      *gross-to-net computation, and the employer-side contribution
      *rates ("E" records: GL code, percent of gross, description)
      *costed on top of it - pension match, EI/CPP employer share,
      *health tax
           select DeductionRates assign using
           DeductionRates-PATH
           organization is line sequential.
           VacationPayouts-PATH
           organization is line sequential.

      *SpiffPayouts is the sales contest prize file SpiffContest
      *writes: each prize for an employee paid this week is added to
      *gross as a one-time earning and stamped with the pay period,
      *and the prizes for anyone not paid this week are written back
      *unstamped to wait for the next run
           select optional SpiffPayouts assign using
           SpiffPayouts-PATH
           organization is line sequential.

      *TimecardClean is the edited weekly timecard feed from
      *TimecardEdit: regular and overtime hours for each hourly
      *employee, priced here at the master's hourly rate
           select optional TimecardClean assign using
           TimecardClean-PATH
           organization is line sequential.

      *OvertimeControl holds the weekly hours past which regular
      *hours are paid at time-and-a-half; absent, 40 hours stands
           select optional OvertimeControl assign using
           OvertimeControl-PATH
           organization is line sequential.

      *SourceRemit accumulates one remittance summary per pay period:
      *a "T" record with the total tax withheld and employee count, an
      *"S" record per store with that store's register tax total, and
           record key is PH-Key
           file status is WS-PayHist-Status.

      *BenefitPlans carries the weekly premium for each benefit plan
      *and coverage tier (single, couple, family) with the insurance
      *carrier it is remitted to; a plan's description names the
      *job-code "F" deduction on DeductionRates.dat it replaces, so
      *once a plan is on file that flat amount is no longer taken
           select optional BenefitPlans assign using
           BenefitPlans-PATH
           organization is line sequential.

      *BenefitEnrollment is maintained by BenefitEnrollMaint, keyed
      *by EmployeeID plus plan: the coverage tier and the effective
      *and end dates of each plan the employee is enrolled in
           select optional BenefitEnrollment assign using
           BenefitEnrollment-PATH
           organization is indexed
           access is dynamic
           record key is BE-Key
           file status is WS-Enroll-Status.

      *BenefitDeductions accumulates one row per premium taken, by
      *period, employee, plan and tier, for the monthly carrier
      *remittance and invoice reconciliation in BenefitRemit
           select optional BenefitDeductions assign using
           BenefitDeductions-PATH
           organization is line sequential.

      *EmployeeAdvances carries each employee's outstanding salary
      *advance or loan, keyed by EmployeeID and maintained by
      *AdvanceMaint: principal, per-pay repayment, and the balance
      *remaining, drawn down each week until it is repaid
           select optional EmployeeAdvances assign using
           EmployeeAdvances-PATH
           organization is indexed
           access is random
           record key is AV-EmployeeID
           file status is WS-Advance-Status.

      *AdvanceControl holds the net-pay floor an advance repayment
      *may not take the net below; absent, 100.00 stands
           select optional AdvanceControl assign using
           AdvanceControl-PATH
           organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       fd WeeklySalary.
      ********STORE : detail line, or an ANNIV : detail line,*********
      ********written after every record so a crashed run can*********
      ********resume without rescanning from the top******************
       01  CheckpointLine               PIC X(200).

       fd PayStatements.
       01  PayStatementLine             PIC X(80).
           03    DR-Type                PIC X.
               88  DR-Bracket           VALUE "B".
               88  DR-Fixed             VALUE "F".
               88  DR-Employer          VALUE "E".
           03    FILLER                 PIC X.
           03    DR-Detail              PIC X(30).
           03    DR-Bracket-Detail REDEFINES DR-Detail.
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

       fd PayPeriodControl.
       01  PayPeriodControlRecord.
           03    EM-Status              PIC X.
               88  EM-Active            VALUE "A".
               88  EM-Terminated        VALUE "T".
      *Pay basis: "H" is paid from the weekly timecard at the hourly
      *rate; "S" (or blank) is paid the flat WklySalary on the feed
           03    EM-PayBasis            PIC X.
               88  EM-Hourly            VALUE "H".
           03    EM-HourlyRate          PIC 9(3)V99.
      ********End of EmployeeMasterRecord*******************************

       fd OrphanReport.
           03    FILLER                 PIC X.
           03    VP-Amount              PIC 9(5)V99.

       fd SpiffPayouts.
       01  SpiffPayoutRecord.
           03    SF-EmployeeID          PIC X(4).
           03    FILLER                 PIC X.
           03    SF-Amount              PIC 9(5)V99.
           03    FILLER                 PIC X.
           03    SF-Contest             PIC X(6).
           03    FILLER                 PIC X.
           03    SF-Paid-Period         PIC X(8).

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

       fd PurgeWork.
       01  PurgeWorkRecord              PIC X(60).

       fd SourceRemit.
      ********SourceRemitRecord: "T" period totals, "S" store tax,****
      ********"F" fixed deduction by description, "E" employer*********
      ********contribution by description******************************
       01  SourceRemitRecord.
           03    SR-Period              PIC 9(8).
           03    FILLER                 PIC X.
               05  FILLER               PIC X.
               05  SR-Fixed-Total       PIC 9(8)V99.
               05  FILLER               PIC X(9).
           03    SR-E-Detail REDEFINES SR-Detail.
               05  SR-Emp-Description   PIC X(10).
               05  FILLER               PIC X.
               05  SR-Emp-Total         PIC 9(8)V99.
               05  FILLER               PIC X(9).
      ********End of SourceRemitRecord*********************************

       fd PayHistory.
           03    PH-Garnish             PIC 9(7)V99.
           03    PH-Fixed               PIC 9(7)V99.
           03    PH-Net                 PIC S9(7)V99.
      *The salary (or priced timecard) part of the gross, before
      *vacation and holiday pay, which a back-dated rate change is
      *measured against
           03    PH-Base-Pay            PIC 9(7)V99.
      *Salary advance recovered from this pay, part of the net
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
      *An end date of zero leaves the coverage open-ended
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
      *The period and amount of the last repayment taken, so a rerun
      *of that period puts it back before taking it again
           03    AV-Last-Period         PIC 9(8).
           03    AV-Last-Amount         PIC 9(5)V99.
      ********End of AdvanceRecord*************************************

       fd AdvanceControl.
       01  AdvanceControlRecord.
           03    AC-Net-Floor           PIC 9(4)V99.

       WORKING-STORAGE SECTION.

      *File assignments resolved at start-up: each path may be
           VALUE "C:\DataFiles\VacationBalance.dat".
       01  VacationPayouts-PATH  PIC X(80)
           VALUE "C:\DataFiles\VacationPayouts.dat".
       01  SpiffPayouts-PATH  PIC X(80)
           VALUE "C:\DataFiles\SpiffPayouts.dat".
       01  TimecardClean-PATH  PIC X(80)
           VALUE "C:\DataFiles\TimecardClean.dat".
       01  OvertimeControl-PATH  PIC X(80)
           VALUE "C:\DataFiles\OvertimeControl.dat".
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
       01  PATH-OVERRIDE  PIC X(80).
       01 WS-YTD-Status                 PIC XX.
       01 WS-PayHist-Status             PIC XX.
       01 WS-Payout-Unapplied           PIC 9(3).
       01 WS-Payout-Sub                 PIC 9(3).

      *Sales contest prizes loaded at start-up and the prize total
      *for the employee being paid
       01 WS-Spiff-EOF                  PIC 9 VALUE 0.
           88  Spiff-EOF                VALUE 1.
       01 WS-Spiff-Count                PIC 9(3) VALUE ZEROS.
       01 WS-Spiff-Table.
           03  WS-Spiff-Entry           OCCURS 0 TO 200 TIMES
                                         DEPENDING ON
                                         WS-Spiff-Count.
               05  WS-Spiff-EmployeeID  PIC X(4).
               05  WS-Spiff-Amount      PIC 9(5)V99.
               05  WS-Spiff-Contest     PIC X(6).
               05  WS-Spiff-Applied     PIC 9.
               05  WS-Spiff-Paid-Period PIC 9(8).
       01 WS-Spiff-Sub                  PIC 9(3).
       01 WS-Spiff-Paid                 PIC 9(5)V99.
       01 WS-Spiff-Carried              PIC 9(3).

      *Hourly pay support: the edited timecards loaded at start-up,
      *the overtime threshold, and the per-employee hours and pay
       01 WS-Timecard-EOF               PIC 9 VALUE 0.
           88  Timecard-EOF             VALUE 1.
       01 WS-Timecard-Count             PIC 9(4) VALUE ZEROS.
       01 WS-Timecard-Table.
           03  WS-Timecard-Entry        OCCURS 0 TO 2000 TIMES
                                         DEPENDING ON
                                         WS-Timecard-Count
                                         INDEXED BY Timecard-Ix.
               05  WS-TC-EmployeeID     PIC X(4).
               05  WS-TC-Regular        PIC 99V99.
               05  WS-TC-Overtime       PIC 99V99.
               05  WS-TC-Applied        PIC 9.
       01 WS-Timecard-Unapplied         PIC 9(4).
       01 WS-Timecard-Sub               PIC 9(4).
       01 WS-Overtime-Threshold         PIC 99V99 VALUE 40.00.
       01 WS-Overtime-Premium           PIC 9V9 VALUE 1.5.
       01 WS-Hourly-Flag                PIC 9 VALUE 0.
           88  Hourly-Paid              VALUE 1.
       01 WS-Timecard-Found             PIC 9 VALUE 0.
           88  Timecard-Found           VALUE 1.
       01 WS-Regular-Hours              PIC 9(3)V99.
       01 WS-Overtime-Hours             PIC 9(3)V99.
       01 WS-Regular-Pay                PIC 9(6)V99.
       01 WS-Overtime-Pay               PIC 9(6)V99.
       01 WS-Hourly-Gross               PIC 9(6)V99.

      *Benefit premium support: the plan premiums by tier loaded at
      *start-up, and the per-employee enrollment walk and premium
      *total, which is taken with the fixed deductions
       01 WS-Enroll-Status              PIC XX.
       01 WS-Plan-EOF                   PIC 9 VALUE 0.
           88  Plan-EOF                 VALUE 1.
       01 WS-Plan-Count                 PIC 99 VALUE ZEROS.
       01 WS-Plan-Table.
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
       01 WS-Plan-Lookup.
           03  WS-Plan-Lookup-Code      PIC X(4).
           03  WS-Plan-Lookup-Tier      PIC X.
       01 WS-Plan-Found                 PIC 9 VALUE 0.
           88  Plan-Found               VALUE 1.
       01 WS-Enroll-EOF                 PIC 9 VALUE 0.
           88  Enroll-EOF               VALUE 1.
       01 WS-Benefit-Premiums           PIC 9(4)V99.

      *Salary advance support: the net-pay floor and the
      *per-employee repayment work fields
       01 WS-Advance-Status             PIC XX.
       01 WS-Advance-Found              PIC 9 VALUE 0.
           88  Advance-Found            VALUE 1.
       01 WS-Advance-Net-Floor          PIC 9(4)V99 VALUE 100.00.
       01 WS-Advance-Amount             PIC 9(4)V99.
       01 WS-Net-Before-Advance         PIC S9(5)V99.

      *Statutory-holiday support: whether this period spans one, the
      *holiday found, the premium rates per job code, and the
      *per-employee premium work field
               05  WS-Store-Tax-Total     PIC 9(7)V99 value ZEROS.
               05  WS-Store-Garnish-Total PIC 9(7)V99 value ZEROS.
               05  WS-Store-Fixed-Total   PIC 9(7)V99 value ZEROS.
               05  WS-Store-Advance-Total PIC 9(7)V99 value ZEROS.
               05  WS-Store-Net-Total     PIC 9(7)V99 value ZEROS.
      *Employer burden by job code for the SalaryExpense column and
      *the budget variance, and by contribution for the GL journal
               05  WS-Store-M-Burden      PIC 9(5)V99 value ZEROS.
               05  WS-Store-S-Burden      PIC 9(5)V99 value ZEROS.
               05  WS-Store-A-Burden      PIC 9(5)V99 value ZEROS.
               05  WS-Store-C-Burden      PIC 9(5)V99 value ZEROS.
               05  WS-Store-Burden-Parts.
                   07  WS-Store-Burden-Part
                                          PIC 9(5)V99 value ZEROS
                                          OCCURS 5 TIMES.
      *****End of Total salary variables*****************************

      *Commission rate applied to Salesperson SaleAmount

      *Grand total across every store, all job codes plus commission
       01  WS-Grand-Total                PIC 9(7)V99.
       01  WS-Grand-Burden               PIC 9(7)V99.
       01  WS-Burden-Ed                  PIC ZZZ,ZZ9.99.

      *Pay statement layouts and the statement count printed at the
      *end of the statement file
           03  FILLER                    PIC X(16) VALUE
               "WEEKLY SALARY : ".
           03  PS-WklySalary             PIC ZZZ9.99.
       01  WS-Stmt-Hours-Line.
           03  FILLER                    PIC X(16) VALUE
               "HOURS REG/OT  : ".
           03  PS-Regular-Hours          PIC ZZ9.99.
           03  FILLER                    PIC X     VALUE "/".
           03  PS-Overtime-Hours         PIC ZZ9.99.
           03  FILLER                    PIC X(9)  VALUE "  RATE: ".
           03  PS-Hourly-Rate            PIC ZZ9.99.
       01  WS-Stmt-Sales-Line.
           03  FILLER                    PIC X(16) VALUE
               "SALES         : ".
           03  PS-Vac-Payout             PIC ZZZZ9.99.
           03  FILLER                    PIC X(11) VALUE "  BALANCE: ".
           03  PS-Vac-Balance            PIC ZZZ,ZZ9.99.
       01  WS-Stmt-Spiff-Line.
           03  FILLER                    PIC X(16) VALUE
               "CONTEST PRIZE : ".
           03  PS-Spiff                  PIC ZZZZ9.99.
       01  WS-Stmt-Garnish-Line.
           03  FILLER                    PIC X(16) VALUE
               "GARNISHMENT   : ".
           03  PS-Garnish                PIC ZZZZ9.99.
           03  FILLER                    PIC X(9) VALUE "  ORDER: ".
           03  PS-Garnish-Order          PIC X(8).
       01  WS-Stmt-Benefit-Line.
           03  FILLER                    PIC X(16) VALUE
               "BENEFIT PREMS : ".
           03  PS-Benefit                PIC ZZZZ9.99.
       01  WS-Stmt-Advance-Line.
           03  FILLER                    PIC X(16) VALUE
               "ADVANCE REPAID: ".
           03  PS-Advance                PIC ZZZZ9.99.
           03  FILLER                    PIC X(11) VALUE "  BALANCE: ".
           03  PS-Advance-Balance        PIC ZZ,ZZ9.99.
       01  WS-Stmt-Total-Line.
           03  FILLER                    PIC X(21) VALUE
               "STATEMENTS PRODUCED: ".
      *Run total taken for this fixed deduction, for the remittance
      *summary by DR-Description
               05  WS-Fixed-Taken        PIC 9(8)V99.
      *Set when a benefit plan of the same description replaces
      *this flat amount with the employee's enrolled premium
               05  WS-Fixed-Replaced     PIC 9.
      *Employer contribution rates, at most five, each a percentage
      *of gross costed to the GL under its own code; the run total
      *feeds the remittance summary
       01  WS-Emp-Rate-Count             PIC 9 VALUE ZEROS.
       01  WS-Emp-Rate-Table.
           03  WS-Emp-Rate-Entry         OCCURS 0 TO 5 TIMES
                                          DEPENDING ON
                                          WS-Emp-Rate-Count
                                          INDEXED BY Emp-Ix.
               05  WS-Emp-GLCode         PIC X.
               05  WS-Emp-Percent        PIC 99V99.
               05  WS-Emp-Description    PIC X(10).
               05  WS-Emp-Taken          PIC 9(8)V99.
       01  WS-Rates-EOF                  PIC 9 VALUE 0.
           88  Rates-EOF                 VALUE 1.

       01  WS-Income-Tax                 PIC 9(4)V99.
       01  WS-Fixed-Deductions           PIC 9(4)V99.
       01  WS-Net-Pay                    PIC S9(5)V99.
       01  WS-Employer-Burden            PIC 9(5)V99.
       01  WS-Burden-Part                PIC 9(5)V99.
       01  WS-Company-Gross              PIC 9(8)V99.
       01  WS-Company-Holiday            PIC 9(8)V99.
       01  WS-Company-Tax                PIC 9(8)V99.
       01  WS-Company-Garnish            PIC 9(8)V99.
       01  WS-Company-Fixed              PIC 9(8)V99.
       01  WS-Company-Advance            PIC 9(8)V99.
       01  WS-Company-Net                PIC 9(8)V99.

      *Net-pay register report lines
           03  FILLER        PIC X(11) VALUE "        TAX".
           03  FILLER        PIC X(11) VALUE "    GARNISH".
           03  FILLER        PIC X(11) VALUE "  FIXED DED".
           03  FILLER        PIC X(11) VALUE "    ADVANCE".
           03  FILLER        PIC X(11) VALUE "        NET".
       01  WS-Reg-Detail.
           03  RG-EmployeeID PIC X(4).
           03  FILLER        PIC X(1)  VALUE SPACES.
           03  RG-Fixed      PIC ZZZ,ZZ9.99.
           03  FILLER        PIC X(1)  VALUE SPACES.
           03  RG-Advance    PIC ZZZ,ZZ9.99.
           03  FILLER        PIC X(1)  VALUE SPACES.
           03  RG-Net        PIC -ZZ,ZZ9.99.
       01  WS-Reg-Total-Line.
           03  RG-Total-Label PIC X(12).
           03  FILLER        PIC X(1)  VALUE SPACES.
           03  RG-Total-Fixed PIC Z,ZZZ,ZZ9.99.
           03  FILLER        PIC X(1)  VALUE SPACES.
           03  RG-Total-Advance PIC Z,ZZZ,ZZ9.99.
           03  FILLER        PIC X(1)  VALUE SPACES.
           03  RG-Total-Net  PIC Z,ZZZ,ZZ9.99.

      *Request block for the shared ReportWriter subprogram, which
           03    SE-WklySalary          PIC Z(6)9.99.
           03    FILLER                 PIC X(3) VALUE SPACES.
           03    SE-Headcount           PIC ZZ9.
      *Employer burden column, blank on lines that carry none
           03    FILLER                 PIC X(2) VALUE SPACES.
           03    SE-Burden              PIC X(10).
      *Budget and variance columns, blank on lines with no budget;
      *the variance is measured on salary plus burden
           03    FILLER                 PIC X(2) VALUE SPACES.
           03    SE-Budget              PIC X(10).
           03    FILLER                 PIC X(1) VALUE SPACES.
           03  WS-RL-OPERATOR            PIC X(8) VALUE SPACES.
       01  WS-Feed-Read-Count            PIC 9(7) VALUE ZEROS.

      *Request block for the shared SignOn subprogram, used to sign
      *the run on and again on the completed-period override path
       01  WS-SIGNON-REQUEST.
           03  WS-SO-PROGRAM             PIC X(20).
           03  WS-SO-FUNCTION            PIC X.
           03  WS-SO-RESULT              PIC X.
               88  Sign-On-Granted       VALUE "A".

      *Request block for the shared PeriodLock subprogram, asked
      *whether the week's accounting month is still open to post to
       01  WS-PERIODLOCK-REQUEST.
           03  WS-PD-SYSTEM              PIC X(8).
           03  WS-PD-PERIOD              PIC 9(6).
           03  WS-PD-RESULT              PIC X.
               88  Period-Postable       VALUES "O" "R".

       COPY CurrentDate.

       01  WS-END-OF-FILE                PIC 9 VALUE 0.
           03  CP-Header-Deposit-Count   PIC 9(6) VALUE ZEROS.
           03  CP-Header-Deposit-Total   PIC 9(9)V99 VALUE ZEROS.
           03  CP-Header-Statement-Count PIC 9(5) VALUE ZEROS.
           03  FILLER                    PIC X(167) VALUE SPACES.

       01  CP-Store-Record.
           03  CP-Store-Tag              PIC X(7) VALUE "STORE :".
           03  CP-Rec-Garnish-Total      PIC 9(7)V99.
           03  CP-Rec-Fixed-Total        PIC 9(7)V99.
           03  CP-Rec-Net-Total          PIC 9(7)V99.
           03  CP-Rec-M-Burden           PIC 9(5)V99.
           03  CP-Rec-S-Burden           PIC 9(5)V99.
           03  CP-Rec-A-Burden           PIC 9(5)V99.
           03  CP-Rec-C-Burden           PIC 9(5)V99.
           03  CP-Rec-Burden-Parts       PIC X(35).
           03  CP-Rec-Advance-Total      PIC 9(7)V99.
           03  FILLER                    PIC X(15) VALUE SPACES.

       01  CP-Anniv-Record.
           03  CP-Anniv-Tag              PIC X(7) VALUE "ANNIV :".
           03  CP-Rec-Anniv-LastName     PIC X(14).
           03  CP-Rec-Anniv-Service      PIC 9(3).
           03  CP-Rec-Anniv-Note         PIC X(22).
           03  FILLER                    PIC X(146) VALUE SPACES.

       01  CP-Read-Buffer                PIC X(200).
       01  CP-Read-As-Header REDEFINES CP-Read-Buffer.
           03  CPR-Tag                   PIC X(7).
           03  CPR-EmployeeID            PIC X(4).
           03  CPR-Deposit-Count         PIC 9(6).
           03  CPR-Deposit-Total         PIC 9(9)V99.
           03  CPR-Statement-Count       PIC 9(5).
           03  FILLER                    PIC X(167).
       01  CP-Read-As-Store REDEFINES CP-Read-Buffer.
           03  FILLER                    PIC X(7).
           03  CPR-Store-Number          PIC X(4).
           03  CPR-Garnish-Total         PIC 9(7)V99.
           03  CPR-Fixed-Total           PIC 9(7)V99.
           03  CPR-Net-Total             PIC 9(7)V99.
           03  CPR-M-Burden              PIC 9(5)V99.
           03  CPR-S-Burden              PIC 9(5)V99.
           03  CPR-A-Burden              PIC 9(5)V99.
           03  CPR-C-Burden              PIC 9(5)V99.
           03  CPR-Burden-Parts          PIC X(35).
           03  CPR-Advance-Total         PIC 9(7)V99.
           03  FILLER                    PIC X(15).
       01  CP-Read-As-Anniv REDEFINES CP-Read-Buffer.
           03  FILLER                    PIC X(7).
           03  CPR-Anniv-Store           PIC X(4).
           03  CPR-Anniv-LastName        PIC X(14).
           03  CPR-Anniv-Service         PIC 9(3).
           03  CPR-Anniv-Note            PIC X(22).
           03  FILLER                    PIC X(146).

       PROCEDURE DIVISION.
       main-program.
           move spaces to WS-RL-STATUS
           move zeros to WS-RL-READ WS-RL-WRITTEN
           call "RunLog" using WS-RUNLOG-REQUEST
      *The payroll run takes its own grant, so SignOn can refuse it
      *to an operator whose bank-details changes it would deposit to
           move "PAYROLL" to WS-SO-PROGRAM
           move "M" to WS-SO-FUNCTION
           call "SignOn" using WS-SIGNON-REQUEST
           if not Sign-On-Granted
               display "RUN REFUSED - OPERATOR NOT AUTHORIZED"
               move "E" to WS-RL-ACTION
               move "ABORT SIGN-ON REJECT" to WS-RL-STATUS
               call "RunLog" using WS-RUNLOG-REQUEST
               stop run
           end-if
           move WS-SO-OPERATOR to WS-RL-OPERATOR
           perform accept-pay-period
           perform check-pay-period
           perform check-accounting-period
           perform load-recognition-threshold
           perform load-deduction-rates
           perform load-benefit-plans
           perform load-vacation-payouts
           perform load-spiff-payouts
           perform load-overtime-threshold
           perform load-advance-floor
           perform load-timecards
           perform load-store-budget
           perform load-assignment-history
           perform check-holiday-calendar
           perform close-file
           perform finalize-recognition-report
           perform mark-period-complete
           perform carry-forward-spiff-payouts
           perform write-final-checkpoint
           move "F" to WS-RL-ACTION
           move "WeeklySalaryClean" to WS-RL-STATUS
           end-if
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
      *mark-period-complete paragraph records the period as complete
      *on PayPeriodControl.dat at clean end of job
                    extend BudgetExceptions
           end-if
           open i-o GarnishmentOrders
           open i-o EmployeeAdvances
           open input BankDetails
      *The two paginated reports are owned by the shared
      *ReportWriter: a fresh run opens them new, a checkpoint
           perform open-pay-history
           perform open-vacation-balance
           perform open-employee-ytd
           perform open-benefit-files
           exit.

      *-------------------------------------------------------------
           end-if
           exit.

      *-------------------------------------------------------------
      *open-benefit-files paragraph opens the enrollments for the
      *premium lookups and the carrier deduction file for append;
      *an authorized override rerun first drops the period's rows
      *so the carriers are never remitted a week twice
      *-------------------------------------------------------------
       open-benefit-files.
           open input BenefitEnrollment
           if CP-Last-EmployeeID = "DONE" and Period-Complete
               perform purge-benefit-deductions
           end-if
           open extend BenefitDeductions
           exit.

      *-------------------------------------------------------------
      *open-vacation-balance paragraph opens the VacationBalance
      *indexed file I-O; the first run of all creates it
           end-read
           exit.

      *-------------------------------------------------------------
      *load-spiff-payouts paragraph loads the optional contest prize
      *file into its table; an absent file means no prizes this week
      *-------------------------------------------------------------
       load-spiff-payouts.
           open input SpiffPayouts
           read SpiffPayouts
               at end set Spiff-EOF to true
           end-read
           perform load-one-spiff until Spiff-EOF
           close SpiffPayouts
           exit.

      *-------------------------------------------------------------
      *load-one-spiff paragraph stores one contest prize; a prize
      *stamped as paid in another period is held but not paid again,
      *while one stamped with this period is paid again on a rerun
      *-------------------------------------------------------------
       load-one-spiff.
           if WS-Spiff-Count >= 200
               display "ERROR: Contest prize table full"
               stop run
           end-if
           add 1 to WS-Spiff-Count
           move SF-EmployeeID to WS-Spiff-EmployeeID(WS-Spiff-Count)
           move SF-Amount to WS-Spiff-Amount(WS-Spiff-Count)
           move SF-Contest to WS-Spiff-Contest(WS-Spiff-Count)
           move 0 to WS-Spiff-Applied(WS-Spiff-Count)
           move ZEROS to WS-Spiff-Paid-Period(WS-Spiff-Count)
           if SF-Paid-Period is numeric
               and SF-Paid-Period not = WS-Pay-Period
               move SF-Paid-Period
                   to WS-Spiff-Paid-Period(WS-Spiff-Count)
               move 1 to WS-Spiff-Applied(WS-Spiff-Count)
           end-if
           read SpiffPayouts
               at end set Spiff-EOF to true
           end-read
           exit.

      *-------------------------------------------------------------
      *apply-one-spiff paragraph adds one contest prize to the pay
      *of the employee it belongs to; an employee may hold prizes
      *from several contests
      *-------------------------------------------------------------
       apply-one-spiff.
           if WS-Spiff-EmployeeID(WS-Spiff-Sub) = EmployeeID
               and WS-Spiff-Applied(WS-Spiff-Sub) = 0
               add WS-Spiff-Amount(WS-Spiff-Sub) to WS-Spiff-Paid
               move 1 to WS-Spiff-Applied(WS-Spiff-Sub)
               move WS-Pay-Period to WS-Spiff-Paid-Period(WS-Spiff-Sub)
           end-if
           exit.

      *-------------------------------------------------------------
      *settle-one-spiff paragraph marks the prizes of an employee a
      *restarted run skips as paid in this period, since the
      *interrupted run that processed the employee already paid them
      *-------------------------------------------------------------
       settle-one-spiff.
           if WS-Spiff-EmployeeID(WS-Spiff-Sub) = EmployeeID
               and WS-Spiff-Applied(WS-Spiff-Sub) = 0
               move 1 to WS-Spiff-Applied(WS-Spiff-Sub)
               move WS-Pay-Period to WS-Spiff-Paid-Period(WS-Spiff-Sub)
           end-if
           exit.

      *-------------------------------------------------------------
      *carry-forward-spiff-payouts paragraph rewrites the prize file
      *with the prizes nobody was paid this run, so a winner off this
      *week's feed is paid the next week, and the prizes paid this
      *period stamped with it, so an authorized rerun of the period
      *pays them again; prizes paid in an earlier period are dropped
      *-------------------------------------------------------------
       carry-forward-spiff-payouts.
           if WS-Spiff-Count = 0
               exit paragraph
           end-if
           move ZEROS to WS-Spiff-Carried
           open output SpiffPayouts
           perform carry-one-spiff varying WS-Spiff-Sub
               from 1 by 1 until WS-Spiff-Sub > WS-Spiff-Count
           close SpiffPayouts
           display "CONTEST PRIZES CARRIED FORWARD: " WS-Spiff-Carried
           exit.

      *-------------------------------------------------------------
      *carry-one-spiff paragraph writes back one unpaid prize, or
      *one paid this period or later with the period that paid it
      *-------------------------------------------------------------
       carry-one-spiff.
           if WS-Spiff-Paid-Period(WS-Spiff-Sub) not = ZEROS
               and WS-Spiff-Paid-Period(WS-Spiff-Sub) < WS-Pay-Period
               exit paragraph
           end-if
           move spaces to SpiffPayoutRecord
           move WS-Spiff-EmployeeID(WS-Spiff-Sub) to SF-EmployeeID
           move WS-Spiff-Amount(WS-Spiff-Sub) to SF-Amount
           move WS-Spiff-Contest(WS-Spiff-Sub) to SF-Contest
           if WS-Spiff-Paid-Period(WS-Spiff-Sub) not = ZEROS
               move WS-Spiff-Paid-Period(WS-Spiff-Sub) to SF-Paid-Period
           end-if
           write SpiffPayoutRecord
           if WS-Spiff-Paid-Period(WS-Spiff-Sub) = ZEROS
               add 1 to WS-Spiff-Carried
               display "CONTEST PRIZE NOT APPLIED - "
                   WS-Spiff-EmployeeID(WS-Spiff-Sub) " "
                   WS-Spiff-Contest(WS-Spiff-Sub)
                   " NOT PAID THIS PERIOD"
           end-if
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
      *advance repayments from the optional AdvanceControl.dat
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
      *its table; an absent file means no hourly employee is paid
      *this week, and each one goes to the orphan report
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
           move 0 to WS-TC-Applied(WS-Timecard-Count)
           read TimecardClean
               at end set Timecard-EOF to true
           end-read
           exit.

      *-------------------------------------------------------------
      *price-hourly-timecard paragraph pays an hourly employee from
      *the week's timecard: regular hours past the overtime
      *threshold are moved to overtime, overtime is paid at
      *time-and-a-half, and the gross replaces WklySalary so the
      *store totals, YtdSalary, PayHistory, and gross-to-net all
      *carry it exactly as they carry a salary. No timecard, or a
      *gross too large for the salary field, sends the record to
      *the orphan report instead
      *-------------------------------------------------------------
       price-hourly-timecard.
           move 1 to WS-Hourly-Flag
           perform find-timecard
           if not Timecard-Found
               move 0 to WS-Employee-On-Strength
               move "HOURLY - NO TIMECARD" to WS-Orphan-Reason
               exit paragraph
           end-if
           move WS-TC-Regular(Timecard-Ix) to WS-Regular-Hours
           move WS-TC-Overtime(Timecard-Ix) to WS-Overtime-Hours
           if WS-Regular-Hours > WS-Overtime-Threshold
               compute WS-Overtime-Hours = WS-Overtime-Hours
                   + WS-Regular-Hours - WS-Overtime-Threshold
               move WS-Overtime-Threshold to WS-Regular-Hours
           end-if
           compute WS-Regular-Pay rounded =
               WS-Regular-Hours * EM-HourlyRate
           compute WS-Overtime-Pay rounded =
               WS-Overtime-Hours * EM-HourlyRate * WS-Overtime-Premium
           compute WS-Hourly-Gross = WS-Regular-Pay + WS-Overtime-Pay
           if WS-Hourly-Gross > 9999.99
               move 0 to WS-Employee-On-Strength
               move "HOURLY PAY OVER LIMIT" to WS-Orphan-Reason
               exit paragraph
           end-if
           move WS-Hourly-Gross to WklySalary
           move 1 to WS-TC-Applied(Timecard-Ix)
           exit.

      *-------------------------------------------------------------
      *find-timecard paragraph looks the feed record's EmployeeID up
      *in the timecard table, leaving Timecard-Ix on the card
      *-------------------------------------------------------------
       find-timecard.
           move 0 to WS-Timecard-Found
           if WS-Timecard-Count > 0
               set Timecard-Ix to 1
               search WS-Timecard-Entry
                   at end continue
                   when WS-TC-EmployeeID(Timecard-Ix) = EmployeeID
                       move 1 to WS-Timecard-Found
               end-search
           end-if
           exit.

      *-------------------------------------------------------------
      *report-unapplied-timecards paragraph names every edited
      *timecard no feed record picked up, the same way unapplied
      *vacation payouts are called out
      *-------------------------------------------------------------
       report-unapplied-timecards.
           move ZEROS to WS-Timecard-Unapplied
           move 1 to WS-Timecard-Sub
           perform report-one-timecard
               until WS-Timecard-Sub > WS-Timecard-Count
           exit.

      *-------------------------------------------------------------
      *report-one-timecard paragraph displays one timecard that was
      *not paid this period
      *-------------------------------------------------------------
       report-one-timecard.
           if WS-TC-Applied(WS-Timecard-Sub) = 0
               add 1 to WS-Timecard-Unapplied
               display "TIMECARD NOT APPLIED - "
                   WS-TC-EmployeeID(WS-Timecard-Sub)
                   " NOT PAID THIS PERIOD"
           end-if
           add 1 to WS-Timecard-Sub
           exit.

      *-------------------------------------------------------------
      *open-pay-history paragraph opens the PayHistory indexed file
      *I-O so an overridden rerun of a period rewrites its records
           exit.

      *-------------------------------------------------------------
      *clear-budget-columns paragraph blanks the burden, budget, and
      *variance columns on lines that carry no budget of their own
      *-------------------------------------------------------------
       clear-budget-columns.
           move spaces to SE-Burden
           move spaces to SE-Budget
           move spaces to SE-Variance
           exit.
      *write-gl-journal paragraph writes the journal extract from
      *the store table at end of run: one debit per mapped
      *store/job-code total (job code "K" for commission), a reject
      *line for any total with no mapping, and the balancing credit;
      *employer burden posts per contribution under the GL code its
      *rate record names
      *-------------------------------------------------------------
       write-gl-journal.
           open output GLJournal
               move WS-Store-Holiday-Total(Store-Ix)
                   to WS-GL-Amount
               perform write-gl-debit
               *>employer burden is costed under each contribution's
               *>own GL code
               perform write-burden-debit varying Emp-Ix from 1 by 1
                   until Emp-Ix > WS-Emp-Rate-Count
           end-perform
           if WS-GL-Credit-Found = 1
               move spaces to GLJournalRecord
           close GLJournal GLMappingRejects
           exit.

      *-------------------------------------------------------------
      *write-burden-debit paragraph posts the store's total for one
      *employer contribution under that contribution's GL code
      *-------------------------------------------------------------
       write-burden-debit.
           move WS-Emp-GLCode(Emp-Ix) to WS-GL-Lookup-JobCode
           move WS-Store-Burden-Part(Store-Ix, Emp-Ix) to WS-GL-Amount
           perform write-gl-debit
           exit.

      *-------------------------------------------------------------
      *write-gl-debit paragraph writes one journal debit for the
      *amount in WS-GL-Amount when it is non-zero and mapped,
           exit.

      *-------------------------------------------------------------
      *load-deduction-rates paragraph loads the income-tax brackets,
      *the per-JobCode fixed deductions, and the employer
      *contribution rates from DeductionRates.dat; a missing or
      *empty file just means no deductions are taken
      *-------------------------------------------------------------
       load-deduction-rates.
           open input DeductionRates

      *-------------------------------------------------------------
      *load-one-rate paragraph stores one DeductionRates record in
      *the bracket, fixed-deduction, or employer-rate table
      *-------------------------------------------------------------
       load-one-rate.
           evaluate true
                   move DR-Description to
                       WS-Fixed-Description(WS-Fixed-Count)
                   move ZEROS to WS-Fixed-Taken(WS-Fixed-Count)
                   move 0 to WS-Fixed-Replaced(WS-Fixed-Count)
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
           end-read
           exit.

      *-------------------------------------------------------------
      *load-benefit-plans paragraph loads the plan premiums by tier
      *from BenefitPlans.dat; with no plans on file every job-code
      *fixed deduction is still taken as before
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
      *load-one-plan paragraph stores one plan/tier premium and
      *retires the job-code fixed deduction the plan replaces
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
      *compute-net-pay paragraph runs the gross-to-net computation
      *for the employee just totalled (Store-Ix still points at that
      *employee's store entry): income tax from the bracket the
      *gross falls in, plus every fixed deduction for the JobCode
      *and the premiums of the benefit plans the employee is
      *enrolled in, then any salary advance repayment, written to
      *the net-pay register and rolled into
      *the store accumulators
      *-------------------------------------------------------------
       compute-net-pay.
           perform apply-vacation-accrual
           perform compute-holiday-premium
           move ZEROS to WS-Spiff-Paid
           perform apply-one-spiff varying WS-Spiff-Sub
               from 1 by 1 until WS-Spiff-Sub > WS-Spiff-Count
           compute WS-Gross-Pay = WklySalary
               + WS-Vac-Payout-Amount + WS-Holiday-Premium
               + WS-Spiff-Paid
           move ZEROS to WS-Income-Tax
           perform varying Bracket-Ix from 1 by 1
               until Bracket-Ix > WS-Bracket-Count
           perform varying Fixed-Ix from 1 by 1
               until Fixed-Ix > WS-Fixed-Count
               if WS-Fixed-JobCode(Fixed-Ix) = JobCode
                   and WS-Fixed-Replaced(Fixed-Ix) = 0
                   add WS-Fixed-Amount(Fixed-Ix)
                       to WS-Fixed-Deductions
                   add WS-Fixed-Amount(Fixed-Ix)
                       to WS-Fixed-Taken(Fixed-Ix)
               end-if
           end-perform
           perform take-benefit-premiums
           add WS-Benefit-Premiums to WS-Fixed-Deductions
           perform apply-advance-repayment
           perform compute-employer-burden
           add 1 to WS-Paid-Count
           compute WS-Net-Pay = WS-Gross-Pay - WS-Income-Tax
               - WS-Garnish-Amount - WS-Fixed-Deductions
               - WS-Advance-Amount

           move EmployeeID to RG-EmployeeID
           move StoreNumber to RG-Store
           move WS-Income-Tax to RG-Tax
           move WS-Garnish-Amount to RG-Garnish
           move WS-Fixed-Deductions to RG-Fixed
           move WS-Advance-Amount to RG-Advance
           move WS-Net-Pay to RG-Net
           move WS-Reg-Detail to NetPayRegisterLine
           perform send-net-pay-register
           add WS-Income-Tax to WS-Store-Tax-Total(Store-Ix)
           add WS-Garnish-Amount to WS-Store-Garnish-Total(Store-Ix)
           add WS-Fixed-Deductions to WS-Store-Fixed-Total(Store-Ix)
           add WS-Advance-Amount to WS-Store-Advance-Total(Store-Ix)
           add WS-Net-Pay to WS-Store-Net-Total(Store-Ix)
           perform write-pay-history
           perform update-employee-ytd
           exit.

      *-------------------------------------------------------------
      *compute-employer-burden paragraph costs the company's own
      *contributions on this employee's gross - each employer rate
      *a percentage of it - and rolls them into the store's burden
      *by job code and by contribution, and into the run total each
      *contribution is remitted from. None of it comes out of pay
      *-------------------------------------------------------------
       compute-employer-burden.
           move ZEROS to WS-Employer-Burden
           perform burden-one-rate varying Emp-Ix from 1 by 1
               until Emp-Ix > WS-Emp-Rate-Count
           evaluate true
               when Manager
                   add WS-Employer-Burden to
                       WS-Store-M-Burden(Store-Ix)
               when Salesperson
                   add WS-Employer-Burden to
                       WS-Store-S-Burden(Store-Ix)
               when Administration
                   add WS-Employer-Burden to
                       WS-Store-A-Burden(Store-Ix)
               when Custodial-Staff
                   add WS-Employer-Burden to
                       WS-Store-C-Burden(Store-Ix)
           end-evaluate
           exit.

      *-------------------------------------------------------------
      *burden-one-rate paragraph costs one employer contribution
      *-------------------------------------------------------------
       burden-one-rate.
           compute WS-Burden-Part rounded =
               WS-Gross-Pay * WS-Emp-Percent(Emp-Ix) / 100
           add WS-Burden-Part to WS-Employer-Burden
           add WS-Burden-Part to
               WS-Store-Burden-Part(Store-Ix, Emp-Ix)
           add WS-Burden-Part to WS-Emp-Taken(Emp-Ix)
           exit.

      *-------------------------------------------------------------
      *take-benefit-premiums paragraph walks the employee's
      *enrollments from the first plan on and takes the premium for
      *each plan whose coverage is in force on the week-ending date,
      *at the enrolled tier
      *-------------------------------------------------------------
       take-benefit-premiums.
           move ZEROS to WS-Benefit-Premiums
           move 0 to WS-Enroll-EOF
           move EmployeeID to BE-EmployeeID
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
           if not Enroll-EOF and BE-EmployeeID not = EmployeeID
               set Enroll-EOF to true
           end-if
           exit.

      *-------------------------------------------------------------
      *take-one-premium paragraph takes one in-force plan's premium
      *and writes it to the carrier deduction file; an enrollment
      *whose plan and tier are not on BenefitPlans.dat is reported
      *and nothing is taken for it
      *-------------------------------------------------------------
       take-one-premium.
           if BE-Effective-Date <= WS-Pay-Period
               and (BE-End-Date = ZEROS
                   or BE-End-Date >= WS-Pay-Period)
               move BE-Plan to WS-Plan-Lookup-Code
               move BE-Tier to WS-Plan-Lookup-Tier
               perform find-benefit-plan
               if Plan-Found
                   add WS-Plan-Premium(Plan-Ix) to
                       WS-Benefit-Premiums
                   move spaces to BenefitDeductionRecord
                   move WS-Pay-Period to BN-Period
                   move EmployeeID to BN-EmployeeID
                   move BE-Plan to BN-Plan
                   move BE-Tier to BN-Tier
                   move WS-Plan-Carrier(Plan-Ix) to BN-Carrier
                   move WS-Plan-Premium(Plan-Ix) to BN-Premium
                   write BenefitDeductionRecord
               else
                   display "BENEFIT PLAN NOT ON FILE - " EmployeeID
                       " PLAN " BE-Plan " TIER " BE-Tier
               end-if
           end-if
           perform read-next-enrollment
           exit.

      *-------------------------------------------------------------
      *find-benefit-plan paragraph looks the plan and tier up in the
      *premium table
      *-------------------------------------------------------------
       find-benefit-plan.
           move 0 to WS-Plan-Found
           set Plan-Ix to 1
           search WS-Plan-Entry
               when WS-Plan-Key(Plan-Ix) = WS-Plan-Lookup
                   move 1 to WS-Plan-Found
           end-search
           exit.

      *-------------------------------------------------------------
      *update-employee-ytd paragraph rolls this pay into the
      *employee's year-to-date record, read-add-rewrite style
           end-if
           exit.

      *-------------------------------------------------------------
      *apply-advance-repayment paragraph takes this week's repayment
      *of an outstanding advance: the per-pay amount, never more
      *than the balance, and cut back so the net pay stays at or
      *above the floor. A rerun of the period the last repayment
      *was taken in puts that repayment back first
      *-------------------------------------------------------------
       apply-advance-repayment.
           move ZEROS to WS-Advance-Amount
           move 1 to WS-Advance-Found
           move EmployeeID to AV-EmployeeID
           read EmployeeAdvances key is AV-EmployeeID
               invalid key
                   move 0 to WS-Advance-Found
           end-read
           if Advance-Found
               if AV-Last-Period = WS-Pay-Period
                   add AV-Last-Amount to AV-Balance
                   move ZEROS to AV-Last-Amount
               end-if
               if AV-Balance > 0
                   move AV-Repayment to WS-Advance-Amount
                   if WS-Advance-Amount > AV-Balance
                       move AV-Balance to WS-Advance-Amount
                   end-if
                   compute WS-Net-Before-Advance = WS-Gross-Pay
                       - WS-Income-Tax - WS-Garnish-Amount
                       - WS-Fixed-Deductions
                   if WS-Net-Before-Advance - WS-Advance-Amount
                       < WS-Advance-Net-Floor
                       if WS-Net-Before-Advance > WS-Advance-Net-Floor
                           compute WS-Advance-Amount =
                               WS-Net-Before-Advance
                               - WS-Advance-Net-Floor
                       else
                           move ZEROS to WS-Advance-Amount
                       end-if
                   end-if
               end-if
               subtract WS-Advance-Amount from AV-Balance
               move WS-Pay-Period to AV-Last-Period
               move WS-Advance-Amount to AV-Last-Amount
               rewrite AdvanceRecord
           end-if
           exit.

      *-------------------------------------------------------------
      *write-garnish-remittance paragraph writes one remittance
      *detail for the deduction just taken and rolls it into the
           move ZEROS to PC-Count
           move WS-GL-Debit-Total to PC-Amount
           write PipelineControlRecord
           move spaces to PipelineControlRecord
           move WS-Pay-Period to PC-Period
           move "PAYROLL" to PC-Step
           move "TCLOADED" to PC-Label
           move WS-Timecard-Count to PC-Count
           move ZEROS to PC-Amount
           write PipelineControlRecord
           close PipelineControl
           exit.

      *source-deduction summary: the "T" record with the company tax
      *total and employee count, one "S" record per store with that
      *store's register tax total, and one "F" record per fixed
      *deduction description with the amount taken, and one "E"
      *record per employer contribution with the company's share,
      *for the monthly remittance roll-up to consume
      *-------------------------------------------------------------
       write-source-remittance.
      *    an authorized override rerun replaces the period's rows
                   write SourceRemitRecord
               end-if
           end-perform
           perform write-employer-remittance varying Emp-Ix
               from 1 by 1 until Emp-Ix > WS-Emp-Rate-Count
           close SourceRemit
           exit.

      *-------------------------------------------------------------
      *write-employer-remittance paragraph writes the "E" record for
      *one employer contribution costed this run
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
      *purge-totals-history paragraph drops the reprocessed
      *period's rows from the totals history through the purge work
           end-read
           exit.

      *-------------------------------------------------------------
      *purge-benefit-deductions paragraph drops the reprocessed
      *period's rows from the carrier deduction file through the
      *purge work file
      *-------------------------------------------------------------
       purge-benefit-deductions.
           move 0 to WS-Purge-EOF
           open input BenefitDeductions
           open output PurgeWork
           read BenefitDeductions
               at end set end-of-purge to true
           end-read
           perform sift-benefit-record until end-of-purge
           close BenefitDeductions PurgeWork
           move 0 to WS-Purge-EOF
           open input PurgeWork
           open output BenefitDeductions
           read PurgeWork
               at end set end-of-purge to true
           end-read
           perform restore-benefit-record until end-of-purge
           close PurgeWork BenefitDeductions
           exit.

      *-------------------------------------------------------------
      *sift-benefit-record paragraph keeps every row outside the
      *period being rerun
      *-------------------------------------------------------------
       sift-benefit-record.
           if BN-Period not = WS-Pay-Period
               move spaces to PurgeWorkRecord
               move BenefitDeductionRecord to PurgeWorkRecord(1:39)
               write PurgeWorkRecord
           end-if
           read BenefitDeductions
               at end set end-of-purge to true
           end-read
           exit.

      *-------------------------------------------------------------
      *restore-benefit-record paragraph copies one kept row back
      *-------------------------------------------------------------
       restore-benefit-record.
           write BenefitDeductionRecord from PurgeWorkRecord(1:39)
           read PurgeWork
               at end set end-of-purge to true
           end-read
           exit.

      *-------------------------------------------------------------
      *write-garnish-remit-totals paragraph writes one total line
      *per payee at the end of the remittance extract
           move WS-Garnish-Amount to PH-Garnish
           move WS-Fixed-Deductions to PH-Fixed
           move WS-Net-Pay to PH-Net
           move WS-Advance-Amount to PH-Advance
           move WklySalary to PH-Base-Pay
           if WS-PayHist-Key-Found = 1
               rewrite PayHistoryRecord
           else
           move ZEROS to WS-Company-Gross WS-Company-Holiday
                         WS-Company-Tax WS-Company-Garnish
                         WS-Company-Fixed WS-Company-Net
                         WS-Company-Advance
           move spaces to NetPayRegisterLine
           perform send-net-pay-register
           perform varying Store-Ix from 1 by 1
               move WS-Store-Garnish-Total(Store-Ix) to
                   RG-Total-Garnish
               move WS-Store-Fixed-Total(Store-Ix) to RG-Total-Fixed
               move WS-Store-Advance-Total(Store-Ix) to
                   RG-Total-Advance
               move WS-Store-Net-Total(Store-Ix) to RG-Total-Net
               move WS-Reg-Total-Line to NetPayRegisterLine
               perform send-net-pay-register
               add WS-Store-Garnish-Total(Store-Ix) to
                   WS-Company-Garnish
               add WS-Store-Fixed-Total(Store-Ix) to WS-Company-Fixed
               add WS-Store-Advance-Total(Store-Ix) to
                   WS-Company-Advance
               add WS-Store-Net-Total(Store-Ix) to WS-Company-Net
           end-perform
           move "COMPANY     " to RG-Total-Label
           move WS-Company-Tax to RG-Total-Tax
           move WS-Company-Garnish to RG-Total-Garnish
           move WS-Company-Fixed to RG-Total-Fixed
           move WS-Company-Advance to RG-Total-Advance
           move WS-Company-Net to RG-Total-Net
           move WS-Reg-Total-Line to NetPayRegisterLine
           perform send-net-pay-register
                           WS-Store-Fixed-Total(WS-Store-Table-Count)
                       move CPR-Net-Total to
                           WS-Store-Net-Total(WS-Store-Table-Count)
                       move CPR-M-Burden to
                           WS-Store-M-Burden(WS-Store-Table-Count)
                       move CPR-S-Burden to
                           WS-Store-S-Burden(WS-Store-Table-Count)
                       move CPR-A-Burden to
                           WS-Store-A-Burden(WS-Store-Table-Count)
                       move CPR-C-Burden to
                           WS-Store-C-Burden(WS-Store-Table-Count)
                       move CPR-Burden-Parts to
                           WS-Store-Burden-Parts(WS-Store-Table-Count)
                       if CPR-Advance-Total is numeric
                           move CPR-Advance-Total to
                               WS-Store-Advance-Total
                                   (WS-Store-Table-Count)
                       end-if
                   else
                       if CPR-Tag = "ANNIV :"
                         and WS-Anniv-Count < 1000
      *-------------------------------------------------------------
       skip-to-checkpoint.
           perform until end-of-file or EmployeeID = CP-Last-EmployeeID
               perform settle-one-spiff varying WS-Spiff-Sub
                   from 1 by 1 until WS-Spiff-Sub > WS-Spiff-Count
               read WeeklySalary
                   at end set end-of-file to true
               end-read
           end-perform
           if end-of-file
               perform write-salary-expense-to-file
           else
               perform settle-one-spiff varying WS-Spiff-Sub
                   from 1 by 1 until WS-Spiff-Sub > WS-Spiff-Count
           end-if
           exit.

               move WS-Store-Fixed-Total(Store-Ix) to
                   CP-Rec-Fixed-Total
               move WS-Store-Net-Total(Store-Ix) to CP-Rec-Net-Total
               move WS-Store-M-Burden(Store-Ix) to CP-Rec-M-Burden
               move WS-Store-S-Burden(Store-Ix) to CP-Rec-S-Burden
               move WS-Store-A-Burden(Store-Ix) to CP-Rec-A-Burden
               move WS-Store-C-Burden(Store-Ix) to CP-Rec-C-Burden
               move WS-Store-Burden-Parts(Store-Ix) to
                   CP-Rec-Burden-Parts
               move WS-Store-Advance-Total(Store-Ix) to
                   CP-Rec-Advance-Total
               write CheckpointLine from CP-Store-Record
           end-perform
           perform varying WS-Anniv-Sub from 1 by 1
      *-------------------------------------------------------------
      *check-employee-master paragraph looks the feed record's
      *EmployeeID up on EmployeeMaster; only an employee who exists
      *there and is not terminated gets paid into the totals, and an
      *hourly employee is priced from the week's timecard
      *-------------------------------------------------------------
       check-employee-master.
           move 1 to WS-Employee-On-Strength
           move 0 to WS-Hourly-Flag
           move EmployeeID to EM-EmployeeID
           read EmployeeMaster key is EM-EmployeeID
               invalid key
           if Employee-On-Strength and EM-Terminated
               move 0 to WS-Employee-On-Strength
               move "TERMINATED" to WS-Orphan-Reason
      *a terminated hourly employee's last card is paid by the
      *final-pay run, so it is not called out as unapplied here
               if EM-Hourly
                   perform find-timecard
                   if Timecard-Found
                       move 1 to WS-TC-Applied(Timecard-Ix)
                   end-if
               end-if
           end-if
           if Employee-On-Strength and EM-Hourly
               perform price-hourly-timecard
           end-if
           exit.

                 VacationBalance
                 EmployeeYtd
                 BudgetExceptions
                 BenefitEnrollment
                 BenefitDeductions
                 EmployeeAdvances
           *>the paginated reports close through ReportWriter, which
           *>appends each one's end-of-report line and detail count
           move "C" to WS-RW-ACTION
           move "PAYROLL" to WS-RW-LINE
           move "SALARY EXPENSE" to WS-RW-REPORT
           call "ReportWriter" using WS-REPORT-REQUEST
           move "NET PAY REGISTER" to WS-RW-REPORT
                       " NOT PAID THIS PERIOD"
               end-if
           end-perform
           perform report-unapplied-timecards
           exit.
           
      *-------------------------------------------------------------    
               write PayStatementLine from WS-Stmt-Store-Line
               move WklySalary to PS-WklySalary
               write PayStatementLine from WS-Stmt-Salary-Line
               if Hourly-Paid
                   move WS-Regular-Hours to PS-Regular-Hours
                   move WS-Overtime-Hours to PS-Overtime-Hours
                   move EM-HourlyRate to PS-Hourly-Rate
                   write PayStatementLine from WS-Stmt-Hours-Line
               end-if
               if Salesperson
                   move SaleAmount to PS-SaleAmount
                   move WS-Commission-Amount to PS-Commission
                   move VB-Balance to PS-Vac-Balance
                   write PayStatementLine from WS-Stmt-Vacation-Line
               end-if
               if WS-Spiff-Paid > 0
                   move WS-Spiff-Paid to PS-Spiff
                   write PayStatementLine from WS-Stmt-Spiff-Line
               end-if
               if WS-Holiday-Premium > 0
                   move WS-Holiday-Premium to PS-Holiday
                   move WS-Holiday-Name to PS-Holiday-Name
                   write PayStatementLine from WS-Stmt-Holiday-Line
               end-if
               if WS-Benefit-Premiums > 0
                   move WS-Benefit-Premiums to PS-Benefit
                   write PayStatementLine from WS-Stmt-Benefit-Line
               end-if
               if WS-Advance-Amount > 0
                   move WS-Advance-Amount to PS-Advance
                   move AV-Balance to PS-Advance-Balance
                   write PayStatementLine from WS-Stmt-Advance-Line
               end-if
               add 1 to WS-Statement-Count
           end-if
           exit.
      *-------------------------------------------------------------
      *write-salary-expense-to-file paragraph writes total salary for
      *every job code of every store to the output file "SalaryExpense.
      *rpt", with the employer burden beside each job code's salary
      *and the budget variance taken on the two together
      *-------------------------------------------------------------
       write-salary-expense-to-file.
           move ZEROS to WS-Grand-Total WS-Grand-Burden
           perform varying Store-Ix from 1 by 1
               until Store-Ix > WS-Store-Table-Count
               *>write the store heading line, with the store's name
               move "Management:" to SE-JobCode
               move WS-Store-M-Total(Store-Ix) to SE-WklySalary
               move WS-Store-M-Count(Store-Ix) to SE-Headcount
               move WS-Store-M-Burden(Store-Ix) to WS-Burden-Ed
               move WS-Burden-Ed to SE-Burden
               compute WS-Budget-Actual = WS-Store-M-Total(Store-Ix)
                   + WS-Store-M-Burden(Store-Ix)
               move "M" to WS-Budget-Lookup-JobCode
               perform set-budget-columns
               perform send-salary-expense
               move "Sales     :" to SE-JobCode
               move WS-Store-S-Total(Store-Ix) to SE-WklySalary
               move WS-Store-S-Count(Store-Ix) to SE-Headcount
               move WS-Store-S-Burden(Store-Ix) to WS-Burden-Ed
               move WS-Burden-Ed to SE-Burden
               compute WS-Budget-Actual = WS-Store-S-Total(Store-Ix)
                   + WS-Store-S-Burden(Store-Ix)
               move "S" to WS-Budget-Lookup-JobCode
               perform set-budget-columns
               perform send-salary-expense
               move "Admin     :" to SE-JobCode
               move WS-Store-A-Total(Store-Ix) to SE-WklySalary
               move WS-Store-A-Count(Store-Ix) to SE-Headcount
               move WS-Store-A-Burden(Store-Ix) to WS-Burden-Ed
               move WS-Burden-Ed to SE-Burden
               compute WS-Budget-Actual = WS-Store-A-Total(Store-Ix)
                   + WS-Store-A-Burden(Store-Ix)
               move "A" to WS-Budget-Lookup-JobCode
               perform set-budget-columns
               perform send-salary-expense
               move "Custodial :" to SE-JobCode
               move WS-Store-C-Total(Store-Ix) to SE-WklySalary
               move WS-Store-C-Count(Store-Ix) to SE-Headcount
               move WS-Store-C-Burden(Store-Ix) to WS-Burden-Ed
               move WS-Burden-Ed to SE-Burden
               compute WS-Budget-Actual = WS-Store-C-Total(Store-Ix)
                   + WS-Store-C-Burden(Store-Ix)
               move "C" to WS-Budget-Lookup-JobCode
               perform set-budget-columns
               perform send-salary-expense
                   WS-Store-C-Total(Store-Ix)
                   WS-Store-Commission-Total(Store-Ix)
                   to WS-Grand-Total
               add WS-Store-M-Burden(Store-Ix)
                   WS-Store-S-Burden(Store-Ix)
                   WS-Store-A-Burden(Store-Ix)
                   WS-Store-C-Burden(Store-Ix)
                   to WS-Grand-Burden
           end-perform

           *>write the grand-total line across all stores
           move WS-Grand-Total to SE-WklySalary
           move ZEROS to SE-Headcount
           perform clear-budget-columns
           move WS-Grand-Burden to WS-Burden-Ed
           move WS-Burden-Ed to SE-Burden
           perform send-salary-expense

           perform write-region-rollup
           END-IF
           DISPLAY "VacationPayouts: " VacationPayouts-PATH
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
               "DD_ASSIGNMENTHISTORY"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO PipelineControl-PATH
           END-IF
           DISPLAY "PipelineControl: " PipelineControl-PATH
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
               "DD_SPIFFPAYOUTS"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO SpiffPayouts-PATH
           END-IF
           DISPLAY "SpiffPayouts: " SpiffPayouts-PATH
           EXIT.
       END PROGRAM Exercise1.
