       IDENTIFICATION DIVISION.
       PROGRAM-ID. BenefitRemit as "BenefitRemit".

      *BenefitRemit rolls the benefit premiums the payroll and
      *final-pay runs take each week (BenefitDeductions.dat) up into
      *the monthly remittance owed to each insurance carrier for the
      *operator-entered month. For every carrier the report lists
      *each covered employee with plan, coverage tier, the number of
      *weekly deductions taken and the premium, then the carrier
      *total. Enrollments in force during the month with no
      *deduction taken are listed under their carrier, since the
      *carrier will bill for them. When the carrier's invoice for
      *the month is on CarrierInvoices.dat it is compared with the
      *premium actually deducted and any difference is flagged, so
      *the bill is checked against who really paid before it is
      *settled. One CarrierRemit.dat record per carrier carries the
      *month's coverages and premium for accounts payable.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select optional BenefitDeductions assign using
           BenefitDeductions-PATH
           organization is line sequential.

           select optional BenefitPlans assign using
           BenefitPlans-PATH
           organization is line sequential.

           select optional BenefitEnrollment assign using
           BenefitEnrollment-PATH
           organization is indexed
           access is sequential
           record key is BE-Key
           file status is WS-Enroll-Status.

           select EmployeeMaster assign using
           EmployeeMaster-PATH
           organization is indexed
           access is random
           record key is EM-EmployeeID
           file status is WS-Master-Status.

      *CarrierInvoices carries the amount each carrier billed for a
      *month, keyed in from the invoice when it arrives
           select optional CarrierInvoices assign using
           CarrierInvoices-PATH
           organization is line sequential.

           select CarrierRemit assign using
           CarrierRemit-PATH
           organization is line sequential.

           select CarrierReport assign using
           CarrierReport-PATH
           organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       fd BenefitDeductions.
      ********BenefitDeductionRecord, as the payroll run writes it*****
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

       fd BenefitPlans.
       01  BenefitPlanRecord.
           03    BP-Plan                PIC X(4).
           03    FILLER                 PIC X.
           03    BP-Tier                PIC X.
           03    FILLER                 PIC X.
           03    BP-Premium             PIC 9(3)V99.
           03    FILLER                 PIC X.
           03    BP-Carrier             PIC X(10).
           03    FILLER                 PIC X.
           03    BP-Description         PIC X(10).

       fd BenefitEnrollment.
       01  BenefitEnrollmentRecord.
           03    BE-Key.
               05    BE-EmployeeID      PIC X(4).
               05    BE-Plan            PIC X(4).
           03    BE-Tier                PIC X.
           03    BE-Effective-Date      PIC 9(8).
           03    BE-End-Date            PIC 9(8).

       fd EmployeeMaster.
       01  EmployeeMasterRecord.
           03    EM-EmployeeID          PIC X(4).
           03    EM-LastName            PIC X(14).
           03    EM-FirstName           PIC X(14).
           03    EM-JobCode             PIC X.
           03    EM-StoreNumber         PIC X(4).
           03    EM-Status              PIC X.
           03    EM-PayBasis            PIC X.
           03    EM-HourlyRate          PIC 9(3)V99.

       fd CarrierInvoices.
       01  CarrierInvoiceRecord.
           03    CI-Month               PIC 9(6).
           03    FILLER                 PIC X.
           03    CI-Carrier             PIC X(10).
           03    FILLER                 PIC X.
           03    CI-Amount              PIC 9(7)V99.

       fd CarrierRemit.
      ********CarrierRemitRecord, one per carrier per month************
       01  CarrierRemitRecord.
           03    CRM-Month              PIC 9(6).
           03    FILLER                 PIC X.
           03    CRM-Carrier            PIC X(10).
           03    FILLER                 PIC X.
           03    CRM-Coverages          PIC 9(5).
           03    FILLER                 PIC X.
           03    CRM-Premium            PIC 9(8)V99.
      ********End of CarrierRemitRecord********************************

       fd CarrierReport.
       01  CarrierReportLine            PIC X(80).

       WORKING-STORAGE SECTION.

      *File assignments resolved at start-up: each path may be
      *overridden through its DD_ environment variable, with the
      *original location as the default, so test and production
      *are a configuration difference instead of a source edit
       01  BenefitDeductions-PATH  PIC X(80)
           VALUE "C:\DataFiles\BenefitDeductions.dat".
       01  BenefitPlans-PATH  PIC X(80)
           VALUE "C:\DataFiles\BenefitPlans.dat".
       01  BenefitEnrollment-PATH  PIC X(80)
           VALUE "C:\DataFiles\BenefitEnrollment.dat".
       01  EmployeeMaster-PATH  PIC X(80)
           VALUE "C:\DataFiles\EmployeeMaster.dat".
       01  CarrierInvoices-PATH  PIC X(80)
           VALUE "C:\DataFiles\CarrierInvoices.dat".
       01  CarrierRemit-PATH  PIC X(80)
           VALUE "C:\DataFiles\CarrierRemit.dat".
       01  CarrierReport-PATH  PIC X(80)
           VALUE "C:\DataFiles\CarrierRemit.rpt".
       01  PATH-OVERRIDE  PIC X(80).
       01  WS-Enroll-Status             PIC XX.
       01  WS-Master-Status             PIC XX.
       01  WS-EOF                       PIC 9 VALUE 0.
           88  end-of-input             VALUE 1.
       01  WS-Remit-Month-X             PIC X(6).
       01  WS-Remit-Month               PIC 9(6).

      *The month's first and last possible dates, for deciding
      *which enrollments were in force during it
       01  WS-Month-Start.
           03  WS-MS-Month              PIC 9(6).
           03  FILLER                   PIC 99 VALUE 01.
       01  WS-Month-Start-N REDEFINES WS-Month-Start PIC 9(8).
       01  WS-Month-End.
           03  WS-ME-Month              PIC 9(6).
           03  FILLER                   PIC 99 VALUE 31.
       01  WS-Month-End-N REDEFINES WS-Month-End PIC 9(8).

      *Plan code to carrier, from BenefitPlans.dat
       01  WS-Plan-Count                PIC 99 VALUE ZEROS.
       01  WS-Plan-Table.
           03  WS-Plan-Entry            OCCURS 0 TO 40 TIMES
                                         DEPENDING ON WS-Plan-Count
                                         INDEXED BY Plan-Ix.
               05  WS-Plan-Code         PIC X(4).
               05  WS-Plan-Carrier      PIC X(10).

      *One entry per carrier with the month's totals and invoice
       01  WS-Carrier-Count             PIC 99 VALUE ZEROS.
       01  WS-Carrier-Table.
           03  WS-Carrier-Entry         OCCURS 0 TO 20 TIMES
                                         DEPENDING ON
                                         WS-Carrier-Count
                                         INDEXED BY Carrier-Ix.
               05  WS-Carrier-Name      PIC X(10).
               05  WS-Carrier-Coverages PIC 9(5).
               05  WS-Carrier-Premium   PIC 9(8)V99.
               05  WS-Carrier-Invoiced  PIC 9(8)V99.
               05  WS-Carrier-Inv-Found PIC 9.
       01  WS-Carrier-Lookup            PIC X(10).

      *One entry per employee, plan and tier deducted in the month
       01  WS-Cover-Count               PIC 9(4) VALUE ZEROS.
       01  WS-Cover-Table.
           03  WS-Cover-Entry           OCCURS 0 TO 2000 TIMES
                                         DEPENDING ON WS-Cover-Count
                                         INDEXED BY Cover-Ix.
               05  WS-Cover-Key.
                   07  WS-Cover-EmployeeID PIC X(4).
                   07  WS-Cover-Plan    PIC X(4).
                   07  WS-Cover-Tier    PIC X.
               05  WS-Cover-Carrier     PIC X(10).
               05  WS-Cover-Weeks       PIC 9(2).
               05  WS-Cover-Premium     PIC 9(6)V99.
       01  WS-Cover-Lookup.
           03  WS-Cover-Lookup-EmployeeID PIC X(4).
           03  WS-Cover-Lookup-Plan     PIC X(4).
           03  WS-Cover-Lookup-Tier     PIC X.
       01  WS-Cover-Found               PIC 9 VALUE 0.
           88  Cover-Found              VALUE 1.

      *Enrollments in force during the month with no deduction
       01  WS-Missing-Count             PIC 9(4) VALUE ZEROS.
       01  WS-Missing-Table.
           03  WS-Missing-Entry         OCCURS 0 TO 1000 TIMES
                                         DEPENDING ON
                                         WS-Missing-Count
                                         INDEXED BY Missing-Ix.
               05  WS-Missing-EmployeeID PIC X(4).
               05  WS-Missing-Plan      PIC X(4).
               05  WS-Missing-Tier      PIC X.
               05  WS-Missing-Carrier   PIC X(10).

       01  WS-Difference                PIC S9(8)V99.
       01  WS-Month-Premium             PIC 9(9)V99 VALUE ZEROS.
       01  WS-Mismatch-Count            PIC 99 VALUE ZEROS.

       01  WS-Report-Heading.
           03  FILLER        PIC X(33) VALUE
               "BENEFIT CARRIER REMITTANCE FOR ".
           03  RH-Month      PIC 9(6).
       01  WS-Carrier-Heading.
           03  FILLER        PIC X(9)  VALUE "CARRIER: ".
           03  CH-Carrier    PIC X(10).
       01  WS-Column-Heading.
           03  FILLER        PIC X(38) VALUE
               "  EMP  NAME".
           03  FILLER        PIC X(28) VALUE
               "PLAN  TIER  WEEKS    PREMIUM".
       01  WS-Detail-Line.
           03  FILLER        PIC X(2)  VALUE SPACES.
           03  DL-EmployeeID PIC X(4).
           03  FILLER        PIC X     VALUE SPACE.
           03  DL-LastName   PIC X(14).
           03  FILLER        PIC X     VALUE SPACE.
           03  DL-FirstName  PIC X(14).
           03  FILLER        PIC X(2)  VALUE SPACES.
           03  DL-Plan       PIC X(4).
           03  FILLER        PIC X(4)  VALUE SPACES.
           03  DL-Tier       PIC X.
           03  FILLER        PIC X(5)  VALUE SPACES.
           03  DL-Weeks      PIC Z9.
           03  FILLER        PIC X(2)  VALUE SPACES.
           03  DL-Premium    PIC ZZZ,ZZ9.99.
           03  FILLER        PIC X(2)  VALUE SPACES.
           03  DL-Note       PIC X(16).
       01  WS-Carrier-Total-Line.
           03  FILLER        PIC X(13) VALUE "  COVERAGES: ".
           03  CT-Coverages  PIC ZZZZ9.
           03  FILLER        PIC X(21) VALUE
               "   PREMIUM DEDUCTED: ".
           03  CT-Premium    PIC ZZ,ZZZ,ZZ9.99.
       01  WS-Invoice-Line.
           03  FILLER        PIC X(12) VALUE "  INVOICED: ".
           03  IL-Invoiced   PIC ZZ,ZZZ,ZZ9.99.
           03  FILLER        PIC X(15) VALUE "   DIFFERENCE: ".
           03  IL-Difference PIC -Z,ZZZ,ZZ9.99.
           03  FILLER        PIC X(2)  VALUE SPACES.
           03  IL-Flag       PIC X(12).
       01  WS-No-Invoice-Line           PIC X(40) VALUE
           "  NO INVOICE ON FILE FOR THE MONTH".
       01  WS-Total-Line.
           03  TL-Label      PIC X(26).
           03  TL-Amount     PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       main-program.
           PERFORM CONFIGURE-FILE-PATHS
           display "MONTHLY BENEFIT CARRIER REMITTANCE"
           display "ENTER REMITTANCE MONTH (YYYYMM): "
               with no advancing
           accept WS-Remit-Month-X
           if WS-Remit-Month-X not numeric
               display "INVALID MONTH - RUN CANCELLED"
               stop run
           end-if
           move WS-Remit-Month-X to WS-Remit-Month
           move WS-Remit-Month to WS-MS-Month WS-ME-Month
           perform load-benefit-plans
           perform load-deductions
           perform load-invoices
           perform check-enrollments
           perform write-carrier-report
           if WS-Mismatch-Count > 0
               display "WARNING: " WS-Mismatch-Count
                   " CARRIER INVOICE(S) DO NOT MATCH DEDUCTIONS"
           else
               display "ALL CARRIER INVOICES MATCH DEDUCTIONS"
           end-if
           stop run.

      *-------------------------------------------------------------
      *load-benefit-plans paragraph loads each plan's carrier, for
      *placing an enrollment with no deduction under its carrier
      *-------------------------------------------------------------
       load-benefit-plans.
           move 0 to WS-EOF
           open input BenefitPlans
           read BenefitPlans
               at end set end-of-input to true
           end-read
           perform load-one-plan until end-of-input
           close BenefitPlans
           exit.

      *-------------------------------------------------------------
      *load-one-plan paragraph stores a plan code the first time it
      *is seen; every tier of a plan goes to the same carrier
      *-------------------------------------------------------------
       load-one-plan.
           set Plan-Ix to 1
           search WS-Plan-Entry
               at end
                   if WS-Plan-Count >= 40
                       display "ERROR: Benefit plan table full"
                       stop run
                   end-if
                   add 1 to WS-Plan-Count
                   move BP-Plan to WS-Plan-Code(WS-Plan-Count)
                   move BP-Carrier to WS-Plan-Carrier(WS-Plan-Count)
               when WS-Plan-Code(Plan-Ix) = BP-Plan
                   continue
           end-search
           read BenefitPlans
               at end set end-of-input to true
           end-read
           exit.

      *-------------------------------------------------------------
      *load-deductions paragraph reads every premium deducted in
      *the requested month into the coverage and carrier tables
      *-------------------------------------------------------------
       load-deductions.
           move 0 to WS-EOF
           open input BenefitDeductions
           read BenefitDeductions
               at end set end-of-input to true
           end-read
           perform load-one-deduction until end-of-input
           close BenefitDeductions
           exit.

      *-------------------------------------------------------------
      *load-one-deduction paragraph rolls one weekly premium into
      *its employee/plan/tier coverage and its carrier's total
      *-------------------------------------------------------------
       load-one-deduction.
           if BN-Period(1:6) = WS-Remit-Month
               move BN-EmployeeID to WS-Cover-Lookup-EmployeeID
               move BN-Plan to WS-Cover-Lookup-Plan
               move BN-Tier to WS-Cover-Lookup-Tier
               set Cover-Ix to 1
               search WS-Cover-Entry
                   at end
                       if WS-Cover-Count >= 2000
                           display "ERROR: Coverage table full"
                           stop run
                       end-if
                       add 1 to WS-Cover-Count
                       set Cover-Ix to WS-Cover-Count
                       move WS-Cover-Lookup to WS-Cover-Key(Cover-Ix)
                       move BN-Carrier to WS-Cover-Carrier(Cover-Ix)
                       move ZEROS to WS-Cover-Weeks(Cover-Ix)
                       move ZEROS to WS-Cover-Premium(Cover-Ix)
                       move BN-Carrier to WS-Carrier-Lookup
                       perform find-or-add-carrier
                       add 1 to WS-Carrier-Coverages(Carrier-Ix)
                   when WS-Cover-Key(Cover-Ix) = WS-Cover-Lookup
                       continue
               end-search
               add 1 to WS-Cover-Weeks(Cover-Ix)
               add BN-Premium to WS-Cover-Premium(Cover-Ix)
               move BN-Carrier to WS-Carrier-Lookup
               perform find-or-add-carrier
               add BN-Premium to WS-Carrier-Premium(Carrier-Ix)
               add BN-Premium to WS-Month-Premium
           end-if
           read BenefitDeductions
               at end set end-of-input to true
           end-read
           exit.

      *-------------------------------------------------------------
      *find-or-add-carrier paragraph finds the table entry for the
      *carrier in WS-Carrier-Lookup, adding it the first time
      *-------------------------------------------------------------
       find-or-add-carrier.
           set Carrier-Ix to 1
           search WS-Carrier-Entry
               at end
                   if WS-Carrier-Count >= 20
                       display "ERROR: Carrier table full"
                       stop run
                   end-if
                   add 1 to WS-Carrier-Count
                   set Carrier-Ix to WS-Carrier-Count
                   move WS-Carrier-Lookup to
                       WS-Carrier-Name(Carrier-Ix)
                   move ZEROS to WS-Carrier-Coverages(Carrier-Ix)
                   move ZEROS to WS-Carrier-Premium(Carrier-Ix)
                   move ZEROS to WS-Carrier-Invoiced(Carrier-Ix)
                   move 0 to WS-Carrier-Inv-Found(Carrier-Ix)
               when WS-Carrier-Name(Carrier-Ix) = WS-Carrier-Lookup
                   continue
           end-search
           exit.

      *-------------------------------------------------------------
      *load-invoices paragraph picks up each carrier's invoiced
      *amount for the month; a carrier that billed with nothing
      *deducted still gets its own block on the report
      *-------------------------------------------------------------
       load-invoices.
           move 0 to WS-EOF
           open input CarrierInvoices
           read CarrierInvoices
               at end set end-of-input to true
           end-read
           perform load-one-invoice until end-of-input
           close CarrierInvoices
           exit.

      *-------------------------------------------------------------
      *load-one-invoice paragraph adds one invoice to its carrier
      *-------------------------------------------------------------
       load-one-invoice.
           if CI-Month = WS-Remit-Month
               move CI-Carrier to WS-Carrier-Lookup
               perform find-or-add-carrier
               add CI-Amount to WS-Carrier-Invoiced(Carrier-Ix)
               move 1 to WS-Carrier-Inv-Found(Carrier-Ix)
           end-if
           read CarrierInvoices
               at end set end-of-input to true
           end-read
           exit.

      *-------------------------------------------------------------
      *check-enrollments paragraph reads the whole enrollment file
      *for coverages in force at some point in the month that had
      *no premium deducted
      *-------------------------------------------------------------
       check-enrollments.
           move 0 to WS-EOF
           open input BenefitEnrollment
           read BenefitEnrollment next record
               at end set end-of-input to true
           end-read
           perform check-one-enrollment until end-of-input
           close BenefitEnrollment
           exit.

      *-------------------------------------------------------------
      *check-one-enrollment paragraph lists an in-force enrollment
      *with no deduction in the month under its plan's carrier
      *-------------------------------------------------------------
       check-one-enrollment.
           if BE-Effective-Date <= WS-Month-End-N
               and (BE-End-Date = ZEROS
                   or BE-End-Date >= WS-Month-Start-N)
               move 0 to WS-Cover-Found
               perform match-enrollment-cover varying Cover-Ix
                   from 1 by 1 until Cover-Ix > WS-Cover-Count
                   or Cover-Found
               if not Cover-Found
                   perform add-missing-deduction
               end-if
           end-if
           read BenefitEnrollment next record
               at end set end-of-input to true
           end-read
           exit.

      *-------------------------------------------------------------
      *match-enrollment-cover paragraph checks one coverage for the
      *enrollment's employee and plan, at any tier
      *-------------------------------------------------------------
       match-enrollment-cover.
           if WS-Cover-EmployeeID(Cover-Ix) = BE-EmployeeID
               and WS-Cover-Plan(Cover-Ix) = BE-Plan
               move 1 to WS-Cover-Found
           end-if
           exit.

      *-------------------------------------------------------------
      *add-missing-deduction paragraph records the enrollment that
      *had nothing deducted, under its plan's carrier
      *-------------------------------------------------------------
       add-missing-deduction.
           if WS-Missing-Count >= 1000
               display "ERROR: Missing deduction table full"
               stop run
           end-if
           add 1 to WS-Missing-Count
           set Missing-Ix to WS-Missing-Count
           move BE-EmployeeID to WS-Missing-EmployeeID(Missing-Ix)
           move BE-Plan to WS-Missing-Plan(Missing-Ix)
           move BE-Tier to WS-Missing-Tier(Missing-Ix)
           move "NOT ON PLAN" to WS-Carrier-Lookup
           set Plan-Ix to 1
           search WS-Plan-Entry
               when WS-Plan-Code(Plan-Ix) = BE-Plan
                   move WS-Plan-Carrier(Plan-Ix) to WS-Carrier-Lookup
           end-search
           move WS-Carrier-Lookup to WS-Missing-Carrier(Missing-Ix)
           perform find-or-add-carrier
           exit.

      *-------------------------------------------------------------
      *write-carrier-report paragraph writes one block per carrier
      *and the month's total, and the remittance record for each
      *-------------------------------------------------------------
       write-carrier-report.
           open output CarrierReport
           open output CarrierRemit
           open input EmployeeMaster
           if WS-Master-Status not = "00"
               display "ERROR: EmployeeMaster could not be opened,"
                   " status " WS-Master-Status
               stop run
           end-if
           move WS-Remit-Month to RH-Month
           write CarrierReportLine from WS-Report-Heading
           perform write-one-carrier varying Carrier-Ix from 1 by 1
               until Carrier-Ix > WS-Carrier-Count
           move spaces to CarrierReportLine
           write CarrierReportLine
           move "TOTAL PREMIUM DEDUCTED  : " to TL-Label
           move WS-Month-Premium to TL-Amount
           write CarrierReportLine from WS-Total-Line
           close CarrierReport CarrierRemit EmployeeMaster
           exit.

      *-------------------------------------------------------------
      *write-one-carrier paragraph lists the carrier's coverages and
      *enrollments with nothing deducted, then its totals against
      *the invoice
      *-------------------------------------------------------------
       write-one-carrier.
           move spaces to CarrierReportLine
           write CarrierReportLine
           move WS-Carrier-Name(Carrier-Ix) to CH-Carrier
           write CarrierReportLine from WS-Carrier-Heading
           write CarrierReportLine from WS-Column-Heading
           perform write-cover-line varying Cover-Ix from 1 by 1
               until Cover-Ix > WS-Cover-Count
           perform write-missing-line varying Missing-Ix from 1 by 1
               until Missing-Ix > WS-Missing-Count
           move WS-Carrier-Coverages(Carrier-Ix) to CT-Coverages
           move WS-Carrier-Premium(Carrier-Ix) to CT-Premium
           write CarrierReportLine from WS-Carrier-Total-Line
           if WS-Carrier-Inv-Found(Carrier-Ix) = 1
               compute WS-Difference =
                   WS-Carrier-Invoiced(Carrier-Ix)
                   - WS-Carrier-Premium(Carrier-Ix)
               move WS-Carrier-Invoiced(Carrier-Ix) to IL-Invoiced
               move WS-Difference to IL-Difference
               if WS-Difference = 0
                   move spaces to IL-Flag
               else
                   move "** MISMATCH " to IL-Flag
                   add 1 to WS-Mismatch-Count
               end-if
               write CarrierReportLine from WS-Invoice-Line
           else
               write CarrierReportLine from WS-No-Invoice-Line
           end-if
           move spaces to CarrierRemitRecord
           move WS-Remit-Month to CRM-Month
           move WS-Carrier-Name(Carrier-Ix) to CRM-Carrier
           move WS-Carrier-Coverages(Carrier-Ix) to CRM-Coverages
           move WS-Carrier-Premium(Carrier-Ix) to CRM-Premium
           write CarrierRemitRecord
           exit.

      *-------------------------------------------------------------
      *write-cover-line paragraph writes one coverage belonging to
      *the carrier being listed
      *-------------------------------------------------------------
       write-cover-line.
           if WS-Cover-Carrier(Cover-Ix) = WS-Carrier-Name(Carrier-Ix)
               move WS-Cover-EmployeeID(Cover-Ix) to DL-EmployeeID
               perform look-up-employee-name
               move WS-Cover-Plan(Cover-Ix) to DL-Plan
               move WS-Cover-Tier(Cover-Ix) to DL-Tier
               move WS-Cover-Weeks(Cover-Ix) to DL-Weeks
               move WS-Cover-Premium(Cover-Ix) to DL-Premium
               move spaces to DL-Note
               write CarrierReportLine from WS-Detail-Line
           end-if
           exit.

      *-------------------------------------------------------------
      *write-missing-line paragraph writes one enrollment with no
      *deduction belonging to the carrier being listed
      *-------------------------------------------------------------
       write-missing-line.
           if WS-Missing-Carrier(Missing-Ix) =
               WS-Carrier-Name(Carrier-Ix)
               move WS-Missing-EmployeeID(Missing-Ix) to
                   DL-EmployeeID
               perform look-up-employee-name
               move WS-Missing-Plan(Missing-Ix) to DL-Plan
               move WS-Missing-Tier(Missing-Ix) to DL-Tier
               move ZEROS to DL-Weeks
               move ZEROS to DL-Premium
               move "NOTHING DEDUCTED" to DL-Note
               write CarrierReportLine from WS-Detail-Line
           end-if
           exit.

      *-------------------------------------------------------------
      *look-up-employee-name paragraph fills the detail line's name
      *from EmployeeMaster.dat
      *-------------------------------------------------------------
       look-up-employee-name.
           move DL-EmployeeID to EM-EmployeeID
           read EmployeeMaster key is EM-EmployeeID
               invalid key
                   move "NOT ON MASTER" to EM-LastName
                   move spaces to EM-FirstName
           end-read
           move EM-LastName to DL-LastName
           move EM-FirstName to DL-FirstName
           exit.


      *-------------------------------------------------------------
      *Resolve every file path: the DD_ environment variable wins
      *when it is set, otherwise the built-in default stands, and
      *the resolved paths are echoed into the run output
      *-------------------------------------------------------------
       CONFIGURE-FILE-PATHS.
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_BENEFITDEDUCTIONS"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO BenefitDeductions-PATH
           END-IF
           DISPLAY "BenefitDeductions: " BenefitDeductions-PATH
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
               "DD_EMPLOYEEMASTER"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO EmployeeMaster-PATH
           END-IF
           DISPLAY "EmployeeMaster: " EmployeeMaster-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_CARRIERINVOICES"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO CarrierInvoices-PATH
           END-IF
           DISPLAY "CarrierInvoices: " CarrierInvoices-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_CARRIERREMIT"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO CarrierRemit-PATH
           END-IF
           DISPLAY "CarrierRemit: " CarrierRemit-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_CARRIERREPORT"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO CarrierReport-PATH
           END-IF
           DISPLAY "CarrierReport: " CarrierReport-PATH
           EXIT.
       END PROGRAM BenefitRemit.
