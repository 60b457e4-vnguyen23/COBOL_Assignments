       IDENTIFICATION DIVISION.
       PROGRAM-ID. BenefitEnrollMaint as "BenefitEnrollMaint".

      *BenefitEnrollMaint maintains the indexed BenefitEnrollment.dat
      *file the payroll run prices benefit premiums from, in the
      *style of BankDetailsMaint: a transaction file of adds,
      *changes, and deletes keyed on EmployeeID plus plan. An add
      *needs an active employee on EmployeeMaster.dat, the plan and
      *coverage tier (S single, C couple, F family) must be on
      *BenefitPlans.dat, the effective date must be a full YYYYMMDD,
      *and an end date, when given, cannot fall before it. Ending a
      *coverage is a change carrying the end date, which keeps the
      *enrollment on file for the carrier reconciliation; a delete
      *removes an enrollment keyed in error. Every applied change
      *writes a timestamped audit line with the tier and dates
      *before and after.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select BenefitChanges assign using
           BenefitChanges-PATH
           organization is line sequential.

           select BenefitEnrollment assign using
           BenefitEnrollment-PATH
           organization is indexed
           access is random
           record key is BE-Key
           file status is WS-Enroll-Status.

           select optional BenefitPlans assign using
           BenefitPlans-PATH
           organization is line sequential.

           select EmployeeMaster assign using
           EmployeeMaster-PATH
           organization is indexed
           access is random
           record key is EM-EmployeeID
           file status is WS-Master-Status.

           select optional BenefitAudit assign using
           BenefitAudit-PATH
           organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       fd BenefitChanges.
       01  BenefitChange.
           03    BX-Type                PIC X.
               88  Add-Enrollment       VALUE "A".
               88  Change-Enrollment    VALUE "C".
               88  Delete-Enrollment    VALUE "D".
           03    BX-EmployeeID          PIC X(4).
           03    BX-Plan                PIC X(4).
           03    BX-Tier                PIC X.
           03    BX-Effective-Date      PIC X(8).
           03    BX-End-Date            PIC X(8).

       fd BenefitEnrollment.
      ********BenefitEnrollmentRecord, as the payroll run reads it*****
       01  BenefitEnrollmentRecord.
           03    BE-Key.
               05    BE-EmployeeID      PIC X(4).
               05    BE-Plan            PIC X(4).
           03    BE-Tier                PIC X.
           03    BE-Effective-Date      PIC 9(8).
           03    BE-End-Date            PIC 9(8).
      ********End of BenefitEnrollmentRecord***************************

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

       fd BenefitAudit.
       01  BenefitAuditLine             PIC X(120).

       WORKING-STORAGE SECTION.

      *File assignments resolved at start-up: each path may be
      *overridden through its DD_ environment variable, with the
      *original location as the default, so test and production
      *are a configuration difference instead of a source edit
       01  BenefitChanges-PATH  PIC X(80)
           VALUE "C:\DataFiles\BenefitEnrollmentChanges.dat".
       01  BenefitEnrollment-PATH  PIC X(80)
           VALUE "C:\DataFiles\BenefitEnrollment.dat".
       01  BenefitPlans-PATH  PIC X(80)
           VALUE "C:\DataFiles\BenefitPlans.dat".
       01  EmployeeMaster-PATH  PIC X(80)
           VALUE "C:\DataFiles\EmployeeMaster.dat".
       01  BenefitAudit-PATH  PIC X(80)
           VALUE "C:\DataFiles\BenefitEnrollmentAudit.dat".
       01  PATH-OVERRIDE  PIC X(80).
       01  WS-Enroll-Status             PIC XX.
       01  WS-Master-Status             PIC XX.
       01  WS-EOF                       PIC 9 VALUE 0.
           88  No-More-Changes          VALUE 1.
       01  WS-Record-Found-Flag         PIC 9 VALUE 0.
           88  Record-Found             VALUE 1.
       01  WS-Change-Valid              PIC 9 VALUE 1.
           88  Change-Valid             VALUE 1.
       01  WS-Reject-Reason             PIC X(30).

      *The plan/tier combinations on BenefitPlans.dat, which every
      *add and change must name
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
       01  WS-Plan-Lookup.
           03  WS-Plan-Lookup-Code      PIC X(4).
           03  WS-Plan-Lookup-Tier      PIC X.
       01  WS-Plan-Found                PIC 9 VALUE 0.
           88  Plan-Found               VALUE 1.

      *The end date as keyed, blank for an open-ended coverage
       01  WS-End-Date                  PIC 9(8).

      *Before-image for the audit line
       01  WS-Before-Tier               PIC X VALUE SPACE.
       01  WS-Before-Effective          PIC X(8) VALUE SPACES.
       01  WS-Before-End                PIC X(8) VALUE SPACES.

      *Audit line: timestamp, type, employee and plan, tier and
      *dates before and after
       01  WS-Audit-Time-Raw            PIC 9(8).
       01  WS-Audit-Line.
           03  AL-Date        PIC 9(8).
           03  FILLER         PIC X VALUE SPACE.
           03  AL-Time        PIC 9(6).
           03  FILLER         PIC X VALUE SPACE.
           03  AL-Type        PIC X.
           03  FILLER         PIC X VALUE SPACE.
           03  FILLER         PIC X(8) VALUE "EMP NO: ".
           03  AL-EmployeeID  PIC X(4).
           03  FILLER         PIC X VALUE SPACE.
           03  AL-Plan        PIC X(4).
           03  FILLER         PIC X(9) VALUE "  BEFORE ".
           03  AL-Before-Tier PIC X.
           03  FILLER         PIC X VALUE "/".
           03  AL-Before-Effective PIC X(8).
           03  FILLER         PIC X VALUE "-".
           03  AL-Before-End  PIC X(8).
           03  FILLER         PIC X(8) VALUE "  AFTER ".
           03  AL-After-Tier  PIC X.
           03  FILLER         PIC X VALUE "/".
           03  AL-After-Effective PIC X(8).
           03  FILLER         PIC X VALUE "-".
           03  AL-After-End   PIC X(8).
      *The signed-on operator who applied the change
           03  FILLER         PIC X(5) VALUE "  OP ".
           03  AL-Operator    PIC X(8).

      *End-of-run transaction counters
       01  WS-Add-Count                 PIC 9(4) VALUE 0.
       01  WS-Change-Count              PIC 9(4) VALUE 0.
       01  WS-Delete-Count              PIC 9(4) VALUE 0.
       01  WS-Reject-Count              PIC 9(4) VALUE 0.

      *Request block for the shared SignOn subprogram
       01  WS-SIGNON-REQUEST.
           03  WS-SO-PROGRAM            PIC X(20).
           03  WS-SO-FUNCTION           PIC X.
           03  WS-SO-OPERATOR           PIC X(8).
           03  WS-SO-RESULT             PIC X.
               88  Sign-On-Granted      VALUE "A".

       PROCEDURE DIVISION.
       main-program.
           PERFORM CONFIGURE-FILE-PATHS
      *No change is applied for an operator without a maintenance
      *grant on the shared permissions file
           move "BenefitEnrollMaint" to WS-SO-PROGRAM
           move "M" to WS-SO-FUNCTION
           call "SignOn" using WS-SIGNON-REQUEST
           if not Sign-On-Granted
               display "RUN REFUSED - OPERATOR NOT AUTHORIZED"
               stop run
           end-if
           perform load-benefit-plans
           perform open-files
           perform process-change until No-More-Changes
           perform close-files
           perform display-summary
           stop run.

      *-------------------------------------------------------------
      *load-benefit-plans paragraph loads the plan/tier keys from
      *BenefitPlans.dat for the add and change edits
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
      *load-one-plan paragraph stores one plan/tier key
      *-------------------------------------------------------------
       load-one-plan.
           if WS-Plan-Count >= 40
               display "ERROR: Benefit plan table full"
               stop run
           end-if
           add 1 to WS-Plan-Count
           move BP-Plan to WS-Plan-Code(WS-Plan-Count)
           move BP-Tier to WS-Plan-Tier(WS-Plan-Count)
           read BenefitPlans
               at end set Plan-EOF to true
           end-read
           exit.

      *-------------------------------------------------------------
      *open-files paragraph opens the transaction file, the masters,
      *and the audit log, creating BenefitEnrollment on the very
      *first run
      *-------------------------------------------------------------
       open-files.
           open input BenefitChanges
           open i-o BenefitEnrollment
           if WS-Enroll-Status = "35"
               open output BenefitEnrollment
               close BenefitEnrollment
               open i-o BenefitEnrollment
           end-if
           open input EmployeeMaster
           if WS-Master-Status not = "00"
               display "ERROR: EmployeeMaster could not be opened,"
                   " status " WS-Master-Status
               stop run
           end-if
           open extend BenefitAudit
           read BenefitChanges
               at end set No-More-Changes to true
           end-read
           exit.

      *-------------------------------------------------------------
      *process-change paragraph validates the transaction, looks the
      *employee and plan up on the enrollment file, and applies or
      *rejects it
      *-------------------------------------------------------------
       process-change.
           perform validate-change
           if Change-Valid
               perform apply-change
           else
               display "REJECT " BX-Type " " BX-EmployeeID " "
                   BX-Plan " - " WS-Reject-Reason
               add 1 to WS-Reject-Count
           end-if
           read BenefitChanges
               at end set No-More-Changes to true
           end-read
           exit.

      *-------------------------------------------------------------
      *validate-change paragraph applies the field edits: the
      *employee on the master (and active for an add), the plan and
      *tier on BenefitPlans.dat, and the effective and end dates.
      *Deletes only need the employee cross-check
      *-------------------------------------------------------------
       validate-change.
           move 1 to WS-Change-Valid
           move spaces to WS-Reject-Reason
           move ZEROS to WS-End-Date
           perform check-employee-master
           if Change-Valid and not Delete-Enrollment
               move BX-Plan to WS-Plan-Lookup-Code
               move BX-Tier to WS-Plan-Lookup-Tier
               move 0 to WS-Plan-Found
               set Plan-Ix to 1
               search WS-Plan-Entry
                   when WS-Plan-Key(Plan-Ix) = WS-Plan-Lookup
                       move 1 to WS-Plan-Found
               end-search
               if not Plan-Found
                   move 0 to WS-Change-Valid
                   move "PLAN/TIER NOT ON BENEFITPLANS" to
                       WS-Reject-Reason
               end-if
               if Change-Valid and BX-Effective-Date not numeric
                   move 0 to WS-Change-Valid
                   move "INVALID EFFECTIVE DATE" to WS-Reject-Reason
               end-if
               if Change-Valid and BX-End-Date not = spaces
                   if BX-End-Date not numeric
                       move 0 to WS-Change-Valid
                       move "INVALID END DATE" to WS-Reject-Reason
                   else
                       move BX-End-Date to WS-End-Date
                       if WS-End-Date < BX-Effective-Date
                           move 0 to WS-Change-Valid
                           move "END DATE BEFORE EFFECTIVE" to
                               WS-Reject-Reason
                       end-if
                   end-if
               end-if
           end-if
           exit.

      *-------------------------------------------------------------
      *check-employee-master paragraph verifies the EmployeeID exists
      *on EmployeeMaster.dat; a new enrollment also needs the
      *employee active, while a terminated employee's coverage can
      *still be ended or corrected
      *-------------------------------------------------------------
       check-employee-master.
           move BX-EmployeeID to EM-EmployeeID
           read EmployeeMaster key is EM-EmployeeID
               invalid key
                   move 0 to WS-Change-Valid
                   move "EMPLOYEE NOT ON MASTER" to WS-Reject-Reason
           end-read
           if Change-Valid and Add-Enrollment and EM-Terminated
               move 0 to WS-Change-Valid
               move "EMPLOYEE TERMINATED" to WS-Reject-Reason
           end-if
           exit.

      *-------------------------------------------------------------
      *apply-change paragraph applies the validated transaction
      *against the keyed file and writes its audit line
      *-------------------------------------------------------------
       apply-change.
           move 1 to WS-Record-Found-Flag
           move BX-EmployeeID to BE-EmployeeID
           move BX-Plan to BE-Plan
           read BenefitEnrollment key is BE-Key
               invalid key
                   move 0 to WS-Record-Found-Flag
           end-read
           if Record-Found
               move BE-Tier to WS-Before-Tier
               move BE-Effective-Date to WS-Before-Effective
               move BE-End-Date to WS-Before-End
           else
               move spaces to WS-Before-Tier
               move spaces to WS-Before-Effective
               move spaces to WS-Before-End
           end-if
           evaluate true
               when Add-Enrollment
                   if Record-Found
                       display "CANNOT ADD EXISTING ENROLLMENT "
                           BX-EmployeeID " " BX-Plan
                       add 1 to WS-Reject-Count
                   else
                       perform valid-add
                   end-if
               when Change-Enrollment
                   if Record-Found
                       perform valid-change
                   else
                       display "CANNOT CHANGE MISSING ENROLLMENT "
                           BX-EmployeeID " " BX-Plan
                       add 1 to WS-Reject-Count
                   end-if
               when Delete-Enrollment
                   if Record-Found
                       delete BenefitEnrollment
                       add 1 to WS-Delete-Count
                       perform write-audit-line
                   else
                       display "CANNOT DELETE MISSING ENROLLMENT "
                           BX-EmployeeID " " BX-Plan
                       add 1 to WS-Reject-Count
                   end-if
               when other
                   display "INVALID TRANSACTION TYPE " BX-Type
                       " FOR EMPLOYEE " BX-EmployeeID
                   add 1 to WS-Reject-Count
           end-evaluate
           exit.

      *-------------------------------------------------------------
      *valid-add paragraph writes a brand-new enrollment
      *-------------------------------------------------------------
       valid-add.
           move BX-EmployeeID to BE-EmployeeID
           move BX-Plan to BE-Plan
           move BX-Tier to BE-Tier
           move BX-Effective-Date to BE-Effective-Date
           move WS-End-Date to BE-End-Date
           write BenefitEnrollmentRecord
           add 1 to WS-Add-Count
           perform write-audit-line
           exit.

      *-------------------------------------------------------------
      *valid-change paragraph rewrites an existing enrollment with
      *the new tier and dates
      *-------------------------------------------------------------
       valid-change.
           move BX-Tier to BE-Tier
           move BX-Effective-Date to BE-Effective-Date
           move WS-End-Date to BE-End-Date
           rewrite BenefitEnrollmentRecord
           add 1 to WS-Change-Count
           perform write-audit-line
           exit.

      *-------------------------------------------------------------
      *write-audit-line paragraph logs the change just applied with
      *a timestamp and the tier and dates before and after
      *-------------------------------------------------------------
       write-audit-line.
           accept AL-Date from DATE YYYYMMDD
           accept WS-Audit-Time-Raw from TIME
           move WS-Audit-Time-Raw(1:6) to AL-Time
           move BX-Type to AL-Type
           move BX-EmployeeID to AL-EmployeeID
           move BX-Plan to AL-Plan
           move WS-Before-Tier to AL-Before-Tier
           move WS-Before-Effective to AL-Before-Effective
           move WS-Before-End to AL-Before-End
           if Delete-Enrollment
               move spaces to AL-After-Tier
               move spaces to AL-After-Effective
               move spaces to AL-After-End
           else
               move BX-Tier to AL-After-Tier
               move BX-Effective-Date to AL-After-Effective
               move WS-End-Date to AL-After-End
           end-if
           move WS-SO-OPERATOR to AL-Operator
           write BenefitAuditLine from WS-Audit-Line
           exit.

      *-------------------------------------------------------------
      *close-files paragraph closes everything
      *-------------------------------------------------------------
       close-files.
           close BenefitChanges BenefitEnrollment EmployeeMaster
                 BenefitAudit
           exit.

      *-------------------------------------------------------------
      *display-summary paragraph reports what the run applied
      *-------------------------------------------------------------
       display-summary.
           display "BENEFIT ENROLLMENT MAINTENANCE SUMMARY"
           display "  ADDS    " WS-Add-Count
           display "  CHANGES " WS-Change-Count
           display "  DELETES " WS-Delete-Count
           display "  REJECTS " WS-Reject-Count
           exit.


      *-------------------------------------------------------------
      *Resolve every file path: the DD_ environment variable wins
      *when it is set, otherwise the built-in default stands, and
      *the resolved paths are echoed into the run output
      *-------------------------------------------------------------
       CONFIGURE-FILE-PATHS.
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_BENEFITCHANGES"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO BenefitChanges-PATH
           END-IF
           DISPLAY "BenefitChanges: " BenefitChanges-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_BENEFITENROLLMENT"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO BenefitEnrollment-PATH
           END-IF
           DISPLAY "BenefitEnrollment: " BenefitEnrollment-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_BENEFITPLANS"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO BenefitPlans-PATH
           END-IF
           DISPLAY "BenefitPlans: " BenefitPlans-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_EMPLOYEEMASTER"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO EmployeeMaster-PATH
           END-IF
           DISPLAY "EmployeeMaster: " EmployeeMaster-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_BENEFITAUDIT"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO BenefitAudit-PATH
           END-IF
           DISPLAY "BenefitAudit: " BenefitAudit-PATH
           EXIT.
       END PROGRAM BenefitEnrollMaint.
