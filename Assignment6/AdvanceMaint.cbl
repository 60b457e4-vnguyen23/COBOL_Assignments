       IDENTIFICATION DIVISION.
       PROGRAM-ID. AdvanceMaint as "AdvanceMaint".

      *AdvanceMaint maintains the indexed EmployeeAdvances.dat file
      *the payroll run draws salary advance and loan repayments
      *from, in the style of BankDetailsMaint: a transaction file of
      *adds, changes, and deletes keyed on EmployeeID. An add issues
      *a new advance to an active employee on EmployeeMaster.dat who
      *has nothing still outstanding: the issue date must be a full
      *YYYYMMDD, the principal above zero, and the per-pay repayment
      *above zero and no more than the principal; the balance starts
      *at the principal and the employee's store is taken from the
      *master for the outstanding-advances report. A change resets
      *the per-pay repayment only - the balance moves through payroll
      *alone. A delete removes an advance once it is fully repaid.
      *Every applied change writes a timestamped audit line with the
      *repayment and balance before and after.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select AdvanceChanges assign using
           AdvanceChanges-PATH
           organization is line sequential.

           select EmployeeAdvances assign using
           EmployeeAdvances-PATH
           organization is indexed
           access is random
           record key is AV-EmployeeID
           file status is WS-Advance-Status.

           select EmployeeMaster assign using
           EmployeeMaster-PATH
           organization is indexed
           access is random
           record key is EM-EmployeeID
           file status is WS-Master-Status.

           select optional AdvanceAudit assign using
           AdvanceAudit-PATH
           organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       fd AdvanceChanges.
       01  AdvanceChange.
           03    AX-Type                PIC X.
               88  Add-Advance          VALUE "A".
               88  Change-Advance       VALUE "C".
               88  Delete-Advance       VALUE "D".
           03    AX-EmployeeID          PIC X(4).
           03    AX-Issue-Date          PIC X(8).
           03    AX-Principal           PIC 9(5)V99.
           03    AX-Repayment           PIC 9(4)V99.

       fd EmployeeAdvances.
      ********AdvanceRecord, as the payroll run reads it***************
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

       fd AdvanceAudit.
       01  AdvanceAuditLine             PIC X(120).

       WORKING-STORAGE SECTION.

      *File assignments resolved at start-up: each path may be
      *overridden through its DD_ environment variable, with the
      *original location as the default, so test and production
      *are a configuration difference instead of a source edit
       01  AdvanceChanges-PATH  PIC X(80)
           VALUE "C:\DataFiles\AdvanceChanges.dat".
       01  EmployeeAdvances-PATH  PIC X(80)
           VALUE "C:\DataFiles\EmployeeAdvances.dat".
       01  EmployeeMaster-PATH  PIC X(80)
           VALUE "C:\DataFiles\EmployeeMaster.dat".
       01  AdvanceAudit-PATH  PIC X(80)
           VALUE "C:\DataFiles\AdvanceAudit.dat".
       01  PATH-OVERRIDE  PIC X(80).
       01  WS-Advance-Status            PIC XX.
       01  WS-Master-Status             PIC XX.
       01  WS-EOF                       PIC 9 VALUE 0.
           88  No-More-Changes          VALUE 1.
       01  WS-Record-Found-Flag         PIC 9 VALUE 0.
           88  Record-Found             VALUE 1.
       01  WS-Change-Valid              PIC 9 VALUE 1.
           88  Change-Valid             VALUE 1.
       01  WS-Reject-Reason             PIC X(30).

      *Before-image for the audit line
       01  WS-Before-Repayment          PIC 9(4)V99 VALUE ZEROS.
       01  WS-Before-Balance            PIC 9(5)V99 VALUE ZEROS.

      *Audit line: timestamp, type, employee, repayment and balance
      *before and after
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
           03  FILLER         PIC X(9) VALUE "  BEFORE ".
           03  AL-Before-Repayment PIC Z,ZZ9.99.
           03  FILLER         PIC X VALUE "/".
           03  AL-Before-Balance PIC ZZ,ZZ9.99.
           03  FILLER         PIC X(8) VALUE "  AFTER ".
           03  AL-After-Repayment PIC Z,ZZ9.99.
           03  FILLER         PIC X VALUE "/".
           03  AL-After-Balance PIC ZZ,ZZ9.99.
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
           move "AdvanceMaint" to WS-SO-PROGRAM
           move "M" to WS-SO-FUNCTION
           call "SignOn" using WS-SIGNON-REQUEST
           if not Sign-On-Granted
               display "RUN REFUSED - OPERATOR NOT AUTHORIZED"
               stop run
           end-if
           perform open-files
           perform process-change until No-More-Changes
           perform close-files
           perform display-summary
           stop run.

      *-------------------------------------------------------------
      *open-files paragraph opens the transaction file, the masters,
      *and the audit log, creating EmployeeAdvances on the very
      *first run
      *-------------------------------------------------------------
       open-files.
           open input AdvanceChanges
           open i-o EmployeeAdvances
           if WS-Advance-Status = "35"
               open output EmployeeAdvances
               close EmployeeAdvances
               open i-o EmployeeAdvances
           end-if
           open input EmployeeMaster
           if WS-Master-Status not = "00"
               display "ERROR: EmployeeMaster could not be opened,"
                   " status " WS-Master-Status
               stop run
           end-if
           open extend AdvanceAudit
           read AdvanceChanges
               at end set No-More-Changes to true
           end-read
           exit.

      *-------------------------------------------------------------
      *process-change paragraph validates the transaction and
      *applies or rejects it
      *-------------------------------------------------------------
       process-change.
           perform validate-change
           if Change-Valid
               perform apply-change
           else
               display "REJECT " AX-Type " " AX-EmployeeID " - "
                   WS-Reject-Reason
               add 1 to WS-Reject-Count
           end-if
           read AdvanceChanges
               at end set No-More-Changes to true
           end-read
           exit.

      *-------------------------------------------------------------
      *validate-change paragraph applies the field edits: the
      *employee on the master (and active for an add), the issue
      *date and principal for an add, and the repayment for an add
      *or change. Deletes only need the employee cross-check
      *-------------------------------------------------------------
       validate-change.
           move 1 to WS-Change-Valid
           move spaces to WS-Reject-Reason
           perform check-employee-master
           if Change-Valid and Add-Advance
               if AX-Issue-Date not numeric
                   move 0 to WS-Change-Valid
                   move "INVALID ISSUE DATE" to WS-Reject-Reason
               end-if
               if Change-Valid and (AX-Principal not numeric
                   or AX-Principal = 0)
                   move 0 to WS-Change-Valid
                   move "INVALID PRINCIPAL" to WS-Reject-Reason
               end-if
           end-if
           if Change-Valid and not Delete-Advance
               if AX-Repayment not numeric or AX-Repayment = 0
                   move 0 to WS-Change-Valid
                   move "INVALID REPAYMENT" to WS-Reject-Reason
               end-if
           end-if
           if Change-Valid and Add-Advance
               and AX-Repayment > AX-Principal
               move 0 to WS-Change-Valid
               move "REPAYMENT EXCEEDS PRINCIPAL" to WS-Reject-Reason
           end-if
           exit.

      *-------------------------------------------------------------
      *check-employee-master paragraph verifies the EmployeeID exists
      *on EmployeeMaster.dat; a new advance also needs the employee
      *active, while a terminated employee's advance can still be
      *changed or cleared
      *-------------------------------------------------------------
       check-employee-master.
           move AX-EmployeeID to EM-EmployeeID
           read EmployeeMaster key is EM-EmployeeID
               invalid key
                   move 0 to WS-Change-Valid
                   move "EMPLOYEE NOT ON MASTER" to WS-Reject-Reason
           end-read
           if Change-Valid and Add-Advance and not EM-Active
               move 0 to WS-Change-Valid
               move "EMPLOYEE NOT ACTIVE" to WS-Reject-Reason
           end-if
           exit.

      *-------------------------------------------------------------
      *apply-change paragraph applies the validated transaction
      *against the keyed file and writes its audit line. A repaid
      *advance still on file is replaced by a new issue
      *-------------------------------------------------------------
       apply-change.
           move 1 to WS-Record-Found-Flag
           move AX-EmployeeID to AV-EmployeeID
           read EmployeeAdvances key is AV-EmployeeID
               invalid key
                   move 0 to WS-Record-Found-Flag
           end-read
           if Record-Found
               move AV-Repayment to WS-Before-Repayment
               move AV-Balance to WS-Before-Balance
           else
               move ZEROS to WS-Before-Repayment
               move ZEROS to WS-Before-Balance
           end-if
           evaluate true
               when Add-Advance
                   if Record-Found and AV-Balance > 0
                       display "CANNOT ISSUE - ADVANCE OUTSTANDING "
                           AX-EmployeeID
                       add 1 to WS-Reject-Count
                   else
                       perform valid-add
                   end-if
               when Change-Advance
                   if Record-Found
                       perform valid-change
                   else
                       display "CANNOT CHANGE MISSING ADVANCE "
                           AX-EmployeeID
                       add 1 to WS-Reject-Count
                   end-if
               when Delete-Advance
                   if Record-Found and AV-Balance = 0
                       delete EmployeeAdvances
                       add 1 to WS-Delete-Count
                       perform write-audit-line
                   else
                       display "CANNOT DELETE MISSING OR UNPAID "
                           "ADVANCE " AX-EmployeeID
                       add 1 to WS-Reject-Count
                   end-if
               when other
                   display "INVALID TRANSACTION TYPE " AX-Type
                       " FOR EMPLOYEE " AX-EmployeeID
                   add 1 to WS-Reject-Count
           end-evaluate
           exit.

      *-------------------------------------------------------------
      *valid-add paragraph issues a new advance, its balance the
      *full principal and nothing yet repaid
      *-------------------------------------------------------------
       valid-add.
           move AX-EmployeeID to AV-EmployeeID
           move EM-StoreNumber to AV-StoreNumber
           move AX-Issue-Date to AV-Issue-Date
           move AX-Principal to AV-Principal
           move AX-Repayment to AV-Repayment
           move AX-Principal to AV-Balance
           move ZEROS to AV-Last-Period
           move ZEROS to AV-Last-Amount
           if Record-Found
               rewrite AdvanceRecord
           else
               write AdvanceRecord
           end-if
           add 1 to WS-Add-Count
           perform write-audit-line
           exit.

      *-------------------------------------------------------------
      *valid-change paragraph rewrites the per-pay repayment of an
      *existing advance
      *-------------------------------------------------------------
       valid-change.
           move AX-Repayment to AV-Repayment
           rewrite AdvanceRecord
           add 1 to WS-Change-Count
           perform write-audit-line
           exit.

      *-------------------------------------------------------------
      *write-audit-line paragraph logs the change just applied with
      *a timestamp and the repayment and balance before and after
      *-------------------------------------------------------------
       write-audit-line.
           accept AL-Date from DATE YYYYMMDD
           accept WS-Audit-Time-Raw from TIME
           move WS-Audit-Time-Raw(1:6) to AL-Time
           move AX-Type to AL-Type
           move AX-EmployeeID to AL-EmployeeID
           move WS-Before-Repayment to AL-Before-Repayment
           move WS-Before-Balance to AL-Before-Balance
           if Delete-Advance
               move ZEROS to AL-After-Repayment
               move ZEROS to AL-After-Balance
           else
               move AV-Repayment to AL-After-Repayment
               move AV-Balance to AL-After-Balance
           end-if
           move WS-SO-OPERATOR to AL-Operator
           write AdvanceAuditLine from WS-Audit-Line
           exit.

      *-------------------------------------------------------------
      *close-files paragraph closes everything
      *-------------------------------------------------------------
       close-files.
           close AdvanceChanges EmployeeAdvances EmployeeMaster
                 AdvanceAudit
           exit.

      *-------------------------------------------------------------
      *display-summary paragraph reports what the run applied
      *-------------------------------------------------------------
       display-summary.
           display "SALARY ADVANCE MAINTENANCE SUMMARY"
           display "  ISSUED  " WS-Add-Count
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
               "DD_ADVANCECHANGES"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO AdvanceChanges-PATH
           END-IF
           DISPLAY "AdvanceChanges: " AdvanceChanges-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_EMPLOYEEADVANCES"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO EmployeeAdvances-PATH
           END-IF
           DISPLAY "EmployeeAdvances: " EmployeeAdvances-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_EMPLOYEEMASTER"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO EmployeeMaster-PATH
           END-IF
           DISPLAY "EmployeeMaster: " EmployeeMaster-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_ADVANCEAUDIT"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO AdvanceAudit-PATH
           END-IF
           DISPLAY "AdvanceAudit: " AdvanceAudit-PATH
           EXIT.
       END PROGRAM AdvanceMaint.
