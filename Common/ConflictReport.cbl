       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConflictReport as "ConflictReport".

      *ConflictReport is the auditors' periodic segregation-of-duties
      *report. It replays the logs against ConflictRules.dat (the
      *rule file SignOn enforces) and lists, for the period on the
      *optional ConflictPeriod.dat (from and to dates, the whole of
      *the logs when absent):
      *  - run-scoped conflicts from SignOnLog.dat: any grant for a
      *    rule's second action to an operator whose own grant for
      *    the first action had not yet been followed by a second-
      *    action run - a violation that got through - and every
      *    sign-on SignOn refused with the result CONFLICT
      *  - record-scoped conflicts from ApprovalLog.dat: any
      *    transaction approved by the operator who keyed it, and
      *    every approval APPROVALRELEASE refused for that reason
      *Violations are the exceptions the auditors chase; refusals
      *show the control working.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select optional ConflictRules assign using
           ConflictRules-PATH
           organization is line sequential.

           select optional SignOnLog assign using
           SignOnLog-PATH
           organization is line sequential.

           select optional ApprovalLog assign using
           ApprovalLog-PATH
           organization is line sequential.

           select optional ConflictPeriod assign using
           ConflictPeriod-PATH
           organization is line sequential.

           select ConflictReportFile assign using
           ConflictReportFile-PATH
           organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       fd ConflictRules.
       01  ConflictRuleRecord.
           03  CR-First-Program       PIC X(20).
           03  FILLER                 PIC X.
           03  CR-First-Function      PIC X.
           03  FILLER                 PIC X.
           03  CR-Second-Program      PIC X(20).
           03  FILLER                 PIC X.
           03  CR-Second-Function     PIC X.
           03  FILLER                 PIC X.
           03  CR-Scope               PIC X.
               88  Run-Scope          VALUE "P".

       fd SignOnLog.
       01  SignOnLogRecord.
           03  SL-Date                PIC 9(8).
           03  FILLER                 PIC X.
           03  SL-Time                PIC 9(6).
           03  FILLER                 PIC X.
           03  SL-Operator            PIC X(8).
           03  FILLER                 PIC X.
           03  SL-Program             PIC X(20).
           03  FILLER                 PIC X.
           03  SL-Function            PIC X.
           03  FILLER                 PIC X.
           03  SL-Result              PIC X(8).

       fd ApprovalLog.
       01  ApprovalLogRecord.
           03  AG-Date                PIC 9(8).
           03  FILLER                 PIC X.
           03  AG-Time                PIC 9(6).
           03  FILLER                 PIC X.
           03  AG-Emp-No              PIC X(8).
           03  FILLER                 PIC X.
           03  AG-Disposition         PIC X(11).
           03  FILLER                 PIC X.
           03  AG-Keyed-By            PIC X(8).
           03  FILLER                 PIC X.
           03  AG-Decided-By          PIC X(8).

       fd ConflictPeriod.
       01  ConflictPeriodRecord.
           03  CP-From-Date           PIC 9(8).
           03  FILLER                 PIC X.
           03  CP-To-Date             PIC 9(8).

       fd ConflictReportFile.
       01  ConflictReportLine         PIC X(100).

       WORKING-STORAGE SECTION.

      *File assignments resolved at start-up: each path may be
      *overridden through its DD_ environment variable, with the
      *original location as the default, so test and production
      *are a configuration difference instead of a source edit
       01  ConflictRules-PATH  PIC X(80)
           VALUE "C:\DataFiles\ConflictRules.dat".
       01  SignOnLog-PATH  PIC X(80)
           VALUE "C:\DataFiles\SignOnLog.dat".
       01  ApprovalLog-PATH  PIC X(80)
           VALUE "\COBOLClass_Eclipse\DataFiles\ApprovalLog.DAT".
       01  ConflictPeriod-PATH  PIC X(80)
           VALUE "C:\DataFiles\ConflictPeriod.dat".
       01  ConflictReportFile-PATH  PIC X(80)
           VALUE "C:\DataFiles\ConflictReport.rpt".
       01  PATH-OVERRIDE  PIC X(80).
       01  WS-EOF                     PIC 9 VALUE 0.
           88  End-Of-Input           VALUE 1.
       01  WS-From-Date               PIC 9(8) VALUE 0.
       01  WS-To-Date                 PIC 9(8) VALUE 99999999.
       01  WS-Log-Date                PIC 9(8).
       01  WS-Violation-Count         PIC 9(5) VALUE 0.
       01  WS-Refused-Count           PIC 9(5) VALUE 0.
       01  WS-Found                   PIC 9 VALUE 0.
           88  Entry-Found            VALUE 1.

      *The run-scoped rules
       01  WS-Rule-Count              PIC 99 VALUE 0.
       01  WS-Rule-Table.
           03  WS-Rule OCCURS 0 TO 50 TIMES
                       DEPENDING ON WS-Rule-Count
                       INDEXED BY Rule-IX.
               05  WS-Rule-First-Program   PIC X(20).
               05  WS-Rule-First-Function  PIC X.
               05  WS-Rule-Second-Program  PIC X(20).
               05  WS-Rule-Second-Function PIC X.

      *Operators holding an open first action under a rule, waiting
      *for the rule's second action to be run
       01  WS-Open-Count              PIC 9(4) VALUE 0.
       01  WS-Open-Table.
           03  WS-Open OCCURS 0 TO 1000 TIMES
                       DEPENDING ON WS-Open-Count
                       INDEXED BY Open-IX.
               05  WS-Open-Operator   PIC X(8).
               05  WS-Open-Rule       PIC 99.
               05  WS-Open-Active     PIC 9.
       01  WS-Open-Slot               PIC 9(4).
       01  WS-Scan                    PIC 9(4).

       01  WS-Report-Heading.
           03  FILLER                 PIC X(35) VALUE
               "SEGREGATION OF DUTIES CONFLICTS".
           03  FILLER                 PIC X(5) VALUE "FROM ".
           03  RH-From-Date           PIC 9(8).
           03  FILLER                 PIC X(4) VALUE " TO ".
           03  RH-To-Date             PIC 9(8).
       01  WS-Section-Line            PIC X(60).
       01  WS-Conflict-Line.
           03  CL-Kind                PIC X(10).
           03  CL-Date                PIC 9(8).
           03  FILLER                 PIC X VALUE SPACE.
           03  CL-Time                PIC 9(6).
           03  FILLER                 PIC X(2) VALUE SPACES.
           03  CL-Operator            PIC X(8).
           03  FILLER                 PIC X(2) VALUE SPACES.
           03  CL-Detail              PIC X(60).
       01  WS-Count-Line.
           03  CT-Label               PIC X(24).
           03  CT-Count               PIC ZZZZ9.

       PROCEDURE DIVISION.
       main-program.
           PERFORM CONFIGURE-FILE-PATHS
           perform load-period
           perform load-rules
           open output ConflictReportFile
           move WS-From-Date to RH-From-Date
           move WS-To-Date to RH-To-Date
           write ConflictReportLine from WS-Report-Heading
           perform report-signon-conflicts
           perform report-approval-conflicts
           move spaces to ConflictReportLine
           write ConflictReportLine
           move "VIOLATIONS            : " to CT-Label
           move WS-Violation-Count to CT-Count
           write ConflictReportLine from WS-Count-Line
           move "REFUSED BY THE CONTROL: " to CT-Label
           move WS-Refused-Count to CT-Count
           write ConflictReportLine from WS-Count-Line
           close ConflictReportFile
           display "CONFLICT VIOLATIONS: " WS-Violation-Count
           display "CONFLICTS REFUSED  : " WS-Refused-Count
           stop run.

      *-------------------------------------------------------------
      *load-period paragraph takes the reporting period from the
      *optional control file
      *-------------------------------------------------------------
       load-period.
           open input ConflictPeriod
           read ConflictPeriod
               at end continue
               not at end
                   if CP-From-Date is numeric
                       move CP-From-Date to WS-From-Date
                   end-if
                   if CP-To-Date is numeric and CP-To-Date > 0
                       move CP-To-Date to WS-To-Date
                   end-if
           end-read
           close ConflictPeriod
           exit.

      *-------------------------------------------------------------
      *load-rules paragraph loads the run-scoped conflict rules
      *-------------------------------------------------------------
       load-rules.
           move 0 to WS-EOF
           open input ConflictRules
           read ConflictRules
               at end set End-Of-Input to true
           end-read
           perform load-one-rule until End-Of-Input
           close ConflictRules
           exit.

      *-------------------------------------------------------------
      *load-one-rule paragraph stores one run-scoped rule
      *-------------------------------------------------------------
       load-one-rule.
           if Run-Scope
               if WS-Rule-Count >= 50
                   display "ERROR: Conflict rule table full"
                   stop run
               end-if
               add 1 to WS-Rule-Count
               move CR-First-Program
                   to WS-Rule-First-Program(WS-Rule-Count)
               move CR-First-Function
                   to WS-Rule-First-Function(WS-Rule-Count)
               move CR-Second-Program
                   to WS-Rule-Second-Program(WS-Rule-Count)
               move CR-Second-Function
                   to WS-Rule-Second-Function(WS-Rule-Count)
           end-if
           read ConflictRules
               at end set End-Of-Input to true
           end-read
           exit.

      *-------------------------------------------------------------
      *report-signon-conflicts paragraph replays the whole sign-on
      *log in the order it was written, reporting what falls in the
      *period
      *-------------------------------------------------------------
       report-signon-conflicts.
           move spaces to ConflictReportLine
           write ConflictReportLine
           move "RUN-SCOPED CONFLICTS (SIGN-ON LOG)" to WS-Section-Line
           write ConflictReportLine from WS-Section-Line
           move 0 to WS-EOF
           open input SignOnLog
           read SignOnLog
               at end set End-Of-Input to true
           end-read
           perform replay-one-signon until End-Of-Input
           close SignOnLog
           exit.

      *-------------------------------------------------------------
      *replay-one-signon paragraph reports a refusal, and for a
      *grant checks it as a second action, then as a first action
      *-------------------------------------------------------------
       replay-one-signon.
           move SL-Date to WS-Log-Date
           if SL-Result = "CONFLICT"
               and WS-Log-Date >= WS-From-Date
               and WS-Log-Date <= WS-To-Date
               move "REFUSED" to CL-Kind
               move SL-Date to CL-Date
               move SL-Time to CL-Time
               move SL-Operator to CL-Operator
               move spaces to CL-Detail
               string "SIGN-ON FOR " SL-Program " " SL-Function
                   delimited by size into CL-Detail
               write ConflictReportLine from WS-Conflict-Line
               add 1 to WS-Refused-Count
           end-if
           if SL-Result = "GRANTED"
               perform check-second-action
                   varying Rule-IX from 1 by 1
                   until Rule-IX > WS-Rule-Count
               perform check-first-action
                   varying Rule-IX from 1 by 1
                   until Rule-IX > WS-Rule-Count
           end-if
           read SignOnLog
               at end set End-Of-Input to true
           end-read
           exit.

      *-------------------------------------------------------------
      *check-second-action paragraph reports a grant for a rule's
      *second action to an operator with the first still open, then
      *closes the rule for every operator
      *-------------------------------------------------------------
       check-second-action.
           if SL-Program = WS-Rule-Second-Program(Rule-IX)
               and SL-Function = WS-Rule-Second-Function(Rule-IX)
               perform find-open-entry
               if Entry-Found
                   and WS-Log-Date >= WS-From-Date
                   and WS-Log-Date <= WS-To-Date
                   move "VIOLATION" to CL-Kind
                   move SL-Date to CL-Date
                   move SL-Time to CL-Time
                   move SL-Operator to CL-Operator
                   move spaces to CL-Detail
                   string "RAN " SL-Program " AFTER "
                       WS-Rule-First-Program(Rule-IX)
                       delimited by size into CL-Detail
                   write ConflictReportLine from WS-Conflict-Line
                   add 1 to WS-Violation-Count
               end-if
               perform close-open-entry
                   varying WS-Scan from 1 by 1
                   until WS-Scan > WS-Open-Count
           end-if
           exit.

      *-------------------------------------------------------------
      *check-first-action paragraph opens a rule for the operator
      *granted its first action
      *-------------------------------------------------------------
       check-first-action.
           if SL-Program = WS-Rule-First-Program(Rule-IX)
               and SL-Function = WS-Rule-First-Function(Rule-IX)
               perform find-open-entry
               if not Entry-Found
                   perform add-open-entry
               end-if
           end-if
           exit.

      *-------------------------------------------------------------
      *find-open-entry paragraph looks for this operator holding
      *this rule open, noting a free slot on the way
      *-------------------------------------------------------------
       find-open-entry.
           move 0 to WS-Found
           move 0 to WS-Open-Slot
           perform test-open-entry
               varying WS-Scan from 1 by 1
               until WS-Scan > WS-Open-Count
           exit.

      *-------------------------------------------------------------
      *test-open-entry paragraph tests one open-table slot
      *-------------------------------------------------------------
       test-open-entry.
           if WS-Open-Active(WS-Scan) = 1
               if WS-Open-Operator(WS-Scan) = SL-Operator
                   and WS-Open-Rule(WS-Scan) = Rule-IX
                   move 1 to WS-Found
               end-if
           else
               if WS-Open-Slot = 0
                   move WS-Scan to WS-Open-Slot
               end-if
           end-if
           exit.

      *-------------------------------------------------------------
      *add-open-entry paragraph records the operator against the
      *rule, reusing a closed slot where there is one
      *-------------------------------------------------------------
       add-open-entry.
           if WS-Open-Slot = 0
               if WS-Open-Count >= 1000
                   display "ERROR: Open conflict table full"
                   stop run
               end-if
               add 1 to WS-Open-Count
               move WS-Open-Count to WS-Open-Slot
           end-if
           move SL-Operator to WS-Open-Operator(WS-Open-Slot)
           set WS-Open-Rule(WS-Open-Slot) to Rule-IX
           move 1 to WS-Open-Active(WS-Open-Slot)
           exit.

      *-------------------------------------------------------------
      *close-open-entry paragraph closes one slot held on the rule
      *-------------------------------------------------------------
       close-open-entry.
           if WS-Open-Rule(WS-Scan) = Rule-IX
               move 0 to WS-Open-Active(WS-Scan)
           end-if
           exit.

      *-------------------------------------------------------------
      *report-approval-conflicts paragraph lists approvals by the
      *keying operator and the approvals refused for it
      *-------------------------------------------------------------
       report-approval-conflicts.
           move spaces to ConflictReportLine
           write ConflictReportLine
           move "RECORD-SCOPED CONFLICTS (APPROVAL LOG)"
               to WS-Section-Line
           write ConflictReportLine from WS-Section-Line
           move 0 to WS-EOF
           open input ApprovalLog
           read ApprovalLog
               at end set End-Of-Input to true
           end-read
           perform check-one-approval until End-Of-Input
           close ApprovalLog
           exit.

      *-------------------------------------------------------------
      *check-one-approval paragraph tests one logged decision
      *-------------------------------------------------------------
       check-one-approval.
           move AG-Date to WS-Log-Date
           if WS-Log-Date >= WS-From-Date
               and WS-Log-Date <= WS-To-Date
               move AG-Date to CL-Date
               move AG-Time to CL-Time
               move AG-Decided-By to CL-Operator
               move spaces to CL-Detail
               evaluate true
                   when AG-Disposition = "REFUSED-SOD"
                       move "REFUSED" to CL-Kind
                       string "APPROVAL OF OWN CHANGE FOR " AG-Emp-No
                           delimited by size into CL-Detail
                       write ConflictReportLine from WS-Conflict-Line
                       add 1 to WS-Refused-Count
                   when AG-Disposition = "APPROVED"
                       and AG-Keyed-By not = spaces
                       and AG-Keyed-By = AG-Decided-By
                       move "VIOLATION" to CL-Kind
                       string "APPROVED OWN CHANGE FOR " AG-Emp-No
                           delimited by size into CL-Detail
                       write ConflictReportLine from WS-Conflict-Line
                       add 1 to WS-Violation-Count
                   when other
                       continue
               end-evaluate
           end-if
           read ApprovalLog
               at end set End-Of-Input to true
           end-read
           exit.


      *-------------------------------------------------------------
      *Resolve every file path: the DD_ environment variable wins
      *when it is set, otherwise the built-in default stands, and
      *the resolved paths are echoed into the run output
      *-------------------------------------------------------------
       CONFIGURE-FILE-PATHS.
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_CONFLICTRULES"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO ConflictRules-PATH
           END-IF
           DISPLAY "ConflictRules: " ConflictRules-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_SIGNONLOG"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO SignOnLog-PATH
           END-IF
           DISPLAY "SignOnLog: " SignOnLog-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_APPROVALLOG"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO ApprovalLog-PATH
           END-IF
           DISPLAY "ApprovalLog: " ApprovalLog-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_CONFLICTPERIOD"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO ConflictPeriod-PATH
           END-IF
           DISPLAY "ConflictPeriod: " ConflictPeriod-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_CONFLICTREPORTFILE"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO ConflictReportFile-PATH
           END-IF
           DISPLAY "ConflictReportFile: " ConflictReportFile-PATH
           EXIT.
       END PROGRAM ConflictReport.
