      *and run-log records and an allow/reject result, and every
      *attempt - granted or rejected - is logged with a timestamp
      *to the sign-on log.
      *Segregation of duties: ConflictRules.dat names pairs of
      *program/function grants one operator may not hold over the
      *same work - "an operator who did the first may not then do
      *the second". A rule scoped "P" covers a whole run and is
      *enforced here: a grant for the second action is refused
      *when the sign-on log shows the same operator granted the
      *first since the second was last run by anyone, e.g.
      *  BankDetailsMaint     M PAYROLL              M P
      *so whoever changed bank details cannot run the payroll that
      *deposits to them. A rule scoped "R" covers a single record
      *and is enforced by the program taking the second action
      *against the operator stamped on that record, e.g.
      *  MAINTENANCE          M APPROVALRELEASE      M R
      *A refusal for a conflict is logged with the result CONFLICT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SignOnLog-PATH
           organization is line sequential.

           select optional ConflictRules assign using
           ConflictRules-PATH
           organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       fd OperatorPermissions.
           03  FILLER                 PIC X.
           03  SL-Result              PIC X(8).

       fd ConflictRules.
      ********One record per incompatible pair: the first action,*****
      ********the second, and whether it covers a run or a record****
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
               88  Record-Scope       VALUE "R".

       WORKING-STORAGE SECTION.

      *File assignments resolved at start-up: each path may be
           VALUE "C:\DataFiles\OperatorPermissions.dat".
       01  SignOnLog-PATH  PIC X(80)
           VALUE "C:\DataFiles\SignOnLog.dat".
       01  ConflictRules-PATH  PIC X(80)
           VALUE "C:\DataFiles\ConflictRules.dat".
       01  PATH-OVERRIDE  PIC X(80).
       01  WS-Perm-EOF                  PIC 9 VALUE 0.
           88  end-of-permissions       VALUE 1.
       01  WS-Operator-PW               PIC X(8).
       01  WS-Granted                   PIC 9 VALUE 0.
       01  WS-Time-Raw                  PIC 9(8).
       01  WS-Rule-EOF                  PIC 9 VALUE 0.
           88  end-of-rules             VALUE 1.
       01  WS-Log-EOF                   PIC 9 VALUE 0.
           88  end-of-signon-log        VALUE 1.
       01  WS-Conflict                  PIC 9 VALUE 0.
           88  conflict-found           VALUE 1.
       01  WS-Conflict-Program          PIC X(20).

      *The run-scoped rules whose second action is the one being
      *signed on for, each flagged open while the same operator's
      *first action is still waiting on the log
       01  WS-Rule-Count                PIC 99 VALUE 0.
       01  WS-Rule-Table.
           03  WS-Rule OCCURS 0 TO 50 TIMES
                       DEPENDING ON WS-Rule-Count
                       INDEXED BY Rule-IX.
               05  WS-Rule-First-Program  PIC X(20).
               05  WS-Rule-First-Function PIC X.
               05  WS-Rule-Open           PIC 9.

       LINKAGE SECTION.
       01  LS-SIGNON-REQUEST.
           PERFORM CONFIGURE-FILE-PATHS
           move 0 to WS-Granted
           perform get-credentials
           move 0 to WS-Conflict
           perform search-permissions
           if WS-Granted = 1
               perform check-conflicts
           end-if
           perform log-attempt
           if WS-Granted = 1
               move WS-Operator-ID to LS-SO-OPERATOR
           else
               move spaces to LS-SO-OPERATOR
               set Sign-On-Rejected to true
               if conflict-found
                   display "SIGN-ON REFUSED FOR OPERATOR "
                       WS-Operator-ID " - CONFLICTS WITH "
                       WS-Conflict-Program
               else
                   display "SIGN-ON REJECTED FOR OPERATOR "
                       WS-Operator-ID
               end-if
           end-if
           goback.

      *operator, password, program, and requested function
      *-------------------------------------------------------------
       search-permissions.
           move 0 to WS-Perm-EOF
           open input OperatorPermissions
           read OperatorPermissions
               at end set end-of-permissions to true
           end-read
           exit.

      *-------------------------------------------------------------
      *check-conflicts paragraph refuses a grant whose run-scoped
      *conflict rule is still open for this operator on the
      *sign-on log
      *-------------------------------------------------------------
       check-conflicts.
           move 0 to WS-Rule-Count
           move 0 to WS-Rule-EOF
           open input ConflictRules
           read ConflictRules
               at end set end-of-rules to true
           end-read
           perform load-one-rule until end-of-rules
           close ConflictRules
           if WS-Rule-Count = 0
               exit paragraph
           end-if
           move 0 to WS-Log-EOF
           open input SignOnLog
           read SignOnLog
               at end set end-of-signon-log to true
           end-read
           perform scan-one-log-entry until end-of-signon-log
           close SignOnLog
           perform test-one-rule
               varying Rule-IX from 1 by 1
               until Rule-IX > WS-Rule-Count
           if conflict-found
               move 0 to WS-Granted
           end-if
           exit.

      *-------------------------------------------------------------
      *load-one-rule paragraph keeps a run-scoped rule whose second
      *action is the program and function being signed on for
      *-------------------------------------------------------------
       load-one-rule.
           if Run-Scope
               and CR-Second-Program = LS-SO-PROGRAM
               and CR-Second-Function = LS-SO-FUNCTION
               if WS-Rule-Count >= 50
                   display "ERROR: Conflict rule table full"
                   stop run
               end-if
               add 1 to WS-Rule-Count
               move CR-First-Program
                   to WS-Rule-First-Program(WS-Rule-Count)
               move CR-First-Function
                   to WS-Rule-First-Function(WS-Rule-Count)
               move 0 to WS-Rule-Open(WS-Rule-Count)
           end-if
           read ConflictRules
               at end set end-of-rules to true
           end-read
           exit.

      *-------------------------------------------------------------
      *scan-one-log-entry paragraph replays one granted sign-on: a
      *grant for the second action by anyone closes every rule, a
      *grant for a first action by this operator opens its rule
      *-------------------------------------------------------------
       scan-one-log-entry.
           if SL-Result = "GRANTED"
               if SL-Program = LS-SO-PROGRAM
                   and SL-Function = LS-SO-FUNCTION
                   perform close-one-rule
                       varying Rule-IX from 1 by 1
                       until Rule-IX > WS-Rule-Count
               else
                   if SL-Operator = WS-Operator-ID
                       perform open-one-rule
                           varying Rule-IX from 1 by 1
                           until Rule-IX > WS-Rule-Count
                   end-if
               end-if
           end-if
           read SignOnLog
               at end set end-of-signon-log to true
           end-read
           exit.

      *-------------------------------------------------------------
      *close-one-rule paragraph closes one rule
      *-------------------------------------------------------------
       close-one-rule.
           move 0 to WS-Rule-Open(Rule-IX)
           exit.

      *-------------------------------------------------------------
      *open-one-rule paragraph opens a rule this grant is the first
      *action of
      *-------------------------------------------------------------
       open-one-rule.
           if SL-Program = WS-Rule-First-Program(Rule-IX)
               and SL-Function = WS-Rule-First-Function(Rule-IX)
               move 1 to WS-Rule-Open(Rule-IX)
           end-if
           exit.

      *-------------------------------------------------------------
      *test-one-rule paragraph notes a rule still open at sign-on
      *-------------------------------------------------------------
       test-one-rule.
           if WS-Rule-Open(Rule-IX) = 1
               set conflict-found to true
               move WS-Rule-First-Program(Rule-IX)
                   to WS-Conflict-Program
           end-if
           exit.

      *-------------------------------------------------------------
      *log-attempt paragraph appends one timestamped line to the
      *sign-on log, for granted and rejected attempts alike
           move WS-Operator-ID to SL-Operator
           move LS-SO-PROGRAM to SL-Program
           move LS-SO-FUNCTION to SL-Function
           evaluate true
               when WS-Granted = 1
                   move "GRANTED" to SL-Result
               when conflict-found
                   move "CONFLICT" to SL-Result
               when other
                   move "REJECTED" to SL-Result
           end-evaluate
           write SignOnLogRecord
           close SignOnLog
           exit.
               MOVE PATH-OVERRIDE TO SignOnLog-PATH
           END-IF
           DISPLAY "SignOnLog: " SignOnLog-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_CONFLICTRULES"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO ConflictRules-PATH
           END-IF
           DISPLAY "ConflictRules: " ConflictRules-PATH
           EXIT.
       END PROGRAM SignOn.
