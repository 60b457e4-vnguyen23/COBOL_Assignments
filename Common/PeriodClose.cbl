       IDENTIFICATION DIVISION.
       PROGRAM-ID. PeriodClose as "PeriodClose".

      *PeriodClose runs the month-end close for one system and one
      *accounting period (YYYYMM) against the shared period
      *calendar, PeriodCalendar.dat, which holds one line per system
      *and period: status OPEN, CLOSING, CLOSED or REOPENED, and
      *who closed it and when. The action, system, period and (for
      *a reopen) the reason come from PERIOD_ACTION, PERIOD_SYSTEM,
      *PERIOD_PERIOD and PERIOD_REASON, or from console prompts.
      *  CLOSE  - needs a maintenance grant on PeriodClose. The
      *           period is marked CLOSING and the system's close
      *           checklist from PeriodCloseChecklist.dat is run,
      *           each item passing or failing on the close report:
      *             JRNL <path> - the GL journal balances, debits
      *                           to credits
      *             UNAK <path> - the GL acknowledgment carry-
      *                           forward is empty, every journal
      *                           line acknowledged
      *             EXCP <code> - the exception dashboard shows
      *                           nothing outstanding for that
      *                           dashboard system
      *           Only when every item passes is the period marked
      *           CLOSED with the operator and date; otherwise it
      *           stays CLOSING for the failures to be cleared.
      *  REOPEN - needs an override grant on PeriodClose and a
      *           reason. A closed period is marked REOPENED and the
      *           reopen is logged to PeriodReopenLog.dat with the
      *           operator, date and reason.
      *The posting programs ask the PeriodLock subprogram before
      *they post, and refuse a closed period unless its reopen is
      *on the log. A system with no checklist items cannot close.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select optional PeriodCalendar assign using
           PeriodCalendar-PATH
           organization is line sequential.

           select optional PeriodReopenLog assign using
           PeriodReopenLog-PATH
           organization is line sequential.

           select optional PeriodCloseChecklist assign using
           PeriodCloseChecklist-PATH
           organization is line sequential.

      *One check file opened per journal or carry-forward item, the
      *path swapped between opens
           select optional CheckFile assign using
           CheckFile-PATH
           organization is line sequential
           file status is WS-Check-Status.

           select optional DashboardItems assign using
           DashboardItems-PATH
           organization is line sequential.

           select PeriodCloseReport assign using
           PeriodCloseReport-PATH
           organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       fd PeriodCalendar.
      ********One record per system and period that has been taken**
      ********through the close********************************
       01  PeriodCalendarRecord.
           03  PC-System              PIC X(8).
           03  FILLER                 PIC X.
           03  PC-Period              PIC 9(6).
           03  FILLER                 PIC X.
           03  PC-Status              PIC X(8).
           03  FILLER                 PIC X.
           03  PC-Closed-By           PIC X(8).
           03  FILLER                 PIC X.
           03  PC-Closed-Date         PIC 9(8).

       fd PeriodReopenLog.
       01  PeriodReopenRecord.
           03  RO-Date                PIC 9(8).
           03  FILLER                 PIC X.
           03  RO-Time                PIC 9(6).
           03  FILLER                 PIC X.
           03  RO-System              PIC X(8).
           03  FILLER                 PIC X.
           03  RO-Period              PIC 9(6).
           03  FILLER                 PIC X.
           03  RO-Operator            PIC X(8).
           03  FILLER                 PIC X.
           03  RO-Reason              PIC X(40).

       fd PeriodCloseChecklist.
      ********One record per close check: the system, the kind of***
      ********check, and the file or dashboard code it covers*******
       01  ChecklistRecord.
           03  CK-System              PIC X(8).
           03  FILLER                 PIC X.
           03  CK-Item                PIC X(4).
           03  FILLER                 PIC X.
           03  CK-Value               PIC X(80).

       fd CheckFile.
       01  CheckLine                    PIC X(130).
      ********GLJournalRecord, as the journal runs write it************
       01  CheckJournalRecord.
           03    GJ-Type                PIC X.
           03    FILLER                 PIC X.
           03    GJ-Account             PIC 9(8).
           03    FILLER                 PIC X.
           03    GJ-Amount              PIC 9(9)V99.
           03    FILLER                 PIC X.
           03    GJ-Store               PIC X(4).
           03    FILLER                 PIC X.
           03    GJ-JobCode             PIC X.

       fd DashboardItems.
       01  DashboardItemRecord.
           03  DI-Date                PIC 9(8).
           03  FILLER                 PIC X.
           03  DI-System              PIC X(12).
           03  FILLER                 PIC X.
           03  DI-Key                 PIC X(40).

       fd PeriodCloseReport.
       01  PeriodCloseReportLine        PIC X(80).

       WORKING-STORAGE SECTION.

      *File assignments resolved at start-up: each path may be
      *overridden through its DD_ environment variable, with the
      *original location as the default, so test and production
      *are a configuration difference instead of a source edit
       01  PeriodCalendar-PATH  PIC X(80)
           VALUE "C:\DataFiles\PeriodCalendar.dat".
       01  PeriodReopenLog-PATH  PIC X(80)
           VALUE "C:\DataFiles\PeriodReopenLog.dat".
       01  PeriodCloseChecklist-PATH  PIC X(80)
           VALUE "C:\DataFiles\PeriodCloseChecklist.dat".
       01  CheckFile-PATH  PIC X(80).
       01  DashboardItems-PATH  PIC X(80)
           VALUE "C:\DataFiles\DashboardItems.dat".
       01  PeriodCloseReport-PATH  PIC X(80)
           VALUE "C:\DataFiles\PeriodClose.rpt".
       01  PATH-OVERRIDE  PIC X(80).
       01  WS-Check-Status              PIC XX.
       01  WS-Calendar-EOF              PIC 9 VALUE 0.
           88  end-of-calendar          VALUE 1.
       01  WS-Checklist-EOF             PIC 9 VALUE 0.
           88  end-of-checklist         VALUE 1.
       01  WS-Check-EOF                 PIC 9 VALUE 0.
           88  end-of-check-file        VALUE 1.
       01  WS-Items-EOF                 PIC 9 VALUE 0.
           88  end-of-items             VALUE 1.
       01  WS-Run-Date                  PIC 9(8).
       01  WS-Time-Raw                  PIC 9(8).

      *The run's parameters
       01  WS-Action                    PIC X(8).
       01  WS-System                    PIC X(8).
       01  WS-Period-X                  PIC X(6).
       01  WS-Period REDEFINES WS-Period-X
                                        PIC 9(6).
       01  WS-Period-Month              PIC 99.
       01  WS-Reason                    PIC X(40).

      *Checklist results
       01  WS-Item-Count                PIC 9(3) VALUE 0.
       01  WS-Fail-Count                PIC 9(3) VALUE 0.
       01  WS-Item-Passed               PIC 9 VALUE 0.
           88  item-passed              VALUE 1.
       01  WS-Debit-Total               PIC 9(11)V99.
       01  WS-Credit-Total              PIC 9(11)V99.
       01  WS-Line-Count                PIC 9(7).
       01  WS-Dash-System               PIC X(12).

      *The calendar held in storage while this period's line is
      *updated, then written back whole
       01  WS-Cal-Count                 PIC 9(4) VALUE 0.
       01  WS-Cal-Table.
           03  WS-Cal-Entry             OCCURS 0 TO 2000 TIMES
                                         DEPENDING ON WS-Cal-Count.
               05  WS-Cal-System        PIC X(8).
               05  WS-Cal-Period        PIC 9(6).
               05  WS-Cal-Status        PIC X(8).
               05  WS-Cal-Closed-By     PIC X(8).
               05  WS-Cal-Closed-Date   PIC 9(8).
       01  WS-Cal-Sub                   PIC 9(4).
       01  WS-Cal-Found                 PIC 9(4).

      *Request block for the shared SignOn subprogram
       01  WS-SIGNON-REQUEST.
           03  WS-SO-PROGRAM            PIC X(20).
           03  WS-SO-FUNCTION           PIC X.
           03  WS-SO-OPERATOR           PIC X(8).
           03  WS-SO-RESULT             PIC X.
               88  Sign-On-Granted      VALUE "A".

      *Report lines
       01  WS-Heading-Line.
           03  FILLER                   PIC X(13)
               VALUE "PERIOD CLOSE ".
           03  WH-Action                PIC X(8).
           03  FILLER                   PIC X(8) VALUE " SYSTEM ".
           03  WH-System                PIC X(8).
           03  FILLER                   PIC X(8) VALUE " PERIOD ".
           03  WH-Period                PIC 9(6).
           03  FILLER                   PIC X(5) VALUE " RUN ".
           03  WH-Run-Date              PIC 9(8).
           03  FILLER                   PIC X(16) VALUE SPACES.
       01  WS-Operator-Line.
           03  FILLER                   PIC X(13)
               VALUE "OPERATOR     ".
           03  WO-Operator              PIC X(8).
           03  FILLER                   PIC X(12)
               VALUE " PRIOR STATE".
           03  FILLER                   PIC X VALUE SPACE.
           03  WO-Status                PIC X(8).
           03  FILLER                   PIC X(38) VALUE SPACES.
       01  WS-Item-Line.
           03  WI-Item                  PIC X(4).
           03  FILLER                   PIC XX VALUE SPACES.
           03  WI-Result                PIC X(4).
           03  FILLER                   PIC XX VALUE SPACES.
           03  WI-Value                 PIC X(68).
       01  WS-Detail-Line.
           03  FILLER                   PIC X(12) VALUE SPACES.
           03  WD-Text                  PIC X(68).
       01  WS-Journal-Detail.
           03  FILLER                   PIC X(7) VALUE "DEBITS ".
           03  WJ-Debits                PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           03  FILLER                   PIC X(9) VALUE " CREDITS ".
           03  WJ-Credits               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           03  FILLER                   PIC X(18) VALUE SPACES.
       01  WS-Count-Detail.
           03  WC-Count                 PIC Z,ZZZ,ZZ9.
           03  FILLER                   PIC X VALUE SPACE.
           03  WC-Text                  PIC X(58).
       01  WS-Result-Line.
           03  WR-Text                  PIC X(80).
       01  WS-Fail-Edit                 PIC ZZ9.

       PROCEDURE DIVISION.
       main-program.
           PERFORM CONFIGURE-FILE-PATHS
           perform get-parameters
      *No period changes state for an operator without a grant: a
      *close needs maintenance, a reopen the override
           move "PeriodClose" to WS-SO-PROGRAM
           if WS-Action = "CLOSE"
               move "M" to WS-SO-FUNCTION
           else
               move "O" to WS-SO-FUNCTION
           end-if
           call "SignOn" using WS-SIGNON-REQUEST
           if not Sign-On-Granted
               display "RUN REFUSED - OPERATOR NOT AUTHORIZED"
               stop run
           end-if
           accept WS-Run-Date from DATE YYYYMMDD
           perform load-calendar-table
           perform find-calendar-entry
           open output PeriodCloseReport
           move WS-Action to WH-Action
           move WS-System to WH-System
           move WS-Period to WH-Period
           move WS-Run-Date to WH-Run-Date
           write PeriodCloseReportLine from WS-Heading-Line
           move WS-SO-OPERATOR to WO-Operator
           move WS-Cal-Status(WS-Cal-Found) to WO-Status
           write PeriodCloseReportLine from WS-Operator-Line
           move spaces to PeriodCloseReportLine
           write PeriodCloseReportLine
           if WS-Action = "CLOSE"
               perform close-period
           else
               perform reopen-period
           end-if
           close PeriodCloseReport
           stop run.

      *-------------------------------------------------------------
      *get-parameters paragraph establishes the action, system,
      *period and reason from the environment or the operator
      *-------------------------------------------------------------
       get-parameters.
           move spaces to WS-Action WS-System WS-Period-X WS-Reason
           accept WS-Action from ENVIRONMENT "PERIOD_ACTION"
           if WS-Action = spaces
               display "ACTION (CLOSE / REOPEN): " with no advancing
               accept WS-Action
           end-if
           if WS-Action not = "CLOSE" and WS-Action not = "REOPEN"
               display "UNKNOWN ACTION " WS-Action " - CANCELLED"
               stop run
           end-if
           accept WS-System from ENVIRONMENT "PERIOD_SYSTEM"
           if WS-System = spaces
               display "SYSTEM: " with no advancing
               accept WS-System
           end-if
           if WS-System = spaces
               display "NO SYSTEM GIVEN - CANCELLED"
               stop run
           end-if
           accept WS-Period-X from ENVIRONMENT "PERIOD_PERIOD"
           if WS-Period-X = spaces
               display "PERIOD (YYYYMM): " with no advancing
               accept WS-Period-X
           end-if
           if WS-Period-X is not numeric
               display "INVALID PERIOD " WS-Period-X " - CANCELLED"
               stop run
           end-if
           move WS-Period-X(5:2) to WS-Period-Month
           if WS-Period-Month < 1 or WS-Period-Month > 12
               display "INVALID PERIOD " WS-Period-X " - CANCELLED"
               stop run
           end-if
           if WS-Action = "REOPEN"
               accept WS-Reason from ENVIRONMENT "PERIOD_REASON"
               if WS-Reason = spaces
                   display "REASON FOR REOPENING: "
                       with no advancing
                   accept WS-Reason
               end-if
               if WS-Reason = spaces
                   display "NO REOPEN REASON GIVEN - CANCELLED"
                   stop run
               end-if
           end-if
           exit.

      *-------------------------------------------------------------
      *load-calendar-table paragraph reads the whole calendar into
      *storage
      *-------------------------------------------------------------
       load-calendar-table.
           move 0 to WS-Cal-Count
           move 0 to WS-Calendar-EOF
           open input PeriodCalendar
           read PeriodCalendar
               at end set end-of-calendar to true
           end-read
           perform load-one-calendar-entry until end-of-calendar
           close PeriodCalendar
           exit.

      *-------------------------------------------------------------
      *load-one-calendar-entry paragraph stores one calendar line
      *-------------------------------------------------------------
       load-one-calendar-entry.
           if WS-Cal-Count >= 2000
               display "ERROR: Period calendar table full"
               stop run
           end-if
           add 1 to WS-Cal-Count
           move PC-System to WS-Cal-System(WS-Cal-Count)
           move PC-Period to WS-Cal-Period(WS-Cal-Count)
           move PC-Status to WS-Cal-Status(WS-Cal-Count)
           move PC-Closed-By to WS-Cal-Closed-By(WS-Cal-Count)
           move PC-Closed-Date to WS-Cal-Closed-Date(WS-Cal-Count)
           read PeriodCalendar
               at end set end-of-calendar to true
           end-read
           exit.

      *-------------------------------------------------------------
      *find-calendar-entry paragraph locates this system and
      *period's line, adding it as OPEN when the period has never
      *been through the close
      *-------------------------------------------------------------
       find-calendar-entry.
           move 0 to WS-Cal-Found
           perform match-one-calendar-entry
               varying WS-Cal-Sub from 1 by 1
               until WS-Cal-Sub > WS-Cal-Count
                  or WS-Cal-Found > 0
           if WS-Cal-Found = 0
               if WS-Cal-Count >= 2000
                   display "ERROR: Period calendar table full"
                   stop run
               end-if
               add 1 to WS-Cal-Count
               move WS-Cal-Count to WS-Cal-Found
               move WS-System to WS-Cal-System(WS-Cal-Found)
               move WS-Period to WS-Cal-Period(WS-Cal-Found)
               move "OPEN" to WS-Cal-Status(WS-Cal-Found)
               move spaces to WS-Cal-Closed-By(WS-Cal-Found)
               move 0 to WS-Cal-Closed-Date(WS-Cal-Found)
           end-if
           exit.

      *-------------------------------------------------------------
      *match-one-calendar-entry paragraph tests one calendar line
      *-------------------------------------------------------------
       match-one-calendar-entry.
           if WS-Cal-System(WS-Cal-Sub) = WS-System
               and WS-Cal-Period(WS-Cal-Sub) = WS-Period
               move WS-Cal-Sub to WS-Cal-Found
           end-if
           exit.

      *-------------------------------------------------------------
      *close-period paragraph marks the period closing, runs the
      *system's checklist, and closes it only on a clean checklist
      *-------------------------------------------------------------
       close-period.
           if WS-Cal-Status(WS-Cal-Found) = "CLOSED"
               move "PERIOD IS ALREADY CLOSED - NOTHING DONE"
                   to WR-Text
               write PeriodCloseReportLine from WS-Result-Line
               display WR-Text
               exit paragraph
           end-if
           move "CLOSING" to WS-Cal-Status(WS-Cal-Found)
           perform rewrite-calendar
           move 0 to WS-Item-Count WS-Fail-Count
           move 0 to WS-Checklist-EOF
           open input PeriodCloseChecklist
           read PeriodCloseChecklist
               at end set end-of-checklist to true
           end-read
           perform run-one-checklist-item until end-of-checklist
           close PeriodCloseChecklist
           move spaces to PeriodCloseReportLine
           write PeriodCloseReportLine
           if WS-Item-Count = 0
               move
                   "NO CLOSE CHECKLIST FOR THIS SYSTEM - LEFT CLOSING"
                   to WR-Text
           else
               if WS-Fail-Count = 0
                   move "CLOSED" to WS-Cal-Status(WS-Cal-Found)
                   move WS-SO-OPERATOR
                       to WS-Cal-Closed-By(WS-Cal-Found)
                   move WS-Run-Date
                       to WS-Cal-Closed-Date(WS-Cal-Found)
                   perform rewrite-calendar
                   move "ALL CHECKLIST ITEMS PASSED - PERIOD CLOSED"
                       to WR-Text
               else
                   move WS-Fail-Count to WS-Fail-Edit
                   move spaces to WR-Text
                   string WS-Fail-Edit delimited by size
                       " CHECKLIST ITEM(S) FAILED - PERIOD LEFT "
                           delimited by size
                       "CLOSING" delimited by size
                       into WR-Text
                   end-string
               end-if
           end-if
           write PeriodCloseReportLine from WS-Result-Line
           display WR-Text
           exit.

      *-------------------------------------------------------------
      *run-one-checklist-item paragraph runs one of this system's
      *checks and reports it
      *-------------------------------------------------------------
       run-one-checklist-item.
           if CK-System = WS-System
               add 1 to WS-Item-Count
               move 0 to WS-Item-Passed
               move spaces to WS-Detail-Line
               evaluate CK-Item
                   when "JRNL"
                       perform check-journal-balance
                   when "UNAK"
                       perform check-unacknowledged
                   when "EXCP"
                       perform check-dashboard
                   when other
                       move "UNKNOWN CHECKLIST ITEM" to WD-Text
               end-evaluate
               move CK-Item to WI-Item
               move CK-Value to WI-Value
               if item-passed
                   move "PASS" to WI-Result
               else
                   move "FAIL" to WI-Result
                   add 1 to WS-Fail-Count
               end-if
               write PeriodCloseReportLine from WS-Item-Line
               write PeriodCloseReportLine from WS-Detail-Line
           end-if
           read PeriodCloseChecklist
               at end set end-of-checklist to true
           end-read
           exit.

      *-------------------------------------------------------------
      *check-journal-balance paragraph totals the journal's debit
      *and credit lines; the control totals tie when they agree
      *-------------------------------------------------------------
       check-journal-balance.
           move 0 to WS-Debit-Total WS-Credit-Total
           move CK-Value to CheckFile-PATH
           move 0 to WS-Check-EOF
           open input CheckFile
           if WS-Check-Status = "05"
               close CheckFile
               move "JOURNAL FILE NOT FOUND" to WD-Text
               exit paragraph
           end-if
           read CheckFile
               at end set end-of-check-file to true
           end-read
           perform total-one-journal-line until end-of-check-file
           close CheckFile
           move WS-Debit-Total to WJ-Debits
           move WS-Credit-Total to WJ-Credits
           move WS-Journal-Detail to WD-Text
           if WS-Debit-Total = WS-Credit-Total
               set item-passed to true
           end-if
           exit.

      *-------------------------------------------------------------
      *total-one-journal-line paragraph adds one journal line to
      *its side
      *-------------------------------------------------------------
       total-one-journal-line.
           if GJ-Type = "D"
               add GJ-Amount to WS-Debit-Total
           end-if
           if GJ-Type = "C"
               add GJ-Amount to WS-Credit-Total
           end-if
           read CheckFile
               at end set end-of-check-file to true
           end-read
           exit.

      *-------------------------------------------------------------
      *check-unacknowledged paragraph counts the lines still carried
      *forward unacknowledged by corporate accounting
      *-------------------------------------------------------------
       check-unacknowledged.
           move 0 to WS-Line-Count
           move CK-Value to CheckFile-PATH
           move 0 to WS-Check-EOF
           open input CheckFile
           if WS-Check-Status = "05"
               close CheckFile
               move "CARRY-FORWARD FILE NOT FOUND - RECONCILE NOT RUN"
                   to WD-Text
               exit paragraph
           end-if
           read CheckFile
               at end set end-of-check-file to true
           end-read
           perform count-one-check-line until end-of-check-file
           close CheckFile
           move WS-Line-Count to WC-Count
           move "JOURNAL LINE(S) NOT ACKNOWLEDGED" to WC-Text
           move WS-Count-Detail to WD-Text
           if WS-Line-Count = 0
               set item-passed to true
           end-if
           exit.

      *-------------------------------------------------------------
      *count-one-check-line paragraph counts one non-blank line
      *-------------------------------------------------------------
       count-one-check-line.
           if CheckLine not = spaces
               add 1 to WS-Line-Count
           end-if
           read CheckFile
               at end set end-of-check-file to true
           end-read
           exit.

      *-------------------------------------------------------------
      *check-dashboard paragraph counts the items the latest
      *exception dashboard run left outstanding for the system
      *-------------------------------------------------------------
       check-dashboard.
           move 0 to WS-Line-Count
           move CK-Value to WS-Dash-System
           move 0 to WS-Items-EOF
           open input DashboardItems
           read DashboardItems
               at end set end-of-items to true
           end-read
           perform count-one-dashboard-item until end-of-items
           close DashboardItems
           move WS-Line-Count to WC-Count
           move "EXCEPTION(S) OUTSTANDING ON THE DASHBOARD" to WC-Text
           move WS-Count-Detail to WD-Text
           if WS-Line-Count = 0
               set item-passed to true
           end-if
           exit.

      *-------------------------------------------------------------
      *count-one-dashboard-item paragraph counts one outstanding
      *item for the system
      *-------------------------------------------------------------
       count-one-dashboard-item.
           if DI-System = WS-Dash-System
               add 1 to WS-Line-Count
           end-if
           read DashboardItems
               at end set end-of-items to true
           end-read
           exit.

      *-------------------------------------------------------------
      *reopen-period paragraph reopens a closed period and logs who
      *reopened it and why
      *-------------------------------------------------------------
       reopen-period.
           if WS-Cal-Status(WS-Cal-Found) not = "CLOSED"
               move "PERIOD IS NOT CLOSED - NOTHING TO REOPEN"
                   to WR-Text
               write PeriodCloseReportLine from WS-Result-Line
               display WR-Text
               exit paragraph
           end-if
           open extend PeriodReopenLog
           move spaces to PeriodReopenRecord
           move WS-Run-Date to RO-Date
           accept WS-Time-Raw from TIME
           move WS-Time-Raw(1:6) to RO-Time
           move WS-System to RO-System
           move WS-Period to RO-Period
           move WS-SO-OPERATOR to RO-Operator
           move WS-Reason to RO-Reason
           write PeriodReopenRecord
           close PeriodReopenLog
           move "REOPENED" to WS-Cal-Status(WS-Cal-Found)
           perform rewrite-calendar
           move spaces to WR-Text
           string "REASON: " delimited by size
               WS-Reason delimited by size
               into WR-Text
           end-string
           write PeriodCloseReportLine from WS-Result-Line
           move "PERIOD REOPENED - REOPEN LOGGED" to WR-Text
           write PeriodCloseReportLine from WS-Result-Line
           display WR-Text
           exit.

      *-------------------------------------------------------------
      *rewrite-calendar paragraph writes the calendar back from
      *storage
      *-------------------------------------------------------------
       rewrite-calendar.
           open output PeriodCalendar
           perform write-one-calendar-entry
               varying WS-Cal-Sub from 1 by 1
               until WS-Cal-Sub > WS-Cal-Count
           close PeriodCalendar
           exit.

      *-------------------------------------------------------------
      *write-one-calendar-entry paragraph writes one calendar line
      *-------------------------------------------------------------
       write-one-calendar-entry.
           move spaces to PeriodCalendarRecord
           move WS-Cal-System(WS-Cal-Sub) to PC-System
           move WS-Cal-Period(WS-Cal-Sub) to PC-Period
           move WS-Cal-Status(WS-Cal-Sub) to PC-Status
           move WS-Cal-Closed-By(WS-Cal-Sub) to PC-Closed-By
           move WS-Cal-Closed-Date(WS-Cal-Sub) to PC-Closed-Date
           write PeriodCalendarRecord
           exit.


      *-------------------------------------------------------------
      *Resolve every file path: the DD_ environment variable wins
      *when it is set, otherwise the built-in default stands, and
      *the resolved paths are echoed into the run output
      *-------------------------------------------------------------
       CONFIGURE-FILE-PATHS.
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_PERIODCALENDAR"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO PeriodCalendar-PATH
           END-IF
           DISPLAY "PeriodCalendar: " PeriodCalendar-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_PERIODREOPENLOG"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO PeriodReopenLog-PATH
           END-IF
           DISPLAY "PeriodReopenLog: " PeriodReopenLog-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_PERIODCLOSECHECKLIST"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO PeriodCloseChecklist-PATH
           END-IF
           DISPLAY "PeriodCloseChecklist: " PeriodCloseChecklist-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_DASHBOARDITEMS"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO DashboardItems-PATH
           END-IF
           DISPLAY "DashboardItems: " DashboardItems-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_PERIODCLOSEREPORT"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO PeriodCloseReport-PATH
           END-IF
           DISPLAY "PeriodCloseReport: " PeriodCloseReport-PATH
           EXIT.
       END PROGRAM PeriodClose.
