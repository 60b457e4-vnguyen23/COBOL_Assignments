       IDENTIFICATION DIVISION.
       PROGRAM-ID. PeriodLock as "PeriodLock".

      *PeriodLock is the shared accounting-period lock subprogram,
      *called the way RunLog and SignOn are by every program that
      *posts into a period: the caller passes the system and the
      *period (YYYYMM) it is about to post to, and gets back
      *  "O" - the period is open (or still closing) - post freely
      *  "R" - the period was closed and has since been reopened
      *        with the reopen logged - post, it is authorized
      *  "C" - the period is closed - refuse the posting
      *The period calendar PeriodClose maintains holds one line per
      *system and period; a period with no line has never been
      *closed and is open. A period marked reopened only counts as
      *reopened when the reopen log holds an entry for it made on
      *or after the day it was closed, so a calendar edited by hand
      *cannot unlock a period. Both files are loaded on the first
      *call and held for the rest of the run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select optional PeriodCalendar assign using
           PeriodCalendar-PATH
           organization is line sequential.

           select optional PeriodReopenLog assign using
           PeriodReopenLog-PATH
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

       WORKING-STORAGE SECTION.

      *File assignments resolved at start-up: each path may be
      *overridden through its DD_ environment variable, with the
      *original location as the default, so test and production
      *are a configuration difference instead of a source edit
       01  PeriodCalendar-PATH  PIC X(80)
           VALUE "C:\DataFiles\PeriodCalendar.dat".
       01  PeriodReopenLog-PATH  PIC X(80)
           VALUE "C:\DataFiles\PeriodReopenLog.dat".
       01  PATH-OVERRIDE  PIC X(80).
       01  WS-Loaded                    PIC 9 VALUE 0.
           88  calendar-loaded          VALUE 1.
       01  WS-Calendar-EOF              PIC 9 VALUE 0.
           88  end-of-calendar          VALUE 1.
       01  WS-Reopen-EOF                PIC 9 VALUE 0.
           88  end-of-reopen-log        VALUE 1.
       01  WS-Found                     PIC 9 VALUE 0.
           88  period-found             VALUE 1.

      *The closed and reopened periods from the calendar, each
      *reopened one flagged when the log authorizes it
       01  WS-Period-Count              PIC 9(4) VALUE 0.
       01  WS-Period-Table.
           03  WS-Period-Entry          OCCURS 0 TO 2000 TIMES
                                         DEPENDING ON
                                         WS-Period-Count
                                         INDEXED BY Period-IX.
               05  WS-Period-System     PIC X(8).
               05  WS-Period-Period     PIC 9(6).
               05  WS-Period-Status     PIC X(8).
               05  WS-Period-Closed-Date
                                        PIC 9(8).
               05  WS-Period-Logged     PIC 9.

       LINKAGE SECTION.
       01  LS-PERIODLOCK-REQUEST.
           03  LS-PD-SYSTEM           PIC X(8).
           03  LS-PD-PERIOD           PIC 9(6).
           03  LS-PD-RESULT           PIC X.
               88  Period-Open        VALUE "O".
               88  Period-Reopened    VALUE "R".
               88  Period-Closed      VALUE "C".

       PROCEDURE DIVISION USING LS-PERIODLOCK-REQUEST.

       main-program.
           if not calendar-loaded
               PERFORM CONFIGURE-FILE-PATHS
               perform load-calendar
               perform load-reopen-log
               set calendar-loaded to true
           end-if
           set Period-Open to true
           move 0 to WS-Found
           perform find-one-period
               varying Period-IX from 1 by 1
               until Period-IX > WS-Period-Count
                  or period-found
           goback.

      *-------------------------------------------------------------
      *load-calendar paragraph keeps every period that has been
      *closed or reopened; open and closing periods post freely and
      *are not held
      *-------------------------------------------------------------
       load-calendar.
           move 0 to WS-Calendar-EOF
           open input PeriodCalendar
           read PeriodCalendar
               at end set end-of-calendar to true
           end-read
           perform load-one-period until end-of-calendar
           close PeriodCalendar
           exit.

      *-------------------------------------------------------------
      *load-one-period paragraph holds one closed or reopened period
      *-------------------------------------------------------------
       load-one-period.
           if PC-Status = "CLOSED" or PC-Status = "REOPENED"
               if WS-Period-Count >= 2000
                   display "ERROR: Period calendar table full"
                   stop run
               end-if
               add 1 to WS-Period-Count
               move PC-System to WS-Period-System(WS-Period-Count)
               move PC-Period to WS-Period-Period(WS-Period-Count)
               move PC-Status to WS-Period-Status(WS-Period-Count)
               move PC-Closed-Date
                   to WS-Period-Closed-Date(WS-Period-Count)
               move 0 to WS-Period-Logged(WS-Period-Count)
           end-if
           read PeriodCalendar
               at end set end-of-calendar to true
           end-read
           exit.

      *-------------------------------------------------------------
      *load-reopen-log paragraph flags each reopened period the log
      *holds a reopen for
      *-------------------------------------------------------------
       load-reopen-log.
           move 0 to WS-Reopen-EOF
           open input PeriodReopenLog
           read PeriodReopenLog
               at end set end-of-reopen-log to true
           end-read
           perform apply-one-reopen until end-of-reopen-log
           close PeriodReopenLog
           exit.

      *-------------------------------------------------------------
      *apply-one-reopen paragraph matches one logged reopen to its
      *period
      *-------------------------------------------------------------
       apply-one-reopen.
           perform flag-one-period
               varying Period-IX from 1 by 1
               until Period-IX > WS-Period-Count
           read PeriodReopenLog
               at end set end-of-reopen-log to true
           end-read
           exit.

      *-------------------------------------------------------------
      *flag-one-period paragraph flags a period the reopen covers,
      *when the reopen was made no earlier than the close
      *-------------------------------------------------------------
       flag-one-period.
           if WS-Period-System(Period-IX) = RO-System
               and WS-Period-Period(Period-IX) = RO-Period
               and RO-Date >= WS-Period-Closed-Date(Period-IX)
               move 1 to WS-Period-Logged(Period-IX)
           end-if
           exit.

      *-------------------------------------------------------------
      *find-one-period paragraph sets the result from the held
      *period matching the caller's system and period
      *-------------------------------------------------------------
       find-one-period.
           if WS-Period-System(Period-IX) = LS-PD-SYSTEM
               and WS-Period-Period(Period-IX) = LS-PD-PERIOD
               set period-found to true
               if WS-Period-Status(Period-IX) = "REOPENED"
                   and WS-Period-Logged(Period-IX) = 1
                   set Period-Reopened to true
               else
                   set Period-Closed to true
               end-if
           end-if
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
           EXIT.
       END PROGRAM PeriodLock.
