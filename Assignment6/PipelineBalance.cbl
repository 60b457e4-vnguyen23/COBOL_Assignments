      *PAYROLL, orphaned, excepted, paid, and the GL debits. A leg
      *whose numbers do not tie is flagged, so a record or dollar
      *leaking between SalaryEdit, PAYROLL, and the journal is
      *caught the same night instead of at month end. When the
      *hourly timecards were edited the same week, their legs are
      *proven too: raw cards in, rejected, clean out, and loaded by
      *PAYROLL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-Paid                      PIC 9(7) VALUE ZEROS.
       01  WS-Paid-Gross                PIC 9(10)V99 VALUE ZEROS.
       01  WS-GL-Debits                 PIC 9(10)V99 VALUE ZEROS.
       01  WS-TC-Raw-In                 PIC 9(7) VALUE ZEROS.
       01  WS-TC-Rejected               PIC 9(7) VALUE ZEROS.
       01  WS-TC-Clean-Out              PIC 9(7) VALUE ZEROS.
       01  WS-TC-Clean-Hours            PIC 9(10)V99 VALUE ZEROS.
       01  WS-TC-Loaded                 PIC 9(7) VALUE ZEROS.
       01  WS-Edit-Seen                 PIC 9 VALUE 0.
       01  WS-TC-Edit-Seen              PIC 9 VALUE 0.
       01  WS-Payroll-Seen              PIC 9 VALUE 0.
       01  WS-Check-Count               PIC 9(7).

                       move PC-Amount to WS-Paid-Gross
                   when "GLDEBITS"
                       move PC-Amount to WS-GL-Debits
                   when "TCRAWIN"
                       move PC-Count to WS-TC-Raw-In
                       move 1 to WS-TC-Edit-Seen
                   when "TCREJECTED"
                       move PC-Count to WS-TC-Rejected
                   when "TCCLEANOUT"
                       move PC-Count to WS-TC-Clean-Out
                       move PC-Amount to WS-TC-Clean-Hours
                   when "TCLOADED"
                       move PC-Count to WS-TC-Loaded
                   when other
                       continue
               end-evaluate
           move ZEROS to LL-Count
           move WS-GL-Debits to LL-Amount
           write BalanceReportLine from WS-Leg-Line
           if WS-TC-Edit-Seen = 1 or WS-TC-Loaded > 0
               move "TIMECARDS IN            : " to LL-Label
               move WS-TC-Raw-In to LL-Count
               move ZEROS to LL-Amount
               write BalanceReportLine from WS-Leg-Line
               move "TIMECARDS REJECTED      : " to LL-Label
               move WS-TC-Rejected to LL-Count
               write BalanceReportLine from WS-Leg-Line
               move "TIMECARDS CLEAN (HOURS) : " to LL-Label
               move WS-TC-Clean-Out to LL-Count
               move WS-TC-Clean-Hours to LL-Amount
               write BalanceReportLine from WS-Leg-Line
               move "TIMECARDS LOADED        : " to LL-Label
               move WS-TC-Loaded to LL-Count
               move ZEROS to LL-Amount
               write BalanceReportLine from WS-Leg-Line
           end-if
           move spaces to BalanceReportLine
           write BalanceReportLine

               write BalanceReportLine from WS-Flag-Line
               add 1 to WS-Mismatch-Count
           end-if
           if WS-TC-Edit-Seen = 0 and WS-TC-Loaded > 0
               move "TIMECARDEDIT NEVER LOGGED THIS PERIOD"
                   to FG-Text
               write BalanceReportLine from WS-Flag-Line
               add 1 to WS-Mismatch-Count
           end-if
           compute WS-Check-Count = WS-TC-Rejected + WS-TC-Clean-Out
           if WS-TC-Edit-Seen = 1
               and WS-Check-Count not = WS-TC-Raw-In
               move "TIMECARDS IN <> REJECTED + CLEAN OUT" to FG-Text
               write BalanceReportLine from WS-Flag-Line
               add 1 to WS-Mismatch-Count
           end-if
           if WS-TC-Edit-Seen = 1 and WS-Payroll-Seen = 1
               and WS-TC-Clean-Out not = WS-TC-Loaded
               move "TIMECARDS CLEAN <> LOADED BY PAYROLL" to FG-Text
               write BalanceReportLine from WS-Flag-Line
               add 1 to WS-Mismatch-Count
           end-if
           if WS-Mismatch-Count = 0
               move "EVERY LEG TIES - NO LEAKS" to BalanceReportLine
               write BalanceReportLine
