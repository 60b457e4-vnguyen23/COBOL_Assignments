      *supplemental journal (debit or credit per adjustment plus the
      *balancing entry, from the same GLAccountMap the payroll run
      *uses), prints an adjusted statement per item, and logs every
      *adjustment with a timestamp. An adjustment of kind "R" is a
      *rate correction (RetroPay generates them) and also moves the
      *period's base pay, so the same back pay is never worked out
      *twice. An adjustment is refused when the accounting period
      *its pay period falls in has been closed on the shared period
      *calendar, unless the period's reopen has been logged.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           03    PA-Amount              PIC 9(5)V99.
           03    FILLER                 PIC X.
           03    PA-Reason              PIC X(30).
      *Kind of adjustment: "R" rate correction; blank otherwise
           03    PA-Kind                PIC X.
               88  PA-Rate-Correction   VALUE "R".

       fd PayPeriodControl.
       01  PayPeriodControlRecord.
           03    EM-JobCode             PIC X.
           03    EM-StoreNumber         PIC X(4).
           03    EM-Status              PIC X.
           03    EM-PayBasis            PIC X.
           03    EM-HourlyRate          PIC 9(3)V99.

       fd YtdSalary.
       01  YtdSalaryRecord.
           03    PH-Garnish             PIC 9(7)V99.
           03    PH-Fixed               PIC 9(7)V99.
           03    PH-Net                 PIC S9(7)V99.
           03    PH-Base-Pay            PIC 9(7)V99.
           03    PH-Advance             PIC 9(7)V99.

       fd GLAccountMap.
       01  GLAccountMapRecord.
       01  WS-Period-Complete           PIC 9 VALUE 0.
           88  Period-Complete          VALUE 1.

      *Request block for the shared PeriodLock subprogram
       01  WS-PERIODLOCK-REQUEST.
           03  WS-PD-SYSTEM             PIC X(8).
           03  WS-PD-PERIOD             PIC 9(6).
           03  WS-PD-RESULT             PIC X.
               88  Period-Postable      VALUES "O" "R".

      *GL account mapping, loaded the same way the payroll run loads
      *it, with the "****"/"*" entry as the balancing account
       01  WS-GL-Map-Count              PIC 9(3) VALUE ZEROS.
           exit.

      *-------------------------------------------------------------
      *validate-adjustment paragraph checks the period is complete
      *and its accounting period not closed, the employee is on the
      *master, and the amount parses
      *-------------------------------------------------------------
       validate-adjustment.
           move 1 to WS-Adjust-Valid
               move "PERIOD NOT MARKED COMPLETE" to WS-Reject-Reason
               exit paragraph
           end-if
           move "PAYROLL" to WS-PD-SYSTEM
           move PA-Period(1:6) to WS-PD-PERIOD
           call "PeriodLock" using WS-PERIODLOCK-REQUEST
           if not Period-Postable
               move 0 to WS-Adjust-Valid
               move "ACCOUNTING PERIOD CLOSED" to WS-Reject-Reason
               exit paragraph
           end-if
           if not PA-Increase and not PA-Decrease
               move 0 to WS-Adjust-Valid
               move "SIGN NOT + OR -" to WS-Reject-Reason
      *adjust-pay-history paragraph keeps the reprint history
      *truthful by applying the delta to the period's gross and net;
      *a pay with no history record is noted but still adjusted in
      *the YTD and the journal. A rate correction moves the base pay
      *as well
      *-------------------------------------------------------------
       adjust-pay-history.
           move 1 to WS-PayHist-Key-Found
           if WS-PayHist-Key-Found = 1
               add WS-Signed-Amount to PH-Gross
               add WS-Signed-Amount to PH-Net
               if PA-Rate-Correction
                   add WS-Signed-Amount to PH-Base-Pay
               end-if
               rewrite PayHistoryRecord
           else
               display "NO PAY HISTORY FOR " PA-EmployeeID
