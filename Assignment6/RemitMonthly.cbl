      *the company owes the government: total tax withheld, fixed
      *deductions by description, and employee counts for every pay
      *period in the operator-entered month, with the payment amount
      *at the bottom. The employer's own contributions ("E" records:
      *pension match, EI/CPP employer share, health tax) are rolled
      *up by description beside them and added to the payment, since
      *they go out with the same remittance. Each period's "T" tax
      *total is reconciled against the sum of that period's
      *per-store "S" register totals, so a week whose figures do not
      *tie is flagged before the payment goes out.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               05  FILLER               PIC X.
               05  SR-Fixed-Total       PIC 9(8)V99.
               05  FILLER               PIC X(9).
           03    SR-E-Detail REDEFINES SR-Detail.
               05  SR-Emp-Description   PIC X(10).
               05  FILLER               PIC X.
               05  SR-Emp-Total         PIC 9(8)V99.
               05  FILLER               PIC X(9).
      ********End of SourceRemitRecord*********************************

       fd RemitReport.
               05  WS-Fixed-Description PIC X(10).
               05  WS-Fixed-Total       PIC 9(9)V99.

      *Employer contributions rolled up by description
       01  WS-Emp-Count                 PIC 99 VALUE ZEROS.
       01  WS-Emp-Table.
           03  WS-Emp-Entry             OCCURS 0 TO 10 TIMES
                                         DEPENDING ON WS-Emp-Count
                                         INDEXED BY Emp-Ix.
               05  WS-Emp-Description   PIC X(10).
               05  WS-Emp-Total         PIC 9(9)V99.

       01  WS-Month-Tax                 PIC 9(9)V99 VALUE ZEROS.
       01  WS-Month-Employer            PIC 9(9)V99 VALUE ZEROS.
       01  WS-Month-Fixed               PIC 9(9)V99 VALUE ZEROS.
       01  WS-Payment-Due               PIC 9(9)V99.
       01  WS-Mismatch-Count            PIC 99 VALUE ZEROS.
           03  PL-Employees  PIC ZZZZ9.
           03  FILLER        PIC X(2)  VALUE SPACES.
           03  PL-Flag       PIC X(12).
       01  WS-Employer-Heading          PIC X(40) VALUE
           "EMPLOYER CONTRIBUTIONS".
       01  WS-Fixed-Line.
           03  FILLER        PIC X(2)  VALUE SPACES.
           03  FL-Description PIC X(10).
                           WS-Per-Store-Tax(Period-Ix)
                   when "F"
                       perform add-fixed-deduction
                   when "E"
                       perform add-employer-contribution
                   when other
                       display "BAD REMIT RECORD BYPASSED: "
                           SourceRemitRecord
           add SR-Fixed-Total to WS-Month-Fixed
           exit.

      *-------------------------------------------------------------
      *add-employer-contribution paragraph rolls one "E" record into
      *its description's monthly total
      *-------------------------------------------------------------
       add-employer-contribution.
           set Emp-Ix to 1
           search WS-Emp-Entry
               at end
                   if WS-Emp-Count >= 10
                       display "ERROR: Employer contribution table full"
                       stop run
                   end-if
                   add 1 to WS-Emp-Count
                   set Emp-Ix to WS-Emp-Count
                   move SR-Emp-Description to
                       WS-Emp-Description(Emp-Ix)
                   move ZEROS to WS-Emp-Total(Emp-Ix)
               when WS-Emp-Description(Emp-Ix) = SR-Emp-Description
                   continue
           end-search
           add SR-Emp-Total to WS-Emp-Total(Emp-Ix)
           add SR-Emp-Total to WS-Month-Employer
           exit.

      *-------------------------------------------------------------
      *write-employer-line paragraph writes one employer
      *contribution's monthly total
      *-------------------------------------------------------------
       write-employer-line.
           move WS-Emp-Description(Emp-Ix) to FL-Description
           move WS-Emp-Total(Emp-Ix) to FL-Total
           write RemitReportLine from WS-Fixed-Line
           exit.

      *-------------------------------------------------------------
      *write-remit-report paragraph writes the per-period listing
      *with the register reconciliation flag, the fixed deductions
      *and employer contributions by description, and the payment
      *amount owed
      *-------------------------------------------------------------
       write-remit-report.
           open output RemitReport
               move WS-Fixed-Total(Fixed-Ix) to FL-Total
               write RemitReportLine from WS-Fixed-Line
           end-perform
           if WS-Emp-Count > 0
               move spaces to RemitReportLine
               write RemitReportLine
               write RemitReportLine from WS-Employer-Heading
               perform write-employer-line varying Emp-Ix from 1 by 1
                   until Emp-Ix > WS-Emp-Count
           end-if
           move spaces to RemitReportLine
           write RemitReportLine
           move "TOTAL TAX WITHHELD      : " to TL-Label
           move "TOTAL FIXED DEDUCTIONS  : " to TL-Label
           move WS-Month-Fixed to TL-Amount
           write RemitReportLine from WS-Total-Line
           move "TOTAL EMPLOYER CONTRIB  : " to TL-Label
           move WS-Month-Employer to TL-Amount
           write RemitReportLine from WS-Total-Line
           compute WS-Payment-Due = WS-Month-Tax + WS-Month-Fixed
               + WS-Month-Employer
           move "REMITTANCE PAYMENT DUE  : " to TL-Label
           move WS-Payment-Due to TL-Amount
           write RemitReportLine from WS-Total-Line
