      *per-credit course fee, credits from CourseMaster.dat), and
      *writes one invoice record to the keyed Invoices file plus a
      *printable invoice. A student already invoiced for the term is
      *bypassed, so a rerun cannot double-bill. Scholarship and
      *bursary credits are carried apart from the student's own
      *payments, in the invoice's awarded figure. The term tuition
      *and the course fees of each invoice are written to
      *TuitionActivity.dat for the general-ledger journal run.

       environment division.
       input-output section.
           record key is IN-Key
           file status is WS-Invoice-Status.

           Select optional TuitionActivity assign using
           TuitionActivity-Path
           organization is line sequential.

           Select InvoicePrint assign using
           InvoicePrint-Path
           organization is line sequential.
           03 STM-DateOfBirth   PIC 9(8).
           03 STM-ProgramCode   PIC X(5).
           03 STM-Gender        PIC X.
      *status: applicant, current (active), withdrawn, graduated;
      *a blank status is a current student
           03 STM-Status        PIC X.
               88 STM-Applicant VALUE "A".
               88 STM-Active    VALUE "C" " ".
               88 STM-Withdrawn VALUE "W".
               88 STM-Graduated VALUE "G".
           03 STM-Status-Date   PIC 9(8).

       fd CourseEnrollment.
       01 CourseEnrollmentRecord.
           03 IN-Invoice-Date   PIC 9(8).
           03 IN-Amount         PIC 9(7)V99.
           03 IN-Paid           PIC 9(7)V99.
           03 IN-Awarded        PIC 9(7)V99.
      ********End of InvoiceRecord*************************************

       fd TuitionActivity.
      ********TuitionActivityRecord, one per amount billed or paid****
       01 TuitionActivityRecord.
           03 TV-Date           PIC 9(8).
           03 FILLER            PIC X.
      *T tuition billed, F course fees billed, P payment received
           03 TV-Type           PIC X.
           03 FILLER            PIC X.
           03 TV-Student-Number PIC X(9).
           03 FILLER            PIC X.
           03 TV-Term           PIC X(5).
           03 FILLER            PIC X.
           03 TV-Amount         PIC 9(7)V99.
      ********End of TuitionActivityRecord*****************************

       fd InvoicePrint.
       01 InvoicePrintLine      PIC X(70).

           value "C:\DataFiles\TuitionInvoices.dat".
       01  InvoicePrint-Path  pic x(80)
           value "C:\DataFiles\TuitionInvoices.rpt".
       01  TuitionActivity-Path  pic x(80)
           value "C:\DataFiles\TuitionActivity.dat".
       01  path-override  pic x(80).
       01 WS-Master-Status      PIC XX.
       01 WS-Invoice-Status     PIC XX.
               open i-o Invoices
           end-if
           open output InvoicePrint
           open extend TuitionActivity
           exit.

      *--------------------------------------------------------------
           move WS-Billing-Term to IN-Term
           move WS-Run-Date to IN-Invoice-Date
           move WS-Invoice-Amount to IN-Amount
           move ZEROS to IN-Paid IN-Awarded
           write InvoiceRecord
           perform write-billing-activity
           perform print-one-invoice
           add 1 to WS-Invoiced-Count
           exit.

      *--------------------------------------------------------------
      *write-billing-activity writes the invoice's tuition and its
      *course fees as separate activity for the journal
      *--------------------------------------------------------------
       write-billing-activity.
           move spaces to TuitionActivityRecord
           move WS-Run-Date to TV-Date
           move "T" to TV-Type
           move IN-Student-Number to TV-Student-Number
           move IN-Term to TV-Term
           move WS-Fee-Tuition(Fee-Ix) to TV-Amount
           write TuitionActivityRecord
           if WS-Invoice-Amount > WS-Fee-Tuition(Fee-Ix)
               move "F" to TV-Type
               compute TV-Amount =
                   WS-Invoice-Amount - WS-Fee-Tuition(Fee-Ix)
               write TuitionActivityRecord
           end-if
           exit.

      *--------------------------------------------------------------
      *sum-term-credits totals the student's enrolled credits for
      *the term being billed
      *close-files closes everything
      *--------------------------------------------------------------
       close-files.
           close StudentMaster Invoices InvoicePrint TuitionActivity
           exit.


               move path-override to InvoicePrint-Path
           end-if
           display "InvoicePrint: " InvoicePrint-Path
           move spaces to path-override
           accept path-override from environment
               "DD_TUITIONACTIVITY"
           if path-override not = spaces
               move path-override to TuitionActivity-Path
           end-if
           display "TuitionActivity: " TuitionActivity-Path
           exit.
       end program TuitionBilling.
