      *payment (student, term, amount) adds to the invoice's paid
      *figure, payments matching no invoice go to the reject report,
      *and the posted total is displayed against the feed total so
      *the run balances. Only the student's own money comes through
      *here; scholarships and bursaries are posted to the invoice's
      *awarded figure by the award disbursement run. A payment that
      *clears an invoice's balance releases the finance hold the
      *dunning run placed on StudentHolds.dat for that student and
      *term, dated with the run date, so the student can register
      *and order an official transcript again. Each payment posted
      *is written to TuitionActivity.dat for the general-ledger
      *journal run. The run is refused when the run date's
      *accounting period has been closed on the shared period
      *calendar, unless the period's reopen has been logged.

       environment division.
       input-output section.
           record key is IN-Key
           file status is WS-Invoice-Status.

           Select optional StudentHolds assign using
           StudentHolds-Path
           organization is line sequential.

           Select optional TuitionActivity assign using
           TuitionActivity-Path
           organization is line sequential.

           Select PaymentRejects assign using
           PaymentRejects-Path
           organization is line sequential.
           03 IN-Invoice-Date   PIC 9(8).
           03 IN-Amount         PIC 9(7)V99.
           03 IN-Paid           PIC 9(7)V99.
           03 IN-Awarded        PIC 9(7)V99.

       fd StudentHolds.
      ********StudentHoldRecord, one per hold placed******************
       01 StudentHoldRecord.
           03 HD-Student-Number PIC X(9).
           03 FILLER            PIC X.
      *F finance, R registrar, A academic
           03 HD-Hold-Type      PIC X.
           03 FILLER            PIC X.
      *the invoice term a finance hold was placed for
           03 HD-Term           PIC X(5).
           03 FILLER            PIC X.
           03 HD-Reason         PIC X(30).
           03 FILLER            PIC X.
           03 HD-Date-Placed    PIC 9(8).
           03 FILLER            PIC X.
           03 HD-Placed-By      PIC X(8).
           03 FILLER            PIC X.
      *zero while the hold is active
           03 HD-Date-Released  PIC 9(8).
      ********End of StudentHoldRecord*********************************

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

       fd PaymentRejects.
       01 PaymentRejectLine     PIC X(70).
           value "C:\DataFiles\TuitionInvoices.dat".
       01  PaymentRejects-Path  pic x(80)
           value "C:\DataFiles\PaymentRejects.rpt".
       01  StudentHolds-Path  pic x(80)
           value "C:\DataFiles\StudentHolds.dat".
       01  TuitionActivity-Path  pic x(80)
           value "C:\DataFiles\TuitionActivity.dat".
       01  path-override  pic x(80).
       01 WS-Invoice-Status     PIC XX.
       01 WS-EOF                PIC 9 VALUE 0.
       01 WS-Posted-Total       PIC 9(9)V99 VALUE ZEROS.
       01 WS-Rejected-Count     PIC 9(4) VALUE 0.
       01 WS-Feed-Total         PIC 9(9)V99 VALUE ZEROS.
       01 WS-Balance            PIC S9(7)V99.
       01 WS-Run-Date           PIC 9(8).
       01 WS-Holds-EOF          PIC 9 VALUE 0.
           88 End-Of-Holds      VALUE 1.
       01 WS-Released-Count     PIC 9(4) VALUE 0.

      *Every hold on file, rewritten when a hold is released
       01 WS-Hold-Count         PIC 9(4) VALUE 0.
       01 WS-Hold-Table.
           03 WS-Hold-Entry     OCCURS 0 TO 2000 TIMES
                                 DEPENDING ON WS-Hold-Count.
               05 WS-Hd-Student      PIC X(9).
               05 WS-Hd-Type         PIC X.
               05 WS-Hd-Term         PIC X(5).
               05 WS-Hd-Reason       PIC X(30).
               05 WS-Hd-Date-Placed  PIC 9(8).
               05 WS-Hd-Placed-By    PIC X(8).
               05 WS-Hd-Date-Released PIC 9(8).
       01 WS-Hold-Sub           PIC 9(4).

      *Request block for the shared PeriodLock subprogram
       01 WS-PERIODLOCK-REQUEST.
           03 WS-PD-SYSTEM      PIC X(8).
           03 WS-PD-PERIOD      PIC 9(6).
           03 WS-PD-RESULT      PIC X.
               88 Period-Postable VALUES "O" "R".

       01 WS-Reject-Line.
           03 FILLER            PIC X(8) VALUE "REJECT: ".
       procedure division.
       main-program.
           perform configure-file-paths
           accept WS-Run-Date from DATE YYYYMMDD
           move "TUITION" to WS-PD-SYSTEM
           move WS-Run-Date(1:6) to WS-PD-PERIOD
           call "PeriodLock" using WS-PERIODLOCK-REQUEST
           if not Period-Postable
               display "ACCOUNTING PERIOD " WS-PD-PERIOD
                   " IS CLOSED - NO PAYMENTS POSTED"
               stop run
           end-if
           perform load-holds
           perform open-files
           perform post-one-payment until No-More-Payments
           perform close-files
           if WS-Released-Count > 0
               perform rewrite-holds
           end-if
           display "PAYMENTS POSTED  : " WS-Posted-Count
               " FOR " WS-Posted-Total
           display "PAYMENTS REJECTED: " WS-Rejected-Count
           display "FEED TOTAL       : " WS-Feed-Total
           display "HOLDS RELEASED   : " WS-Released-Count
           if WS-Posted-Total = WS-Feed-Total
               display "RUN BALANCES - EVERY DOLLAR POSTED"
           else
               stop run
           end-if
           open output PaymentRejects
           open extend TuitionActivity
           read TuitionPayments
               at end set No-More-Payments to true
           end-read
               rewrite InvoiceRecord
               add 1 to WS-Posted-Count
               add TP-Amount to WS-Posted-Total
               move spaces to TuitionActivityRecord
               move WS-Run-Date to TV-Date
               move "P" to TV-Type
               move IN-Student-Number to TV-Student-Number
               move IN-Term to TV-Term
               move TP-Amount to TV-Amount
               write TuitionActivityRecord
               compute WS-Balance = IN-Amount - IN-Paid - IN-Awarded
               if WS-Balance <= 0
                   perform release-one-hold varying WS-Hold-Sub
                       from 1 by 1 until WS-Hold-Sub > WS-Hold-Count
               end-if
           else
               move spaces to WS-Reject-Line
               move "REJECT: " to WS-Reject-Line(1:8)
           end-read
           exit.

      *--------------------------------------------------------------
      *release-one-hold releases a hold when it is the active finance
      *hold for the invoice just cleared
      *--------------------------------------------------------------
       release-one-hold.
           if WS-Hd-Student(WS-Hold-Sub) = IN-Student-Number
               and WS-Hd-Type(WS-Hold-Sub) = "F"
               and WS-Hd-Term(WS-Hold-Sub) = IN-Term
               and WS-Hd-Date-Released(WS-Hold-Sub) = 0
               move WS-Run-Date to WS-Hd-Date-Released(WS-Hold-Sub)
               add 1 to WS-Released-Count
           end-if
           exit.

      *--------------------------------------------------------------
      *load-holds loads every hold on file
      *--------------------------------------------------------------
       load-holds.
           open input StudentHolds
           read StudentHolds
               at end set End-Of-Holds to true
           end-read
           perform load-one-hold until End-Of-Holds
           close StudentHolds
           exit.

      *--------------------------------------------------------------
      *load-one-hold stores one hold
      *--------------------------------------------------------------
       load-one-hold.
           if WS-Hold-Count >= 2000
               display "ERROR: Hold table full"
               stop run
           end-if
           add 1 to WS-Hold-Count
           move HD-Student-Number to WS-Hd-Student(WS-Hold-Count)
           move HD-Hold-Type to WS-Hd-Type(WS-Hold-Count)
           move HD-Term to WS-Hd-Term(WS-Hold-Count)
           move HD-Reason to WS-Hd-Reason(WS-Hold-Count)
           move HD-Date-Placed to WS-Hd-Date-Placed(WS-Hold-Count)
           move HD-Placed-By to WS-Hd-Placed-By(WS-Hold-Count)
           move HD-Date-Released to
               WS-Hd-Date-Released(WS-Hold-Count)
           read StudentHolds
               at end set End-Of-Holds to true
           end-read
           exit.

      *--------------------------------------------------------------
      *rewrite-holds writes the hold table back whole
      *--------------------------------------------------------------
       rewrite-holds.
           open output StudentHolds
           perform write-one-hold varying WS-Hold-Sub from 1 by 1
               until WS-Hold-Sub > WS-Hold-Count
           close StudentHolds
           exit.

      *--------------------------------------------------------------
      *write-one-hold writes one hold record
      *--------------------------------------------------------------
       write-one-hold.
           move spaces to StudentHoldRecord
           move WS-Hd-Student(WS-Hold-Sub) to HD-Student-Number
           move WS-Hd-Type(WS-Hold-Sub) to HD-Hold-Type
           move WS-Hd-Term(WS-Hold-Sub) to HD-Term
           move WS-Hd-Reason(WS-Hold-Sub) to HD-Reason
           move WS-Hd-Date-Placed(WS-Hold-Sub) to HD-Date-Placed
           move WS-Hd-Placed-By(WS-Hold-Sub) to HD-Placed-By
           move WS-Hd-Date-Released(WS-Hold-Sub) to HD-Date-Released
           write StudentHoldRecord
           exit.

      *--------------------------------------------------------------
      *close-files closes everything
      *--------------------------------------------------------------
       close-files.
           close TuitionPayments Invoices PaymentRejects
               TuitionActivity
           exit.


               move path-override to PaymentRejects-Path
           end-if
           display "PaymentRejects: " PaymentRejects-Path
           move spaces to path-override
           accept path-override from environment
               "DD_STUDENTHOLDS"
           if path-override not = spaces
               move path-override to StudentHolds-Path
           end-if
           display "StudentHolds: " StudentHolds-Path
           move spaces to path-override
           accept path-override from environment
               "DD_TUITIONACTIVITY"
           if path-override not = spaces
               move path-override to TuitionActivity-Path
           end-if
           display "TuitionActivity: " TuitionActivity-Path
           exit.
       end program PaymentPosting.
