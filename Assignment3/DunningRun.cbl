       identification division.
       program-id. DunningRun as "DunningRun".

      *DunningRun follows up the balances TuitionAging reports
      *instead of leaving them on the page. Every invoice on the
      *keyed TuitionInvoices file still owing money is aged from its
      *invoice date into the same buckets as the aging report, and
      *the student is sent the notice for the bucket it has reached:
      *a first notice past 30 days, a second past 60, and a final
      *notice past 90. DunningLog.dat records each notice sent, so a
      *student gets each notice for an invoice once and the next
      *only when the balance ages into the next bucket. An invoice
      *past 90 days also places a finance hold ("F") on
      *StudentHolds.dat for the student and term, placed by DUNNING,
      *unless one is already active. A hold on StudentHolds.dat
      *stops EnrollmentMaint registering the student and Transcript
      *printing an official copy until it is released; finance
      *holds are released by PaymentPosting when the payment that
      *clears the balance is posted. The notices are written to
      *DunningNotices.rpt for mailing.

       environment division.
       input-output section.
       file-control.
           Select Invoices assign using
           Invoices-Path
           organization is indexed
           access is sequential
           record key is IN-Key
           file status is WS-Invoice-Status.

           Select StudentMaster assign using
           StudentMaster-Path
           organization is indexed
           access is random
           record key is STM-Student-Number
           file status is WS-Master-Status.

           Select optional StudentHolds assign using
           StudentHolds-Path
           organization is line sequential.

           Select optional DunningLog assign using
           DunningLog-Path
           organization is line sequential.

           Select DunningNotices assign using
           DunningNotices-Path
           organization is line sequential.

       data division.
       file section.
       fd Invoices.
       01 InvoiceRecord.
           03 IN-Key.
               05 IN-Student-Number PIC X(9).
               05 IN-Term           PIC X(5).
           03 IN-Invoice-Date   PIC 9(8).
           03 IN-Amount         PIC 9(7)V99.
           03 IN-Paid           PIC 9(7)V99.
           03 IN-Awarded        PIC 9(7)V99.

       fd StudentMaster.
       01 StudentMasterRecord.
           03 STM-Student-Number PIC X(9).
           03 STM-Surname       PIC X(20).
           03 STM-Initials      PIC X(4).
           03 STM-GivenName     PIC X(20).
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

       fd DunningLog.
      ********DunningLogRecord, one per notice sent*******************
       01 DunningLogRecord.
           03 DG-Student-Number PIC X(9).
           03 FILLER            PIC X.
           03 DG-Term           PIC X(5).
           03 FILLER            PIC X.
      *1 first, 2 second, 3 final notice
           03 DG-Stage          PIC 9.
           03 FILLER            PIC X.
           03 DG-Date           PIC 9(8).
      ********End of DunningLogRecord**********************************

       fd DunningNotices.
       01 DunningNoticeLine     PIC X(70).

       working-storage section.

      *File assignments resolved at start-up: each path may be
      *overridden through its DD_ environment variable, with the
      *original location as the default, so test and production
      *are a configuration difference instead of a source edit
       01  Invoices-Path  pic x(80)
           value "C:\DataFiles\TuitionInvoices.dat".
       01  StudentMaster-Path  pic x(80)
           value "C:\DataFiles\StudentMaster.dat".
       01  StudentHolds-Path  pic x(80)
           value "C:\DataFiles\StudentHolds.dat".
       01  DunningLog-Path  pic x(80)
           value "C:\DataFiles\DunningLog.dat".
       01  DunningNotices-Path  pic x(80)
           value "C:\DataFiles\DunningNotices.rpt".
       01  path-override  pic x(80).
       01 WS-Invoice-Status     PIC XX.
       01 WS-Master-Status      PIC XX.
       01 WS-EOF                PIC 9 VALUE 0.
           88 End-Of-Invoices   VALUE 1.
       01 WS-Holds-EOF          PIC 9 VALUE 0.
           88 End-Of-Holds      VALUE 1.
       01 WS-Log-EOF            PIC 9 VALUE 0.
           88 End-Of-Log        VALUE 1.
       01 WS-Student-Found      PIC 9 VALUE 0.
           88 Student-Found     VALUE 1.
       01 WS-Outstanding        PIC S9(7)V99.
       01 WS-Age-Days           PIC S9(5).
       01 WS-Stage              PIC 9.
       01 WS-Stage-Sent         PIC 9.

      *Day-number conversion for the age in days
       01 WS-Date-Work          PIC 9(8).
       01 WS-Date-Work-Parts REDEFINES WS-Date-Work.
           03 WS-DW-Year        PIC 9(4).
           03 WS-DW-Month       PIC 99.
           03 WS-DW-Day         PIC 99.
       01 WS-Daynum             PIC 9(7).
       01 WS-DN-Year            PIC 9(5).
       01 WS-DN-Month           PIC 99.
       01 WS-DN-Leap4           PIC 9(5).
       01 WS-DN-Leap100         PIC 9(4).
       01 WS-DN-Leap400         PIC 9(3).
       01 WS-DN-Month-Work      PIC 9(4).
       01 WS-DN-Month-Days      PIC 9(3).
       01 WS-Today-Date         PIC 9(8).
       01 WS-Today-Daynum       PIC 9(7).
       01 WS-Invoice-Daynum     PIC 9(7).

      *Every hold on file, rewritten at the end of the run
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
       01 WS-Hold-Active        PIC 9 VALUE 0.
           88 Hold-Active       VALUE 1.

      *The highest notice already sent for each invoice
       01 WS-Sent-Count         PIC 9(4) VALUE 0.
       01 WS-Sent-Table.
           03 WS-Sent-Entry     OCCURS 0 TO 5000 TIMES
                                 DEPENDING ON WS-Sent-Count
                                 INDEXED BY Sent-Ix.
               05 WS-Sn-Key.
                   07 WS-Sn-Student PIC X(9).
                   07 WS-Sn-Term    PIC X(5).
               05 WS-Sn-Stage   PIC 9.
       01 WS-Sent-Key.
           03 WS-Sk-Student     PIC X(9).
           03 WS-Sk-Term        PIC X(5).

       01 WS-Notice-Counts.
           03 WS-Notice-Count   PIC 9(4) VALUE 0 OCCURS 3 TIMES.
       01 WS-Holds-Placed       PIC 9(4) VALUE 0.

       01 WS-Stage-Names        PIC X(39) VALUE
           "FIRST NOTICE SECOND NOTICEFINAL NOTICE ".
       01 WS-Stage-Name-Table REDEFINES WS-Stage-Names.
           03 WS-Stage-Name     PIC X(13) OCCURS 3 TIMES.

       01 WS-Separator-Line     PIC X(60) VALUE ALL "=".
       01 WS-Notice-Heading.
           03 FILLER            PIC X(26) VALUE
               "TUITION ACCOUNT OVERDUE - ".
           03 NH-Stage          PIC X(13).
           03 FILLER            PIC X(2)  VALUE SPACES.
           03 NH-Date           PIC 9(8).
       01 WS-Notice-Student.
           03 FILLER            PIC X(9)  VALUE "STUDENT  ".
           03 NS-Student        PIC X(9).
           03 FILLER            PIC X(2)  VALUE SPACES.
           03 NS-Name           PIC X(45).
       01 WS-Notice-Invoice.
           03 FILLER            PIC X(9)  VALUE "TERM     ".
           03 NI-Term           PIC X(5).
           03 FILLER            PIC X(16) VALUE "  INVOICE DATE  ".
           03 NI-Invoice-Date   PIC 9(8).
       01 WS-Notice-Balance.
           03 FILLER            PIC X(21) VALUE
               "BALANCE OUTSTANDING  ".
           03 NB-Balance        PIC ZZZ,ZZ9.99.
           03 FILLER            PIC X(9)  VALUE "   DAYS  ".
           03 NB-Days           PIC ZZZZ9.
       01 WS-Notice-Text        PIC X(70).

       procedure division.
       main-program.
           perform configure-file-paths
           accept WS-Today-Date from DATE YYYYMMDD
           move WS-Today-Date to WS-Date-Work
           perform convert-date-to-daynum
           move WS-Daynum to WS-Today-Daynum
           perform load-holds
           perform load-dunning-log
           perform open-files
           perform dun-one-invoice until End-Of-Invoices
           close Invoices StudentMaster DunningLog DunningNotices
           perform rewrite-holds
           display "FIRST NOTICES      : " WS-Notice-Count(1)
           display "SECOND NOTICES     : " WS-Notice-Count(2)
           display "FINAL NOTICES      : " WS-Notice-Count(3)
           display "HOLDS PLACED       : " WS-Holds-Placed

           goback.

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
      *load-dunning-log keeps the highest notice sent per invoice
      *--------------------------------------------------------------
       load-dunning-log.
           open input DunningLog
           read DunningLog
               at end set End-Of-Log to true
           end-read
           perform load-one-notice-sent until End-Of-Log
           close DunningLog
           exit.

      *--------------------------------------------------------------
      *load-one-notice-sent raises the invoice's highest notice
      *--------------------------------------------------------------
       load-one-notice-sent.
           move DG-Student-Number to WS-Sk-Student
           move DG-Term to WS-Sk-Term
           set Sent-Ix to 1
           search WS-Sent-Entry
               at end
                   if WS-Sent-Count >= 5000
                       display "ERROR: Dunning log table full"
                       stop run
                   end-if
                   add 1 to WS-Sent-Count
                   move WS-Sent-Key to WS-Sn-Key(WS-Sent-Count)
                   move DG-Stage to WS-Sn-Stage(WS-Sent-Count)
               when WS-Sn-Key(Sent-Ix) = WS-Sent-Key
                   if DG-Stage > WS-Sn-Stage(Sent-Ix)
                       move DG-Stage to WS-Sn-Stage(Sent-Ix)
                   end-if
           end-search
           read DunningLog
               at end set End-Of-Log to true
           end-read
           exit.

      *--------------------------------------------------------------
      *open-files opens the invoices, the student master, the log
      *and the notices, and primes the first invoice
      *--------------------------------------------------------------
       open-files.
           open input Invoices
           if WS-Invoice-Status not = "00"
               display "CANNOT OPEN TuitionInvoices.dat - STATUS "
                   WS-Invoice-Status
               stop run
           end-if
           open input StudentMaster
           if WS-Master-Status not = "00"
               display "ERROR: StudentMaster could not be opened,"
                   " status " WS-Master-Status
               stop run
           end-if
           open extend DunningLog
           open output DunningNotices
           read Invoices next record
               at end set End-Of-Invoices to true
           end-read
           exit.

      *--------------------------------------------------------------
      *dun-one-invoice ages one invoice still owing, sends the notice
      *for its bucket when it has not been sent yet, and holds the
      *student once the balance is past 90 days
      *--------------------------------------------------------------
       dun-one-invoice.
           compute WS-Outstanding = IN-Amount - IN-Paid - IN-Awarded
           if WS-Outstanding > 0
               move IN-Invoice-Date to WS-Date-Work
               perform convert-date-to-daynum
               move WS-Daynum to WS-Invoice-Daynum
               compute WS-Age-Days =
                   WS-Today-Daynum - WS-Invoice-Daynum
               evaluate true
                   when WS-Age-Days <= 30
                       move 0 to WS-Stage
                   when WS-Age-Days <= 60
                       move 1 to WS-Stage
                   when WS-Age-Days <= 90
                       move 2 to WS-Stage
                   when other
                       move 3 to WS-Stage
               end-evaluate
               if WS-Stage = 3
                   perform place-finance-hold
               end-if
               perform find-stage-sent
               if WS-Stage > WS-Stage-Sent
                   perform write-dunning-notice
               end-if
           end-if
           read Invoices next record
               at end set End-Of-Invoices to true
           end-read
           exit.

      *--------------------------------------------------------------
      *find-stage-sent finds the highest notice already sent for the
      *invoice, zero when none has been
      *--------------------------------------------------------------
       find-stage-sent.
           move 0 to WS-Stage-Sent
           move IN-Student-Number to WS-Sk-Student
           move IN-Term to WS-Sk-Term
           set Sent-Ix to 1
           search WS-Sent-Entry
               at end continue
               when WS-Sn-Key(Sent-Ix) = WS-Sent-Key
                   move WS-Sn-Stage(Sent-Ix) to WS-Stage-Sent
           end-search
           exit.

      *--------------------------------------------------------------
      *place-finance-hold adds a finance hold for the student and
      *term unless one is already active
      *--------------------------------------------------------------
       place-finance-hold.
           move 0 to WS-Hold-Active
           perform check-one-hold varying WS-Hold-Sub from 1 by 1
               until WS-Hold-Sub > WS-Hold-Count or Hold-Active
           if Hold-Active
               exit paragraph
           end-if
           if WS-Hold-Count >= 2000
               display "ERROR: Hold table full"
               stop run
           end-if
           add 1 to WS-Hold-Count
           move IN-Student-Number to WS-Hd-Student(WS-Hold-Count)
           move "F" to WS-Hd-Type(WS-Hold-Count)
           move IN-Term to WS-Hd-Term(WS-Hold-Count)
           move "TUITION OVERDUE OVER 90 DAYS" to
               WS-Hd-Reason(WS-Hold-Count)
           move WS-Today-Date to WS-Hd-Date-Placed(WS-Hold-Count)
           move "DUNNING" to WS-Hd-Placed-By(WS-Hold-Count)
           move 0 to WS-Hd-Date-Released(WS-Hold-Count)
           add 1 to WS-Holds-Placed
           exit.

      *--------------------------------------------------------------
      *check-one-hold tells whether a hold is an active finance hold
      *for the invoice
      *--------------------------------------------------------------
       check-one-hold.
           if WS-Hd-Student(WS-Hold-Sub) = IN-Student-Number
               and WS-Hd-Type(WS-Hold-Sub) = "F"
               and WS-Hd-Term(WS-Hold-Sub) = IN-Term
               and WS-Hd-Date-Released(WS-Hold-Sub) = 0
               set Hold-Active to true
           end-if
           exit.

      *--------------------------------------------------------------
      *write-dunning-notice writes the notice for the invoice's
      *bucket and logs it as sent
      *--------------------------------------------------------------
       write-dunning-notice.
           move 1 to WS-Student-Found
           move IN-Student-Number to STM-Student-Number
           read StudentMaster key is STM-Student-Number
               invalid key
                   move 0 to WS-Student-Found
           end-read
           write DunningNoticeLine from WS-Separator-Line
           move WS-Stage-Name(WS-Stage) to NH-Stage
           move WS-Today-Date to NH-Date
           write DunningNoticeLine from WS-Notice-Heading
           move IN-Student-Number to NS-Student
           move spaces to NS-Name
           if Student-Found
               string STM-Surname   delimited by space
                      ", "          delimited by size
                      STM-GivenName delimited by space
                      " "           delimited by size
                      STM-Initials  delimited by space
                      into NS-Name
           else
               move "*** NOT ON STUDENT MASTER ***" to NS-Name
           end-if
           write DunningNoticeLine from WS-Notice-Student
           move IN-Term to NI-Term
           move IN-Invoice-Date to NI-Invoice-Date
           write DunningNoticeLine from WS-Notice-Invoice
           move WS-Outstanding to NB-Balance
           move WS-Age-Days to NB-Days
           write DunningNoticeLine from WS-Notice-Balance
           evaluate WS-Stage
               when 1
                   move "PLEASE REMIT THE BALANCE PROMPTLY." to
                       WS-Notice-Text
                   write DunningNoticeLine from WS-Notice-Text
               when 2
                   move "PAYMENT IS OVERDUE. PLEASE REMIT THE BALANCE"
                       to WS-Notice-Text
                   write DunningNoticeLine from WS-Notice-Text
                   move "WITHIN 30 DAYS." to WS-Notice-Text
                   write DunningNoticeLine from WS-Notice-Text
               when other
                   move "A FINANCIAL HOLD HAS BEEN PLACED ON YOUR"
                       to WS-Notice-Text
                   write DunningNoticeLine from WS-Notice-Text
                   move "RECORD. REGISTRATION AND OFFICIAL TRANSCRIPTS"
                       to WS-Notice-Text
                   write DunningNoticeLine from WS-Notice-Text
                   move "ARE WITHHELD UNTIL THE BALANCE IS PAID." to
                       WS-Notice-Text
                   write DunningNoticeLine from WS-Notice-Text
           end-evaluate
           move spaces to DunningLogRecord
           move IN-Student-Number to DG-Student-Number
           move IN-Term to DG-Term
           move WS-Stage to DG-Stage
           move WS-Today-Date to DG-Date
           write DunningLogRecord
           add 1 to WS-Notice-Count(WS-Stage)
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

      *-------------------------------------------------------------
      *convert-date-to-daynum turns the YYYYMMDD date in
      *WS-Date-Work into a running day number in WS-Daynum, each
      *division truncated on its own so differences come out exact;
      *January and February count as months 13 and 14 of the prior
      *year
      *-------------------------------------------------------------
       convert-date-to-daynum.
           if WS-DW-Month > 2
               move WS-DW-Year to WS-DN-Year
               move WS-DW-Month to WS-DN-Month
           else
               compute WS-DN-Year = WS-DW-Year - 1
               compute WS-DN-Month = WS-DW-Month + 12
           end-if
           divide WS-DN-Year by 4 giving WS-DN-Leap4
           divide WS-DN-Year by 100 giving WS-DN-Leap100
           divide WS-DN-Year by 400 giving WS-DN-Leap400
           compute WS-DN-Month-Work = 153 * (WS-DN-Month + 1)
           divide WS-DN-Month-Work by 5 giving WS-DN-Month-Days
           compute WS-Daynum = 365 * WS-DN-Year
               + WS-DN-Leap4 - WS-DN-Leap100 + WS-DN-Leap400
               + WS-DN-Month-Days + WS-DW-Day
           exit.


      *-------------------------------------------------------------
      *Resolve every file path: the DD_ environment variable wins
      *when it is set, otherwise the built-in default stands, and
      *the resolved paths are echoed into the run output
      *-------------------------------------------------------------
       configure-file-paths.
           move spaces to path-override
           accept path-override from environment
               "DD_INVOICES"
           if path-override not = spaces
               move path-override to Invoices-Path
           end-if
           display "Invoices: " Invoices-Path
           move spaces to path-override
           accept path-override from environment
               "DD_STUDENTMASTER"
           if path-override not = spaces
               move path-override to StudentMaster-Path
           end-if
           display "StudentMaster: " StudentMaster-Path
           move spaces to path-override
           accept path-override from environment
               "DD_STUDENTHOLDS"
           if path-override not = spaces
               move path-override to StudentHolds-Path
           end-if
           display "StudentHolds: " StudentHolds-Path
           move spaces to path-override
           accept path-override from environment
               "DD_DUNNINGLOG"
           if path-override not = spaces
               move path-override to DunningLog-Path
           end-if
           display "DunningLog: " DunningLog-Path
           move spaces to path-override
           accept path-override from environment
               "DD_DUNNINGNOTICES"
           if path-override not = spaces
               move path-override to DunningNotices-Path
           end-if
           display "DunningNotices: " DunningNotices-Path
           exit.
       end program DunningRun.
