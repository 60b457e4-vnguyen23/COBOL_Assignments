       identification division.
       program-id. TaxReceipts as "TaxReceipts".

      *TaxReceipts produces the students' year-end tuition tax
      *receipts for an operator-entered tax year (the year before
      *the run date when none is entered). A student's eligible
      *tuition is the total of their TuitionInvoices.dat invoices
      *for terms starting in the year; the invoice amount already
      *carries every drop and withdrawal credit, and the year's
      *credits from TuitionCreditAudit.dat are shown on the receipt
      *so it reads as tuition billed less refund credits. Months of
      *study come from the student's CourseEnrollment terms: each
      *term's months within the year (from its start and end dates
      *on TermCalendar.dat; a term without an end date counts four
      *months) count as full-time months when the term's credits
      *on CourseMaster.dat reach the full-time load on
      *CensusRules.dat, otherwise as part-time months, to at most
      *twelve of each. CensusRules.dat also gives the institution
      *code for the filing.
      *
      *Each receipt goes to TaxReceipts.rpt and to TaxFiling.dat,
      *the government filing extract of one detail per slip and a
      *trailer with the slip counts and total. Every slip issued is
      *kept on TaxReceiptHistory.dat, so the run can be repeated
      *for the year: a student whose figures have not changed gets
      *no new slip, a student whose figures changed - or whose
      *eligible tuition has since gone to nothing - gets a slip
      *flagged as an amendment, and a student not issued before
      *gets an original.

       environment division.
       input-output section.
       file-control.
           Select Invoices assign using
           Invoices-Path
           organization is indexed
           access is sequential
           record key is IN-Key
           file status is WS-Invoice-Status.

           Select CreditAudit assign using
           CreditAudit-Path
           organization is line sequential.

           Select StudentMaster assign using
           StudentMaster-Path
           organization is indexed
           access is random
           record key is STM-Student-Number
           file status is WS-Master-Status.

           Select CourseEnrollment assign using
           CourseEnrollment-Path
           organization is line sequential.

           Select CourseMaster assign using
           CourseMaster-Path
           organization is line sequential.

           Select TermCalendar assign using
           TermCalendar-Path
           organization is line sequential.

           Select CensusRules assign using
           CensusRules-Path
           organization is line sequential.

           Select optional ReceiptHistory assign using
           ReceiptHistory-Path
           organization is line sequential.

           Select TaxReceipts assign using
           TaxReceipts-Path
           organization is line sequential.

           Select TaxFiling assign using
           TaxFiling-Path
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

       fd CreditAudit.
      ********CreditAuditRecord, one per invoice adjustment***********
       01 CreditAuditRecord.
           03 TA-Date           PIC 9(8).
           03 FILLER            PIC X.
           03 TA-Operator       PIC X(8).
           03 FILLER            PIC X.
      *D drop credit, W withdrawal credit, R refund cheque, A award
           03 TA-Action         PIC X.
           03 FILLER            PIC X.
           03 TA-Student-Number PIC X(9).
           03 FILLER            PIC X.
           03 TA-Term           PIC X(5).
           03 FILLER            PIC X.
           03 TA-Course-Code    PIC X(8).
           03 FILLER            PIC X.
           03 TA-Week           PIC 99.
           03 FILLER            PIC X.
           03 TA-Percent        PIC 9(3).
           03 FILLER            PIC X.
           03 TA-Credit         PIC 9(7)V99.
           03 FILLER            PIC X.
           03 TA-Amount-Before  PIC 9(7)V99.
           03 FILLER            PIC X.
           03 TA-Amount-After   PIC 9(7)V99.
           03 FILLER            PIC X.
           03 TA-Paid           PIC 9(7)V99.
      ********End of CreditAuditRecord********************************

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

       fd CourseEnrollment.
       01 CourseEnrollmentRecord.
           03 CE-Student-Number PIC X(9).
           03 CE-Course-Code    PIC X(8).
           03 CE-Section        PIC X(3).
           03 CE-Term           PIC X(5).

       fd CourseMaster.
       01 CourseMasterRecord.
           03 CM-Course-Code    PIC X(8).
           03 FILLER            PIC X.
           03 CM-Title          PIC X(30).
           03 FILLER            PIC X.
           03 CM-Credits        PIC 99.
           03 FILLER            PIC X.
           03 CM-Capacity       PIC 9(3).

       fd TermCalendar.
      ********TermCalendarRecord, one per term************************
       01 TermCalendarRecord.
           03 TC-Term           PIC X(5).
           03 FILLER            PIC X.
           03 TC-Start-Date     PIC 9(8).
           03 FILLER            PIC X.
           03 TC-Drop-Deadline  PIC 9(8).
           03 FILLER            PIC X.
      *last day of term, used for the tuition tax receipt months
           03 TC-End-Date       PIC 9(8).
      ********End of TermCalendarRecord*******************************

       fd CensusRules.
      ********CensusRulesRecord, the single set of census rules******
       01 CensusRulesRecord.
           03 CR-Institution    PIC X(6).
           03 FILLER            PIC X.
      *term credits at or above which a student is full-time
           03 CR-Full-Time-Credits PIC 99.
           03 FILLER            PIC X.
      *term credits that make one full-time equivalent
           03 CR-FTE-Credits    PIC 99.
      ********End of CensusRulesRecord*******************************

       fd ReceiptHistory.
      ********ReceiptHistoryRecord, the last slip issued to a********
      ********student for a tax year*********************************
       01 ReceiptHistoryRecord.
           03 TH-Tax-Year       PIC 9(4).
           03 FILLER            PIC X.
           03 TH-Student-Number PIC X(9).
           03 FILLER            PIC X.
           03 TH-Eligible       PIC 9(7)V99.
           03 FILLER            PIC X.
           03 TH-Full-Months    PIC 99.
           03 FILLER            PIC X.
           03 TH-Part-Months    PIC 99.
           03 FILLER            PIC X.
           03 TH-Issued-Date    PIC 9(8).
           03 FILLER            PIC X.
      *O original, A amended
           03 TH-Slip-Type      PIC X.
      ********End of ReceiptHistoryRecord*****************************

       fd TaxReceipts.
       01 TaxReceiptLine        PIC X(80).

       fd TaxFiling.
      ********TaxSlipRecord, one per slip issued********************
       01 TaxSlipRecord.
           03 TX-Record-Type    PIC X.
           03 TX-Tax-Year       PIC 9(4).
           03 TX-Institution    PIC X(6).
           03 TX-Student-Number PIC X(9).
           03 TX-Surname        PIC X(20).
           03 TX-GivenName      PIC X(20).
           03 TX-Eligible       PIC 9(7)V99.
           03 TX-Full-Months    PIC 99.
           03 TX-Part-Months    PIC 99.
           03 TX-Slip-Type      PIC X.
      ********TaxFilingTrailer, the summary after the last slip*****
       01 TaxFilingTrailer.
           03 TXT-Record-Type   PIC X.
           03 TXT-Tax-Year      PIC 9(4).
           03 TXT-Institution   PIC X(6).
           03 TXT-Slip-Count    PIC 9(6).
           03 TXT-Original-Count PIC 9(6).
           03 TXT-Amended-Count PIC 9(6).
           03 TXT-Total-Eligible PIC 9(9)V99.
           03 FILLER            PIC X(34).
      ********End of TaxFiling records*******************************

       working-storage section.

      *File assignments resolved at start-up: each path may be
      *overridden through its DD_ environment variable, with the
      *original location as the default, so test and production
      *are a configuration difference instead of a source edit
       01  Invoices-Path  pic x(80)
           value "C:\DataFiles\TuitionInvoices.dat".
       01  CreditAudit-Path  pic x(80)
           value "C:\DataFiles\TuitionCreditAudit.dat".
       01  StudentMaster-Path  pic x(80)
           value "C:\DataFiles\StudentMaster.dat".
       01  CourseEnrollment-Path  pic x(80)
           value "C:\DataFiles\CourseEnrollment.dat".
       01  CourseMaster-Path  pic x(80)
           value "C:\DataFiles\CourseMaster.dat".
       01  TermCalendar-Path  pic x(80)
           value "C:\DataFiles\TermCalendar.dat".
       01  CensusRules-Path  pic x(80)
           value "C:\DataFiles\CensusRules.dat".
       01  ReceiptHistory-Path  pic x(80)
           value "C:\DataFiles\TaxReceiptHistory.dat".
       01  TaxReceipts-Path  pic x(80)
           value "C:\DataFiles\TaxReceipts.rpt".
       01  TaxFiling-Path  pic x(80)
           value "C:\DataFiles\TaxFiling.dat".
       01  path-override  pic x(80).
       01 WS-Invoice-Status     PIC XX.
       01 WS-Master-Status      PIC XX.
       01 WS-Invoice-EOF        PIC 9 VALUE 0.
           88 End-Of-Invoices   VALUE 1.
       01 WS-Audit-EOF          PIC 9 VALUE 0.
           88 End-Of-Audit      VALUE 1.
       01 WS-Enrollment-EOF     PIC 9 VALUE 0.
           88 End-Of-Enrollment VALUE 1.
       01 WS-Course-EOF         PIC 9 VALUE 0.
           88 End-Of-Courses    VALUE 1.
       01 WS-Calendar-EOF       PIC 9 VALUE 0.
           88 End-Of-Calendar   VALUE 1.
       01 WS-History-EOF        PIC 9 VALUE 0.
           88 End-Of-History    VALUE 1.
       01 WS-Student-Found      PIC 9 VALUE 0.
           88 Student-Found     VALUE 1.
       01 WS-Tax-Year-In        PIC X(4).
       01 WS-Tax-Year           PIC 9(4).
       01 WS-Run-Date           PIC 9(8).
       01 WS-Run-Date-Parts REDEFINES WS-Run-Date.
           03 WS-Run-Year       PIC 9(4).
           03 WS-Run-Month-Day  PIC 9(4).

      *The rules from CensusRules.dat
       01 WS-Institution        PIC X(6).
       01 WS-Full-Time-Credits  PIC 99.

      *Term start and end dates
       01 WS-Calendar-Count     PIC 99 VALUE 0.
       01 WS-Calendar-Table.
           03 WS-Calendar-Entry OCCURS 0 TO 60 TIMES
                                 DEPENDING ON WS-Calendar-Count
                                 INDEXED BY Cal-Ix.
               05 WS-Cal-Term   PIC X(5).
               05 WS-Cal-Start  PIC 9(8).
               05 WS-Cal-End    PIC 9(8).

      *Course credits
       01 WS-Course-Count       PIC 9(3) VALUE 0.
       01 WS-Course-Table.
           03 WS-Course-Entry   OCCURS 0 TO 200 TIMES
                                 DEPENDING ON WS-Course-Count
                                 INDEXED BY Course-Ix.
               05 WS-Course-Code    PIC X(8).
               05 WS-Course-Credits PIC 99.

      *Each student's credits in each of the year's terms
       01 WS-Load-Count         PIC 9(5) VALUE 0.
       01 WS-Load-Table.
           03 WS-Load-Entry     OCCURS 0 TO 10000 TIMES
                                 DEPENDING ON WS-Load-Count
                                 INDEXED BY Load-Ix.
               05 WS-Ld-Student PIC X(9).
               05 WS-Ld-Term    PIC X(5).
               05 WS-Ld-Credits PIC 9(3).
       01 WS-Load-Sub           PIC 9(5).
       01 WS-Enrolled-Credits   PIC 99.

      *Each student's figures for the year
       01 WS-Receipt-Count      PIC 9(4) VALUE 0.
       01 WS-Receipt-Table.
           03 WS-Receipt-Entry  OCCURS 0 TO 5000 TIMES
                                 DEPENDING ON WS-Receipt-Count
                                 INDEXED BY Rc-Ix.
               05 WS-Rc-Student     PIC X(9).
               05 WS-Rc-Eligible    PIC 9(7)V99.
               05 WS-Rc-Credits     PIC 9(7)V99.
               05 WS-Rc-Full-Months PIC 9(3).
               05 WS-Rc-Part-Months PIC 9(3).
       01 WS-Receipt-Sub        PIC 9(4).

      *Every slip issued in past runs, held in storage and written
      *back whole
       01 WS-History-Count      PIC 9(5) VALUE 0.
       01 WS-History-Table.
           03 WS-History-Entry  OCCURS 0 TO 20000 TIMES
                                 DEPENDING ON WS-History-Count
                                 INDEXED BY Hist-Ix.
               05 WS-Hs-Tax-Year    PIC 9(4).
               05 WS-Hs-Student     PIC X(9).
               05 WS-Hs-Eligible    PIC 9(7)V99.
               05 WS-Hs-Full-Months PIC 99.
               05 WS-Hs-Part-Months PIC 99.
               05 WS-Hs-Issued-Date PIC 9(8).
               05 WS-Hs-Slip-Type   PIC X.
               05 WS-Hs-Matched     PIC 9.
       01 WS-History-Sub        PIC 9(5).

      *Term month work fields
       01 WS-Term-Year          PIC 9(4).
       01 WS-Term-Months        PIC 99.
       01 WS-Check-Term         PIC X(5).
       01 WS-Start-Date         PIC 9(8).
       01 WS-Start-Date-Parts REDEFINES WS-Start-Date.
           03 WS-Sd-Year        PIC 9(4).
           03 WS-Sd-Month       PIC 99.
           03 WS-Sd-Day         PIC 99.
       01 WS-End-Date           PIC 9(8).
       01 WS-End-Date-Parts REDEFINES WS-End-Date.
           03 WS-Ed-Year        PIC 9(4).
           03 WS-Ed-Month       PIC 99.
           03 WS-Ed-Day         PIC 99.
       01 WS-First-Month        PIC 99.
       01 WS-Last-Month         PIC 99.

      *The slip being issued
       01 WS-Slip-Student       PIC X(9).
       01 WS-Slip-Eligible      PIC 9(7)V99.
       01 WS-Slip-Credits       PIC 9(7)V99.
       01 WS-Slip-Full-Months   PIC 99.
       01 WS-Slip-Part-Months   PIC 99.
       01 WS-Slip-Type          PIC X.
           88 Original-Slip     VALUE "O".
           88 Amended-Slip      VALUE "A".

       01 WS-Slip-Count         PIC 9(6) VALUE 0.
       01 WS-Original-Count     PIC 9(6) VALUE 0.
       01 WS-Amended-Count      PIC 9(6) VALUE 0.
       01 WS-Unchanged-Count    PIC 9(6) VALUE 0.
       01 WS-Total-Eligible     PIC 9(9)V99 VALUE 0.

       01 WS-Separator-Line     PIC X(60) VALUE ALL "=".
       01 WS-Receipt-Title.
           03 FILLER            PIC X(30)
               VALUE "TUITION TAX RECEIPT  TAX YEAR ".
           03 RT-Tax-Year       PIC 9(4).
           03 FILLER            PIC X(2)  VALUE SPACES.
           03 RT-Slip-Type      PIC X(20).
       01 WS-Receipt-Institution.
           03 FILLER            PIC X(25)
               VALUE "INSTITUTION            : ".
           03 RI-Institution    PIC X(6).
       01 WS-Receipt-Student.
           03 FILLER            PIC X(25)
               VALUE "STUDENT                : ".
           03 RS-Student        PIC X(9).
           03 FILLER            PIC X(2)  VALUE SPACES.
           03 RS-Name           PIC X(44).
       01 WS-Receipt-Amount.
           03 RA-Label          PIC X(25).
           03 RA-Amount         PIC Z,ZZZ,ZZ9.99.
       01 WS-Receipt-Months.
           03 RM-Label          PIC X(25).
           03 RM-Months         PIC Z9.
       01 WS-Summary-Line.
           03 SU-Label          PIC X(25).
           03 SU-Count          PIC ZZZ,ZZ9.

       procedure division.
       main-program.
           perform configure-file-paths
           display "TUITION TAX RECEIPT RUN"
           accept WS-Run-Date from DATE YYYYMMDD
           display "ENTER TAX YEAR YYYY (BLANK FOR LAST YEAR): "
               with no advancing
           accept WS-Tax-Year-In
           if WS-Tax-Year-In = spaces
               compute WS-Tax-Year = WS-Run-Year - 1
           else
               if WS-Tax-Year-In not numeric
                   display "INVALID TAX YEAR - RUN CANCELLED"
                   stop run
               end-if
               move WS-Tax-Year-In to WS-Tax-Year
           end-if
           perform load-census-rules
           perform load-term-calendar
           perform load-course-master
           perform load-receipt-history
           perform total-year-invoices
           perform total-year-credits
           perform load-year-enrollment
           perform count-study-months
               varying WS-Load-Sub from 1 by 1
               until WS-Load-Sub > WS-Load-Count

           open input StudentMaster
           if WS-Master-Status not = "00"
               display "ERROR: StudentMaster could not be opened,"
                   " status " WS-Master-Status
               stop run
           end-if
           open output TaxReceipts TaxFiling
           perform issue-year-receipt
               varying WS-Receipt-Sub from 1 by 1
               until WS-Receipt-Sub > WS-Receipt-Count
           perform check-withdrawn-slip
               varying WS-History-Sub from 1 by 1
               until WS-History-Sub > WS-History-Count
           perform write-filing-trailer
           perform write-receipt-summary
           close StudentMaster TaxReceipts TaxFiling
           perform rewrite-receipt-history
           display "SLIPS ISSUED     : " WS-Slip-Count
           display "  ORIGINALS      : " WS-Original-Count
           display "  AMENDMENTS     : " WS-Amended-Count
           display "UNCHANGED        : " WS-Unchanged-Count

           goback.

      *--------------------------------------------------------------
      *load-census-rules reads the institution code and the
      *full-time credit load
      *--------------------------------------------------------------
       load-census-rules.
           open input CensusRules
           read CensusRules
               at end
                   display "ERROR: No census rules on file"
                   stop run
           end-read
           move CR-Institution to WS-Institution
           move CR-Full-Time-Credits to WS-Full-Time-Credits
           close CensusRules
           exit.

      *--------------------------------------------------------------
      *load-term-calendar loads each term's start and end dates
      *--------------------------------------------------------------
       load-term-calendar.
           open input TermCalendar
           read TermCalendar
               at end set End-Of-Calendar to true
           end-read
           perform load-one-term until End-Of-Calendar
           close TermCalendar
           exit.

      *--------------------------------------------------------------
      *load-one-term stores one term's dates
      *--------------------------------------------------------------
       load-one-term.
           if WS-Calendar-Count >= 60
               display "ERROR: Term calendar table full"
               stop run
           end-if
           add 1 to WS-Calendar-Count
           move TC-Term to WS-Cal-Term(WS-Calendar-Count)
           move TC-Start-Date to WS-Cal-Start(WS-Calendar-Count)
           if TC-End-Date numeric
               move TC-End-Date to WS-Cal-End(WS-Calendar-Count)
           else
               move 0 to WS-Cal-End(WS-Calendar-Count)
           end-if
           read TermCalendar
               at end set End-Of-Calendar to true
           end-read
           exit.

      *--------------------------------------------------------------
      *load-course-master loads the credit value of every course
      *--------------------------------------------------------------
       load-course-master.
           open input CourseMaster
           read CourseMaster
               at end set End-Of-Courses to true
           end-read
           perform load-one-course until End-Of-Courses
           close CourseMaster
           exit.

      *--------------------------------------------------------------
      *load-one-course stores one course's credits
      *--------------------------------------------------------------
       load-one-course.
           if WS-Course-Count >= 200
               display "ERROR: Course table full"
               stop run
           end-if
           add 1 to WS-Course-Count
           move CM-Course-Code to WS-Course-Code(WS-Course-Count)
           move CM-Credits to WS-Course-Credits(WS-Course-Count)
           read CourseMaster
               at end set End-Of-Courses to true
           end-read
           exit.

      *--------------------------------------------------------------
      *load-receipt-history loads every slip issued before
      *--------------------------------------------------------------
       load-receipt-history.
           open input ReceiptHistory
           read ReceiptHistory
               at end set End-Of-History to true
           end-read
           perform load-one-history until End-Of-History
           close ReceiptHistory
           exit.

      *--------------------------------------------------------------
      *load-one-history stores one issued slip
      *--------------------------------------------------------------
       load-one-history.
           if WS-History-Count >= 20000
               display "ERROR: Receipt history table full"
               stop run
           end-if
           add 1 to WS-History-Count
           move TH-Tax-Year to WS-Hs-Tax-Year(WS-History-Count)
           move TH-Student-Number to WS-Hs-Student(WS-History-Count)
           move TH-Eligible to WS-Hs-Eligible(WS-History-Count)
           move TH-Full-Months
               to WS-Hs-Full-Months(WS-History-Count)
           move TH-Part-Months
               to WS-Hs-Part-Months(WS-History-Count)
           move TH-Issued-Date
               to WS-Hs-Issued-Date(WS-History-Count)
           move TH-Slip-Type to WS-Hs-Slip-Type(WS-History-Count)
           move 0 to WS-Hs-Matched(WS-History-Count)
           read ReceiptHistory
               at end set End-Of-History to true
           end-read
           exit.

      *--------------------------------------------------------------
      *find-term-year gives the year WS-Check-Term starts in, from
      *the calendar or else from the term code itself
      *--------------------------------------------------------------
       find-term-year.
           move 0 to WS-Term-Year
           set Cal-Ix to 1
           search WS-Calendar-Entry
               at end
                   if WS-Check-Term(1:4) numeric
                       move WS-Check-Term(1:4) to WS-Term-Year
                   end-if
               when WS-Cal-Term(Cal-Ix) = WS-Check-Term
                   move WS-Cal-Start(Cal-Ix) to WS-Start-Date
                   move WS-Sd-Year to WS-Term-Year
           end-search
           exit.

      *--------------------------------------------------------------
      *total-year-invoices totals each student's invoices for the
      *terms starting in the tax year
      *--------------------------------------------------------------
       total-year-invoices.
           open input Invoices
           if WS-Invoice-Status not = "00"
               display "CANNOT OPEN TuitionInvoices.dat - STATUS "
                   WS-Invoice-Status
               stop run
           end-if
           read Invoices next record
               at end set End-Of-Invoices to true
           end-read
           perform total-one-invoice until End-Of-Invoices
           close Invoices
           exit.

      *--------------------------------------------------------------
      *total-one-invoice adds one invoice of the year to the
      *student's eligible tuition
      *--------------------------------------------------------------
       total-one-invoice.
           move IN-Term to WS-Check-Term
           perform find-term-year
           if WS-Term-Year = WS-Tax-Year
               set Rc-Ix to 1
               search WS-Receipt-Entry
                   at end
                       if WS-Receipt-Count >= 5000
                           display "ERROR: Receipt table full"
                           stop run
                       end-if
                       add 1 to WS-Receipt-Count
                       set Rc-Ix to WS-Receipt-Count
                       move IN-Student-Number to WS-Rc-Student(Rc-Ix)
                       move 0 to WS-Rc-Eligible(Rc-Ix)
                       move 0 to WS-Rc-Credits(Rc-Ix)
                       move 0 to WS-Rc-Full-Months(Rc-Ix)
                       move 0 to WS-Rc-Part-Months(Rc-Ix)
                   when WS-Rc-Student(Rc-Ix) = IN-Student-Number
                       continue
               end-search
               add IN-Amount to WS-Rc-Eligible(Rc-Ix)
           end-if
           read Invoices next record
               at end set End-Of-Invoices to true
           end-read
           exit.

      *--------------------------------------------------------------
      *total-year-credits totals the drop and withdrawal credits
      *taken off the year's invoices
      *--------------------------------------------------------------
       total-year-credits.
           open input CreditAudit
           read CreditAudit
               at end set End-Of-Audit to true
           end-read
           perform total-one-credit until End-Of-Audit
           close CreditAudit
           exit.

      *--------------------------------------------------------------
      *total-one-credit adds one refund credit to its student
      *--------------------------------------------------------------
       total-one-credit.
           if TA-Action = "D" or TA-Action = "W"
               move TA-Term to WS-Check-Term
               perform find-term-year
               if WS-Term-Year = WS-Tax-Year
                   set Rc-Ix to 1
                   search WS-Receipt-Entry
                       when WS-Rc-Student(Rc-Ix) = TA-Student-Number
                           add TA-Credit to WS-Rc-Credits(Rc-Ix)
                   end-search
               end-if
           end-if
           read CreditAudit
               at end set End-Of-Audit to true
           end-read
           exit.

      *--------------------------------------------------------------
      *load-year-enrollment totals each student's credits in each
      *term of the year
      *--------------------------------------------------------------
       load-year-enrollment.
           open input CourseEnrollment
           read CourseEnrollment
               at end set End-Of-Enrollment to true
           end-read
           perform load-one-enrollment until End-Of-Enrollment
           close CourseEnrollment
           exit.

      *--------------------------------------------------------------
      *load-one-enrollment adds one course to the student's load
      *for its term
      *--------------------------------------------------------------
       load-one-enrollment.
           move CE-Term to WS-Check-Term
           perform find-term-year
           if WS-Term-Year = WS-Tax-Year
               move 0 to WS-Enrolled-Credits
               set Course-Ix to 1
               search WS-Course-Entry
                   when WS-Course-Code(Course-Ix) = CE-Course-Code
                       move WS-Course-Credits(Course-Ix)
                           to WS-Enrolled-Credits
               end-search
               set Load-Ix to 1
               search WS-Load-Entry
                   at end
                       if WS-Load-Count >= 10000
                           display "ERROR: Load table full"
                           stop run
                       end-if
                       add 1 to WS-Load-Count
                       set Load-Ix to WS-Load-Count
                       move CE-Student-Number to WS-Ld-Student(Load-Ix)
                       move CE-Term to WS-Ld-Term(Load-Ix)
                       move 0 to WS-Ld-Credits(Load-Ix)
                   when WS-Ld-Student(Load-Ix) = CE-Student-Number
                       and WS-Ld-Term(Load-Ix) = CE-Term
                       continue
               end-search
               add WS-Enrolled-Credits to WS-Ld-Credits(Load-Ix)
           end-if
           read CourseEnrollment
               at end set End-Of-Enrollment to true
           end-read
           exit.

      *--------------------------------------------------------------
      *count-study-months adds the months of one student's term to
      *their full-time or part-time months
      *--------------------------------------------------------------
       count-study-months.
           set Rc-Ix to 1
           search WS-Receipt-Entry
               at end
                   exit paragraph
               when WS-Rc-Student(Rc-Ix) = WS-Ld-Student(WS-Load-Sub)
                   continue
           end-search
           move WS-Ld-Term(WS-Load-Sub) to WS-Check-Term
           perform find-term-months
           if WS-Ld-Credits(WS-Load-Sub) >= WS-Full-Time-Credits
               add WS-Term-Months to WS-Rc-Full-Months(Rc-Ix)
           else
               add WS-Term-Months to WS-Rc-Part-Months(Rc-Ix)
           end-if
           exit.

      *--------------------------------------------------------------
      *find-term-months counts the months of WS-Check-Term that
      *fall in the tax year; a term off the calendar or without an
      *end date counts four
      *--------------------------------------------------------------
       find-term-months.
           move 4 to WS-Term-Months
           set Cal-Ix to 1
           search WS-Calendar-Entry
               at end
                   exit paragraph
               when WS-Cal-Term(Cal-Ix) = WS-Check-Term
                   continue
           end-search
           if WS-Cal-End(Cal-Ix) = 0
               exit paragraph
           end-if
           move WS-Cal-Start(Cal-Ix) to WS-Start-Date
           move WS-Cal-End(Cal-Ix) to WS-End-Date
           move WS-Sd-Month to WS-First-Month
           move WS-Ed-Month to WS-Last-Month
           if WS-Sd-Year < WS-Tax-Year
               move 1 to WS-First-Month
           end-if
           if WS-Ed-Year > WS-Tax-Year
               move 12 to WS-Last-Month
           end-if
           if WS-Sd-Year > WS-Tax-Year or WS-Ed-Year < WS-Tax-Year
               or WS-Last-Month < WS-First-Month
               move 0 to WS-Term-Months
           else
               compute WS-Term-Months =
                   WS-Last-Month - WS-First-Month + 1
           end-if
           exit.

      *--------------------------------------------------------------
      *issue-year-receipt issues the student's slip unless the same
      *figures were already issued for the year
      *--------------------------------------------------------------
       issue-year-receipt.
           move WS-Rc-Student(WS-Receipt-Sub) to WS-Slip-Student
           move WS-Rc-Eligible(WS-Receipt-Sub) to WS-Slip-Eligible
           move WS-Rc-Credits(WS-Receipt-Sub) to WS-Slip-Credits
           if WS-Rc-Full-Months(WS-Receipt-Sub) > 12
               move 12 to WS-Slip-Full-Months
           else
               move WS-Rc-Full-Months(WS-Receipt-Sub)
                   to WS-Slip-Full-Months
           end-if
           if WS-Rc-Part-Months(WS-Receipt-Sub) > 12
               move 12 to WS-Slip-Part-Months
           else
               move WS-Rc-Part-Months(WS-Receipt-Sub)
                   to WS-Slip-Part-Months
           end-if
           set Hist-Ix to 1
           search WS-History-Entry
               at end
                   if WS-Slip-Eligible = 0
                       exit paragraph
                   end-if
                   if WS-History-Count >= 20000
                       display "ERROR: Receipt history table full"
                       stop run
                   end-if
                   add 1 to WS-History-Count
                   set Hist-Ix to WS-History-Count
                   move WS-Tax-Year to WS-Hs-Tax-Year(Hist-Ix)
                   move WS-Slip-Student to WS-Hs-Student(Hist-Ix)
                   set Original-Slip to true
               when WS-Hs-Tax-Year(Hist-Ix) = WS-Tax-Year
                   and WS-Hs-Student(Hist-Ix) = WS-Slip-Student
                   if WS-Hs-Eligible(Hist-Ix) = WS-Slip-Eligible
                       and WS-Hs-Full-Months(Hist-Ix)
                           = WS-Slip-Full-Months
                       and WS-Hs-Part-Months(Hist-Ix)
                           = WS-Slip-Part-Months
                       move 1 to WS-Hs-Matched(Hist-Ix)
                       add 1 to WS-Unchanged-Count
                       exit paragraph
                   end-if
                   set Amended-Slip to true
           end-search
           perform issue-slip
           exit.

      *--------------------------------------------------------------
      *check-withdrawn-slip amends to nothing a slip issued for the
      *year to a student with no eligible tuition left
      *--------------------------------------------------------------
       check-withdrawn-slip.
           if WS-Hs-Tax-Year(WS-History-Sub) not = WS-Tax-Year
               or WS-Hs-Matched(WS-History-Sub) = 1
               or WS-Hs-Eligible(WS-History-Sub) = 0
               exit paragraph
           end-if
           move WS-Hs-Student(WS-History-Sub) to WS-Slip-Student
           move 0 to WS-Slip-Eligible WS-Slip-Credits
           move 0 to WS-Slip-Full-Months WS-Slip-Part-Months
           set Hist-Ix to WS-History-Sub
           set Amended-Slip to true
           perform issue-slip
           exit.

      *--------------------------------------------------------------
      *issue-slip prints the receipt for the slip fields, writes it
      *to the filing extract, and records it in the history entry
      *Hist-Ix points at
      *--------------------------------------------------------------
       issue-slip.
           move WS-Slip-Student to STM-Student-Number
           move 1 to WS-Student-Found
           read StudentMaster key is STM-Student-Number
               invalid key
                   move 0 to WS-Student-Found
           end-read
           if not Student-Found
               move spaces to STM-Surname STM-GivenName
               move "NOT ON MASTER" to STM-Surname
           end-if

           write TaxReceiptLine from WS-Separator-Line
           move WS-Tax-Year to RT-Tax-Year
           if Amended-Slip
               move "AMENDED" to RT-Slip-Type
           else
               move "ORIGINAL" to RT-Slip-Type
           end-if
           write TaxReceiptLine from WS-Receipt-Title
           move WS-Institution to RI-Institution
           write TaxReceiptLine from WS-Receipt-Institution
           move WS-Slip-Student to RS-Student
           move spaces to RS-Name
           string STM-Surname   delimited by space
                  ", "          delimited by size
                  STM-GivenName delimited by space
                  into RS-Name
           end-string
           write TaxReceiptLine from WS-Receipt-Student
           move "TUITION BILLED         : " to RA-Label
           compute RA-Amount = WS-Slip-Eligible + WS-Slip-Credits
           write TaxReceiptLine from WS-Receipt-Amount
           move "LESS REFUND CREDITS    : " to RA-Label
           move WS-Slip-Credits to RA-Amount
           write TaxReceiptLine from WS-Receipt-Amount
           move "ELIGIBLE TUITION       : " to RA-Label
           move WS-Slip-Eligible to RA-Amount
           write TaxReceiptLine from WS-Receipt-Amount
           move "FULL-TIME MONTHS       : " to RM-Label
           move WS-Slip-Full-Months to RM-Months
           write TaxReceiptLine from WS-Receipt-Months
           move "PART-TIME MONTHS       : " to RM-Label
           move WS-Slip-Part-Months to RM-Months
           write TaxReceiptLine from WS-Receipt-Months

           move spaces to TaxSlipRecord
           move "D" to TX-Record-Type
           move WS-Tax-Year to TX-Tax-Year
           move WS-Institution to TX-Institution
           move WS-Slip-Student to TX-Student-Number
           move STM-Surname to TX-Surname
           move STM-GivenName to TX-GivenName
           move WS-Slip-Eligible to TX-Eligible
           move WS-Slip-Full-Months to TX-Full-Months
           move WS-Slip-Part-Months to TX-Part-Months
           move WS-Slip-Type to TX-Slip-Type
           write TaxSlipRecord

           move WS-Slip-Eligible to WS-Hs-Eligible(Hist-Ix)
           move WS-Slip-Full-Months to WS-Hs-Full-Months(Hist-Ix)
           move WS-Slip-Part-Months to WS-Hs-Part-Months(Hist-Ix)
           move WS-Run-Date to WS-Hs-Issued-Date(Hist-Ix)
           move WS-Slip-Type to WS-Hs-Slip-Type(Hist-Ix)
           move 1 to WS-Hs-Matched(Hist-Ix)

           add 1 to WS-Slip-Count
           if Amended-Slip
               add 1 to WS-Amended-Count
           else
               add 1 to WS-Original-Count
           end-if
           add WS-Slip-Eligible to WS-Total-Eligible
           exit.

      *--------------------------------------------------------------
      *write-filing-trailer closes the extract with the summary
      *--------------------------------------------------------------
       write-filing-trailer.
           move spaces to TaxFilingTrailer
           move "T" to TXT-Record-Type
           move WS-Tax-Year to TXT-Tax-Year
           move WS-Institution to TXT-Institution
           move WS-Slip-Count to TXT-Slip-Count
           move WS-Original-Count to TXT-Original-Count
           move WS-Amended-Count to TXT-Amended-Count
           move WS-Total-Eligible to TXT-Total-Eligible
           write TaxFilingTrailer
           exit.

      *--------------------------------------------------------------
      *write-receipt-summary ends the receipts with the run counts
      *--------------------------------------------------------------
       write-receipt-summary.
           write TaxReceiptLine from WS-Separator-Line
           move "ORIGINAL SLIPS         : " to SU-Label
           move WS-Original-Count to SU-Count
           write TaxReceiptLine from WS-Summary-Line
           move "AMENDED SLIPS          : " to SU-Label
           move WS-Amended-Count to SU-Count
           write TaxReceiptLine from WS-Summary-Line
           move "UNCHANGED, NOT REISSUED: " to SU-Label
           move WS-Unchanged-Count to SU-Count
           write TaxReceiptLine from WS-Summary-Line
           move "TOTAL ELIGIBLE TUITION : " to RA-Label
           move WS-Total-Eligible to RA-Amount
           write TaxReceiptLine from WS-Receipt-Amount
           exit.

      *--------------------------------------------------------------
      *rewrite-receipt-history writes every issued slip back
      *--------------------------------------------------------------
       rewrite-receipt-history.
           open output ReceiptHistory
           perform write-one-history
               varying WS-History-Sub from 1 by 1
               until WS-History-Sub > WS-History-Count
           close ReceiptHistory
           exit.

      *--------------------------------------------------------------
      *write-one-history writes one issued slip
      *--------------------------------------------------------------
       write-one-history.
           move spaces to ReceiptHistoryRecord
           move WS-Hs-Tax-Year(WS-History-Sub) to TH-Tax-Year
           move WS-Hs-Student(WS-History-Sub) to TH-Student-Number
           move WS-Hs-Eligible(WS-History-Sub) to TH-Eligible
           move WS-Hs-Full-Months(WS-History-Sub) to TH-Full-Months
           move WS-Hs-Part-Months(WS-History-Sub) to TH-Part-Months
           move WS-Hs-Issued-Date(WS-History-Sub) to TH-Issued-Date
           move WS-Hs-Slip-Type(WS-History-Sub) to TH-Slip-Type
           write ReceiptHistoryRecord
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
               "DD_CREDITAUDIT"
           if path-override not = spaces
               move path-override to CreditAudit-Path
           end-if
           display "CreditAudit: " CreditAudit-Path
           move spaces to path-override
           accept path-override from environment
               "DD_STUDENTMASTER"
           if path-override not = spaces
               move path-override to StudentMaster-Path
           end-if
           display "StudentMaster: " StudentMaster-Path
           move spaces to path-override
           accept path-override from environment
               "DD_COURSEENROLLMENT"
           if path-override not = spaces
               move path-override to CourseEnrollment-Path
           end-if
           display "CourseEnrollment: " CourseEnrollment-Path
           move spaces to path-override
           accept path-override from environment
               "DD_COURSEMASTER"
           if path-override not = spaces
               move path-override to CourseMaster-Path
           end-if
           display "CourseMaster: " CourseMaster-Path
           move spaces to path-override
           accept path-override from environment
               "DD_TERMCALENDAR"
           if path-override not = spaces
               move path-override to TermCalendar-Path
           end-if
           display "TermCalendar: " TermCalendar-Path
           move spaces to path-override
           accept path-override from environment
               "DD_CENSUSRULES"
           if path-override not = spaces
               move path-override to CensusRules-Path
           end-if
           display "CensusRules: " CensusRules-Path
           move spaces to path-override
           accept path-override from environment
               "DD_RECEIPTHISTORY"
           if path-override not = spaces
               move path-override to ReceiptHistory-Path
           end-if
           display "ReceiptHistory: " ReceiptHistory-Path
           move spaces to path-override
           accept path-override from environment
               "DD_TAXRECEIPTS"
           if path-override not = spaces
               move path-override to TaxReceipts-Path
           end-if
           display "TaxReceipts: " TaxReceipts-Path
           move spaces to path-override
           accept path-override from environment
               "DD_TAXFILING"
           if path-override not = spaces
               move path-override to TaxFiling-Path
           end-if
           display "TaxFiling: " TaxFiling-Path
           exit.
       end program TaxReceipts.
