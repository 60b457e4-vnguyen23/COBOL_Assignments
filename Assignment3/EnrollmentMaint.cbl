       identification division.
       program-id. EnrollmentMaint as "EnrollmentMaint".

      *EnrollmentMaint applies the registrar's enrollment requests to
      *CourseEnrollment.dat, the file ClassListReport lists, and keeps
      *a waitlist for full sections instead of letting the student
      *disappear. An "E" request enrolls the student when the
      *course/section has a seat left for the term (capacity from
      *CourseMaster.dat) and nobody is already waiting for it;
      *otherwise the request goes onto CourseWaitlist.dat with its
      *request timestamp, and the waitlist is served in timestamp
      *order. A "D" request drops the enrollment, or takes the
      *student off the section's waitlist. Whenever a seat opens -
      *through a drop, or a capacity raised on the course master -
      *the first eligible waitlisted student is promoted into it and
      *a notice is written to PromotionNotices.rpt; a waitlisted
      *student who has since enrolled in another section of the
      *course is no longer eligible and is taken off the waitlist.
      *WaitlistReport.rpt then shows every term/course/section's
      *capacity, enrollment, and waitlist length, so the department
      *can decide whether another section should be opened.
      *
      *No enrollment is made for a student who has not passed the
      *course's prerequisites. CoursePrerequisites.dat names each
      *required course and the lowest letter grade that satisfies
      *it, and the student's posted marks on CourseGrades.dat are
      *checked before a seat or a waitlist place is given and again
      *on promotion. An unmet prerequisite rejects the request with
      *the reason unless the department chair has put an override
      *for the student, course, and term on PrerequisiteOverrides
      *.dat; each enrollment made on an override is logged to
      *PrerequisiteOverrideLog.dat, and OverrideUsage.rpt totals the
      *log by term, course, and approving chair.
      *
      *A "D" request is dated (the request timestamp, or the run
      *date when it is blank) and is priced against TermCalendar.dat.
      *On or before the term's add/drop deadline it is a drop: the
      *enrollment goes, the seat is offered to the waitlist, and
      *the full per-credit course fee for the student's program
      *(FeeSchedule.dat) is credited. After the deadline it is a
      *withdrawal: the enrollment goes, a "W" is posted to
      *CourseGrades.dat with no credits so the transcript keeps the
      *course, the seat is not refilled, and the credit is the
      *percentage RefundSchedule.dat gives the week of term the
      *withdrawal falls in (a week not listed earns nothing). Each
      *credit is taken off the student's invoice on TuitionInvoices
      *.dat and written to TuitionCreditAudit.dat with the invoice
      *before and after; a student whose payments then exceed the
      *invoice is listed on RefundCheques.rpt for finance and the
      *refund is taken back out of the invoice's paid figure, so
      *the same money is never listed twice.
      *
      *A student with an active hold on StudentHolds.dat - the
      *finance hold the dunning run places on a tuition balance past
      *90 days, or a hold the registrar placed - is refused any new
      *registration: an "E" request is rejected rather than enrolled
      *or waitlisted, and a waitlisted student on hold is taken off
      *the waitlist instead of being promoted. Drops still go
      *through. An "E" request for a student whose status on
      *StudentMaster.dat is withdrawn or graduated is rejected too.

       environment division.
       input-output section.
       file-control.
           Select EnrollmentRequests assign using
           EnrollmentRequests-Path
           organization is line sequential.

           Select CourseMaster assign using
           CourseMaster-Path
           organization is line sequential.

           Select optional CourseEnrollment assign using
           CourseEnrollment-Path
           organization is line sequential.

           Select optional CourseWaitlist assign using
           CourseWaitlist-Path
           organization is line sequential.

           Select optional CoursePrerequisites assign using
           CoursePrerequisites-Path
           organization is line sequential.

           Select optional CourseGrades assign using
           CourseGrades-Path
           organization is line sequential.

           Select optional PrerequisiteOverrides assign using
           PrerequisiteOverrides-Path
           organization is line sequential.

           Select optional OverrideLog assign using
           OverrideLog-Path
           organization is line sequential.

           Select OverrideUsageReport assign using
           OverrideUsageReport-Path
           organization is line sequential.

           Select optional TermCalendar assign using
           TermCalendar-Path
           organization is line sequential.

           Select optional RefundSchedule assign using
           RefundSchedule-Path
           organization is line sequential.

           Select FeeSchedule assign using
           FeeSchedule-Path
           organization is line sequential.

           Select Invoices assign using
           Invoices-Path
           organization is indexed
           access is random
           record key is IN-Key
           file status is WS-Invoice-Status.

           Select optional CreditAudit assign using
           CreditAudit-Path
           organization is line sequential.

           Select RefundCheques assign using
           RefundCheques-Path
           organization is line sequential.

           Select StudentMaster assign using
           StudentMaster-Path
           organization is indexed
           access is random
           record key is STM-Student-Number
           file status is WS-Master-Status.

           Select optional StudentHolds assign using
           StudentHolds-Path
           organization is line sequential.

           Select PromotionNotices assign using
           PromotionNotices-Path
           organization is line sequential.

           Select WaitlistReport assign using
           WaitlistReport-Path
           organization is line sequential.

       data division.
       file section.
       fd EnrollmentRequests.
       01 EnrollmentRequest.
           03 ER-Type           PIC X.
               88 Enroll-Request    VALUE "E".
               88 Drop-Request      VALUE "D".
           03 ER-Student-Number PIC X(9).
           03 ER-Course-Code    PIC X(8).
           03 ER-Section        PIC X(3).
           03 ER-Term           PIC X(5).
      *YYYYMMDDHHMMSS the request was made; blank means now
           03 ER-Timestamp      PIC X(14).

       fd CourseMaster.
      ********CourseMasterRecord, one per offered course**************
       01 CourseMasterRecord.
           03 CM-Course-Code    PIC X(8).
           03 FILLER            PIC X.
           03 CM-Title          PIC X(30).
           03 FILLER            PIC X.
           03 CM-Credits        PIC 99.
           03 FILLER            PIC X.
           03 CM-Capacity       PIC 9(3).
      ********End of CourseMasterRecord*******************************

       fd CourseEnrollment.
       01 CourseEnrollmentRecord.
           03 CE-Student-Number PIC X(9).
           03 CE-Course-Code    PIC X(8).
           03 CE-Section        PIC X(3).
           03 CE-Term           PIC X(5).

       fd CourseWaitlist.
      ********CourseWaitlistRecord, one per student waiting***********
       01 CourseWaitlistRecord.
           03 WL-Student-Number PIC X(9).
           03 WL-Course-Code    PIC X(8).
           03 WL-Section        PIC X(3).
           03 WL-Term           PIC X(5).
           03 WL-Timestamp      PIC X(14).

       fd CoursePrerequisites.
      ********CoursePrerequisiteRecord, one per required course*******
       01 CoursePrerequisiteRecord.
           03 PR-Course-Code    PIC X(8).
           03 FILLER            PIC X.
           03 PR-Required-Course PIC X(8).
           03 FILLER            PIC X.
           03 PR-Minimum-Grade  PIC X.
      ********End of CoursePrerequisiteRecord*************************

       fd CourseGrades.
       01 CourseGradeRecord.
           03 CG-Student-Number PIC X(9).
           03 FILLER            PIC X.
           03 CG-Course-Code    PIC X(8).
           03 FILLER            PIC X.
           03 CG-Term           PIC X(5).
           03 FILLER            PIC X.
           03 CG-Grade          PIC X.
           03 FILLER            PIC X.
           03 CG-Credits        PIC 99.

       fd PrerequisiteOverrides.
      ********PrerequisiteOverrideRecord, one per chair's override****
       01 PrerequisiteOverrideRecord.
           03 PO-Student-Number PIC X(9).
           03 FILLER            PIC X.
           03 PO-Course-Code    PIC X(8).
           03 FILLER            PIC X.
           03 PO-Term           PIC X(5).
           03 FILLER            PIC X.
           03 PO-Approved-By    PIC X(8).
      ********End of PrerequisiteOverrideRecord***********************

       fd OverrideLog.
      ********OverrideLogRecord, one per prerequisite waived**********
       01 OverrideLogRecord.
           03 OL-Term           PIC X(5).
           03 FILLER            PIC X.
           03 OL-Course-Code    PIC X(8).
           03 FILLER            PIC X.
           03 OL-Student-Number PIC X(9).
           03 FILLER            PIC X.
           03 OL-Required-Course PIC X(8).
           03 FILLER            PIC X.
           03 OL-Approved-By    PIC X(8).
           03 FILLER            PIC X.
           03 OL-Date           PIC 9(8).
      ********End of OverrideLogRecord********************************

       fd OverrideUsageReport.
       01 OverrideUsageLine     PIC X(70).

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

       fd RefundSchedule.
      ********RefundScheduleRecord, one per week of term refunded*****
       01 RefundScheduleRecord.
           03 RS-Week           PIC 99.
           03 FILLER            PIC X.
           03 RS-Percent        PIC 9(3).
      ********End of RefundScheduleRecord*****************************

       fd FeeSchedule.
       01 FeeScheduleRecord.
           03 FS-Program        PIC X(5).
           03 FILLER            PIC X.
           03 FS-Term-Tuition   PIC 9(5)V99.
           03 FILLER            PIC X.
           03 FS-Credit-Fee     PIC 9(3)V99.

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

       fd RefundCheques.
       01 RefundChequeLine      PIC X(70).

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

       fd PromotionNotices.
       01 PromotionNoticeLine   PIC X(70).

       fd WaitlistReport.
       01 WaitlistReportLine    PIC X(70).

       working-storage section.

      *File assignments resolved at start-up: each path may be
      *overridden through its DD_ environment variable, with the
      *original location as the default, so test and production
      *are a configuration difference instead of a source edit
       01  EnrollmentRequests-Path  pic x(80)
           value "C:\DataFiles\EnrollmentRequests.dat".
       01  CourseMaster-Path  pic x(80)
           value "C:\DataFiles\CourseMaster.dat".
       01  CourseEnrollment-Path  pic x(80)
           value "C:\DataFiles\CourseEnrollment.dat".
       01  CourseWaitlist-Path  pic x(80)
           value "C:\DataFiles\CourseWaitlist.dat".
       01  CoursePrerequisites-Path  pic x(80)
           value "C:\DataFiles\CoursePrerequisites.dat".
       01  CourseGrades-Path  pic x(80)
           value "C:\DataFiles\CourseGrades.dat".
       01  PrerequisiteOverrides-Path  pic x(80)
           value "C:\DataFiles\PrerequisiteOverrides.dat".
       01  OverrideLog-Path  pic x(80)
           value "C:\DataFiles\PrerequisiteOverrideLog.dat".
       01  OverrideUsageReport-Path  pic x(80)
           value "C:\DataFiles\OverrideUsage.rpt".
       01  TermCalendar-Path  pic x(80)
           value "C:\DataFiles\TermCalendar.dat".
       01  RefundSchedule-Path  pic x(80)
           value "C:\DataFiles\RefundSchedule.dat".
       01  FeeSchedule-Path  pic x(80)
           value "C:\DataFiles\FeeSchedule.dat".
       01  Invoices-Path  pic x(80)
           value "C:\DataFiles\TuitionInvoices.dat".
       01  CreditAudit-Path  pic x(80)
           value "C:\DataFiles\TuitionCreditAudit.dat".
       01  RefundCheques-Path  pic x(80)
           value "C:\DataFiles\RefundCheques.rpt".
       01  StudentHolds-Path  pic x(80)
           value "C:\DataFiles\StudentHolds.dat".
       01  StudentMaster-Path  pic x(80)
           value "C:\DataFiles\StudentMaster.dat".
       01  PromotionNotices-Path  pic x(80)
           value "C:\DataFiles\PromotionNotices.rpt".
       01  WaitlistReport-Path  pic x(80)
           value "C:\DataFiles\WaitlistReport.rpt".
       01  path-override  pic x(80).
       01 WS-Master-Status      PIC XX.
       01 WS-Invoice-Status     PIC XX.
       01 WS-EOF                PIC 9 VALUE 0.
           88 No-More-Requests  VALUE 1.
       01 WS-Course-EOF         PIC 9 VALUE 0.
           88 End-Of-Courses    VALUE 1.
       01 WS-Enroll-EOF         PIC 9 VALUE 0.
           88 End-Of-Enrollment VALUE 1.
       01 WS-Waitlist-EOF       PIC 9 VALUE 0.
           88 End-Of-Waitlist   VALUE 1.
       01 WS-Prereq-EOF         PIC 9 VALUE 0.
           88 End-Of-Prerequisites VALUE 1.
       01 WS-Grade-EOF          PIC 9 VALUE 0.
           88 End-Of-Grades     VALUE 1.
       01 WS-Override-EOF       PIC 9 VALUE 0.
           88 End-Of-Overrides  VALUE 1.
       01 WS-Log-EOF            PIC 9 VALUE 0.
           88 End-Of-Override-Log VALUE 1.
       01 WS-Calendar-EOF       PIC 9 VALUE 0.
           88 End-Of-Calendar   VALUE 1.
       01 WS-Refund-EOF         PIC 9 VALUE 0.
           88 End-Of-Refund-Schedule VALUE 1.
       01 WS-Fee-EOF            PIC 9 VALUE 0.
           88 End-Of-Fees       VALUE 1.
       01 WS-Holds-EOF          PIC 9 VALUE 0.
           88 End-Of-Holds      VALUE 1.
       01 WS-Invoice-Found      PIC 9 VALUE 0.
           88 Invoice-Found     VALUE 1.
       01 WS-Student-Found      PIC 9 VALUE 0.
           88 Student-Found     VALUE 1.
       01 WS-Run-Date           PIC 9(8).
       01 WS-Run-Time           PIC 9(8).
       01 WS-Now.
           03 WS-Now-Date       PIC 9(8).
           03 WS-Now-Time       PIC 9(6).

      *The course master loaded at start-up
       01 WS-Course-Count       PIC 99 VALUE 0.
       01 WS-Course-Table.
           03 WS-Course-Entry   OCCURS 0 TO 50 TIMES
                                 DEPENDING ON WS-Course-Count
                                 INDEXED BY Course-Ix.
               05 WS-Course-Code     PIC X(8).
               05 WS-Course-Title    PIC X(30).
               05 WS-Course-Capacity PIC 9(3).
               05 WS-Course-Credits  PIC 99.

      *Students with an active hold, loaded at start-up
       01 WS-Hold-Count         PIC 9(4) VALUE 0.
       01 WS-Hold-Table.
           03 WS-Hold-Student   OCCURS 0 TO 2000 TIMES
                                 DEPENDING ON WS-Hold-Count
                                 INDEXED BY Hold-Ix
                                 PIC X(9).
       01 WS-Hold-Found         PIC 9 VALUE 0.
           88 Student-On-Hold   VALUE 1.

      *The prerequisite rules, the posted marks they are checked
      *against, and the chairs' overrides, loaded at start-up
       01 WS-Prereq-Count       PIC 9(3) VALUE 0.
       01 WS-Prereq-Table.
           03 WS-Prereq-Entry   OCCURS 0 TO 200 TIMES
                                 DEPENDING ON WS-Prereq-Count.
               05 WS-Pr-Course    PIC X(8).
               05 WS-Pr-Required  PIC X(8).
               05 WS-Pr-Minimum   PIC X.
       01 WS-Prereq-Sub         PIC 9(3).
       01 WS-Grade-Count        PIC 9(4) VALUE 0.
       01 WS-Grade-Table.
           03 WS-Grade-Entry    OCCURS 0 TO 5000 TIMES
                                 DEPENDING ON WS-Grade-Count.
               05 WS-Gr-Student   PIC X(9).
               05 WS-Gr-Course    PIC X(8).
               05 WS-Gr-Grade     PIC X.
       01 WS-Grade-Sub          PIC 9(4).
       01 WS-Override-Count     PIC 9(3) VALUE 0.
       01 WS-Override-Table.
           03 WS-Override-Entry OCCURS 0 TO 500 TIMES
                                 DEPENDING ON WS-Override-Count
                                 INDEXED BY Override-Ix.
               05 WS-Ov-Key.
                   07 WS-Ov-Student  PIC X(9).
                   07 WS-Ov-Course   PIC X(8).
                   07 WS-Ov-Term     PIC X(5).
               05 WS-Ov-Approved-By  PIC X(8).
       01 WS-Override-Key.
           03 WS-Ok-Student     PIC X(9).
           03 WS-Ok-Course      PIC X(8).
           03 WS-Ok-Term        PIC X(5).
       01 WS-Prereqs-Met        PIC 9 VALUE 1.
           88 Prereqs-Met       VALUE 1.
       01 WS-Grade-Met          PIC 9 VALUE 0.
           88 Grade-Met         VALUE 1.
      *set when an enrollment is actually being made, so the
      *overrides it relies on are written to the log
       01 WS-Log-Overrides      PIC 9 VALUE 0.
           88 Log-Overrides     VALUE 1.
       01 WS-Prereq-Reason      PIC X(40).

      *Override usage totals for OverrideUsage.rpt, by term, course,
      *and approving chair, and the distinct terms they fall in
       01 WS-Usage-Count        PIC 9(3) VALUE 0.
       01 WS-Usage-Table.
           03 WS-Usage-Entry    OCCURS 0 TO 300 TIMES
                                 DEPENDING ON WS-Usage-Count
                                 INDEXED BY Usage-Ix.
               05 WS-Us-Key.
                   07 WS-Us-Term        PIC X(5).
                   07 WS-Us-Course      PIC X(8).
                   07 WS-Us-Approved-By PIC X(8).
               05 WS-Us-Used     PIC 9(4).
       01 WS-Usage-Key.
           03 WS-Uk-Term        PIC X(5).
           03 WS-Uk-Course      PIC X(8).
           03 WS-Uk-Approved-By PIC X(8).
       01 WS-Usage-Sub          PIC 9(3).
       01 WS-Term-Count         PIC 9(3) VALUE 0.
       01 WS-Term-Table.
           03 WS-Term-Entry     OCCURS 0 TO 100 TIMES
                                 DEPENDING ON WS-Term-Count
                                 INDEXED BY Term-Ix.
               05 WS-Term-Code  PIC X(5).
       01 WS-Term-Sub           PIC 9(3).
       01 WS-Term-Total         PIC 9(5).

      *The term calendar, the refund schedule by week of term, and
      *the per-credit course fee by program
       01 WS-Calendar-Count     PIC 99 VALUE 0.
       01 WS-Calendar-Table.
           03 WS-Calendar-Entry OCCURS 0 TO 40 TIMES
                                 DEPENDING ON WS-Calendar-Count
                                 INDEXED BY Calendar-Ix.
               05 WS-Cal-Term     PIC X(5).
               05 WS-Cal-Start    PIC 9(8).
               05 WS-Cal-Deadline PIC 9(8).
       01 WS-Refund-Count       PIC 99 VALUE 0.
       01 WS-Refund-Table.
           03 WS-Refund-Entry   OCCURS 0 TO 20 TIMES
                                 DEPENDING ON WS-Refund-Count
                                 INDEXED BY Refund-Ix.
               05 WS-Rf-Week      PIC 99.
               05 WS-Rf-Percent   PIC 9(3).
       01 WS-Fee-Count          PIC 99 VALUE 0.
       01 WS-Fee-Table.
           03 WS-Fee-Entry      OCCURS 0 TO 50 TIMES
                                 DEPENDING ON WS-Fee-Count
                                 INDEXED BY Fee-Ix.
               05 WS-Fee-Program PIC X(5).
               05 WS-Fee-Credit  PIC 9(3)V99.

      *The drop or withdrawal being priced
       01 WS-Request-Date       PIC 9(8).
       01 WS-Request-Daynum     PIC 9(7).
       01 WS-Term-Week          PIC 99.
       01 WS-Weeks-Work         PIC 9(5).
       01 WS-Refund-Percent     PIC 9(3).
       01 WS-Credit-Action      PIC X.
       01 WS-Credit-Amount      PIC 9(7)V99.
       01 WS-Amount-Before      PIC 9(7)V99.
       01 WS-Refund-Amount      PIC 9(7)V99.
       01 WS-Credit-Total       PIC 9(9)V99 VALUE ZEROS.
       01 WS-Cheque-Total       PIC 9(9)V99 VALUE ZEROS.

      *Day-number conversion for the week of term
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

      *The invoices credited this run, checked for overpayment at
      *the end
       01 WS-Credited-Count     PIC 9(3) VALUE 0.
       01 WS-Credited-Table.
           03 WS-Credited-Key   OCCURS 0 TO 500 TIMES
                                 DEPENDING ON WS-Credited-Count
                                 INDEXED BY Credited-Ix
                                 PIC X(14).
       01 WS-Credited-Sub       PIC 9(3).

      *The enrollment file, held in storage while the requests are
      *applied and written back whole at the end; a dropped entry
      *is flagged and left out of the rewrite
       01 WS-Enroll-Count       PIC 9(4) VALUE 0.
       01 WS-Enroll-Table.
           03 WS-Enroll-Entry   OCCURS 0 TO 2000 TIMES
                                 DEPENDING ON WS-Enroll-Count.
               05 WS-En-Student PIC X(9).
               05 WS-En-Course  PIC X(8).
               05 WS-En-Section PIC X(3).
               05 WS-En-Term    PIC X(5).
               05 WS-En-Dropped PIC 9.
       01 WS-Enroll-Sub         PIC 9(4).

      *The waitlist, held and rewritten the same way; a promoted or
      *withdrawn entry is flagged and left out of the rewrite
       01 WS-Wait-Count         PIC 9(4) VALUE 0.
       01 WS-Wait-Table.
           03 WS-Wait-Entry     OCCURS 0 TO 1000 TIMES
                                 DEPENDING ON WS-Wait-Count.
               05 WS-Wt-Student   PIC X(9).
               05 WS-Wt-Course    PIC X(8).
               05 WS-Wt-Section   PIC X(3).
               05 WS-Wt-Term      PIC X(5).
               05 WS-Wt-Timestamp PIC X(14).
               05 WS-Wt-Removed   PIC 9.
       01 WS-Wait-Sub           PIC 9(4).
       01 WS-Fill-Sub           PIC 9(4).

      *The course/section/term being worked on, its seats, and the
      *waitlisted student first in line for it
       01 WS-Target.
           03 WS-Tg-Course      PIC X(8).
           03 WS-Tg-Section     PIC X(3).
           03 WS-Tg-Term        PIC X(5).
       01 WS-Tg-Student         PIC X(9).
       01 WS-Saved-Student      PIC X(9).
       01 WS-Tg-Capacity        PIC 9(3).
       01 WS-Tg-Filled          PIC 9(4).
       01 WS-Tg-Waiting         PIC 9(4).
       01 WS-Seats-Open         PIC S9(4).
       01 WS-First-Sub          PIC 9(4).
       01 WS-Found-Sub          PIC 9(4).
       01 WS-Already-Enrolled   PIC 9 VALUE 0.
           88 Already-Enrolled  VALUE 1.
       01 WS-Promoted           PIC 9 VALUE 0.
           88 Student-Promoted  VALUE 1.

      *The distinct term/course/sections for the waitlist report
       01 WS-Section-Count      PIC 9(3) VALUE 0.
       01 WS-Section-Table.
           03 WS-Section-Entry  OCCURS 0 TO 400 TIMES
                                 DEPENDING ON WS-Section-Count
                                 INDEXED BY Section-Ix.
               05 WS-Sec-Key.
                   07 WS-Sec-Course  PIC X(8).
                   07 WS-Sec-Section PIC X(3).
                   07 WS-Sec-Term    PIC X(5).
       01 WS-Section-Sub        PIC 9(3).

      *End-of-run request counters, displayed by the summary
       01 WS-Enrolled-Count     PIC 9(4) VALUE 0.
       01 WS-Waitlisted-Count   PIC 9(4) VALUE 0.
       01 WS-Drop-Count         PIC 9(4) VALUE 0.
       01 WS-Withdrawn-Count    PIC 9(4) VALUE 0.
       01 WS-Promoted-Count     PIC 9(4) VALUE 0.
       01 WS-Reject-Count       PIC 9(4) VALUE 0.
       01 WS-Overridden-Count   PIC 9(4) VALUE 0.
       01 WS-Withdrawal-Count   PIC 9(4) VALUE 0.
       01 WS-Cheque-Count       PIC 9(4) VALUE 0.

      *Request block for the shared SignOn subprogram
       01 WS-SIGNON-REQUEST.
           03 WS-SO-PROGRAM     PIC X(20).
           03 WS-SO-FUNCTION    PIC X.
           03 WS-SO-OPERATOR    PIC X(8).
           03 WS-SO-RESULT      PIC X.
               88 Sign-On-Granted VALUE "A".

      *Promotion notice and waitlist report layouts
       01 WS-Notice-Heading.
           03 FILLER            PIC X(25) VALUE
               "WAITLIST PROMOTION NOTICE".
           03 FILLER            PIC X(2) VALUE SPACES.
           03 NH-Date           PIC 9(8).
       01 WS-Notice-Student.
           03 FILLER            PIC X(9) VALUE "STUDENT  ".
           03 NS-Student        PIC X(9).
           03 FILLER            PIC X(2) VALUE SPACES.
           03 NS-Name           PIC X(45).
       01 WS-Notice-Course.
           03 FILLER            PIC X(31) VALUE
               "A SEAT HAS OPENED - ENROLLED IN".
           03 FILLER            PIC X VALUE SPACE.
           03 NC-Course         PIC X(8).
           03 FILLER            PIC X VALUE "-".
           03 NC-Section        PIC X(3).
           03 FILLER            PIC X(6) VALUE " TERM ".
           03 NC-Term           PIC X(5).
       01 WS-Notice-Title.
           03 FILLER            PIC X(9) VALUE SPACES.
           03 NT-Title          PIC X(30).
           03 FILLER            PIC X(11) VALUE " REQUESTED ".
           03 NT-Timestamp      PIC X(14).
       01 WS-Usage-Heading.
           03 FILLER            PIC X(35) VALUE
               "PREREQUISITE OVERRIDES USED AS OF".
           03 UH-Date           PIC 9(8).
       01 WS-Usage-Columns      PIC X(70) VALUE
           "TERM  COURSE    APPROVED BY  OVERRIDES".
       01 WS-Usage-Line.
           03 UL-Term           PIC X(5).
           03 FILLER            PIC X VALUE SPACE.
           03 UL-Course         PIC X(8).
           03 FILLER            PIC X(2) VALUE SPACES.
           03 UL-Approved-By    PIC X(8).
           03 FILLER            PIC X(8) VALUE SPACES.
           03 UL-Used           PIC ZZZ9.
       01 WS-Usage-Total-Line.
           03 FILLER            PIC X(5) VALUE "TERM ".
           03 UT-Term           PIC X(5).
           03 FILLER            PIC X(19) VALUE " TOTAL".
           03 UT-Used           PIC ZZZZ9.
       01 WS-Cheque-Heading.
           03 FILLER            PIC X(30) VALUE
               "TUITION REFUND CHEQUES".
           03 CH-Date           PIC 9(8).
       01 WS-Cheque-Columns     PIC X(70) VALUE
           "STUDENT   NAME                           TERM      REFUND".
       01 WS-Cheque-Line.
           03 RC-Student        PIC X(9).
           03 FILLER            PIC X VALUE SPACE.
           03 RC-Name           PIC X(30).
           03 FILLER            PIC X VALUE SPACE.
           03 RC-Term           PIC X(5).
           03 FILLER            PIC X(2) VALUE SPACES.
           03 RC-Amount         PIC ZZZ,ZZ9.99.
       01 WS-Cheque-Total-Line.
           03 FILLER            PIC X(40) VALUE "TOTAL REFUNDS".
           03 CT-Count          PIC ZZZ9.
           03 FILLER            PIC X(5) VALUE SPACES.
           03 CT-Amount         PIC Z,ZZZ,ZZ9.99.
       01 WS-Waitlist-Heading.
           03 FILLER            PIC X(30) VALUE
               "SECTION WAITLISTS AS OF".
           03 WH-Date           PIC 9(8).
       01 WS-Waitlist-Columns   PIC X(70) VALUE
           "TERM  COURSE   SEC TITLE                  CAPACITY ENROLLED
      -    "  WAITING".
       01 WS-Waitlist-Line.
           03 WR-Term           PIC X(5).
           03 FILLER            PIC X VALUE SPACE.
           03 WR-Course         PIC X(8).
           03 FILLER            PIC X VALUE SPACE.
           03 WR-Section        PIC X(3).
           03 FILLER            PIC X VALUE SPACE.
           03 WR-Title          PIC X(22).
           03 FILLER            PIC X(2) VALUE SPACES.
           03 WR-Capacity       PIC ZZ9.
           03 FILLER            PIC X(5) VALUE SPACES.
           03 WR-Filled         PIC ZZZ9.
           03 FILLER            PIC X(5) VALUE SPACES.
           03 WR-Waiting        PIC ZZZ9.

       procedure division.
       main-program.
           perform configure-file-paths
      *No enrollment is changed for an operator without a
      *maintenance grant on the shared permissions file
           move "EnrollmentMaint" to WS-SO-PROGRAM
           move "M" to WS-SO-FUNCTION
           call "SignOn" using WS-SIGNON-REQUEST
           if not Sign-On-Granted
               display "RUN REFUSED - OPERATOR NOT AUTHORIZED"
               stop run
           end-if
           accept WS-Run-Date from date YYYYMMDD
           perform load-course-master
           perform load-enrollment
           perform load-waitlist
           perform load-prerequisites
           perform load-course-grades
           perform load-overrides
           perform load-term-calendar
           perform load-refund-schedule
           perform load-fee-schedule
           perform load-holds
           open input StudentMaster
           if WS-Master-Status not = "00"
               display "ERROR: StudentMaster could not be opened,"
                   " status " WS-Master-Status
               stop run
           end-if
           open output PromotionNotices
           open extend OverrideLog
           open extend CourseGrades
           open extend CreditAudit
           open i-o Invoices
           if WS-Invoice-Status = "35"
               open output Invoices
               close Invoices
               open i-o Invoices
           end-if
      *a capacity raised on the course master opens seats before
      *any request is looked at
           perform fill-open-seats varying WS-Fill-Sub from 1 by 1
               until WS-Fill-Sub > WS-Wait-Count
           open input EnrollmentRequests
           read EnrollmentRequests
               at end set No-More-Requests to true
           end-read
           perform process-request until No-More-Requests
           close EnrollmentRequests PromotionNotices OverrideLog
           perform write-refund-cheques
           close CourseGrades CreditAudit Invoices
           perform rewrite-enrollment
           perform rewrite-waitlist
           perform write-waitlist-report
           perform write-override-usage
           close StudentMaster
           perform display-summary

           goback.

      *--------------------------------------------------------------
      *load-course-master loads the offered courses
      *--------------------------------------------------------------
       load-course-master.
           open input CourseMaster
           read CourseMaster
               at end set End-Of-Courses to true
           end-read
           perform load-one-course until End-Of-Courses
           close CourseMaster
           if WS-Course-Count = 0
               display "ERROR: No course master on file"
               stop run
           end-if
           exit.

      *--------------------------------------------------------------
      *load-one-course stores one master record
      *--------------------------------------------------------------
       load-one-course.
           if WS-Course-Count >= 50
               display "ERROR: Course table full"
               stop run
           end-if
           add 1 to WS-Course-Count
           move CM-Course-Code to WS-Course-Code(WS-Course-Count)
           move CM-Title to WS-Course-Title(WS-Course-Count)
           move CM-Capacity to WS-Course-Capacity(WS-Course-Count)
           move CM-Credits to WS-Course-Credits(WS-Course-Count)
           read CourseMaster
               at end set End-Of-Courses to true
           end-read
           exit.

      *--------------------------------------------------------------
      *load-enrollment loads the current enrollments
      *--------------------------------------------------------------
       load-enrollment.
           open input CourseEnrollment
           read CourseEnrollment
               at end set End-Of-Enrollment to true
           end-read
           perform load-one-enrollment until End-Of-Enrollment
           close CourseEnrollment
           exit.

      *--------------------------------------------------------------
      *load-one-enrollment stores one enrollment
      *--------------------------------------------------------------
       load-one-enrollment.
           move CE-Student-Number to WS-Tg-Student
           move CE-Course-Code to WS-Tg-Course
           move CE-Section to WS-Tg-Section
           move CE-Term to WS-Tg-Term
           perform add-enrollment
           read CourseEnrollment
               at end set End-Of-Enrollment to true
           end-read
           exit.

      *--------------------------------------------------------------
      *load-waitlist loads the waitlist carried from earlier runs
      *--------------------------------------------------------------
       load-waitlist.
           open input CourseWaitlist
           read CourseWaitlist
               at end set End-Of-Waitlist to true
           end-read
           perform load-one-waitlisted until End-Of-Waitlist
           close CourseWaitlist
           exit.

      *--------------------------------------------------------------
      *load-one-waitlisted stores one waitlist entry
      *--------------------------------------------------------------
       load-one-waitlisted.
           if WS-Wait-Count >= 1000
               display "ERROR: Waitlist table full"
               stop run
           end-if
           add 1 to WS-Wait-Count
           move WL-Student-Number to WS-Wt-Student(WS-Wait-Count)
           move WL-Course-Code to WS-Wt-Course(WS-Wait-Count)
           move WL-Section to WS-Wt-Section(WS-Wait-Count)
           move WL-Term to WS-Wt-Term(WS-Wait-Count)
           move WL-Timestamp to WS-Wt-Timestamp(WS-Wait-Count)
           move 0 to WS-Wt-Removed(WS-Wait-Count)
           read CourseWaitlist
               at end set End-Of-Waitlist to true
           end-read
           exit.

      *--------------------------------------------------------------
      *load-prerequisites loads the prerequisite rules
      *--------------------------------------------------------------
       load-prerequisites.
           open input CoursePrerequisites
           read CoursePrerequisites
               at end set End-Of-Prerequisites to true
           end-read
           perform load-one-prerequisite until End-Of-Prerequisites
           close CoursePrerequisites
           exit.

      *--------------------------------------------------------------
      *load-one-prerequisite stores one rule
      *--------------------------------------------------------------
       load-one-prerequisite.
           if WS-Prereq-Count >= 200
               display "ERROR: Prerequisite table full"
               stop run
           end-if
           add 1 to WS-Prereq-Count
           move PR-Course-Code to WS-Pr-Course(WS-Prereq-Count)
           move PR-Required-Course to WS-Pr-Required(WS-Prereq-Count)
           move PR-Minimum-Grade to WS-Pr-Minimum(WS-Prereq-Count)
           read CoursePrerequisites
               at end set End-Of-Prerequisites to true
           end-read
           exit.

      *--------------------------------------------------------------
      *load-course-grades loads the posted marks; only a course that
      *is some course's prerequisite is kept
      *--------------------------------------------------------------
       load-course-grades.
           open input CourseGrades
           read CourseGrades
               at end set End-Of-Grades to true
           end-read
           perform load-one-grade until End-Of-Grades
           close CourseGrades
           exit.

      *--------------------------------------------------------------
      *load-one-grade stores one posted mark when it is needed
      *--------------------------------------------------------------
       load-one-grade.
           move 0 to WS-Grade-Met
           perform check-one-required varying WS-Prereq-Sub
               from 1 by 1 until WS-Prereq-Sub > WS-Prereq-Count
           if Grade-Met
               if WS-Grade-Count >= 5000
                   display "ERROR: Course grade table full"
                   stop run
               end-if
               add 1 to WS-Grade-Count
               move CG-Student-Number to WS-Gr-Student(WS-Grade-Count)
               move CG-Course-Code to WS-Gr-Course(WS-Grade-Count)
               move CG-Grade to WS-Gr-Grade(WS-Grade-Count)
           end-if
           read CourseGrades
               at end set End-Of-Grades to true
           end-read
           exit.

      *--------------------------------------------------------------
      *check-one-required tells whether the mark's course is the
      *required course of one rule
      *--------------------------------------------------------------
       check-one-required.
           if WS-Pr-Required(WS-Prereq-Sub) = CG-Course-Code
               set Grade-Met to true
           end-if
           exit.

      *--------------------------------------------------------------
      *load-overrides loads the department chairs' overrides
      *--------------------------------------------------------------
       load-overrides.
           open input PrerequisiteOverrides
           read PrerequisiteOverrides
               at end set End-Of-Overrides to true
           end-read
           perform load-one-override until End-Of-Overrides
           close PrerequisiteOverrides
           exit.

      *--------------------------------------------------------------
      *load-one-override stores one override
      *--------------------------------------------------------------
       load-one-override.
           if WS-Override-Count >= 500
               display "ERROR: Prerequisite override table full"
               stop run
           end-if
           add 1 to WS-Override-Count
           move PO-Student-Number to WS-Ov-Student(WS-Override-Count)
           move PO-Course-Code to WS-Ov-Course(WS-Override-Count)
           move PO-Term to WS-Ov-Term(WS-Override-Count)
           move PO-Approved-By to
               WS-Ov-Approved-By(WS-Override-Count)
           read PrerequisiteOverrides
               at end set End-Of-Overrides to true
           end-read
           exit.

      *--------------------------------------------------------------
      *load-holds loads the students with an active hold
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
      *load-one-hold stores the student of one active hold
      *--------------------------------------------------------------
       load-one-hold.
           if HD-Date-Released = 0
               if WS-Hold-Count >= 2000
                   display "ERROR: Hold table full"
                   stop run
               end-if
               add 1 to WS-Hold-Count
               move HD-Student-Number to WS-Hold-Student(WS-Hold-Count)
           end-if
           read StudentHolds
               at end set End-Of-Holds to true
           end-read
           exit.

      *--------------------------------------------------------------
      *check-student-hold tells whether the target student has an
      *active hold
      *--------------------------------------------------------------
       check-student-hold.
           move 0 to WS-Hold-Found
           set Hold-Ix to 1
           search WS-Hold-Student
               at end continue
               when WS-Hold-Student(Hold-Ix) = WS-Tg-Student
                   set Student-On-Hold to true
           end-search
           exit.

      *--------------------------------------------------------------
      *load-term-calendar loads each term's start and add/drop
      *deadline
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
      *load-one-term stores one term
      *--------------------------------------------------------------
       load-one-term.
           if WS-Calendar-Count >= 40
               display "ERROR: Term calendar table full"
               stop run
           end-if
           add 1 to WS-Calendar-Count
           move TC-Term to WS-Cal-Term(WS-Calendar-Count)
           move TC-Start-Date to WS-Cal-Start(WS-Calendar-Count)
           move TC-Drop-Deadline to WS-Cal-Deadline(WS-Calendar-Count)
           read TermCalendar
               at end set End-Of-Calendar to true
           end-read
           exit.

      *--------------------------------------------------------------
      *load-refund-schedule loads the withdrawal refund percentages
      *--------------------------------------------------------------
       load-refund-schedule.
           open input RefundSchedule
           read RefundSchedule
               at end set End-Of-Refund-Schedule to true
           end-read
           perform load-one-refund until End-Of-Refund-Schedule
           close RefundSchedule
           exit.

      *--------------------------------------------------------------
      *load-one-refund stores one week's percentage
      *--------------------------------------------------------------
       load-one-refund.
           if WS-Refund-Count >= 20
               display "ERROR: Refund schedule table full"
               stop run
           end-if
           add 1 to WS-Refund-Count
           move RS-Week to WS-Rf-Week(WS-Refund-Count)
           move RS-Percent to WS-Rf-Percent(WS-Refund-Count)
           read RefundSchedule
               at end set End-Of-Refund-Schedule to true
           end-read
           exit.

      *--------------------------------------------------------------
      *load-fee-schedule loads the per-credit course fee by program
      *--------------------------------------------------------------
       load-fee-schedule.
           open input FeeSchedule
           read FeeSchedule
               at end set End-Of-Fees to true
           end-read
           perform load-one-fee until End-Of-Fees
           close FeeSchedule
           exit.

      *--------------------------------------------------------------
      *load-one-fee stores one program's course fee
      *--------------------------------------------------------------
       load-one-fee.
           if WS-Fee-Count >= 50
               display "ERROR: Fee table full"
               stop run
           end-if
           add 1 to WS-Fee-Count
           move FS-Program to WS-Fee-Program(WS-Fee-Count)
           move FS-Credit-Fee to WS-Fee-Credit(WS-Fee-Count)
           read FeeSchedule
               at end set End-Of-Fees to true
           end-read
           exit.

      *--------------------------------------------------------------
      *process-request validates one request and applies it, then
      *reads the next one
      *--------------------------------------------------------------
       process-request.
           move ER-Student-Number to WS-Tg-Student
           move ER-Course-Code to WS-Tg-Course
           move ER-Section to WS-Tg-Section
           move ER-Term to WS-Tg-Term
           evaluate true
               when Enroll-Request
                   perform apply-enroll
               when Drop-Request
                   perform apply-drop
               when other
                   display "INVALID REQUEST TYPE " ER-Type
                       " FOR STUDENT " ER-Student-Number
                   add 1 to WS-Reject-Count
           end-evaluate
           read EnrollmentRequests
               at end set No-More-Requests to true
           end-read
           exit.

      *--------------------------------------------------------------
      *apply-enroll enrolls the student when the section has a seat
      *and no one waiting for it, or puts the request on the
      *section's waitlist
      *--------------------------------------------------------------
       apply-enroll.
           move WS-Tg-Student to STM-Student-Number
           perform read-student
           if not Student-Found
               display "CANNOT ENROLL MISSING STUDENT " WS-Tg-Student
               add 1 to WS-Reject-Count
               exit paragraph
           end-if
           if STM-Withdrawn or STM-Graduated
               display "CANNOT ENROLL " WS-Tg-Student
                   " - STUDENT IS WITHDRAWN OR GRADUATED"
               add 1 to WS-Reject-Count
               exit paragraph
           end-if
           perform check-student-hold
           if Student-On-Hold
               display "CANNOT ENROLL " WS-Tg-Student
                   " - STUDENT HAS AN ACTIVE HOLD"
               add 1 to WS-Reject-Count
               exit paragraph
           end-if
           perform find-course
           if WS-Course-Count = 0 or Course-Ix > WS-Course-Count
               display "CANNOT ENROLL " WS-Tg-Student
                   " - COURSE NOT ON MASTER " WS-Tg-Course
               add 1 to WS-Reject-Count
               exit paragraph
           end-if
           perform check-already-enrolled
           if Already-Enrolled
               display "CANNOT ENROLL " WS-Tg-Student
                   " - ALREADY ENROLLED IN " WS-Tg-Course
                   " FOR TERM " WS-Tg-Term
               add 1 to WS-Reject-Count
               exit paragraph
           end-if
           move 0 to WS-Log-Overrides
           perform check-prerequisites
           if not Prereqs-Met
               display "CANNOT ENROLL " WS-Tg-Student " IN "
                   WS-Tg-Course " - " WS-Prereq-Reason
               add 1 to WS-Reject-Count
               exit paragraph
           end-if
           perform count-section
           if WS-Found-Sub > 0
               display "CANNOT ENROLL " WS-Tg-Student
                   " - ALREADY WAITLISTED FOR " WS-Tg-Course "-"
                   WS-Tg-Section
               add 1 to WS-Reject-Count
               exit paragraph
           end-if
           if WS-Seats-Open > 0 and WS-Tg-Waiting = 0
               set Log-Overrides to true
               perform check-prerequisites
               perform add-enrollment
               add 1 to WS-Enrolled-Count
               exit paragraph
           end-if
           if WS-Wait-Count >= 1000
               display "ERROR: Waitlist table full"
               stop run
           end-if
           add 1 to WS-Wait-Count
           move WS-Tg-Student to WS-Wt-Student(WS-Wait-Count)
           move WS-Tg-Course to WS-Wt-Course(WS-Wait-Count)
           move WS-Tg-Section to WS-Wt-Section(WS-Wait-Count)
           move WS-Tg-Term to WS-Wt-Term(WS-Wait-Count)
           move ER-Timestamp to WS-Wt-Timestamp(WS-Wait-Count)
           if ER-Timestamp = spaces
               perform set-now
               move WS-Now to WS-Wt-Timestamp(WS-Wait-Count)
           end-if
           move 0 to WS-Wt-Removed(WS-Wait-Count)
           add 1 to WS-Waitlisted-Count
           display "SECTION FULL - " WS-Tg-Student " WAITLISTED FOR "
               WS-Tg-Course "-" WS-Tg-Section " TERM " WS-Tg-Term
           exit.

      *--------------------------------------------------------------
      *apply-drop drops the student's enrollment and promotes the
      *first eligible waitlisted student into the seat; a drop for a
      *student only on the waitlist takes them off it
      *--------------------------------------------------------------
       apply-drop.
           move 0 to WS-Found-Sub
           perform find-one-enrollment varying WS-Enroll-Sub
               from 1 by 1 until WS-Enroll-Sub > WS-Enroll-Count
           if WS-Found-Sub > 0
               move 1 to WS-En-Dropped(WS-Found-Sub)
               perform find-course
               perform set-request-date
               set Calendar-Ix to 1
               search WS-Calendar-Entry
                   at end continue
                   when WS-Cal-Term(Calendar-Ix) = WS-Tg-Term
                       if WS-Request-Date > WS-Cal-Deadline(Calendar-Ix)
                           perform apply-withdrawal
                           exit paragraph
                       end-if
               end-search
               add 1 to WS-Drop-Count
               move "D" to WS-Credit-Action
               move 0 to WS-Term-Week
               move 100 to WS-Refund-Percent
               perform post-tuition-credit
               perform fill-target-seats
               exit paragraph
           end-if
           perform count-section
           if WS-Found-Sub > 0
               move 1 to WS-Wt-Removed(WS-Found-Sub)
               add 1 to WS-Withdrawn-Count
               exit paragraph
           end-if
           display "CANNOT DROP " WS-Tg-Student " - NOT ENROLLED IN "
               WS-Tg-Course "-" WS-Tg-Section " TERM " WS-Tg-Term
           add 1 to WS-Reject-Count
           exit.

      *--------------------------------------------------------------
      *set-request-date takes the drop's date from its timestamp, or
      *the run date when none was given
      *--------------------------------------------------------------
       set-request-date.
           if ER-Timestamp(1:8) is numeric
               move ER-Timestamp(1:8) to WS-Request-Date
           else
               move WS-Run-Date to WS-Request-Date
           end-if
           exit.

      *--------------------------------------------------------------
      *apply-withdrawal handles a drop after the add/drop deadline:
      *the course stays on the transcript as a "W", the seat is not
      *refilled, and the credit follows the refund schedule for the
      *week of term; Calendar-Ix points at the term
      *--------------------------------------------------------------
       apply-withdrawal.
           add 1 to WS-Withdrawal-Count
           move spaces to CourseGradeRecord
           move WS-Tg-Student to CG-Student-Number
           move WS-Tg-Course to CG-Course-Code
           move WS-Tg-Term to CG-Term
           move "W" to CG-Grade
           move 0 to CG-Credits
           write CourseGradeRecord
           move WS-Request-Date to WS-Date-Work
           perform convert-date-to-daynum
           move WS-Daynum to WS-Request-Daynum
           move WS-Cal-Start(Calendar-Ix) to WS-Date-Work
           perform convert-date-to-daynum
           move 1 to WS-Term-Week
           if WS-Request-Daynum > WS-Daynum
               compute WS-Weeks-Work =
                   (WS-Request-Daynum - WS-Daynum) / 7 + 1
               if WS-Weeks-Work > 99
                   move 99 to WS-Weeks-Work
               end-if
               move WS-Weeks-Work to WS-Term-Week
           end-if
           move 0 to WS-Refund-Percent
           set Refund-Ix to 1
           search WS-Refund-Entry
               at end continue
               when WS-Rf-Week(Refund-Ix) = WS-Term-Week
                   move WS-Rf-Percent(Refund-Ix) to WS-Refund-Percent
           end-search
           display "WITHDRAWN: " WS-Tg-Student " FROM " WS-Tg-Course
               " TERM " WS-Tg-Term " WEEK " WS-Term-Week
               " REFUND " WS-Refund-Percent "%"
           move "W" to WS-Credit-Action
           perform post-tuition-credit
           exit.

      *--------------------------------------------------------------
      *post-tuition-credit credits the refund percentage of the
      *course's per-credit fee against the student's invoice for
      *the term and writes the audit record
      *--------------------------------------------------------------
       post-tuition-credit.
           move WS-Tg-Student to STM-Student-Number
           perform read-student
           if not Student-Found
               display "NO CREDIT POSTED - STUDENT NOT ON MASTER "
                   WS-Tg-Student
               exit paragraph
           end-if
           set Fee-Ix to 1
           search WS-Fee-Entry
               at end
                   display "NO CREDIT POSTED - NO FEE SCHEDULE FOR "
                       STM-ProgramCode " STUDENT " WS-Tg-Student
                   exit paragraph
               when WS-Fee-Program(Fee-Ix) = STM-ProgramCode
                   continue
           end-search
           move 0 to WS-Credit-Amount
           if Course-Ix <= WS-Course-Count
               compute WS-Credit-Amount rounded =
                   WS-Course-Credits(Course-Ix) * WS-Fee-Credit(Fee-Ix)
                   * WS-Refund-Percent / 100
           end-if
           move 1 to WS-Invoice-Found
           move WS-Tg-Student to IN-Student-Number
           move WS-Tg-Term to IN-Term
           read Invoices key is IN-Key
               invalid key
                   move 0 to WS-Invoice-Found
           end-read
           if not Invoice-Found
               display "NO CREDIT POSTED - " WS-Tg-Student
                   " NOT YET INVOICED FOR TERM " WS-Tg-Term
               exit paragraph
           end-if
           move IN-Amount to WS-Amount-Before
           if WS-Credit-Amount > IN-Amount
               move IN-Amount to WS-Credit-Amount
           end-if
           subtract WS-Credit-Amount from IN-Amount
           rewrite InvoiceRecord
           add WS-Credit-Amount to WS-Credit-Total
           move WS-Credit-Action to TA-Action
           move WS-Tg-Course to TA-Course-Code
           move WS-Term-Week to TA-Week
           move WS-Refund-Percent to TA-Percent
           move WS-Credit-Amount to TA-Credit
           perform write-credit-audit
           set Credited-Ix to 1
           search WS-Credited-Key
               at end
                   if WS-Credited-Count >= 500
                       display "ERROR: Credited invoice table full"
                       stop run
                   end-if
                   add 1 to WS-Credited-Count
                   move IN-Key to WS-Credited-Key(WS-Credited-Count)
               when WS-Credited-Key(Credited-Ix) = IN-Key
                   continue
           end-search
           exit.

      *--------------------------------------------------------------
      *write-credit-audit writes the audit record for the invoice
      *just rewritten; the caller fills action, course, week,
      *percentage, and amount
      *--------------------------------------------------------------
       write-credit-audit.
           move WS-Run-Date to TA-Date
           move WS-SO-OPERATOR to TA-Operator
           move IN-Student-Number to TA-Student-Number
           move IN-Term to TA-Term
           move WS-Amount-Before to TA-Amount-Before
           move IN-Amount to TA-Amount-After
           move IN-Paid to TA-Paid
           write CreditAuditRecord
           exit.

      *--------------------------------------------------------------
      *write-refund-cheques lists every invoice credited this run
      *whose payments now exceed it
      *--------------------------------------------------------------
       write-refund-cheques.
           open output RefundCheques
           move WS-Run-Date to CH-Date
           write RefundChequeLine from WS-Cheque-Heading
           write RefundChequeLine from WS-Cheque-Columns
           perform write-one-refund-cheque varying WS-Credited-Sub
               from 1 by 1 until WS-Credited-Sub > WS-Credited-Count
           move WS-Cheque-Count to CT-Count
           move WS-Cheque-Total to CT-Amount
           write RefundChequeLine from WS-Cheque-Total-Line
           close RefundCheques
           exit.

      *--------------------------------------------------------------
      *write-one-refund-cheque lists one overpaid invoice and takes
      *the refund back out of its paid figure
      *--------------------------------------------------------------
       write-one-refund-cheque.
           move WS-Credited-Key(WS-Credited-Sub) to IN-Key
           read Invoices key is IN-Key
               invalid key
                   exit paragraph
           end-read
      *only the student's own payments are refunded; award money
      *beyond the invoice stays for finance to settle with the
      *sponsor
           if IN-Paid + IN-Awarded not > IN-Amount or IN-Paid = 0
               exit paragraph
           end-if
           compute WS-Refund-Amount = IN-Paid + IN-Awarded - IN-Amount
           if WS-Refund-Amount > IN-Paid
               move IN-Paid to WS-Refund-Amount
           end-if
           move IN-Student-Number to RC-Student STM-Student-Number
           perform read-student
           move spaces to RC-Name
           if Student-Found
               string STM-Surname   delimited by space
                      ", "          delimited by size
                      STM-GivenName delimited by space
                      into RC-Name
           end-if
           move IN-Term to RC-Term
           move WS-Refund-Amount to RC-Amount
           write RefundChequeLine from WS-Cheque-Line
           add 1 to WS-Cheque-Count
           add WS-Refund-Amount to WS-Cheque-Total
           move IN-Amount to WS-Amount-Before
           subtract WS-Refund-Amount from IN-Paid
           rewrite InvoiceRecord
           move "R" to TA-Action
           move spaces to TA-Course-Code
           move 0 to TA-Week TA-Percent
           move WS-Refund-Amount to TA-Credit
           perform write-credit-audit
           exit.

      *--------------------------------------------------------------
      *convert-date-to-daynum turns the YYYYMMDD date in
      *WS-Date-Work into a running day number in WS-Daynum, each
      *division truncated on its own so differences come out exact;
      *January and February count as months 13 and 14 of the prior
      *year
      *--------------------------------------------------------------
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

      *--------------------------------------------------------------
      *find-one-enrollment remembers the enrollment the drop names
      *--------------------------------------------------------------
       find-one-enrollment.
           if WS-En-Student(WS-Enroll-Sub) = WS-Tg-Student
               and WS-En-Course(WS-Enroll-Sub) = WS-Tg-Course
               and WS-En-Section(WS-Enroll-Sub) = WS-Tg-Section
               and WS-En-Term(WS-Enroll-Sub) = WS-Tg-Term
               and WS-En-Dropped(WS-Enroll-Sub) = 0
               move WS-Enroll-Sub to WS-Found-Sub
           end-if
           exit.

      *--------------------------------------------------------------
      *fill-open-seats promotes into the section of waitlist entry
      *WS-Fill-Sub while it has seats open
      *--------------------------------------------------------------
       fill-open-seats.
           if WS-Wt-Removed(WS-Fill-Sub) = 1
               exit paragraph
           end-if
           move WS-Wt-Course(WS-Fill-Sub) to WS-Tg-Course
           move WS-Wt-Section(WS-Fill-Sub) to WS-Tg-Section
           move WS-Wt-Term(WS-Fill-Sub) to WS-Tg-Term
           perform find-course
           if WS-Course-Count = 0 or Course-Ix > WS-Course-Count
               exit paragraph
           end-if
           perform fill-target-seats
           exit.

      *--------------------------------------------------------------
      *fill-target-seats promotes waitlisted students in request
      *order into the target section until it is full or nobody
      *eligible is left waiting
      *--------------------------------------------------------------
       fill-target-seats.
           move 1 to WS-Promoted
           perform promote-first-waiting
               until not Student-Promoted
           exit.

      *--------------------------------------------------------------
      *promote-first-waiting promotes the earliest eligible request
      *on the target section's waitlist when a seat is open; a
      *student enrolled elsewhere in the course meanwhile is taken
      *off the waitlist and the next request is tried
      *--------------------------------------------------------------
       promote-first-waiting.
           move 0 to WS-Promoted
           perform count-section
           if WS-Seats-Open <= 0 or WS-First-Sub = 0
               exit paragraph
           end-if
           move WS-Tg-Student to WS-Saved-Student
           move WS-Wt-Student(WS-First-Sub) to WS-Tg-Student
           perform check-already-enrolled
           move 1 to WS-Wt-Removed(WS-First-Sub)
           move 1 to WS-Promoted
           if Already-Enrolled
               display "WAITLIST ENTRY REMOVED - " WS-Tg-Student
                   " ALREADY ENROLLED IN " WS-Tg-Course
               move WS-Saved-Student to WS-Tg-Student
               exit paragraph
           end-if
           perform check-student-hold
           if Student-On-Hold
               display "WAITLIST ENTRY REMOVED - " WS-Tg-Student
                   " HAS AN ACTIVE HOLD"
               move WS-Saved-Student to WS-Tg-Student
               exit paragraph
           end-if
      *an override withdrawn while the student waited no longer
      *carries them into the seat
           set Log-Overrides to true
           perform check-prerequisites
           if not Prereqs-Met
               display "WAITLIST ENTRY REMOVED - " WS-Tg-Student
                   " " WS-Prereq-Reason
           else
               perform add-enrollment
               perform write-promotion-notice
               add 1 to WS-Promoted-Count
           end-if
           move WS-Saved-Student to WS-Tg-Student
           exit.

      *--------------------------------------------------------------
      *count-section works the target section's seats open and
      *waitlist length, the earliest live waitlist request for it
      *(WS-First-Sub), and the target student's own request on it
      *(WS-Found-Sub)
      *--------------------------------------------------------------
       count-section.
           move 0 to WS-Tg-Filled WS-Tg-Waiting
           move 0 to WS-First-Sub WS-Found-Sub
           perform count-one-seat varying WS-Enroll-Sub
               from 1 by 1 until WS-Enroll-Sub > WS-Enroll-Count
           perform count-one-waiting varying WS-Wait-Sub
               from 1 by 1 until WS-Wait-Sub > WS-Wait-Count
           compute WS-Seats-Open = WS-Tg-Capacity - WS-Tg-Filled
           exit.

      *--------------------------------------------------------------
      *count-one-seat counts one live enrollment in the section
      *--------------------------------------------------------------
       count-one-seat.
           if WS-En-Course(WS-Enroll-Sub) = WS-Tg-Course
               and WS-En-Section(WS-Enroll-Sub) = WS-Tg-Section
               and WS-En-Term(WS-Enroll-Sub) = WS-Tg-Term
               and WS-En-Dropped(WS-Enroll-Sub) = 0
               add 1 to WS-Tg-Filled
           end-if
           exit.

      *--------------------------------------------------------------
      *count-one-waiting counts one live waitlist request for the
      *section
      *--------------------------------------------------------------
       count-one-waiting.
           if WS-Wt-Course(WS-Wait-Sub) not = WS-Tg-Course
               or WS-Wt-Section(WS-Wait-Sub) not = WS-Tg-Section
               or WS-Wt-Term(WS-Wait-Sub) not = WS-Tg-Term
               or WS-Wt-Removed(WS-Wait-Sub) = 1
               exit paragraph
           end-if
           add 1 to WS-Tg-Waiting
           if WS-First-Sub = 0
               move WS-Wait-Sub to WS-First-Sub
           else
               if WS-Wt-Timestamp(WS-Wait-Sub) <
                   WS-Wt-Timestamp(WS-First-Sub)
                   move WS-Wait-Sub to WS-First-Sub
               end-if
           end-if
           if WS-Wt-Student(WS-Wait-Sub) = WS-Tg-Student
               move WS-Wait-Sub to WS-Found-Sub
           end-if
           exit.

      *--------------------------------------------------------------
      *check-already-enrolled tells whether the target student holds
      *a live enrollment in any section of the course for the term
      *--------------------------------------------------------------
       check-already-enrolled.
           move 0 to WS-Already-Enrolled
           perform check-one-enrolled varying WS-Enroll-Sub
               from 1 by 1 until WS-Enroll-Sub > WS-Enroll-Count
           exit.

      *--------------------------------------------------------------
      *check-one-enrolled tests one enrollment
      *--------------------------------------------------------------
       check-one-enrolled.
           if WS-En-Student(WS-Enroll-Sub) = WS-Tg-Student
               and WS-En-Course(WS-Enroll-Sub) = WS-Tg-Course
               and WS-En-Term(WS-Enroll-Sub) = WS-Tg-Term
               and WS-En-Dropped(WS-Enroll-Sub) = 0
               set Already-Enrolled to true
           end-if
           exit.

      *--------------------------------------------------------------
      *check-prerequisites tells whether the target student has
      *passed every prerequisite of the target course, or holds the
      *chair's override for the course and term; the reason for the
      *first unmet prerequisite is left in WS-Prereq-Reason
      *--------------------------------------------------------------
       check-prerequisites.
           move 1 to WS-Prereqs-Met
           move spaces to WS-Prereq-Reason
           move WS-Tg-Student to WS-Ok-Student
           move WS-Tg-Course to WS-Ok-Course
           move WS-Tg-Term to WS-Ok-Term
           perform check-one-prerequisite varying WS-Prereq-Sub
               from 1 by 1 until WS-Prereq-Sub > WS-Prereq-Count
           exit.

      *--------------------------------------------------------------
      *check-one-prerequisite checks one rule for the target course;
      *a letter grade at or above the minimum meets it
      *--------------------------------------------------------------
       check-one-prerequisite.
           if WS-Pr-Course(WS-Prereq-Sub) not = WS-Tg-Course
               exit paragraph
           end-if
           move 0 to WS-Grade-Met
           perform check-one-grade varying WS-Grade-Sub
               from 1 by 1 until WS-Grade-Sub > WS-Grade-Count
           if Grade-Met
               exit paragraph
           end-if
           set Override-Ix to 1
           search WS-Override-Entry
               at end
                   if Prereqs-Met
                       string "PREREQUISITE "   delimited by size
                           WS-Pr-Required(WS-Prereq-Sub)
                                                delimited by space
                           " GRADE "            delimited by size
                           WS-Pr-Minimum(WS-Prereq-Sub)
                                                delimited by size
                           " NOT MET"           delimited by size
                           into WS-Prereq-Reason
                   end-if
                   move 0 to WS-Prereqs-Met
               when WS-Ov-Key(Override-Ix) = WS-Override-Key
                   if Log-Overrides
                       perform log-override-usage
                   end-if
           end-search
           exit.

      *--------------------------------------------------------------
      *check-one-grade tests one posted mark against the rule
      *--------------------------------------------------------------
       check-one-grade.
           if WS-Gr-Student(WS-Grade-Sub) = WS-Tg-Student
               and WS-Gr-Course(WS-Grade-Sub) =
                   WS-Pr-Required(WS-Prereq-Sub)
               and WS-Gr-Grade(WS-Grade-Sub) not = space
               and WS-Gr-Grade(WS-Grade-Sub) <=
                   WS-Pr-Minimum(WS-Prereq-Sub)
               set Grade-Met to true
           end-if
           exit.

      *--------------------------------------------------------------
      *log-override-usage logs the prerequisite the chair's override
      *waives for the enrollment being made
      *--------------------------------------------------------------
       log-override-usage.
           move spaces to OverrideLogRecord
           move WS-Tg-Term to OL-Term
           move WS-Tg-Course to OL-Course-Code
           move WS-Tg-Student to OL-Student-Number
           move WS-Pr-Required(WS-Prereq-Sub) to OL-Required-Course
           move WS-Ov-Approved-By(Override-Ix) to OL-Approved-By
           move WS-Run-Date to OL-Date
           write OverrideLogRecord
           add 1 to WS-Overridden-Count
           display "PREREQUISITE " WS-Pr-Required(WS-Prereq-Sub)
               " WAIVED FOR " WS-Tg-Student " IN " WS-Tg-Course
               " BY " WS-Ov-Approved-By(Override-Ix)
           exit.

      *--------------------------------------------------------------
      *find-course points Course-Ix at the target course and takes
      *its capacity; Course-Ix past the table means not on master
      *--------------------------------------------------------------
       find-course.
           move 0 to WS-Tg-Capacity
           set Course-Ix to 1
           search WS-Course-Entry
               at end
                   set Course-Ix to WS-Course-Count
                   set Course-Ix up by 1
               when WS-Course-Code(Course-Ix) = WS-Tg-Course
                   move WS-Course-Capacity(Course-Ix) to
                       WS-Tg-Capacity
           end-search
           exit.

      *--------------------------------------------------------------
      *add-enrollment adds the target student to the target section
      *--------------------------------------------------------------
       add-enrollment.
           if WS-Enroll-Count >= 2000
               display "ERROR: Enrollment table full"
               stop run
           end-if
           add 1 to WS-Enroll-Count
           move WS-Tg-Student to WS-En-Student(WS-Enroll-Count)
           move WS-Tg-Course to WS-En-Course(WS-Enroll-Count)
           move WS-Tg-Section to WS-En-Section(WS-Enroll-Count)
           move WS-Tg-Term to WS-En-Term(WS-Enroll-Count)
           move 0 to WS-En-Dropped(WS-Enroll-Count)
           exit.

      *--------------------------------------------------------------
      *read-student reads the student master for STM-Student-Number
      *--------------------------------------------------------------
       read-student.
           move 1 to WS-Student-Found
           read StudentMaster key is STM-Student-Number
               invalid key
                   move 0 to WS-Student-Found
           end-read
           exit.

      *--------------------------------------------------------------
      *set-now builds the current date and time as a timestamp
      *--------------------------------------------------------------
       set-now.
           accept WS-Run-Time from time
           move WS-Run-Date to WS-Now-Date
           move WS-Run-Time(1:6) to WS-Now-Time
           exit.

      *--------------------------------------------------------------
      *write-promotion-notice writes the notice for the student just
      *promoted from waitlist entry WS-First-Sub
      *--------------------------------------------------------------
       write-promotion-notice.
           move WS-Run-Date to NH-Date
           write PromotionNoticeLine from WS-Notice-Heading
           move WS-Tg-Student to NS-Student STM-Student-Number
           perform read-student
           if Student-Found
               move spaces to NS-Name
               string STM-Surname   delimited by space
                      ", "          delimited by size
                      STM-GivenName delimited by space
                      into NS-Name
           else
               move "*** NOT ON STUDENT MASTER ***" to NS-Name
           end-if
           write PromotionNoticeLine from WS-Notice-Student
           move WS-Tg-Course to NC-Course
           move WS-Tg-Section to NC-Section
           move WS-Tg-Term to NC-Term
           write PromotionNoticeLine from WS-Notice-Course
           move WS-Course-Title(Course-Ix) to NT-Title
           move WS-Wt-Timestamp(WS-First-Sub) to NT-Timestamp
           write PromotionNoticeLine from WS-Notice-Title
           move spaces to PromotionNoticeLine
           write PromotionNoticeLine
           display "PROMOTED FROM WAITLIST: " WS-Tg-Student " INTO "
               WS-Tg-Course "-" WS-Tg-Section " TERM " WS-Tg-Term
           exit.

      *--------------------------------------------------------------
      *rewrite-enrollment writes the live enrollments back
      *--------------------------------------------------------------
       rewrite-enrollment.
           open output CourseEnrollment
           perform write-one-enrollment varying WS-Enroll-Sub
               from 1 by 1 until WS-Enroll-Sub > WS-Enroll-Count
           close CourseEnrollment
           exit.

      *--------------------------------------------------------------
      *write-one-enrollment writes one live enrollment
      *--------------------------------------------------------------
       write-one-enrollment.
           if WS-En-Dropped(WS-Enroll-Sub) = 0
               move WS-En-Student(WS-Enroll-Sub) to CE-Student-Number
               move WS-En-Course(WS-Enroll-Sub) to CE-Course-Code
               move WS-En-Section(WS-Enroll-Sub) to CE-Section
               move WS-En-Term(WS-Enroll-Sub) to CE-Term
               write CourseEnrollmentRecord
           end-if
           exit.

      *--------------------------------------------------------------
      *rewrite-waitlist writes the live waitlist entries back
      *--------------------------------------------------------------
       rewrite-waitlist.
           open output CourseWaitlist
           perform write-one-waitlisted varying WS-Wait-Sub
               from 1 by 1 until WS-Wait-Sub > WS-Wait-Count
           close CourseWaitlist
           exit.

      *--------------------------------------------------------------
      *write-one-waitlisted writes one live waitlist entry
      *--------------------------------------------------------------
       write-one-waitlisted.
           if WS-Wt-Removed(WS-Wait-Sub) = 0
               move WS-Wt-Student(WS-Wait-Sub) to WL-Student-Number
               move WS-Wt-Course(WS-Wait-Sub) to WL-Course-Code
               move WS-Wt-Section(WS-Wait-Sub) to WL-Section
               move WS-Wt-Term(WS-Wait-Sub) to WL-Term
               move WS-Wt-Timestamp(WS-Wait-Sub) to WL-Timestamp
               write CourseWaitlistRecord
           end-if
           exit.

      *--------------------------------------------------------------
      *write-waitlist-report lists every term/course/section with an
      *enrollment or a waitlist, with its waitlist length
      *--------------------------------------------------------------
       write-waitlist-report.
           perform collect-enrolled-section varying WS-Enroll-Sub
               from 1 by 1 until WS-Enroll-Sub > WS-Enroll-Count
           perform collect-waiting-section varying WS-Wait-Sub
               from 1 by 1 until WS-Wait-Sub > WS-Wait-Count
           open output WaitlistReport
           move WS-Run-Date to WH-Date
           write WaitlistReportLine from WS-Waitlist-Heading
           write WaitlistReportLine from WS-Waitlist-Columns
           perform write-one-section-line varying WS-Section-Sub
               from 1 by 1 until WS-Section-Sub > WS-Section-Count
           close WaitlistReport
           exit.

      *--------------------------------------------------------------
      *collect-enrolled-section notes a live enrollment's section
      *--------------------------------------------------------------
       collect-enrolled-section.
           if WS-En-Dropped(WS-Enroll-Sub) = 0
               move WS-En-Course(WS-Enroll-Sub) to WS-Tg-Course
               move WS-En-Section(WS-Enroll-Sub) to WS-Tg-Section
               move WS-En-Term(WS-Enroll-Sub) to WS-Tg-Term
               perform note-section
           end-if
           exit.

      *--------------------------------------------------------------
      *collect-waiting-section notes a live waitlist entry's section
      *--------------------------------------------------------------
       collect-waiting-section.
           if WS-Wt-Removed(WS-Wait-Sub) = 0
               move WS-Wt-Course(WS-Wait-Sub) to WS-Tg-Course
               move WS-Wt-Section(WS-Wait-Sub) to WS-Tg-Section
               move WS-Wt-Term(WS-Wait-Sub) to WS-Tg-Term
               perform note-section
           end-if
           exit.

      *--------------------------------------------------------------
      *note-section adds the target section to the report list
      *--------------------------------------------------------------
       note-section.
           set Section-Ix to 1
           search WS-Section-Entry
               at end
                   if WS-Section-Count >= 400
                       display "ERROR: Section table full"
                       stop run
                   end-if
                   add 1 to WS-Section-Count
                   move WS-Target to WS-Sec-Key(WS-Section-Count)
               when WS-Sec-Key(Section-Ix) = WS-Target
                   continue
           end-search
           exit.

      *--------------------------------------------------------------
      *write-one-section-line writes one section's report line
      *--------------------------------------------------------------
       write-one-section-line.
           move WS-Sec-Key(WS-Section-Sub) to WS-Target
           move spaces to WS-Tg-Student
           perform find-course
           perform count-section
           move WS-Tg-Term to WR-Term
           move WS-Tg-Course to WR-Course
           move WS-Tg-Section to WR-Section
           move spaces to WR-Title
           if Course-Ix <= WS-Course-Count
               move WS-Course-Title(Course-Ix) to WR-Title
           end-if
           move WS-Tg-Capacity to WR-Capacity
           move WS-Tg-Filled to WR-Filled
           move WS-Tg-Waiting to WR-Waiting
           write WaitlistReportLine from WS-Waitlist-Line
           exit.

      *--------------------------------------------------------------
      *write-override-usage totals the override log by term, course,
      *and approving chair and reports it term by term
      *--------------------------------------------------------------
       write-override-usage.
           open input OverrideLog
           read OverrideLog
               at end set End-Of-Override-Log to true
           end-read
           perform total-one-override until End-Of-Override-Log
           close OverrideLog
           open output OverrideUsageReport
           move WS-Run-Date to UH-Date
           write OverrideUsageLine from WS-Usage-Heading
           write OverrideUsageLine from WS-Usage-Columns
           perform write-one-usage-term varying WS-Term-Sub
               from 1 by 1 until WS-Term-Sub > WS-Term-Count
           close OverrideUsageReport
           exit.

      *--------------------------------------------------------------
      *total-one-override adds one logged override to its totals
      *--------------------------------------------------------------
       total-one-override.
           move OL-Term to WS-Uk-Term
           move OL-Course-Code to WS-Uk-Course
           move OL-Approved-By to WS-Uk-Approved-By
           set Usage-Ix to 1
           search WS-Usage-Entry
               at end
                   if WS-Usage-Count >= 300
                       display "ERROR: Override usage table full"
                       stop run
                   end-if
                   add 1 to WS-Usage-Count
                   move WS-Usage-Key to WS-Us-Key(WS-Usage-Count)
                   move 1 to WS-Us-Used(WS-Usage-Count)
               when WS-Us-Key(Usage-Ix) = WS-Usage-Key
                   add 1 to WS-Us-Used(Usage-Ix)
           end-search
           set Term-Ix to 1
           search WS-Term-Entry
               at end
                   if WS-Term-Count >= 100
                       display "ERROR: Override term table full"
                       stop run
                   end-if
                   add 1 to WS-Term-Count
                   move OL-Term to WS-Term-Code(WS-Term-Count)
               when WS-Term-Code(Term-Ix) = OL-Term
                   continue
           end-search
           read OverrideLog
               at end set End-Of-Override-Log to true
           end-read
           exit.

      *--------------------------------------------------------------
      *write-one-usage-term writes one term's totals and its total
      *--------------------------------------------------------------
       write-one-usage-term.
           move 0 to WS-Term-Total
           perform write-one-usage-line varying WS-Usage-Sub
               from 1 by 1 until WS-Usage-Sub > WS-Usage-Count
           move WS-Term-Code(WS-Term-Sub) to UT-Term
           move WS-Term-Total to UT-Used
           write OverrideUsageLine from WS-Usage-Total-Line
           move spaces to OverrideUsageLine
           write OverrideUsageLine
           exit.

      *--------------------------------------------------------------
      *write-one-usage-line writes one total belonging to the term
      *--------------------------------------------------------------
       write-one-usage-line.
           if WS-Us-Term(WS-Usage-Sub) = WS-Term-Code(WS-Term-Sub)
               move WS-Us-Term(WS-Usage-Sub) to UL-Term
               move WS-Us-Course(WS-Usage-Sub) to UL-Course
               move WS-Us-Approved-By(WS-Usage-Sub) to UL-Approved-By
               move WS-Us-Used(WS-Usage-Sub) to UL-Used
               write OverrideUsageLine from WS-Usage-Line
               add WS-Us-Used(WS-Usage-Sub) to WS-Term-Total
           end-if
           exit.

      *--------------------------------------------------------------
      *display-summary reports what the run applied and rejected
      *--------------------------------------------------------------
       display-summary.
           display "ENROLLMENT MAINTENANCE SUMMARY"
           display "  ENROLLED   " WS-Enrolled-Count
           display "  WAITLISTED " WS-Waitlisted-Count
           display "  DROPPED    " WS-Drop-Count
           display "  OFF WAITLIST " WS-Withdrawn-Count
           display "  WITHDRAWALS  " WS-Withdrawal-Count
           display "  PROMOTED   " WS-Promoted-Count
           display "  REJECTS    " WS-Reject-Count
           display "  OVERRIDES  " WS-Overridden-Count
           exit.


      *-------------------------------------------------------------
      *Resolve every file path: the DD_ environment variable wins
      *when it is set, otherwise the built-in default stands, and
      *the resolved paths are echoed into the run output
      *-------------------------------------------------------------
       configure-file-paths.
           move spaces to path-override
           accept path-override from environment
               "DD_ENROLLMENTREQUESTS"
           if path-override not = spaces
               move path-override to EnrollmentRequests-Path
           end-if
           display "EnrollmentRequests: " EnrollmentRequests-Path
           move spaces to path-override
           accept path-override from environment
               "DD_COURSEMASTER"
           if path-override not = spaces
               move path-override to CourseMaster-Path
           end-if
           display "CourseMaster: " CourseMaster-Path
           move spaces to path-override
           accept path-override from environment
               "DD_COURSEENROLLMENT"
           if path-override not = spaces
               move path-override to CourseEnrollment-Path
           end-if
           display "CourseEnrollment: " CourseEnrollment-Path
           move spaces to path-override
           accept path-override from environment
               "DD_COURSEWAITLIST"
           if path-override not = spaces
               move path-override to CourseWaitlist-Path
           end-if
           display "CourseWaitlist: " CourseWaitlist-Path
           move spaces to path-override
           accept path-override from environment
               "DD_STUDENTMASTER"
           if path-override not = spaces
               move path-override to StudentMaster-Path
           end-if
           display "StudentMaster: " StudentMaster-Path
           move spaces to path-override
           accept path-override from environment
               "DD_PROMOTIONNOTICES"
           if path-override not = spaces
               move path-override to PromotionNotices-Path
           end-if
           display "PromotionNotices: " PromotionNotices-Path
           move spaces to path-override
           accept path-override from environment
               "DD_WAITLISTREPORT"
           if path-override not = spaces
               move path-override to WaitlistReport-Path
           end-if
           display "WaitlistReport: " WaitlistReport-Path
           move spaces to path-override
           accept path-override from environment
               "DD_COURSEPREREQUISITES"
           if path-override not = spaces
               move path-override to CoursePrerequisites-Path
           end-if
           display "CoursePrerequisites: " CoursePrerequisites-Path
           move spaces to path-override
           accept path-override from environment
               "DD_COURSEGRADES"
           if path-override not = spaces
               move path-override to CourseGrades-Path
           end-if
           display "CourseGrades: " CourseGrades-Path
           move spaces to path-override
           accept path-override from environment
               "DD_PREREQUISITEOVERRIDES"
           if path-override not = spaces
               move path-override to PrerequisiteOverrides-Path
           end-if
           display "PrerequisiteOverrides: " PrerequisiteOverrides-Path
           move spaces to path-override
           accept path-override from environment
               "DD_OVERRIDELOG"
           if path-override not = spaces
               move path-override to OverrideLog-Path
           end-if
           display "OverrideLog: " OverrideLog-Path
           move spaces to path-override
           accept path-override from environment
               "DD_OVERRIDEUSAGEREPORT"
           if path-override not = spaces
               move path-override to OverrideUsageReport-Path
           end-if
           display "OverrideUsageReport: " OverrideUsageReport-Path
           move spaces to path-override
           accept path-override from environment
               "DD_TERMCALENDAR"
           if path-override not = spaces
               move path-override to TermCalendar-Path
           end-if
           display "TermCalendar: " TermCalendar-Path
           move spaces to path-override
           accept path-override from environment
               "DD_REFUNDSCHEDULE"
           if path-override not = spaces
               move path-override to RefundSchedule-Path
           end-if
           display "RefundSchedule: " RefundSchedule-Path
           move spaces to path-override
           accept path-override from environment
               "DD_FEESCHEDULE"
           if path-override not = spaces
               move path-override to FeeSchedule-Path
           end-if
           display "FeeSchedule: " FeeSchedule-Path
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
               "DD_REFUNDCHEQUES"
           if path-override not = spaces
               move path-override to RefundCheques-Path
           end-if
           display "RefundCheques: " RefundCheques-Path
           move spaces to path-override
           accept path-override from environment
               "DD_STUDENTHOLDS"
           if path-override not = spaces
               move path-override to StudentHolds-Path
           end-if
           display "StudentHolds: " StudentHolds-Path
           exit.
       end program EnrollmentMaint.
