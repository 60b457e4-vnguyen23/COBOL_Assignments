       identification division.
       program-id. AwardDisbursement as "AwardDisbursement".

      *AwardDisbursement posts scholarships and bursaries to the
      *keyed TuitionInvoices file as awards, kept in the invoice's
      *awarded figure apart from the student's own payments, instead
      *of being keyed through PaymentPosting as if the student had
      *paid. Each award on ScholarshipAwards.dat (student, award,
      *term, amount, sponsor) is checked against the conditions on
      *AwardMaster.dat: the student must carry at least the award's
      *minimum credits for the term on CourseEnrollment.dat (credits
      *from CourseMaster.dat), and their grade-point average over
      *every mark on CourseGrades.dat must reach the award's
      *minimum. An eligible award is posted to the student's invoice
      *for the term and written to TuitionCreditAudit.dat as an "A"
      *adjustment and to AwardsDisbursed.dat, so a rerun does not
      *post it twice. An ineligible award, or one for a student not
      *yet invoiced, goes to AwardExceptions.rpt with the reason and
      *is tried again on the next run. SponsorBilling.rpt lists the
      *awards disbursed this run that a third-party sponsor funds,
      *with a total per sponsor for finance to invoice.

       environment division.
       input-output section.
       file-control.
           Select ScholarshipAwards assign using
           ScholarshipAwards-Path
           organization is line sequential.

           Select AwardMaster assign using
           AwardMaster-Path
           organization is line sequential.

           Select CourseEnrollment assign using
           CourseEnrollment-Path
           organization is line sequential.

           Select CourseMaster assign using
           CourseMaster-Path
           organization is line sequential.

           Select optional CourseGrades assign using
           CourseGrades-Path
           organization is line sequential.

           Select optional AwardsDisbursed assign using
           AwardsDisbursed-Path
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

           Select AwardExceptions assign using
           AwardExceptions-Path
           organization is line sequential.

           Select SponsorBilling assign using
           SponsorBilling-Path
           organization is line sequential.

       data division.
       file section.
       fd ScholarshipAwards.
      ********ScholarshipAwardRecord, one per award to a student******
       01 ScholarshipAwardRecord.
           03 AW-Student-Number PIC X(9).
           03 FILLER            PIC X.
           03 AW-Award-Code     PIC X(6).
           03 FILLER            PIC X.
           03 AW-Term           PIC X(5).
           03 FILLER            PIC X.
           03 AW-Amount         PIC 9(5)V99.
           03 FILLER            PIC X.
      *blank when the institution funds the award itself
           03 AW-Sponsor        PIC X(8).
      ********End of ScholarshipAwardRecord***************************

       fd AwardMaster.
      ********AwardMasterRecord, one per award and its conditions*****
       01 AwardMasterRecord.
           03 AM-Award-Code     PIC X(6).
           03 FILLER            PIC X.
           03 AM-Title          PIC X(30).
           03 FILLER            PIC X.
      *the term load the award requires, zero for none
           03 AM-Min-Credits    PIC 99.
           03 FILLER            PIC X.
      *the grade-point average the award requires, zero for none
           03 AM-Min-GPA        PIC 9V99.
      ********End of AwardMasterRecord********************************

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

       fd AwardsDisbursed.
      ********AwardDisbursedRecord, one per award posted**************
       01 AwardDisbursedRecord.
           03 AD-Student-Number PIC X(9).
           03 FILLER            PIC X.
           03 AD-Award-Code     PIC X(6).
           03 FILLER            PIC X.
           03 AD-Term           PIC X(5).
           03 FILLER            PIC X.
           03 AD-Amount         PIC 9(5)V99.
           03 FILLER            PIC X.
           03 AD-Sponsor        PIC X(8).
           03 FILLER            PIC X.
           03 AD-Date           PIC 9(8).
      ********End of AwardDisbursedRecord*****************************

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
       01 CreditAuditRecord.
           03 TA-Date           PIC 9(8).
           03 FILLER            PIC X.
           03 TA-Operator       PIC X(8).
           03 FILLER            PIC X.
      *A award posted
           03 TA-Action         PIC X.
           03 FILLER            PIC X.
           03 TA-Student-Number PIC X(9).
           03 FILLER            PIC X.
           03 TA-Term           PIC X(5).
           03 FILLER            PIC X.
      *the award code for an award
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

       fd AwardExceptions.
       01 AwardExceptionLine    PIC X(80).

       fd SponsorBilling.
       01 SponsorBillingLine    PIC X(70).

       working-storage section.

      *File assignments resolved at start-up: each path may be
      *overridden through its DD_ environment variable, with the
      *original location as the default, so test and production
      *are a configuration difference instead of a source edit
       01  ScholarshipAwards-Path  pic x(80)
           value "C:\DataFiles\ScholarshipAwards.dat".
       01  AwardMaster-Path  pic x(80)
           value "C:\DataFiles\AwardMaster.dat".
       01  CourseEnrollment-Path  pic x(80)
           value "C:\DataFiles\CourseEnrollment.dat".
       01  CourseMaster-Path  pic x(80)
           value "C:\DataFiles\CourseMaster.dat".
       01  CourseGrades-Path  pic x(80)
           value "C:\DataFiles\CourseGrades.dat".
       01  AwardsDisbursed-Path  pic x(80)
           value "C:\DataFiles\AwardsDisbursed.dat".
       01  Invoices-Path  pic x(80)
           value "C:\DataFiles\TuitionInvoices.dat".
       01  CreditAudit-Path  pic x(80)
           value "C:\DataFiles\TuitionCreditAudit.dat".
       01  AwardExceptions-Path  pic x(80)
           value "C:\DataFiles\AwardExceptions.rpt".
       01  SponsorBilling-Path  pic x(80)
           value "C:\DataFiles\SponsorBilling.rpt".
       01  path-override  pic x(80).
       01 WS-Invoice-Status     PIC XX.
       01 WS-EOF                PIC 9 VALUE 0.
           88 No-More-Awards    VALUE 1.
       01 WS-Master-EOF         PIC 9 VALUE 0.
           88 End-Of-Award-Master VALUE 1.
       01 WS-Enroll-EOF         PIC 9 VALUE 0.
           88 End-Of-Enrollment VALUE 1.
       01 WS-Course-EOF         PIC 9 VALUE 0.
           88 End-Of-Courses    VALUE 1.
       01 WS-Grades-EOF         PIC 9 VALUE 0.
           88 End-Of-Grades     VALUE 1.
       01 WS-Disbursed-EOF      PIC 9 VALUE 0.
           88 End-Of-Disbursed  VALUE 1.
       01 WS-Invoice-Found      PIC 9 VALUE 0.
           88 Invoice-Found     VALUE 1.
       01 WS-Run-Date           PIC 9(8).

      *Award conditions from the award master
       01 WS-Award-Count        PIC 9(3) VALUE 0.
       01 WS-Award-Table.
           03 WS-Award-Entry    OCCURS 0 TO 200 TIMES
                                 DEPENDING ON WS-Award-Count
                                 INDEXED BY Award-Ix.
               05 WS-Aw-Code        PIC X(6).
               05 WS-Aw-Min-Credits PIC 99.
               05 WS-Aw-Min-GPA     PIC 9V99.

      *Course credits for the term load
       01 WS-Course-Count       PIC 99 VALUE 0.
       01 WS-Course-Table.
           03 WS-Course-Entry   OCCURS 0 TO 50 TIMES
                                 DEPENDING ON WS-Course-Count
                                 INDEXED BY Course-Ix.
               05 WS-Course-Code    PIC X(8).
               05 WS-Course-Credits PIC 99.

      *Every enrollment, with the course's credit value
       01 WS-Enroll-Count       PIC 9(4) VALUE 0.
       01 WS-Enroll-Table.
           03 WS-Enroll-Entry   OCCURS 0 TO 2000 TIMES
                                 DEPENDING ON WS-Enroll-Count.
               05 WS-En-Student PIC X(9).
               05 WS-En-Term    PIC X(5).
               05 WS-En-Credits PIC 99.
       01 WS-Enroll-Sub         PIC 9(4).

      *Every posted mark, for the grade-point average
       01 WS-Grade-Count        PIC 9(4) VALUE 0.
       01 WS-Grade-Table.
           03 WS-Grade-Entry    OCCURS 0 TO 5000 TIMES
                                 DEPENDING ON WS-Grade-Count.
               05 WS-Gr-Student PIC X(9).
               05 WS-Gr-Grade   PIC X.
               05 WS-Gr-Credits PIC 99.
       01 WS-Grade-Sub          PIC 9(4).

      *Awards already posted by earlier runs
       01 WS-Disbursed-Count    PIC 9(4) VALUE 0.
       01 WS-Disbursed-Table.
           03 WS-Disbursed-Key  OCCURS 0 TO 5000 TIMES
                                 DEPENDING ON WS-Disbursed-Count
                                 INDEXED BY Disbursed-Ix.
               05 WS-Ds-Student PIC X(9).
               05 WS-Ds-Award   PIC X(6).
               05 WS-Ds-Term    PIC X(5).
       01 WS-Award-Key.
           03 WS-Ak-Student     PIC X(9).
           03 WS-Ak-Award       PIC X(6).
           03 WS-Ak-Term        PIC X(5).

      *Sponsored awards posted this run, for the sponsor billing
       01 WS-Sponsored-Count    PIC 9(4) VALUE 0.
       01 WS-Sponsored-Table.
           03 WS-Sponsored-Entry OCCURS 0 TO 2000 TIMES
                                 DEPENDING ON WS-Sponsored-Count.
               05 WS-Sp-Sponsor PIC X(8).
               05 WS-Sp-Student PIC X(9).
               05 WS-Sp-Award   PIC X(6).
               05 WS-Sp-Term    PIC X(5).
               05 WS-Sp-Amount  PIC 9(5)V99.
       01 WS-Sponsored-Sub      PIC 9(4).
       01 WS-Sponsor-Count      PIC 9(3) VALUE 0.
       01 WS-Sponsor-Table.
           03 WS-Sponsor-Code   OCCURS 0 TO 200 TIMES
                                 DEPENDING ON WS-Sponsor-Count
                                 INDEXED BY Sponsor-Ix
                                 PIC X(8).
       01 WS-Sponsor-Sub        PIC 9(3).
       01 WS-Sponsor-Total      PIC 9(7)V99.

      *Eligibility work fields
       01 WS-Term-Credits       PIC 9(3).
       01 WS-Grade-Points       PIC 9.
       01 WS-Points-Sum         PIC 9(5)V9.
       01 WS-Credits-Attempted  PIC 9(4).
       01 WS-GPA                PIC 9V99.
       01 WS-Exception-Reason   PIC X(30).

       01 WS-Posted-Count       PIC 9(4) VALUE 0.
       01 WS-Posted-Total       PIC 9(9)V99 VALUE ZEROS.
       01 WS-Exception-Count    PIC 9(4) VALUE 0.
       01 WS-Bypassed-Count     PIC 9(4) VALUE 0.
       01 WS-Billed-Total       PIC 9(9)V99 VALUE ZEROS.

       01 WS-Exception-Heading.
           03 FILLER            PIC X(30) VALUE
               "AWARD DISBURSEMENT EXCEPTIONS".
           03 EH-Date           PIC 9(8).
       01 WS-Exception-Line.
           03 EX-Student        PIC X(9).
           03 FILLER            PIC X VALUE SPACE.
           03 EX-Award          PIC X(6).
           03 FILLER            PIC X VALUE SPACE.
           03 EX-Term           PIC X(5).
           03 FILLER            PIC X VALUE SPACE.
           03 EX-Amount         PIC ZZ,ZZ9.99.
           03 FILLER            PIC X VALUE SPACE.
           03 EX-Sponsor        PIC X(8).
           03 FILLER            PIC X VALUE SPACE.
           03 EX-Reason         PIC X(30).
       01 WS-Billing-Heading.
           03 FILLER            PIC X(30) VALUE
               "SPONSOR BILLING".
           03 BH-Date           PIC 9(8).
       01 WS-Sponsor-Heading.
           03 FILLER            PIC X(9) VALUE "SPONSOR: ".
           03 SH-Sponsor        PIC X(8).
       01 WS-Billing-Line.
           03 FILLER            PIC X(4) VALUE SPACES.
           03 BL-Student        PIC X(9).
           03 FILLER            PIC X(2) VALUE SPACES.
           03 BL-Award          PIC X(6).
           03 FILLER            PIC X(2) VALUE SPACES.
           03 BL-Term           PIC X(5).
           03 FILLER            PIC X(2) VALUE SPACES.
           03 BL-Amount         PIC ZZZ,ZZ9.99.
       01 WS-Billing-Total-Line.
           03 FILLER            PIC X(4) VALUE SPACES.
           03 BT-Label          PIC X(24).
           03 BT-Amount         PIC Z,ZZZ,ZZ9.99.

       procedure division.
       main-program.
           perform configure-file-paths
           accept WS-Run-Date from DATE YYYYMMDD
           perform load-award-master
           perform load-course-master
           perform load-enrollment
           perform load-course-grades
           perform load-disbursed
           perform open-files
           perform disburse-one-award until No-More-Awards
           close ScholarshipAwards Invoices CreditAudit
               AwardsDisbursed AwardExceptions
           perform write-sponsor-billing
           display "AWARDS POSTED    : " WS-Posted-Count
               " FOR " WS-Posted-Total
           display "ALREADY POSTED   : " WS-Bypassed-Count
           display "EXCEPTIONS       : " WS-Exception-Count
           display "SPONSOR BILLING  : " WS-Billed-Total

           goback.

      *--------------------------------------------------------------
      *load-award-master loads each award's conditions
      *--------------------------------------------------------------
       load-award-master.
           open input AwardMaster
           read AwardMaster
               at end set End-Of-Award-Master to true
           end-read
           perform load-one-award until End-Of-Award-Master
           close AwardMaster
           exit.

      *--------------------------------------------------------------
      *load-one-award stores one award master record
      *--------------------------------------------------------------
       load-one-award.
           if WS-Award-Count >= 200
               display "ERROR: Award master table full"
               stop run
           end-if
           add 1 to WS-Award-Count
           move AM-Award-Code to WS-Aw-Code(WS-Award-Count)
           move AM-Min-Credits to WS-Aw-Min-Credits(WS-Award-Count)
           move AM-Min-GPA to WS-Aw-Min-GPA(WS-Award-Count)
           read AwardMaster
               at end set End-Of-Award-Master to true
           end-read
           exit.

      *--------------------------------------------------------------
      *load-course-master loads the course credit values
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
           if WS-Course-Count >= 50
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
      *load-enrollment loads every enrollment with its credits
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
           if WS-Enroll-Count >= 2000
               display "ERROR: Enrollment table full"
               stop run
           end-if
           add 1 to WS-Enroll-Count
           move CE-Student-Number to WS-En-Student(WS-Enroll-Count)
           move CE-Term to WS-En-Term(WS-Enroll-Count)
           move 0 to WS-En-Credits(WS-Enroll-Count)
           set Course-Ix to 1
           search WS-Course-Entry
               at end continue
               when WS-Course-Code(Course-Ix) = CE-Course-Code
                   move WS-Course-Credits(Course-Ix) to
                       WS-En-Credits(WS-Enroll-Count)
           end-search
           read CourseEnrollment
               at end set End-Of-Enrollment to true
           end-read
           exit.

      *--------------------------------------------------------------
      *load-course-grades loads every posted mark
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
      *load-one-grade stores one mark
      *--------------------------------------------------------------
       load-one-grade.
           if WS-Grade-Count >= 5000
               display "ERROR: Grade table full"
               stop run
           end-if
           add 1 to WS-Grade-Count
           move CG-Student-Number to WS-Gr-Student(WS-Grade-Count)
           move CG-Grade to WS-Gr-Grade(WS-Grade-Count)
           move CG-Credits to WS-Gr-Credits(WS-Grade-Count)
           read CourseGrades
               at end set End-Of-Grades to true
           end-read
           exit.

      *--------------------------------------------------------------
      *load-disbursed loads the awards earlier runs posted
      *--------------------------------------------------------------
       load-disbursed.
           open input AwardsDisbursed
           read AwardsDisbursed
               at end set End-Of-Disbursed to true
           end-read
           perform load-one-disbursed until End-Of-Disbursed
           close AwardsDisbursed
           exit.

      *--------------------------------------------------------------
      *load-one-disbursed stores one posted award
      *--------------------------------------------------------------
       load-one-disbursed.
           if WS-Disbursed-Count >= 5000
               display "ERROR: Disbursed award table full"
               stop run
           end-if
           add 1 to WS-Disbursed-Count
           move AD-Student-Number to WS-Ds-Student(WS-Disbursed-Count)
           move AD-Award-Code to WS-Ds-Award(WS-Disbursed-Count)
           move AD-Term to WS-Ds-Term(WS-Disbursed-Count)
           read AwardsDisbursed
               at end set End-Of-Disbursed to true
           end-read
           exit.

      *--------------------------------------------------------------
      *open-files opens the award feed, the keyed invoices, the
      *audit and disbursed files, and the exception report
      *--------------------------------------------------------------
       open-files.
           open input ScholarshipAwards
           open i-o Invoices
           if WS-Invoice-Status not = "00"
               display "CANNOT OPEN TuitionInvoices.dat - STATUS "
                   WS-Invoice-Status
               stop run
           end-if
           open extend CreditAudit
           open extend AwardsDisbursed
           open output AwardExceptions
           move WS-Run-Date to EH-Date
           write AwardExceptionLine from WS-Exception-Heading
           read ScholarshipAwards
               at end set No-More-Awards to true
           end-read
           exit.

      *--------------------------------------------------------------
      *disburse-one-award checks one award and posts it when the
      *student qualifies
      *--------------------------------------------------------------
       disburse-one-award.
           move AW-Student-Number to WS-Ak-Student
           move AW-Award-Code to WS-Ak-Award
           move AW-Term to WS-Ak-Term
           set Disbursed-Ix to 1
           search WS-Disbursed-Key
               at end
                   perform check-eligibility
                   if WS-Exception-Reason = spaces
                       perform post-award
                   else
                       perform write-exception
                   end-if
               when WS-Disbursed-Key(Disbursed-Ix) = WS-Award-Key
                   add 1 to WS-Bypassed-Count
           end-search
           read ScholarshipAwards
               at end set No-More-Awards to true
           end-read
           exit.

      *--------------------------------------------------------------
      *check-eligibility leaves the reason the award cannot be posted
      *in WS-Exception-Reason, or spaces when it can
      *--------------------------------------------------------------
       check-eligibility.
           move spaces to WS-Exception-Reason
           set Award-Ix to 1
           search WS-Award-Entry
               at end
                   move "AWARD NOT ON AWARD MASTER" to
                       WS-Exception-Reason
                   exit paragraph
               when WS-Aw-Code(Award-Ix) = AW-Award-Code
                   continue
           end-search
           move 0 to WS-Term-Credits
           perform add-one-enrolled-credit varying WS-Enroll-Sub
               from 1 by 1 until WS-Enroll-Sub > WS-Enroll-Count
           if WS-Term-Credits < WS-Aw-Min-Credits(Award-Ix)
               move "BELOW REQUIRED COURSE LOAD" to
                   WS-Exception-Reason
               exit paragraph
           end-if
           move 0 to WS-Points-Sum WS-Credits-Attempted WS-GPA
           perform add-one-grade-point varying WS-Grade-Sub
               from 1 by 1 until WS-Grade-Sub > WS-Grade-Count
           if WS-Credits-Attempted > 0
               compute WS-GPA rounded =
                   WS-Points-Sum / WS-Credits-Attempted
           end-if
           if WS-GPA < WS-Aw-Min-GPA(Award-Ix)
               move "BELOW REQUIRED GPA" to WS-Exception-Reason
               exit paragraph
           end-if
           move 1 to WS-Invoice-Found
           move AW-Student-Number to IN-Student-Number
           move AW-Term to IN-Term
           read Invoices key is IN-Key
               invalid key
                   move 0 to WS-Invoice-Found
           end-read
           if not Invoice-Found
               move "NOT YET INVOICED FOR TERM" to WS-Exception-Reason
           end-if
           exit.

      *--------------------------------------------------------------
      *add-one-enrolled-credit adds one of the student's enrollments
      *in the award term to the term load
      *--------------------------------------------------------------
       add-one-enrolled-credit.
           if WS-En-Student(WS-Enroll-Sub) = AW-Student-Number
               and WS-En-Term(WS-Enroll-Sub) = AW-Term
               add WS-En-Credits(WS-Enroll-Sub) to WS-Term-Credits
           end-if
           exit.

      *--------------------------------------------------------------
      *add-one-grade-point rolls one of the student's marks into the
      *grade-point average on the 4-point scale
      *--------------------------------------------------------------
       add-one-grade-point.
           if WS-Gr-Student(WS-Grade-Sub) not = AW-Student-Number
               exit paragraph
           end-if
           evaluate WS-Gr-Grade(WS-Grade-Sub)
               when "A" move 4 to WS-Grade-Points
               when "B" move 3 to WS-Grade-Points
               when "C" move 2 to WS-Grade-Points
               when "D" move 1 to WS-Grade-Points
               when other move 0 to WS-Grade-Points
           end-evaluate
           compute WS-Points-Sum = WS-Points-Sum
               + WS-Grade-Points * WS-Gr-Credits(WS-Grade-Sub)
           add WS-Gr-Credits(WS-Grade-Sub) to WS-Credits-Attempted
           exit.

      *--------------------------------------------------------------
      *post-award adds the award to the invoice read by
      *check-eligibility and records it
      *--------------------------------------------------------------
       post-award.
           add AW-Amount to IN-Awarded
           rewrite InvoiceRecord
           move spaces to CreditAuditRecord
           move WS-Run-Date to TA-Date
           move "AWARDRUN" to TA-Operator
           move "A" to TA-Action
           move IN-Student-Number to TA-Student-Number
           move IN-Term to TA-Term
           move AW-Award-Code to TA-Course-Code
           move 0 to TA-Week TA-Percent
           move AW-Amount to TA-Credit
           move IN-Amount to TA-Amount-Before TA-Amount-After
           move IN-Paid to TA-Paid
           write CreditAuditRecord
           move spaces to AwardDisbursedRecord
           move AW-Student-Number to AD-Student-Number
           move AW-Award-Code to AD-Award-Code
           move AW-Term to AD-Term
           move AW-Amount to AD-Amount
           move AW-Sponsor to AD-Sponsor
           move WS-Run-Date to AD-Date
           write AwardDisbursedRecord
           if WS-Disbursed-Count >= 5000
               display "ERROR: Disbursed award table full"
               stop run
           end-if
           add 1 to WS-Disbursed-Count
           move WS-Award-Key to WS-Disbursed-Key(WS-Disbursed-Count)
           add 1 to WS-Posted-Count
           add AW-Amount to WS-Posted-Total
           if AW-Sponsor not = spaces
               perform note-sponsored-award
           end-if
           exit.

      *--------------------------------------------------------------
      *note-sponsored-award keeps a sponsored award for the billing
      *--------------------------------------------------------------
       note-sponsored-award.
           if WS-Sponsored-Count >= 2000
               display "ERROR: Sponsored award table full"
               stop run
           end-if
           add 1 to WS-Sponsored-Count
           move AW-Sponsor to WS-Sp-Sponsor(WS-Sponsored-Count)
           move AW-Student-Number to WS-Sp-Student(WS-Sponsored-Count)
           move AW-Award-Code to WS-Sp-Award(WS-Sponsored-Count)
           move AW-Term to WS-Sp-Term(WS-Sponsored-Count)
           move AW-Amount to WS-Sp-Amount(WS-Sponsored-Count)
           set Sponsor-Ix to 1
           search WS-Sponsor-Code
               at end
                   if WS-Sponsor-Count >= 200
                       display "ERROR: Sponsor table full"
                       stop run
                   end-if
                   add 1 to WS-Sponsor-Count
                   move AW-Sponsor to WS-Sponsor-Code(WS-Sponsor-Count)
               when WS-Sponsor-Code(Sponsor-Ix) = AW-Sponsor
                   continue
           end-search
           exit.

      *--------------------------------------------------------------
      *write-exception reports an award that could not be posted
      *--------------------------------------------------------------
       write-exception.
           move AW-Student-Number to EX-Student
           move AW-Award-Code to EX-Award
           move AW-Term to EX-Term
           move AW-Amount to EX-Amount
           move AW-Sponsor to EX-Sponsor
           move WS-Exception-Reason to EX-Reason
           write AwardExceptionLine from WS-Exception-Line
           add 1 to WS-Exception-Count
           exit.

      *--------------------------------------------------------------
      *write-sponsor-billing lists the sponsored awards posted this
      *run, sponsor by sponsor, with each sponsor's total
      *--------------------------------------------------------------
       write-sponsor-billing.
           open output SponsorBilling
           move WS-Run-Date to BH-Date
           write SponsorBillingLine from WS-Billing-Heading
           perform write-one-sponsor varying WS-Sponsor-Sub
               from 1 by 1 until WS-Sponsor-Sub > WS-Sponsor-Count
           move "TOTAL TO BILL SPONSORS: " to BT-Label
           move WS-Billed-Total to BT-Amount
           write SponsorBillingLine from WS-Billing-Total-Line
           close SponsorBilling
           exit.

      *--------------------------------------------------------------
      *write-one-sponsor writes one sponsor's awards and total
      *--------------------------------------------------------------
       write-one-sponsor.
           move spaces to SponsorBillingLine
           write SponsorBillingLine
           move WS-Sponsor-Code(WS-Sponsor-Sub) to SH-Sponsor
           write SponsorBillingLine from WS-Sponsor-Heading
           move 0 to WS-Sponsor-Total
           perform write-one-billing-line varying WS-Sponsored-Sub
               from 1 by 1 until WS-Sponsored-Sub > WS-Sponsored-Count
           move "SPONSOR TOTAL         : " to BT-Label
           move WS-Sponsor-Total to BT-Amount
           write SponsorBillingLine from WS-Billing-Total-Line
           add WS-Sponsor-Total to WS-Billed-Total
           exit.

      *--------------------------------------------------------------
      *write-one-billing-line lists one award of the sponsor
      *--------------------------------------------------------------
       write-one-billing-line.
           if WS-Sp-Sponsor(WS-Sponsored-Sub) =
                   WS-Sponsor-Code(WS-Sponsor-Sub)
               move WS-Sp-Student(WS-Sponsored-Sub) to BL-Student
               move WS-Sp-Award(WS-Sponsored-Sub) to BL-Award
               move WS-Sp-Term(WS-Sponsored-Sub) to BL-Term
               move WS-Sp-Amount(WS-Sponsored-Sub) to BL-Amount
               write SponsorBillingLine from WS-Billing-Line
               add WS-Sp-Amount(WS-Sponsored-Sub) to WS-Sponsor-Total
           end-if
           exit.


      *-------------------------------------------------------------
      *Resolve every file path: the DD_ environment variable wins
      *when it is set, otherwise the built-in default stands, and
      *the resolved paths are echoed into the run output
      *-------------------------------------------------------------
       configure-file-paths.
           move spaces to path-override
           accept path-override from environment
               "DD_SCHOLARSHIPAWARDS"
           if path-override not = spaces
               move path-override to ScholarshipAwards-Path
           end-if
           display "ScholarshipAwards: " ScholarshipAwards-Path
           move spaces to path-override
           accept path-override from environment
               "DD_AWARDMASTER"
           if path-override not = spaces
               move path-override to AwardMaster-Path
           end-if
           display "AwardMaster: " AwardMaster-Path
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
               "DD_COURSEGRADES"
           if path-override not = spaces
               move path-override to CourseGrades-Path
           end-if
           display "CourseGrades: " CourseGrades-Path
           move spaces to path-override
           accept path-override from environment
               "DD_AWARDSDISBURSED"
           if path-override not = spaces
               move path-override to AwardsDisbursed-Path
           end-if
           display "AwardsDisbursed: " AwardsDisbursed-Path
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
               "DD_AWARDEXCEPTIONS"
           if path-override not = spaces
               move path-override to AwardExceptions-Path
           end-if
           display "AwardExceptions: " AwardExceptions-Path
           move spaces to path-override
           accept path-override from environment
               "DD_SPONSORBILLING"
           if path-override not = spaces
               move path-override to SponsorBilling-Path
           end-if
           display "SponsorBilling: " SponsorBilling-Path
           exit.
       end program AwardDisbursement.
