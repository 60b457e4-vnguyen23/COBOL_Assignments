       identification division.
       program-id. EnrollmentCensus as "EnrollmentCensus".

      *EnrollmentCensus produces the ministry's enrollment census
      *for an operator-entered term as of the census date (the run
      *date when none is entered). Each student on StudentMaster.dat
      *registered in the term on CourseEnrollment is counted once,
      *with the term's credit load taken from the course credits on
      *CourseMaster.dat. CensusRules.dat gives the institution code,
      *the credit load at which a student counts as full-time, and
      *the credits that make one full-time equivalent; a student's
      *FTE is the load over that figure, never more than one. The
      *fixed-format submission goes to CensusSubmission.dat (a
      *header, one detail per student, and a trailer with the
      *counts and total FTE) and CensusSummary.rpt gives the
      *full-time, part-time, headcount and FTE figures by program,
      *by gender, and by age at the census date.
      *
      *Every census taken is added to CensusSnapshot.dat. When the
      *term is already on the snapshot the census is not taken
      *again: the submission and summary are reproduced from the
      *snapshot, so later registration changes cannot alter the
      *figures already reported to the ministry.

       environment division.
       input-output section.
       file-control.
           Select StudentMaster assign using
           StudentMaster-Path
           organization is indexed
           access is sequential
           record key is STM-Student-Number
           file status is WS-Master-Status.

           Select CourseMaster assign using
           CourseMaster-Path
           organization is line sequential.

           Select CourseEnrollment assign using
           CourseEnrollment-Path
           organization is line sequential.

           Select ProgramMaster assign using
           ProgramMaster-Path
           organization is line sequential.

           Select CensusRules assign using
           CensusRules-Path
           organization is line sequential.

           Select optional CensusSnapshot assign using
           CensusSnapshot-Path
           organization is line sequential.

           Select CensusSubmission assign using
           CensusSubmission-Path
           organization is line sequential.

           Select CensusSummary assign using
           CensusSummary-Path
           organization is line sequential.

       data division.
       file section.
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

       fd CourseMaster.
       01 CourseMasterRecord.
           03 CM-Course-Code    PIC X(8).
           03 FILLER            PIC X.
           03 CM-Title          PIC X(30).
           03 FILLER            PIC X.
           03 CM-Credits        PIC 99.
           03 FILLER            PIC X.
           03 CM-Capacity       PIC 9(3).

       fd CourseEnrollment.
       01 CourseEnrollmentRecord.
           03 CE-Student-Number PIC X(9).
           03 CE-Course-Code    PIC X(8).
           03 CE-Section        PIC X(3).
           03 CE-Term           PIC X(5).

       fd ProgramMaster.
       01 ProgramMasterRecord.
           03 PM-Code           PIC X(5).
           03 PM-Name           PIC X(30).

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

       fd CensusSnapshot.
      ********CensusSnapshotRecord, one per student per census*******
       01 CensusSnapshotRecord.
           03 CS-Term           PIC X(5).
           03 FILLER            PIC X.
           03 CS-Census-Date    PIC 9(8).
           03 FILLER            PIC X.
           03 CS-Student-Number PIC X(9).
           03 FILLER            PIC X.
           03 CS-Program        PIC X(5).
           03 FILLER            PIC X.
           03 CS-Gender         PIC X.
           03 FILLER            PIC X.
           03 CS-Date-Of-Birth  PIC 9(8).
           03 FILLER            PIC X.
           03 CS-Credits        PIC 9(3).
           03 FILLER            PIC X.
           03 CS-Load           PIC X.
               88 CS-Full-Time  VALUE "F".
               88 CS-Part-Time  VALUE "P".
           03 FILLER            PIC X.
           03 CS-FTE            PIC 9V999.
           03 FILLER            PIC X.
           03 CS-Run-Date       PIC 9(8).
      ********End of CensusSnapshotRecord****************************

       fd CensusSubmission.
      ********CensusHeaderRecord, first record of the submission*****
       01 CensusHeaderRecord.
           03 CSH-Record-Type   PIC X.
           03 CSH-Institution   PIC X(6).
           03 CSH-Term          PIC X(5).
           03 CSH-Census-Date   PIC 9(8).
           03 CSH-Created-Date  PIC 9(8).
           03 FILLER            PIC X(12).
      ********CensusDetailRecord, one per student counted************
       01 CensusDetailRecord.
           03 CSD-Record-Type   PIC X.
           03 CSD-Student-Number PIC X(9).
           03 CSD-Program       PIC X(5).
           03 CSD-Gender        PIC X.
           03 CSD-Date-Of-Birth PIC 9(8).
           03 CSD-Credits       PIC 9(3).
           03 CSD-Load          PIC X.
           03 CSD-FTE           PIC 9V999.
           03 FILLER            PIC X(8).
      ********CensusTrailerRecord, last record of the submission*****
       01 CensusTrailerRecord.
           03 CST-Record-Type   PIC X.
           03 CST-Student-Count PIC 9(6).
           03 CST-Full-Time-Count PIC 9(6).
           03 CST-Part-Time-Count PIC 9(6).
           03 CST-Total-FTE     PIC 9(6)V999.
           03 FILLER            PIC X(12).
      ********End of CensusSubmission records************************

       fd CensusSummary.
       01 CensusSummaryLine     PIC X(80).

       working-storage section.

      *File assignments resolved at start-up: each path may be
      *overridden through its DD_ environment variable, with the
      *original location as the default, so test and production
      *are a configuration difference instead of a source edit
       01  StudentMaster-Path  pic x(80)
           value "C:\DataFiles\StudentMaster.dat".
       01  CourseMaster-Path  pic x(80)
           value "C:\DataFiles\CourseMaster.dat".
       01  CourseEnrollment-Path  pic x(80)
           value "C:\DataFiles\CourseEnrollment.dat".
       01  ProgramMaster-Path  pic x(80)
           value "C:\DataFiles\ProgramMaster.dat".
       01  CensusRules-Path  pic x(80)
           value "C:\DataFiles\CensusRules.dat".
       01  CensusSnapshot-Path  pic x(80)
           value "C:\DataFiles\CensusSnapshot.dat".
       01  CensusSubmission-Path  pic x(80)
           value "C:\DataFiles\CensusSubmission.dat".
       01  CensusSummary-Path  pic x(80)
           value "C:\DataFiles\CensusSummary.rpt".
       01  path-override  pic x(80).
       01 WS-Master-Status      PIC XX.
       01 WS-EOF                PIC 9 VALUE 0.
           88 End-Of-Students   VALUE 1.
       01 WS-Course-EOF         PIC 9 VALUE 0.
           88 End-Of-Courses    VALUE 1.
       01 WS-Enrollment-EOF     PIC 9 VALUE 0.
           88 End-Of-Enrollment VALUE 1.
       01 WS-Program-EOF        PIC 9 VALUE 0.
           88 End-Of-Programs   VALUE 1.
       01 WS-Snapshot-EOF       PIC 9 VALUE 0.
           88 End-Of-Snapshot   VALUE 1.
       01 WS-On-File-Flag       PIC 9 VALUE 0.
           88 Census-On-File    VALUE 1.
       01 WS-Census-Term        PIC X(5).
       01 WS-Census-Date-In     PIC X(8).
       01 WS-Census-Date        PIC 9(8).
       01 WS-Census-Date-Parts REDEFINES WS-Census-Date.
           03 WS-Cd-Year        PIC 9(4).
           03 WS-Cd-Month-Day   PIC 9(4).
       01 WS-Run-Date           PIC 9(8).

      *The rules from CensusRules.dat
       01 WS-Institution        PIC X(6).
       01 WS-Full-Time-Credits  PIC 99.
       01 WS-FTE-Credits        PIC 99.

      *Course credits, loaded at start-up
       01 WS-Course-Count       PIC 9(3) VALUE 0.
       01 WS-Course-Table.
           03 WS-Course-Entry   OCCURS 0 TO 200 TIMES
                                 DEPENDING ON WS-Course-Count
                                 INDEXED BY Course-Ix.
               05 WS-Course-Code    PIC X(8).
               05 WS-Course-Credits PIC 99.

      *Each registered student's credit load for the term
       01 WS-Load-Count         PIC 9(4) VALUE 0.
       01 WS-Load-Table.
           03 WS-Load-Entry     OCCURS 0 TO 5000 TIMES
                                 DEPENDING ON WS-Load-Count
                                 INDEXED BY Load-Ix.
               05 WS-Ld-Student PIC X(9).
               05 WS-Ld-Credits PIC 9(3).
       01 WS-Enrolled-Credits   PIC 99.

      *The census, either taken in this run or read back from the
      *snapshot
       01 WS-Census-Count       PIC 9(4) VALUE 0.
       01 WS-Census-Table.
           03 WS-Census-Entry   OCCURS 0 TO 5000 TIMES
                                 DEPENDING ON WS-Census-Count.
               05 WS-Cn-Student    PIC X(9).
               05 WS-Cn-Program    PIC X(5).
               05 WS-Cn-Gender     PIC X.
               05 WS-Cn-Birth-Date PIC 9(8).
               05 WS-Cn-Credits    PIC 9(3).
               05 WS-Cn-Load       PIC X.
               05 WS-Cn-FTE        PIC 9V999.
       01 WS-Census-Sub         PIC 9(4).
       01 WS-FTE-Work           PIC 9(3)V999.

      *Summary by program; programs not on ProgramMaster are added
      *as they are met
       01 WS-Program-Count      PIC 99 VALUE 0.
       01 WS-Program-Table.
           03 WS-Program-Entry  OCCURS 0 TO 50 TIMES
                                 DEPENDING ON WS-Program-Count
                                 INDEXED BY Prog-Ix.
               05 WS-Program-Code PIC X(5).
               05 WS-Program-Name PIC X(30).
               05 WS-Program-Full PIC 9(5).
               05 WS-Program-Part PIC 9(5).
               05 WS-Program-FTE  PIC 9(5)V999.
       01 WS-Program-Sub        PIC 99.

      *Summary by gender, built as the codes are met
       01 WS-Gender-Count       PIC 99 VALUE 0.
       01 WS-Gender-Table.
           03 WS-Gender-Entry   OCCURS 0 TO 10 TIMES
                                 DEPENDING ON WS-Gender-Count
                                 INDEXED BY Gender-Ix.
               05 WS-Gender-Code  PIC X.
               05 WS-Gender-Full  PIC 9(5).
               05 WS-Gender-Part  PIC 9(5).
               05 WS-Gender-FTE   PIC 9(5)V999.
       01 WS-Gender-Sub         PIC 99.

      *Summary by age at the census date
       01 WS-Band-Labels.
           03 FILLER            PIC X(12) VALUE "UNDER 18".
           03 FILLER            PIC X(12) VALUE "18 TO 20".
           03 FILLER            PIC X(12) VALUE "21 TO 24".
           03 FILLER            PIC X(12) VALUE "25 TO 29".
           03 FILLER            PIC X(12) VALUE "30 TO 39".
           03 FILLER            PIC X(12) VALUE "40 AND OVER".
       01 WS-Band-Label-Table REDEFINES WS-Band-Labels.
           03 WS-Band-Label     PIC X(12) OCCURS 6 TIMES.
       01 WS-Band-Table.
           03 WS-Band-Entry     OCCURS 6 TIMES.
               05 WS-Band-Full  PIC 9(5).
               05 WS-Band-Part  PIC 9(5).
               05 WS-Band-FTE   PIC 9(5)V999.
       01 WS-Band-Sub           PIC 9.
       01 WS-Birth-Date         PIC 9(8).
       01 WS-Birth-Date-Parts REDEFINES WS-Birth-Date.
           03 WS-Bd-Year        PIC 9(4).
           03 WS-Bd-Month-Day   PIC 9(4).
       01 WS-Age                PIC S9(4).

       01 WS-Full-Time-Count    PIC 9(6) VALUE 0.
       01 WS-Part-Time-Count    PIC 9(6) VALUE 0.
       01 WS-Total-FTE          PIC 9(6)V999 VALUE 0.

       01 WS-Separator-Line     PIC X(72) VALUE ALL "=".
       01 WS-Summary-Heading.
           03 FILLER            PIC X(26)
               VALUE "ENROLLMENT CENSUS    TERM ".
           03 SH-Term           PIC X(5).
           03 FILLER            PIC X(15)
               VALUE "  CENSUS DATE ".
           03 SH-Census-Date    PIC 9(8).
           03 FILLER            PIC X(6)  VALUE "  RUN ".
           03 SH-Run-Date       PIC 9(8).
       01 WS-Snapshot-Note      PIC X(60) VALUE
           "FIGURES REPRODUCED FROM THE CENSUS SNAPSHOT".
       01 WS-Section-Heading.
           03 FILLER            PIC X(2)  VALUE SPACES.
           03 SC-Title          PIC X(30).
       01 WS-Summary-Columns.
           03 FILLER            PIC X(32) VALUE "    GROUP".
           03 FILLER            PIC X(7)  VALUE "     FT".
           03 FILLER            PIC X(10) VALUE "        PT".
           03 FILLER            PIC X(10) VALUE "     HEADS".
           03 FILLER            PIC X(12) VALUE "         FTE".
       01 WS-Summary-Line.
           03 FILLER            PIC X(4)  VALUE SPACES.
           03 SL-Label          PIC X(28).
           03 FILLER            PIC X(2)  VALUE SPACES.
           03 SL-Full           PIC ZZZZ9.
           03 FILLER            PIC X(5)  VALUE SPACES.
           03 SL-Part           PIC ZZZZ9.
           03 FILLER            PIC X(5)  VALUE SPACES.
           03 SL-Heads          PIC ZZZZ9.
           03 FILLER            PIC X(3)  VALUE SPACES.
           03 SL-FTE            PIC ZZZZ9.999.
       01 WS-Summary-Full       PIC 9(6).
       01 WS-Summary-Part       PIC 9(6).
       01 WS-Summary-FTE        PIC 9(6)V999.

       procedure division.
       main-program.
           perform configure-file-paths
           display "ENROLLMENT CENSUS RUN"
           display "ENTER CENSUS TERM (E.G. 2026F): "
               with no advancing
           accept WS-Census-Term
           if WS-Census-Term = spaces
               display "NO TERM ENTERED - RUN CANCELLED"
               stop run
           end-if
           accept WS-Run-Date from DATE YYYYMMDD
           initialize WS-Band-Table
           display "ENTER CENSUS DATE YYYYMMDD (BLANK FOR TODAY): "
               with no advancing
           accept WS-Census-Date-In
           if WS-Census-Date-In = spaces
               move WS-Run-Date to WS-Census-Date
           else
               if WS-Census-Date-In not numeric
                   display "INVALID CENSUS DATE - RUN CANCELLED"
                   stop run
               end-if
               move WS-Census-Date-In to WS-Census-Date
           end-if
           perform load-census-rules
           perform load-program-master
           perform load-census-snapshot
           if Census-On-File
               display "CENSUS FOR TERM " WS-Census-Term
                   " WAS TAKEN AS OF " WS-Census-Date
               display "FIGURES REPRODUCED FROM THE SNAPSHOT"
           else
               perform load-course-master
               perform load-term-enrollment
               perform take-census
               perform write-census-snapshot
           end-if
           perform write-submission
           perform write-census-summary
           display "STUDENTS COUNTED : " WS-Census-Count
           display "FULL-TIME        : " WS-Full-Time-Count
           display "PART-TIME        : " WS-Part-Time-Count
           display "TOTAL FTE        : " WS-Total-FTE

           goback.

      *--------------------------------------------------------------
      *load-census-rules reads the institution code and load rules
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
           move CR-FTE-Credits to WS-FTE-Credits
           close CensusRules
           if WS-FTE-Credits = 0
               display "ERROR: Census rules give no FTE credits"
               stop run
           end-if
           exit.

      *--------------------------------------------------------------
      *load-program-master loads the program names for the summary
      *--------------------------------------------------------------
       load-program-master.
           open input ProgramMaster
           read ProgramMaster
               at end set End-Of-Programs to true
           end-read
           perform load-one-program until End-Of-Programs
           close ProgramMaster
           exit.

      *--------------------------------------------------------------
      *load-one-program stores one program with zero counts
      *--------------------------------------------------------------
       load-one-program.
           if WS-Program-Count >= 50
               display "ERROR: Program table full"
               stop run
           end-if
           add 1 to WS-Program-Count
           move PM-Code to WS-Program-Code(WS-Program-Count)
           move PM-Name to WS-Program-Name(WS-Program-Count)
           move 0 to WS-Program-Full(WS-Program-Count)
           move 0 to WS-Program-Part(WS-Program-Count)
           move 0 to WS-Program-FTE(WS-Program-Count)
           read ProgramMaster
               at end set End-Of-Programs to true
           end-read
           exit.

      *--------------------------------------------------------------
      *load-census-snapshot reads back any census already taken for
      *the term
      *--------------------------------------------------------------
       load-census-snapshot.
           open input CensusSnapshot
           read CensusSnapshot
               at end set End-Of-Snapshot to true
           end-read
           perform load-one-snapshot until End-Of-Snapshot
           close CensusSnapshot
           exit.

      *--------------------------------------------------------------
      *load-one-snapshot keeps one student of the term's census
      *--------------------------------------------------------------
       load-one-snapshot.
           if CS-Term = WS-Census-Term
               if WS-Census-Count >= 5000
                   display "ERROR: Census table full"
                   stop run
               end-if
               set Census-On-File to true
               move CS-Census-Date to WS-Census-Date
               add 1 to WS-Census-Count
               move CS-Student-Number
                   to WS-Cn-Student(WS-Census-Count)
               move CS-Program to WS-Cn-Program(WS-Census-Count)
               move CS-Gender to WS-Cn-Gender(WS-Census-Count)
               move CS-Date-Of-Birth
                   to WS-Cn-Birth-Date(WS-Census-Count)
               move CS-Credits to WS-Cn-Credits(WS-Census-Count)
               move CS-Load to WS-Cn-Load(WS-Census-Count)
               move CS-FTE to WS-Cn-FTE(WS-Census-Count)
           end-if
           read CensusSnapshot
               at end set End-Of-Snapshot to true
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
      *load-term-enrollment totals each student's credits for the
      *term from the courses registered
      *--------------------------------------------------------------
       load-term-enrollment.
           open input CourseEnrollment
           read CourseEnrollment
               at end set End-Of-Enrollment to true
           end-read
           perform load-one-enrollment until End-Of-Enrollment
           close CourseEnrollment
           exit.

      *--------------------------------------------------------------
      *load-one-enrollment adds one course to a student's load
      *--------------------------------------------------------------
       load-one-enrollment.
           if CE-Term = WS-Census-Term
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
                       perform add-load-entry
                   when WS-Ld-Student(Load-Ix) = CE-Student-Number
                       add WS-Enrolled-Credits
                           to WS-Ld-Credits(Load-Ix)
               end-search
           end-if
           read CourseEnrollment
               at end set End-Of-Enrollment to true
           end-read
           exit.

      *--------------------------------------------------------------
      *add-load-entry starts the load of a student not yet met
      *--------------------------------------------------------------
       add-load-entry.
           if WS-Load-Count >= 5000
               display "ERROR: Load table full"
               stop run
           end-if
           add 1 to WS-Load-Count
           move CE-Student-Number to WS-Ld-Student(WS-Load-Count)
           move WS-Enrolled-Credits to WS-Ld-Credits(WS-Load-Count)
           exit.

      *--------------------------------------------------------------
      *take-census walks StudentMaster and counts every student
      *registered in the term
      *--------------------------------------------------------------
       take-census.
           open input StudentMaster
           if WS-Master-Status not = "00"
               display "ERROR: StudentMaster could not be opened,"
                   " status " WS-Master-Status
               stop run
           end-if
           read StudentMaster next record
               at end set End-Of-Students to true
           end-read
           perform census-one-student until End-Of-Students
           close StudentMaster
           exit.

      *--------------------------------------------------------------
      *census-one-student counts the student when registered
      *--------------------------------------------------------------
       census-one-student.
           set Load-Ix to 1
           search WS-Load-Entry
               when WS-Ld-Student(Load-Ix) = STM-Student-Number
                   perform add-census-entry
           end-search
           read StudentMaster next record
               at end set End-Of-Students to true
           end-read
           exit.

      *--------------------------------------------------------------
      *add-census-entry classifies the load and computes the FTE
      *--------------------------------------------------------------
       add-census-entry.
           if WS-Census-Count >= 5000
               display "ERROR: Census table full"
               stop run
           end-if
           add 1 to WS-Census-Count
           move STM-Student-Number to WS-Cn-Student(WS-Census-Count)
           move STM-ProgramCode to WS-Cn-Program(WS-Census-Count)
           move STM-Gender to WS-Cn-Gender(WS-Census-Count)
           move STM-DateOfBirth to WS-Cn-Birth-Date(WS-Census-Count)
           move WS-Ld-Credits(Load-Ix)
               to WS-Cn-Credits(WS-Census-Count)
           if WS-Ld-Credits(Load-Ix) >= WS-Full-Time-Credits
               move "F" to WS-Cn-Load(WS-Census-Count)
           else
               move "P" to WS-Cn-Load(WS-Census-Count)
           end-if
           compute WS-FTE-Work rounded =
               WS-Ld-Credits(Load-Ix) / WS-FTE-Credits
           if WS-FTE-Work > 1
               move 1 to WS-FTE-Work
           end-if
           move WS-FTE-Work to WS-Cn-FTE(WS-Census-Count)
           exit.

      *--------------------------------------------------------------
      *write-census-snapshot adds the census taken to the snapshot
      *--------------------------------------------------------------
       write-census-snapshot.
           open extend CensusSnapshot
           perform write-one-snapshot
               varying WS-Census-Sub from 1 by 1
               until WS-Census-Sub > WS-Census-Count
           close CensusSnapshot
           exit.

      *--------------------------------------------------------------
      *write-one-snapshot writes one student's census record
      *--------------------------------------------------------------
       write-one-snapshot.
           move spaces to CensusSnapshotRecord
           move WS-Census-Term to CS-Term
           move WS-Census-Date to CS-Census-Date
           move WS-Cn-Student(WS-Census-Sub) to CS-Student-Number
           move WS-Cn-Program(WS-Census-Sub) to CS-Program
           move WS-Cn-Gender(WS-Census-Sub) to CS-Gender
           move WS-Cn-Birth-Date(WS-Census-Sub) to CS-Date-Of-Birth
           move WS-Cn-Credits(WS-Census-Sub) to CS-Credits
           move WS-Cn-Load(WS-Census-Sub) to CS-Load
           move WS-Cn-FTE(WS-Census-Sub) to CS-FTE
           move WS-Run-Date to CS-Run-Date
           write CensusSnapshotRecord
           exit.

      *--------------------------------------------------------------
      *write-submission writes the ministry file and totals the
      *census for the summary
      *--------------------------------------------------------------
       write-submission.
           open output CensusSubmission
           move spaces to CensusHeaderRecord
           move "H" to CSH-Record-Type
           move WS-Institution to CSH-Institution
           move WS-Census-Term to CSH-Term
           move WS-Census-Date to CSH-Census-Date
           move WS-Run-Date to CSH-Created-Date
           write CensusHeaderRecord
           perform write-one-detail
               varying WS-Census-Sub from 1 by 1
               until WS-Census-Sub > WS-Census-Count
           move spaces to CensusTrailerRecord
           move "T" to CST-Record-Type
           move WS-Census-Count to CST-Student-Count
           move WS-Full-Time-Count to CST-Full-Time-Count
           move WS-Part-Time-Count to CST-Part-Time-Count
           move WS-Total-FTE to CST-Total-FTE
           write CensusTrailerRecord
           close CensusSubmission
           exit.

      *--------------------------------------------------------------
      *write-one-detail writes one student and adds it to the
      *summary totals
      *--------------------------------------------------------------
       write-one-detail.
           move spaces to CensusDetailRecord
           move "D" to CSD-Record-Type
           move WS-Cn-Student(WS-Census-Sub) to CSD-Student-Number
           move WS-Cn-Program(WS-Census-Sub) to CSD-Program
           move WS-Cn-Gender(WS-Census-Sub) to CSD-Gender
           move WS-Cn-Birth-Date(WS-Census-Sub) to CSD-Date-Of-Birth
           move WS-Cn-Credits(WS-Census-Sub) to CSD-Credits
           move WS-Cn-Load(WS-Census-Sub) to CSD-Load
           move WS-Cn-FTE(WS-Census-Sub) to CSD-FTE
           write CensusDetailRecord
           add WS-Cn-FTE(WS-Census-Sub) to WS-Total-FTE
           if WS-Cn-Load(WS-Census-Sub) = "F"
               add 1 to WS-Full-Time-Count
           else
               add 1 to WS-Part-Time-Count
           end-if
           perform tally-program
           perform tally-gender
           perform tally-age-band
           exit.

      *--------------------------------------------------------------
      *tally-program adds the student to the program's totals
      *--------------------------------------------------------------
       tally-program.
           set Prog-Ix to 1
           search WS-Program-Entry
               at end
                   if WS-Program-Count >= 50
                       display "ERROR: Program table full"
                       stop run
                   end-if
                   add 1 to WS-Program-Count
                   set Prog-Ix to WS-Program-Count
                   move WS-Cn-Program(WS-Census-Sub)
                       to WS-Program-Code(Prog-Ix)
                   move "NOT ON PROGRAM MASTER"
                       to WS-Program-Name(Prog-Ix)
                   move 0 to WS-Program-Full(Prog-Ix)
                   move 0 to WS-Program-Part(Prog-Ix)
                   move 0 to WS-Program-FTE(Prog-Ix)
               when WS-Program-Code(Prog-Ix)
                   = WS-Cn-Program(WS-Census-Sub)
                   continue
           end-search
           if WS-Cn-Load(WS-Census-Sub) = "F"
               add 1 to WS-Program-Full(Prog-Ix)
           else
               add 1 to WS-Program-Part(Prog-Ix)
           end-if
           add WS-Cn-FTE(WS-Census-Sub) to WS-Program-FTE(Prog-Ix)
           exit.

      *--------------------------------------------------------------
      *tally-gender adds the student to the gender's totals
      *--------------------------------------------------------------
       tally-gender.
           set Gender-Ix to 1
           search WS-Gender-Entry
               at end
                   if WS-Gender-Count >= 10
                       display "ERROR: Gender table full"
                       stop run
                   end-if
                   add 1 to WS-Gender-Count
                   set Gender-Ix to WS-Gender-Count
                   move WS-Cn-Gender(WS-Census-Sub)
                       to WS-Gender-Code(Gender-Ix)
                   move 0 to WS-Gender-Full(Gender-Ix)
                   move 0 to WS-Gender-Part(Gender-Ix)
                   move 0 to WS-Gender-FTE(Gender-Ix)
               when WS-Gender-Code(Gender-Ix)
                   = WS-Cn-Gender(WS-Census-Sub)
                   continue
           end-search
           if WS-Cn-Load(WS-Census-Sub) = "F"
               add 1 to WS-Gender-Full(Gender-Ix)
           else
               add 1 to WS-Gender-Part(Gender-Ix)
           end-if
           add WS-Cn-FTE(WS-Census-Sub) to WS-Gender-FTE(Gender-Ix)
           exit.

      *--------------------------------------------------------------
      *tally-age-band adds the student to the band of their age at
      *the census date
      *--------------------------------------------------------------
       tally-age-band.
           move WS-Cn-Birth-Date(WS-Census-Sub) to WS-Birth-Date
           compute WS-Age = WS-Cd-Year - WS-Bd-Year
           if WS-Cd-Month-Day < WS-Bd-Month-Day
               subtract 1 from WS-Age
           end-if
           evaluate true
               when WS-Age < 18
                   move 1 to WS-Band-Sub
               when WS-Age < 21
                   move 2 to WS-Band-Sub
               when WS-Age < 25
                   move 3 to WS-Band-Sub
               when WS-Age < 30
                   move 4 to WS-Band-Sub
               when WS-Age < 40
                   move 5 to WS-Band-Sub
               when other
                   move 6 to WS-Band-Sub
           end-evaluate
           if WS-Cn-Load(WS-Census-Sub) = "F"
               add 1 to WS-Band-Full(WS-Band-Sub)
           else
               add 1 to WS-Band-Part(WS-Band-Sub)
           end-if
           add WS-Cn-FTE(WS-Census-Sub) to WS-Band-FTE(WS-Band-Sub)
           exit.

      *--------------------------------------------------------------
      *write-census-summary prints the totals by program, gender
      *and age band
      *--------------------------------------------------------------
       write-census-summary.
           open output CensusSummary
           move WS-Census-Term to SH-Term
           move WS-Census-Date to SH-Census-Date
           move WS-Run-Date to SH-Run-Date
           write CensusSummaryLine from WS-Summary-Heading
           if Census-On-File
               write CensusSummaryLine from WS-Snapshot-Note
           end-if
           write CensusSummaryLine from WS-Separator-Line
           write CensusSummaryLine from WS-Summary-Columns

           move "BY PROGRAM" to SC-Title
           write CensusSummaryLine from WS-Section-Heading
           perform write-program-line
               varying WS-Program-Sub from 1 by 1
               until WS-Program-Sub > WS-Program-Count

           move "BY GENDER" to SC-Title
           write CensusSummaryLine from WS-Section-Heading
           perform write-gender-line
               varying WS-Gender-Sub from 1 by 1
               until WS-Gender-Sub > WS-Gender-Count

           move "BY AGE AT CENSUS DATE" to SC-Title
           write CensusSummaryLine from WS-Section-Heading
           perform write-band-line
               varying WS-Band-Sub from 1 by 1
               until WS-Band-Sub > 6

           write CensusSummaryLine from WS-Separator-Line
           move "TOTAL" to SL-Label
           move WS-Full-Time-Count to WS-Summary-Full
           move WS-Part-Time-Count to WS-Summary-Part
           move WS-Total-FTE to WS-Summary-FTE
           perform write-summary-line
           close CensusSummary
           exit.

      *--------------------------------------------------------------
      *write-program-line prints a program that has students
      *--------------------------------------------------------------
       write-program-line.
           if WS-Program-Full(WS-Program-Sub) = 0
               and WS-Program-Part(WS-Program-Sub) = 0
               exit paragraph
           end-if
           move spaces to SL-Label
           string WS-Program-Code(WS-Program-Sub) delimited by size
               " " delimited by size
               WS-Program-Name(WS-Program-Sub) delimited by size
               into SL-Label
           end-string
           move WS-Program-Full(WS-Program-Sub) to WS-Summary-Full
           move WS-Program-Part(WS-Program-Sub) to WS-Summary-Part
           move WS-Program-FTE(WS-Program-Sub) to WS-Summary-FTE
           perform write-summary-line
           exit.

      *--------------------------------------------------------------
      *write-gender-line prints one gender code
      *--------------------------------------------------------------
       write-gender-line.
           move spaces to SL-Label
           evaluate WS-Gender-Code(WS-Gender-Sub)
               when "F"
                   move "FEMALE" to SL-Label
               when "M"
                   move "MALE" to SL-Label
               when other
                   move "OTHER/NOT STATED" to SL-Label
           end-evaluate
           move WS-Gender-Full(WS-Gender-Sub) to WS-Summary-Full
           move WS-Gender-Part(WS-Gender-Sub) to WS-Summary-Part
           move WS-Gender-FTE(WS-Gender-Sub) to WS-Summary-FTE
           perform write-summary-line
           exit.

      *--------------------------------------------------------------
      *write-band-line prints one age band
      *--------------------------------------------------------------
       write-band-line.
           move WS-Band-Label(WS-Band-Sub) to SL-Label
           move WS-Band-Full(WS-Band-Sub) to WS-Summary-Full
           move WS-Band-Part(WS-Band-Sub) to WS-Summary-Part
           move WS-Band-FTE(WS-Band-Sub) to WS-Summary-FTE
           perform write-summary-line
           exit.

      *--------------------------------------------------------------
      *write-summary-line prints the full-time, part-time, headcount
      *and FTE figures set up by the caller
      *--------------------------------------------------------------
       write-summary-line.
           move WS-Summary-Full to SL-Full
           move WS-Summary-Part to SL-Part
           compute SL-Heads = WS-Summary-Full + WS-Summary-Part
           move WS-Summary-FTE to SL-FTE
           write CensusSummaryLine from WS-Summary-Line
           exit.


      *-------------------------------------------------------------
      *Resolve every file path: the DD_ environment variable wins
      *when it is set, otherwise the built-in default stands, and
      *the resolved paths are echoed into the run output
      *-------------------------------------------------------------
       configure-file-paths.
           move spaces to path-override
           accept path-override from environment
               "DD_STUDENTMASTER"
           if path-override not = spaces
               move path-override to StudentMaster-Path
           end-if
           display "StudentMaster: " StudentMaster-Path
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
               "DD_PROGRAMMASTER"
           if path-override not = spaces
               move path-override to ProgramMaster-Path
           end-if
           display "ProgramMaster: " ProgramMaster-Path
           move spaces to path-override
           accept path-override from environment
               "DD_CENSUSRULES"
           if path-override not = spaces
               move path-override to CensusRules-Path
           end-if
           display "CensusRules: " CensusRules-Path
           move spaces to path-override
           accept path-override from environment
               "DD_CENSUSSNAPSHOT"
           if path-override not = spaces
               move path-override to CensusSnapshot-Path
           end-if
           display "CensusSnapshot: " CensusSnapshot-Path
           move spaces to path-override
           accept path-override from environment
               "DD_CENSUSSUBMISSION"
           if path-override not = spaces
               move path-override to CensusSubmission-Path
           end-if
           display "CensusSubmission: " CensusSubmission-Path
           move spaces to path-override
           accept path-override from environment
               "DD_CENSUSSUMMARY"
           if path-override not = spaces
               move path-override to CensusSummary-Path
           end-if
           display "CensusSummary: " CensusSummary-Path
           exit.
       end program EnrollmentCensus.
