       identification division.
       program-id. AcademicStanding as "AcademicStanding".

      *AcademicStanding is the term-end standing run that replaces
      *the advisors' reading of printed transcripts. For the
      *operator-entered term it walks StudentMaster.dat and, for
      *every student with marks posted in the term, computes the
      *term GPA and the cumulative GPA over every mark on
      *CourseGrades.dat (the 4-point scale Transcript uses; a "W"
      *carries no credits and so no weight). The thresholds come
      *from StandingRules.dat: a cumulative GPA under the probation
      *threshold puts the student on probation, and a student whose
      *standing history already shows the set number of probation
      *terms in a row is suspended instead; a student in good
      *standing whose term GPA reaches the dean's list threshold on
      *at least the minimum credits makes the dean's list. Each
      *student's standing for the term goes to StandingHistory.dat
      *(a rerun of the term replaces it), Transcript prints it
      *under the term, and StandingLists.rpt gives the dean's list,
      *the probation list, and the suspension list, each by program.

       environment division.
       input-output section.
       file-control.
           Select StudentMaster assign using
           StudentMaster-Path
           organization is indexed
           access is sequential
           record key is STM-Student-Number
           file status is WS-Master-Status.

           Select CourseGrades assign using
           CourseGrades-Path
           organization is line sequential.

           Select ProgramMaster assign using
           ProgramMaster-Path
           organization is line sequential.

           Select StandingRules assign using
           StandingRules-Path
           organization is line sequential.

           Select optional StandingHistory assign using
           StandingHistory-Path
           organization is line sequential.

           Select StandingLists assign using
           StandingLists-Path
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

       fd ProgramMaster.
       01 ProgramMasterRecord.
           03 PM-Code           PIC X(5).
           03 PM-Name           PIC X(30).

       fd StandingRules.
      ********StandingRulesRecord, the single set of thresholds*******
       01 StandingRulesRecord.
           03 SR-Deans-List-GPA PIC 9V99.
           03 FILLER            PIC X.
           03 SR-Deans-List-Credits PIC 99.
           03 FILLER            PIC X.
           03 SR-Probation-GPA  PIC 9V99.
           03 FILLER            PIC X.
      *probation terms in a row that lead to suspension
           03 SR-Suspend-After  PIC 9.
      ********End of StandingRulesRecord******************************

       fd StandingHistory.
      ********StandingHistoryRecord, one per student per term*********
       01 StandingHistoryRecord.
           03 SH-Student-Number PIC X(9).
           03 FILLER            PIC X.
           03 SH-Term           PIC X(5).
           03 FILLER            PIC X.
           03 SH-Standing       PIC X.
               88 SH-Deans-List     VALUE "D".
               88 SH-Good-Standing  VALUE "G".
               88 SH-Probation      VALUE "P".
               88 SH-Suspended      VALUE "S".
           03 FILLER            PIC X.
           03 SH-Term-GPA       PIC 9V99.
           03 FILLER            PIC X.
           03 SH-Cumulative-GPA PIC 9V99.
           03 FILLER            PIC X.
           03 SH-Run-Date       PIC 9(8).
      ********End of StandingHistoryRecord****************************

       fd StandingLists.
       01 StandingListLine      PIC X(70).

       working-storage section.

      *File assignments resolved at start-up: each path may be
      *overridden through its DD_ environment variable, with the
      *original location as the default, so test and production
      *are a configuration difference instead of a source edit
       01  StudentMaster-Path  pic x(80)
           value "C:\DataFiles\StudentMaster.dat".
       01  CourseGrades-Path  pic x(80)
           value "C:\DataFiles\CourseGrades.dat".
       01  ProgramMaster-Path  pic x(80)
           value "C:\DataFiles\ProgramMaster.dat".
       01  StandingRules-Path  pic x(80)
           value "C:\DataFiles\StandingRules.dat".
       01  StandingHistory-Path  pic x(80)
           value "C:\DataFiles\StandingHistory.dat".
       01  StandingLists-Path  pic x(80)
           value "C:\DataFiles\StandingLists.rpt".
       01  path-override  pic x(80).
       01 WS-Master-Status      PIC XX.
       01 WS-EOF                PIC 9 VALUE 0.
           88 End-Of-Students   VALUE 1.
       01 WS-Grades-EOF         PIC 9 VALUE 0.
           88 End-Of-Grades     VALUE 1.
       01 WS-Program-EOF        PIC 9 VALUE 0.
           88 End-Of-Programs   VALUE 1.
       01 WS-History-EOF        PIC 9 VALUE 0.
           88 End-Of-History    VALUE 1.
       01 WS-Standing-Term      PIC X(5).
       01 WS-Run-Date           PIC 9(8).

      *The thresholds from StandingRules.dat
       01 WS-Deans-List-GPA     PIC 9V99.
       01 WS-Deans-List-Credits PIC 99.
       01 WS-Probation-GPA      PIC 9V99.
       01 WS-Suspend-After      PIC 9.

      *Every posted grade, loaded at start-up
       01 WS-Grade-Count        PIC 9(4) VALUE 0.
       01 WS-Grade-Table.
           03 WS-Grade-Entry    OCCURS 0 TO 5000 TIMES
                                 DEPENDING ON WS-Grade-Count.
               05 WS-Gr-Student PIC X(9).
               05 WS-Gr-Term    PIC X(5).
               05 WS-Gr-Grade   PIC X.
               05 WS-Gr-Credits PIC 99.
       01 WS-Grade-Sub          PIC 9(4).

      *Program names for the lists
       01 WS-Program-Count      PIC 99 VALUE 0.
       01 WS-Program-Table.
           03 WS-Program-Entry  OCCURS 0 TO 50 TIMES
                                 DEPENDING ON WS-Program-Count
                                 INDEXED BY Prog-Ix.
               05 WS-Program-Code PIC X(5).
               05 WS-Program-Name PIC X(30).
       01 WS-Program-Sub        PIC 99.

      *The standing history, held in storage and written back whole;
      *the term being run replaces any earlier run of it
       01 WS-History-Count      PIC 9(5) VALUE 0.
       01 WS-History-Table.
           03 WS-History-Entry  OCCURS 0 TO 20000 TIMES
                                 DEPENDING ON WS-History-Count.
               05 WS-Hs-Student   PIC X(9).
               05 WS-Hs-Term      PIC X(5).
               05 WS-Hs-Standing  PIC X.
               05 WS-Hs-Term-GPA  PIC 9V99.
               05 WS-Hs-Cum-GPA   PIC 9V99.
               05 WS-Hs-Run-Date  PIC 9(8).
       01 WS-History-Sub        PIC 9(5).
       01 WS-Prior-Probation    PIC 9(3).

      *The term's standings, kept for the lists
       01 WS-Result-Count       PIC 9(4) VALUE 0.
       01 WS-Result-Table.
           03 WS-Result-Entry   OCCURS 0 TO 3000 TIMES
                                 DEPENDING ON WS-Result-Count.
               05 WS-Rs-Student   PIC X(9).
               05 WS-Rs-Name      PIC X(30).
               05 WS-Rs-Program   PIC X(5).
               05 WS-Rs-Standing  PIC X.
               05 WS-Rs-Term-GPA  PIC 9V99.
               05 WS-Rs-Cum-GPA   PIC 9V99.
               05 WS-Rs-Credits   PIC 9(3).
       01 WS-Result-Sub         PIC 9(4).

      *GPA work fields: points on the 4-point scale weighted by
      *credit value, for the term and for the whole record
       01 WS-Grade-Points       PIC 9.
       01 WS-Term-Points        PIC 9(5)V9.
       01 WS-Term-Credits       PIC 9(4).
       01 WS-Cum-Points         PIC 9(5)V9.
       01 WS-Cum-Credits        PIC 9(4).
       01 WS-Term-GPA           PIC 9V99.
       01 WS-Cum-GPA            PIC 9V99.
       01 WS-Term-Graded        PIC 9 VALUE 0.
           88 Term-Graded       VALUE 1.
       01 WS-Standing           PIC X.
           88 Deans-List        VALUE "D".
           88 Good-Standing     VALUE "G".
           88 On-Probation      VALUE "P".
           88 Suspended         VALUE "S".
       01 WS-List-Standing      PIC X.
       01 WS-List-Count         PIC 9(4).
       01 WS-Program-Printed    PIC 9.

       01 WS-Deans-Count        PIC 9(4) VALUE 0.
       01 WS-Good-Count         PIC 9(4) VALUE 0.
       01 WS-Probation-Count    PIC 9(4) VALUE 0.
       01 WS-Suspended-Count    PIC 9(4) VALUE 0.

       01 WS-Separator-Line     PIC X(60) VALUE ALL "=".
       01 WS-List-Heading.
           03 LH-Title          PIC X(20).
           03 FILLER            PIC X(6)  VALUE " TERM ".
           03 LH-Term           PIC X(5).
           03 FILLER            PIC X(6)  VALUE "  RUN ".
           03 LH-Date           PIC 9(8).
       01 WS-Program-Heading.
           03 FILLER            PIC X(2)  VALUE SPACES.
           03 FILLER            PIC X(9)  VALUE "PROGRAM: ".
           03 PH-Code           PIC X(5).
           03 FILLER            PIC X     VALUE SPACE.
           03 PH-Name           PIC X(30).
       01 WS-List-Columns       PIC X(70) VALUE
           "    STUDENT   NAME                           CREDITS  TERM
      -    "  CUM".
       01 WS-List-Line.
           03 FILLER            PIC X(4)  VALUE SPACES.
           03 LL-Student        PIC X(9).
           03 FILLER            PIC X     VALUE SPACE.
           03 LL-Name           PIC X(30).
           03 FILLER            PIC X(3)  VALUE SPACES.
           03 LL-Credits        PIC ZZ9.
           03 FILLER            PIC X(3)  VALUE SPACES.
           03 LL-Term-GPA       PIC 9.99.
           03 FILLER            PIC X(2)  VALUE SPACES.
           03 LL-Cum-GPA        PIC 9.99.
       01 WS-List-Total-Line.
           03 FILLER            PIC X(4)  VALUE SPACES.
           03 LT-Label          PIC X(20).
           03 LT-Count          PIC ZZZ9.

       procedure division.
       main-program.
           perform configure-file-paths
           display "ACADEMIC STANDING RUN"
           display "ENTER TERM ENDING (E.G. 2026F): "
               with no advancing
           accept WS-Standing-Term
           if WS-Standing-Term = spaces
               display "NO TERM ENTERED - RUN CANCELLED"
               stop run
           end-if
           accept WS-Run-Date from DATE YYYYMMDD
           perform load-standing-rules
           perform load-course-grades
           perform load-program-master
           perform load-standing-history
           open input StudentMaster
           if WS-Master-Status not = "00"
               display "ERROR: StudentMaster could not be opened,"
                   " status " WS-Master-Status
               stop run
           end-if
           read StudentMaster next record
               at end set End-Of-Students to true
           end-read
           perform rate-one-student until End-Of-Students
           close StudentMaster
           perform rewrite-standing-history
           perform write-standing-lists
           display "DEAN'S LIST    : " WS-Deans-Count
           display "GOOD STANDING  : " WS-Good-Count
           display "PROBATION      : " WS-Probation-Count
           display "SUSPENDED      : " WS-Suspended-Count

           goback.

      *--------------------------------------------------------------
      *load-standing-rules reads the thresholds
      *--------------------------------------------------------------
       load-standing-rules.
           open input StandingRules
           read StandingRules
               at end
                   display "ERROR: No standing rules on file"
                   stop run
           end-read
           move SR-Deans-List-GPA to WS-Deans-List-GPA
           move SR-Deans-List-Credits to WS-Deans-List-Credits
           move SR-Probation-GPA to WS-Probation-GPA
           move SR-Suspend-After to WS-Suspend-After
           close StandingRules
           exit.

      *--------------------------------------------------------------
      *load-course-grades loads every posted grade into the table
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
      *load-one-grade stores one grade record
      *--------------------------------------------------------------
       load-one-grade.
           if WS-Grade-Count >= 5000
               display "ERROR: Grade table full"
               stop run
           end-if
           add 1 to WS-Grade-Count
           move CG-Student-Number to WS-Gr-Student(WS-Grade-Count)
           move CG-Term to WS-Gr-Term(WS-Grade-Count)
           move CG-Grade to WS-Gr-Grade(WS-Grade-Count)
           move CG-Credits to WS-Gr-Credits(WS-Grade-Count)
           read CourseGrades
               at end set End-Of-Grades to true
           end-read
           exit.

      *--------------------------------------------------------------
      *load-program-master loads the program names for the lists
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
      *load-one-program stores one program record
      *--------------------------------------------------------------
       load-one-program.
           if WS-Program-Count >= 50
               display "ERROR: Program table full"
               stop run
           end-if
           add 1 to WS-Program-Count
           move PM-Code to WS-Program-Code(WS-Program-Count)
           move PM-Name to WS-Program-Name(WS-Program-Count)
           read ProgramMaster
               at end set End-Of-Programs to true
           end-read
           exit.

      *--------------------------------------------------------------
      *load-standing-history loads the earlier terms' standings; an
      *earlier run of this term is dropped so the rerun replaces it
      *--------------------------------------------------------------
       load-standing-history.
           open input StandingHistory
           read StandingHistory
               at end set End-Of-History to true
           end-read
           perform load-one-history until End-Of-History
           close StandingHistory
           exit.

      *--------------------------------------------------------------
      *load-one-history stores one earlier standing
      *--------------------------------------------------------------
       load-one-history.
           if SH-Term not = WS-Standing-Term
               if WS-History-Count >= 20000
                   display "ERROR: Standing history table full"
                   stop run
               end-if
               add 1 to WS-History-Count
               move SH-Student-Number to
                   WS-Hs-Student(WS-History-Count)
               move SH-Term to WS-Hs-Term(WS-History-Count)
               move SH-Standing to WS-Hs-Standing(WS-History-Count)
               move SH-Term-GPA to WS-Hs-Term-GPA(WS-History-Count)
               move SH-Cumulative-GPA to
                   WS-Hs-Cum-GPA(WS-History-Count)
               move SH-Run-Date to WS-Hs-Run-Date(WS-History-Count)
           end-if
           read StandingHistory
               at end set End-Of-History to true
           end-read
           exit.

      *--------------------------------------------------------------
      *rate-one-student decides the current student's standing when
      *they have marks posted in the term
      *--------------------------------------------------------------
       rate-one-student.
           move 0 to WS-Term-Points WS-Term-Credits
           move 0 to WS-Cum-Points WS-Cum-Credits
           move 0 to WS-Term-Graded
           perform add-one-grade varying WS-Grade-Sub from 1 by 1
               until WS-Grade-Sub > WS-Grade-Count
           if Term-Graded
               perform decide-standing
               perform record-standing
           end-if
           read StudentMaster next record
               at end set End-Of-Students to true
           end-read
           exit.

      *--------------------------------------------------------------
      *add-one-grade rolls one of the student's marks into the
      *cumulative figures, and into the term's when it is in the
      *term being run
      *--------------------------------------------------------------
       add-one-grade.
           if WS-Gr-Student(WS-Grade-Sub) not = STM-Student-Number
               exit paragraph
           end-if
           evaluate WS-Gr-Grade(WS-Grade-Sub)
               when "A" move 4 to WS-Grade-Points
               when "B" move 3 to WS-Grade-Points
               when "C" move 2 to WS-Grade-Points
               when "D" move 1 to WS-Grade-Points
               when other move 0 to WS-Grade-Points
           end-evaluate
           compute WS-Cum-Points = WS-Cum-Points
               + WS-Grade-Points * WS-Gr-Credits(WS-Grade-Sub)
           add WS-Gr-Credits(WS-Grade-Sub) to WS-Cum-Credits
           if WS-Gr-Term(WS-Grade-Sub) = WS-Standing-Term
               set Term-Graded to true
               compute WS-Term-Points = WS-Term-Points
                   + WS-Grade-Points * WS-Gr-Credits(WS-Grade-Sub)
               add WS-Gr-Credits(WS-Grade-Sub) to WS-Term-Credits
           end-if
           exit.

      *--------------------------------------------------------------
      *decide-standing applies the standing rules to the GPAs
      *--------------------------------------------------------------
       decide-standing.
           move 0 to WS-Term-GPA WS-Cum-GPA
           if WS-Term-Credits > 0
               compute WS-Term-GPA rounded =
                   WS-Term-Points / WS-Term-Credits
           end-if
           if WS-Cum-Credits > 0
               compute WS-Cum-GPA rounded =
                   WS-Cum-Points / WS-Cum-Credits
           end-if
           set Good-Standing to true
           if WS-Cum-Credits > 0 and WS-Cum-GPA < WS-Probation-GPA
               set On-Probation to true
               move 0 to WS-Prior-Probation
               perform count-prior-probation varying WS-History-Sub
                   from 1 by 1 until WS-History-Sub > WS-History-Count
               if WS-Suspend-After > 0
                   and WS-Prior-Probation >= WS-Suspend-After
                   set Suspended to true
               end-if
               exit paragraph
           end-if
           if WS-Term-GPA >= WS-Deans-List-GPA
               and WS-Term-Credits >= WS-Deans-List-Credits
               set Deans-List to true
           end-if
           exit.

      *--------------------------------------------------------------
      *count-prior-probation counts the probation terms in a row at
      *the end of the student's history; any other standing breaks
      *the run
      *--------------------------------------------------------------
       count-prior-probation.
           if WS-Hs-Student(WS-History-Sub) = STM-Student-Number
               if WS-Hs-Standing(WS-History-Sub) = "P"
                   add 1 to WS-Prior-Probation
               else
                   move 0 to WS-Prior-Probation
               end-if
           end-if
           exit.

      *--------------------------------------------------------------
      *record-standing adds the standing to the history and keeps it
      *for the lists
      *--------------------------------------------------------------
       record-standing.
           if WS-History-Count >= 20000
               display "ERROR: Standing history table full"
               stop run
           end-if
           add 1 to WS-History-Count
           move STM-Student-Number to WS-Hs-Student(WS-History-Count)
           move WS-Standing-Term to WS-Hs-Term(WS-History-Count)
           move WS-Standing to WS-Hs-Standing(WS-History-Count)
           move WS-Term-GPA to WS-Hs-Term-GPA(WS-History-Count)
           move WS-Cum-GPA to WS-Hs-Cum-GPA(WS-History-Count)
           move WS-Run-Date to WS-Hs-Run-Date(WS-History-Count)
           if WS-Result-Count >= 3000
               display "ERROR: Standing result table full"
               stop run
           end-if
           add 1 to WS-Result-Count
           move STM-Student-Number to WS-Rs-Student(WS-Result-Count)
           move spaces to WS-Rs-Name(WS-Result-Count)
           string STM-Surname   delimited by space
                  ", "          delimited by size
                  STM-GivenName delimited by space
                  into WS-Rs-Name(WS-Result-Count)
           move STM-ProgramCode to WS-Rs-Program(WS-Result-Count)
           move WS-Standing to WS-Rs-Standing(WS-Result-Count)
           move WS-Term-GPA to WS-Rs-Term-GPA(WS-Result-Count)
           move WS-Cum-GPA to WS-Rs-Cum-GPA(WS-Result-Count)
           move WS-Term-Credits to WS-Rs-Credits(WS-Result-Count)
           evaluate true
               when Deans-List    add 1 to WS-Deans-Count
               when Good-Standing add 1 to WS-Good-Count
               when On-Probation  add 1 to WS-Probation-Count
               when Suspended     add 1 to WS-Suspended-Count
           end-evaluate
           exit.

      *--------------------------------------------------------------
      *rewrite-standing-history writes the history back whole
      *--------------------------------------------------------------
       rewrite-standing-history.
           open output StandingHistory
           perform write-one-history varying WS-History-Sub
               from 1 by 1 until WS-History-Sub > WS-History-Count
           close StandingHistory
           exit.

      *--------------------------------------------------------------
      *write-one-history writes one standing record
      *--------------------------------------------------------------
       write-one-history.
           move spaces to StandingHistoryRecord
           move WS-Hs-Student(WS-History-Sub) to SH-Student-Number
           move WS-Hs-Term(WS-History-Sub) to SH-Term
           move WS-Hs-Standing(WS-History-Sub) to SH-Standing
           move WS-Hs-Term-GPA(WS-History-Sub) to SH-Term-GPA
           move WS-Hs-Cum-GPA(WS-History-Sub) to SH-Cumulative-GPA
           move WS-Hs-Run-Date(WS-History-Sub) to SH-Run-Date
           write StandingHistoryRecord
           exit.

      *--------------------------------------------------------------
      *write-standing-lists writes the dean's list, the probation
      *list, and the suspension list
      *--------------------------------------------------------------
       write-standing-lists.
           open output StandingLists
           move "D" to WS-List-Standing
           move "DEAN'S LIST" to LH-Title
           perform write-one-list
           move "P" to WS-List-Standing
           move "PROBATION LIST" to LH-Title
           perform write-one-list
           move "S" to WS-List-Standing
           move "SUSPENSION LIST" to LH-Title
           perform write-one-list
           close StandingLists
           exit.

      *--------------------------------------------------------------
      *write-one-list writes the list for the standing in
      *WS-List-Standing, program by program
      *--------------------------------------------------------------
       write-one-list.
           write StandingListLine from WS-Separator-Line
           move WS-Standing-Term to LH-Term
           move WS-Run-Date to LH-Date
           write StandingListLine from WS-List-Heading
           write StandingListLine from WS-List-Columns
           move 0 to WS-List-Count
           perform write-one-program-list varying WS-Program-Sub
               from 1 by 1 until WS-Program-Sub > WS-Program-Count
      *a student whose program is not on the master is still listed
           move 0 to WS-Program-Printed
           perform write-unknown-program-line varying WS-Result-Sub
               from 1 by 1 until WS-Result-Sub > WS-Result-Count
           move spaces to StandingListLine
           write StandingListLine
           move "STUDENTS LISTED:" to LT-Label
           move WS-List-Count to LT-Count
           write StandingListLine from WS-List-Total-Line
           move spaces to StandingListLine
           write StandingListLine
           exit.

      *--------------------------------------------------------------
      *write-one-program-list lists the program's students with the
      *standing, under a program heading when there are any
      *--------------------------------------------------------------
       write-one-program-list.
           move 0 to WS-Program-Printed
           perform write-one-list-line varying WS-Result-Sub
               from 1 by 1 until WS-Result-Sub > WS-Result-Count
           exit.

      *--------------------------------------------------------------
      *write-one-list-line lists one student of the program
      *--------------------------------------------------------------
       write-one-list-line.
           if WS-Rs-Program(WS-Result-Sub) not =
                   WS-Program-Code(WS-Program-Sub)
               or WS-Rs-Standing(WS-Result-Sub) not = WS-List-Standing
               exit paragraph
           end-if
           if WS-Program-Printed = 0
               move WS-Program-Code(WS-Program-Sub) to PH-Code
               move WS-Program-Name(WS-Program-Sub) to PH-Name
               write StandingListLine from WS-Program-Heading
               move 1 to WS-Program-Printed
           end-if
           perform write-student-line
           exit.

      *--------------------------------------------------------------
      *write-unknown-program-line lists a student with the standing
      *whose program is not on the program master
      *--------------------------------------------------------------
       write-unknown-program-line.
           if WS-Rs-Standing(WS-Result-Sub) not = WS-List-Standing
               exit paragraph
           end-if
           set Prog-Ix to 1
           search WS-Program-Entry
               at end continue
               when WS-Program-Code(Prog-Ix) =
                   WS-Rs-Program(WS-Result-Sub)
                   exit paragraph
           end-search
           if WS-Program-Printed = 0
               move spaces to PH-Code
               move "*UNKNOWN PROGRAM*" to PH-Name
               write StandingListLine from WS-Program-Heading
               move 1 to WS-Program-Printed
           end-if
           perform write-student-line
           exit.

      *--------------------------------------------------------------
      *write-student-line writes the line for result WS-Result-Sub
      *--------------------------------------------------------------
       write-student-line.
           move WS-Rs-Student(WS-Result-Sub) to LL-Student
           move WS-Rs-Name(WS-Result-Sub) to LL-Name
           move WS-Rs-Credits(WS-Result-Sub) to LL-Credits
           move WS-Rs-Term-GPA(WS-Result-Sub) to LL-Term-GPA
           move WS-Rs-Cum-GPA(WS-Result-Sub) to LL-Cum-GPA
           write StandingListLine from WS-List-Line
           add 1 to WS-List-Count
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
               "DD_COURSEGRADES"
           if path-override not = spaces
               move path-override to CourseGrades-Path
           end-if
           display "CourseGrades: " CourseGrades-Path
           move spaces to path-override
           accept path-override from environment
               "DD_PROGRAMMASTER"
           if path-override not = spaces
               move path-override to ProgramMaster-Path
           end-if
           display "ProgramMaster: " ProgramMaster-Path
           move spaces to path-override
           accept path-override from environment
               "DD_STANDINGRULES"
           if path-override not = spaces
               move path-override to StandingRules-Path
           end-if
           display "StandingRules: " StandingRules-Path
           move spaces to path-override
           accept path-override from environment
               "DD_STANDINGHISTORY"
           if path-override not = spaces
               move path-override to StandingHistory-Path
           end-if
           display "StandingHistory: " StandingHistory-Path
           move spaces to path-override
           accept path-override from environment
               "DD_STANDINGLISTS"
           if path-override not = spaces
               move path-override to StandingLists-Path
           end-if
           display "StandingLists: " StandingLists-Path
           exit.
       end program AcademicStanding.
