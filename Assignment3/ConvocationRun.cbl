       identification division.
       program-id. ConvocationRun as "ConvocationRun".

      *ConvocationRun turns GradAudit's cleared students into
      *graduates. It reads GradCandidates.dat, the students the last
      *audit cleared to graduate, looks each one up on
      *StudentMaster.dat (a candidate since withdrawn or already
      *graduated is left out), and writes ConvocationList.rpt by
      *program with the credential each program confers, from
      *ProgramCredentials.dat (the program name stands in when a
      *program has no credential on file). The registrar checks the
      *list and confirms it at the console; only then is each
      *listed student given the graduated status, dated the
      *operator-entered convocation date, the diploma-printing
      *extract written to DiplomaExtract.dat, and the alumni
      *office's file of new graduates written to
      *GraduatedStudents.dat. A run that is not confirmed changes
      *nothing and can be repeated once the list is corrected.

       environment division.
       input-output section.
       file-control.
           Select GradCandidates assign using
           GradCandidates-Path
           organization is line sequential.

           Select StudentMaster assign using
           StudentMaster-Path
           organization is indexed
           access is random
           record key is STM-Student-Number
           file status is WS-Master-Status.

           Select ProgramMaster assign using
           ProgramMaster-Path
           organization is line sequential.

           Select optional ProgramCredentials assign using
           ProgramCredentials-Path
           organization is line sequential.

           Select ConvocationList assign using
           ConvocationList-Path
           organization is line sequential.

           Select DiplomaExtract assign using
           DiplomaExtract-Path
           organization is line sequential.

           Select GraduatedStudents assign using
           GraduatedStudents-Path
           organization is line sequential.

       data division.
       file section.
       fd GradCandidates.
      ********GradCandidateRecord, one per student cleared***********
       01 GradCandidateRecord.
           03 GC-Student-Number PIC X(9).
           03 FILLER            PIC X.
           03 GC-Program        PIC X(5).
           03 FILLER            PIC X.
           03 GC-Earned-Credits PIC 9(4).
           03 FILLER            PIC X.
           03 GC-Audit-Date     PIC 9(8).
      ********End of GradCandidateRecord*****************************

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

       fd ProgramMaster.
       01 ProgramMasterRecord.
           03 PM-Code           PIC X(5).
           03 PM-Name           PIC X(30).

       fd ProgramCredentials.
      ********ProgramCredentialRecord, the credential a program******
      ********confers, as printed on the diploma*********************
       01 ProgramCredentialRecord.
           03 PC-Program        PIC X(5).
           03 FILLER            PIC X.
           03 PC-Credential     PIC X(50).
      ********End of ProgramCredentialRecord*************************

       fd ConvocationList.
       01 ConvocationLine       PIC X(80).

       fd DiplomaExtract.
      ********DiplomaRecord, one per diploma to print****************
       01 DiplomaRecord.
           03 DX-Student-Number PIC X(9).
           03 FILLER            PIC X.
           03 DX-Name           PIC X(45).
           03 FILLER            PIC X.
           03 DX-Credential     PIC X(50).
           03 FILLER            PIC X.
           03 DX-Program        PIC X(5).
           03 FILLER            PIC X.
           03 DX-Conferred-Date PIC 9(8).
      ********End of DiplomaRecord***********************************

       fd GraduatedStudents.
      ********GraduateRecord, one per new graduate for alumni********
       01 GraduateRecord.
           03 GR-Student-Number PIC X(9).
           03 FILLER            PIC X.
           03 GR-Surname        PIC X(20).
           03 FILLER            PIC X.
           03 GR-GivenName      PIC X(20).
           03 FILLER            PIC X.
           03 GR-Initials       PIC X(4).
           03 FILLER            PIC X.
           03 GR-Program        PIC X(5).
           03 FILLER            PIC X.
           03 GR-Credential     PIC X(50).
           03 FILLER            PIC X.
           03 GR-Graduation-Date PIC 9(8).
      ********End of GraduateRecord**********************************

       working-storage section.

      *File assignments resolved at start-up: each path may be
      *overridden through its DD_ environment variable, with the
      *original location as the default, so test and production
      *are a configuration difference instead of a source edit
       01  GradCandidates-Path  pic x(80)
           value "C:\DataFiles\GradCandidates.dat".
       01  StudentMaster-Path  pic x(80)
           value "C:\DataFiles\StudentMaster.dat".
       01  ProgramMaster-Path  pic x(80)
           value "C:\DataFiles\ProgramMaster.dat".
       01  ProgramCredentials-Path  pic x(80)
           value "C:\DataFiles\ProgramCredentials.dat".
       01  ConvocationList-Path  pic x(80)
           value "C:\DataFiles\ConvocationList.rpt".
       01  DiplomaExtract-Path  pic x(80)
           value "C:\DataFiles\DiplomaExtract.dat".
       01  GraduatedStudents-Path  pic x(80)
           value "C:\DataFiles\GraduatedStudents.dat".
       01  path-override  pic x(80).
       01 WS-Master-Status      PIC XX.
       01 WS-Candidate-EOF      PIC 9 VALUE 0.
           88 End-Of-Candidates VALUE 1.
       01 WS-Program-EOF        PIC 9 VALUE 0.
           88 End-Of-Programs   VALUE 1.
       01 WS-Credential-EOF     PIC 9 VALUE 0.
           88 End-Of-Credentials VALUE 1.
       01 WS-Student-Found      PIC 9 VALUE 0.
           88 Student-Found     VALUE 1.
       01 WS-Convocation-Date-In PIC X(8).
       01 WS-Convocation-Date   PIC 9(8).
       01 WS-Run-Date           PIC 9(8).
       01 WS-Confirm            PIC X.

      *Programs with their names and the credential each confers
       01 WS-Program-Count      PIC 99 VALUE 0.
       01 WS-Program-Table.
           03 WS-Program-Entry  OCCURS 0 TO 50 TIMES
                                 DEPENDING ON WS-Program-Count
                                 INDEXED BY Prog-Ix.
               05 WS-Program-Code       PIC X(5).
               05 WS-Program-Name       PIC X(30).
               05 WS-Program-Credential PIC X(50).
       01 WS-Program-Sub        PIC 99.

      *The students on the convocation list
       01 WS-Grad-Count         PIC 9(4) VALUE 0.
       01 WS-Grad-Table.
           03 WS-Grad-Entry     OCCURS 0 TO 3000 TIMES
                                 DEPENDING ON WS-Grad-Count.
               05 WS-Gd-Student   PIC X(9).
               05 WS-Gd-Surname   PIC X(20).
               05 WS-Gd-GivenName PIC X(20).
               05 WS-Gd-Initials  PIC X(4).
               05 WS-Gd-Program   PIC X(5).
               05 WS-Gd-Credits   PIC 9(4).
               05 WS-Gd-Prog-Sub  PIC 99.
       01 WS-Grad-Sub           PIC 9(4).
       01 WS-Program-Grads      PIC 9(4).
       01 WS-Excluded-Count     PIC 9(4) VALUE 0.
       01 WS-Graduated-Count    PIC 9(4) VALUE 0.

       01 WS-Separator-Line     PIC X(72) VALUE ALL "=".
       01 WS-List-Heading.
           03 FILLER            PIC X(22)
               VALUE "CONVOCATION LIST DATE ".
           03 LH-Convocation-Date PIC 9(8).
           03 FILLER            PIC X(6)  VALUE "  RUN ".
           03 LH-Run-Date       PIC 9(8).
       01 WS-Program-Heading.
           03 FILLER            PIC X(2)  VALUE SPACES.
           03 FILLER            PIC X(9)  VALUE "PROGRAM: ".
           03 PH-Code           PIC X(5).
           03 FILLER            PIC X     VALUE SPACE.
           03 PH-Name           PIC X(30).
       01 WS-Credential-Heading.
           03 FILLER            PIC X(2)  VALUE SPACES.
           03 FILLER            PIC X(12) VALUE "CREDENTIAL: ".
           03 CH-Credential     PIC X(50).
       01 WS-List-Columns.
           03 FILLER            PIC X(14) VALUE "    STUDENT".
           03 FILLER            PIC X(44) VALUE "NAME".
           03 FILLER            PIC X(7)  VALUE "CREDITS".
       01 WS-List-Line.
           03 FILLER            PIC X(4)  VALUE SPACES.
           03 LL-Student        PIC X(9).
           03 FILLER            PIC X     VALUE SPACE.
           03 LL-Name           PIC X(45).
           03 FILLER            PIC X(2)  VALUE SPACES.
           03 LL-Credits        PIC ZZZ9.
       01 WS-Count-Line.
           03 FILLER            PIC X(4)  VALUE SPACES.
           03 CL-Label          PIC X(20).
           03 CL-Count          PIC ZZZ9.
       01 WS-Name-Work          PIC X(45).

       procedure division.
       main-program.
           perform configure-file-paths
           display "CONVOCATION RUN"
           accept WS-Run-Date from DATE YYYYMMDD
           display "ENTER CONVOCATION DATE YYYYMMDD "
               "(BLANK FOR TODAY): " with no advancing
           accept WS-Convocation-Date-In
           if WS-Convocation-Date-In = spaces
               move WS-Run-Date to WS-Convocation-Date
           else
               if WS-Convocation-Date-In not numeric
                   display "INVALID CONVOCATION DATE - RUN CANCELLED"
                   stop run
               end-if
               move WS-Convocation-Date-In to WS-Convocation-Date
           end-if
           perform load-program-master
           perform load-program-credentials
           open i-o StudentMaster
           if WS-Master-Status not = "00"
               display "ERROR: StudentMaster could not be opened,"
                   " status " WS-Master-Status
               stop run
           end-if
           perform load-grad-candidates
           if WS-Grad-Count = 0
               display "NO STUDENTS TO LIST - RUN ENDED"
               close StudentMaster
               goback
           end-if
           perform write-convocation-list
           display "CONVOCATION LIST: " WS-Grad-Count " STUDENTS, "
               WS-Excluded-Count " CANDIDATES LEFT OFF"
           display "MARK THE LISTED STUDENTS GRADUATED? (Y/N): "
               with no advancing
           accept WS-Confirm
           if WS-Confirm not = "Y" and WS-Confirm not = "y"
               display "LIST NOT CONFIRMED - NO STUDENT GRADUATED"
               close StudentMaster
               goback
           end-if
           perform graduate-students
           close StudentMaster
           display "STUDENTS GRADUATED: " WS-Graduated-Count

           goback.

      *--------------------------------------------------------------
      *load-program-master loads the program names; each program's
      *credential starts as its name
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
      *load-one-program stores one program
      *--------------------------------------------------------------
       load-one-program.
           if WS-Program-Count >= 50
               display "ERROR: Program table full"
               stop run
           end-if
           add 1 to WS-Program-Count
           move PM-Code to WS-Program-Code(WS-Program-Count)
           move PM-Name to WS-Program-Name(WS-Program-Count)
           move PM-Name to WS-Program-Credential(WS-Program-Count)
           read ProgramMaster
               at end set End-Of-Programs to true
           end-read
           exit.

      *--------------------------------------------------------------
      *load-program-credentials sets the credential each program on
      *file confers
      *--------------------------------------------------------------
       load-program-credentials.
           open input ProgramCredentials
           read ProgramCredentials
               at end set End-Of-Credentials to true
           end-read
           perform load-one-credential until End-Of-Credentials
           close ProgramCredentials
           exit.

      *--------------------------------------------------------------
      *load-one-credential stores one program's credential
      *--------------------------------------------------------------
       load-one-credential.
           set Prog-Ix to 1
           search WS-Program-Entry
               at end
                   display "CREDENTIAL FOR UNKNOWN PROGRAM BYPASSED: "
                       PC-Program
               when WS-Program-Code(Prog-Ix) = PC-Program
                   move PC-Credential
                       to WS-Program-Credential(Prog-Ix)
           end-search
           read ProgramCredentials
               at end set End-Of-Credentials to true
           end-read
           exit.

      *--------------------------------------------------------------
      *load-grad-candidates takes each cleared student still on the
      *master and not yet graduated or withdrawn
      *--------------------------------------------------------------
       load-grad-candidates.
           open input GradCandidates
           read GradCandidates
               at end set End-Of-Candidates to true
           end-read
           perform load-one-candidate until End-Of-Candidates
           close GradCandidates
           exit.

      *--------------------------------------------------------------
      *load-one-candidate checks one candidate against the master
      *--------------------------------------------------------------
       load-one-candidate.
           move GC-Student-Number to STM-Student-Number
           perform read-student
           evaluate true
               when not Student-Found
                   display "CANDIDATE NOT ON MASTER: "
                       GC-Student-Number
                   add 1 to WS-Excluded-Count
               when STM-Graduated or STM-Withdrawn
                   display "CANDIDATE ALREADY GRADUATED OR WITHDRAWN: "
                       GC-Student-Number
                   add 1 to WS-Excluded-Count
               when other
                   perform add-graduate
           end-evaluate
           read GradCandidates
               at end set End-Of-Candidates to true
           end-read
           exit.

      *--------------------------------------------------------------
      *add-graduate puts the candidate on the list under their
      *program, adding a program not on the program master
      *--------------------------------------------------------------
       add-graduate.
           if WS-Grad-Count >= 3000
               display "ERROR: Graduate table full"
               stop run
           end-if
           set Prog-Ix to 1
           search WS-Program-Entry
               at end
                   if WS-Program-Count >= 50
                       display "ERROR: Program table full"
                       stop run
                   end-if
                   add 1 to WS-Program-Count
                   set Prog-Ix to WS-Program-Count
                   move STM-ProgramCode to WS-Program-Code(Prog-Ix)
                   move "NOT ON PROGRAM MASTER"
                       to WS-Program-Name(Prog-Ix)
                   move "NOT ON PROGRAM MASTER"
                       to WS-Program-Credential(Prog-Ix)
               when WS-Program-Code(Prog-Ix) = STM-ProgramCode
                   continue
           end-search
           add 1 to WS-Grad-Count
           move STM-Student-Number to WS-Gd-Student(WS-Grad-Count)
           move STM-Surname to WS-Gd-Surname(WS-Grad-Count)
           move STM-GivenName to WS-Gd-GivenName(WS-Grad-Count)
           move STM-Initials to WS-Gd-Initials(WS-Grad-Count)
           move STM-ProgramCode to WS-Gd-Program(WS-Grad-Count)
           move GC-Earned-Credits to WS-Gd-Credits(WS-Grad-Count)
           set WS-Gd-Prog-Sub(WS-Grad-Count) to Prog-Ix
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
      *write-convocation-list prints the graduates program by program
      *--------------------------------------------------------------
       write-convocation-list.
           open output ConvocationList
           move WS-Convocation-Date to LH-Convocation-Date
           move WS-Run-Date to LH-Run-Date
           write ConvocationLine from WS-List-Heading
           write ConvocationLine from WS-Separator-Line
           perform write-program-graduates
               varying WS-Program-Sub from 1 by 1
               until WS-Program-Sub > WS-Program-Count
           write ConvocationLine from WS-Separator-Line
           move "TOTAL GRADUATES" to CL-Label
           move WS-Grad-Count to CL-Count
           write ConvocationLine from WS-Count-Line
           close ConvocationList
           exit.

      *--------------------------------------------------------------
      *write-program-graduates prints one program's heading,
      *credential, and graduates, when it has any
      *--------------------------------------------------------------
       write-program-graduates.
           move 0 to WS-Program-Grads
           perform count-program-graduate
               varying WS-Grad-Sub from 1 by 1
               until WS-Grad-Sub > WS-Grad-Count
           if WS-Program-Grads = 0
               exit paragraph
           end-if
           move spaces to ConvocationLine
           write ConvocationLine
           move WS-Program-Code(WS-Program-Sub) to PH-Code
           move WS-Program-Name(WS-Program-Sub) to PH-Name
           write ConvocationLine from WS-Program-Heading
           move WS-Program-Credential(WS-Program-Sub) to CH-Credential
           write ConvocationLine from WS-Credential-Heading
           write ConvocationLine from WS-List-Columns
           perform write-one-graduate
               varying WS-Grad-Sub from 1 by 1
               until WS-Grad-Sub > WS-Grad-Count
           move "PROGRAM GRADUATES" to CL-Label
           move WS-Program-Grads to CL-Count
           write ConvocationLine from WS-Count-Line
           exit.

      *--------------------------------------------------------------
      *count-program-graduate counts a graduate of the program
      *--------------------------------------------------------------
       count-program-graduate.
           if WS-Gd-Prog-Sub(WS-Grad-Sub) = WS-Program-Sub
               add 1 to WS-Program-Grads
           end-if
           exit.

      *--------------------------------------------------------------
      *write-one-graduate prints a graduate of the program
      *--------------------------------------------------------------
       write-one-graduate.
           if WS-Gd-Prog-Sub(WS-Grad-Sub) not = WS-Program-Sub
               exit paragraph
           end-if
           move WS-Gd-Student(WS-Grad-Sub) to LL-Student
           perform build-graduate-name
           move WS-Name-Work to LL-Name
           move WS-Gd-Credits(WS-Grad-Sub) to LL-Credits
           write ConvocationLine from WS-List-Line
           exit.

      *--------------------------------------------------------------
      *build-graduate-name builds the name as printed on the
      *diploma: given name, initials, surname
      *--------------------------------------------------------------
       build-graduate-name.
           move spaces to WS-Name-Work
           if WS-Gd-Initials(WS-Grad-Sub) = spaces
               string WS-Gd-GivenName(WS-Grad-Sub) delimited by space
                   " " delimited by size
                   WS-Gd-Surname(WS-Grad-Sub) delimited by space
                   into WS-Name-Work
               end-string
           else
               string WS-Gd-GivenName(WS-Grad-Sub) delimited by space
                   " " delimited by size
                   WS-Gd-Initials(WS-Grad-Sub) delimited by space
                   " " delimited by size
                   WS-Gd-Surname(WS-Grad-Sub) delimited by space
                   into WS-Name-Work
               end-string
           end-if
           exit.

      *--------------------------------------------------------------
      *graduate-students marks every listed student graduated and
      *writes the diploma and alumni files
      *--------------------------------------------------------------
       graduate-students.
           open output DiplomaExtract
           open output GraduatedStudents
           perform graduate-one-student
               varying WS-Grad-Sub from 1 by 1
               until WS-Grad-Sub > WS-Grad-Count
           close DiplomaExtract GraduatedStudents
           exit.

      *--------------------------------------------------------------
      *graduate-one-student sets the graduated status on the master
      *and writes the student's diploma and alumni records
      *--------------------------------------------------------------
       graduate-one-student.
           move WS-Gd-Student(WS-Grad-Sub) to STM-Student-Number
           perform read-student
           if not Student-Found
               display "GRADUATE NO LONGER ON MASTER: "
                   WS-Gd-Student(WS-Grad-Sub)
               exit paragraph
           end-if
           move "G" to STM-Status
           move WS-Convocation-Date to STM-Status-Date
           rewrite StudentMasterRecord
           add 1 to WS-Graduated-Count
           move WS-Gd-Prog-Sub(WS-Grad-Sub) to WS-Program-Sub

           move spaces to DiplomaRecord
           move WS-Gd-Student(WS-Grad-Sub) to DX-Student-Number
           perform build-graduate-name
           move WS-Name-Work to DX-Name
           move WS-Program-Credential(WS-Program-Sub)
               to DX-Credential
           move WS-Gd-Program(WS-Grad-Sub) to DX-Program
           move WS-Convocation-Date to DX-Conferred-Date
           write DiplomaRecord

           move spaces to GraduateRecord
           move WS-Gd-Student(WS-Grad-Sub) to GR-Student-Number
           move WS-Gd-Surname(WS-Grad-Sub) to GR-Surname
           move WS-Gd-GivenName(WS-Grad-Sub) to GR-GivenName
           move WS-Gd-Initials(WS-Grad-Sub) to GR-Initials
           move WS-Gd-Program(WS-Grad-Sub) to GR-Program
           move WS-Program-Credential(WS-Program-Sub)
               to GR-Credential
           move WS-Convocation-Date to GR-Graduation-Date
           write GraduateRecord
           exit.


      *-------------------------------------------------------------
      *Resolve every file path: the DD_ environment variable wins
      *when it is set, otherwise the built-in default stands, and
      *the resolved paths are echoed into the run output
      *-------------------------------------------------------------
       configure-file-paths.
           move spaces to path-override
           accept path-override from environment
               "DD_GRADCANDIDATES"
           if path-override not = spaces
               move path-override to GradCandidates-Path
           end-if
           display "GradCandidates: " GradCandidates-Path
           move spaces to path-override
           accept path-override from environment
               "DD_STUDENTMASTER"
           if path-override not = spaces
               move path-override to StudentMaster-Path
           end-if
           display "StudentMaster: " StudentMaster-Path
           move spaces to path-override
           accept path-override from environment
               "DD_PROGRAMMASTER"
           if path-override not = spaces
               move path-override to ProgramMaster-Path
           end-if
           display "ProgramMaster: " ProgramMaster-Path
           move spaces to path-override
           accept path-override from environment
               "DD_PROGRAMCREDENTIALS"
           if path-override not = spaces
               move path-override to ProgramCredentials-Path
           end-if
           display "ProgramCredentials: " ProgramCredentials-Path
           move spaces to path-override
           accept path-override from environment
               "DD_CONVOCATIONLIST"
           if path-override not = spaces
               move path-override to ConvocationList-Path
           end-if
           display "ConvocationList: " ConvocationList-Path
           move spaces to path-override
           accept path-override from environment
               "DD_DIPLOMAEXTRACT"
           if path-override not = spaces
               move path-override to DiplomaExtract-Path
           end-if
           display "DiplomaExtract: " DiplomaExtract-Path
           move spaces to path-override
           accept path-override from environment
               "DD_GRADUATEDSTUDENTS"
           if path-override not = spaces
               move path-override to GraduatedStudents-Path
           end-if
           display "GraduatedStudents: " GraduatedStudents-Path
           exit.
       end program ConvocationRun.
