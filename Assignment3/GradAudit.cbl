      *ProgramRequirements file), and reports each student as
      *cleared to graduate, missing specific courses (listed), or
      *short on credits (by how many), with a summary count per
      *program for convocation planning. A "W" (withdrawn after the
      *add/drop deadline) neither passes a course nor earns credit.
      *Students already graduated or withdrawn are not audited. Each
      *student cleared to graduate is written to GradCandidates.dat,
      *which the convocation run lists for the registrar to confirm
      *before the students are marked graduated.

       environment division.
       input-output section.
           EligibilityReport-Path
           organization is line sequential.

           Select GradCandidates assign using
           GradCandidates-Path
           organization is line sequential.

       data division.
       file section.
       fd StudentMaster.
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

       fd ProgramRequirements.
      ********ProgramRequirementRecord: "C" names one required*******
       fd EligibilityReport.
       01 EligibilityLine       PIC X(80).

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

       working-storage section.

      *File assignments resolved at start-up: each path may be
           value "C:\DataFiles\CourseGrades.dat".
       01  EligibilityReport-Path  pic x(80)
           value "C:\DataFiles\GradEligibility.rpt".
       01  GradCandidates-Path  pic x(80)
           value "C:\DataFiles\GradCandidates.dat".
       01  path-override  pic x(80).
       01 WS-Master-Status      PIC XX.
       01 WS-EOF                PIC 9 VALUE 0.
           88 End-Of-Reqs       VALUE 1.
       01 WS-Grades-EOF         PIC 9 VALUE 0.
           88 End-Of-Grades     VALUE 1.
       01 WS-Run-Date           PIC 9(8).
       01 WS-Candidate-Count    PIC 9(4) VALUE 0.

      *Required courses and minimum credits per program
       01 WS-Req-Count          PIC 9(3) VALUE 0.
           perform open-files
           perform audit-one-student until End-Of-Students
           perform write-program-summary
           close StudentMaster EligibilityReport GradCandidates
           display "CLEARED TO GRADUATE: " WS-Candidate-Count

           goback.

               stop run
           end-if
           open output EligibilityReport
           open output GradCandidates
           accept WS-Run-Date from DATE YYYYMMDD
           write EligibilityLine from WS-Report-Heading
           read StudentMaster next record
               at end set End-Of-Students to true
      *program's requirements and writes the verdict
      *--------------------------------------------------------------
       audit-one-student.
           if STM-Graduated or STM-Withdrawn
               read StudentMaster next record
                   at end set End-Of-Students to true
               end-read
               exit paragraph
           end-if
           move 0 to WS-Missing-Count
           move 0 to WS-Earned-Credits
           move 0 to WS-Requirements-Found
           else
               if WS-Student-Cleared = 1
                   move "CLEARED TO GRADUATE" to SL-Verdict
                   perform write-grad-candidate
               end-if
           end-if
           write EligibilityLine from WS-Student-Line
           end-read
           exit.

      *--------------------------------------------------------------
      *write-grad-candidate keeps the cleared student for the
      *convocation run
      *--------------------------------------------------------------
       write-grad-candidate.
           move spaces to GradCandidateRecord
           move STM-Student-Number to GC-Student-Number
           move STM-ProgramCode to GC-Program
           move WS-Earned-Credits to GC-Earned-Credits
           move WS-Run-Date to GC-Audit-Date
           write GradCandidateRecord
           add 1 to WS-Candidate-Count
           exit.

      *--------------------------------------------------------------
      *sum-earned-credits totals the student's passing credits
      *--------------------------------------------------------------
               until WS-Grade-Sub > WS-Grade-Count
               if WS-Gr-Student(WS-Grade-Sub) = STM-Student-Number
                   and WS-Gr-Grade(WS-Grade-Sub) not = "F"
                   and WS-Gr-Grade(WS-Grade-Sub) not = "W"
                   add WS-Gr-Credits(WS-Grade-Sub)
                       to WS-Earned-Credits
               end-if
                   and WS-Gr-Course(WS-Grade-Sub) =
                       WS-Req-Course(WS-Req-Sub)
                   and WS-Gr-Grade(WS-Grade-Sub) not = "F"
                   and WS-Gr-Grade(WS-Grade-Sub) not = "W"
                   move 1 to WS-Course-Passed
               end-if
           end-perform
               move path-override to EligibilityReport-Path
           end-if
           display "EligibilityReport: " EligibilityReport-Path
           move spaces to path-override
           accept path-override from environment
               "DD_GRADCANDIDATES"
           if path-override not = spaces
               move path-override to GradCandidates-Path
           end-if
           display "GradCandidates: " GradCandidates-Path
           exit.
       end program GradAudit.
