      *earned (a failing grade earns none), and the grade-point
      *average computed on the usual 4-point scale, with the program
      *name resolved through ProgramMaster.dat for the heading.
      *Transcripts stop being produced in a word processor. The
      *academic standing the term-end standing run recorded on
      *StandingHistory.dat is printed under each term. A student
      *with an active hold on StudentHolds.dat (an outstanding
      *tuition balance, or a hold the registrar placed) gets no
      *official copy: the heading is printed with a withheld line
      *in place of the courses, and the run counts the withheld
      *transcripts.

       environment division.
       input-output section.
           ProgramMaster-Path
           organization is line sequential.

           Select optional StandingHistory assign using
           StandingHistory-Path
           organization is line sequential.

           Select optional StudentHolds assign using
           StudentHolds-Path
           organization is line sequential.

           Select TranscriptFile assign using
           TranscriptFile-Path
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

       fd CourseGrades.
       01 CourseGradeRecord.
           03 PM-Code           PIC X(5).
           03 PM-Name           PIC X(30).

       fd StandingHistory.
       01 StandingHistoryRecord.
           03 SH-Student-Number PIC X(9).
           03 FILLER            PIC X.
           03 SH-Term           PIC X(5).
           03 FILLER            PIC X.
           03 SH-Standing       PIC X.
           03 FILLER            PIC X.
           03 SH-Term-GPA       PIC 9V99.
           03 FILLER            PIC X.
           03 SH-Cumulative-GPA PIC 9V99.
           03 FILLER            PIC X.
           03 SH-Run-Date       PIC 9(8).

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

       fd TranscriptFile.
       01 TranscriptLine        PIC X(70).

           value "C:\DataFiles\CourseGrades.dat".
       01  ProgramMaster-Path  pic x(80)
           value "C:\DataFiles\ProgramMaster.dat".
       01  StandingHistory-Path  pic x(80)
           value "C:\DataFiles\StandingHistory.dat".
       01  TranscriptFile-Path  pic x(80)
           value "C:\DataFiles\Transcripts.rpt".
       01  StudentHolds-Path  pic x(80)
           value "C:\DataFiles\StudentHolds.dat".
       01  path-override  pic x(80).
       01 WS-Master-Status      PIC XX.
       01 WS-EOF                PIC 9 VALUE 0.
           88 End-Of-Grades     VALUE 1.
       01 WS-Program-EOF        PIC 9 VALUE 0.
           88 End-Of-Programs   VALUE 1.
       01 WS-History-EOF        PIC 9 VALUE 0.
           88 End-Of-History    VALUE 1.
       01 WS-Holds-EOF          PIC 9 VALUE 0.
           88 End-Of-Holds      VALUE 1.
       01 WS-Hold-Found         PIC 9 VALUE 0.
           88 Student-On-Hold   VALUE 1.

      *Students with an active hold
       01 WS-Hold-Count         PIC 9(4) VALUE 0.
       01 WS-Hold-Table.
           03 WS-Hold-Student   OCCURS 0 TO 2000 TIMES
                                 DEPENDING ON WS-Hold-Count
                                 INDEXED BY Hold-Ix
                                 PIC X(9).

      *Every posted grade, loaded at start-up
       01 WS-Grade-Count        PIC 9(4) VALUE 0.
               05 WS-Program-Code PIC X(5).
               05 WS-Program-Name PIC X(30).

      *Each student's recorded standing per term
       01 WS-Standing-Count     PIC 9(5) VALUE 0.
       01 WS-Standing-Table.
           03 WS-Standing-Entry OCCURS 0 TO 20000 TIMES
                                 DEPENDING ON WS-Standing-Count
                                 INDEXED BY Standing-Ix.
               05 WS-St-Key.
                   07 WS-St-Student  PIC X(9).
                   07 WS-St-Term     PIC X(5).
               05 WS-St-Standing PIC X.
       01 WS-Standing-Key.
           03 WS-Sk-Student     PIC X(9).
           03 WS-Sk-Term        PIC X(5).

      *The distinct terms of the student being printed
       01 WS-Term-Count         PIC 99 VALUE 0.
       01 WS-Term-Table.
       01 WS-Credits-Earned     PIC 9(4) VALUE 0.
       01 WS-GPA                PIC 9V99.
       01 WS-Transcript-Count   PIC 9(4) VALUE 0.
       01 WS-Withheld-Count     PIC 9(4) VALUE 0.

       01 WS-Separator-Line     PIC X(60) VALUE ALL "=".
       01 WS-Name-Heading.
           03 FILLER            PIC X(3)  VALUE SPACES.
           03 GL-Credits        PIC Z9.
           03 FILLER            PIC X(8)  VALUE " CREDITS".
       01 WS-Standing-Line.
           03 FILLER            PIC X(4)  VALUE SPACES.
           03 FILLER            PIC X(19) VALUE "ACADEMIC STANDING: ".
           03 SL-Standing       PIC X(20).
       01 WS-Withheld-Line      PIC X(60) VALUE
           "OFFICIAL TRANSCRIPT WITHHELD - STUDENT HAS AN ACTIVE HOLD".
       01 WS-Summary-Line.
           03 FILLER            PIC X(16) VALUE "CREDITS EARNED: ".
           03 SM-Earned         PIC ZZZ9.
           perform configure-file-paths
           perform load-course-grades
           perform load-program-master
           perform load-standing-history
           perform load-holds
           perform open-files
           perform print-one-transcript until End-Of-Students
           close StudentMaster TranscriptFile
           display "TRANSCRIPTS PRODUCED: " WS-Transcript-Count
           display "TRANSCRIPTS WITHHELD: " WS-Withheld-Count

           goback.

           end-read
           exit.

      *--------------------------------------------------------------
      *load-standing-history loads the recorded standings
      *--------------------------------------------------------------
       load-standing-history.
           open input StandingHistory
           read StandingHistory
               at end set End-Of-History to true
           end-read
           perform load-one-standing until End-Of-History
           close StandingHistory
           exit.

      *--------------------------------------------------------------
      *load-one-standing stores one standing record
      *--------------------------------------------------------------
       load-one-standing.
           if WS-Standing-Count >= 20000
               display "ERROR: Standing table full"
               stop run
           end-if
           add 1 to WS-Standing-Count
           move SH-Student-Number to WS-St-Student(WS-Standing-Count)
           move SH-Term to WS-St-Term(WS-Standing-Count)
           move SH-Standing to WS-St-Standing(WS-Standing-Count)
           read StandingHistory
               at end set End-Of-History to true
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
      *check-student-hold tells whether the current student has an
      *active hold
      *--------------------------------------------------------------
       check-student-hold.
           move 0 to WS-Hold-Found
           set Hold-Ix to 1
           search WS-Hold-Student
               at end continue
               when WS-Hold-Student(Hold-Ix) = STM-Student-Number
                   set Student-On-Hold to true
           end-search
           exit.

      *--------------------------------------------------------------
      *open-files opens the roster and the transcript print file
      *--------------------------------------------------------------
      *--------------------------------------------------------------
       print-one-transcript.
           perform collect-student-terms
           perform check-student-hold
           if WS-Term-Count > 0 and Student-On-Hold
               perform write-transcript-heading
               move spaces to TranscriptLine
               write TranscriptLine
               write TranscriptLine from WS-Withheld-Line
               add 1 to WS-Withheld-Count
           end-if
           if WS-Term-Count > 0 and not Student-On-Hold
               perform write-transcript-heading
               move 0 to WS-Points-Sum
               move 0 to WS-Credits-Attempted
                   perform write-one-grade-line
               end-if
           end-perform
           perform write-term-standing
           exit.

      *--------------------------------------------------------------
      *write-term-standing writes the standing recorded for the
      *student in the term, when the standing run has rated it
      *--------------------------------------------------------------
       write-term-standing.
           move STM-Student-Number to WS-Sk-Student
           move WS-Term-Entry(WS-Term-Sub) to WS-Sk-Term
           set Standing-Ix to 1
           search WS-Standing-Entry
               at end continue
               when WS-St-Key(Standing-Ix) = WS-Standing-Key
                   evaluate WS-St-Standing(Standing-Ix)
                       when "D" move "DEAN'S LIST" to SL-Standing
                       when "G" move "GOOD STANDING" to SL-Standing
                       when "P" move "ACADEMIC PROBATION" to
                                    SL-Standing
                       when "S" move "SUSPENDED" to SL-Standing
                       when other move WS-St-Standing(Standing-Ix) to
                                    SL-Standing
                   end-evaluate
                   write TranscriptLine from WS-Standing-Line
           end-search
           exit.

      *--------------------------------------------------------------
           end-if
           display "ProgramMaster: " ProgramMaster-Path
           move spaces to path-override
           accept path-override from environment
               "DD_STANDINGHISTORY"
           if path-override not = spaces
               move path-override to StandingHistory-Path
           end-if
           display "StandingHistory: " StandingHistory-Path
           move spaces to path-override
           accept path-override from environment
               "DD_TRANSCRIPTFILE"
           if path-override not = spaces
               move path-override to TranscriptFile-Path
           end-if
           display "TranscriptFile: " TranscriptFile-Path
           move spaces to path-override
           accept path-override from environment
               "DD_STUDENTHOLDS"
           if path-override not = spaces
               move path-override to StudentHolds-Path
           end-if
           display "StudentHolds: " StudentHolds-Path
           exit.
       end program Transcript.
