      *enrollment counts, replacing the spreadsheet that used to
      *carry this outside the system. CourseEnrollment is expected
      *grouped by student number, one record per enrolled course.
      *Each student's block is a weekly timetable: the meetings of
      *the enrolled sections on SectionSchedule.dat (days, start and
      *end time, room, instructor) are printed day by day, Monday to
      *Sunday, in start-time order, followed by any enrolled section
      *that has no meeting on the schedule yet.

       environment division.
       input-output section.
           record key is STM-Student-Number
           file status is WS-Master-Status.

           Select optional SectionSchedule assign using
           SectionSchedule-Path
           organization is line sequential.

           Select ScheduleFile assign using
           ScheduleFile-Path
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

       fd SectionSchedule.
      ********SectionScheduleRecord, one per weekly meeting************
       01 SectionScheduleRecord.
           03 SS-Course-Code    PIC X(8).
           03 FILLER            PIC X.
           03 SS-Section        PIC X(3).
           03 FILLER            PIC X.
           03 SS-Term           PIC X(5).
           03 FILLER            PIC X.
      *one position per day Monday to Sunday, non-blank when the
      *section meets that day (e.g. "M W F  ")
           03 SS-Days           PIC X(7).
           03 FILLER            PIC X.
      *24-hour HHMM
           03 SS-Start-Time     PIC 9(4).
           03 FILLER            PIC X.
           03 SS-End-Time       PIC 9(4).
           03 FILLER            PIC X.
           03 SS-Room           PIC X(6).
           03 FILLER            PIC X.
           03 SS-Instructor     PIC X(8).
      ********End of SectionScheduleRecord*****************************

       fd ScheduleFile.
       01 ScheduleLine          PIC X(70).
           value "C:\DataFiles\StudentMaster.dat".
       01  ScheduleFile-Path  pic x(80)
           value "C:\DataFiles\StudentSchedules.rpt".
       01  SectionSchedule-Path  pic x(80)
           value "C:\DataFiles\SectionSchedule.dat".
       01  path-override  pic x(80).
       01 WS-Master-Status      PIC XX.
       01 WS-EOF                PIC 9 VALUE 0.
           03 WS-Lookup-Code    PIC X(8).
           03 WS-Lookup-Section PIC X(3).

      *Every scheduled meeting
       01 WS-Schedule-EOF       PIC 9 VALUE 0.
           88 End-Of-Schedule   VALUE 1.
       01 WS-Meeting-Count      PIC 9(3) VALUE 0.
       01 WS-Meeting-Table.
           03 WS-Meeting-Entry  OCCURS 0 TO 500 TIMES
                                 DEPENDING ON WS-Meeting-Count.
               05 WS-Mt-Section-Key.
                   07 WS-Mt-Course     PIC X(8).
                   07 WS-Mt-Section    PIC X(3).
                   07 WS-Mt-Term       PIC X(5).
               05 WS-Mt-Days        PIC X(7).
               05 WS-Mt-Start       PIC 9(4).
               05 WS-Mt-End         PIC 9(4).
               05 WS-Mt-Room        PIC X(6).
               05 WS-Mt-Instructor  PIC X(8).
       01 WS-Meeting-Sub        PIC 9(3).
       01 WS-Enrolled-Key.
           03 WS-Enrolled-Course  PIC X(8).
           03 WS-Enrolled-Section PIC X(3).
           03 WS-Enrolled-Term    PIC X(5).
       01 WS-Meetings-Found     PIC 9(3).

      *The current student's meetings, printed at the control break;
      *an enrolled section with no meeting is held with meeting zero
       01 WS-Timetable-Count    PIC 99 VALUE 0.
       01 WS-Timetable.
           03 WS-Tt-Entry       OCCURS 0 TO 60 TIMES
                                 DEPENDING ON WS-Timetable-Count.
               05 WS-Tt-Section-Key.
                   07 WS-Tt-Course     PIC X(8).
                   07 WS-Tt-Section    PIC X(3).
                   07 WS-Tt-Term       PIC X(5).
               05 WS-Tt-Meeting PIC 9(3).
               05 WS-Tt-Printed PIC 9.
       01 WS-Tt-Sub             PIC 99.
       01 WS-Next-Sub           PIC 99.
       01 WS-Day-Sub            PIC 9.
       01 WS-Day-Names          PIC X(21)
           VALUE "MONTUEWEDTHUFRISATSUN".
       01 WS-Day-Name-Table REDEFINES WS-Day-Names.
           03 WS-Day-Name       PIC X(3) OCCURS 7 TIMES.

       01 WS-Student-Heading.
           03 FILLER            PIC X(9)  VALUE "STUDENT: ".
           03 SH-Student-Number PIC X(9).
           03 SD-Section        PIC X(3).
           03 FILLER            PIC X(3)  VALUE SPACES.
           03 SD-Term           PIC X(5).
           03 FILLER            PIC X(3)  VALUE SPACES.
           03 SD-Note           PIC X(13).

       01 WS-Timetable-Detail.
           03 FILLER            PIC X(4)  VALUE SPACES.
           03 TD-Day            PIC X(3).
           03 FILLER            PIC X     VALUE SPACE.
           03 TD-Start          PIC 9(4).
           03 FILLER            PIC X     VALUE "-".
           03 TD-End            PIC 9(4).
           03 FILLER            PIC X(2)  VALUE SPACES.
           03 TD-Course-Code    PIC X(8).
           03 FILLER            PIC X     VALUE "-".
           03 TD-Section        PIC X(3).
           03 FILLER            PIC X(2)  VALUE SPACES.
           03 TD-Term           PIC X(5).
           03 FILLER            PIC X(2)  VALUE SPACES.
           03 TD-Room           PIC X(6).
           03 FILLER            PIC X(2)  VALUE SPACES.
           03 TD-Instructor     PIC X(8).

       01 WS-Count-Heading.
           03 FILLER            PIC X(36) VALUE
           perform configure-file-paths
           perform open-files
           perform process-enrollment until End-Of-File
           if WS-Prior-Student not = LOW-VALUES
               perform write-student-timetable
           end-if
           perform write-course-counts
           perform close-files

           goback.

      *--------------------------------------------------------------
      *open-files loads the section schedule, opens the other files
      *and primes the first read
      *--------------------------------------------------------------
       open-files.
           open input SectionSchedule
           read SectionSchedule
               at end set End-Of-Schedule to true
           end-read
           perform load-one-meeting until End-Of-Schedule
           close SectionSchedule
           open input CourseEnrollment
           open input StudentMaster
      *A master that cannot be opened must stop the run: with the
           exit.

      *--------------------------------------------------------------
      *process-enrollment adds the current enrollment's meetings to
      *the student's timetable, finishing the prior student's block
      *and starting a new one whenever the student number changes,
      *then reads the next record
      *--------------------------------------------------------------
       process-enrollment.
           if CE-Student-Number not = WS-Prior-Student
               if WS-Prior-Student not = LOW-VALUES
                   perform write-student-timetable
               end-if
               perform start-student-block
           end-if
           move CE-Course-Code to WS-Enrolled-Course
           move CE-Section to WS-Enrolled-Section
           move CE-Term to WS-Enrolled-Term
           move 0 to WS-Meetings-Found
           perform add-timetable-meeting varying WS-Meeting-Sub
               from 1 by 1 until WS-Meeting-Sub > WS-Meeting-Count
           if WS-Meetings-Found = 0
               move 0 to WS-Meeting-Sub
               perform add-timetable-entry
           end-if
           perform count-course-enrollment
           read CourseEnrollment
               at end set End-Of-File to true
           write ScheduleLine from WS-Student-Heading
           exit.

      *--------------------------------------------------------------
      *load-one-meeting stores one scheduled meeting
      *--------------------------------------------------------------
       load-one-meeting.
           if WS-Meeting-Count >= 500
               display "ERROR: Meeting table full"
               stop run
           end-if
           add 1 to WS-Meeting-Count
           move SS-Course-Code to WS-Mt-Course(WS-Meeting-Count)
           move SS-Section to WS-Mt-Section(WS-Meeting-Count)
           move SS-Term to WS-Mt-Term(WS-Meeting-Count)
           move SS-Days to WS-Mt-Days(WS-Meeting-Count)
           move SS-Start-Time to WS-Mt-Start(WS-Meeting-Count)
           move SS-End-Time to WS-Mt-End(WS-Meeting-Count)
           move SS-Room to WS-Mt-Room(WS-Meeting-Count)
           move SS-Instructor to WS-Mt-Instructor(WS-Meeting-Count)
           read SectionSchedule
               at end set End-Of-Schedule to true
           end-read
           exit.

      *--------------------------------------------------------------
      *add-timetable-meeting adds one meeting of the enrolled
      *section to the student's timetable
      *--------------------------------------------------------------
       add-timetable-meeting.
           if WS-Mt-Section-Key(WS-Meeting-Sub) = WS-Enrolled-Key
               add 1 to WS-Meetings-Found
               perform add-timetable-entry
           end-if
           exit.

      *--------------------------------------------------------------
      *add-timetable-entry stores meeting WS-Meeting-Sub of the
      *enrolled section in the student's timetable
      *--------------------------------------------------------------
       add-timetable-entry.
           if WS-Timetable-Count >= 60
               display "ERROR: Timetable full for student "
                   CE-Student-Number
               stop run
           end-if
           add 1 to WS-Timetable-Count
           move WS-Enrolled-Key to
               WS-Tt-Section-Key(WS-Timetable-Count)
           move WS-Meeting-Sub to WS-Tt-Meeting(WS-Timetable-Count)
           exit.

      *--------------------------------------------------------------
      *write-student-timetable writes the student's week day by day,
      *then the enrolled sections not yet on the schedule
      *--------------------------------------------------------------
       write-student-timetable.
           perform write-one-day varying WS-Day-Sub from 1 by 1
               until WS-Day-Sub > 7
           perform write-unscheduled-section varying WS-Tt-Sub
               from 1 by 1 until WS-Tt-Sub > WS-Timetable-Count
           move 0 to WS-Timetable-Count
           exit.

      *--------------------------------------------------------------
      *write-one-day writes the day's meetings in start-time order
      *--------------------------------------------------------------
       write-one-day.
           perform clear-printed varying WS-Tt-Sub from 1 by 1
               until WS-Tt-Sub > WS-Timetable-Count
           move 1 to WS-Next-Sub
           perform write-next-meeting until WS-Next-Sub = 0
           exit.

      *--------------------------------------------------------------
      *clear-printed marks one timetable entry not yet printed today
      *--------------------------------------------------------------
       clear-printed.
           move 0 to WS-Tt-Printed(WS-Tt-Sub)
           exit.

      *--------------------------------------------------------------
      *write-next-meeting writes the earliest meeting of the day not
      *yet printed; WS-Next-Sub comes back zero when none is left
      *--------------------------------------------------------------
       write-next-meeting.
           move 0 to WS-Next-Sub
           perform find-next-meeting varying WS-Tt-Sub from 1 by 1
               until WS-Tt-Sub > WS-Timetable-Count
           if WS-Next-Sub = 0
               exit paragraph
           end-if
           move 1 to WS-Tt-Printed(WS-Next-Sub)
           move WS-Tt-Meeting(WS-Next-Sub) to WS-Meeting-Sub
           move spaces to WS-Timetable-Detail
           move WS-Day-Name(WS-Day-Sub) to TD-Day
           move WS-Mt-Start(WS-Meeting-Sub) to TD-Start
           move "-" to WS-Timetable-Detail(13:1)
           move WS-Mt-End(WS-Meeting-Sub) to TD-End
           move WS-Mt-Course(WS-Meeting-Sub) to TD-Course-Code
           move "-" to WS-Timetable-Detail(28:1)
           move WS-Mt-Section(WS-Meeting-Sub) to TD-Section
           move WS-Mt-Term(WS-Meeting-Sub) to TD-Term
           move WS-Mt-Room(WS-Meeting-Sub) to TD-Room
           move WS-Mt-Instructor(WS-Meeting-Sub) to TD-Instructor
           write ScheduleLine from WS-Timetable-Detail
           exit.

      *--------------------------------------------------------------
      *find-next-meeting keeps the earlier of the best meeting so far
      *and this entry, when this entry meets today and is unprinted
      *--------------------------------------------------------------
       find-next-meeting.
           if WS-Tt-Meeting(WS-Tt-Sub) = 0
               or WS-Tt-Printed(WS-Tt-Sub) = 1
               exit paragraph
           end-if
           move WS-Tt-Meeting(WS-Tt-Sub) to WS-Meeting-Sub
           if WS-Mt-Days(WS-Meeting-Sub)(WS-Day-Sub:1) = space
               exit paragraph
           end-if
           if WS-Next-Sub = 0
               move WS-Tt-Sub to WS-Next-Sub
               exit paragraph
           end-if
           if WS-Mt-Start(WS-Meeting-Sub) <
                   WS-Mt-Start(WS-Tt-Meeting(WS-Next-Sub))
               move WS-Tt-Sub to WS-Next-Sub
           end-if
           exit.

      *--------------------------------------------------------------
      *write-unscheduled-section lists an enrolled section that has
      *no meeting on the schedule
      *--------------------------------------------------------------
       write-unscheduled-section.
           if WS-Tt-Meeting(WS-Tt-Sub) not = 0
               exit paragraph
           end-if
           move spaces to WS-Schedule-Detail
           move WS-Tt-Course(WS-Tt-Sub) to SD-Course-Code
           move WS-Tt-Section(WS-Tt-Sub) to SD-Section
           move WS-Tt-Term(WS-Tt-Sub) to SD-Term
           move "NOT SCHEDULED" to SD-Note
           write ScheduleLine from WS-Schedule-Detail
           exit.

      *--------------------------------------------------------------
      *count-course-enrollment counts the current enrollment record
      *against its course/section entry, adding a new entry the
               move path-override to ScheduleFile-Path
           end-if
           display "ScheduleFile: " ScheduleFile-Path
           move spaces to path-override
           accept path-override from environment
               "DD_SECTIONSCHEDULE"
           if path-override not = spaces
               move path-override to SectionSchedule-Path
           end-if
           display "SectionSchedule: " SectionSchedule-Path
           exit.
       end program ScheduleReport.
