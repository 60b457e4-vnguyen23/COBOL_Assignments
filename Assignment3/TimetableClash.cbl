       identification division.
       program-id. TimetableClash as "TimetableClash".

      *TimetableClash checks the section timetable before the term
      *starts instead of on the first day of class. SectionSchedule
      *.dat carries one record per weekly meeting of a section
      *(course, section, term, the days it meets, start and end
      *time, room, and instructor); a section with a lecture and a
      *lab has two. RoomMaster.dat gives each room's seats. Two
      *meetings clash when they are in the same term, share a day,
      *and each starts before the other ends. TimetableClash.rpt
      *lists, in four parts, the students on CourseEnrollment.dat
      *enrolled in two sections that clash, the instructors booked
      *into two meetings at once, the rooms booked twice at once,
      *and the meetings whose course capacity (CourseMaster.dat)
      *is more than the room seats or whose room is not on the room
      *master.

       environment division.
       input-output section.
       file-control.
           Select SectionSchedule assign using
           SectionSchedule-Path
           organization is line sequential.

           Select RoomMaster assign using
           RoomMaster-Path
           organization is line sequential.

           Select CourseMaster assign using
           CourseMaster-Path
           organization is line sequential.

           Select CourseEnrollment assign using
           CourseEnrollment-Path
           organization is line sequential.

           Select ClashReport assign using
           ClashReport-Path
           organization is line sequential.

       data division.
       file section.
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

       fd RoomMaster.
      ********RoomMasterRecord, one per teaching room******************
       01 RoomMasterRecord.
           03 RM-Room           PIC X(6).
           03 FILLER            PIC X.
           03 RM-Seats          PIC 9(3).
           03 FILLER            PIC X.
           03 RM-Description    PIC X(30).
      ********End of RoomMasterRecord**********************************

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

       fd ClashReport.
       01 ClashReportLine       PIC X(80).

       working-storage section.

      *File assignments resolved at start-up: each path may be
      *overridden through its DD_ environment variable, with the
      *original location as the default, so test and production
      *are a configuration difference instead of a source edit
       01  SectionSchedule-Path  pic x(80)
           value "C:\DataFiles\SectionSchedule.dat".
       01  RoomMaster-Path  pic x(80)
           value "C:\DataFiles\RoomMaster.dat".
       01  CourseMaster-Path  pic x(80)
           value "C:\DataFiles\CourseMaster.dat".
       01  CourseEnrollment-Path  pic x(80)
           value "C:\DataFiles\CourseEnrollment.dat".
       01  ClashReport-Path  pic x(80)
           value "C:\DataFiles\TimetableClash.rpt".
       01  path-override  pic x(80).
       01 WS-Schedule-EOF       PIC 9 VALUE 0.
           88 End-Of-Schedule   VALUE 1.
       01 WS-Room-EOF           PIC 9 VALUE 0.
           88 End-Of-Rooms      VALUE 1.
       01 WS-Course-EOF         PIC 9 VALUE 0.
           88 End-Of-Courses    VALUE 1.
       01 WS-Enroll-EOF         PIC 9 VALUE 0.
           88 End-Of-Enrollment VALUE 1.
       01 WS-Run-Date           PIC 9(8).

      *Every scheduled meeting
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
       01 WS-Other-Sub          PIC 9(3).

      *Rooms and their seats
       01 WS-Room-Count         PIC 9(3) VALUE 0.
       01 WS-Room-Table.
           03 WS-Room-Entry     OCCURS 0 TO 200 TIMES
                                 DEPENDING ON WS-Room-Count
                                 INDEXED BY Room-Ix.
               05 WS-Room-Code  PIC X(6).
               05 WS-Room-Seats PIC 9(3).

      *Course capacities
       01 WS-Course-Count       PIC 99 VALUE 0.
       01 WS-Course-Table.
           03 WS-Course-Entry   OCCURS 0 TO 50 TIMES
                                 DEPENDING ON WS-Course-Count
                                 INDEXED BY Course-Ix.
               05 WS-Course-Code     PIC X(8).
               05 WS-Course-Capacity PIC 9(3).

      *Every enrollment
       01 WS-Enroll-Count       PIC 9(4) VALUE 0.
       01 WS-Enroll-Table.
           03 WS-Enroll-Entry   OCCURS 0 TO 2000 TIMES
                                 DEPENDING ON WS-Enroll-Count.
               05 WS-En-Student PIC X(9).
               05 WS-En-Section-Key.
                   07 WS-En-Course  PIC X(8).
                   07 WS-En-Section PIC X(3).
                   07 WS-En-Term    PIC X(5).
       01 WS-Enroll-Sub         PIC 9(4).
       01 WS-Enroll-Other       PIC 9(4).

      *Overlap test work fields
       01 WS-Day-Sub            PIC 9.
       01 WS-Overlap            PIC 9 VALUE 0.
           88 Meetings-Overlap  VALUE 1.
       01 WS-Section-Clash      PIC 9 VALUE 0.
           88 Sections-Clash    VALUE 1.
       01 WS-Clash-Sub-1        PIC 9(3).
       01 WS-Clash-Sub-2        PIC 9(3).
       01 WS-First-Meeting      PIC 9(3).
       01 WS-Second-Meeting     PIC 9(3).

       01 WS-Student-Clashes    PIC 9(4) VALUE 0.
       01 WS-Instructor-Clashes PIC 9(4) VALUE 0.
       01 WS-Room-Clashes       PIC 9(4) VALUE 0.
       01 WS-Room-Shortfalls    PIC 9(4) VALUE 0.
       01 WS-Part-Count         PIC 9(4).

       01 WS-Report-Heading.
           03 FILLER            PIC X(30) VALUE
               "TIMETABLE CLASH REPORT".
           03 RH-Date           PIC 9(8).
       01 WS-Part-Heading       PIC X(60).
       01 WS-Clash-Line.
           03 FILLER            PIC X(2)  VALUE SPACES.
           03 CL-Who            PIC X(9).
           03 FILLER            PIC X     VALUE SPACE.
           03 CL-Term           PIC X(5).
           03 FILLER            PIC X     VALUE SPACE.
           03 CL-Course-1       PIC X(8).
           03 FILLER            PIC X     VALUE "-".
           03 CL-Section-1      PIC X(3).
           03 FILLER            PIC X     VALUE SPACE.
           03 CL-Time-1         PIC X(17).
           03 FILLER            PIC X(3)  VALUE " / ".
           03 CL-Course-2       PIC X(8).
           03 FILLER            PIC X     VALUE "-".
           03 CL-Section-2      PIC X(3).
           03 FILLER            PIC X     VALUE SPACE.
           03 CL-Time-2         PIC X(17).
       01 WS-Time-Text.
           03 TT-Days           PIC X(7).
           03 FILLER            PIC X     VALUE SPACE.
           03 TT-Start          PIC 9(4).
           03 FILLER            PIC X     VALUE "-".
           03 TT-End            PIC 9(4).
       01 WS-Room-Line.
           03 FILLER            PIC X(2)  VALUE SPACES.
           03 RL-Room           PIC X(6).
           03 FILLER            PIC X     VALUE SPACE.
           03 RL-Term           PIC X(5).
           03 FILLER            PIC X     VALUE SPACE.
           03 RL-Course         PIC X(8).
           03 FILLER            PIC X     VALUE "-".
           03 RL-Section        PIC X(3).
           03 FILLER            PIC X(11) VALUE " CAPACITY ".
           03 RL-Capacity       PIC ZZ9.
           03 FILLER            PIC X(8)  VALUE " SEATS ".
           03 RL-Seats          PIC ZZ9.
           03 FILLER            PIC X     VALUE SPACE.
           03 RL-Note           PIC X(20).
       01 WS-Part-Total-Line.
           03 FILLER            PIC X(2)  VALUE SPACES.
           03 PT-Label          PIC X(20).
           03 PT-Count          PIC ZZZ9.

       procedure division.
       main-program.
           perform configure-file-paths
           accept WS-Run-Date from DATE YYYYMMDD
           perform load-section-schedule
           perform load-room-master
           perform load-course-master
           perform load-enrollment
           open output ClashReport
           move WS-Run-Date to RH-Date
           write ClashReportLine from WS-Report-Heading
           perform report-student-clashes
           perform report-instructor-clashes
           perform report-room-clashes
           perform report-room-shortfalls
           close ClashReport
           display "STUDENT CLASHES     : " WS-Student-Clashes
           display "INSTRUCTOR CLASHES  : " WS-Instructor-Clashes
           display "ROOM CLASHES        : " WS-Room-Clashes
           display "ROOMS TOO SMALL     : " WS-Room-Shortfalls

           goback.

      *--------------------------------------------------------------
      *load-section-schedule loads every scheduled meeting
      *--------------------------------------------------------------
       load-section-schedule.
           open input SectionSchedule
           read SectionSchedule
               at end set End-Of-Schedule to true
           end-read
           perform load-one-meeting until End-Of-Schedule
           close SectionSchedule
           exit.

      *--------------------------------------------------------------
      *load-one-meeting stores one meeting
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
      *load-room-master loads the rooms and their seats
      *--------------------------------------------------------------
       load-room-master.
           open input RoomMaster
           read RoomMaster
               at end set End-Of-Rooms to true
           end-read
           perform load-one-room until End-Of-Rooms
           close RoomMaster
           exit.

      *--------------------------------------------------------------
      *load-one-room stores one room
      *--------------------------------------------------------------
       load-one-room.
           if WS-Room-Count >= 200
               display "ERROR: Room table full"
               stop run
           end-if
           add 1 to WS-Room-Count
           move RM-Room to WS-Room-Code(WS-Room-Count)
           move RM-Seats to WS-Room-Seats(WS-Room-Count)
           read RoomMaster
               at end set End-Of-Rooms to true
           end-read
           exit.

      *--------------------------------------------------------------
      *load-course-master loads the course capacities
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
      *load-one-course stores one course's capacity
      *--------------------------------------------------------------
       load-one-course.
           if WS-Course-Count >= 50
               display "ERROR: Course table full"
               stop run
           end-if
           add 1 to WS-Course-Count
           move CM-Course-Code to WS-Course-Code(WS-Course-Count)
           move CM-Capacity to WS-Course-Capacity(WS-Course-Count)
           read CourseMaster
               at end set End-Of-Courses to true
           end-read
           exit.

      *--------------------------------------------------------------
      *load-enrollment loads every enrollment
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
           move CE-Course-Code to WS-En-Course(WS-Enroll-Count)
           move CE-Section to WS-En-Section(WS-Enroll-Count)
           move CE-Term to WS-En-Term(WS-Enroll-Count)
           read CourseEnrollment
               at end set End-Of-Enrollment to true
           end-read
           exit.

      *--------------------------------------------------------------
      *report-student-clashes lists each pair of a student's
      *enrollments in the same term whose sections clash
      *--------------------------------------------------------------
       report-student-clashes.
           move "STUDENTS IN CLASHING SECTIONS" to WS-Part-Heading
           perform start-part
           perform check-one-student-enrollment varying WS-Enroll-Sub
               from 1 by 1 until WS-Enroll-Sub > WS-Enroll-Count
           move WS-Student-Clashes to WS-Part-Count
           perform end-part
           exit.

      *--------------------------------------------------------------
      *check-one-student-enrollment pairs one enrollment with the
      *student's later enrollments in the term
      *--------------------------------------------------------------
       check-one-student-enrollment.
           perform check-one-enrollment-pair varying WS-Enroll-Other
               from WS-Enroll-Sub by 1
               until WS-Enroll-Other > WS-Enroll-Count
           exit.

      *--------------------------------------------------------------
      *check-one-enrollment-pair reports the pair when both are the
      *same student's, in the same term, and their sections clash
      *--------------------------------------------------------------
       check-one-enrollment-pair.
           if WS-Enroll-Other = WS-Enroll-Sub
               or WS-En-Student(WS-Enroll-Other) not =
                   WS-En-Student(WS-Enroll-Sub)
               or WS-En-Term(WS-Enroll-Other) not =
                   WS-En-Term(WS-Enroll-Sub)
               or WS-En-Section-Key(WS-Enroll-Other) =
                   WS-En-Section-Key(WS-Enroll-Sub)
               exit paragraph
           end-if
           move 0 to WS-Section-Clash
           perform check-section-meeting varying WS-Clash-Sub-1
               from 1 by 1 until WS-Clash-Sub-1 > WS-Meeting-Count
                   or Sections-Clash
           if Sections-Clash
               move WS-En-Student(WS-Enroll-Sub) to CL-Who
               perform write-clash-line
               add 1 to WS-Student-Clashes
           end-if
           exit.

      *--------------------------------------------------------------
      *check-section-meeting takes a meeting of the first section and
      *looks for a meeting of the second section it overlaps
      *--------------------------------------------------------------
       check-section-meeting.
           if WS-Mt-Section-Key(WS-Clash-Sub-1) not =
                   WS-En-Section-Key(WS-Enroll-Sub)
               exit paragraph
           end-if
           perform check-other-section-meeting varying WS-Clash-Sub-2
               from 1 by 1 until WS-Clash-Sub-2 > WS-Meeting-Count
                   or Sections-Clash
           exit.

      *--------------------------------------------------------------
      *check-other-section-meeting tests one meeting of the second
      *section against the first section's meeting
      *--------------------------------------------------------------
       check-other-section-meeting.
           if WS-Mt-Section-Key(WS-Clash-Sub-2) not =
                   WS-En-Section-Key(WS-Enroll-Other)
               exit paragraph
           end-if
           move WS-Clash-Sub-1 to WS-First-Meeting
           move WS-Clash-Sub-2 to WS-Second-Meeting
           perform test-overlap
           if Meetings-Overlap
               set Sections-Clash to true
           end-if
           exit.

      *--------------------------------------------------------------
      *report-instructor-clashes lists each pair of meetings one
      *instructor is booked into at once
      *--------------------------------------------------------------
       report-instructor-clashes.
           move "INSTRUCTORS DOUBLE-BOOKED" to WS-Part-Heading
           perform start-part
           perform check-one-instructor-meeting varying WS-Meeting-Sub
               from 1 by 1 until WS-Meeting-Sub > WS-Meeting-Count
           move WS-Instructor-Clashes to WS-Part-Count
           perform end-part
           exit.

      *--------------------------------------------------------------
      *check-one-instructor-meeting pairs one meeting with the later
      *meetings
      *--------------------------------------------------------------
       check-one-instructor-meeting.
           if WS-Mt-Instructor(WS-Meeting-Sub) = spaces
               exit paragraph
           end-if
           perform check-one-instructor-pair varying WS-Other-Sub
               from WS-Meeting-Sub by 1
               until WS-Other-Sub > WS-Meeting-Count
           exit.

      *--------------------------------------------------------------
      *check-one-instructor-pair reports the pair when the same
      *instructor teaches both and they overlap
      *--------------------------------------------------------------
       check-one-instructor-pair.
           if WS-Other-Sub = WS-Meeting-Sub
               or WS-Mt-Instructor(WS-Other-Sub) not =
                   WS-Mt-Instructor(WS-Meeting-Sub)
               exit paragraph
           end-if
           move WS-Meeting-Sub to WS-First-Meeting
           move WS-Other-Sub to WS-Second-Meeting
           perform test-overlap
           if Meetings-Overlap
               move WS-Mt-Instructor(WS-Meeting-Sub) to CL-Who
               perform write-clash-line
               add 1 to WS-Instructor-Clashes
           end-if
           exit.

      *--------------------------------------------------------------
      *report-room-clashes lists each pair of meetings booked into
      *one room at once
      *--------------------------------------------------------------
       report-room-clashes.
           move "ROOMS DOUBLE-BOOKED" to WS-Part-Heading
           perform start-part
           perform check-one-room-meeting varying WS-Meeting-Sub
               from 1 by 1 until WS-Meeting-Sub > WS-Meeting-Count
           move WS-Room-Clashes to WS-Part-Count
           perform end-part
           exit.

      *--------------------------------------------------------------
      *check-one-room-meeting pairs one meeting with the later
      *meetings
      *--------------------------------------------------------------
       check-one-room-meeting.
           if WS-Mt-Room(WS-Meeting-Sub) = spaces
               exit paragraph
           end-if
           perform check-one-room-pair varying WS-Other-Sub
               from WS-Meeting-Sub by 1
               until WS-Other-Sub > WS-Meeting-Count
           exit.

      *--------------------------------------------------------------
      *check-one-room-pair reports the pair when both are in the
      *same room and they overlap
      *--------------------------------------------------------------
       check-one-room-pair.
           if WS-Other-Sub = WS-Meeting-Sub
               or WS-Mt-Room(WS-Other-Sub) not =
                   WS-Mt-Room(WS-Meeting-Sub)
               exit paragraph
           end-if
           move WS-Meeting-Sub to WS-First-Meeting
           move WS-Other-Sub to WS-Second-Meeting
           perform test-overlap
           if Meetings-Overlap
               move WS-Mt-Room(WS-Meeting-Sub) to CL-Who
               perform write-clash-line
               add 1 to WS-Room-Clashes
           end-if
           exit.

      *--------------------------------------------------------------
      *report-room-shortfalls lists each meeting whose course holds
      *more students than its room seats, or whose room is unknown
      *--------------------------------------------------------------
       report-room-shortfalls.
           move "SECTIONS TOO LARGE FOR THEIR ROOM" to WS-Part-Heading
           perform start-part
           perform check-one-room-size varying WS-Meeting-Sub
               from 1 by 1 until WS-Meeting-Sub > WS-Meeting-Count
           move WS-Room-Shortfalls to WS-Part-Count
           perform end-part
           exit.

      *--------------------------------------------------------------
      *check-one-room-size compares one meeting's capacity and room
      *--------------------------------------------------------------
       check-one-room-size.
           if WS-Mt-Room(WS-Meeting-Sub) = spaces
               exit paragraph
           end-if
           move WS-Mt-Room(WS-Meeting-Sub) to RL-Room
           move WS-Mt-Term(WS-Meeting-Sub) to RL-Term
           move WS-Mt-Course(WS-Meeting-Sub) to RL-Course
           move WS-Mt-Section(WS-Meeting-Sub) to RL-Section
           move 0 to RL-Capacity RL-Seats
           move spaces to RL-Note
           set Course-Ix to 1
           search WS-Course-Entry
               at end continue
               when WS-Course-Code(Course-Ix) =
                   WS-Mt-Course(WS-Meeting-Sub)
                   move WS-Course-Capacity(Course-Ix) to RL-Capacity
           end-search
           set Room-Ix to 1
           search WS-Room-Entry
               at end
                   move "ROOM NOT ON MASTER" to RL-Note
                   write ClashReportLine from WS-Room-Line
                   add 1 to WS-Room-Shortfalls
               when WS-Room-Code(Room-Ix) = WS-Mt-Room(WS-Meeting-Sub)
                   if Course-Ix <= WS-Course-Count
                       and WS-Course-Capacity(Course-Ix) >
                           WS-Room-Seats(Room-Ix)
                       move WS-Room-Seats(Room-Ix) to RL-Seats
                       write ClashReportLine from WS-Room-Line
                       add 1 to WS-Room-Shortfalls
                   end-if
           end-search
           exit.

      *--------------------------------------------------------------
      *test-overlap tells whether meetings WS-First-Meeting and
      *WS-Second-Meeting are in the same term, share a day, and
      *overlap in time
      *--------------------------------------------------------------
       test-overlap.
           move 0 to WS-Overlap
           if WS-Mt-Term(WS-First-Meeting) not =
                   WS-Mt-Term(WS-Second-Meeting)
               or WS-Mt-Start(WS-First-Meeting) not <
                   WS-Mt-End(WS-Second-Meeting)
               or WS-Mt-Start(WS-Second-Meeting) not <
                   WS-Mt-End(WS-First-Meeting)
               exit paragraph
           end-if
           perform test-one-day varying WS-Day-Sub from 1 by 1
               until WS-Day-Sub > 7 or Meetings-Overlap
           exit.

      *--------------------------------------------------------------
      *test-one-day tells whether both meetings fall on one day
      *--------------------------------------------------------------
       test-one-day.
           if WS-Mt-Days(WS-First-Meeting)(WS-Day-Sub:1) not = space
               and WS-Mt-Days(WS-Second-Meeting)(WS-Day-Sub:1)
                   not = space
               set Meetings-Overlap to true
           end-if
           exit.

      *--------------------------------------------------------------
      *write-clash-line writes the clash between WS-First-Meeting's
      *and WS-Second-Meeting's sections; the caller sets CL-Who
      *--------------------------------------------------------------
       write-clash-line.
           move WS-Mt-Term(WS-First-Meeting) to CL-Term
           move WS-Mt-Course(WS-First-Meeting) to CL-Course-1
           move WS-Mt-Section(WS-First-Meeting) to CL-Section-1
           move WS-Mt-Days(WS-First-Meeting) to TT-Days
           move WS-Mt-Start(WS-First-Meeting) to TT-Start
           move WS-Mt-End(WS-First-Meeting) to TT-End
           move WS-Time-Text to CL-Time-1
           move WS-Mt-Course(WS-Second-Meeting) to CL-Course-2
           move WS-Mt-Section(WS-Second-Meeting) to CL-Section-2
           move WS-Mt-Days(WS-Second-Meeting) to TT-Days
           move WS-Mt-Start(WS-Second-Meeting) to TT-Start
           move WS-Mt-End(WS-Second-Meeting) to TT-End
           move WS-Time-Text to CL-Time-2
           write ClashReportLine from WS-Clash-Line
           exit.

      *--------------------------------------------------------------
      *start-part writes a part heading
      *--------------------------------------------------------------
       start-part.
           move spaces to ClashReportLine
           write ClashReportLine
           write ClashReportLine from WS-Part-Heading
           exit.

      *--------------------------------------------------------------
      *end-part writes the part's count
      *--------------------------------------------------------------
       end-part.
           move "FOUND:" to PT-Label
           move WS-Part-Count to PT-Count
           write ClashReportLine from WS-Part-Total-Line
           exit.


      *-------------------------------------------------------------
      *Resolve every file path: the DD_ environment variable wins
      *when it is set, otherwise the built-in default stands, and
      *the resolved paths are echoed into the run output
      *-------------------------------------------------------------
       configure-file-paths.
           move spaces to path-override
           accept path-override from environment
               "DD_SECTIONSCHEDULE"
           if path-override not = spaces
               move path-override to SectionSchedule-Path
           end-if
           display "SectionSchedule: " SectionSchedule-Path
           move spaces to path-override
           accept path-override from environment
               "DD_ROOMMASTER"
           if path-override not = spaces
               move path-override to RoomMaster-Path
           end-if
           display "RoomMaster: " RoomMaster-Path
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
               "DD_CLASHREPORT"
           if path-override not = spaces
               move path-override to ClashReport-Path
           end-if
           display "ClashReport: " ClashReport-Path
           exit.
       end program TimetableClash.
