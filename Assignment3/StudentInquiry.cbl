      *StudentInquiry is the office lookup the student system never
      *had, in the style of the employee SurnameInquiry: key in a
      *full 9-character student number for the complete profile
      *(name, date of birth with the computed age, the student's
      *status and the date it took effect, the program name
      *resolved through ProgramMaster.dat, and the student's current
      *enrollments from CourseEnrollment), or a partial surname to
      *browse the matching students and then pick one by number.
               05 STM-Birth-Day   PIC 99.
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
               " " STM-Initials
           display "BORN    : " STM-DateOfBirth " (AGE " WS-Age ")"
           display "GENDER  : " STM-Gender
           evaluate true
               when STM-Applicant
                   display "STATUS  : APPLICANT SINCE " STM-Status-Date
               when STM-Withdrawn
                   display "STATUS  : WITHDRAWN SINCE " STM-Status-Date
               when STM-Graduated
                   display "STATUS  : GRADUATED SINCE " STM-Status-Date
               when other
                   display "STATUS  : CURRENT"
           end-evaluate
           set Prog-Ix to 1
           if WS-Program-Count > 0
               search WS-Program-Entry
