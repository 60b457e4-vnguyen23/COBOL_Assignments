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

       fd CourseExceptions.
       01 CourseExceptionLine   PIC X(70).
