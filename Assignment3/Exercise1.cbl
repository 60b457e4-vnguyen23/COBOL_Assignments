               05 DayOfBirth          PIC 99.
           03 ProgramCode   PIC X(5).
           03 Gender        PIC A.
      *status: applicant, current (active), withdrawn, graduated;
      *a blank status is a current student
           03 StudentStatus PIC X.
               88 Status-Applicant VALUE "A".
               88 Status-Current   VALUE "C" " ".
               88 Status-Withdrawn VALUE "W".
               88 Status-Graduated VALUE "G".
           03 StatusDate    PIC 9(8).

       fd ProgramMaster.
       01 ProgramMasterRecord.

       01 WS-Age                   PIC 999.

      *Applicants, withdrawn and graduated students are left off
      *the roster and the counts, which cover current students only
       01 WS-Not-Current-Count     PIC 9(5) VALUE 0.

      *DateOfBirth edit support: the age cap defaults to 110 and is
      *overridden by AgeCapControl.dat when that file is present
       01 WS-Age-Cap               PIC 9(3) VALUE 110.
           exit.

      *--------------------------------------------------------------
      *process-record prints one roster line for the current
      *student, passing over a student who is not current
      *--------------------------------------------------------------
       process-record.
           if not Status-Current
               add 1 to WS-Not-Current-Count
               exit paragraph
           end-if
           move spaces to WS-RD-Name
           string Surname      delimited by space
                  ", "         delimited by size
               display "  " WS-Program-Name(Prog-Ix) ": "
                   WS-Program-Count(Prog-Ix) " student(s)"
           end-perform
           display "  Not current (applicant, withdrawn, graduated): "
               WS-Not-Current-Count
           exit.

      *--------------------------------------------------------------
