      *StudentNumberCheck subprogram; every keyed-in number is
      *validated through the same subprogram, so the admissions
      *clerk stops inventing numbers and collisions stop happening.
      *Each student carries a status (applicant, current, withdrawn
      *or graduated) and the date it took effect. An add with no
      *status comes on as a current student; a change carrying a
      *status moves the student to it, dated the transaction's
      *status date or the run date when none is given. The
      *convocation run sets the graduated status itself.

       environment division.
       input-output section.
           03 SC-DateOfBirth    PIC X(8).
           03 SC-ProgramCode    PIC X(5).
           03 SC-Gender         PIC X.
           03 SC-Status         PIC X.
               88 SC-Valid-Status   VALUE "A" "C" "W" "G" " ".
           03 SC-Status-Date    PIC X(8).

       fd StudentMaster.
       01 StudentMasterRecord.
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

       fd NumberControl.
       01 NumberControlRecord.
           88 No-More-Changes   VALUE 1.
       01 WS-Record-Found-Flag  PIC 9 VALUE 0.
           88 Record-Found      VALUE 1.
       01 WS-Run-Date           PIC 9(8).

      *End-of-run transaction counters, displayed by the summary
       01 WS-Add-Count          PIC 9(4) VALUE 0.
               display "RUN REFUSED - OPERATOR NOT AUTHORIZED"
               stop run
           end-if
           accept WS-Run-Date from DATE YYYYMMDD
           perform load-number-control
           perform open-files
           perform process-change until No-More-Changes
                   exit paragraph
               end-if
           end-if
           if not SC-Valid-Status
               or (SC-Status-Date not = spaces
                   and SC-Status-Date not numeric)
               display "INVALID STATUS " SC-Status " "
                   SC-Status-Date " FOR STUDENT " SC-Student-Number
               add 1 to WS-Reject-Count
               perform read-next-change
               exit paragraph
           end-if
           move 1 to WS-Record-Found-Flag
           move SC-Student-Number to STM-Student-Number
           read StudentMaster key is STM-Student-Number
           move SC-DateOfBirth to STM-DateOfBirth
           move SC-ProgramCode to STM-ProgramCode
           move SC-Gender to STM-Gender
           if SC-Status = spaces
               move "C" to STM-Status
           else
               move SC-Status to STM-Status
           end-if
           perform set-status-date
           write StudentMasterRecord
           add 1 to WS-Add-Count
           exit.
           if SC-Gender not = spaces
               move SC-Gender to STM-Gender
           end-if
           if SC-Status not = spaces
               move SC-Status to STM-Status
               perform set-status-date
           end-if
           rewrite StudentMasterRecord
           add 1 to WS-Change-Count
           exit.

      *--------------------------------------------------------------
      *set-status-date dates the status just set: the transaction's
      *status date when it carries one, otherwise the run date
      *--------------------------------------------------------------
       set-status-date.
           if SC-Status-Date = spaces
               move WS-Run-Date to STM-Status-Date
           else
               move SC-Status-Date to STM-Status-Date
           end-if
           exit.

      *--------------------------------------------------------------
      *valid-delete removes an existing student from the master
      *--------------------------------------------------------------
