      *transfer ("T" type) carries an effective date, records the
      *move on the assignment-history file, and repoints
      *EM-StoreNumber; the payroll run reads the history to split a
      *mid-week transfer's salary between the two stores. The pay
      *basis marks an employee hourly ("H", paid from the weekly
      *timecard at EM-HourlyRate) or salaried ("S"). A change that
      *terminates an employee carries the last day worked in the
      *effective date and a separation reason code; both go to the
      *terminations file the final-pay run works from.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           AssignmentHistory-PATH
           organization is line sequential.

      *Terminations records every change to status "T" with the last
      *day worked and the reason; the final-pay run pays out each one
      *whose last day has come and stamps the period that settled it
           select optional Terminations assign using
           Terminations-PATH
           organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       fd MasterChanges.
           03    MC-JobCode             PIC X.
           03    MC-StoreNumber         PIC X(4).
           03    MC-Status              PIC X.
      *Effective date for a transfer, or the last day worked on a
      *change to status "T"; blank otherwise
           03    MC-EffectiveDate       PIC X(8).
      *Pay basis ("H" hourly, "S" salaried) and the hourly rate; both
      *blank on a change that leaves the pay terms alone
           03    MC-PayBasis            PIC X.
           03    MC-HourlyRate-X        PIC X(5).
           03    MC-HourlyRate REDEFINES MC-HourlyRate-X
                                        PIC 9(3)V99.
      *Separation reason code on a termination; blank otherwise
           03    MC-ReasonCode          PIC X(3).

       fd EmployeeMaster.
      ********EmployeeMasterRecord, one per employee on strength******
           03    EM-JobCode             PIC X.
           03    EM-StoreNumber         PIC X(4).
           03    EM-Status              PIC X.
      *Pay basis: "H" is paid from the weekly timecard at the hourly
      *rate; "S" (or blank) is paid the flat WklySalary on the feed
           03    EM-PayBasis            PIC X.
               88  EM-Hourly            VALUE "H".
           03    EM-HourlyRate          PIC 9(3)V99.
      ********End of EmployeeMasterRecord*******************************

       fd AssignmentHistory.
           03    AH-Effective-Date      PIC 9(8).
      ********End of AssignmentHistoryRecord***************************

       fd Terminations.
      ********TerminationRecord, one per employee terminated**********
       01  TerminationRecord.
           03    TM-EmployeeID          PIC X(4).
           03    FILLER                 PIC X.
           03    TM-Last-Day            PIC 9(8).
           03    FILLER                 PIC X.
           03    TM-Reason              PIC X(3).
           03    FILLER                 PIC X.
           03    TM-Paid-Period         PIC X(8).
      ********End of TerminationRecord*********************************

       WORKING-STORAGE SECTION.

      *File assignments resolved at start-up: each path may be
           VALUE "C:\DataFiles\EmployeeMaster.dat".
       01  AssignmentHistory-PATH  PIC X(80)
           VALUE "C:\DataFiles\AssignmentHistory.dat".
       01  Terminations-PATH  PIC X(80)
           VALUE "C:\DataFiles\Terminations.dat".
       01  PATH-OVERRIDE  PIC X(80).
       01  WS-Master-Status             PIC XX.
       01  WS-EOF                       PIC 9 VALUE 0.
       01  WS-Change-Count              PIC 9(4) VALUE 0.
       01  WS-Delete-Count              PIC 9(4) VALUE 0.
       01  WS-Transfer-Count            PIC 9(4) VALUE 0.
       01  WS-Termination-Count         PIC 9(4) VALUE 0.
       01  WS-Reject-Count              PIC 9(4) VALUE 0.

      *Request block for the shared SignOn subprogram

      *-------------------------------------------------------------
      *valid-add paragraph writes a brand-new employee, defaulting a
      *blank status to active and a blank pay basis to salaried; an
      *hourly employee must carry a numeric, non-zero rate
      *-------------------------------------------------------------
       valid-add.
           if MC-PayBasis = "H"
               if MC-HourlyRate-X not numeric or MC-HourlyRate = 0
                   display "HOURLY ADD WITHOUT VALID RATE "
                       MC-EmployeeID
                   add 1 to WS-Reject-Count
                   exit paragraph
               end-if
           end-if
           move MC-EmployeeID to EM-EmployeeID
           move MC-LastName to EM-LastName
           move MC-FirstName to EM-FirstName
           else
               move MC-Status to EM-Status
           end-if
           if MC-PayBasis = space
               move "S" to EM-PayBasis
           else
               move MC-PayBasis to EM-PayBasis
           end-if
           if MC-HourlyRate-X numeric
               move MC-HourlyRate to EM-HourlyRate
           else
               move zeros to EM-HourlyRate
           end-if
           write EmployeeMasterRecord
           add 1 to WS-Add-Count
           exit.

      *-------------------------------------------------------------
      *valid-change paragraph rewrites an existing employee,
      *replacing only the fields the transaction carries; a change
      *that would leave an hourly employee without a rate is rejected
      *-------------------------------------------------------------
       valid-change.
           if MC-HourlyRate-X not = spaces
               and MC-HourlyRate-X not numeric
               display "NON-NUMERIC HOURLY RATE " MC-EmployeeID
               add 1 to WS-Reject-Count
               exit paragraph
           end-if
           if MC-PayBasis = "H"
               and MC-HourlyRate-X = spaces
               and EM-HourlyRate = 0
               display "HOURLY CHANGE WITHOUT RATE " MC-EmployeeID
               add 1 to WS-Reject-Count
               exit paragraph
           end-if
           if MC-Status = "T" and EM-Status not = "T"
               if MC-EffectiveDate not numeric
                   display "TERMINATION WITHOUT LAST DAY WORKED "
                       MC-EmployeeID
                   add 1 to WS-Reject-Count
                   exit paragraph
               end-if
               if MC-ReasonCode = spaces
                   display "TERMINATION WITHOUT REASON CODE "
                       MC-EmployeeID
                   add 1 to WS-Reject-Count
                   exit paragraph
               end-if
               perform write-termination
           end-if
           if MC-LastName not = spaces
               move MC-LastName to EM-LastName
           end-if
           if MC-Status not = space
               move MC-Status to EM-Status
           end-if
           if MC-PayBasis not = space
               move MC-PayBasis to EM-PayBasis
           end-if
           if MC-HourlyRate-X not = spaces
               move MC-HourlyRate to EM-HourlyRate
           end-if
           rewrite EmployeeMasterRecord
           add 1 to WS-Change-Count
           exit.

      *-------------------------------------------------------------
      *write-termination paragraph records the termination, last day
      *worked, and reason before the status is overwritten, so the
      *final-pay run knows who to pay out and to when
      *-------------------------------------------------------------
       write-termination.
           open extend Terminations
           move spaces to TerminationRecord
           move MC-EmployeeID to TM-EmployeeID
           move MC-EffectiveDate to TM-Last-Day
           move MC-ReasonCode to TM-Reason
           write TerminationRecord
           close Terminations
           add 1 to WS-Termination-Count
           exit.

      *-------------------------------------------------------------
      *valid-transfer paragraph moves an employee to a new store as
      *of an effective date: the move is recorded on the assignment
           display "  CHANGES " WS-Change-Count
           display "  DELETES " WS-Delete-Count
           display "  XFERS   " WS-Transfer-Count
           display "  TERMS   " WS-Termination-Count
           display "  REJECTS " WS-Reject-Count
           exit.

               MOVE PATH-OVERRIDE TO AssignmentHistory-PATH
           END-IF
           DISPLAY "AssignmentHistory: " AssignmentHistory-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_TERMINATIONS"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO Terminations-PATH
           END-IF
           DISPLAY "Terminations: " Terminations-PATH
           EXIT.
       END PROGRAM EmployeeMasterMaint.
