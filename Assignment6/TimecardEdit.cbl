       IDENTIFICATION DIVISION.
       PROGRAM-ID. TimecardEdit as "TimecardEdit".

      *TimecardEdit is the front-end edit for the weekly hourly
      *timecards, run alongside SalaryEdit: it validates every field
      *of each timecard in the raw feed, checks the employee is on
      *EmployeeMaster.dat as an hourly employee at the store the card
      *came from (a terminated employee's last card is kept for the
      *final-pay run), flags same-week duplicate EmployeeIDs,
      *writes the clean cards to TimecardClean.dat (the file the
      *payroll run prices at the hourly rate), and produces an edit
      *report with one line per rejected card and the counts.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select RawTimecard assign using
           RawTimecard-PATH
           organization is line sequential.

           select CleanTimecard assign using
           CleanTimecard-PATH
           organization is line sequential.

           select EditReport assign using
           EditReport-PATH
           organization is line sequential.

           select EmployeeMaster assign using
           EmployeeMaster-PATH
           organization is indexed
           access is random
           record key is EM-EmployeeID
           file status is WS-Master-Status.

      *PipelineControl is the shared control-total file each step of
      *the nightly payroll pipeline writes its counts and dollars
      *to, keyed by pay period, so the balancing run can prove no
      *record or dollar leaks between the steps
           select optional PipelineControl assign using
           PipelineControl-PATH
           organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       fd RawTimecard.
      *The timecard read as raw text so non-numeric hours can be
      *caught instead of fed into arithmetic
       01  RawTimecardRecord            PIC X(16).
       01  RawTimecardFields REDEFINES RawTimecardRecord.
           03    RT-EmployeeID          PIC X(4).
           03    RT-StoreNumber         PIC X(4).
           03    RT-RegularHours        PIC X(4).
           03    RT-OvertimeHours       PIC X(4).

       fd CleanTimecard.
       01  CleanTimecardRecord          PIC X(16).

       fd EditReport.
       01  EditReportLine               PIC X(80).

       fd EmployeeMaster.
      ********EmployeeMasterRecord, one per employee on strength******
       01  EmployeeMasterRecord.
           03    EM-EmployeeID          PIC X(4).
           03    EM-LastName            PIC X(14).
           03    EM-FirstName           PIC X(14).
           03    EM-JobCode             PIC X.
           03    EM-StoreNumber         PIC X(4).
           03    EM-Status              PIC X.
               88  EM-Active            VALUE "A".
               88  EM-Terminated        VALUE "T".
           03    EM-PayBasis            PIC X.
               88  EM-Hourly            VALUE "H".
           03    EM-HourlyRate          PIC 9(3)V99.
      ********End of EmployeeMasterRecord*******************************

       fd PipelineControl.
       01  PipelineControlRecord.
           03    PC-Period              PIC 9(8).
           03    FILLER                 PIC X.
           03    PC-Step                PIC X(12).
           03    FILLER                 PIC X.
           03    PC-Label               PIC X(12).
           03    FILLER                 PIC X.
           03    PC-Count               PIC 9(7).
           03    FILLER                 PIC X.
           03    PC-Amount              PIC 9(10)V99.

       WORKING-STORAGE SECTION.

      *File assignments resolved at start-up: each path may be
      *overridden through its DD_ environment variable, with the
      *original location as the default, so test and production
      *are a configuration difference instead of a source edit
       01  RawTimecard-PATH  PIC X(80)
           VALUE "C:\DataFiles\WeeklyTimecards.dat".
       01  CleanTimecard-PATH  PIC X(80)
           VALUE "C:\DataFiles\TimecardClean.dat".
       01  EditReport-PATH  PIC X(80)
           VALUE "C:\DataFiles\TimecardEditReport.rpt".
       01  EmployeeMaster-PATH  PIC X(80)
           VALUE "C:\DataFiles\EmployeeMaster.dat".
       01  PipelineControl-PATH  PIC X(80)
           VALUE "C:\DataFiles\PipelineControl.dat".
       01  PATH-OVERRIDE  PIC X(80).
       01  WS-Master-Status             PIC XX.
       01  WS-Pay-Period-X              PIC X(8).
       01  WS-Pay-Period                PIC 9(8) VALUE ZEROS.
       01  WS-Raw-Count                 PIC 9(5) VALUE 0.
       01  WS-Clean-Hours               PIC 9(10)V99 VALUE ZEROS.
      *The hours picked up through redefinitions so the implied
      *decimal lands in the right place
       01  WS-Regular-Work-X            PIC X(4).
       01  WS-Regular-Work REDEFINES WS-Regular-Work-X PIC 99V99.
       01  WS-Overtime-Work-X           PIC X(4).
       01  WS-Overtime-Work REDEFINES WS-Overtime-Work-X PIC 99V99.
       01  WS-Total-Hours               PIC 9(3)V99.
      *No single week can honestly carry more hours than this
       01  WS-Maximum-Hours             PIC 9(3)V99 VALUE 80.00.
       01  WS-END-OF-FILE               PIC 9 VALUE 0.
           88  end-of-file              VALUE 1.
       01  WS-Record-Valid              PIC 9 VALUE 1.
           88  Record-Valid             VALUE 1.
       01  WS-Reject-Reason             PIC X(30).

       01  WS-Accepted-Count            PIC 9(5) VALUE 0.
       01  WS-Rejected-Count            PIC 9(5) VALUE 0.

      *Every EmployeeID accepted so far this week, for the duplicate
      *check
       01  WS-Seen-Count                PIC 9(4) VALUE 0.
       01  WS-Seen-Table.
           03  WS-Seen-EmployeeID  OCCURS 0 TO 5000 TIMES
                                    DEPENDING ON WS-Seen-Count
                                    INDEXED BY Seen-Ix
                                    PIC X(4).
       01  WS-Duplicate-Found           PIC 9 VALUE 0.
           88  Duplicate-Found          VALUE 1.

       01  WS-Report-Heading.
           03  FILLER PIC X(34) VALUE
               "Weekly timecard feed edit report".
       01  WS-Reject-Line.
           03  FILLER                   PIC X(8)  VALUE "REJECT: ".
           03  RJ-EmployeeID            PIC X(4).
           03  FILLER                   PIC X(2)  VALUE SPACES.
           03  RJ-StoreNumber           PIC X(4).
           03  FILLER                   PIC X(2)  VALUE SPACES.
           03  RJ-Reason                PIC X(30).
       01  WS-Count-Line.
           03  CL-Label                 PIC X(20).
           03  CL-Count                 PIC ZZZZ9.

       PROCEDURE DIVISION.
       main-program.
           PERFORM CONFIGURE-FILE-PATHS
           perform accept-pay-period
           perform open-files
           perform edit-record until end-of-file
           perform close-files
           perform write-pipeline-control
           stop run.

      *-------------------------------------------------------------
      *accept-pay-period paragraph takes the week-ending date being
      *edited from the operator, the same prompt the payroll run
      *uses, so the pipeline control totals carry the right period
      *-------------------------------------------------------------
       accept-pay-period.
           display "ENTER WEEK-ENDING DATE (YYYYMMDD): "
               with no advancing
           accept WS-Pay-Period-X
           perform re-accept-pay-period
               until WS-Pay-Period-X is numeric
           move WS-Pay-Period-X to WS-Pay-Period
           exit.

      *-------------------------------------------------------------
      *re-accept-pay-period paragraph asks again after a date that
      *is not a full YYYYMMDD
      *-------------------------------------------------------------
       re-accept-pay-period.
           display "INVALID DATE, PLEASE RE-ENTER"
           display "ENTER WEEK-ENDING DATE (YYYYMMDD): "
               with no advancing
           accept WS-Pay-Period-X
           exit.

      *-------------------------------------------------------------
      *write-pipeline-control paragraph appends this step's counts
      *and clean hours to the shared pipeline-control file for the
      *balancing run; the labels are kept apart from SalaryEdit's
      *so the two feeds balance as separate legs
      *-------------------------------------------------------------
       write-pipeline-control.
           open extend PipelineControl
           move spaces to PipelineControlRecord
           move WS-Pay-Period to PC-Period
           move "TIMECARDEDIT" to PC-Step
           move "TCRAWIN" to PC-Label
           move WS-Raw-Count to PC-Count
           move ZEROS to PC-Amount
           write PipelineControlRecord
           move spaces to PipelineControlRecord
           move WS-Pay-Period to PC-Period
           move "TIMECARDEDIT" to PC-Step
           move "TCREJECTED" to PC-Label
           move WS-Rejected-Count to PC-Count
           move ZEROS to PC-Amount
           write PipelineControlRecord
           move spaces to PipelineControlRecord
           move WS-Pay-Period to PC-Period
           move "TIMECARDEDIT" to PC-Step
           move "TCCLEANOUT" to PC-Label
           move WS-Accepted-Count to PC-Count
           move WS-Clean-Hours to PC-Amount
           write PipelineControlRecord
           close PipelineControl
           exit.

      *-------------------------------------------------------------
      *open-files paragraph opens the raw feed, the employee master,
      *the clean output, and the edit report, and primes the first
      *read; without the master no card can be proven hourly, so
      *the run stops
      *-------------------------------------------------------------
       open-files.
           open input RawTimecard
           open input EmployeeMaster
           if WS-Master-Status not = "00"
               display "ERROR: EmployeeMaster.dat not available "
                   WS-Master-Status
               stop run
           end-if
           open output CleanTimecard
           open output EditReport
           write EditReportLine from WS-Report-Heading
           read RawTimecard
               at end set end-of-file to true
           end-read
           exit.

      *-------------------------------------------------------------
      *edit-record paragraph validates every field of the current
      *card, checks it against the master, writes it clean or
      *rejected, and reads the next
      *-------------------------------------------------------------
       edit-record.
           add 1 to WS-Raw-Count
           move 1 to WS-Record-Valid
           move spaces to WS-Reject-Reason
           perform validate-fields
           if Record-Valid
               perform validate-against-master
           end-if
           if Record-Valid
               perform check-duplicate
               if Duplicate-Found
                   move 0 to WS-Record-Valid
                   move "DUPLICATE THIS WEEK" to WS-Reject-Reason
               end-if
           end-if
           if Record-Valid
               write CleanTimecardRecord from RawTimecardRecord
               add 1 to WS-Accepted-Count
               add WS-Total-Hours to WS-Clean-Hours
           else
               perform write-reject-line
           end-if
           read RawTimecard
               at end set end-of-file to true
           end-read
           exit.

      *-------------------------------------------------------------
      *validate-fields paragraph applies the field-level edits; the
      *first failing edit sets the reject reason
      *-------------------------------------------------------------
       validate-fields.
           evaluate true
               when RT-EmployeeID = spaces
                   move "BLANK EMPLOYEE ID" to WS-Reject-Reason
                   move 0 to WS-Record-Valid
               when RT-StoreNumber = spaces
                   move "BLANK STORE NUMBER" to WS-Reject-Reason
                   move 0 to WS-Record-Valid
               when RT-RegularHours not numeric
                   move "NON-NUMERIC REGULAR HOURS" to WS-Reject-Reason
                   move 0 to WS-Record-Valid
               when RT-OvertimeHours not numeric
                   move "NON-NUMERIC OVERTIME HOURS"
                       to WS-Reject-Reason
                   move 0 to WS-Record-Valid
           end-evaluate
           if Record-Valid
               move RT-RegularHours to WS-Regular-Work-X
               move RT-OvertimeHours to WS-Overtime-Work-X
               compute WS-Total-Hours =
                   WS-Regular-Work + WS-Overtime-Work
               evaluate true
                   when WS-Total-Hours = 0
                       move "NO HOURS WORKED" to WS-Reject-Reason
                       move 0 to WS-Record-Valid
                   when WS-Total-Hours > WS-Maximum-Hours
                       move "HOURS EXCEED WEEKLY MAXIMUM"
                           to WS-Reject-Reason
                       move 0 to WS-Record-Valid
               end-evaluate
           end-if
           exit.

      *-------------------------------------------------------------
      *validate-against-master paragraph rejects a card for anyone
      *not on strength, not hourly, without a rate, or not posted to
      *the store the card came from
      *-------------------------------------------------------------
       validate-against-master.
           move RT-EmployeeID to EM-EmployeeID
           read EmployeeMaster key is EM-EmployeeID
               invalid key
                   move "NOT ON MASTER" to WS-Reject-Reason
                   move 0 to WS-Record-Valid
                   exit paragraph
           end-read
           evaluate true
               when not EM-Active and not EM-Terminated
                   move "NOT ACTIVE" to WS-Reject-Reason
                   move 0 to WS-Record-Valid
               when not EM-Hourly
                   move "NOT AN HOURLY EMPLOYEE" to WS-Reject-Reason
                   move 0 to WS-Record-Valid
               when EM-HourlyRate = 0
                   move "NO HOURLY RATE ON MASTER" to WS-Reject-Reason
                   move 0 to WS-Record-Valid
               when RT-StoreNumber not = EM-StoreNumber
                   move "STORE NOT EMPLOYEE'S STORE"
                       to WS-Reject-Reason
                   move 0 to WS-Record-Valid
           end-evaluate
           exit.

      *-------------------------------------------------------------
      *check-duplicate paragraph flags an EmployeeID already accepted
      *earlier in this same feed, then remembers the current one
      *-------------------------------------------------------------
       check-duplicate.
           move 0 to WS-Duplicate-Found
           if WS-Seen-Count > 0
               set Seen-Ix to 1
               search WS-Seen-EmployeeID
                   at end continue
                   when RT-EmployeeID = WS-Seen-EmployeeID(Seen-Ix)
                       move 1 to WS-Duplicate-Found
               end-search
           end-if
           if not Duplicate-Found
               add 1 to WS-Seen-Count
               set Seen-Ix to WS-Seen-Count
               move RT-EmployeeID to WS-Seen-EmployeeID(Seen-Ix)
           end-if
           exit.

      *-------------------------------------------------------------
      *write-reject-line paragraph writes one edit-report line for
      *the card just rejected
      *-------------------------------------------------------------
       write-reject-line.
           move RT-EmployeeID to RJ-EmployeeID
           move RT-StoreNumber to RJ-StoreNumber
           move WS-Reject-Reason to RJ-Reason
           write EditReportLine from WS-Reject-Line
           add 1 to WS-Rejected-Count
           exit.

      *-------------------------------------------------------------
      *close-files paragraph writes the accepted/rejected counts and
      *closes everything
      *-------------------------------------------------------------
       close-files.
           move spaces to EditReportLine
           write EditReportLine
           move "CARDS ACCEPTED    : " to CL-Label
           move WS-Accepted-Count to CL-Count
           write EditReportLine from WS-Count-Line
           move "CARDS REJECTED    : " to CL-Label
           move WS-Rejected-Count to CL-Count
           write EditReportLine from WS-Count-Line
           close RawTimecard CleanTimecard EditReport EmployeeMaster
           exit.


      *-------------------------------------------------------------
      *Resolve every file path: the DD_ environment variable wins
      *when it is set, otherwise the built-in default stands, and
      *the resolved paths are echoed into the run output
      *-------------------------------------------------------------
       CONFIGURE-FILE-PATHS.
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_RAWTIMECARD"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO RawTimecard-PATH
           END-IF
           DISPLAY "RawTimecard: " RawTimecard-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_CLEANTIMECARD"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO CleanTimecard-PATH
           END-IF
           DISPLAY "CleanTimecard: " CleanTimecard-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_EDITREPORT"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO EditReport-PATH
           END-IF
           DISPLAY "EditReport: " EditReport-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_EMPLOYEEMASTER"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO EmployeeMaster-PATH
           END-IF
           DISPLAY "EmployeeMaster: " EmployeeMaster-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_PIPELINECONTROL"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO PipelineControl-PATH
           END-IF
           DISPLAY "PipelineControl: " PipelineControl-PATH
           EXIT.
       END PROGRAM TimecardEdit.
