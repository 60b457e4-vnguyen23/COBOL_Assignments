       IDENTIFICATION DIVISION.
       PROGRAM-ID. AdvanceReport as "AdvanceReport".

      *AdvanceReport lists the salary advances and loans still
      *outstanding on EmployeeAdvances.dat grouped by store, one line
      *per employee with the principal, per-pay repayment, balance
      *and the period the last repayment came from, then a store
      *total and a company total. The store is the employee's
      *current store on EmployeeMaster.dat, or the store the advance
      *was issued at when the employee is no longer on the master.
      *An employee terminated with a balance still owing is marked
      *for recovery from the final pay, or outside payroll once the
      *final pay has been run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select EmployeeAdvances assign using
           EmployeeAdvances-PATH
           organization is indexed
           access is sequential
           record key is AV-EmployeeID
           file status is WS-Advance-Status.

           select EmployeeMaster assign using
           EmployeeMaster-PATH
           organization is indexed
           access is random
           record key is EM-EmployeeID
           file status is WS-Master-Status.

           select AdvanceReportFile assign using
           AdvanceReportFile-PATH
           organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       fd EmployeeAdvances.
       01  AdvanceRecord.
           03    AV-EmployeeID          PIC X(4).
           03    AV-StoreNumber         PIC X(4).
           03    AV-Issue-Date          PIC 9(8).
           03    AV-Principal           PIC 9(5)V99.
           03    AV-Repayment           PIC 9(4)V99.
           03    AV-Balance             PIC 9(5)V99.
           03    AV-Last-Period         PIC 9(8).
           03    AV-Last-Amount         PIC 9(5)V99.

       fd EmployeeMaster.
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
           03    EM-HourlyRate          PIC 9(3)V99.

       fd AdvanceReportFile.
       01  AdvanceReportLine            PIC X(100).

       WORKING-STORAGE SECTION.

      *File assignments resolved at start-up: each path may be
      *overridden through its DD_ environment variable, with the
      *original location as the default, so test and production
      *are a configuration difference instead of a source edit
       01  EmployeeAdvances-PATH  PIC X(80)
           VALUE "C:\DataFiles\EmployeeAdvances.dat".
       01  EmployeeMaster-PATH  PIC X(80)
           VALUE "C:\DataFiles\EmployeeMaster.dat".
       01  AdvanceReportFile-PATH  PIC X(80)
           VALUE "C:\DataFiles\OutstandingAdvances.rpt".
       01  PATH-OVERRIDE  PIC X(80).
       01  WS-Advance-Status            PIC XX.
       01  WS-Master-Status             PIC XX.
       01  WS-EOF                       PIC 9 VALUE 0.
           88  end-of-advances          VALUE 1.
       01  WS-Master-Found              PIC 9 VALUE 0.
           88  Master-Found             VALUE 1.

      *Outstanding advances collected per store so the report comes
      *out grouped; the file itself is keyed by employee, not store
       01  WS-Entry-Count               PIC 9(4) VALUE ZEROS.
       01  WS-Advance-Table.
           03  WS-Advance-Entry         OCCURS 0 TO 2000 TIMES
                                         DEPENDING ON WS-Entry-Count.
               05  WS-Adv-EmployeeID    PIC X(4).
               05  WS-Adv-Name          PIC X(20).
               05  WS-Adv-Store         PIC X(4).
               05  WS-Adv-Issue-Date    PIC 9(8).
               05  WS-Adv-Principal     PIC 9(5)V99.
               05  WS-Adv-Repayment     PIC 9(4)V99.
               05  WS-Adv-Balance       PIC 9(5)V99.
               05  WS-Adv-Last-Period   PIC 9(8).
               05  WS-Adv-Flag          PIC X(24).
       01  WS-Store-Count               PIC 99 VALUE ZEROS.
       01  WS-Store-Table.
           03  WS-Store-Entry           OCCURS 0 TO 50 TIMES
                                         DEPENDING ON WS-Store-Count
                                         INDEXED BY Store-Ix.
               05  WS-Store-Number      PIC X(4).
       01  WS-Entry-Sub                 PIC 9(4).
       01  WS-Current-Store             PIC X(4).
       01  WS-Store-Total               PIC 9(8)V99.
       01  WS-Company-Total             PIC 9(9)V99 VALUE ZEROS.
       01  WS-Recover-Count             PIC 9(4) VALUE ZEROS.

       01  WS-Report-Heading            PIC X(36) VALUE
           "OUTSTANDING SALARY ADVANCES BY STORE".
       01  WS-Column-Heading.
           03  FILLER        PIC X(27) VALUE "  EMP  NAME".
           03  FILLER        PIC X(9)  VALUE "ISSUED".
           03  FILLER        PIC X(9)  VALUE "PRINCIPAL".
           03  FILLER        PIC X(9)  VALUE "  PER PAY".
           03  FILLER        PIC X(10) VALUE "   BALANCE".
           03  FILLER        PIC X(10) VALUE "  LAST PAY".
       01  WS-Store-Heading.
           03  FILLER        PIC X(7) VALUE "STORE #".
           03  SH-Store      PIC X(4).
       01  WS-Detail-Line.
           03  FILLER        PIC X(2) VALUE SPACES.
           03  DL-EmployeeID PIC X(4).
           03  FILLER        PIC X(1) VALUE SPACES.
           03  DL-Name       PIC X(20).
           03  DL-Issue-Date PIC 9(8).
           03  FILLER        PIC X(1) VALUE SPACES.
           03  DL-Principal  PIC ZZ,ZZ9.99.
           03  FILLER        PIC X(1) VALUE SPACES.
           03  DL-Repayment  PIC Z,ZZ9.99.
           03  FILLER        PIC X(1) VALUE SPACES.
           03  DL-Balance    PIC ZZ,ZZ9.99.
           03  FILLER        PIC X(2) VALUE SPACES.
           03  DL-Last-Period PIC 9(8).
           03  FILLER        PIC X(2) VALUE SPACES.
           03  DL-Flag       PIC X(24).
       01  WS-Total-Line.
           03  TL-Label      PIC X(16).
           03  TL-Amount     PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       main-program.
           PERFORM CONFIGURE-FILE-PATHS
           perform load-advances
           perform write-advance-report
           display "OUTSTANDING ADVANCES " WS-Entry-Count
           display "  TO RECOVER        " WS-Recover-Count
           stop run.

      *-------------------------------------------------------------
      *load-advances paragraph reads the whole advance file into the
      *table, skipping advances already repaid and remembering each
      *distinct store for the grouping
      *-------------------------------------------------------------
       load-advances.
           open input EmployeeAdvances
           if WS-Advance-Status not = "00"
               display "CANNOT OPEN EmployeeAdvances.dat - STATUS "
                   WS-Advance-Status
               stop run
           end-if
           open input EmployeeMaster
           if WS-Master-Status not = "00"
               display "ERROR: EmployeeMaster could not be opened,"
                   " status " WS-Master-Status
               stop run
           end-if
           read EmployeeAdvances next record
               at end set end-of-advances to true
           end-read
           perform load-one-advance until end-of-advances
           close EmployeeAdvances EmployeeMaster
           exit.

      *-------------------------------------------------------------
      *load-one-advance paragraph stores one outstanding advance
      *with the employee's name and store from the master and the
      *recovery flag for a terminated employee
      *-------------------------------------------------------------
       load-one-advance.
           if AV-Balance > 0
               if WS-Entry-Count >= 2000
                   display "ERROR: Advance table full"
                   stop run
               end-if
               add 1 to WS-Entry-Count
               move 1 to WS-Master-Found
               move AV-EmployeeID to EM-EmployeeID
               read EmployeeMaster key is EM-EmployeeID
                   invalid key
                       move 0 to WS-Master-Found
               end-read
               move AV-EmployeeID to WS-Adv-EmployeeID(WS-Entry-Count)
               move spaces to WS-Adv-Flag(WS-Entry-Count)
               if Master-Found
                   move EM-StoreNumber to WS-Current-Store
                   string EM-LastName delimited by space
                          ", " delimited by size
                          EM-FirstName delimited by space
                       into WS-Adv-Name(WS-Entry-Count)
                   end-string
                   if EM-Terminated
                       move "RECOVER FROM FINAL PAY" to
                           WS-Adv-Flag(WS-Entry-Count)
                       add 1 to WS-Recover-Count
                   end-if
               else
                   move AV-StoreNumber to WS-Current-Store
                   move "*NOT ON MASTER*" to
                       WS-Adv-Name(WS-Entry-Count)
                   move "RECOVER OUTSIDE PAYROLL" to
                       WS-Adv-Flag(WS-Entry-Count)
                   add 1 to WS-Recover-Count
               end-if
               move WS-Current-Store to WS-Adv-Store(WS-Entry-Count)
               move AV-Issue-Date to WS-Adv-Issue-Date(WS-Entry-Count)
               move AV-Principal to WS-Adv-Principal(WS-Entry-Count)
               move AV-Repayment to WS-Adv-Repayment(WS-Entry-Count)
               move AV-Balance to WS-Adv-Balance(WS-Entry-Count)
               move AV-Last-Period to
                   WS-Adv-Last-Period(WS-Entry-Count)
               perform find-or-add-store
           end-if
           read EmployeeAdvances next record
               at end set end-of-advances to true
           end-read
           exit.

      *-------------------------------------------------------------
      *find-or-add-store paragraph remembers a store the first time
      *an advance for it is seen
      *-------------------------------------------------------------
       find-or-add-store.
           set Store-Ix to 1
           search WS-Store-Entry
               at end
                   if WS-Store-Count >= 50
                       display "ERROR: Store table full"
                       stop run
                   end-if
                   add 1 to WS-Store-Count
                   set Store-Ix to WS-Store-Count
                   move WS-Current-Store to WS-Store-Number(Store-Ix)
               when WS-Store-Number(Store-Ix) = WS-Current-Store
                   continue
           end-search
           exit.

      *-------------------------------------------------------------
      *write-advance-report paragraph writes one block per store:
      *the employees there with an advance outstanding, the store
      *total, then the company total at the end
      *-------------------------------------------------------------
       write-advance-report.
           open output AdvanceReportFile
           write AdvanceReportLine from WS-Report-Heading
           write AdvanceReportLine from WS-Column-Heading
           perform write-one-store-block
               varying Store-Ix from 1 by 1
               until Store-Ix > WS-Store-Count
           move spaces to AdvanceReportLine
           write AdvanceReportLine
           move "COMPANY TOTAL : " to TL-Label
           move WS-Company-Total to TL-Amount
           write AdvanceReportLine from WS-Total-Line
           close AdvanceReportFile
           exit.

      *-------------------------------------------------------------
      *write-one-store-block paragraph writes one store's employees
      *and store total
      *-------------------------------------------------------------
       write-one-store-block.
           move spaces to AdvanceReportLine
           write AdvanceReportLine
           move WS-Store-Number(Store-Ix) to SH-Store
           write AdvanceReportLine from WS-Store-Heading
           move ZEROS to WS-Store-Total
           perform write-one-advance-line
               varying WS-Entry-Sub from 1 by 1
               until WS-Entry-Sub > WS-Entry-Count
           move "STORE TOTAL   : " to TL-Label
           move WS-Store-Total to TL-Amount
           write AdvanceReportLine from WS-Total-Line
           add WS-Store-Total to WS-Company-Total
           exit.

      *-------------------------------------------------------------
      *write-one-advance-line paragraph writes the advance at the
      *subscript when it belongs to the store being written
      *-------------------------------------------------------------
       write-one-advance-line.
           if WS-Adv-Store(WS-Entry-Sub) = WS-Store-Number(Store-Ix)
               move WS-Adv-EmployeeID(WS-Entry-Sub) to DL-EmployeeID
               move WS-Adv-Name(WS-Entry-Sub) to DL-Name
               move WS-Adv-Issue-Date(WS-Entry-Sub) to DL-Issue-Date
               move WS-Adv-Principal(WS-Entry-Sub) to DL-Principal
               move WS-Adv-Repayment(WS-Entry-Sub) to DL-Repayment
               move WS-Adv-Balance(WS-Entry-Sub) to DL-Balance
               move WS-Adv-Last-Period(WS-Entry-Sub) to
                   DL-Last-Period
               move WS-Adv-Flag(WS-Entry-Sub) to DL-Flag
               write AdvanceReportLine from WS-Detail-Line
               add WS-Adv-Balance(WS-Entry-Sub) to WS-Store-Total
           end-if
           exit.



      *-------------------------------------------------------------
      *Resolve every file path: the DD_ environment variable wins
      *when it is set, otherwise the built-in default stands, and
      *the resolved paths are echoed into the run output
      *-------------------------------------------------------------
       CONFIGURE-FILE-PATHS.
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_EMPLOYEEADVANCES"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO EmployeeAdvances-PATH
           END-IF
           DISPLAY "EmployeeAdvances: " EmployeeAdvances-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_EMPLOYEEMASTER"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO EmployeeMaster-PATH
           END-IF
           DISPLAY "EmployeeMaster: " EmployeeMaster-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_ADVANCEREPORTFILE"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO AdvanceReportFile-PATH
           END-IF
           DISPLAY "AdvanceReportFile: " AdvanceReportFile-PATH
           EXIT.
       END PROGRAM AdvanceReport.
