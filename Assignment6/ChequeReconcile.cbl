       IDENTIFICATION DIVISION.
       PROGRAM-ID. ChequeReconcile as "ChequeReconcile".

      *ChequeReconcile matches the bank's cleared-cheque file against
      *the cheque register ChequePrint keeps. Each cleared item is
      *looked up by cheque number: a cheque still outstanding on the
      *register is marked cleared by appending a "C" record carrying
      *the date the bank cleared it, and an amount that differs from
      *the amount issued is reported as a mismatch. Items the bank
      *cleared that were never issued, voided cheques that cleared
      *anyway, and cheques cleared a second time are reported as
      *exceptions. What is still outstanding after the match is
      *listed aged by issue date against the run date; a cheque
      *issued more than six months ago is stale-dated, and a "V"
      *transaction for it goes to StaleChequeVoids.dat so, once
      *reviewed, it can be fed to ChequePrint as its
      *ChequeTransactions file to cancel the cheque and reverse the
      *liability. Register records written before the issue date
      *was carried age from their pay period instead.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select ClearedCheques assign using
           ClearedCheques-PATH
           organization is line sequential.

           select optional ChequeRegister assign using
           ChequeRegister-PATH
           organization is line sequential.

           select StaleVoids assign using
           StaleVoids-PATH
           organization is line sequential.

           select ReconReport assign using
           ReconReport-PATH
           organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       fd ClearedCheques.
      ********ClearedChequeRecord, as the bank transmits it************
       01  ClearedChequeRecord.
           03    CL-ChequeNumber        PIC 9(6).
           03    FILLER                 PIC X.
           03    CL-Amount              PIC 9(5)V99.
           03    FILLER                 PIC X.
           03    CL-Cleared-Date        PIC 9(8).
      ********End of ClearedChequeRecord*******************************

       fd ChequeRegister.
      ********ChequeRegisterRecord, as ChequePrint writes it***********
       01  ChequeRegisterRecord.
           03    CRG-Status             PIC X.
           03    FILLER                 PIC X.
           03    CRG-ChequeNumber       PIC 9(6).
           03    FILLER                 PIC X.
           03    CRG-EmployeeID         PIC X(4).
           03    FILLER                 PIC X.
           03    CRG-Period             PIC 9(8).
           03    FILLER                 PIC X.
           03    CRG-Amount             PIC 9(5)V99.
           03    FILLER                 PIC X.
           03    CRG-Date               PIC 9(8).
           03    FILLER                 PIC X.
           03    CRG-Payee              PIC X(14).
      ********End of ChequeRegisterRecord******************************

       fd StaleVoids.
      ********Void transactions in ChequePrint's ChequeTransactions****
      ********layout***************************************************
       01  StaleVoidRecord.
           03    SV-Type                PIC X.
           03    FILLER                 PIC X.
           03    SV-ChequeNumber        PIC 9(6).

       fd ReconReport.
       01  ReconReportLine              PIC X(80).

       WORKING-STORAGE SECTION.

      *File assignments resolved at start-up: each path may be
      *overridden through its DD_ environment variable, with the
      *original location as the default, so test and production
      *are a configuration difference instead of a source edit
       01  ClearedCheques-PATH  PIC X(80)
           VALUE "C:\DataFiles\ClearedCheques.dat".
       01  ChequeRegister-PATH  PIC X(80)
           VALUE "C:\DataFiles\ChequeRegister.dat".
       01  StaleVoids-PATH  PIC X(80)
           VALUE "C:\DataFiles\StaleChequeVoids.dat".
       01  ReconReport-PATH  PIC X(80)
           VALUE "C:\DataFiles\ChequeReconcile.rpt".
       01  PATH-OVERRIDE  PIC X(80).
       01  WS-Cleared-EOF               PIC 9 VALUE 0.
           88  end-of-cleared           VALUE 1.
       01  WS-Register-EOF              PIC 9 VALUE 0.
           88  end-of-register          VALUE 1.
       01  WS-Entry-Found               PIC 9 VALUE 0.
           88  Entry-Found              VALUE 1.
       01  WS-Run-Date                  PIC 9(8).

      *One entry per cheque number on the register, carrying its
      *current standing: "I" outstanding, "V" voided, "C" cleared
       01  WS-Chq-Count                 PIC 9(4) VALUE ZEROS.
       01  WS-Chq-Table.
           03  WS-Chq-Entry             OCCURS 0 TO 2000 TIMES
                                         DEPENDING ON WS-Chq-Count
                                         INDEXED BY Chq-Ix.
               05  WS-Chq-Status        PIC X.
               05  WS-Chq-Number        PIC 9(6).
               05  WS-Chq-EmployeeID    PIC X(4).
               05  WS-Chq-Amount        PIC 9(5)V99.
               05  WS-Chq-Issue-Date    PIC 9(8).
               05  WS-Chq-Payee         PIC X(14).

      *Date arithmetic: a YYYYMMDD date in WS-Date-Work becomes a
      *running day number so a cheque's age can be counted across
      *month and year ends
       01  WS-Date-Work                 PIC 9(8).
       01  WS-Date-Work-Parts REDEFINES WS-Date-Work.
           03  WS-DW-Year               PIC 9(4).
           03  WS-DW-Month              PIC 99.
           03  WS-DW-Day                PIC 99.
       01  WS-Daynum                    PIC 9(7).
       01  WS-DN-Year                   PIC 9(5).
       01  WS-DN-Month                  PIC 99.
       01  WS-DN-Leap4                  PIC 9(5).
       01  WS-DN-Leap100                PIC 9(4).
       01  WS-DN-Leap400                PIC 9(3).
       01  WS-DN-Month-Work             PIC 9(4).
       01  WS-DN-Month-Days             PIC 9(3).
       01  WS-Run-Daynum                PIC 9(7).
       01  WS-Age-Days                  PIC 9(5).

      *Cheques issued before this date, six months back from the
      *run date, are stale-dated
       01  WS-Stale-Cutoff              PIC 9(8).
       01  WS-Stale-Cutoff-Parts REDEFINES WS-Stale-Cutoff.
           03  WS-SC-Year               PIC 9(4).
           03  WS-SC-Month              PIC 99.
           03  WS-SC-Day                PIC 99.

      *Match counts and the outstanding totals by age
       01  WS-Cleared-Count             PIC 9(4) VALUE ZEROS.
       01  WS-Cleared-Total             PIC 9(8)V99 VALUE ZEROS.
       01  WS-Mismatch-Count            PIC 9(4) VALUE ZEROS.
       01  WS-Exception-Count           PIC 9(4) VALUE ZEROS.
       01  WS-Outstanding-Count         PIC 9(4) VALUE ZEROS.
       01  WS-Stale-Count               PIC 9(4) VALUE ZEROS.
       01  WS-Age-30-Total              PIC 9(8)V99 VALUE ZEROS.
       01  WS-Age-90-Total              PIC 9(8)V99 VALUE ZEROS.
       01  WS-Age-Over-Total            PIC 9(8)V99 VALUE ZEROS.
       01  WS-Stale-Total               PIC 9(8)V99 VALUE ZEROS.
       01  WS-Outstanding-Total         PIC 9(8)V99 VALUE ZEROS.

       01  WS-Report-Heading            PIC X(40) VALUE
           "CHEQUE RECONCILIATION TO BANK".
       01  WS-Section-Heading           PIC X(40).
       01  WS-Exception-Line.
           03  EL-Tag        PIC X(24).
           03  EL-Number     PIC 9(6).
           03  FILLER        PIC X(2)  VALUE SPACES.
           03  EL-EmployeeID PIC X(4).
           03  FILLER        PIC X(8)  VALUE "  BANK: ".
           03  EL-Bank-Amount PIC ZZ,ZZ9.99.
           03  FILLER        PIC X(8)  VALUE "  OURS: ".
           03  EL-Our-Amount PIC ZZ,ZZ9.99.
       01  WS-Outstanding-Line.
           03  FILLER        PIC X(2)  VALUE SPACES.
           03  OL-Number     PIC 9(6).
           03  FILLER        PIC X(2)  VALUE SPACES.
           03  OL-EmployeeID PIC X(4).
           03  FILLER        PIC X(2)  VALUE SPACES.
           03  OL-Issue-Date PIC 9(8).
           03  FILLER        PIC X(2)  VALUE SPACES.
           03  OL-Amount     PIC ZZ,ZZ9.99.
           03  FILLER        PIC X(2)  VALUE SPACES.
           03  OL-Age        PIC ZZZZ9.
           03  FILLER        PIC X(5)  VALUE " DAYS".
           03  FILLER        PIC X(2)  VALUE SPACES.
           03  OL-Flag       PIC X(20).
       01  WS-Total-Line.
           03  TL-Label      PIC X(28).
           03  TL-Count      PIC ZZZ9.
           03  FILLER        PIC X(2)  VALUE SPACES.
           03  TL-Amount     PIC ZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       main-program.
           PERFORM CONFIGURE-FILE-PATHS
           display "CHEQUE RECONCILIATION STARTING"
           accept WS-Run-Date from DATE YYYYMMDD
           perform set-stale-cutoff
           perform load-cheque-register
           perform open-files
           perform match-cleared-cheque until end-of-cleared
           perform list-outstanding-cheques
           perform write-run-totals
           perform close-files
           display "CHEQUES CLEARED      : " WS-Cleared-Count
           display "AMOUNT MISMATCHES    : " WS-Mismatch-Count
           display "OTHER EXCEPTIONS     : " WS-Exception-Count
           display "STILL OUTSTANDING    : " WS-Outstanding-Count
           display "STALE-DATED          : " WS-Stale-Count
           stop run.

      *-------------------------------------------------------------
      *set-stale-cutoff paragraph works out the date six months
      *before the run date, and the run date's day number for the
      *aging
      *-------------------------------------------------------------
       set-stale-cutoff.
           move WS-Run-Date to WS-Stale-Cutoff
           if WS-SC-Month > 6
               subtract 6 from WS-SC-Month
           else
               subtract 1 from WS-SC-Year
               add 6 to WS-SC-Month
           end-if
           move WS-Run-Date to WS-Date-Work
           perform convert-date-to-daynum
           move WS-Daynum to WS-Run-Daynum
           exit.

      *-------------------------------------------------------------
      *load-cheque-register paragraph replays the register into one
      *entry per cheque: an "I" record adds the cheque outstanding,
      *and a later "V" or "C" record for it changes its standing
      *-------------------------------------------------------------
       load-cheque-register.
           open input ChequeRegister
           read ChequeRegister
               at end set end-of-register to true
           end-read
           perform load-one-register-entry until end-of-register
           close ChequeRegister
           exit.

      *-------------------------------------------------------------
      *load-one-register-entry paragraph applies one register record
      *to the cheque table
      *-------------------------------------------------------------
       load-one-register-entry.
           if CRG-Status = "I"
               if WS-Chq-Count >= 2000
                   display "ERROR: Register table full"
                   stop run
               end-if
               add 1 to WS-Chq-Count
               move "I" to WS-Chq-Status(WS-Chq-Count)
               move CRG-ChequeNumber to WS-Chq-Number(WS-Chq-Count)
               move CRG-EmployeeID to WS-Chq-EmployeeID(WS-Chq-Count)
               move CRG-Amount to WS-Chq-Amount(WS-Chq-Count)
               move CRG-Payee to WS-Chq-Payee(WS-Chq-Count)
               if CRG-Date is numeric and CRG-Date > 0
                   move CRG-Date to WS-Chq-Issue-Date(WS-Chq-Count)
               else
                   move CRG-Period to WS-Chq-Issue-Date(WS-Chq-Count)
               end-if
           else
               perform find-cheque-entry
               if Entry-Found
                   move CRG-Status to WS-Chq-Status(Chq-Ix)
               end-if
           end-if
           read ChequeRegister
               at end set end-of-register to true
           end-read
           exit.

      *-------------------------------------------------------------
      *find-cheque-entry paragraph looks the cheque number in
      *CRG-ChequeNumber up in the table, leaving Chq-Ix on it
      *-------------------------------------------------------------
       find-cheque-entry.
           move 0 to WS-Entry-Found
           if WS-Chq-Count > 0
               set Chq-Ix to 1
               search WS-Chq-Entry
                   at end continue
                   when WS-Chq-Number(Chq-Ix) = CRG-ChequeNumber
                       set Entry-Found to true
               end-search
           end-if
           exit.

      *-------------------------------------------------------------
      *open-files paragraph opens the bank's file, the register for
      *appending the cleared records, the stale-void transactions,
      *and the report, and primes the first cleared item
      *-------------------------------------------------------------
       open-files.
           open input ClearedCheques
           open extend ChequeRegister
           open output StaleVoids
           open output ReconReport
           write ReconReportLine from WS-Report-Heading
           move spaces to ReconReportLine
           write ReconReportLine
           move "CLEARED-ITEM EXCEPTIONS" to WS-Section-Heading
           write ReconReportLine from WS-Section-Heading
           read ClearedCheques
               at end set end-of-cleared to true
           end-read
           exit.

      *-------------------------------------------------------------
      *match-cleared-cheque paragraph matches one cleared item: an
      *outstanding cheque is marked cleared (with any difference in
      *amount reported), and anything else is an exception
      *-------------------------------------------------------------
       match-cleared-cheque.
           move CL-ChequeNumber to CRG-ChequeNumber
           perform find-cheque-entry
           move CL-ChequeNumber to EL-Number
           move CL-Amount to EL-Bank-Amount
           evaluate true
               when not Entry-Found
                   move "CLEARED - NEVER ISSUED  " to EL-Tag
                   move spaces to EL-EmployeeID
                   move ZEROS to EL-Our-Amount
                   write ReconReportLine from WS-Exception-Line
                   add 1 to WS-Exception-Count
               when WS-Chq-Status(Chq-Ix) = "V"
                   move "VOIDED CHEQUE CLEARED   " to EL-Tag
                   perform write-cheque-exception
               when WS-Chq-Status(Chq-Ix) = "C"
                   move "CLEARED A SECOND TIME   " to EL-Tag
                   perform write-cheque-exception
               when other
                   perform mark-cheque-cleared
           end-evaluate
           read ClearedCheques
               at end set end-of-cleared to true
           end-read
           exit.

      *-------------------------------------------------------------
      *write-cheque-exception paragraph reports a cleared item that
      *matched a cheque on the register that was not outstanding
      *-------------------------------------------------------------
       write-cheque-exception.
           move WS-Chq-EmployeeID(Chq-Ix) to EL-EmployeeID
           move WS-Chq-Amount(Chq-Ix) to EL-Our-Amount
           write ReconReportLine from WS-Exception-Line
           add 1 to WS-Exception-Count
           exit.

      *-------------------------------------------------------------
      *mark-cheque-cleared paragraph appends the "C" record for an
      *outstanding cheque the bank has cleared; the cheque is paid
      *whatever the amount, so a mismatch is reported for follow-up
      *but the cheque still comes off the outstanding list
      *-------------------------------------------------------------
       mark-cheque-cleared.
           if CL-Amount not = WS-Chq-Amount(Chq-Ix)
               move "AMOUNT MISMATCH         " to EL-Tag
               move WS-Chq-EmployeeID(Chq-Ix) to EL-EmployeeID
               move WS-Chq-Amount(Chq-Ix) to EL-Our-Amount
               write ReconReportLine from WS-Exception-Line
               add 1 to WS-Mismatch-Count
           end-if
           move spaces to ChequeRegisterRecord
           move "C" to CRG-Status
           move WS-Chq-Number(Chq-Ix) to CRG-ChequeNumber
           move WS-Chq-EmployeeID(Chq-Ix) to CRG-EmployeeID
           move ZEROS to CRG-Period
           move WS-Chq-Amount(Chq-Ix) to CRG-Amount
           move CL-Cleared-Date to CRG-Date
           move WS-Chq-Payee(Chq-Ix) to CRG-Payee
           write ChequeRegisterRecord
           move "C" to WS-Chq-Status(Chq-Ix)
           add 1 to WS-Cleared-Count
           add CL-Amount to WS-Cleared-Total
           exit.

      *-------------------------------------------------------------
      *list-outstanding-cheques paragraph lists every cheque still
      *outstanding after the match, aged by issue date
      *-------------------------------------------------------------
       list-outstanding-cheques.
           move spaces to ReconReportLine
           write ReconReportLine
           move "OUTSTANDING CHEQUES" to WS-Section-Heading
           write ReconReportLine from WS-Section-Heading
           perform age-one-cheque
               varying Chq-Ix from 1 by 1
               until Chq-Ix > WS-Chq-Count
           exit.

      *-------------------------------------------------------------
      *age-one-cheque paragraph ages the cheque at Chq-Ix when it is
      *still outstanding, adds it to its age bucket, and raises the
      *void transaction for a stale-dated cheque
      *-------------------------------------------------------------
       age-one-cheque.
           if WS-Chq-Status(Chq-Ix) = "I"
               move WS-Chq-Issue-Date(Chq-Ix) to WS-Date-Work
               perform convert-date-to-daynum
               if WS-Daynum > WS-Run-Daynum
                   move ZEROS to WS-Age-Days
               else
                   compute WS-Age-Days = WS-Run-Daynum - WS-Daynum
               end-if
               move spaces to OL-Flag
               evaluate true
                   when WS-Chq-Issue-Date(Chq-Ix) < WS-Stale-Cutoff
                       move "STALE-DATED - VOID" to OL-Flag
                       add WS-Chq-Amount(Chq-Ix) to WS-Stale-Total
                       add 1 to WS-Stale-Count
                       move spaces to StaleVoidRecord
                       move "V" to SV-Type
                       move WS-Chq-Number(Chq-Ix) to SV-ChequeNumber
                       write StaleVoidRecord
                   when WS-Age-Days > 90
                       add WS-Chq-Amount(Chq-Ix) to WS-Age-Over-Total
                   when WS-Age-Days > 30
                       add WS-Chq-Amount(Chq-Ix) to WS-Age-90-Total
                   when other
                       add WS-Chq-Amount(Chq-Ix) to WS-Age-30-Total
               end-evaluate
               move WS-Chq-Number(Chq-Ix) to OL-Number
               move WS-Chq-EmployeeID(Chq-Ix) to OL-EmployeeID
               move WS-Chq-Issue-Date(Chq-Ix) to OL-Issue-Date
               move WS-Chq-Amount(Chq-Ix) to OL-Amount
               move WS-Age-Days to OL-Age
               write ReconReportLine from WS-Outstanding-Line
               add 1 to WS-Outstanding-Count
               add WS-Chq-Amount(Chq-Ix) to WS-Outstanding-Total
           end-if
           exit.

      *-------------------------------------------------------------
      *convert-date-to-daynum paragraph turns the YYYYMMDD date in
      *WS-Date-Work into a running day number in WS-Daynum, so two
      *dates can be differenced across month ends; January and
      *February count as months 13 and 14 of the prior year
      *-------------------------------------------------------------
       convert-date-to-daynum.
           if WS-DW-Month > 2
               move WS-DW-Year to WS-DN-Year
               move WS-DW-Month to WS-DN-Month
           else
               compute WS-DN-Year = WS-DW-Year - 1
               compute WS-DN-Month = WS-DW-Month + 12
           end-if
      *each division truncated on its own, so the day number is a
      *whole count and differences come out exact
           divide WS-DN-Year by 4 giving WS-DN-Leap4
           divide WS-DN-Year by 100 giving WS-DN-Leap100
           divide WS-DN-Year by 400 giving WS-DN-Leap400
           compute WS-DN-Month-Work = 153 * (WS-DN-Month + 1)
           divide WS-DN-Month-Work by 5 giving WS-DN-Month-Days
           compute WS-Daynum = 365 * WS-DN-Year
               + WS-DN-Leap4 - WS-DN-Leap100 + WS-DN-Leap400
               + WS-DN-Month-Days + WS-DW-Day
           exit.

      *-------------------------------------------------------------
      *write-run-totals paragraph writes the cleared total and the
      *outstanding cheques by age at the foot of the report
      *-------------------------------------------------------------
       write-run-totals.
           move spaces to ReconReportLine
           write ReconReportLine
           move "CLEARED THIS RUN          : " to TL-Label
           move WS-Cleared-Count to TL-Count
           move WS-Cleared-Total to TL-Amount
           write ReconReportLine from WS-Total-Line
           move "AMOUNT MISMATCHES         : " to TL-Label
           move WS-Mismatch-Count to TL-Count
           move ZEROS to TL-Amount
           write ReconReportLine from WS-Total-Line
           move "OTHER EXCEPTIONS          : " to TL-Label
           move WS-Exception-Count to TL-Count
           write ReconReportLine from WS-Total-Line
           move "OUTSTANDING 0-30 DAYS     : " to TL-Label
           move ZEROS to TL-Count
           move WS-Age-30-Total to TL-Amount
           write ReconReportLine from WS-Total-Line
           move "OUTSTANDING 31-90 DAYS    : " to TL-Label
           move WS-Age-90-Total to TL-Amount
           write ReconReportLine from WS-Total-Line
           move "OUTSTANDING OVER 90 DAYS  : " to TL-Label
           move WS-Age-Over-Total to TL-Amount
           write ReconReportLine from WS-Total-Line
           move "STALE-DATED OVER 6 MONTHS : " to TL-Label
           move WS-Stale-Count to TL-Count
           move WS-Stale-Total to TL-Amount
           write ReconReportLine from WS-Total-Line
           move "TOTAL OUTSTANDING         : " to TL-Label
           move WS-Outstanding-Count to TL-Count
           move WS-Outstanding-Total to TL-Amount
           write ReconReportLine from WS-Total-Line
           exit.

      *-------------------------------------------------------------
      *close-files paragraph closes everything
      *-------------------------------------------------------------
       close-files.
           close ClearedCheques ChequeRegister StaleVoids ReconReport
           exit.



      *-------------------------------------------------------------
      *Resolve every file path: the DD_ environment variable wins
      *when it is set, otherwise the built-in default stands, and
      *the resolved paths are echoed into the run output
      *-------------------------------------------------------------
       CONFIGURE-FILE-PATHS.
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_CLEAREDCHEQUES"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO ClearedCheques-PATH
           END-IF
           DISPLAY "ClearedCheques: " ClearedCheques-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_CHEQUEREGISTER"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO ChequeRegister-PATH
           END-IF
           DISPLAY "ChequeRegister: " ChequeRegister-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_STALEVOIDS"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO StaleVoids-PATH
           END-IF
           DISPLAY "StaleVoids: " StaleVoids-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_RECONREPORT"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO ReconReport-PATH
           END-IF
           DISPLAY "ReconReport: " ReconReport-PATH
           EXIT.
       END PROGRAM ChequeReconcile.
