      *register, and void/reissue transactions keep that register
      *balanced. The amount issued this run is reported so it can be
      *tied back to the NetPayRegister totals for the non-deposit
      *population. Cheques ChequeReconcile has matched to the bank's
      *cleared items carry a "C" record on the register and can no
      *longer be voided. Every cheque printed or voided in the run
      *is also listed on the positive-pay file the bank honours
      *cheques against, in the bank's fixed format with a trailer
      *of item count and dollar total; the positive-pay control
      *record carries the bank account and the highest cheque
      *number already sent, so no issue goes to the bank twice.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           RegisterReport-PATH
           organization is line sequential.

           select optional PositivePayControl assign using
           PositivePayControl-PATH
           organization is line sequential.

           select PositivePay assign using
           PositivePay-PATH
           organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       fd MissingBank.
           03    PH-Garnish             PIC 9(7)V99.
           03    PH-Fixed               PIC 9(7)V99.
           03    PH-Net                 PIC S9(7)V99.
           03    PH-Base-Pay            PIC 9(7)V99.
           03    PH-Advance             PIC 9(7)V99.

       fd ChequeControl.
       01  ChequeControlRecord.
           03    CT-ChequeNumber        PIC 9(6).

       fd ChequeRegister.
      ********ChequeRegisterRecord: "I" issued, "V" voided,************
      ********"C" cleared by the bank**********************************
       01  ChequeRegisterRecord.
           03    CRG-Status             PIC X.
           03    FILLER                 PIC X.
           03    CRG-Period             PIC 9(8).
           03    FILLER                 PIC X.
           03    CRG-Amount             PIC 9(5)V99.
           03    FILLER                 PIC X.
      *The date of the event: issued, voided, or cleared
           03    CRG-Date               PIC 9(8).
           03    FILLER                 PIC X.
           03    CRG-Payee              PIC X(14).
      ********End of ChequeRegisterRecord******************************

       fd ChequePrintFile.
       fd RegisterReport.
       01  RegisterReportLine           PIC X(80).

       fd PositivePayControl.
      ********PositivePayControlRecord: the account the cheques are****
      ********drawn on and what has been sent to the bank so far*******
       01  PositivePayControlRecord.
           03    PPC-Account            PIC X(12).
           03    FILLER                 PIC X.
           03    PPC-Last-Issued        PIC 9(6).
           03    FILLER                 PIC X.
           03    PPC-File-Number        PIC 9(4).

       fd PositivePay.
      ********PositivePayRecord, the bank's fixed format: "D" items****
      ********then one "T" trailer*************************************
       01  PositivePayRecord            PIC X(80).
       01  PositivePayDetail REDEFINES PositivePayRecord.
           03    PP-Record-Type         PIC X.
           03    PP-Account             PIC X(12).
           03    PP-ChequeNumber        PIC 9(10).
           03    PP-Amount              PIC 9(8)V99.
           03    PP-Issue-Date          PIC 9(8).
           03    PP-Payee               PIC X(30).
           03    PP-Void-Indicator      PIC X.
           03    FILLER                 PIC X(8).
       01  PositivePayTrailer REDEFINES PositivePayRecord.
           03    PT-Record-Type         PIC X.
           03    PT-Account             PIC X(12).
           03    PT-Item-Count          PIC 9(6).
           03    PT-Total-Amount        PIC 9(10)V99.
           03    PT-File-Number         PIC 9(4).
           03    PT-Create-Date         PIC 9(8).
           03    FILLER                 PIC X(37).

       WORKING-STORAGE SECTION.

      *File assignments resolved at start-up: each path may be
           VALUE "C:\DataFiles\ChequePrint.rpt".
       01  RegisterReport-PATH  PIC X(80)
           VALUE "C:\DataFiles\ChequeRegister.rpt".
       01  PositivePayControl-PATH  PIC X(80)
           VALUE "C:\DataFiles\PositivePayControl.dat".
       01  PositivePay-PATH  PIC X(80)
           VALUE "C:\DataFiles\PositivePay.dat".
       01  PATH-OVERRIDE  PIC X(80).
       01  WS-PayHist-Status            PIC XX.
       01  WS-Missing-EOF               PIC 9 VALUE 0.
       01  WS-Voided-Total              PIC 9(8)V99 VALUE ZEROS.
       01  WS-Run-Date                  PIC 9(8).

      *Positive-pay control and the item being sent
       01  WS-PP-Account                PIC X(12) VALUE SPACES.
       01  WS-PP-Last-Issued            PIC 9(6) VALUE ZEROS.
       01  WS-PP-File-Number            PIC 9(4) VALUE ZEROS.
       01  WS-PP-Item-Count             PIC 9(6) VALUE ZEROS.
       01  WS-PP-Total                  PIC 9(10)V99 VALUE ZEROS.
       01  WS-PP-Skipped-Count          PIC 9(4) VALUE ZEROS.
       01  WS-PP-ChequeNumber           PIC 9(6).
       01  WS-PP-Amount                 PIC 9(5)V99.
       01  WS-PP-Payee                  PIC X(14).
       01  WS-PP-Void-Indicator         PIC X.

      *The register so far, for void/reissue lookups; entries added
      *this run join the table too so a same-run void finds them
       01  WS-Reg-Count                 PIC 9(4) VALUE ZEROS.
               05  WS-Reg-EmployeeID    PIC X(4).
               05  WS-Reg-Period        PIC 9(8).
               05  WS-Reg-Amount        PIC 9(5)V99.
               05  WS-Reg-Payee         PIC X(14).
      *"Y" once a later "V" record on the register has voided it
               05  WS-Reg-Voided        PIC X.

      *Cheque and stub print layouts
       01  WS-Cheque-Line-1.
           display "CHEQUE PRINT RUN STARTING"
           accept WS-Run-Date from DATE YYYYMMDD
           perform load-cheque-control
           perform load-positive-pay-control
           perform load-cheque-register
           perform open-files
           perform issue-one-cheque until end-of-missing
           perform process-cheque-transactions
           perform write-register-report
           perform write-positive-pay-trailer
           perform save-cheque-control
           perform save-positive-pay-control
           perform close-files
           display "CHEQUES ISSUED THIS RUN: " WS-Issued-Count
           display "AMOUNT ISSUED THIS RUN : " WS-Issued-Total
           display "POSITIVE-PAY ITEMS SENT: " WS-PP-Item-Count
           display "TIE THE ISSUED AMOUNT TO THE NET-PAY REGISTER"
               " FOR THE NON-DEPOSIT POPULATION"
           stop run.
           close ChequeControl
           exit.

      *-------------------------------------------------------------
      *load-positive-pay-control paragraph reads the account and
      *what has been sent so far; no cheque is released without the
      *account the bank matches positive pay on
      *-------------------------------------------------------------
       load-positive-pay-control.
           open input PositivePayControl
           read PositivePayControl
               at end
                   continue
               not at end
                   move PPC-Account to WS-PP-Account
                   move PPC-Last-Issued to WS-PP-Last-Issued
                   move PPC-File-Number to WS-PP-File-Number
           end-read
           close PositivePayControl
           if WS-PP-Account = spaces
               display "ERROR: PositivePayControl.dat has no bank"
                   " account - no cheques printed"
               stop run
           end-if
           add 1 to WS-PP-File-Number
           exit.

      *-------------------------------------------------------------
      *load-cheque-register paragraph loads the register so far for
      *void/reissue lookups
      *load-one-register-entry paragraph stores one register record
      *-------------------------------------------------------------
       load-one-register-entry.
           if CRG-Status = "C"
               perform mark-cleared-entry
           else
               if CRG-Status = "V"
                   perform mark-voided-entry
               end-if
               if WS-Reg-Count >= 2000
                   display "ERROR: Register table full"
                   stop run
               end-if
               add 1 to WS-Reg-Count
               move CRG-Status to WS-Reg-Status(WS-Reg-Count)
               move CRG-ChequeNumber to
                   WS-Reg-ChequeNumber(WS-Reg-Count)
               move CRG-EmployeeID to WS-Reg-EmployeeID(WS-Reg-Count)
               move CRG-Period to WS-Reg-Period(WS-Reg-Count)
               move CRG-Amount to WS-Reg-Amount(WS-Reg-Count)
               move CRG-Payee to WS-Reg-Payee(WS-Reg-Count)
               move "N" to WS-Reg-Voided(WS-Reg-Count)
           end-if
           read ChequeRegister
               at end set end-of-register to true
           end-read
           exit.

      *-------------------------------------------------------------
      *mark-cleared-entry paragraph marks the issued entry a "C"
      *record names as cleared, so it drops out of the void lookups
      *-------------------------------------------------------------
       mark-cleared-entry.
           if WS-Reg-Count > 0
               set Reg-Ix to 1
               search WS-Reg-Entry
                   at end continue
                   when WS-Reg-ChequeNumber(Reg-Ix) =
                       CRG-ChequeNumber
                       and WS-Reg-Status(Reg-Ix) = "I"
                       move "C" to WS-Reg-Status(Reg-Ix)
               end-search
           end-if
           exit.

      *-------------------------------------------------------------
      *mark-voided-entry paragraph marks the issued entry a "V"
      *record names as already voided, so it cannot be voided again
      *-------------------------------------------------------------
       mark-voided-entry.
           if WS-Reg-Count > 0
               set Reg-Ix to 1
               search WS-Reg-Entry
                   at end continue
                   when WS-Reg-ChequeNumber(Reg-Ix) =
                       CRG-ChequeNumber
                       and WS-Reg-Status(Reg-Ix) = "I"
                       and WS-Reg-Voided(Reg-Ix) not = "Y"
                       move "Y" to WS-Reg-Voided(Reg-Ix)
               end-search
           end-if
           exit.

      *-------------------------------------------------------------
      *open-files paragraph opens the feed, the history, the print
      *stream, and the register for appending
           open input PayHistory
           open output ChequePrintFile
           open extend ChequeRegister
           open output PositivePay
           read MissingBank
               at end set end-of-missing to true
           end-read
               move "FIXED DEDUCTIONS: " to SB-Label
               move PH-Fixed to SB-Amount
               write ChequePrintLine from WS-Stub-Line
               if PH-Advance is numeric and PH-Advance > 0
                   move "ADVANCE REPAID  : " to SB-Label
                   move PH-Advance to SB-Amount
                   write ChequePrintLine from WS-Stub-Line
               end-if
               move "NET PAY         : " to SB-Label
               move PH-Net to SB-Amount
               write ChequePrintLine from WS-Stub-Line
           move MB-EmployeeID to CRG-EmployeeID
           move MB-Period to CRG-Period
           move MB-NetPay-9 to CRG-Amount
           move WS-Run-Date to CRG-Date
           move MB-LastName to CRG-Payee
           write ChequeRegisterRecord
           if WS-Reg-Count >= 2000
               display "ERROR: Register table full"
           move MB-EmployeeID to WS-Reg-EmployeeID(WS-Reg-Count)
           move MB-Period to WS-Reg-Period(WS-Reg-Count)
           move MB-NetPay-9 to WS-Reg-Amount(WS-Reg-Count)
           move MB-LastName to WS-Reg-Payee(WS-Reg-Count)
           move "N" to WS-Reg-Voided(WS-Reg-Count)
           move WS-Next-Cheque to WS-PP-ChequeNumber
           move MB-NetPay-9 to WS-PP-Amount
           move MB-LastName to WS-PP-Payee
           move space to WS-PP-Void-Indicator
           perform write-positive-pay-item
           add 1 to WS-Issued-Count
           add MB-NetPay-9 to WS-Issued-Total
           add 1 to WS-Next-Cheque
                   when WS-Reg-ChequeNumber(Reg-Ix) =
                       CT-ChequeNumber
                       and WS-Reg-Status(Reg-Ix) = "I"
                       and WS-Reg-Voided(Reg-Ix) not = "Y"
                       set Entry-Found to true
               end-search
           end-if
           move WS-Reg-EmployeeID(Reg-Ix) to CRG-EmployeeID
           move WS-Reg-Period(Reg-Ix) to CRG-Period
           move WS-Reg-Amount(Reg-Ix) to CRG-Amount
           move WS-Run-Date to CRG-Date
           move WS-Reg-Payee(Reg-Ix) to CRG-Payee
           write ChequeRegisterRecord
           move "V" to WS-Reg-Status(Reg-Ix)
           move WS-Reg-ChequeNumber(Reg-Ix) to WS-PP-ChequeNumber
           move WS-Reg-Amount(Reg-Ix) to WS-PP-Amount
           move WS-Reg-Payee(Reg-Ix) to WS-PP-Payee
           move "V" to WS-PP-Void-Indicator
           perform write-positive-pay-item
           add 1 to WS-Voided-Count
           add WS-Reg-Amount(Reg-Ix) to WS-Voided-Total
           exit.
           move WS-Next-Cheque to CQ-Number
           move WS-Run-Date to CQ-Date
           write ChequePrintLine from WS-Cheque-Line-1
           move WS-Reg-Payee(Reg-Ix) to CQ-Payee
           move WS-Reg-EmployeeID(Reg-Ix) to CQ-EmployeeID
           write ChequePrintLine from WS-Cheque-Line-2
           move WS-Reg-Amount(Reg-Ix) to CQ-Amount
           move WS-Reg-EmployeeID(Reg-Ix) to CRG-EmployeeID
           move WS-Reg-Period(Reg-Ix) to CRG-Period
           move WS-Reg-Amount(Reg-Ix) to CRG-Amount
           move WS-Run-Date to CRG-Date
           move WS-Reg-Payee(Reg-Ix) to CRG-Payee
           write ChequeRegisterRecord
           move WS-Next-Cheque to WS-PP-ChequeNumber
           move WS-Reg-Amount(Reg-Ix) to WS-PP-Amount
           move WS-Reg-Payee(Reg-Ix) to WS-PP-Payee
           move space to WS-PP-Void-Indicator
           perform write-positive-pay-item
           add 1 to WS-Issued-Count
           add WS-Reg-Amount(Reg-Ix) to WS-Issued-Total
           add 1 to WS-Next-Cheque
           exit.

      *-------------------------------------------------------------
      *write-positive-pay-item paragraph lists one cheque printed or
      *voided on the positive-pay file; an issue at or below the
      *highest number already sent has been sent before and is not
      *sent again
      *-------------------------------------------------------------
       write-positive-pay-item.
           if WS-PP-Void-Indicator = space
               and WS-PP-ChequeNumber <= WS-PP-Last-Issued
               display "CHEQUE " WS-PP-ChequeNumber
                   " ALREADY SENT TO THE BANK - NOT RESENT"
               add 1 to WS-PP-Skipped-Count
           else
               move spaces to PositivePayRecord
               move "D" to PP-Record-Type
               move WS-PP-Account to PP-Account
               move WS-PP-ChequeNumber to PP-ChequeNumber
               move WS-PP-Amount to PP-Amount
               move WS-Run-Date to PP-Issue-Date
               move WS-PP-Payee to PP-Payee
               move WS-PP-Void-Indicator to PP-Void-Indicator
               write PositivePayRecord
               add 1 to WS-PP-Item-Count
               add WS-PP-Amount to WS-PP-Total
               if WS-PP-Void-Indicator = space
                   move WS-PP-ChequeNumber to WS-PP-Last-Issued
               end-if
           end-if
           exit.

      *-------------------------------------------------------------
      *write-positive-pay-trailer paragraph closes the positive-pay
      *file with the item count and dollar total the bank balances
      *the file against
      *-------------------------------------------------------------
       write-positive-pay-trailer.
           move spaces to PositivePayRecord
           move "T" to PT-Record-Type
           move WS-PP-Account to PT-Account
           move WS-PP-Item-Count to PT-Item-Count
           move WS-PP-Total to PT-Total-Amount
           move WS-PP-File-Number to PT-File-Number
           move WS-Run-Date to PT-Create-Date
           write PositivePayRecord
           exit.

      *-------------------------------------------------------------
      *write-register-report paragraph prints the register with the
      *issued and voided totals; issued minus voided is what is out
           close ChequeControl
           exit.

      *-------------------------------------------------------------
      *save-positive-pay-control paragraph writes back the account,
      *the highest cheque number sent, and the file number
      *-------------------------------------------------------------
       save-positive-pay-control.
           open output PositivePayControl
           move spaces to PositivePayControlRecord
           move WS-PP-Account to PPC-Account
           move WS-PP-Last-Issued to PPC-Last-Issued
           move WS-PP-File-Number to PPC-File-Number
           write PositivePayControlRecord
           close PositivePayControl
           exit.

      *-------------------------------------------------------------
      *close-files paragraph closes everything still open
      *-------------------------------------------------------------
       close-files.
           close MissingBank PayHistory ChequePrintFile
                 ChequeRegister PositivePay
           exit.


               MOVE PATH-OVERRIDE TO RegisterReport-PATH
           END-IF
           DISPLAY "RegisterReport: " RegisterReport-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_POSITIVEPAYCONTROL"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO PositivePayControl-PATH
           END-IF
           DISPLAY "PositivePayControl: " PositivePayControl-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_POSITIVEPAY"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO PositivePay-PATH
           END-IF
           DISPLAY "PositivePay: " PositivePay-PATH
           EXIT.
       END PROGRAM ChequePrint.
