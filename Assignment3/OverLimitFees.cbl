       identification division.
       program-id. OverLimitFees as "OverLimitFees".

      *OverLimitFees is the cycle-end pass over the CustomerProfile
      *records on CustomerMaster.dat that charges the over-limit fee.
      *Every card account whose balance ends the cycle above its credit
      *limit (the default limit from CreditControl.dat when the profile
      *carries none) gets one "F" fee transaction for the
      *CreditControl.dat fee amount. The fees are not applied here: they
      *are written to OverLimitFees.dat in the CustomerTransactions
      *layout, transmission trailer included, and TransactionPosting
      *posts them through the normal fee path in its next run, as a
      *batch of their own after the day's feed, then empties the
      *file. Each account charged has its over-limit cycle count
      *raised on CardActivity.dat for the credit limit review, and
      *OverLimitFees.rpt lists the accounts charged. The cycle
      *charged is kept on OverLimitFeeRun.dat, and a cycle month
      *already charged is refused, so a rerun cannot charge the fee
      *or count the cycle twice.

       environment division.
       input-output section.
       file-control.
           Select CustomerMaster assign using
           CustomerMaster-Path
           organization is indexed
           access is sequential
           record key is Credit-Card-Number
           file status is WS-Master-Status.

           Select optional CreditControl assign using
           CreditControl-Path
           organization is line sequential.

           Select optional CardActivity assign using
           CardActivity-Path
           organization is line sequential.

           Select FeeTransactions assign using
           FeeTransactions-Path
           organization is line sequential.

           Select FeeReport assign using
           FeeReport-Path
           organization is line sequential.

           Select optional FeeRunControl assign using
           FeeRunControl-Path
           organization is line sequential.

       data division.
       file section.
       fd CustomerMaster.
      ********CustomerProfile record, as Exercise2 reads it***********
       01 CustomerProfile.
           03 Credit-Card-Number       PIC 9(16).
           03 Social-Insurance-Number  PIC X(15).
           03 Postal-Code              PIC X(6).
           03 Credit-Card-Balance      PIC S9(5)V99.
           03 Mortgage_Rate            PIC V9(3).
           03 Placeholder              PIC X(25).
           03 Mortgage-Details REDEFINES Placeholder.
               05 Mortgage-Principal   PIC 9(7)V99.
               05 Mortgage-Term        PIC 99.
               05 Mortgage-Renewal-Date PIC 9(8).
      *the card account's credit limit in whole dollars
               05 Credit-Limit         PIC 9(5).
               05 FILLER               PIC X.
           03 Province                 PIC X(8).
           03 Total-Income             PIC 9(7)V99 COMP-3.
           03 Grocery-Item-Price       PIC 9(3)V99.
           03 Provincial-Tax-Rate      PIC V9(3).
      *the customer's name and mailing address
           03 Customer-Name            PIC X(30).
           03 Street-Address           PIC X(30).
           03 City                     PIC X(20).
           03 Phone-Number             PIC X(10).

       fd CreditControl.
      ********CreditControlRecord, the card credit limit rules*******
       01 CreditControlRecord.
           03 CL-Default-Limit  PIC 9(5).
           03 FILLER            PIC X.
      *percentage over the limit a charge may still take the balance
           03 CL-Tolerance-Pct  PIC 99.
           03 FILLER            PIC X.
           03 CL-Over-Limit-Fee PIC 9(3)V99.
           03 FILLER            PIC X.
      *percentages the limit review proposes raising or cutting by
           03 CL-Increase-Pct   PIC 99.
           03 FILLER            PIC X.
           03 CL-Decrease-Pct   PIC 99.
      ********End of CreditControlRecord*****************************

       fd CardActivity.
      ********CardActivityRecord, one per card account**************
       01 CardActivityRecord.
           03 CA-Card           PIC X(16).
           03 FILLER            PIC X.
           03 CA-Payment-Count  PIC 9(5).
           03 FILLER            PIC X.
           03 CA-Payment-Total  PIC 9(7)V99.
           03 FILLER            PIC X.
           03 CA-Charge-Total   PIC 9(7)V99.
           03 FILLER            PIC X.
           03 CA-Declined-Count PIC 9(5).
           03 FILLER            PIC X.
      *cycles the account has ended over its limit
           03 CA-Over-Limit-Cycles PIC 9(3).
           03 FILLER            PIC X.
           03 CA-Last-Payment   PIC 9(8).
           03 FILLER            PIC X.
           03 CA-Charge-Count   PIC 9(5).
           03 FILLER            PIC X.
           03 CA-Last-Charge    PIC 9(8).
      ********End of CardActivityRecord******************************

       fd FeeTransactions.
      ********CustomerTransactionRecord; the last record is the******
      ********"TRAILER" control record with the count and total******
       01 CustomerTransactionRecord.
           03 TX-Card           PIC X(16).
           03 FILLER            PIC X.
           03 TX-Date           PIC 9(8).
           03 FILLER            PIC X.
           03 TX-Code           PIC X.
           03 FILLER            PIC X.
           03 TX-Amount         PIC 9(5)V99.
       01 CustomerTransactionTrailer.
           03 TXT-Tag           PIC X(7).
           03 FILLER            PIC X.
           03 TXT-Count         PIC 9(6).
           03 FILLER            PIC X.
           03 TXT-Amount        PIC 9(9)V99.
           03 FILLER            PIC X(9).

       fd FeeReport.
       01 FeeReportLine         PIC X(80).

       fd FeeRunControl.
      ********FeeRunControlRecord, the last cycle charged************
       01 FeeRunControlRecord.
           03 FR-Last-Cycle     PIC 9(8).
           03 FILLER            PIC X.
           03 FR-Run-Date       PIC 9(8).

       working-storage section.

      *File assignments resolved at start-up: each path may be
      *overridden through its DD_ environment variable, with the
      *original location as the default, so test and production
      *are a configuration difference instead of a source edit
       01  CustomerMaster-Path  pic x(80)
           value "C:\DataFiles\CustomerMaster.dat".
       01  CreditControl-Path  pic x(80)
           value "C:\DataFiles\CreditControl.dat".
       01  CardActivity-Path  pic x(80)
           value "C:\DataFiles\CardActivity.dat".
       01  FeeTransactions-Path  pic x(80)
           value "C:\DataFiles\OverLimitFees.dat".
       01  FeeReport-Path  pic x(80)
           value "C:\DataFiles\OverLimitFees.rpt".
       01  FeeRunControl-Path  pic x(80)
           value "C:\DataFiles\OverLimitFeeRun.dat".
       01  path-override  pic x(80).
       01 WS-Master-Status      PIC XX.
       01 WS-Data-EOF           PIC 9 VALUE 0.
           88 End-Of-Data       VALUE 1.
       01 WS-Activity-EOF       PIC 9 VALUE 0.
           88 End-Of-Activity   VALUE 1.
       01 WS-Run-Date           PIC 9(8).
       01 WS-Cycle-Date-In      PIC X(8).
       01 WS-Cycle-Date         PIC 9(8).
       01 WS-Last-Cycle         PIC 9(8) VALUE 0.
       01 WS-Card-Work          PIC X(16).
       01 WS-Account-Limit      PIC 9(5).

      *Credit limit rules; CreditControl.dat overrides the defaults
       01 WS-Default-Limit      PIC 9(5) VALUE 1000.
       01 WS-Over-Limit-Fee     PIC 9(3)V99 VALUE 29.00.

      *Each card's running activity, held in storage and written
      *back whole
       01 WS-Activity-Count     PIC 9(5) VALUE 0.
       01 WS-Activity-Table.
           03 WS-Activity-Entry OCCURS 0 TO 10000 TIMES
                                 DEPENDING ON WS-Activity-Count
                                 INDEXED BY Act-Ix.
               05 WS-Ca-Card           PIC X(16).
               05 WS-Ca-Payment-Count  PIC 9(5).
               05 WS-Ca-Payment-Total  PIC 9(7)V99.
               05 WS-Ca-Charge-Total   PIC 9(7)V99.
               05 WS-Ca-Declined-Count PIC 9(5).
               05 WS-Ca-Over-Limit     PIC 9(3).
               05 WS-Ca-Last-Payment   PIC 9(8).
               05 WS-Ca-Charge-Count   PIC 9(5).
               05 WS-Ca-Last-Charge    PIC 9(8).
       01 WS-Activity-Sub       PIC 9(5).

       01 WS-Fee-Count          PIC 9(6) VALUE 0.
       01 WS-Fee-Total          PIC 9(9)V99 VALUE 0.

       01 WS-Report-Heading.
           03 FILLER            PIC X(28)
               VALUE "OVER-LIMIT FEES  CYCLE END ".
           03 RH-Date           PIC 9(8).
       01 WS-Report-Columns.
           03 FILLER            PIC X(18) VALUE "CARD".
           03 FILLER            PIC X(12) VALUE "     BALANCE".
           03 FILLER            PIC X(10) VALUE "     LIMIT".
           03 FILLER            PIC X(10) VALUE "       FEE".
       01 WS-Report-Line.
           03 RL-Card           PIC X(16).
           03 FILLER            PIC X(2)  VALUE SPACES.
           03 RL-Balance        PIC -ZZ,ZZ9.99.
           03 FILLER            PIC X(4)  VALUE SPACES.
           03 RL-Limit          PIC ZZ,ZZ9.
           03 FILLER            PIC X(4)  VALUE SPACES.
           03 RL-Fee            PIC ZZ9.99.
       01 WS-Report-Total.
           03 FILLER            PIC X(18) VALUE "ACCOUNTS CHARGED: ".
           03 RT-Count          PIC ZZZ,ZZ9.
           03 FILLER            PIC X(9)  VALUE "  TOTAL: ".
           03 RT-Amount         PIC ZZZ,ZZZ,ZZ9.99.

       procedure division.
       main-program.
           perform configure-file-paths
           display "OVER-LIMIT FEE RUN"
           accept WS-Run-Date from DATE YYYYMMDD
           display "ENTER CYCLE END DATE YYYYMMDD (BLANK FOR TODAY): "
               with no advancing
           accept WS-Cycle-Date-In
           if WS-Cycle-Date-In = spaces
               move WS-Run-Date to WS-Cycle-Date
           else
               if WS-Cycle-Date-In not numeric
                   display "INVALID CYCLE DATE - RUN CANCELLED"
                   stop run
               end-if
               move WS-Cycle-Date-In to WS-Cycle-Date
           end-if
           perform check-cycle-not-charged
           perform load-credit-control
           perform load-card-activity
           open input CustomerMaster
           if WS-Master-Status not = "00"
               display "CANNOT OPEN CustomerMaster.dat - STATUS "
                   WS-Master-Status
               stop run
           end-if
           open output FeeTransactions FeeReport
           move WS-Cycle-Date to RH-Date
           write FeeReportLine from WS-Report-Heading
           write FeeReportLine from WS-Report-Columns
           read CustomerMaster
               at end set End-Of-Data to true
           end-read
           perform check-one-profile until End-Of-Data
           move spaces to CustomerTransactionTrailer
           move "TRAILER" to TXT-Tag
           move WS-Fee-Count to TXT-Count
           move WS-Fee-Total to TXT-Amount
           write CustomerTransactionTrailer
           move WS-Fee-Count to RT-Count
           move WS-Fee-Total to RT-Amount
           write FeeReportLine from WS-Report-Total
           close CustomerMaster FeeTransactions FeeReport
           perform rewrite-card-activity
           perform write-fee-run-control
           display "OVER-LIMIT FEES: " WS-Fee-Count " FOR "
               WS-Fee-Total

           goback.

      *--------------------------------------------------------------
      *check-cycle-not-charged refuses a cycle month on or before
      *the last one charged, so the fee is never charged twice
      *--------------------------------------------------------------
       check-cycle-not-charged.
           open input FeeRunControl
           read FeeRunControl
               at end
                   continue
               not at end
                   move FR-Last-Cycle to WS-Last-Cycle
           end-read
           close FeeRunControl
           if WS-Last-Cycle(1:6) >= WS-Cycle-Date(1:6)
               display "FEES ALREADY CHARGED FOR CYCLE "
                   WS-Last-Cycle " - RUN CANCELLED"
               stop run
           end-if
           exit.

      *--------------------------------------------------------------
      *write-fee-run-control records the cycle just charged
      *--------------------------------------------------------------
       write-fee-run-control.
           open output FeeRunControl
           move spaces to FeeRunControlRecord
           move WS-Cycle-Date to FR-Last-Cycle
           move WS-Run-Date to FR-Run-Date
           write FeeRunControlRecord
           close FeeRunControl
           exit.

      *--------------------------------------------------------------
      *load-credit-control reads the limit rules when the control
      *file is present
      *--------------------------------------------------------------
       load-credit-control.
           open input CreditControl
           read CreditControl
               at end
                   continue
               not at end
                   move CL-Default-Limit to WS-Default-Limit
                   move CL-Over-Limit-Fee to WS-Over-Limit-Fee
           end-read
           close CreditControl
           exit.

      *--------------------------------------------------------------
      *check-one-profile charges the fee when the account ends the
      *cycle over its limit
      *--------------------------------------------------------------
       check-one-profile.
           if Credit-Limit numeric and Credit-Limit > 0
               move Credit-Limit to WS-Account-Limit
           else
               move WS-Default-Limit to WS-Account-Limit
           end-if
           if Credit-Card-Balance > WS-Account-Limit
               move Credit-Card-Number to WS-Card-Work
               move spaces to CustomerTransactionRecord
               move WS-Card-Work to TX-Card
               move WS-Run-Date to TX-Date
               move "F" to TX-Code
               move WS-Over-Limit-Fee to TX-Amount
               write CustomerTransactionRecord
               add 1 to WS-Fee-Count
               add WS-Over-Limit-Fee to WS-Fee-Total
               move WS-Card-Work to RL-Card
               move Credit-Card-Balance to RL-Balance
               move WS-Account-Limit to RL-Limit
               move WS-Over-Limit-Fee to RL-Fee
               write FeeReportLine from WS-Report-Line
               perform count-over-limit-cycle
           end-if
           read CustomerMaster
               at end set End-Of-Data to true
           end-read
           exit.

      *--------------------------------------------------------------
      *count-over-limit-cycle raises the card's over-limit cycle
      *count, starting an entry for a card not seen before
      *--------------------------------------------------------------
       count-over-limit-cycle.
           set Act-Ix to 1
           search WS-Activity-Entry
               at end
                   if WS-Activity-Count >= 10000
                       display "ERROR: Card activity table full"
                       stop run
                   end-if
                   add 1 to WS-Activity-Count
                   set Act-Ix to WS-Activity-Count
                   move WS-Card-Work to WS-Ca-Card(Act-Ix)
                   move 0 to WS-Ca-Payment-Count(Act-Ix)
                   move 0 to WS-Ca-Payment-Total(Act-Ix)
                   move 0 to WS-Ca-Charge-Total(Act-Ix)
                   move 0 to WS-Ca-Declined-Count(Act-Ix)
                   move 0 to WS-Ca-Over-Limit(Act-Ix)
                   move 0 to WS-Ca-Last-Payment(Act-Ix)
                   move 0 to WS-Ca-Charge-Count(Act-Ix)
                   move 0 to WS-Ca-Last-Charge(Act-Ix)
               when WS-Ca-Card(Act-Ix) = WS-Card-Work
                   continue
           end-search
           if WS-Ca-Over-Limit(Act-Ix) < 999
               add 1 to WS-Ca-Over-Limit(Act-Ix)
           end-if
           exit.

      *--------------------------------------------------------------
      *load-card-activity loads every card's running activity
      *--------------------------------------------------------------
       load-card-activity.
           open input CardActivity
           read CardActivity
               at end set End-Of-Activity to true
           end-read
           perform load-one-activity until End-Of-Activity
           close CardActivity
           exit.

      *--------------------------------------------------------------
      *load-one-activity stores one card's activity
      *--------------------------------------------------------------
       load-one-activity.
           if WS-Activity-Count >= 10000
               display "ERROR: Card activity table full"
               stop run
           end-if
           add 1 to WS-Activity-Count
           move CA-Card to WS-Ca-Card(WS-Activity-Count)
           move CA-Payment-Count
               to WS-Ca-Payment-Count(WS-Activity-Count)
           move CA-Payment-Total
               to WS-Ca-Payment-Total(WS-Activity-Count)
           move CA-Charge-Total
               to WS-Ca-Charge-Total(WS-Activity-Count)
           move CA-Declined-Count
               to WS-Ca-Declined-Count(WS-Activity-Count)
           move CA-Over-Limit-Cycles
               to WS-Ca-Over-Limit(WS-Activity-Count)
           move CA-Last-Payment
               to WS-Ca-Last-Payment(WS-Activity-Count)
           move CA-Charge-Count
               to WS-Ca-Charge-Count(WS-Activity-Count)
           move CA-Last-Charge
               to WS-Ca-Last-Charge(WS-Activity-Count)
           read CardActivity
               at end set End-Of-Activity to true
           end-read
           exit.

      *--------------------------------------------------------------
      *rewrite-card-activity writes every card's activity back
      *--------------------------------------------------------------
       rewrite-card-activity.
           open output CardActivity
           perform write-one-activity
               varying WS-Activity-Sub from 1 by 1
               until WS-Activity-Sub > WS-Activity-Count
           close CardActivity
           exit.

      *--------------------------------------------------------------
      *write-one-activity writes one card's activity
      *--------------------------------------------------------------
       write-one-activity.
           move spaces to CardActivityRecord
           move WS-Ca-Card(WS-Activity-Sub) to CA-Card
           move WS-Ca-Payment-Count(WS-Activity-Sub)
               to CA-Payment-Count
           move WS-Ca-Payment-Total(WS-Activity-Sub)
               to CA-Payment-Total
           move WS-Ca-Charge-Total(WS-Activity-Sub)
               to CA-Charge-Total
           move WS-Ca-Declined-Count(WS-Activity-Sub)
               to CA-Declined-Count
           move WS-Ca-Over-Limit(WS-Activity-Sub)
               to CA-Over-Limit-Cycles
           move WS-Ca-Last-Payment(WS-Activity-Sub)
               to CA-Last-Payment
           move WS-Ca-Charge-Count(WS-Activity-Sub)
               to CA-Charge-Count
           move WS-Ca-Last-Charge(WS-Activity-Sub)
               to CA-Last-Charge
           write CardActivityRecord
           exit.


      *-------------------------------------------------------------
      *Resolve every file path: the DD_ environment variable wins
      *when it is set, otherwise the built-in default stands, and
      *the resolved paths are echoed into the run output
      *-------------------------------------------------------------
       configure-file-paths.
           move spaces to path-override
           accept path-override from environment
               "DD_CUSTOMERMASTER"
           if path-override not = spaces
               move path-override to CustomerMaster-Path
           end-if
           display "CustomerMaster: " CustomerMaster-Path
           move spaces to path-override
           accept path-override from environment
               "DD_CREDITCONTROL"
           if path-override not = spaces
               move path-override to CreditControl-Path
           end-if
           display "CreditControl: " CreditControl-Path
           move spaces to path-override
           accept path-override from environment
               "DD_CARDACTIVITY"
           if path-override not = spaces
               move path-override to CardActivity-Path
           end-if
           display "CardActivity: " CardActivity-Path
           move spaces to path-override
           accept path-override from environment
               "DD_FEETRANSACTIONS"
           if path-override not = spaces
               move path-override to FeeTransactions-Path
           end-if
           display "FeeTransactions: " FeeTransactions-Path
           move spaces to path-override
           accept path-override from environment
               "DD_FEEREPORT"
           if path-override not = spaces
               move path-override to FeeReport-Path
           end-if
           display "FeeReport: " FeeReport-Path
           move spaces to path-override
           accept path-override from environment
               "DD_FEERUNCONTROL"
           if path-override not = spaces
               move path-override to FeeRunControl-Path
           end-if
           display "FeeRunControl: " FeeRunControl-Path
           exit.
       end program OverLimitFees.
