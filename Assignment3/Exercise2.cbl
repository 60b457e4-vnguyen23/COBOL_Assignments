       environment division.
       input-output section.
       file-control.
      *CustomerMaster is the indexed customer master, read in card
      *number order
           Select CustomerMaster assign using
           CustomerMaster-Path
           organization is indexed
           access is sequential
           record key is Credit-Card-Number
           file status is WS-Master-Status.

      *StatementFile carries one printable statement block per
      *customer (masked card number, province, and each computed
           PostedTransactions-Path
           organization is line sequential.

      *BillingCycle carries each account's current billing cycle
      *from the cycle close, so the statement can print the minimum
      *payment and its due date
           Select optional BillingCycle assign using
           BillingCycle-Path
           organization is line sequential.

      *RiskControl optionally overrides the default balance-to-income
      *ratio threshold without a recompile
           Select optional RiskControl assign using
           DataQuality-Path
           organization is line sequential.

      *InterestAccrual carries the interest calculate-cc-interest
      *accrues on each account with a balance owing, so the card
      *journal can take interest income to the general ledger
           Select InterestAccrual assign using
           InterestAccrual-Path
           organization is line sequential.

       data division.
       file section.
       fd CustomerMaster.
       01 CustomerProfile.
           03  Credit-Card-Number          PIC 9(16).
           03  Social-Insurance-Number     PIC X(15).
                   Mortgage-Principal      PIC X(9).
               05  Mortgage-Term           PIC 99.
               05  Mortgage-Renewal-Date   PIC 9(8).
      *the card account's credit limit in whole dollars
               05  Credit-Limit            PIC 9(5).
               05  FILLER                  PIC X.
           03  Province                    PIC X(8) VALUE "Province".
           03  Total-Income                PIC 9(7)V99 COMP-3.
           03  Grocery-Item-Price          PIC 9(3)V99.
           03  Provincial-Tax-Rate         PIC V9(3).
      *The customer's name and mailing address, printed at the head
      *of the statement so it can be mailed
           03  Customer-Name               PIC X(30).
           03  Street-Address              PIC X(30).
           03  City                        PIC X(20).
           03  Phone-Number                PIC X(10).

       fd StatementFile.
       01  StatementLine               PIC X(80).
           03  FILLER                  PIC X.
           03  PT-Amount               PIC 9(5)V99.

       fd BillingCycle.
       01  BillingCycleRecord.
           03  BC-Card                 PIC X(16).
           03  FILLER                  PIC X.
           03  BC-Statement-Date       PIC 9(8).
           03  FILLER                  PIC X.
           03  BC-Statement-Balance    PIC S9(5)V99.
           03  FILLER                  PIC X.
           03  BC-Minimum-Due          PIC 9(5)V99.
           03  FILLER                  PIC X.
           03  BC-Due-Date             PIC 9(8).
           03  FILLER                  PIC X.
           03  BC-Paid-By-Due          PIC 9(7)V99.
           03  FILLER                  PIC X.
           03  BC-Cycles-Past-Due      PIC 99.
           03  FILLER                  PIC X.
           03  BC-Past-Due-Amount      PIC 9(5)V99.

       fd RiskControl.
       01  RiskControlRecord.
           03  RC-Ratio-Threshold      PIC 9V999.
           03  FILLER                  PIC X(2).
           03  DQ-SIN                  PIC X(15).

       fd InterestAccrual.
       01  InterestAccrualRecord.
           03  IA-Card                 PIC 9(16).
           03  FILLER                  PIC X.
           03  IA-Date                 PIC 9(8).
           03  FILLER                  PIC X.
           03  IA-Amount               PIC 9(5)V99.

       fd CreditReview.
       01  CreditReviewRecord.
           03  CR-Card-Masked.
      *overridden through its DD_ environment variable, with the
      *original location as the default, so test and production
      *are a configuration difference instead of a source edit
       01  CustomerMaster-Path  pic x(80)
           value "C:\DataFiles\CustomerMaster.dat".
       01  StatementFile-Path  pic x(80)
           value "C:\DataFiles\CustomerStatements.rpt".
       01  PostedTransactions-Path  pic x(80)
           value "C:\DataFiles\PostedTransactions.dat".
       01  BillingCycle-Path  pic x(80)
           value "C:\DataFiles\BillingCycle.dat".
       01  RiskControl-Path  pic x(80)
           value "C:\DataFiles\RiskControl.dat".
       01  CreditReview-Path  pic x(80)
           value "C:\DataFiles\DataQualityExceptions.dat".
       01  ProvinceSummary-Path  pic x(80)
           value "C:\DataFiles\ProvinceSummary.rpt".
       01  InterestAccrual-Path  pic x(80)
           value "C:\DataFiles\InterestAccrual.dat".
       01  path-override  pic x(80).
       01  WS-Master-Status            PIC XX.
       01  WS-EOF                      PIC X(3) VALUE "NO".
           88  END-OF-FILE             VALUE "YES".

       01  WS-CC-Monthly-Interest-Rate PIC V9999 VALUE .0199.
       01  WS-CC-Interest-Amount       PIC S9(5)V99.
       01  WS-CC-Projected-Balance     PIC S9(5)V99.
       01  WS-Accrual-Date             PIC 9(8).
       01  WS-Accrual-Count            PIC 9(5) VALUE 0.

      *Format-edit support: a record must pass both the A9A9A9
      *postal-code pattern and the nine-digit SIN check before it
           03  FILLER                  PIC X(14) VALUE "CARD NUMBER: ".
           03  FILLER                  PIC X(12) VALUE ALL "*".
           03  SL-Card-Last4           PIC X(4).
       01  WS-Stmt-Name-Line.
           03  FILLER                  PIC X(14) VALUE SPACES.
           03  SL-Name                 PIC X(30).
       01  WS-Stmt-Street-Line.
           03  FILLER                  PIC X(14) VALUE SPACES.
           03  SL-Street               PIC X(30).
       01  WS-Stmt-City-Line.
           03  FILLER                  PIC X(14) VALUE SPACES.
           03  SL-City                 PIC X(20).
           03  FILLER                  PIC X     VALUE SPACE.
           03  SL-City-Province        PIC X(8).
           03  FILLER                  PIC X     VALUE SPACE.
           03  SL-Postal-Code          PIC X(6).
       01  WS-Stmt-Province-Line.
           03  FILLER                  PIC X(14) VALUE "PROVINCE   : ".
           03  SL-Province             PIC X(8).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  ST-Amount               PIC ZZ,ZZ9.99.

      *Each account's current billing cycle, loaded at start-up; an
      *account not yet through a cycle close has no minimum or due
      *date to print
       01  WS-Cycle-EOF                PIC 9 VALUE 0.
           88  End-Of-Cycles           VALUE 1.
       01  WS-Cycle-Count              PIC 9(5) VALUE 0.
       01  WS-Cycle-Table.
           03  WS-Cycle-Entry          OCCURS 0 TO 10000 TIMES
                                        DEPENDING ON
                                        WS-Cycle-Count
                                        INDEXED BY Cyc-Ix.
               05  WS-Bc-Card          PIC X(16).
               05  WS-Bc-Minimum       PIC 9(5)V99.
               05  WS-Bc-Due-Date      PIC 9(8).
               05  WS-Bc-Past-Due      PIC 9(5)V99.
       01  WS-Cycle-Card               PIC X(16).
       01  WS-Stmt-Minimum             PIC 9(5)V99.
       01  WS-Stmt-Due-Date            PIC 9(8).
       01  WS-Stmt-Past-Due            PIC 9(5)V99.
       01  WS-Stmt-Due-Line.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  FILLER                  PIC X(30) VALUE
               "PAYMENT DUE DATE".
           03  SD-Due-Date             PIC X(8).

       procedure division.
           perform configure-file-paths
           perform open-file
           stop run.

      *--------------------------------------------------------------
      *open-file opens CustomerMaster and primes the first read
      *--------------------------------------------------------------
       open-file.
           perform load-risk-threshold
           perform load-posted-transactions
           perform load-billing-cycles
           open input CustomerMaster
           if WS-Master-Status not = "00"
               display "CANNOT OPEN CustomerMaster.dat - STATUS "
                   WS-Master-Status
               stop run
           end-if
           open output StatementFile
           open output CreditReview
           open output DataQuality
           open output InterestAccrual
           accept WS-Accrual-Date from DATE YYYYMMDD
           read CustomerMaster
               at end move "YES" to WS-EOF
           end-read
           exit.
               perform accumulate-province-totals
               perform write-statement-block
           end-if
           read CustomerMaster
               at end move "YES" to WS-EOF
           end-read
           exit.
               call "ReportWriter" using WS-REPORT-REQUEST
           end-perform
           move "C" to WS-RW-ACTION
           move "EXERCISE2" to WS-RW-LINE
           call "ReportWriter" using WS-REPORT-REQUEST
           exit.

           end-if
           move spaces to StatementLine
           write StatementLine
           move Customer-Name to SL-Name
           write StatementLine from WS-Stmt-Name-Line
           move Street-Address to SL-Street
           write StatementLine from WS-Stmt-Street-Line
           move City to SL-City
           move Province to SL-City-Province
           move Postal-Code to SL-Postal-Code
           write StatementLine from WS-Stmt-City-Line
           move Credit-Card-Number(13:4) to SL-Card-Last4
           write StatementLine from WS-Stmt-Card-Line
           move Province to SL-Province
           write StatementLine from WS-Stmt-Province-Line
           perform write-transaction-detail
           perform write-payment-due
           move "CREDIT LIMIT" to SL-Amount-Label
           if Credit-Limit numeric
               move Credit-Limit to SL-Amount
           else
               move 0 to SL-Amount
           end-if
           write StatementLine from WS-Stmt-Amount-Line
           move "MONTHLY MORTGAGE PAYMENT" to SL-Amount-Label
           move WS-Monthly-Mortgage-Payment to SL-Amount
           write StatementLine from WS-Stmt-Amount-Line
           move "PROJECTED CARD BALANCE" to SL-Amount-Label
           move WS-CC-Projected-Balance to SL-Amount
           write StatementLine from WS-Stmt-Amount-Line
           add 13 to WS-Stmt-Line-Count
           add 1 to WS-Statement-Count
           exit.

           add 1 to WS-Stmt-Line-Count
           exit.

      *--------------------------------------------------------------
      *write-payment-due prints the minimum payment and its due date
      *from the account's billing cycle, with the amount of it past
      *due when an earlier minimum went unpaid
      *--------------------------------------------------------------
       write-payment-due.
           move Credit-Card-Number to WS-Cycle-Card
           move 0 to WS-Stmt-Minimum WS-Stmt-Due-Date
               WS-Stmt-Past-Due
           set Cyc-Ix to 1
           search WS-Cycle-Entry
               when WS-Bc-Card(Cyc-Ix) = WS-Cycle-Card
                   move WS-Bc-Minimum(Cyc-Ix) to WS-Stmt-Minimum
                   move WS-Bc-Due-Date(Cyc-Ix) to WS-Stmt-Due-Date
                   move WS-Bc-Past-Due(Cyc-Ix) to WS-Stmt-Past-Due
           end-search
           move "MINIMUM PAYMENT DUE" to SL-Amount-Label
           move WS-Stmt-Minimum to SL-Amount
           write StatementLine from WS-Stmt-Amount-Line
           if WS-Stmt-Due-Date = 0
               move "NONE" to SD-Due-Date
           else
               move WS-Stmt-Due-Date to SD-Due-Date
           end-if
           write StatementLine from WS-Stmt-Due-Line
           if WS-Stmt-Past-Due > 0
               move "  INCLUDING AMOUNT PAST DUE" to SL-Amount-Label
               move WS-Stmt-Past-Due to SL-Amount
               write StatementLine from WS-Stmt-Amount-Line
               add 1 to WS-Stmt-Line-Count
           end-if
           exit.

      *--------------------------------------------------------------
      *load-billing-cycles loads each account's current billing
      *cycle; an absent file just means no minimums are printed
      *--------------------------------------------------------------
       load-billing-cycles.
           open input BillingCycle
           read BillingCycle
               at end set End-Of-Cycles to true
           end-read
           perform load-one-cycle until End-Of-Cycles
           close BillingCycle
           exit.

      *--------------------------------------------------------------
      *load-one-cycle stores one account's billing cycle
      *--------------------------------------------------------------
       load-one-cycle.
           if WS-Cycle-Count >= 10000
               display "ERROR: Billing cycle table full"
               stop run
           end-if
           add 1 to WS-Cycle-Count
           move BC-Card to WS-Bc-Card(WS-Cycle-Count)
           move BC-Minimum-Due to WS-Bc-Minimum(WS-Cycle-Count)
           move BC-Due-Date to WS-Bc-Due-Date(WS-Cycle-Count)
           move BC-Past-Due-Amount to WS-Bc-Past-Due(WS-Cycle-Count)
           read BillingCycle
               at end set End-Of-Cycles to true
           end-read
           exit.

      *--------------------------------------------------------------
      *write-statement-heading starts a new statement page
      *--------------------------------------------------------------

      *--------------------------------------------------------------
      *calculate-cc-interest accrues a month of interest on
      *Credit-Card-Balance and projects next month's balance; the
      *interest on a balance owing is written to the accrual file
      *--------------------------------------------------------------
       calculate-cc-interest.
           compute WS-CC-Interest-Amount =
               WS-CC-Interest-Amount
           display "Projected next month's balance: "
               WS-CC-Projected-Balance
           if WS-CC-Interest-Amount > 0
               move spaces to InterestAccrualRecord
               move Credit-Card-Number to IA-Card
               move WS-Accrual-Date to IA-Date
               move WS-CC-Interest-Amount to IA-Amount
               write InterestAccrualRecord
               add 1 to WS-Accrual-Count
           end-if
           exit.

      *--------------------------------------------------------------
      *close-file closes CustomerMaster
      *--------------------------------------------------------------
       close-file.
           move WS-Statement-Count to SL-Statement-Count
               WS-Review-Count
           display "Customers rejected by format edits:  "
               WS-Rejected-Count
           display "Interest accruals written:           "
               WS-Accrual-Count
           close CustomerMaster StatementFile CreditReview
                 DataQuality InterestAccrual
           exit.


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
               "DD_STATEMENTFILE"
           end-if
           display "PostedTransactions: " PostedTransactions-Path
           move spaces to path-override
           accept path-override from environment
               "DD_BILLINGCYCLE"
           if path-override not = spaces
               move path-override to BillingCycle-Path
           end-if
           display "BillingCycle: " BillingCycle-Path
           move spaces to path-override
           accept path-override from environment
               "DD_RISKCONTROL"
           if path-override not = spaces
               move path-override to ProvinceSummary-Path
           end-if
           display "ProvinceSummary: " ProvinceSummary-Path
           move spaces to path-override
           accept path-override from environment
               "DD_INTERESTACCRUAL"
           if path-override not = spaces
               move path-override to InterestAccrual-Path
           end-if
           display "InterestAccrual: " InterestAccrual-Path
           exit.
       end program Exercise2.
