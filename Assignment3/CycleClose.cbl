       identification division.
       program-id. CycleClose as "CycleClose".

      *CycleClose is the monthly billing cycle close for the card
      *accounts on the customer master, CustomerMaster.dat, run
      *after the cycle's last TransactionPosting. It first settles
      *the cycle just ending: TransactionPosting adds every payment
      *posted by the due date to the account's BillingCycle.dat
      *record, and an account that did not pay its minimum by then
      *is charged the late fee and goes one more cycle past due,
      *carrying the unpaid minimum forward; an account that paid,
      *or now owes nothing, is current again. It then opens the new
      *cycle on each account: the statement balance, a minimum
      *payment of the BillingControl.dat percentage of the balance
      *(never less than the floor amount, never more than the
      *balance) plus any minimum still past due, and a due date the
      *grace days after the close. Exercise2 prints the minimum and
      *due date on the statement.
      *
      *Late fees are not applied here: they are written to
      *LateFees.dat in the CustomerTransactions layout, transmission
      *trailer included, for TransactionPosting to post through the
      *normal fee path in its next run, as a batch of their own
      *after the day's feed, emptying the file once posted.
      *DelinquencyReport.rpt lists the past-due accounts by
      *bucket - 30, 60 and 90 days or more past due, one bucket per
      *cycle missed - with the accounts 180 days past due listed
      *apart as charge-off candidates. A cycle date already closed
      *is refused, so a rerun cannot charge the late fees twice.

       environment division.
       input-output section.
       file-control.
           Select CustomerMaster assign using
           CustomerMaster-Path
           organization is indexed
           access is sequential
           record key is Credit-Card-Number
           file status is WS-Master-Status.

           Select optional BillingControl assign using
           BillingControl-Path
           organization is line sequential.

           Select optional BillingCycle assign using
           BillingCycle-Path
           organization is line sequential.

           Select LateFees assign using
           LateFees-Path
           organization is line sequential.

           Select DelinquencyReport assign using
           DelinquencyReport-Path
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

       fd BillingControl.
      ********BillingControlRecord, the billing cycle rules**********
       01 BillingControlRecord.
      *minimum payment as a percentage of the statement balance
           03 BP-Minimum-Pct    PIC 99.
           03 FILLER            PIC X.
           03 BP-Minimum-Floor  PIC 9(3)V99.
           03 FILLER            PIC X.
      *days from the cycle close to the payment due date
           03 BP-Grace-Days     PIC 99.
           03 FILLER            PIC X.
           03 BP-Late-Fee       PIC 9(3)V99.
      ********End of BillingControlRecord****************************

       fd BillingCycle.
      ********BillingCycleRecord, one per card account**************
       01 BillingCycleRecord.
           03 BC-Card           PIC X(16).
           03 FILLER            PIC X.
           03 BC-Statement-Date PIC 9(8).
           03 FILLER            PIC X.
           03 BC-Statement-Balance PIC S9(5)V99.
           03 FILLER            PIC X.
           03 BC-Minimum-Due    PIC 9(5)V99.
           03 FILLER            PIC X.
           03 BC-Due-Date       PIC 9(8).
           03 FILLER            PIC X.
      *payments TransactionPosting posted on or before the due date
           03 BC-Paid-By-Due    PIC 9(7)V99.
           03 FILLER            PIC X.
      *cycles the minimum has gone unpaid: 0 current, 1 thirty days,
      *2 sixty days, 3 to 5 ninety days or more, 6 and up 180 days
           03 BC-Cycles-Past-Due PIC 99.
           03 FILLER            PIC X.
           03 BC-Past-Due-Amount PIC 9(5)V99.
      ********End of BillingCycleRecord******************************

       fd LateFees.
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

       fd DelinquencyReport.
       01 DelinquencyLine       PIC X(80).

       working-storage section.

      *File assignments resolved at start-up: each path may be
      *overridden through its DD_ environment variable, with the
      *original location as the default, so test and production
      *are a configuration difference instead of a source edit
       01  CustomerMaster-Path  pic x(80)
           value "C:\DataFiles\CustomerMaster.dat".
       01  BillingControl-Path  pic x(80)
           value "C:\DataFiles\BillingControl.dat".
       01  BillingCycle-Path  pic x(80)
           value "C:\DataFiles\BillingCycle.dat".
       01  LateFees-Path  pic x(80)
           value "C:\DataFiles\LateFees.dat".
       01  DelinquencyReport-Path  pic x(80)
           value "C:\DataFiles\DelinquencyReport.rpt".
       01  path-override  pic x(80).
       01 WS-Master-Status      PIC XX.
       01 WS-Data-EOF           PIC 9 VALUE 0.
           88 End-Of-Data       VALUE 1.
       01 WS-Cycle-EOF          PIC 9 VALUE 0.
           88 End-Of-Cycles     VALUE 1.
       01 WS-Run-Date           PIC 9(8).
       01 WS-Close-Date-In      PIC X(8).
       01 WS-Close-Date         PIC 9(8).
       01 WS-Card-Work          PIC X(16).

      *Billing rules; BillingControl.dat overrides the defaults
       01 WS-Minimum-Pct        PIC 99 VALUE 3.
       01 WS-Minimum-Floor      PIC 9(3)V99 VALUE 10.00.
       01 WS-Grace-Days         PIC 99 VALUE 21.
       01 WS-Late-Fee           PIC 9(3)V99 VALUE 35.00.

      *Due date arithmetic: the grace days are added to the close
      *date and rolled into the next month (or year) when they run
      *past the end of the close month
       01 WS-Due-Date           PIC 9(8).
       01 WS-Due-Date-Parts REDEFINES WS-Due-Date.
           03 WS-Dd-Year        PIC 9(4).
           03 WS-Dd-Month       PIC 99.
           03 WS-Dd-Day         PIC 99.
       01 WS-Day-Total          PIC 9(3).
       01 WS-Month-Lengths.
           03 FILLER            PIC X(24)
               VALUE "312831303130313130313031".
       01 WS-Month-Length-Table REDEFINES WS-Month-Lengths.
           03 WS-Month-Length   PIC 99 OCCURS 12 TIMES.
       01 WS-Days-In-Month      PIC 99.
       01 WS-Leap-Work          PIC 9(4).
       01 WS-Leap-Rem4          PIC 9(4).
       01 WS-Leap-Rem100        PIC 9(4).
       01 WS-Leap-Rem400        PIC 9(4).

      *Every account's billing cycle, held in storage and written
      *back whole; accounts no longer on the profile file drop off
       01 WS-Cycle-Count        PIC 9(5) VALUE 0.
       01 WS-Cycle-Table.
           03 WS-Cycle-Entry    OCCURS 0 TO 10000 TIMES
                                 DEPENDING ON WS-Cycle-Count
                                 INDEXED BY Cyc-Ix.
               05 WS-Bc-Card           PIC X(16).
               05 WS-Bc-Statement-Date PIC 9(8).
               05 WS-Bc-Balance        PIC S9(5)V99.
               05 WS-Bc-Minimum        PIC 9(5)V99.
               05 WS-Bc-Due-Date       PIC 9(8).
               05 WS-Bc-Paid           PIC 9(7)V99.
               05 WS-Bc-Cycles         PIC 99.
               05 WS-Bc-Past-Due       PIC 9(5)V99.
               05 WS-Bc-Seen           PIC 9.
       01 WS-Cycle-Sub          PIC 9(5).
       01 WS-New-Minimum        PIC 9(7)V99.

      *Delinquency buckets: 1 thirty days, 2 sixty days, 3 ninety
      *days or more, 4 the 180-day charge-off candidates
       01 WS-Bucket-Titles.
           03 FILLER            PIC X(44)
               VALUE "30 DAYS PAST DUE".
           03 FILLER            PIC X(44)
               VALUE "60 DAYS PAST DUE".
           03 FILLER            PIC X(44)
               VALUE "90 DAYS OR MORE PAST DUE".
           03 FILLER            PIC X(44)
               VALUE "180 DAYS PAST DUE - CHARGE-OFF CANDIDATES".
       01 WS-Bucket-Title-Table REDEFINES WS-Bucket-Titles.
           03 WS-Bucket-Title   PIC X(44) OCCURS 4 TIMES.
       01 WS-Bucket-Table.
           03 WS-Bucket-Entry   OCCURS 4 TIMES.
               05 WS-Bucket-Count   PIC 9(5).
               05 WS-Bucket-Amount  PIC 9(9)V99.
       01 WS-Bucket-Sub         PIC 9.
       01 WS-Entry-Bucket       PIC 9.
       01 WS-Current-Count      PIC 9(5) VALUE 0.

       01 WS-Late-Fee-Count     PIC 9(6) VALUE 0.
       01 WS-Late-Fee-Total     PIC 9(9)V99 VALUE 0.
       01 WS-Account-Count      PIC 9(6) VALUE 0.

       01 WS-Report-Heading.
           03 FILLER            PIC X(32)
               VALUE "CARD DELINQUENCY  CYCLE CLOSE ".
           03 RH-Close-Date     PIC 9(8).
       01 WS-Bucket-Heading.
           03 FILLER            PIC X(2)  VALUE SPACES.
           03 BH-Title          PIC X(44).
       01 WS-Report-Columns.
           03 FILLER            PIC X(22) VALUE "    CARD".
           03 FILLER            PIC X(12) VALUE "   STATEMENT".
           03 FILLER            PIC X(11) VALUE "    MINIMUM".
           03 FILLER            PIC X(11) VALUE "   PAST DUE".
           03 FILLER            PIC X(8)  VALUE "  CYCLES".
       01 WS-Report-Line.
           03 FILLER            PIC X(4)  VALUE SPACES.
           03 RL-Card           PIC X(16).
           03 FILLER            PIC X(2)  VALUE SPACES.
           03 RL-Balance        PIC -ZZ,ZZ9.99.
           03 FILLER            PIC X(2)  VALUE SPACES.
           03 RL-Minimum        PIC ZZ,ZZ9.99.
           03 FILLER            PIC X(2)  VALUE SPACES.
           03 RL-Past-Due       PIC ZZ,ZZ9.99.
           03 FILLER            PIC X(6)  VALUE SPACES.
           03 RL-Cycles         PIC Z9.
       01 WS-Bucket-Total-Line.
           03 FILLER            PIC X(4)  VALUE SPACES.
           03 FILLER            PIC X(10) VALUE "ACCOUNTS: ".
           03 BT-Count          PIC ZZ,ZZ9.
           03 FILLER            PIC X(14) VALUE "   STATEMENT: ".
           03 BT-Amount         PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-Report-Total.
           03 FILLER            PIC X(20) VALUE "ACCOUNTS CURRENT : ".
           03 RT-Current        PIC ZZ,ZZ9.
           03 FILLER            PIC X(16) VALUE "   LATE FEES : ".
           03 RT-Late-Fees      PIC ZZ,ZZ9.
           03 FILLER            PIC X(5)  VALUE " FOR ".
           03 RT-Late-Amount    PIC ZZZ,ZZ9.99.

       procedure division.
       main-program.
           perform configure-file-paths
           display "CARD BILLING CYCLE CLOSE"
           accept WS-Run-Date from DATE YYYYMMDD
           display "ENTER CLOSE DATE YYYYMMDD (BLANK FOR TODAY): "
               with no advancing
           accept WS-Close-Date-In
           if WS-Close-Date-In = spaces
               move WS-Run-Date to WS-Close-Date
           else
               if WS-Close-Date-In not numeric
                   display "INVALID CLOSE DATE - RUN CANCELLED"
                   stop run
               end-if
               move WS-Close-Date-In to WS-Close-Date
           end-if
           initialize WS-Bucket-Table
           perform load-billing-control
           perform load-billing-cycles
           perform check-cycle-not-closed
               varying WS-Cycle-Sub from 1 by 1
               until WS-Cycle-Sub > WS-Cycle-Count
           perform set-due-date
           open input CustomerMaster
           if WS-Master-Status not = "00"
               display "CANNOT OPEN CustomerMaster.dat - STATUS "
                   WS-Master-Status
               stop run
           end-if
           open output LateFees
           read CustomerMaster
               at end set End-Of-Data to true
           end-read
           perform close-one-account until End-Of-Data
           move spaces to CustomerTransactionTrailer
           move "TRAILER" to TXT-Tag
           move WS-Late-Fee-Count to TXT-Count
           move WS-Late-Fee-Total to TXT-Amount
           write CustomerTransactionTrailer
           close CustomerMaster LateFees
           perform rewrite-billing-cycles
           perform write-delinquency-report
           display "ACCOUNTS CLOSED  : " WS-Account-Count
           display "PAYMENT DUE DATE : " WS-Due-Date
           display "LATE FEES        : " WS-Late-Fee-Count " FOR "
               WS-Late-Fee-Total

           goback.

      *--------------------------------------------------------------
      *check-cycle-not-closed refuses a close date on or before one
      *already closed, so the late fees are never charged twice
      *--------------------------------------------------------------
       check-cycle-not-closed.
           if WS-Bc-Statement-Date(WS-Cycle-Sub) >= WS-Close-Date
               display "CYCLE ALREADY CLOSED ON "
                   WS-Bc-Statement-Date(WS-Cycle-Sub)
                   " - RUN CANCELLED"
               stop run
           end-if
           exit.

      *--------------------------------------------------------------
      *load-billing-control reads the billing rules when the
      *control file is present; the grace period is held within a
      *month so the due date rolls forward one month at most
      *--------------------------------------------------------------
       load-billing-control.
           open input BillingControl
           read BillingControl
               at end
                   continue
               not at end
                   move BP-Minimum-Pct to WS-Minimum-Pct
                   move BP-Minimum-Floor to WS-Minimum-Floor
                   move BP-Grace-Days to WS-Grace-Days
                   move BP-Late-Fee to WS-Late-Fee
           end-read
           close BillingControl
           if WS-Grace-Days > 28
               move 28 to WS-Grace-Days
           end-if
           exit.

      *--------------------------------------------------------------
      *set-due-date adds the grace days to the close date
      *--------------------------------------------------------------
       set-due-date.
           move WS-Close-Date to WS-Due-Date
           move WS-Month-Length(WS-Dd-Month) to WS-Days-In-Month
           if WS-Dd-Month = 2
               divide WS-Dd-Year by 4 giving WS-Leap-Work
                   remainder WS-Leap-Rem4
               divide WS-Dd-Year by 100 giving WS-Leap-Work
                   remainder WS-Leap-Rem100
               divide WS-Dd-Year by 400 giving WS-Leap-Work
                   remainder WS-Leap-Rem400
               if WS-Leap-Rem4 = 0
                   and (WS-Leap-Rem100 not = 0 or WS-Leap-Rem400 = 0)
                   move 29 to WS-Days-In-Month
               end-if
           end-if
           compute WS-Day-Total = WS-Dd-Day + WS-Grace-Days
           if WS-Day-Total > WS-Days-In-Month
               subtract WS-Days-In-Month from WS-Day-Total
               if WS-Dd-Month = 12
                   move 1 to WS-Dd-Month
                   add 1 to WS-Dd-Year
               else
                   add 1 to WS-Dd-Month
               end-if
           end-if
           move WS-Day-Total to WS-Dd-Day
           exit.

      *--------------------------------------------------------------
      *close-one-account settles the ending cycle on one account
      *and opens its new one
      *--------------------------------------------------------------
       close-one-account.
           add 1 to WS-Account-Count
           move Credit-Card-Number to WS-Card-Work
           perform find-billing-cycle
           perform settle-ending-cycle
           perform open-new-cycle
           read CustomerMaster
               at end set End-Of-Data to true
           end-read
           exit.

      *--------------------------------------------------------------
      *find-billing-cycle points Cyc-Ix at the account's cycle,
      *starting a current one for an account billed the first time
      *--------------------------------------------------------------
       find-billing-cycle.
           set Cyc-Ix to 1
           search WS-Cycle-Entry
               at end
                   if WS-Cycle-Count >= 10000
                       display "ERROR: Billing cycle table full"
                       stop run
                   end-if
                   add 1 to WS-Cycle-Count
                   set Cyc-Ix to WS-Cycle-Count
                   move WS-Card-Work to WS-Bc-Card(Cyc-Ix)
                   move 0 to WS-Bc-Statement-Date(Cyc-Ix)
                   move 0 to WS-Bc-Balance(Cyc-Ix)
                   move 0 to WS-Bc-Minimum(Cyc-Ix)
                   move 0 to WS-Bc-Due-Date(Cyc-Ix)
                   move 0 to WS-Bc-Paid(Cyc-Ix)
                   move 0 to WS-Bc-Cycles(Cyc-Ix)
                   move 0 to WS-Bc-Past-Due(Cyc-Ix)
               when WS-Bc-Card(Cyc-Ix) = WS-Card-Work
                   continue
           end-search
           move 1 to WS-Bc-Seen(Cyc-Ix)
           exit.

      *--------------------------------------------------------------
      *settle-ending-cycle checks the payments made by the due date
      *against the minimum; a miss draws the late fee and ages the
      *account a cycle, carrying the unpaid minimum forward
      *--------------------------------------------------------------
       settle-ending-cycle.
           if WS-Bc-Minimum(Cyc-Ix) = 0
               or WS-Bc-Paid(Cyc-Ix) >= WS-Bc-Minimum(Cyc-Ix)
               or Credit-Card-Balance not > 0
               move 0 to WS-Bc-Cycles(Cyc-Ix)
               move 0 to WS-Bc-Past-Due(Cyc-Ix)
               exit paragraph
           end-if
           compute WS-Bc-Past-Due(Cyc-Ix) =
               WS-Bc-Minimum(Cyc-Ix) - WS-Bc-Paid(Cyc-Ix)
           if WS-Bc-Cycles(Cyc-Ix) < 99
               add 1 to WS-Bc-Cycles(Cyc-Ix)
           end-if
           move spaces to CustomerTransactionRecord
           move WS-Card-Work to TX-Card
           move WS-Close-Date to TX-Date
           move "F" to TX-Code
           move WS-Late-Fee to TX-Amount
           write CustomerTransactionRecord
           add 1 to WS-Late-Fee-Count
           add WS-Late-Fee to WS-Late-Fee-Total
           exit.

      *--------------------------------------------------------------
      *open-new-cycle records the statement balance, the minimum
      *payment and the due date for the cycle being opened
      *--------------------------------------------------------------
       open-new-cycle.
           move WS-Close-Date to WS-Bc-Statement-Date(Cyc-Ix)
           move Credit-Card-Balance to WS-Bc-Balance(Cyc-Ix)
           move WS-Due-Date to WS-Bc-Due-Date(Cyc-Ix)
           move 0 to WS-Bc-Paid(Cyc-Ix)
           if Credit-Card-Balance not > 0
               move 0 to WS-Bc-Minimum(Cyc-Ix)
               exit paragraph
           end-if
           compute WS-New-Minimum rounded =
               Credit-Card-Balance * WS-Minimum-Pct / 100
           if WS-New-Minimum < WS-Minimum-Floor
               move WS-Minimum-Floor to WS-New-Minimum
           end-if
           add WS-Bc-Past-Due(Cyc-Ix) to WS-New-Minimum
           if WS-New-Minimum > Credit-Card-Balance
               move Credit-Card-Balance to WS-New-Minimum
           end-if
           move WS-New-Minimum to WS-Bc-Minimum(Cyc-Ix)
           exit.

      *--------------------------------------------------------------
      *load-billing-cycles loads every account's billing cycle
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
           move BC-Statement-Date
               to WS-Bc-Statement-Date(WS-Cycle-Count)
           move BC-Statement-Balance
               to WS-Bc-Balance(WS-Cycle-Count)
           move BC-Minimum-Due to WS-Bc-Minimum(WS-Cycle-Count)
           move BC-Due-Date to WS-Bc-Due-Date(WS-Cycle-Count)
           move BC-Paid-By-Due to WS-Bc-Paid(WS-Cycle-Count)
           move BC-Cycles-Past-Due to WS-Bc-Cycles(WS-Cycle-Count)
           move BC-Past-Due-Amount
               to WS-Bc-Past-Due(WS-Cycle-Count)
           move 0 to WS-Bc-Seen(WS-Cycle-Count)
           read BillingCycle
               at end set End-Of-Cycles to true
           end-read
           exit.

      *--------------------------------------------------------------
      *rewrite-billing-cycles writes back the cycle of every account
      *still on the profile file
      *--------------------------------------------------------------
       rewrite-billing-cycles.
           open output BillingCycle
           perform write-one-cycle
               varying WS-Cycle-Sub from 1 by 1
               until WS-Cycle-Sub > WS-Cycle-Count
           close BillingCycle
           exit.

      *--------------------------------------------------------------
      *write-one-cycle writes one account's billing cycle
      *--------------------------------------------------------------
       write-one-cycle.
           if WS-Bc-Seen(WS-Cycle-Sub) = 0
               exit paragraph
           end-if
           move spaces to BillingCycleRecord
           move WS-Bc-Card(WS-Cycle-Sub) to BC-Card
           move WS-Bc-Statement-Date(WS-Cycle-Sub)
               to BC-Statement-Date
           move WS-Bc-Balance(WS-Cycle-Sub) to BC-Statement-Balance
           move WS-Bc-Minimum(WS-Cycle-Sub) to BC-Minimum-Due
           move WS-Bc-Due-Date(WS-Cycle-Sub) to BC-Due-Date
           move WS-Bc-Paid(WS-Cycle-Sub) to BC-Paid-By-Due
           move WS-Bc-Cycles(WS-Cycle-Sub) to BC-Cycles-Past-Due
           move WS-Bc-Past-Due(WS-Cycle-Sub) to BC-Past-Due-Amount
           write BillingCycleRecord
           exit.

      *--------------------------------------------------------------
      *write-delinquency-report lists the past-due accounts one
      *bucket at a time, each with its count and statement total
      *--------------------------------------------------------------
       write-delinquency-report.
           open output DelinquencyReport
           move WS-Close-Date to RH-Close-Date
           write DelinquencyLine from WS-Report-Heading
           perform count-one-account
               varying WS-Cycle-Sub from 1 by 1
               until WS-Cycle-Sub > WS-Cycle-Count
           perform write-one-bucket
               varying WS-Bucket-Sub from 1 by 1
               until WS-Bucket-Sub > 4
           move spaces to DelinquencyLine
           write DelinquencyLine
           move WS-Current-Count to RT-Current
           move WS-Late-Fee-Count to RT-Late-Fees
           move WS-Late-Fee-Total to RT-Late-Amount
           write DelinquencyLine from WS-Report-Total
           close DelinquencyReport
           exit.

      *--------------------------------------------------------------
      *count-one-account adds one account to its bucket's totals
      *--------------------------------------------------------------
       count-one-account.
           if WS-Bc-Seen(WS-Cycle-Sub) = 0
               exit paragraph
           end-if
           perform set-entry-bucket
           if WS-Entry-Bucket = 0
               add 1 to WS-Current-Count
           else
               add 1 to WS-Bucket-Count(WS-Entry-Bucket)
               add WS-Bc-Balance(WS-Cycle-Sub)
                   to WS-Bucket-Amount(WS-Entry-Bucket)
           end-if
           exit.

      *--------------------------------------------------------------
      *set-entry-bucket places an account by the cycles it has gone
      *unpaid; zero is a current account
      *--------------------------------------------------------------
       set-entry-bucket.
           evaluate true
               when WS-Bc-Cycles(WS-Cycle-Sub) = 0
                   move 0 to WS-Entry-Bucket
               when WS-Bc-Cycles(WS-Cycle-Sub) = 1
                   move 1 to WS-Entry-Bucket
               when WS-Bc-Cycles(WS-Cycle-Sub) = 2
                   move 2 to WS-Entry-Bucket
               when WS-Bc-Cycles(WS-Cycle-Sub) < 6
                   move 3 to WS-Entry-Bucket
               when other
                   move 4 to WS-Entry-Bucket
           end-evaluate
           exit.

      *--------------------------------------------------------------
      *write-one-bucket lists the accounts in one bucket
      *--------------------------------------------------------------
       write-one-bucket.
           move spaces to DelinquencyLine
           write DelinquencyLine
           move WS-Bucket-Title(WS-Bucket-Sub) to BH-Title
           write DelinquencyLine from WS-Bucket-Heading
           write DelinquencyLine from WS-Report-Columns
           perform list-one-account
               varying WS-Cycle-Sub from 1 by 1
               until WS-Cycle-Sub > WS-Cycle-Count
           move WS-Bucket-Count(WS-Bucket-Sub) to BT-Count
           move WS-Bucket-Amount(WS-Bucket-Sub) to BT-Amount
           write DelinquencyLine from WS-Bucket-Total-Line
           exit.

      *--------------------------------------------------------------
      *list-one-account lists an account that falls in the bucket
      *being written, its card number masked to the last four
      *--------------------------------------------------------------
       list-one-account.
           if WS-Bc-Seen(WS-Cycle-Sub) = 0
               exit paragraph
           end-if
           perform set-entry-bucket
           if WS-Entry-Bucket not = WS-Bucket-Sub
               exit paragraph
           end-if
           move all "*" to RL-Card(1:12)
           move WS-Bc-Card(WS-Cycle-Sub)(13:4) to RL-Card(13:4)
           move WS-Bc-Balance(WS-Cycle-Sub) to RL-Balance
           move WS-Bc-Minimum(WS-Cycle-Sub) to RL-Minimum
           move WS-Bc-Past-Due(WS-Cycle-Sub) to RL-Past-Due
           move WS-Bc-Cycles(WS-Cycle-Sub) to RL-Cycles
           write DelinquencyLine from WS-Report-Line
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
               "DD_BILLINGCONTROL"
           if path-override not = spaces
               move path-override to BillingControl-Path
           end-if
           display "BillingControl: " BillingControl-Path
           move spaces to path-override
           accept path-override from environment
               "DD_BILLINGCYCLE"
           if path-override not = spaces
               move path-override to BillingCycle-Path
           end-if
           display "BillingCycle: " BillingCycle-Path
           move spaces to path-override
           accept path-override from environment
               "DD_LATEFEES"
           if path-override not = spaces
               move path-override to LateFees-Path
           end-if
           display "LateFees: " LateFees-Path
           move spaces to path-override
           accept path-override from environment
               "DD_DELINQUENCYREPORT"
           if path-override not = spaces
               move path-override to DelinquencyReport-Path
           end-if
           display "DelinquencyReport: " DelinquencyReport-Path
           exit.
       end program CycleClose.
