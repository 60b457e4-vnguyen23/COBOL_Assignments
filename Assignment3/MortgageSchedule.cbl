       identification division.
       program-id. MortgageSchedule as "MortgageSchedule".

      *MortgageSchedule prints the amortization schedule of each
      *mortgage on the customer master, CustomerMaster.dat (or of
      *the one customer whose card number is entered): payment
      *number, date, interest, principal and the balance remaining,
      *month by month through to the renewal date, with the interest
      *paid over the term and the balance owing at renewal.
      *
      *The monthly payment is worked out the first time a mortgage
      *is scheduled, from its principal and Mortgage_Rate over the
      *amortization period on MortgageControl.dat (default 25
      *years), and is kept from then on in MortgageLedger.dat along
      *with the payment day of the month, so a prepayment shortens
      *the amortization instead of lowering the payment.
      *
      *Lump-sum prepayments on MortgagePrepayments.dat are applied
      *before the schedule is printed. Each calendar year a mortgage
      *may be prepaid up to the privilege percentage on
      *MortgageControl.dat (default 15) of the principal it carried
      *at the first prepayment of that year; a prepayment over what
      *is left of that privilege is rejected whole and listed. An
      *accepted prepayment reduces Mortgage-Principal, and the
      *schedule printed is the revised one, showing the interest
      *saved both to renewal and over the rest of the amortization.
      *The reduced principal is rewritten on the master in place.
      *Every prepayment the run applies or rejects is consumed: the
      *file is written back with only those it did not reach - the
      *other cards' on a one-card run - so a rerun never applies the
      *same lump sum twice.

       environment division.
       input-output section.
       file-control.
           Select CustomerMaster assign using
           CustomerMaster-Path
           organization is indexed
           access is dynamic
           record key is Credit-Card-Number
           file status is WS-Master-Status.

           Select optional MortgageControl assign using
           MortgageControl-Path
           organization is line sequential.

           Select optional MortgageLedger assign using
           MortgageLedger-Path
           organization is line sequential.

           Select optional MortgagePrepayments assign using
           MortgagePrepayments-Path
           organization is line sequential.

           Select ScheduleReport assign using
           ScheduleReport-Path
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
               05 Mortgage-Principal-X REDEFINES
                   Mortgage-Principal  PIC X(9).
               05 Mortgage-Term        PIC 99.
               05 Mortgage-Renewal-Date PIC 9(8).
               05 Mortgage-Renewal-X REDEFINES
                   Mortgage-Renewal-Date PIC X(8).
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

       fd MortgageControl.
      ********MortgageControlRecord, the amortization rules*********
       01 MortgageControlRecord.
           03 MC-Amortization-Years PIC 99.
           03 FILLER            PIC X.
      *yearly prepayment privilege, a percentage of the principal
           03 MC-Prepay-Pct     PIC 99.
      ********End of MortgageControlRecord***************************

       fd MortgageLedger.
      ********MortgageLedgerRecord, one per scheduled mortgage******
       01 MortgageLedgerRecord.
           03 ML-Card           PIC X(16).
           03 FILLER            PIC X.
           03 ML-Payment        PIC 9(5)V99.
           03 FILLER            PIC X.
           03 ML-Payment-Day    PIC 99.
           03 FILLER            PIC X.
      *the calendar year the prepayment figures below belong to
           03 ML-Prepay-Year    PIC 9(4).
           03 FILLER            PIC X.
           03 ML-Privilege-Base PIC 9(7)V99.
           03 FILLER            PIC X.
           03 ML-Prepaid        PIC 9(7)V99.
      ********End of MortgageLedgerRecord****************************

       fd MortgagePrepayments.
      ********MortgagePrepaymentRecord, one lump-sum prepayment*****
       01 MortgagePrepaymentRecord.
           03 MP-Card           PIC X(16).
           03 FILLER            PIC X.
           03 MP-Date           PIC 9(8).
           03 FILLER            PIC X.
           03 MP-Amount         PIC 9(7)V99.
      ********End of MortgagePrepaymentRecord************************

       fd ScheduleReport.
       01 ScheduleLine          PIC X(80).

       working-storage section.

      *File assignments resolved at start-up: each path may be
      *overridden through its DD_ environment variable, with the
      *original location as the default, so test and production
      *are a configuration difference instead of a source edit
       01  CustomerMaster-Path  pic x(80)
           value "C:\DataFiles\CustomerMaster.dat".
       01  MortgageControl-Path  pic x(80)
           value "C:\DataFiles\MortgageControl.dat".
       01  MortgageLedger-Path  pic x(80)
           value "C:\DataFiles\MortgageLedger.dat".
       01  MortgagePrepayments-Path  pic x(80)
           value "C:\DataFiles\MortgagePrepayments.dat".
       01  ScheduleReport-Path  pic x(80)
           value "C:\DataFiles\MortgageSchedule.rpt".
       01  path-override  pic x(80).
       01 WS-Master-Status      PIC XX.
       01 WS-Data-EOF           PIC 9 VALUE 0.
           88 End-Of-Data       VALUE 1.
       01 WS-Ledger-EOF         PIC 9 VALUE 0.
           88 End-Of-Ledger     VALUE 1.
       01 WS-Prepay-EOF         PIC 9 VALUE 0.
           88 End-Of-Prepays    VALUE 1.
       01 WS-Run-Date           PIC 9(8).
       01 WS-Run-Date-Parts REDEFINES WS-Run-Date.
           03 WS-Rd-Year        PIC 9(4).
           03 WS-Rd-Month       PIC 99.
           03 WS-Rd-Day         PIC 99.
       01 WS-Selected-Card      PIC X(16).
       01 WS-Card-Work          PIC X(16).

      *Amortization rules; MortgageControl.dat overrides the
      *defaults
       01 WS-Amortization-Years PIC 99 VALUE 25.
       01 WS-Prepay-Pct         PIC 99 VALUE 15.

      *Every scheduled mortgage's payment and prepayment figures,
      *held in storage and written back whole
       01 WS-Ledger-Count       PIC 9(5) VALUE 0.
       01 WS-Ledger-Table.
           03 WS-Ledger-Entry   OCCURS 0 TO 10000 TIMES
                                 DEPENDING ON WS-Ledger-Count
                                 INDEXED BY Led-Ix.
               05 WS-Ml-Card           PIC X(16).
               05 WS-Ml-Payment        PIC 9(5)V99.
               05 WS-Ml-Payment-Day    PIC 99.
               05 WS-Ml-Prepay-Year    PIC 9(4).
               05 WS-Ml-Privilege-Base PIC 9(7)V99.
               05 WS-Ml-Prepaid        PIC 9(7)V99.
       01 WS-Ledger-Sub         PIC 9(5).

      *The lump-sum prepayments, matched off as each profile comes
      *past
       01 WS-Prepay-Count       PIC 9(4) VALUE 0.
       01 WS-Prepay-Table.
           03 WS-Prepay-Entry   OCCURS 0 TO 2000 TIMES
                                 DEPENDING ON WS-Prepay-Count.
               05 WS-Mp-Card    PIC X(16).
               05 WS-Mp-Date    PIC 9(8).
               05 WS-Mp-Amount  PIC 9(7)V99.
               05 WS-Mp-Done    PIC 9.
       01 WS-Prepay-Sub         PIC 9(4).
       01 WS-Prepay-Year        PIC 9(4).
       01 WS-Privilege-Left     PIC S9(7)V99.
       01 WS-Prepays-Applied    PIC 9(4).

      *Schedule arithmetic
       01 WS-Monthly-Rate       PIC V9(8).
       01 WS-Growth-Factor      PIC 9(9)V9(8).
       01 WS-Amortization-Months PIC 9(4).
       01 WS-Payment-Numerator  PIC 9(9)V9(6).
       01 WS-Payment-Denominator PIC 9(9)V9(8).
       01 WS-Balance            PIC 9(7)V99.
       01 WS-Interest           PIC 9(5)V99.
       01 WS-Principal-Paid     PIC 9(7)V99.
       01 WS-Payment-Number     PIC 9(3).
       01 WS-Payment-Date       PIC 9(8).
       01 WS-Payment-Date-Parts REDEFINES WS-Payment-Date.
           03 WS-Pd-Year        PIC 9(4).
           03 WS-Pd-Month       PIC 99.
           03 WS-Pd-Day         PIC 99.
       01 WS-Schedule-Mode      PIC 9.
           88 Schedule-To-Renewal VALUE 1.
           88 Schedule-To-Payoff  VALUE 2.
       01 WS-Print-Schedule     PIC 9.
           88 Print-Schedule    VALUE 1.
       01 WS-Schedule-Interest  PIC 9(9)V99.
       01 WS-Renewal-Interest-Before PIC 9(9)V99.
       01 WS-Payoff-Interest-Before  PIC 9(9)V99.
       01 WS-Renewal-Interest-After  PIC 9(9)V99.
       01 WS-Payoff-Interest-After   PIC 9(9)V99.
       01 WS-Interest-Saved     PIC S9(9)V99.

       01 WS-Schedule-Count     PIC 9(6) VALUE 0.
       01 WS-Prepay-Accepted    PIC 9(6) VALUE 0.
       01 WS-Prepay-Rejected    PIC 9(6) VALUE 0.

       01 WS-Report-Heading.
           03 FILLER            PIC X(34)
               VALUE "MORTGAGE AMORTIZATION SCHEDULES  ".
           03 RH-Date           PIC 9(8).
       01 WS-Mortgage-Line-1.
           03 FILLER            PIC X(6)  VALUE "CARD: ".
           03 M1-Card           PIC X(16).
           03 FILLER            PIC X(13) VALUE "  PRINCIPAL: ".
           03 M1-Principal      PIC Z,ZZZ,ZZ9.99.
           03 FILLER            PIC X(8)  VALUE "  RATE: ".
           03 M1-Rate           PIC .999.
       01 WS-Mortgage-Line-2.
           03 FILLER            PIC X(10) VALUE "  PAYMENT ".
           03 M2-Payment        PIC ZZ,ZZ9.99.
           03 FILLER            PIC X(9)  VALUE "  ON DAY ".
           03 M2-Day            PIC Z9.
           03 FILLER            PIC X(12) VALUE "  RENEWAL: ".
           03 M2-Renewal        PIC 9(8).
       01 WS-Prepay-Line.
           03 FILLER            PIC X(4)  VALUE SPACES.
           03 PL-Label          PIC X(20).
           03 PL-Date           PIC 9(8).
           03 FILLER            PIC X(2)  VALUE SPACES.
           03 PL-Amount         PIC Z,ZZZ,ZZ9.99.
           03 FILLER            PIC X(2)  VALUE SPACES.
           03 PL-Note           PIC X(30).
       01 WS-Schedule-Columns.
           03 FILLER            PIC X(8)  VALUE "     NO.".
           03 FILLER            PIC X(12) VALUE "  DATE".
           03 FILLER            PIC X(12) VALUE "    INTEREST".
           03 FILLER            PIC X(14) VALUE "     PRINCIPAL".
           03 FILLER            PIC X(16) VALUE "         BALANCE".
       01 WS-Schedule-Detail.
           03 FILLER            PIC X(5)  VALUE SPACES.
           03 SD-Number         PIC ZZ9.
           03 FILLER            PIC X(2)  VALUE SPACES.
           03 SD-Date           PIC 9(8).
           03 FILLER            PIC X(3)  VALUE SPACES.
           03 SD-Interest       PIC ZZ,ZZ9.99.
           03 FILLER            PIC X(2)  VALUE SPACES.
           03 SD-Principal      PIC Z,ZZZ,ZZ9.99.
           03 FILLER            PIC X(4)  VALUE SPACES.
           03 SD-Balance        PIC Z,ZZZ,ZZ9.99.
       01 WS-Total-Line.
           03 FILLER            PIC X(4)  VALUE SPACES.
           03 TL-Label          PIC X(36).
           03 TL-Amount         PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-Run-Total.
           03 FILLER            PIC X(22) VALUE "MORTGAGES SCHEDULED: ".
           03 RT-Scheduled      PIC ZZZ,ZZ9.
           03 FILLER            PIC X(16) VALUE "  PREPAYMENTS: ".
           03 RT-Accepted       PIC ZZZ,ZZ9.
           03 FILLER            PIC X(12) VALUE "  REJECTED: ".
           03 RT-Rejected       PIC ZZZ,ZZ9.

       procedure division.
       main-program.
           perform configure-file-paths
           display "MORTGAGE AMORTIZATION SCHEDULE"
           accept WS-Run-Date from DATE YYYYMMDD
           display "ENTER CARD NUMBER (BLANK FOR ALL MORTGAGES): "
               with no advancing
           accept WS-Selected-Card
           perform load-mortgage-control
           perform load-mortgage-ledger
           perform load-prepayments
           open i-o CustomerMaster
           if WS-Master-Status not = "00"
               display "CANNOT OPEN CustomerMaster.dat - STATUS "
                   WS-Master-Status
               stop run
           end-if
           open output ScheduleReport
           move WS-Run-Date to RH-Date
           write ScheduleLine from WS-Report-Heading
           read CustomerMaster next record
               at end set End-Of-Data to true
           end-read
           perform schedule-one-profile until End-Of-Data
           perform report-unmatched-prepayments
               varying WS-Prepay-Sub from 1 by 1
               until WS-Prepay-Sub > WS-Prepay-Count
           move spaces to ScheduleLine
           write ScheduleLine
           move WS-Schedule-Count to RT-Scheduled
           move WS-Prepay-Accepted to RT-Accepted
           move WS-Prepay-Rejected to RT-Rejected
           write ScheduleLine from WS-Run-Total
           close CustomerMaster ScheduleReport
           perform rewrite-mortgage-ledger
           perform rewrite-prepayments
           display "MORTGAGES SCHEDULED : " WS-Schedule-Count
           display "PREPAYMENTS APPLIED : " WS-Prepay-Accepted
           display "PREPAYMENTS REJECTED: " WS-Prepay-Rejected

           goback.

      *--------------------------------------------------------------
      *load-mortgage-control reads the amortization rules when the
      *control file is present
      *--------------------------------------------------------------
       load-mortgage-control.
           open input MortgageControl
           read MortgageControl
               at end
                   continue
               not at end
                   move MC-Amortization-Years
                       to WS-Amortization-Years
                   move MC-Prepay-Pct to WS-Prepay-Pct
           end-read
           close MortgageControl
           exit.

      *--------------------------------------------------------------
      *schedule-one-profile applies the mortgage's prepayments and
      *prints its schedule, rewriting the profile with whatever
      *principal the prepayments leave
      *--------------------------------------------------------------
       schedule-one-profile.
           move Credit-Card-Number to WS-Card-Work
           if (WS-Selected-Card = spaces
               or WS-Selected-Card = WS-Card-Work)
               and Mortgage-Principal-X numeric
               and Mortgage-Principal > 0
               and Mortgage-Renewal-X numeric
               and Mortgage-Renewal-Date > WS-Run-Date
               perform schedule-mortgage
               rewrite CustomerProfile
           end-if
           read CustomerMaster next record
               at end set End-Of-Data to true
           end-read
           exit.

      *--------------------------------------------------------------
      *schedule-mortgage works one mortgage: its payment from the
      *ledger, the interest before and after any prepayments, and
      *the schedule as it now stands
      *--------------------------------------------------------------
       schedule-mortgage.
           add 1 to WS-Schedule-Count
           compute WS-Monthly-Rate rounded = Mortgage_Rate / 12
           perform find-mortgage-ledger
           move spaces to ScheduleLine
           write ScheduleLine
           move all "*" to M1-Card(1:12)
           move WS-Card-Work(13:4) to M1-Card(13:4)
           move Mortgage-Principal to M1-Principal
           move Mortgage_Rate to M1-Rate
           write ScheduleLine from WS-Mortgage-Line-1
           move 0 to WS-Print-Schedule
           set Schedule-To-Renewal to true
           perform run-schedule
           move WS-Schedule-Interest to WS-Renewal-Interest-Before
           set Schedule-To-Payoff to true
           perform run-schedule
           move WS-Schedule-Interest to WS-Payoff-Interest-Before
           move 0 to WS-Prepays-Applied
           perform apply-one-prepayment
               varying WS-Prepay-Sub from 1 by 1
               until WS-Prepay-Sub > WS-Prepay-Count
           move WS-Ml-Payment(Led-Ix) to M2-Payment
           move WS-Ml-Payment-Day(Led-Ix) to M2-Day
           move Mortgage-Renewal-Date to M2-Renewal
           write ScheduleLine from WS-Mortgage-Line-2
           write ScheduleLine from WS-Schedule-Columns
           move 1 to WS-Print-Schedule
           set Schedule-To-Renewal to true
           perform run-schedule
           move WS-Schedule-Interest to WS-Renewal-Interest-After
           move "INTEREST TO RENEWAL" to TL-Label
           move WS-Renewal-Interest-After to TL-Amount
           write ScheduleLine from WS-Total-Line
           move "BALANCE AT RENEWAL" to TL-Label
           move WS-Balance to TL-Amount
           write ScheduleLine from WS-Total-Line
           if WS-Prepays-Applied > 0
               move 0 to WS-Print-Schedule
               set Schedule-To-Payoff to true
               perform run-schedule
               move WS-Schedule-Interest to WS-Payoff-Interest-After
               compute WS-Interest-Saved = WS-Renewal-Interest-Before
                   - WS-Renewal-Interest-After
               move "INTEREST SAVED TO RENEWAL" to TL-Label
               move WS-Interest-Saved to TL-Amount
               write ScheduleLine from WS-Total-Line
               compute WS-Interest-Saved = WS-Payoff-Interest-Before
                   - WS-Payoff-Interest-After
               move "INTEREST SAVED OVER THE AMORTIZATION" to TL-Label
               move WS-Interest-Saved to TL-Amount
               write ScheduleLine from WS-Total-Line
           end-if
           exit.

      *--------------------------------------------------------------
      *find-mortgage-ledger points Led-Ix at the mortgage's ledger,
      *fixing the payment and payment day the first time it is
      *scheduled
      *--------------------------------------------------------------
       find-mortgage-ledger.
           set Led-Ix to 1
           search WS-Ledger-Entry
               at end
                   perform start-mortgage-ledger
               when WS-Ml-Card(Led-Ix) = WS-Card-Work
                   continue
           end-search
           exit.

      *--------------------------------------------------------------
      *start-mortgage-ledger works out the level payment that pays
      *the principal off over the amortization period, due on the
      *renewal date's day of the month (the 28th at the latest)
      *--------------------------------------------------------------
       start-mortgage-ledger.
           if WS-Ledger-Count >= 10000
               display "ERROR: Mortgage ledger table full"
               stop run
           end-if
           add 1 to WS-Ledger-Count
           set Led-Ix to WS-Ledger-Count
           move WS-Card-Work to WS-Ml-Card(Led-Ix)
           compute WS-Amortization-Months = WS-Amortization-Years * 12
           if WS-Monthly-Rate = 0
               compute WS-Ml-Payment(Led-Ix) rounded =
                   Mortgage-Principal / WS-Amortization-Months
           else
               compute WS-Growth-Factor rounded =
                   (1 + WS-Monthly-Rate) ** WS-Amortization-Months
                   on size error
                       move 0 to WS-Growth-Factor
               end-compute
               if WS-Growth-Factor = 0
                   compute WS-Ml-Payment(Led-Ix) rounded =
                       Mortgage-Principal * WS-Monthly-Rate + .01
               else
                   compute WS-Payment-Numerator rounded =
                       Mortgage-Principal * WS-Monthly-Rate
                       * WS-Growth-Factor
                   compute WS-Payment-Denominator =
                       WS-Growth-Factor - 1
                   compute WS-Ml-Payment(Led-Ix) rounded =
                       WS-Payment-Numerator / WS-Payment-Denominator
               end-if
           end-if
           move Mortgage-Renewal-Date to WS-Payment-Date
           if WS-Pd-Day > 28
               move 28 to WS-Ml-Payment-Day(Led-Ix)
           else
               move WS-Pd-Day to WS-Ml-Payment-Day(Led-Ix)
           end-if
           move 0 to WS-Ml-Prepay-Year(Led-Ix)
           move 0 to WS-Ml-Privilege-Base(Led-Ix)
           move 0 to WS-Ml-Prepaid(Led-Ix)
           exit.

      *--------------------------------------------------------------
      *apply-one-prepayment applies one of the mortgage's lump sums
      *within the year's privilege, or rejects it whole
      *--------------------------------------------------------------
       apply-one-prepayment.
           if WS-Mp-Done(WS-Prepay-Sub) = 1
               or WS-Mp-Card(WS-Prepay-Sub) not = WS-Card-Work
               exit paragraph
           end-if
           move 1 to WS-Mp-Done(WS-Prepay-Sub)
           move WS-Mp-Date(WS-Prepay-Sub) to PL-Date
           move WS-Mp-Amount(WS-Prepay-Sub) to PL-Amount
           move WS-Mp-Date(WS-Prepay-Sub)(1:4) to WS-Prepay-Year
           if WS-Prepay-Year not = WS-Ml-Prepay-Year(Led-Ix)
               move WS-Prepay-Year to WS-Ml-Prepay-Year(Led-Ix)
               move Mortgage-Principal
                   to WS-Ml-Privilege-Base(Led-Ix)
               move 0 to WS-Ml-Prepaid(Led-Ix)
           end-if
           compute WS-Privilege-Left rounded =
               WS-Ml-Privilege-Base(Led-Ix) * WS-Prepay-Pct / 100
               - WS-Ml-Prepaid(Led-Ix)
           if WS-Mp-Amount(WS-Prepay-Sub) > WS-Privilege-Left
               or WS-Mp-Amount(WS-Prepay-Sub) > Mortgage-Principal
               move "PREPAYMENT REJECTED" to PL-Label
               move "OVER THE PREPAYMENT PRIVILEGE" to PL-Note
               write ScheduleLine from WS-Prepay-Line
               add 1 to WS-Prepay-Rejected
               exit paragraph
           end-if
           subtract WS-Mp-Amount(WS-Prepay-Sub)
               from Mortgage-Principal
           add WS-Mp-Amount(WS-Prepay-Sub) to WS-Ml-Prepaid(Led-Ix)
           move "PREPAYMENT APPLIED" to PL-Label
           move spaces to PL-Note
           write ScheduleLine from WS-Prepay-Line
           add 1 to WS-Prepays-Applied
           add 1 to WS-Prepay-Accepted
           exit.

      *--------------------------------------------------------------
      *run-schedule runs the payments from the first payment date
      *after the run, either to the renewal date or until the
      *mortgage is paid off, totalling the interest and printing
      *each payment when asked to
      *--------------------------------------------------------------
       run-schedule.
           move Mortgage-Principal to WS-Balance
           move 0 to WS-Schedule-Interest
           move 0 to WS-Payment-Number
           move WS-Run-Date to WS-Payment-Date
           move WS-Ml-Payment-Day(Led-Ix) to WS-Pd-Day
           if WS-Pd-Day <= WS-Rd-Day
               perform advance-payment-date
           end-if
           perform schedule-one-payment
               until WS-Balance = 0
               or WS-Payment-Number >= 999
               or (Schedule-To-Renewal
                   and WS-Payment-Date > Mortgage-Renewal-Date)
           exit.

      *--------------------------------------------------------------
      *schedule-one-payment splits one payment between interest and
      *principal; the last payment takes only what is left
      *--------------------------------------------------------------
       schedule-one-payment.
           add 1 to WS-Payment-Number
           compute WS-Interest rounded = WS-Balance * WS-Monthly-Rate
           if WS-Ml-Payment(Led-Ix) > WS-Interest
               compute WS-Principal-Paid =
                   WS-Ml-Payment(Led-Ix) - WS-Interest
           else
               move 0 to WS-Principal-Paid
           end-if
           if WS-Principal-Paid > WS-Balance
               move WS-Balance to WS-Principal-Paid
           end-if
           subtract WS-Principal-Paid from WS-Balance
           add WS-Interest to WS-Schedule-Interest
           if Print-Schedule
               move WS-Payment-Number to SD-Number
               move WS-Payment-Date to SD-Date
               move WS-Interest to SD-Interest
               move WS-Principal-Paid to SD-Principal
               move WS-Balance to SD-Balance
               write ScheduleLine from WS-Schedule-Detail
           end-if
           perform advance-payment-date
           exit.

      *--------------------------------------------------------------
      *advance-payment-date moves the payment date on one month
      *--------------------------------------------------------------
       advance-payment-date.
           if WS-Pd-Month = 12
               move 1 to WS-Pd-Month
               add 1 to WS-Pd-Year
           else
               add 1 to WS-Pd-Month
           end-if
           exit.

      *--------------------------------------------------------------
      *report-unmatched-prepayments rejects a prepayment on a card
      *with no mortgage scheduled on this run
      *--------------------------------------------------------------
       report-unmatched-prepayments.
           if WS-Mp-Done(WS-Prepay-Sub) = 1
               exit paragraph
           end-if
           if WS-Selected-Card not = spaces
               and WS-Selected-Card not = WS-Mp-Card(WS-Prepay-Sub)
               exit paragraph
           end-if
           move 1 to WS-Mp-Done(WS-Prepay-Sub)
           move spaces to ScheduleLine
           write ScheduleLine
           move "PREPAYMENT REJECTED" to PL-Label
           move WS-Mp-Date(WS-Prepay-Sub) to PL-Date
           move WS-Mp-Amount(WS-Prepay-Sub) to PL-Amount
           move "NO MORTGAGE FOR CARD" to PL-Note
           write ScheduleLine from WS-Prepay-Line
           display "NO MORTGAGE FOR PREPAYMENT: "
               WS-Mp-Card(WS-Prepay-Sub)
           add 1 to WS-Prepay-Rejected
           exit.

      *--------------------------------------------------------------
      *load-mortgage-ledger loads every scheduled mortgage's figures
      *--------------------------------------------------------------
       load-mortgage-ledger.
           open input MortgageLedger
           read MortgageLedger
               at end set End-Of-Ledger to true
           end-read
           perform load-one-ledger until End-Of-Ledger
           close MortgageLedger
           exit.

      *--------------------------------------------------------------
      *load-one-ledger stores one mortgage's figures
      *--------------------------------------------------------------
       load-one-ledger.
           if WS-Ledger-Count >= 10000
               display "ERROR: Mortgage ledger table full"
               stop run
           end-if
           add 1 to WS-Ledger-Count
           move ML-Card to WS-Ml-Card(WS-Ledger-Count)
           move ML-Payment to WS-Ml-Payment(WS-Ledger-Count)
           move ML-Payment-Day to WS-Ml-Payment-Day(WS-Ledger-Count)
           move ML-Prepay-Year to WS-Ml-Prepay-Year(WS-Ledger-Count)
           move ML-Privilege-Base
               to WS-Ml-Privilege-Base(WS-Ledger-Count)
           move ML-Prepaid to WS-Ml-Prepaid(WS-Ledger-Count)
           read MortgageLedger
               at end set End-Of-Ledger to true
           end-read
           exit.

      *--------------------------------------------------------------
      *rewrite-mortgage-ledger writes every mortgage's figures back
      *--------------------------------------------------------------
       rewrite-mortgage-ledger.
           open output MortgageLedger
           perform write-one-ledger
               varying WS-Ledger-Sub from 1 by 1
               until WS-Ledger-Sub > WS-Ledger-Count
           close MortgageLedger
           exit.

      *--------------------------------------------------------------
      *write-one-ledger writes one mortgage's figures
      *--------------------------------------------------------------
       write-one-ledger.
           move spaces to MortgageLedgerRecord
           move WS-Ml-Card(WS-Ledger-Sub) to ML-Card
           move WS-Ml-Payment(WS-Ledger-Sub) to ML-Payment
           move WS-Ml-Payment-Day(WS-Ledger-Sub) to ML-Payment-Day
           move WS-Ml-Prepay-Year(WS-Ledger-Sub) to ML-Prepay-Year
           move WS-Ml-Privilege-Base(WS-Ledger-Sub)
               to ML-Privilege-Base
           move WS-Ml-Prepaid(WS-Ledger-Sub) to ML-Prepaid
           write MortgageLedgerRecord
           exit.

      *--------------------------------------------------------------
      *rewrite-prepayments writes back the prepayments this run did
      *not apply or reject, so each is consumed exactly once
      *--------------------------------------------------------------
       rewrite-prepayments.
           open output MortgagePrepayments
           perform keep-one-prepayment
               varying WS-Prepay-Sub from 1 by 1
               until WS-Prepay-Sub > WS-Prepay-Count
           close MortgagePrepayments
           exit.

      *--------------------------------------------------------------
      *keep-one-prepayment writes back one prepayment not reached
      *--------------------------------------------------------------
       keep-one-prepayment.
           if WS-Mp-Done(WS-Prepay-Sub) = 1
               exit paragraph
           end-if
           move spaces to MortgagePrepaymentRecord
           move WS-Mp-Card(WS-Prepay-Sub) to MP-Card
           move WS-Mp-Date(WS-Prepay-Sub) to MP-Date
           move WS-Mp-Amount(WS-Prepay-Sub) to MP-Amount
           write MortgagePrepaymentRecord
           exit.

      *--------------------------------------------------------------
      *load-prepayments loads the lump-sum prepayments
      *--------------------------------------------------------------
       load-prepayments.
           open input MortgagePrepayments
           read MortgagePrepayments
               at end set End-Of-Prepays to true
           end-read
           perform load-one-prepayment until End-Of-Prepays
           close MortgagePrepayments
           exit.

      *--------------------------------------------------------------
      *load-one-prepayment stores one prepayment
      *--------------------------------------------------------------
       load-one-prepayment.
           if MP-Date not numeric or MP-Amount not numeric
               or MP-Amount = 0
               display "BAD PREPAYMENT BYPASSED: "
                   MortgagePrepaymentRecord
           else
               if WS-Prepay-Count >= 2000
                   display "ERROR: Prepayment table full"
                   stop run
               end-if
               add 1 to WS-Prepay-Count
               move MP-Card to WS-Mp-Card(WS-Prepay-Count)
               move MP-Date to WS-Mp-Date(WS-Prepay-Count)
               move MP-Amount to WS-Mp-Amount(WS-Prepay-Count)
               move 0 to WS-Mp-Done(WS-Prepay-Count)
           end-if
           read MortgagePrepayments
               at end set End-Of-Prepays to true
           end-read
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
               "DD_MORTGAGECONTROL"
           if path-override not = spaces
               move path-override to MortgageControl-Path
           end-if
           display "MortgageControl: " MortgageControl-Path
           move spaces to path-override
           accept path-override from environment
               "DD_MORTGAGELEDGER"
           if path-override not = spaces
               move path-override to MortgageLedger-Path
           end-if
           display "MortgageLedger: " MortgageLedger-Path
           move spaces to path-override
           accept path-override from environment
               "DD_MORTGAGEPREPAYMENTS"
           if path-override not = spaces
               move path-override to MortgagePrepayments-Path
           end-if
           display "MortgagePrepayments: " MortgagePrepayments-Path
           move spaces to path-override
           accept path-override from environment
               "DD_SCHEDULEREPORT"
           if path-override not = spaces
               move path-override to ScheduleReport-Path
           end-if
           display "ScheduleReport: " ScheduleReport-Path
           exit.
       end program MortgageSchedule.
