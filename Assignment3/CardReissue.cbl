       identification division.
       program-id. CardReissue as "CardReissue".

      *CardReissue replaces lost and stolen cards without losing the
      *account behind them. Each request on CardReissues.dat (old
      *card number, reason L lost or S stolen, date) blocks the old
      *number and gives the customer a new one: the old card's
      *six-digit issuer prefix, the next account sequence from
      *CardNumberControl.dat, and a Luhn check digit, skipping any
      *number already in use. The CustomerProfile record on the
      *customer master, CustomerMaster.dat, is deleted under the old
      *number and written back whole under the new one, so the
      *balance,
      *credit limit and mortgage details carry across, and the
      *account's CardActivity.dat, BillingCycle.dat and
      *MortgageLedger.dat records are moved to it too.
      *
      *Every reissue is recorded old-to-new on
      *CardCrossReference.dat, which is how the posted-transaction
      *and credit review history under the old number is followed
      *to the account, and how TransactionPosting recognises a
      *blocked card: charges arriving later on the old number go to
      *review instead of the new account. CardReissue.rpt lists
      *the reissues and the requests refused (card not on file, or
      *already blocked).

       environment division.
       input-output section.
       file-control.
           Select CustomerMaster assign using
           CustomerMaster-Path
           organization is indexed
           access is random
           record key is Credit-Card-Number
           file status is WS-Master-Status.

           Select CardReissues assign using
           CardReissues-Path
           organization is line sequential.

           Select optional CardNumberControl assign using
           CardNumberControl-Path
           organization is line sequential.

           Select optional CardCrossReference assign using
           CardCrossReference-Path
           organization is line sequential.

           Select optional CardActivity assign using
           CardActivity-Path
           organization is line sequential.

           Select optional BillingCycle assign using
           BillingCycle-Path
           organization is line sequential.

           Select optional MortgageLedger assign using
           MortgageLedger-Path
           organization is line sequential.

           Select ReissueReport assign using
           ReissueReport-Path
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

       fd CardReissues.
      ********CardReissueRecord, one lost or stolen card************
       01 CardReissueRecord.
           03 RI-Old-Card       PIC X(16).
           03 FILLER            PIC X.
           03 RI-Reason         PIC X.
               88 RI-Valid-Reason VALUE "L" "S".
           03 FILLER            PIC X.
           03 RI-Date           PIC 9(8).
      ********End of CardReissueRecord*******************************

       fd CardNumberControl.
      ********CardNumberControlRecord, the next account sequence****
       01 CardNumberControlRecord.
           03 CN-Next-Sequence  PIC 9(9).
      ********End of CardNumberControlRecord*************************

       fd CardCrossReference.
      ********CardCrossReferenceRecord, one per card reissued*******
       01 CardCrossReferenceRecord.
           03 CX-Old-Card       PIC X(16).
           03 FILLER            PIC X.
           03 CX-New-Card       PIC X(16).
           03 FILLER            PIC X.
           03 CX-Reissue-Date   PIC 9(8).
           03 FILLER            PIC X.
           03 CX-Reason         PIC X.
           03 FILLER            PIC X.
      *the old number's status; "B" blocked
           03 CX-Status         PIC X.
      ********End of CardCrossReferenceRecord************************

      *The card-keyed account files are moved to the new number by
      *their leading card number alone; the rest of each record is
      *carried as it stands
       fd CardActivity.
       01 CardActivityLine.
           03 CAL-Card          PIC X(16).
           03 CAL-Rest          PIC X(84).

       fd BillingCycle.
       01 BillingCycleLine.
           03 BCL-Card          PIC X(16).
           03 BCL-Rest          PIC X(84).

       fd MortgageLedger.
       01 MortgageLedgerLine.
           03 MLL-Card          PIC X(16).
           03 MLL-Rest          PIC X(84).

       fd ReissueReport.
       01 ReissueLine           PIC X(80).

       working-storage section.

      *File assignments resolved at start-up: each path may be
      *overridden through its DD_ environment variable, with the
      *original location as the default, so test and production
      *are a configuration difference instead of a source edit
       01  CustomerMaster-Path  pic x(80)
           value "C:\DataFiles\CustomerMaster.dat".
       01  CardReissues-Path  pic x(80)
           value "C:\DataFiles\CardReissues.dat".
       01  CardNumberControl-Path  pic x(80)
           value "C:\DataFiles\CardNumberControl.dat".
       01  CardCrossReference-Path  pic x(80)
           value "C:\DataFiles\CardCrossReference.dat".
       01  CardActivity-Path  pic x(80)
           value "C:\DataFiles\CardActivity.dat".
       01  BillingCycle-Path  pic x(80)
           value "C:\DataFiles\BillingCycle.dat".
       01  MortgageLedger-Path  pic x(80)
           value "C:\DataFiles\MortgageLedger.dat".
       01  ReissueReport-Path  pic x(80)
           value "C:\DataFiles\CardReissue.rpt".
       01  path-override  pic x(80).
       01 WS-Master-Status      PIC XX.
       01 WS-Reissue-EOF        PIC 9 VALUE 0.
           88 End-Of-Reissues   VALUE 1.
       01 WS-Xref-EOF           PIC 9 VALUE 0.
           88 End-Of-Xref       VALUE 1.
       01 WS-Line-EOF           PIC 9 VALUE 0.
           88 End-Of-Lines      VALUE 1.
       01 WS-Run-Date           PIC 9(8).
       01 WS-Card-Work          PIC X(16).

      *The reissue requests, worked one by one against the master
       01 WS-Reissue-Count      PIC 9(4) VALUE 0.
       01 WS-Reissue-Table.
           03 WS-Reissue-Entry  OCCURS 0 TO 1000 TIMES
                                 DEPENDING ON WS-Reissue-Count
                                 INDEXED BY Ri-Ix.
               05 WS-Ri-Old-Card PIC X(16).
               05 WS-Ri-New-Card PIC X(16).
               05 WS-Ri-Reason  PIC X.
               05 WS-Ri-Date    PIC 9(8).
      *        blank until worked: D done, N not on file, B blocked
               05 WS-Ri-Result  PIC X.
       01 WS-Reissue-Sub        PIC 9(4).

      *Every number ever blocked, so a blocked number is never
      *reissued or handed out again; numbers in use are found on the
      *master itself
       01 WS-Blocked-Count      PIC 9(5) VALUE 0.
       01 WS-Blocked-Table.
           03 WS-Blocked-Entry  OCCURS 0 TO 10000 TIMES
                                 DEPENDING ON WS-Blocked-Count
                                 INDEXED BY Blocked-Ix.
               05 WS-Bl-Card    PIC X(16).

      *The profile being moved, held while the new number is found
       01 WS-Profile-Save       PIC X(183).

      *New card number: issuer prefix, account sequence and check
      *digit
       01 WS-Next-Sequence      PIC 9(9) VALUE 1.
       01 WS-New-Card.
           03 WS-Nc-Prefix      PIC 9(6).
           03 WS-Nc-Sequence    PIC 9(9).
           03 WS-Nc-Check       PIC 9.
       01 WS-New-Card-Digits REDEFINES WS-New-Card.
           03 WS-Nc-Digit       PIC 9 OCCURS 16 TIMES.
       01 WS-Number-Found       PIC 9.
           88 New-Number-Found  VALUE 1.
       01 WS-Luhn-Sum           PIC 9(4).
       01 WS-Luhn-Digit         PIC 99.
       01 WS-Luhn-Sub           PIC 99.
       01 WS-Luhn-Quotient      PIC 9(4).
       01 WS-Luhn-Remainder     PIC 99.
       01 WS-Luhn-Double        PIC 9.
           88 Luhn-Double       VALUE 1.

      *A card-keyed file's records, held while the numbers are moved
       01 WS-Line-Count         PIC 9(5) VALUE 0.
       01 WS-Line-Table.
           03 WS-Line-Entry     OCCURS 0 TO 10000 TIMES
                                 DEPENDING ON WS-Line-Count.
               05 WS-Ln-Card    PIC X(16).
               05 WS-Ln-Rest    PIC X(84).
       01 WS-Line-Sub           PIC 9(5).
       01 WS-Moved-Count        PIC 9(5).

       01 WS-Reissued-Count     PIC 9(4) VALUE 0.
       01 WS-Refused-Count      PIC 9(4) VALUE 0.

       01 WS-Report-Heading.
           03 FILLER            PIC X(24)
               VALUE "CARD REISSUES  RUN DATE ".
           03 RH-Date           PIC 9(8).
       01 WS-Report-Columns.
           03 FILLER            PIC X(18) VALUE "OLD CARD".
           03 FILLER            PIC X(18) VALUE "NEW CARD".
           03 FILLER            PIC X(8)  VALUE "REASON".
           03 FILLER            PIC X(10) VALUE "DATE".
           03 FILLER            PIC X(20) VALUE "RESULT".
       01 WS-Report-Line.
           03 RL-Old-Card       PIC X(16).
           03 FILLER            PIC X(2)  VALUE SPACES.
           03 RL-New-Card       PIC X(16).
           03 FILLER            PIC X(2)  VALUE SPACES.
           03 RL-Reason         PIC X(6).
           03 FILLER            PIC X(2)  VALUE SPACES.
           03 RL-Date           PIC 9(8).
           03 FILLER            PIC X(2)  VALUE SPACES.
           03 RL-Result         PIC X(26).
       01 WS-Report-Total.
           03 FILLER            PIC X(10) VALUE "REISSUED: ".
           03 RT-Reissued       PIC Z,ZZ9.
           03 FILLER            PIC X(11) VALUE "  REFUSED: ".
           03 RT-Refused        PIC Z,ZZ9.

       procedure division.
       main-program.
           perform configure-file-paths
           display "CARD REISSUE RUN"
           accept WS-Run-Date from DATE YYYYMMDD
           perform load-card-number-control
           perform load-reissues
           perform load-cross-reference
           perform check-not-blocked
               varying WS-Reissue-Sub from 1 by 1
               until WS-Reissue-Sub > WS-Reissue-Count
           open i-o CustomerMaster
           if WS-Master-Status not = "00"
               display "CANNOT OPEN CustomerMaster.dat - STATUS "
                   WS-Master-Status
               stop run
           end-if
           open extend CardCrossReference
           perform reissue-one-card
               varying WS-Reissue-Sub from 1 by 1
               until WS-Reissue-Sub > WS-Reissue-Count
           close CustomerMaster CardCrossReference
           perform move-card-activity
           perform move-billing-cycles
           perform move-mortgage-ledger
           perform save-card-number-control
           perform write-reissue-report
           display "CARDS REISSUED : " WS-Reissued-Count
           display "REQUESTS REFUSED: " WS-Refused-Count

           goback.

      *--------------------------------------------------------------
      *load-card-number-control reads the next account sequence to
      *give out
      *--------------------------------------------------------------
       load-card-number-control.
           open input CardNumberControl
           read CardNumberControl
               at end
                   continue
               not at end
                   move CN-Next-Sequence to WS-Next-Sequence
           end-read
           close CardNumberControl
           exit.

      *--------------------------------------------------------------
      *save-card-number-control writes back the next account
      *sequence to give out
      *--------------------------------------------------------------
       save-card-number-control.
           open output CardNumberControl
           move WS-Next-Sequence to CN-Next-Sequence
           write CardNumberControlRecord
           close CardNumberControl
           exit.

      *--------------------------------------------------------------
      *load-reissues loads the lost and stolen card requests
      *--------------------------------------------------------------
       load-reissues.
           open input CardReissues
           read CardReissues
               at end set End-Of-Reissues to true
           end-read
           perform load-one-reissue until End-Of-Reissues
           close CardReissues
           exit.

      *--------------------------------------------------------------
      *load-one-reissue stores one request
      *--------------------------------------------------------------
       load-one-reissue.
           if RI-Old-Card not numeric or not RI-Valid-Reason
               or RI-Date not numeric
               display "BAD REISSUE REQUEST BYPASSED: "
                   CardReissueRecord
           else
               if WS-Reissue-Count >= 1000
                   display "ERROR: Reissue table full"
                   stop run
               end-if
               add 1 to WS-Reissue-Count
               move RI-Old-Card to WS-Ri-Old-Card(WS-Reissue-Count)
               move spaces to WS-Ri-New-Card(WS-Reissue-Count)
               move RI-Reason to WS-Ri-Reason(WS-Reissue-Count)
               move RI-Date to WS-Ri-Date(WS-Reissue-Count)
               move space to WS-Ri-Result(WS-Reissue-Count)
           end-if
           read CardReissues
               at end set End-Of-Reissues to true
           end-read
           exit.

      *--------------------------------------------------------------
      *load-cross-reference notes every number already blocked
      *--------------------------------------------------------------
       load-cross-reference.
           open input CardCrossReference
           read CardCrossReference
               at end set End-Of-Xref to true
           end-read
           perform load-one-xref until End-Of-Xref
           close CardCrossReference
           exit.

      *--------------------------------------------------------------
      *load-one-xref notes one blocked number
      *--------------------------------------------------------------
       load-one-xref.
           move CX-Old-Card to WS-Card-Work
           perform add-blocked-card
           read CardCrossReference
               at end set End-Of-Xref to true
           end-read
           exit.

      *--------------------------------------------------------------
      *add-blocked-card adds WS-Card-Work to the blocked numbers
      *--------------------------------------------------------------
       add-blocked-card.
           if WS-Blocked-Count >= 10000
               display "ERROR: Blocked card table full"
               stop run
           end-if
           add 1 to WS-Blocked-Count
           move WS-Card-Work to WS-Bl-Card(WS-Blocked-Count)
           exit.

      *--------------------------------------------------------------
      *check-not-blocked refuses a request for a number already
      *blocked by an earlier reissue
      *--------------------------------------------------------------
       check-not-blocked.
           set Blocked-Ix to 1
           search WS-Blocked-Entry
               when WS-Bl-Card(Blocked-Ix)
                   = WS-Ri-Old-Card(WS-Reissue-Sub)
                   move "B" to WS-Ri-Result(WS-Reissue-Sub)
           end-search
           exit.

      *--------------------------------------------------------------
      *reissue-one-card reads the request's card from the master and
      *reissues it; a card not on the master is refused
      *--------------------------------------------------------------
       reissue-one-card.
           if WS-Ri-Result(WS-Reissue-Sub) not = space
               exit paragraph
           end-if
           move WS-Ri-Old-Card(WS-Reissue-Sub) to WS-Card-Work
           move WS-Card-Work to Credit-Card-Number
           read CustomerMaster
               invalid key
                   move "N" to WS-Ri-Result(WS-Reissue-Sub)
                   exit paragraph
           end-read
           perform reissue-card
           exit.

      *--------------------------------------------------------------
      *reissue-card moves the profile to its new number and records
      *the old number as blocked
      *--------------------------------------------------------------
       reissue-card.
           move CustomerProfile to WS-Profile-Save
           move WS-Card-Work(1:6) to WS-Nc-Prefix
           move 0 to WS-Number-Found
           perform try-card-number until New-Number-Found
           move WS-Card-Work to Credit-Card-Number
           delete CustomerMaster
           move WS-Profile-Save to CustomerProfile
           move WS-New-Card to Credit-Card-Number
           write CustomerProfile
           move WS-New-Card to WS-Ri-New-Card(WS-Reissue-Sub)
           move "D" to WS-Ri-Result(WS-Reissue-Sub)
           perform add-blocked-card
           move spaces to CardCrossReferenceRecord
           move WS-Ri-Old-Card(WS-Reissue-Sub) to CX-Old-Card
           move WS-Ri-New-Card(WS-Reissue-Sub) to CX-New-Card
           move WS-Ri-Date(WS-Reissue-Sub) to CX-Reissue-Date
           move WS-Ri-Reason(WS-Reissue-Sub) to CX-Reason
           move "B" to CX-Status
           write CardCrossReferenceRecord
           add 1 to WS-Reissued-Count
           exit.

      *--------------------------------------------------------------
      *try-card-number builds the number from the next sequence and
      *takes it unless it was blocked once or is on the master
      *--------------------------------------------------------------
       try-card-number.
           move WS-Next-Sequence to WS-Nc-Sequence
           add 1 to WS-Next-Sequence
           perform set-check-digit
           set New-Number-Found to true
           set Blocked-Ix to 1
           search WS-Blocked-Entry
               when WS-Bl-Card(Blocked-Ix) = WS-New-Card
                   move 0 to WS-Number-Found
           end-search
           if New-Number-Found
               move WS-New-Card to Credit-Card-Number
               read CustomerMaster
                   not invalid key
                       move 0 to WS-Number-Found
               end-read
           end-if
           exit.

      *--------------------------------------------------------------
      *set-check-digit works out the Luhn check digit: from the
      *right of the first fifteen digits every other digit, starting
      *with the rightmost, is doubled (less nine when over nine), and
      *the check digit brings the sum up to a multiple of ten
      *--------------------------------------------------------------
       set-check-digit.
           move 0 to WS-Luhn-Sum
           set Luhn-Double to true
           perform add-luhn-digit
               varying WS-Luhn-Sub from 15 by -1
               until WS-Luhn-Sub < 1
           divide WS-Luhn-Sum by 10 giving WS-Luhn-Quotient
               remainder WS-Luhn-Remainder
           if WS-Luhn-Remainder = 0
               move 0 to WS-Nc-Check
           else
               compute WS-Nc-Check = 10 - WS-Luhn-Remainder
           end-if
           exit.

      *--------------------------------------------------------------
      *add-luhn-digit adds one digit into the Luhn sum
      *--------------------------------------------------------------
       add-luhn-digit.
           move WS-Nc-Digit(WS-Luhn-Sub) to WS-Luhn-Digit
           if Luhn-Double
               compute WS-Luhn-Digit = WS-Luhn-Digit * 2
               if WS-Luhn-Digit > 9
                   subtract 9 from WS-Luhn-Digit
               end-if
               move 0 to WS-Luhn-Double
           else
               set Luhn-Double to true
           end-if
           add WS-Luhn-Digit to WS-Luhn-Sum
           exit.

      *--------------------------------------------------------------
      *move-card-activity moves the reissued cards' activity to
      *their new numbers
      *--------------------------------------------------------------
       move-card-activity.
           move 0 to WS-Line-Count
           move 0 to WS-Line-EOF
           open input CardActivity
           read CardActivity
               at end set End-Of-Lines to true
           end-read
           perform load-one-activity-line until End-Of-Lines
           close CardActivity
           if WS-Line-Count = 0
               exit paragraph
           end-if
           perform move-line-cards
           open output CardActivity
           perform write-one-activity-line
               varying WS-Line-Sub from 1 by 1
               until WS-Line-Sub > WS-Line-Count
           close CardActivity
           display "CARD ACTIVITY MOVED   : " WS-Moved-Count
           exit.

      *--------------------------------------------------------------
      *load-one-activity-line holds one card activity record
      *--------------------------------------------------------------
       load-one-activity-line.
           perform check-line-room
           move CAL-Card to WS-Ln-Card(WS-Line-Count)
           move CAL-Rest to WS-Ln-Rest(WS-Line-Count)
           read CardActivity
               at end set End-Of-Lines to true
           end-read
           exit.

      *--------------------------------------------------------------
      *write-one-activity-line writes one card activity record back
      *--------------------------------------------------------------
       write-one-activity-line.
           move WS-Ln-Card(WS-Line-Sub) to CAL-Card
           move WS-Ln-Rest(WS-Line-Sub) to CAL-Rest
           write CardActivityLine
           exit.

      *--------------------------------------------------------------
      *move-billing-cycles moves the reissued cards' billing cycles
      *to their new numbers
      *--------------------------------------------------------------
       move-billing-cycles.
           move 0 to WS-Line-Count
           move 0 to WS-Line-EOF
           open input BillingCycle
           read BillingCycle
               at end set End-Of-Lines to true
           end-read
           perform load-one-cycle-line until End-Of-Lines
           close BillingCycle
           if WS-Line-Count = 0
               exit paragraph
           end-if
           perform move-line-cards
           open output BillingCycle
           perform write-one-cycle-line
               varying WS-Line-Sub from 1 by 1
               until WS-Line-Sub > WS-Line-Count
           close BillingCycle
           display "BILLING CYCLES MOVED  : " WS-Moved-Count
           exit.

      *--------------------------------------------------------------
      *load-one-cycle-line holds one billing cycle record
      *--------------------------------------------------------------
       load-one-cycle-line.
           perform check-line-room
           move BCL-Card to WS-Ln-Card(WS-Line-Count)
           move BCL-Rest to WS-Ln-Rest(WS-Line-Count)
           read BillingCycle
               at end set End-Of-Lines to true
           end-read
           exit.

      *--------------------------------------------------------------
      *write-one-cycle-line writes one billing cycle record back
      *--------------------------------------------------------------
       write-one-cycle-line.
           move WS-Ln-Card(WS-Line-Sub) to BCL-Card
           move WS-Ln-Rest(WS-Line-Sub) to BCL-Rest
           write BillingCycleLine
           exit.

      *--------------------------------------------------------------
      *move-mortgage-ledger moves the reissued cards' mortgage
      *ledger records to their new numbers
      *--------------------------------------------------------------
       move-mortgage-ledger.
           move 0 to WS-Line-Count
           move 0 to WS-Line-EOF
           open input MortgageLedger
           read MortgageLedger
               at end set End-Of-Lines to true
           end-read
           perform load-one-ledger-line until End-Of-Lines
           close MortgageLedger
           if WS-Line-Count = 0
               exit paragraph
           end-if
           perform move-line-cards
           open output MortgageLedger
           perform write-one-ledger-line
               varying WS-Line-Sub from 1 by 1
               until WS-Line-Sub > WS-Line-Count
           close MortgageLedger
           display "MORTGAGE LEDGERS MOVED: " WS-Moved-Count
           exit.

      *--------------------------------------------------------------
      *load-one-ledger-line holds one mortgage ledger record
      *--------------------------------------------------------------
       load-one-ledger-line.
           perform check-line-room
           move MLL-Card to WS-Ln-Card(WS-Line-Count)
           move MLL-Rest to WS-Ln-Rest(WS-Line-Count)
           read MortgageLedger
               at end set End-Of-Lines to true
           end-read
           exit.

      *--------------------------------------------------------------
      *write-one-ledger-line writes one mortgage ledger record back
      *--------------------------------------------------------------
       write-one-ledger-line.
           move WS-Ln-Card(WS-Line-Sub) to MLL-Card
           move WS-Ln-Rest(WS-Line-Sub) to MLL-Rest
           write MortgageLedgerLine
           exit.

      *--------------------------------------------------------------
      *check-line-room makes room for one more held record
      *--------------------------------------------------------------
       check-line-room.
           if WS-Line-Count >= 10000
               display "ERROR: Card file table full"
               stop run
           end-if
           add 1 to WS-Line-Count
           exit.

      *--------------------------------------------------------------
      *move-line-cards moves every held record of a reissued card
      *to the new number
      *--------------------------------------------------------------
       move-line-cards.
           move 0 to WS-Moved-Count
           perform move-one-line-card
               varying WS-Line-Sub from 1 by 1
               until WS-Line-Sub > WS-Line-Count
           exit.

      *--------------------------------------------------------------
      *move-one-line-card moves one held record when its card was
      *reissued on this run
      *--------------------------------------------------------------
       move-one-line-card.
           set Ri-Ix to 1
           search WS-Reissue-Entry
               when WS-Ri-Old-Card(Ri-Ix) = WS-Ln-Card(WS-Line-Sub)
                   and WS-Ri-Result(Ri-Ix) = "D"
                   move WS-Ri-New-Card(Ri-Ix)
                       to WS-Ln-Card(WS-Line-Sub)
                   add 1 to WS-Moved-Count
           end-search
           exit.

      *--------------------------------------------------------------
      *write-reissue-report lists every request and what became of
      *it, the card numbers masked to their last four digits
      *--------------------------------------------------------------
       write-reissue-report.
           open output ReissueReport
           move WS-Run-Date to RH-Date
           write ReissueLine from WS-Report-Heading
           write ReissueLine from WS-Report-Columns
           perform write-one-reissue
               varying WS-Reissue-Sub from 1 by 1
               until WS-Reissue-Sub > WS-Reissue-Count
           move spaces to ReissueLine
           write ReissueLine
           move WS-Reissued-Count to RT-Reissued
           move WS-Refused-Count to RT-Refused
           write ReissueLine from WS-Report-Total
           close ReissueReport
           exit.

      *--------------------------------------------------------------
      *write-one-reissue lists one request
      *--------------------------------------------------------------
       write-one-reissue.
           move all "*" to RL-Old-Card(1:12)
           move WS-Ri-Old-Card(WS-Reissue-Sub)(13:4)
               to RL-Old-Card(13:4)
           move spaces to RL-New-Card
           if WS-Ri-Reason(WS-Reissue-Sub) = "L"
               move "LOST" to RL-Reason
           else
               move "STOLEN" to RL-Reason
           end-if
           move WS-Ri-Date(WS-Reissue-Sub) to RL-Date
           evaluate WS-Ri-Result(WS-Reissue-Sub)
               when "D"
                   move all "*" to RL-New-Card(1:12)
                   move WS-Ri-New-Card(WS-Reissue-Sub)(13:4)
                       to RL-New-Card(13:4)
                   move "REISSUED, OLD BLOCKED" to RL-Result
               when "B"
                   move "REFUSED - ALREADY BLOCKED" to RL-Result
                   add 1 to WS-Refused-Count
               when other
                   move "REFUSED - CARD NOT ON FILE" to RL-Result
                   add 1 to WS-Refused-Count
           end-evaluate
           write ReissueLine from WS-Report-Line
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
               "DD_CARDREISSUES"
           if path-override not = spaces
               move path-override to CardReissues-Path
           end-if
           display "CardReissues: " CardReissues-Path
           move spaces to path-override
           accept path-override from environment
               "DD_CARDNUMBERCONTROL"
           if path-override not = spaces
               move path-override to CardNumberControl-Path
           end-if
           display "CardNumberControl: " CardNumberControl-Path
           move spaces to path-override
           accept path-override from environment
               "DD_CARDCROSSREFERENCE"
           if path-override not = spaces
               move path-override to CardCrossReference-Path
           end-if
           display "CardCrossReference: " CardCrossReference-Path
           move spaces to path-override
           accept path-override from environment
               "DD_CARDACTIVITY"
           if path-override not = spaces
               move path-override to CardActivity-Path
           end-if
           display "CardActivity: " CardActivity-Path
           move spaces to path-override
           accept path-override from environment
               "DD_BILLINGCYCLE"
           if path-override not = spaces
               move path-override to BillingCycle-Path
           end-if
           display "BillingCycle: " BillingCycle-Path
           move spaces to path-override
           accept path-override from environment
               "DD_MORTGAGELEDGER"
           if path-override not = spaces
               move path-override to MortgageLedger-Path
           end-if
           display "MortgageLedger: " MortgageLedger-Path
           move spaces to path-override
           accept path-override from environment
               "DD_REISSUEREPORT"
           if path-override not = spaces
               move path-override to ReissueReport-Path
           end-if
           display "ReissueReport: " ReissueReport-Path
           exit.
       end program CardReissue.
