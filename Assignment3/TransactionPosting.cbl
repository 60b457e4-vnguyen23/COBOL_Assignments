       identification division.
       program-id. TransactionPosting as "TransactionPosting".

      *TransactionPosting applies each day's CustomerTransactions (card
      *number, date, charge/payment/fee code, amount) to the
      *CustomerProfile balances on the indexed customer master,
      *CustomerMaster.dat, ahead of the statement run, so
      *Credit-Card-Balance stops being a stale snapshot. Only the
      *accounts with transactions or limit changes are read, by card
      *number, and rewritten in place. Charges and fees raise the
      *balance, payments lower it; transactions for unknown card numbers
      *go to the exception file; the applied transactions are banked on
      *the posted-transactions file so the statements can print the
      *day's detail between the opening and closing balances; and the
      *posted count and dollars are balanced against the feed's
      *transmission trailer. The feed posted is normally the one
      *FraudScreen has already screened, with the suspect charges
      *held back for fraud review and the released ones fed in.
      *
      *Every card account carries a credit limit. A profile with no
      *limit yet is given the default from CreditControl.dat, and
      *approved limit changes on CreditLimitChanges.dat are applied
      *before the day's transactions. A charge that would take the
      *balance past the limit plus the tolerance percentage is
      *declined rather than applied and listed on DeclinedItems.rpt;
      *payments and fees always post. Each card's payments, charges
      *and declines are carried on CardActivity.dat for the credit
      *limit review and the fraud screening.
      *
      *A payment posted on or before the account's payment due date
      *is added to the account's BillingCycle.dat record, so the
      *next CycleClose can tell whether the minimum was paid in time.
      *
      *A card number blocked by CardReissue (CardCrossReference.dat)
      *no longer has a profile of its own. Charges still arriving on
      *it are not posted to the new account but listed on
      *BlockedCardItems.rpt for review; payments and fees on it are
      *posted to the card that replaced it.
      *
      *A transaction dated in an accounting period closed on the
      *shared period calendar is not posted but rejected, unless the
      *period's reopen has been logged; the closed-period items are
      *counted into the trailer balance alongside the rest.
      *
      *The cycle-end fee files, OverLimitFees.dat from OverLimitFees
      *and LateFees.dat from CycleClose, are posted in the same run
      *after the day's feed, each as a batch of its own balanced
      *against its own trailer, so the fees land on the same
      *posted-transactions file the statements print and
      *CardJournal journals from. A fee file is emptied once its
      *batch is posted, so the next run cannot charge the fees
      *twice; a fee file that is absent or empty is passed over.

       environment division.
       input-output section.
       file-control.
      *The same file definition reads the day's feed and then each
      *fee file in turn, its path moved in before the batch
           Select CustomerTransactions assign using
           CustomerTransactions-Path
           organization is line sequential
           file status is WS-Trans-Status.

           Select CustomerMaster assign using
           CustomerMaster-Path
           organization is indexed
           access is random
           record key is Credit-Card-Number
           file status is WS-Master-Status.

           Select PostedTransactions assign using
           PostedTransactions-Path
           TransactionRejects-Path
           organization is line sequential.

           Select optional CreditControl assign using
           CreditControl-Path
           organization is line sequential.

           Select optional CreditLimitChanges assign using
           CreditLimitChanges-Path
           organization is line sequential.

           Select DeclinedItems assign using
           DeclinedItems-Path
           organization is line sequential.

           Select optional CardActivity assign using
           CardActivity-Path
           organization is line sequential.

           Select optional BillingCycle assign using
           BillingCycle-Path
           organization is line sequential.

           Select optional CardCrossReference assign using
           CardCrossReference-Path
           organization is line sequential.

           Select BlockedCardItems assign using
           BlockedCardItems-Path
           organization is line sequential.

       data division.
       file section.
       fd CustomerTransactions.
           03 TXT-Amount        PIC 9(9)V99.
           03 FILLER            PIC X(9).

       fd CustomerMaster.
      ********CustomerProfile record, as Exercise2 reads it***********
       01 CustomerProfile.
           03 Credit-Card-Number       PIC 9(16).
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

       fd PostedTransactions.
       01 PostedTransactionRecord.
       fd TransactionRejects.
       01 TransactionRejectLine PIC X(60).

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

       fd CreditLimitChanges.
      ********CreditLimitChangeRecord, one approved new limit*******
       01 CreditLimitChangeRecord.
           03 LC-Card           PIC X(16).
           03 FILLER            PIC X.
           03 LC-New-Limit      PIC 9(5).
      ********End of CreditLimitChangeRecord*************************

       fd DeclinedItems.
       01 DeclinedItemLine      PIC X(80).

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
      *payments posted on or before the due date
           03 BC-Paid-By-Due    PIC 9(7)V99.
           03 FILLER            PIC X.
           03 BC-Cycles-Past-Due PIC 99.
           03 FILLER            PIC X.
           03 BC-Past-Due-Amount PIC 9(5)V99.
      ********End of BillingCycleRecord******************************

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

       fd BlockedCardItems.
       01 BlockedItemLine       PIC X(80).

       working-storage section.

      *File assignments resolved at start-up: each path may be
      *are a configuration difference instead of a source edit
       01  CustomerTransactions-Path  pic x(80)
           value "C:\DataFiles\CustomerTransactions.dat".
       01  CustomerMaster-Path  pic x(80)
           value "C:\DataFiles\CustomerMaster.dat".
       01  PostedTransactions-Path  pic x(80)
           value "C:\DataFiles\PostedTransactions.dat".
       01  TransactionRejects-Path  pic x(80)
           value "C:\DataFiles\TransactionRejects.rpt".
       01  CreditControl-Path  pic x(80)
           value "C:\DataFiles\CreditControl.dat".
       01  CreditLimitChanges-Path  pic x(80)
           value "C:\DataFiles\CreditLimitChanges.dat".
       01  DeclinedItems-Path  pic x(80)
           value "C:\DataFiles\DeclinedItems.rpt".
       01  CardActivity-Path  pic x(80)
           value "C:\DataFiles\CardActivity.dat".
       01  BillingCycle-Path  pic x(80)
           value "C:\DataFiles\BillingCycle.dat".
       01  CardCrossReference-Path  pic x(80)
           value "C:\DataFiles\CardCrossReference.dat".
       01  BlockedCardItems-Path  pic x(80)
           value "C:\DataFiles\BlockedCardItems.rpt".
       01  OverLimitFees-Path  pic x(80)
           value "C:\DataFiles\OverLimitFees.dat".
       01  LateFees-Path  pic x(80)
           value "C:\DataFiles\LateFees.dat".
       01  path-override  pic x(80).
       01 WS-Master-Status      PIC XX.
       01 WS-Trans-Status       PIC XX.

      *The batch being posted: the day's feed, then each fee file
       01 WS-Batch-Name         PIC X(20).
       01 WS-Batch-Kind         PIC X.
           88 Feed-Batch        VALUE "D".
           88 Fee-Batch         VALUE "F".
       01 WS-Batch-Records      PIC 9(6) VALUE 0.
       01 WS-Trans-EOF          PIC 9 VALUE 0.
           88 End-Of-Trans      VALUE 1.
       01 WS-Trailer-Found      PIC 9 VALUE 0.
           88 Trailer-Found     VALUE 1.
       01 WS-Trailer-Count      PIC 9(6) VALUE 0.
       01 WS-Posted-Count       PIC 9(6) VALUE 0.
       01 WS-Posted-Amount      PIC 9(9)V99 VALUE 0.
       01 WS-Rejected-Count     PIC 9(6) VALUE 0.
       01 WS-Declined-Count     PIC 9(6) VALUE 0.
       01 WS-Declined-Amount    PIC 9(9)V99 VALUE 0.
       01 WS-Control-EOF        PIC 9 VALUE 0.
           88 End-Of-Changes    VALUE 1.
       01 WS-Activity-EOF       PIC 9 VALUE 0.
           88 End-Of-Activity   VALUE 1.
       01 WS-Cycle-EOF          PIC 9 VALUE 0.
           88 End-Of-Cycles     VALUE 1.
       01 WS-Xref-EOF           PIC 9 VALUE 0.
           88 End-Of-Xref       VALUE 1.
       01 WS-Blocked-Count      PIC 9(6) VALUE 0.
       01 WS-Blocked-Amount     PIC 9(9)V99 VALUE 0.
       01 WS-Redirected-Count   PIC 9(6) VALUE 0.
       01 WS-Closed-Count       PIC 9(6) VALUE 0.
       01 WS-Closed-Amount      PIC 9(9)V99 VALUE 0.

      *Request block for the shared PeriodLock subprogram
       01 WS-PERIODLOCK-REQUEST.
           03 WS-PD-SYSTEM      PIC X(8).
           03 WS-PD-PERIOD      PIC 9(6).
           03 WS-PD-RESULT      PIC X.
               88 Period-Postable VALUES "O" "R".

      *Credit limit rules; CreditControl.dat overrides the defaults
       01 WS-Default-Limit      PIC 9(5) VALUE 1000.
       01 WS-Tolerance-Pct      PIC 99 VALUE 5.
       01 WS-Limit-Ceiling      PIC 9(6)V99.
       01 WS-New-Balance        PIC S9(6)V99.

      *Approved limit changes, applied as each profile comes past
       01 WS-Change-Count       PIC 9(4) VALUE 0.
       01 WS-Change-Table.
           03 WS-Change-Entry   OCCURS 0 TO 1000 TIMES
                                 DEPENDING ON WS-Change-Count
                                 INDEXED BY Change-Ix.
               05 WS-Ch-Card    PIC X(16).
               05 WS-Ch-Limit   PIC 9(5).
               05 WS-Ch-Applied PIC 9.
       01 WS-Change-Sub         PIC 9(4).
       01 WS-Limits-Changed     PIC 9(4) VALUE 0.
       01 WS-Limits-Defaulted   PIC 9(4) VALUE 0.

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

      *Each account's current billing cycle, carried through whole
      *with only the payments made by the due date brought up to date
       01 WS-Cycle-Count        PIC 9(5) VALUE 0.
       01 WS-Cycle-Table.
           03 WS-Cycle-Entry    OCCURS 0 TO 10000 TIMES
                                 DEPENDING ON WS-Cycle-Count
                                 INDEXED BY Cyc-Ix.
               05 WS-Bc-Card    PIC X(16).
               05 WS-Bc-Due-Date PIC 9(8).
               05 WS-Bc-Paid    PIC 9(7)V99.
               05 WS-Bc-Record  PIC X(71).
       01 WS-Cycle-Sub          PIC 9(5).
       01 WS-Paid-On-Time       PIC 9(6) VALUE 0.

      *Blocked card numbers and the numbers that replaced them
       01 WS-Xref-Count         PIC 9(5) VALUE 0.
       01 WS-Xref-Table.
           03 WS-Xref-Entry     OCCURS 0 TO 10000 TIMES
                                 DEPENDING ON WS-Xref-Count
                                 INDEXED BY Xref-Ix.
               05 WS-Cx-Old-Card PIC X(16).
               05 WS-Cx-New-Card PIC X(16).
       01 WS-Card-Blocked       PIC 9.
           88 Card-Blocked      VALUE 1.
       01 WS-Current-Card       PIC X(16).
       01 WS-Replaced-Found     PIC 9.
           88 Replaced-Found    VALUE 1.

      *The day's transactions loaded at start-up, matched off as
      *each profile record comes past
               05 WS-Tx-Amount  PIC 9(5)V99.
               05 WS-Tx-Applied PIC 9.
       01 WS-Trans-Sub          PIC 9(4).
       01 WS-Card-Sub           PIC 9(4).
       01 WS-Card-Work          PIC X(16).

       01 WS-Reject-Line.
           03 FILLER            PIC X(2) VALUE SPACES.
           03 RJ-Reason         PIC X(22).

       01 WS-Declined-Heading   PIC X(80) VALUE
           "DECLINED CHARGES - OVER CREDIT LIMIT".
       01 WS-Declined-Columns.
           03 FILLER            PIC X(18) VALUE "CARD".
           03 FILLER            PIC X(10) VALUE "DATE".
           03 FILLER            PIC X(12) VALUE "      AMOUNT".
           03 FILLER            PIC X(12) VALUE "     BALANCE".
           03 FILLER            PIC X(8)  VALUE "   LIMIT".
       01 WS-Declined-Line.
           03 DL-Card           PIC X(16).
           03 FILLER            PIC X(2) VALUE SPACES.
           03 DL-Date           PIC 9(8).
           03 FILLER            PIC X(2) VALUE SPACES.
           03 DL-Amount         PIC ZZZ,ZZ9.99.
           03 FILLER            PIC X(2) VALUE SPACES.
           03 DL-Balance        PIC -ZZ,ZZ9.99.
           03 FILLER            PIC X(2) VALUE SPACES.
           03 DL-Limit          PIC ZZ,ZZ9.

       01 WS-Blocked-Heading    PIC X(80) VALUE
           "CHARGES ON BLOCKED CARDS - HELD FOR REVIEW".
       01 WS-Blocked-Columns.
           03 FILLER            PIC X(18) VALUE "BLOCKED CARD".
           03 FILLER            PIC X(10) VALUE "DATE".
           03 FILLER            PIC X(12) VALUE "      AMOUNT".
           03 FILLER            PIC X(2)  VALUE SPACES.
           03 FILLER            PIC X(16) VALUE "REPLACED BY".
       01 WS-Blocked-Line.
           03 BL-Card           PIC X(16).
           03 FILLER            PIC X(2) VALUE SPACES.
           03 BL-Date           PIC 9(8).
           03 FILLER            PIC X(2) VALUE SPACES.
           03 BL-Amount         PIC ZZZ,ZZ9.99.
           03 FILLER            PIC X(4) VALUE SPACES.
           03 BL-New-Card       PIC X(16).

       procedure division.
       main-program.
           perform configure-file-paths
           display "CUSTOMER TRANSACTION POSTING"
           perform load-credit-control
           perform load-limit-changes
           perform load-card-activity
           perform load-billing-cycles
           perform load-cross-reference
           perform open-posting-files
           move "DAILY FEED" to WS-Batch-Name
           set Feed-Batch to true
           perform post-one-batch
           move "OVER-LIMIT FEES" to WS-Batch-Name
           set Fee-Batch to true
           move OverLimitFees-Path to CustomerTransactions-Path
           perform post-one-batch
           move "LATE FEES" to WS-Batch-Name
           move LateFees-Path to CustomerTransactions-Path
           perform post-one-batch
           perform apply-one-limit-change
               varying WS-Change-Sub from 1 by 1
               until WS-Change-Sub > WS-Change-Count
           perform close-posting-files
           perform rewrite-card-activity
           perform rewrite-billing-cycles
           display "LIMITS CHANGED   : " WS-Limits-Changed
           display "LIMITS DEFAULTED : " WS-Limits-Defaulted
           display "PAID BY DUE DATE : " WS-Paid-On-Time

           goback.

      *--------------------------------------------------------------
      *open-posting-files opens the master and the posting outputs
      *once for every batch of the run
      *--------------------------------------------------------------
       open-posting-files.
           open i-o CustomerMaster
           if WS-Master-Status not = "00"
               display "CANNOT OPEN CustomerMaster.dat - STATUS "
                   WS-Master-Status
               stop run
           end-if
           open output PostedTransactions
           open output TransactionRejects
           open output DeclinedItems
           write DeclinedItemLine from WS-Declined-Heading
           write DeclinedItemLine from WS-Declined-Columns
           open output BlockedCardItems
           write BlockedItemLine from WS-Blocked-Heading
           write BlockedItemLine from WS-Blocked-Columns
           exit.

      *--------------------------------------------------------------
      *close-posting-files closes them once every batch is posted
      *--------------------------------------------------------------
       close-posting-files.
           close CustomerMaster
           close PostedTransactions TransactionRejects DeclinedItems
               BlockedCardItems
           exit.

      *--------------------------------------------------------------
      *post-one-batch loads one batch of transactions, posts it and
      *balances it against its own trailer; a fee file is then
      *emptied so its fees are posted only once
      *--------------------------------------------------------------
       post-one-batch.
           move 0 to WS-Trans-Count WS-Trans-EOF WS-Batch-Records
           move 0 to WS-Trailer-Found WS-Trailer-Count
           move 0 to WS-Trailer-Amount
           move 0 to WS-Posted-Count WS-Posted-Amount
           move 0 to WS-Rejected-Count
           move 0 to WS-Declined-Count WS-Declined-Amount
           move 0 to WS-Blocked-Count WS-Blocked-Amount
           move 0 to WS-Redirected-Count
           move 0 to WS-Closed-Count WS-Closed-Amount
           perform load-transactions
           if Fee-Batch and WS-Batch-Records = 0
               display WS-Batch-Name ": NONE TO POST"
               exit paragraph
           end-if
           perform post-to-profiles
           perform report-unapplied
           perform balance-against-trailer
           if Fee-Batch
               open output CustomerTransactions
               close CustomerTransactions
           end-if
           exit.

      *--------------------------------------------------------------
      *load-transactions loads the batch's transactions, holding the
      *trailer figures back for the balancing check; the feed must
      *be there, a fee file need not be
      *--------------------------------------------------------------
       load-transactions.
           open input CustomerTransactions
           if WS-Trans-Status = "35" and Fee-Batch
               exit paragraph
           end-if
           if WS-Trans-Status not = "00"
               display "CANNOT OPEN " CustomerTransactions-Path
                   " STATUS " WS-Trans-Status
               stop run
           end-if
           read CustomerTransactions
               at end set End-Of-Trans to true
           end-read
           perform load-one-transaction until End-Of-Trans
           close CustomerTransactions
           if not Trailer-Found
               and (Feed-Batch or WS-Batch-Records > 0)
               display "WARNING: " WS-Batch-Name
                   " CARRIES NO TRAILER"
           end-if
           exit.

      *load-one-transaction stores one feed record
      *--------------------------------------------------------------
       load-one-transaction.
           add 1 to WS-Batch-Records
           if TXT-Tag = "TRAILER"
               set Trailer-Found to true
               move TXT-Count to WS-Trailer-Count
                   write TransactionRejectLine from WS-Reject-Line
                   add 1 to WS-Rejected-Count
               else
                   perform check-blocked-card
                   move "CARD" to WS-PD-SYSTEM
                   move TX-Date(1:6) to WS-PD-PERIOD
                   call "PeriodLock" using WS-PERIODLOCK-REQUEST
                   evaluate true
                       when not Period-Postable
                           perform reject-closed-period
                       when Card-Blocked and TX-Charge
                           perform hold-blocked-charge
                       when other
                           perform store-one-transaction
                   end-evaluate
               end-if
           end-if
           read CustomerTransactions
           exit.

      *--------------------------------------------------------------
      *store-one-transaction holds one postable transaction for the
      *posting pass
      *--------------------------------------------------------------
       store-one-transaction.
           if WS-Trans-Count >= 2000
               display "ERROR: Transaction table full"
               stop run
           end-if
           add 1 to WS-Trans-Count
           move WS-Current-Card to WS-Tx-Card(WS-Trans-Count)
           move TX-Date to WS-Tx-Date(WS-Trans-Count)
           move TX-Code to WS-Tx-Code(WS-Trans-Count)
           move TX-Amount to WS-Tx-Amount(WS-Trans-Count)
           move 0 to WS-Tx-Applied(WS-Trans-Count)
           exit.

      *--------------------------------------------------------------
      *reject-closed-period rejects a transaction dated in a closed
      *accounting period
      *--------------------------------------------------------------
       reject-closed-period.
           add 1 to WS-Closed-Count
           add TX-Amount to WS-Closed-Amount
           move TX-Card to RJ-Card
           move TX-Code to RJ-Code
           move TX-Amount to RJ-Amount
           move "PERIOD CLOSED" to RJ-Reason
           write TransactionRejectLine from WS-Reject-Line
           exit.

      *--------------------------------------------------------------
      *load-cross-reference loads the blocked card numbers and the
      *numbers that replaced them
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
      *load-one-xref stores one blocked card number
      *--------------------------------------------------------------
       load-one-xref.
           if CX-Status = "B"
               if WS-Xref-Count >= 10000
                   display "ERROR: Cross-reference table full"
                   stop run
               end-if
               add 1 to WS-Xref-Count
               move CX-Old-Card to WS-Cx-Old-Card(WS-Xref-Count)
               move CX-New-Card to WS-Cx-New-Card(WS-Xref-Count)
           end-if
           read CardCrossReference
               at end set End-Of-Xref to true
           end-read
           exit.

      *--------------------------------------------------------------
      *check-blocked-card sets WS-Current-Card to the card the
      *transaction belongs to now, following the cross-reference
      *through every reissue, and flags a blocked number
      *--------------------------------------------------------------
       check-blocked-card.
           move TX-Card to WS-Current-Card
           move 0 to WS-Card-Blocked
           set Replaced-Found to true
           perform follow-cross-reference until not Replaced-Found
           if Card-Blocked and not TX-Charge
               add 1 to WS-Redirected-Count
           end-if
           exit.

      *--------------------------------------------------------------
      *follow-cross-reference moves WS-Current-Card on to the card
      *that replaced it, if any
      *--------------------------------------------------------------
       follow-cross-reference.
           move 0 to WS-Replaced-Found
           set Xref-Ix to 1
           search WS-Xref-Entry
               when WS-Cx-Old-Card(Xref-Ix) = WS-Current-Card
                   move WS-Cx-New-Card(Xref-Ix) to WS-Current-Card
                   set Card-Blocked to true
                   set Replaced-Found to true
           end-search
           exit.

      *--------------------------------------------------------------
      *hold-blocked-charge lists a charge on a blocked card for
      *review; it is neither posted nor rejected
      *--------------------------------------------------------------
       hold-blocked-charge.
           add 1 to WS-Blocked-Count
           add TX-Amount to WS-Blocked-Amount
           move TX-Card to BL-Card
           move TX-Date to BL-Date
           move TX-Amount to BL-Amount
           move WS-Current-Card to BL-New-Card
           write BlockedItemLine from WS-Blocked-Line
           exit.

      *--------------------------------------------------------------
      *post-to-profiles reads each card with transactions in the
      *batch from the master by its number and posts all of its
      *transactions at once; the limit changes for cards that had
      *no transactions are applied once every batch is posted
      *--------------------------------------------------------------
       post-to-profiles.
           perform post-one-card
               varying WS-Card-Sub from 1 by 1
               until WS-Card-Sub > WS-Trans-Count
           exit.

      *--------------------------------------------------------------
      *post-one-card applies every transaction for the card of the
      *first one not yet dealt with; a card not on the master is
      *left for report-unapplied
      *--------------------------------------------------------------
       post-one-card.
           if WS-Tx-Applied(WS-Card-Sub) not = 0
               exit paragraph
           end-if
           move WS-Tx-Card(WS-Card-Sub) to WS-Card-Work
           move WS-Card-Work to Credit-Card-Number
           read CustomerMaster
               invalid key
                   exit paragraph
           end-read
           if WS-Master-Status not = "00"
               display "CANNOT READ CustomerMaster.dat - STATUS "
                   WS-Master-Status
               stop run
           end-if
           perform set-credit-limit
           perform varying WS-Trans-Sub from 1 by 1
               until WS-Trans-Sub > WS-Trans-Count
               if WS-Tx-Applied(WS-Trans-Sub) = 0
                   perform apply-one-transaction
               end-if
           end-perform
           rewrite CustomerProfile
           exit.

      *--------------------------------------------------------------
      *apply-one-limit-change applies an approved limit change to a
      *card that had no transactions today, after every batch
      *--------------------------------------------------------------
       apply-one-limit-change.
           if WS-Ch-Applied(WS-Change-Sub) = 1
               exit paragraph
           end-if
           move WS-Ch-Card(WS-Change-Sub) to WS-Card-Work
           move WS-Card-Work to Credit-Card-Number
           read CustomerMaster
               invalid key
                   display "LIMIT CHANGE FOR UNKNOWN CARD: "
                       WS-Card-Work
                   exit paragraph
           end-read
           perform set-credit-limit
           rewrite CustomerProfile
           exit.

      *--------------------------------------------------------------
      *applied detail is banked for the statement run
      *--------------------------------------------------------------
       apply-one-transaction.
           if WS-Tx-Code(WS-Trans-Sub) = "C"
               compute WS-New-Balance = Credit-Card-Balance
                   + WS-Tx-Amount(WS-Trans-Sub)
               if WS-New-Balance > WS-Limit-Ceiling
                   perform decline-one-charge
                   exit paragraph
               end-if
           end-if
           if WS-Tx-Code(WS-Trans-Sub) = "P"
               subtract WS-Tx-Amount(WS-Trans-Sub)
                   from Credit-Card-Balance
           move WS-Tx-Code(WS-Trans-Sub) to PT-Code
           move WS-Tx-Amount(WS-Trans-Sub) to PT-Amount
           write PostedTransactionRecord
           perform find-card-activity
           evaluate WS-Tx-Code(WS-Trans-Sub)
               when "P"
                   add 1 to WS-Ca-Payment-Count(Act-Ix)
                   add WS-Tx-Amount(WS-Trans-Sub)
                       to WS-Ca-Payment-Total(Act-Ix)
                   move WS-Tx-Date(WS-Trans-Sub)
                       to WS-Ca-Last-Payment(Act-Ix)
                   perform credit-payment-to-cycle
               when "C"
                   add 1 to WS-Ca-Charge-Count(Act-Ix)
                   add WS-Tx-Amount(WS-Trans-Sub)
                       to WS-Ca-Charge-Total(Act-Ix)
                   move WS-Tx-Date(WS-Trans-Sub)
                       to WS-Ca-Last-Charge(Act-Ix)
           end-evaluate
           exit.

      *--------------------------------------------------------------
      *credit-payment-to-cycle counts a payment made by the due date
      *toward the account's minimum; a later payment, or one on an
      *account not yet billed, counts only at the next cycle
      *--------------------------------------------------------------
       credit-payment-to-cycle.
           set Cyc-Ix to 1
           search WS-Cycle-Entry
               when WS-Bc-Card(Cyc-Ix) = WS-Tx-Card(WS-Trans-Sub)
                   if WS-Tx-Date(WS-Trans-Sub)
                       not > WS-Bc-Due-Date(Cyc-Ix)
                       add WS-Tx-Amount(WS-Trans-Sub)
                           to WS-Bc-Paid(Cyc-Ix)
                       add 1 to WS-Paid-On-Time
                   end-if
           end-search
           exit.

      *--------------------------------------------------------------
      *decline-one-charge lists a charge the limit will not take
      *and marks it so it is neither posted nor rejected
      *--------------------------------------------------------------
       decline-one-charge.
           move 2 to WS-Tx-Applied(WS-Trans-Sub)
           add 1 to WS-Declined-Count
           add WS-Tx-Amount(WS-Trans-Sub) to WS-Declined-Amount
           move WS-Tx-Card(WS-Trans-Sub) to DL-Card
           move WS-Tx-Date(WS-Trans-Sub) to DL-Date
           move WS-Tx-Amount(WS-Trans-Sub) to DL-Amount
           move Credit-Card-Balance to DL-Balance
           move Credit-Limit to DL-Limit
           write DeclinedItemLine from WS-Declined-Line
           perform find-card-activity
           add 1 to WS-Ca-Declined-Count(Act-Ix)
           exit.

      *--------------------------------------------------------------
      *set-credit-limit gives a profile without a limit the default,
      *applies any approved change, and works out the ceiling a
      *charge may take the balance to
      *--------------------------------------------------------------
       set-credit-limit.
           if Credit-Limit not numeric or Credit-Limit = 0
               move WS-Default-Limit to Credit-Limit
               add 1 to WS-Limits-Defaulted
           end-if
           set Change-Ix to 1
           search WS-Change-Entry
               when WS-Ch-Card(Change-Ix) = WS-Card-Work
                   move WS-Ch-Limit(Change-Ix) to Credit-Limit
                   move 1 to WS-Ch-Applied(Change-Ix)
                   add 1 to WS-Limits-Changed
           end-search
           compute WS-Limit-Ceiling rounded =
               Credit-Limit * (100 + WS-Tolerance-Pct) / 100
           exit.

      *--------------------------------------------------------------
      *find-card-activity points Act-Ix at the transaction's card,
      *starting an entry for a card not seen before
      *--------------------------------------------------------------
       find-card-activity.
           set Act-Ix to 1
           search WS-Activity-Entry
               at end
                   if WS-Activity-Count >= 10000
                       display "ERROR: Card activity table full"
                       stop run
                   end-if
                   add 1 to WS-Activity-Count
                   set Act-Ix to WS-Activity-Count
                   move WS-Tx-Card(WS-Trans-Sub) to WS-Ca-Card(Act-Ix)
                   move 0 to WS-Ca-Payment-Count(Act-Ix)
                   move 0 to WS-Ca-Payment-Total(Act-Ix)
                   move 0 to WS-Ca-Charge-Total(Act-Ix)
                   move 0 to WS-Ca-Declined-Count(Act-Ix)
                   move 0 to WS-Ca-Over-Limit(Act-Ix)
                   move 0 to WS-Ca-Last-Payment(Act-Ix)
                   move 0 to WS-Ca-Charge-Count(Act-Ix)
                   move 0 to WS-Ca-Last-Charge(Act-Ix)
               when WS-Ca-Card(Act-Ix) = WS-Tx-Card(WS-Trans-Sub)
                   continue
           end-search
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
                   move CL-Tolerance-Pct to WS-Tolerance-Pct
           end-read
           close CreditControl
           exit.

      *--------------------------------------------------------------
      *load-limit-changes loads the approved limit changes
      *--------------------------------------------------------------
       load-limit-changes.
           open input CreditLimitChanges
           read CreditLimitChanges
               at end set End-Of-Changes to true
           end-read
           perform load-one-limit-change until End-Of-Changes
           close CreditLimitChanges
           exit.

      *--------------------------------------------------------------
      *load-one-limit-change stores one approved change
      *--------------------------------------------------------------
       load-one-limit-change.
           if LC-New-Limit not numeric or LC-New-Limit = 0
               display "BAD LIMIT CHANGE BYPASSED: "
                   CreditLimitChangeRecord
           else
               if WS-Change-Count >= 1000
                   display "ERROR: Limit change table full"
                   stop run
               end-if
               add 1 to WS-Change-Count
               move LC-Card to WS-Ch-Card(WS-Change-Count)
               move LC-New-Limit to WS-Ch-Limit(WS-Change-Count)
               move 0 to WS-Ch-Applied(WS-Change-Count)
           end-if
           read CreditLimitChanges
               at end set End-Of-Changes to true
           end-read
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
           move BC-Due-Date to WS-Bc-Due-Date(WS-Cycle-Count)
           move BC-Paid-By-Due to WS-Bc-Paid(WS-Cycle-Count)
           move BillingCycleRecord to WS-Bc-Record(WS-Cycle-Count)
           read BillingCycle
               at end set End-Of-Cycles to true
           end-read
           exit.

      *--------------------------------------------------------------
      *rewrite-billing-cycles writes every billing cycle back; with
      *no accounts billed yet there is nothing to write
      *--------------------------------------------------------------
       rewrite-billing-cycles.
           if WS-Cycle-Count = 0
               exit paragraph
           end-if
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
           move WS-Bc-Record(WS-Cycle-Sub) to BillingCycleRecord
           move WS-Bc-Paid(WS-Cycle-Sub) to BC-Paid-By-Due
           write BillingCycleRecord
           exit.

      *--------------------------------------------------------------
                   add 1 to WS-Rejected-Count
               end-if
           end-perform
           exit.

      *--------------------------------------------------------------
      *balance-against-trailer proves the batch's posted totals
      *against its transmission trailer
      *--------------------------------------------------------------
       balance-against-trailer.
           display "BATCH    : " WS-Batch-Name
           display "POSTED   : " WS-Posted-Count " FOR "
               WS-Posted-Amount
           display "REJECTED : " WS-Rejected-Count
           display "DECLINED : " WS-Declined-Count " FOR "
               WS-Declined-Amount
           display "BLOCKED CARD CHARGES HELD : " WS-Blocked-Count
               " FOR " WS-Blocked-Amount
           display "BLOCKED CARD ITEMS MOVED  : " WS-Redirected-Count
           display "CLOSED PERIOD ITEMS       : " WS-Closed-Count
               " FOR " WS-Closed-Amount
           if Trailer-Found
               if WS-Posted-Count + WS-Rejected-Count
                   + WS-Declined-Count + WS-Blocked-Count
                   + WS-Closed-Count = WS-Trailer-Count
                   display "TRAILER COUNT BALANCES"
               else
                   display "TRAILER COUNT MISMATCH - TRAILER SAYS "
                       WS-Trailer-Count
               end-if
               if WS-Posted-Amount + WS-Declined-Amount
                   + WS-Blocked-Amount + WS-Closed-Amount
                   = WS-Trailer-Amount
                   display "TRAILER AMOUNT BALANCES"
               else
                   display "TRAILER AMOUNT MISMATCH - TRAILER SAYS "
           display "CustomerTransactions: " CustomerTransactions-Path
           move spaces to path-override
           accept path-override from environment
               "DD_CUSTOMERMASTER"
           if path-override not = spaces
               move path-override to CustomerMaster-Path
           end-if
           display "CustomerMaster: " CustomerMaster-Path
           move spaces to path-override
           accept path-override from environment
               "DD_POSTEDTRANSACTIONS"
               move path-override to TransactionRejects-Path
           end-if
           display "TransactionRejects: " TransactionRejects-Path
           move spaces to path-override
           accept path-override from environment
               "DD_CREDITCONTROL"
           if path-override not = spaces
               move path-override to CreditControl-Path
           end-if
           display "CreditControl: " CreditControl-Path
           move spaces to path-override
           accept path-override from environment
               "DD_CREDITLIMITCHANGES"
           if path-override not = spaces
               move path-override to CreditLimitChanges-Path
           end-if
           display "CreditLimitChanges: " CreditLimitChanges-Path
           move spaces to path-override
           accept path-override from environment
               "DD_DECLINEDITEMS"
           if path-override not = spaces
               move path-override to DeclinedItems-Path
           end-if
           display "DeclinedItems: " DeclinedItems-Path
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
               "DD_CARDCROSSREFERENCE"
           if path-override not = spaces
               move path-override to CardCrossReference-Path
           end-if
           display "CardCrossReference: " CardCrossReference-Path
           move spaces to path-override
           accept path-override from environment
               "DD_BLOCKEDCARDITEMS"
           if path-override not = spaces
               move path-override to BlockedCardItems-Path
           end-if
           display "BlockedCardItems: " BlockedCardItems-Path
           move spaces to path-override
           accept path-override from environment
               "DD_FEETRANSACTIONS"
           if path-override not = spaces
               move path-override to OverLimitFees-Path
           end-if
           display "OverLimitFees: " OverLimitFees-Path
           move spaces to path-override
           accept path-override from environment
               "DD_LATEFEES"
           if path-override not = spaces
               move path-override to LateFees-Path
           end-if
           display "LateFees: " LateFees-Path
           exit.
       end program TransactionPosting.
