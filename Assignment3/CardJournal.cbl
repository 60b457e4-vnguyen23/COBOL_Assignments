       identification division.
       program-id. CardJournal as "CardJournal".

      *CardJournal is the daily general-ledger extract for the card
      *accounts, so accounting stops summarizing the month's postings
      *by hand. It totals the charges "C", payments "P" and fees "F"
      *TransactionPosting applied, from PostedTransactions.dat, and
      *the interest "I" the statement run's calculate-cc-interest
      *accrued today, from InterestAccrual.dat, and maps each
      *movement to a GL account through CardAccountMap.dat. The
      *journal goes to CardGLJournal.dat in the payroll
      *GLJournal.dat layout, netted to one entry per account, with
      *store "CARD" and the movement code in the job-code position;
      *charges credit the clearing account, fees the fee income
      *account and interest the interest income account, payments
      *debit their clearing account, and the other side of every
      *movement is carried to the card receivables account (map
      *entry movement "*") as the one balancing entry. A total with
      *no mapping is held out of the journal and listed on
      *CardGLRejects.rpt until the map is fixed.
      *
      *CardJournalControl.rpt ties the journal to the customer
      *master: the total Credit-Card-Balance across the file is
      *compared with the total on CardBalanceSnapshot.dat from the
      *previous run, and the day's change is set against the
      *receivables journaled for the posted charges, payments and
      *fees. Accrued interest is shown on its own line, since the
      *statement run projects it without adding it to the balances.
      *The snapshot is then rewritten, so the run belongs at the end
      *of the day after the posting and statement runs. The journal
      *is acknowledged through GLAckReconcile, run with its DD_
      *paths pointed at the card journal files.
      *No journal is written into an accounting period closed on
      *the shared period calendar unless its reopen has been logged.

       environment division.
       input-output section.
       file-control.
           Select optional PostedTransactions assign using
           PostedTransactions-Path
           organization is line sequential.

           Select optional InterestAccrual assign using
           InterestAccrual-Path
           organization is line sequential.

           Select CustomerMaster assign using
           CustomerMaster-Path
           organization is indexed
           access is sequential
           record key is Credit-Card-Number
           file status is WS-Master-Status.

           Select optional BalanceSnapshot assign using
           BalanceSnapshot-Path
           organization is line sequential.

           Select CardAccountMap assign using
           CardAccountMap-Path
           organization is line sequential.

           Select CardGLJournal assign using
           CardGLJournal-Path
           organization is line sequential.

           Select CardGLRejects assign using
           CardGLRejects-Path
           organization is line sequential.

           Select ControlReport assign using
           ControlReport-Path
           organization is line sequential.

       data division.
       file section.
       fd PostedTransactions.
      ********PostedTransactionRecord, one per transaction applied****
       01 PostedTransactionRecord.
           03 PT-Card           PIC 9(16).
           03 FILLER            PIC X.
           03 PT-Date           PIC 9(8).
           03 FILLER            PIC X.
           03 PT-Code           PIC X.
           03 FILLER            PIC X.
           03 PT-Amount         PIC 9(5)V99.
      ********End of PostedTransactionRecord***************************

       fd InterestAccrual.
      ********InterestAccrualRecord, one per account accrued**********
       01 InterestAccrualRecord.
           03 IA-Card           PIC 9(16).
           03 FILLER            PIC X.
           03 IA-Date           PIC 9(8).
           03 FILLER            PIC X.
           03 IA-Amount         PIC 9(5)V99.
      ********End of InterestAccrualRecord*****************************

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

       fd BalanceSnapshot.
      ********BalanceSnapshotRecord, the file total at the last run***
       01 BalanceSnapshotRecord.
           03 BS-Date           PIC 9(8).
           03 FILLER            PIC X.
           03 BS-Account-Count  PIC 9(7).
           03 FILLER            PIC X.
           03 BS-Balance-Total  PIC S9(9)V99.
      ********End of BalanceSnapshotRecord*****************************

       fd CardAccountMap.
      ********CardAccountMapRecord, one per movement******************
       01 CardAccountMapRecord.
           03 CM-Movement       PIC X.
           03 FILLER            PIC X.
           03 CM-Account        PIC 9(8).
      ********End of CardAccountMapRecord******************************

       fd CardGLJournal.
      ********GLJournalRecord, the payroll journal layout**************
       01 GLJournalRecord.
           03 GJ-Type           PIC X.
           03 FILLER            PIC X.
           03 GJ-Account        PIC 9(8).
           03 FILLER            PIC X.
           03 GJ-Amount         PIC 9(9)V99.
           03 FILLER            PIC X.
           03 GJ-Store          PIC X(4).
           03 FILLER            PIC X.
           03 GJ-JobCode        PIC X.

       fd CardGLRejects.
       01 CardGLRejectLine.
           03 GR-Movement       PIC X.
           03 FILLER            PIC X(2).
           03 GR-Amount         PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER            PIC X(2).
           03 GR-Reason         PIC X(22).

       fd ControlReport.
       01 ControlReportLine     PIC X(80).

       working-storage section.

      *File assignments resolved at start-up: each path may be
      *overridden through its DD_ environment variable, with the
      *original location as the default, so test and production
      *are a configuration difference instead of a source edit
       01  PostedTransactions-Path  pic x(80)
           value "C:\DataFiles\PostedTransactions.dat".
       01  InterestAccrual-Path  pic x(80)
           value "C:\DataFiles\InterestAccrual.dat".
       01  CustomerMaster-Path  pic x(80)
           value "C:\DataFiles\CustomerMaster.dat".
       01  BalanceSnapshot-Path  pic x(80)
           value "C:\DataFiles\CardBalanceSnapshot.dat".
       01  CardAccountMap-Path  pic x(80)
           value "C:\DataFiles\CardAccountMap.dat".
       01  CardGLJournal-Path  pic x(80)
           value "C:\DataFiles\CardGLJournal.dat".
       01  CardGLRejects-Path  pic x(80)
           value "C:\DataFiles\CardGLRejects.rpt".
       01  ControlReport-Path  pic x(80)
           value "C:\DataFiles\CardJournalControl.rpt".
       01  path-override  pic x(80).
       01 WS-Master-Status      PIC XX.
       01 WS-Posted-EOF         PIC 9 VALUE 0.
           88 End-Of-Posted     VALUE 1.
       01 WS-Accrual-EOF        PIC 9 VALUE 0.
           88 End-Of-Accruals   VALUE 1.
       01 WS-Master-EOF         PIC 9 VALUE 0.
           88 End-Of-Master     VALUE 1.
       01 WS-Map-EOF            PIC 9 VALUE 0.
           88 End-Of-Map        VALUE 1.
       01 WS-Journal-Date       PIC 9(8).

      *Request block for the shared PeriodLock subprogram
       01 WS-PERIODLOCK-REQUEST.
           03 WS-PD-SYSTEM      PIC X(8).
           03 WS-PD-PERIOD      PIC 9(6).
           03 WS-PD-RESULT      PIC X.
               88 Period-Postable VALUES "O" "R".

      *The day's totals by movement: charges, payments, fees and
      *interest, in that order
       01 WS-Movement-Codes     PIC X(4) VALUE "CPFI".
       01 WS-Movement-Table.
           03 WS-Movement-Entry OCCURS 4 TIMES
                                 INDEXED BY Move-Ix.
               05 WS-Mv-Code    PIC X.
               05 WS-Mv-Amount  PIC 9(9)V99.
       01 WS-Movement-Sub       PIC 9.

      *The account map
       01 WS-Map-Count          PIC 9(3) VALUE 0.
       01 WS-Map-Table.
           03 WS-Map-Entry      OCCURS 0 TO 50 TIMES
                                 DEPENDING ON WS-Map-Count
                                 INDEXED BY Map-Ix.
               05 WS-Mp-Code    PIC X.
               05 WS-Mp-Account PIC 9(8).
       01 WS-Map-Found          PIC 9 VALUE 0.
           88 Map-Found         VALUE 1.
       01 WS-Receivable-Found   PIC 9 VALUE 0.
           88 Receivable-Found  VALUE 1.
       01 WS-Receivable-Account PIC 9(8).

      *The journal netted by account; debits positive
       01 WS-Account-Count      PIC 9(3) VALUE 0.
       01 WS-Account-Table.
           03 WS-Account-Entry  OCCURS 0 TO 50 TIMES
                                 DEPENDING ON WS-Account-Count
                                 INDEXED BY Account-Ix.
               05 WS-Ac-Account  PIC 9(8).
               05 WS-Ac-Code     PIC X.
               05 WS-Ac-Net      PIC S9(9)V99.
       01 WS-Account-Sub        PIC 9(3).
       01 WS-Signed-Amount      PIC S9(9)V99.
       01 WS-Entry-Account      PIC 9(8).
       01 WS-Entry-Code         PIC X.
       01 WS-Receivable-Net     PIC S9(9)V99 VALUE 0.

      *Control figures: balance movement against the journal
       01 WS-Snap-Date          PIC 9(8) VALUE 0.
       01 WS-Snap-Count         PIC 9(7) VALUE 0.
       01 WS-Snap-Total         PIC S9(9)V99 VALUE 0.
       01 WS-Master-Count       PIC 9(7) VALUE 0.
       01 WS-Master-Total       PIC S9(9)V99 VALUE 0.
       01 WS-Balance-Movement   PIC S9(9)V99 VALUE 0.
       01 WS-Balance-Journaled  PIC S9(9)V99 VALUE 0.
       01 WS-Interest-Journaled PIC S9(9)V99 VALUE 0.
       01 WS-Debit-Total        PIC 9(9)V99 VALUE 0.
       01 WS-Credit-Total       PIC 9(9)V99 VALUE 0.
       01 WS-Unmapped-Total     PIC 9(9)V99 VALUE 0.
       01 WS-Entry-Count        PIC 9(4) VALUE 0.
       01 WS-Reject-Count       PIC 9(4) VALUE 0.

       01 WS-Control-Heading.
           03 FILLER            PIC X(32) VALUE
               "CARD JOURNAL CONTROL REPORT     ".
           03 CH-Date           PIC 9(8).
       01 WS-Snapshot-Line.
           03 FILLER            PIC X(32) VALUE
               "BALANCE MOVEMENT SINCE SNAPSHOT ".
           03 SL-Date           PIC 9(8).
       01 WS-Control-Columns.
           03 FILLER            PIC X(20) VALUE SPACES.
           03 FILLER            PIC X(17) VALUE " BALANCE MOVEMENT".
           03 FILLER            PIC X(17) VALUE "        JOURNALED".
           03 FILLER            PIC X(17) VALUE "       DIFFERENCE".
       01 WS-Control-Line.
           03 CL-Label          PIC X(20).
           03 CL-Movement       PIC -ZZZ,ZZZ,ZZ9.99.
           03 FILLER            PIC X(2)  VALUE SPACES.
           03 CL-Journaled      PIC -ZZZ,ZZZ,ZZ9.99.
           03 FILLER            PIC X(2)  VALUE SPACES.
           03 CL-Difference     PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-Total-Line.
           03 TL-Label          PIC X(20).
           03 TL-Amount         PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-Control-Message    PIC X(60).

       procedure division.
       main-program.
           perform configure-file-paths
           accept WS-Journal-Date from DATE YYYYMMDD
           move "CARD" to WS-PD-SYSTEM
           move WS-Journal-Date(1:6) to WS-PD-PERIOD
           call "PeriodLock" using WS-PERIODLOCK-REQUEST
           if not Period-Postable
               display "RUN REFUSED - ACCOUNTING PERIOD "
                   WS-PD-PERIOD " IS CLOSED"
               stop run
           end-if
           perform load-account-map
           perform clear-movement-totals varying WS-Movement-Sub
               from 1 by 1 until WS-Movement-Sub > 4
           perform total-posted-transactions
           perform total-interest-accruals
           perform write-journal
           perform load-snapshot
           perform measure-balance-movement
           perform write-control-report
           display "JOURNAL ENTRIES    : " WS-Entry-Count
           display "JOURNAL DEBITS     : " WS-Debit-Total
           display "JOURNAL CREDITS    : " WS-Credit-Total
           display "UNMAPPED TOTALS    : " WS-Reject-Count

           goback.

      *--------------------------------------------------------------
      *load-account-map loads the GL account map and picks out the
      *card receivables account
      *--------------------------------------------------------------
       load-account-map.
           open input CardAccountMap
           read CardAccountMap
               at end set End-Of-Map to true
           end-read
           perform load-one-mapping until End-Of-Map
           close CardAccountMap
           exit.

      *--------------------------------------------------------------
      *load-one-mapping stores one account mapping
      *--------------------------------------------------------------
       load-one-mapping.
           if CM-Movement = "*"
               set Receivable-Found to true
               move CM-Account to WS-Receivable-Account
           else
               if WS-Map-Count >= 50
                   display "ERROR: Account map table full"
                   stop run
               end-if
               add 1 to WS-Map-Count
               move CM-Movement to WS-Mp-Code(WS-Map-Count)
               move CM-Account to WS-Mp-Account(WS-Map-Count)
           end-if
           read CardAccountMap
               at end set End-Of-Map to true
           end-read
           exit.

      *--------------------------------------------------------------
      *clear-movement-totals sets up one movement's total
      *--------------------------------------------------------------
       clear-movement-totals.
           move WS-Movement-Codes(WS-Movement-Sub:1)
               to WS-Mv-Code(WS-Movement-Sub)
           move 0 to WS-Mv-Amount(WS-Movement-Sub)
           exit.

      *--------------------------------------------------------------
      *total-posted-transactions totals the charges, payments and
      *fees the day's posting run applied
      *--------------------------------------------------------------
       total-posted-transactions.
           open input PostedTransactions
           read PostedTransactions
               at end set End-Of-Posted to true
           end-read
           perform total-one-posted until End-Of-Posted
           close PostedTransactions
           exit.

      *--------------------------------------------------------------
      *total-one-posted adds one applied transaction to its movement
      *and to the receivables control figure
      *--------------------------------------------------------------
       total-one-posted.
           set Move-Ix to 1
           search WS-Movement-Entry
               at end
                   display "POSTED TRANSACTION WITH UNKNOWN CODE: "
                       PT-Card " " PT-Code
               when WS-Mv-Code(Move-Ix) = PT-Code
                   add PT-Amount to WS-Mv-Amount(Move-Ix)
                   if PT-Code = "P"
                       subtract PT-Amount from WS-Balance-Journaled
                   else
                       add PT-Amount to WS-Balance-Journaled
                   end-if
           end-search
           read PostedTransactions
               at end set End-Of-Posted to true
           end-read
           exit.

      *--------------------------------------------------------------
      *total-interest-accruals totals the interest accrued today
      *--------------------------------------------------------------
       total-interest-accruals.
           open input InterestAccrual
           read InterestAccrual
               at end set End-Of-Accruals to true
           end-read
           perform total-one-accrual until End-Of-Accruals
           close InterestAccrual
           exit.

      *--------------------------------------------------------------
      *total-one-accrual adds one account's interest of the day
      *--------------------------------------------------------------
       total-one-accrual.
           if IA-Date = WS-Journal-Date
               add IA-Amount to WS-Mv-Amount(4)
               add IA-Amount to WS-Interest-Journaled
           end-if
           read InterestAccrual
               at end set End-Of-Accruals to true
           end-read
           exit.

      *--------------------------------------------------------------
      *write-journal maps every movement total to its account, nets
      *the journal by account, and writes it with the balancing
      *receivables entry
      *--------------------------------------------------------------
       write-journal.
           open output CardGLJournal
           open output CardGLRejects
           perform post-one-total varying WS-Movement-Sub
               from 1 by 1 until WS-Movement-Sub > 4
           perform write-one-account varying WS-Account-Sub
               from 1 by 1 until WS-Account-Sub > WS-Account-Count
           if WS-Receivable-Net not = 0
               if Receivable-Found
                   move WS-Receivable-Account to WS-Entry-Account
                   move WS-Receivable-Net to WS-Signed-Amount
                   move "*" to WS-Entry-Code
                   perform write-journal-entry
               else
                   move spaces to CardGLRejectLine
                   move "*" to GR-Movement
                   move WS-Receivable-Net to GR-Amount
                   move "NO RECEIVABLES ACCOUNT" to GR-Reason
                   write CardGLRejectLine
                   add 1 to WS-Reject-Count
               end-if
           end-if
           close CardGLJournal CardGLRejects
           exit.

      *--------------------------------------------------------------
      *post-one-total posts one movement total to its account, and
      *the other side to receivables; charges, fees and interest
      *are credits, payments debits
      *--------------------------------------------------------------
       post-one-total.
           if WS-Mv-Amount(WS-Movement-Sub) = 0
               exit paragraph
           end-if
           move 0 to WS-Map-Found
           set Map-Ix to 1
           search WS-Map-Entry
               at end continue
               when WS-Mp-Code(Map-Ix) = WS-Mv-Code(WS-Movement-Sub)
                   set Map-Found to true
           end-search
           if not Map-Found
               move spaces to CardGLRejectLine
               move WS-Mv-Code(WS-Movement-Sub) to GR-Movement
               move WS-Mv-Amount(WS-Movement-Sub) to GR-Amount
               move "NO GL MAPPING" to GR-Reason
               write CardGLRejectLine
               add 1 to WS-Reject-Count
               add WS-Mv-Amount(WS-Movement-Sub) to WS-Unmapped-Total
               exit paragraph
           end-if
           if WS-Mv-Code(WS-Movement-Sub) = "P"
               move WS-Mv-Amount(WS-Movement-Sub) to WS-Signed-Amount
           else
               compute WS-Signed-Amount =
                   0 - WS-Mv-Amount(WS-Movement-Sub)
           end-if
           subtract WS-Signed-Amount from WS-Receivable-Net
           set Account-Ix to 1
           search WS-Account-Entry
               at end
                   if WS-Account-Count >= 50
                       display "ERROR: Journal account table full"
                       stop run
                   end-if
                   add 1 to WS-Account-Count
                   move WS-Mp-Account(Map-Ix) to
                       WS-Ac-Account(WS-Account-Count)
                   move WS-Mv-Code(WS-Movement-Sub) to
                       WS-Ac-Code(WS-Account-Count)
                   move WS-Signed-Amount to
                       WS-Ac-Net(WS-Account-Count)
               when WS-Ac-Account(Account-Ix) = WS-Mp-Account(Map-Ix)
                   add WS-Signed-Amount to WS-Ac-Net(Account-Ix)
           end-search
           exit.

      *--------------------------------------------------------------
      *write-one-account writes one account's net entry
      *--------------------------------------------------------------
       write-one-account.
           if WS-Ac-Net(WS-Account-Sub) = 0
               exit paragraph
           end-if
           move WS-Ac-Account(WS-Account-Sub) to WS-Entry-Account
           move WS-Ac-Net(WS-Account-Sub) to WS-Signed-Amount
           move WS-Ac-Code(WS-Account-Sub) to WS-Entry-Code
           perform write-journal-entry
           exit.

      *--------------------------------------------------------------
      *write-journal-entry writes the entry for WS-Entry-Account, a
      *debit when WS-Signed-Amount is positive and a credit when
      *negative
      *--------------------------------------------------------------
       write-journal-entry.
           move spaces to GLJournalRecord
           if WS-Signed-Amount > 0
               move "D" to GJ-Type
               move WS-Signed-Amount to GJ-Amount
               add WS-Signed-Amount to WS-Debit-Total
           else
               move "C" to GJ-Type
               compute GJ-Amount = 0 - WS-Signed-Amount
               add GJ-Amount to WS-Credit-Total
           end-if
           move WS-Entry-Account to GJ-Account
           move "CARD" to GJ-Store
           move WS-Entry-Code to GJ-JobCode
           write GLJournalRecord
           add 1 to WS-Entry-Count
           exit.

      *--------------------------------------------------------------
      *load-snapshot loads the previous run's balance total
      *--------------------------------------------------------------
       load-snapshot.
           open input BalanceSnapshot
           read BalanceSnapshot
               at end continue
               not at end
                   move BS-Date to WS-Snap-Date
                   move BS-Account-Count to WS-Snap-Count
                   move BS-Balance-Total to WS-Snap-Total
           end-read
           close BalanceSnapshot
           exit.

      *--------------------------------------------------------------
      *measure-balance-movement totals Credit-Card-Balance across the
      *master, takes the change since the snapshot, and writes the
      *new snapshot
      *--------------------------------------------------------------
       measure-balance-movement.
           open input CustomerMaster
           if WS-Master-Status not = "00"
               display "CANNOT OPEN CustomerMaster.dat - STATUS "
                   WS-Master-Status
               stop run
           end-if
           read CustomerMaster next record
               at end set End-Of-Master to true
           end-read
           perform measure-one-account until End-Of-Master
           close CustomerMaster
           compute WS-Balance-Movement =
               WS-Master-Total - WS-Snap-Total
           open output BalanceSnapshot
           move spaces to BalanceSnapshotRecord
           move WS-Journal-Date to BS-Date
           move WS-Master-Count to BS-Account-Count
           move WS-Master-Total to BS-Balance-Total
           write BalanceSnapshotRecord
           close BalanceSnapshot
           exit.

      *--------------------------------------------------------------
      *measure-one-account adds one account's balance to the total
      *--------------------------------------------------------------
       measure-one-account.
           add 1 to WS-Master-Count
           add Credit-Card-Balance to WS-Master-Total
           read CustomerMaster next record
               at end set End-Of-Master to true
           end-read
           exit.

      *--------------------------------------------------------------
      *write-control-report sets the balance movement against the
      *journal and shows the journal's own balance
      *--------------------------------------------------------------
       write-control-report.
           open output ControlReport
           move WS-Journal-Date to CH-Date
           write ControlReportLine from WS-Control-Heading
           move WS-Snap-Date to SL-Date
           write ControlReportLine from WS-Snapshot-Line
           move spaces to ControlReportLine
           write ControlReportLine
           move "PREVIOUS TOTAL    : " to TL-Label
           move WS-Snap-Total to TL-Amount
           write ControlReportLine from WS-Total-Line
           move "CURRENT TOTAL     : " to TL-Label
           move WS-Master-Total to TL-Amount
           write ControlReportLine from WS-Total-Line
           move spaces to ControlReportLine
           write ControlReportLine
           write ControlReportLine from WS-Control-Columns
           move "CARD BALANCES     : " to CL-Label
           move WS-Balance-Movement to CL-Movement
           move WS-Balance-Journaled to CL-Journaled
           compute CL-Difference =
               WS-Balance-Movement - WS-Balance-Journaled
           write ControlReportLine from WS-Control-Line
           move "INTEREST ACCRUED  : " to CL-Label
           move 0 to CL-Movement
           move WS-Interest-Journaled to CL-Journaled
           move 0 to CL-Difference
           write ControlReportLine from WS-Control-Line
           move spaces to ControlReportLine
           write ControlReportLine
           move "CHARGES           : " to TL-Label
           move WS-Mv-Amount(1) to TL-Amount
           write ControlReportLine from WS-Total-Line
           move "PAYMENTS          : " to TL-Label
           move WS-Mv-Amount(2) to TL-Amount
           write ControlReportLine from WS-Total-Line
           move "FEES              : " to TL-Label
           move WS-Mv-Amount(3) to TL-Amount
           write ControlReportLine from WS-Total-Line
           move "INTEREST          : " to TL-Label
           move WS-Mv-Amount(4) to TL-Amount
           write ControlReportLine from WS-Total-Line
           move "JOURNAL DEBITS    : " to TL-Label
           move WS-Debit-Total to TL-Amount
           write ControlReportLine from WS-Total-Line
           move "JOURNAL CREDITS   : " to TL-Label
           move WS-Credit-Total to TL-Amount
           write ControlReportLine from WS-Total-Line
           move "HELD OUT UNMAPPED : " to TL-Label
           move WS-Unmapped-Total to TL-Amount
           write ControlReportLine from WS-Total-Line
           if WS-Balance-Movement = WS-Balance-Journaled
               move "JOURNAL TIES TO THE CARD BALANCE MOVEMENT"
                   to WS-Control-Message
           else
               move "JOURNAL DOES NOT TIE TO THE CARD BALANCE MOVEMENT"
                   to WS-Control-Message
           end-if
           write ControlReportLine from WS-Control-Message
           if WS-Interest-Journaled not = 0
               move "ACCRUED INTEREST IS NOT YET IN THE CARD BALANCES"
                   to WS-Control-Message
               write ControlReportLine from WS-Control-Message
           end-if
           if WS-Debit-Total = WS-Credit-Total
               move "JOURNAL BALANCES" to WS-Control-Message
           else
               move "JOURNAL DOES NOT BALANCE - SEE REJECTS"
                   to WS-Control-Message
           end-if
           write ControlReportLine from WS-Control-Message
           close ControlReport
           exit.


      *-------------------------------------------------------------
      *Resolve every file path: the DD_ environment variable wins
      *when it is set, otherwise the built-in default stands, and
      *the resolved paths are echoed into the run output
      *-------------------------------------------------------------
       configure-file-paths.
           move spaces to path-override
           accept path-override from environment
               "DD_POSTEDTRANSACTIONS"
           if path-override not = spaces
               move path-override to PostedTransactions-Path
           end-if
           display "PostedTransactions: " PostedTransactions-Path
           move spaces to path-override
           accept path-override from environment
               "DD_INTERESTACCRUAL"
           if path-override not = spaces
               move path-override to InterestAccrual-Path
           end-if
           display "InterestAccrual: " InterestAccrual-Path
           move spaces to path-override
           accept path-override from environment
               "DD_CUSTOMERMASTER"
           if path-override not = spaces
               move path-override to CustomerMaster-Path
           end-if
           display "CustomerMaster: " CustomerMaster-Path
           move spaces to path-override
           accept path-override from environment
               "DD_BALANCESNAPSHOT"
           if path-override not = spaces
               move path-override to BalanceSnapshot-Path
           end-if
           display "BalanceSnapshot: " BalanceSnapshot-Path
           move spaces to path-override
           accept path-override from environment
               "DD_CARDACCOUNTMAP"
           if path-override not = spaces
               move path-override to CardAccountMap-Path
           end-if
           display "CardAccountMap: " CardAccountMap-Path
           move spaces to path-override
           accept path-override from environment
               "DD_CARDGLJOURNAL"
           if path-override not = spaces
               move path-override to CardGLJournal-Path
           end-if
           display "CardGLJournal: " CardGLJournal-Path
           move spaces to path-override
           accept path-override from environment
               "DD_CARDGLREJECTS"
           if path-override not = spaces
               move path-override to CardGLRejects-Path
           end-if
           display "CardGLRejects: " CardGLRejects-Path
           move spaces to path-override
           accept path-override from environment
               "DD_CONTROLREPORT"
           if path-override not = spaces
               move path-override to ControlReport-Path
           end-if
           display "ControlReport: " ControlReport-Path
           exit.
       end program CardJournal.
