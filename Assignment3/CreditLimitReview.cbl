       identification division.
       program-id. CreditLimitReview as "CreditLimitReview".

      *CreditLimitReview proposes credit limit changes for the card
      *accounts on the customer master, CustomerMaster.dat. It
      *uses the balance-to-income ratio the credit review computes,
      *against the same RiskControl.dat threshold, together with
      *the payment behaviour held on CardActivity.dat:
      *  - a decrease is proposed when the ratio reaches the
      *    threshold or the account has ended two or more cycles
      *    over its limit; the limit is cut by the CreditControl.dat
      *    decrease percentage, but never below the balance owed;
      *  - an increase is proposed when the ratio is under half the
      *    threshold, the account has never ended a cycle over its
      *    limit, its payments cover its charges, and it is either
      *    using three quarters of its limit or has had charges
      *    declined; the limit is raised by the increase percentage.
      *Proposed limits are rounded to the hundred dollars. Nothing
      *is changed here: CreditLimitReview.rpt lists the proposals
      *for credit to approve, and CreditLimitProposals.dat carries
      *them in the CreditLimitChanges layout, so the approved lines
      *become the CreditLimitChanges.dat that TransactionPosting
      *applies.

       environment division.
       input-output section.
       file-control.
           Select CustomerMaster assign using
           CustomerMaster-Path
           organization is indexed
           access is sequential
           record key is Credit-Card-Number
           file status is WS-Master-Status.

           Select optional RiskControl assign using
           RiskControl-Path
           organization is line sequential.

           Select optional CreditControl assign using
           CreditControl-Path
           organization is line sequential.

           Select optional CardActivity assign using
           CardActivity-Path
           organization is line sequential.

           Select ReviewReport assign using
           ReviewReport-Path
           organization is line sequential.

           Select LimitProposals assign using
           LimitProposals-Path
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

       fd RiskControl.
       01  RiskControlRecord.
           03  RC-Ratio-Threshold      PIC 9V999.

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

       fd ReviewReport.
       01 ReviewReportLine      PIC X(90).

       fd LimitProposals.
      ********CreditLimitChangeRecord, one per proposed limit********
       01 CreditLimitChangeRecord.
           03 LC-Card           PIC X(16).
           03 FILLER            PIC X.
           03 LC-New-Limit      PIC 9(5).
      ********End of CreditLimitChangeRecord*************************

       working-storage section.

      *File assignments resolved at start-up: each path may be
      *overridden through its DD_ environment variable, with the
      *original location as the default, so test and production
      *are a configuration difference instead of a source edit
       01  CustomerMaster-Path  pic x(80)
           value "C:\DataFiles\CustomerMaster.dat".
       01  RiskControl-Path  pic x(80)
           value "C:\DataFiles\RiskControl.dat".
       01  CreditControl-Path  pic x(80)
           value "C:\DataFiles\CreditControl.dat".
       01  CardActivity-Path  pic x(80)
           value "C:\DataFiles\CardActivity.dat".
       01  ReviewReport-Path  pic x(80)
           value "C:\DataFiles\CreditLimitReview.rpt".
       01  LimitProposals-Path  pic x(80)
           value "C:\DataFiles\CreditLimitProposals.dat".
       01  path-override  pic x(80).
       01 WS-Master-Status      PIC XX.
       01 WS-Data-EOF           PIC 9 VALUE 0.
           88 End-Of-Data       VALUE 1.
       01 WS-Activity-EOF       PIC 9 VALUE 0.
           88 End-Of-Activity   VALUE 1.
       01 WS-Run-Date           PIC 9(8).
       01 WS-Card-Work          PIC X(16).

      *Review rules; RiskControl.dat and CreditControl.dat override
      *the defaults
       01 WS-Risk-Threshold     PIC 9V999 VALUE .350.
       01 WS-Low-Risk-Threshold PIC 9V999.
       01 WS-Default-Limit      PIC 9(5) VALUE 1000.
       01 WS-Increase-Pct       PIC 99 VALUE 25.
       01 WS-Decrease-Pct       PIC 99 VALUE 20.
       01 WS-Balance-Income-Ratio PIC 9V999.

      *The account under review
       01 WS-Account-Limit      PIC 9(5).
       01 WS-Proposed-Limit     PIC 9(7).
       01 WS-Balance-Floor      PIC 9(7).
       01 WS-Hundreds           PIC 9(5).
       01 WS-Utilization-Pct    PIC 9(5).
       01 WS-Proposal           PIC 9 VALUE 0.
           88 No-Proposal       VALUE 0.
           88 Increase-Proposed VALUE 1.
           88 Decrease-Proposed VALUE 2.
       01 WS-Found-Activity     PIC 9 VALUE 0.
           88 Activity-Found    VALUE 1.
       01 WS-Payment-Count      PIC 9(5).
       01 WS-Payment-Total      PIC 9(7)V99.
       01 WS-Charge-Total       PIC 9(7)V99.
       01 WS-Declined-Count     PIC 9(5).
       01 WS-Over-Limit-Cycles  PIC 9(3).

      *Each card's payment behaviour from CardActivity.dat
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

       01 WS-Reviewed-Count     PIC 9(6) VALUE 0.
       01 WS-Increase-Count     PIC 9(6) VALUE 0.
       01 WS-Decrease-Count     PIC 9(6) VALUE 0.

       01 WS-Report-Heading.
           03 FILLER            PIC X(28)
               VALUE "CREDIT LIMIT REVIEW  RUN ".
           03 RH-Date           PIC 9(8).
       01 WS-Report-Columns.
           03 FILLER            PIC X(18) VALUE "CARD".
           03 FILLER            PIC X(12) VALUE "     BALANCE".
           03 FILLER            PIC X(7)  VALUE "  RATIO".
           03 FILLER            PIC X(6)  VALUE "  OVER".
           03 FILLER            PIC X(6)  VALUE "  DECL".
           03 FILLER            PIC X(10) VALUE "     LIMIT".
           03 FILLER            PIC X(10) VALUE "  PROPOSED".
           03 FILLER            PIC X(10) VALUE "  ACTION".
       01 WS-Report-Line.
           03 RL-Card           PIC X(16).
           03 FILLER            PIC X(2)  VALUE SPACES.
           03 RL-Balance        PIC -ZZ,ZZ9.99.
           03 FILLER            PIC X(2)  VALUE SPACES.
           03 RL-Ratio          PIC 9.999.
           03 FILLER            PIC X(3)  VALUE SPACES.
           03 RL-Over-Cycles    PIC ZZ9.
           03 FILLER            PIC X(1)  VALUE SPACES.
           03 RL-Declined       PIC ZZ,ZZ9.
           03 FILLER            PIC X(4)  VALUE SPACES.
           03 RL-Limit          PIC ZZ,ZZ9.
           03 FILLER            PIC X(4)  VALUE SPACES.
           03 RL-Proposed       PIC ZZ,ZZ9.
           03 FILLER            PIC X(2)  VALUE SPACES.
           03 RL-Action         PIC X(8).
       01 WS-Report-Total.
           03 FILLER            PIC X(18) VALUE "ACCOUNTS REVIEWED ".
           03 RT-Reviewed       PIC ZZZ,ZZ9.
           03 FILLER            PIC X(13) VALUE "  INCREASES: ".
           03 RT-Increases      PIC ZZZ,ZZ9.
           03 FILLER            PIC X(13) VALUE "  DECREASES: ".
           03 RT-Decreases      PIC ZZZ,ZZ9.

       procedure division.
       main-program.
           perform configure-file-paths
           display "CREDIT LIMIT REVIEW"
           accept WS-Run-Date from DATE YYYYMMDD
           perform load-risk-threshold
           perform load-credit-control
           compute WS-Low-Risk-Threshold = WS-Risk-Threshold / 2
           perform load-card-activity
           open input CustomerMaster
           if WS-Master-Status not = "00"
               display "CANNOT OPEN CustomerMaster.dat - STATUS "
                   WS-Master-Status
               stop run
           end-if
           open output ReviewReport LimitProposals
           move WS-Run-Date to RH-Date
           write ReviewReportLine from WS-Report-Heading
           write ReviewReportLine from WS-Report-Columns
           read CustomerMaster
               at end set End-Of-Data to true
           end-read
           perform review-one-account until End-Of-Data
           move WS-Reviewed-Count to RT-Reviewed
           move WS-Increase-Count to RT-Increases
           move WS-Decrease-Count to RT-Decreases
           write ReviewReportLine from WS-Report-Total
           close CustomerMaster ReviewReport LimitProposals
           display "LIMIT REVIEW: " WS-Reviewed-Count " REVIEWED, "
               WS-Increase-Count " INCREASES, "
               WS-Decrease-Count " DECREASES"

           goback.

      *--------------------------------------------------------------
      *load-risk-threshold reads the optional RiskControl.dat record
      *that overrides the credit review threshold
      *--------------------------------------------------------------
       load-risk-threshold.
           open input RiskControl
           read RiskControl
               at end
                   continue
               not at end
                   move RC-Ratio-Threshold to WS-Risk-Threshold
           end-read
           close RiskControl
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
                   move CL-Increase-Pct to WS-Increase-Pct
                   move CL-Decrease-Pct to WS-Decrease-Pct
           end-read
           close CreditControl
           exit.

      *--------------------------------------------------------------
      *review-one-account weighs one card account and proposes a
      *new limit when its risk or behaviour calls for one
      *--------------------------------------------------------------
       review-one-account.
           add 1 to WS-Reviewed-Count
           if Credit-Limit numeric and Credit-Limit > 0
               move Credit-Limit to WS-Account-Limit
           else
               move WS-Default-Limit to WS-Account-Limit
           end-if
           perform compute-balance-ratio
           perform find-card-activity
           set No-Proposal to true
           if WS-Balance-Income-Ratio >= WS-Risk-Threshold
               or WS-Over-Limit-Cycles >= 2
               perform propose-decrease
           else
               if WS-Balance-Income-Ratio < WS-Low-Risk-Threshold
                   and WS-Over-Limit-Cycles = 0
                   and WS-Payment-Count > 0
                   and WS-Payment-Total >= WS-Charge-Total
                   perform propose-increase
               end-if
           end-if
           if not No-Proposal
               perform write-proposal
           end-if
           read CustomerMaster
               at end set End-Of-Data to true
           end-read
           exit.

      *--------------------------------------------------------------
      *compute-balance-ratio derives the balance-to-income ratio the
      *way the credit review does; a zero or credit balance carries
      *no risk, and a balance with no recorded income the most
      *--------------------------------------------------------------
       compute-balance-ratio.
           move 0 to WS-Balance-Income-Ratio
           if Credit-Card-Balance > 0
               if Total-Income = 0
                   move 9.999 to WS-Balance-Income-Ratio
               else
                   compute WS-Balance-Income-Ratio rounded =
                       Credit-Card-Balance / Total-Income
                       on size error
                           move 9.999 to WS-Balance-Income-Ratio
                   end-compute
               end-if
           end-if
           exit.

      *--------------------------------------------------------------
      *find-card-activity picks up the card's payment behaviour; a
      *card with no activity on file has none to show
      *--------------------------------------------------------------
       find-card-activity.
           move Credit-Card-Number to WS-Card-Work
           move 0 to WS-Found-Activity
           move 0 to WS-Payment-Count WS-Payment-Total
               WS-Charge-Total WS-Declined-Count
               WS-Over-Limit-Cycles
           set Act-Ix to 1
           search WS-Activity-Entry
               at end
                   continue
               when WS-Ca-Card(Act-Ix) = WS-Card-Work
                   set Activity-Found to true
                   move WS-Ca-Payment-Count(Act-Ix)
                       to WS-Payment-Count
                   move WS-Ca-Payment-Total(Act-Ix)
                       to WS-Payment-Total
                   move WS-Ca-Charge-Total(Act-Ix)
                       to WS-Charge-Total
                   move WS-Ca-Declined-Count(Act-Ix)
                       to WS-Declined-Count
                   move WS-Ca-Over-Limit(Act-Ix)
                       to WS-Over-Limit-Cycles
           end-search
           exit.

      *--------------------------------------------------------------
      *propose-decrease cuts the limit by the decrease percentage,
      *rounded down to the hundred, but leaves room for the balance
      *already owed; no proposal when that changes nothing
      *--------------------------------------------------------------
       propose-decrease.
           compute WS-Proposed-Limit =
               WS-Account-Limit * (100 - WS-Decrease-Pct) / 100
           compute WS-Hundreds = WS-Proposed-Limit / 100
           compute WS-Proposed-Limit = WS-Hundreds * 100
           if Credit-Card-Balance > 0
               compute WS-Hundreds =
                   (Credit-Card-Balance + 99.99) / 100
               compute WS-Balance-Floor = WS-Hundreds * 100
               if WS-Proposed-Limit < WS-Balance-Floor
                   move WS-Balance-Floor to WS-Proposed-Limit
               end-if
           end-if
           if WS-Proposed-Limit < WS-Account-Limit
               set Decrease-Proposed to true
           end-if
           exit.

      *--------------------------------------------------------------
      *propose-increase raises the limit by the increase percentage,
      *rounded up to the hundred, for an account that is using most
      *of its limit or has been declined
      *--------------------------------------------------------------
       propose-increase.
           move 0 to WS-Utilization-Pct
           if Credit-Card-Balance > 0
               compute WS-Utilization-Pct =
                   Credit-Card-Balance * 100 / WS-Account-Limit
                   on size error
                       move 99999 to WS-Utilization-Pct
               end-compute
           end-if
           if WS-Utilization-Pct < 75 and WS-Declined-Count = 0
               exit paragraph
           end-if
           compute WS-Hundreds =
               (WS-Account-Limit * (100 + WS-Increase-Pct) / 100
               + 99) / 100
           compute WS-Proposed-Limit = WS-Hundreds * 100
           if WS-Proposed-Limit > 99999
               move 99999 to WS-Proposed-Limit
           end-if
           if WS-Proposed-Limit > WS-Account-Limit
               set Increase-Proposed to true
           end-if
           exit.

      *--------------------------------------------------------------
      *write-proposal lists the proposal for approval and writes it
      *in the CreditLimitChanges layout
      *--------------------------------------------------------------
       write-proposal.
           move spaces to CreditLimitChangeRecord
           move WS-Card-Work to LC-Card
           move WS-Proposed-Limit to LC-New-Limit
           write CreditLimitChangeRecord
           move all "*" to RL-Card(1:12)
           move WS-Card-Work(13:4) to RL-Card(13:4)
           move Credit-Card-Balance to RL-Balance
           move WS-Balance-Income-Ratio to RL-Ratio
           move WS-Over-Limit-Cycles to RL-Over-Cycles
           move WS-Declined-Count to RL-Declined
           move WS-Account-Limit to RL-Limit
           move WS-Proposed-Limit to RL-Proposed
           if Increase-Proposed
               move "INCREASE" to RL-Action
               add 1 to WS-Increase-Count
           else
               move "DECREASE" to RL-Action
               add 1 to WS-Decrease-Count
           end-if
           write ReviewReportLine from WS-Report-Line
           exit.

      *--------------------------------------------------------------
      *load-card-activity loads every card's payment behaviour
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
      *load-one-activity stores one card's payment behaviour
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
           read CardActivity
               at end set End-Of-Activity to true
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
               "DD_RISKCONTROL"
           if path-override not = spaces
               move path-override to RiskControl-Path
           end-if
           display "RiskControl: " RiskControl-Path
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
               "DD_REVIEWREPORT"
           if path-override not = spaces
               move path-override to ReviewReport-Path
           end-if
           display "ReviewReport: " ReviewReport-Path
           move spaces to path-override
           accept path-override from environment
               "DD_LIMITPROPOSALS"
           if path-override not = spaces
               move path-override to LimitProposals-Path
           end-if
           display "LimitProposals: " LimitProposals-Path
           exit.
       end program CreditLimitReview.
