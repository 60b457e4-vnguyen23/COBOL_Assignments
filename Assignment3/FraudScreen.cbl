       identification division.
       program-id. FraudScreen as "FraudScreen".

      *FraudScreen screens the day's CustomerTransactions feed ahead
      *of TransactionPosting. Charges are tested against the rules
      *on FraudRules.dat:
      *  V  more charges on one card in one day than the limit
      *  T  one card's charges for the day totalling over the limit
      *  A  a single charge over the set multiple of the card's
      *     average charge (from CardActivity.dat)
      *  D  a charge on a card with no activity for the set number
      *     of months
      *A card-day that breaks the V or T rule has every charge of
      *that day held. Held charges are not posted: they go to the
      *review queue on FraudQueue.dat, each under its own hold
      *reference, and are listed on FraudReview.rpt with the rules
      *they broke. Payments, fees and anything the posting run will
      *reject pass straight through.
      *
      *Fraud review answers on FraudDecisions.dat, one line per hold
      *reference: "R" releases the charge, which is fed back into
      *this run's screened feed to be posted, and "D" declines it,
      *dropping it from the queue; a held charge with no decision
      *stays queued. The screened feed, with a new transmission
      *trailer for what it carries, is written to
      *ScreenedTransactions.dat for TransactionPosting to post with
      *DD_CUSTOMERTRANSACTIONS pointed at it, and the incoming
      *feed's own trailer is balanced here first.

       environment division.
       input-output section.
       file-control.
           Select CustomerTransactions assign using
           CustomerTransactions-Path
           organization is line sequential.

           Select optional FraudRules assign using
           FraudRules-Path
           organization is line sequential.

           Select optional CardActivity assign using
           CardActivity-Path
           organization is line sequential.

           Select optional FraudQueue assign using
           FraudQueue-Path
           organization is line sequential.

           Select optional FraudDecisions assign using
           FraudDecisions-Path
           organization is line sequential.

           Select ScreenedTransactions assign using
           ScreenedTransactions-Path
           organization is line sequential.

           Select FraudReview assign using
           FraudReview-Path
           organization is line sequential.

       data division.
       file section.
       fd CustomerTransactions.
      ********CustomerTransactionRecord; the last record is the******
      ********"TRAILER" control record with the count and total******
       01 CustomerTransactionRecord.
           03 TX-Card           PIC X(16).
           03 FILLER            PIC X.
           03 TX-Date           PIC 9(8).
           03 FILLER            PIC X.
           03 TX-Code           PIC X.
               88 TX-Charge     VALUE "C".
           03 FILLER            PIC X.
           03 TX-Amount         PIC 9(5)V99.
       01 CustomerTransactionTrailer.
           03 TXT-Tag           PIC X(7).
           03 FILLER            PIC X.
           03 TXT-Count         PIC 9(6).
           03 FILLER            PIC X.
           03 TXT-Amount        PIC 9(9)V99.
           03 FILLER            PIC X(9).
       01 CustomerTransactionImage PIC X(35).

       fd FraudRules.
      ********FraudRulesRecord, the screening limits****************
       01 FraudRulesRecord.
      *most charges one card may make in a day
           03 FR-Max-Charges    PIC 99.
           03 FILLER            PIC X.
      *most one card may charge in a day
           03 FR-Daily-Limit    PIC 9(5)V99.
           03 FILLER            PIC X.
      *multiple of the card's average charge a single charge may be
           03 FR-Average-Multiple PIC 99.
           03 FILLER            PIC X.
      *months without activity after which a card is dormant
           03 FR-Dormant-Months PIC 99.
      ********End of FraudRulesRecord********************************

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

       fd FraudQueue.
      ********FraudQueueRecord, one per charge held for review*******
       01 FraudQueueRecord.
           03 FQ-Reference      PIC 9(6).
           03 FILLER            PIC X.
           03 FQ-Held-Date      PIC 9(8).
           03 FILLER            PIC X.
      *the rules broken, one letter each: V, T, A, D
           03 FQ-Rules          PIC X(4).
           03 FILLER            PIC X.
           03 FQ-Transaction    PIC X(35).
      ********End of FraudQueueRecord********************************

       fd FraudDecisions.
      ********FraudDecisionRecord, one review answer per hold*******
       01 FraudDecisionRecord.
           03 FD-Reference      PIC 9(6).
           03 FILLER            PIC X.
           03 FD-Decision       PIC X.
               88 FD-Release    VALUE "R".
               88 FD-Decline    VALUE "D".
      ********End of FraudDecisionRecord*****************************

       fd ScreenedTransactions.
       01 ScreenedRecord        PIC X(35).

       fd FraudReview.
       01 FraudReviewLine       PIC X(80).

       working-storage section.

      *File assignments resolved at start-up: each path may be
      *overridden through its DD_ environment variable, with the
      *original location as the default, so test and production
      *are a configuration difference instead of a source edit
       01  CustomerTransactions-Path  pic x(80)
           value "C:\DataFiles\CustomerTransactions.dat".
       01  FraudRules-Path  pic x(80)
           value "C:\DataFiles\FraudRules.dat".
       01  CardActivity-Path  pic x(80)
           value "C:\DataFiles\CardActivity.dat".
       01  FraudQueue-Path  pic x(80)
           value "C:\DataFiles\FraudQueue.dat".
       01  FraudDecisions-Path  pic x(80)
           value "C:\DataFiles\FraudDecisions.dat".
       01  ScreenedTransactions-Path  pic x(80)
           value "C:\DataFiles\ScreenedTransactions.dat".
       01  FraudReview-Path  pic x(80)
           value "C:\DataFiles\FraudReview.rpt".
       01  path-override  pic x(80).
       01 WS-Trans-EOF          PIC 9 VALUE 0.
           88 End-Of-Trans      VALUE 1.
       01 WS-Activity-EOF       PIC 9 VALUE 0.
           88 End-Of-Activity   VALUE 1.
       01 WS-Queue-EOF          PIC 9 VALUE 0.
           88 End-Of-Queue      VALUE 1.
       01 WS-Decision-EOF       PIC 9 VALUE 0.
           88 End-Of-Decisions  VALUE 1.
       01 WS-Trailer-Found      PIC 9 VALUE 0.
           88 Trailer-Found     VALUE 1.
       01 WS-Run-Date           PIC 9(8).

      *Screening rules; FraudRules.dat overrides the defaults
       01 WS-Max-Charges        PIC 99 VALUE 10.
       01 WS-Daily-Limit        PIC 9(5)V99 VALUE 5000.00.
       01 WS-Average-Multiple   PIC 99 VALUE 5.
       01 WS-Dormant-Months     PIC 99 VALUE 6.

      *Each card's charge history from CardActivity.dat
       01 WS-Activity-Count     PIC 9(5) VALUE 0.
       01 WS-Activity-Table.
           03 WS-Activity-Entry OCCURS 0 TO 10000 TIMES
                                 DEPENDING ON WS-Activity-Count
                                 INDEXED BY Act-Ix.
               05 WS-Ca-Card           PIC X(16).
               05 WS-Ca-Charge-Count   PIC 9(5).
               05 WS-Ca-Charge-Total   PIC 9(7)V99.
               05 WS-Ca-Last-Active    PIC 9(8).

      *The day's feed, screened once the whole of it is loaded so
      *each card-day can be counted and totalled
       01 WS-Trans-Count        PIC 9(4) VALUE 0.
       01 WS-Trans-Table.
           03 WS-Trans-Entry    OCCURS 0 TO 2000 TIMES
                                 DEPENDING ON WS-Trans-Count.
               05 WS-Tx-Image   PIC X(35).
               05 WS-Tx-Card    PIC X(16).
               05 WS-Tx-Date    PIC 9(8).
               05 WS-Tx-Amount  PIC 9(5)V99.
               05 WS-Tx-Is-Charge PIC 9.
               05 WS-Tx-Rules   PIC X(4).
       01 WS-Trans-Sub          PIC 9(4).
       01 WS-Other-Sub          PIC 9(4).
       01 WS-Feed-Count         PIC 9(6) VALUE 0.
       01 WS-Feed-Amount        PIC 9(9)V99 VALUE 0.
       01 WS-Trailer-Count      PIC 9(6) VALUE 0.
       01 WS-Trailer-Amount     PIC 9(9)V99 VALUE 0.

      *Working figures for the charge being screened
       01 WS-Day-Charges        PIC 9(4).
       01 WS-Day-Total          PIC 9(7)V99.
       01 WS-Average-Charge     PIC 9(7)V99.
       01 WS-Average-Ceiling    PIC 9(9)V99.
       01 WS-Last-Active        PIC 9(8).
       01 WS-Last-Active-Parts REDEFINES WS-Last-Active.
           03 WS-La-Year        PIC 9(4).
           03 WS-La-Month       PIC 99.
           03 WS-La-Day         PIC 99.
       01 WS-Charge-Date        PIC 9(8).
       01 WS-Charge-Date-Parts REDEFINES WS-Charge-Date.
           03 WS-Cd-Year        PIC 9(4).
           03 WS-Cd-Month       PIC 99.
           03 WS-Cd-Day         PIC 99.
       01 WS-Months-Idle        PIC S9(5).

      *The review queue: holds carried from earlier runs and the
      *decisions made on them
       01 WS-Queue-Count        PIC 9(4) VALUE 0.
       01 WS-Queue-Table.
           03 WS-Queue-Entry    OCCURS 0 TO 2000 TIMES
                                 DEPENDING ON WS-Queue-Count.
               05 WS-Fq-Record  PIC X(56).
               05 WS-Fq-Reference PIC 9(6).
       01 WS-Queue-Sub          PIC 9(4).
       01 WS-Last-Reference     PIC 9(6) VALUE 0.
       01 WS-First-New-Reference PIC 9(6).
       01 WS-Decision-Count     PIC 9(4) VALUE 0.
       01 WS-Decision-Table.
           03 WS-Decision-Entry OCCURS 0 TO 2000 TIMES
                                 DEPENDING ON WS-Decision-Count
                                 INDEXED BY Dec-Ix.
               05 WS-Fd-Reference PIC 9(6).
               05 WS-Fd-Decision  PIC X.
               05 WS-Fd-Used      PIC 9.
       01 WS-Decision-Sub       PIC 9(4).

       01 WS-Out-Count          PIC 9(6) VALUE 0.
       01 WS-Out-Amount         PIC 9(9)V99 VALUE 0.
       01 WS-Held-Count         PIC 9(6) VALUE 0.
       01 WS-Held-Amount        PIC 9(9)V99 VALUE 0.
       01 WS-Released-Count     PIC 9(6) VALUE 0.
       01 WS-Declined-Count     PIC 9(6) VALUE 0.
       01 WS-Still-Held-Count   PIC 9(6) VALUE 0.

       01 WS-Report-Heading.
           03 FILLER            PIC X(28)
               VALUE "FRAUD REVIEW  SCREENING RUN ".
           03 RH-Date           PIC 9(8).
       01 WS-Section-Heading.
           03 FILLER            PIC X(2)  VALUE SPACES.
           03 SH-Title          PIC X(40).
       01 WS-Report-Columns.
           03 FILLER            PIC X(10) VALUE "    REF".
           03 FILLER            PIC X(18) VALUE "CARD".
           03 FILLER            PIC X(10) VALUE "DATE".
           03 FILLER            PIC X(12) VALUE "      AMOUNT".
           03 FILLER            PIC X(8)  VALUE "  RULES".
       01 WS-Report-Line.
           03 FILLER            PIC X(2)  VALUE SPACES.
           03 RL-Reference      PIC 9(6).
           03 FILLER            PIC X(2)  VALUE SPACES.
           03 RL-Card           PIC X(16).
           03 FILLER            PIC X(2)  VALUE SPACES.
           03 RL-Date           PIC 9(8).
           03 FILLER            PIC X(2)  VALUE SPACES.
           03 RL-Amount         PIC ZZZ,ZZ9.99.
           03 FILLER            PIC X(4)  VALUE SPACES.
           03 RL-Rules          PIC X(4).
       01 WS-Report-Legend.
           03 FILLER            PIC X(38)
               VALUE "  RULES: V CHARGE COUNT  T DAY TOTAL".
           03 FILLER            PIC X(32)
               VALUE "  A OVER AVERAGE  D DORMANT CARD".
       01 WS-Report-Total.
           03 FILLER            PIC X(7)  VALUE "HELD: ".
           03 RT-Held           PIC ZZZ,ZZ9.
           03 FILLER            PIC X(12) VALUE "  RELEASED: ".
           03 RT-Released       PIC ZZZ,ZZ9.
           03 FILLER            PIC X(12) VALUE "  DECLINED: ".
           03 RT-Declined       PIC ZZZ,ZZ9.
           03 FILLER            PIC X(14) VALUE "  STILL HELD: ".
           03 RT-Still-Held     PIC ZZZ,ZZ9.

       01 WS-Queue-Work.
           03 QW-Reference      PIC 9(6).
           03 FILLER            PIC X.
           03 QW-Held-Date      PIC 9(8).
           03 FILLER            PIC X.
           03 QW-Rules          PIC X(4).
           03 FILLER            PIC X.
           03 QW-Transaction.
               05 QW-Card       PIC X(16).
               05 FILLER        PIC X.
               05 QW-Date       PIC 9(8).
               05 FILLER        PIC X.
               05 QW-Code       PIC X.
               05 FILLER        PIC X.
               05 QW-Amount     PIC 9(5)V99.

       procedure division.
       main-program.
           perform configure-file-paths
           display "FRAUD SCREENING"
           accept WS-Run-Date from DATE YYYYMMDD
           perform load-fraud-rules
           perform load-card-activity
           perform load-decisions
           perform load-fraud-queue
           compute WS-First-New-Reference = WS-Last-Reference + 1
           perform load-transactions
           open output ScreenedTransactions FraudReview
           move WS-Run-Date to RH-Date
           write FraudReviewLine from WS-Report-Heading
           write FraudReviewLine from WS-Report-Legend
           perform work-review-queue
           perform screen-feed
           move spaces to CustomerTransactionTrailer
           move "TRAILER" to TXT-Tag
           move WS-Out-Count to TXT-Count
           move WS-Out-Amount to TXT-Amount
           write ScreenedRecord from CustomerTransactionTrailer
           move spaces to FraudReviewLine
           write FraudReviewLine
           move WS-Held-Count to RT-Held
           move WS-Released-Count to RT-Released
           move WS-Declined-Count to RT-Declined
           move WS-Still-Held-Count to RT-Still-Held
           write FraudReviewLine from WS-Report-Total
           close ScreenedTransactions FraudReview
           perform rewrite-fraud-queue
           perform report-unused-decisions
               varying WS-Decision-Sub from 1 by 1
               until WS-Decision-Sub > WS-Decision-Count
           perform balance-against-trailer

           goback.

      *--------------------------------------------------------------
      *load-fraud-rules reads the screening limits when the rules
      *file is present
      *--------------------------------------------------------------
       load-fraud-rules.
           open input FraudRules
           read FraudRules
               at end
                   continue
               not at end
                   move FR-Max-Charges to WS-Max-Charges
                   move FR-Daily-Limit to WS-Daily-Limit
                   move FR-Average-Multiple to WS-Average-Multiple
                   move FR-Dormant-Months to WS-Dormant-Months
           end-read
           close FraudRules
           exit.

      *--------------------------------------------------------------
      *load-card-activity loads each card's charge history, keeping
      *the later of its last charge and last payment as the date it
      *was last active
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
      *load-one-activity stores one card's charge history
      *--------------------------------------------------------------
       load-one-activity.
           if WS-Activity-Count >= 10000
               display "ERROR: Card activity table full"
               stop run
           end-if
           add 1 to WS-Activity-Count
           move CA-Card to WS-Ca-Card(WS-Activity-Count)
           move 0 to WS-Ca-Charge-Count(WS-Activity-Count)
           move 0 to WS-Ca-Last-Active(WS-Activity-Count)
           if CA-Charge-Count numeric
               move CA-Charge-Count
                   to WS-Ca-Charge-Count(WS-Activity-Count)
           end-if
           move CA-Charge-Total
               to WS-Ca-Charge-Total(WS-Activity-Count)
           if CA-Last-Charge numeric
               move CA-Last-Charge
                   to WS-Ca-Last-Active(WS-Activity-Count)
           end-if
           if CA-Last-Payment
               > WS-Ca-Last-Active(WS-Activity-Count)
               move CA-Last-Payment
                   to WS-Ca-Last-Active(WS-Activity-Count)
           end-if
           read CardActivity
               at end set End-Of-Activity to true
           end-read
           exit.

      *--------------------------------------------------------------
      *load-decisions loads the review answers on the held charges
      *--------------------------------------------------------------
       load-decisions.
           open input FraudDecisions
           read FraudDecisions
               at end set End-Of-Decisions to true
           end-read
           perform load-one-decision until End-Of-Decisions
           close FraudDecisions
           exit.

      *--------------------------------------------------------------
      *load-one-decision stores one review answer
      *--------------------------------------------------------------
       load-one-decision.
           if FD-Reference not numeric
               or (not FD-Release and not FD-Decline)
               display "BAD FRAUD DECISION BYPASSED: "
                   FraudDecisionRecord
           else
               if WS-Decision-Count >= 2000
                   display "ERROR: Fraud decision table full"
                   stop run
               end-if
               add 1 to WS-Decision-Count
               move FD-Reference
                   to WS-Fd-Reference(WS-Decision-Count)
               move FD-Decision to WS-Fd-Decision(WS-Decision-Count)
               move 0 to WS-Fd-Used(WS-Decision-Count)
           end-if
           read FraudDecisions
               at end set End-Of-Decisions to true
           end-read
           exit.

      *--------------------------------------------------------------
      *load-fraud-queue loads the charges held on earlier runs,
      *noting the last hold reference given out
      *--------------------------------------------------------------
       load-fraud-queue.
           open input FraudQueue
           read FraudQueue
               at end set End-Of-Queue to true
           end-read
           perform load-one-held until End-Of-Queue
           close FraudQueue
           exit.

      *--------------------------------------------------------------
      *load-one-held stores one held charge
      *--------------------------------------------------------------
       load-one-held.
           if WS-Queue-Count >= 2000
               display "ERROR: Fraud queue table full"
               stop run
           end-if
           add 1 to WS-Queue-Count
           move FraudQueueRecord to WS-Fq-Record(WS-Queue-Count)
           move FQ-Reference to WS-Fq-Reference(WS-Queue-Count)
           if FQ-Reference > WS-Last-Reference
               move FQ-Reference to WS-Last-Reference
           end-if
           read FraudQueue
               at end set End-Of-Queue to true
           end-read
           exit.

      *--------------------------------------------------------------
      *load-transactions loads the day's feed, holding the trailer
      *figures back for the balancing check
      *--------------------------------------------------------------
       load-transactions.
           open input CustomerTransactions
           read CustomerTransactions
               at end set End-Of-Trans to true
           end-read
           perform load-one-transaction until End-Of-Trans
           close CustomerTransactions
           exit.

      *--------------------------------------------------------------
      *load-one-transaction stores one feed record as it came, with
      *the fields the screening needs
      *--------------------------------------------------------------
       load-one-transaction.
           if TXT-Tag = "TRAILER"
               set Trailer-Found to true
               move TXT-Count to WS-Trailer-Count
               move TXT-Amount to WS-Trailer-Amount
           else
               if WS-Trans-Count >= 2000
                   display "ERROR: Transaction table full"
                   stop run
               end-if
               add 1 to WS-Trans-Count
               add 1 to WS-Feed-Count
               move CustomerTransactionImage
                   to WS-Tx-Image(WS-Trans-Count)
               move TX-Card to WS-Tx-Card(WS-Trans-Count)
               move spaces to WS-Tx-Rules(WS-Trans-Count)
               move 0 to WS-Tx-Is-Charge(WS-Trans-Count)
               move 0 to WS-Tx-Date(WS-Trans-Count)
               move 0 to WS-Tx-Amount(WS-Trans-Count)
               if TX-Amount numeric
                   add TX-Amount to WS-Feed-Amount
                   move TX-Amount to WS-Tx-Amount(WS-Trans-Count)
               end-if
               if TX-Charge and TX-Card numeric
                   and TX-Date numeric and TX-Amount numeric
                   move 1 to WS-Tx-Is-Charge(WS-Trans-Count)
                   move TX-Date to WS-Tx-Date(WS-Trans-Count)
               end-if
           end-if
           read CustomerTransactions
               at end set End-Of-Trans to true
           end-read
           exit.

      *--------------------------------------------------------------
      *work-review-queue applies the review answers: a released
      *charge joins the screened feed, a declined one is dropped,
      *and one with no answer yet stays held
      *--------------------------------------------------------------
       work-review-queue.
           move "RELEASED FROM REVIEW" to SH-Title
           perform write-section-heading
           perform release-one-held
               varying WS-Queue-Sub from 1 by 1
               until WS-Queue-Sub > WS-Queue-Count
           move "DECLINED ON REVIEW" to SH-Title
           perform write-section-heading
           perform decline-one-held
               varying WS-Queue-Sub from 1 by 1
               until WS-Queue-Sub > WS-Queue-Count
           exit.

      *--------------------------------------------------------------
      *release-one-held feeds a released charge back for posting
      *--------------------------------------------------------------
       release-one-held.
           perform find-decision
           if WS-Decision-Sub = 0
               exit paragraph
           end-if
           if WS-Fd-Decision(WS-Decision-Sub) not = "R"
               exit paragraph
           end-if
           move WS-Fq-Record(WS-Queue-Sub) to WS-Queue-Work
           write ScreenedRecord from QW-Transaction
           add 1 to WS-Out-Count
           add QW-Amount to WS-Out-Amount
           add 1 to WS-Released-Count
           perform write-held-line
           exit.

      *--------------------------------------------------------------
      *decline-one-held lists a declined charge, which goes no
      *further
      *--------------------------------------------------------------
       decline-one-held.
           perform find-decision
           if WS-Decision-Sub = 0
               exit paragraph
           end-if
           if WS-Fd-Decision(WS-Decision-Sub) not = "D"
               exit paragraph
           end-if
           move WS-Fq-Record(WS-Queue-Sub) to WS-Queue-Work
           add 1 to WS-Declined-Count
           perform write-held-line
           exit.

      *--------------------------------------------------------------
      *find-decision finds the review answer on the held charge,
      *leaving WS-Decision-Sub zero when there is none
      *--------------------------------------------------------------
       find-decision.
           move 0 to WS-Decision-Sub
           set Dec-Ix to 1
           search WS-Decision-Entry
               when WS-Fd-Reference(Dec-Ix)
                   = WS-Fq-Reference(WS-Queue-Sub)
                   set WS-Decision-Sub to Dec-Ix
                   move 1 to WS-Fd-Used(Dec-Ix)
           end-search
           exit.

      *--------------------------------------------------------------
      *screen-feed tests every charge on the feed, passing what is
      *clean and holding what breaks a rule
      *--------------------------------------------------------------
       screen-feed.
           move "HELD FOR REVIEW" to SH-Title
           perform write-section-heading
           perform screen-one-transaction
               varying WS-Trans-Sub from 1 by 1
               until WS-Trans-Sub > WS-Trans-Count
           exit.

      *--------------------------------------------------------------
      *screen-one-transaction applies the rules to one charge; all
      *else passes through for the posting run to post or reject
      *--------------------------------------------------------------
       screen-one-transaction.
           if WS-Tx-Is-Charge(WS-Trans-Sub) = 1
               perform apply-fraud-rules
           end-if
           if WS-Tx-Rules(WS-Trans-Sub) = spaces
               write ScreenedRecord from WS-Tx-Image(WS-Trans-Sub)
               add 1 to WS-Out-Count
               add WS-Tx-Amount(WS-Trans-Sub) to WS-Out-Amount
           else
               perform hold-one-charge
           end-if
           exit.

      *--------------------------------------------------------------
      *apply-fraud-rules marks each rule the charge breaks
      *--------------------------------------------------------------
       apply-fraud-rules.
           move 0 to WS-Day-Charges
           move 0 to WS-Day-Total
           perform add-card-day-charge
               varying WS-Other-Sub from 1 by 1
               until WS-Other-Sub > WS-Trans-Count
           if WS-Day-Charges > WS-Max-Charges
               move "V" to WS-Tx-Rules(WS-Trans-Sub)(1:1)
           end-if
           if WS-Day-Total > WS-Daily-Limit
               move "T" to WS-Tx-Rules(WS-Trans-Sub)(2:1)
           end-if
           set Act-Ix to 1
           search WS-Activity-Entry
               at end
                   exit paragraph
               when WS-Ca-Card(Act-Ix) = WS-Tx-Card(WS-Trans-Sub)
                   continue
           end-search
           if WS-Ca-Charge-Count(Act-Ix) > 0
               compute WS-Average-Charge rounded =
                   WS-Ca-Charge-Total(Act-Ix)
                   / WS-Ca-Charge-Count(Act-Ix)
               compute WS-Average-Ceiling =
                   WS-Average-Charge * WS-Average-Multiple
               if WS-Tx-Amount(WS-Trans-Sub) > WS-Average-Ceiling
                   move "A" to WS-Tx-Rules(WS-Trans-Sub)(3:1)
               end-if
           end-if
           if WS-Ca-Last-Active(Act-Ix) > 0
               move WS-Ca-Last-Active(Act-Ix) to WS-Last-Active
               move WS-Tx-Date(WS-Trans-Sub) to WS-Charge-Date
               compute WS-Months-Idle =
                   (WS-Cd-Year * 12 + WS-Cd-Month)
                   - (WS-La-Year * 12 + WS-La-Month)
               if WS-Months-Idle >= WS-Dormant-Months
                   move "D" to WS-Tx-Rules(WS-Trans-Sub)(4:1)
               end-if
           end-if
           exit.

      *--------------------------------------------------------------
      *add-card-day-charge counts a charge made on the same card on
      *the same day as the charge being screened
      *--------------------------------------------------------------
       add-card-day-charge.
           if WS-Tx-Is-Charge(WS-Other-Sub) = 1
               and WS-Tx-Card(WS-Other-Sub) = WS-Tx-Card(WS-Trans-Sub)
               and WS-Tx-Date(WS-Other-Sub) = WS-Tx-Date(WS-Trans-Sub)
               add 1 to WS-Day-Charges
               add WS-Tx-Amount(WS-Other-Sub) to WS-Day-Total
           end-if
           exit.

      *--------------------------------------------------------------
      *hold-one-charge queues a suspect charge under the next hold
      *reference and lists it for review
      *--------------------------------------------------------------
       hold-one-charge.
           if WS-Queue-Count >= 2000
               display "ERROR: Fraud queue table full"
               stop run
           end-if
           add 1 to WS-Last-Reference
           move spaces to WS-Queue-Work
           move WS-Last-Reference to QW-Reference
           move WS-Run-Date to QW-Held-Date
           move WS-Tx-Rules(WS-Trans-Sub) to QW-Rules
           move WS-Tx-Image(WS-Trans-Sub) to QW-Transaction
           add 1 to WS-Queue-Count
           move WS-Queue-Work to WS-Fq-Record(WS-Queue-Count)
           move WS-Last-Reference to WS-Fq-Reference(WS-Queue-Count)
           add 1 to WS-Held-Count
           add WS-Tx-Amount(WS-Trans-Sub) to WS-Held-Amount
           perform write-held-line
           exit.

      *--------------------------------------------------------------
      *write-held-line lists the held charge in WS-Queue-Work, the
      *card number masked to its last four digits
      *--------------------------------------------------------------
       write-held-line.
           move QW-Reference to RL-Reference
           move all "*" to RL-Card(1:12)
           move QW-Card(13:4) to RL-Card(13:4)
           move QW-Date to RL-Date
           move QW-Amount to RL-Amount
           move QW-Rules to RL-Rules
           write FraudReviewLine from WS-Report-Line
           exit.

      *--------------------------------------------------------------
      *write-section-heading starts one section of the review report
      *--------------------------------------------------------------
       write-section-heading.
           move spaces to FraudReviewLine
           write FraudReviewLine
           write FraudReviewLine from WS-Section-Heading
           write FraudReviewLine from WS-Report-Columns
           exit.

      *--------------------------------------------------------------
      *rewrite-fraud-queue writes back every charge still held: the
      *ones with no answer yet and the ones held on this run
      *--------------------------------------------------------------
       rewrite-fraud-queue.
           open output FraudQueue
           perform write-one-held
               varying WS-Queue-Sub from 1 by 1
               until WS-Queue-Sub > WS-Queue-Count
           close FraudQueue
           exit.

      *--------------------------------------------------------------
      *write-one-held writes one charge back unless it was released
      *or declined on this run
      *--------------------------------------------------------------
       write-one-held.
           perform find-decision
           if WS-Decision-Sub not = 0
               exit paragraph
           end-if
           if WS-Fq-Reference(WS-Queue-Sub) < WS-First-New-Reference
               add 1 to WS-Still-Held-Count
           end-if
           move WS-Fq-Record(WS-Queue-Sub) to FraudQueueRecord
           write FraudQueueRecord
           exit.

      *--------------------------------------------------------------
      *report-unused-decisions warns of an answer for a reference
      *not in the queue
      *--------------------------------------------------------------
       report-unused-decisions.
           if WS-Fd-Used(WS-Decision-Sub) = 0
               display "NO HELD CHARGE FOR DECISION: "
                   WS-Fd-Reference(WS-Decision-Sub)
           end-if
           exit.

      *--------------------------------------------------------------
      *balance-against-trailer proves the feed read against its
      *transmission trailer and shows where every item went
      *--------------------------------------------------------------
       balance-against-trailer.
           display "FEED     : " WS-Feed-Count " FOR " WS-Feed-Amount
           display "SCREENED : " WS-Out-Count " FOR " WS-Out-Amount
           display "HELD     : " WS-Held-Count " FOR " WS-Held-Amount
           display "RELEASED : " WS-Released-Count
           display "DECLINED : " WS-Declined-Count
           display "STILL HELD FROM EARLIER RUNS: " WS-Still-Held-Count
           if Trailer-Found
               if WS-Feed-Count = WS-Trailer-Count
                   and WS-Feed-Amount = WS-Trailer-Amount
                   display "TRAILER BALANCES"
               else
                   display "TRAILER MISMATCH - TRAILER SAYS "
                       WS-Trailer-Count " FOR " WS-Trailer-Amount
               end-if
           else
               display "WARNING: FEED CARRIES NO TRAILER"
           end-if
           exit.


      *-------------------------------------------------------------
      *Resolve every file path: the DD_ environment variable wins
      *when it is set, otherwise the built-in default stands, and
      *the resolved paths are echoed into the run output
      *-------------------------------------------------------------
       configure-file-paths.
           move spaces to path-override
           accept path-override from environment
               "DD_CUSTOMERTRANSACTIONS"
           if path-override not = spaces
               move path-override to CustomerTransactions-Path
           end-if
           display "CustomerTransactions: " CustomerTransactions-Path
           move spaces to path-override
           accept path-override from environment
               "DD_FRAUDRULES"
           if path-override not = spaces
               move path-override to FraudRules-Path
           end-if
           display "FraudRules: " FraudRules-Path
           move spaces to path-override
           accept path-override from environment
               "DD_CARDACTIVITY"
           if path-override not = spaces
               move path-override to CardActivity-Path
           end-if
           display "CardActivity: " CardActivity-Path
           move spaces to path-override
           accept path-override from environment
               "DD_FRAUDQUEUE"
           if path-override not = spaces
               move path-override to FraudQueue-Path
           end-if
           display "FraudQueue: " FraudQueue-Path
           move spaces to path-override
           accept path-override from environment
               "DD_FRAUDDECISIONS"
           if path-override not = spaces
               move path-override to FraudDecisions-Path
           end-if
           display "FraudDecisions: " FraudDecisions-Path
           move spaces to path-override
           accept path-override from environment
               "DD_SCREENEDTRANSACTIONS"
           if path-override not = spaces
               move path-override to ScreenedTransactions-Path
           end-if
           display "ScreenedTransactions: " ScreenedTransactions-Path
           move spaces to path-override
           accept path-override from environment
               "DD_FRAUDREVIEW"
           if path-override not = spaces
               move path-override to FraudReview-Path
           end-if
           display "FraudReview: " FraudReview-Path
           exit.
       end program FraudScreen.
