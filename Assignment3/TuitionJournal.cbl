       identification division.
       program-id. TuitionJournal as "TuitionJournal".

      *TuitionJournal is the daily general-ledger extract for student
      *accounts, so finance stops re-keying the term's billing and
      *collections. It takes the day's movements from the two files
      *the posting runs keep - TuitionActivity.dat (tuition "T" and
      *course fees "F" billed by TuitionBilling, payments "P" posted
      *by PaymentPosting) and TuitionCreditAudit.dat (drop "D" and
      *withdrawal "W" credits and refund cheques "R" from
      *EnrollmentMaint, awards "A" from AwardDisbursement) - totals
      *them by the student's ProgramCode and movement, and maps each
      *total to a GL account through TuitionAccountMap.dat. The
      *journal goes to TuitionGLJournal.dat in the payroll
      *GLJournal.dat layout, netted to one entry per account, with
      *store "TUIT" and the movement code in the job-code position;
      *billed tuition and fees and refunds credit their accounts,
      *payments, credits and awards debit theirs, and the other side
      *of every movement is carried to the receivables account (map
      *entry program "*****", movement "*") as the one balancing
      *entry. A total with no mapping is held out of the journal and
      *listed on TuitionGLRejects.rpt until the map is fixed.
      *
      *TuitionJournalControl.rpt ties the journal to the invoices:
      *each invoice on the keyed TuitionInvoices file is compared
      *with its balances on InvoiceSnapshot.dat from the previous
      *run, and the movement in the invoiced, paid, and awarded
      *figures is set against the movements journaled, with any
      *difference shown. The snapshot is then rewritten, so the run
      *belongs at the end of the day after every posting run. The
      *journal is acknowledged through GLAckReconcile, run with its
      *DD_ paths pointed at the tuition journal files.
      *No journal is written into an accounting period closed on
      *the shared period calendar unless its reopen has been logged.

       environment division.
       input-output section.
       file-control.
           Select optional TuitionActivity assign using
           TuitionActivity-Path
           organization is line sequential.

           Select optional CreditAudit assign using
           CreditAudit-Path
           organization is line sequential.

           Select StudentMaster assign using
           StudentMaster-Path
           organization is indexed
           access is random
           record key is STM-Student-Number
           file status is WS-Master-Status.

           Select Invoices assign using
           Invoices-Path
           organization is indexed
           access is sequential
           record key is IN-Key
           file status is WS-Invoice-Status.

           Select optional InvoiceSnapshot assign using
           InvoiceSnapshot-Path
           organization is line sequential.

           Select TuitionAccountMap assign using
           TuitionAccountMap-Path
           organization is line sequential.

           Select TuitionGLJournal assign using
           TuitionGLJournal-Path
           organization is line sequential.

           Select TuitionGLRejects assign using
           TuitionGLRejects-Path
           organization is line sequential.

           Select ControlReport assign using
           ControlReport-Path
           organization is line sequential.

       data division.
       file section.
       fd TuitionActivity.
      ********TuitionActivityRecord, one per amount billed or paid****
       01 TuitionActivityRecord.
           03 TV-Date           PIC 9(8).
           03 FILLER            PIC X.
      *T tuition billed, F course fees billed, P payment received
           03 TV-Type           PIC X.
           03 FILLER            PIC X.
           03 TV-Student-Number PIC X(9).
           03 FILLER            PIC X.
           03 TV-Term           PIC X(5).
           03 FILLER            PIC X.
           03 TV-Amount         PIC 9(7)V99.
      ********End of TuitionActivityRecord*****************************

       fd CreditAudit.
      ********CreditAuditRecord, one per invoice adjustment***********
       01 CreditAuditRecord.
           03 TA-Date           PIC 9(8).
           03 FILLER            PIC X.
           03 TA-Operator       PIC X(8).
           03 FILLER            PIC X.
      *D drop credit, W withdrawal credit, R refund cheque, A award
           03 TA-Action         PIC X.
           03 FILLER            PIC X.
           03 TA-Student-Number PIC X(9).
           03 FILLER            PIC X.
           03 TA-Term           PIC X(5).
           03 FILLER            PIC X.
           03 TA-Course-Code    PIC X(8).
           03 FILLER            PIC X.
           03 TA-Week           PIC 99.
           03 FILLER            PIC X.
           03 TA-Percent        PIC 9(3).
           03 FILLER            PIC X.
           03 TA-Credit         PIC 9(7)V99.
           03 FILLER            PIC X.
           03 TA-Amount-Before  PIC 9(7)V99.
           03 FILLER            PIC X.
           03 TA-Amount-After   PIC 9(7)V99.
           03 FILLER            PIC X.
           03 TA-Paid           PIC 9(7)V99.
      ********End of CreditAuditRecord********************************

       fd StudentMaster.
       01 StudentMasterRecord.
           03 STM-Student-Number PIC X(9).
           03 STM-Surname       PIC X(20).
           03 STM-Initials      PIC X(4).
           03 STM-GivenName     PIC X(20).
           03 STM-DateOfBirth   PIC 9(8).
           03 STM-ProgramCode   PIC X(5).
           03 STM-Gender        PIC X.
      *status: applicant, current (active), withdrawn, graduated;
      *a blank status is a current student
           03 STM-Status        PIC X.
               88 STM-Applicant VALUE "A".
               88 STM-Active    VALUE "C" " ".
               88 STM-Withdrawn VALUE "W".
               88 STM-Graduated VALUE "G".
           03 STM-Status-Date   PIC 9(8).

       fd Invoices.
       01 InvoiceRecord.
           03 IN-Key.
               05 IN-Student-Number PIC X(9).
               05 IN-Term           PIC X(5).
           03 IN-Invoice-Date   PIC 9(8).
           03 IN-Amount         PIC 9(7)V99.
           03 IN-Paid           PIC 9(7)V99.
           03 IN-Awarded        PIC 9(7)V99.

       fd InvoiceSnapshot.
      ********InvoiceSnapshotRecord, one per invoice, key order*******
       01 InvoiceSnapshotRecord.
           03 IS-Key.
               05 IS-Student-Number PIC X(9).
               05 IS-Term           PIC X(5).
           03 FILLER            PIC X.
           03 IS-Amount         PIC 9(7)V99.
           03 FILLER            PIC X.
           03 IS-Paid           PIC 9(7)V99.
           03 FILLER            PIC X.
           03 IS-Awarded        PIC 9(7)V99.
           03 FILLER            PIC X.
           03 IS-Date           PIC 9(8).
      ********End of InvoiceSnapshotRecord*****************************

       fd TuitionAccountMap.
      ********TuitionAccountMapRecord, per ProgramCode and movement***
       01 TuitionAccountMapRecord.
           03 TM-Program        PIC X(5).
           03 FILLER            PIC X.
           03 TM-Movement       PIC X.
           03 FILLER            PIC X.
           03 TM-Account        PIC 9(8).
      ********End of TuitionAccountMapRecord***************************

       fd TuitionGLJournal.
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

       fd TuitionGLRejects.
       01 TuitionGLRejectLine.
           03 GR-Program        PIC X(5).
           03 FILLER            PIC X(2).
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
       01  TuitionActivity-Path  pic x(80)
           value "C:\DataFiles\TuitionActivity.dat".
       01  CreditAudit-Path  pic x(80)
           value "C:\DataFiles\TuitionCreditAudit.dat".
       01  StudentMaster-Path  pic x(80)
           value "C:\DataFiles\StudentMaster.dat".
       01  Invoices-Path  pic x(80)
           value "C:\DataFiles\TuitionInvoices.dat".
       01  InvoiceSnapshot-Path  pic x(80)
           value "C:\DataFiles\InvoiceSnapshot.dat".
       01  TuitionAccountMap-Path  pic x(80)
           value "C:\DataFiles\TuitionAccountMap.dat".
       01  TuitionGLJournal-Path  pic x(80)
           value "C:\DataFiles\TuitionGLJournal.dat".
       01  TuitionGLRejects-Path  pic x(80)
           value "C:\DataFiles\TuitionGLRejects.rpt".
       01  ControlReport-Path  pic x(80)
           value "C:\DataFiles\TuitionJournalControl.rpt".
       01  path-override  pic x(80).
       01 WS-Master-Status      PIC XX.
       01 WS-Invoice-Status     PIC XX.
       01 WS-Activity-EOF       PIC 9 VALUE 0.
           88 End-Of-Activity   VALUE 1.
       01 WS-Audit-EOF          PIC 9 VALUE 0.
           88 End-Of-Audit      VALUE 1.
       01 WS-Invoice-EOF        PIC 9 VALUE 0.
           88 End-Of-Invoices   VALUE 1.
       01 WS-Snapshot-EOF       PIC 9 VALUE 0.
           88 End-Of-Snapshot   VALUE 1.
       01 WS-Map-EOF            PIC 9 VALUE 0.
           88 End-Of-Map        VALUE 1.
       01 WS-Journal-Date       PIC 9(8).

      *Request block for the shared PeriodLock subprogram
       01 WS-PERIODLOCK-REQUEST.
           03 WS-PD-SYSTEM      PIC X(8).
           03 WS-PD-PERIOD      PIC 9(6).
           03 WS-PD-RESULT      PIC X.
               88 Period-Postable VALUES "O" "R".

      *The movement being totalled
       01 WS-Mv-Student         PIC X(9).
       01 WS-Mv-Amount          PIC 9(7)V99.
       01 WS-Mv-Lookup.
           03 WS-Mv-Program     PIC X(5).
           03 WS-Mv-Code        PIC X.

      *The day's totals by program and movement
       01 WS-Total-Count        PIC 9(3) VALUE 0.
       01 WS-Total-Table.
           03 WS-Total-Entry    OCCURS 0 TO 500 TIMES
                                 DEPENDING ON WS-Total-Count
                                 INDEXED BY Total-Ix.
               05 WS-Tl-Key.
                   07 WS-Tl-Program  PIC X(5).
                   07 WS-Tl-Code     PIC X.
               05 WS-Tl-Amount   PIC 9(9)V99.
       01 WS-Total-Sub          PIC 9(3).

      *The account map
       01 WS-Map-Count          PIC 9(3) VALUE 0.
       01 WS-Map-Table.
           03 WS-Map-Entry      OCCURS 0 TO 500 TIMES
                                 DEPENDING ON WS-Map-Count
                                 INDEXED BY Map-Ix.
               05 WS-Mp-Key.
                   07 WS-Mp-Program  PIC X(5).
                   07 WS-Mp-Code     PIC X.
               05 WS-Mp-Account  PIC 9(8).
       01 WS-Map-Found          PIC 9 VALUE 0.
           88 Map-Found         VALUE 1.
       01 WS-Receivable-Found   PIC 9 VALUE 0.
           88 Receivable-Found  VALUE 1.
       01 WS-Receivable-Account PIC 9(8).

      *The journal netted by account; debits positive
       01 WS-Account-Count      PIC 9(3) VALUE 0.
       01 WS-Account-Table.
           03 WS-Account-Entry  OCCURS 0 TO 500 TIMES
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

      *The previous run's invoice balances, in key order
       01 WS-Snap-Count         PIC 9(5) VALUE 0.
       01 WS-Snap-Table.
           03 WS-Snap-Entry     OCCURS 0 TO 20000 TIMES
                                 DEPENDING ON WS-Snap-Count
                                 ASCENDING KEY IS WS-Sn-Key
                                 INDEXED BY Snap-Ix.
               05 WS-Sn-Key     PIC X(14).
               05 WS-Sn-Amount  PIC 9(7)V99.
               05 WS-Sn-Paid    PIC 9(7)V99.
               05 WS-Sn-Awarded PIC 9(7)V99.
       01 WS-Snap-Date          PIC 9(8) VALUE 0.

      *Control figures: invoice movement against the journal
       01 WS-Invoiced-Movement  PIC S9(9)V99 VALUE 0.
       01 WS-Paid-Movement      PIC S9(9)V99 VALUE 0.
       01 WS-Awarded-Movement   PIC S9(9)V99 VALUE 0.
       01 WS-Invoiced-Journaled PIC S9(9)V99 VALUE 0.
       01 WS-Paid-Journaled     PIC S9(9)V99 VALUE 0.
       01 WS-Awarded-Journaled  PIC S9(9)V99 VALUE 0.
       01 WS-Debit-Total        PIC 9(9)V99 VALUE 0.
       01 WS-Credit-Total       PIC 9(9)V99 VALUE 0.
       01 WS-Unmapped-Total     PIC 9(9)V99 VALUE 0.
       01 WS-Entry-Count        PIC 9(4) VALUE 0.
       01 WS-Reject-Count       PIC 9(4) VALUE 0.

       01 WS-Control-Heading.
           03 FILLER            PIC X(32) VALUE
               "TUITION JOURNAL CONTROL REPORT  ".
           03 CH-Date           PIC 9(8).
       01 WS-Snapshot-Line.
           03 FILLER            PIC X(32) VALUE
               "INVOICE MOVEMENT SINCE SNAPSHOT ".
           03 SL-Date           PIC 9(8).
       01 WS-Control-Columns.
           03 FILLER            PIC X(20) VALUE SPACES.
           03 FILLER            PIC X(17) VALUE " INVOICE MOVEMENT".
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
           03 TL-Amount         PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-Control-Message    PIC X(60).

       procedure division.
       main-program.
           perform configure-file-paths
           accept WS-Journal-Date from DATE YYYYMMDD
           move "TUITION" to WS-PD-SYSTEM
           move WS-Journal-Date(1:6) to WS-PD-PERIOD
           call "PeriodLock" using WS-PERIODLOCK-REQUEST
           if not Period-Postable
               display "RUN REFUSED - ACCOUNTING PERIOD "
                   WS-PD-PERIOD " IS CLOSED"
               stop run
           end-if
           perform load-account-map
           open input StudentMaster
           if WS-Master-Status not = "00"
               display "ERROR: StudentMaster could not be opened,"
                   " status " WS-Master-Status
               stop run
           end-if
           perform total-activity
           perform total-credit-audit
           close StudentMaster
           perform write-journal
           perform load-snapshot
           perform measure-invoice-movement
           perform write-control-report
           display "JOURNAL ENTRIES    : " WS-Entry-Count
           display "JOURNAL DEBITS     : " WS-Debit-Total
           display "JOURNAL CREDITS    : " WS-Credit-Total
           display "UNMAPPED TOTALS    : " WS-Reject-Count

           goback.

      *--------------------------------------------------------------
      *load-account-map loads the GL account map and picks out the
      *receivables account
      *--------------------------------------------------------------
       load-account-map.
           open input TuitionAccountMap
           read TuitionAccountMap
               at end set End-Of-Map to true
           end-read
           perform load-one-mapping until End-Of-Map
           close TuitionAccountMap
           exit.

      *--------------------------------------------------------------
      *load-one-mapping stores one account mapping
      *--------------------------------------------------------------
       load-one-mapping.
           if TM-Program = "*****" and TM-Movement = "*"
               set Receivable-Found to true
               move TM-Account to WS-Receivable-Account
           else
               if WS-Map-Count >= 500
                   display "ERROR: Account map table full"
                   stop run
               end-if
               add 1 to WS-Map-Count
               move TM-Program to WS-Mp-Program(WS-Map-Count)
               move TM-Movement to WS-Mp-Code(WS-Map-Count)
               move TM-Account to WS-Mp-Account(WS-Map-Count)
           end-if
           read TuitionAccountMap
               at end set End-Of-Map to true
           end-read
           exit.

      *--------------------------------------------------------------
      *total-activity totals the day's billing and payments
      *--------------------------------------------------------------
       total-activity.
           open input TuitionActivity
           read TuitionActivity
               at end set End-Of-Activity to true
           end-read
           perform total-one-activity until End-Of-Activity
           close TuitionActivity
           exit.

      *--------------------------------------------------------------
      *total-one-activity adds one billed or paid amount of the day
      *--------------------------------------------------------------
       total-one-activity.
           if TV-Date = WS-Journal-Date
               move TV-Student-Number to WS-Mv-Student
               move TV-Type to WS-Mv-Code
               move TV-Amount to WS-Mv-Amount
               perform add-movement
           end-if
           read TuitionActivity
               at end set End-Of-Activity to true
           end-read
           exit.

      *--------------------------------------------------------------
      *total-credit-audit totals the day's credits, refunds and
      *awards
      *--------------------------------------------------------------
       total-credit-audit.
           open input CreditAudit
           read CreditAudit
               at end set End-Of-Audit to true
           end-read
           perform total-one-adjustment until End-Of-Audit
           close CreditAudit
           exit.

      *--------------------------------------------------------------
      *total-one-adjustment adds one invoice adjustment of the day
      *--------------------------------------------------------------
       total-one-adjustment.
           if TA-Date = WS-Journal-Date
               move TA-Student-Number to WS-Mv-Student
               move TA-Action to WS-Mv-Code
               move TA-Credit to WS-Mv-Amount
               perform add-movement
           end-if
           read CreditAudit
               at end set End-Of-Audit to true
           end-read
           exit.

      *--------------------------------------------------------------
      *add-movement adds WS-Mv-Amount to the total for the student's
      *program and the movement, and to the control figure it ties
      *to
      *--------------------------------------------------------------
       add-movement.
           move WS-Mv-Student to STM-Student-Number
           read StudentMaster key is STM-Student-Number
               invalid key
                   move "?????" to STM-ProgramCode
           end-read
           move STM-ProgramCode to WS-Mv-Program
           evaluate WS-Mv-Code
               when "T"
               when "F"
                   add WS-Mv-Amount to WS-Invoiced-Journaled
               when "D"
               when "W"
                   subtract WS-Mv-Amount from WS-Invoiced-Journaled
               when "P"
                   add WS-Mv-Amount to WS-Paid-Journaled
               when "R"
                   subtract WS-Mv-Amount from WS-Paid-Journaled
               when "A"
                   add WS-Mv-Amount to WS-Awarded-Journaled
           end-evaluate
           set Total-Ix to 1
           search WS-Total-Entry
               at end
                   if WS-Total-Count >= 500
                       display "ERROR: Journal total table full"
                       stop run
                   end-if
                   add 1 to WS-Total-Count
                   move WS-Mv-Lookup to WS-Tl-Key(WS-Total-Count)
                   move WS-Mv-Amount to WS-Tl-Amount(WS-Total-Count)
               when WS-Tl-Key(Total-Ix) = WS-Mv-Lookup
                   add WS-Mv-Amount to WS-Tl-Amount(Total-Ix)
           end-search
           exit.

      *--------------------------------------------------------------
      *write-journal maps every total to its account, nets the
      *journal by account, and writes it with the balancing
      *receivables entry
      *--------------------------------------------------------------
       write-journal.
           open output TuitionGLJournal
           open output TuitionGLRejects
           perform post-one-total varying WS-Total-Sub from 1 by 1
               until WS-Total-Sub > WS-Total-Count
           perform write-one-account varying WS-Account-Sub
               from 1 by 1 until WS-Account-Sub > WS-Account-Count
           if WS-Receivable-Net not = 0
               if Receivable-Found
                   move WS-Receivable-Account to WS-Entry-Account
                   move WS-Receivable-Net to WS-Signed-Amount
                   move "*" to WS-Entry-Code
                   perform write-journal-entry
               else
                   move spaces to TuitionGLRejectLine
                   move "*****" to GR-Program
                   move "*" to GR-Movement
                   move WS-Receivable-Net to GR-Amount
                   move "NO RECEIVABLES ACCOUNT" to GR-Reason
                   write TuitionGLRejectLine
                   add 1 to WS-Reject-Count
               end-if
           end-if
           close TuitionGLJournal TuitionGLRejects
           exit.

      *--------------------------------------------------------------
      *post-one-total posts one program/movement total to its
      *account, and the other side to receivables; billing and
      *refunds are credits, payments, credits and awards debits
      *--------------------------------------------------------------
       post-one-total.
           if WS-Tl-Amount(WS-Total-Sub) = 0
               exit paragraph
           end-if
           move 0 to WS-Map-Found
           set Map-Ix to 1
           search WS-Map-Entry
               at end continue
               when WS-Mp-Key(Map-Ix) = WS-Tl-Key(WS-Total-Sub)
                   set Map-Found to true
           end-search
           if not Map-Found
               move spaces to TuitionGLRejectLine
               move WS-Tl-Program(WS-Total-Sub) to GR-Program
               move WS-Tl-Code(WS-Total-Sub) to GR-Movement
               move WS-Tl-Amount(WS-Total-Sub) to GR-Amount
               move "NO GL MAPPING" to GR-Reason
               write TuitionGLRejectLine
               add 1 to WS-Reject-Count
               add WS-Tl-Amount(WS-Total-Sub) to WS-Unmapped-Total
               exit paragraph
           end-if
           evaluate WS-Tl-Code(WS-Total-Sub)
               when "T"
               when "F"
               when "R"
                   compute WS-Signed-Amount =
                       0 - WS-Tl-Amount(WS-Total-Sub)
               when other
                   move WS-Tl-Amount(WS-Total-Sub) to WS-Signed-Amount
           end-evaluate
           subtract WS-Signed-Amount from WS-Receivable-Net
           set Account-Ix to 1
           search WS-Account-Entry
               at end
                   if WS-Account-Count >= 500
                       display "ERROR: Journal account table full"
                       stop run
                   end-if
                   add 1 to WS-Account-Count
                   move WS-Mp-Account(Map-Ix) to
                       WS-Ac-Account(WS-Account-Count)
                   move WS-Tl-Code(WS-Total-Sub) to
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
           move "TUIT" to GJ-Store
           move WS-Entry-Code to GJ-JobCode
           write GLJournalRecord
           add 1 to WS-Entry-Count
           exit.

      *--------------------------------------------------------------
      *load-snapshot loads the previous run's invoice balances
      *--------------------------------------------------------------
       load-snapshot.
           open input InvoiceSnapshot
           read InvoiceSnapshot
               at end set End-Of-Snapshot to true
           end-read
           perform load-one-snapshot until End-Of-Snapshot
           close InvoiceSnapshot
           exit.

      *--------------------------------------------------------------
      *load-one-snapshot stores one invoice's previous balances
      *--------------------------------------------------------------
       load-one-snapshot.
           if WS-Snap-Count >= 20000
               display "ERROR: Invoice snapshot table full"
               stop run
           end-if
           add 1 to WS-Snap-Count
           move IS-Key to WS-Sn-Key(WS-Snap-Count)
           move IS-Amount to WS-Sn-Amount(WS-Snap-Count)
           move IS-Paid to WS-Sn-Paid(WS-Snap-Count)
           move IS-Awarded to WS-Sn-Awarded(WS-Snap-Count)
           move IS-Date to WS-Snap-Date
           read InvoiceSnapshot
               at end set End-Of-Snapshot to true
           end-read
           exit.

      *--------------------------------------------------------------
      *measure-invoice-movement totals each invoice's change since
      *the snapshot and writes the new snapshot
      *--------------------------------------------------------------
       measure-invoice-movement.
           open input Invoices
           if WS-Invoice-Status not = "00"
               display "CANNOT OPEN TuitionInvoices.dat - STATUS "
                   WS-Invoice-Status
               stop run
           end-if
           open output InvoiceSnapshot
           read Invoices next record
               at end set End-Of-Invoices to true
           end-read
           perform measure-one-invoice until End-Of-Invoices
           close Invoices InvoiceSnapshot
           exit.

      *--------------------------------------------------------------
      *measure-one-invoice adds one invoice's movement and writes its
      *balances to the new snapshot
      *--------------------------------------------------------------
       measure-one-invoice.
           add IN-Amount to WS-Invoiced-Movement
           add IN-Paid to WS-Paid-Movement
           add IN-Awarded to WS-Awarded-Movement
           if WS-Snap-Count > 0
               search all WS-Snap-Entry
                   at end continue
                   when WS-Sn-Key(Snap-Ix) = IN-Key
                       subtract WS-Sn-Amount(Snap-Ix) from
                           WS-Invoiced-Movement
                       subtract WS-Sn-Paid(Snap-Ix) from
                           WS-Paid-Movement
                       subtract WS-Sn-Awarded(Snap-Ix) from
                           WS-Awarded-Movement
               end-search
           end-if
           move spaces to InvoiceSnapshotRecord
           move IN-Key to IS-Key
           move IN-Amount to IS-Amount
           move IN-Paid to IS-Paid
           move IN-Awarded to IS-Awarded
           move WS-Journal-Date to IS-Date
           write InvoiceSnapshotRecord
           read Invoices next record
               at end set End-Of-Invoices to true
           end-read
           exit.

      *--------------------------------------------------------------
      *write-control-report sets the invoice movement against the
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
           write ControlReportLine from WS-Control-Columns
           move "INVOICED (NET)    : " to CL-Label
           move WS-Invoiced-Movement to CL-Movement
           move WS-Invoiced-Journaled to CL-Journaled
           compute CL-Difference =
               WS-Invoiced-Movement - WS-Invoiced-Journaled
           write ControlReportLine from WS-Control-Line
           move "PAID (NET)        : " to CL-Label
           move WS-Paid-Movement to CL-Movement
           move WS-Paid-Journaled to CL-Journaled
           compute CL-Difference =
               WS-Paid-Movement - WS-Paid-Journaled
           write ControlReportLine from WS-Control-Line
           move "AWARDED           : " to CL-Label
           move WS-Awarded-Movement to CL-Movement
           move WS-Awarded-Journaled to CL-Journaled
           compute CL-Difference =
               WS-Awarded-Movement - WS-Awarded-Journaled
           write ControlReportLine from WS-Control-Line
           move spaces to ControlReportLine
           write ControlReportLine
           move "JOURNAL DEBITS    : " to TL-Label
           move WS-Debit-Total to TL-Amount
           write ControlReportLine from WS-Total-Line
           move "JOURNAL CREDITS   : " to TL-Label
           move WS-Credit-Total to TL-Amount
           write ControlReportLine from WS-Total-Line
           move "HELD OUT UNMAPPED : " to TL-Label
           move WS-Unmapped-Total to TL-Amount
           write ControlReportLine from WS-Total-Line
           if WS-Invoiced-Movement = WS-Invoiced-Journaled
               and WS-Paid-Movement = WS-Paid-Journaled
               and WS-Awarded-Movement = WS-Awarded-Journaled
               move "JOURNAL TIES TO THE INVOICE MOVEMENT"
                   to WS-Control-Message
           else
               move "JOURNAL DOES NOT TIE TO THE INVOICE MOVEMENT"
                   to WS-Control-Message
           end-if
           write ControlReportLine from WS-Control-Message
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
               "DD_TUITIONACTIVITY"
           if path-override not = spaces
               move path-override to TuitionActivity-Path
           end-if
           display "TuitionActivity: " TuitionActivity-Path
           move spaces to path-override
           accept path-override from environment
               "DD_CREDITAUDIT"
           if path-override not = spaces
               move path-override to CreditAudit-Path
           end-if
           display "CreditAudit: " CreditAudit-Path
           move spaces to path-override
           accept path-override from environment
               "DD_STUDENTMASTER"
           if path-override not = spaces
               move path-override to StudentMaster-Path
           end-if
           display "StudentMaster: " StudentMaster-Path
           move spaces to path-override
           accept path-override from environment
               "DD_INVOICES"
           if path-override not = spaces
               move path-override to Invoices-Path
           end-if
           display "Invoices: " Invoices-Path
           move spaces to path-override
           accept path-override from environment
               "DD_INVOICESNAPSHOT"
           if path-override not = spaces
               move path-override to InvoiceSnapshot-Path
           end-if
           display "InvoiceSnapshot: " InvoiceSnapshot-Path
           move spaces to path-override
           accept path-override from environment
               "DD_TUITIONACCOUNTMAP"
           if path-override not = spaces
               move path-override to TuitionAccountMap-Path
           end-if
           display "TuitionAccountMap: " TuitionAccountMap-Path
           move spaces to path-override
           accept path-override from environment
               "DD_TUITIONGLJOURNAL"
           if path-override not = spaces
               move path-override to TuitionGLJournal-Path
           end-if
           display "TuitionGLJournal: " TuitionGLJournal-Path
           move spaces to path-override
           accept path-override from environment
               "DD_TUITIONGLREJECTS"
           if path-override not = spaces
               move path-override to TuitionGLRejects-Path
           end-if
           display "TuitionGLRejects: " TuitionGLRejects-Path
           move spaces to path-override
           accept path-override from environment
               "DD_CONTROLREPORT"
           if path-override not = spaces
               move path-override to ControlReport-Path
           end-if
           display "ControlReport: " ControlReport-Path
           exit.
       end program TuitionJournal.
