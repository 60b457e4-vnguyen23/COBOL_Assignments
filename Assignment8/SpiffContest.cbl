       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPIFFCONTEST.

      *SPIFFCONTEST runs after each daily consolidation and keeps
      *score for the sales incentive (SPIFF) contests defined on
      *SpiffContests.dat. Each contest is a "C" record (ID, from and
      *to dates, metric, description) followed by its "E" records
      *(eligible region, with a district or blank for the whole
      *region; "*" for every region - no "E" records also means every
      *region) and its "P" prize tiers (rank from, rank to, prize).
      *The metric is "N", net sales credited in the contest dates,
      *or "G", that figure less the rep's net sales in the calendar
      *month before the contest began. Qualifying net sales are the
      *daily runs' "S" entries on the month-to-date ledger, so each
      *run's credited sales count toward the territory they were
      *credited to. While a contest is live its standings are
      *printed to SpiffStandings.rpt; the first run after its last
      *day prints the final results to SpiffResults.rpt, writes each
      *prize winner's payroll EmployeeID (from SalesXref.dat) and
      *prize to SpiffPayouts.dat for the payroll run to pay as a
      *one-time earning, and records the contest on SpiffClosed.dat
      *so it is never paid twice. Ties share a rank and the prize
      *for it; only a result above zero wins a prize.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SPIFFCONTESTS
                   ASSIGN USING
           SPIFFCONTESTS-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MTDLEDGER
                   ASSIGN USING
           MTDLEDGER-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SALESPERSONMASTER
                   ASSIGN USING
           SALESPERSONMASTER-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SALESXREF
                   ASSIGN USING
           SALESXREF-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SPIFFCLOSED
                   ASSIGN USING
           SPIFFCLOSED-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SPIFFSTANDINGS
                   ASSIGN USING
           SPIFFSTANDINGS-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SPIFFRESULTS
                   ASSIGN USING
           SPIFFRESULTS-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SPIFFPAYOUTS
                   ASSIGN USING
           SPIFFPAYOUTS-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SPIFFCONTESTS.
       01  SPIFFCONTESTS-REC.
           03  CD-TYPE         PIC X.
               88  CONTEST-HEADER   VALUE "C".
               88  CONTEST-ELIGIBLE VALUE "E".
               88  CONTEST-PRIZE    VALUE "P".
           03  CD-CONTEST      PIC X(6).
           03  FILLER          PIC X.
           03  CD-DETAIL       PIC X(50).
           03  CD-C-DETAIL REDEFINES CD-DETAIL.
               05  CD-FROM       PIC X(8).
               05  FILLER        PIC X.
               05  CD-TO         PIC X(8).
               05  FILLER        PIC X.
               05  CD-METRIC     PIC X.
               05  FILLER        PIC X.
               05  CD-DESCRIPTION PIC X(30).
           03  CD-E-DETAIL REDEFINES CD-DETAIL.
               05  CD-REGION     PIC X.
               05  CD-DISTRICT   PIC XX.
               05  FILLER        PIC X(47).
           03  CD-P-DETAIL REDEFINES CD-DETAIL.
               05  CD-RANK-FROM  PIC 9(3).
               05  FILLER        PIC X.
               05  CD-RANK-TO    PIC 9(3).
               05  FILLER        PIC X.
               05  CD-PRIZE      PIC 9(5)V99.
               05  FILLER        PIC X(35).
       FD  MTDLEDGER.
       01  MTDLEDGER-REC.
           03  ML-TYPE         PIC X.
           03  FILLER          PIC X.
           03  ML-DATE         PIC 9(8).
           03  FILLER          PIC X.
           03  ML-DETAIL       PIC X(32).
           03  ML-S-DETAIL REDEFINES ML-DETAIL.
               05  ML-S-ID       PIC X(5).
               05  FILLER        PIC X.
               05  ML-S-LETTER   PIC X.
               05  ML-S-DISTRICT PIC XX.
               05  FILLER        PIC X.
               05  ML-S-SALES    PIC S9(8)V99.
               05  FILLER        PIC X.
               05  ML-S-COMMISSION PIC S9(8)V99.
               05  FILLER        PIC X.
       FD  SALESPERSONMASTER.
       01  SALESPERSONMASTER-REC.
           03  SP-ID           PIC X(5).
           03  SP-NAME         PIC X(20).
       FD  SALESXREF.
       01  SALESXREF-REC.
           03  XR-IN-ID        PIC X(5).
           03  FILLER          PIC X.
           03  XR-EMPLOYEEID   PIC X(4).
       FD  SPIFFCLOSED.
       01  SPIFFCLOSED-REC.
           03  SC-CONTEST      PIC X(6).
           03  FILLER          PIC X.
           03  SC-DATE         PIC 9(8).
       FD  SPIFFSTANDINGS.
       01  SPIFFSTANDINGS-LINE PIC X(80).
       FD  SPIFFRESULTS.
       01  SPIFFRESULTS-LINE   PIC X(80).
       FD  SPIFFPAYOUTS.
      *The payroll run's one-time earning request: EmployeeID and
      *amount laid out as on VacationPayouts.dat, plus the contest
      *and the pay period that paid it, left blank here and stamped
      *by the payroll run
       01  SPIFFPAYOUTS-REC.
           03  PO-EMPLOYEEID   PIC X(4).
           03  FILLER          PIC X.
           03  PO-AMOUNT       PIC 9(5)V99.
           03  FILLER          PIC X.
           03  PO-CONTEST      PIC X(6).
           03  FILLER          PIC X.
           03  PO-PAID-PERIOD  PIC X(8).

       WORKING-STORAGE SECTION.

      *File assignments resolved at start-up: each path may be
      *overridden through its DD_ environment variable, with the
      *original location as the default, so test and production
      *are a configuration difference instead of a source edit
       01  SPIFFCONTESTS-PATH  PIC X(80)
           VALUE "C:\DataFiles\SpiffContests.dat".
       01  MTDLEDGER-PATH  PIC X(80)
           VALUE "C:\DataFiles\SalesMtdLedger.dat".
       01  SALESPERSONMASTER-PATH  PIC X(80)
           VALUE "C:\DataFiles\SalespersonMaster.dat".
       01  SALESXREF-PATH  PIC X(80)
           VALUE "C:\DataFiles\SalesXref.dat".
       01  SPIFFCLOSED-PATH  PIC X(80)
           VALUE "C:\DataFiles\SpiffClosed.dat".
       01  SPIFFSTANDINGS-PATH  PIC X(80)
           VALUE "C:\DataFiles\SpiffStandings.rpt".
       01  SPIFFRESULTS-PATH  PIC X(80)
           VALUE "C:\DataFiles\SpiffResults.rpt".
       01  SPIFFPAYOUTS-PATH  PIC X(80)
           VALUE "C:\DataFiles\SpiffPayouts.dat".
       01  PATH-OVERRIDE  PIC X(80).
       01  WS-CONTEST-EOF      PIC X(3) VALUE "NO".
           88  CONTEST-EOF     VALUE "YES".
       01  WS-LEDGER-EOF       PIC X(3) VALUE "NO".
           88  LEDGER-EOF      VALUE "YES".
       01  WS-SP-EOF           PIC X(3) VALUE "NO".
           88  SP-EOF          VALUE "YES".
       01  WS-XREF-EOF         PIC X(3) VALUE "NO".
           88  XREF-EOF        VALUE "YES".
       01  WS-CLOSED-EOF       PIC X(3) VALUE "NO".
           88  CLOSED-EOF      VALUE "YES".
       01  WS-TODAY            PIC 9(8).

      *Contest definitions with their eligible territories and
      *prize tiers; a contest whose header failed its edits, or that
      *was closed and paid by an earlier run, is marked and skipped
       01  WS-CT-COUNT         PIC 9(3) VALUE 0.
       01  WS-CT-TABLE.
           03  WS-CT           OCCURS 0 TO 50 TIMES
                                DEPENDING ON WS-CT-COUNT
                                INDEXED BY CT-IX.
               05  WS-CT-ID          PIC X(6).
               05  WS-CT-FROM        PIC 9(8).
               05  WS-CT-TO          PIC 9(8).
               05  WS-CT-METRIC      PIC X.
                   88  CT-METRIC-NET    VALUE "N".
                   88  CT-METRIC-GROWTH VALUE "G".
               05  WS-CT-DESCRIPTION PIC X(30).
               05  WS-CT-ELIG-COUNT  PIC 9(3).
               05  WS-CT-STATE       PIC X.
                   88  CT-OPEN          VALUE "O".
                   88  CT-INVALID       VALUE "X".
                   88  CT-CLOSED        VALUE "C".
       01  WS-EL-COUNT         PIC 9(3) VALUE 0.
       01  WS-EL-TABLE.
           03  WS-EL           OCCURS 0 TO 500 TIMES
                                DEPENDING ON WS-EL-COUNT.
               05  WS-EL-CONTEST     PIC X(6).
               05  WS-EL-REGION      PIC X.
               05  WS-EL-DISTRICT    PIC XX.
       01  WS-EL-SUB           PIC 9(3).
       01  WS-PZ-COUNT         PIC 9(3) VALUE 0.
       01  WS-PZ-TABLE.
           03  WS-PZ           OCCURS 0 TO 500 TIMES
                                DEPENDING ON WS-PZ-COUNT.
               05  WS-PZ-CONTEST     PIC X(6).
               05  WS-PZ-RANK-FROM   PIC 9(3).
               05  WS-PZ-RANK-TO     PIC 9(3).
               05  WS-PZ-PRIZE       PIC 9(5)V99.
       01  WS-PZ-SUB           PIC 9(3).
       01  WS-CT-SUB           PIC 9(3).
       01  WS-CT-WORK-ID       PIC X(6).

      *Salesperson names and payroll cross-reference
       01  WS-SP-COUNT         PIC 9(3) VALUE 0.
       01  WS-SP-TABLE.
           03  WS-SP           OCCURS 0 TO 200 TIMES
                                DEPENDING ON WS-SP-COUNT
                                INDEXED BY SP-IX.
               05  WS-SP-ID          PIC X(5).
               05  WS-SP-NAME        PIC X(20).
       01  WS-XR-COUNT         PIC 9(3) VALUE 0.
       01  WS-XR-TABLE.
           03  WS-XR           OCCURS 0 TO 500 TIMES
                                DEPENDING ON WS-XR-COUNT
                                INDEXED BY XR-IX.
               05  WS-XR-IN-ID       PIC X(5).
               05  WS-XR-EMPLOYEEID  PIC X(4).

      *The contest being scored: one entry per competing rep with
      *net sales in the contest dates, net sales in the month
      *before (growth contests), the result, rank, and prize
       01  WS-CP-COUNT         PIC 9(3) VALUE 0.
       01  WS-CP-TABLE.
           03  WS-CP           OCCURS 0 TO 200 TIMES
                                DEPENDING ON WS-CP-COUNT
                                INDEXED BY CP-IX.
               05  WS-CP-ID          PIC X(5).
               05  WS-CP-NET         PIC S9(10)V99.
               05  WS-CP-PRIOR       PIC S9(10)V99.
               05  WS-CP-RESULT      PIC S9(10)V99.
               05  WS-CP-RANK        PIC 9(3).
               05  WS-CP-PRIZE       PIC 9(5)V99.
       01  WS-CP-SUB           PIC 9(3).
       01  WS-AHEAD-SUB        PIC 9(3).
       01  WS-RANK-SUB         PIC 9(3).
       01  WS-CLOSING          PIC 9 VALUE 0.
           88  CONTEST-CLOSING VALUE 1.
       01  WS-ELIGIBLE         PIC 9 VALUE 0.
           88  ENTRY-ELIGIBLE  VALUE 1.
       01  WS-IN-WINDOW        PIC 9 VALUE 0.
           88  IN-WINDOW       VALUE 1.
       01  WS-PRIOR-MONTH.
           03  WS-PRIOR-YEAR   PIC 9(4).
           03  WS-PRIOR-MM     PIC 99.
       01  WS-PRIOR-MONTH-N REDEFINES WS-PRIOR-MONTH PIC 9(6).
       01  WS-PRIZE-TOTAL      PIC 9(7)V99.
       01  WS-REP-NAME         PIC X(20).
       01  WS-CONTESTS-LIVE    PIC 9(3) VALUE 0.
       01  WS-CONTESTS-CLOSED  PIC 9(3) VALUE 0.
       01  WS-PAYOUTS-WRITTEN  PIC 9(4) VALUE 0.

      *Standings and results report lines; the same lines serve
      *both reports
       01  WS-REPORT-LINE      PIC X(80).
       01  WS-CONTEST-HEADING.
           03              PIC X(8) VALUE "CONTEST ".
           03  CH-ID       PIC X(6).
           03              PIC XX VALUE SPACES.
           03  CH-DESCRIPTION PIC X(30).
           03              PIC X(6) VALUE " FROM ".
           03  CH-FROM     PIC 9(8).
           03              PIC X(4) VALUE " TO ".
           03  CH-TO       PIC 9(8).
       01  WS-CONTEST-STATUS-LINE.
           03  CS-STATUS   PIC X(16).
           03  CS-DATE     PIC 9(8).
           03              PIC X(10) VALUE "  METRIC: ".
           03  CS-METRIC   PIC X(40).
       01  WS-GROWTH-METRIC.
           03              PIC X(33) VALUE
               "NET SALES GROWTH OVER MONTH OF ".
           03  GM-MONTH    PIC 9(6).
       01  WS-COLUMN-HEADING.
           03              PIC X(36) VALUE
               "RANK ID     NAME                    ".
           03              PIC X(36) VALUE
               " NET SALES          RESULT     PRIZE".
       01  WS-STANDING-LINE.
           03  SL-RANK     PIC ZZ9.
           03              PIC XX VALUE SPACES.
           03  SL-ID       PIC X(5).
           03              PIC XX VALUE SPACES.
           03  SL-NAME     PIC X(20).
           03              PIC X VALUE SPACE.
           03  SL-NET      PIC -ZZ,ZZZ,ZZ9.99.
           03              PIC X VALUE SPACE.
           03  SL-RESULT   PIC -ZZ,ZZZ,ZZ9.99.
           03              PIC X VALUE SPACE.
           03  SL-PRIZE    PIC ZZ,ZZ9.99.
       01  WS-PRIZE-TOTAL-LINE.
           03              PIC X(48) VALUE
               "TOTAL PRIZES TO PAYROLL".
           03  PT-TOTAL    PIC Z,ZZZ,ZZ9.99.
       01  WS-NO-XREF-LINE.
           03              PIC X(7) VALUE SPACES.
           03  NX-ID       PIC X(5).
           03              PIC X(45) VALUE
               " HAS NO PAYROLL CROSS-REFERENCE - NOT PAID".
       01  WS-NO-ENTRIES-LINE  PIC X(40) VALUE
           "NO QUALIFYING SALES".

       PROCEDURE DIVISION.
       PROG.
           PERFORM CONFIGURE-FILE-PATHS
           DISPLAY "SPIFF CONTEST RUN"
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM LOAD-CONTESTS
           PERFORM LOAD-CLOSED-CONTESTS
           PERFORM LOAD-SALESPERSON-MASTER
           PERFORM LOAD-SALES-XREF
           OPEN OUTPUT SPIFFSTANDINGS
           OPEN EXTEND SPIFFRESULTS
           OPEN EXTEND SPIFFPAYOUTS
           OPEN EXTEND SPIFFCLOSED
           PERFORM PROCESS-ONE-CONTEST
               VARYING WS-CT-SUB FROM 1 BY 1
               UNTIL WS-CT-SUB > WS-CT-COUNT
           CLOSE SPIFFSTANDINGS SPIFFRESULTS SPIFFPAYOUTS
               SPIFFCLOSED
           DISPLAY "CONTESTS LIVE       : " WS-CONTESTS-LIVE
           DISPLAY "CONTESTS CLOSED     : " WS-CONTESTS-CLOSED
           DISPLAY "PAYOUTS TO PAYROLL  : " WS-PAYOUTS-WRITTEN
           STOP RUN.

      *-------------------------------------------------------------
      *LOAD-CONTESTS paragraph loads the contest definitions
      *-------------------------------------------------------------
       LOAD-CONTESTS.
           OPEN INPUT SPIFFCONTESTS
           READ SPIFFCONTESTS
               AT END MOVE "YES" TO WS-CONTEST-EOF
           END-READ
           PERFORM LOAD-ONE-CONTEST-RECORD UNTIL CONTEST-EOF
           CLOSE SPIFFCONTESTS
           EXIT.

      *-------------------------------------------------------------
      *LOAD-ONE-CONTEST-RECORD paragraph stores one header,
      *eligibility, or prize record; an "E" or "P" record must
      *follow its contest's "C" record
      *-------------------------------------------------------------
       LOAD-ONE-CONTEST-RECORD.
           EVALUATE TRUE
               WHEN CONTEST-HEADER
                   PERFORM LOAD-CONTEST-HEADER
               WHEN CONTEST-ELIGIBLE
                   PERFORM LOAD-CONTEST-ELIGIBLE
               WHEN CONTEST-PRIZE
                   PERFORM LOAD-CONTEST-PRIZE
               WHEN OTHER
                   DISPLAY "CONTEST RECORD TYPE " CD-TYPE
                       " BYPASSED FOR " CD-CONTEST
           END-EVALUATE
           READ SPIFFCONTESTS
               AT END MOVE "YES" TO WS-CONTEST-EOF
           END-READ
           EXIT.

      *-------------------------------------------------------------
      *LOAD-CONTEST-HEADER paragraph edits and stores one contest
      *-------------------------------------------------------------
       LOAD-CONTEST-HEADER.
           IF WS-CT-COUNT >= 50
               DISPLAY "ERROR: Contest table full"
               STOP RUN
           END-IF
           ADD 1 TO WS-CT-COUNT
           SET CT-IX TO WS-CT-COUNT
           MOVE CD-CONTEST TO WS-CT-ID(CT-IX)
           MOVE CD-METRIC TO WS-CT-METRIC(CT-IX)
           MOVE CD-DESCRIPTION TO WS-CT-DESCRIPTION(CT-IX)
           MOVE ZEROS TO WS-CT-ELIG-COUNT(CT-IX)
           MOVE ZEROS TO WS-CT-FROM(CT-IX) WS-CT-TO(CT-IX)
           MOVE "O" TO WS-CT-STATE(CT-IX)
           IF CD-FROM NOT NUMERIC OR CD-TO NOT NUMERIC
               DISPLAY "CONTEST " CD-CONTEST
                   " REJECTED - INVALID DATES"
               MOVE "X" TO WS-CT-STATE(CT-IX)
               EXIT PARAGRAPH
           END-IF
           MOVE CD-FROM TO WS-CT-FROM(CT-IX)
           MOVE CD-TO TO WS-CT-TO(CT-IX)
           IF WS-CT-TO(CT-IX) < WS-CT-FROM(CT-IX)
               DISPLAY "CONTEST " CD-CONTEST
                   " REJECTED - ENDS BEFORE IT STARTS"
               MOVE "X" TO WS-CT-STATE(CT-IX)
               EXIT PARAGRAPH
           END-IF
           IF NOT CT-METRIC-NET(CT-IX)
               AND NOT CT-METRIC-GROWTH(CT-IX)
               DISPLAY "CONTEST " CD-CONTEST
                   " REJECTED - UNKNOWN METRIC " CD-METRIC
               MOVE "X" TO WS-CT-STATE(CT-IX)
           END-IF
           EXIT.

      *-------------------------------------------------------------
      *FIND-CONTEST paragraph points CT-IX at contest CD-CONTEST,
      *leaving WS-CT-WORK-ID blank when it has not been loaded
      *-------------------------------------------------------------
       FIND-CONTEST.
           MOVE SPACES TO WS-CT-WORK-ID
           IF WS-CT-COUNT > 0
               SET CT-IX TO 1
               SEARCH WS-CT
                   AT END CONTINUE
                   WHEN WS-CT-ID(CT-IX) = CD-CONTEST
                       MOVE CD-CONTEST TO WS-CT-WORK-ID
               END-SEARCH
           END-IF
           IF WS-CT-WORK-ID = SPACES
               DISPLAY "CONTEST " CD-CONTEST " NOT DEFINED - "
                   CD-TYPE " RECORD BYPASSED"
           END-IF
           EXIT.

      *-------------------------------------------------------------
      *LOAD-CONTEST-ELIGIBLE paragraph stores one eligible region
      *or region/district
      *-------------------------------------------------------------
       LOAD-CONTEST-ELIGIBLE.
           PERFORM FIND-CONTEST
           IF WS-CT-WORK-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-EL-COUNT >= 500
               DISPLAY "ERROR: Contest eligibility table full"
               STOP RUN
           END-IF
           ADD 1 TO WS-EL-COUNT
           MOVE CD-CONTEST TO WS-EL-CONTEST(WS-EL-COUNT)
           MOVE CD-REGION TO WS-EL-REGION(WS-EL-COUNT)
           MOVE CD-DISTRICT TO WS-EL-DISTRICT(WS-EL-COUNT)
           ADD 1 TO WS-CT-ELIG-COUNT(CT-IX)
           EXIT.

      *-------------------------------------------------------------
      *LOAD-CONTEST-PRIZE paragraph stores one prize tier
      *-------------------------------------------------------------
       LOAD-CONTEST-PRIZE.
           PERFORM FIND-CONTEST
           IF WS-CT-WORK-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           IF CD-RANK-FROM NOT NUMERIC OR CD-RANK-TO NOT NUMERIC
               OR CD-PRIZE NOT NUMERIC
               OR CD-RANK-TO < CD-RANK-FROM
               DISPLAY "CONTEST " CD-CONTEST
                   " PRIZE TIER BYPASSED - INVALID"
               EXIT PARAGRAPH
           END-IF
           IF WS-PZ-COUNT >= 500
               DISPLAY "ERROR: Contest prize table full"
               STOP RUN
           END-IF
           ADD 1 TO WS-PZ-COUNT
           MOVE CD-CONTEST TO WS-PZ-CONTEST(WS-PZ-COUNT)
           MOVE CD-RANK-FROM TO WS-PZ-RANK-FROM(WS-PZ-COUNT)
           MOVE CD-RANK-TO TO WS-PZ-RANK-TO(WS-PZ-COUNT)
           MOVE CD-PRIZE TO WS-PZ-PRIZE(WS-PZ-COUNT)
           EXIT.

      *-------------------------------------------------------------
      *LOAD-CLOSED-CONTESTS paragraph marks the contests an earlier
      *run already closed and paid
      *-------------------------------------------------------------
       LOAD-CLOSED-CONTESTS.
           OPEN INPUT SPIFFCLOSED
           READ SPIFFCLOSED
               AT END MOVE "YES" TO WS-CLOSED-EOF
           END-READ
           PERFORM MARK-ONE-CLOSED UNTIL CLOSED-EOF
           CLOSE SPIFFCLOSED
           EXIT.

      *-------------------------------------------------------------
      *MARK-ONE-CLOSED paragraph marks one closed contest
      *-------------------------------------------------------------
       MARK-ONE-CLOSED.
           IF WS-CT-COUNT > 0
               SET CT-IX TO 1
               SEARCH WS-CT
                   AT END CONTINUE
                   WHEN WS-CT-ID(CT-IX) = SC-CONTEST
                       MOVE "C" TO WS-CT-STATE(CT-IX)
               END-SEARCH
           END-IF
           READ SPIFFCLOSED
               AT END MOVE "YES" TO WS-CLOSED-EOF
           END-READ
           EXIT.

      *-------------------------------------------------------------
      *LOAD-SALESPERSON-MASTER paragraph loads the reps' names
      *-------------------------------------------------------------
       LOAD-SALESPERSON-MASTER.
           OPEN INPUT SALESPERSONMASTER
           READ SALESPERSONMASTER
               AT END MOVE "YES" TO WS-SP-EOF
           END-READ
           PERFORM LOAD-ONE-SALESPERSON UNTIL SP-EOF
           CLOSE SALESPERSONMASTER
           EXIT.

      *-------------------------------------------------------------
      *LOAD-ONE-SALESPERSON paragraph adds one rep to the table
      *-------------------------------------------------------------
       LOAD-ONE-SALESPERSON.
           IF WS-SP-COUNT >= 200
               DISPLAY "ERROR: Salesperson table full"
               STOP RUN
           END-IF
           ADD 1 TO WS-SP-COUNT
           MOVE SP-ID TO WS-SP-ID(WS-SP-COUNT)
           MOVE SP-NAME TO WS-SP-NAME(WS-SP-COUNT)
           READ SALESPERSONMASTER
               AT END MOVE "YES" TO WS-SP-EOF
           END-READ
           EXIT.

      *-------------------------------------------------------------
      *LOAD-SALES-XREF paragraph loads the sales ID to payroll
      *EmployeeID cross-reference
      *-------------------------------------------------------------
       LOAD-SALES-XREF.
           OPEN INPUT SALESXREF
           READ SALESXREF
               AT END MOVE "YES" TO WS-XREF-EOF
           END-READ
           PERFORM LOAD-ONE-XREF UNTIL XREF-EOF
           CLOSE SALESXREF
           EXIT.

      *-------------------------------------------------------------
      *LOAD-ONE-XREF paragraph adds one cross-reference entry
      *-------------------------------------------------------------
       LOAD-ONE-XREF.
           IF WS-XR-COUNT >= 500
               DISPLAY "ERROR: Sales cross-reference table full"
               STOP RUN
           END-IF
           ADD 1 TO WS-XR-COUNT
           MOVE XR-IN-ID TO WS-XR-IN-ID(WS-XR-COUNT)
           MOVE XR-EMPLOYEEID TO WS-XR-EMPLOYEEID(WS-XR-COUNT)
           READ SALESXREF
               AT END MOVE "YES" TO WS-XREF-EOF
           END-READ
           EXIT.

      *-------------------------------------------------------------
      *PROCESS-ONE-CONTEST paragraph scores one contest that has
      *started: standings while it is live, final results and
      *payouts on the first run after its last day
      *-------------------------------------------------------------
       PROCESS-ONE-CONTEST.
           SET CT-IX TO WS-CT-SUB
           IF NOT CT-OPEN(CT-IX)
               EXIT PARAGRAPH
           END-IF
           IF WS-TODAY < WS-CT-FROM(CT-IX)
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CLOSING
           IF WS-TODAY > WS-CT-TO(CT-IX)
               MOVE 1 TO WS-CLOSING
           END-IF
           IF CT-METRIC-GROWTH(CT-IX)
               MOVE WS-CT-FROM(CT-IX)(1:4) TO WS-PRIOR-YEAR
               MOVE WS-CT-FROM(CT-IX)(5:2) TO WS-PRIOR-MM
               IF WS-PRIOR-MM = 1
                   MOVE 12 TO WS-PRIOR-MM
                   SUBTRACT 1 FROM WS-PRIOR-YEAR
               ELSE
                   SUBTRACT 1 FROM WS-PRIOR-MM
               END-IF
           ELSE
               MOVE ZEROS TO WS-PRIOR-MONTH-N
           END-IF
           MOVE 0 TO WS-CP-COUNT
           MOVE "NO" TO WS-LEDGER-EOF
           OPEN INPUT MTDLEDGER
           READ MTDLEDGER
               AT END MOVE "YES" TO WS-LEDGER-EOF
           END-READ
           PERFORM ACCUMULATE-ONE-ENTRY UNTIL LEDGER-EOF
           CLOSE MTDLEDGER
           PERFORM RANK-ONE-COMPETITOR
               VARYING WS-CP-SUB FROM 1 BY 1
               UNTIL WS-CP-SUB > WS-CP-COUNT
           IF CONTEST-CLOSING
               PERFORM WRITE-FINAL-RESULTS
               ADD 1 TO WS-CONTESTS-CLOSED
           ELSE
               PERFORM WRITE-STANDINGS
               ADD 1 TO WS-CONTESTS-LIVE
           END-IF
           EXIT.

      *-------------------------------------------------------------
      *ACCUMULATE-ONE-ENTRY paragraph adds one eligible "S" ledger
      *entry to its rep's contest net sales or, for a growth
      *contest, to the prior month's
      *-------------------------------------------------------------
       ACCUMULATE-ONE-ENTRY.
           IF ML-TYPE = "S"
               MOVE 0 TO WS-IN-WINDOW
               IF ML-DATE >= WS-CT-FROM(CT-IX)
                   AND ML-DATE <= WS-CT-TO(CT-IX)
                   MOVE 1 TO WS-IN-WINDOW
               END-IF
               IF IN-WINDOW OR ML-DATE(1:6) = WS-PRIOR-MONTH
                   PERFORM CHECK-ENTRY-ELIGIBLE
                   IF ENTRY-ELIGIBLE
                       PERFORM ADD-TO-COMPETITOR
                   END-IF
               END-IF
           END-IF
           READ MTDLEDGER
               AT END MOVE "YES" TO WS-LEDGER-EOF
           END-READ
           EXIT.

      *-------------------------------------------------------------
      *CHECK-ENTRY-ELIGIBLE paragraph decides whether the entry's
      *credited territory is in the contest
      *-------------------------------------------------------------
       CHECK-ENTRY-ELIGIBLE.
           IF WS-CT-ELIG-COUNT(CT-IX) = 0
               MOVE 1 TO WS-ELIGIBLE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-ELIGIBLE
           PERFORM CHECK-ONE-ELIGIBLE
               VARYING WS-EL-SUB FROM 1 BY 1
               UNTIL WS-EL-SUB > WS-EL-COUNT OR ENTRY-ELIGIBLE
           EXIT.

      *-------------------------------------------------------------
      *CHECK-ONE-ELIGIBLE paragraph tests one eligibility entry
      *-------------------------------------------------------------
       CHECK-ONE-ELIGIBLE.
           IF WS-EL-CONTEST(WS-EL-SUB) NOT = WS-CT-ID(CT-IX)
               EXIT PARAGRAPH
           END-IF
           IF WS-EL-REGION(WS-EL-SUB) = "*"
               MOVE 1 TO WS-ELIGIBLE
               EXIT PARAGRAPH
           END-IF
           IF WS-EL-REGION(WS-EL-SUB) = ML-S-LETTER
               AND (WS-EL-DISTRICT(WS-EL-SUB) = SPACES
                   OR WS-EL-DISTRICT(WS-EL-SUB) = ML-S-DISTRICT)
               MOVE 1 TO WS-ELIGIBLE
           END-IF
           EXIT.

      *-------------------------------------------------------------
      *ADD-TO-COMPETITOR paragraph finds or adds the rep and rolls
      *the entry's net sales into the contest or prior-month figure
      *-------------------------------------------------------------
       ADD-TO-COMPETITOR.
           SET CP-IX TO 1
           SEARCH WS-CP
               AT END
                   IF WS-CP-COUNT >= 200
                       DISPLAY "ERROR: Contest competitor table full"
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-CP-COUNT
                   SET CP-IX TO WS-CP-COUNT
                   MOVE ML-S-ID TO WS-CP-ID(CP-IX)
                   MOVE ZEROS TO WS-CP-NET(CP-IX) WS-CP-PRIOR(CP-IX)
               WHEN WS-CP-ID(CP-IX) = ML-S-ID
                   CONTINUE
           END-SEARCH
           IF IN-WINDOW
               ADD ML-S-SALES TO WS-CP-NET(CP-IX)
           ELSE
               ADD ML-S-SALES TO WS-CP-PRIOR(CP-IX)
           END-IF
           EXIT.

      *-------------------------------------------------------------
      *RANK-ONE-COMPETITOR paragraph works one rep's result, rank
      *(one more than the number of reps ahead, so ties share a
      *rank), and prize
      *-------------------------------------------------------------
       RANK-ONE-COMPETITOR.
           SET CP-IX TO WS-CP-SUB
           COMPUTE WS-CP-RESULT(CP-IX) =
               WS-CP-NET(CP-IX) - WS-CP-PRIOR(CP-IX)
           MOVE 1 TO WS-CP-RANK(CP-IX)
           PERFORM COUNT-ONE-AHEAD
               VARYING WS-AHEAD-SUB FROM 1 BY 1
               UNTIL WS-AHEAD-SUB > WS-CP-COUNT
           MOVE ZEROS TO WS-CP-PRIZE(CP-IX)
           IF WS-CP-RESULT(CP-IX) > 0
               PERFORM CHECK-ONE-TIER
                   VARYING WS-PZ-SUB FROM 1 BY 1
                   UNTIL WS-PZ-SUB > WS-PZ-COUNT
                   OR WS-CP-PRIZE(CP-IX) > 0
           END-IF
           EXIT.

      *-------------------------------------------------------------
      *COUNT-ONE-AHEAD paragraph moves the rep down a place for
      *another rep with a better result
      *-------------------------------------------------------------
       COUNT-ONE-AHEAD.
           COMPUTE WS-CP-RESULT(WS-AHEAD-SUB) =
               WS-CP-NET(WS-AHEAD-SUB) - WS-CP-PRIOR(WS-AHEAD-SUB)
           IF WS-CP-RESULT(WS-AHEAD-SUB) > WS-CP-RESULT(CP-IX)
               ADD 1 TO WS-CP-RANK(CP-IX)
           END-IF
           EXIT.

      *-------------------------------------------------------------
      *CHECK-ONE-TIER paragraph awards the tier's prize when the
      *rep's rank falls in it
      *-------------------------------------------------------------
       CHECK-ONE-TIER.
           IF WS-PZ-CONTEST(WS-PZ-SUB) = WS-CT-ID(CT-IX)
               AND WS-CP-RANK(CP-IX) >= WS-PZ-RANK-FROM(WS-PZ-SUB)
               AND WS-CP-RANK(CP-IX) <= WS-PZ-RANK-TO(WS-PZ-SUB)
               MOVE WS-PZ-PRIZE(WS-PZ-SUB) TO WS-CP-PRIZE(CP-IX)
           END-IF
           EXIT.

      *-------------------------------------------------------------
      *FORMAT-CONTEST-HEADING paragraph fills the heading lines for
      *the contest being scored
      *-------------------------------------------------------------
       FORMAT-CONTEST-HEADING.
           MOVE WS-CT-ID(CT-IX) TO CH-ID
           MOVE WS-CT-DESCRIPTION(CT-IX) TO CH-DESCRIPTION
           MOVE WS-CT-FROM(CT-IX) TO CH-FROM
           MOVE WS-CT-TO(CT-IX) TO CH-TO
           MOVE WS-TODAY TO CS-DATE
           IF CT-METRIC-GROWTH(CT-IX)
               MOVE WS-PRIOR-MONTH-N TO GM-MONTH
               MOVE WS-GROWTH-METRIC TO CS-METRIC
           ELSE
               MOVE "NET SALES" TO CS-METRIC
           END-IF
           EXIT.

      *-------------------------------------------------------------
      *WRITE-STANDINGS paragraph prints a live contest's standings
      *-------------------------------------------------------------
       WRITE-STANDINGS.
           PERFORM FORMAT-CONTEST-HEADING
           MOVE "STANDINGS AS OF " TO CS-STATUS
           WRITE SPIFFSTANDINGS-LINE FROM WS-CONTEST-HEADING
           WRITE SPIFFSTANDINGS-LINE FROM WS-CONTEST-STATUS-LINE
           WRITE SPIFFSTANDINGS-LINE FROM WS-COLUMN-HEADING
           IF WS-CP-COUNT = 0
               WRITE SPIFFSTANDINGS-LINE FROM WS-NO-ENTRIES-LINE
           END-IF
           PERFORM WRITE-STANDINGS-AT-RANK
               VARYING WS-RANK-SUB FROM 1 BY 1
               UNTIL WS-RANK-SUB > WS-CP-COUNT
           MOVE SPACES TO SPIFFSTANDINGS-LINE
           WRITE SPIFFSTANDINGS-LINE
           EXIT.

      *-------------------------------------------------------------
      *WRITE-STANDINGS-AT-RANK paragraph prints the reps holding
      *rank WS-RANK-SUB
      *-------------------------------------------------------------
       WRITE-STANDINGS-AT-RANK.
           PERFORM WRITE-ONE-STANDING
               VARYING WS-CP-SUB FROM 1 BY 1
               UNTIL WS-CP-SUB > WS-CP-COUNT
           EXIT.

      *-------------------------------------------------------------
      *WRITE-ONE-STANDING paragraph prints one rep at this rank
      *-------------------------------------------------------------
       WRITE-ONE-STANDING.
           SET CP-IX TO WS-CP-SUB
           IF WS-CP-RANK(CP-IX) NOT = WS-RANK-SUB
               EXIT PARAGRAPH
           END-IF
           PERFORM FORMAT-STANDING-LINE
           WRITE SPIFFSTANDINGS-LINE FROM WS-STANDING-LINE
           EXIT.

      *-------------------------------------------------------------
      *FORMAT-STANDING-LINE paragraph fills the line for rep CP-IX
      *-------------------------------------------------------------
       FORMAT-STANDING-LINE.
           MOVE "(NOT ON MASTER)" TO WS-REP-NAME
           IF WS-SP-COUNT > 0
               SET SP-IX TO 1
               SEARCH WS-SP
                   AT END CONTINUE
                   WHEN WS-SP-ID(SP-IX) = WS-CP-ID(CP-IX)
                       MOVE WS-SP-NAME(SP-IX) TO WS-REP-NAME
               END-SEARCH
           END-IF
           MOVE WS-CP-RANK(CP-IX) TO SL-RANK
           MOVE WS-CP-ID(CP-IX) TO SL-ID
           MOVE WS-REP-NAME TO SL-NAME
           MOVE WS-CP-NET(CP-IX) TO SL-NET
           MOVE WS-CP-RESULT(CP-IX) TO SL-RESULT
           MOVE WS-CP-PRIZE(CP-IX) TO SL-PRIZE
           EXIT.

      *-------------------------------------------------------------
      *WRITE-FINAL-RESULTS paragraph prints a finished contest's
      *final results, sends its prizes to payroll, and records it
      *as closed
      *-------------------------------------------------------------
       WRITE-FINAL-RESULTS.
           PERFORM FORMAT-CONTEST-HEADING
           MOVE "FINAL RESULTS   " TO CS-STATUS
           WRITE SPIFFRESULTS-LINE FROM WS-CONTEST-HEADING
           WRITE SPIFFRESULTS-LINE FROM WS-CONTEST-STATUS-LINE
           WRITE SPIFFRESULTS-LINE FROM WS-COLUMN-HEADING
           IF WS-CP-COUNT = 0
               WRITE SPIFFRESULTS-LINE FROM WS-NO-ENTRIES-LINE
           END-IF
           MOVE ZEROS TO WS-PRIZE-TOTAL
           PERFORM WRITE-RESULTS-AT-RANK
               VARYING WS-RANK-SUB FROM 1 BY 1
               UNTIL WS-RANK-SUB > WS-CP-COUNT
           MOVE WS-PRIZE-TOTAL TO PT-TOTAL
           WRITE SPIFFRESULTS-LINE FROM WS-PRIZE-TOTAL-LINE
           MOVE SPACES TO SPIFFRESULTS-LINE
           WRITE SPIFFRESULTS-LINE
           MOVE SPACES TO SPIFFCLOSED-REC
           MOVE WS-CT-ID(CT-IX) TO SC-CONTEST
           MOVE WS-TODAY TO SC-DATE
           WRITE SPIFFCLOSED-REC
           MOVE "C" TO WS-CT-STATE(CT-IX)
           EXIT.

      *-------------------------------------------------------------
      *WRITE-RESULTS-AT-RANK paragraph prints and pays the reps
      *holding rank WS-RANK-SUB
      *-------------------------------------------------------------
       WRITE-RESULTS-AT-RANK.
           PERFORM WRITE-ONE-RESULT
               VARYING WS-CP-SUB FROM 1 BY 1
               UNTIL WS-CP-SUB > WS-CP-COUNT
           EXIT.

      *-------------------------------------------------------------
      *WRITE-ONE-RESULT paragraph prints one rep at this rank and
      *writes the payout for a prize; a winner with no payroll
      *cross-reference is flagged on the results instead
      *-------------------------------------------------------------
       WRITE-ONE-RESULT.
           SET CP-IX TO WS-CP-SUB
           IF WS-CP-RANK(CP-IX) NOT = WS-RANK-SUB
               EXIT PARAGRAPH
           END-IF
           PERFORM FORMAT-STANDING-LINE
           WRITE SPIFFRESULTS-LINE FROM WS-STANDING-LINE
           IF WS-CP-PRIZE(CP-IX) = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-XR-COUNT > 0
               SET XR-IX TO 1
               SEARCH WS-XR
                   AT END CONTINUE
                   WHEN WS-XR-IN-ID(XR-IX) = WS-CP-ID(CP-IX)
                       MOVE SPACES TO SPIFFPAYOUTS-REC
                       MOVE WS-XR-EMPLOYEEID(XR-IX) TO PO-EMPLOYEEID
                       MOVE WS-CP-PRIZE(CP-IX) TO PO-AMOUNT
                       MOVE WS-CT-ID(CT-IX) TO PO-CONTEST
                       WRITE SPIFFPAYOUTS-REC
                       ADD 1 TO WS-PAYOUTS-WRITTEN
                       ADD WS-CP-PRIZE(CP-IX) TO WS-PRIZE-TOTAL
                       EXIT PARAGRAPH
               END-SEARCH
           END-IF
           MOVE WS-CP-ID(CP-IX) TO NX-ID
           WRITE SPIFFRESULTS-LINE FROM WS-NO-XREF-LINE
           DISPLAY "CONTEST " WS-CT-ID(CT-IX) " WINNER "
               WS-CP-ID(CP-IX) " HAS NO PAYROLL CROSS-REFERENCE"
           EXIT.


      *-------------------------------------------------------------
      *Resolve every file path: the DD_ environment variable wins
      *when it is set, otherwise the built-in default stands, and
      *the resolved paths are echoed into the run output
      *-------------------------------------------------------------
       CONFIGURE-FILE-PATHS.
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_SPIFFCONTESTS"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO SPIFFCONTESTS-PATH
           END-IF
           DISPLAY "SPIFFCONTESTS: " SPIFFCONTESTS-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_MTDLEDGER"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO MTDLEDGER-PATH
           END-IF
           DISPLAY "MTDLEDGER: " MTDLEDGER-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_SALESPERSONMASTER"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO SALESPERSONMASTER-PATH
           END-IF
           DISPLAY "SALESPERSONMASTER: " SALESPERSONMASTER-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_SALESXREF"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO SALESXREF-PATH
           END-IF
           DISPLAY "SALESXREF: " SALESXREF-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_SPIFFCLOSED"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO SPIFFCLOSED-PATH
           END-IF
           DISPLAY "SPIFFCLOSED: " SPIFFCLOSED-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_SPIFFSTANDINGS"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO SPIFFSTANDINGS-PATH
           END-IF
           DISPLAY "SPIFFSTANDINGS: " SPIFFSTANDINGS-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_SPIFFRESULTS"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO SPIFFRESULTS-PATH
           END-IF
           DISPLAY "SPIFFRESULTS: " SPIFFRESULTS-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_SPIFFPAYOUTS"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO SPIFFPAYOUTS-PATH
           END-IF
           DISPLAY "SPIFFPAYOUTS: " SPIFFPAYOUTS-PATH
           EXIT.
       END PROGRAM SPIFFCONTEST.
