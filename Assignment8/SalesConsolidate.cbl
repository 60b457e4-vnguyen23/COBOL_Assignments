      *month-to-date ledger, regenerates ControlTotal.dat from that
      *ledger, and produces the month-to-date sales report by
      *region. The control file the reconciliation checks against is
      *no longer hand-typed. The run's region/product-line gross and
      *returns (SalesProductTotals.dat) go to the ledger as "P"
      *entries, and the report adds month-to-date sales by product
      *line with returns as a percentage of gross. Each
      *salesperson's credited sales and commission per territory
      *(SalesTerritoryTotals.dat) go on as "S" entries for the
      *month-end attainment report. Nothing is appended when the
      *run date's accounting period has been closed on the shared
      *period calendar, unless the period's reopen has been logged.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   ASSIGN USING
           DISTRICTRUNTOTALS-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PRODUCTRUNTOTALS
                   ASSIGN USING
           PRODUCTRUNTOTALS-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SALESTERRITORYTOTALS
                   ASSIGN USING
           SALESTERRITORYTOTALS-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MTDLEDGER
                   ASSIGN USING
           MTDLEDGER-PATH
           03  DT-DISTRICT     PIC XX.
           03  FILLER          PIC X.
           03  DT-TOTAL        PIC S9(8)V99.
       FD  PRODUCTRUNTOTALS.
       01  PRODUCTRUNTOTALS-REC.
           03  PT-LETTER       PIC X.
           03  FILLER          PIC X.
           03  PT-LINE         PIC X(8).
           03  FILLER          PIC X.
           03  PT-GROSS        PIC S9(8)V99.
           03  FILLER          PIC X.
           03  PT-RETURNS      PIC S9(8)V99.
       FD  SALESTERRITORYTOTALS.
       01  SALESTERRITORYTOTALS-REC.
           03  TT-ID           PIC X(5).
           03  FILLER          PIC X.
           03  TT-LETTER       PIC X.
           03  TT-DISTRICT     PIC XX.
           03  FILLER          PIC X.
           03  TT-SALES        PIC S9(8)V99.
           03  FILLER          PIC X.
           03  TT-COMMISSION   PIC S9(8)V99.
       FD  MTDLEDGER.
      *"T" entries carry a run's count and grand total; "R" entries
      *carry one region's total, and "D" entries one district's,
      *for that run; "P" entries carry one region/product line's
      *gross and returns, and "S" entries one salesperson's credited
      *sales and commission in one territory
       01  MTDLEDGER-REC.
           03  ML-TYPE         PIC X.
           03  FILLER          PIC X.
           03  ML-DATE         PIC 9(8).
           03  FILLER          PIC X.
           03  ML-DETAIL       PIC X(32).
           03  ML-T-DETAIL REDEFINES ML-DETAIL.
               05  ML-RECORD-CNT PIC 9(4).
               05  FILLER        PIC X.
               05  FILLER        PIC X.
               05  ML-DISTRICT-TOT PIC S9(8)V99.
               05  FILLER        PIC X(2).
           03  ML-P-DETAIL REDEFINES ML-DETAIL.
               05  ML-P-LETTER   PIC X.
               05  FILLER        PIC X.
               05  ML-P-LINE     PIC X(8).
               05  FILLER        PIC X.
               05  ML-P-GROSS    PIC S9(8)V99.
               05  FILLER        PIC X.
               05  ML-P-RETURNS  PIC S9(8)V99.
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
       FD  CONTROLTOTAL.
      *CT-MONTH stamps which month the figures belong to, so the
      *first run of a new month is not reconciled against the old
           VALUE "C:\DataFiles\SalesRunTotals.dat".
       01  DISTRICTRUNTOTALS-PATH  PIC X(80)
           VALUE "C:\DataFiles\SalesDistrictTotals.dat".
       01  PRODUCTRUNTOTALS-PATH  PIC X(80)
           VALUE "C:\DataFiles\SalesProductTotals.dat".
       01  SALESTERRITORYTOTALS-PATH  PIC X(80)
           VALUE "C:\DataFiles\SalesTerritoryTotals.dat".
       01  REGIONRUNTOTALS-PATH  PIC X(80)
           VALUE "C:\DataFiles\RegionHistory.new".
       01  MTDLEDGER-PATH  PIC X(80)
           88  DISTRICT-EOF    VALUE "YES".
       01  WS-LEDGER-EOF       PIC X(3) VALUE "NO".
           88  LEDGER-EOF      VALUE "YES".
       01  WS-PRODUCT-EOF      PIC X(3) VALUE "NO".
           88  PRODUCT-EOF     VALUE "YES".
       01  WS-TERRITORY-EOF    PIC X(3) VALUE "NO".
           88  TERRITORY-EOF   VALUE "YES".

       01  WS-MTD-COUNT        PIC 9(6) VALUE 0.
       01  WS-MTD-TOTAL        PIC S9(12)V99 VALUE 0.
               05  WS-REG-LETTER PIC X.
               05  WS-REG-TOTAL  PIC S9(10)V99.

      *Month-to-date gross and returns per region/product line
       01  WS-PL-COUNT         PIC 9(3) VALUE 0.
       01  WS-PL-TABLE.
           03  WS-PL           OCCURS 0 TO 400 TIMES
                                DEPENDING ON WS-PL-COUNT
                                INDEXED BY PL-IX.
               05  WS-PL-KEY.
                   07  WS-PL-LETTER  PIC X.
                   07  WS-PL-LINE    PIC X(8).
               05  WS-PL-GROSS     PIC S9(10)V99.
               05  WS-PL-RETURNS   PIC S9(10)V99.
       01  WS-PL-LOOKUP.
           03  WS-PL-LOOKUP-LETTER PIC X.
           03  WS-PL-LOOKUP-LINE   PIC X(8).
       01  WS-PL-PCT           PIC 9(4)V9.

      *Request block for the shared PeriodLock subprogram
       01  WS-PERIODLOCK-REQUEST.
           03  WS-PD-SYSTEM    PIC X(8).
           03  WS-PD-PERIOD    PIC 9(6).
           03  WS-PD-RESULT    PIC X.
               88  PERIOD-POSTABLE VALUES "O" "R".

       01  WS-MTD-HEADING      PIC X(40) VALUE
           "MONTH-TO-DATE SALES BY REGION".
       01  WS-MTD-REGION-LINE.
           03  MT-COUNT        PIC ZZZZZ9.
           03  FILLER          PIC X(9) VALUE "  TOTAL: ".
           03  MT-TOTAL        PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-MTD-PL-HEADING   PIC X(60) VALUE
           "MONTH-TO-DATE SALES BY PRODUCT LINE      GROSS/RETURNS".
       01  WS-MTD-PL-LINE.
           03  MP-LETTER       PIC X.
           03  FILLER          PIC X VALUE SPACE.
           03  MP-LINE         PIC X(8).
           03  FILLER          PIC X VALUE SPACE.
           03  MP-GROSS        PIC Z,ZZZ,ZZZ,ZZ9.99.
           03  FILLER          PIC X VALUE SPACE.
           03  MP-RETURNS      PIC Z,ZZZ,ZZZ,ZZ9.99.
           03  FILLER          PIC X VALUE SPACE.
           03  MP-PCT          PIC ZZZ9.9.
           03  FILLER          PIC X VALUE "%".

       PROCEDURE DIVISION.
       PROG.
           PERFORM CONFIGURE-FILE-PATHS
           DISPLAY "SALES CONSOLIDATION STARTING"
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           PERFORM CHECK-PERIOD-LOCK
           PERFORM APPEND-RUN-TO-LEDGER
           PERFORM SUMMARIZE-LEDGER
           PERFORM VERIFY-LEDGER-CONTINUITY
           STOP RUN
           .

      *-------------------------------------------------------------
      *CHECK-PERIOD-LOCK paragraph refuses the run when the sales
      *accounting period it would post to is closed
      *-------------------------------------------------------------
       CHECK-PERIOD-LOCK.
           MOVE "SALES" TO WS-PD-SYSTEM
           MOVE WS-DATE(1:6) TO WS-PD-PERIOD
           CALL "PeriodLock" USING WS-PERIODLOCK-REQUEST
           IF NOT PERIOD-POSTABLE
               DISPLAY "ACCOUNTING PERIOD " WS-PD-PERIOD
                   " IS CLOSED - NOTHING CONSOLIDATED"
               STOP RUN
           END-IF
           EXIT.

      *-------------------------------------------------------------
      *APPEND-RUN-TO-LEDGER paragraph appends today's run totals and
      *per-region totals to the month-to-date ledger
                   AT END MOVE "YES" TO WS-DISTRICT-EOF
               END-READ
           END-PERFORM
           CLOSE DISTRICTRUNTOTALS

           OPEN INPUT PRODUCTRUNTOTALS
           READ PRODUCTRUNTOTALS
               AT END MOVE "YES" TO WS-PRODUCT-EOF
           END-READ
           PERFORM APPEND-ONE-PRODUCT-LINE UNTIL PRODUCT-EOF
           CLOSE PRODUCTRUNTOTALS

           OPEN INPUT SALESTERRITORYTOTALS
           READ SALESTERRITORYTOTALS
               AT END MOVE "YES" TO WS-TERRITORY-EOF
           END-READ
           PERFORM APPEND-ONE-TERRITORY UNTIL TERRITORY-EOF
           CLOSE SALESTERRITORYTOTALS MTDLEDGER
           EXIT.

      *-------------------------------------------------------------
      *APPEND-ONE-TERRITORY paragraph appends one salesperson's
      *credited territory totals to the ledger as an "S" entry
      *-------------------------------------------------------------
       APPEND-ONE-TERRITORY.
           MOVE SPACES TO MTDLEDGER-REC
           MOVE "S" TO ML-TYPE
           MOVE WS-DATE TO ML-DATE
           MOVE TT-ID TO ML-S-ID
           MOVE TT-LETTER TO ML-S-LETTER
           MOVE TT-DISTRICT TO ML-S-DISTRICT
           MOVE TT-SALES TO ML-S-SALES
           MOVE TT-COMMISSION TO ML-S-COMMISSION
           WRITE MTDLEDGER-REC
           READ SALESTERRITORYTOTALS
               AT END MOVE "YES" TO WS-TERRITORY-EOF
           END-READ
           EXIT.

      *-------------------------------------------------------------
      *APPEND-ONE-PRODUCT-LINE paragraph appends one region/product
      *line's run gross and returns to the ledger as a "P" entry
      *-------------------------------------------------------------
       APPEND-ONE-PRODUCT-LINE.
           MOVE SPACES TO MTDLEDGER-REC
           MOVE "P" TO ML-TYPE
           MOVE WS-DATE TO ML-DATE
           MOVE PT-LETTER TO ML-P-LETTER
           MOVE PT-LINE TO ML-P-LINE
           MOVE PT-GROSS TO ML-P-GROSS
           MOVE PT-RETURNS TO ML-P-RETURNS
           WRITE MTDLEDGER-REC
           READ PRODUCTRUNTOTALS
               AT END MOVE "YES" TO WS-PRODUCT-EOF
           END-READ
           EXIT.

      *-------------------------------------------------------------
      *SUMMARIZE-LEDGER paragraph totals the current month's ledger
      *entries: overall count and dollars from the "T" entries,
      *per-region dollars from the "R" entries, per-product-line
      *gross and returns from the "P" entries; prior months' lines
      *stay on the ledger but are left out of the month-to-date
      *-------------------------------------------------------------
       SUMMARIZE-LEDGER.
                       IF ML-TYPE = "R"
                           PERFORM ADD-REGION-TO-MTD
                       END-IF
                       IF ML-TYPE = "P"
                           PERFORM ADD-PRODUCT-LINE-TO-MTD
                       END-IF
                   END-IF
               END-IF
               READ MTDLEDGER
           ADD ML-REGION-TOT TO WS-REG-TOTAL(REG-IX)
           EXIT.

      *-------------------------------------------------------------
      *ADD-PRODUCT-LINE-TO-MTD paragraph rolls one ledger product
      *line entry into its region/product line's month-to-date
      *-------------------------------------------------------------
       ADD-PRODUCT-LINE-TO-MTD.
           MOVE ML-P-LETTER TO WS-PL-LOOKUP-LETTER
           MOVE ML-P-LINE TO WS-PL-LOOKUP-LINE
           SET PL-IX TO 1
           SEARCH WS-PL
               AT END
                   IF WS-PL-COUNT >= 400
                       DISPLAY "ERROR: Product line table full"
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-PL-COUNT
                   SET PL-IX TO WS-PL-COUNT
                   MOVE WS-PL-LOOKUP TO WS-PL-KEY(PL-IX)
                   MOVE ZEROS TO WS-PL-GROSS(PL-IX)
                   MOVE ZEROS TO WS-PL-RETURNS(PL-IX)
               WHEN WS-PL-KEY(PL-IX) = WS-PL-LOOKUP
                   CONTINUE
           END-SEARCH
           ADD ML-P-GROSS TO WS-PL-GROSS(PL-IX)
           ADD ML-P-RETURNS TO WS-PL-RETURNS(PL-IX)
           EXIT.

      *-------------------------------------------------------------
      *VERIFY-LEDGER-CONTINUITY paragraph reconciles the ledger: the
      *month-to-date just summed from it must equal the prior
           MOVE WS-MTD-COUNT TO MT-COUNT
           MOVE WS-MTD-TOTAL TO MT-TOTAL
           WRITE MTDREPORTLINE FROM WS-MTD-TOTAL-LINE
           IF WS-PL-COUNT > 0
               MOVE SPACES TO MTDREPORTLINE
               WRITE MTDREPORTLINE
               WRITE MTDREPORTLINE FROM WS-MTD-PL-HEADING
               PERFORM WRITE-MTD-PRODUCT-LINE
                   VARYING PL-IX FROM 1 BY 1
                   UNTIL PL-IX > WS-PL-COUNT
           END-IF
           CLOSE MTDREPORT
           EXIT.

      *-------------------------------------------------------------
      *WRITE-MTD-PRODUCT-LINE paragraph prints one region/product
      *line's month-to-date gross and returns, with returns as a
      *percentage of gross
      *-------------------------------------------------------------
       WRITE-MTD-PRODUCT-LINE.
           MOVE WS-PL-LETTER(PL-IX) TO MP-LETTER
           MOVE WS-PL-LINE(PL-IX) TO MP-LINE
           MOVE WS-PL-GROSS(PL-IX) TO MP-GROSS
           MOVE WS-PL-RETURNS(PL-IX) TO MP-RETURNS
           MOVE 0 TO WS-PL-PCT
           IF WS-PL-GROSS(PL-IX) > 0
               COMPUTE WS-PL-PCT ROUNDED =
                   WS-PL-RETURNS(PL-IX) * 100 / WS-PL-GROSS(PL-IX)
                   ON SIZE ERROR MOVE 9999.9 TO WS-PL-PCT
               END-COMPUTE
           END-IF
           MOVE WS-PL-PCT TO MP-PCT
           WRITE MTDREPORTLINE FROM WS-MTD-PL-LINE
           EXIT.

      *-------------------------------------------------------------
      *Resolve every file path: the DD_ environment variable wins
      *when it is set, otherwise the built-in default stands, and
               MOVE PATH-OVERRIDE TO MTDREPORT-PATH
           END-IF
           DISPLAY "MTDREPORT: " MTDREPORT-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_PRODUCTRUNTOTALS"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO PRODUCTRUNTOTALS-PATH
           END-IF
           DISPLAY "PRODUCTRUNTOTALS: " PRODUCTRUNTOTALS-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_SALESTERRITORYTOTALS"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO SALESTERRITORYTOTALS-PATH
           END-IF
           DISPLAY "SALESTERRITORYTOTALS: " SALESTERRITORYTOTALS-PATH
           EXIT.
