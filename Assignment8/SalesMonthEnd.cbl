      *retention period (default 24 months, overridden by
      *HistRetention.dat) the way the TemperatureArchive purges old
      *detail. Budget meetings stop starting with a hunt for last
      *year's printouts. The month's "P" entries are banked the
      *same way into ProductLineHistory.dat, one gross/returns
      *record per region/product line/month.
      *The month's "S" entries - each salesperson's sales credited
      *to each territory they were assigned - are printed to
      *SalesAttainment.rpt: one line per territory a rep worked,
      *then the rep's month total against their quota, so a rep
      *moved mid-month is seen across both territories.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   ASSIGN USING
           SALESHISTORY-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PRODUCTHISTORY
                   ASSIGN USING
           PRODUCTHISTORY-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RETENTIONCONTROL
                   ASSIGN USING
           RETENTIONCONTROL-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SALESPERSONMASTER
                   ASSIGN USING
           SALESPERSONMASTER-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL QUOTAMASTER
                   ASSIGN USING
           QUOTAMASTER-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ATTAINMENTREPORT
                   ASSIGN USING
           ATTAINMENTREPORT-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           03  FILLER          PIC X.
           03  ML-DATE         PIC 9(8).
           03  FILLER          PIC X.
           03  ML-DETAIL       PIC X(32).
           03  ML-D-DETAIL REDEFINES ML-DETAIL.
               05  ML-D-LETTER   PIC X.
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
       FD  SALESHISTORY.
       01  SALESHISTORY-REC.
           03  SH-LETTER       PIC X.
           03  SH-MONTH        PIC 9(6).
           03  FILLER          PIC X.
           03  SH-TOTAL        PIC S9(10)V99.
       FD  PRODUCTHISTORY.
       01  PRODUCTHISTORY-REC.
           03  PH-LETTER       PIC X.
           03  FILLER          PIC X.
           03  PH-LINE         PIC X(8).
           03  FILLER          PIC X.
           03  PH-MONTH        PIC 9(6).
           03  FILLER          PIC X.
           03  PH-GROSS        PIC S9(10)V99.
           03  FILLER          PIC X.
           03  PH-RETURNS      PIC S9(10)V99.
       FD  RETENTIONCONTROL.
       01  RETENTIONCONTROL-REC.
           03  RC-MONTHS       PIC 9(3).
       FD  SALESPERSONMASTER.
       01  SALESPERSONMASTER-REC.
           03  SP-ID           PIC X(5).
           03  SP-NAME         PIC X(20).
       FD  QUOTAMASTER.
       01  QUOTAMASTER-REC.
           03  QM-ID           PIC X(5).
           03  FILLER          PIC X.
           03  QM-MONTH        PIC 9(6).
           03  FILLER          PIC X.
           03  QM-QUOTA        PIC 9(8)V99.
       FD  ATTAINMENTREPORT.
       01  ATTAINMENTREPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.

           VALUE "C:\DataFiles\SalesMtdLedger.dat".
       01  SALESHISTORY-PATH  PIC X(80)
           VALUE "C:\DataFiles\SalesHistory.dat".
       01  PRODUCTHISTORY-PATH  PIC X(80)
           VALUE "C:\DataFiles\ProductLineHistory.dat".
       01  RETENTIONCONTROL-PATH  PIC X(80)
           VALUE "C:\DataFiles\HistRetention.dat".
       01  SALESPERSONMASTER-PATH  PIC X(80)
           VALUE "C:\DataFiles\SalespersonMaster.dat".
       01  QUOTAMASTER-PATH  PIC X(80)
           VALUE "C:\DataFiles\SalespersonQuota.dat".
       01  ATTAINMENTREPORT-PATH  PIC X(80)
           VALUE "C:\DataFiles\SalesAttainment.rpt".
       01  PATH-OVERRIDE  PIC X(80).
       01  WS-LEDGER-EOF       PIC X(3) VALUE "NO".
           88  LEDGER-EOF      VALUE "YES".
                                DEPENDING ON WS-KEEP-COUNT
                                PIC X(25).
       01  WS-KEEP-SUB         PIC 9(4).

      *The closing month's gross and returns per region/product
      *line, and the retained product-line history
       01  WS-PH-EOF           PIC X(3) VALUE "NO".
           88  PH-EOF          VALUE "YES".
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
       01  WS-PH-KEEP-COUNT    PIC 9(4) VALUE 0.
       01  WS-PH-KEEP-TABLE.
           03  WS-PH-KEEP      OCCURS 0 TO 4000 TIMES
                                DEPENDING ON WS-PH-KEEP-COUNT
                                PIC X(43).
       01  WS-PH-PURGED-COUNT  PIC 9(4) VALUE 0.
       01  WS-PH-REPLACED-COUNT PIC 9(4) VALUE 0.
       01  WS-PURGED-COUNT     PIC 9(4) VALUE 0.
       01  WS-REPLACED-COUNT   PIC 9(4) VALUE 0.

      *The closing month's credited sales and commission per
      *salesperson/territory, and the salesperson master with each
      *rep's quota for the month
       01  WS-ST-COUNT         PIC 9(4) VALUE 0.
       01  WS-ST-TABLE.
           03  WS-ST           OCCURS 0 TO 1000 TIMES
                                DEPENDING ON WS-ST-COUNT
                                INDEXED BY ST-IX.
               05  WS-ST-KEY.
                   07  WS-ST-ID        PIC X(5).
                   07  WS-ST-LETTER    PIC X.
                   07  WS-ST-DISTRICT  PIC XX.
               05  WS-ST-SALES     PIC S9(10)V99.
               05  WS-ST-COMMISSION PIC S9(10)V99.
       01  WS-ST-LOOKUP.
           03  WS-ST-LOOKUP-ID       PIC X(5).
           03  WS-ST-LOOKUP-LETTER   PIC X.
           03  WS-ST-LOOKUP-DISTRICT PIC XX.
       01  WS-SP-EOF           PIC X(3) VALUE "NO".
           88  SP-EOF          VALUE "YES".
       01  WS-QUOTA-EOF        PIC X(3) VALUE "NO".
           88  QUOTA-EOF       VALUE "YES".
       01  WS-SP-COUNT         PIC 9(3) VALUE 0.
       01  WS-SP-TABLE.
           03  WS-SP           OCCURS 0 TO 200 TIMES
                                DEPENDING ON WS-SP-COUNT
                                INDEXED BY SP-IX.
               05  WS-SP-ID        PIC X(5).
               05  WS-SP-NAME      PIC X(20).
               05  WS-SP-QUOTA     PIC 9(8)V99.

      *Attainment report lines and the per-rep accumulators
       01  WS-REP-SALES        PIC S9(10)V99.
       01  WS-REP-TERRITORIES  PIC 99.
       01  WS-REP-NAME         PIC X(20).
       01  WS-ATTAIN-PCT       PIC 9(4)V9.
       01  WS-ATTAIN-HEADING.
           03              PIC X(41) VALUE
               "SALESPERSON ATTAINMENT BY TERRITORY FOR ".
           03  AH-MONTH    PIC 9(6).
       01  WS-ATTAIN-COLUMNS.
           03              PIC X(36) VALUE
               "ID     NAME                  TERR   ".
           03              PIC X(31) VALUE
               "         SALES    COMMISSION".
       01  WS-ATTAIN-DETAIL.
           03  AD-ID       PIC X(5).
           03              PIC XX VALUE SPACES.
           03  AD-NAME     PIC X(20).
           03              PIC XX VALUE SPACES.
           03  AD-LETTER   PIC X.
           03              PIC X VALUE "/".
           03  AD-DISTRICT PIC XX.
           03              PIC XX VALUE SPACES.
           03  AD-SALES    PIC -ZZ,ZZZ,ZZ9.99.
           03              PIC XX VALUE SPACES.
           03  AD-COMMISSION PIC -ZZZ,ZZ9.99.
       01  WS-ATTAIN-TOTAL.
           03              PIC X(7) VALUE SPACES.
           03              PIC X(6) VALUE "TOTAL ".
           03  AO-TERRITORIES PIC Z9.
           03              PIC X(6) VALUE " TERR ".
           03  AO-SALES    PIC -ZZ,ZZZ,ZZ9.99.
           03              PIC X(8) VALUE "  QUOTA ".
           03  AO-QUOTA    PIC Z,ZZZ,ZZ9.99.
           03              PIC X(9) VALUE "  ATTAIN ".
           03  AO-PCT      PIC ZZZ9.9.
           03              PIC X VALUE "%".
       01  WS-ATTAIN-NO-QUOTA-LINE PIC X(40) VALUE
           "       (NO QUOTA ON FILE THIS MONTH)".

       PROCEDURE DIVISION.
       PROG.
           PERFORM CONFIGURE-FILE-PATHS
           PERFORM LOAD-RETENTION-CONTROL
           PERFORM COMPUTE-CUTOFF-MONTH
           PERFORM SUM-CLOSING-MONTH
           IF WS-NEW-COUNT = 0 AND WS-PL-COUNT = 0
               AND WS-ST-COUNT = 0
               DISPLAY "NO LEDGER DISTRICT ENTRIES FOR "
                   WS-CLOSE-MONTH " - NOTHING BANKED"
               STOP RUN
           END-IF
           IF WS-NEW-COUNT > 0
               PERFORM LOAD-RETAINED-HISTORY
               PERFORM REWRITE-HISTORY
               DISPLAY "HISTORY ROWS BANKED   : " WS-NEW-COUNT
               DISPLAY "HISTORY ROWS REPLACED : " WS-REPLACED-COUNT
               DISPLAY "HISTORY ROWS PURGED   : " WS-PURGED-COUNT
           END-IF
      *a month closed before product codes were on the feed has no
      *"P" entries, and its product-line history is left alone
           IF WS-PL-COUNT > 0
               PERFORM LOAD-RETAINED-PRODUCT-HISTORY
               PERFORM REWRITE-PRODUCT-HISTORY
               DISPLAY "PRODUCT LINE ROWS BANKED   : " WS-PL-COUNT
               DISPLAY "PRODUCT LINE ROWS REPLACED : "
                   WS-PH-REPLACED-COUNT
               DISPLAY "PRODUCT LINE ROWS PURGED   : "
                   WS-PH-PURGED-COUNT
           END-IF
      *likewise a month closed before territory crediting has no
      *"S" entries and no attainment report
           IF WS-ST-COUNT > 0
               PERFORM LOAD-SALESPERSON-MASTER
               PERFORM LOAD-QUOTA-MASTER
               PERFORM WRITE-ATTAINMENT-REPORT
               DISPLAY "ATTAINMENT TERRITORY LINES: " WS-ST-COUNT
           END-IF
           STOP RUN.

      *-------------------------------------------------------------

      *-------------------------------------------------------------
      *SUM-ONE-LEDGER-ENTRY paragraph rolls one "D" entry into its
      *region/district total, one "P" entry into its region/product
      *line, and one "S" entry into its salesperson/territory, when
      *it belongs to the closing month
      *-------------------------------------------------------------
       SUM-ONE-LEDGER-ENTRY.
           IF ML-TYPE = "D" AND ML-DATE(1:6) = WS-CLOSE-MONTH
               END-SEARCH
               ADD ML-DISTRICT-TOT TO WS-NEW-TOTAL(NEW-IX)
           END-IF
           IF ML-TYPE = "P" AND ML-DATE(1:6) = WS-CLOSE-MONTH
               PERFORM SUM-ONE-PRODUCT-LINE
           END-IF
           IF ML-TYPE = "S" AND ML-DATE(1:6) = WS-CLOSE-MONTH
               PERFORM SUM-ONE-TERRITORY
           END-IF
           READ MTDLEDGER
               AT END MOVE "YES" TO WS-LEDGER-EOF
           END-READ
           EXIT.

      *-------------------------------------------------------------
      *SUM-ONE-PRODUCT-LINE paragraph rolls one "P" entry into its
      *region/product line's gross and returns
      *-------------------------------------------------------------
       SUM-ONE-PRODUCT-LINE.
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
      *SUM-ONE-TERRITORY paragraph rolls one "S" entry into its
      *salesperson/territory's sales and commission
      *-------------------------------------------------------------
       SUM-ONE-TERRITORY.
           MOVE ML-S-ID TO WS-ST-LOOKUP-ID
           MOVE ML-S-LETTER TO WS-ST-LOOKUP-LETTER
           MOVE ML-S-DISTRICT TO WS-ST-LOOKUP-DISTRICT
           SET ST-IX TO 1
           SEARCH WS-ST
               AT END
                   IF WS-ST-COUNT >= 1000
                       DISPLAY "ERROR: Territory credit table full"
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-ST-COUNT
                   SET ST-IX TO WS-ST-COUNT
                   MOVE WS-ST-LOOKUP TO WS-ST-KEY(ST-IX)
                   MOVE ZEROS TO WS-ST-SALES(ST-IX)
                   MOVE ZEROS TO WS-ST-COMMISSION(ST-IX)
               WHEN WS-ST-KEY(ST-IX) = WS-ST-LOOKUP
                   CONTINUE
           END-SEARCH
           ADD ML-S-SALES TO WS-ST-SALES(ST-IX)
           ADD ML-S-COMMISSION TO WS-ST-COMMISSION(ST-IX)
           EXIT.

      *-------------------------------------------------------------
      *LOAD-RETAINED-HISTORY paragraph loads the existing history,
      *dropping rows past retention and rows for the closing month
           CLOSE SALESHISTORY
           EXIT.

      *-------------------------------------------------------------
      *LOAD-RETAINED-PRODUCT-HISTORY paragraph loads the existing
      *product-line history under the same replace and retention
      *rules as the district history
      *-------------------------------------------------------------
       LOAD-RETAINED-PRODUCT-HISTORY.
           OPEN INPUT PRODUCTHISTORY
           READ PRODUCTHISTORY
               AT END MOVE "YES" TO WS-PH-EOF
           END-READ
           PERFORM KEEP-ONE-PRODUCT-HISTORY UNTIL PH-EOF
           CLOSE PRODUCTHISTORY
           EXIT.

      *-------------------------------------------------------------
      *KEEP-ONE-PRODUCT-HISTORY paragraph keeps or drops one
      *product-line history row
      *-------------------------------------------------------------
       KEEP-ONE-PRODUCT-HISTORY.
           EVALUATE TRUE
               WHEN PH-MONTH = WS-CLOSE-MONTH
                   ADD 1 TO WS-PH-REPLACED-COUNT
               WHEN PRODUCTHISTORY-REC(12:6) < WS-CUTOFF-MONTH
                   ADD 1 TO WS-PH-PURGED-COUNT
               WHEN OTHER
                   IF WS-PH-KEEP-COUNT >= 4000
                       DISPLAY "ERROR: Product history table full"
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-PH-KEEP-COUNT
                   MOVE PRODUCTHISTORY-REC TO
                       WS-PH-KEEP(WS-PH-KEEP-COUNT)
           END-EVALUATE
           READ PRODUCTHISTORY
               AT END MOVE "YES" TO WS-PH-EOF
           END-READ
           EXIT.

      *-------------------------------------------------------------
      *REWRITE-PRODUCT-HISTORY paragraph writes the retained
      *product-line rows back plus the closing month's new rows
      *-------------------------------------------------------------
       REWRITE-PRODUCT-HISTORY.
           OPEN OUTPUT PRODUCTHISTORY
           PERFORM WRITE-KEPT-PRODUCT-HISTORY
               VARYING WS-KEEP-SUB FROM 1 BY 1
               UNTIL WS-KEEP-SUB > WS-PH-KEEP-COUNT
           PERFORM WRITE-NEW-PRODUCT-HISTORY
               VARYING PL-IX FROM 1 BY 1
               UNTIL PL-IX > WS-PL-COUNT
           CLOSE PRODUCTHISTORY
           EXIT.

      *-------------------------------------------------------------
      *WRITE-KEPT-PRODUCT-HISTORY paragraph writes one retained row
      *-------------------------------------------------------------
       WRITE-KEPT-PRODUCT-HISTORY.
           WRITE PRODUCTHISTORY-REC FROM WS-PH-KEEP(WS-KEEP-SUB)
           EXIT.

      *-------------------------------------------------------------
      *WRITE-NEW-PRODUCT-HISTORY paragraph writes one closing-month
      *region/product line row
      *-------------------------------------------------------------
       WRITE-NEW-PRODUCT-HISTORY.
           MOVE SPACES TO PRODUCTHISTORY-REC
           MOVE WS-PL-LETTER(PL-IX) TO PH-LETTER
           MOVE WS-PL-LINE(PL-IX) TO PH-LINE
           MOVE WS-CLOSE-MONTH TO PH-MONTH
           MOVE WS-PL-GROSS(PL-IX) TO PH-GROSS
           MOVE WS-PL-RETURNS(PL-IX) TO PH-RETURNS
           WRITE PRODUCTHISTORY-REC
           EXIT.

      *-------------------------------------------------------------
      *LOAD-SALESPERSON-MASTER paragraph loads the reps' IDs and
      *names for the attainment report
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
           MOVE ZEROS TO WS-SP-QUOTA(WS-SP-COUNT)
           READ SALESPERSONMASTER
               AT END MOVE "YES" TO WS-SP-EOF
           END-READ
           EXIT.

      *-------------------------------------------------------------
      *LOAD-QUOTA-MASTER paragraph attaches the closing month's
      *quotas to the reps; other months and unknown IDs are passed
      *over
      *-------------------------------------------------------------
       LOAD-QUOTA-MASTER.
           OPEN INPUT QUOTAMASTER
           READ QUOTAMASTER
               AT END MOVE "YES" TO WS-QUOTA-EOF
           END-READ
           PERFORM LOAD-ONE-QUOTA UNTIL QUOTA-EOF
           CLOSE QUOTAMASTER
           EXIT.

      *-------------------------------------------------------------
      *LOAD-ONE-QUOTA paragraph attaches one quota record
      *-------------------------------------------------------------
       LOAD-ONE-QUOTA.
           IF QM-MONTH = WS-CLOSE-MONTH AND WS-SP-COUNT > 0
               SET SP-IX TO 1
               SEARCH WS-SP
                   AT END CONTINUE
                   WHEN WS-SP-ID(SP-IX) = QM-ID
                       MOVE QM-QUOTA TO WS-SP-QUOTA(SP-IX)
               END-SEARCH
           END-IF
           READ QUOTAMASTER
               AT END MOVE "YES" TO WS-QUOTA-EOF
           END-READ
           EXIT.

      *-------------------------------------------------------------
      *WRITE-ATTAINMENT-REPORT paragraph prints each rep's credited
      *territories for the month in salesperson master order; a
      *credit for an ID no longer on the master is printed after
      *-------------------------------------------------------------
       WRITE-ATTAINMENT-REPORT.
           OPEN OUTPUT ATTAINMENTREPORT
           MOVE WS-CLOSE-MONTH TO AH-MONTH
           WRITE ATTAINMENTREPORT-LINE FROM WS-ATTAIN-HEADING
           MOVE SPACES TO ATTAINMENTREPORT-LINE
           WRITE ATTAINMENTREPORT-LINE
           WRITE ATTAINMENTREPORT-LINE FROM WS-ATTAIN-COLUMNS
           PERFORM WRITE-ONE-REP-ATTAINMENT
               VARYING SP-IX FROM 1 BY 1
               UNTIL SP-IX > WS-SP-COUNT
           MOVE "(NOT ON MASTER)" TO WS-REP-NAME
           PERFORM WRITE-UNKNOWN-REP-TERRITORY
               VARYING ST-IX FROM 1 BY 1
               UNTIL ST-IX > WS-ST-COUNT
           CLOSE ATTAINMENTREPORT
           EXIT.

      *-------------------------------------------------------------
      *WRITE-ONE-REP-ATTAINMENT paragraph prints one rep's
      *territory lines and month total; a rep with no credited
      *sales this month is left off
      *-------------------------------------------------------------
       WRITE-ONE-REP-ATTAINMENT.
           MOVE ZEROS TO WS-REP-SALES WS-REP-TERRITORIES
           MOVE WS-SP-NAME(SP-IX) TO WS-REP-NAME
           PERFORM WRITE-ONE-REP-TERRITORY
               VARYING ST-IX FROM 1 BY 1
               UNTIL ST-IX > WS-ST-COUNT
           IF WS-REP-TERRITORIES = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-REP-TERRITORIES TO AO-TERRITORIES
           MOVE WS-REP-SALES TO AO-SALES
           MOVE WS-SP-QUOTA(SP-IX) TO AO-QUOTA
           MOVE ZEROS TO WS-ATTAIN-PCT
           IF WS-SP-QUOTA(SP-IX) > 0 AND WS-REP-SALES > 0
               COMPUTE WS-ATTAIN-PCT ROUNDED =
                   WS-REP-SALES * 100 / WS-SP-QUOTA(SP-IX)
                   ON SIZE ERROR MOVE 9999.9 TO WS-ATTAIN-PCT
               END-COMPUTE
           END-IF
           MOVE WS-ATTAIN-PCT TO AO-PCT
           WRITE ATTAINMENTREPORT-LINE FROM WS-ATTAIN-TOTAL
           IF WS-SP-QUOTA(SP-IX) = 0
               WRITE ATTAINMENTREPORT-LINE
                   FROM WS-ATTAIN-NO-QUOTA-LINE
           END-IF
           MOVE SPACES TO ATTAINMENTREPORT-LINE
           WRITE ATTAINMENTREPORT-LINE
           EXIT.

      *-------------------------------------------------------------
      *WRITE-ONE-REP-TERRITORY paragraph prints one territory line
      *when the credit belongs to the rep being printed; the name
      *is shown on the rep's first line only
      *-------------------------------------------------------------
       WRITE-ONE-REP-TERRITORY.
           IF WS-ST-ID(ST-IX) NOT = WS-SP-ID(SP-IX)
               EXIT PARAGRAPH
           END-IF
           PERFORM FORMAT-TERRITORY-LINE
           IF WS-REP-TERRITORIES > 0
               MOVE SPACES TO AD-ID AD-NAME
           END-IF
           WRITE ATTAINMENTREPORT-LINE FROM WS-ATTAIN-DETAIL
           ADD 1 TO WS-REP-TERRITORIES
           ADD WS-ST-SALES(ST-IX) TO WS-REP-SALES
           EXIT.

      *-------------------------------------------------------------
      *WRITE-UNKNOWN-REP-TERRITORY paragraph prints a territory
      *credit whose ID is not on the salesperson master
      *-------------------------------------------------------------
       WRITE-UNKNOWN-REP-TERRITORY.
           IF WS-SP-COUNT > 0
               SET SP-IX TO 1
               SEARCH WS-SP
                   AT END CONTINUE
                   WHEN WS-SP-ID(SP-IX) = WS-ST-ID(ST-IX)
                       EXIT PARAGRAPH
               END-SEARCH
           END-IF
           PERFORM FORMAT-TERRITORY-LINE
           WRITE ATTAINMENTREPORT-LINE FROM WS-ATTAIN-DETAIL
           EXIT.

      *-------------------------------------------------------------
      *FORMAT-TERRITORY-LINE paragraph fills the detail line from
      *territory credit ST-IX
      *-------------------------------------------------------------
       FORMAT-TERRITORY-LINE.
           MOVE WS-ST-ID(ST-IX) TO AD-ID
           MOVE WS-REP-NAME TO AD-NAME
           MOVE WS-ST-LETTER(ST-IX) TO AD-LETTER
           MOVE WS-ST-DISTRICT(ST-IX) TO AD-DISTRICT
           MOVE WS-ST-SALES(ST-IX) TO AD-SALES
           MOVE WS-ST-COMMISSION(ST-IX) TO AD-COMMISSION
           EXIT.


      *-------------------------------------------------------------
      *Resolve every file path: the DD_ environment variable wins
               MOVE PATH-OVERRIDE TO RETENTIONCONTROL-PATH
           END-IF
           DISPLAY "RETENTIONCONTROL: " RETENTIONCONTROL-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_PRODUCTHISTORY"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO PRODUCTHISTORY-PATH
           END-IF
           DISPLAY "PRODUCTHISTORY: " PRODUCTHISTORY-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_SALESPERSONMASTER"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO SALESPERSONMASTER-PATH
           END-IF
           DISPLAY "SALESPERSONMASTER: " SALESPERSONMASTER-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_QUOTAMASTER"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO QUOTAMASTER-PATH
           END-IF
           DISPLAY "QUOTAMASTER: " QUOTAMASTER-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_ATTAINMENTREPORT"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO ATTAINMENTREPORT-PATH
           END-IF
           DISPLAY "ATTAINMENTREPORT: " ATTAINMENTREPORT-PATH
           EXIT.
       END PROGRAM SALESMONTHEND.
