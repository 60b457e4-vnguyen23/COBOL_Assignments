                   ASSIGN USING
           COMMISSIONSTATEMENTS-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.
      *PRODUCTMASTER carries each product code's description,
      *product line, and active flag; PRODUCTEXCEPTIONS logs any
      *detail whose code is not on it (or is inactive on a sale),
      *in the same machine-readable layout as RegionExceptions
           SELECT OPTIONAL PRODUCTMASTER
                   ASSIGN USING
           PRODUCTMASTER-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRODUCTEXCEPTIONS
                   ASSIGN USING
           PRODUCTEXCEPTIONS-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.
      *PRODUCTLINEREPORT is the product-line sales report by region;
      *PRODUCTRUNTOTALS carries the same region/product-line gross
      *and returns to the consolidation ledger
           SELECT PRODUCTLINEREPORT
                   ASSIGN USING
           PRODUCTLINEREPORT-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRODUCTRUNTOTALS
                   ASSIGN USING
           PRODUCTRUNTOTALS-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.
      *TERRITORYASSIGN carries each salesperson's effective-dated
      *region/district assignments, kept by TERRITORYMAINT; every
      *counted sale is credited to the territory in effect on the
      *batch date, whatever region the store keyed, and a keyed
      *territory that differs goes on TERRITORYEXCEPTIONS.
      *SALESTERRITORYTOTALS hands each salesperson's credited sales
      *and commission per territory to the consolidation ledger
           SELECT OPTIONAL TERRITORYASSIGN
                   ASSIGN USING
           TERRITORYASSIGN-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TERRITORYEXCEPTIONS
                   ASSIGN USING
           TERRITORYEXCEPTIONS-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SALESTERRITORYTOTALS
                   ASSIGN USING
           SALESTERRITORYTOTALS-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  INFILE.
      *IN-TYPE leads the record: "S" (or space, for the old feed)
      *is a sale, "R" a product return, "C" a credit memo; returns
      *and credits carry through every total as negatives.
      *IN-PRODUCT is the product code sold or returned, validated
      *against the product master; the old feed leaves it blank
       01  INREC.
           03  IN-TYPE     PIC X.
               88  TYPE-SALE    VALUES "S", " ".
           03  IN-DISTRICT PIC XX.
           03  IN-NAME     PIC X(20).
           03  IN-SALES    PIC 9(6)V99.
           03  IN-PRODUCT  PIC X(6).
      *Batch envelope views of the same record: the "H" header with
      *the creation date and batch number, and the "T" trailer with
      *the detail count and sales hash the run verifies before one
           03  FILLER      PIC X.
           03  IH-DATE     PIC 9(8).
           03  IH-BATCH    PIC 9(6).
           03  FILLER      PIC X(28).
       01  INREC-TRAILER.
           03  FILLER      PIC X.
           03  IT-COUNT    PIC 9(6).
           03  IT-HASH     PIC 9(10)V99.
           03  FILLER      PIC X(24).
       FD  PRINTFILE.
       01  PRINTREC        PIC X(80).
       FD  REGIONMAINTENANCE.
       01  QUOTAEXCEPTIONLINE PIC X(80).
       FD  COMMISSIONSTATEMENTS.
       01  COMMISSIONSTATEMENTLINE PIC X(80).
       FD  TERRITORYASSIGN.
       01  TERRITORYASSIGN-REC.
           03  TA-ID       PIC X(5).
           03  FILLER      PIC X.
           03  TA-REGION   PIC X.
           03  FILLER      PIC X.
           03  TA-DISTRICT PIC XX.
           03  FILLER      PIC X.
           03  TA-FROM     PIC 9(8).
           03  FILLER      PIC X.
           03  TA-TO       PIC 9(8).
       FD  TERRITORYEXCEPTIONS.
       01  TERRITORYEXCEPTIONLINE PIC X(80).
       FD  SALESTERRITORYTOTALS.
       01  SALESTERRITORYTOTALS-REC.
           03  TT-ID       PIC X(5).
           03  FILLER      PIC X.
           03  TT-LETTER   PIC X.
           03  TT-DISTRICT PIC XX.
           03  FILLER      PIC X.
           03  TT-SALES    PIC S9(8)V99.
           03  FILLER      PIC X.
           03  TT-COMMISSION PIC S9(8)V99.
       FD  PRODUCTMASTER.
       01  PRODUCTMASTER-REC.
           03  PM-CODE     PIC X(6).
           03  FILLER      PIC X.
           03  PM-DESCRIPTION PIC X(20).
           03  FILLER      PIC X.
           03  PM-LINE     PIC X(8).
           03  FILLER      PIC X.
           03  PM-ACTIVE   PIC X.
       FD  PRODUCTEXCEPTIONS.
       01  PRODUCTEXCEPTIONLINE PIC X(80).
       FD  PRODUCTLINEREPORT.
       01  PRODUCTLINEREPORTLINE PIC X(80).
       FD  PRODUCTRUNTOTALS.
       01  PRODUCTRUNTOTALS-REC.
           03  PT-LETTER   PIC X.
           03  FILLER      PIC X.
           03  PT-LINE     PIC X(8).
           03  FILLER      PIC X.
           03  PT-GROSS    PIC S9(8)V99.
           03  FILLER      PIC X.
           03  PT-RETURNS  PIC S9(8)V99.
       WORKING-STORAGE SECTION.

      *File assignments resolved at start-up: each path may be
           VALUE "C:\DataFiles\QuotaExceptions.rpt".
       01  COMMISSIONSTATEMENTS-PATH  PIC X(80)
           VALUE "C:\DataFiles\CommissionStatements.rpt".
       01  TERRITORYASSIGN-PATH  PIC X(80)
           VALUE "C:\DataFiles\TerritoryAssignment.dat".
       01  TERRITORYEXCEPTIONS-PATH  PIC X(80)
           VALUE "C:\DataFiles\TerritoryExceptions.rpt".
       01  SALESTERRITORYTOTALS-PATH  PIC X(80)
           VALUE "C:\DataFiles\SalesTerritoryTotals.dat".
       01  PRODUCTMASTER-PATH  PIC X(80)
           VALUE "C:\DataFiles\ProductMaster.dat".
       01  PRODUCTEXCEPTIONS-PATH  PIC X(80)
           VALUE "C:\DataFiles\ProductExceptions.rpt".
       01  PRODUCTLINEREPORT-PATH  PIC X(80)
           VALUE "C:\DataFiles\ProductLineSales.rpt".
       01  PRODUCTRUNTOTALS-PATH  PIC X(80)
           VALUE "C:\DataFiles\SalesProductTotals.dat".
       01  PATH-OVERRIDE  PIC X(80).
       01  WS-EDITED-DATE  PIC 9999/99/99.
       01  WS-EOF          PIC X(3) VALUE "NO".
           03  RE-DISTRICT PIC XX.
           03  RE-NAME     PIC X(20).
           03  RE-SALES    PIC 9(6)V99.
           03  RE-PRODUCT  PIC X(6).

      *WS-REGION-TABLE-COUNT/WS-REG-TABLE replace the original fixed
      *OCCURS 4 region table with a table loaded at run time by
           03  QX-PCT      PIC ZZZ9.9.
           03              PIC X(13) VALUE "%  SHORTFALL ".
           03  QX-SHORT    PIC Z,ZZZ,ZZ9.99.

      *Territory assignments, loaded at start-up, and the territory
      *each counted sale is credited to. The credited region and
      *district totals (not the keyed ones) are what go to the
      *consolidation ledger and next run's region history
       01  WS-TA-EOF            PIC X(3) VALUE "NO".
           88  TA-EOF           VALUE "YES".
       01  WS-TA-COUNT          PIC 9(4) VALUE 0.
       01  WS-TA-TABLE.
           03  WS-TA            OCCURS 0 TO 2000 TIMES
                                 DEPENDING ON WS-TA-COUNT
                                 INDEXED BY TA-IX.
               05  WS-TA-ID        PIC X(5).
               05  WS-TA-REGION    PIC X.
               05  WS-TA-DISTRICT  PIC XX.
               05  WS-TA-FROM      PIC 9(8).
               05  WS-TA-TO        PIC 9(8).
       01  WS-CREDIT-REGION     PIC X.
       01  WS-CREDIT-DISTRICT   PIC XX.
       01  WS-CREDIT-REGION-NAME PIC X(8).
       01  WS-TERRITORY-EXC-CNT PIC 9(6) VALUE 0.
       01  WS-TERRITORY-EXC-LINE.
           03  TX-ID       PIC X(5).
           03              PIC X VALUE SPACE.
           03  TX-NAME     PIC X(20).
           03              PIC X(7) VALUE " KEYED ".
           03  TX-KEYED-REGION   PIC X.
           03              PIC X VALUE "/".
           03  TX-KEYED-DISTRICT PIC XX.
           03              PIC X(10) VALUE " CREDITED ".
           03  TX-CREDIT-REGION  PIC X.
           03              PIC X VALUE "/".
           03  TX-CREDIT-DISTRICT PIC XX.
           03              PIC X VALUE SPACE.
           03  TX-SALES    PIC -ZZZ,ZZ9.99.
           03              PIC X VALUE SPACE.
           03  TX-REASON   PIC X(13).
       01  WS-CR-COUNT          PIC 9(3) VALUE 0.
       01  WS-CR-TABLE.
           03  WS-CR            OCCURS 0 TO 400 TIMES
                                 DEPENDING ON WS-CR-COUNT
                                 INDEXED BY CR-IX.
               05  WS-CR-KEY.
                   07  WS-CR-LETTER   PIC X.
                   07  WS-CR-DISTRICT PIC XX.
               05  WS-CR-TOTAL      PIC S9(8)V99.
       01  WS-CR-LOOKUP.
           03  WS-CR-LOOKUP-LETTER   PIC X.
           03  WS-CR-LOOKUP-DISTRICT PIC XX.
       01  WS-CRR-COUNT         PIC 99 VALUE 0.
       01  WS-CRR-TABLE.
           03  WS-CRR           OCCURS 0 TO 20 TIMES
                                 DEPENDING ON WS-CRR-COUNT
                                 INDEXED BY CRR-IX.
               05  WS-CRR-LETTER    PIC X.
               05  WS-CRR-TOTAL     PIC S9(8)V99.
      *Each salesperson's credited sales and commission per
      *territory, for month-end attainment across territories
       01  WS-ST-COUNT          PIC 9(4) VALUE 0.
       01  WS-ST-TABLE.
           03  WS-ST            OCCURS 0 TO 1000 TIMES
                                 DEPENDING ON WS-ST-COUNT
                                 INDEXED BY ST-IX.
               05  WS-ST-KEY.
                   07  WS-ST-ID       PIC X(5).
                   07  WS-ST-LETTER   PIC X.
                   07  WS-ST-DISTRICT PIC XX.
               05  WS-ST-SALES      PIC S9(8)V99.
               05  WS-ST-COMMISSION PIC S9(8)V99.
       01  WS-ST-LOOKUP.
           03  WS-ST-LOOKUP-ID       PIC X(5).
           03  WS-ST-LOOKUP-LETTER   PIC X.
           03  WS-ST-LOOKUP-DISTRICT PIC XX.

      *Product master, loaded at start-up, and the product-line
      *accumulators: gross and returns per region/product line for
      *the product-line report and the consolidation ledger. A
      *blank product code (the old feed) is carried as UNCODED
       01  WS-PROD-EOF          PIC X(3) VALUE "NO".
           88  PROD-EOF         VALUE "YES".
       01  WS-PROD-COUNT        PIC 9(4) VALUE 0.
       01  WS-PROD-TABLE.
           03  WS-PROD          OCCURS 0 TO 2000 TIMES
                                 DEPENDING ON WS-PROD-COUNT
                                 INDEXED BY PROD-IX.
               05  WS-PROD-CODE    PIC X(6).
               05  WS-PROD-LINE    PIC X(8).
               05  WS-PROD-ACTIVE  PIC X.
       01  WS-PRODUCT-VALID     PIC 9 VALUE 0.
           88  PRODUCT-VALID    VALUE 1.
       01  WS-PRODUCT-LINE      PIC X(8).
       01  WS-PRODUCT-EXCEPTION-LINE.
           03  PX-RECORD   PIC X(43).
           03              PIC X VALUE SPACE.
           03  PX-REASON   PIC X(8).
       01  WS-PRODUCT-EXC-CNT   PIC 9(6) VALUE 0.
       01  WS-PL-COUNT          PIC 9(3) VALUE 0.
       01  WS-PL-TABLE.
           03  WS-PL            OCCURS 0 TO 400 TIMES
                                 DEPENDING ON WS-PL-COUNT
                                 INDEXED BY PL-IX.
               05  WS-PL-KEY.
                   07  WS-PL-LETTER  PIC X.
                   07  WS-PL-LINE    PIC X(8).
               05  WS-PL-REGION     PIC X(8).
               05  WS-PL-GROSS      PIC 9(8)V99.
               05  WS-PL-RETURNS    PIC 9(8)V99.
       01  WS-PL-LOOKUP.
           03  WS-PL-LOOKUP-LETTER  PIC X.
           03  WS-PL-LOOKUP-LINE    PIC X(8).
      *All-regions totals per product line for the report's summary
       01  WS-PLT-COUNT         PIC 9(3) VALUE 0.
       01  WS-PLT-TABLE.
           03  WS-PLT           OCCURS 0 TO 200 TIMES
                                 DEPENDING ON WS-PLT-COUNT
                                 INDEXED BY PLT-IX.
               05  WS-PLT-LINE      PIC X(8).
               05  WS-PLT-GROSS     PIC 9(10)V99.
               05  WS-PLT-RETURNS   PIC 9(10)V99.
       01  WS-PL-PRIOR-LETTER   PIC X VALUE LOW-VALUES.
       01  WS-PL-NET            PIC S9(10)V99.
       01  WS-PL-PCT            PIC 9(4)V9.
       01  WS-PL-HEADING        PIC X(40) VALUE
           "PRODUCT LINE SALES BY REGION".
       01  WS-PL-COLUMN-HEADING.
           03              PIC X(20) VALUE "REGION   LINE".
           03              PIC X(15) VALUE "          GROSS".
           03              PIC X(15) VALUE "        RETURNS".
           03              PIC X(15) VALUE "            NET".
           03              PIC X(10) VALUE "  RETURN%".
       01  WS-PL-ALL-HEADING    PIC X(40) VALUE
           "ALL REGIONS BY PRODUCT LINE".
       01  WS-PL-REPORT-LINE.
           03  PLR-REGION  PIC X(8).
           03              PIC X VALUE SPACE.
           03  PLR-LINE    PIC X(8).
           03              PIC X(2) VALUE SPACES.
           03  PLR-GROSS   PIC ZZZ,ZZZ,ZZ9.99.
           03              PIC X VALUE SPACE.
           03  PLR-RETURNS PIC ZZZ,ZZZ,ZZ9.99.
           03              PIC X VALUE SPACE.
           03  PLR-NET     PIC -ZZ,ZZZ,ZZ9.99.
           03              PIC X(3) VALUE SPACES.
           03  PLR-PCT     PIC ZZZ9.9.
           03              PIC X VALUE "%".
       01  WS-HEADING-LINE.
           03                    PIC X(20) VALUE "       REPORT DATED ".
           03  WS-PRINT-DATE     PIC 9999/99/99.
           PERFORM LOAD-REGION-TABLE
           PERFORM LOAD-REGION-HISTORY
           PERFORM LOAD-SALESPERSON-MASTER
           PERFORM LOAD-PRODUCT-MASTER
           PERFORM LOAD-TERRITORY-ASSIGNMENTS
           PERFORM LOAD-TOP-N-CONTROL
           PERFORM LOAD-RETURNS-CONTROL
           PERFORM LOAD-BURST-CONTROL
                OUTPUT PRIORPERIODOUT
                OUTPUT SPEXCEPTIONS
                OUTPUT DISTRICTRUNTOTALS
                OUTPUT PRODUCTEXCEPTIONS
                OUTPUT TERRITORYEXCEPTIONS
           WRITE CSVREPORTLINE FROM WS-CSV-HEADER-LINE
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE WS-DATE to WS-EDITED-DATE
           PERFORM RECONCILE-CONTROL-TOTALS
           PERFORM WRITE-COMMISSION-STATEMENTS
           PERFORM WRITE-TOP-PERFORMERS
           PERFORM WRITE-PRODUCT-LINE-REPORT
           PERFORM WRITE-CREDITED-TOTALS
           IF BURST-ON
               PERFORM WRITE-DISTRIBUTION-SUMMARY
           END-IF
                 PRIORPERIODOUT
                 SPEXCEPTIONS
                 DISTRICTRUNTOTALS
                 PRODUCTEXCEPTIONS
                 TERRITORYEXCEPTIONS

           STOP RUN
           .

      *-------------------------------------------------------------
      *ADD-TO-REGION-SHARE paragraph rolls the current detail's
      *sales into its credited region's share accumulator
      *-------------------------------------------------------------
       ADD-TO-REGION-SHARE.
           SET SHARE-IX TO 1
                   END-IF
                   ADD 1 TO WS-SHARE-COUNT
                   SET SHARE-IX TO WS-SHARE-COUNT
                   MOVE WS-CREDIT-REGION TO
                       WS-SHARE-LETTER(SHARE-IX)
                   MOVE WS-CREDIT-REGION-NAME TO
                       WS-SHARE-NAME(SHARE-IX)
                   MOVE ZEROS TO WS-SHARE-TOTAL(SHARE-IX)
               WHEN WS-SHARE-LETTER(SHARE-IX) = WS-CREDIT-REGION
                   CONTINUE
           END-SEARCH
           ADD WS-SIGNED-SALES TO WS-SHARE-TOTAL(SHARE-IX)
                       PERFORM REPORT-REGION-EXCEPTION
                   END-IF
               END-IF
      *A known region's record still needs a product code on the
      *master before it counts anywhere
               IF REGION-KNOWN
                   PERFORM CHECK-PRODUCT
                   IF NOT PRODUCT-VALID
                       PERFORM REPORT-PRODUCT-EXCEPTION
                   END-IF
               END-IF
               IF REGION-KNOWN AND PRODUCT-VALID
                   IF IN-DISTRICT NOT = WS-CURRENT-DISTRICT
                       IF WS-CURRENT-DISTRICT NOT = LOW-VALUES
                           PERFORM END-OF-DISTRICT
           MOVE LOW-VALUES TO WS-CURRENT-DISTRICT
           MOVE WS-REGION-TOT TO WS-PRINT-REGION-TOTAL
           PERFORM FIND-PRIOR-REGION-TOTAL
           MOVE 0 TO WS-REGION-TOT
      *    c) Adjust the number of blank lines after the region.
           WRITE PRINTREC FROM WS-REGION-END-LINE AFTER 1
       END-OF-DISTRICT.
           MOVE WS-CURRENT-DISTRICT TO WS-PRINT-DISTRICT
           MOVE WS-DISTRICT-TOT TO WS-PRINT-DISTRICT-TOTAL
           MOVE 0 TO WS-DISTRICT-TOT
           WRITE PRINTREC FROM WS-DISTRICT-END-LINE AFTER 1
           ADD 1 TO WS-LINE-CNT
           MOVE IN-DISTRICT TO RE-DISTRICT
           MOVE IN-NAME TO RE-NAME
           MOVE IN-SALES TO RE-SALES
           MOVE IN-PRODUCT TO RE-PRODUCT
           WRITE REGIONEXCEPTIONLINE FROM WS-REGION-EXCEPTION-LINE
           EXIT.
       WRITE-DETAIL.
      *    statements; SP-IX was set by CHECK-SALESPERSON
           ADD WS-SIGNED-SALES TO WS-SP-SALES(SP-IX)
           ADD WS-COMMISSION-AMOUNT TO WS-SP-COMMISSION(SP-IX)
      *    region credit follows the territory assignment, not the
      *    region the store keyed
           PERFORM CREDIT-TERRITORY
           MOVE WS-CREDIT-REGION-NAME TO WS-SP-REGION(SP-IX)
           PERFORM ADD-TO-CREDITED-TOTALS
           PERFORM ADD-TO-REGION-SHARE
           PERFORM ADD-TO-PRODUCT-LINE
           MOVE WS-COMMISSION-AMOUNT TO WS-PRINT-COMMISSION
           MOVE WS-PRINT-REGION TO CSV-REGION
           MOVE IN-DISTRICT TO CSV-DISTRICT
           END-IF
           EXIT.

      *-------------------------------------------------------------
      *LOAD-PRODUCT-MASTER paragraph loads the product code/line
      *master into WS-PROD-TABLE
      *-------------------------------------------------------------
       LOAD-PRODUCT-MASTER.
           OPEN INPUT PRODUCTMASTER
           READ PRODUCTMASTER
               AT END MOVE "YES" TO WS-PROD-EOF
           END-READ
           PERFORM LOAD-ONE-PRODUCT UNTIL PROD-EOF
           CLOSE PRODUCTMASTER
           DISPLAY "PRODUCTS LOADED: " WS-PROD-COUNT
           EXIT.

      *-------------------------------------------------------------
      *LOAD-ONE-PRODUCT paragraph adds one master record to the
      *product table
      *-------------------------------------------------------------
       LOAD-ONE-PRODUCT.
           IF WS-PROD-COUNT >= 2000
               DISPLAY "ERROR: Product table full"
               STOP RUN
           END-IF
           ADD 1 TO WS-PROD-COUNT
           SET PROD-IX TO WS-PROD-COUNT
           MOVE PM-CODE TO WS-PROD-CODE(PROD-IX)
           MOVE PM-LINE TO WS-PROD-LINE(PROD-IX)
           MOVE PM-ACTIVE TO WS-PROD-ACTIVE(PROD-IX)
           READ PRODUCTMASTER
               AT END MOVE "YES" TO WS-PROD-EOF
           END-READ
           EXIT.

      *-------------------------------------------------------------
      *CHECK-PRODUCT paragraph validates IN-PRODUCT against the
      *master and sets WS-PRODUCT-LINE for the accumulators. A
      *blank code (the old feed) is accepted as UNCODED; an
      *inactive product may still be returned or credited, but
      *not sold
      *-------------------------------------------------------------
       CHECK-PRODUCT.
           MOVE 1 TO WS-PRODUCT-VALID
           MOVE SPACES TO PX-REASON
           IF IN-PRODUCT = SPACES
               MOVE "UNCODED" TO WS-PRODUCT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-PRODUCT-VALID
           MOVE "UNKNOWN" TO PX-REASON
           IF WS-PROD-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           SET PROD-IX TO 1
           SEARCH WS-PROD
               AT END CONTINUE
               WHEN WS-PROD-CODE(PROD-IX) = IN-PRODUCT
                   IF WS-PROD-ACTIVE(PROD-IX) = "N" AND TYPE-SALE
                       MOVE "INACTIVE" TO PX-REASON
                   ELSE
                       MOVE 1 TO WS-PRODUCT-VALID
                       MOVE SPACES TO PX-REASON
                       MOVE WS-PROD-LINE(PROD-IX) TO WS-PRODUCT-LINE
                   END-IF
           END-SEARCH
           EXIT.

      *-------------------------------------------------------------
      *REPORT-PRODUCT-EXCEPTION paragraph logs a record whose
      *product code failed CHECK-PRODUCT to ProductExceptions.rpt:
      *the record as read, then the reason
      *-------------------------------------------------------------
       REPORT-PRODUCT-EXCEPTION.
           DISPLAY PX-REASON " PRODUCT " IN-PRODUCT " FOR " IN-ID
           MOVE INREC TO PX-RECORD
           WRITE PRODUCTEXCEPTIONLINE FROM WS-PRODUCT-EXCEPTION-LINE
           ADD 1 TO WS-PRODUCT-EXC-CNT
           EXIT.

      *-------------------------------------------------------------
      *ADD-TO-PRODUCT-LINE paragraph rolls the current detail into
      *its credited region/product-line gross or returns, and the
      *product line's all-regions totals
      *-------------------------------------------------------------
       ADD-TO-PRODUCT-LINE.
           MOVE WS-CREDIT-REGION TO WS-PL-LOOKUP-LETTER
           MOVE WS-PRODUCT-LINE TO WS-PL-LOOKUP-LINE
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
                   MOVE WS-CREDIT-REGION-NAME TO
                       WS-PL-REGION(PL-IX)
                   MOVE ZEROS TO WS-PL-GROSS(PL-IX)
                   MOVE ZEROS TO WS-PL-RETURNS(PL-IX)
               WHEN WS-PL-KEY(PL-IX) = WS-PL-LOOKUP
                   CONTINUE
           END-SEARCH
           SET PLT-IX TO 1
           SEARCH WS-PLT
               AT END
                   IF WS-PLT-COUNT >= 200
                       DISPLAY "ERROR: Product line total table full"
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-PLT-COUNT
                   SET PLT-IX TO WS-PLT-COUNT
                   MOVE WS-PRODUCT-LINE TO WS-PLT-LINE(PLT-IX)
                   MOVE ZEROS TO WS-PLT-GROSS(PLT-IX)
                   MOVE ZEROS TO WS-PLT-RETURNS(PLT-IX)
               WHEN WS-PLT-LINE(PLT-IX) = WS-PRODUCT-LINE
                   CONTINUE
           END-SEARCH
           IF TYPE-SALE
               ADD IN-SALES TO WS-PL-GROSS(PL-IX)
                               WS-PLT-GROSS(PLT-IX)
           ELSE
               ADD IN-SALES TO WS-PL-RETURNS(PL-IX)
                               WS-PLT-RETURNS(PLT-IX)
           END-IF
           EXIT.

      *-------------------------------------------------------------
      *WRITE-PRODUCT-LINE-REPORT paragraph writes the product-line
      *sales report by region, with returns as a percentage of each
      *line's gross, then the all-regions summary by line; the
      *region/line figures also go to SalesProductTotals.dat for
      *the consolidation ledger
      *-------------------------------------------------------------
       WRITE-PRODUCT-LINE-REPORT.
           OPEN OUTPUT PRODUCTLINEREPORT
           OPEN OUTPUT PRODUCTRUNTOTALS
           WRITE PRODUCTLINEREPORTLINE FROM WS-PL-HEADING
           WRITE PRODUCTLINEREPORTLINE FROM WS-PL-COLUMN-HEADING
           PERFORM WRITE-ONE-PRODUCT-LINE
               VARYING PL-IX FROM 1 BY 1
               UNTIL PL-IX > WS-PL-COUNT
           MOVE SPACES TO PRODUCTLINEREPORTLINE
           WRITE PRODUCTLINEREPORTLINE
           WRITE PRODUCTLINEREPORTLINE FROM WS-PL-ALL-HEADING
           PERFORM WRITE-ONE-LINE-TOTAL
               VARYING PLT-IX FROM 1 BY 1
               UNTIL PLT-IX > WS-PLT-COUNT
           CLOSE PRODUCTLINEREPORT PRODUCTRUNTOTALS
           DISPLAY "PRODUCT EXCEPTIONS: " WS-PRODUCT-EXC-CNT
           EXIT.

      *-------------------------------------------------------------
      *WRITE-ONE-PRODUCT-LINE paragraph prints one region/product
      *line (the region name only on the region's first line) and
      *hands it to the consolidation file
      *-------------------------------------------------------------
       WRITE-ONE-PRODUCT-LINE.
           IF WS-PL-LETTER(PL-IX) = WS-PL-PRIOR-LETTER
               MOVE SPACES TO PLR-REGION
           ELSE
               MOVE WS-PL-REGION(PL-IX) TO PLR-REGION
               MOVE WS-PL-LETTER(PL-IX) TO WS-PL-PRIOR-LETTER
           END-IF
           MOVE WS-PL-LINE(PL-IX) TO PLR-LINE
           MOVE WS-PL-GROSS(PL-IX) TO PLR-GROSS
           MOVE WS-PL-RETURNS(PL-IX) TO PLR-RETURNS
           COMPUTE WS-PL-NET =
               WS-PL-GROSS(PL-IX) - WS-PL-RETURNS(PL-IX)
           MOVE WS-PL-NET TO PLR-NET
           MOVE 0 TO WS-PL-PCT
           IF WS-PL-GROSS(PL-IX) > 0
               COMPUTE WS-PL-PCT ROUNDED =
                   WS-PL-RETURNS(PL-IX) * 100 / WS-PL-GROSS(PL-IX)
                   ON SIZE ERROR MOVE 9999.9 TO WS-PL-PCT
               END-COMPUTE
           END-IF
           MOVE WS-PL-PCT TO PLR-PCT
           WRITE PRODUCTLINEREPORTLINE FROM WS-PL-REPORT-LINE
           MOVE SPACES TO PRODUCTRUNTOTALS-REC
           MOVE WS-PL-LETTER(PL-IX) TO PT-LETTER
           MOVE WS-PL-LINE(PL-IX) TO PT-LINE
           MOVE WS-PL-GROSS(PL-IX) TO PT-GROSS
           MOVE WS-PL-RETURNS(PL-IX) TO PT-RETURNS
           WRITE PRODUCTRUNTOTALS-REC
           EXIT.

      *-------------------------------------------------------------
      *WRITE-ONE-LINE-TOTAL paragraph prints one product line's
      *all-regions totals
      *-------------------------------------------------------------
       WRITE-ONE-LINE-TOTAL.
           MOVE "ALL" TO PLR-REGION
           MOVE WS-PLT-LINE(PLT-IX) TO PLR-LINE
           MOVE WS-PLT-GROSS(PLT-IX) TO PLR-GROSS
           MOVE WS-PLT-RETURNS(PLT-IX) TO PLR-RETURNS
           COMPUTE WS-PL-NET =
               WS-PLT-GROSS(PLT-IX) - WS-PLT-RETURNS(PLT-IX)
           MOVE WS-PL-NET TO PLR-NET
           MOVE 0 TO WS-PL-PCT
           IF WS-PLT-GROSS(PLT-IX) > 0
               COMPUTE WS-PL-PCT ROUNDED =
                   WS-PLT-RETURNS(PLT-IX) * 100 / WS-PLT-GROSS(PLT-IX)
                   ON SIZE ERROR MOVE 9999.9 TO WS-PL-PCT
               END-COMPUTE
           END-IF
           MOVE WS-PL-PCT TO PLR-PCT
           WRITE PRODUCTLINEREPORTLINE FROM WS-PL-REPORT-LINE
           EXIT.

      *-------------------------------------------------------------
      *LOAD-TERRITORY-ASSIGNMENTS paragraph loads the effective-
      *dated territory assignments into WS-TA-TABLE
      *-------------------------------------------------------------
       LOAD-TERRITORY-ASSIGNMENTS.
           OPEN INPUT TERRITORYASSIGN
           READ TERRITORYASSIGN
               AT END MOVE "YES" TO WS-TA-EOF
           END-READ
           PERFORM LOAD-ONE-ASSIGNMENT UNTIL TA-EOF
           CLOSE TERRITORYASSIGN
           DISPLAY "TERRITORY ASSIGNMENTS LOADED: " WS-TA-COUNT
           EXIT.

      *-------------------------------------------------------------
      *LOAD-ONE-ASSIGNMENT paragraph adds one assignment record to
      *the territory table
      *-------------------------------------------------------------
       LOAD-ONE-ASSIGNMENT.
           IF WS-TA-COUNT >= 2000
               DISPLAY "ERROR: Territory table full"
               STOP RUN
           END-IF
           ADD 1 TO WS-TA-COUNT
           SET TA-IX TO WS-TA-COUNT
           MOVE TA-ID TO WS-TA-ID(TA-IX)
           MOVE TA-REGION TO WS-TA-REGION(TA-IX)
           MOVE TA-DISTRICT TO WS-TA-DISTRICT(TA-IX)
           MOVE TA-FROM TO WS-TA-FROM(TA-IX)
           MOVE TA-TO TO WS-TA-TO(TA-IX)
           READ TERRITORYASSIGN
               AT END MOVE "YES" TO WS-TA-EOF
           END-READ
           EXIT.

      *-------------------------------------------------------------
      *CREDIT-TERRITORY paragraph sets the region/district the
      *current detail is credited to: the salesperson's assignment
      *in effect on the batch date when there is one, otherwise the
      *keyed territory. A keyed territory that differs from the
      *assignment, or a salesperson with no assignment in effect
      *once assignments are on file, goes on the exception list
      *-------------------------------------------------------------
       CREDIT-TERRITORY.
           MOVE IN-REGION TO WS-CREDIT-REGION
           MOVE IN-DISTRICT TO WS-CREDIT-DISTRICT
           MOVE WS-PRINT-REGION TO WS-CREDIT-REGION-NAME
           IF WS-TA-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           SET TA-IX TO 1
           SEARCH WS-TA
               AT END
                   MOVE "NO ASSIGNMENT" TO TX-REASON
                   PERFORM REPORT-TERRITORY-EXCEPTION
               WHEN WS-TA-ID(TA-IX) = IN-ID
                 AND WS-TA-FROM(TA-IX) NOT > WS-BATCH-DATE
                 AND WS-TA-TO(TA-IX) NOT < WS-BATCH-DATE
                   MOVE WS-TA-REGION(TA-IX) TO WS-CREDIT-REGION
                   MOVE WS-TA-DISTRICT(TA-IX) TO WS-CREDIT-DISTRICT
           END-SEARCH
           IF WS-CREDIT-REGION = IN-REGION
             AND WS-CREDIT-DISTRICT = IN-DISTRICT
               EXIT PARAGRAPH
           END-IF
           MOVE "MISMATCH" TO TX-REASON
           PERFORM REPORT-TERRITORY-EXCEPTION
           IF WS-CREDIT-REGION NOT = IN-REGION
               MOVE WS-CREDIT-REGION TO WS-CREDIT-REGION-NAME
               SET REGION-IX TO 1
               SEARCH WS-REG
                   AT END CONTINUE
                   WHEN WS-LETTER(REGION-IX) = WS-CREDIT-REGION
                       MOVE WS-REGION(REGION-IX) TO
                           WS-CREDIT-REGION-NAME
               END-SEARCH
           END-IF
           EXIT.

      *-------------------------------------------------------------
      *REPORT-TERRITORY-EXCEPTION paragraph logs the keyed and
      *credited territories of the current detail
      *-------------------------------------------------------------
       REPORT-TERRITORY-EXCEPTION.
           MOVE IN-ID TO TX-ID
           MOVE IN-NAME TO TX-NAME
           MOVE IN-REGION TO TX-KEYED-REGION
           MOVE IN-DISTRICT TO TX-KEYED-DISTRICT
           MOVE WS-CREDIT-REGION TO TX-CREDIT-REGION
           MOVE WS-CREDIT-DISTRICT TO TX-CREDIT-DISTRICT
           MOVE WS-SIGNED-SALES TO TX-SALES
           WRITE TERRITORYEXCEPTIONLINE FROM WS-TERRITORY-EXC-LINE
           ADD 1 TO WS-TERRITORY-EXC-CNT
           EXIT.

      *-------------------------------------------------------------
      *ADD-TO-CREDITED-TOTALS paragraph rolls the current detail
      *into its credited district and region, and into the
      *salesperson's own total for that territory
      *-------------------------------------------------------------
       ADD-TO-CREDITED-TOTALS.
           MOVE WS-CREDIT-REGION TO WS-CR-LOOKUP-LETTER
           MOVE WS-CREDIT-DISTRICT TO WS-CR-LOOKUP-DISTRICT
           SET CR-IX TO 1
           SEARCH WS-CR
               AT END
                   IF WS-CR-COUNT >= 400
                       DISPLAY "ERROR: Credited district table full"
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-CR-COUNT
                   SET CR-IX TO WS-CR-COUNT
                   MOVE WS-CR-LOOKUP TO WS-CR-KEY(CR-IX)
                   MOVE ZEROS TO WS-CR-TOTAL(CR-IX)
               WHEN WS-CR-KEY(CR-IX) = WS-CR-LOOKUP
                   CONTINUE
           END-SEARCH
           ADD WS-SIGNED-SALES TO WS-CR-TOTAL(CR-IX)
           SET CRR-IX TO 1
           SEARCH WS-CRR
               AT END
                   IF WS-CRR-COUNT >= 20
                       DISPLAY "ERROR: Credited region table full"
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-CRR-COUNT
                   SET CRR-IX TO WS-CRR-COUNT
                   MOVE WS-CREDIT-REGION TO WS-CRR-LETTER(CRR-IX)
                   MOVE ZEROS TO WS-CRR-TOTAL(CRR-IX)
               WHEN WS-CRR-LETTER(CRR-IX) = WS-CREDIT-REGION
                   CONTINUE
           END-SEARCH
           ADD WS-SIGNED-SALES TO WS-CRR-TOTAL(CRR-IX)
           MOVE IN-ID TO WS-ST-LOOKUP-ID
           MOVE WS-CREDIT-REGION TO WS-ST-LOOKUP-LETTER
           MOVE WS-CREDIT-DISTRICT TO WS-ST-LOOKUP-DISTRICT
           SET ST-IX TO 1
           SEARCH WS-ST
               AT END
                   IF WS-ST-COUNT >= 1000
                       DISPLAY "ERROR: Salesperson territory table"
                           " full"
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
           ADD WS-SIGNED-SALES TO WS-ST-SALES(ST-IX)
           ADD WS-COMMISSION-AMOUNT TO WS-ST-COMMISSION(ST-IX)
           EXIT.

      *-------------------------------------------------------------
      *WRITE-CREDITED-TOTALS paragraph writes the credited district
      *totals for the consolidation ledger, the credited region
      *totals that become next run's region history, and each
      *salesperson's territory totals
      *-------------------------------------------------------------
       WRITE-CREDITED-TOTALS.
           PERFORM WRITE-ONE-CREDITED-DISTRICT
               VARYING CR-IX FROM 1 BY 1
               UNTIL CR-IX > WS-CR-COUNT
           PERFORM WRITE-ONE-CREDITED-REGION
               VARYING CRR-IX FROM 1 BY 1
               UNTIL CRR-IX > WS-CRR-COUNT
           OPEN OUTPUT SALESTERRITORYTOTALS
           PERFORM WRITE-ONE-SALESPERSON-TERRITORY
               VARYING ST-IX FROM 1 BY 1
               UNTIL ST-IX > WS-ST-COUNT
           CLOSE SALESTERRITORYTOTALS
           DISPLAY "TERRITORY EXCEPTIONS: " WS-TERRITORY-EXC-CNT
           EXIT.

      *-------------------------------------------------------------
      *WRITE-ONE-CREDITED-DISTRICT paragraph writes one district's
      *credited total
      *-------------------------------------------------------------
       WRITE-ONE-CREDITED-DISTRICT.
           MOVE SPACES TO DISTRICTRUNTOTALS-REC
           MOVE WS-CR-LETTER(CR-IX) TO DT-LETTER
           MOVE WS-CR-DISTRICT(CR-IX) TO DT-DISTRICT
           MOVE WS-CR-TOTAL(CR-IX) TO DT-TOTAL
           WRITE DISTRICTRUNTOTALS-REC
           EXIT.

      *-------------------------------------------------------------
      *WRITE-ONE-CREDITED-REGION paragraph writes one region's
      *credited total
      *-------------------------------------------------------------
       WRITE-ONE-CREDITED-REGION.
           MOVE WS-CRR-LETTER(CRR-IX) TO PP-LETTER
           MOVE WS-CRR-TOTAL(CRR-IX) TO PP-TOTAL
           WRITE PRIORPERIODOUT-REC
           EXIT.

      *-------------------------------------------------------------
      *WRITE-ONE-SALESPERSON-TERRITORY paragraph writes one
      *salesperson's credited sales and commission for a territory
      *-------------------------------------------------------------
       WRITE-ONE-SALESPERSON-TERRITORY.
           MOVE SPACES TO SALESTERRITORYTOTALS-REC
           MOVE WS-ST-ID(ST-IX) TO TT-ID
           MOVE WS-ST-LETTER(ST-IX) TO TT-LETTER
           MOVE WS-ST-DISTRICT(ST-IX) TO TT-DISTRICT
           MOVE WS-ST-SALES(ST-IX) TO TT-SALES
           MOVE WS-ST-COMMISSION(ST-IX) TO TT-COMMISSION
           WRITE SALESTERRITORYTOTALS-REC
           EXIT.

      *-------------------------------------------------------------
      *Resolve every file path: the DD_ environment variable wins
      *when it is set, otherwise the built-in default stands, and
               MOVE PATH-OVERRIDE TO BATCHREGISTER-PATH
           END-IF
           DISPLAY "BATCHREGISTER: " BATCHREGISTER-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_PRODUCTMASTER"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO PRODUCTMASTER-PATH
           END-IF
           DISPLAY "PRODUCTMASTER: " PRODUCTMASTER-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_PRODUCTEXCEPTIONS"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO PRODUCTEXCEPTIONS-PATH
           END-IF
           DISPLAY "PRODUCTEXCEPTIONS: " PRODUCTEXCEPTIONS-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_PRODUCTLINEREPORT"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO PRODUCTLINEREPORT-PATH
           END-IF
           DISPLAY "PRODUCTLINEREPORT: " PRODUCTLINEREPORT-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_PRODUCTRUNTOTALS"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO PRODUCTRUNTOTALS-PATH
           END-IF
           DISPLAY "PRODUCTRUNTOTALS: " PRODUCTRUNTOTALS-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_TERRITORYASSIGN"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO TERRITORYASSIGN-PATH
           END-IF
           DISPLAY "TERRITORYASSIGN: " TERRITORYASSIGN-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_TERRITORYEXCEPTIONS"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO TERRITORYEXCEPTIONS-PATH
           END-IF
           DISPLAY "TERRITORYEXCEPTIONS: " TERRITORYEXCEPTIONS-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_SALESTERRITORYTOTALS"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO SALESTERRITORYTOTALS-PATH
           END-IF
           DISPLAY "SALESTERRITORYTOTALS: " SALESTERRITORYTOTALS-PATH
           EXIT.
