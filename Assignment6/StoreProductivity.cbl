       IDENTIFICATION DIVISION.
       PROGRAM-ID. StoreProductivity as "StoreProductivity".

      *StoreProductivity puts each store's sales beside its labour
      *cost, so operations can see which stores are over-staffed for
      *their volume. Labour is the gross pay and commission banked
      *on PayHistory.dat, charged to the employee's store on
      *EmployeeMaster.dat; sales are the district totals the daily
      *Assignment8a runs post to the month-to-date ledger
      *(SalesMtdLedger.dat, written by SalesConsolidate). Each store
      *takes its region from its StoreMaster region code and its
      *sales district from StoreDistrict.dat. For the week ending on
      *the date entered, and again month to date, the report shows
      *per store the sales, labour cost, labour as a percentage of
      *sales, the employees paid, sales per employee and sales per
      *labour dollar, with the stores of each region ranked by sales
      *per labour dollar and followed by the region total (all the
      *region's districts, mapped to a store or not). A store whose
      *labour percentage falls outside the target band on
      *ProductivityControl.dat (8.00 to 15.00 when absent) is
      *flagged OVER BAND or UNDER BAND. Every file is read only.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select StoreMaster assign using
           StoreMaster-PATH
           organization is indexed
           access is sequential
           record key is SM-StoreNumber
           file status is WS-Store-Status.

           select optional RegionTable assign using
           RegionTable-PATH
           organization is line sequential.

      *StoreDistrict maps each store to the sales district its
      *sales are reported under on the Assignment8a side
           select optional StoreDistrict assign using
           StoreDistrict-PATH
           organization is line sequential.

           select optional SalesMtdLedger assign using
           SalesMtdLedger-PATH
           organization is line sequential.

           select PayHistory assign using
           PayHistory-PATH
           organization is indexed
           access is sequential
           record key is PH-Key
           file status is WS-PayHist-Status.

           select EmployeeMaster assign using
           EmployeeMaster-PATH
           organization is indexed
           access is random
           record key is EM-EmployeeID
           file status is WS-Master-Status.

           select optional ProductivityControl assign using
           ProductivityControl-PATH
           organization is line sequential.

           select ProductivityReport assign using
           ProductivityReport-PATH
           organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       fd StoreMaster.
      ********StoreMasterRecord, maintained by StoreMasterMaint********
       01  StoreMasterRecord.
           03    SM-StoreNumber         PIC X(4).
           03    SM-StoreName           PIC X(20).
           03    SM-RegionCode          PIC X.
           03    SM-Status              PIC X.
      ********End of StoreMasterRecord*********************************

       fd RegionTable.
       01  RegionTableRecord.
           03    RT-Letter              PIC X.
           03    RT-Region              PIC X(8).
           03    RT-District            PIC XX.

       fd StoreDistrict.
       01  StoreDistrictRecord.
           03    SD-StoreNumber         PIC X(4).
           03    FILLER                 PIC X.
           03    SD-District            PIC XX.

       fd SalesMtdLedger.
       01  SalesMtdLedgerRecord.
           03    ML-Type                PIC X.
           03    FILLER                 PIC X.
           03    ML-Date                PIC 9(8).
           03    FILLER                 PIC X.
           03    ML-Detail              PIC X(32).
           03    ML-D-Detail REDEFINES ML-Detail.
               05    ML-D-Letter        PIC X.
               05    FILLER             PIC X.
               05    ML-D-District      PIC XX.
               05    FILLER             PIC X.
               05    ML-District-Tot    PIC S9(8)V99.
               05    FILLER             PIC X(2).

       fd PayHistory.
      ********PayHistoryRecord, one per employee per pay period********
       01  PayHistoryRecord.
           03    PH-Key.
               05    PH-EmployeeID      PIC X(4).
               05    PH-Week-Ending     PIC 9(8).
           03    PH-Gross               PIC 9(7)V99.
           03    PH-Commission          PIC 9(7)V99.
           03    PH-Tax                 PIC 9(7)V99.
           03    PH-Garnish             PIC 9(7)V99.
           03    PH-Fixed               PIC 9(7)V99.
           03    PH-Net                 PIC S9(7)V99.
           03    PH-Base-Pay            PIC 9(7)V99.
           03    PH-Advance             PIC 9(7)V99.
      ********End of PayHistoryRecord***********************************

       fd EmployeeMaster.
       01  EmployeeMasterRecord.
           03    EM-EmployeeID          PIC X(4).
           03    EM-LastName            PIC X(14).
           03    EM-FirstName           PIC X(14).
           03    EM-JobCode             PIC X.
           03    EM-StoreNumber         PIC X(4).
           03    EM-Status              PIC X.
               88  EM-Active            VALUE "A".
               88  EM-Terminated        VALUE "T".
           03    EM-PayBasis            PIC X.
               88  EM-Hourly            VALUE "H".
           03    EM-HourlyRate          PIC 9(3)V99.

       fd ProductivityControl.
       01  ProductivityControlRecord.
           03    PC-Low-Percent         PIC 99V99.
           03    FILLER                 PIC X.
           03    PC-High-Percent        PIC 99V99.

       fd ProductivityReport.
       01  ProductivityReportLine       PIC X(132).

       WORKING-STORAGE SECTION.

      *File assignments resolved at start-up: each path may be
      *overridden through its DD_ environment variable, with the
      *original location as the default, so test and production
      *are a configuration difference instead of a source edit
       01  StoreMaster-PATH  PIC X(80)
           VALUE "C:\DataFiles\StoreMaster.dat".
       01  RegionTable-PATH  PIC X(80)
           VALUE "C:\DataFiles\RegionTable.dat".
       01  StoreDistrict-PATH  PIC X(80)
           VALUE "C:\DataFiles\StoreDistrict.dat".
       01  SalesMtdLedger-PATH  PIC X(80)
           VALUE "C:\DataFiles\SalesMtdLedger.dat".
       01  PayHistory-PATH  PIC X(80)
           VALUE "C:\DataFiles\PayHistory.dat".
       01  EmployeeMaster-PATH  PIC X(80)
           VALUE "C:\DataFiles\EmployeeMaster.dat".
       01  ProductivityControl-PATH  PIC X(80)
           VALUE "C:\DataFiles\ProductivityControl.dat".
       01  ProductivityReport-PATH  PIC X(80)
           VALUE "C:\DataFiles\StoreProductivity.rpt".
       01  PATH-OVERRIDE  PIC X(80).
       01  WS-Store-Status              PIC XX.
       01  WS-PayHist-Status            PIC XX.
       01  WS-Master-Status             PIC XX.
       01  WS-Store-EOF                 PIC 9 VALUE 0.
           88  end-of-stores            VALUE 1.
       01  WS-Region-EOF                PIC 9 VALUE 0.
           88  end-of-regions           VALUE 1.
       01  WS-District-EOF              PIC 9 VALUE 0.
           88  end-of-districts         VALUE 1.
       01  WS-Ledger-EOF                PIC 9 VALUE 0.
           88  end-of-ledger            VALUE 1.
       01  WS-PayHist-EOF               PIC 9 VALUE 0.
           88  end-of-payhist           VALUE 1.

       01  WS-Week-Ending-X             PIC X(8).
       01  WS-Week-Ending               PIC 9(8).
       01  WS-Week-Ending-Parts REDEFINES WS-Week-Ending.
           03  WS-WE-Month              PIC 9(6).
           03  FILLER                   PIC 99.
       01  WS-Entry-Date                PIC 9(8).
       01  WS-Entry-Date-Parts REDEFINES WS-Entry-Date.
           03  WS-ED-Month              PIC 9(6).
           03  FILLER                   PIC 99.
       01  WS-Low-Percent               PIC 99V99 VALUE 8.00.
       01  WS-High-Percent              PIC 99V99 VALUE 15.00.

      *Date arithmetic: a YYYYMMDD date in WS-Date-Work becomes a
      *running day number so a ledger date can be placed in the week
       01  WS-Date-Work                 PIC 9(8).
       01  WS-Date-Work-Parts REDEFINES WS-Date-Work.
           03  WS-DW-Year               PIC 9(4).
           03  WS-DW-Month              PIC 99.
           03  WS-DW-Day                PIC 99.
       01  WS-Daynum                    PIC 9(7).
       01  WS-DN-Year                   PIC 9(5).
       01  WS-DN-Month                  PIC 99.
       01  WS-DN-Leap4                  PIC 9(5).
       01  WS-DN-Leap100                PIC 9(4).
       01  WS-DN-Leap400                PIC 9(3).
       01  WS-DN-Month-Work             PIC 9(4).
       01  WS-DN-Month-Days             PIC 9(3).
       01  WS-Week-Daynum               PIC 9(7).

      *One entry per store, with the week's and the month's figures
       01  WS-Store-Count               PIC 99 VALUE ZEROS.
       01  WS-Store-Table.
           03  WS-Store-Entry           OCCURS 0 TO 50 TIMES
                                         DEPENDING ON WS-Store-Count
                                         INDEXED BY Store-Ix Other-Ix.
               05  WS-ST-Number         PIC X(4).
               05  WS-ST-Name           PIC X(20).
               05  WS-ST-Region         PIC X.
               05  WS-ST-District       PIC XX.
               05  WS-ST-W-Labour       PIC 9(8)V99.
               05  WS-ST-W-Heads        PIC 9(4).
               05  WS-ST-M-Labour       PIC 9(8)V99.
               05  WS-ST-M-Pays         PIC 9(5).
               05  WS-ST-Sales          PIC S9(9)V99.
               05  WS-ST-Labour         PIC 9(8)V99.
               05  WS-ST-Heads          PIC 9(4).
               05  WS-ST-Ratio          PIC 9(4)V99.
               05  WS-ST-Rank           PIC 99.

      *Sales by region and district from the ledger
       01  WS-Dist-Count                PIC 9(3) VALUE ZEROS.
       01  WS-Dist-Table.
           03  WS-Dist-Entry            OCCURS 0 TO 200 TIMES
                                         DEPENDING ON WS-Dist-Count
                                         INDEXED BY Dist-Ix.
               05  WS-Dist-Key.
                   07  WS-Dist-Letter   PIC X.
                   07  WS-Dist-Code     PIC XX.
               05  WS-Dist-W-Sales      PIC S9(9)V99.
               05  WS-Dist-M-Sales      PIC S9(9)V99.
       01  WS-Dist-Lookup.
           03  WS-Dist-Lookup-Letter    PIC X.
           03  WS-Dist-Lookup-Code      PIC XX.

      *The regions the stores fall in, in first-seen order
       01  WS-Reg-Count                 PIC 99 VALUE ZEROS.
       01  WS-Reg-Table.
           03  WS-Reg-Entry             OCCURS 0 TO 20 TIMES
                                         DEPENDING ON WS-Reg-Count
                                         INDEXED BY Reg-Ix.
               05  WS-Reg-Letter        PIC X.
               05  WS-Reg-Name          PIC X(8).
               05  WS-Reg-Stores        PIC 99.
      *Region letter/name pairs from the shared RegionTable
       01  WS-Name-Count                PIC 99 VALUE ZEROS.
       01  WS-Name-Table.
           03  WS-Name-Entry            OCCURS 0 TO 50 TIMES
                                         DEPENDING ON WS-Name-Count
                                         INDEXED BY Name-Ix.
               05  WS-Name-Letter       PIC X.
               05  WS-Name-Region       PIC X(8).

      *Distinct pay weeks in the month so far, so the month's
      *headcount is the average employees paid per week
       01  WS-Week-Count                PIC 9 VALUE ZEROS.
       01  WS-Week-Table.
           03  WS-Week-Seen             OCCURS 0 TO 6 TIMES
                                         DEPENDING ON WS-Week-Count
                                         INDEXED BY Week-Ix
                                         PIC 9(8).

      *Which section is being written: the week or the month
       01  WS-Section                   PIC X.
           88  Section-Week             VALUE "W".
           88  Section-Month            VALUE "M".
       01  WS-Rank-Wanted               PIC 99.
       01  WS-Labour-Cost               PIC 9(8)V99.
       01  WS-Labour-Percent            PIC 9(4)V99.
       01  WS-Sales-Per-Head            PIC S9(8)V99.
       01  WS-Orphan-Count              PIC 9(5) VALUE ZEROS.
       01  WS-Region-Totals.
           03  WS-RG-Sales              PIC S9(9)V99.
           03  WS-RG-Labour             PIC 9(9)V99.
           03  WS-RG-Heads              PIC 9(5).
       01  WS-Company-Totals.
           03  WS-CO-Sales              PIC S9(9)V99.
           03  WS-CO-Labour             PIC 9(9)V99.
           03  WS-CO-Heads              PIC 9(5).

       01  WS-Report-Heading.
           03  FILLER        PIC X(30) VALUE
               "STORE PRODUCTIVITY, WEEK TO ".
           03  RH-Date       PIC 9(8).
           03  FILLER        PIC X(22) VALUE
               "   LABOUR TARGET BAND ".
           03  RH-Low        PIC Z9.99.
           03  FILLER        PIC X(4)  VALUE " TO ".
           03  RH-High       PIC Z9.99.
           03  FILLER        PIC X(1)  VALUE "%".
       01  WS-Section-Heading.
           03  SH-Title      PIC X(30).
       01  WS-Region-Heading.
           03  FILLER        PIC X(8)  VALUE "REGION: ".
           03  RG-Letter     PIC X.
           03  FILLER        PIC X     VALUE SPACE.
           03  RG-Name       PIC X(8).
       01  WS-Column-Heading.
           03  FILLER        PIC X(6)  VALUE "RANK".
           03  FILLER        PIC X(6)  VALUE "STORE".
           03  FILLER        PIC X(21) VALUE "NAME".
           03  FILLER        PIC X(5)  VALUE "DIST".
           03  FILLER        PIC X(14) VALUE "         SALES".
           03  FILLER        PIC X(14) VALUE "   LABOUR COST".
           03  FILLER        PIC X(9)  VALUE "  LABOUR%".
           03  FILLER        PIC X(6)  VALUE "  EMPS".
           03  FILLER        PIC X(13) VALUE "   SALES/EMP".
           03  FILLER        PIC X(11) VALUE "  SALES/LB$".
           03  FILLER        PIC X(2)  VALUE SPACES.
           03  FILLER        PIC X(12) VALUE "FLAG".
       01  WS-Detail-Line.
           03  DL-Rank       PIC Z9.
           03  FILLER        PIC X(4)  VALUE SPACES.
           03  DL-Store      PIC X(4).
           03  FILLER        PIC X(2)  VALUE SPACES.
           03  DL-Name       PIC X(20).
           03  FILLER        PIC X(1)  VALUE SPACES.
           03  DL-District   PIC X(4).
           03  FILLER        PIC X(1)  VALUE SPACES.
           03  DL-Sales      PIC -ZZZ,ZZZ,ZZ9.99.
           03  FILLER        PIC X(1)  VALUE SPACES.
           03  DL-Labour     PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER        PIC X(2)  VALUE SPACES.
           03  DL-Percent    PIC Z,ZZ9.99.
           03  FILLER        PIC X(1)  VALUE SPACES.
           03  DL-Heads      PIC ZZ,ZZ9.
           03  FILLER        PIC X(1)  VALUE SPACES.
           03  DL-Per-Head   PIC -Z,ZZZ,ZZ9.99.
           03  FILLER        PIC X(1)  VALUE SPACES.
           03  DL-Ratio      PIC Z,ZZ9.99.
           03  FILLER        PIC X(4)  VALUE SPACES.
           03  DL-Flag       PIC X(12).

       PROCEDURE DIVISION.
       main-program.
           PERFORM CONFIGURE-FILE-PATHS
           display "ENTER WEEK-ENDING DATE (YYYYMMDD): "
               with no advancing
           accept WS-Week-Ending-X
           if WS-Week-Ending-X not numeric
               display "INVALID DATE - RUN CANCELLED"
               stop run
           end-if
           move WS-Week-Ending-X to WS-Week-Ending
           move WS-Week-Ending to WS-Date-Work
           perform convert-date-to-daynum
           move WS-Daynum to WS-Week-Daynum
           perform load-target-band
           perform load-region-names
           perform load-stores
           perform load-store-districts
           perform total-ledger-sales
           perform total-pay-history
           open output ProductivityReport
           move WS-Week-Ending to RH-Date
           move WS-Low-Percent to RH-Low
           move WS-High-Percent to RH-High
           write ProductivityReportLine from WS-Report-Heading
           set Section-Week to true
           move "WEEK" to SH-Title
           perform write-section
           set Section-Month to true
           move "MONTH TO DATE" to SH-Title
           perform write-section
           close ProductivityReport
           display "STORES REPORTED       : " WS-Store-Count
           display "PAY RECORDS NO STORE  : " WS-Orphan-Count
           stop run.

      *-------------------------------------------------------------
      *load-target-band paragraph picks up the labour percentage
      *band from the optional ProductivityControl
      *-------------------------------------------------------------
       load-target-band.
           open input ProductivityControl
           read ProductivityControl
               at end
                   continue
               not at end
                   if PC-Low-Percent numeric
                       and PC-High-Percent numeric
                       and PC-High-Percent > PC-Low-Percent
                       move PC-Low-Percent to WS-Low-Percent
                       move PC-High-Percent to WS-High-Percent
                   else
                       display "WARNING: ProductivityControl band "
                           "invalid - default band used"
                   end-if
           end-read
           close ProductivityControl
           exit.

      *-------------------------------------------------------------
      *load-region-names paragraph loads the letter/name pairs of
      *the shared RegionTable, each letter once
      *-------------------------------------------------------------
       load-region-names.
           open input RegionTable
           read RegionTable
               at end set end-of-regions to true
           end-read
           perform load-one-region-name until end-of-regions
           close RegionTable
           exit.

      *-------------------------------------------------------------
      *load-one-region-name paragraph stores a region letter the
      *first time it is seen
      *-------------------------------------------------------------
       load-one-region-name.
           set Name-Ix to 1
           search WS-Name-Entry
               at end
                   if WS-Name-Count >= 50
                       display "ERROR: Region name table full"
                       stop run
                   end-if
                   add 1 to WS-Name-Count
                   move RT-Letter to WS-Name-Letter(WS-Name-Count)
                   move RT-Region to WS-Name-Region(WS-Name-Count)
               when WS-Name-Letter(Name-Ix) = RT-Letter
                   continue
           end-search
           read RegionTable
               at end set end-of-regions to true
           end-read
           exit.

      *-------------------------------------------------------------
      *load-stores paragraph loads every store from the store
      *master and the regions they fall in
      *-------------------------------------------------------------
       load-stores.
           open input StoreMaster
           if WS-Store-Status not = "00"
               display "ERROR: StoreMaster could not be opened,"
                   " status " WS-Store-Status
               stop run
           end-if
           read StoreMaster next record
               at end set end-of-stores to true
           end-read
           perform load-one-store until end-of-stores
           close StoreMaster
           exit.

      *-------------------------------------------------------------
      *load-one-store paragraph stores one store and adds its region
      *-------------------------------------------------------------
       load-one-store.
           if WS-Store-Count >= 50
               display "ERROR: Store table full"
               stop run
           end-if
           add 1 to WS-Store-Count
           set Store-Ix to WS-Store-Count
           move SM-StoreNumber to WS-ST-Number(Store-Ix)
           move SM-StoreName to WS-ST-Name(Store-Ix)
           move SM-RegionCode to WS-ST-Region(Store-Ix)
           move spaces to WS-ST-District(Store-Ix)
           move ZEROS to WS-ST-W-Labour(Store-Ix)
           move ZEROS to WS-ST-W-Heads(Store-Ix)
           move ZEROS to WS-ST-M-Labour(Store-Ix)
           move ZEROS to WS-ST-M-Pays(Store-Ix)
           set Reg-Ix to 1
           search WS-Reg-Entry
               at end
                   add 1 to WS-Reg-Count
                   set Reg-Ix to WS-Reg-Count
                   move SM-RegionCode to WS-Reg-Letter(Reg-Ix)
                   move "UNKNOWN" to WS-Reg-Name(Reg-Ix)
                   move ZEROS to WS-Reg-Stores(Reg-Ix)
                   if WS-Name-Count > 0
                       set Name-Ix to 1
                       search WS-Name-Entry
                           at end continue
                           when WS-Name-Letter(Name-Ix) = SM-RegionCode
                               move WS-Name-Region(Name-Ix) to
                                   WS-Reg-Name(Reg-Ix)
                       end-search
                   end-if
               when WS-Reg-Letter(Reg-Ix) = SM-RegionCode
                   continue
           end-search
           add 1 to WS-Reg-Stores(Reg-Ix)
           read StoreMaster next record
               at end set end-of-stores to true
           end-read
           exit.

      *-------------------------------------------------------------
      *load-store-districts paragraph gives each store the sales
      *district from StoreDistrict
      *-------------------------------------------------------------
       load-store-districts.
           open input StoreDistrict
           read StoreDistrict
               at end set end-of-districts to true
           end-read
           perform load-one-store-district until end-of-districts
           close StoreDistrict
           exit.

      *-------------------------------------------------------------
      *load-one-store-district paragraph sets one store's district
      *-------------------------------------------------------------
       load-one-store-district.
           set Store-Ix to 1
           search WS-Store-Entry
               at end
                   display "StoreDistrict store not on StoreMaster: "
                       SD-StoreNumber
               when WS-ST-Number(Store-Ix) = SD-StoreNumber
                   move SD-District to WS-ST-District(Store-Ix)
           end-search
           read StoreDistrict
               at end set end-of-districts to true
           end-read
           exit.

      *-------------------------------------------------------------
      *total-ledger-sales paragraph totals the ledger's district
      *entries for the week and for the month to date
      *-------------------------------------------------------------
       total-ledger-sales.
           open input SalesMtdLedger
           read SalesMtdLedger
               at end set end-of-ledger to true
           end-read
           perform total-one-ledger-entry until end-of-ledger
           close SalesMtdLedger
           exit.

      *-------------------------------------------------------------
      *total-one-ledger-entry paragraph adds one "D" entry dated in
      *the month up to the week-ending date to its district, and to
      *the week when it is one of the week's seven days
      *-------------------------------------------------------------
       total-one-ledger-entry.
           if ML-Type = "D" and ML-Date numeric
               move ML-Date to WS-Entry-Date
               if WS-Entry-Date <= WS-Week-Ending
                   move ML-D-Letter to WS-Dist-Lookup-Letter
                   move ML-D-District to WS-Dist-Lookup-Code
                   perform find-or-add-district
                   if WS-ED-Month = WS-WE-Month
                       add ML-District-Tot to WS-Dist-M-Sales(Dist-Ix)
                   end-if
                   move ML-Date to WS-Date-Work
                   perform convert-date-to-daynum
                   if WS-Daynum + 6 >= WS-Week-Daynum
                       add ML-District-Tot to WS-Dist-W-Sales(Dist-Ix)
                   end-if
               end-if
           end-if
           read SalesMtdLedger
               at end set end-of-ledger to true
           end-read
           exit.

      *-------------------------------------------------------------
      *find-or-add-district paragraph finds the region/district's
      *sales entry, adding it the first time it is seen
      *-------------------------------------------------------------
       find-or-add-district.
           set Dist-Ix to 1
           search WS-Dist-Entry
               at end
                   if WS-Dist-Count >= 200
                       display "ERROR: District sales table full"
                       stop run
                   end-if
                   add 1 to WS-Dist-Count
                   set Dist-Ix to WS-Dist-Count
                   move WS-Dist-Lookup to WS-Dist-Key(Dist-Ix)
                   move ZEROS to WS-Dist-W-Sales(Dist-Ix)
                   move ZEROS to WS-Dist-M-Sales(Dist-Ix)
               when WS-Dist-Key(Dist-Ix) = WS-Dist-Lookup
                   continue
           end-search
           exit.

      *-------------------------------------------------------------
      *total-pay-history paragraph charges the pay banked for the
      *week and the month to date to each employee's store
      *-------------------------------------------------------------
       total-pay-history.
           open input EmployeeMaster
           if WS-Master-Status not = "00"
               display "ERROR: EmployeeMaster could not be opened,"
                   " status " WS-Master-Status
               stop run
           end-if
           open input PayHistory
           if WS-PayHist-Status not = "00"
               display "ERROR: PayHistory could not be opened,"
                   " status " WS-PayHist-Status
               stop run
           end-if
           read PayHistory next record
               at end set end-of-payhist to true
           end-read
           perform total-one-pay until end-of-payhist
           close PayHistory EmployeeMaster
           exit.

      *-------------------------------------------------------------
      *total-one-pay paragraph charges one PayHistory record in the
      *month up to the week-ending date to the employee's store
      *-------------------------------------------------------------
       total-one-pay.
           move PH-Week-Ending to WS-Entry-Date
           if WS-ED-Month = WS-WE-Month
               and WS-Entry-Date <= WS-Week-Ending
               move PH-EmployeeID to EM-EmployeeID
               read EmployeeMaster
                   invalid key
                       move spaces to EM-StoreNumber
               end-read
               set Store-Ix to 1
               search WS-Store-Entry
                   at end
                       add 1 to WS-Orphan-Count
                   when WS-ST-Number(Store-Ix) = EM-StoreNumber
                       perform charge-store-pay
               end-search
           end-if
           read PayHistory next record
               at end set end-of-payhist to true
           end-read
           exit.

      *-------------------------------------------------------------
      *charge-store-pay paragraph adds the pay's labour cost to the
      *store at Store-Ix and notes the pay week
      *-------------------------------------------------------------
       charge-store-pay.
           compute WS-Labour-Cost = PH-Gross + PH-Commission
           add WS-Labour-Cost to WS-ST-M-Labour(Store-Ix)
           add 1 to WS-ST-M-Pays(Store-Ix)
           if PH-Week-Ending = WS-Week-Ending
               add WS-Labour-Cost to WS-ST-W-Labour(Store-Ix)
               add 1 to WS-ST-W-Heads(Store-Ix)
           end-if
           set Week-Ix to 1
           search WS-Week-Seen
               at end
                   if WS-Week-Count < 6
                       add 1 to WS-Week-Count
                       move PH-Week-Ending to
                           WS-Week-Seen(WS-Week-Count)
                   end-if
               when WS-Week-Seen(Week-Ix) = PH-Week-Ending
                   continue
           end-search
           exit.

      *-------------------------------------------------------------
      *write-section paragraph sets up the week's or the month's
      *figures, ranks the stores within region and writes each
      *region, then the company total
      *-------------------------------------------------------------
       write-section.
           move spaces to ProductivityReportLine
           write ProductivityReportLine
           write ProductivityReportLine from WS-Section-Heading
           move ZEROS to WS-Company-Totals
           perform set-store-figures
               varying Store-Ix from 1 by 1
               until Store-Ix > WS-Store-Count
           perform rank-one-store
               varying Store-Ix from 1 by 1
               until Store-Ix > WS-Store-Count
           perform write-one-region
               varying Reg-Ix from 1 by 1
               until Reg-Ix > WS-Reg-Count
           move spaces to ProductivityReportLine
           write ProductivityReportLine
           move WS-CO-Sales to WS-RG-Sales
           move WS-CO-Labour to WS-RG-Labour
           move WS-CO-Heads to WS-RG-Heads
           move "COMPANY TOTAL" to DL-Name
           perform write-total-line
           exit.

      *-------------------------------------------------------------
      *set-store-figures paragraph moves the section's sales,
      *labour and headcount for the store at Store-Ix into place and
      *works out its sales per labour dollar
      *-------------------------------------------------------------
       set-store-figures.
           move ZEROS to WS-ST-Sales(Store-Ix)
           if WS-ST-District(Store-Ix) not = spaces
               move WS-ST-Region(Store-Ix) to WS-Dist-Lookup-Letter
               move WS-ST-District(Store-Ix) to WS-Dist-Lookup-Code
               if WS-Dist-Count > 0
                   set Dist-Ix to 1
                   search WS-Dist-Entry
                       at end continue
                       when WS-Dist-Key(Dist-Ix) = WS-Dist-Lookup
                           if Section-Week
                               move WS-Dist-W-Sales(Dist-Ix) to
                                   WS-ST-Sales(Store-Ix)
                           else
                               move WS-Dist-M-Sales(Dist-Ix) to
                                   WS-ST-Sales(Store-Ix)
                           end-if
                   end-search
               end-if
           end-if
           if Section-Week
               move WS-ST-W-Labour(Store-Ix) to WS-ST-Labour(Store-Ix)
               move WS-ST-W-Heads(Store-Ix) to WS-ST-Heads(Store-Ix)
           else
               move WS-ST-M-Labour(Store-Ix) to WS-ST-Labour(Store-Ix)
               move ZEROS to WS-ST-Heads(Store-Ix)
               if WS-Week-Count > 0
                   compute WS-ST-Heads(Store-Ix) rounded =
                       WS-ST-M-Pays(Store-Ix) / WS-Week-Count
               end-if
           end-if
           move ZEROS to WS-ST-Ratio(Store-Ix)
           if WS-ST-Labour(Store-Ix) > 0 and WS-ST-Sales(Store-Ix) > 0
               compute WS-ST-Ratio(Store-Ix) rounded =
                   WS-ST-Sales(Store-Ix) / WS-ST-Labour(Store-Ix)
                   on size error
                       move 9999.99 to WS-ST-Ratio(Store-Ix)
               end-compute
           end-if
           exit.

      *-------------------------------------------------------------
      *rank-one-store paragraph ranks the store at Store-Ix within
      *its region: one more than the stores with a better sales per
      *labour dollar, ties going to the store listed first
      *-------------------------------------------------------------
       rank-one-store.
           move 1 to WS-ST-Rank(Store-Ix)
           perform compare-one-store
               varying Other-Ix from 1 by 1
               until Other-Ix > WS-Store-Count
           exit.

      *-------------------------------------------------------------
      *compare-one-store paragraph counts the store at Other-Ix
      *against the store at Store-Ix when it ranks ahead of it
      *-------------------------------------------------------------
       compare-one-store.
           if WS-ST-Region(Other-Ix) = WS-ST-Region(Store-Ix)
               if WS-ST-Ratio(Other-Ix) > WS-ST-Ratio(Store-Ix)
                   or (WS-ST-Ratio(Other-Ix) = WS-ST-Ratio(Store-Ix)
                       and Other-Ix < Store-Ix)
                   add 1 to WS-ST-Rank(Store-Ix)
               end-if
           end-if
           exit.

      *-------------------------------------------------------------
      *write-one-region paragraph writes the region's stores in rank
      *order and the region total, which takes the sales of every
      *district in the region whether mapped to a store or not
      *-------------------------------------------------------------
       write-one-region.
           move spaces to ProductivityReportLine
           write ProductivityReportLine
           move WS-Reg-Letter(Reg-Ix) to RG-Letter
           move WS-Reg-Name(Reg-Ix) to RG-Name
           write ProductivityReportLine from WS-Region-Heading
           write ProductivityReportLine from WS-Column-Heading
           move ZEROS to WS-Region-Totals
           perform write-ranked-store
               varying WS-Rank-Wanted from 1 by 1
               until WS-Rank-Wanted > WS-Reg-Stores(Reg-Ix)
           perform add-region-district
               varying Dist-Ix from 1 by 1
               until Dist-Ix > WS-Dist-Count
           move "REGION TOTAL" to DL-Name
           perform write-total-line
           add WS-RG-Sales to WS-CO-Sales
           add WS-RG-Labour to WS-CO-Labour
           add WS-RG-Heads to WS-CO-Heads
           exit.

      *-------------------------------------------------------------
      *write-ranked-store paragraph writes the region's store that
      *holds the rank wanted
      *-------------------------------------------------------------
       write-ranked-store.
           perform write-store-if-ranked
               varying Store-Ix from 1 by 1
               until Store-Ix > WS-Store-Count
           exit.

      *-------------------------------------------------------------
      *write-store-if-ranked paragraph writes the store at Store-Ix
      *when it is in the region and holds the rank wanted
      *-------------------------------------------------------------
       write-store-if-ranked.
           if WS-ST-Region(Store-Ix) = WS-Reg-Letter(Reg-Ix)
               and WS-ST-Rank(Store-Ix) = WS-Rank-Wanted
               move WS-ST-Rank(Store-Ix) to DL-Rank
               move WS-ST-Number(Store-Ix) to DL-Store
               move WS-ST-Name(Store-Ix) to DL-Name
               move WS-ST-District(Store-Ix) to DL-District
               move WS-ST-Sales(Store-Ix) to DL-Sales
               move WS-ST-Labour(Store-Ix) to DL-Labour
               move WS-ST-Heads(Store-Ix) to DL-Heads
               move WS-ST-Ratio(Store-Ix) to DL-Ratio
               perform set-percent-and-flag
               write ProductivityReportLine from WS-Detail-Line
               add WS-ST-Labour(Store-Ix) to WS-RG-Labour
               add WS-ST-Heads(Store-Ix) to WS-RG-Heads
           end-if
           exit.

      *-------------------------------------------------------------
      *set-percent-and-flag paragraph works out labour as a
      *percentage of sales and sales per employee for the figures
      *on the detail line, and flags a store outside the band
      *-------------------------------------------------------------
       set-percent-and-flag.
           move ZEROS to WS-Labour-Percent
           move ZEROS to WS-Sales-Per-Head
           move spaces to DL-Flag
           if WS-ST-Sales(Store-Ix) > 0
               compute WS-Labour-Percent rounded =
                   WS-ST-Labour(Store-Ix) * 100 / WS-ST-Sales(Store-Ix)
                   on size error
                       move 9999.99 to WS-Labour-Percent
               end-compute
               if WS-Labour-Percent > WS-High-Percent
                   move "OVER BAND" to DL-Flag
               end-if
               if WS-Labour-Percent < WS-Low-Percent
                   move "UNDER BAND" to DL-Flag
               end-if
           else
               if WS-ST-District(Store-Ix) = spaces
                   move "NO DISTRICT" to DL-Flag
               else
                   move "NO SALES" to DL-Flag
               end-if
           end-if
           if WS-ST-Heads(Store-Ix) > 0
               compute WS-Sales-Per-Head rounded =
                   WS-ST-Sales(Store-Ix) / WS-ST-Heads(Store-Ix)
           end-if
           move WS-Labour-Percent to DL-Percent
           move WS-Sales-Per-Head to DL-Per-Head
           exit.

      *-------------------------------------------------------------
      *add-region-district paragraph adds the section's sales of the
      *district at Dist-Ix to the region total when it is in the
      *region being written
      *-------------------------------------------------------------
       add-region-district.
           if WS-Dist-Letter(Dist-Ix) = WS-Reg-Letter(Reg-Ix)
               if Section-Week
                   add WS-Dist-W-Sales(Dist-Ix) to WS-RG-Sales
               else
                   add WS-Dist-M-Sales(Dist-Ix) to WS-RG-Sales
               end-if
           end-if
           exit.

      *-------------------------------------------------------------
      *write-total-line paragraph writes the totals in
      *WS-Region-Totals under the label already moved to the line
      *-------------------------------------------------------------
       write-total-line.
           move ZEROS to DL-Rank
           move spaces to DL-Store
           move spaces to DL-District
           move spaces to DL-Flag
           move WS-RG-Sales to DL-Sales
           move WS-RG-Labour to DL-Labour
           move WS-RG-Heads to DL-Heads
           move ZEROS to WS-Labour-Percent
           move ZEROS to WS-Sales-Per-Head
           move ZEROS to DL-Ratio
           if WS-RG-Sales > 0
               compute WS-Labour-Percent rounded =
                   WS-RG-Labour * 100 / WS-RG-Sales
                   on size error
                       move 9999.99 to WS-Labour-Percent
               end-compute
               if WS-RG-Labour > 0
                   compute DL-Ratio rounded = WS-RG-Sales / WS-RG-Labour
                       on size error
                           move 9999.99 to DL-Ratio
                   end-compute
               end-if
               if WS-Labour-Percent > WS-High-Percent
                   move "OVER BAND" to DL-Flag
               end-if
               if WS-Labour-Percent < WS-Low-Percent
                   move "UNDER BAND" to DL-Flag
               end-if
           end-if
           if WS-RG-Heads > 0
               compute WS-Sales-Per-Head rounded =
                   WS-RG-Sales / WS-RG-Heads
           end-if
           move WS-Labour-Percent to DL-Percent
           move WS-Sales-Per-Head to DL-Per-Head
           write ProductivityReportLine from WS-Detail-Line
           exit.

      *-------------------------------------------------------------
      *convert-date-to-daynum paragraph turns the YYYYMMDD date in
      *WS-Date-Work into a running day number in WS-Daynum, so two
      *dates can be differenced across month ends; January and
      *February count as months 13 and 14 of the prior year
      *-------------------------------------------------------------
       convert-date-to-daynum.
           if WS-DW-Month > 2
               move WS-DW-Year to WS-DN-Year
               move WS-DW-Month to WS-DN-Month
           else
               compute WS-DN-Year = WS-DW-Year - 1
               compute WS-DN-Month = WS-DW-Month + 12
           end-if
      *each division truncated on its own, so the day number is a
      *whole count and differences come out exact
           divide WS-DN-Year by 4 giving WS-DN-Leap4
           divide WS-DN-Year by 100 giving WS-DN-Leap100
           divide WS-DN-Year by 400 giving WS-DN-Leap400
           compute WS-DN-Month-Work = 153 * (WS-DN-Month + 1)
           divide WS-DN-Month-Work by 5 giving WS-DN-Month-Days
           compute WS-Daynum = 365 * WS-DN-Year
               + WS-DN-Leap4 - WS-DN-Leap100 + WS-DN-Leap400
               + WS-DN-Month-Days + WS-DW-Day
           exit.


      *-------------------------------------------------------------
      *Resolve every file path: the DD_ environment variable wins
      *when it is set, otherwise the built-in default stands, and
      *the resolved paths are echoed into the run output
      *-------------------------------------------------------------
       CONFIGURE-FILE-PATHS.
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_STOREMASTER"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO StoreMaster-PATH
           END-IF
           DISPLAY "StoreMaster: " StoreMaster-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_REGIONTABLE"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO RegionTable-PATH
           END-IF
           DISPLAY "RegionTable: " RegionTable-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_STOREDISTRICT"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO StoreDistrict-PATH
           END-IF
           DISPLAY "StoreDistrict: " StoreDistrict-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_SALESMTDLEDGER"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO SalesMtdLedger-PATH
           END-IF
           DISPLAY "SalesMtdLedger: " SalesMtdLedger-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_PAYHISTORY"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO PayHistory-PATH
           END-IF
           DISPLAY "PayHistory: " PayHistory-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_EMPLOYEEMASTER"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO EmployeeMaster-PATH
           END-IF
           DISPLAY "EmployeeMaster: " EmployeeMaster-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_PRODUCTIVITYCONTROL"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO ProductivityControl-PATH
           END-IF
           DISPLAY "ProductivityControl: " ProductivityControl-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_PRODUCTIVITYREPORT"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO ProductivityReport-PATH
           END-IF
           DISPLAY "ProductivityReport: " ProductivityReport-PATH
           EXIT.
       END PROGRAM StoreProductivity.
