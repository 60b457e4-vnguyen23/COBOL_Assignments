      *date falls inside the configurable window (months from today,
      *default 4, from RenewalControl.dat) and produces a notice per
      *customer showing their current rate against our posted rate
      *for their term from the posted-rate file. The profiles are
      *read from the indexed customer master, CustomerMaster.dat,
      *and each notice is addressed to the customer's name and
      *mailing address from it.

       environment division.
       input-output section.
       file-control.
           Select CustomerMaster assign using
           CustomerMaster-Path
           organization is indexed
           access is sequential
           record key is Credit-Card-Number
           file status is WS-Master-Status.

           Select optional RenewalControl assign using
           RenewalControl-Path

       data division.
       file section.
       fd CustomerMaster.
       01 CustomerProfile.
           03 Credit-Card-Number       PIC 9(16).
           03 Social-Insurance-Number  PIC X(15).
               05 Mortgage-Renewal-Date PIC 9(8).
               05 Mortgage-Renewal-X REDEFINES
                   Mortgage-Renewal-Date PIC X(8).
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

       fd RenewalControl.
       01 RenewalControlRecord.
      *overridden through its DD_ environment variable, with the
      *original location as the default, so test and production
      *are a configuration difference instead of a source edit
       01  CustomerMaster-Path  pic x(80)
           value "C:\DataFiles\CustomerMaster.dat".
       01  RenewalControl-Path  pic x(80)
           value "C:\DataFiles\RenewalControl.dat".
       01  PostedRates-Path  pic x(80)
       01  NoticeFile-Path  pic x(80)
           value "C:\DataFiles\RenewalNotices.rpt".
       01  path-override  pic x(80).
       01 WS-Master-Status      PIC XX.
       01 WS-Data-EOF           PIC 9 VALUE 0.
           88 End-Of-Data       VALUE 1.
       01 WS-Rates-EOF          PIC 9 VALUE 0.
       01 WS-Separator-Line     PIC X(50) VALUE ALL "-".
       01 WS-Notice-Heading     PIC X(30) VALUE
           "MORTGAGE RENEWAL NOTICE".
       01 WS-Name-Line.
           03 FILLER            PIC X(14) VALUE "TO         : ".
           03 NC-Name           PIC X(30).
       01 WS-Street-Line.
           03 FILLER            PIC X(14) VALUE SPACES.
           03 NC-Street         PIC X(30).
       01 WS-City-Line.
           03 FILLER            PIC X(14) VALUE SPACES.
           03 NC-City           PIC X(20).
           03 FILLER            PIC X     VALUE SPACE.
           03 NC-Province       PIC X(8).
           03 FILLER            PIC X     VALUE SPACE.
           03 NC-Postal-Code    PIC X(6).
       01 WS-Card-Line.
           03 FILLER            PIC X(14) VALUE "CARD NUMBER: ".
           03 FILLER            PIC X(12) VALUE ALL "*".
      *the window
      *--------------------------------------------------------------
       scan-profiles.
           open input CustomerMaster
           if WS-Master-Status not = "00"
               display "CANNOT OPEN CustomerMaster.dat - STATUS "
                   WS-Master-Status
               stop run
           end-if
           open output NoticeFile
           read CustomerMaster
               at end set End-Of-Data to true
           end-read
           perform check-one-profile until End-Of-Data
           close CustomerMaster NoticeFile
           exit.

      *--------------------------------------------------------------
                   perform write-one-notice
               end-if
           end-if
           read CustomerMaster
               at end set End-Of-Data to true
           end-read
           exit.
       write-one-notice.
           write NoticeLine from WS-Separator-Line
           write NoticeLine from WS-Notice-Heading
           move Customer-Name to NC-Name
           write NoticeLine from WS-Name-Line
           move Street-Address to NC-Street
           write NoticeLine from WS-Street-Line
           move City to NC-City
           move Province to NC-Province
           move Postal-Code to NC-Postal-Code
           write NoticeLine from WS-City-Line
           move Credit-Card-Number(13:4) to NC-Card-Last4
           write NoticeLine from WS-Card-Line
           move Mortgage-Renewal-Date to NC-Renewal-Date
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
               "DD_RENEWALCONTROL"
