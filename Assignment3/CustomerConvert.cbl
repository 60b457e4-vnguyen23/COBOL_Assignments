       identification division.
       program-id. CustomerConvert as "CustomerConvert".

      *CustomerConvert is the one-time load of the indexed customer
      *master, CustomerMaster.dat, from the sequential CustomerProfile
      *file Data_File.dat it replaces. Every profile is carried
      *across byte for byte under its Credit-Card-Number key, and
      *the customer's name, street address, city and phone number
      *are added from CustomerContacts.dat, the extract taken from
      *the system that held them until now; a profile with no
      *contact record is loaded with those fields blank and listed,
      *so CustomerMaint can fill them in before the next mailing.
      *
      *The run refuses to start over a master that already holds
      *records, so it cannot wipe out maintenance done since the
      *load. Once loaded, the master is read back and its record
      *count, card balance total and mortgage principal total are
      *reconciled with the figures taken from Data_File.dat; the
      *conversion is good only when all three agree, and
      *CustomerConversion.rpt is kept as the record of it.

       environment division.
       input-output section.
       file-control.
           Select LegacyData assign using LegacyData-Path.

           Select optional CustomerContacts assign using
           CustomerContacts-Path
           organization is line sequential.

           Select CustomerMaster assign using
           CustomerMaster-Path
           organization is indexed
           access is dynamic
           record key is Credit-Card-Number
           file status is WS-Master-Status.

           Select ConversionReport assign using
           ConversionReport-Path
           organization is line sequential.

       data division.
       file section.
       fd LegacyData.
      ********LegacyProfile, the Data_File.dat record*****************
       01 LegacyProfile.
           03 LG-Card               PIC 9(16).
           03 FILLER                PIC X(21).
           03 LG-Balance            PIC S9(5)V99.
           03 FILLER                PIC X(3).
           03 LG-Placeholder        PIC X(25).
           03 LG-Mortgage-Details REDEFINES LG-Placeholder.
               05 LG-Principal      PIC 9(7)V99.
               05 FILLER            PIC X(16).
           03 FILLER                PIC X(21).

       fd CustomerContacts.
      ********CustomerContactRecord, one per customer****************
       01 CustomerContactRecord.
           03 CT-Card           PIC X(16).
           03 FILLER            PIC X.
           03 CT-Name           PIC X(30).
           03 FILLER            PIC X.
           03 CT-Street         PIC X(30).
           03 FILLER            PIC X.
           03 CT-City           PIC X(20).
           03 FILLER            PIC X.
           03 CT-Phone          PIC X(10).
      ********End of CustomerContactRecord***************************

       fd CustomerMaster.
      ********CustomerProfile record, keyed on the card number*******
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
       01 CustomerMasterImage.
           03 CM-Profile-Image         PIC X(93).
           03 FILLER                   PIC X(90).

       fd ConversionReport.
       01 ConversionLine        PIC X(80).

       working-storage section.

      *File assignments resolved at start-up: each path may be
      *overridden through its DD_ environment variable, with the
      *original location as the default, so test and production
      *are a configuration difference instead of a source edit
       01  LegacyData-Path  pic x(80)
           value "C:\DataFiles\Data_File.dat".
       01  CustomerContacts-Path  pic x(80)
           value "C:\DataFiles\CustomerContacts.dat".
       01  CustomerMaster-Path  pic x(80)
           value "C:\DataFiles\CustomerMaster.dat".
       01  ConversionReport-Path  pic x(80)
           value "C:\DataFiles\CustomerConversion.rpt".
       01  path-override  pic x(80).
       01 WS-Master-Status      PIC XX.
       01 WS-Legacy-EOF         PIC 9 VALUE 0.
           88 End-Of-Legacy     VALUE 1.
       01 WS-Contact-EOF        PIC 9 VALUE 0.
           88 End-Of-Contacts   VALUE 1.
       01 WS-Master-EOF         PIC 9 VALUE 0.
           88 End-Of-Master     VALUE 1.
       01 WS-Run-Date           PIC 9(8).
       01 WS-Card-Work          PIC X(16).

      *The contact extract, matched to each profile as it is loaded
       01 WS-Contact-Count      PIC 9(5) VALUE 0.
       01 WS-Contact-Table.
           03 WS-Contact-Entry  OCCURS 0 TO 10000 TIMES
                                 DEPENDING ON WS-Contact-Count
                                 INDEXED BY Ct-Ix.
               05 WS-Ct-Card    PIC X(16).
               05 WS-Ct-Name    PIC X(30).
               05 WS-Ct-Street  PIC X(30).
               05 WS-Ct-City    PIC X(20).
               05 WS-Ct-Phone   PIC X(10).
               05 WS-Ct-Used    PIC 9.
       01 WS-Contact-Sub        PIC 9(5).

      *Reconciliation figures: taken from Data_File.dat as it is
      *read, and again from the master once it is loaded
       01 WS-Legacy-Count       PIC 9(7) VALUE 0.
       01 WS-Legacy-Balance     PIC S9(11)V99 VALUE 0.
       01 WS-Legacy-Principal   PIC 9(11)V99 VALUE 0.
       01 WS-Master-Count       PIC 9(7) VALUE 0.
       01 WS-Master-Balance     PIC S9(11)V99 VALUE 0.
       01 WS-Master-Principal   PIC 9(11)V99 VALUE 0.
       01 WS-Duplicate-Count    PIC 9(7) VALUE 0.
       01 WS-No-Contact-Count   PIC 9(7) VALUE 0.
       01 WS-Unused-Contact-Count PIC 9(7) VALUE 0.
       01 WS-Reconciled         PIC 9 VALUE 1.
           88 Conversion-Reconciled VALUE 1.

       01 WS-Report-Heading.
           03 FILLER            PIC X(34)
               VALUE "CUSTOMER MASTER CONVERSION  RUN ".
           03 RH-Date           PIC 9(8).
       01 WS-Exception-Line.
           03 EL-Card           PIC X(16).
           03 FILLER            PIC X(2)  VALUE SPACES.
           03 EL-Reason         PIC X(40).
       01 WS-Count-Line.
           03 CL-Label          PIC X(36).
           03 CL-Count          PIC Z,ZZZ,ZZ9.
       01 WS-Reconcile-Heading.
           03 FILLER            PIC X(24) VALUE "RECONCILIATION".
           03 FILLER            PIC X(12) VALUE "   DATA_FILE".
           03 FILLER            PIC X(20)
               VALUE "              MASTER".
       01 WS-Reconcile-Line.
           03 RL-Label          PIC X(18).
           03 RL-Legacy         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           03 FILLER            PIC X(2)  VALUE SPACES.
           03 RL-Master         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           03 FILLER            PIC X(2)  VALUE SPACES.
           03 RL-Result         PIC X(6).

       procedure division.
       main-program.
           perform configure-file-paths
           display "CUSTOMER MASTER CONVERSION"
           accept WS-Run-Date from DATE YYYYMMDD
           perform check-master-empty
           perform load-contacts
           open output ConversionReport
           move WS-Run-Date to RH-Date
           write ConversionLine from WS-Report-Heading
           move spaces to ConversionLine
           write ConversionLine
           perform load-master
           perform list-unused-contacts
           perform reconcile-master
           perform write-reconciliation
           close ConversionReport
           if Conversion-Reconciled
               display "CONVERSION RECONCILED"
           else
               display "CONVERSION OUT OF BALANCE - SEE REPORT"
           end-if

           goback.

      *--------------------------------------------------------------
      *check-master-empty refuses to load over a master that
      *already holds customers
      *--------------------------------------------------------------
       check-master-empty.
           open input CustomerMaster
           if WS-Master-Status = "00"
               read CustomerMaster next record
                   at end
                       continue
                   not at end
                       display "CUSTOMER MASTER ALREADY LOADED - "
                           "RUN CANCELLED"
                       close CustomerMaster
                       stop run
               end-read
               close CustomerMaster
           end-if
           exit.

      *--------------------------------------------------------------
      *load-contacts loads the name and address extract
      *--------------------------------------------------------------
       load-contacts.
           open input CustomerContacts
           read CustomerContacts
               at end set End-Of-Contacts to true
           end-read
           perform load-one-contact until End-Of-Contacts
           close CustomerContacts
           exit.

      *--------------------------------------------------------------
      *load-one-contact stores one customer's name and address
      *--------------------------------------------------------------
       load-one-contact.
           if WS-Contact-Count >= 10000
               display "ERROR: Contact table full"
               stop run
           end-if
           add 1 to WS-Contact-Count
           move CT-Card to WS-Ct-Card(WS-Contact-Count)
           move CT-Name to WS-Ct-Name(WS-Contact-Count)
           move CT-Street to WS-Ct-Street(WS-Contact-Count)
           move CT-City to WS-Ct-City(WS-Contact-Count)
           move CT-Phone to WS-Ct-Phone(WS-Contact-Count)
           move 0 to WS-Ct-Used(WS-Contact-Count)
           read CustomerContacts
               at end set End-Of-Contacts to true
           end-read
           exit.

      *--------------------------------------------------------------
      *load-master writes every Data_File.dat profile to the master
      *--------------------------------------------------------------
       load-master.
           open input LegacyData
           open output CustomerMaster
           if WS-Master-Status not = "00"
               display "CANNOT OPEN CustomerMaster.dat - STATUS "
                   WS-Master-Status
               stop run
           end-if
           read LegacyData
               at end set End-Of-Legacy to true
           end-read
           perform load-one-customer until End-Of-Legacy
           close LegacyData CustomerMaster
           exit.

      *--------------------------------------------------------------
      *load-one-customer carries one profile across with its name
      *and address added
      *--------------------------------------------------------------
       load-one-customer.
           add 1 to WS-Legacy-Count
           add LG-Balance to WS-Legacy-Balance
           if LG-Principal numeric
               add LG-Principal to WS-Legacy-Principal
           end-if
           move spaces to CustomerMasterImage
           move LegacyProfile to CM-Profile-Image
           move LG-Card to WS-Card-Work
           set Ct-Ix to 1
           search WS-Contact-Entry
               at end
                   add 1 to WS-No-Contact-Count
                   move WS-Card-Work to EL-Card
                   move "NO NAME OR ADDRESS ON CONTACT EXTRACT"
                       to EL-Reason
                   write ConversionLine from WS-Exception-Line
               when WS-Ct-Card(Ct-Ix) = WS-Card-Work
                   move WS-Ct-Name(Ct-Ix) to Customer-Name
                   move WS-Ct-Street(Ct-Ix) to Street-Address
                   move WS-Ct-City(Ct-Ix) to City
                   move WS-Ct-Phone(Ct-Ix) to Phone-Number
                   move 1 to WS-Ct-Used(Ct-Ix)
           end-search
           write CustomerProfile
               invalid key
                   add 1 to WS-Duplicate-Count
                   move WS-Card-Work to EL-Card
                   move "DUPLICATE CARD NUMBER - NOT LOADED"
                       to EL-Reason
                   write ConversionLine from WS-Exception-Line
           end-write
           read LegacyData
               at end set End-Of-Legacy to true
           end-read
           exit.

      *--------------------------------------------------------------
      *list-unused-contacts lists extract records that matched no
      *profile
      *--------------------------------------------------------------
       list-unused-contacts.
           perform list-one-unused-contact
               varying WS-Contact-Sub from 1 by 1
               until WS-Contact-Sub > WS-Contact-Count
           exit.

      *--------------------------------------------------------------
      *list-one-unused-contact lists one unmatched extract record
      *--------------------------------------------------------------
       list-one-unused-contact.
           if WS-Ct-Used(WS-Contact-Sub) = 0
               add 1 to WS-Unused-Contact-Count
               move WS-Ct-Card(WS-Contact-Sub) to EL-Card
               move "CONTACT WITH NO CUSTOMER PROFILE" to EL-Reason
               write ConversionLine from WS-Exception-Line
           end-if
           exit.

      *--------------------------------------------------------------
      *reconcile-master reads the loaded master back for its count
      *and totals
      *--------------------------------------------------------------
       reconcile-master.
           open input CustomerMaster
           if WS-Master-Status not = "00"
               display "CANNOT OPEN CustomerMaster.dat - STATUS "
                   WS-Master-Status
               stop run
           end-if
           read CustomerMaster next record
               at end set End-Of-Master to true
           end-read
           perform total-one-customer until End-Of-Master
           close CustomerMaster
           exit.

      *--------------------------------------------------------------
      *total-one-customer adds one master record into the totals
      *--------------------------------------------------------------
       total-one-customer.
           add 1 to WS-Master-Count
           add Credit-Card-Balance to WS-Master-Balance
           if Mortgage-Principal numeric
               add Mortgage-Principal to WS-Master-Principal
           end-if
           read CustomerMaster next record
               at end set End-Of-Master to true
           end-read
           exit.

      *--------------------------------------------------------------
      *write-reconciliation prints the load counts and the three
      *reconciliation figures side by side; duplicates rejected on
      *the load are allowed for in the record count only, since
      *their balances never reached the master
      *--------------------------------------------------------------
       write-reconciliation.
           move spaces to ConversionLine
           write ConversionLine
           move "PROFILES READ FROM DATA_FILE" to CL-Label
           move WS-Legacy-Count to CL-Count
           write ConversionLine from WS-Count-Line
           move "DUPLICATES NOT LOADED" to CL-Label
           move WS-Duplicate-Count to CL-Count
           write ConversionLine from WS-Count-Line
           move "LOADED WITHOUT NAME OR ADDRESS" to CL-Label
           move WS-No-Contact-Count to CL-Count
           write ConversionLine from WS-Count-Line
           move "CONTACTS WITH NO PROFILE" to CL-Label
           move WS-Unused-Contact-Count to CL-Count
           write ConversionLine from WS-Count-Line
           move spaces to ConversionLine
           write ConversionLine
           write ConversionLine from WS-Reconcile-Heading
           move "RECORDS" to RL-Label
           compute RL-Legacy = WS-Legacy-Count - WS-Duplicate-Count
           move WS-Master-Count to RL-Master
           if WS-Legacy-Count - WS-Duplicate-Count
               = WS-Master-Count
               move "AGREES" to RL-Result
           else
               move "DIFFER" to RL-Result
               move 0 to WS-Reconciled
           end-if
           write ConversionLine from WS-Reconcile-Line
           move "CARD BALANCES" to RL-Label
           move WS-Legacy-Balance to RL-Legacy
           move WS-Master-Balance to RL-Master
           if WS-Legacy-Balance = WS-Master-Balance
               move "AGREES" to RL-Result
           else
               move "DIFFER" to RL-Result
               move 0 to WS-Reconciled
           end-if
           write ConversionLine from WS-Reconcile-Line
           move "MORTGAGE PRINCIPAL" to RL-Label
           move WS-Legacy-Principal to RL-Legacy
           move WS-Master-Principal to RL-Master
           if WS-Legacy-Principal = WS-Master-Principal
               move "AGREES" to RL-Result
           else
               move "DIFFER" to RL-Result
               move 0 to WS-Reconciled
           end-if
           write ConversionLine from WS-Reconcile-Line
           move spaces to ConversionLine
           write ConversionLine
           if Conversion-Reconciled
               move "CONVERSION RECONCILED" to ConversionLine
           else
               move "CONVERSION OUT OF BALANCE" to ConversionLine
           end-if
           write ConversionLine
           display "PROFILES READ   : " WS-Legacy-Count
           display "MASTER RECORDS  : " WS-Master-Count
           display "DUPLICATES      : " WS-Duplicate-Count
           display "NO NAME/ADDRESS : " WS-No-Contact-Count
           exit.


      *-------------------------------------------------------------
      *Resolve every file path: the DD_ environment variable wins
      *when it is set, otherwise the built-in default stands, and
      *the resolved paths are echoed into the run output
      *-------------------------------------------------------------
       configure-file-paths.
           move spaces to path-override
           accept path-override from environment
               "DD_LEGACYDATA"
           if path-override not = spaces
               move path-override to LegacyData-Path
           end-if
           display "LegacyData: " LegacyData-Path
           move spaces to path-override
           accept path-override from environment
               "DD_CUSTOMERCONTACTS"
           if path-override not = spaces
               move path-override to CustomerContacts-Path
           end-if
           display "CustomerContacts: " CustomerContacts-Path
           move spaces to path-override
           accept path-override from environment
               "DD_CUSTOMERMASTER"
           if path-override not = spaces
               move path-override to CustomerMaster-Path
           end-if
           display "CustomerMaster: " CustomerMaster-Path
           move spaces to path-override
           accept path-override from environment
               "DD_CONVERSIONREPORT"
           if path-override not = spaces
               move path-override to ConversionReport-Path
           end-if
           display "ConversionReport: " ConversionReport-Path
           exit.
       end program CustomerConvert.
