       identification division.
       program-id. CustomerMaint as "CustomerMaint".

      *CustomerMaint maintains the indexed CustomerMaster.dat the
      *card and mortgage runs read, in the same style as StudentMaint:
      *a transaction file of adds, changes, and deletes keyed on the
      *card number, applied only for an operator holding a
      *maintenance grant on the shared permissions file. It keeps
      *the customer's name and mailing address (name, street, city,
      *province, postal code) and phone number, and the SIN; the
      *balances, credit limit and mortgage details belong to the
      *posting, limit and mortgage runs and are not touched here.
      *
      *Edits: the card number must be sixteen digits, and a new
      *card's must carry a valid check digit; an add needs the name,
      *street, city, province and postal code; a postal code must
      *follow the A9A9A9 pattern, a phone number must be ten digits
      *and a SIN nine digits with only spaces and dashes around
      *them. Adds for cards already on the master, changes or
      *deletes for cards not on it, and deletes of an account still
      *carrying a card balance or mortgage are rejected. A change
      *replaces only the fields the transaction carries.
      *
      *Every change applied is written to CustomerAudit.dat with the
      *date, time, operator signed on, the action, and the name and
      *address before and after.

       environment division.
       input-output section.
       file-control.
           Select CustomerChanges assign using
           CustomerChanges-Path
           organization is line sequential.

           Select CustomerMaster assign using
           CustomerMaster-Path
           organization is indexed
           access is random
           record key is Credit-Card-Number
           file status is WS-Master-Status.

           Select optional CustomerAudit assign using
           CustomerAudit-Path
           organization is line sequential.

       data division.
       file section.
       fd CustomerChanges.
       01 CustomerChange.
           03 CU-Type           PIC X.
               88 Add-A-Customer    VALUE "A".
               88 Change-A-Customer VALUE "C".
               88 Delete-A-Customer VALUE "D".
           03 CU-Card           PIC X(16).
           03 CU-Name           PIC X(30).
           03 CU-Street         PIC X(30).
           03 CU-City           PIC X(20).
           03 CU-Province       PIC X(8).
           03 CU-Postal-Code    PIC X(6).
           03 CU-Phone          PIC X(10).
           03 CU-SIN            PIC X(15).

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

       fd CustomerAudit.
       01 CustomerAuditRecord   PIC X(253).

       working-storage section.

      *File assignments resolved at start-up: each path may be
      *overridden through its DD_ environment variable, with the
      *original location as the default, so test and production
      *are a configuration difference instead of a source edit
       01  CustomerChanges-Path  pic x(80)
           value "C:\DataFiles\CustomerChanges.dat".
       01  CustomerMaster-Path  pic x(80)
           value "C:\DataFiles\CustomerMaster.dat".
       01  CustomerAudit-Path  pic x(80)
           value "C:\DataFiles\CustomerAudit.dat".
       01  path-override  pic x(80).

       01 WS-Master-Status      PIC XX.
       01 WS-EOF                PIC 9 VALUE 0.
           88 No-More-Changes   VALUE 1.
       01 WS-Record-Found-Flag  PIC 9 VALUE 0.
           88 Record-Found      VALUE 1.
       01 WS-Change-Valid       PIC 9 VALUE 1.
           88 Change-Valid      VALUE 1.
       01 WS-Reject-Reason      PIC X(40).

      *Check-digit and format edit support
       01 WS-Card-Check.
           03 WS-Cc-Digit       PIC 9 OCCURS 16 TIMES.
       01 WS-Luhn-Sum           PIC 9(4).
       01 WS-Luhn-Digit         PIC 99.
       01 WS-Luhn-Sub           PIC 99.
       01 WS-Luhn-Quotient      PIC 9(4).
       01 WS-Luhn-Remainder     PIC 99.
       01 WS-Luhn-Double        PIC 9.
           88 Luhn-Double       VALUE 1.
       01 WS-Char-Ix            PIC 99.
       01 WS-Digit-Count        PIC 99.
       01 WS-Other-Count        PIC 99.

      *End-of-run transaction counters, displayed by the summary
       01 WS-Add-Count          PIC 9(4) VALUE 0.
       01 WS-Change-Count       PIC 9(4) VALUE 0.
       01 WS-Delete-Count       PIC 9(4) VALUE 0.
       01 WS-Reject-Count       PIC 9(4) VALUE 0.

      *Request block for the shared SignOn subprogram
       01 WS-SIGNON-REQUEST.
           03 WS-SO-PROGRAM     PIC X(20).
           03 WS-SO-FUNCTION    PIC X.
           03 WS-SO-OPERATOR    PIC X(8).
           03 WS-SO-RESULT      PIC X.
               88 Sign-On-Granted VALUE "A".

      *Audit record: when, who, what, and the name and address
      *before and after the change (spaces for an add's before image
      *or a delete's after image)
       01 WS-Audit-Date         PIC 9(8).
       01 WS-Audit-Time-Raw     PIC 9(8).
       01 WS-Audit-Line.
           03 AU-Date           PIC 9(8).
           03 FILLER            PIC X VALUE SPACE.
           03 AU-Time           PIC 9(6).
           03 FILLER            PIC X VALUE SPACE.
           03 AU-Operator       PIC X(8).
           03 FILLER            PIC X VALUE SPACE.
           03 AU-Action         PIC X.
           03 FILLER            PIC X VALUE SPACE.
           03 AU-Card           PIC X(16).
           03 FILLER            PIC X VALUE SPACE.
           03 AU-Before         PIC X(104).
           03 FILLER            PIC X VALUE SPACE.
           03 AU-After          PIC X(104).
       01 WS-Contact-Image.
           03 CI-Name           PIC X(30).
           03 CI-Street         PIC X(30).
           03 CI-City           PIC X(20).
           03 CI-Province       PIC X(8).
           03 CI-Postal-Code    PIC X(6).
           03 CI-Phone          PIC X(10).

       procedure division.
       main-program.
           perform configure-file-paths
      *No change is applied for an operator without a maintenance
      *grant on the shared permissions file; the operator signed on
      *is stamped into every audit record
           move "CustomerMaint" to WS-SO-PROGRAM
           move "M" to WS-SO-FUNCTION
           call "SignOn" using WS-SIGNON-REQUEST
           if not Sign-On-Granted
               display "RUN REFUSED - OPERATOR NOT AUTHORIZED"
               stop run
           end-if
           accept WS-Audit-Date from DATE YYYYMMDD
           perform open-files
           perform process-change until No-More-Changes
           perform close-files
           perform display-summary

           goback.

      *--------------------------------------------------------------
      *open-files opens the transaction file, the master and the
      *audit trail
      *--------------------------------------------------------------
       open-files.
           open input CustomerChanges
           open i-o CustomerMaster
           if WS-Master-Status = "35"
               display "CUSTOMER MASTER NOT FOUND - RUN CANCELLED"
               stop run
           end-if
           open extend CustomerAudit
           read CustomerChanges
               at end set No-More-Changes to true
           end-read
           exit.

      *--------------------------------------------------------------
      *process-change edits the transaction, looks its card up on
      *the master and applies or rejects it, then reads the next one
      *--------------------------------------------------------------
       process-change.
           perform edit-change
           if not Change-Valid
               perform reject-change
               perform read-next-change
               exit paragraph
           end-if
           move 1 to WS-Record-Found-Flag
           move CU-Card to Credit-Card-Number
           read CustomerMaster key is Credit-Card-Number
               invalid key
                   move 0 to WS-Record-Found-Flag
           end-read
           evaluate true
               when Add-A-Customer
                   if Record-Found
                       move "CANNOT ADD EXISTING CUSTOMER"
                           to WS-Reject-Reason
                       perform reject-change
                   else
                       perform valid-add
                   end-if
               when Change-A-Customer
                   if Record-Found
                       perform valid-change
                   else
                       move "CANNOT CHANGE MISSING CUSTOMER"
                           to WS-Reject-Reason
                       perform reject-change
                   end-if
               when Delete-A-Customer
                   if Record-Found
                       perform valid-delete
                   else
                       move "CANNOT DELETE MISSING CUSTOMER"
                           to WS-Reject-Reason
                       perform reject-change
                   end-if
           end-evaluate
           perform read-next-change
           exit.

      *--------------------------------------------------------------
      *read-next-change reads the next transaction
      *--------------------------------------------------------------
       read-next-change.
           read CustomerChanges
               at end set No-More-Changes to true
           end-read
           exit.

      *--------------------------------------------------------------
      *edit-change runs the field edits, leaving the first failure
      *in WS-Reject-Reason
      *--------------------------------------------------------------
       edit-change.
           move 1 to WS-Change-Valid
           if not Add-A-Customer and not Change-A-Customer
               and not Delete-A-Customer
               move "INVALID TRANSACTION TYPE" to WS-Reject-Reason
               move 0 to WS-Change-Valid
               exit paragraph
           end-if
           if CU-Card not numeric
               move "CARD NUMBER NOT 16 DIGITS" to WS-Reject-Reason
               move 0 to WS-Change-Valid
               exit paragraph
           end-if
           if Delete-A-Customer
               exit paragraph
           end-if
           if Add-A-Customer
               perform check-card-digit
               if not Change-Valid
                   exit paragraph
               end-if
               if CU-Name = spaces or CU-Street = spaces
                   or CU-City = spaces or CU-Province = spaces
                   or CU-Postal-Code = spaces
                   move "ADD MISSING NAME OR ADDRESS"
                       to WS-Reject-Reason
                   move 0 to WS-Change-Valid
                   exit paragraph
               end-if
           end-if
           if CU-Postal-Code not = spaces
               perform check-postal-code
           end-if
           if Change-Valid and CU-Phone not = spaces
               and CU-Phone not numeric
               move "PHONE NUMBER NOT 10 DIGITS" to WS-Reject-Reason
               move 0 to WS-Change-Valid
           end-if
           if Change-Valid and CU-SIN not = spaces
               perform check-sin
           end-if
           exit.

      *--------------------------------------------------------------
      *check-card-digit proves a new card number's Luhn check digit:
      *from the right, every second digit is doubled (less nine when
      *over nine) and the sum of all sixteen must be a multiple of
      *ten
      *--------------------------------------------------------------
       check-card-digit.
           move CU-Card to WS-Card-Check
           move 0 to WS-Luhn-Sum
           move 0 to WS-Luhn-Double
           perform add-luhn-digit
               varying WS-Luhn-Sub from 16 by -1
               until WS-Luhn-Sub < 1
           divide WS-Luhn-Sum by 10 giving WS-Luhn-Quotient
               remainder WS-Luhn-Remainder
           if WS-Luhn-Remainder not = 0
               move "CARD NUMBER FAILS CHECK DIGIT"
                   to WS-Reject-Reason
               move 0 to WS-Change-Valid
           end-if
           exit.

      *--------------------------------------------------------------
      *add-luhn-digit adds one digit into the Luhn sum
      *--------------------------------------------------------------
       add-luhn-digit.
           move WS-Cc-Digit(WS-Luhn-Sub) to WS-Luhn-Digit
           if Luhn-Double
               compute WS-Luhn-Digit = WS-Luhn-Digit * 2
               if WS-Luhn-Digit > 9
                   subtract 9 from WS-Luhn-Digit
               end-if
               move 0 to WS-Luhn-Double
           else
               set Luhn-Double to true
           end-if
           add WS-Luhn-Digit to WS-Luhn-Sum
           exit.

      *--------------------------------------------------------------
      *check-postal-code verifies the A9A9A9 pattern, the same edit
      *the statement run applies
      *--------------------------------------------------------------
       check-postal-code.
           if CU-Postal-Code(1:1) is not alphabetic
               or CU-Postal-Code(3:1) is not alphabetic
               or CU-Postal-Code(5:1) is not alphabetic
               or CU-Postal-Code(1:1) = space
               or CU-Postal-Code(3:1) = space
               or CU-Postal-Code(5:1) = space
               or CU-Postal-Code(2:1) is not numeric
               or CU-Postal-Code(4:1) is not numeric
               or CU-Postal-Code(6:1) is not numeric
               move "BAD POSTAL CODE" to WS-Reject-Reason
               move 0 to WS-Change-Valid
           end-if
           exit.

      *--------------------------------------------------------------
      *check-sin verifies the SIN carries exactly nine digits, with
      *only spaces and dashes around them
      *--------------------------------------------------------------
       check-sin.
           move 0 to WS-Digit-Count WS-Other-Count
           perform check-one-sin-character
               varying WS-Char-Ix from 1 by 1
               until WS-Char-Ix > 15
           if WS-Digit-Count not = 9 or WS-Other-Count > 0
               move "BAD SIN" to WS-Reject-Reason
               move 0 to WS-Change-Valid
           end-if
           exit.

      *--------------------------------------------------------------
      *check-one-sin-character counts one character of the SIN
      *--------------------------------------------------------------
       check-one-sin-character.
           if CU-SIN(WS-Char-Ix:1) is numeric
               add 1 to WS-Digit-Count
           else
               if CU-SIN(WS-Char-Ix:1) not = space
                   and CU-SIN(WS-Char-Ix:1) not = "-"
                   add 1 to WS-Other-Count
               end-if
           end-if
           exit.

      *--------------------------------------------------------------
      *valid-add writes a brand-new customer to the master with no
      *balance, no mortgage and no limit yet; the posting run gives
      *the account the default limit
      *--------------------------------------------------------------
       valid-add.
           move spaces to CustomerProfile
           move CU-Card to Credit-Card-Number
           move CU-SIN to Social-Insurance-Number
           move CU-Postal-Code to Postal-Code
           move 0 to Credit-Card-Balance
           move 0 to Mortgage_Rate
           move CU-Province to Province
           move 0 to Total-Income
           move 0 to Grocery-Item-Price
           move 0 to Provincial-Tax-Rate
           move CU-Name to Customer-Name
           move CU-Street to Street-Address
           move CU-City to City
           move CU-Phone to Phone-Number
           move spaces to AU-Before
           perform take-contact-image
           move WS-Contact-Image to AU-After
           write CustomerProfile
           move "A" to AU-Action
           perform write-audit-record
           add 1 to WS-Add-Count
           exit.

      *--------------------------------------------------------------
      *valid-change rewrites an existing customer, replacing only
      *the fields the transaction actually carries
      *--------------------------------------------------------------
       valid-change.
           perform take-contact-image
           move WS-Contact-Image to AU-Before
           if CU-Name not = spaces
               move CU-Name to Customer-Name
           end-if
           if CU-Street not = spaces
               move CU-Street to Street-Address
           end-if
           if CU-City not = spaces
               move CU-City to City
           end-if
           if CU-Province not = spaces
               move CU-Province to Province
           end-if
           if CU-Postal-Code not = spaces
               move CU-Postal-Code to Postal-Code
           end-if
           if CU-Phone not = spaces
               move CU-Phone to Phone-Number
           end-if
           if CU-SIN not = spaces
               move CU-SIN to Social-Insurance-Number
           end-if
           perform take-contact-image
           move WS-Contact-Image to AU-After
           rewrite CustomerProfile
           move "C" to AU-Action
           perform write-audit-record
           add 1 to WS-Change-Count
           exit.

      *--------------------------------------------------------------
      *valid-delete removes a customer from the master, provided the
      *account owes nothing on the card and carries no mortgage
      *--------------------------------------------------------------
       valid-delete.
           if Credit-Card-Balance not = 0
               move "CANNOT DELETE - CARD BALANCE NOT ZERO"
                   to WS-Reject-Reason
               perform reject-change
               exit paragraph
           end-if
           if Mortgage-Principal numeric and Mortgage-Principal > 0
               move "CANNOT DELETE - MORTGAGE OUTSTANDING"
                   to WS-Reject-Reason
               perform reject-change
               exit paragraph
           end-if
           perform take-contact-image
           move WS-Contact-Image to AU-Before
           move spaces to AU-After
           delete CustomerMaster
           move "D" to AU-Action
           perform write-audit-record
           add 1 to WS-Delete-Count
           exit.

      *--------------------------------------------------------------
      *take-contact-image copies the customer's name and address for
      *the audit record
      *--------------------------------------------------------------
       take-contact-image.
           move Customer-Name to CI-Name
           move Street-Address to CI-Street
           move City to CI-City
           move Province to CI-Province
           move Postal-Code to CI-Postal-Code
           move Phone-Number to CI-Phone
           exit.

      *--------------------------------------------------------------
      *write-audit-record stamps and writes one audit record
      *--------------------------------------------------------------
       write-audit-record.
           move WS-Audit-Date to AU-Date
           accept WS-Audit-Time-Raw from TIME
           move WS-Audit-Time-Raw(1:6) to AU-Time
           move WS-SO-OPERATOR to AU-Operator
           move CU-Card to AU-Card
           write CustomerAuditRecord from WS-Audit-Line
           exit.

      *--------------------------------------------------------------
      *reject-change reports a transaction that was not applied
      *--------------------------------------------------------------
       reject-change.
           display WS-Reject-Reason " " CU-Type " " CU-Card
           add 1 to WS-Reject-Count
           exit.

      *--------------------------------------------------------------
      *close-files closes the files
      *--------------------------------------------------------------
       close-files.
           close CustomerChanges CustomerMaster CustomerAudit
           exit.

      *--------------------------------------------------------------
      *display-summary reports what the run applied and rejected
      *--------------------------------------------------------------
       display-summary.
           display "CUSTOMER MAINTENANCE SUMMARY"
           display "  ADDS    " WS-Add-Count
           display "  CHANGES " WS-Change-Count
           display "  DELETES " WS-Delete-Count
           display "  REJECTS " WS-Reject-Count
           exit.


      *-------------------------------------------------------------
      *Resolve every file path: the DD_ environment variable wins
      *when it is set, otherwise the built-in default stands, and
      *the resolved paths are echoed into the run output
      *-------------------------------------------------------------
       configure-file-paths.
           move spaces to path-override
           accept path-override from environment
               "DD_CUSTOMERCHANGES"
           if path-override not = spaces
               move path-override to CustomerChanges-Path
           end-if
           display "CustomerChanges: " CustomerChanges-Path
           move spaces to path-override
           accept path-override from environment
               "DD_CUSTOMERMASTER"
           if path-override not = spaces
               move path-override to CustomerMaster-Path
           end-if
           display "CustomerMaster: " CustomerMaster-Path
           move spaces to path-override
           accept path-override from environment
               "DD_CUSTOMERAUDIT"
           if path-override not = spaces
               move path-override to CustomerAudit-Path
           end-if
           display "CustomerAudit: " CustomerAudit-Path
           exit.
       end program CustomerMaint.
