       identification division.
       program-id. MaskData as "MaskData".

      *MaskData produces a developer/tester-safe copy of the customer
      *master: it reads a production copy of the indexed
      *CustomerMaster.dat in card number order, scrubs the fields named
      *by the MaskRules.dat rules file (start position and length per
      *rule, such as the card number, the SIN, and the name, address and
      *phone number), and writes everything else intact to the
      *sequential CustomerMaster_Masked.dat. The masked copy stays
      *sequential because a masked card number no longer makes a usable
      *key. The scrubbing engine is the ReplaceChars subprogram from the
      *Conundrums folder, driven with a full digit-to-asterisk rule
      *table, so a masked field keeps its length and layout but loses
      *its digits.
      *
      *When MaskMode.dat says CONSIST the run masks consistently
      *instead: the first time a value is seen it is assigned a
       environment division.
       input-output section.
       file-control.
           Select CustomerMaster assign using
           CustomerMaster-Path
           organization is indexed
           access is sequential
           record key is PR-Card
           file status is WS-Master-Status.

           Select MaskedData assign using
           MaskedData-Path.

       data division.
       file section.
       fd CustomerMaster.
      *The CustomerProfile record handled as raw bytes so the rules
      *file alone decides which positions get scrubbed
       01 ProductionRecord.
           03 PR-Card           PIC 9(16).
           03 FILLER            PIC X(167).

       fd MaskedData.
       01 MaskedRecord          PIC X(183).

       fd MaskRules.
       01 MaskRule.
      *overridden through its DD_ environment variable, with the
      *original location as the default, so test and production
      *are a configuration difference instead of a source edit
       01  CustomerMaster-Path  pic x(80)
           value "C:\DataFiles\CustomerMaster.dat".
       01  MaskedData-Path  pic x(80)
           value "C:\DataFiles\CustomerMaster_Masked.dat".
       01  MaskRules-Path  pic x(80)
           value "C:\DataFiles\MaskRules.dat".
       01  MaskMode-Path  pic x(80)
       01  NewMappings-Path  pic x(80)
           value "C:\DataFiles\MaskNewMappings.rpt".
       01  path-override  pic x(80).
       01 WS-Master-Status      PIC XX.

      *Consistent-masking support: the mode switch, the persistent
      *translation table, the surrogate counter, and the run counts
               stop run
           end-if
           if MR-Start-Pos < 1 or MR-Length < 1 or MR-Length > 20
               or MR-Start-Pos + MR-Length - 1 > 183
               display "ERROR: Bad mask rule " MaskRule
               stop run
           end-if
      *open-files opens the production copy and the masked output
      *--------------------------------------------------------------
       open-files.
           open input CustomerMaster
           if WS-Master-Status not = "00"
               display "CANNOT OPEN CustomerMaster.dat - STATUS "
                   WS-Master-Status
               stop run
           end-if
           open output MaskedData
           read CustomerMaster
               at end set End-Of-File to true
           end-read
           exit.
           end-perform
           write MaskedRecord
           add 1 to WS-Record-Count
           read CustomerMaster
               at end set End-Of-File to true
           end-read
           exit.
      *close-files closes both data files and reports the run count
      *--------------------------------------------------------------
       close-files.
           close CustomerMaster MaskedData
           display "RECORDS MASKED: " WS-Record-Count
           exit.

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
               "DD_MASKEDDATA"
