      *The bracket ("B") records must be contiguous and
      *non-overlapping from zero upward with sane percentages, and
      *every fixed ("F") record must name a JobCode the payroll
      *recognizes. Each employer-contribution ("E") record must name
      *a GL code of its own - not one of the job codes, commission
      *"K", holiday "H", or the "*" balancing entry the GL account
      *map already keys - and carry a numeric percentage no higher
      *than the sane employer ceiling, and there may be no more of
      *them than the payroll run holds. A candidate that fails is
      *refused with a report line per problem, so a gap between two
      *brackets can never again leave a salary band untaxed for
      *weeks.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           03    CR-Type                PIC X.
               88  CR-Bracket           VALUE "B".
               88  CR-Fixed             VALUE "F".
               88  CR-Employer          VALUE "E".
           03    FILLER                 PIC X.
           03    CR-Detail              PIC X(30).
           03    CR-Bracket-Detail REDEFINES CR-Detail.
               05  FILLER               PIC X.
               05  CR-Description       PIC X(10).
               05  FILLER               PIC X(12).
           03    CR-Employer-Detail REDEFINES CR-Detail.
               05  CR-Emp-GLCode        PIC X.
               05  FILLER               PIC X.
               05  CR-Emp-Percent       PIC 99V99.
               05  FILLER               PIC X.
               05  CR-Emp-Description   PIC X(10).
               05  FILLER               PIC X(13).

       fd DeductionRates.
       01  DeductionRateRecord          PIC X(32).
       01  WS-Bracket-Sub               PIC 99.
       01  WS-Fixed-Count               PIC 99 VALUE ZEROS.

      *Employer contributions: the payroll run holds five, and no
      *single employer rate runs past the ceiling percentage
       01  WS-Employer-Count            PIC 99 VALUE ZEROS.
       01  WS-Max-Employer-Count        PIC 99 VALUE 5.
       01  WS-Max-Employer-Percent      PIC 99V99 VALUE 15.00.

       01  WS-Report-Heading            PIC X(40) VALUE
           "DEDUCTION RATES INSTALL - EDIT REPORT".
       01  WS-Error-Line.
                   perform check-bracket-record
               when CR-Fixed
                   perform check-fixed-record
               when CR-Employer
                   perform check-employer-record
               when other
                   move "UNRECOGNIZED RECORD TYPE" to EL-Text
                   perform write-error-line
           add 1 to WS-Fixed-Count
           exit.

      *-------------------------------------------------------------
      *check-employer-record paragraph edits one "E" record: a GL
      *code to post under, a description to remit under, and a
      *numeric percentage within the ceiling. The GL code keys the
      *GL account map beside the store's job codes, so a code the
      *map already uses would post the burden to that account
      *-------------------------------------------------------------
       check-employer-record.
           if CR-Emp-GLCode = space
               move "NO GL CODE ON EMPLOYER RATE" to EL-Text
               perform write-error-line
           end-if
           if CR-Emp-GLCode = "M" or CR-Emp-GLCode = "S"
               or CR-Emp-GLCode = "A" or CR-Emp-GLCode = "C"
               or CR-Emp-GLCode = "K" or CR-Emp-GLCode = "H"
               or CR-Emp-GLCode = "*"
               move "GL CODE RESERVED IN GL MAP" to EL-Text
               perform write-error-line
           end-if
           if CR-Emp-Description = spaces
               move "NO DESCRIPTION ON EMPLOYER RATE" to EL-Text
               perform write-error-line
           end-if
           if CR-Detail(3:4) not numeric
               move "NON-NUMERIC EMPLOYER PERCENTAGE" to EL-Text
               perform write-error-line
           else
               if CR-Emp-Percent > WS-Max-Employer-Percent
                   move "EMPLOYER PERCENTAGE NOT SANE" to EL-Text
                   perform write-error-line
               end-if
           end-if
           add 1 to WS-Employer-Count
           if WS-Employer-Count > WS-Max-Employer-Count
               move "TOO MANY EMPLOYER RATE RECORDS" to EL-Text
               perform write-error-line
           end-if
           exit.

      *-------------------------------------------------------------
      *check-bracket-coverage paragraph proves the brackets tile the
      *salary range from zero upward with no gap and no overlap: the
