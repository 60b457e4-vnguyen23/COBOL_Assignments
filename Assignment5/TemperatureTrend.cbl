       file section.
       fd DailyTemperatures.
      *Same layout Assignment5 writes, the temperature read back as
      *text so the signed edited field can be picked apart
       01 DailyTemperatureRecord.
           03 DT-Date           PIC 9(8).
           03 FILLER            PIC X(2).
           03 FILLER            PIC X(2).
           03 DT-Day-Number     PIC 9.
           03 FILLER            PIC X(2).
           03 DT-Temp-Text      PIC X(5).
           03 FILLER            PIC X(9).

       fd TrendReport.
       01 TrendReportLine       PIC X(80).
                                 DEPENDING ON city-table-count
                                 INDEXED BY City-Ix.
               05 city-name         PIC X(10).
               05 this-week-total   PIC S9(5)V9.
               05 this-week-count   PIC 99.
               05 prior-week-total  PIC S9(5)V9.
               05 prior-week-count  PIC 99.
               05 all-time-high     PIC S99V9.
               05 all-time-high-date PIC 9(8).
               05 all-time-low      PIC S99V9.
               05 all-time-low-date PIC 9(8).
               05 city-reading-count PIC 9(5).

       01 temperature-value     PIC S99V9.
       01 temp-parse-work       PIC X(5).
       01 temp-parse-minus      PIC 9.
       01 temp-parse-point      PIC 9.
       01 temp-parse-lead       PIC 9.
       01 temp-parse-int        PIC X(2).
       01 temp-parse-int-num REDEFINES temp-parse-int PIC 99.
       01 temp-parse-dec        PIC X.
       01 temp-parse-dec-num REDEFINES temp-parse-dec PIC 9.
       01 this-week-avg         PIC S99V9.
       01 prior-week-avg        PIC S99V9.
       01 avg-difference        PIC S999V9.

       01 report-heading.
           03 FILLER            PIC X(40) VALUE
       01 city-line.
           03 CL-City           PIC X(10).
           03 FILLER            PIC X(11) VALUE " this week ".
           03 CL-This-Week      PIC --9.9.
           03 FILLER            PIC X(13) VALUE "  prior week ".
           03 CL-Prior-Week     PIC --9.9.
           03 FILLER            PIC X(13) VALUE "  difference ".
           03 CL-Difference     PIC ---9.9.
       01 no-prior-line.
           03 FILLER            PIC X(10) VALUE SPACES.
           03 FILLER            PIC X(36) VALUE
       01 extreme-line.
           03 FILLER            PIC X(12) VALUE SPACES.
           03 XL-Label          PIC X(15).
           03 XL-Temp           PIC --9.9.
           03 FILLER            PIC X(4)  VALUE " on ".
           03 XL-Date           PIC 9(8).

      *into its city's entry, and reads the next record
      *-------------------------------------------------------------
       accumulate-one-reading.
           move DT-Temp-Text to temp-parse-work
           perform parse-temperature
           perform find-or-add-city
           add 1 to city-reading-count(City-Ix)
           exit.

      *-------------------------------------------------------------
      *Turn the reading text in temp-parse-work into the numeric
      *reading: a leading minus marks a reading below zero, and the
      *figure is taken either side of the decimal point, so a
      *left-justified entry or the older unsigned nn.n text parses
      *the same way
      *-------------------------------------------------------------
       parse-temperature.
           move 0 to temp-parse-minus
           move 0 to temp-parse-point
           inspect temp-parse-work tallying temp-parse-minus
               for all "-"
           inspect temp-parse-work replacing all "-" by space
           inspect temp-parse-work tallying temp-parse-point
               for characters before initial "."
           move "00" to temp-parse-int
           move "0" to temp-parse-dec
           if temp-parse-point < 5
               if temp-parse-point < 4
                   move temp-parse-work(temp-parse-point + 2:1)
                       to temp-parse-dec
               end-if
           else
      *a whole number keyed without the decimal point
               move 0 to temp-parse-point
               move 0 to temp-parse-lead
               inspect temp-parse-work tallying temp-parse-lead
                   for leading space
               if temp-parse-lead < 5
                   inspect temp-parse-work(temp-parse-lead + 1:)
                       tallying temp-parse-point
                       for characters before initial space
                   add temp-parse-lead to temp-parse-point
               end-if
           end-if
           evaluate temp-parse-point
               when 0
                   continue
               when 1
                   move temp-parse-work(1:1) to temp-parse-int(2:1)
               when other
                   move temp-parse-work(temp-parse-point - 1:2)
                       to temp-parse-int
           end-evaluate
           inspect temp-parse-int replacing all space by "0"
           inspect temp-parse-dec replacing all space by "0"
           compute temperature-value =
               temp-parse-int-num + temp-parse-dec-num / 10
           if temp-parse-minus > 0
               compute temperature-value = 0 - temperature-value
           end-if
           exit.

      *-------------------------------------------------------------
