           03 FILLER            PIC X(2).
           03 DT-Day-Number     PIC 9.
           03 FILLER            PIC X(2).
           03 DT-Temp-Text      PIC X(5).
           03 FILLER            PIC X(9).

       fd RetainedWork.
       01 RetainedWorkRecord    PIC X(39).
           03 FILLER            PIC X(2).
           03 MA-City           PIC X(10).
           03 FILLER            PIC X(2).
           03 MA-Average        PIC --9.9.
           03 FILLER            PIC X(2).
           03 MA-Min            PIC --9.9.
           03 FILLER            PIC X(2).
           03 MA-Max            PIC --9.9.
           03 FILLER            PIC X(2).
           03 MA-Count          PIC ZZZZ9.

               05 arch-key.
                   07 arch-year-month PIC 9(6).
                   07 arch-city       PIC X(10).
               05 arch-total        PIC S9(6)V9.
               05 arch-count        PIC 9(5).
               05 arch-min          PIC S99V9.
               05 arch-max          PIC S99V9.
       01 archive-lookup.
           03 lookup-year-month PIC 9(6).
           03 lookup-city       PIC X(10).

       01 temperature-value     PIC S99V9.
       01 archive-average       PIC S99V9.
       01 temp-parse-work       PIC X(5).
       01 temp-parse-minus      PIC 9.
       01 temp-parse-point      PIC 9.
       01 temp-parse-lead       PIC 9.
       01 temp-parse-int        PIC X(2).
       01 temp-parse-int-num REDEFINES temp-parse-int PIC 99.
       01 temp-parse-dec        PIC X.
      *-------------------------------------------------------------
       accumulate-archive-entry.
           move DT-Temp-Text to temp-parse-work
           perform parse-temperature

           move record-year-month to lookup-year-month
           move DT-City to lookup-city
           end-if
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
      *Append this run's city/month summaries to the archive file
      *-------------------------------------------------------------
