           03 FILLER            PIC X(2).
           03 DT-Day-Number     PIC 9.
           03 FILLER            PIC X(2).
           03 DT-Temp-Text      PIC X(5).
           03 FILLER            PIC X(9).

       fd AlertThresholds.
      *Freeze threshold then heat threshold, five positions each, in
      *the nn.n format the readings use with a leading minus for a
      *threshold below zero; the older "nn.n nn.n" record still
      *reads correctly
       01 AlertThresholdRecord.
           03 AT-Freeze-Text    PIC X(5).
           03 AT-Heat-Text      PIC X(5).

       fd AlertReport.
       01 AlertReportLine       PIC X(60).

      *Thresholds default to 5.0C (freeze watch) and 30.0C (heat)
      *and are overridden by AlertThresholds.dat when present
       01 freeze-threshold      PIC S99V9 VALUE 5.0.
       01 heat-threshold        PIC S99V9 VALUE 30.0.

       01 temperature-value     PIC S99V9.
       01 alert-count           PIC 9(5) VALUE 0.
       01 temp-parse-work       PIC X(5).
       01 temp-parse-minus      PIC 9.
       01 temp-parse-point      PIC 9.
       01 temp-parse-lead       PIC 9.
       01 temp-parse-int        PIC X(2).
       01 temp-parse-int-num REDEFINES temp-parse-int PIC 99.
       01 temp-parse-dec        PIC X.
           "Temperature threshold alert report".
       01 threshold-line.
           03 FILLER            PIC X(16) VALUE "Freeze at/below ".
           03 TL-Freeze         PIC --9.9.
           03 FILLER            PIC X(16) VALUE "  heat at/above ".
           03 TL-Heat           PIC --9.9.
       01 alert-line.
           03 AL-Type           PIC X(8).
           03 FILLER            PIC X(2) VALUE SPACES.
           03 FILLER            PIC X(2) VALUE SPACES.
           03 AL-Date           PIC 9(8).
           03 FILLER            PIC X(2) VALUE SPACES.
           03 AL-Reading        PIC --9.9.
       01 total-line.
           03 FILLER            PIC X(18) VALUE "ALERTS REPORTED : ".
           03 TO-Count          PIC ZZZZ9.
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
