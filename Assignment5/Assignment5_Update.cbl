           03 FILLER            PIC X(2) VALUE SPACES.
           03 DT-Day-Number     PIC 9.
           03 FILLER            PIC X(2) VALUE SPACES.
      *the reading keeps its sign: below zero it is written with a
      *leading minus
           03 DT-Temperature    PIC --9.9.
           03 FILLER            PIC X(9) VALUE SPACES.

       fd StationFeed.
      *The feed record carries the reporting station's ID so two
      *stations reporting for the same city stay distinguishable;
      *the reading is nn.n with a leading minus below zero
       01 StationFeedRecord.
           03 SF-Date           PIC 9(8).
           03 FILLER            PIC X.
           03 FILLER            PIC X.
           03 SF-City           PIC X(10).
           03 FILLER            PIC X.
           03 SF-Reading        PIC X(5).

       fd StationMaster.
       01 StationMasterRecord.
       01 WS-City-Table.
           03 WS-City-Entry      OCCURS 20 TIMES INDEXED BY City-Ix.
               05 WS-City-Name            PIC X(10).
               05 WS-City-Avg-Celcius     PIC X(6).
               05 WS-City-Avg-Fahrenheit  PIC X(7).
               05 WS-City-Min-Temp        PIC S99V9.
               05 WS-City-Max-Temp        PIC S99V9.
      *Per-city accumulators used by the station-feed batch path,
      *where readings arrive interleaved instead of five at a time
               05 WS-City-Feed-Total      PIC S9(4)V9.
               05 WS-City-Feed-Count      PIC 9.

      *The station master, loaded when the file is present; with no
               05 WS-FS-ID              PIC X(4).
               05 WS-FS-City-Ix         PIC 99.
               05 WS-FS-Reading-Count   PIC 9.
               05 WS-FS-Total           PIC S9(4)V9.
               05 WS-FS-Excluded        PIC 9.
               05 WS-FS-Reading         PIC S99V9 OCCURS 5 TIMES.
               05 WS-FS-Reading-Date    PIC 9(8) OCCURS 5 TIMES.
       01 WS-FS-Sub            PIC 99.
       01 WS-FS-Other          PIC 99.
       01 WS-Reading-Sub       PIC 9.
       01 WS-Station-Valid     PIC 9.
       01 WS-Outlier-Degrees   PIC 99V9 VALUE 5.0.
       01 WS-Others-Total      PIC S9(5)V9.
       01 WS-Others-Count      PIC 99.
       01 WS-Station-Avg       PIC S99V9.
       01 WS-Others-Avg        PIC S99V9.
       01 WS-Avg-Gap           PIC S999V9.

      *Station-feed batch support
       01 WS-Feed-EOF          PIC 9 VALUE 0.
           88 Feed-Run         VALUE 1.
       01 WS-Feed-City-Known   PIC 9 VALUE 0.
           88 Feed-City-Known  VALUE 1.
       01 temp-parse-work      PIC X(5).
       01 temp-parse-minus     PIC 9.
       01 temp-parse-point     PIC 9.
       01 temp-parse-lead      PIC 9.
       01 temp-parse-int       PIC X(2).
       01 temp-parse-int-num REDEFINES temp-parse-int PIC 99.
       01 temp-parse-dec       PIC X.
       01 temp-parse-dec-num REDEFINES temp-parse-dec PIC 9.

       01 temperature          PIC S99V9 value 0.
       01 counter              PIC 9 value 1.
       01 total-temperature    PIC S9(3)V9 value 0.
       01 avg-temperature      PIC --9.9 value 0.
       01 avg-temperature-num  PIC S99V9 value 0.
       01 fahrenheit-temperature PIC ---9.9 value 0.
       01 temporary             PIC X(5).
       01 temporary-fahrenheit  PIC X(6).
       01 celcius-avg-temperature    PIC X(6).
       01 fahrenheit-avg-temperature PIC X(7).
       01 min-temperature      PIC S99V9.
       01 max-temperature      PIC S99V9.
       01 min-temperature-edited PIC --9.9.
       01 max-temperature-edited PIC --9.9.
       01 blank-line           PIC X(100) value SPACES.



      *-------------------------------------------------------------
      *Bank one accepted reading under its station, parsing the
      *feed's signed nn.n text the way the terminal entry is parsed
      *-------------------------------------------------------------
       bank-station-reading.
           move SF-Reading to temp-parse-work
           perform parse-temperature

           move 0 to WS-FS-Found
           perform varying WS-FS-Sub from 1 by 1 until

           perform varying City-Ix from 1 by 1 until
           City-Ix > WS-City-Count
               move WS-City-Min-Temp(City-Ix) to min-temperature-edited
               move WS-City-Max-Temp(City-Ix) to max-temperature-edited
               display WS-City-Name(City-Ix) " "
               WS-City-Avg-Celcius(City-Ix) " / "
               WS-City-Avg-Fahrenheit(City-Ix)
               "  (min " min-temperature-edited
               " / max " max-temperature-edited ")"
           end-perform

           exit.
       one-city-temperature-input.

           display blank-line
           display "Temperatures (one decimal place only, a leading"
               " minus below zero)"
           *> perform 5 times of temperature input
           perform until counter > 5
               display "Enter temperature #" counter ": " with no
               advancing
               accept temp-parse-work
               perform parse-temperature

               *>sum up daily temperature to prepare for avg calculation
               add temperature to total-temperature
           exit.

      *-------------------------------------------------------------
      *Build the "-nn.nC" and "-nnn.nF" display strings from the
      *average already in avg-temperature-num; shared by the
      *interactive and station-feed paths
      *-------------------------------------------------------------
           fahrenheit-avg-temperature
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
           compute temperature =
               temp-parse-int-num + temp-parse-dec-num / 10
           if temp-parse-minus > 0
               compute temperature = 0 - temperature
           end-if
           exit.

      *-------------------------------------------------------------
      *Resolve every file path: the DD_ environment variable wins
