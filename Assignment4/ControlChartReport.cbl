       identification division.
       program-id. ControlChartReport as "ControlChartReport".

      *ControlChartReport turns the AverageHistory.dat runs of each
      *named series into a control chart, so the picking-error and
      *call-volume series are judged against proper control limits
      *instead of the fixed drift percentage AverageHistoryReport
      *applies. For each series the first runs on file (the
      *baseline window, 20 runs unless ControlChartControl.dat
      *says otherwise) fix the centre line - the mean of their run
      *averages - and the standard deviation of those averages; the
      *upper and lower control limits sit three standard deviations
      *either side (the lower limit no lower than zero, the series
      *being counts and amounts). Every run is then plotted as one
      *line of a text chart and tested against the standard run
      *rules:
      *  1 - the run average falls outside the control limits
      *  2 - seven runs in a row on the same side of the centre
      *  3 - six runs in a row steadily rising or falling
      *Each series with a signal is summarized on a separate
      *one-page exceptions list. A series with fewer than two
      *baseline runs has no standard deviation and is reported
      *without a chart. The AVERAGE_SERIES environment variable
      *narrows the run to one series, as it does for
      *AverageHistoryReport.

       environment division.
       input-output section.
       file-control.
           Select AverageHistory assign using
           AverageHistory-Path
           organization is line sequential.

           Select optional ControlChartControl assign using
           ControlChartControl-Path
           organization is line sequential.

           Select ChartReport assign using
           ChartReport-Path
           organization is line sequential.

           Select ExceptionReport assign using
           ExceptionReport-Path
           organization is line sequential.

       data division.
       file section.
       fd AverageHistory.
      *Same layout the calculator writes, read back as text so the
      *edited fields can be picked apart
       01 AverageHistoryRecord.
           03 AH-Series-Text   PIC X(12).
           03 FILLER           PIC X(2).
           03 AH-Count-Text    PIC X(4).
           03 FILLER           PIC X(3).
           03 AH-Total-Text    PIC X(9).
           03 FILLER           PIC X(3).
           03 AH-Average-Text  PIC X(12).
           03 FILLER           PIC X(3).
           03 AH-Min-Text      PIC X(9).
           03 FILLER           PIC X(3).
           03 AH-Max-Text      PIC X(9).

       fd ControlChartControl.
       01 ControlChartControlRecord.
           03 CC-Baseline-Runs PIC 9(3).

       fd ChartReport.
       01 ChartReportLine      PIC X(80).

       fd ExceptionReport.
       01 ExceptionReportLine  PIC X(80).

       working-storage section.

      *File assignments resolved at start-up: each path may be
      *overridden through its DD_ environment variable, with the
      *original location as the default, so test and production
      *are a configuration difference instead of a source edit
       01  AverageHistory-Path  pic x(80)
           value "C:\DataFiles\AverageHistory.dat".
       01  ControlChartControl-Path  pic x(80)
           value "C:\DataFiles\ControlChartControl.dat".
       01  ChartReport-Path  pic x(80)
           value "C:\DataFiles\ControlChart.rpt".
       01  ExceptionReport-Path  pic x(80)
           value "C:\DataFiles\ControlChartExceptions.rpt".
       01  path-override  pic x(80).
       01 history-eof          PIC 9 VALUE 0.
           88 end-of-history   VALUE 1.
       01 run-date             PIC 9(8).

      *Baseline window in runs, overridden by ControlChartControl
       01 baseline-runs        PIC 9(3) VALUE 20.

      *One table entry per history run, in the order the runs were
      *appended, so each series can be charted in run order
       01 run-table-count      PIC 9(3) VALUE 0.
       01 run-table.
           03 run-entry        OCCURS 1 TO 500 TIMES
                                DEPENDING ON run-table-count
                                INDEXED BY Run-Ix.
               05 run-series       PIC X(12).
               05 run-average      PIC 9(9)V99.

      *The distinct series on file, and the optional filter from
      *the AVERAGE_SERIES environment variable
       01 series-filter        PIC X(12).
       01 series-list-count    PIC 99 VALUE 0.
       01 series-list.
           03 series-list-name PIC X(12) OCCURS 20 TIMES.
       01 series-list-sub      PIC 99.
       01 series-seen          PIC 9.
       01 current-series       PIC X(12).

      *Work fields for turning the edited fields back into numbers
       01 number-work          PIC X(9).
       01 number-work-num REDEFINES number-work PIC 9(9).
       01 decimals-work        PIC X(2).
       01 decimals-work-num REDEFINES decimals-work PIC 99.
       01 average-work         PIC X(12).
       01 parsed-average       PIC 9(9)V99.

      *Control limits of the series being charted
       01 series-run-count     PIC 9(3).
       01 baseline-count       PIC 9(3).
       01 baseline-sum         PIC 9(12)V99.
       01 squares-taken        PIC 9(3).
       01 squares-sum          PIC 9(14)V9(4).
       01 baseline-variance    PIC 9(14)V9(4).
       01 variance-divisor     PIC 9(3).
       01 run-deviation        PIC S9(9)V9(4).
       01 centre-line          PIC S9(9)V9(4).
       01 sigma                PIC S9(9)V9(4).
       01 upper-limit          PIC S9(9)V9(4).
       01 lower-limit          PIC S9(9)V9(4).
       01 limit-spread         PIC S9(9)V9(4).
       01 squared-deviation    PIC 9(14)V9(4).

      *Plot scale: the chart spans four standard deviations either
      *side of the centre over 50 print positions; a series whose
      *baseline never varied has no spread, so one unit either side
      *stands in for the standard deviation on the scale only
       01 plot-low             PIC S9(9)V9(4).
       01 plot-span            PIC S9(9)V9(4).
       01 plot-value           PIC S9(9)V9(4).
       01 plot-position        PIC S9(5).
       01 centre-position      PIC 99.
       01 lower-position       PIC 99.
       01 upper-position       PIC 99.

      *Run-rule tracking along the series
       01 series-run-number    PIC 9(3).
       01 previous-average     PIC 9(9)V99.
       01 side-length          PIC 9(3).
       01 side-of-centre       PIC X.
       01 trend-length         PIC 9(3).
       01 trend-direction      PIC X.
       01 run-flags            PIC X(3).
       01 outside-count        PIC 9(3).
       01 side-count           PIC 9(3).
       01 trend-count          PIC 9(3).
       01 last-signal-run      PIC 9(3).
       01 signal-series-count  PIC 99 VALUE 0.

       01 report-heading.
           03 FILLER           PIC X(30) VALUE
           "Control chart by series - run ".
           03 RH-Date          PIC 9(8).
       01 series-heading.
           03 FILLER           PIC X(8) VALUE "Series: ".
           03 SH-Series        PIC X(12).
       01 baseline-line.
           03 FILLER           PIC X(26) VALUE
           "Baseline runs           : ".
           03 BL-Baseline      PIC ZZ9.
           03 FILLER           PIC X(4) VALUE " of ".
           03 BL-Runs          PIC ZZ9.
       01 limit-line.
           03 LL-Label         PIC X(26).
           03 LL-Value         PIC -ZZZ,ZZZ,ZZ9.9999.
       01 legend-line.
           03 FILLER           PIC X(23) VALUE
           "RUL: 1 outside limits".
           03 FILLER           PIC X(21) VALUE
           "2 seven on one side".
           03 FILLER           PIC X(20) VALUE
           "3 six rising/falling".
       01 scale-line.
           03 FILLER           PIC X(29) VALUE
           "   RUN         AVERAGE  RUL  ".
           03 SL-Plot          PIC X(50).
       01 chart-line.
           03 FILLER           PIC X(2) VALUE SPACES.
           03 CL-Run           PIC ZZZ9.
           03 FILLER           PIC X(2) VALUE SPACES.
           03 CL-Average       PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER           PIC X(2) VALUE SPACES.
           03 CL-Flags         PIC X(3).
           03 FILLER           PIC X(2) VALUE SPACES.
           03 CL-Plot          PIC X(50).
       01 signal-line.
           03 FILLER           PIC X(26) VALUE
           "Signals rules 1 / 2 / 3 : ".
           03 SG-Outside       PIC ZZ9.
           03 FILLER           PIC X(3) VALUE " / ".
           03 SG-Side          PIC ZZ9.
           03 FILLER           PIC X(3) VALUE " / ".
           03 SG-Trend         PIC ZZ9.

       01 exception-heading.
           03 FILLER           PIC X(31) VALUE
           "Control chart exceptions - run ".
           03 EH-Date          PIC 9(8).
       01 exception-columns.
           03 FILLER           PIC X(40) VALUE
           "SERIES          RUNS  OUTSIDE  7-SIDE  6".
           03 FILLER           PIC X(40) VALUE
           "-TREND  LAST SIGNAL RUN".
       01 exception-line.
           03 EL-Series        PIC X(12).
           03 FILLER           PIC X(4) VALUE SPACES.
           03 EL-Runs          PIC ZZ9.
           03 FILLER           PIC X(6) VALUE SPACES.
           03 EL-Outside       PIC ZZ9.
           03 FILLER           PIC X(5) VALUE SPACES.
           03 EL-Side          PIC ZZ9.
           03 FILLER           PIC X(5) VALUE SPACES.
           03 EL-Trend         PIC ZZ9.
           03 FILLER           PIC X(14) VALUE SPACES.
           03 EL-Last          PIC ZZ9.
       01 exception-limits.
           03 FILLER           PIC X(16) VALUE "  centre line".
           03 EX-Centre        PIC -ZZZ,ZZZ,ZZ9.99.
           03 FILLER           PIC X(8) VALUE "  limits".
           03 EX-Lower         PIC -ZZZ,ZZZ,ZZ9.99.
           03 FILLER           PIC X(4) VALUE " to ".
           03 EX-Upper         PIC -ZZZ,ZZZ,ZZ9.99.

       procedure division.
       main-program.
           perform configure-file-paths
           move spaces to series-filter
           accept series-filter from environment "AVERAGE_SERIES"
           accept run-date from DATE YYYYMMDD
           perform load-chart-control
           perform load-history
           open output ChartReport
           open output ExceptionReport
           move run-date to RH-Date
           write ChartReportLine from report-heading
           move run-date to EH-Date
           write ExceptionReportLine from exception-heading
           move spaces to ExceptionReportLine
           write ExceptionReportLine
           write ExceptionReportLine from exception-columns
           if series-list-count = 0
               move "NO HISTORY ON FILE FOR THE SERIES SELECTED"
                   to ChartReportLine
               write ChartReportLine
           end-if
           perform chart-one-series
               varying series-list-sub from 1 by 1
               until series-list-sub > series-list-count
           if signal-series-count = 0
               move "NO SERIES SHOWS A SIGNAL" to ExceptionReportLine
               write ExceptionReportLine
           end-if
           close ChartReport
           close ExceptionReport
           display "Series charted          : " series-list-count
           display "Series with a signal    : " signal-series-count

           goback.

      *--------------------------------------------------------------
      *load-chart-control reads the optional control record that
      *overrides the default baseline window
      *--------------------------------------------------------------
       load-chart-control.
           open input ControlChartControl
           read ControlChartControl
               at end
                   continue
               not at end
                   if CC-Baseline-Runs is numeric
                       and CC-Baseline-Runs > 1
                       move CC-Baseline-Runs to baseline-runs
                   end-if
           end-read
           close ControlChartControl
           exit.

      *--------------------------------------------------------------
      *load-history reads every history record into the run table
      *--------------------------------------------------------------
       load-history.
           open input AverageHistory
           read AverageHistory
               at end set end-of-history to true
           end-read
           perform load-one-run until end-of-history
           close AverageHistory
           exit.

      *--------------------------------------------------------------
      *load-one-run parses the current history record's run average
      *into the table and reads the next one; a record outside the
      *series filter is bypassed, and each new series name joins
      *the distinct list for the chart loop
      *--------------------------------------------------------------
       load-one-run.
           if series-filter not = spaces
               and AH-Series-Text not = series-filter
               read AverageHistory
                   at end set end-of-history to true
               end-read
               exit paragraph
           end-if
           if run-table-count >= 500
               display "ERROR: Run table full"
               stop run
           end-if
           add 1 to run-table-count

           move AH-Series-Text to run-series(run-table-count)
           perform register-series

           move AH-Average-Text to average-work
           inspect average-work replacing all space by "0"
           move average-work(1:9) to number-work
           move average-work(11:2) to decimals-work
           compute parsed-average =
               number-work-num + decimals-work-num / 100
           move parsed-average to run-average(run-table-count)

           read AverageHistory
               at end set end-of-history to true
           end-read
           exit.

      *--------------------------------------------------------------
      *register-series adds the record's series to the distinct
      *list the first time it is seen
      *--------------------------------------------------------------
       register-series.
           move 0 to series-seen
           perform match-one-series
               varying series-list-sub from 1 by 1
               until series-list-sub > series-list-count
               or series-seen > 0
           if series-seen = 0
               if series-list-count >= 20
                   display "ERROR: Series list full"
                   stop run
               end-if
               add 1 to series-list-count
               move AH-Series-Text to
                   series-list-name(series-list-count)
           end-if
           exit.

      *--------------------------------------------------------------
      *match-one-series notes when the record's series is already
      *on the distinct list
      *--------------------------------------------------------------
       match-one-series.
           if series-list-name(series-list-sub) = AH-Series-Text
               move 1 to series-seen
           end-if
           exit.

      *--------------------------------------------------------------
      *chart-one-series fixes one series' control limits from its
      *baseline window, charts every run against them, and lists
      *the series on the exceptions page when a run rule fired
      *--------------------------------------------------------------
       chart-one-series.
           move series-list-name(series-list-sub) to current-series
           move 0 to series-run-count baseline-count baseline-sum
           move 0 to squares-sum squares-taken
           perform add-one-baseline-run
               varying Run-Ix from 1 by 1
               until Run-Ix > run-table-count
           move spaces to ChartReportLine
           write ChartReportLine
           move current-series to SH-Series
           write ChartReportLine from series-heading
           move baseline-count to BL-Baseline
           move series-run-count to BL-Runs
           write ChartReportLine from baseline-line
           if baseline-count < 2
               move "  Baseline too short for control limits"
                   to ChartReportLine
               write ChartReportLine
               exit paragraph
           end-if

           compute centre-line rounded = baseline-sum / baseline-count
           perform add-one-squared-deviation
               varying Run-Ix from 1 by 1
               until Run-Ix > run-table-count
      *    sample variance - the squares over one less than the
      *    number of baseline runs
           subtract 1 from baseline-count giving variance-divisor
           compute baseline-variance rounded =
               squares-sum / variance-divisor
           compute sigma rounded = baseline-variance ** 0.5
           multiply sigma by 3 giving limit-spread
           add centre-line limit-spread giving upper-limit
           subtract limit-spread from centre-line giving lower-limit
           if lower-limit < 0
               move 0 to lower-limit
           end-if
           perform write-limit-lines
           perform set-plot-scale

           move 0 to series-run-number side-length trend-length
           move 0 to outside-count side-count trend-count
           move 0 to last-signal-run previous-average
           move space to side-of-centre trend-direction
           perform chart-one-run
               varying Run-Ix from 1 by 1
               until Run-Ix > run-table-count
           move outside-count to SG-Outside
           move side-count to SG-Side
           move trend-count to SG-Trend
           write ChartReportLine from signal-line
           if last-signal-run > 0
               perform write-exception-line
           end-if
           exit.

      *--------------------------------------------------------------
      *add-one-baseline-run counts a run of the series and, while
      *the baseline window is still open, adds it to the baseline
      *--------------------------------------------------------------
       add-one-baseline-run.
           if run-series(Run-Ix) = current-series
               add 1 to series-run-count
               if baseline-count < baseline-runs
                   add 1 to baseline-count
                   add run-average(Run-Ix) to baseline-sum
               end-if
           end-if
           exit.

      *--------------------------------------------------------------
      *add-one-squared-deviation adds a baseline run's squared
      *distance from the centre line toward the standard deviation
      *--------------------------------------------------------------
       add-one-squared-deviation.
           if run-series(Run-Ix) = current-series
               and squares-taken < baseline-count
               add 1 to squares-taken
               compute run-deviation =
                   run-average(Run-Ix) - centre-line
               multiply run-deviation by run-deviation
                   giving squared-deviation
               add squared-deviation to squares-sum
           end-if
           exit.

      *--------------------------------------------------------------
      *write-limit-lines writes the centre line, the limits and the
      *chart's column heading and scale
      *--------------------------------------------------------------
       write-limit-lines.
           move "Centre line             : " to LL-Label
           move centre-line to LL-Value
           write ChartReportLine from limit-line
           move "Standard deviation      : " to LL-Label
           move sigma to LL-Value
           write ChartReportLine from limit-line
           move "Upper control limit     : " to LL-Label
           move upper-limit to LL-Value
           write ChartReportLine from limit-line
           move "Lower control limit     : " to LL-Label
           move lower-limit to LL-Value
           write ChartReportLine from limit-line
           write ChartReportLine from legend-line
           exit.

      *--------------------------------------------------------------
      *set-plot-scale works out the chart's span and where the
      *limits and the centre line fall on it, and writes the scale
      *--------------------------------------------------------------
       set-plot-scale.
           if sigma > 0
               multiply sigma by 4 giving plot-low
               subtract plot-low from centre-line giving plot-low
               multiply sigma by 8 giving plot-span
           else
               compute plot-low = centre-line - 4
               move 8 to plot-span
           end-if
           move centre-line to plot-value
           perform find-plot-position
           move plot-position to centre-position
           move lower-limit to plot-value
           perform find-plot-position
           move plot-position to lower-position
           move upper-limit to plot-value
           perform find-plot-position
           move plot-position to upper-position
           move all "-" to SL-Plot
           move "L" to SL-Plot(lower-position:1)
           move "U" to SL-Plot(upper-position:1)
           move "C" to SL-Plot(centre-position:1)
           write ChartReportLine from scale-line
           exit.

      *--------------------------------------------------------------
      *find-plot-position places plot-value on the 50-position
      *chart, a value beyond either end sitting on the end
      *--------------------------------------------------------------
       find-plot-position.
           compute plot-position rounded =
               1 + (plot-value - plot-low) * 49 / plot-span
           if plot-position < 1
               move 1 to plot-position
           end-if
           if plot-position > 50
               move 50 to plot-position
           end-if
           exit.

      *--------------------------------------------------------------
      *chart-one-run applies the run rules to one run of the series
      *and writes its chart line
      *--------------------------------------------------------------
       chart-one-run.
           if run-series(Run-Ix) not = current-series
               exit paragraph
           end-if
           add 1 to series-run-number
           move spaces to run-flags

      *    rule 1 - outside the control limits
           if run-average(Run-Ix) > upper-limit
               or run-average(Run-Ix) < lower-limit
               move "1" to run-flags(1:1)
               add 1 to outside-count
           end-if

      *    rule 2 - seven in a row on one side of the centre line;
      *    a run on the line itself breaks the sequence
           evaluate true
               when run-average(Run-Ix) > centre-line
                   if side-of-centre = "A"
                       add 1 to side-length
                   else
                       move "A" to side-of-centre
                       move 1 to side-length
                   end-if
               when run-average(Run-Ix) < centre-line
                   if side-of-centre = "B"
                       add 1 to side-length
                   else
                       move "B" to side-of-centre
                       move 1 to side-length
                   end-if
               when other
                   move space to side-of-centre
                   move 0 to side-length
           end-evaluate
           if side-length >= 7
               move "2" to run-flags(2:1)
               add 1 to side-count
           end-if

      *    rule 3 - six in a row steadily rising or falling; an
      *    unchanged average breaks the sequence
           evaluate true
               when series-run-number = 1
                   move space to trend-direction
                   move 1 to trend-length
               when run-average(Run-Ix) > previous-average
                   if trend-direction = "R"
                       add 1 to trend-length
                   else
                       move "R" to trend-direction
                       move 2 to trend-length
                   end-if
               when run-average(Run-Ix) < previous-average
                   if trend-direction = "F"
                       add 1 to trend-length
                   else
                       move "F" to trend-direction
                       move 2 to trend-length
                   end-if
               when other
                   move space to trend-direction
                   move 1 to trend-length
           end-evaluate
           if trend-length >= 6
               move "3" to run-flags(3:1)
               add 1 to trend-count
           end-if
           move run-average(Run-Ix) to previous-average

           move spaces to CL-Plot
           move ":" to CL-Plot(lower-position:1)
           move ":" to CL-Plot(upper-position:1)
           move "|" to CL-Plot(centre-position:1)
           move run-average(Run-Ix) to plot-value
           perform find-plot-position
           if run-flags = spaces
               move "*" to CL-Plot(plot-position:1)
           else
               move "X" to CL-Plot(plot-position:1)
               move series-run-number to last-signal-run
           end-if
           move series-run-number to CL-Run
           move run-average(Run-Ix) to CL-Average
           move run-flags to CL-Flags
           write ChartReportLine from chart-line
           exit.

      *--------------------------------------------------------------
      *write-exception-line lists a series with a signal on the
      *exceptions page, with its limits beneath; at most 20 series
      *are on file, so the list always fits one page
      *--------------------------------------------------------------
       write-exception-line.
           add 1 to signal-series-count
           move current-series to EL-Series
           move series-run-number to EL-Runs
           move outside-count to EL-Outside
           move side-count to EL-Side
           move trend-count to EL-Trend
           move last-signal-run to EL-Last
           write ExceptionReportLine from exception-line
           move centre-line to EX-Centre
           move lower-limit to EX-Lower
           move upper-limit to EX-Upper
           write ExceptionReportLine from exception-limits
           exit.


      *-------------------------------------------------------------
      *Resolve every file path: the DD_ environment variable wins
      *when it is set, otherwise the built-in default stands, and
      *the resolved paths are echoed into the run output
      *-------------------------------------------------------------
       configure-file-paths.
           move spaces to path-override
           accept path-override from environment
               "DD_AVERAGEHISTORY"
           if path-override not = spaces
               move path-override to AverageHistory-Path
           end-if
           display "AverageHistory: " AverageHistory-Path
           move spaces to path-override
           accept path-override from environment
               "DD_CONTROLCHARTCONTROL"
           if path-override not = spaces
               move path-override to ControlChartControl-Path
           end-if
           display "ControlChartControl: " ControlChartControl-Path
           move spaces to path-override
           accept path-override from environment
               "DD_CONTROLCHARTREPORT"
           if path-override not = spaces
               move path-override to ChartReport-Path
           end-if
           display "ChartReport: " ChartReport-Path
           move spaces to path-override
           accept path-override from environment
               "DD_CHARTEXCEPTIONS"
           if path-override not = spaces
               move path-override to ExceptionReport-Path
           end-if
           display "ExceptionReport: " ExceptionReport-Path
           exit.
       end program ControlChartReport.
