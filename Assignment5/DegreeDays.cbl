      ***************************************************************
      ************************ VAN NGUYEN ***************************
      ******************** Student ID:  040919914 *******************
      ***************************************************************
       identification division.
       program-id. DegreeDays as "DegreeDays".

      *DegreeDays gives facilities the heating and cooling
      *degree-days they have been buying from an outside service,
      *from the readings already collected. Each reading on
      *DailyTemperatures.dat is one city-day: its heating degree-days
      *are the base temperature less the reading, its cooling
      *degree-days the reading less the base, neither below zero.
      *The base (default 18.0C) and the month the season starts
      *(default 07) come from the optional DegreeDayControl.dat.
      *Months already rolled off to TemperatureArchive.dat are
      *estimated from the month's average reading over its reading
      *count; a month with readings still live is taken from them.
      *
      *For each city the report totals the latest week on file (the
      *run date the readings carry, as the trend report uses it),
      *that month, and the season to date, and compares each with
      *the same period last year and with the ClimateNormals
      *long-run normal. Both comparisons are made over the same
      *number of reading-days as the period itself, at last year's
      *rate for the month and at the normal month's rate, so a part
      *month is not set against a whole one; a period whose last
      *year or normal is missing for any of its months shows n/a.
      *DegreeDays.csv carries every city-day and every period total
      *for loading into the facilities energy spreadsheet.

       environment division.
       input-output section.
       file-control.
           Select DailyTemperatures assign using
           DailyTemperatures-Path
           organization is line sequential.

           Select optional MonthlyArchive assign using
           MonthlyArchive-Path
           organization is line sequential.

           Select optional ClimateNormals assign using
           ClimateNormals-Path
           organization is line sequential.

           Select optional DegreeDayControl assign using
           DegreeDayControl-Path
           organization is line sequential.

           Select DegreeDayReport assign using
           DegreeDayReport-Path
           organization is line sequential.

      *DegreeDayExtract is the comma-separated copy of the figures
      *for the energy spreadsheet
           Select DegreeDayExtract assign using
           DegreeDayExtract-Path
           organization is line sequential.

       data division.
       file section.
       fd DailyTemperatures.
       01 DailyTemperatureRecord PIC X(39).
       01 DailyTemperatureFields REDEFINES DailyTemperatureRecord.
           03 DT-Date           PIC 9(8).
           03 DT-Date-Parts REDEFINES DT-Date.
               05 DT-Year-Month PIC 9(6).
               05 DT-Day        PIC 99.
           03 FILLER            PIC X(2).
           03 DT-City           PIC X(10).
           03 FILLER            PIC X(2).
           03 DT-Day-Number     PIC 9.
           03 FILLER            PIC X(2).
           03 DT-Temp-Text      PIC X(5).
           03 FILLER            PIC X(9).

       fd MonthlyArchive.
      *The monthly summary as TemperatureArchive writes it
       01 MonthlyArchiveRecord.
           03 MA-Year-Month     PIC 9(6).
           03 FILLER            PIC X(2).
           03 MA-City           PIC X(10).
           03 FILLER            PIC X(2).
           03 MA-Average        PIC X(5).
           03 FILLER            PIC X(2).
           03 MA-Min            PIC X(5).
           03 FILLER            PIC X(2).
           03 MA-Max            PIC X(5).
           03 FILLER            PIC X(2).
           03 MA-Count          PIC X(5).

       fd ClimateNormals.
      *One normal per city and calendar month, as ClimateNormals
      *writes it
       01 ClimateNormalRecord.
           03 CN-Month          PIC 99.
           03 FILLER            PIC X(2).
           03 CN-City           PIC X(10).
           03 FILLER            PIC X(2).
           03 CN-Average        PIC X(5).
           03 FILLER            PIC X(2).
           03 CN-Min            PIC X(5).
           03 FILLER            PIC X(2).
           03 CN-Max            PIC X(5).
           03 FILLER            PIC X(2).
           03 CN-Count          PIC X(6).

       fd DegreeDayControl.
      *The base temperature, signed nn.n, then the season's first
      *month
       01 DegreeDayControlRecord.
           03 DC-Base-Text      PIC X(5).
           03 FILLER            PIC X.
           03 DC-Season-Month   PIC 99.

       fd DegreeDayReport.
       01 DegreeDayReportLine   PIC X(80).

       fd DegreeDayExtract.
       01 DegreeDayExtractLine  PIC X(100).

       working-storage section.

      *File assignments resolved at start-up: each path may be
      *overridden through its DD_ environment variable, with the
      *original location as the default, so test and production
      *are a configuration difference instead of a source edit
       01  DailyTemperatures-Path  pic x(80)
           value "C:\DataFiles\DailyTemperatures.dat".
       01  MonthlyArchive-Path  pic x(80)
           value "C:\DataFiles\TemperatureArchive.dat".
       01  ClimateNormals-Path  pic x(80)
           value "C:\DataFiles\ClimateNormals.dat".
       01  DegreeDayControl-Path  pic x(80)
           value "C:\DataFiles\DegreeDayControl.dat".
       01  DegreeDayReport-Path  pic x(80)
           value "C:\DataFiles\DegreeDays.rpt".
       01  DegreeDayExtract-Path  pic x(80)
           value "C:\DataFiles\DegreeDays.csv".
       01  path-override  pic x(80).
       01 temps-eof             PIC 9 VALUE 0.
           88 end-of-temps      VALUE 1.
       01 archive-eof           PIC 9 VALUE 0.
           88 end-of-archive    VALUE 1.
       01 normals-eof           PIC 9 VALUE 0.
           88 end-of-normals    VALUE 1.

      *The base temperature and season start, overridden by
      *DegreeDayControl.dat
       01 base-temperature      PIC S99V9 VALUE 18.0.
       01 season-month          PIC 99 VALUE 7.

      *Parsing work for the signed nn.n reading text
       01 temp-parse-work       PIC X(5).
       01 temp-parse-minus      PIC 9.
       01 temp-parse-point      PIC 9.
       01 temp-parse-lead       PIC 9.
       01 temp-parse-int        PIC X(2).
       01 temp-parse-int-num REDEFINES temp-parse-int PIC 99.
       01 temp-parse-dec        PIC X.
       01 temp-parse-dec-num REDEFINES temp-parse-dec PIC 9.
       01 temperature-value     PIC S99V9.
       01 count-parse-work      PIC X(5).
       01 count-parse-num REDEFINES count-parse-work PIC 9(5).

      *One reading's or one average's degree-days
       01 day-hdd               PIC 9(3)V9.
       01 day-cdd               PIC 9(3)V9.
       01 reading-days          PIC 9(5).

      *The latest run date on file is the week reported; the month
      *and season are the ones it falls in
       01 latest-date           PIC 9(8) VALUE 0.
       01 latest-date-parts REDEFINES latest-date.
           03 latest-year       PIC 9(4).
           03 latest-month      PIC 99.
           03 latest-day        PIC 99.
       01 current-year-month    PIC 9(6).
       01 season-start          PIC 9(6).
       01 period-year-month     PIC 9(6).
       01 period-year-month-parts REDEFINES period-year-month.
           03 period-year       PIC 9(4).
           03 period-month      PIC 99.
       01 lookup-year-month     PIC 9(6).

      *The cities seen, with the latest week's totals
       01 city-count            PIC 99 VALUE 0.
       01 city-lookup           PIC X(10).
       01 city-table.
           03 city-entry        OCCURS 1 TO 20 TIMES
                                 DEPENDING ON city-count
                                 INDEXED BY City-Ix.
               05 city-name         PIC X(10).
               05 week-days         PIC 9(3).
               05 week-hdd          PIC 9(5)V9.
               05 week-cdd          PIC 9(5)V9.

      *Degree-days per city and month: from the live readings, or
      *estimated from the archive summary when none are live
       01 month-count           PIC 9(4) VALUE 0.
       01 month-table.
           03 month-entry       OCCURS 1 TO 2000 TIMES
                                 DEPENDING ON month-count
                                 INDEXED BY Month-Ix.
               05 mt-key.
                   07 mt-city       PIC X(10).
                   07 mt-year-month PIC 9(6).
               05 mt-source         PIC X.
                   88 mt-live       VALUE "L".
                   88 mt-archived   VALUE "A".
               05 mt-days           PIC 9(5).
               05 mt-hdd            PIC 9(6)V9.
               05 mt-cdd            PIC 9(6)V9.
       01 month-lookup.
           03 ml-city           PIC X(10).
           03 ml-year-month     PIC 9(6).
       01 month-found           PIC 9 VALUE 0.
           88 month-on-file     VALUE 1.

      *Normal average per city and calendar month
       01 normal-count          PIC 9(3) VALUE 0.
       01 normal-table.
           03 normal-entry      OCCURS 1 TO 240 TIMES
                                 DEPENDING ON normal-count
                                 INDEXED BY Normal-Ix.
               05 nl-key.
                   07 nl-city       PIC X(10).
                   07 nl-month      PIC 99.
               05 nl-average        PIC S99V9.
       01 normal-lookup.
           03 nk-city           PIC X(10).
           03 nk-month          PIC 99.

      *One period's figures as they are built for a city
       01 period-figures.
           03 pf-days           PIC 9(5).
           03 pf-hdd            PIC 9(6)V9.
           03 pf-cdd            PIC 9(6)V9.
           03 pf-ly-hdd         PIC 9(6)V9.
           03 pf-ly-cdd         PIC 9(6)V9.
           03 pf-ly-missing     PIC 9.
           03 pf-normal-hdd     PIC 9(6)V9.
           03 pf-normal-cdd     PIC 9(6)V9.
           03 pf-normal-missing PIC 9.
       01 period-name           PIC X(14).
       01 period-type           PIC X(6).
       01 period-date           PIC 9(8).
       01 rate-hdd              PIC 9(3)V9(4).
       01 rate-cdd              PIC 9(3)V9(4).
       01 rate-found            PIC 9.
       01 days-of-month         PIC 9(5).

       01 report-heading.
           03 FILLER            PIC X(26) VALUE
               "DEGREE-DAY REPORT THROUGH ".
           03 rh-date           PIC 9(8).
           03 FILLER            PIC X(7) VALUE "  BASE ".
           03 rh-base           PIC --9.9.
           03 FILLER            PIC X(14) VALUE "C  SEASON FROM".
           03 FILLER            PIC X VALUE SPACE.
           03 rh-season         PIC 9(6).
       01 column-heading-1.
           03 FILLER            PIC X(30) VALUE SPACES.
           03 FILLER            PIC X(24) VALUE
               " ------- HEATING -------".
           03 FILLER            PIC X(24) VALUE
               " ------- COOLING -------".
       01 column-heading-2.
           03 FILLER            PIC X(30) VALUE
               "CITY       PERIOD         DAYS".
           03 FILLER            PIC X(24) VALUE
               "  ACTUAL LASTYR  NORMAL".
           03 FILLER            PIC X(24) VALUE
               "  ACTUAL LASTYR  NORMAL".
       01 detail-line.
           03 dl-city           PIC X(10).
           03 FILLER            PIC X VALUE SPACE.
           03 dl-period         PIC X(14).
           03 dl-days           PIC ZZZZ9.
           03 dl-hdd            PIC ZZZZZ9.9.
           03 dl-ly-hdd         PIC ZZZZZ9.9.
           03 dl-ly-hdd-x REDEFINES dl-ly-hdd PIC X(8).
           03 dl-normal-hdd     PIC ZZZZZ9.9.
           03 dl-normal-hdd-x REDEFINES dl-normal-hdd PIC X(8).
           03 dl-cdd            PIC ZZZZZ9.9.
           03 dl-ly-cdd         PIC ZZZZZ9.9.
           03 dl-ly-cdd-x REDEFINES dl-ly-cdd PIC X(8).
           03 dl-normal-cdd     PIC ZZZZZ9.9.
           03 dl-normal-cdd-x REDEFINES dl-normal-cdd PIC X(8).

      *Extract line layouts: one city-day, one period total
       01 extract-heading.
           03 FILLER            PIC X(37) VALUE
               "TYPE,CITY,DATE,DAY,DAYS,TEMP,HDD,CDD,".
           03 FILLER            PIC X(43) VALUE
               "LASTYR HDD,LASTYR CDD,NORMAL HDD,NORMAL CDD".
       01 extract-day-line.
           03 FILLER            PIC X(4) VALUE "DAY,".
           03 xd-city           PIC X(10).
           03 FILLER            PIC X VALUE ",".
           03 xd-date           PIC 9(8).
           03 FILLER            PIC X VALUE ",".
           03 xd-day            PIC 9.
           03 FILLER            PIC X(3) VALUE ",1,".
           03 xd-temp           PIC --9.9.
           03 FILLER            PIC X VALUE ",".
           03 xd-hdd            PIC ZZ9.9.
           03 FILLER            PIC X VALUE ",".
           03 xd-cdd            PIC ZZ9.9.
           03 FILLER            PIC X(4) VALUE ",,,,".
       01 extract-period-line.
           03 xp-type           PIC X(6).
           03 FILLER            PIC X VALUE ",".
           03 xp-city           PIC X(10).
           03 FILLER            PIC X VALUE ",".
           03 xp-date           PIC 9(8).
           03 FILLER            PIC X(2) VALUE ",,".
           03 xp-days           PIC ZZZZ9.
           03 FILLER            PIC X(2) VALUE ",,".
           03 xp-hdd            PIC ZZZZZ9.9.
           03 FILLER            PIC X VALUE ",".
           03 xp-cdd            PIC ZZZZZ9.9.
           03 FILLER            PIC X VALUE ",".
           03 xp-ly-hdd         PIC ZZZZZ9.9.
           03 xp-ly-hdd-x REDEFINES xp-ly-hdd PIC X(8).
           03 FILLER            PIC X VALUE ",".
           03 xp-ly-cdd         PIC ZZZZZ9.9.
           03 xp-ly-cdd-x REDEFINES xp-ly-cdd PIC X(8).
           03 FILLER            PIC X VALUE ",".
           03 xp-normal-hdd     PIC ZZZZZ9.9.
           03 xp-normal-hdd-x REDEFINES xp-normal-hdd PIC X(8).
           03 FILLER            PIC X VALUE ",".
           03 xp-normal-cdd     PIC ZZZZZ9.9.
           03 xp-normal-cdd-x REDEFINES xp-normal-cdd PIC X(8).

       procedure division.
       main-program.
           perform configure-file-paths
           perform load-degree-day-control
           perform find-latest-date
           if latest-date = 0
               display "NO READINGS ON FILE - NO DEGREE-DAYS"
               stop run
           end-if
           perform load-normals
           open output DegreeDayExtract
           write DegreeDayExtractLine from extract-heading
           perform load-archive-months
           perform accumulate-readings
           perform write-degree-day-report
           close DegreeDayExtract
           display "CITIES REPORTED    : " city-count
           display "CITY-MONTHS HELD   : " month-count
           stop run.

      *-------------------------------------------------------------
      *Take the base temperature and season start from the optional
      *control record
      *-------------------------------------------------------------
       load-degree-day-control.
           open input DegreeDayControl
           read DegreeDayControl
               at end
                   continue
               not at end
                   if DC-Base-Text not = spaces
                       move DC-Base-Text to temp-parse-work
                       perform parse-temperature
                       move temperature-value to base-temperature
                   end-if
                   if DC-Season-Month is numeric
                       and DC-Season-Month >= 1
                       and DC-Season-Month <= 12
                       move DC-Season-Month to season-month
                   end-if
           end-read
           close DegreeDayControl
           exit.

      *-------------------------------------------------------------
      *First pass: find the latest run date on file, and from it
      *the current month and the season's first month
      *-------------------------------------------------------------
       find-latest-date.
           open input DailyTemperatures
           read DailyTemperatures
               at end set end-of-temps to true
           end-read
           perform check-record-date until end-of-temps
           close DailyTemperatures
           move latest-date(1:6) to current-year-month
           if latest-month >= season-month
               compute season-start =
                   latest-year * 100 + season-month
           else
               compute season-start =
                   (latest-year - 1) * 100 + season-month
           end-if
           exit.

      *-------------------------------------------------------------
      *Keep the later of the record's date and the latest so far
      *-------------------------------------------------------------
       check-record-date.
           if DT-Date > latest-date
               move DT-Date to latest-date
           end-if
           read DailyTemperatures
               at end set end-of-temps to true
           end-read
           exit.

      *-------------------------------------------------------------
      *Load every normal into storage
      *-------------------------------------------------------------
       load-normals.
           open input ClimateNormals
           read ClimateNormals
               at end set end-of-normals to true
           end-read
           perform load-one-normal until end-of-normals
           close ClimateNormals
           exit.

      *-------------------------------------------------------------
      *Load one normal record
      *-------------------------------------------------------------
       load-one-normal.
           if normal-count >= 240
               display "ERROR: Normals table full"
               stop run
           end-if
           add 1 to normal-count
           move CN-City to nl-city(normal-count)
           move CN-Month to nl-month(normal-count)
           move CN-Average to temp-parse-work
           perform parse-temperature
           move temperature-value to nl-average(normal-count)
           read ClimateNormals
               at end set end-of-normals to true
           end-read
           exit.

      *-------------------------------------------------------------
      *Estimate each archived month's degree-days from its average
      *reading over its reading count
      *-------------------------------------------------------------
       load-archive-months.
           open input MonthlyArchive
           read MonthlyArchive
               at end set end-of-archive to true
           end-read
           perform load-one-archive-month until end-of-archive
           close MonthlyArchive
           exit.

      *-------------------------------------------------------------
      *Add one archive summary to its city-month entry
      *-------------------------------------------------------------
       load-one-archive-month.
           move MA-Count to count-parse-work
           inspect count-parse-work replacing all space by "0"
           move count-parse-num to reading-days
           if reading-days > 0
               move MA-Average to temp-parse-work
               perform parse-temperature
               perform compute-day-degree-days
               move MA-City to ml-city
               move MA-Year-Month to ml-year-month
               perform find-or-add-month
               move "A" to mt-source(Month-Ix)
               add reading-days to mt-days(Month-Ix)
               compute mt-hdd(Month-Ix) =
                   mt-hdd(Month-Ix) + day-hdd * reading-days
               compute mt-cdd(Month-Ix) =
                   mt-cdd(Month-Ix) + day-cdd * reading-days
               move MA-City to city-lookup
               perform find-or-add-city
           end-if
           read MonthlyArchive
               at end set end-of-archive to true
           end-read
           exit.

      *-------------------------------------------------------------
      *Second pass: every live reading's degree-days to its city's
      *month and, for the latest run date, its week, with a line on
      *the extract
      *-------------------------------------------------------------
       accumulate-readings.
           move 0 to temps-eof
           open input DailyTemperatures
           read DailyTemperatures
               at end set end-of-temps to true
           end-read
           perform accumulate-one-reading until end-of-temps
           close DailyTemperatures
           exit.

      *-------------------------------------------------------------
      *Accumulate one reading; a month still estimated from the
      *archive is restarted from the live readings
      *-------------------------------------------------------------
       accumulate-one-reading.
           move DT-Temp-Text to temp-parse-work
           perform parse-temperature
           perform compute-day-degree-days
           move DT-City to city-lookup
           perform find-or-add-city
           move DT-City to ml-city
           move DT-Year-Month to ml-year-month
           perform find-or-add-month
           if not mt-live(Month-Ix)
               move "L" to mt-source(Month-Ix)
               move 0 to mt-days(Month-Ix)
               move 0 to mt-hdd(Month-Ix)
               move 0 to mt-cdd(Month-Ix)
           end-if
           add 1 to mt-days(Month-Ix)
           add day-hdd to mt-hdd(Month-Ix)
           add day-cdd to mt-cdd(Month-Ix)
           if DT-Date = latest-date
               add 1 to week-days(City-Ix)
               add day-hdd to week-hdd(City-Ix)
               add day-cdd to week-cdd(City-Ix)
           end-if
           move DT-City to xd-city
           move DT-Date to xd-date
           move DT-Day-Number to xd-day
           move temperature-value to xd-temp
           move day-hdd to xd-hdd
           move day-cdd to xd-cdd
           write DegreeDayExtractLine from extract-day-line
           read DailyTemperatures
               at end set end-of-temps to true
           end-read
           exit.

      *-------------------------------------------------------------
      *Heating and cooling degree-days for temperature-value
      *against the base
      *-------------------------------------------------------------
       compute-day-degree-days.
           move 0 to day-hdd
           move 0 to day-cdd
           if temperature-value < base-temperature
               compute day-hdd = base-temperature - temperature-value
           end-if
           if temperature-value > base-temperature
               compute day-cdd = temperature-value - base-temperature
           end-if
           exit.

      *-------------------------------------------------------------
      *Find city-lookup in the city table, adding it the first time
      *-------------------------------------------------------------
       find-or-add-city.
           set City-Ix to 1
           search city-entry
               at end
                   if city-count >= 20
                       display "ERROR: City table full, cannot add "
                           city-lookup
                       stop run
                   end-if
                   add 1 to city-count
                   set City-Ix to city-count
                   move city-lookup to city-name(City-Ix)
                   move 0 to week-days(City-Ix)
                   move 0 to week-hdd(City-Ix)
                   move 0 to week-cdd(City-Ix)
               when city-name(City-Ix) = city-lookup
                   continue
           end-search
           exit.

      *-------------------------------------------------------------
      *Find month-lookup in the city-month table, adding an empty
      *entry the first time
      *-------------------------------------------------------------
       find-or-add-month.
           set Month-Ix to 1
           search month-entry
               at end
                   if month-count >= 2000
                       display "ERROR: City-month table full"
                       stop run
                   end-if
                   add 1 to month-count
                   set Month-Ix to month-count
                   move month-lookup to mt-key(Month-Ix)
                   move space to mt-source(Month-Ix)
                   move 0 to mt-days(Month-Ix)
                   move 0 to mt-hdd(Month-Ix)
                   move 0 to mt-cdd(Month-Ix)
               when mt-key(Month-Ix) = month-lookup
                   continue
           end-search
           exit.

      *-------------------------------------------------------------
      *Look month-lookup up without adding it
      *-------------------------------------------------------------
       find-month.
           move 0 to month-found
           set Month-Ix to 1
           search month-entry
               at end continue
               when mt-key(Month-Ix) = month-lookup
                   if mt-days(Month-Ix) > 0
                       set month-on-file to true
                   end-if
           end-search
           exit.

      *-------------------------------------------------------------
      *Write the week, month and season block for every city
      *-------------------------------------------------------------
       write-degree-day-report.
           open output DegreeDayReport
           move latest-date to rh-date
           move base-temperature to rh-base
           move season-start to rh-season
           write DegreeDayReportLine from report-heading
           move spaces to DegreeDayReportLine
           write DegreeDayReportLine
           write DegreeDayReportLine from column-heading-1
           write DegreeDayReportLine from column-heading-2
           perform write-city-block
               varying City-Ix from 1 by 1
               until City-Ix > city-count
           close DegreeDayReport
           exit.

      *-------------------------------------------------------------
      *Write one city's week, month and season-to-date lines
      *-------------------------------------------------------------
       write-city-block.
           move spaces to DegreeDayReportLine
           write DegreeDayReportLine
           perform build-week-figures
           move "WEEK" to period-type
           move latest-date to period-date
           string "WEEK " latest-date delimited by size
               into period-name
           perform write-period-line
           move current-year-month to period-year-month
           perform clear-period-figures
           perform add-month-figures
           move "MONTH" to period-type
           compute period-date = current-year-month * 100 + 1
           move spaces to period-name
           string "MONTH " current-year-month delimited by size
               into period-name
           perform write-period-line
           perform clear-period-figures
           move season-start to period-year-month
           perform add-month-figures
               until period-year-month > current-year-month
           move "SEASON" to period-type
           compute period-date = season-start * 100 + 1
           move spaces to period-name
           string "SEASON " season-start delimited by size
               into period-name
           perform write-period-line
           exit.

      *-------------------------------------------------------------
      *clear-period-figures starts a period at zero
      *-------------------------------------------------------------
       clear-period-figures.
           move 0 to pf-days pf-hdd pf-cdd pf-ly-hdd pf-ly-cdd
               pf-ly-missing pf-normal-hdd pf-normal-cdd
               pf-normal-missing
           exit.

      *-------------------------------------------------------------
      *The latest week's figures: its readings, and last year and
      *the normal over the same reading-days at the month's rate
      *-------------------------------------------------------------
       build-week-figures.
           perform clear-period-figures
           move spaces to period-name
           move week-days(City-Ix) to pf-days
           move week-hdd(City-Ix) to pf-hdd
           move week-cdd(City-Ix) to pf-cdd
           move current-year-month to period-year-month
           move pf-days to days-of-month
           perform add-comparisons
           exit.

      *-------------------------------------------------------------
      *Add period-year-month's actual figures and its comparisons
      *to the period, then step to the next month
      *-------------------------------------------------------------
       add-month-figures.
           move city-name(City-Ix) to ml-city
           move period-year-month to ml-year-month
           perform find-month
           if month-on-file
               add mt-days(Month-Ix) to pf-days
               add mt-hdd(Month-Ix) to pf-hdd
               add mt-cdd(Month-Ix) to pf-cdd
               move mt-days(Month-Ix) to days-of-month
               perform add-comparisons
           end-if
           add 1 to period-month
           if period-month > 12
               move 1 to period-month
               add 1 to period-year
           end-if
           exit.

      *-------------------------------------------------------------
      *Add last year's and the normal's degree-days over
      *days-of-month reading-days of period-year-month, marking the
      *comparison missing when there is nothing to take a rate from
      *-------------------------------------------------------------
       add-comparisons.
           if days-of-month = 0
               exit paragraph
           end-if
           move city-name(City-Ix) to ml-city
           compute ml-year-month = period-year-month - 100
           perform find-month
           if month-on-file
               compute rate-hdd rounded =
                   mt-hdd(Month-Ix) / mt-days(Month-Ix)
               compute rate-cdd rounded =
                   mt-cdd(Month-Ix) / mt-days(Month-Ix)
               compute pf-ly-hdd rounded =
                   pf-ly-hdd + rate-hdd * days-of-month
               compute pf-ly-cdd rounded =
                   pf-ly-cdd + rate-cdd * days-of-month
           else
               move 1 to pf-ly-missing
           end-if
           move city-name(City-Ix) to nk-city
           move period-month to nk-month
           set Normal-Ix to 1
           search normal-entry
               at end
                   move 1 to pf-normal-missing
               when nl-key(Normal-Ix) = normal-lookup
                   move nl-average(Normal-Ix) to temperature-value
                   perform compute-day-degree-days
                   compute pf-normal-hdd =
                       pf-normal-hdd + day-hdd * days-of-month
                   compute pf-normal-cdd =
                       pf-normal-cdd + day-cdd * days-of-month
           end-search
           exit.

      *-------------------------------------------------------------
      *Write one period line to the report and the extract, with
      *n/a for a comparison that could not be made
      *-------------------------------------------------------------
       write-period-line.
           move spaces to detail-line
           if period-type = "WEEK"
               move city-name(City-Ix) to dl-city
           end-if
           move period-name to dl-period
           move pf-days to dl-days
           move pf-hdd to dl-hdd
           move pf-cdd to dl-cdd
           move city-name(City-Ix) to xp-city
           move period-type to xp-type
           move period-date to xp-date
           move pf-days to xp-days
           move pf-hdd to xp-hdd
           move pf-cdd to xp-cdd
           if pf-ly-missing = 1 or pf-days = 0
               move "     n/a" to dl-ly-hdd-x dl-ly-cdd-x
               move spaces to xp-ly-hdd-x xp-ly-cdd-x
           else
               move pf-ly-hdd to dl-ly-hdd xp-ly-hdd
               move pf-ly-cdd to dl-ly-cdd xp-ly-cdd
           end-if
           if pf-normal-missing = 1 or pf-days = 0
               move "     n/a" to dl-normal-hdd-x dl-normal-cdd-x
               move spaces to xp-normal-hdd-x xp-normal-cdd-x
           else
               move pf-normal-hdd to dl-normal-hdd xp-normal-hdd
               move pf-normal-cdd to dl-normal-cdd xp-normal-cdd
           end-if
           write DegreeDayReportLine from detail-line
           write DegreeDayExtractLine from extract-period-line
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
      *Resolve every file path: the DD_ environment variable wins
      *when it is set, otherwise the built-in default stands, and
      *the resolved paths are echoed into the run output
      *-------------------------------------------------------------
       configure-file-paths.
           move spaces to path-override
           accept path-override from environment
               "DD_DAILYTEMPERATURES"
           if path-override not = spaces
               move path-override to DailyTemperatures-Path
           end-if
           display "DailyTemperatures: " DailyTemperatures-Path
           move spaces to path-override
           accept path-override from environment
               "DD_MONTHLYARCHIVE"
           if path-override not = spaces
               move path-override to MonthlyArchive-Path
           end-if
           display "MonthlyArchive: " MonthlyArchive-Path
           move spaces to path-override
           accept path-override from environment
               "DD_CLIMATENORMALS"
           if path-override not = spaces
               move path-override to ClimateNormals-Path
           end-if
           display "ClimateNormals: " ClimateNormals-Path
           move spaces to path-override
           accept path-override from environment
               "DD_DEGREEDAYCONTROL"
           if path-override not = spaces
               move path-override to DegreeDayControl-Path
           end-if
           display "DegreeDayControl: " DegreeDayControl-Path
           move spaces to path-override
           accept path-override from environment
               "DD_DEGREEDAYREPORT"
           if path-override not = spaces
               move path-override to DegreeDayReport-Path
           end-if
           display "DegreeDayReport: " DegreeDayReport-Path
           move spaces to path-override
           accept path-override from environment
               "DD_DEGREEDAYEXTRACT"
           if path-override not = spaces
               move path-override to DegreeDayExtract-Path
           end-if
           display "DegreeDayExtract: " DegreeDayExtract-Path
           exit.
       end program DegreeDays.
