      ***************************************************************
      ************************ VAN NGUYEN ***************************
      ******************** Student ID:  040919914 *******************
      ***************************************************************
       identification division.
       program-id. TemperatureConvert as "TemperatureConvert".

      *TemperatureConvert is the one-time conversion that brings the
      *existing DailyTemperatures.dat and the TemperatureArchive.dat
      *monthly summaries into the signed layout: every reading and
      *every average, minimum and maximum becomes a five-position
      *nn.n with a leading minus below zero, where the old layout
      *held an unsigned four-position Z9.9. The daily record keeps
      *its length, the reading taking one position of the trailing
      *filler; the archive summary grows by three. Each file is
      *copied to a work file with its old-layout records converted
      *and then copied back, through the same work-file rewrite the
      *archive job uses. A record already in the signed layout is
      *recognised by where its decimal point sits and passes
      *unchanged, so a rerun is harmless. Record counts are
      *displayed so the run can prove nothing was lost. Run
      *ClimateNormals afterwards to rebuild the normals file from
      *the converted archive.

       environment division.
       input-output section.
       file-control.
           Select DailyTemperatures assign using
           DailyTemperatures-Path
           organization is line sequential.

      *DailyWork holds the daily file as converted until it is
      *copied back over the live file
           Select DailyWork assign using
           DailyWork-Path
           organization is line sequential.

           Select optional MonthlyArchive assign using
           MonthlyArchive-Path
           organization is line sequential.

      *ArchiveWork holds the archive as converted until it is
      *copied back
           Select ArchiveWork assign using
           ArchiveWork-Path
           organization is line sequential.

       data division.
       file section.
       fd DailyTemperatures.
       01 DailyTemperatureRecord PIC X(39).
      *The signed layout every program now reads
       01 DailyTemperatureFields REDEFINES DailyTemperatureRecord.
           03 DT-Date           PIC 9(8).
           03 FILLER            PIC X(2).
           03 DT-City           PIC X(10).
           03 FILLER            PIC X(2).
           03 DT-Day-Number     PIC 9.
           03 FILLER            PIC X(2).
           03 DT-Temperature    PIC --9.9.
           03 FILLER            PIC X(9).
      *The old layout, the reading an unsigned Z9.9
       01 DailyTemperatureOld REDEFINES DailyTemperatureRecord.
           03 FILLER            PIC X(25).
           03 DO-Temp-Text      PIC X(4).
           03 DO-Temp-Point REDEFINES DO-Temp-Text.
               05 FILLER        PIC X(2).
               05 DO-Point      PIC X.
               05 FILLER        PIC X.
           03 FILLER            PIC X(10).

       fd DailyWork.
       01 DailyWorkRecord       PIC X(39).

       fd MonthlyArchive.
       01 MonthlyArchiveRecord  PIC X(46).
      *The signed layout TemperatureArchive now writes
       01 MonthlyArchiveFields REDEFINES MonthlyArchiveRecord.
           03 MA-Year-Month     PIC 9(6).
           03 FILLER            PIC X(2).
           03 MA-City           PIC X(10).
           03 FILLER            PIC X(2).
           03 MA-Average        PIC --9.9.
           03 FILLER            PIC X(2).
           03 MA-Min            PIC --9.9.
           03 FILLER            PIC X(2).
           03 MA-Max            PIC --9.9.
           03 FILLER            PIC X(2).
           03 MA-Count          PIC X(5).
      *The old layout, each figure an unsigned Z9.9
       01 MonthlyArchiveOld REDEFINES MonthlyArchiveRecord.
           03 MO-Year-Month     PIC 9(6).
           03 FILLER            PIC X(2).
           03 MO-City           PIC X(10).
           03 FILLER            PIC X(2).
           03 MO-Average        PIC X(4).
           03 MO-Average-Point REDEFINES MO-Average.
               05 FILLER        PIC X(2).
               05 MO-Point      PIC X.
               05 FILLER        PIC X.
           03 FILLER            PIC X(2).
           03 MO-Min            PIC X(4).
           03 FILLER            PIC X(2).
           03 MO-Max            PIC X(4).
           03 FILLER            PIC X(2).
           03 MO-Count          PIC X(5).
           03 FILLER            PIC X(3).

       fd ArchiveWork.
       01 ArchiveWorkRecord     PIC X(46).

       working-storage section.

      *File assignments resolved at start-up: each path may be
      *overridden through its DD_ environment variable, with the
      *original location as the default, so test and production
      *are a configuration difference instead of a source edit
       01  DailyTemperatures-Path  pic x(80)
           value "C:\DataFiles\DailyTemperatures.dat".
       01  DailyWork-Path  pic x(80)
           value "C:\DataFiles\DailyTemperatures.new".
       01  MonthlyArchive-Path  pic x(80)
           value "C:\DataFiles\TemperatureArchive.dat".
       01  ArchiveWork-Path  pic x(80)
           value "C:\DataFiles\TemperatureArchive.new".
       01  path-override  pic x(80).
       01 temps-eof             PIC 9 VALUE 0.
           88 end-of-temps      VALUE 1.
       01 archive-eof           PIC 9 VALUE 0.
           88 end-of-archive    VALUE 1.
       01 work-eof              PIC 9 VALUE 0.
           88 end-of-work       VALUE 1.

      *The old record being rebuilt in the signed layout
       01 old-daily-record      PIC X(39).
       01 old-archive-record    PIC X(46).
       01 old-archive-fields REDEFINES old-archive-record.
           03 FILLER            PIC X(20).
           03 OA-Average        PIC X(4).
           03 FILLER            PIC X(2).
           03 OA-Min            PIC X(4).
           03 FILLER            PIC X(2).
           03 OA-Max            PIC X(4).
           03 FILLER            PIC X(2).
           03 OA-Count          PIC X(5).
           03 FILLER            PIC X(3).

       01 daily-read            PIC 9(7) VALUE 0.
       01 daily-converted       PIC 9(7) VALUE 0.
       01 daily-after           PIC 9(7) VALUE 0.
       01 archive-read          PIC 9(7) VALUE 0.
       01 archive-converted     PIC 9(7) VALUE 0.
       01 archive-after         PIC 9(7) VALUE 0.

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

       procedure division.
       main-program.
           perform configure-file-paths
           perform convert-daily-file
           perform convert-archive-file
           perform display-run-summary

           stop run.

      *-------------------------------------------------------------
      *Convert the daily file to the work file, then copy it back
      *over the live file
      *-------------------------------------------------------------
       convert-daily-file.
           open input DailyTemperatures
           open output DailyWork
           read DailyTemperatures
               at end set end-of-temps to true
           end-read
           perform convert-one-reading until end-of-temps
           close DailyTemperatures DailyWork
           open input DailyWork
           open output DailyTemperatures
           move 0 to work-eof
           read DailyWork
               at end set end-of-work to true
           end-read
           perform copy-daily-record until end-of-work
           close DailyWork DailyTemperatures
           exit.

      *-------------------------------------------------------------
      *Convert one daily record when its decimal point sits where
      *the old Z9.9 put it, and write it to the work file
      *-------------------------------------------------------------
       convert-one-reading.
           add 1 to daily-read
           if DO-Point = "."
               move DO-Temp-Text to temp-parse-work
               perform parse-temperature
               move DailyTemperatureRecord to old-daily-record
               move spaces to DailyTemperatureRecord
               move old-daily-record(1:25)
                   to DailyTemperatureRecord(1:25)
               move temperature-value to DT-Temperature
               add 1 to daily-converted
           end-if
           write DailyWorkRecord from DailyTemperatureRecord
           read DailyTemperatures
               at end set end-of-temps to true
           end-read
           exit.

      *-------------------------------------------------------------
      *Copy one converted record back to the live file
      *-------------------------------------------------------------
       copy-daily-record.
           write DailyTemperatureRecord from DailyWorkRecord
           add 1 to daily-after
           read DailyWork
               at end set end-of-work to true
           end-read
           exit.

      *-------------------------------------------------------------
      *Convert the archive summaries to the work file, then copy
      *them back over the archive
      *-------------------------------------------------------------
       convert-archive-file.
           open input MonthlyArchive
           open output ArchiveWork
           read MonthlyArchive
               at end set end-of-archive to true
           end-read
           perform convert-one-summary until end-of-archive
           close MonthlyArchive ArchiveWork
           open input ArchiveWork
           open output MonthlyArchive
           move 0 to work-eof
           read ArchiveWork
               at end set end-of-work to true
           end-read
           perform copy-archive-record until end-of-work
           close ArchiveWork MonthlyArchive
           exit.

      *-------------------------------------------------------------
      *Convert one summary when its average's decimal point sits
      *where the old Z9.9 put it, and write it to the work file
      *-------------------------------------------------------------
       convert-one-summary.
           add 1 to archive-read
           if MO-Point = "."
               move MonthlyArchiveRecord to old-archive-record
               move spaces to MonthlyArchiveRecord
               move old-archive-record(1:20)
                   to MonthlyArchiveRecord(1:20)
               move OA-Average to temp-parse-work
               perform parse-temperature
               move temperature-value to MA-Average
               move OA-Min to temp-parse-work
               perform parse-temperature
               move temperature-value to MA-Min
               move OA-Max to temp-parse-work
               perform parse-temperature
               move temperature-value to MA-Max
               move OA-Count to MA-Count
               add 1 to archive-converted
           end-if
           write ArchiveWorkRecord from MonthlyArchiveRecord
           read MonthlyArchive
               at end set end-of-archive to true
           end-read
           exit.

      *-------------------------------------------------------------
      *Copy one converted summary back to the archive
      *-------------------------------------------------------------
       copy-archive-record.
           write MonthlyArchiveRecord from ArchiveWorkRecord
           add 1 to archive-after
           read ArchiveWork
               at end set end-of-work to true
           end-read
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
      *Display the read/converted/after reconciliation for both
      *files
      *-------------------------------------------------------------
       display-run-summary.
           display "TEMPERATURE LAYOUT CONVERSION RUN"
           display "  DAILY RECORDS READ      " daily-read
           display "  DAILY RECORDS CONVERTED " daily-converted
           display "  DAILY RECORDS AFTER     " daily-after
           display "  ARCHIVE RECORDS READ    " archive-read
           display "  ARCHIVE CONVERTED       " archive-converted
           display "  ARCHIVE RECORDS AFTER   " archive-after
           if daily-after = daily-read
               and archive-after = archive-read
               display "  RECONCILIATION          OK"
           else
               display "  RECONCILIATION          *** MISMATCH ***"
           end-if
           display "  RERUN ClimateNormals TO REBUILD THE NORMALS"
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
               "DD_DAILYWORK"
           if path-override not = spaces
               move path-override to DailyWork-Path
           end-if
           display "DailyWork: " DailyWork-Path
           move spaces to path-override
           accept path-override from environment
               "DD_MONTHLYARCHIVE"
           if path-override not = spaces
               move path-override to MonthlyArchive-Path
           end-if
           display "MonthlyArchive: " MonthlyArchive-Path
           move spaces to path-override
           accept path-override from environment
               "DD_ARCHIVEWORK"
           if path-override not = spaces
               move path-override to ArchiveWork-Path
           end-if
           display "ArchiveWork: " ArchiveWork-Path
           exit.
       end program TemperatureConvert.
