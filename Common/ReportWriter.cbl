      *        what is already on file; page numbering restarts
      *  "H" - register one heading line, up to three per report
      *  "D" - write one detail line, breaking pages as needed
      *  "C" - close the report, writing the end-of-report line;
      *        the line field carries the calling program's name
      *Each open report holds one of four file channels for the
      *whole run - opened at "O"/"E", closed at "C" - the way every
      *report program here keeps its print files open for the run,
      *so up to four reports may be open at once.
      *
      *Every closed report is also copied into the report archive,
      *a dated file per run under the archive directory, with an
      *entry on ReportArchiveIndex.dat - report name, program, run
      *date and time, pages, lines, status and the archive file's
      *path - so a report can be reprinted as it printed long after
      *the next run has overwritten it. ReportRetrieval lists,
      *reprints and purges the archived versions.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ReportFile4-PATH
           organization is line sequential.

           select ArchiveCopy assign using
           ArchiveCopy-PATH
           organization is line sequential.

           select optional ReportArchiveIndex assign using
           ReportArchiveIndex-PATH
           organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       fd ReportFile1.
       fd ReportFile4.
       01  ReportFileLine4            PIC X(132).

       fd ArchiveCopy.
       01  ArchiveCopyLine            PIC X(132).

       fd ReportArchiveIndex.
      ********Archive index entry: one line per archived report run**
       01  ReportArchiveRecord.
           03  RA-Report              PIC X(20).
           03  FILLER                 PIC X.
           03  RA-Program             PIC X(20).
           03  FILLER                 PIC X.
           03  RA-Date                PIC 9(8).
           03  FILLER                 PIC X.
           03  RA-Time                PIC 9(6).
           03  FILLER                 PIC X.
           03  RA-Pages               PIC 9(5).
           03  FILLER                 PIC X.
           03  RA-Lines               PIC 9(7).
           03  FILLER                 PIC X.
           03  RA-Status              PIC X.
           03  FILLER                 PIC X.
           03  RA-Path                PIC X(80).

       WORKING-STORAGE SECTION.

       01  ReportFile1-PATH           PIC X(80).
       01  ReportFile2-PATH           PIC X(80).
       01  ReportFile3-PATH           PIC X(80).
       01  ReportFile4-PATH           PIC X(80).
       01  ArchiveCopy-PATH           PIC X(80).

      *The archive locations, resolved on the first call: each may
      *be overridden through its DD_ environment variable, with the
      *original location as the default
       01  ReportArchive-DIR          PIC X(60)
           VALUE "C:\DataFiles\ReportArchive\".
       01  ReportArchiveIndex-PATH    PIC X(80)
           VALUE "C:\DataFiles\ReportArchiveIndex.dat".
       01  PATH-OVERRIDE              PIC X(80).
       01  WS-Paths-Resolved          PIC 9 VALUE 0.
           88  Paths-Resolved         VALUE 1.
       01  WS-Page-Size               PIC 9(3) VALUE 60.
       01  WS-Time-Raw                PIC 9(8).
       01  WS-Line-Work               PIC X(132).
       01  WS-Banner-Check REDEFINES WS-Line-Work.
           03  FILLER                 PIC X(20).
           03  BC-Run-Tag             PIC X(5).
           03  FILLER                 PIC X(15).
           03  BC-Page-Tag            PIC X(7).
           03  FILLER                 PIC X(85).

      *Archive copy work: the file name built from the report name
      *and run, and the copy's line and page counts
       01  WS-Read-EOF                PIC 9.
           88  Read-EOF               VALUE 1.
       01  WS-Archive-Name            PIC X(20).
       01  WS-Name-Length             PIC 99.
       01  WS-Archive-Lines           PIC 9(7).
       01  WS-Archive-Pages           PIC 9(5).

      *One slot per open report - each slot owns the same-numbered
      *file channel: its name, page and line position, detail
               05  WS-RT-Page         PIC 9(4) VALUE ZEROS.
               05  WS-RT-Line         PIC 9(3) VALUE ZEROS.
               05  WS-RT-Details      PIC 9(7) VALUE ZEROS.
               05  WS-RT-Run-Date     PIC 9(8) VALUE ZEROS.
               05  WS-RT-Run-Time     PIC 9(6) VALUE ZEROS.
               05  WS-RT-Head-Count   PIC 9 VALUE ZERO.
               05  WS-RT-Heading      PIC X(132) OCCURS 3 TIMES
                                       VALUE SPACES.
       PROCEDURE DIVISION USING LS-REPORT-REQUEST.

       main-program.
           if not Paths-Resolved
               perform configure-archive-paths
           end-if
           evaluate LS-RW-ACTION
               when "O"
                   perform open-report
           move 0 to WS-RT-Line(WS-Slot)
           move 0 to WS-RT-Details(WS-Slot)
           move 0 to WS-RT-Head-Count(WS-Slot)
           accept WS-RT-Run-Date(WS-Slot) from DATE YYYYMMDD
           accept WS-Time-Raw from TIME
           move WS-Time-Raw(1:6) to WS-RT-Run-Time(WS-Slot)
           perform set-slot-path
           if LS-RW-ACTION = "O"
               perform open-slot-output

      *-------------------------------------------------------------
      *close-report paragraph writes the end-of-report line with
      *the detail count, closes the file channel, archives the
      *closed report, and frees the slot
      *-------------------------------------------------------------
       close-report.
           perform find-report-slot
           move WS-End-Line to WS-Line-Work
           perform write-slot-line
           perform close-slot
           perform archive-report
           move spaces to WS-RT-Name(WS-Slot)
           exit.

      *-------------------------------------------------------------
      *archive-report paragraph copies the closed report, all of
      *it including what an interrupted run left, into a dated
      *archive file named for the report and run, counting lines
      *and page banners, and indexes the copy
      *-------------------------------------------------------------
       archive-report.
           move LS-RW-REPORT to WS-Archive-Name
           move 0 to WS-Name-Length
           inspect WS-Archive-Name tallying WS-Name-Length
               for characters before initial "  "
           if WS-Name-Length = 0
               move 1 to WS-Name-Length
           end-if
           inspect WS-Archive-Name(1:WS-Name-Length)
               replacing all space by "_"
           move spaces to ArchiveCopy-PATH
           string ReportArchive-DIR delimited by space
               WS-Archive-Name(1:WS-Name-Length) delimited by size
               "." delimited by size
               WS-RT-Run-Date(WS-Slot) delimited by size
               "." delimited by size
               WS-RT-Run-Time(WS-Slot) delimited by size
               ".rpt" delimited by size
               into ArchiveCopy-PATH
           move 0 to WS-Archive-Lines
           move 0 to WS-Archive-Pages
           move 0 to WS-Read-EOF
           perform open-slot-input
           open output ArchiveCopy
           perform read-slot-line
           perform copy-archive-line until Read-EOF
           close ArchiveCopy
           perform close-slot
           open extend ReportArchiveIndex
           move spaces to ReportArchiveRecord
           move LS-RW-REPORT to RA-Report
           move LS-RW-LINE(1:20) to RA-Program
           move WS-RT-Run-Date(WS-Slot) to RA-Date
           move WS-RT-Run-Time(WS-Slot) to RA-Time
           move WS-Archive-Pages to RA-Pages
           move WS-Archive-Lines to RA-Lines
           move "A" to RA-Status
           move ArchiveCopy-PATH to RA-Path
           write ReportArchiveRecord
           close ReportArchiveIndex
           exit.

      *-------------------------------------------------------------
      *copy-archive-line paragraph copies one report line to the
      *archive, counting each page banner as a page
      *-------------------------------------------------------------
       copy-archive-line.
           write ArchiveCopyLine from WS-Line-Work
           add 1 to WS-Archive-Lines
           if BC-Run-Tag = " RUN " and BC-Page-Tag = "  PAGE "
               add 1 to WS-Archive-Pages
           end-if
           perform read-slot-line
           exit.

      *-------------------------------------------------------------
      *find-report-slot paragraph locates the caller's report in
      *the slot table by name
           end-evaluate
           exit.

      *-------------------------------------------------------------
      *open-slot-input paragraph reopens the slot's closed channel
      *to read the finished report back for the archive
      *-------------------------------------------------------------
       open-slot-input.
           evaluate WS-Slot
               when 1 open input ReportFile1
               when 2 open input ReportFile2
               when 3 open input ReportFile3
               when 4 open input ReportFile4
           end-evaluate
           exit.

      *-------------------------------------------------------------
      *read-slot-line paragraph reads the slot's next line into
      *WS-Line-Work
      *-------------------------------------------------------------
       read-slot-line.
           evaluate WS-Slot
               when 1
                   read ReportFile1 into WS-Line-Work
                       at end set Read-EOF to true
                   end-read
               when 2
                   read ReportFile2 into WS-Line-Work
                       at end set Read-EOF to true
                   end-read
               when 3
                   read ReportFile3 into WS-Line-Work
                       at end set Read-EOF to true
                   end-read
               when 4
                   read ReportFile4 into WS-Line-Work
                       at end set Read-EOF to true
                   end-read
           end-evaluate
           exit.

      *-------------------------------------------------------------
      *write-slot-line paragraph writes WS-Line-Work to the slot's
      *channel
               when 4 close ReportFile4
           end-evaluate
           exit.

      *-------------------------------------------------------------
      *configure-archive-paths paragraph resolves the archive
      *directory and index once per run: the DD_ environment
      *variable wins when it is set
      *-------------------------------------------------------------
       configure-archive-paths.
           move spaces to PATH-OVERRIDE
           accept PATH-OVERRIDE from ENVIRONMENT
               "DD_REPORTARCHIVE"
           if PATH-OVERRIDE not = spaces
               move PATH-OVERRIDE to ReportArchive-DIR
           end-if
           move spaces to PATH-OVERRIDE
           accept PATH-OVERRIDE from ENVIRONMENT
               "DD_REPORTARCHIVEINDEX"
           if PATH-OVERRIDE not = spaces
               move PATH-OVERRIDE to ReportArchiveIndex-PATH
           end-if
           set Paths-Resolved to true
           exit.
       END PROGRAM ReportWriter.
