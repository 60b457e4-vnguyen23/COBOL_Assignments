       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReportRetrieval as "ReportRetrieval".

      *ReportRetrieval answers the auditor who wants a report as it
      *printed weeks ago, from the archive ReportWriter keeps of
      *every report it closes. Each run takes one action, from the
      *REPRINT_ACTION environment variable or a console prompt:
      *  LIST  - list the archived versions of a report (blank for
      *          every report) run within a date range
      *  PRINT - reprint one version, all of it or a page range;
      *          the version is picked by run date and time, or is
      *          the latest in the date range when none is given
      *  PURGE - apply the retention by report type from the
      *          optional ReportRetention.dat: versions older than
      *          their report's days ("*" sets the default for any
      *          report not named; no entry keeps them) are marked
      *          purged in the index and their files emptied
      *The report, date range, run and page range come from the
      *REPRINT_REPORT, REPRINT_FROM, REPRINT_TO, REPRINT_RUN and
      *REPRINT_PAGES environment variables or the console; a blank
      *reply takes the default - every report, every date, the
      *latest run, every page.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select optional ReportArchiveIndex assign using
           ReportArchiveIndex-PATH
           organization is line sequential.

           select optional ReportRetention assign using
           ReportRetention-PATH
           organization is line sequential.

           select ArchivedReport assign using
           ArchivedReport-PATH
           organization is line sequential.

           select RetrievalReport assign using
           RetrievalReport-PATH
           organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       fd ReportArchiveIndex.
      ********Archive index entry, as ReportWriter writes it*********
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

       fd ReportRetention.
      ********Retention control: days kept per report type**********
       01  ReportRetentionRecord.
           03  RR-Report              PIC X(20).
           03  FILLER                 PIC X.
           03  RR-Days                PIC 9(4).

       fd ArchivedReport.
       01  ArchivedReportLine         PIC X(132).

       fd RetrievalReport.
       01  RetrievalReportLine        PIC X(132).

       WORKING-STORAGE SECTION.

      *File assignments resolved at start-up: each path may be
      *overridden through its DD_ environment variable, with the
      *original location as the default, so test and production
      *are a configuration difference instead of a source edit
       01  ReportArchiveIndex-PATH  PIC X(80)
           VALUE "C:\DataFiles\ReportArchiveIndex.dat".
       01  ReportRetention-PATH  PIC X(80)
           VALUE "C:\DataFiles\ReportRetention.dat".
       01  ArchivedReport-PATH  PIC X(80).
       01  RetrievalReport-PATH  PIC X(80)
           VALUE "C:\DataFiles\ReportRetrieval.rpt".
       01  PATH-OVERRIDE  PIC X(80).
       01  WS-Index-EOF                 PIC 9 VALUE 0.
           88  end-of-index             VALUE 1.
       01  WS-Retention-EOF             PIC 9 VALUE 0.
           88  end-of-retention         VALUE 1.
       01  WS-Archive-EOF               PIC 9 VALUE 0.
           88  end-of-archive           VALUE 1.

      *The run's parameters
       01  WS-Action                    PIC X(5).
       01  WS-Report-Name               PIC X(20).
       01  WS-From-Date                 PIC 9(8) VALUE 0.
       01  WS-To-Date                   PIC 9(8) VALUE 99999999.
       01  WS-Run-Text                  PIC X(15).
       01  WS-Run-Fields REDEFINES WS-Run-Text.
           03  WS-Run-Date              PIC 9(8).
           03  FILLER                   PIC X.
           03  WS-Run-Time              PIC 9(6).
       01  WS-Pages-Text                PIC X(9).
       01  WS-Pages-Fields REDEFINES WS-Pages-Text.
           03  WS-Page-From             PIC 9(4).
           03  FILLER                   PIC X.
           03  WS-Page-To               PIC 9(4).
       01  WS-Param-Text                PIC X(20).
       01  WS-Today                     PIC 9(8).

      *The archive index held in storage while it is searched, and
      *rewritten with the purged versions marked
       01  WS-Idx-Count                 PIC 9(4) VALUE 0.
       01  WS-Idx-Table.
           03  WS-Idx-Entry             OCCURS 0 TO 5000 TIMES
                                         DEPENDING ON WS-Idx-Count.
               05  WS-Idx-Record        PIC X(154).
       01  WS-Idx-Sub                   PIC 9(4).
       01  WS-Chosen                    PIC 9(4) VALUE 0.
       01  WS-Listed-Count              PIC 9(4) VALUE 0.
       01  WS-Purge-Count               PIC 9(4) VALUE 0.

      *Retention days per report type, with the "*" default
       01  WS-Ret-Count                 PIC 99 VALUE 0.
       01  WS-Ret-Table.
           03  WS-Ret-Entry             OCCURS 1 TO 50 TIMES
                                         DEPENDING ON WS-Ret-Count
                                         INDEXED BY Ret-Ix.
               05  WS-Ret-Report        PIC X(20).
               05  WS-Ret-Days          PIC 9(4).
       01  WS-Default-Days              PIC 9(4) VALUE 0.
       01  WS-Keep-Days                 PIC 9(4).
       01  WS-Age-Days                  PIC S9(7).
       01  WS-Today-Daynum              PIC 9(7).

      *Date-to-day-number conversion for the age of a version
       01  WS-Date-Work                 PIC 9(8).
       01  WS-Date-Work-Parts REDEFINES WS-Date-Work.
           03  WS-DW-Year               PIC 9(4).
           03  WS-DW-Month              PIC 99.
           03  WS-DW-Day                PIC 99.
       01  WS-Daynum                    PIC 9(7).
       01  WS-DN-Year                   PIC 9(5).
       01  WS-DN-Month                  PIC 99.
       01  WS-DN-Leap4                  PIC 9(5).
       01  WS-DN-Leap100                PIC 9(4).
       01  WS-DN-Leap400                PIC 9(3).
       01  WS-DN-Month-Work             PIC 9(4).
       01  WS-DN-Month-Days             PIC 9(3).

      *Reprint page tracking: the page each archived line is on,
      *found from the ReportWriter page banner
       01  WS-Current-Page              PIC 9(5).
       01  WS-Printed-Lines             PIC 9(7).
       01  WS-Banner-Check.
           03  FILLER                   PIC X(20).
           03  BC-Run-Tag               PIC X(5).
           03  FILLER                   PIC X(15).
           03  BC-Page-Tag              PIC X(7).
           03  FILLER                   PIC X(85).

       01  WS-List-Heading-1.
           03  FILLER        PIC X(25) VALUE
               "ARCHIVED REPORT VERSIONS ".
           03  LH-Range      PIC X(60).
       01  WS-List-Heading-2.
           03  FILLER        PIC X(44) VALUE
               "REPORT               PROGRAM              RU".
           03  FILLER        PIC X(40) VALUE
               "N DATE TIME     PAGES   LINES ST PATH".
       01  WS-List-Line.
           03  LL-Report     PIC X(20).
           03  FILLER        PIC X VALUE SPACE.
           03  LL-Program    PIC X(20).
           03  FILLER        PIC X VALUE SPACE.
           03  LL-Date       PIC 9(8).
           03  FILLER        PIC X VALUE SPACE.
           03  LL-Time       PIC 9(6).
           03  FILLER        PIC X VALUE SPACE.
           03  LL-Pages      PIC ZZZZ9.
           03  FILLER        PIC X VALUE SPACE.
           03  LL-Lines      PIC ZZZZZZ9.
           03  FILLER        PIC X VALUE SPACE.
           03  LL-Status     PIC X(2).
           03  FILLER        PIC X VALUE SPACE.
           03  LL-Path       PIC X(57).
       01  WS-Reprint-Heading.
           03  FILLER        PIC X(11) VALUE "REPRINT OF ".
           03  RH-Report     PIC X(20).
           03  FILLER        PIC X(5) VALUE " RUN ".
           03  RH-Date       PIC 9(8).
           03  FILLER        PIC X VALUE SPACE.
           03  RH-Time       PIC 9(6).
           03  FILLER        PIC X(7) VALUE " PAGES ".
           03  RH-Page-From  PIC ZZZ9.
           03  FILLER        PIC X(3) VALUE " - ".
           03  RH-Page-To    PIC ZZZ9.
           03  FILLER        PIC X(11) VALUE " REPRINTED ".
           03  RH-Today      PIC 9(8).

       PROCEDURE DIVISION.
       main-program.
           PERFORM CONFIGURE-FILE-PATHS
           accept WS-Today from DATE YYYYMMDD
           perform get-parameters
           perform load-index-table
           evaluate WS-Action
               when "LIST"
                   perform list-versions
               when "PRINT"
                   perform reprint-version
               when "PURGE"
                   perform purge-versions
           end-evaluate
           stop run.

      *-------------------------------------------------------------
      *get-parameters paragraph takes the action and its selection
      *from the environment or the operator
      *-------------------------------------------------------------
       get-parameters.
           move spaces to WS-Action
           accept WS-Action from ENVIRONMENT "REPRINT_ACTION"
           if WS-Action = spaces
               display "ACTION (LIST / PRINT / PURGE): "
                   with no advancing
               accept WS-Action
           end-if
           if WS-Action not = "LIST"
               and WS-Action not = "PRINT"
               and WS-Action not = "PURGE"
               display "UNKNOWN ACTION " WS-Action " - CANCELLED"
               stop run
           end-if
           if WS-Action = "PURGE"
               exit paragraph
           end-if
           move spaces to WS-Report-Name
           accept WS-Report-Name from ENVIRONMENT "REPRINT_REPORT"
           if WS-Report-Name = spaces
               display "REPORT NAME (BLANK FOR ALL): "
                   with no advancing
               accept WS-Report-Name
           end-if
           move spaces to WS-Param-Text
           accept WS-Param-Text from ENVIRONMENT "REPRINT_FROM"
           if WS-Param-Text = spaces
               display "FROM RUN DATE YYYYMMDD (BLANK FOR ALL): "
                   with no advancing
               accept WS-Param-Text
           end-if
           if WS-Param-Text(1:8) is numeric
               move WS-Param-Text(1:8) to WS-From-Date
           end-if
           move spaces to WS-Param-Text
           accept WS-Param-Text from ENVIRONMENT "REPRINT_TO"
           if WS-Param-Text = spaces
               display "TO RUN DATE YYYYMMDD (BLANK FOR ALL): "
                   with no advancing
               accept WS-Param-Text
           end-if
           if WS-Param-Text(1:8) is numeric
               move WS-Param-Text(1:8) to WS-To-Date
           end-if
           if WS-Action = "LIST"
               exit paragraph
           end-if
           move spaces to WS-Run-Text
           accept WS-Run-Text from ENVIRONMENT "REPRINT_RUN"
           if WS-Run-Text = spaces
               display "RUN YYYYMMDD HHMMSS (BLANK FOR LATEST): "
                   with no advancing
               accept WS-Run-Text
           end-if
           if WS-Run-Text not = spaces
               and (WS-Run-Date is not numeric
                   or WS-Run-Time is not numeric)
               display "RUN " WS-Run-Text " IS NOT YYYYMMDD HHMMSS"
                   " - CANCELLED"
               stop run
           end-if
           move spaces to WS-Pages-Text
           accept WS-Pages-Text from ENVIRONMENT "REPRINT_PAGES"
           if WS-Pages-Text = spaces
               display "PAGES NNNN-NNNN (BLANK FOR ALL): "
                   with no advancing
               accept WS-Pages-Text
           end-if
           if WS-Page-From is not numeric
               or WS-Page-To is not numeric
               move 1 to WS-Page-From
               move 9999 to WS-Page-To
           end-if
           if WS-Page-From > WS-Page-To
               display "PAGE RANGE " WS-Pages-Text
                   " RUNS BACKWARDS - CANCELLED"
               stop run
           end-if
           exit.

      *-------------------------------------------------------------
      *load-index-table paragraph reads the whole archive index
      *into storage
      *-------------------------------------------------------------
       load-index-table.
           move 0 to WS-Idx-Count
           open input ReportArchiveIndex
           read ReportArchiveIndex
               at end set end-of-index to true
           end-read
           perform load-one-index-entry until end-of-index
           close ReportArchiveIndex
           exit.

      *-------------------------------------------------------------
      *load-one-index-entry paragraph stores one index entry
      *-------------------------------------------------------------
       load-one-index-entry.
           if WS-Idx-Count >= 5000
               display "ERROR: Archive index table full"
               stop run
           end-if
           add 1 to WS-Idx-Count
           move ReportArchiveRecord to WS-Idx-Record(WS-Idx-Count)
           read ReportArchiveIndex
               at end set end-of-index to true
           end-read
           exit.

      *-------------------------------------------------------------
      *list-versions paragraph lists every version of the report
      *run in the date range, purged ones marked
      *-------------------------------------------------------------
       list-versions.
           open output RetrievalReport
           move spaces to LH-Range
           string "FOR " delimited by size
               WS-Report-Name delimited by "  "
               " RUN " delimited by size
               WS-From-Date delimited by size
               " TO " delimited by size
               WS-To-Date delimited by size
               into LH-Range
           write RetrievalReportLine from WS-List-Heading-1
           write RetrievalReportLine from WS-List-Heading-2
           move 0 to WS-Listed-Count
           perform list-one-version
               varying WS-Idx-Sub from 1 by 1
               until WS-Idx-Sub > WS-Idx-Count
           move spaces to RetrievalReportLine
           write RetrievalReportLine
           move spaces to RetrievalReportLine
           string "VERSIONS LISTED: " delimited by size
               WS-Listed-Count delimited by size
               into RetrievalReportLine
           write RetrievalReportLine
           close RetrievalReport
           display "VERSIONS LISTED: " WS-Listed-Count
           exit.

      *-------------------------------------------------------------
      *list-one-version paragraph lists one index entry when it is
      *for the report and in the date range
      *-------------------------------------------------------------
       list-one-version.
           move WS-Idx-Record(WS-Idx-Sub) to ReportArchiveRecord
           if (WS-Report-Name = spaces or RA-Report = WS-Report-Name)
               and RA-Date >= WS-From-Date
               and RA-Date <= WS-To-Date
               add 1 to WS-Listed-Count
               move RA-Report to LL-Report
               move RA-Program to LL-Program
               move RA-Date to LL-Date
               move RA-Time to LL-Time
               move RA-Pages to LL-Pages
               move RA-Lines to LL-Lines
               move RA-Status to LL-Status
               move RA-Path to LL-Path
               write RetrievalReportLine from WS-List-Line
           end-if
           exit.

      *-------------------------------------------------------------
      *reprint-version paragraph finds the chosen version and
      *copies the requested pages of it to the reprint file under
      *a heading naming the version
      *-------------------------------------------------------------
       reprint-version.
           if WS-Report-Name = spaces
               display "A REPORT NAME IS NEEDED TO REPRINT"
                   " - CANCELLED"
               stop run
           end-if
           move 0 to WS-Chosen
           perform choose-one-version
               varying WS-Idx-Sub from 1 by 1
               until WS-Idx-Sub > WS-Idx-Count
           if WS-Chosen = 0
               display "NO ARCHIVED VERSION OF " WS-Report-Name
                   " MATCHES - CANCELLED"
               stop run
           end-if
           move WS-Idx-Record(WS-Chosen) to ReportArchiveRecord
           move RA-Path to ArchivedReport-PATH
           open output RetrievalReport
           move RA-Report to RH-Report
           move RA-Date to RH-Date
           move RA-Time to RH-Time
           move WS-Page-From to RH-Page-From
           if WS-Page-To > RA-Pages
               move RA-Pages to RH-Page-To
           else
               move WS-Page-To to RH-Page-To
           end-if
           move WS-Today to RH-Today
           write RetrievalReportLine from WS-Reprint-Heading
           move 0 to WS-Current-Page
           move 0 to WS-Printed-Lines
           open input ArchivedReport
           read ArchivedReport
               at end set end-of-archive to true
           end-read
           perform reprint-one-line until end-of-archive
           close ArchivedReport
           close RetrievalReport
           display "REPRINTED " RA-Report " RUN " RA-Date " "
               RA-Time " - " WS-Printed-Lines " LINES"
           exit.

      *-------------------------------------------------------------
      *choose-one-version paragraph keeps the active version that
      *matches the run asked for, or the latest in the date range
      *when no run was given
      *-------------------------------------------------------------
       choose-one-version.
           move WS-Idx-Record(WS-Idx-Sub) to ReportArchiveRecord
           if RA-Report = WS-Report-Name and RA-Status = "A"
               and RA-Date >= WS-From-Date
               and RA-Date <= WS-To-Date
               if WS-Run-Text = spaces
                   move WS-Idx-Sub to WS-Chosen
               else
                   if RA-Date = WS-Run-Date
                       and RA-Time = WS-Run-Time
                       move WS-Idx-Sub to WS-Chosen
                   end-if
               end-if
           end-if
           exit.

      *-------------------------------------------------------------
      *reprint-one-line paragraph copies one archived line when its
      *page is in the range asked for; each page banner starts the
      *next page
      *-------------------------------------------------------------
       reprint-one-line.
           move ArchivedReportLine to WS-Banner-Check
           if BC-Run-Tag = " RUN " and BC-Page-Tag = "  PAGE "
               add 1 to WS-Current-Page
           end-if
           if WS-Current-Page >= WS-Page-From
               and WS-Current-Page <= WS-Page-To
               write RetrievalReportLine from ArchivedReportLine
               add 1 to WS-Printed-Lines
           end-if
           read ArchivedReport
               at end set end-of-archive to true
           end-read
           exit.

      *-------------------------------------------------------------
      *purge-versions paragraph purges every active version older
      *than its report's retention, then rewrites the index with
      *the purges marked
      *-------------------------------------------------------------
       purge-versions.
           perform load-retention
           move WS-Today to WS-Date-Work
           perform convert-date-to-daynum
           move WS-Daynum to WS-Today-Daynum
           move 0 to WS-Purge-Count
           perform purge-one-version
               varying WS-Idx-Sub from 1 by 1
               until WS-Idx-Sub > WS-Idx-Count
           if WS-Purge-Count > 0
               perform rewrite-index
           end-if
           display "VERSIONS PURGED: " WS-Purge-Count
           exit.

      *-------------------------------------------------------------
      *load-retention paragraph loads the days kept per report
      *type, the "*" entry being the default
      *-------------------------------------------------------------
       load-retention.
           open input ReportRetention
           read ReportRetention
               at end set end-of-retention to true
           end-read
           perform load-one-retention until end-of-retention
           close ReportRetention
           exit.

      *-------------------------------------------------------------
      *load-one-retention paragraph stores one retention entry
      *-------------------------------------------------------------
       load-one-retention.
           if RR-Days is numeric
               if RR-Report = "*"
                   move RR-Days to WS-Default-Days
               else
                   if WS-Ret-Count >= 50
                       display "ERROR: Retention table full"
                       stop run
                   end-if
                   add 1 to WS-Ret-Count
                   move RR-Report to WS-Ret-Report(WS-Ret-Count)
                   move RR-Days to WS-Ret-Days(WS-Ret-Count)
               end-if
           end-if
           read ReportRetention
               at end set end-of-retention to true
           end-read
           exit.

      *-------------------------------------------------------------
      *purge-one-version paragraph purges one active version older
      *than its report's retention days, emptying its file
      *-------------------------------------------------------------
       purge-one-version.
           move WS-Idx-Record(WS-Idx-Sub) to ReportArchiveRecord
           if RA-Status not = "A"
               exit paragraph
           end-if
           move WS-Default-Days to WS-Keep-Days
           set Ret-Ix to 1
           search WS-Ret-Entry
               at end continue
               when WS-Ret-Report(Ret-Ix) = RA-Report
                   move WS-Ret-Days(Ret-Ix) to WS-Keep-Days
           end-search
           if WS-Keep-Days = 0
               exit paragraph
           end-if
           move RA-Date to WS-Date-Work
           perform convert-date-to-daynum
           compute WS-Age-Days = WS-Today-Daynum - WS-Daynum
           if WS-Age-Days > WS-Keep-Days
               move RA-Path to ArchivedReport-PATH
               open output ArchivedReport
               close ArchivedReport
               move "P" to RA-Status
               move ReportArchiveRecord to WS-Idx-Record(WS-Idx-Sub)
               add 1 to WS-Purge-Count
               display "PURGED " RA-Report " RUN " RA-Date " "
                   RA-Time
           end-if
           exit.

      *-------------------------------------------------------------
      *rewrite-index paragraph writes the index back from storage
      *-------------------------------------------------------------
       rewrite-index.
           open output ReportArchiveIndex
           perform rewrite-one-index-entry
               varying WS-Idx-Sub from 1 by 1
               until WS-Idx-Sub > WS-Idx-Count
           close ReportArchiveIndex
           exit.

      *-------------------------------------------------------------
      *rewrite-one-index-entry paragraph writes one index entry
      *-------------------------------------------------------------
       rewrite-one-index-entry.
           move WS-Idx-Record(WS-Idx-Sub) to ReportArchiveRecord
           write ReportArchiveRecord
           exit.

      *-------------------------------------------------------------
      *convert-date-to-daynum paragraph turns the YYYYMMDD date in
      *WS-Date-Work into a running day number in WS-Daynum, so two
      *dates can be differenced across month ends; January and
      *February count as months 13 and 14 of the prior year
      *-------------------------------------------------------------
       convert-date-to-daynum.
           if WS-DW-Month > 2
               move WS-DW-Year to WS-DN-Year
               move WS-DW-Month to WS-DN-Month
           else
               compute WS-DN-Year = WS-DW-Year - 1
               compute WS-DN-Month = WS-DW-Month + 12
           end-if
           divide WS-DN-Year by 4 giving WS-DN-Leap4
           divide WS-DN-Year by 100 giving WS-DN-Leap100
           divide WS-DN-Year by 400 giving WS-DN-Leap400
           compute WS-DN-Month-Work = 153 * (WS-DN-Month + 1)
           divide WS-DN-Month-Work by 5 giving WS-DN-Month-Days
           compute WS-Daynum = 365 * WS-DN-Year
               + WS-DN-Leap4 - WS-DN-Leap100 + WS-DN-Leap400
               + WS-DN-Month-Days + WS-DW-Day
           exit.


      *-------------------------------------------------------------
      *Resolve every file path: the DD_ environment variable wins
      *when it is set, otherwise the built-in default stands, and
      *the resolved paths are echoed into the run output
      *-------------------------------------------------------------
       CONFIGURE-FILE-PATHS.
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_REPORTARCHIVEINDEX"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO ReportArchiveIndex-PATH
           END-IF
           DISPLAY "ReportArchiveIndex: " ReportArchiveIndex-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_REPORTRETENTION"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO ReportRetention-PATH
           END-IF
           DISPLAY "ReportRetention: " ReportRetention-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_RETRIEVALREPORT"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO RetrievalReport-PATH
           END-IF
           DISPLAY "RetrievalReport: " RetrievalReport-PATH
           EXIT.
       END PROGRAM ReportRetrieval.
