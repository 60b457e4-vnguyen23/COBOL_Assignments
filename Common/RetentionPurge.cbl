       IDENTIFICATION DIVISION.
       PROGRAM-ID. RetentionPurge as "RetentionPurge".

      *RetentionPurge is the monthly purge of the files that only
      *ever grow - the run log, the sign-on log, the salary audit
      *log, the calculator log, the inquiry activity logs, the
      *recognition history and the exception carry-forward files.
      *Each file's rule is one line on RetentionPolicy.dat:
      *  name        the file's name on the certificate
      *  date pos    where its YYYYMMDD date starts in the record
      *              (000 for a file that carries no date)
      *  retain      how much to keep, in the unit that follows
      *  unit        D days, M months, Y years past the run date,
      *              or R the newest records, for an undated file
      *  disposition A expired records are archived, D deleted
      *  hold        Y - under legal hold, the file is not touched
      *  path        the file itself
      *e.g.
      *  RunLog               001 0024 M A N C:\DataFiles\RunLog.dat
      *  CalculationLog       000 5000 R D N C:\DataFiles\Calcul...
      *A record dated before the cut-off is expired; one whose date
      *position does not hold a date is kept. Expired records that
      *must be archived are appended to a dated archive file, the
      *file's name and the run date under the retention archive
      *directory, and the kept records are written back over the
      *file. The certificate lists per file the policy applied,
      *the records read, removed and kept, the dates of the records
      *removed and where they went, or why the file was skipped.
      *The purge deletes records for good, so it needs a
      *maintenance grant on RetentionPurge through SignOn, and the
      *operator is named on the certificate.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select RetentionPolicy assign using
           RetentionPolicy-PATH
           organization is line sequential.

      *One source file opened per policy line, the path swapped
      *between opens
           select optional PurgeSource assign using
           PurgeSource-PATH
           organization is line sequential
           file status is WS-Source-Status.

           select PurgeWork assign using
           PurgeWork-PATH
           organization is line sequential.

           select optional PurgeArchive assign using
           PurgeArchive-PATH
           organization is line sequential.

           select RetentionCertificate assign using
           RetentionCertificate-PATH
           organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       fd RetentionPolicy.
      ********One record per file under the retention policy*********
       01  RetentionPolicyRecord.
           03  RP-Name                PIC X(20).
           03  FILLER                 PIC X.
           03  RP-Date-Pos            PIC 9(3).
           03  FILLER                 PIC X.
           03  RP-Retain              PIC 9(4).
           03  FILLER                 PIC X.
           03  RP-Unit                PIC X.
               88  Retain-Days        VALUE "D".
               88  Retain-Months      VALUE "M".
               88  Retain-Years       VALUE "Y".
               88  Retain-Records     VALUE "R".
           03  FILLER                 PIC X.
           03  RP-Disposition         PIC X.
               88  Archive-Expired    VALUE "A".
               88  Delete-Expired     VALUE "D".
           03  FILLER                 PIC X.
           03  RP-Hold                PIC X.
               88  Legal-Hold         VALUE "Y".
           03  FILLER                 PIC X.
           03  RP-Path                PIC X(80).

       fd PurgeSource.
       01  PurgeSourceLine              PIC X(300).

       fd PurgeWork.
       01  PurgeWorkLine                PIC X(300).

       fd PurgeArchive.
       01  PurgeArchiveLine             PIC X(300).

       fd RetentionCertificate.
       01  CertificateLine              PIC X(80).

       WORKING-STORAGE SECTION.

      *File assignments resolved at start-up: each path may be
      *overridden through its DD_ environment variable, with the
      *original location as the default, so test and production
      *are a configuration difference instead of a source edit
       01  RetentionPolicy-PATH  PIC X(80)
           VALUE "C:\DataFiles\RetentionPolicy.dat".
       01  PurgeSource-PATH  PIC X(80).
       01  PurgeWork-PATH  PIC X(80)
           VALUE "C:\DataFiles\RetentionPurge.tmp".
       01  PurgeArchive-PATH  PIC X(80).
       01  RetentionArchive-PATH  PIC X(80)
           VALUE "C:\DataFiles\RetentionArchive\".
       01  RetentionCertificate-PATH  PIC X(80)
           VALUE "C:\DataFiles\RetentionCertificate.rpt".
       01  PATH-OVERRIDE  PIC X(80).
       01  WS-Source-Status             PIC XX.
       01  WS-Policy-EOF                PIC 9 VALUE 0.
           88  end-of-policy            VALUE 1.
       01  WS-Source-EOF                PIC 9 VALUE 0.
           88  end-of-source            VALUE 1.
       01  WS-Work-EOF                  PIC 9 VALUE 0.
           88  end-of-work              VALUE 1.
       01  WS-Run-Date                  PIC 9(8).
       01  WS-Run-Date-Parts REDEFINES WS-Run-Date.
           03  WS-Run-Year              PIC 9(4).
           03  WS-Run-Month             PIC 99.
           03  WS-Run-Day               PIC 99.

      *The cut-off for the file in hand: a day number for a rule in
      *days, a date for one in months or years, a record count for
      *one in records
       01  WS-Cutoff-Daynum             PIC 9(7).
       01  WS-Cutoff-Date               PIC 9(8).
       01  WS-Cutoff-Parts REDEFINES WS-Cutoff-Date.
           03  WS-Cutoff-Year           PIC 9(4).
           03  WS-Cutoff-Month          PIC 99.
           03  WS-Cutoff-Day            PIC 99.
       01  WS-Cutoff-Months             PIC 9(6).
       01  WS-Remove-Target             PIC 9(7).
       01  WS-Record-Date               PIC 9(8).
       01  WS-Expired                   PIC 9.
           88  record-expired           VALUE 1.

      *Counts for the file in hand and for the run
       01  WS-Read-Count                PIC 9(7).
       01  WS-Removed-Count             PIC 9(7).
       01  WS-Kept-Count                PIC 9(7).
       01  WS-Undated-Count             PIC 9(7).
       01  WS-Oldest-Removed            PIC 9(8).
       01  WS-Newest-Removed            PIC 9(8).
       01  WS-Purged-Files              PIC 9(3) VALUE 0.
       01  WS-Skipped-Files             PIC 9(3) VALUE 0.
       01  WS-Total-Removed             PIC 9(9) VALUE 0.

      *Date arithmetic work areas, as the payroll run keeps them
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

      *Request block for the shared RunLog subprogram
       01  WS-RUNLOG-REQUEST.
           03  WS-RL-ACTION             PIC X.
           03  WS-RL-PROGRAM            PIC X(20).
           03  WS-RL-STATUS             PIC X(20).
           03  WS-RL-READ               PIC 9(7).
           03  WS-RL-WRITTEN            PIC 9(7).
           03  WS-RL-OPERATOR           PIC X(8) VALUE SPACES.

      *Request block for the shared SignOn subprogram
       01  WS-SIGNON-REQUEST.
           03  WS-SO-PROGRAM            PIC X(20).
           03  WS-SO-FUNCTION           PIC X.
           03  WS-SO-OPERATOR           PIC X(8).
           03  WS-SO-RESULT             PIC X.
               88  Sign-On-Granted      VALUE "A".

      *Certificate lines
       01  WS-Heading-Line.
           03  FILLER                   PIC X(32)
               VALUE "RETENTION PURGE CERTIFICATE".
           03  FILLER                   PIC X(4) VALUE "RUN ".
           03  WH-Run-Date              PIC 9(8).
           03  FILLER                   PIC X(11)
               VALUE "  OPERATOR ".
           03  WH-Operator              PIC X(8).
           03  FILLER                   PIC X(17) VALUE SPACES.
       01  WS-File-Line.
           03  FILLER                   PIC X(5) VALUE "FILE ".
           03  WF-Name                  PIC X(20).
           03  FILLER                   PIC X VALUE SPACE.
           03  WF-Path                  PIC X(54).
       01  WS-Policy-Line.
           03  FILLER                   PIC X(14)
               VALUE "  POLICY KEEP ".
           03  WP-Retain                PIC ZZZ9.
           03  FILLER                   PIC X VALUE SPACE.
           03  WP-Unit                  PIC X(7).
           03  FILLER                   PIC X(9) VALUE " DATE AT ".
           03  WP-Date-Pos              PIC ZZ9.
           03  FILLER                   PIC X(2) VALUE SPACES.
           03  WP-Disposition           PIC X(24).
           03  FILLER                   PIC X(16) VALUE SPACES.
       01  WS-Count-Line.
           03  FILLER                   PIC X(7) VALUE "  READ ".
           03  WC-Read                  PIC Z,ZZZ,ZZ9.
           03  FILLER                   PIC X(10) VALUE "  REMOVED ".
           03  WC-Removed               PIC Z,ZZZ,ZZ9.
           03  FILLER                   PIC X(7) VALUE "  KEPT ".
           03  WC-Kept                  PIC Z,ZZZ,ZZ9.
           03  FILLER                   PIC X(10) VALUE "  UNDATED ".
           03  WC-Undated               PIC Z,ZZZ,ZZ9.
           03  FILLER                   PIC X(10) VALUE SPACES.
       01  WS-Range-Line.
           03  FILLER                   PIC X(22)
               VALUE "  REMOVED RECORDS FROM".
           03  FILLER                   PIC X VALUE SPACE.
           03  WR-Oldest                PIC 9(8).
           03  FILLER                   PIC X(4) VALUE " TO ".
           03  WR-Newest                PIC 9(8).
           03  FILLER                   PIC X(37) VALUE SPACES.
       01  WS-Note-Line.
           03  FILLER                   PIC X(2) VALUE SPACES.
           03  WN-Text                  PIC X(78).
       01  WS-Total-Line.
           03  FILLER                   PIC X(14)
               VALUE "FILES PURGED ".
           03  WT-Purged                PIC ZZ9.
           03  FILLER                   PIC X(10) VALUE "  SKIPPED ".
           03  WT-Skipped               PIC ZZ9.
           03  FILLER                   PIC X(18)
               VALUE "  RECORDS REMOVED ".
           03  WT-Removed               PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                   PIC X(21) VALUE SPACES.

       PROCEDURE DIVISION.
       main-program.
           PERFORM CONFIGURE-FILE-PATHS
           move "S" to WS-RL-ACTION
           move "RETENTIONPURGE" to WS-RL-PROGRAM
           move spaces to WS-RL-STATUS
           move zeros to WS-RL-READ WS-RL-WRITTEN
           call "RunLog" using WS-RUNLOG-REQUEST
      *Nothing is removed for an operator without a maintenance
      *grant on the shared permissions file
           move "RetentionPurge" to WS-SO-PROGRAM
           move "M" to WS-SO-FUNCTION
           call "SignOn" using WS-SIGNON-REQUEST
           if not Sign-On-Granted
               display "RUN REFUSED - OPERATOR NOT AUTHORIZED"
               move "E" to WS-RL-ACTION
               move "ABORT SIGN-ON REJECT" to WS-RL-STATUS
               call "RunLog" using WS-RUNLOG-REQUEST
               stop run
           end-if
           move WS-SO-OPERATOR to WS-RL-OPERATOR
           accept WS-Run-Date from DATE YYYYMMDD
           open input RetentionPolicy
           open output RetentionCertificate
           move WS-Run-Date to WH-Run-Date
           move WS-SO-OPERATOR to WH-Operator
           write CertificateLine from WS-Heading-Line
           read RetentionPolicy
               at end set end-of-policy to true
           end-read
           perform purge-one-file until end-of-policy
           close RetentionPolicy
           move spaces to CertificateLine
           write CertificateLine
           move WS-Purged-Files to WT-Purged
           move WS-Skipped-Files to WT-Skipped
           move WS-Total-Removed to WT-Removed
           write CertificateLine from WS-Total-Line
           close RetentionCertificate
           display "FILES PURGED    : " WS-Purged-Files
           display "FILES SKIPPED   : " WS-Skipped-Files
           display "RECORDS REMOVED : " WS-Total-Removed
           move "E" to WS-RL-ACTION
           move "COMPLETE" to WS-RL-STATUS
           move zeros to WS-RL-READ WS-RL-WRITTEN
           call "RunLog" using WS-RUNLOG-REQUEST
           stop run.

      *-------------------------------------------------------------
      *purge-one-file paragraph applies one policy line and reads
      *the next
      *-------------------------------------------------------------
       purge-one-file.
           if RetentionPolicyRecord not = spaces
               move spaces to CertificateLine
               write CertificateLine
               move RP-Name to WF-Name
               move RP-Path to WF-Path
               write CertificateLine from WS-File-Line
               perform apply-policy
           end-if
           read RetentionPolicy
               at end set end-of-policy to true
           end-read
           exit.

      *-------------------------------------------------------------
      *apply-policy paragraph skips a held or unusable entry, and
      *otherwise splits the file into kept and expired records
      *-------------------------------------------------------------
       apply-policy.
           if Legal-Hold
               move "SKIPPED - FILE IS UNDER LEGAL HOLD" to WN-Text
               perform skip-file
               exit paragraph
           end-if
           if RP-Retain not numeric or RP-Date-Pos not numeric
               or (not Retain-Days and not Retain-Months
                   and not Retain-Years and not Retain-Records)
               or (not Archive-Expired and not Delete-Expired)
               move "SKIPPED - POLICY ENTRY IS NOT VALID" to WN-Text
               perform skip-file
               exit paragraph
           end-if
           if not Retain-Records
               and (RP-Date-Pos < 1 or RP-Date-Pos > 293)
               move "SKIPPED - DATE POSITION IS NOT VALID" to WN-Text
               perform skip-file
               exit paragraph
           end-if
           perform write-policy-line
           perform set-cutoff
           move RP-Path to PurgeSource-PATH
           move 0 to WS-Read-Count WS-Removed-Count WS-Kept-Count
               WS-Undated-Count WS-Newest-Removed
           move 99999999 to WS-Oldest-Removed
           open input PurgeSource
           if WS-Source-Status = "05"
               close PurgeSource
               move "SKIPPED - FILE NOT FOUND" to WN-Text
               perform skip-file
               exit paragraph
           end-if
           if Retain-Records
               perform count-source-records
               close PurgeSource
               if WS-Read-Count > RP-Retain
                   compute WS-Remove-Target =
                       WS-Read-Count - RP-Retain
               else
                   move 0 to WS-Remove-Target
               end-if
               move 0 to WS-Read-Count
               open input PurgeSource
           end-if
           open output PurgeWork
           if Archive-Expired
               perform build-archive-path
               open extend PurgeArchive
           end-if
           move 0 to WS-Source-EOF
           read PurgeSource
               at end set end-of-source to true
           end-read
           perform sort-one-record until end-of-source
           close PurgeSource PurgeWork
           if Archive-Expired
               close PurgeArchive
           end-if
           if WS-Removed-Count > 0
               perform replace-source
           end-if
           perform write-file-results
           exit.

      *-------------------------------------------------------------
      *skip-file paragraph notes a file left untouched
      *-------------------------------------------------------------
       skip-file.
           write CertificateLine from WS-Note-Line
           add 1 to WS-Skipped-Files
           exit.

      *-------------------------------------------------------------
      *write-policy-line paragraph records the rule being applied
      *-------------------------------------------------------------
       write-policy-line.
           move RP-Retain to WP-Retain
           evaluate true
               when Retain-Days
                   move "DAYS" to WP-Unit
               when Retain-Months
                   move "MONTHS" to WP-Unit
               when Retain-Years
                   move "YEARS" to WP-Unit
               when other
                   move "RECORDS" to WP-Unit
           end-evaluate
           move RP-Date-Pos to WP-Date-Pos
           if Archive-Expired
               move "EXPIRED ARCHIVED" to WP-Disposition
           else
               move "EXPIRED DELETED" to WP-Disposition
           end-if
           write CertificateLine from WS-Policy-Line
           exit.

      *-------------------------------------------------------------
      *set-cutoff paragraph works out the oldest date kept: the run
      *date less the days as a day number, or less the months or
      *years as a date on the same day of the month
      *-------------------------------------------------------------
       set-cutoff.
           if Retain-Days
               move WS-Run-Date to WS-Date-Work
               perform convert-date-to-daynum
               if WS-Daynum > RP-Retain
                   compute WS-Cutoff-Daynum = WS-Daynum - RP-Retain
               else
                   move 0 to WS-Cutoff-Daynum
               end-if
           end-if
           if Retain-Months or Retain-Years
               compute WS-Cutoff-Months =
                   WS-Run-Year * 12 + WS-Run-Month - 1
               if Retain-Months
                   subtract RP-Retain from WS-Cutoff-Months
               else
                   compute WS-Cutoff-Months =
                       WS-Cutoff-Months - RP-Retain * 12
               end-if
               divide WS-Cutoff-Months by 12
                   giving WS-Cutoff-Year
                   remainder WS-Cutoff-Month
               add 1 to WS-Cutoff-Month
               move WS-Run-Day to WS-Cutoff-Day
           end-if
           exit.

      *-------------------------------------------------------------
      *count-source-records paragraph counts the file's records for
      *a rule that keeps the newest so many
      *-------------------------------------------------------------
       count-source-records.
           move 0 to WS-Source-EOF
           read PurgeSource
               at end set end-of-source to true
           end-read
           perform count-one-record until end-of-source
           exit.

      *-------------------------------------------------------------
      *count-one-record paragraph counts one record
      *-------------------------------------------------------------
       count-one-record.
           add 1 to WS-Read-Count
           read PurgeSource
               at end set end-of-source to true
           end-read
           exit.

      *-------------------------------------------------------------
      *build-archive-path paragraph names the dated archive file:
      *the archive directory, the file's name, and the run date
      *-------------------------------------------------------------
       build-archive-path.
           move spaces to PurgeArchive-PATH
           string RetentionArchive-PATH delimited by space
               RP-Name delimited by space
               "." delimited by size
               WS-Run-Date delimited by size
               ".arc" delimited by size
               into PurgeArchive-PATH
           end-string
           exit.

      *-------------------------------------------------------------
      *sort-one-record paragraph sends one record to the archive or
      *the bin when it has expired, and to the kept file otherwise
      *-------------------------------------------------------------
       sort-one-record.
           add 1 to WS-Read-Count
           move 0 to WS-Expired
           if Retain-Records
               if WS-Read-Count <= WS-Remove-Target
                   set record-expired to true
               end-if
           else
               perform test-record-date
           end-if
           if record-expired
               add 1 to WS-Removed-Count
               if Archive-Expired
                   write PurgeArchiveLine from PurgeSourceLine
               end-if
           else
               add 1 to WS-Kept-Count
               write PurgeWorkLine from PurgeSourceLine
           end-if
           read PurgeSource
               at end set end-of-source to true
           end-read
           exit.

      *-------------------------------------------------------------
      *test-record-date paragraph compares the record's date with
      *the cut-off, keeping a record that carries no date there
      *-------------------------------------------------------------
       test-record-date.
           if PurgeSourceLine(RP-Date-Pos:8) not numeric
               add 1 to WS-Undated-Count
               exit paragraph
           end-if
           move PurgeSourceLine(RP-Date-Pos:8) to WS-Record-Date
           if Retain-Days
               move WS-Record-Date to WS-Date-Work
               perform convert-date-to-daynum
               if WS-Daynum < WS-Cutoff-Daynum
                   set record-expired to true
               end-if
           else
               if WS-Record-Date < WS-Cutoff-Date
                   set record-expired to true
               end-if
           end-if
           if record-expired
               if WS-Record-Date < WS-Oldest-Removed
                   move WS-Record-Date to WS-Oldest-Removed
               end-if
               if WS-Record-Date > WS-Newest-Removed
                   move WS-Record-Date to WS-Newest-Removed
               end-if
           end-if
           exit.

      *-------------------------------------------------------------
      *replace-source paragraph writes the kept records back over
      *the file
      *-------------------------------------------------------------
       replace-source.
           open input PurgeWork
           open output PurgeSource
           move 0 to WS-Work-EOF
           read PurgeWork
               at end set end-of-work to true
           end-read
           perform copy-one-kept-record until end-of-work
           close PurgeWork PurgeSource
           exit.

      *-------------------------------------------------------------
      *copy-one-kept-record paragraph copies one kept record back
      *-------------------------------------------------------------
       copy-one-kept-record.
           write PurgeSourceLine from PurgeWorkLine
           read PurgeWork
               at end set end-of-work to true
           end-read
           exit.

      *-------------------------------------------------------------
      *write-file-results paragraph certifies what was removed from
      *the file and where it went
      *-------------------------------------------------------------
       write-file-results.
           move WS-Read-Count to WC-Read
           move WS-Removed-Count to WC-Removed
           move WS-Kept-Count to WC-Kept
           move WS-Undated-Count to WC-Undated
           write CertificateLine from WS-Count-Line
           if WS-Removed-Count > 0 and not Retain-Records
               move WS-Oldest-Removed to WR-Oldest
               move WS-Newest-Removed to WR-Newest
               write CertificateLine from WS-Range-Line
           end-if
           move spaces to WN-Text
           evaluate true
               when WS-Removed-Count = 0
                   move "NOTHING EXPIRED - FILE UNCHANGED" to WN-Text
               when Archive-Expired
                   string "ARCHIVED TO " delimited by size
                       PurgeArchive-PATH delimited by space
                       into WN-Text
                   end-string
               when other
                   move "DELETED - NOT ARCHIVED" to WN-Text
           end-evaluate
           write CertificateLine from WS-Note-Line
           add 1 to WS-Purged-Files
           add WS-Removed-Count to WS-Total-Removed
           move "F" to WS-RL-ACTION
           move RP-Name to WS-RL-STATUS
           move WS-Read-Count to WS-RL-READ
           move WS-Kept-Count to WS-RL-WRITTEN
           call "RunLog" using WS-RUNLOG-REQUEST
           exit.

      *-------------------------------------------------------------
      *convert-date-to-daynum paragraph turns the YYYYMMDD date in
      *WS-Date-Work into a running day number in WS-Daynum, so two
      *dates can be subtracted to give the days between them
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
               "DD_RETENTIONPOLICY"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO RetentionPolicy-PATH
           END-IF
           DISPLAY "RetentionPolicy: " RetentionPolicy-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_PURGEWORK"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO PurgeWork-PATH
           END-IF
           DISPLAY "PurgeWork: " PurgeWork-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_RETENTIONARCHIVE"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO RetentionArchive-PATH
           END-IF
           DISPLAY "RetentionArchive: " RetentionArchive-PATH
           MOVE SPACES TO PATH-OVERRIDE
           ACCEPT PATH-OVERRIDE FROM ENVIRONMENT
               "DD_RETENTIONCERTIFICATE"
           IF PATH-OVERRIDE NOT = SPACES
               MOVE PATH-OVERRIDE TO RetentionCertificate-PATH
           END-IF
           DISPLAY "RetentionCertificate: " RetentionCertificate-PATH
           EXIT.
       END PROGRAM RetentionPurge.
