       identification division.
       program-id.     FileCompare as "FileCompare".
       author.         Van Nguyen.
       date-written.   2026-10-15.
       date-compiled.  2026-10-15.

      *FileCompare proves what actually differs between two versions
      *of a keyed master - before and after a restore, a BACKOUT or
      *a FORWARDRECOVERY - where FILEVERIFY only certifies one file
      *on its own. Like the copy program it is driven by a control
      *file: compare-control names the old and new files (a master
      *and generation from the BackupManager catalog, or a path),
      *the key position and length, the fields to compare and the
      *areas to ignore. Both files are read in key order, as the
      *catalog generations are written, and matched on key; the
      *report lists records only in the old file, records only in
      *the new file, and changed records with every differing field
      *shown old and new, then the counts by category and the
      *changes by field.

       environment division.
       configuration section.
       source-computer.    Desktop.
       object-computer.    Desktop.
       input-output section.
       file-control.
      *compare-control carries one rule per line:
      *  OLD  /NEW   master and generation from the backup catalog
      *  OLDP /NEWP  the file's path, for a file outside the catalog
      *  KEY         key position and length (required)
      *  FLD         a named field to compare, position and length;
      *              none means the whole record in 40-byte pieces
      *  IGN         a position and length left out of the compare
           Select compare-control assign using
           compare-control-Path
           organization is line sequential.

           Select optional backup-catalog assign using
           backup-catalog-Path
           organization is line sequential.

           Select old-file assign using
           old-file-Path
           organization is line sequential.

           Select new-file assign using
           new-file-Path
           organization is line sequential.

           Select compare-report assign using
           compare-report-Path
           organization is line sequential.
       data division.
       file section.
       fd compare-control.
       01 compare-rule.
           03 cr-type           pic x(4).
           03 filler            pic x.
           03 cr-rest           pic x(95).
       01 compare-file-rule redefines compare-rule.
           03 filler            pic x(5).
           03 cf-master         pic x(14).
           03 filler            pic x.
           03 cf-generation     pic 9(4).
           03 filler            pic x(76).
       01 compare-path-rule redefines compare-rule.
           03 filler            pic x(5).
           03 cp-path           pic x(80).
           03 filler            pic x(15).
       01 compare-area-rule redefines compare-rule.
           03 filler            pic x(5).
           03 ca-start          pic 9(3).
           03 filler            pic x.
           03 ca-length         pic 9(2).
           03 filler            pic x.
           03 ca-name           pic x(14).
           03 filler            pic x(74).
       fd backup-catalog.
      *the catalog entry as BackupManager writes it
       01 backup-catalog-record.
           03 bc-master         pic x(14).
           03 filler            pic x.
           03 bc-generation     pic 9(4).
           03 filler            pic x.
           03 bc-date           pic 9(8).
           03 filler            pic x.
           03 bc-time           pic 9(6).
           03 filler            pic x.
           03 bc-records        pic 9(7).
           03 filler            pic x.
           03 bc-source         pic x(20).
           03 filler            pic x.
           03 bc-status         pic x.
           03 filler            pic x.
           03 bc-path           pic x(80).
       fd old-file.
       01 old-record       pic x(120).
       fd new-file.
       01 new-record       pic x(120).
       fd compare-report.
       01 compare-report-line pic x(100).
       working-storage section.

      *File assignments resolved at start-up: each path may be
      *overridden through its DD_ environment variable, with the
      *original location as the default, so test and production
      *are a configuration difference instead of a source edit
       01  compare-control-Path  pic x(80)
           value "C:\DataFiles\CompareControl.dat".
       01  backup-catalog-Path  pic x(80)
           value "C:\DataFiles\BackupCatalog.dat".
       01  old-file-Path  pic x(80).
       01  new-file-Path  pic x(80).
       01  compare-report-Path  pic x(80)
           value "C:\DataFiles\FileCompare.rpt".
       01  path-override  pic x(80).

       01 ws-control-eof   pic 9 value 0.
           88 end-of-control     value 1.
       01 ws-catalog-eof   pic 9 value 0.
           88 end-of-catalog     value 1.
       01 ws-old-eof       pic 9 value 0.
           88 end-of-old         value 1.
       01 ws-new-eof       pic 9 value 0.
           88 end-of-new         value 1.

      *the two files being compared: catalog master and generation
      *when named that way, with the catalog's record count to
      *reconcile the read against
       01 ws-side-table.
           03 ws-side occurs 2 times.
               05 ws-side-label     pic x(3).
               05 ws-side-master    pic x(14).
               05 ws-side-gen       pic 9(4).
               05 ws-side-path      pic x(80).
               05 ws-side-cat-count pic 9(7).
               05 ws-side-found     pic 9.
                   88 side-in-catalog    value 1.
       01 ws-side-sub      pic 9.

      *the key, and the compare fields and ignore areas loaded from
      *the control file
       01 ws-key-start     pic 9(3) value 0.
       01 ws-key-length    pic 9(2) value 0.
       01 ws-old-key       pic x(40).
       01 ws-new-key       pic x(40).
       01 ws-prior-old-key pic x(40) value low-values.
       01 ws-prior-new-key pic x(40) value low-values.
       01 ws-field-count   pic 99 value 0.
       01 ws-field-table.
           03 ws-field occurs 20 times indexed by field-ix.
               05 ws-field-name     pic x(14).
               05 ws-field-start    pic 9(3).
               05 ws-field-length   pic 9(2).
               05 ws-field-changes  pic 9(6).
       01 ws-field-sub     pic 99.
       01 ws-ignore-count  pic 99 value 0.
       01 ws-ignore-table.
           03 ws-ignore occurs 20 times indexed by ignore-ix.
               05 ws-ignore-start   pic 9(3).
               05 ws-ignore-length  pic 9(2).
       01 ws-ignore-sub    pic 99.

      *the matched pair with the ignore areas blanked, and whether
      *any field of it differs
       01 ws-old-work      pic x(120).
       01 ws-new-work      pic x(120).
       01 ws-record-changed pic 9.
           88 record-changed     value 1.

      *counts by category for the close-out summary
       01 ws-old-read      pic 9(7) value 0.
       01 ws-new-read      pic 9(7) value 0.
       01 ws-old-only      pic 9(7) value 0.
       01 ws-new-only      pic 9(7) value 0.
       01 ws-changed       pic 9(7) value 0.
       01 ws-unchanged     pic 9(7) value 0.

       01 ws-heading-line.
           03 filler            pic x(26) value
               "KEYED FILE COMPARISON    ".
           03 hl-date           pic 9(8).
       01 ws-file-line.
           03 fl-label          pic x(3).
           03 filler            pic x(2) value ": ".
           03 fl-master         pic x(14).
           03 filler            pic x value space.
           03 fl-gen-text       pic x(4).
           03 filler            pic x value space.
           03 fl-path           pic x(75).
       01 ws-column-line.
           03 filler            pic x(40) value
               "CATEGORY KEY".
           03 filler            pic x(60) value
               "FIELD          SIDE VALUE".
       01 ws-detail-line.
           03 dl-category       pic x(9).
           03 dl-key            pic x(30).
           03 filler            pic x value space.
           03 dl-field          pic x(14).
           03 filler            pic x value space.
           03 dl-side           pic x(4).
           03 dl-value          pic x(40).
       01 ws-count-line.
           03 cl-label          pic x(30).
           03 cl-count          pic z(6)9.
           03 filler            pic x(2) value spaces.
           03 cl-note           pic x(40).
       01 ws-catalog-note.
           03 filler            pic x(9) value "CATALOG  ".
           03 cn-count          pic z(6)9.

      *request block for the shared RunLog subprogram
       01 ws-runlog-request.
           03 ws-rl-action      pic x.
           03 ws-rl-program     pic x(20).
           03 ws-rl-status      pic x(20).
           03 ws-rl-read        pic 9(7).
           03 ws-rl-written     pic 9(7).
           03 ws-rl-operator    pic x(8) value spaces.

       procedure division.
       001-Main section.
       001-begin.
           perform 900-configure-paths
           move "S" to ws-rl-action
           move "FILECOMPARE" to ws-rl-program
           move spaces to ws-rl-status
           move zeros to ws-rl-read ws-rl-written
           call "RunLog" using ws-runlog-request
           initialize ws-side-table
           move "OLD" to ws-side-label(1)
           move "NEW" to ws-side-label(2)
           perform 100-load-compare-control
           perform 120-resolve-catalog-file
               varying ws-side-sub from 1 by 1
               until ws-side-sub > 2
           move ws-side-path(1) to old-file-Path
           move ws-side-path(2) to new-file-Path
           display "old-file: " old-file-Path
           display "new-file: " new-file-Path
           open input old-file new-file
           open output compare-report
           perform 150-write-headings
           perform 200-read-old
           perform 210-read-new
           perform 300-match-records
               until end-of-old and end-of-new
           close old-file new-file
           perform 500-write-summary
           close compare-report
           display "OLD RECORDS READ   : " ws-old-read
           display "NEW RECORDS READ   : " ws-new-read
           display "ONLY IN OLD        : " ws-old-only
           display "ONLY IN NEW        : " ws-new-only
           display "CHANGED            : " ws-changed
           display "UNCHANGED          : " ws-unchanged
           move "F" to ws-rl-action
           move "CompareOld" to ws-rl-status
           move ws-old-read to ws-rl-read
           move zeros to ws-rl-written
           call "RunLog" using ws-runlog-request
           move "CompareNew" to ws-rl-status
           move ws-new-read to ws-rl-read
           call "RunLog" using ws-runlog-request
           move "E" to ws-rl-action
           move "COMPLETE" to ws-rl-status
           call "RunLog" using ws-runlog-request
           goback.

      *100-load-compare-control loads and validates every rule up
      *front, so a bad rule stops the run before a record is read;
      *no FLD rules means the whole record is compared in three
      *40-byte pieces
       100-load-compare-control section.
       100-begin.
           open input compare-control
           read compare-control
               at end set end-of-control to true
           end-read
           perform 110-load-compare-rule until end-of-control
           close compare-control
           if ws-key-length = 0
               display "ERROR: no KEY rule in the compare control"
               stop run
           end-if
           if ws-side-path(1) = spaces
               and ws-side-master(1) = spaces
               display "ERROR: no OLD file in the compare control"
               stop run
           end-if
           if ws-side-path(2) = spaces
               and ws-side-master(2) = spaces
               display "ERROR: no NEW file in the compare control"
               stop run
           end-if
           if ws-field-count = 0
               move "POS 001-040" to ws-field-name(1)
               move 1 to ws-field-start(1)
               move "POS 041-080" to ws-field-name(2)
               move 41 to ws-field-start(2)
               move "POS 081-120" to ws-field-name(3)
               move 81 to ws-field-start(3)
               move 40 to ws-field-length(1) ws-field-length(2)
                   ws-field-length(3)
               move 3 to ws-field-count
           end-if
           move zeros to ws-field-changes(1) ws-field-changes(2)
               ws-field-changes(3).

      *110-load-compare-rule validates and stores one control rule
       110-load-compare-rule section.
       110-begin.
           evaluate cr-type
               when "OLD "
                   move cf-master to ws-side-master(1)
                   move cf-generation to ws-side-gen(1)
               when "NEW "
                   move cf-master to ws-side-master(2)
                   move cf-generation to ws-side-gen(2)
               when "OLDP"
                   move cp-path to ws-side-path(1)
               when "NEWP"
                   move cp-path to ws-side-path(2)
               when "KEY "
                   if ca-start < 1 or ca-length < 1
                       or ca-length > 30
                       or ca-start + ca-length - 1 > 120
                       display "ERROR: bad key rule " compare-rule
                       stop run
                   end-if
                   move ca-start to ws-key-start
                   move ca-length to ws-key-length
               when "FLD "
                   if ws-field-count >= 20
                       display "ERROR: too many compare fields"
                       stop run
                   end-if
                   if ca-start < 1 or ca-length < 1
                       or ca-length > 40
                       or ca-start + ca-length - 1 > 120
                       display "ERROR: bad field rule " compare-rule
                       stop run
                   end-if
                   add 1 to ws-field-count
                   move ca-name to ws-field-name(ws-field-count)
                   move ca-start to ws-field-start(ws-field-count)
                   move ca-length to ws-field-length(ws-field-count)
                   move 0 to ws-field-changes(ws-field-count)
               when "IGN "
                   if ws-ignore-count >= 20
                       display "ERROR: too many ignore areas"
                       stop run
                   end-if
                   if ca-start < 1 or ca-length < 1
                       or ca-start + ca-length - 1 > 120
                       display "ERROR: bad ignore rule " compare-rule
                       stop run
                   end-if
                   add 1 to ws-ignore-count
                   move ca-start to ws-ignore-start(ws-ignore-count)
                   move ca-length to ws-ignore-length(ws-ignore-count)
               when other
                   display "ERROR: bad compare rule " compare-rule
                   stop run
           end-evaluate
           read compare-control
               at end set end-of-control to true
           end-read.

      *120-resolve-catalog-file looks a side named by master and
      *generation up in the backup catalog for its path and record
      *count; a purged or uncatalogued generation stops the run
       120-resolve-catalog-file section.
       120-begin.
           move 0 to ws-side-found(ws-side-sub)
           move 0 to ws-side-cat-count(ws-side-sub)
           if ws-side-master(ws-side-sub) = spaces
               exit section
           end-if
           move 0 to ws-catalog-eof
           open input backup-catalog
           read backup-catalog
               at end set end-of-catalog to true
           end-read
           perform 125-check-catalog-entry
               until end-of-catalog or side-in-catalog(ws-side-sub)
           close backup-catalog
           if not side-in-catalog(ws-side-sub)
               display "ERROR: " ws-side-label(ws-side-sub) " "
                   ws-side-master(ws-side-sub) " GENERATION "
                   ws-side-gen(ws-side-sub) " IS NOT IN THE CATALOG"
               stop run
           end-if.

      *125-check-catalog-entry takes the path from the entry that
      *matches the side's master and generation
       125-check-catalog-entry section.
       125-begin.
           if bc-master = ws-side-master(ws-side-sub)
               and bc-generation = ws-side-gen(ws-side-sub)
               if bc-status = "P"
                   display "ERROR: " ws-side-label(ws-side-sub) " "
                       bc-master " GENERATION " bc-generation
                       " HAS BEEN PURGED"
                   stop run
               end-if
               set side-in-catalog(ws-side-sub) to true
               move bc-path to ws-side-path(ws-side-sub)
               move bc-records to ws-side-cat-count(ws-side-sub)
           else
               read backup-catalog
                   at end set end-of-catalog to true
               end-read
           end-if.

      *150-write-headings names the two files and the key on the
      *report
       150-write-headings section.
       150-begin.
           accept hl-date from date yyyymmdd
           write compare-report-line from ws-heading-line
           perform 155-write-file-line
               varying ws-side-sub from 1 by 1
               until ws-side-sub > 2
           move spaces to compare-report-line
           string "KEY POSITION " ws-key-start " LENGTH "
               ws-key-length delimited by size
               into compare-report-line
           write compare-report-line
           move spaces to compare-report-line
           write compare-report-line
           write compare-report-line from ws-column-line.

      *155-write-file-line writes one side's catalog entry or path
       155-write-file-line section.
       155-begin.
           move spaces to ws-file-line
           move ws-side-label(ws-side-sub) to fl-label
           if side-in-catalog(ws-side-sub)
               move ws-side-master(ws-side-sub) to fl-master
               move ws-side-gen(ws-side-sub) to fl-gen-text
           else
               move "PATH" to fl-master
           end-if
           move ws-side-path(ws-side-sub) to fl-path
           write compare-report-line from ws-file-line.

      *200-read-old reads the next old record and checks it is in
      *key order; the end of the file moves high-values to the key
      *so the match flushes the other file
       200-read-old section.
       200-begin.
           read old-file
               at end
                   set end-of-old to true
                   move high-values to ws-old-key
               not at end
                   add 1 to ws-old-read
                   move spaces to ws-old-key
                   move old-record(ws-key-start:ws-key-length)
                       to ws-old-key(1:ws-key-length)
                   if ws-old-key not > ws-prior-old-key
                       display "ERROR: OLD FILE OUT OF KEY SEQUENCE AT "
                           ws-old-key(1:ws-key-length)
                       stop run
                   end-if
                   move ws-old-key to ws-prior-old-key
           end-read.

      *210-read-new does the same for the new file
       210-read-new section.
       210-begin.
           read new-file
               at end
                   set end-of-new to true
                   move high-values to ws-new-key
               not at end
                   add 1 to ws-new-read
                   move spaces to ws-new-key
                   move new-record(ws-key-start:ws-key-length)
                       to ws-new-key(1:ws-key-length)
                   if ws-new-key not > ws-prior-new-key
                       display "ERROR: NEW FILE OUT OF KEY SEQUENCE AT "
                           ws-new-key(1:ws-key-length)
                       stop run
                   end-if
                   move ws-new-key to ws-prior-new-key
           end-read.

      *300-match-records matches the two files on key: the lower
      *key is only in its own file, equal keys are compared field by
      *field
       300-match-records section.
       300-begin.
           evaluate true
               when ws-old-key < ws-new-key
                   add 1 to ws-old-only
                   move spaces to ws-detail-line
                   move "OLD ONLY" to dl-category
                   move ws-old-key(1:ws-key-length) to dl-key
                   move "RECORD" to dl-field
                   move "OLD" to dl-side
                   move old-record to dl-value
                   write compare-report-line from ws-detail-line
                   perform 200-read-old
               when ws-old-key > ws-new-key
                   add 1 to ws-new-only
                   move spaces to ws-detail-line
                   move "NEW ONLY" to dl-category
                   move ws-new-key(1:ws-key-length) to dl-key
                   move "RECORD" to dl-field
                   move "NEW" to dl-side
                   move new-record to dl-value
                   write compare-report-line from ws-detail-line
                   perform 210-read-new
               when other
                   perform 400-compare-records
                   perform 200-read-old
                   perform 210-read-new
           end-evaluate.

      *400-compare-records blanks the ignore areas in both records
      *and compares each field, counting the pair changed or not
       400-compare-records section.
       400-begin.
           move old-record to ws-old-work
           move new-record to ws-new-work
           perform 410-blank-ignore-area
               varying ws-ignore-sub from 1 by 1
               until ws-ignore-sub > ws-ignore-count
           move 0 to ws-record-changed
           perform 420-compare-field
               varying ws-field-sub from 1 by 1
               until ws-field-sub > ws-field-count
           if record-changed
               add 1 to ws-changed
           else
               add 1 to ws-unchanged
           end-if.

      *410-blank-ignore-area blanks one ignore area in both records
       410-blank-ignore-area section.
       410-begin.
           move spaces to ws-old-work(ws-ignore-start(ws-ignore-sub):
               ws-ignore-length(ws-ignore-sub))
           move spaces to ws-new-work(ws-ignore-start(ws-ignore-sub):
               ws-ignore-length(ws-ignore-sub)).

      *420-compare-field reports one field that differs, old value
      *then new
       420-compare-field section.
       420-begin.
           if ws-old-work(ws-field-start(ws-field-sub):
                   ws-field-length(ws-field-sub)) =
               ws-new-work(ws-field-start(ws-field-sub):
                   ws-field-length(ws-field-sub))
               exit section
           end-if
           move spaces to ws-detail-line
           if not record-changed
               move "CHANGED" to dl-category
               move ws-old-key(1:ws-key-length) to dl-key
           end-if
           set record-changed to true
           add 1 to ws-field-changes(ws-field-sub)
           move ws-field-name(ws-field-sub) to dl-field
           move "OLD" to dl-side
           move ws-old-work(ws-field-start(ws-field-sub):
               ws-field-length(ws-field-sub)) to dl-value
           write compare-report-line from ws-detail-line
           move spaces to ws-detail-line
           move "NEW" to dl-side
           move ws-new-work(ws-field-start(ws-field-sub):
               ws-field-length(ws-field-sub)) to dl-value
           write compare-report-line from ws-detail-line.

      *500-write-summary writes the counts by category, each side's
      *read against its catalog count, and the changes by field
       500-write-summary section.
       500-begin.
           move spaces to compare-report-line
           write compare-report-line
           move spaces to ws-count-line
           move "OLD RECORDS READ" to cl-label
           move ws-old-read to cl-count
           if side-in-catalog(1)
               move ws-side-cat-count(1) to cn-count
               move ws-catalog-note to cl-note
               if ws-side-cat-count(1) not = ws-old-read
                   move "COUNT DIFFERS" to cl-note(18:)
               end-if
           end-if
           write compare-report-line from ws-count-line
           move spaces to ws-count-line
           move "NEW RECORDS READ" to cl-label
           move ws-new-read to cl-count
           if side-in-catalog(2)
               move ws-side-cat-count(2) to cn-count
               move ws-catalog-note to cl-note
               if ws-side-cat-count(2) not = ws-new-read
                   move "COUNT DIFFERS" to cl-note(18:)
               end-if
           end-if
           write compare-report-line from ws-count-line
           move spaces to ws-count-line
           move "RECORDS ONLY IN OLD" to cl-label
           move ws-old-only to cl-count
           write compare-report-line from ws-count-line
           move "RECORDS ONLY IN NEW" to cl-label
           move ws-new-only to cl-count
           write compare-report-line from ws-count-line
           move "RECORDS CHANGED" to cl-label
           move ws-changed to cl-count
           write compare-report-line from ws-count-line
           move "RECORDS UNCHANGED" to cl-label
           move ws-unchanged to cl-count
           write compare-report-line from ws-count-line
           move spaces to compare-report-line
           write compare-report-line
           move "CHANGES BY FIELD" to compare-report-line
           write compare-report-line
           perform 510-write-field-count
               varying ws-field-sub from 1 by 1
               until ws-field-sub > ws-field-count
           move spaces to compare-report-line
           write compare-report-line
           if ws-old-only = 0 and ws-new-only = 0 and ws-changed = 0
               move "THE FILES MATCH" to compare-report-line
           else
               move "THE FILES DIFFER" to compare-report-line
           end-if
           write compare-report-line.

      *510-write-field-count writes one field's change count
       510-write-field-count section.
       510-begin.
           move spaces to ws-count-line
           move ws-field-name(ws-field-sub) to cl-label(3:)
           move ws-field-changes(ws-field-sub) to cl-count
           write compare-report-line from ws-count-line.

      *-------------------------------------------------------------
      *Resolve every file path: the DD_ environment variable wins
      *when it is set, otherwise the built-in default stands, and
      *the resolved paths are echoed into the run output; the two
      *files compared come from the compare control
      *-------------------------------------------------------------
       900-configure-paths section.
       900-cfg-begin.
           move spaces to path-override
           accept path-override from environment
               "DD_COMPARECONTROL"
           if path-override not = spaces
               move path-override to compare-control-Path
           end-if
           display "compare-control: " compare-control-Path
           move spaces to path-override
           accept path-override from environment
               "DD_BACKUPCATALOG"
           if path-override not = spaces
               move path-override to backup-catalog-Path
           end-if
           display "backup-catalog: " backup-catalog-Path
           move spaces to path-override
           accept path-override from environment
               "DD_COMPAREREPORT"
           if path-override not = spaces
               move path-override to compare-report-Path
           end-if
           display "compare-report: " compare-report-Path
           exit.
       end program FileCompare.
