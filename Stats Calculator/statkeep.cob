program-id. statkeep.

*>retention and archiving housekeeper for everything the statistics runs
*>leave behind: archives history, timing and run-repository lines (with
*>the category results filed beside them) older than the retention
*>period into dated archive files, keeps a rolling set of nightly queue
*>summaries instead of one overwritten statsum.rpt, deletes the .csv and
*>.exc files of feeds that have not run inside the report retention and
*>the dated release manifests and warehouse files past it, clears the
*>orphaned .ckdat/.srt/.cst/.rst/.cktmp work files a
*>dead run left behind -- but only when no live checkpoint still claims
*>them -- and reports everything it moved or removed. Driven by the
*>retention settings in statkeep.ctl, with standing defaults when the
select settings-file assign to ctlFileName
   organization is line sequential
   file status is ctl-status.
select history-file assign to logFileName
   organization is line sequential
   file status is hist-status.
select hist-archive-file assign to logArcName
   organization is line sequential
   file status is harc-status.
select hist-temp-file assign to logTempName
   organization is line sequential
   file status is htmp-status.
select run-repo-file assign to runRepoFileName
   organization is indexed
   access mode is dynamic
   record key is run-repo-key
   alternate record key is run-repo-datekey with duplicates
   file status is repo-status.
select repo-archive-file assign to repoArcName
   organization is line sequential
   file status is rarc-status.
select cat-results-file assign to catResFileName
   organization is indexed
   access mode is dynamic
   record key is cat-result-key
   file status is cres-status.
select cres-archive-file assign to cresArcName
   organization is line sequential
   file status is crarc-status.
select feed-master assign to feedFileName
   organization is line sequential
   file status is feed-status.
fd settings-file.
   01 settings-record pic X(80). *>one "SETTING,value" line per retention knob
fd history-file.
   01 history-record pic X(400). *>one line per statnew run (history) or pair worked (timing), its date leading
fd hist-archive-file.
   01 hist-archive-record pic X(400). *>log lines older than the retention, moved into the dated archive
fd hist-temp-file.
   01 hist-temp-record pic X(400). *>scratch copy while the log is rewritten without its archived lines
fd run-repo-file.
   01 run-repo-entry. *>one record per feed and business date, maintained by statnew
      05 run-repo-key. *>primary key: a feed's nights sit together in business date order
         10 rrk-feed pic X(60).
         10 rrk-date pic 9(8).
      05 run-repo-datekey. *>alternate key: every feed filed for one business date sits together
         10 rrd-date pic 9(8).
         10 rrd-feed pic X(60).
      05 run-repo-record pic X(400). *>the run's full statistics set as one comma-delimited line
fd repo-archive-file.
   01 repo-archive-record pic X(400). *>repository lines older than the retention, moved into the dated archive as plain text, the layout statconv loads back
fd cat-results-file.
   01 cat-result-entry. *>one record per category per feed and date key, maintained by statnew
      05 cat-result-key. *>a feed's categories for one night sit together in code order
         10 crk-feed pic X(60).
         10 crk-date pic 9(8).
         10 crk-cat pic X(8).
      05 cat-result-record pic X(300). *>feed,business date,run date,category, then the category's statistics
fd cres-archive-file.
   01 cres-archive-record pic X(300). *>category results lines archived with their repository line, as plain text
fd feed-master.
   01 feed-record pic X(250). *>one feed per line: id,active,input,output,mincount,maxcount,owner,tolerance,excl,edit,print,restate,intake,layout,benford -- maintained by statfeed
fd ckpt-file.
   01 ckpt-record pic X(100). *>a feed's restart point as statnew wrote it; a nonzero second field means a live checkpoint
fd run-ctl-file.
   01 run-ctl-record pic X(200). *>one control-queue record, walked so the one-off pairs, COMPARE sides and MERGE outputs get their work-file sets swept too
fd copy-in-file.
   01 copy-in-record pic X(400). *>source side of the generation roll
fd copy-out-file.
   01 copy-out-record pic X(400). *>target side of the generation roll
fd report-file.
   01 report-line pic X(132). *>the housekeeper's own run report: everything moved or removed

working-storage section.
01 ctlFileName pic x(60) value 'statkeep.ctl'. *>retention settings; absent means the standing defaults
01 historyFileName pic x(60) value 'stathist.log'. *>standing history file statnew appends to
01 histTempName pic x(60) value 'stathist.tmp'. *>scratch copy while the history is rewritten
01 timeFileName pic x(60) value 'stattime.log'. *>batch timing log statnew appends to
01 timeTempName pic x(60) value 'stattime.tmp'. *>scratch copy while the timing log is rewritten
01 logFileName pic x(60) value spaces. *>the log being archived: the history, then the timing log
01 logStem pic x(20) value spaces. *>the archive name's stem for the log being archived, stathist or stattime
01 logArcName pic x(70) value spaces. *>the stem plus the run date plus .arc, the day's archive of the log
01 logTempName pic x(60) value spaces. *>scratch copy of the log being archived
01 catResFileName pic x(60) value 'statcres.dat'. *>category results statnew files beside the repository
01 cresArcName pic x(70) value spaces. *>statcres. plus the run date plus .arc, the day's category results archive
01 runRepoFileName pic x(60) value 'statruns.dat'. *>run-results repository statnew maintains
01 repoArcName pic x(70) value spaces. *>statruns. plus the run date plus .arc, the day's repository archive
01 feedFileName pic x(60) value 'statfeed.dat'. *>the feed master naming every feed's files
01 ckptName pic x(70) value spaces. *>checkpoint file of the feed being judged for orphaned work files
01 copyInName pic x(70) value spaces. *>source file of the copy being made
77 htmp-status pic XX. *>file status of hist-temp-file
77 repo-status pic XX. *>file status of run-repo-file
77 rarc-status pic XX. *>file status of repo-archive-file
77 cres-status pic XX. *>file status of cat-results-file
77 crarc-status pic XX. *>file status of cres-archive-file
77 cres-open pic A(1) value 'N'. *>set to 'Y' while the category results file is open for the repository archive
77 cres-eof pic A(1). *>end of the aged record's category results checker
77 feed-status pic XX. *>file status of feed-master
77 ckpt-status pic XX. *>file status of ckpt-file
77 qctl-status pic XX. *>file status of run-ctl-file
77 ctl-eof pic A(1). *>end of settings checker
77 hist-eof pic A(1). *>end of history checker
77 repo-eof pic A(1). *>end of repository checker
77 repo-want pic X(60). *>repository key (feed id or input file name) whose records are being read
77 feed-eof pic A(1). *>end of feed master checker
77 copy-eof pic A(1). *>end of copy source checker
77 qctl-eof pic A(1). *>end of control queue checker
77 hist-cutoff pic 9(8) value 0. *>yyyymmdd before which history lines are archived
77 report-cutoff pic 9(8) value 0. *>yyyymmdd before which an idle feed's reports are deleted
77 fld-date pic X(10). *>leading date field split off a history line
77 line-date pic 9(8) value 0. *>parsed date of the line being judged
77 archived-hist pic 9(6) value 0. *>lines of the log being archived moved to the archive
77 kept-hist pic 9(6) value 0. *>lines of the log being archived kept
77 kept-history pic 9(6) value 0. *>history lines kept
77 kept-timing pic 9(6) value 0. *>timing lines kept
77 log-label pic X(30). *>report label counting the archived lines of the log being archived
77 archived-cres pic 9(6) value 0. *>category results lines moved to the archive
77 purge-int pic 9(8) value 0. *>integer day of the dated file being purged
77 purge-date pic 9(8) value 0. *>yyyymmdd of the dated file being purged
77 purge-span pic 9(4) value 31. *>days before the report cutoff walked for dated manifests and warehouse files, covering a month of missed housekeeping runs
77 archived-repo pic 9(6) value 0. *>repository lines moved to the archive
77 kept-repo pic 9(6) value 0. *>repository lines kept
77 g pic 9(2) value 0. *>generation being rolled into
77 ckpt-i-x pic X(12). *>first checkpoint field as text
77 ckpt-reads-x pic X(12). *>second checkpoint field as text, the acknowledged record count
77 ckpt-live pic A(1) value 'N'. *>whether the work-file set being judged still has a live checkpoint
01 sweep-base pic x(70). *>the name the work-file set being swept keys off: a feed's input, its .edt clean copy, its .std intake copy, a COMPARE side or a MERGE output
77 ctl-tag pic X(10). *>first field of a control record, COMPARE or MERGE when not a plain pair
01 cf1 pic X(60). *>first file named on a control record
01 cf2 pic X(60). *>second file named on a control record
      perform load-feed-master
      perform note-latest-repo-dates
      perform archive-history
      perform archive-timing-log
      perform archive-run-repo
      perform roll-queue-summaries
      perform purge-aged-reports
      perform purge-dated-outputs
      perform clear-orphan-work-files
      perform write-report-summary
      close report-file
      end-if
   end-if.

*>reads each feed's records off the repository key before anything is
*>archived, noting its latest business date so the report purge judges
*>idleness off the whole repository, not the part that survives today's
*>archiving; a feed's records sit under its feed id, or under its input
*>file name when the extract carried no header
note-latest-repo-dates.
   open input run-repo-file
   if repo-status = '00'
      perform varying f from 1 by 1 until f > feed-count
         move fd-id(f) to repo-want
         perform read-feed-dates
         if fd-input(f) not = fd-id(f)
            move fd-input(f) to repo-want
            perform read-feed-dates
         end-if
      end-perform
      close run-repo-file
   end-if.

*>positions on the first record filed under the wanted key and notes the
*>dates of that key's records
read-feed-dates.
   move space to repo-eof
   move repo-want to rrk-feed
   move 0 to rrk-date
   start run-repo-file key is not less than run-repo-key
      invalid key move 'T' to repo-eof
   end-start
   perform read-repo-date-record until repo-eof = 'T'.

*>reads the key's next record, stopping at another key, and rolls its
*>business date into the feed's latest
read-repo-date-record.
   read run-repo-file next record
        at end move 'T' to repo-eof
        not at end
           if rrk-feed not = repo-want
              move 'T' to repo-eof
           else
              if rrk-date > fd-latest(f)
                 move rrk-date to fd-latest(f)
              end-if
           end-if
   end-read.

*>archives the history statnew appends a line to every run
archive-history.
   move historyFileName to logFileName
   move 'stathist' to logStem
   move histTempName to logTempName
   move 'History lines archived' to log-label
   perform archive-log-file
   move kept-hist to kept-history.

*>archives the batch timing log statnew appends a line to for every pair
*>worked, its batch date leading, the same way the history is
archive-timing-log.
   move timeFileName to logFileName
   move 'stattime' to logStem
   move timeTempName to logTempName
   move 'Timing lines archived' to log-label
   perform archive-log-file
   move kept-hist to kept-timing.

*>moves the lines of the log being archived that are older than the
*>retention into the day's dated archive and rewrites the log with only
*>the recent lines; a line whose date will not parse is kept, never
*>silently thrown away
archive-log-file.
   move 0 to archived-hist
   move 0 to kept-hist
   move spaces to logArcName
   string function trim(logStem) delimited by size
          '.' delimited by size
          run-date delimited by size
          '.arc' delimited by size
          into logArcName
   end-string
   move space to hist-eof
   open input history-file
   end-if
   open output hist-temp-file
   if htmp-status not = '00'
      display 'Skipping ' function trim(logFileName)
         ' archive -- unable to open '
         function trim(logTempName) ' (status ' htmp-status ')'
      close history-file
      exit paragraph
   end-if
   close hist-temp-file
   if archived-hist > 0
      perform copy-history-back
      move log-label to sum-label
      move archived-hist to count-edit
      perform write-report-count
      move spaces to report-line
      string '   into ' delimited by size
             function trim(logArcName) delimited by size
             into report-line
      end-string
      write report-line after advancing 1 lines
   else
      *>nothing moved, so the log stays untouched on disk
      open output hist-temp-file
      close hist-temp-file
   end-if.

*>reads one log line and routes it to the archive or the keep copy
read-history-line.
   read history-file
        at end move 'T' to hist-eof
        not at end perform judge-history-line
   end-read.

*>judges one log line against the cutoff by its leading date field
judge-history-line.
   move spaces to fld-date
   unstring history-record delimited by ','
      write hist-temp-record
   end-if.

*>appends one line to the day's archive of the log, creating it on first
*>use
append-hist-archive-line.
   open extend hist-archive-file
   if harc-status not = '00'
      write hist-temp-record
   end-if.

*>puts the rewritten log back and leaves the scratch copy empty
copy-history-back.
   move space to copy-eof
   open input hist-temp-file
   close hist-temp-file.

*>moves run-repository records older than the retention into the day's
*>dated archive, judged by the business date they are keyed by: the
*>business date key is walked from the oldest night, each aged record is
*>appended to the archive and deleted in place, and the rest are counted
*>as kept -- the repository itself is never copied or rewritten. The
*>category results filed under an aged record's key go with it into
*>their own dated archive
archive-run-repo.
   move 0 to archived-repo
   move 0 to kept-repo
   move 0 to archived-cres
   move spaces to repoArcName
   string 'statruns.' delimited by size
          run-date delimited by size
          '.arc' delimited by size
          into repoArcName
   end-string
   move spaces to cresArcName
   string 'statcres.' delimited by size
          run-date delimited by size
          '.arc' delimited by size
          into cresArcName
   end-string
   move space to repo-eof
   open i-o run-repo-file
   if repo-status not = '00'
      exit paragraph
   end-if
   move 'N' to cres-open
   open i-o cat-results-file
   if cres-status = '00'
      move 'Y' to cres-open
   end-if
   move 0 to rrd-date
   move low-values to rrd-feed
   start run-repo-file key is not less than run-repo-datekey
      invalid key move 'T' to repo-eof
   end-start
   perform read-repo-line until repo-eof = 'T'
   close run-repo-file
   if cres-open = 'Y'
      close cat-results-file
   end-if
   if archived-cres > 0
      move 'Category results archived' to sum-label
      move archived-cres to count-edit
      perform write-report-count
      move spaces to report-line
      string '   into ' delimited by size
             function trim(cresArcName) delimited by size
             into report-line
      end-string
      write report-line after advancing 1 lines
   end-if
   if archived-repo > 0
      move 'Repository lines archived' to sum-label
      move archived-repo to count-edit
      perform write-report-count
             into report-line
      end-string
      write report-line after advancing 1 lines
   end-if.

*>reads the next record in business date order and, if not at end,
*>judges it
read-repo-line.
   read run-repo-file next record
        at end move 'T' to repo-eof
        not at end perform judge-repo-line
   end-read.

*>judges one repository record against the cutoff by its business date
judge-repo-line.
   if rrd-date > 0 and rrd-date < hist-cutoff
      perform append-repo-archive-line
   else
      add 1 to kept-repo
   end-if.

*>appends one record to the day's repository archive, creating it on
*>first use, and only once it is safely there deletes it from the
*>repository
append-repo-archive-line.
   open extend repo-archive-file
   if rarc-status not = '00'
      move run-repo-record to repo-archive-record
      write repo-archive-record
      close repo-archive-file
      delete run-repo-file record
         invalid key
            display 'Unable to remove archived repository record '
               function trim(rrk-feed) ' ' rrk-date
               ' (status ' repo-status ')'
            add 1 to kept-repo
         not invalid key
            add 1 to archived-repo
            if cres-open = 'Y'
               perform archive-record-categories
            end-if
      end-delete
   else
      add 1 to kept-repo
   end-if.

*>walks the category results filed under the archived record's key and
*>moves each into the day's category results archive
archive-record-categories.
   move space to cres-eof
   move rrk-feed to crk-feed
   move rrk-date to crk-date
   move low-values to crk-cat
   start cat-results-file key is not less than cat-result-key
      invalid key move 'T' to cres-eof
   end-start
   perform read-aged-category until cres-eof = 'T'.

*>reads the next category record, stopping at another feed or date
read-aged-category.
   read cat-results-file next record
        at end move 'T' to cres-eof
        not at end
           if crk-feed not = rrk-feed or crk-date not = rrk-date
              move 'T' to cres-eof
           else
              perform append-cres-archive-line
           end-if
   end-read.

*>appends one category record to the day's category results archive,
*>creating it on first use, and only once it is safely there deletes it;
*>an unwritable archive leaves the record where it is and stops the walk
append-cres-archive-line.
   open extend cres-archive-file
   if crarc-status not = '00'
      open output cres-archive-file
   end-if
   if crarc-status not = '00'
      display 'Unable to open ' function trim(cresArcName)
         ' (status ' crarc-status ') -- category results of '
         function trim(rrk-feed) ' ' rrk-date ' kept'
      move 'T' to cres-eof
      exit paragraph
   end-if
   move cat-result-record to cres-archive-record
   write cres-archive-record
   close cres-archive-file
   delete cat-results-file record
      invalid key
         display 'Unable to remove archived category record '
            function trim(crk-feed) ' ' crk-date ' ' crk-cat
            ' (status ' cres-status ')'
      not invalid key
         add 1 to archived-cres
   end-delete.

*>keeps a rolling set of nightly queue summaries: each generation slides
*>down one (the oldest falling off the end), last night's statsum.rpt
                into del-name
         end-string
         perform delete-one-file
         *>an intake feed's standard-layout copy and intake log, and the
         *>edit outputs keyed off the copy, go with them
         move spaces to del-name
         string function trim(fd-input(f)) delimited by size
                '.std' delimited by size
                into del-name
         end-string
         perform delete-one-file
         move spaces to del-name
         string function trim(fd-input(f)) delimited by size
                '.std.log' delimited by size
                into del-name
         end-string
         perform delete-one-file
         move spaces to del-name
         string function trim(fd-input(f)) delimited by size
                '.std.edt' delimited by size
                into del-name
         end-string
         perform delete-one-file
         move spaces to del-name
         string function trim(fd-input(f)) delimited by size
                '.std.edt.err' delimited by size
                into del-name
         end-string
         perform delete-one-file
      end-if
   end-perform.

*>deletes the release manifests (statrel<yyyymmdd>.mft, by batch date)
*>and the warehouse files (statwhse<yyyymmdd>.dat, by business date)
*>dated before the report cutoff; the names carry the date, so the days
*>of the span before the cutoff are walked one by one, and the span
*>covers housekeeping runs missed since
purge-dated-outputs.
   compute purge-int = function integer-of-date(report-cutoff)
   perform purge-span times
      subtract 1 from purge-int
      compute purge-date = function date-of-integer(purge-int)
      move spaces to del-name
      string 'statrel' delimited by size
             purge-date delimited by size
             '.mft' delimited by size
             into del-name
      end-string
      perform delete-one-file
      move spaces to del-name
      string 'statwhse' delimited by size
             purge-date delimited by size
             '.dat' delimited by size
             into del-name
      end-string
      perform delete-one-file
   end-perform.

*>sweeps every work-file set the runs key off: each feed's raw input,
*>the .edt clean copy an edit-first feed's statistics read, the .std
*>copy an intake feed's statistics read (and its .edt), and the sets
*>the control-file queue keys off (a plain pair's input, each COMPARE
*>side, a MERGE's output report). Each set is deleted only when no live
*>checkpoint still references it -- an interrupted run's resume depends
      if ckpt-live = 'N'
         perform delete-edit-leftovers
      end-if
      move spaces to sweep-base
      string function trim(fd-input(f)) delimited by size
             '.std' delimited by size
             into sweep-base
      end-string
      perform sweep-work-file-set
      move spaces to sweep-base
      string function trim(fd-input(f)) delimited by size
             '.std.edt' delimited by size
             into sweep-base
      end-string
      perform sweep-work-file-set
      if ckpt-live = 'N'
         perform delete-edit-leftovers
      end-if
   end-perform
   perform sweep-control-queue.

   end-string
   perform delete-one-file
   move spaces to del-name
   string function trim(sweep-base) delimited by size
          '.rst' delimited by size
          into del-name
   end-string
   perform delete-one-file
   move spaces to del-name
   string function trim(sweep-base) delimited by size
          '.cktmp' delimited by size
          into del-name
write-report-summary.
   write report-line from print-lineBreak after advancing 1 lines
   move 'History lines kept' to sum-label
   move kept-history to count-edit
   perform write-report-count
   move 'Timing lines kept' to sum-label
   move kept-timing to count-edit
   perform write-report-count
   move 'Repository lines kept' to sum-label
   move kept-repo to count-edit
