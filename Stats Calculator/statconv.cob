identification division.
program-id. statconv.

*>one-time load of the indexed run-results repository from the old
*>line-sequential statruns.dat and the dated statruns.*.arc archives
*>statkeep wrote from it. The files to load are listed one per line in
*>statconv.ctl, oldest first (the archives, then the old repository
*>renamed to statruns.seq); with no list only statruns.seq is loaded.
*>Each line is keyed on its feed id and business date. When a key turns
*>up twice, the line with the later run date is kept -- on a tie the one
*>loaded later -- and every duplicate is reported with both run dates, as
*>is every line whose key cannot be read. The repository must not exist
*>yet: the job refuses to load over a live one. Return code 0 is a clean
*>load, 4 a load with duplicates or unreadable lines reported, 8 a load
*>that could not run

environment division.
input-output section.
file-control.
select conv-ctl-file assign to ctlFileName
   organization is line sequential
   file status is ctl-status.
select seq-repo-file assign to seqFileName
   organization is line sequential
   file status is seq-status.
select run-repo-file assign to runRepoFileName
   organization is indexed
   access mode is dynamic
   record key is run-repo-key
   alternate record key is run-repo-datekey with duplicates
   file status is repo-status.
select report-file assign to reportFileName
   organization is line sequential
   file status is rpt-status.

data division.
file section.
fd conv-ctl-file.
   01 conv-ctl-record pic X(80). *>one sequential repository or archive file name per line, oldest first; '*' starts a comment line
fd seq-repo-file.
   01 seq-repo-record pic X(400). *>one line per feed and business date, the layout statnew filed before the repository was indexed
fd run-repo-file.
   01 run-repo-entry. *>one record per feed and business date, maintained by statnew
      05 run-repo-key. *>primary key: a feed's nights sit together in business date order
         10 rrk-feed pic X(60).
         10 rrk-date pic 9(8).
      05 run-repo-datekey. *>alternate key: every feed filed for one business date sits together
         10 rrd-date pic 9(8).
         10 rrd-feed pic X(60).
      05 run-repo-record pic X(400). *>the run's full statistics set as one comma-delimited line
fd report-file.
   01 report-line pic X(132). *>the conversion report: files loaded, duplicates and unreadable lines

working-storage section.
01 ctlFileName pic x(60) value 'statconv.ctl'. *>list of files to load; absent means statruns.seq alone
01 seqFileName pic x(80) value spaces. *>sequential file being loaded
01 runRepoFileName pic x(60) value 'statruns.dat'. *>the indexed run-results repository being built
01 reportFileName pic x(60) value 'statconv.rpt'. *>the conversion report
01 defaultSeqName pic x(80) value 'statruns.seq'. *>the old repository, renamed out of the way before the load
77 ctl-status pic XX. *>file status of conv-ctl-file
77 seq-status pic XX. *>file status of seq-repo-file
77 repo-status pic XX. *>file status of run-repo-file
77 rpt-status pic XX. *>file status of report-file
77 ctl-eof pic A(1). *>end of file list checker
77 seq-eof pic A(1). *>end of sequential file checker
77 run-date pic 9(8) value 0. *>today's date, yyyymmdd, for the report heading
77 rr-feed pic X(60). *>feed id field split off a sequential line
77 rr-date pic X(10). *>business date field split off a sequential line
77 rr-rundate pic X(10). *>run date field split off a sequential line
77 new-rundate pic 9(8) value 0. *>run date of the line being loaded
77 old-rundate pic 9(8) value 0. *>run date of the record already on file under the same key
77 new-line pic X(400). *>the line being loaded, held while its key's existing record is read
77 files-listed pic 9(4) value 0. *>files the list named
77 files-loaded pic 9(4) value 0. *>files opened and loaded
77 files-missing pic 9(4) value 0. *>files named but not found
77 file-lines pic 9(8) value 0. *>lines read from the file being loaded
77 lines-read pic 9(8) value 0. *>lines read from every file
77 recs-written pic 9(8) value 0. *>new repository records
77 dup-count pic 9(8) value 0. *>keys met more than once
77 dup-replaced pic 9(8) value 0. *>duplicates whose later line replaced the record on file
77 bad-count pic 9(8) value 0. *>lines whose key could not be read
77 count-edit pic Z(8)9. *>edited count for a report line
77 sum-label pic X(30). *>label written to the left of a report count

*>strings structs for output
01 print-title.
   02 filler pic X(30) value ' Run repository conversion of '.
   02 out-runDate pic 9(8).
01 print-lineBreak.
   02 filler pic X(44) value all '-'.

procedure division.
   accept run-date from date yyyymmdd
   open output report-file
   if rpt-status not = '00'
      display 'Unable to open conversion report '
         function trim(reportFileName) ' (status ' rpt-status ')'
      move 8 to return-code
      stop run
   end-if
   move run-date to out-runDate
   write report-line from print-title after advancing 0 lines
   write report-line from print-lineBreak after advancing 1 lines
   perform open-new-repository
   if return-code = 0
      perform load-listed-files
      close run-repo-file
      perform write-report-summary
      if dup-count > 0 or bad-count > 0 or files-missing > 0
         move 4 to return-code
      end-if
   end-if
   close report-file
   display 'Conversion report written to ' function trim(reportFileName)
stop run.

*>creates the indexed repository; one that already opens is live and is
*>never loaded over
open-new-repository.
   open input run-repo-file
   if repo-status not = '35'
      if repo-status = '00'
         close run-repo-file
      end-if
      move spaces to report-line
      string ' Repository ' delimited by size
             function trim(runRepoFileName) delimited by size
             ' already exists (status ' delimited by size
             repo-status delimited by size
             ') -- nothing loaded' delimited by size
             into report-line
      end-string
      write report-line after advancing 1 lines
      display 'Repository ' function trim(runRepoFileName)
         ' already exists -- rename the old sequential file to '
         function trim(defaultSeqName) ' before converting'
      move 8 to return-code
      exit paragraph
   end-if
   open output run-repo-file
   if repo-status not = '00'
      display 'Unable to create repository '
         function trim(runRepoFileName) ' (status ' repo-status ')'
      move 8 to return-code
      exit paragraph
   end-if
   close run-repo-file
   open i-o run-repo-file
   if repo-status not = '00'
      display 'Unable to open repository '
         function trim(runRepoFileName) ' (status ' repo-status ')'
      move 8 to return-code
   end-if.

*>loads every file the list names, in the order listed; with no list the
*>old repository is loaded on its own
load-listed-files.
   move space to ctl-eof
   open input conv-ctl-file
   if ctl-status = '00'
      perform read-ctl-record until ctl-eof = 'T'
      close conv-ctl-file
   else
      move defaultSeqName to seqFileName
      add 1 to files-listed
      perform load-one-file
   end-if.

*>reads one list line and, unless blank or a comment, loads the file
read-ctl-record.
   read conv-ctl-file
        at end move 'T' to ctl-eof
        not at end
           if conv-ctl-record not = spaces
                 and conv-ctl-record(1:1) not = '*'
              move function trim(conv-ctl-record) to seqFileName
              add 1 to files-listed
              perform load-one-file
           end-if
   end-read.

*>loads one sequential file line by line and reports how many lines it
*>gave; a file that is not there is reported and the rest still load
load-one-file.
   move space to seq-eof
   move 0 to file-lines
   open input seq-repo-file
   if seq-status not = '00'
      add 1 to files-missing
      move spaces to report-line
      string ' Not found   ' delimited by size
             function trim(seqFileName) delimited by size
             ' (status ' delimited by size
             seq-status delimited by size
             ')' delimited by size
             into report-line
      end-string
      write report-line after advancing 1 lines
      exit paragraph
   end-if
   perform read-seq-record until seq-eof = 'T'
   close seq-repo-file
   add 1 to files-loaded
   move file-lines to count-edit
   move spaces to report-line
   string ' Loaded      ' delimited by size
          function trim(seqFileName) delimited by size
          ' -- ' delimited by size
          function trim(count-edit) delimited by size
          ' lines' delimited by size
          into report-line
   end-string
   write report-line after advancing 1 lines.

*>reads one sequential line and, if not at end, files it
read-seq-record.
   read seq-repo-file
        at end move 'T' to seq-eof
        not at end
           if seq-repo-record not = spaces
              add 1 to file-lines
              add 1 to lines-read
              perform file-seq-record
           end-if
   end-read.

*>keys one line on its feed id and business date and writes it; a key
*>already on file goes to the duplicate check instead
file-seq-record.
   move spaces to rr-feed rr-date rr-rundate
   unstring seq-repo-record delimited by ','
      into rr-feed rr-date rr-rundate
   end-unstring
   if rr-feed = spaces
         or rr-date(1:8) is not numeric
         or rr-date(9:2) not = spaces
      add 1 to bad-count
      move spaces to report-line
      string ' Unreadable  ' delimited by size
             function trim(seqFileName) delimited by size
             ': ' delimited by size
             seq-repo-record(1:100) delimited by size
             into report-line
      end-string
      write report-line after advancing 1 lines
      exit paragraph
   end-if
   move 0 to new-rundate
   if rr-rundate(1:8) is numeric
      move rr-rundate(1:8) to new-rundate
   end-if
   move rr-feed to rrk-feed rrd-feed
   move rr-date(1:8) to rrk-date
   move rrk-date to rrd-date
   move seq-repo-record to run-repo-record
   write run-repo-entry
      invalid key perform settle-duplicate
      not invalid key add 1 to recs-written
   end-write.

*>a key already on file: the line with the later run date is the later
*>filing and is kept, a tie going to the line loaded later; either way
*>the duplicate is reported with both run dates
settle-duplicate.
   add 1 to dup-count
   move seq-repo-record to new-line
   read run-repo-file record key is run-repo-key
      invalid key
         display 'Unable to read back repository record '
            function trim(rr-feed) ' ' rrk-date
            ' (status ' repo-status ')'
         exit paragraph
   end-read
   move spaces to rr-rundate
   unstring run-repo-record delimited by ','
      into rr-feed rr-date rr-rundate
   end-unstring
   move 0 to old-rundate
   if rr-rundate(1:8) is numeric
      move rr-rundate(1:8) to old-rundate
   end-if
   move spaces to report-line
   if new-rundate >= old-rundate
      move new-line to run-repo-record
      rewrite run-repo-entry
         invalid key
            display 'Unable to replace repository record '
               function trim(rrk-feed) ' ' rrk-date
               ' (status ' repo-status ')'
      end-rewrite
      add 1 to dup-replaced
      string ' Duplicate   ' delimited by size
             function trim(rrk-feed) delimited by size
             ' ' delimited by size
             rrk-date delimited by size
             ' -- run of ' delimited by size
             old-rundate delimited by size
             ' replaced by run of ' delimited by size
             new-rundate delimited by size
             ' from ' delimited by size
             function trim(seqFileName) delimited by size
             into report-line
      end-string
   else
      string ' Duplicate   ' delimited by size
             function trim(rrk-feed) delimited by size
             ' ' delimited by size
             rrk-date delimited by size
             ' -- run of ' delimited by size
             old-rundate delimited by size
             ' kept over run of ' delimited by size
             new-rundate delimited by size
             ' from ' delimited by size
             function trim(seqFileName) delimited by size
             into report-line
      end-string
   end-if
   write report-line after advancing 1 lines.

*>closes the report with the counts of the load
write-report-summary.
   write report-line from print-lineBreak after advancing 1 lines
   move 'Files listed' to sum-label
   move files-listed to count-edit
   perform write-report-count
   move 'Files loaded' to sum-label
   move files-loaded to count-edit
   perform write-report-count
   move 'Files not found' to sum-label
   move files-missing to count-edit
   perform write-report-count
   move 'Lines read' to sum-label
   move lines-read to count-edit
   perform write-report-count
   move 'Repository records written' to sum-label
   move recs-written to count-edit
   perform write-report-count
   move 'Duplicate keys' to sum-label
   move dup-count to count-edit
   perform write-report-count
   move 'Duplicates replacing earlier' to sum-label
   move dup-replaced to count-edit
   perform write-report-count
   move 'Unreadable lines skipped' to sum-label
   move bad-count to count-edit
   perform write-report-count.

*>writes one "label = count" line of the report
write-report-count.
   move spaces to report-line
   string ' ' delimited by size
          sum-label delimited by size
          ' =  ' delimited by size
          function trim(count-edit) delimited by size
          into report-line
   end-string
   write report-line after advancing 1 lines.
