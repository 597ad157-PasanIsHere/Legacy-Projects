*>range, flagged outliers, or simply never ran. Built from the run-results
*>repository, the feed master and the queue summary, with the flagged
*>feeds sorted to the top -- the one look that answers "did anything move
*>last night" without opening forty output files. The flags also go to a
*>small comma file, one line per flagged feed, which the release step
*>reads to decide which reports are held for review

environment division.
input-output section.
   organization is line sequential
   file status is feed-status.
select run-repo-file assign to runRepoFileName
   organization is indexed
   access mode is dynamic
   record key is run-repo-key
   alternate record key is run-repo-datekey with duplicates
   file status is repo-status.
select summary-file assign to sumFileName
   organization is line sequential
select dash-file assign to dashFileName
   organization is line sequential
   file status is dash-status.
select flag-file assign to flagFileName
   organization is line sequential
   file status is flag-status.

data division.
file section.
fd feed-master.
   01 feed-record pic X(250). *>one feed per line: id,active,input,output,mincount,maxcount,owner,tolerance,excl,edit,print,restate,intake,layout,benford -- maintained by statfeed
fd run-repo-file.
   01 run-repo-entry. *>one record per feed and business date, maintained by statnew
      05 run-repo-key. *>primary key: a feed's nights sit together in business date order
         10 rrk-feed pic X(60).
         10 rrk-date pic 9(8).
      05 run-repo-datekey. *>alternate key: every feed filed for one business date sits together
         10 rrd-date pic 9(8).
         10 rrd-feed pic X(60).
      05 run-repo-record pic X(400). *>the run's full statistics set as one comma-delimited line
fd summary-file.
   01 summary-line pic X(400). *>the queue summary statnew wrote: one pair per line with its disposition and figures
fd dash-file.
   01 dash-line pic X(200).
fd flag-file.
   01 flag-line pic X(120). *>"Dashboard Date,yyyymmdd" first, then one "feed id,input file,flags" line per flagged feed

working-storage section.
01 feedFileName pic x(60) value 'statfeed.dat'. *>the feed master naming every feed and its tolerances
01 runRepoFileName pic x(60) value 'statruns.dat'. *>run-results repository the figures come from
01 sumFileName pic x(60) value 'statsum.rpt'. *>the queue summary the night's dispositions come from
01 dashFileName pic x(60) value 'statdash.rpt'. *>file name for the dashboard report
01 flagFileName pic x(60) value 'statdash.flg'. *>the dashboard's flags for the release step, rewritten every run
77 feed-status pic XX. *>file status of feed-master
77 repo-status pic XX. *>file status of run-repo-file
77 sum-status pic XX. *>file status of summary-file
77 dash-status pic XX. *>file status of dash-file
77 flag-status pic XX. *>file status of flag-file
77 feed-eof pic A(1). *>end of feed master checker
77 repo-eof pic A(1). *>end of repository checker
77 repo-want pic X(60). *>repository key (feed id or input file name) whose earlier runs are being read
77 sum-eof pic A(1). *>end of summary checker
77 date-raw pic X(10). *>business date as typed, blank meaning the latest on the repository
77 name-raw pic X(60). *>dashboard file name as typed, blank meaning the default
77 max-feeds pic 9(3) value 500. *>working limit of the feed table
77 f pic 9(3) value 0. *>feed table entry being worked on
77 found-f pic 9(3) value 0. *>feed table entry matched by a lookup, 0 when not found
77 prior-f pic 9(3) value 0. *>feed table entry whose earlier runs are being read
77 rr-feed pic X(60). *>feed id field split off a repository line
77 rr-date pic X(10). *>business date field split off a repository line
77 rr-rundate pic X(10). *>run date field split off a repository line
      perform load-queue-summary
      perform judge-all-feeds
      perform write-dashboard
      perform write-flag-file
   end-if
stop run.

*>date seen; run-date-keyed records still land on the dashboard as
*>figures, they just never pick its default date
read-latest-date-record.
   read run-repo-file next record
        at end move 'T' to repo-eof
        not at end
           move spaces to rr-feed rr-date rr-hdr
           end-if
   end-read.

*>second repository pass, by key: the business date key is read from the
*>dashboard date on, so every record on or after it lands as its feed's
*>dashboard-date figures -- a dashboard-date record for a feed the master
*>does not carry still gets a line, so nothing that ran goes unreviewed.
*>Then each feed's own records before the dashboard date are read off
*>the feed key, under its feed id and its input file name, and the
*>latest of them becomes the previous-run figures
load-run-figures.
   move space to repo-eof
   open input run-repo-file
   if repo-status = '00'
      move dash-date to rrd-date
      move low-values to rrd-feed
      start run-repo-file key is not less than run-repo-datekey
         invalid key move 'T' to repo-eof
      end-start
      perform read-figures-record until repo-eof = 'T'
      perform varying prior-f from 1 by 1 until prior-f > feed-count
         move fd-input(prior-f) to repo-want
         perform read-prior-runs
         if fd-id(prior-f) not = fd-input(prior-f)
            move fd-id(prior-f) to repo-want
            perform read-prior-runs
         end-if
      end-perform
      close run-repo-file
   end-if.

*>reads the next record in business date order and, if not at end,
*>sifts it
read-figures-record.
   read run-repo-file next record
        at end move 'T' to repo-eof
        not at end perform sift-figures-record
   end-read.

*>positions on the first record filed under the wanted key and sifts
*>that key's records from before the dashboard date
read-prior-runs.
   move space to repo-eof
   move repo-want to rrk-feed
   move 0 to rrk-date
   start run-repo-file key is not less than run-repo-key
      invalid key move 'T' to repo-eof
   end-start
   perform read-prior-record until repo-eof = 'T'.

*>reads the key's next record, stopping at another key or at the
*>dashboard date
read-prior-record.
   read run-repo-file next record
        at end move 'T' to repo-eof
        not at end
           if rrk-feed not = repo-want or rrk-date not < dash-date
              move 'T' to repo-eof
           else
              perform sift-figures-record
           end-if
   end-read.

*>splits one repository record and rolls it into its feed's entry. A
*>header record belongs to the business date it is keyed by; a
*>headerless feed files under its run date, which on a normal overnight
      end-if
   end-perform.

*>composes every feed's flag column: FAIL for a bad disposition (with
*>STALE or DUPL naming an extract stopped as a replay), DRIFT
*>past the tolerance, COUNT outside the expected range, OUTL for flagged
*>outliers, NORUN for an active feed with nothing on the dashboard date
judge-all-feeds.
         and fd-disp(f) not = 'INACTIVE'
      perform add-feed-flag-fail
   end-if
   if fd-disp(f) = 'FAILED - STALE EXTRACT'
      string 'STALE ' delimited by size
         into fd-flags(f) with pointer flag-ptr
      end-string
   end-if
   if fd-disp(f) = 'FAILED - DUPLICATE EXTRACT'
      string 'DUPL ' delimited by size
         into fd-flags(f) with pointer flag-ptr
      end-string
   end-if
   if fd-cur-found(f) = 'N'
      if fd-active(f) = 'Y' and fd-disp(f) not = 'INACTIVE'
         string 'NORUN ' delimited by size
   close dash-file
   display 'Dashboard written to ' function trim(dashFileName).

*>writes the flags for the release step: the dashboard date the flags
*>belong to, then each flagged feed by id and input file so a pair can be
*>matched whichever of the two its summary line carries
write-flag-file.
   open output flag-file
   if flag-status not = '00'
      display 'Unable to open dashboard flag file '
         function trim(flagFileName) ' (status ' flag-status ')'
      move 8 to return-code
      exit paragraph
   end-if
   move spaces to flag-line
   string 'Dashboard Date,' delimited by size
          dash-date delimited by size
          into flag-line
   end-string
   write flag-line
   perform varying f from 1 by 1 until f > feed-count
      if fd-flagged(f) = 'Y'
         move spaces to flag-line
         string function trim(fd-id(f)) delimited by size
                ',' delimited by size
                function trim(fd-input(f)) delimited by size
                ',' delimited by size
                function trim(fd-flags(f)) delimited by size
                into flag-line
         end-string
         write flag-line
      end-if
   end-perform
   close flag-file.

*>writes one feed's dashboard line during the half of the sort it belongs
*>to; a feed with nothing to show (no run, not flagged) stays off the
*>dashboard entirely
