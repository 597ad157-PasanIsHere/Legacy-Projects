input-output section.
file-control.
select run-repo-file assign to runRepoFileName
   organization is indexed
   access mode is dynamic
   record key is run-repo-key
   alternate record key is run-repo-datekey with duplicates
   file status is repo-status.
select trend-file assign to trendFileName
   organization is line sequential
data division.
file section.
fd run-repo-file.
   01 run-repo-entry. *>one record per feed and business date, maintained by statnew
      05 run-repo-key. *>primary key: a feed's nights sit together in business date order
         10 rrk-feed pic X(60).
         10 rrk-date pic 9(8).
      05 run-repo-datekey. *>alternate key: every feed filed for one business date sits together
         10 rrd-date pic 9(8).
         10 rrd-feed pic X(60).
      05 run-repo-record pic X(400). *>the run's full statistics set as one comma-delimited line
fd trend-file.
   01 trend-line pic X(160).

77 fld-mean pic X(22). *>mean field split off a repository line
77 fld-median pic X(22). *>median field split off a repository line
77 fld-stddev pic X(22). *>standard deviation field split off a repository line
77 fld-skip pic X(30). *>a repository field the trend passes over
77 fld-hdr pic X(1). *>real-header flag split off a repository line
77 key-hdr-seen pic A(1) value 'N'. *>set to 'Y' when a record filed under the typed name came off a real header
77 ins pic 9(4) value 0. *>run table entry the next run is slotted in after
77 run-count pic 9(4) value 0. *>how many repository lines matched the requested feed
77 max-runs pic 9(4) value 1000. *>working limit of the run table
77 r pic 9(4) value 0. *>run currently being reported
      03 runMedian pic S9(14)V9(4).
      03 runStdDev pic S9(14)V9(4).

01 new-run. *>the run just split off a repository line, waiting for its slot in the run table
   03 newDate pic 9(8).
   03 newCount pic S9(9).
   03 newMean pic S9(14)V9(4).
   03 newMedian pic S9(14)V9(4).
   03 newStdDev pic S9(14)V9(4).

*>strings structs for output
01 print-trendTitle.
    02 filler pic X(26) value  '     Trend Report for:    '.
      compute threshold-pct = function numval(threshold-raw)
   end-if.

*>reads the requested feed's records straight off the repository key,
*>oldest business date first; a rerun replaced its feed/date record in
*>place, so no night appears twice. A name with no real-header records
*>under it may be an input file name: its headerless nights are filed
*>under it, but the nights a header was read from it sit under the feed
*>id, so only then is the rest of the repository walked matching on the
*>input file field as well, each night slotted in by date
load-run-repository.
   move space to repo-eof
   open input run-repo-file
      display 'Unable to open run repository '
         function trim(runRepoFileName) ' (status ' repo-status ')'
   else
      move 'N' to key-hdr-seen
      move feedName to rrk-feed
      move 0 to rrk-date
      start run-repo-file key is not less than run-repo-key
         invalid key move 'T' to repo-eof
      end-start
      perform read-feed-record until repo-eof = 'T'
      close run-repo-file
      if key-hdr-seen = 'N'
         move space to repo-eof
         open input run-repo-file
         perform read-repo-record until repo-eof = 'T'
         close run-repo-file
      end-if
   end-if.

*>reads the feed's next record by key, stopping at the first record that
*>belongs to another feed
read-feed-record.
   read run-repo-file next record
        at end move 'T' to repo-eof
        not at end
           if rrk-feed not = feedName
              move 'T' to repo-eof
           else
              perform sift-repo-record
              if fld-hdr = 'Y'
                 move 'Y' to key-hdr-seen
              end-if
           end-if
   end-read.

*>reads one repository record and, if not at end, sifts it against the
*>feed; the typed name's own records were read off the key already
read-repo-record.
   read run-repo-file next record
        at end move 'T' to repo-eof
        not at end
           if rrk-feed not = feedName
              perform sift-repo-record
           end-if
   end-read.

*>splits a repository record and stores it in the run table when it
*>over the business date the record is keyed by
sift-repo-record.
   move spaces to fld-feed fld-date fld-rundate fld-file fld-count
      fld-mean fld-median fld-stddev fld-hdr
   unstring run-repo-record delimited by ','
      into fld-feed fld-date fld-rundate fld-file fld-count fld-mean
         fld-median fld-stddev fld-skip fld-skip fld-skip fld-skip
         fld-skip fld-skip fld-skip fld-skip fld-skip fld-skip
         fld-skip fld-hdr
   end-unstring
   if function trim(fld-feed) = function trim(feedName)
         or function trim(fld-file) = function trim(feedName)
            and function test-numval(fld-mean) = 0
            and function test-numval(fld-median) = 0
            and function test-numval(fld-stddev) = 0
         compute newDate = function numval(fld-date)
         compute newCount = function numval(fld-count)
         compute newMean = function numval(fld-mean)
         compute newMedian = function numval(fld-median)
         compute newStdDev = function numval(fld-stddev)
         perform store-run-entry
      else
         display 'Skipping mangled repository record: '
            function trim(run-repo-record)
      end-if
   end-if.

*>slots the run just split off into the run table in business date order;
*>runs off the key arrive in order and land at the end, runs found on
*>the walk are slid in among them, after any run of the same date
store-run-entry.
   if run-count = max-runs
      *>the latest runs are the whole point of a trend report, so a full
      *>table drops the oldest entry and keeps loading
      if table-full-warned = 'N'
         display 'Repository longer than ' max-runs ' runs -- '
            'the oldest runs were dropped from the trend'
         move 'Y' to table-full-warned
      end-if
      if newDate < runDate(1)
         exit paragraph
      end-if
      perform drop-oldest-run
      subtract 1 from run-count
   end-if
   perform varying ins from run-count by -1
         until ins = 0 or runDate(ins) not > newDate
      move run-entry(ins) to run-entry(ins + 1)
   end-perform
   add 1 to run-count
   move newDate to runDate(ins + 1)
   move newCount to runCount(ins + 1)
   move newMean to runMean(ins + 1)
   move newMedian to runMedian(ins + 1)
   move newStdDev to runStdDev(ins + 1).

*>slides every table entry down one so the newest run can land in the last
*>slot; run-count stays at the table limit
drop-oldest-run.
