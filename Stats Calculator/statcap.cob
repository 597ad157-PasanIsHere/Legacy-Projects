identification division.
program-id. statcap.

*>batch-window capacity report off the timing log statnew appends a line
*>to for every pair it works. Over a range of batch dates it shows each
*>feed's runs, records, elapsed time and throughput; each night's pairs,
*>busy time and wall-clock span measured against the batch-window limit,
*>with that night's slowest pairs and the stage that held each one up;
*>and every feed whose run time is growing faster than its record count,
*>comparing the earlier half of its complete runs with the later half --
*>the read that lets the window be planned before it is missed. The
*>limit, how many slow pairs to list and the growth margin come from
*>statcap.ctl, with standing defaults when it is absent. A night over the
*>window or a feed flagged growing hands back return code 4

environment division.
input-output section.
file-control.
select settings-file assign to ctlFileName
   organization is line sequential
   file status is ctl-status.
select timing-file assign to timeFileName
   organization is line sequential
   file status is time-status.
select cap-file assign to capFileName
   organization is line sequential
   file status is cap-status.

data division.
file section.
fd settings-file.
   01 settings-record pic X(80). *>one "SETTING,value" line per capacity knob
fd timing-file.
   01 timing-record pic X(400). *>one line per pair worked, as statnew appends it: batch date,feed,input,output,disposition,resumed,records,pair start,pair end, then start,end of intake, edit, read, value sort, category sort and report
fd cap-file.
   01 cap-line pic X(132).

working-storage section.
01 ctlFileName pic x(60) value 'statcap.ctl'. *>capacity settings; absent means the standing defaults
01 timeFileName pic x(60) value 'stattime.log'. *>the timing log statnew appends to
01 capFileName pic x(60) value 'statcap.rpt'. *>file name for the capacity report
77 ctl-status pic XX. *>file status of settings-file
77 time-status pic XX. *>file status of timing-file
77 cap-status pic XX. *>file status of cap-file
77 ctl-eof pic A(1). *>end of settings checker
77 time-eof pic A(1). *>end of timing log checker
77 set-label pic X(30). *>setting name split off a settings line
77 set-value pic X(20). *>setting value split off a settings line
77 window-minutes pic 9(5) value 360. *>the batch window a night's queue has to fit in
77 slowest-pairs pic 9(2) value 3. *>how many of each night's slowest pairs are listed
77 growth-margin pic 9(3)V9(2) value 10. *>percentage points run-time growth may outrun record growth before a feed is flagged
77 from-raw pic X(10). *>first batch date as typed, blank meaning the earliest
77 to-raw pic X(10). *>last batch date as typed, blank meaning the latest
77 name-raw pic X(60). *>report file name as typed, blank meaning the default
77 from-date pic 9(8) value 0. *>first batch date reported
77 to-date pic 9(8) value 99999999. *>last batch date reported
77 line-date pic 9(8) value 0. *>batch date of the timing line being loaded
77 first-seen pic 9(8) value 0. *>earliest batch date loaded, heading a report asked for from the earliest
77 last-seen pic 9(8) value 0. *>latest batch date loaded, heading a report asked for to the latest
77 bad-lines pic 9(6) value 0. *>timing lines that would not parse
77 run-count pic 9(5) value 0. *>how many timing lines the table holds
77 max-runs pic 9(5) value 5000. *>working limit of the run table
77 r pic 9(5) value 0. *>run table entry being worked on
77 feed-count pic 9(3) value 0. *>how many feeds the feed table holds
77 max-feeds pic 9(3) value 500. *>working limit of the feed table
77 f pic 9(3) value 0. *>feed table entry being worked on
77 found-f pic 9(3) value 0. *>feed table entry matched by a lookup, 0 when not found
77 night-count pic 9(3) value 0. *>how many batch dates the night table holds
77 max-nights pic 9(3) value 400. *>working limit of the night table
77 n pic 9(3) value 0. *>night table entry being worked on
77 found-n pic 9(3) value 0. *>night table entry matched by a lookup, 0 when not found
77 stg pic 9(1) value 0. *>stage being worked on: 1 intake, 2 edit, 3 read, 4 value sort, 5 category sort, 6 report
77 slow-stg pic 9(1) value 0. *>stage that took longest in the pair being listed
77 pick pic 9(2) value 0. *>slow pair being picked for the night
77 pick-r pic 9(5) value 0. *>run table entry of the slowest pair not yet listed, 0 when none remain
77 start-secs pic 9(11)V9(2) value 0. *>a start stamp in seconds
77 stamp-secs pic 9(11)V9(2) value 0. *>a stamp in seconds, from stamp-to-seconds
77 run-secs pic 9(9)V9(2) value 0. *>elapsed seconds of the pair or stage being loaded
77 span-minutes pic 9(7)V9(2) value 0. *>wall-clock minutes from a night's first pair start to its last pair end
77 busy-minutes pic 9(7)V9(2) value 0. *>minutes of pair time the night added up to
77 window-pct pic 9(5)V9(2) value 0. *>the night's span as a percentage of the window
77 nights-over pic 9(3) value 0. *>nights whose span ran past the window
77 feeds-growing pic 9(3) value 0. *>feeds flagged for run time outgrowing records
77 full-runs pic 9(5) value 0. *>complete runs of the feed being judged for growth
77 half-runs pic 9(5) value 0. *>runs in each half the growth check compares
77 seen-runs pic 9(5) value 0. *>complete runs of the feed met so far while the halves are summed
77 early-secs pic 9(11)V9(2) value 0. *>summed seconds of the earlier half
77 late-secs pic 9(11)V9(2) value 0. *>summed seconds of the later half
77 early-recs pic 9(13) value 0. *>summed records of the earlier half
77 late-recs pic 9(13) value 0. *>summed records of the later half
77 early-avg-secs pic 9(9)V9(2) value 0. *>average seconds of the earlier half
77 late-avg-secs pic 9(9)V9(2) value 0. *>average seconds of the later half
77 early-avg-recs pic 9(10) value 0. *>average records of the earlier half
77 late-avg-recs pic 9(10) value 0. *>average records of the later half
77 time-growth pic S9(7)V9(2) value 0. *>percentage growth of run time, earlier half to later
77 recs-growth pic S9(7)V9(2) value 0. *>percentage growth of record count, earlier half to later
77 short-feeds pic 9(3) value 0. *>feeds with too few complete runs for the growth check

01 tl-fields. *>the fields of one timing line
   02 tl-fld pic X(60) occurs 21 times.

01 stamp-work. *>a yyyymmddhhmmsscc stamp taken apart for the seconds arithmetic
   02 sw-date pic 9(8).
   02 sw-hh pic 9(2).
   02 sw-mm pic 9(2).
   02 sw-ss pic 9(2).
   02 sw-cc pic 9(2).

01 run-tbl. *>one entry per timing line inside the date range, in the order statnew logged them
   02 run-entry occurs 5000 times.
      03 rnDate pic 9(8).
      03 rnFeed pic X(60). *>feed id, or the input file name when the pair had none
      03 rnRecords pic 9(9).
      03 rnSecs pic 9(9)V9(2).
      03 rnFull pic A(1). *>'Y' when the pair reached report writing, so its time is a complete run's
      03 rnResumed pic A(1). *>'Y' when the pair resumed from a checkpoint, so its time and records cover only the tail of the read
      03 rnPicked pic A(1). *>'Y' once listed among its night's slowest pairs
      03 rnStage pic 9(9)V9(2) occurs 6 times.

01 feed-tbl. *>one entry per feed met in the range, with its totals
   02 feed-entry occurs 500 times.
      03 fdName pic X(60).
      03 fdRuns pic 9(5).
      03 fdRecords pic 9(13).
      03 fdSecs pic 9(11)V9(2).
      03 fdResumed pic 9(5). *>resumed runs, kept out of the feed's throughput

01 night-tbl. *>one entry per batch date met in the range
   02 night-entry occurs 400 times.
      03 ngDate pic 9(8).
      03 ngPairs pic 9(5).
      03 ngRecords pic 9(13).
      03 ngSecs pic 9(11)V9(2).
      03 ngFirst pic 9(16). *>earliest pair start of the night
      03 ngLast pic 9(16). *>latest pair end of the night

01 stage-names-values.
   02 filler pic X(12) value 'INTAKE'.
   02 filler pic X(12) value 'EDIT'.
   02 filler pic X(12) value 'READ'.
   02 filler pic X(12) value 'VALUE SORT'.
   02 filler pic X(12) value 'CAT SORT'.
   02 filler pic X(12) value 'REPORT'.
01 stage-names redefines stage-names-values.
   02 stgName pic X(12) occurs 6 times.

*>strings structs for output
01 print-capTitle.
   02 filler pic X(36) value ' Batch Window Capacity Report  from '.
   02 out-fromDate pic 9999/99/99.
   02 filler pic X(4) value ' to '.
   02 out-toDate pic 9999/99/99.
01 print-lineBreak.
   02 filler pic X(100) value all '-'.
01 print-params.
   02 filler pic X(24) value ' Window Minutes      =  '.
   02 out-window pic Z(4)9.
   02 filler pic X(24) value '   Growth Margin Pct =  '.
   02 out-margin pic ZZ9.99.
01 print-feedTitle.
   02 filler pic X(30) value ' Feed Throughput'.
01 print-feedHeads.
   02 filler pic X(24) value 'Feed'.
   02 filler pic X(6) value '  Runs'.
   02 filler pic X(12) value '     Records'.
   02 filler pic X(13) value '  Elapsed Sec'.
   02 filler pic X(11) value '    Avg Sec'.
   02 filler pic X(13) value '  Records/Sec'.
   02 filler pic X(9) value '  Resumed'.
01 print-feedLine.
   02 out-fdName pic X(24).
   02 filler pic X(1) value spaces.
   02 out-fdRuns pic Z(4)9.
   02 filler pic X(1) value spaces.
   02 out-fdRecords pic Z(10)9.
   02 filler pic X(1) value spaces.
   02 out-fdSecs pic Z(8)9.99.
   02 filler pic X(1) value spaces.
   02 out-fdAvg pic Z(6)9.99.
   02 filler pic X(1) value spaces.
   02 out-fdRate pic Z(8)9.99.
   02 filler pic X(4) value spaces.
   02 out-fdResumed pic Z(4)9.
01 print-nightTitle.
   02 filler pic X(30) value ' Nights Against The Window'.
01 print-nightHeads.
   02 filler pic X(10) value 'Batch Date'.
   02 filler pic X(6) value ' Pairs'.
   02 filler pic X(12) value '     Records'.
   02 filler pic X(11) value '   Busy Min'.
   02 filler pic X(11) value '   Span Min'.
   02 filler pic X(9) value ' Window %'.
   02 filler pic X(6) value '  Flag'.
01 print-nightLine.
   02 out-ngDate pic 9999/99/99.
   02 filler pic X(1) value spaces.
   02 out-ngPairs pic Z(4)9.
   02 filler pic X(1) value spaces.
   02 out-ngRecords pic Z(10)9.
   02 filler pic X(1) value spaces.
   02 out-ngBusy pic Z(6)9.99.
   02 filler pic X(1) value spaces.
   02 out-ngSpan pic Z(6)9.99.
   02 filler pic X(1) value spaces.
   02 out-ngPct pic Z(4)9.99.
   02 filler pic X(2) value spaces.
   02 out-ngFlag pic X(12).
01 print-slowLine.
   02 filler pic X(6) value spaces.
   02 out-slRank pic Z9.
   02 filler pic X(2) value '. '.
   02 out-slFeed pic X(24).
   02 filler pic X(1) value spaces.
   02 out-slSecs pic Z(6)9.99.
   02 filler pic X(5) value ' sec '.
   02 out-slRecs pic Z(8)9.
   02 filler pic X(10) value ' records  '.
   02 filler pic X(15) value 'slowest stage: '.
   02 out-slStage pic X(12).
01 print-growthTitle.
   02 filler pic X(40) value ' Run Time Growing Faster Than Records'.
01 print-growthHeads.
   02 filler pic X(24) value 'Feed'.
   02 filler pic X(6) value '  Runs'.
   02 filler pic X(11) value '  Early Sec'.
   02 filler pic X(11) value '   Late Sec'.
   02 filler pic X(10) value '  Time Pct'.
   02 filler pic X(11) value ' Early Recs'.
   02 filler pic X(11) value '  Late Recs'.
   02 filler pic X(10) value '  Recs Pct'.
   02 filler pic X(6) value '  Flag'.
01 print-growthLine.
   02 out-grFeed pic X(24).
   02 filler pic X(1) value spaces.
   02 out-grRuns pic Z(4)9.
   02 filler pic X(1) value spaces.
   02 out-grEarlySecs pic Z(6)9.99.
   02 filler pic X(1) value spaces.
   02 out-grLateSecs pic Z(6)9.99.
   02 filler pic X(1) value spaces.
   02 out-grTimePct pic -(5)9.99.
   02 filler pic X(1) value spaces.
   02 out-grEarlyRecs pic Z(9)9.
   02 filler pic X(1) value spaces.
   02 out-grLateRecs pic Z(9)9.
   02 filler pic X(1) value spaces.
   02 out-grRecsPct pic -(5)9.99.
   02 filler pic X(2) value spaces.
   02 out-grFlag pic X(8).
01 print-shortFeeds.
   02 filler pic X(24) value ' Feeds With Under 4 Runs'.
   02 filler pic X(3) value ' = '.
   02 out-shortFeeds pic ZZ9.
01 print-capSummary.
   02 filler pic X(24) value ' Nights Over Window  =  '.
   02 out-nightsOver pic ZZ9.
   02 filler pic X(24) value '   Feeds Growing     =  '.
   02 out-feedsGrowing pic ZZ9.
01 print-noRuns.
   02 filler pic X(44) value ' No timing lines found in the date range'.

procedure division.
   perform load-settings
   perform get-parameters
   perform load-timing-log
   open output cap-file
   if cap-status not = '00'
      display 'Unable to open capacity report '
         function trim(capFileName) ' (status ' cap-status ')'
      move 8 to return-code
   else
      *>an open end of the range is headed with the date it reached
      move from-date to out-fromDate
      if from-raw = spaces
         move first-seen to out-fromDate
      end-if
      move to-date to out-toDate
      if to-raw = spaces
         move last-seen to out-toDate
      end-if
      write cap-line from print-capTitle after advancing 0 lines
      move window-minutes to out-window
      move growth-margin to out-margin
      write cap-line from print-params after advancing 1 lines
      write cap-line from print-lineBreak after advancing 1 lines
      if run-count = 0
         write cap-line from print-noRuns after advancing 1 lines
         display 'No timing lines found in the date range'
      else
         perform write-feed-section
         perform write-night-section
         perform write-growth-section
         move nights-over to out-nightsOver
         move feeds-growing to out-feedsGrowing
         write cap-line from print-lineBreak after advancing 2 lines
         write cap-line from print-capSummary after advancing 1 lines
      end-if
      close cap-file
      display 'The capacity report has been saved to '
         function trim(capFileName)
      if nights-over > 0 or feeds-growing > 0
         move 4 to return-code
      end-if
   end-if
stop run.

*>reads the capacity settings; a missing file keeps every default, and an
*>unknown setting is reported rather than silently ignored
load-settings.
   move space to ctl-eof
   open input settings-file
   if ctl-status = '00'
      perform read-settings-record until ctl-eof = 'T'
      close settings-file
   end-if.

*>reads one settings line and, if not at end, applies it
read-settings-record.
   read settings-file
        at end move 'T' to ctl-eof
        not at end perform apply-setting
   end-read.

*>splits one "SETTING,value" line and stores the value it names
apply-setting.
   move spaces to set-label set-value
   unstring settings-record delimited by ','
      into set-label set-value
   end-unstring
   if set-label = spaces
      exit paragraph
   end-if
   if set-value = spaces
         or function test-numval(set-value) not = 0
      display 'Setting ' function trim(set-label)
         ' has no numeric value -- default kept'
      exit paragraph
   end-if
   evaluate function upper-case(function trim(set-label))
      when 'WINDOW-MINUTES'
         compute window-minutes = function numval(set-value)
      when 'SLOWEST-PAIRS'
         compute slowest-pairs = function numval(set-value)
      when 'GROWTH-MARGIN'
         compute growth-margin = function numval(set-value)
      when other
         display 'Unknown setting ignored: ' function trim(set-label)
   end-evaluate
   if window-minutes = 0
      move 360 to window-minutes
   end-if.

*>prompts for the batch dates to cover and the report name; blanks take
*>the whole log and the default report
get-parameters.
   display 'First batch date to report (yyyymmdd, blank for earliest): '
   accept from-raw
   if from-raw not = spaces
         and function test-numval(from-raw) = 0
      compute from-date = function numval(from-raw)
   end-if
   display 'Last batch date to report (yyyymmdd, blank for latest): '
   accept to-raw
   if to-raw not = spaces
         and function test-numval(to-raw) = 0
      compute to-date = function numval(to-raw)
   end-if
   display 'Enter file name for capacity report (blank for '
      function trim(capFileName) '): '
   accept name-raw
   if name-raw not = spaces
      move name-raw to capFileName
   end-if.

*>reads the whole timing log, keeping the lines inside the date range
load-timing-log.
   move space to time-eof
   open input timing-file
   if time-status not = '00'
      display 'Unable to open timing log '
         function trim(timeFileName) ' (status ' time-status ')'
      move 8 to return-code
   else
      perform read-timing-record until time-eof = 'T'
      close timing-file
      if bad-lines > 0
         display bad-lines ' timing line(s) could not be read'
      end-if
   end-if.

*>reads one timing line and, if not at end, sifts it
read-timing-record.
   read timing-file
        at end move 'T' to time-eof
        not at end perform sift-timing-record
   end-read.

*>splits one timing line and, when it is inside the date range and its
*>pair stamps are sound, stores it with its elapsed times and rolls it
*>into its feed's and its night's totals
sift-timing-record.
   perform varying stg from 1 by 1 until stg > 6
      move spaces to tl-fld(stg * 2 + 8) tl-fld(stg * 2 + 9)
   end-perform
   move spaces to tl-fld(1) tl-fld(2) tl-fld(3) tl-fld(7) tl-fld(8)
      tl-fld(9)
   unstring timing-record delimited by ','
      into tl-fld(1) tl-fld(2) tl-fld(3) tl-fld(4) tl-fld(5) tl-fld(6)
         tl-fld(7) tl-fld(8) tl-fld(9) tl-fld(10) tl-fld(11) tl-fld(12)
         tl-fld(13) tl-fld(14) tl-fld(15) tl-fld(16) tl-fld(17)
         tl-fld(18) tl-fld(19) tl-fld(20) tl-fld(21)
   end-unstring
   if tl-fld(1)(1:8) is not numeric
         or tl-fld(8)(1:16) is not numeric
         or tl-fld(9)(1:16) is not numeric
      add 1 to bad-lines
      exit paragraph
   end-if
   move tl-fld(1)(1:8) to line-date
   if line-date < from-date or line-date > to-date
      exit paragraph
   end-if
   if run-count = max-runs
      display 'Run table full -- timing lines beyond ' max-runs
         ' not reported'
      move 'T' to time-eof
      exit paragraph
   end-if
   add 1 to run-count
   move line-date to rnDate(run-count)
   if first-seen = 0 or line-date < first-seen
      move line-date to first-seen
   end-if
   if line-date > last-seen
      move line-date to last-seen
   end-if
   move tl-fld(2) to rnFeed(run-count)
   if tl-fld(2) = spaces
      move tl-fld(3) to rnFeed(run-count)
   end-if
   move 0 to rnRecords(run-count)
   if function test-numval(tl-fld(7)) = 0
      compute rnRecords(run-count) = function numval(tl-fld(7))
   end-if
   move 'N' to rnPicked(run-count)
   move 'N' to rnFull(run-count)
   move 'N' to rnResumed(run-count)
   if tl-fld(6)(1:1) = 'Y'
      move 'Y' to rnResumed(run-count)
   end-if
   move tl-fld(8)(1:16) to stamp-work
   perform stamp-to-seconds
   move stamp-secs to start-secs
   move tl-fld(9)(1:16) to stamp-work
   perform stamp-to-seconds
   perform settle-elapsed
   move run-secs to rnSecs(run-count)
   perform varying stg from 1 by 1 until stg > 6
      perform store-stage-time
   end-perform
   perform roll-into-feed
   perform roll-into-night.

*>stores one stage's elapsed seconds for the run just added; a stage that
*>never ran, or whose stamps will not read, counts as no time
store-stage-time.
   move 0 to rnStage(run-count, stg)
   if tl-fld(stg * 2 + 8)(1:16) is numeric
         and tl-fld(stg * 2 + 9)(1:16) is numeric
      move tl-fld(stg * 2 + 8)(1:16) to stamp-work
      perform stamp-to-seconds
      move stamp-secs to start-secs
      move tl-fld(stg * 2 + 9)(1:16) to stamp-work
      perform stamp-to-seconds
      perform settle-elapsed
      move run-secs to rnStage(run-count, stg)
      if stg = 6
         move 'Y' to rnFull(run-count)
      end-if
   end-if.

*>turns the stamp in stamp-work into seconds: whole days off the date,
*>then the time of day to the hundredth
stamp-to-seconds.
   move 0 to stamp-secs
   if function test-date-yyyymmdd(sw-date) = 0
      compute stamp-secs =
         function integer-of-date(sw-date) * 86400
         + sw-hh * 3600 + sw-mm * 60 + sw-ss + sw-cc / 100
   end-if.

*>elapsed seconds from start-secs to stamp-secs; an end stamp before its
*>start (a clock set back) counts as no time rather than a huge one
settle-elapsed.
   move 0 to run-secs
   if stamp-secs > start-secs and start-secs > 0
      compute run-secs = stamp-secs - start-secs
   end-if.

*>adds the run just stored to its feed's totals, adding the feed on first
*>sight; a resumed run's time and records cover only the read after its
*>checkpoint, so it is counted apart and kept out of the throughput
roll-into-feed.
   move 0 to found-f
   perform varying f from 1 by 1 until f > feed-count
      if fdName(f) = rnFeed(run-count)
         move f to found-f
         exit perform
      end-if
   end-perform
   if found-f = 0
      if feed-count = max-feeds
         exit paragraph
      end-if
      add 1 to feed-count
      move feed-count to found-f
      move rnFeed(run-count) to fdName(found-f)
      move 0 to fdRuns(found-f)
      move 0 to fdRecords(found-f)
      move 0 to fdSecs(found-f)
      move 0 to fdResumed(found-f)
   end-if
   if rnResumed(run-count) = 'Y'
      add 1 to fdResumed(found-f)
      exit paragraph
   end-if
   add 1 to fdRuns(found-f)
   add rnRecords(run-count) to fdRecords(found-f)
   add rnSecs(run-count) to fdSecs(found-f).

*>adds the run just stored to its night's totals, adding the night on
*>first sight and widening the night's first start and last end
roll-into-night.
   move 0 to found-n
   perform varying n from 1 by 1 until n > night-count
      if ngDate(n) = rnDate(run-count)
         move n to found-n
         exit perform
      end-if
   end-perform
   if found-n = 0
      if night-count = max-nights
         exit paragraph
      end-if
      add 1 to night-count
      move night-count to found-n
      move rnDate(run-count) to ngDate(found-n)
      move 0 to ngPairs(found-n)
      move 0 to ngRecords(found-n)
      move 0 to ngSecs(found-n)
      move tl-fld(8)(1:16) to ngFirst(found-n)
      move tl-fld(9)(1:16) to ngLast(found-n)
   end-if
   add 1 to ngPairs(found-n)
   add rnRecords(run-count) to ngRecords(found-n)
   add rnSecs(run-count) to ngSecs(found-n)
   if tl-fld(8)(1:16) < ngFirst(found-n)
      move tl-fld(8)(1:16) to ngFirst(found-n)
   end-if
   if tl-fld(9)(1:16) > ngLast(found-n)
      move tl-fld(9)(1:16) to ngLast(found-n)
   end-if.

*>writes each feed's runs, records, elapsed time, average run time and
*>throughput over the range, and how many resumed runs were left out
write-feed-section.
   write cap-line from print-feedTitle after advancing 2 lines
   write cap-line from print-feedHeads after advancing 1 lines
   perform varying f from 1 by 1 until f > feed-count
      move fdName(f) to out-fdName
      move fdRuns(f) to out-fdRuns
      move fdRecords(f) to out-fdRecords
      move fdSecs(f) to out-fdSecs
      move 0 to out-fdAvg
      if fdRuns(f) > 0
         compute out-fdAvg rounded = fdSecs(f) / fdRuns(f)
      end-if
      if fdSecs(f) > 0
         compute out-fdRate rounded = fdRecords(f) / fdSecs(f)
      else
         move 0 to out-fdRate
      end-if
      move fdResumed(f) to out-fdResumed
      write cap-line from print-feedLine after advancing 1 lines
   end-perform.

*>writes each night's pairs, records, busy and wall-clock minutes against
*>the window, flagging a night over it and one within a tenth of it, and
*>lists the night's slowest pairs under it
write-night-section.
   write cap-line from print-nightTitle after advancing 2 lines
   write cap-line from print-nightHeads after advancing 1 lines
   perform varying n from 1 by 1 until n > night-count
      move ngFirst(n) to stamp-work
      perform stamp-to-seconds
      move stamp-secs to start-secs
      move ngLast(n) to stamp-work
      perform stamp-to-seconds
      perform settle-elapsed
      compute span-minutes rounded = run-secs / 60
      compute busy-minutes rounded = ngSecs(n) / 60
      compute window-pct rounded = span-minutes * 100 / window-minutes
      move ngDate(n) to out-ngDate
      move ngPairs(n) to out-ngPairs
      move ngRecords(n) to out-ngRecords
      move busy-minutes to out-ngBusy
      move span-minutes to out-ngSpan
      move window-pct to out-ngPct
      move spaces to out-ngFlag
      if span-minutes > window-minutes
         move 'OVER WINDOW' to out-ngFlag
         add 1 to nights-over
      else
         if window-pct >= 90
            move 'NEAR WINDOW' to out-ngFlag
         end-if
      end-if
      write cap-line from print-nightLine after advancing 1 lines
      perform varying pick from 1 by 1 until pick > slowest-pairs
         perform write-slow-pair
      end-perform
   end-perform.

*>finds the night's slowest pair not yet listed and writes it with the
*>stage that took longest; nothing is written once the night runs out
write-slow-pair.
   move 0 to pick-r
   perform varying r from 1 by 1 until r > run-count
      if rnDate(r) = ngDate(n) and rnPicked(r) = 'N'
         if pick-r = 0
            move r to pick-r
         else
            if rnSecs(r) > rnSecs(pick-r)
               move r to pick-r
            end-if
         end-if
      end-if
   end-perform
   if pick-r = 0
      exit paragraph
   end-if
   move 'Y' to rnPicked(pick-r)
   move 1 to slow-stg
   perform varying stg from 2 by 1 until stg > 6
      if rnStage(pick-r, stg) > rnStage(pick-r, slow-stg)
         move stg to slow-stg
      end-if
   end-perform
   move pick to out-slRank
   move rnFeed(pick-r) to out-slFeed
   move rnSecs(pick-r) to out-slSecs
   move rnRecords(pick-r) to out-slRecs
   move stgName(slow-stg) to out-slStage
   if rnStage(pick-r, slow-stg) = 0
      move spaces to out-slStage
   end-if
   write cap-line from print-slowLine after advancing 1 lines.

*>compares each feed's earlier complete runs with its later ones: when run
*>time grows by more than the margin over the growth in records, the feed
*>is slowing per record and is flagged. A feed needs four complete runs
*>in the range before the halves mean anything; a resumed run is not a
*>complete one, its time and records covering only the tail of the read
write-growth-section.
   write cap-line from print-growthTitle after advancing 2 lines
   write cap-line from print-growthHeads after advancing 1 lines
   perform varying f from 1 by 1 until f > feed-count
      perform judge-feed-growth
   end-perform
   if short-feeds > 0
      move short-feeds to out-shortFeeds
      write cap-line from print-shortFeeds after advancing 1 lines
   end-if.

*>sums the earlier and later halves of one feed's complete runs and
*>writes the feed's growth line
judge-feed-growth.
   move 0 to full-runs
   perform varying r from 1 by 1 until r > run-count
      if rnFeed(r) = fdName(f) and rnFull(r) = 'Y'
            and rnResumed(r) = 'N'
         add 1 to full-runs
      end-if
   end-perform
   if full-runs < 4
      add 1 to short-feeds
      exit paragraph
   end-if
   compute half-runs = full-runs / 2
   move 0 to seen-runs
   move 0 to early-secs late-secs early-recs late-recs
   perform varying r from 1 by 1 until r > run-count
      if rnFeed(r) = fdName(f) and rnFull(r) = 'Y'
            and rnResumed(r) = 'N'
         add 1 to seen-runs
         if seen-runs <= half-runs
            add rnSecs(r) to early-secs
            add rnRecords(r) to early-recs
         end-if
         if seen-runs > full-runs - half-runs
            add rnSecs(r) to late-secs
            add rnRecords(r) to late-recs
         end-if
      end-if
   end-perform
   compute early-avg-secs rounded = early-secs / half-runs
   compute late-avg-secs rounded = late-secs / half-runs
   compute early-avg-recs rounded = early-recs / half-runs
   compute late-avg-recs rounded = late-recs / half-runs
   move 0 to time-growth
   if early-avg-secs > 0
      compute time-growth rounded =
         (late-avg-secs - early-avg-secs) * 100 / early-avg-secs
   end-if
   move 0 to recs-growth
   if early-avg-recs > 0
      compute recs-growth rounded =
         (late-avg-recs - early-avg-recs) * 100 / early-avg-recs
   end-if
   move fdName(f) to out-grFeed
   move full-runs to out-grRuns
   move early-avg-secs to out-grEarlySecs
   move late-avg-secs to out-grLateSecs
   move time-growth to out-grTimePct
   move early-avg-recs to out-grEarlyRecs
   move late-avg-recs to out-grLateRecs
   move recs-growth to out-grRecsPct
   move spaces to out-grFlag
   if time-growth > recs-growth + growth-margin
      move 'GROWING' to out-grFlag
      add 1 to feeds-growing
   end-if
   write cap-line from print-growthLine after advancing 1 lines.
