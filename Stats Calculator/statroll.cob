identification division.
program-id. statroll.

*>period roll-up off the run-results repository: combines each feed's
*>nightly records for a calendar month or quarter into pooled period
*>figures -- total records, the pooled mean, the pooled variance and
*>standard deviation (each night's spread plus the spread of the nightly
*>means about the period mean), the period minimum and maximum, and how
*>many business days reported. The figures are filed in the period-results
*>file keyed by feed, period type and period, replaced on rerun, so a
*>month-to-date record becomes the month-end record when the month closes.
*>A printed report lists every feed on the master with a note on any
*>active feed that missed business days (Monday to Friday) in the period.
*>It needs no extracts at all, so it still works after statkeep has
*>archived or purged them. Missed nights hand back return code 4

environment division.
input-output section.
file-control.
select feed-master assign to feedFileName
   organization is line sequential
   file status is feed-status.
select run-repo-file assign to runRepoFileName
   organization is indexed
   access mode is dynamic
   record key is run-repo-key
   alternate record key is run-repo-datekey with duplicates
   file status is repo-status.
select period-file assign to periodFileName
   organization is indexed
   access mode is dynamic
   record key is period-key
   file status is period-status.
select roll-file assign to rollFileName
   organization is line sequential
   file status is roll-status.

data division.
file section.
fd feed-master.
   01 feed-record pic X(250). *>one feed per line: id,active,input,output,... -- maintained by statfeed
fd run-repo-file.
   01 run-repo-entry. *>one record per feed and business date, maintained by statnew
      05 run-repo-key. *>primary key: a feed's nights sit together in business date order
         10 rrk-feed pic X(60).
         10 rrk-date pic 9(8).
      05 run-repo-datekey. *>alternate key: every feed filed for one business date sits together
         10 rrd-date pic 9(8).
         10 rrd-feed pic X(60).
      05 run-repo-record pic X(400). *>the run's full statistics set as one comma-delimited line
fd period-file.
   01 period-entry. *>one record per feed, period type and period, maintained by statroll
      05 period-key.
         10 prk-feed pic X(8). *>feed id off the feed master
         10 prk-type pic X(1). *>M for a calendar month, Q for a calendar quarter
         10 prk-period pic X(6). *>yyyymm for a month, yyyyQn for a quarter
      05 period-record pic X(300). *>feed,type,period,status,first date,last date,days reported,days expected,records,mean,variance,stddev,min,max,run date
fd roll-file.
   01 roll-line pic X(180).

working-storage section.
01 feedFileName pic x(60) value 'statfeed.dat'. *>the feed master listing every feed
01 runRepoFileName pic x(60) value 'statruns.dat'. *>run-results repository statnew maintains
01 periodFileName pic x(60) value 'statperiod.dat'. *>period-results file this program maintains
01 rollFileName pic x(60) value 'statroll.rpt'. *>file name for the period report
77 feed-status pic XX. *>file status of feed-master
77 repo-status pic XX. *>file status of run-repo-file
77 period-status pic XX. *>file status of period-file
77 roll-status pic XX. *>file status of roll-file
77 feed-eof pic A(1). *>end of feed master checker
77 repo-eof pic A(1). *>end of repository checker
77 repo-open pic A(1) value 'N'. *>set to 'Y' while the run-results repository is open for the roll-up
77 period-open pic A(1) value 'N'. *>set to 'Y' while the period-results file is open for update
77 repo-want pic X(60). *>repository key (feed id or input file name) whose records are being read
77 run-date pic 9(8) value 0. *>today's date, stamped on every period record
77 latest-date pic 9(8) value 0. *>latest business date the repository holds for any feed
77 period-raw pic X(10). *>period as typed, blank meaning the month and quarter of the latest business date
77 name-raw pic X(60). *>report file name as typed, blank meaning the default
77 status-work pic X(16). *>MONTH or QUARTER while the period's status is worked out
77 period-bad pic A(1) value 'N'. *>set to 'Y' when the period typed cannot be read
77 fm-id pic X(8). *>feed id field split off a master record
77 fm-active pic X(1). *>active flag field split off a master record
77 fm-input pic X(60). *>input path field split off a master record
77 feed-count pic 9(3) value 0. *>how many feeds the table holds
77 max-feeds pic 9(3) value 500. *>working limit of the feed table
77 f pic 9(3) value 0. *>feed table entry being rolled
77 rr-feed pic X(60). *>feed id field split off a repository line
77 rr-date pic X(10). *>business date field split off a repository line
77 rr-rundate pic X(10). *>run date field split off a repository line
77 rr-file pic X(60). *>input file field split off a repository line
77 rr-count pic X(10). *>record count field split off a repository line
77 rr-mean pic X(22). *>mean field split off a repository line
77 rr-median pic X(22). *>median field split off a repository line
77 rr-stddev pic X(22). *>standard deviation field split off a repository line
77 rr-variance pic X(30). *>variance field split off a repository line
77 rr-q1 pic X(22). *>first quartile field split off a repository line
77 rr-q3 pic X(22). *>third quartile field split off a repository line
77 rr-iqr pic X(22). *>interquartile range field split off a repository line
77 rr-min pic X(22). *>minimum field split off a repository line
77 rr-max pic X(22). *>maximum field split off a repository line
77 rr-skip pic X(30). *>a repository field the latest-date pass passes over
77 rr-hdr pic X(1). *>real-header flag split off a repository line
77 period-count pic 9(1) value 0. *>how many periods this run rolls up
77 pr pic 9(1) value 0. *>period being rolled up
77 per-year pic 9(4) value 0. *>year of the period being set up
77 per-month pic 9(2) value 0. *>month of the period being set up, or the first month of a quarter
77 per-quarter pic 9(1) value 0. *>quarter of the period being set up
77 next-month pic 9(6) value 0. *>yyyymm of the month after the period, to find its last day
77 night-count pic 9(3) value 0. *>nights the feed being rolled filed in the period
77 max-nights pic 9(3) value 100. *>working limit of the night table
77 nt pic 9(3) value 0. *>night table entry being worked on
77 found-nt pic 9(3) value 0. *>night table entry already holding a business date, 0 when new
77 bad-nights pic 9(5) value 0. *>repository records inside a period that would not parse
77 pool-n pic 9(12) value 0. *>total records over the period
77 pool-sum pic S9(24)V9(4) value 0. *>sum of every night's count times its mean
77 pool-m2 pic S9(30)V9(4) value 0. *>sum of squared differences from the period mean, every night's own spread included
77 pool-mean pic S9(14)V9(4) value 0. *>pooled mean over the period
77 pool-var pic S9(24)V9(4) value 0. *>pooled variance over the period
77 pool-sd pic S9(14)V9(4) value 0. *>pooled standard deviation over the period
77 pool-min pic S9(14)V9(4) value 0. *>smallest nightly minimum in the period
77 pool-max pic S9(14)V9(4) value 0. *>largest nightly maximum in the period
77 first-night pic 9(8) value 0. *>earliest business date the feed filed in the period
77 last-night pic 9(8) value 0. *>latest business date the feed filed in the period
77 day-int pic 9(7) value 0. *>day of the period being checked, as an integer date
77 start-int pic 9(7) value 0. *>first day of the period as an integer date
77 through-int pic 9(7) value 0. *>last day of the period checked so far, as an integer date
77 day-date pic 9(8) value 0. *>day of the period being checked, as yyyymmdd
77 days-expected pic 9(3) value 0. *>business days from the start of the period through the latest date on file
77 days-missed pic 9(3) value 0. *>business days the feed being rolled did not file
77 note-ptr pic 9(3) value 1. *>string pointer while building a missed-days note line
77 miss-text pic X(120). *>missed dates gathered for the note line being built
77 miss-lines pic 9(2) value 0. *>note lines written so far for the feed being rolled
77 feeds-rolled pic 9(3) value 0. *>feeds with figures in the period being reported
77 feeds-missing pic 9(3) value 0. *>active feeds that missed business days in the period being reported
77 feeds-none pic 9(3) value 0. *>feeds with no nights at all in the period being reported
77 missing-total pic 9(4) value 0. *>feeds short of nights over every period this run reported
77 per-line pic X(300). *>the period record being built
77 per-ptr pic 9(3) value 1. *>string pointer while building a period record
77 count-edit pic Z(11)9. *>edited count for a period record
77 num-edit pic -(14)9.9(4). *>edited figure for a period record
77 var-edit pic -(24)9.9(4). *>edited variance for a period record

01 per-tbl. *>the periods this run rolls up: a month, a quarter, or both
   02 per-entry occurs 2 times.
      03 perType pic X(1). *>M or Q
      03 perId pic X(6). *>yyyymm or yyyyQn
      03 perStart pic 9(8). *>first calendar day of the period
      03 perEnd pic 9(8). *>last calendar day of the period
      03 perThrough pic 9(8). *>last day covered so far: the period end, or the latest date on file when earlier
      03 perStatus pic X(16). *>MONTH-TO-DATE, MONTH-END, QUARTER-TO-DATE or QUARTER-END

01 feed-tbl. *>the feed master held in storage
   02 feed-entry occurs 500 times.
      03 fd-id pic X(8).
      03 fd-active pic X(1).
      03 fd-input pic X(60).

01 night-tbl. *>the nights the feed being rolled filed in the period
   02 night-entry occurs 100 times.
      03 ntDate pic 9(8).
      03 ntCount pic 9(9).
      03 ntMean pic S9(14)V9(4).
      03 ntVar pic S9(24)V9(4).
      03 ntMin pic S9(14)V9(4).
      03 ntMax pic S9(14)V9(4).

01 missed-tbl. *>business days the feed being rolled did not file, oldest first
   02 msDate pic 9(8) occurs 100 times.

*>strings structs for output
01 print-rollTitle.
   02 filler pic X(26) value '  Period Roll-Up Report:  '.
   02 out-perId pic X(6).
   02 filler pic X(2) value spaces.
   02 out-perStatus pic X(16).
   02 filler pic X(10) value '  through '.
   02 out-perThrough pic 9999/99/99.
01 print-lineBreak.
   02 filler pic X(176) value all '-'.
01 print-rollRange.
   02 filler pic X(24) value ' Period              =  '.
   02 out-perStart pic 9999/99/99.
   02 filler pic X(4) value ' to '.
   02 out-perEnd pic 9999/99/99.
01 print-rollExpected.
   02 filler pic X(24) value ' Business Days So Far=  '.
   02 out-daysExpected pic ZZ9.
01 print-colHeads.
   02 filler pic X(10) value 'Feed      '.
   02 filler pic X(9) value 'Status   '.
   02 filler pic X(5) value ' Days'.
   02 filler pic X(13) value '      Records'.
   02 filler pic X(21) value '                 Mean'.
   02 filler pic X(31) value '                       Variance'.
   02 filler pic X(21) value '              Std Dev'.
   02 filler pic X(21) value '              Minimum'.
   02 filler pic X(21) value '              Maximum'.
   02 filler pic X(12) value '  First Day '.
   02 filler pic X(12) value '  Last Day  '.
01 print-rollLine.
   02 out-feed pic X(8).
   02 filler pic X(2) value spaces.
   02 out-feedStatus pic X(9).
   02 out-days pic ZZZZ9.
   02 out-records pic Z(12)9.
   02 out-mean pic -(15)9.9(4).
   02 out-variance pic -(25)9.9(4).
   02 out-stddev pic -(15)9.9(4).
   02 out-min pic -(15)9.9(4).
   02 out-max pic -(15)9.9(4).
   02 filler pic X(2) value spaces.
   02 out-first pic 9999/99/99.
   02 filler pic X(2) value spaces.
   02 out-last pic 9999/99/99.
01 print-noNights.
   02 out-noFeed pic X(8).
   02 filler pic X(2) value spaces.
   02 out-noStatus pic X(9).
   02 filler pic X(40) value '    0  -- no nights filed in the period'.
01 print-missed.
   02 filler pic X(14) value '   ** missed  '.
   02 out-missed pic ZZ9.
   02 filler pic X(4) value ' of '.
   02 out-missedOf pic ZZ9.
   02 filler pic X(16) value ' business days: '.
   02 out-missedDates pic X(120).
01 print-missedMore.
   02 filler pic X(40) value spaces.
   02 out-missedDates2 pic X(120).
01 print-rollSummary.
   02 filler pic X(24) value ' Feeds With Figures  =  '.
   02 out-feedsRolled pic ZZ9.
   02 filler pic X(27) value '   Feeds Missing Nights =  '.
   02 out-feedsMissing pic ZZ9.
   02 filler pic X(27) value '   Feeds With No Nights =  '.
   02 out-feedsNone pic ZZ9.

procedure division.
   accept run-date from date yyyymmdd
   perform get-parameters
   perform find-latest-date
   if latest-date = 0
      display 'No business dates on file in '
         function trim(runRepoFileName) ' -- nothing to roll up'
      move 8 to return-code
      stop run
   end-if
   perform set-periods
   if period-bad = 'Y'
      display 'Period not understood: ' function trim(period-raw)
         ' -- use yyyymm for a month or yyyyQn for a quarter'
      move 8 to return-code
      stop run
   end-if
   perform load-feed-master
   open output roll-file
   if roll-status not = '00'
      display 'Unable to open period report '
         function trim(rollFileName) ' (status ' roll-status ')'
      move 8 to return-code
      stop run
   end-if
   perform open-period-file
   open input run-repo-file
   if repo-status = '00'
      move 'Y' to repo-open
   end-if
   perform varying pr from 1 by 1 until pr > period-count
      perform roll-period
   end-perform
   if repo-open = 'Y'
      close run-repo-file
   end-if
   if period-open = 'Y'
      close period-file
   end-if
   close roll-file
   if bad-nights > 0
      display bad-nights ' repository record(s) could not be read'
   end-if
   display 'The period report has been saved to '
      function trim(rollFileName)
   if missing-total > 0
      move 4 to return-code
   end-if
stop run.

*>prompts for the period and the report name; a blank period rolls up
*>both the month and the quarter holding the latest business date on file,
*>which is what the nightly run wants for month-to-date and month-end
get-parameters.
   display 'Period to roll up (yyyymm for a month, yyyyQn for a '
      'quarter, blank for the latest month and quarter): '
   accept period-raw
   move function upper-case(period-raw) to period-raw
   display 'Enter file name for period report (blank for '
      function trim(rollFileName) '): '
   accept name-raw
   if name-raw not = spaces
      move name-raw to rollFileName
   end-if.

*>walks the repository once by its date key for the latest business date
*>any feed has filed off a real header; it decides whether a period is
*>still to-date and which period a blank prompt means
find-latest-date.
   move space to repo-eof
   open input run-repo-file
   if repo-status not = '00'
      display 'Unable to open run repository '
         function trim(runRepoFileName) ' (status ' repo-status ')'
      exit paragraph
   end-if
   move 0 to rrd-date
   move low-values to rrd-feed
   start run-repo-file key is not less than run-repo-datekey
      invalid key move 'T' to repo-eof
   end-start
   perform read-latest-date-record until repo-eof = 'T'
   close run-repo-file.

*>reads the next record in date order; the last real-header record read
*>is the latest. A headerless feed's record is keyed by its run date and
*>never picks the default
read-latest-date-record.
   read run-repo-file next record
        at end move 'T' to repo-eof
        not at end
           move spaces to rr-feed rr-date rr-hdr
           unstring run-repo-record delimited by ','
              into rr-feed rr-date rr-skip rr-skip rr-skip rr-skip
                 rr-skip rr-skip rr-skip rr-skip rr-skip rr-skip
                 rr-skip rr-skip rr-skip rr-skip rr-skip rr-skip
                 rr-skip rr-hdr
           end-unstring
           if rr-hdr = 'Y'
              move rrd-date to latest-date
           end-if
   end-read.

*>turns the period typed (or the latest business date) into the period
*>table: its id, first and last calendar day, and how far it has run
set-periods.
   move 0 to period-count
   evaluate true
      when period-raw = spaces
         move latest-date(1:4) to per-year
         move latest-date(5:2) to per-month
         perform add-month-period
         compute per-quarter = ((per-month - 1) / 3) + 1
         perform add-quarter-period
      when period-raw(5:1) = 'Q' and period-raw(7:4) = spaces
         if period-raw(1:4) is not numeric
               or period-raw(6:1) < '1' or period-raw(6:1) > '4'
            move 'Y' to period-bad
            exit paragraph
         end-if
         move period-raw(1:4) to per-year
         move period-raw(6:1) to per-quarter
         perform add-quarter-period
      when other
         if period-raw(1:6) is not numeric
               or period-raw(7:4) not = spaces
               or period-raw(5:2) < '01' or period-raw(5:2) > '12'
            move 'Y' to period-bad
            exit paragraph
         end-if
         move period-raw(1:4) to per-year
         move period-raw(5:2) to per-month
         perform add-month-period
   end-evaluate.

*>adds the calendar month per-year/per-month to the period table
add-month-period.
   add 1 to period-count
   move 'M' to perType(period-count)
   move spaces to perId(period-count)
   string per-year delimited by size
          per-month delimited by size
          into perId(period-count)
   end-string
   compute perStart(period-count) = per-year * 10000 + per-month * 100 + 1
   if per-month = 12
      compute next-month = (per-year + 1) * 100 + 1
   else
      compute next-month = per-year * 100 + per-month + 1
   end-if
   perform set-period-end
   move 'MONTH' to perStatus(period-count).

*>adds calendar quarter per-year/per-quarter to the period table
add-quarter-period.
   add 1 to period-count
   move 'Q' to perType(period-count)
   move spaces to perId(period-count)
   string per-year delimited by size
          'Q' delimited by size
          per-quarter delimited by size
          into perId(period-count)
   end-string
   compute per-month = (per-quarter - 1) * 3 + 1
   compute perStart(period-count) = per-year * 10000 + per-month * 100 + 1
   if per-quarter = 4
      compute next-month = (per-year + 1) * 100 + 1
   else
      compute next-month = per-year * 100 + per-month + 3
   end-if
   perform set-period-end
   move 'QUARTER' to perStatus(period-count).

*>the period ends the day before the first of next-month; it has run
*>through that day once the repository holds a later date, and through
*>the latest date on file until then
set-period-end.
   compute perEnd(period-count) = function date-of-integer(
      function integer-of-date(next-month * 100 + 1) - 1)
   if latest-date < perEnd(period-count)
      move latest-date to perThrough(period-count)
   else
      move perEnd(period-count) to perThrough(period-count)
   end-if.

*>reads the whole feed master into the table; every feed on it is listed
*>in the report whether or not it filed in the period
load-feed-master.
   move space to feed-eof
   open input feed-master
   if feed-status not = '00'
      display 'Unable to open feed master '
         function trim(feedFileName) ' (status ' feed-status ')'
   else
      perform read-feed-record until feed-eof = 'T'
      close feed-master
   end-if.

*>reads one master record and, if not at end, stores it
read-feed-record.
   read feed-master
        at end move 'T' to feed-eof
        not at end perform store-feed-record
   end-read.

*>splits one master record into the feed table; a mangled record is
*>dropped the way the other readers of this file drop it
store-feed-record.
   move spaces to fm-id fm-active fm-input
   unstring feed-record delimited by ','
      into fm-id fm-active fm-input
   end-unstring
   if fm-id = spaces or fm-input = spaces
      display 'Dropping malformed feed master record: '
         function trim(feed-record)
   else
      if feed-count < max-feeds
         add 1 to feed-count
         move fm-id to fd-id(feed-count)
         move fm-active to fd-active(feed-count)
         move fm-input to fd-input(feed-count)
      else
         display 'Feed table full -- record dropped: '
            function trim(feed-record)
      end-if
   end-if.

*>opens the period-results file for update; the first run ever creates it,
*>and a file that will not open costs the filing, not the printed report
open-period-file.
   open i-o period-file
   if period-status = '35'
      open output period-file
      if period-status = '00'
         close period-file
         open i-o period-file
      end-if
   end-if
   if period-status = '00'
      move 'Y' to period-open
   else
      display 'Period figures not filed -- unable to open '
         function trim(periodFileName) ' (status ' period-status ')'
   end-if.

*>rolls up one period for every feed on the master and prints its section
roll-period.
   move perStatus(pr) to status-work
   move spaces to perStatus(pr)
   if perThrough(pr) < perEnd(pr)
      string function trim(status-work) delimited by size
             '-TO-DATE' delimited by size
             into perStatus(pr)
      end-string
   else
      string function trim(status-work) delimited by size
             '-END' delimited by size
             into perStatus(pr)
      end-string
   end-if
   perform count-expected-days
   move 0 to feeds-rolled feeds-missing feeds-none
   move perId(pr) to out-perId
   move perStatus(pr) to out-perStatus
   move perThrough(pr) to out-perThrough
   if pr = 1
      write roll-line from print-rollTitle after advancing 0 lines
   else
      write roll-line from print-rollTitle after advancing page
   end-if
   write roll-line from print-lineBreak after advancing 1 lines
   move perStart(pr) to out-perStart
   move perEnd(pr) to out-perEnd
   write roll-line from print-rollRange after advancing 1 lines
   move days-expected to out-daysExpected
   write roll-line from print-rollExpected after advancing 1 lines
   write roll-line from print-lineBreak after advancing 1 lines
   write roll-line from print-colHeads after advancing 1 lines
   write roll-line from print-lineBreak after advancing 1 lines
   perform varying f from 1 by 1 until f > feed-count
      perform roll-feed
   end-perform
   write roll-line from print-lineBreak after advancing 1 lines
   move feeds-rolled to out-feedsRolled
   move feeds-missing to out-feedsMissing
   move feeds-none to out-feedsNone
   write roll-line from print-rollSummary after advancing 1 lines
   add feeds-missing to missing-total.

*>counts the business days, Monday to Friday, from the first day of the
*>period through the last day it has run to
count-expected-days.
   move 0 to days-expected
   compute start-int = function integer-of-date(perStart(pr))
   compute through-int = function integer-of-date(perThrough(pr))
   perform varying day-int from start-int by 1 until day-int > through-int
      if function mod(day-int - 1, 7) < 5
         add 1 to days-expected
      end-if
   end-perform.

*>gathers feed f's nights in the period off the repository key -- those
*>filed under its input file name from before it carried a header, then
*>those under its feed id -- and pools, files and prints them
roll-feed.
   move 0 to night-count
   if repo-open = 'Y'
      if fd-input(f) not = fd-id(f)
         move fd-input(f) to repo-want
         perform read-feed-nights
      end-if
      move fd-id(f) to repo-want
      perform read-feed-nights
   end-if
   move spaces to out-feedStatus out-noStatus
   if fd-active(f) not = 'Y'
      move 'INACTIVE' to out-feedStatus out-noStatus
   end-if
   if night-count = 0
      add 1 to feeds-none
      move fd-id(f) to out-noFeed
      write roll-line from print-noNights after advancing 1 lines
   else
      add 1 to feeds-rolled
      perform calc-pooled-figures
      perform file-period-record
      perform write-feed-line
   end-if
   if fd-active(f) = 'Y'
      perform note-missed-days
   end-if.

*>positions on the wanted key's first record in the period and reads its
*>nights through to the end of the period
read-feed-nights.
   move space to repo-eof
   move repo-want to rrk-feed
   move perStart(pr) to rrk-date
   start run-repo-file key is not less than run-repo-key
      invalid key move 'T' to repo-eof
   end-start
   perform read-night-record until repo-eof = 'T'.

*>reads the next repository record, stopping at another key or past the
*>end of the period
read-night-record.
   read run-repo-file next record
        at end move 'T' to repo-eof
        not at end
           if rrk-feed not = repo-want or rrk-date > perEnd(pr)
              move 'T' to repo-eof
           else
              perform sift-night-record
           end-if
   end-read.

*>splits one repository record into the night table; a night filed under
*>both keys keeps the feed id's record, which is read last. A mangled
*>record is counted and skipped rather than spoiling the period
sift-night-record.
   move spaces to rr-feed rr-date rr-rundate rr-file rr-count rr-mean
      rr-median rr-stddev rr-variance rr-q1 rr-q3 rr-iqr rr-min rr-max
   unstring run-repo-record delimited by ','
      into rr-feed rr-date rr-rundate rr-file rr-count rr-mean
         rr-median rr-stddev rr-variance rr-q1 rr-q3 rr-iqr rr-min
         rr-max
   end-unstring
   if function test-numval(rr-count) not = 0
         or function test-numval(rr-mean) not = 0
         or function test-numval(rr-variance) not = 0
         or function test-numval(rr-min) not = 0
         or function test-numval(rr-max) not = 0
      add 1 to bad-nights
      display 'Skipping mangled repository record: '
         function trim(run-repo-record)
      exit paragraph
   end-if
   move 0 to found-nt
   perform varying nt from 1 by 1 until nt > night-count
      if ntDate(nt) = rrk-date
         move nt to found-nt
         exit perform
      end-if
   end-perform
   if found-nt = 0
      if night-count = max-nights
         add 1 to bad-nights
         exit paragraph
      end-if
      add 1 to night-count
      move night-count to found-nt
   end-if
   move rrk-date to ntDate(found-nt)
   compute ntCount(found-nt) = function numval(rr-count)
   compute ntMean(found-nt) = function numval(rr-mean)
   compute ntVar(found-nt) = function numval(rr-variance)
   compute ntMin(found-nt) = function numval(rr-min)
   compute ntMax(found-nt) = function numval(rr-max).

*>pools the feed's nights: the period mean is the count-weighted mean of
*>the nightly means, and the period variance (population, as statnew
*>files each night's) adds every night's own spread to the spread of its
*>mean about the period mean, so it equals the variance of all the
*>period's values taken together without a single extract re-read
calc-pooled-figures.
   move 0 to pool-n pool-sum pool-m2 pool-mean pool-var pool-sd
   move ntMin(1) to pool-min
   move ntMax(1) to pool-max
   move ntDate(1) to first-night last-night
   perform varying nt from 1 by 1 until nt > night-count
      add ntCount(nt) to pool-n
      compute pool-sum = pool-sum + ntCount(nt) * ntMean(nt)
      if ntMin(nt) < pool-min
         move ntMin(nt) to pool-min
      end-if
      if ntMax(nt) > pool-max
         move ntMax(nt) to pool-max
      end-if
      if ntDate(nt) < first-night
         move ntDate(nt) to first-night
      end-if
      if ntDate(nt) > last-night
         move ntDate(nt) to last-night
      end-if
   end-perform
   if pool-n = 0
      exit paragraph
   end-if
   compute pool-mean rounded = pool-sum / pool-n
   perform varying nt from 1 by 1 until nt > night-count
      compute pool-m2 = pool-m2 + (ntCount(nt) * ntVar(nt))
         + (ntCount(nt) * ((ntMean(nt) - pool-mean) ** 2))
   end-perform
   compute pool-var rounded = pool-m2 / pool-n
   compute pool-sd rounded = pool-var ** 0.5.

*>files the feed's period figures, replacing the record an earlier run
*>filed for the same feed and period
file-period-record.
   if period-open not = 'Y'
      exit paragraph
   end-if
   perform build-period-record
   move fd-id(f) to prk-feed
   move perType(pr) to prk-type
   move perId(pr) to prk-period
   move per-line to period-record
   write period-entry
      invalid key
         rewrite period-entry
            invalid key
               display 'Unable to file period figures for '
                  function trim(fd-id(f)) ' ' perId(pr)
                  ' (status ' period-status ')'
         end-rewrite
   end-write.

*>builds the period record: the key, how far the period has run, the
*>nights behind it and every pooled figure
build-period-record.
   move spaces to per-line
   move 1 to per-ptr
   string function trim(fd-id(f)) delimited by size
          ',' delimited by size
          perType(pr) delimited by size
          ',' delimited by size
          perId(pr) delimited by size
          ',' delimited by size
          function trim(perStatus(pr)) delimited by size
          ',' delimited by size
          first-night delimited by size
          ',' delimited by size
          last-night delimited by size
          into per-line with pointer per-ptr
   end-string
   move night-count to count-edit
   string ',' delimited by size
      function trim(count-edit) delimited by size
      into per-line with pointer per-ptr
   end-string
   move days-expected to count-edit
   string ',' delimited by size
      function trim(count-edit) delimited by size
      into per-line with pointer per-ptr
   end-string
   move pool-n to count-edit
   string ',' delimited by size
      function trim(count-edit) delimited by size
      into per-line with pointer per-ptr
   end-string
   move pool-mean to num-edit
   string ',' delimited by size
      function trim(num-edit) delimited by size
      into per-line with pointer per-ptr
   end-string
   move pool-var to var-edit
   string ',' delimited by size
      function trim(var-edit) delimited by size
      into per-line with pointer per-ptr
   end-string
   move pool-sd to num-edit
   string ',' delimited by size
      function trim(num-edit) delimited by size
      into per-line with pointer per-ptr
   end-string
   move pool-min to num-edit
   string ',' delimited by size
      function trim(num-edit) delimited by size
      into per-line with pointer per-ptr
   end-string
   move pool-max to num-edit
   string ',' delimited by size
      function trim(num-edit) delimited by size
      into per-line with pointer per-ptr
   end-string
   string ',' delimited by size
      run-date delimited by size
      into per-line with pointer per-ptr
   end-string.

*>prints the feed's line of pooled figures
write-feed-line.
   move fd-id(f) to out-feed
   move night-count to out-days
   move pool-n to out-records
   move pool-mean to out-mean
   move pool-var to out-variance
   move pool-sd to out-stddev
   move pool-min to out-min
   move pool-max to out-max
   move first-night to out-first
   move last-night to out-last
   write roll-line from print-rollLine after advancing 1 lines.

*>walks the period's business days so far and notes every one the feed
*>did not file, so a month-end figure short of nights is never taken for
*>a full month
note-missed-days.
   move 0 to days-missed
   perform varying day-int from start-int by 1 until day-int > through-int
      if function mod(day-int - 1, 7) < 5
         compute day-date = function date-of-integer(day-int)
         move 0 to found-nt
         perform varying nt from 1 by 1 until nt > night-count
            if ntDate(nt) = day-date
               move nt to found-nt
               exit perform
            end-if
         end-perform
         if found-nt = 0
            add 1 to days-missed
            move day-date to msDate(days-missed)
         end-if
      end-if
   end-perform
   if days-missed > 0
      add 1 to feeds-missing
      perform write-missed-note
   end-if.

*>prints the missed-days note: the first line carries the count, and the
*>dates run on twelve to a line
write-missed-note.
   move days-missed to out-missed
   move days-expected to out-missedOf
   move 0 to miss-lines
   move spaces to miss-text
   move 1 to note-ptr
   perform varying nt from 1 by 1 until nt > days-missed
      if note-ptr > 108
         perform put-missed-line
      end-if
      string msDate(nt) delimited by size
             ' ' delimited by size
             into miss-text with pointer note-ptr
      end-string
   end-perform
   perform put-missed-line.

*>writes the dates gathered so far as the note's first line or as one of
*>its continuation lines
put-missed-line.
   if miss-lines = 0
      move miss-text to out-missedDates
      write roll-line from print-missed after advancing 1 lines
   else
      move miss-text to out-missedDates2
      write roll-line from print-missedMore after advancing 1 lines
   end-if
   add 1 to miss-lines
   move spaces to miss-text
   move 1 to note-ptr.
