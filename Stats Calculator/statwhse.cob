identification division.
program-id. statwhse.

*>outbound interface for the data warehouse: one fixed-layout file per
*>business date holding every feed's statistics off the run-results
*>repository and, where the feed's values carried categories, each
*>category's statistics off the category results statnew files beside it.
*>A feed whose extract carries no header is filed under its run date, so
*>it goes out with the business date whose feeds ran that night. Runs
*>after the nightly queue and the release step. A feed whose report
*>statrel holds or rejects for the date (a failed pair is held for its
*>disposition) is left out of the statistics and listed in the file's
*>exceptions section instead. Every field comes off the filed data, the
*>header's run date included, so resending a date writes the same file
*>again. The record layouts, 400 bytes each, are set out above the
*>outbound records below; a header opens the file and a trailer carries
*>the statistics record count and the hash total of their record counts,
*>the way our own extracts close. The records are written fixed length,
*>without line ends, so trailing filler is never trimmed off a record.
*>Exceptions hand back return code 4

environment division.
input-output section.
file-control.
select run-repo-file assign to runRepoFileName
   organization is indexed
   access mode is dynamic
   record key is run-repo-key
   alternate record key is run-repo-datekey with duplicates
   file status is repo-status.
select cat-results-file assign to catResFileName
   organization is indexed
   access mode is dynamic
   record key is cat-result-key
   file status is cres-status.
select release-file assign to relFileName
   organization is indexed
   access mode is dynamic
   record key is release-key
   file status is rel-status.
select whse-file assign to whseFileName
   organization is sequential
   file status is whse-status.

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
fd cat-results-file.
   01 cat-result-entry. *>one record per category per feed and business date, maintained by statnew
      05 cat-result-key. *>a feed's categories for one night sit together in code order
         10 crk-feed pic X(60).
         10 crk-date pic 9(8).
         10 crk-cat pic X(8).
      05 cat-result-record pic X(300). *>feed,business date,run date,category, then the category's statistics from the count to the harmonic mean
fd release-file.
   01 release-entry. *>one record per report per nightly run, maintained by statrel
      05 release-key.
         10 rlk-date pic 9(8).
         10 rlk-output pic X(60).
      05 release-record pic X(400). *>batch date,output,input,feed,business date,disposition,state,reasons,decided by,decided at,decision reason
fd whse-file
   record contains 400 characters.
   01 whse-record pic X(400). *>one outbound record: header, feed statistics, category statistics, exception or trailer

working-storage section.
01 runRepoFileName pic x(60) value 'statruns.dat'. *>run-results repository statnew maintains
01 catResFileName pic x(60) value 'statcres.dat'. *>category results statnew files beside the repository
01 relFileName pic x(60) value 'statrel.dat'. *>release control file statrel maintains
01 whseFileName pic x(60) value spaces. *>outbound file for the date, statwhse<yyyymmdd>.dat unless named at the prompt
77 repo-status pic XX. *>file status of run-repo-file
77 cres-status pic XX. *>file status of cat-results-file
77 rel-status pic XX. *>file status of release-file
77 whse-status pic XX. *>file status of whse-file
77 repo-eof pic A(1). *>end of repository checker
77 cres-eof pic A(1). *>end of the feed's category results checker
77 rel-eof pic A(1). *>end of release file checker
77 cres-open pic A(1) value 'N'. *>set to 'Y' while the category results file is open
77 date-raw pic X(10). *>business date as typed, blank meaning the latest on file
77 name-raw pic X(60). *>outbound file name as typed, blank meaning the default
77 bus-date pic 9(8) value 0. *>business date being sent
77 latest-date pic 9(8) value 0. *>latest business date the repository holds for any feed
77 send-rundate pic 9(8) value 0. *>latest run date among the feeds sent, carried on the header
77 rr-count pic 9(3) value 0. *>repository records found for the date
77 max-rrs pic 9(3) value 500. *>working limit of the date's repository table
77 r pic 9(3) value 0. *>repository table entry being worked on
77 scan-date pic 9(8) value 0. *>date key being read off the repository
77 scan-hdr pic A(1). *>'Y' while reading the business date's header records, 'N' while reading a run date's headerless ones
77 run-count pic 9(2) value 0. *>run dates the date's header records carry
77 max-runs pic 9(2) value 20. *>working limit of the run date table
77 d pic 9(2) value 0. *>run date table entry being worked on
77 bmap-count pic 9(3) value 0. *>batch and business date pairs found on the release file
77 max-bmaps pic 9(3) value 500. *>working limit of the batch date table
77 b pic 9(3) value 0. *>batch date table entry being worked on
77 b-found pic 9(3) value 0. *>batch date entry matched, 0 when none
77 exc-count pic 9(3) value 0. *>release decisions found for the date
77 max-excs pic 9(3) value 500. *>working limit of the release decision table
77 e pic 9(3) value 0. *>release decision table entry being worked on
77 e-found pic 9(3) value 0. *>release decision entry matched, 0 when none
77 k pic 9(2) value 0. *>statistic being moved into an outbound record
77 detail-count pic 9(9) value 0. *>feed and category statistics records written
77 hash-counts pic 9(18) value 0. *>hash total of the record counts of the statistics records written
77 listed-count pic 9(9) value 0. *>exception records written
77 feeds-sent pic 9(4) value 0. *>feeds whose statistics went out
77 cats-sent pic 9(4) value 0. *>category statistics records that went out
77 bad-records pic 9(4) value 0. *>filed records whose fields could not be read
77 num-text pic X(24). *>a filed figure as text, ready to be taken as a number
77 num-value pic S9(14)V9(4) value 0. *>a filed figure taken as a number
77 num-present pic X(1). *>'Y' when the filed figure was there, 'N' when the run could not supply it
77 rr-feed pic X(60). *>feed field split off a repository line
77 rr-date pic X(10). *>business date field split off a repository line
77 rr-rundate pic X(10). *>run date field split off a repository line
77 rr-input pic X(60). *>input file field split off a repository line
77 rr-cnt pic X(12). *>record count field split off a repository line
77 rr-outliers pic X(12). *>outlier count field split off a repository line
77 rr-hdrflag pic X(1). *>real-header flag split off a repository line
77 rr-hash pic X(24). *>hash total field split off a repository line
77 cr-feed pic X(60). *>feed field split off a category results line
77 cr-date pic X(10). *>business date field split off a category results line
77 cr-rundate pic X(10). *>run date field split off a category results line
77 cr-cat pic X(8). *>category field split off a category results line
77 cr-cnt pic X(12). *>record count field split off a category results line
77 rl-date pic X(10). *>batch date field split off a release record
77 rl-output pic X(60). *>report field split off a release record
77 rl-input pic X(60). *>input file field split off a release record
77 rl-feed pic X(8). *>feed id field split off a release record
77 rl-busdate pic X(10). *>business date field split off a release record
77 rl-disp pic X(30). *>disposition field split off a release record
77 rl-state pic X(10). *>HELD, RELEASED or REJECTED, split off a release record
77 rl-reasons pic X(60). *>hold reasons split off a release record
77 rl-oper pic X(8). *>who decided, split off a release record
77 rl-when pic 9(8) value 0. *>the business date a release record stands for

01 stat-fields. *>the thirteen statistics split off a filed line, in filed order
   02 statText pic X(24) occurs 13 times.

01 rr-tbl. *>the date's repository records, in feed order off the date key
   02 rr-entry occurs 500 times.
      03 rrFeed pic X(60).
      03 rrDate pic 9(8). *>date key the record is filed under: the business date, or the run date for a headerless feed
      03 rrLine pic X(400).

01 run-tbl. *>the run dates of the date's header records; headerless feeds of the same night are filed under them
   02 runDate pic 9(8) occurs 20 times.

01 bmap-tbl. *>each batch date on the release file with the business dates its pairs carry
   02 bmap-entry occurs 500 times.
      03 bmapBatch pic 9(8).
      03 bmapBusDate pic 9(8).

01 exc-tbl. *>the latest release decision for each report of the date
   02 exc-entry occurs 500 times.
      03 excFeed pic X(8).
      03 excInput pic X(60).
      03 excOutput pic X(60).
      03 excBatch pic 9(8).
      03 excState pic X(10).
      03 excDisp pic X(30).
      03 excReasons pic X(60).
      03 excOper pic X(8).

*>outbound record layouts -- 400 bytes, positions fixed; new fields only
*>ever go into the trailing filler. Numbers are unsigned zoned decimal
*>except the statistics, which carry a leading separate sign and four
*>implied decimals
*>
*> header (H)         1 type  2-9 source STATCALC  10-17 business date
*>                    18-25 run date (latest among the feeds sent)
*>                    26-27 layout version 01
*> feed (D) and       1 type  2-61 feed (repository key: feed id, or the
*> category (C)         input file for a headerless feed)  62-69 category
*> statistics           code, blank on D  70-77 business date  78-85 run
*>                      date  86-94 record count  95-354 thirteen
*>                      statistics of 20 bytes each -- S9(14)V9(4) sign
*>                      leading separate then a presence flag Y/N -- in
*>                      the order mean, median, standard deviation,
*>                      variance, Q1, Q3, IQR, minimum, maximum, mode,
*>                      weighted mean, geometric mean, harmonic mean
*>                      355-363 outlier count (D only)  364-382 hash
*>                      total of the values, sign leading separate (D
*>                      only)  383 real-header flag Y/N (D only)
*> exception (X)      1 type  2-9 feed id  10-69 input file  70-129
*>                    report  130-137 business date  138-145 batch date
*>                    146-155 state  156-185 disposition  186-245 hold
*>                    reasons  246-253 decided by
*> trailer (T)        1 type  2-10 statistics record count (D and C)
*>                    11-28 hash total of their record counts
*>                    29-37 exception record count
01 out-header.
   02 whh-type pic X(1) value 'H'.
   02 whh-source pic X(8) value 'STATCALC'.
   02 whh-busdate pic 9(8).
   02 whh-rundate pic 9(8).
   02 whh-version pic X(2) value '01'.
   02 filler pic X(373) value spaces.

01 out-detail.
   02 whd-type pic X(1).
   02 whd-feed pic X(60).
   02 whd-cat pic X(8).
   02 whd-busdate pic 9(8).
   02 whd-rundate pic 9(8).
   02 whd-count pic 9(9).
   02 whd-stat occurs 13 times.
      03 whd-value pic S9(14)V9(4) sign is leading separate.
      03 whd-present pic X(1).
   02 whd-outliers pic 9(9).
   02 whd-hash pic S9(14)V9(4) sign is leading separate.
   02 whd-hdrflag pic X(1).
   02 filler pic X(17) value spaces.

01 out-exception.
   02 whx-type pic X(1) value 'X'.
   02 whx-feed pic X(8).
   02 whx-input pic X(60).
   02 whx-output pic X(60).
   02 whx-busdate pic 9(8).
   02 whx-batch pic 9(8).
   02 whx-state pic X(10).
   02 whx-disp pic X(30).
   02 whx-reasons pic X(60).
   02 whx-oper pic X(8).
   02 filler pic X(147) value spaces.

01 out-trailer.
   02 wht-type pic X(1) value 'T'.
   02 wht-count pic 9(9).
   02 wht-hash pic 9(18).
   02 wht-exceptions pic 9(9).
   02 filler pic X(363) value spaces.

procedure division.
   perform find-latest-date
   perform get-parameters
   if bus-date = 0
      move 8 to return-code
      stop run
   end-if
   perform load-date-records
   perform load-release-decisions
   perform match-release-decisions
   open output whse-file
   if whse-status not = '00'
      display 'Unable to open outbound file '
         function trim(whseFileName) ' (status ' whse-status ')'
      move 8 to return-code
      stop run
   end-if
   move bus-date to whh-busdate
   move send-rundate to whh-rundate
   move out-header to whse-record
   write whse-record
   open input cat-results-file
   if cres-status = '00'
      move 'Y' to cres-open
   end-if
   perform varying r from 1 by 1 until r > rr-count
      perform send-feed-statistics
   end-perform
   if cres-open = 'Y'
      close cat-results-file
   end-if
   perform varying e from 1 by 1 until e > exc-count
      if excState(e) not = 'RELEASED'
         perform send-exception
      end-if
   end-perform
   move detail-count to wht-count
   move hash-counts to wht-hash
   move listed-count to wht-exceptions
   move out-trailer to whse-record
   write whse-record
   close whse-file
   if bad-records > 0
      display bad-records ' filed record(s) could not be read'
   end-if
   display 'Outbound file ' function trim(whseFileName) ' written for '
      bus-date ' -- ' feeds-sent ' feed(s), ' cats-sent
      ' category record(s), ' listed-count ' exception(s)'
   if listed-count > 0
      move 4 to return-code
   end-if
stop run.

*>walks the repository once by its date key for the latest business date
*>any feed has filed off a real header, which a blank prompt sends
find-latest-date.
   move space to repo-eof
   open input run-repo-file
   if repo-status not = '00'
      display 'Unable to open run repository '
         function trim(runRepoFileName) ' (status ' repo-status ')'
      move 8 to return-code
      stop run
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
           move spaces to rr-feed rr-date rr-rundate rr-input rr-cnt
              rr-outliers rr-hdrflag rr-hash stat-fields
           unstring run-repo-record delimited by ','
              into rr-feed rr-date rr-rundate rr-input rr-cnt
                 statText(1) statText(2) statText(3) statText(4)
                 statText(5) statText(6) statText(7) statText(8)
                 statText(9) statText(10) statText(11) statText(12)
                 statText(13) rr-outliers rr-hdrflag rr-hash
           end-unstring
           if rr-hdrflag = 'Y'
              move rrd-date to latest-date
           end-if
   end-read.

*>prompts for the business date and the outbound file name; a blank date
*>sends the latest on file, which is what the nightly run wants, and a
*>blank name gives statwhse<yyyymmdd>.dat
get-parameters.
   display 'Business date to send (yyyymmdd, blank for '
      latest-date '): '
   accept date-raw
   if date-raw = spaces
      move latest-date to bus-date
   else
      if function test-numval(date-raw) = 0
         compute bus-date = function numval(date-raw)
      end-if
      if bus-date < 19000101 or bus-date > 99991231
         display 'Business date not understood: '
            function trim(date-raw)
         move 0 to bus-date
         exit paragraph
      end-if
   end-if
   if bus-date = 0
      display 'No business dates on file in '
         function trim(runRepoFileName) ' -- nothing to send'
      exit paragraph
   end-if
   move spaces to whseFileName
   string 'statwhse' delimited by size
          bus-date delimited by size
          '.dat' delimited by size
          into whseFileName
   end-string
   display 'Enter file name for outbound file (blank for '
      function trim(whseFileName) '): '
   accept name-raw
   if name-raw not = spaces
      move name-raw to whseFileName
   end-if.

*>reads the date's repository records off the date key, in feed order,
*>so the file comes out in the same order on every resend: first the
*>real-header records filed under the business date, then the headerless
*>records filed under each run date those records carry -- the feeds of
*>the same night that had no header to file by
load-date-records.
   move 0 to rr-count
   move 0 to run-count
   open input run-repo-file
   if repo-status not = '00'
      display 'Unable to open run repository '
         function trim(runRepoFileName) ' (status ' repo-status ')'
      move 8 to return-code
      stop run
   end-if
   move bus-date to scan-date
   move 'Y' to scan-hdr
   perform scan-date-key
   move 'N' to scan-hdr
   perform varying d from 1 by 1 until d > run-count
      move runDate(d) to scan-date
      perform scan-date-key
   end-perform
   close run-repo-file.

*>reads every record filed under one date key
scan-date-key.
   move space to repo-eof
   move scan-date to rrd-date
   move low-values to rrd-feed
   start run-repo-file key is not less than run-repo-datekey
      invalid key move 'T' to repo-eof
   end-start
   perform read-date-record until repo-eof = 'T'.

*>reads the next record in date order and keeps it while it is the date
*>key's
read-date-record.
   read run-repo-file next record
        at end move 'T' to repo-eof
        not at end
           if rrd-date not = scan-date
              move 'T' to repo-eof
           else
              perform keep-date-record
           end-if
   end-read.

*>keeps a header record while reading the business date and a headerless
*>one while reading a run date; a header record's run date is noted for
*>the headerless pass
keep-date-record.
   move spaces to rr-feed rr-date rr-rundate rr-input rr-cnt
      rr-outliers rr-hdrflag rr-hash stat-fields
   unstring run-repo-record delimited by ','
      into rr-feed rr-date rr-rundate rr-input rr-cnt
         statText(1) statText(2) statText(3) statText(4) statText(5)
         statText(6) statText(7) statText(8) statText(9) statText(10)
         statText(11) statText(12) statText(13)
         rr-outliers rr-hdrflag rr-hash
   end-unstring
   if (scan-hdr = 'Y' and rr-hdrflag not = 'Y')
         or (scan-hdr = 'N' and rr-hdrflag = 'Y')
      exit paragraph
   end-if
   if rr-count = max-rrs
      display 'Repository table full -- feeds beyond '
         max-rrs ' not sent for ' bus-date
      move 'T' to repo-eof
      exit paragraph
   end-if
   add 1 to rr-count
   move rrk-feed to rrFeed(rr-count)
   move rrd-date to rrDate(rr-count)
   move run-repo-record to rrLine(rr-count)
   if scan-hdr = 'Y' and function test-numval(rr-rundate) = 0
      perform note-run-date
   end-if.

*>adds a header record's run date to the run date table once
note-run-date.
   perform varying d from 1 by 1 until d > run-count
      if runDate(d) = function numval(rr-rundate)
         exit paragraph
      end-if
   end-perform
   if run-count = max-runs
      display 'Run date table full -- headerless feeds of run date '
         function trim(rr-rundate) ' not sent'
      exit paragraph
   end-if
   add 1 to run-count
   compute runDate(run-count) = function numval(rr-rundate).

*>reads the release file for the date's decisions; a report the release
*>step judged on more than one night keeps its latest decision, since the
*>file is keyed by batch date and read in key order. A pair with no
*>business date (one that failed before its header was read), and a
*>rejected stale, duplicate or mismatched extract, stands for the business
*>date the other pairs of its batch carry, so a first pass
*>collects each batch's business dates; a batch with none to go by
*>leaves the pair standing for its batch date
load-release-decisions.
   move 0 to exc-count
   move 0 to bmap-count
   move space to rel-eof
   open input release-file
   if rel-status not = '00'
      display 'No release decisions in ' function trim(relFileName)
         ' (status ' rel-status ') -- every feed filed is sent'
      exit paragraph
   end-if
   move 0 to rlk-date
   move low-values to rlk-output
   start release-file key is not less than release-key
      invalid key move 'T' to rel-eof
   end-start
   perform read-batch-record until rel-eof = 'T'
   move space to rel-eof
   move 0 to rlk-date
   move low-values to rlk-output
   start release-file key is not less than release-key
      invalid key move 'T' to rel-eof
   end-start
   perform read-release-record until rel-eof = 'T'
   close release-file.

*>reads one release record and, if not at end, notes its batch's
*>business date
read-batch-record.
   read release-file next record
        at end move 'T' to rel-eof
        not at end perform note-batch-date
   end-read.

*>adds the record's batch and business date pair to the batch date table
*>once; the header date of a rejected stale, duplicate or mismatched
*>extract is not a date the batch ran for
note-batch-date.
   move spaces to rl-date rl-output rl-input rl-feed rl-busdate rl-disp
   unstring release-record delimited by ','
      into rl-date rl-output rl-input rl-feed rl-busdate rl-disp
   end-unstring
   if rl-busdate = spaces or function test-numval(rl-busdate) not = 0
      exit paragraph
   end-if
   if rl-disp = 'FAILED - STALE EXTRACT'
         or rl-disp = 'FAILED - DUPLICATE EXTRACT'
         or rl-disp = 'FAILED - FEED ID MISMATCH'
      exit paragraph
   end-if
   compute rl-when = function numval(rl-busdate)
   perform varying b from 1 by 1 until b > bmap-count
      if bmapBatch(b) = rlk-date and bmapBusDate(b) = rl-when
         exit paragraph
      end-if
   end-perform
   if bmap-count = max-bmaps
      display 'Batch date table full -- business date ' rl-when
         ' of batch ' rlk-date ' not noted'
      exit paragraph
   end-if
   add 1 to bmap-count
   move rlk-date to bmapBatch(bmap-count)
   move rl-when to bmapBusDate(bmap-count).

*>a release record without a business date takes its batch's: the date
*>being sent when any pair of the batch carries it, otherwise the first
*>the batch carries
attribute-batch-date.
   move 0 to b-found
   perform varying b from 1 by 1 until b > bmap-count
      if bmapBatch(b) = rlk-date
         if bmapBusDate(b) = bus-date or b-found = 0
            move b to b-found
         end-if
      end-if
   end-perform
   if b-found > 0
      move bmapBusDate(b-found) to rl-when
   end-if.

*>reads one release record and, if not at end, keeps it when it is the
*>date's
read-release-record.
   read release-file next record
        at end move 'T' to rel-eof
        not at end perform keep-release-decision
   end-read.

*>splits one release record and files it in the decision table, replacing
*>an earlier night's decision on the same report. A stale, duplicate or
*>mismatched extract filed nothing under the header date it carried, so
*>its pair stands for the night it ran in, the way a pair without a
*>business date does, and never displaces the decision that date's own
*>night made on the report
keep-release-decision.
   move spaces to rl-date rl-output rl-input rl-feed rl-busdate rl-disp
      rl-state rl-reasons rl-oper
   unstring release-record delimited by ','
      into rl-date rl-output rl-input rl-feed rl-busdate rl-disp
         rl-state rl-reasons rl-oper
   end-unstring
   move rlk-date to rl-when
   if rl-busdate not = spaces and function test-numval(rl-busdate) = 0
         and rl-disp not = 'FAILED - STALE EXTRACT'
         and rl-disp not = 'FAILED - DUPLICATE EXTRACT'
         and rl-disp not = 'FAILED - FEED ID MISMATCH'
      compute rl-when = function numval(rl-busdate)
   else
      perform attribute-batch-date
   end-if
   if rl-when not = bus-date
      exit paragraph
   end-if
   move 0 to e-found
   perform varying e from 1 by 1 until e > exc-count
      if excOutput(e) = rl-output
         move e to e-found
         exit perform
      end-if
   end-perform
   if e-found = 0
      if exc-count = max-excs
         display 'Release table full -- decision dropped for '
            function trim(rl-output)
         exit paragraph
      end-if
      add 1 to exc-count
      move exc-count to e-found
   end-if
   move rl-feed to excFeed(e-found)
   move rl-input to excInput(e-found)
   move rl-output to excOutput(e-found)
   move rlk-date to excBatch(e-found)
   move rl-state to excState(e-found)
   move rl-disp to excDisp(e-found)
   move rl-reasons to excReasons(e-found)
   move rl-oper to excOper(e-found).

*>drops every repository record whose report is held or rejected for the
*>date: a feed files under its header feed id, or under its input file
*>when the extract has no header. A rejected stale, duplicate or
*>mismatched extract filed nothing for the date, so it is listed but
*>holds back none of the feed's statistics. The latest run date among
*>the feeds that do go out becomes the header's run date
match-release-decisions.
   move 0 to send-rundate
   perform varying r from 1 by 1 until r > rr-count
      move spaces to rr-feed rr-date rr-rundate rr-input
      unstring rrLine(r) delimited by ','
         into rr-feed rr-date rr-rundate rr-input
      end-unstring
      move 0 to e-found
      perform varying e from 1 by 1 until e > exc-count
         if excState(e) not = 'RELEASED'
               and excDisp(e) not = 'FAILED - STALE EXTRACT'
               and excDisp(e) not = 'FAILED - DUPLICATE EXTRACT'
               and excDisp(e) not = 'FAILED - FEED ID MISMATCH'
               and ((excFeed(e) not = spaces
                     and excFeed(e) = rrFeed(r))
                  or excInput(e) = rrFeed(r)
                  or excInput(e) = rr-input)
            move e to e-found
            exit perform
         end-if
      end-perform
      if e-found > 0
         move spaces to rrFeed(r)
      else
         if function test-numval(rr-rundate) = 0
               and function numval(rr-rundate) > send-rundate
            compute send-rundate = function numval(rr-rundate)
         end-if
      end-if
   end-perform.

*>writes one feed's statistics record and then its categories' records;
*>a feed dropped by its release decision has a blank table entry
send-feed-statistics.
   if rrFeed(r) = spaces
      exit paragraph
   end-if
   move spaces to rr-feed rr-date rr-rundate rr-input rr-cnt
      rr-outliers rr-hdrflag rr-hash stat-fields
   unstring rrLine(r) delimited by ','
      into rr-feed rr-date rr-rundate rr-input rr-cnt
         statText(1) statText(2) statText(3) statText(4) statText(5)
         statText(6) statText(7) statText(8) statText(9) statText(10)
         statText(11) statText(12) statText(13)
         rr-outliers rr-hdrflag rr-hash
   end-unstring
   if function test-numval(rr-cnt) not = 0
         or function test-numval(rr-rundate) not = 0
      add 1 to bad-records
      display 'Unreadable repository record skipped: '
         function trim(rrFeed(r))
      exit paragraph
   end-if
   move 'D' to whd-type
   move rrFeed(r) to whd-feed
   move spaces to whd-cat
   move bus-date to whd-busdate
   compute whd-rundate = function numval(rr-rundate)
   compute whd-count = function numval(rr-cnt)
   perform fill-detail-statistics
   move rr-outliers to num-text
   perform take-number
   move num-value to whd-outliers
   move rr-hash to num-text
   perform take-number
   move num-value to whd-hash
   move rr-hdrflag to whd-hdrflag
   perform write-detail-record
   add 1 to feeds-sent
   if cres-open = 'Y'
      perform send-category-statistics
   end-if.

*>writes a category statistics record for each category filed under the
*>feed and the date, in code order; the categories sit under the same
*>date key as the feed's repository record
send-category-statistics.
   move space to cres-eof
   move rrFeed(r) to crk-feed
   move rrDate(r) to crk-date
   move low-values to crk-cat
   start cat-results-file key is not less than cat-result-key
      invalid key move 'T' to cres-eof
   end-start
   perform read-category-record until cres-eof = 'T'.

*>reads the next category record and sends it while it is the feed's
read-category-record.
   read cat-results-file next record
        at end move 'T' to cres-eof
        not at end
           if crk-feed not = rrFeed(r) or crk-date not = rrDate(r)
              move 'T' to cres-eof
           else
              perform send-category-record
           end-if
   end-read.

*>splits one category results line into a category statistics record
send-category-record.
   move spaces to cr-feed cr-date cr-rundate cr-cat cr-cnt stat-fields
   unstring cat-result-record delimited by ','
      into cr-feed cr-date cr-rundate cr-cat cr-cnt
         statText(1) statText(2) statText(3) statText(4) statText(5)
         statText(6) statText(7) statText(8) statText(9) statText(10)
         statText(11) statText(12) statText(13)
   end-unstring
   if function test-numval(cr-cnt) not = 0
         or function test-numval(cr-rundate) not = 0
      add 1 to bad-records
      display 'Unreadable category record skipped: '
         function trim(rrFeed(r)) ' ' crk-cat
      exit paragraph
   end-if
   move 'C' to whd-type
   move rrFeed(r) to whd-feed
   move crk-cat to whd-cat
   move bus-date to whd-busdate
   compute whd-rundate = function numval(cr-rundate)
   compute whd-count = function numval(cr-cnt)
   perform fill-detail-statistics
   move 0 to whd-outliers whd-hash
   move space to whd-hdrflag
   perform write-detail-record
   add 1 to cats-sent.

*>moves the thirteen statistics split off a filed line into the record,
*>each with its presence flag
fill-detail-statistics.
   perform varying k from 1 by 1 until k > 13
      move statText(k) to num-text
      perform take-number
      move num-value to whd-value(k)
      move num-present to whd-present(k)
   end-perform.

*>takes one filed figure as a number; an empty or unreadable field is a
*>statistic the run could not supply, sent as zero and flagged absent
take-number.
   move 0 to num-value
   move 'N' to num-present
   if num-text not = spaces and function test-numval(num-text) = 0
      compute num-value = function numval(num-text)
      move 'Y' to num-present
   end-if.

*>writes one statistics record and adds it to the trailer's count and
*>hash total
write-detail-record.
   move out-detail to whse-record
   write whse-record
   add 1 to detail-count
   add whd-count to hash-counts.

*>writes one exception record for a report held or rejected for the date
send-exception.
   move excFeed(e) to whx-feed
   move excInput(e) to whx-input
   move excOutput(e) to whx-output
   move bus-date to whx-busdate
   move excBatch(e) to whx-batch
   move excState(e) to whx-state
   move excDisp(e) to whx-disp
   move excReasons(e) to whx-reasons
   move excOper(e) to whx-oper
   move out-exception to whse-record
   write whse-record
   add 1 to listed-count.
