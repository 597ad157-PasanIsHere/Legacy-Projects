*>feed master's owner contacts, checks each feed's latest run against its
*>prior one in the run-results repository, and writes one digest file per
*>owner listing only that owner's feeds that failed, were skipped, landed
*>outside their count range, drifted, flagged outliers, failed the Benford
*>leading-digit screen, or were stopped as a stale or replayed extract --
*>with the figures pulled in, so the owner gets an actionable notice
*>instead of a bare status word forwarded by hand

environment division.
input-output section.
   organization is line sequential
   file status is sum-status.
select run-repo-file assign to runRepoFileName
   organization is indexed
   access mode is dynamic
   record key is run-repo-key
   alternate record key is run-repo-datekey with duplicates
   file status is repo-status.
select digest-file assign to digFileName
   organization is line sequential
data division.
file section.
fd feed-master.
   01 feed-record pic X(250). *>one feed per line: id,active,input,output,mincount,maxcount,owner,tolerance,excl,edit,print,restate,intake,layout,benford -- maintained by statfeed
fd summary-file.
   01 summary-line pic X(400). *>the queue summary statnew wrote: one pair per line with its disposition and figures
fd run-repo-file.
   01 run-repo-entry. *>one record per feed and business date, maintained by statnew
      05 run-repo-key. *>primary key: a feed's nights sit together in business date order
         10 rrk-feed pic X(60).
         10 rrk-date pic 9(8).
      05 run-repo-datekey. *>alternate key: every feed filed for one business date sits together
         10 rrd-date pic 9(8).
         10 rrd-feed pic X(60).
      05 run-repo-record pic X(400). *>the run's full statistics set as one comma-delimited line
fd digest-file.
   01 digest-line pic X(132).

77 feed-eof pic A(1). *>end of feed master checker
77 sum-eof pic A(1). *>end of summary checker
77 repo-eof pic A(1). *>end of repository checker
77 repo-want pic X(60). *>repository key (feed id or input file name) whose records are being read
77 run-date pic 9(8) value 0. *>today's date, stamped on each digest heading
77 fm-id pic X(8). *>feed id field split off a master record
77 fm-active pic X(1). *>active flag field split off a master record
77 sm-hashexp pic X(22). *>expected hash field split off a summary line
77 sm-hashact pic X(22). *>actual hash field split off a summary line
77 sm-outliers pic X(10). *>outlier count field split off a summary line
77 sm-busdate pic X(10). *>business date field split off a summary line
77 sm-filed pic X(10). *>filed date a stale or duplicate extract ran into, split off a summary line
77 sm-benford pic X(20). *>Benford conformity verdict split off a summary line; blank when the section was not run
77 in-pairs pic A(1) value 'N'. *>set to 'Y' while the summary reader is inside the pair lines
77 prb-count pic 9(3) value 0. *>how many problem entries the night raised
77 max-prbs pic 9(3) value 500. *>working limit of the problem table
      03 prbMax pic 9(9).
      03 prbDrift pic S9(7)V9(2).
      03 prbDriftFlag pic A(1).
      03 prbBusDate pic 9(8). *>business date the extract carried, 0 when it had no header
      03 prbFiledDate pic 9(8). *>filed date a stale or duplicate extract ran into
      03 prbBenford pic X(20). *>Benford verdict when the values failed to conform, spaces otherwise

01 own-tbl. *>the distinct owners that have problems tonight
   02 own-entry occurs 100 times.
   02 filler pic X(24) value ' Mean Drift %        =  '.
   02 out-digDrift pic -(4)9.99.
   02 filler pic X(20) value '  vs prior run'.
01 print-digBusDate.
   02 filler pic X(24) value ' Business Date       =  '.
   02 out-digBusDate pic 9(8).
01 print-digStale.
   02 filler pic X(24) value ' Latest Filed Date   =  '.
   02 out-digStale pic 9(8).
   02 filler pic X(40) value '  -- mark RESTATE if this is intended'.
01 print-digDup.
   02 filler pic X(24) value ' Matches Filed Date  =  '.
   02 out-digDup pic 9(8).
   02 filler pic X(40) value '  -- same count and hash total'.
01 print-digBenford.
   02 filler pic X(24) value ' Benford Conformity  =  '.
   02 out-digBenford pic X(20).
   02 filler pic X(40) value '  -- leading digits need an audit look'.
01 print-digCount.
   02 filler pic X(24) value ' Feeds In This Digest=  '.
   02 out-digCount pic -(8)9.
      end-if
   end-if.

*>reads each master feed's records off the run-results repository key,
*>tracking its latest and prior mean so the drift check needs no second
*>pass. Records filed under the input file name, from before the feed
*>carried a header, are older and are read first; the feed id's own
*>records follow, oldest business date first
load-run-repository.
   open input run-repo-file
   if repo-status = '00'
      perform varying f from 1 by 1 until f > feed-count
         move fd-input(f) to repo-want
         perform read-feed-runs
         if fd-id(f) not = fd-input(f)
            move fd-id(f) to repo-want
            perform read-feed-runs
         end-if
      end-perform
      close run-repo-file
   end-if.

*>positions on the first repository record filed under the wanted key
*>and reads that key's records through
read-feed-runs.
   move space to repo-eof
   move repo-want to rrk-feed
   move 0 to rrk-date
   start run-repo-file key is not less than run-repo-key
      invalid key move 'T' to repo-eof
   end-start
   perform read-repo-record until repo-eof = 'T'.

*>reads the next repository record and sifts it, stopping at the first
*>record filed under another key
read-repo-record.
   read run-repo-file next record
        at end move 'T' to repo-eof
        not at end
           if rrk-feed not = repo-want
              move 'T' to repo-eof
           else
              perform sift-repo-record
           end-if
   end-read.

*>rolls one of the feed's repository records into its latest/prior pair
sift-repo-record.
   move spaces to rr-feed rr-date rr-rundate rr-file rr-count rr-mean
   unstring run-repo-record delimited by ','
      into rr-feed rr-date rr-rundate rr-file rr-count rr-mean
   end-unstring
   if function test-numval(rr-mean) = 0
      add 1 to fd-runs-seen(f)
      move fd-last-mean(f) to fd-prev-mean(f)
      compute fd-last-mean(f) = function numval(rr-mean)
   end-if.

*>reads the queue summary and judges every pair line; the pair lines sit

*>decides whether one pair of the night belongs in a digest: every
*>disposition short of a clean run does, and a clean run still lands there
*>when it flagged outliers, its mean drifted past the feed's tolerance or
*>its leading digits failed the Benford screen
judge-pair-line.
   move spaces to sm-input sm-output sm-disp sm-feedid sm-records
      sm-expected sm-hashexp sm-hashact sm-outliers sm-busdate sm-filed
      sm-benford
   unstring summary-line delimited by ','
      into sm-input sm-output sm-disp sm-feedid sm-records
         sm-expected sm-hashexp sm-hashact sm-outliers sm-busdate
         sm-filed sm-benford
   end-unstring
   if sm-disp = spaces
      exit paragraph
         and function numval(sm-outliers) > 0
      move 'Y' to problem-feed
   end-if
   if sm-benford = 'NONCONFORMITY'
      move 'Y' to problem-feed
   end-if
   perform judge-pair-drift
   if problem-feed = 'Y'
      perform store-problem-entry
      move fd-min(found-f) to prbMin(prb-count)
      move fd-max(found-f) to prbMax(prb-count)
   end-if
   move 0 to prbBusDate(prb-count)
   if sm-busdate not = spaces and function test-numval(sm-busdate) = 0
      compute prbBusDate(prb-count) = function numval(sm-busdate)
   end-if
   move 0 to prbFiledDate(prb-count)
   if sm-filed not = spaces and function test-numval(sm-filed) = 0
      compute prbFiledDate(prb-count) = function numval(sm-filed)
   end-if
   move spaces to prbBenford(prb-count)
   if sm-benford = 'NONCONFORMITY'
      move sm-benford to prbBenford(prb-count)
   end-if
   move drift-pct to prbDrift(prb-count)
   move 'N' to prbDriftFlag(prb-count)
   if drift-pct > drift-limit or drift-pct < (0 - drift-limit)
      move prbHashAct(p) to out-digHashAct
      write digest-line from print-digHashAct after advancing 1 lines
   end-if
   if prbDisp(p) = 'FAILED - STALE EXTRACT'
         or prbDisp(p) = 'FAILED - DUPLICATE EXTRACT'
      move prbBusDate(p) to out-digBusDate
      write digest-line from print-digBusDate after advancing 1 lines
      if prbDisp(p) = 'FAILED - STALE EXTRACT'
         move prbFiledDate(p) to out-digStale
         write digest-line from print-digStale after advancing 1 lines
      else
         move prbFiledDate(p) to out-digDup
         write digest-line from print-digDup after advancing 1 lines
      end-if
   end-if
   if prbDisp(p) = 'COUNT OUT OF RANGE'
      move prbMin(p) to out-digMin
      move prbMax(p) to out-digMax
   if prbDriftFlag(p) = 'Y'
      move prbDrift(p) to out-digDrift
      write digest-line from print-digDrift after advancing 1 lines
   end-if
   if prbBenford(p) not = spaces
      move prbBenford(p) to out-digBenford
      write digest-line from print-digBenford after advancing 1 lines
   end-if.
