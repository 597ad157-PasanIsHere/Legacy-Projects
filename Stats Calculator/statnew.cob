select summary-file assign to sumFileName
   organization is line sequential
   file status is sum-status.
select timing-file assign to timeFileName
   organization is line sequential
   file status is time-status.
select sorted-values-file assign to srtValFileName
   organization is line sequential
   file status is srtval-status.
   organization is line sequential
   file status is qck-status.
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
select edit-parm-file assign to editParmFileName
   organization is line sequential
   file status is eparm-status.
select intake-parm-file assign to intakeParmFileName
   organization is line sequential
   file status is iparm-status.
select cat-master assign to catFileName
   organization is line sequential
   file status is catref-status.
select sorted-rollup-file assign to srtRollFileName
   organization is line sequential
   file status is srtroll-status.
select sort-work assign to 'sortwork.tmp'.
select rollup-sort assign to 'rollwork.tmp'.
data division.
file section.
fd input-file.
fd exceptions-file.
   01 exc-line pic X(100). *>one flagged outlier per line: record position, value, which fence it broke
fd summary-file.
   01 summary-line pic X(400). *>end-of-queue summary: one line per control pair with its disposition, then the counts
fd timing-file.
   01 timing-record pic X(400). *>one line per pair worked, appended: batch date,feed,input,output,disposition,resumed,records,pair start,pair end, then start,end of intake, edit, read, value sort, category sort and report
fd sorted-values-file.
   01 sorted-value-record. *>the run's values in ascending value order, straight from the sort
      05 srt-cat pic X(8).
fd checkpoint-temp-file.
   01 checkpoint-temp-record pic X(60). *>image copy of a capture record while a resume rewrites the capture to exactly the acknowledged count
fd feed-master.
   01 feed-record pic X(250). *>one feed per line: id,active,input,output,mincount,maxcount,owner,tolerance,excl,edit,print,restate,intake,layout,benford -- maintained by statfeed
fd queue-ckpt-file.
   01 queue-ckpt-record pic X(400). *>one line per completed pair, laid out as its queue summary line, appended as the queue drains and cleared when the whole queue finishes
fd run-repo-file.
   01 run-repo-entry. *>one record per feed and business date; a rerun rewrites its record in place instead of filing a duplicate
      05 run-repo-key. *>primary key: a feed's nights sit together in business date order
         10 rrk-feed pic X(60).
         10 rrk-date pic 9(8).
      05 run-repo-datekey. *>alternate key: every feed filed for one business date sits together
         10 rrd-date pic 9(8).
         10 rrd-feed pic X(60).
      05 run-repo-record pic X(400). *>the run's full statistics set as one comma-delimited line, a real-header flag and the hash total of the values
fd cat-results-file.
   01 cat-result-entry. *>one record per category per feed and business date, filed beside the feed's repository record
      05 cat-result-key. *>a feed's categories for one night sit together in code order
         10 crk-feed pic X(60).
         10 crk-date pic 9(8).
         10 crk-cat pic X(8).
      05 cat-result-record pic X(300). *>feed,business date,run date,category, then the category's statistics in repository order from the count to the harmonic mean
fd edit-parm-file.
   01 edit-parm-record pic X(200). *>one "raw,clean,min,max,threshold" line handed to statedit for an edit-first feed
fd intake-parm-file.
   01 intake-parm-record pic X(200). *>one "raw,std,layoutid,feedid" line handed to statintake for an intake feed
fd sorted-cats-file.
   01 sorted-cat-record. *>the run's values in category-major order, for the control-break pass
      05 scat-cat pic X(8).
      05 scat-value pic S9(14)V9(4) sign is trailing separate.
      05 scat-pos pic 9(9).
      05 scat-weight pic S9(14)V9(4) sign is trailing separate.
fd cat-master.
   01 cat-record pic X(100). *>one category per line: code,active,description,parent -- maintained by statcat
fd sorted-rollup-file.
   01 sorted-rollup-record. *>the run's values once per roll-up parent of their category, deepest level first, for the roll-up control break
      05 srol-depth pic 9(2).
      05 srol-node pic X(8).
      05 srol-value pic S9(14)V9(4) sign is trailing separate.
sd sort-work.
   01 sort-rec.
      05 sort-cat pic X(8).
      05 sort-value pic S9(14)V9(4) sign is trailing separate.
      05 sort-pos pic 9(9).
      05 sort-weight pic S9(14)V9(4) sign is trailing separate.
sd rollup-sort.
   01 rollup-sort-rec.
      05 rsort-depth pic 9(2).
      05 rsort-node pic X(8).
      05 rsort-value pic S9(14)V9(4) sign is trailing separate.


working-storage section.
77 ckpt-data-status pic XX. *>file status of checkpoint-data-file
77 srtval-status pic XX. *>file status of sorted-values-file
77 srtcat-status pic XX. *>file status of sorted-cats-file
01 srtRollFileName pic x(70) value spaces. *>inFileName with a .rst extension, the values by roll-up parent
77 srtroll-status pic XX. *>file status of sorted-rollup-file
77 srol-eof pic A(1). *>end of sorted-rollup-file checker
01 catFileName pic x(60) value 'statcat.dat'. *>category reference file maintained by statcat; absent means codes print bare and nothing rolls up
77 catref-status pic XX. *>file status of cat-master
77 catref-eof pic A(1). *>end of category reference file checker
77 cm-code pic X(8). *>code field split off a category reference record
77 cm-active pic X(1). *>active flag field split off a category reference record
77 cm-desc pic X(60). *>description field split off a category reference record
77 cm-parent pic X(8). *>parent roll-up code field split off a category reference record
77 ref-count pic 9(4) value 0. *>codes loaded from the category reference file
77 max-refs pic 9(4) value 2000. *>working limit of the reference table
77 ref-scan pic 9(4) value 0. *>reference table scan counter
77 ref-found pic 9(4) value 0. *>reference table entry matched by a lookup, 0 when the code is not on file
77 ref-look pic X(8). *>code being looked up on the reference table
77 roll-groups pic 9(3) value 0. *>how many distinct roll-up parents the run's categories reach
77 max-rollups pic 9(3) value 200. *>working limit of the roll-up table
77 roll-t pic 9(3) value 0. *>roll-up table entry found or added
77 roll-scan pic 9(3) value 0. *>roll-up table scan counter
77 roll-lvl pic 9(2) value 0. *>position along a category's parent chain, nearest parent first
77 max-roll-depth pic 9(2) value 9. *>deepest parent chain followed; a longer or looping chain is cut off here
77 roll-node pic X(8). *>parent code being added to a category's chain
77 roll-warned pic A(1) value 'N'. *>set to 'Y' once the roll-up-table-full warning has been issued
77 ckpt-interval pic 9(6) value 500. *>write a checkpoint every this-many records read
77 buf-n pic 9(3) value 0. *>stored values sitting in the checkpoint buffer, not yet flushed to disk
77 ckpt-data-initialized pic A(1) value 'N'. *>set to 'Y' once checkpoint-data-file has been created for this run
77 exc-status pic XX. *>file status of exceptions-file, checked so a bad path skips the exceptions file, not the run
77 run-option pic x(20). *>optional third field on a control record (e.g. EXCLUDE for the outlier-excluded reprint)
77 run-option2 pic x(20). *>optional fourth field on a control record; EXCLUDE and PRINT may ride in either option field
77 run-option3 pic x(20). *>optional fifth field on a control record
77 run-option4 pic x(20). *>optional sixth field on a control record; EXCLUDE, PRINT, RESTATE and BENFORD may each ride in any of the four option fields
77 run-option-word pic x(20). *>the option field being read off a control record
77 cmp-option pic x(20). *>optional fifth field on a COMPARE record, PRINT for the paginated format
77 excl-choice pic A(1) value 'N'. *>set to 'Y' when this run should also report statistics with outliers excluded
77 csv-open pic A(1) value 'N'. *>set to 'Y' while the csv file is open for this run
77 hist-pct-edit pic ZZ9.99. *>edited bin percentage for a csv histogram row
77 hist-lo-edit pic -(14)9.9(4). *>edited low bin edge for a csv histogram row
77 hist-hi-edit pic -(14)9.9(4). *>edited high bin edge for a csv histogram row
77 ben-n pic 9(9) value 0. *>values in the first-digit test: every nonzero value
77 ben2-n pic 9(9) value 0. *>values in the first-two-digit test: every value of 10 or more, sign ignored
77 ben-min-values pic 9(9) value 100. *>fewest values the first-digit test will pass a verdict on
77 ben2-min-values pic 9(9) value 1000. *>fewest values before the first-two-digit test is printed at all
77 ben-d pic 9(2) value 0. *>leading digit (or table entry) being counted or printed
77 ben-d1 pic 9(1) value 0. *>first significant digit of the value being counted
77 ben-d2 pic 9(2) value 0. *>first two significant digits of the value being counted
77 ben-pos pic 9(2) value 0. *>position of the first significant digit in ben-abs-x
77 ben-exp-n pic 9(9)V9(6) value 0. *>count Benford's law expects for the digit being judged
77 ben-mad pic 9(1)V9(8) value 0. *>mean absolute deviation of the first-digit proportions from Benford's
77 ben2-mad pic 9(1)V9(8) value 0. *>mean absolute deviation of the first-two-digit proportions from Benford's
77 ben-chi pic 9(11)V9(4) value 0. *>first-digit chi-square statistic, 8 degrees of freedom
77 ben2-chi pic 9(11)V9(4) value 0. *>first-two-digit chi-square statistic, 89 degrees of freedom
77 ben-rank pic 9(1) value 0. *>first-digit verdict as an entry in the verdict names, worst is highest
77 ben2-rank pic 9(1) value 0. *>first-two-digit verdict as an entry in the verdict names, 0 when not tested
77 ben-obs-pct pic 9(3)V9(2) value 0. *>observed share of the digit being printed
77 ben-exp-pct pic 9(3)V9(2) value 0. *>Benford's expected share of the digit being printed
77 ben-diff-pct pic S9(3)V9(2) value 0. *>observed less expected share of the digit being printed
77 ben-verdict pic X(20) value spaces. *>first-digit conformity verdict
77 ben2-verdict pic X(20) value spaces. *>first-two-digit conformity verdict, spaces when the file was too small to test
77 ben-result pic X(20) value spaces. *>the worse of the two verdicts, carried to the queue summary; spaces when the section was not asked for
77 ben-exp-set pic A(1) value 'N'. *>set to 'Y' once the expected Benford proportions have been worked out
77 ben-pct-edit pic -(3)9.99. *>edited percentage for a csv Benford row
77 ben-digit-edit pic Z9. *>edited leading digit or digits for a csv Benford row
77 ben-mad-edit pic 9.9(6). *>edited mean absolute deviation for a csv Benford row
77 ben-chi-edit pic Z(10)9.9(4). *>edited chi-square for a csv Benford row
01 ben-abs pic 9(14)V9(4) value 0. *>value being counted with its sign dropped
01 ben-abs-x redefines ben-abs pic X(18). *>the same value as digits, scanned for the first significant one
77 cat-work pic X(8). *>category code from the data record being stored, whichever layout it arrived in
77 categories-found pic A(1) value 'N'. *>set to 'Y' when any record in the file carries a category code
77 cat-groups pic 9(3) value 0. *>how many distinct categories the read pass has met
77 mrg-hash-exp pic S9(14)V9(4) value 0. *>summed trailer hash totals of the reconciled sources
77 mrg-hash-act pic S9(14)V9(4) value 0. *>summed actual hash totals of the reconciled sources
01 sumFileName pic x(60) value 'statsum.rpt'. *>end-of-queue summary file for the scheduler
01 timeFileName pic x(60) value 'stattime.log'. *>batch timing log, one appended line per pair worked, read by statcap
77 time-status pic XX. *>file status of timing-file
77 time-ptr pic 9(4) value 1. *>string pointer used while building a timing line
77 time-now pic 9(16) value 0. *>current date and time to the hundredth, yyyymmddhhmmsscc
77 batch-date pic 9(8) value 0. *>date the queue started on, so a night's pairs stay together past midnight
77 pair-start pic 9(16) value 0. *>when the pair being worked began
77 pair-end pic 9(16) value 0. *>when the pair being worked finished
77 time-feed pic X(8). *>feed id the timing line files under, blank when the pair has none
77 time-records pic 9(9) value 0. *>records read from the pair's input files
77 time-resumed pic A(1) value 'N'. *>set to 'Y' when any read of the pair resumed from a checkpoint
77 stg pic 9(1) value 0. *>stage being stamped: 1 intake, 2 edit, 3 read, 4 value sort, 5 category sort, 6 report
01 stage-times. *>first start and last end of each stage of the pair; zero when the stage never ran
   02 stage-entry occurs 6 times.
      03 stgStart pic 9(16).
      03 stgEnd pic 9(16).
01 feedFileName pic x(60) value 'statfeed.dat'. *>feed master file; when present it drives the nightly run instead of bare control pairs
77 feed-status pic XX. *>file status of feed-master
77 feed-eof pic A(1). *>end of feed master checker
77 fm-id pic X(8). *>feed id field split off a master record
01 master-feed-id pic X(8) value spaces. *>feed id the feed master gives the pair's extract, which its header must carry; spaces when no master entry names it
01 mst-want pic X(60). *>input name being looked up on the feed master
77 mst-eof pic A(1). *>end of the feed master lookup checker
77 fm-active pic X(1). *>active flag field split off a master record
77 fm-input pic X(60). *>input path field split off a master record
77 fm-output pic X(60). *>output path field split off a master record
77 fm-excl pic X(1). *>outlier-excluded reprint flag split off a master record
77 fm-edit pic X(1). *>edit-first flag split off a master record; 'Y' runs the raw extract through statedit before the statistics pass
77 fm-print pic X(1). *>print-ready report flag split off a master record; 'Y' writes this feed's report in the paginated format
77 fm-restate pic X(1). *>restatement switch split off a master record; while 'Y', every extract for the feed may replace a business date older than its latest filed one, until statfeed sets it back
77 fm-intake pic X(1). *>layout intake flag split off a master record; 'Y' converts the raw extract through statintake ahead of everything else
77 fm-layout pic X(8). *>intake layout id split off a master record; blank means the feed id
77 fm-benford pic X(1). *>Benford flag split off a master record; 'Y' adds the leading-digit conformity section to the feed's report
77 print-format pic A(1) value 'N'. *>'Y' writes the report in the print-ready paginated format; the plain stream stays the default for feeds that pipe the output onward
77 page-depth pic 9(3) value 60. *>lines per page of the print-ready format
77 page-no pic 9(5) value 0. *>page the print-ready report is on; 0 before the first line goes out
77 eparm-status pic XX. *>file status of edit-parm-file
77 edit-ok pic A(1) value 'Y'. *>whether the edit stage passed the file on to the statistics pass
77 edit-rc pic 9(4) value 0. *>statedit's verdict off the return code: 0 clean, 4 rejects but accepted, 8 file rejected
01 intakeParmFileName pic x(60) value 'statintkparm.tmp'. *>parameter hand-off read by statintake when this run drives it
01 intakeStdName pic x(64) value spaces. *>the raw input name with a .std extension, statintake's standard-layout output
77 iparm-status pic XX. *>file status of intake-parm-file
77 intake-ok pic A(1) value 'Y'. *>whether the intake stage passed a standard-layout file on
77 intake-rc pic 9(4) value 0. *>statintake's verdict off the return code: 0 clean, 4 lines not mapped, 8 extract rejected, 12 could not run
77 intake-layout pic X(8). *>layout id handed to statintake
01 raw-input-name pic x(60) value spaces. *>the pair's raw-extract identity for the run repository: the name the feed master and the queue key the pair by, even while an edit-first feed's statistics read the .edt clean copy
77 feed-check pic A(1) value 'N'. *>set to 'Y' while running a feed-master entry, enabling the count range check
77 feed-min pic 9(9) value 0. *>this feed's expected minimum record count, 0 meaning no check
01 qck-input pic X(60). *>input name field split off a queue checkpoint line
01 qck-output pic X(60). *>output name field split off a queue checkpoint line
01 qck-disp pic X(30). *>disposition field split off a queue checkpoint line
01 qck-feed pic X(8). *>feed id field split off a queue checkpoint line
01 qck-records pic X(20). *>records read field split off a queue checkpoint line
01 qck-expected pic X(20). *>expected records field split off a queue checkpoint line
01 qck-hashexp pic X(30). *>expected hash total field split off a queue checkpoint line
01 qck-hashact pic X(30). *>actual hash total field split off a queue checkpoint line
01 qck-outliers pic X(20). *>outlier count field split off a queue checkpoint line
01 qck-busdate pic X(8). *>business date field split off a queue checkpoint line
01 qck-filed pic X(8). *>filed date field split off a queue checkpoint line
01 qck-benford pic X(20). *>Benford verdict field split off a queue checkpoint line
01 runRepoFileName pic x(60) value 'statruns.dat'. *>the run-results repository, indexed on feed id and business date, that trending reads instead of the append-only history
77 repo-status pic XX. *>file status of run-repo-file
77 repo-eof pic A(1). *>end of run repository checker
77 repo-ptr pic 9(4) value 1. *>string pointer used while building a repository line
01 repo-feed-key pic X(60). *>feed id this run files under; the input file name when the extract carries no header
01 repo-date-key pic 9(8) value 0. *>business date this run files under; the run date when the extract carries no header
01 repo-line pic X(400). *>the repository record being built for this run
01 catResFileName pic x(60) value 'statcres.dat'. *>per-category results filed beside the run-results repository, indexed on feed id, business date and category
77 cres-status pic XX. *>file status of cat-results-file
77 cres-eof pic A(1). *>end of the feed's filed categories checker
77 cres-count pic 9(3) value 0. *>categories whose results this run has kept for filing
77 cres-k pic 9(3) value 0. *>kept category results entry being filed
01 rr-feed pic X(60). *>feed id field split off a repository line
01 rr-date pic X(10). *>business date field split off a repository line
77 rr-count pic X(10). *>record count field split off a repository line
77 rr-skip pic X(22). *>repository field the replay check has no use for
77 rr-hdr pic X(2). *>real-header flag off a repository line
77 rr-hash pic X(22). *>hash total field off a repository line; blank on lines filed before the hash was kept
77 rec-date pic 9(8) value 0. *>parsed business date of the repository line being judged
77 restate-choice pic A(1) value 'N'. *>set to 'Y' when the control record or feed entry marks this run RESTATE, allowing a business date older than the feed's latest filed one
77 restate-master pic A(1) value 'N'. *>set to 'Y' when the RESTATE comes from the feed master's standing switch, so the report can say so
77 benford-choice pic A(1) value 'N'. *>set to 'Y' when the control record or feed entry asks for the Benford leading-digit section
77 replay-failed pic A(1) value 'N'. *>set to 'Y' when the extract is stale, a replay of a night already on file or carries another feed's id, and statistics must not run
77 filed-latest pic 9(8) value 0. *>latest real-header business date the repository holds for this feed
77 dup-date pic 9(8) value 0. *>another business date on file whose count and hash total match this extract's exactly, 0 when none
77 replay-date pic 9(8) value 0. *>the filed date a stale or duplicate extract ran into, for the report and the summary

01 cmp-stat-name-list. *>row labels for the comparison report, in capture order
   02 filler pic X(19) value 'Records'.
    02 filler pic X(44) value  ' Trailer record missing -- file truncated?  '.
01 print-reconSkipped.
    02 filler pic X(44) value  ' Statistics were NOT produced for this file.'.
01 print-staleTitle.
    02 filler pic X(44) value  '    STALE EXTRACT -- RUN REJECTED           '.
01 print-dupTitle.
    02 filler pic X(44) value  '    DUPLICATE EXTRACT -- RUN REJECTED       '.
01 print-idTitle.
    02 filler pic X(44) value  '    FEED ID MISMATCH -- RUN REJECTED        '.
01 print-idMaster.
   02 filler pic X(24) VALUE ' Feed Master Id      =  '.
   02 out-idMaster pic X(8).
01 print-staleFiled.
   02 filler pic X(24) VALUE ' Latest Filed Date   =  '.
   02 out-staleFiled pic 9(8).
01 print-dupFiled.
   02 filler pic X(24) VALUE ' Matches Filed Date  =  '.
   02 out-dupFiled pic 9(8).
01 print-restateMaster.
    02 filler pic X(62) value  ' RESTATE in force from the feed master -- stale check is off.'.
01 print-restateMaster2.
    02 filler pic X(62) value  ' Set the feed back to N in statfeed once the restatement ran. '.
01 print-restateHint.
    02 filler pic X(62) value  ' A restatement must be marked RESTATE on its control record  '.
01 print-restateHint2.
    02 filler pic X(62) value  ' or feed master entry.                                       '.
01 print-outliers.
   02 filler pic X(24) VALUE ' Outliers Flagged    =  '.
   02 out-outliers pic -(8)9.
01 print-catTitle.
   02 filler pic X(24) VALUE ' Category            =  '.
   02 out-catName pic X(8).
   02 filler pic X(1) value spaces.
   02 out-catDesc pic X(60).
01 print-rollHeader.
    02 filler pic X(44) value  '        Category Roll-Up Statistics         '.
01 print-rollTitle.
   02 filler pic X(24) VALUE ' Roll-Up Category    =  '.
   02 out-rollName pic X(8).
   02 filler pic X(1) value spaces.
   02 out-rollDesc pic X(60).
01 print-rollLevel.
   02 filler pic X(24) VALUE ' Roll-Up Level       =  '.
   02 out-rollLevel pic Z9.
01 print-rollCount.
   02 filler pic X(24) VALUE ' Roll-Up Records     =  '.
   02 out-rollCount pic -(8)9.
01 print-catCount.
   02 filler pic X(24) VALUE ' Category Records    =  '.
   02 out-catCount pic -(8)9.
   02 out-histPct pic ZZ9.99.
   02 filler pic X(2) value '% '.
   02 out-histBar pic X(25).
01 print-benTitle.
    02 filler pic X(44) value  '        Benford First-Digit Analysis        '.
01 print-ben2Title.
    02 filler pic X(44) value  '      Benford First-Two-Digit Analysis      '.
01 print-benHead.
   02 filler pic X(9) value ' Digits'.
   02 filler pic X(9) value ' Observed'.
   02 filler pic X(3) value spaces.
   02 filler pic X(6) value ' Obs %'.
   02 filler pic X(4) value spaces.
   02 filler pic X(6) value ' Exp %'.
   02 filler pic X(3) value spaces.
   02 filler pic X(7) value ' Diff %'.
01 print-benLine.
   02 filler pic X(3) value spaces.
   02 out-benDigit pic Z9.
   02 filler pic X(4) value spaces.
   02 out-benCount pic Z(8)9.
   02 filler pic X(3) value spaces.
   02 out-benObs pic ZZ9.99.
   02 filler pic X(4) value spaces.
   02 out-benExp pic ZZ9.99.
   02 filler pic X(3) value spaces.
   02 out-benDiff pic -(3)9.99.
01 print-benCount.
   02 filler pic X(24) value ' Values Tested       =  '.
   02 out-benN pic Z(8)9.
01 print-benMad.
   02 filler pic X(24) value ' Mean Abs Deviation  =  '.
   02 out-benMad pic 9.9(6).
01 print-benChi.
   02 out-benChiLabel pic X(24).
   02 out-benChi pic Z(8)9.9(4).
   02 filler pic X(16) value '  (5% critical  '.
   02 out-benCrit pic ZZ9.999.
   02 filler pic X(1) value ')'.
01 print-benVerdict.
   02 filler pic X(24) value ' Conformity          =  '.
   02 out-benVerdict pic X(20).
01 print-benShort.
   02 filler pic X(44) value ' Fewer than 100 nonzero values: no verdict'.

01 print-pageHead1. *>first line of the print-ready page header: what the page belongs to
   02 filler pic X(7) value ' Feed: '.
01 hist-tbl.
   02 histCount pic 9(9) occurs 20 times. *>per-bin counts for the frequency distribution section

01 ben-tbl. *>leading-digit counts and Benford's expected proportions for digits 1 to 9
   02 ben-entry occurs 9 times.
      03 benCount pic 9(9).
      03 benExp pic 9(1)V9(8).

01 ben2-tbl. *>first-two-digit counts and expected proportions for 10 to 99, entry 1 holding 10
   02 ben2-entry occurs 90 times.
      03 ben2Count pic 9(9).
      03 ben2Exp pic 9(1)V9(8).

01 ben-verdict-list. *>conformity verdicts from closest to worst, by mean absolute deviation band
   02 filler pic X(20) value 'CLOSE CONFORMITY'.
   02 filler pic X(20) value 'ACCEPTABLE'.
   02 filler pic X(20) value 'MARGINAL'.
   02 filler pic X(20) value 'NONCONFORMITY'.
01 ben-verdict-names redefines ben-verdict-list.
   02 benVerdictName pic X(20) occurs 4 times.

01 ref-tbl. *>the category reference file, loaded once per run
   02 ref-entry occurs 2000 times.
      03 refCode pic X(8).
      03 refDesc pic X(60). *>what the business calls the code, printed next to it
      03 refParent pic X(8). *>code this one rolls up into; blank at the top of a hierarchy

01 roll-tbl. *>per-parent totals folded up from the category table, one entry per roll-up parent the run reaches
   02 roll-entry occurs 200 times.
      03 rollName pic X(8).
      03 rollDepth pic 9(2). *>levels from the top of its hierarchy; the top level is 1
      03 rollCnt pic 9(9).
      03 rollSum pic S9(16)V9(4).
      03 rollWeighted pic S9(16)V9(4).
      03 rollWeights pic S9(16)V9(4).
      03 rollGeoProd usage comp-2.
      03 rollGeoExp pic S9(9).
      03 rollRecipSum pic S9(14)V9(14).
      03 rollGeoInv pic A(1).
      03 rollHarInv pic A(1).
      03 rollWeightsFound pic A(1).

01 cat-chain-tbl. *>each category's roll-up parents as roll table entries, nearest parent first
   02 cat-chain occurs 200 times.
      03 chainLen pic 9(2).
      03 chainRoll pic 9(3) occurs 9 times.

01 cat-tbl. *>running per-category totals built during the read pass, one entry per distinct category
   02 cat-entry occurs 200 times.
      03 catName pic X(8).
      03 catHarInv pic A(1). *>whether this category's harmonic mean is undefined
      03 catWeightsFound pic A(1). *>whether any of this category's records carried a weight, so a weightless category's block omits the Weighted Mean line instead of fabricating a zero

01 cres-tbl. *>each category's figures off the category pass, kept until the run knows the key it files under
   02 cres-entry occurs 200 times.
      03 cresCat pic X(8). *>category code, (none) for values that carried no code
      03 cresStats pic X(300). *>the category's statistics as the tail of its results line

01 pair-tbl. *>one entry per control pair worked by the queue, for the end-of-queue summary; the figures let the overnight digest name the problem, not just the status word
   02 pair-entry occurs 500 times.
      03 pairInput pic X(60).
      03 pairHashExp pic S9(14)V9(4). *>hash total the trailer promised
      03 pairHashAct pic S9(14)V9(4). *>hash total actually accumulated
      03 pairOutliers pic 9(9). *>values flagged outside the IQR fences
      03 pairBusDate pic 9(8). *>business date off the header record, 0 when the extract carried none
      03 pairFiledDate pic 9(8). *>filed date a stale or duplicate extract ran into, 0 otherwise
      03 pairBenford pic X(20). *>Benford conformity verdict, spaces when the section was not run

01 mrgFile-tbl. *>the files named on a MERGE control record, in record order; the last one is the output report
   02 mrgFile pic X(60) occurs 5 times.
      03 priorInput pic X(60).
      03 priorOutput pic X(60).
      03 priorDisp pic X(30).
      03 priorFeedId pic X(8). *>the figures the prior attempt reported for the pair, so a claimed pair's summary line still names them
      03 priorRecords pic 9(9).
      03 priorExpected pic 9(9).
      03 priorHashExp pic S9(14)V9(4).
      03 priorHashAct pic S9(14)V9(4).
      03 priorOutliers pic 9(9).
      03 priorBusDate pic 9(8).
      03 priorFiledDate pic 9(8).
      03 priorBenford pic X(20).

01 ckpt-buf-tbl. *>stored values waiting for the next checkpoint flush; bounded by ckpt-interval
   02 ckpt-buf-entry occurs 500 times.
   *>shop adopts the master; with neither file present the original
   *>interactive prompts take over. Both queues feed one summary
   perform load-queue-checkpoint
   perform load-cat-reference
   open input feed-master
   if feed-status = '00'
      perform process-feed-master
      if print-format not = 'Y'
         move 'N' to print-format
      end-if
   end-if
   display 'Restating an earlier business date? (Y/N): '
   accept restate-choice
   if restate-choice = 'y'
      move 'Y' to restate-choice
   else
      if restate-choice not = 'Y'
         move 'N' to restate-choice
      end-if
   end-if
   display 'Benford leading-digit analysis? (Y/N): '
   accept benford-choice
   if benford-choice = 'y'
      move 'Y' to benford-choice
   else
      if benford-choice not = 'Y'
         move 'N' to benford-choice
      end-if
   end-if.

*>reads the control file one input/output pair per line and runs each one
        not at end perform store-queue-ckpt-record
   end-read.

*>splits one completed-pair line into the prior table; the figures after
*>the disposition are the pair's summary columns, and a line that stops
*>at the disposition (or a column left empty) carries zero/spaces
store-queue-ckpt-record.
   move spaces to qck-input qck-output qck-disp qck-feed qck-records
      qck-expected qck-hashexp qck-hashact qck-outliers qck-busdate
      qck-filed qck-benford
   unstring queue-ckpt-record delimited by ','
      into qck-input qck-output qck-disp qck-feed qck-records
         qck-expected qck-hashexp qck-hashact qck-outliers qck-busdate
         qck-filed qck-benford
   end-unstring
   if qck-input not = spaces and qck-disp not = spaces
      if prior-count < max-pairs
         move qck-input to priorInput(prior-count)
         move qck-output to priorOutput(prior-count)
         move qck-disp to priorDisp(prior-count)
         move qck-feed to priorFeedId(prior-count)
         move qck-benford to priorBenford(prior-count)
         move 0 to priorRecords(prior-count) priorExpected(prior-count)
            priorHashExp(prior-count) priorHashAct(prior-count)
            priorOutliers(prior-count) priorBusDate(prior-count)
            priorFiledDate(prior-count)
         if qck-records not = spaces
               and function test-numval(qck-records) = 0
            compute priorRecords(prior-count) =
               function numval(qck-records)
         end-if
         if qck-expected not = spaces
               and function test-numval(qck-expected) = 0
            compute priorExpected(prior-count) =
               function numval(qck-expected)
         end-if
         if qck-hashexp not = spaces
               and function test-numval(qck-hashexp) = 0
            compute priorHashExp(prior-count) =
               function numval(qck-hashexp)
         end-if
         if qck-hashact not = spaces
               and function test-numval(qck-hashact) = 0
            compute priorHashAct(prior-count) =
               function numval(qck-hashact)
         end-if
         if qck-outliers not = spaces
               and function test-numval(qck-outliers) = 0
            compute priorOutliers(prior-count) =
               function numval(qck-outliers)
         end-if
         if qck-busdate is numeric
            move qck-busdate to priorBusDate(prior-count)
         end-if
         if qck-filed is numeric
            move qck-filed to priorFiledDate(prior-count)
         end-if
      end-if
   end-if.

   end-if.

*>appends the pair just finished to the queue restart file, values first
*>as ever: a pair is only claimed once its disposition is on disk. The
*>line is the pair's summary line, figures and all, so a rerun that
*>claims the pair still reports what it found; a pair past the end of
*>the full pair table is claimed by its names and disposition alone
record-queue-completion.
   if batch-mode = 'Y' and prior-skip = 'N'
      open extend queue-ckpt-file
      end-if
      if qck-status = '00'
         move spaces to queue-ckpt-record
         if pair-table-warned = 'N'
            move pair-count to k
            perform build-summary-pair-line
            move summary-line to queue-ckpt-record
         else
            string function trim(inFileName) delimited by size
                   ',' delimited by size
                   function trim(outFileName) delimited by size
                   ',' delimited by size
                   function trim(pair-disposition) delimited by size
                   into queue-ckpt-record
            end-string
         end-if
         write queue-ckpt-record
         close queue-ckpt-file
      end-if
*>feeds are listed in the summary but not run, and a mangled entry is
*>skipped loudly rather than guessed at
run-feed-entry.
   perform start-pair-timing
   move spaces to fm-id fm-active fm-input fm-output fm-min fm-max
      fm-owner fm-tol fm-excl fm-edit fm-print fm-restate fm-intake
      fm-layout fm-benford
   unstring feed-record delimited by ','
      into fm-id fm-active fm-input fm-output fm-min fm-max
         fm-owner fm-tol fm-excl fm-edit fm-print fm-restate fm-intake
         fm-layout fm-benford
   end-unstring
   if fm-id = spaces or fm-input = spaces or fm-output = spaces
      display 'Skipping malformed feed master record: '
   else
      move fm-input to inFileName
      move fm-output to outFileName
      move fm-id to time-feed
      move fm-id to master-feed-id
      if fm-active not = 'Y'
         move 'INACTIVE' to pair-disposition
         perform record-pair-result
         if fm-print = 'Y'
            move 'Y' to print-format
         end-if
         move 'N' to restate-choice
         move 'N' to restate-master
         if fm-restate = 'Y'
            move 'Y' to restate-choice
            move 'Y' to restate-master
         end-if
         move 'N' to benford-choice
         if fm-benford = 'Y'
            move 'Y' to benford-choice
         end-if
         move 0 to feed-min
         if fm-min not = spaces
            if function test-numval(fm-min) = 0
            perform skip-completed-pair
         else
            move fm-input to raw-input-name
            move 'Y' to intake-ok
            move 'Y' to edit-ok
            if fm-intake = 'Y'
               perform run-intake-stage
            end-if
            if fm-edit = 'Y' and intake-ok = 'Y'
               perform run-edit-stage
            end-if
            if edit-ok = 'Y' and intake-ok = 'Y'
               move 'Y' to feed-check
               perform process-file
               move 'N' to feed-check
            end-if
            if fm-edit = 'Y' or fm-intake = 'Y'
               *>the pair keeps its raw-extract identity in the summary
               *>and the queue checkpoint whichever copy was read, so a
               *>rerun's lookup still matches the feed master entry
      end-if
   end-if.

*>converts an intake feed's raw extract into the standard layout through
*>statintake before anything else reads it: the parameters go over in the
*>hand-off file, statintake is CALLed, and its verdict comes back on the
*>return code. A clean or partly mapped extract carries on (into the edit
*>stage when the feed has one) off the .std copy; an extract statintake
*>rejected fails the pair, and one it could not convert at all -- layout
*>missing, a file that would not open -- skips it
run-intake-stage.
   move spaces to intakeStdName
   string function trim(inFileName) delimited by size
          '.std' delimited by size
          into intakeStdName
   end-string
   move fm-layout to intake-layout
   if intake-layout = spaces
      move fm-id to intake-layout
   end-if
   open output intake-parm-file
   if iparm-status not = '00'
      display 'Skipping feed -- unable to write intake hand-off '
         function trim(intakeParmFileName) ' (status ' iparm-status ')'
      move 'SKIPPED - INTAKE FAILED' to pair-disposition
      move 'N' to intake-ok
   else
      move spaces to intake-parm-record
      string function trim(inFileName) delimited by size
             ',' delimited by size
             function trim(intakeStdName) delimited by size
             ',' delimited by size
             function trim(intake-layout) delimited by size
             ',' delimited by size
             function trim(fm-id) delimited by size
             into intake-parm-record
      end-string
      write intake-parm-record
      close intake-parm-file
      move 0 to return-code
      move 1 to stg
      perform stamp-stage-start
      call 'statintake'
         on exception
            display 'Skipping feed -- statintake could not be called '
               'for ' function trim(inFileName)
            move 'SKIPPED - INTAKE FAILED' to pair-disposition
            move 'N' to intake-ok
            open output intake-parm-file
            close intake-parm-file
      end-call
      perform stamp-stage-end
      move return-code to intake-rc
      move 0 to return-code
      if intake-ok = 'Y'
         if intake-rc = 12
            display 'Skipping feed -- intake could not run for '
               function trim(inFileName)
            move 'SKIPPED - INTAKE FAILED' to pair-disposition
            move 'N' to intake-ok
         else
            if intake-rc = 8
               display 'Intake rejected '
                  function trim(inFileName) ' -- statistics not run'
               move 'FAILED - INTAKE REJECTED' to pair-disposition
               move 'N' to intake-ok
            else
               move intakeStdName to inFileName
            end-if
         end-if
      end-if
   end-if.

*>runs an edit-first feed's raw extract through statedit before the
*>statistics pass: the parameters go over in the hand-off file, statedit
*>is CALLed, and its verdict comes back on the return code. A clean or
      write edit-parm-record
      close edit-parm-file
      move 0 to return-code
      move 2 to stg
      perform stamp-stage-start
      *>a module that cannot be resolved must cost this pair, not the
      *>whole queue: skip the feed loudly, the way an unopenable file is
      call 'statedit'
            open output edit-parm-file
            close edit-parm-file
      end-call
      perform stamp-stage-end
      move return-code to edit-rc
      move 0 to return-code
      if edit-ok = 'Y'
*>comparison, a MERGE record consolidates several same-feed extracts into
*>one statistics run, anything else is an ordinary single-extract pair
run-control-pair.
   perform start-pair-timing
   move spaces to master-feed-id
   if function upper-case(control-record(1:8)) = 'COMPARE,'
      perform run-compare-pair
      perform record-pair-result
   end-if.

*>the ordinary one-input control record: splits it and runs the full
*>statistics report against that single extract; up to four option
*>fields follow, in any order: EXCLUDE asks for the outlier-excluded
*>reprint, PRINT for the paginated format, RESTATE lets an earlier
*>business date replace its filed statistics and BENFORD adds the
*>leading-digit section; a short/malformed record (missing the comma or
*>a field) is logged and skipped rather than silently reusing whatever
*>pair ran before it
run-single-pair.
   move spaces to inFileName outFileName run-option run-option2
      run-option3 run-option4
   move 'N' to excl-choice
   move 'N' to print-format
   move 'N' to restate-choice
   move 'N' to restate-master
   move 'N' to benford-choice
   unstring control-record delimited by ','
      into inFileName outFileName run-option run-option2 run-option3
         run-option4
   end-unstring
   if inFileName = spaces or outFileName = spaces
      display 'Skipping malformed control-file record: '
      move spaces to outFileName
      move 'SKIPPED - MALFORMED RECORD' to pair-disposition
   else
      move run-option to run-option-word
      perform note-run-option
      move run-option2 to run-option-word
      perform note-run-option
      move run-option3 to run-option-word
      perform note-run-option
      move run-option4 to run-option-word
      perform note-run-option
      move inFileName to raw-input-name
      move inFileName to mst-want
      perform find-master-feed-id
      move inFileName to prior-key
      perform check-prior-completion
      if prior-clean = 'Y'
   end-if
   perform record-pair-result.

*>turns one option field of a control record on: the keywords may come
*>in any order and any option field, and an unknown word is ignored
note-run-option.
   evaluate function upper-case(function trim(run-option-word))
      when 'EXCLUDE'
         move 'Y' to excl-choice
      when 'PRINT'
         move 'Y' to print-format
      when 'RESTATE'
         move 'Y' to restate-choice
      when 'BENFORD'
         move 'Y' to benford-choice
   end-evaluate.

*>looks the input name in mst-want up on the feed master, for the feed id
*>a control-queue pair's header must carry; a name the master does not
*>list leaves the id blank and the pair unchecked
find-master-feed-id.
   move space to mst-eof
   open input feed-master
   if feed-status = '00'
      perform read-master-entry until mst-eof = 'T'
      close feed-master
   end-if.

*>reads one feed master record and keeps its feed id when it names the
*>input being looked up
read-master-entry.
   read feed-master
        at end move 'T' to mst-eof
        not at end
           move spaces to fm-id fm-active fm-input
           unstring feed-record delimited by ','
              into fm-id fm-active fm-input
           end-unstring
           if fm-id not = spaces and fm-input = mst-want
              move fm-id to master-feed-id
              move 'T' to mst-eof
           end-if
   end-read.

*>claims a pair's clean result from the interrupted prior attempt instead
*>of rerunning it, so the rerun resumes at the first unfinished pair
skip-completed-pair.
run-compare-pair.
   move spaces to cmp-tag cmpFileA cmpFileB outFileName cmp-option
   move 'N' to print-format
   move 'N' to benford-choice
   unstring control-record delimited by ','
      into cmp-tag cmpFileA cmpFileB outFileName cmp-option
   end-unstring
run-merge-record.
   *>the source list is open-ended, so a MERGE record carries no option
   *>field; consolidations print in the plain format without the
   *>outlier-excluded reprint, and never restate, whatever the previous
   *>pair asked for
   move 'N' to print-format
   move 'N' to excl-choice
   move 'N' to restate-choice
   move 'N' to restate-master
   move 'N' to benford-choice
   move spaces to mrg-tag mrg-overflow
   perform varying mrg-s from 1 by 1 until mrg-s > 5
      move spaces to mrgFile(mrg-s)
   else
      move mrgFile(mrg-sources) to outFileName
      subtract 1 from mrg-sources
      *>the regions are one feed's, so the first source the master
      *>names gives the feed id every region's header must carry
      perform varying mrg-s from 1 by 1
            until mrg-s > mrg-sources or master-feed-id not = spaces
         move mrgFile(mrg-s) to mst-want
         perform find-master-feed-id
      end-perform
      *>the prior-attempt lookup keys on the joined source names, the
      *>same form the summary and queue checkpoint record them in
      perform build-merged-name
            perform build-merged-name
            move inFileName to raw-input-name
            if numData > 0
               perform check-extract-replay
               if replay-failed = 'Y'
                  perform write-replay-failure
               else
                  perform produce-statistics-report
               end-if
            else
               perform write-no-data-message
               move 'NO DATA' to pair-disposition
         function trim(inFileName) ' (status ' in-status ')'
      move 'SKIPPED - INPUT OPEN FAILED' to pair-disposition
   else
      move 3 to stg
      perform stamp-stage-start
      perform read-num until feof = 'T'
      perform stamp-stage-end
      perform reconcile-trailer
      if recon-failed = 'Y'
         move 'Y' to mrg-failed
         function trim(inFileName) ' (status ' in-status ')'
      move 'SKIPPED - INPUT OPEN FAILED' to pair-disposition
   else
      move 3 to stg
      perform stamp-stage-start
      if resume-choice = 'Y'
         perform skip-checkpointed-records
      end-if
      perform read-num until feof = 'T'
      perform write-checkpoint
      perform stamp-stage-end
      perform reconcile-trailer
      compute numData = i - 1
      move numData to grand-n
*>writes the side-by-side comparison to the fixed-width report and the
*>same rows to the csv so the month-end pack can be built straight from it
write-comparison-report.
   move 6 to stg
   perform stamp-stage-start
   open output output-file
   if out-status not = '00'
      display 'Skipping comparison -- unable to open output file '
         close csv-file
      end-if
      close output-file
   end-if
   move 6 to stg
   perform stamp-stage-end.

*>the per-category section of the comparison report: every category
*>present in either period gets the same side-by-side rows with the MOVER
      move outFileName to pairOutput(pair-count)
      move pair-disposition to pairDisp(pair-count)
      if prior-skip = 'Y'
         *>a pair claimed from the prior attempt was not re-read; it
         *>reports the figures that attempt checkpointed for it
         move priorFeedId(prior-f) to pairFeedId(pair-count)
         move priorRecords(prior-f) to pairRecords(pair-count)
         move priorExpected(prior-f) to pairExpected(pair-count)
         move priorHashExp(prior-f) to pairHashExp(pair-count)
         move priorHashAct(prior-f) to pairHashAct(pair-count)
         move priorOutliers(prior-f) to pairOutliers(pair-count)
         move priorBusDate(prior-f) to pairBusDate(pair-count)
         move priorFiledDate(prior-f) to pairFiledDate(pair-count)
         move priorBenford(prior-f) to pairBenford(pair-count)
      else
         if pair-disposition = 'INACTIVE'
               or pair-disposition = 'SKIPPED - MALFORMED RECORD'
               or pair-disposition = 'FAILED - EDIT REJECTED'
               or pair-disposition = 'SKIPPED - EDIT STAGE FAILED'
               or pair-disposition = 'FAILED - INTAKE REJECTED'
               or pair-disposition = 'SKIPPED - INTAKE FAILED'
            *>a pair that was never read has no figures of its own; it
            *>would otherwise show the previous pair's leftovers
            move spaces to pairFeedId(pair-count)
            move 0 to pairRecords(pair-count)
            move 0 to pairExpected(pair-count)
            move 0 to pairHashExp(pair-count)
            move 0 to pairHashAct(pair-count)
            move 0 to pairOutliers(pair-count)
            move 0 to pairBusDate(pair-count)
            move 0 to pairFiledDate(pair-count)
            move spaces to pairBenford(pair-count)
         else
            move hdr-feed-id to pairFeedId(pair-count)
            move data-records to pairRecords(pair-count)
            move trl-expected-count to pairExpected(pair-count)
            move trl-hash-total to pairHashExp(pair-count)
            move hash-accum to pairHashAct(pair-count)
            move outlier-count to pairOutliers(pair-count)
            move 0 to pairBusDate(pair-count)
            if header-seen = 'Y'
               move hdr-business-date to pairBusDate(pair-count)
            end-if
            move replay-date to pairFiledDate(pair-count)
            move ben-result to pairBenford(pair-count)
         end-if
      end-if
   else
      if pair-table-warned = 'N'
                  or pair-disposition = 'COUNT OUT OF RANGE'
                  or pair-disposition = 'FAILED - CSV OPEN FAILED'
                  or pair-disposition = 'FAILED - EDIT REJECTED'
                  or pair-disposition = 'FAILED - INTAKE REJECTED'
                  or pair-disposition = 'FAILED - STALE EXTRACT'
                  or pair-disposition = 'FAILED - DUPLICATE EXTRACT'
                  or pair-disposition = 'FAILED - FEED ID MISMATCH'
               add 1 to failed-count
               move 'Y' to queue-failed
            else
         end-if
      end-if
   end-if
   if batch-mode = 'Y' and prior-skip = 'N'
      perform write-timing-record
   end-if
   perform record-queue-completion.

*>opens the timing of a pair the queue is about to work: every stage
*>stamp is cleared and the pair's start is taken; the first pair of the
*>run fixes the batch date the whole night's lines file under
start-pair-timing.
   move function current-date(1:16) to pair-start
   if batch-date = 0
      move pair-start(1:8) to batch-date
   end-if
   perform varying stg from 1 by 1 until stg > 6
      move 0 to stgStart(stg)
      move 0 to stgEnd(stg)
   end-perform
   move spaces to time-feed
   move 0 to time-records
   move 'N' to time-resumed.

*>stamps the start of stage stg; a stage a pair goes through more than
*>once (a consolidation reads every source, a comparison sorts both
*>sides) keeps its first start
stamp-stage-start.
   if stgStart(stg) = 0
      move function current-date(1:16) to stgStart(stg)
   end-if.

*>stamps the end of stage stg; a repeated stage keeps its last end, so
*>the stage spans from its first start to its last end
stamp-stage-end.
   move function current-date(1:16) to stgEnd(stg).

*>appends the pair's timing line to the timing log: who it was, how it
*>came out, how many records it read, whether it resumed, and the start
*>and end of the pair and of every stage, a stage that never ran leaving
*>its two fields empty. The log is a by-product: a line that cannot be
*>written is reported and the queue carries on
write-timing-record.
   move function current-date(1:16) to pair-end
   if time-feed = spaces and stgStart(3) > 0 and header-seen = 'Y'
      move hdr-feed-id to time-feed
   end-if
   move spaces to timing-record
   move 1 to time-ptr
   move time-records to numData-edit
   string batch-date delimited by size
          ',' delimited by size
          function trim(time-feed) delimited by size
          ',' delimited by size
          function trim(inFileName) delimited by size
          ',' delimited by size
          function trim(outFileName) delimited by size
          ',' delimited by size
          function trim(pair-disposition) delimited by size
          ',' delimited by size
          time-resumed delimited by size
          ',' delimited by size
          function trim(numData-edit) delimited by size
          ',' delimited by size
          pair-start delimited by size
          ',' delimited by size
          pair-end delimited by size
          into timing-record with pointer time-ptr
   end-string
   perform varying stg from 1 by 1 until stg > 6
      if stgStart(stg) = 0
         string ',,' delimited by size
                into timing-record with pointer time-ptr
         end-string
      else
         string ',' delimited by size
                stgStart(stg) delimited by size
                ',' delimited by size
                stgEnd(stg) delimited by size
                into timing-record with pointer time-ptr
         end-string
      end-if
   end-perform
   open extend timing-file
   if time-status not = '00'
      open output timing-file
   end-if
   if time-status = '00'
      write timing-record
      close timing-file
   else
      display 'Skipping timing log line -- unable to open '
         function trim(timeFileName) ' (status ' time-status ')'
   end-if.

*>writes the end-of-queue summary: every control pair with its disposition,
*>the counts of each outcome, and the queue's overall status, in one place
*>instead of scattered DISPLAY lines buried in the job log
      display 'Skipping queue summary -- unable to open '
         function trim(sumFileName) ' (status ' sum-status ')'
   else
      *>the batch date leads the file, ahead of the heading, so the release
      *>step files tonight's decisions under the night the queue started
      *>even when it runs after midnight
      if batch-date = 0
         move function current-date(1:8) to batch-date
      end-if
      move spaces to summary-line
      string 'Batch Date,' delimited by size
         batch-date delimited by size
         into summary-line
      end-string
      write summary-line
      move spaces to summary-line
      string 'Input File,Output File,Disposition,Feed Id,Records,'
            delimited by size
         'Expected Records,Hash Expected,Hash Actual,Outliers,'
            delimited by size
         'Business Date,Filed Date,Benford' delimited by size
         into summary-line
      end-string
      write summary-line
*>it, so the overnight digest can tell an owner what actually went wrong
*>without re-reading the night's extracts
write-summary-pair-line.
   perform build-summary-pair-line
   write summary-line.

*>builds pair k's summary line in summary-line; the queue restart file
*>carries the same line, so a claimed pair keeps its figures
build-summary-pair-line.
   move spaces to summary-line
   move 1 to hist-ptr
   string function trim(pairInput(k)) delimited by size
      function trim(numData-edit) delimited by size
      into summary-line with pointer hist-ptr
   end-string
   *>the business date and, for a stale or duplicate extract, the filed
   *>date it ran into; both stay empty where they do not apply
   string ',' delimited by size
      into summary-line with pointer hist-ptr
   end-string
   if pairBusDate(k) > 0
      string pairBusDate(k) delimited by size
         into summary-line with pointer hist-ptr
      end-string
   end-if
   string ',' delimited by size
      into summary-line with pointer hist-ptr
   end-string
   if pairFiledDate(k) > 0
      string pairFiledDate(k) delimited by size
         into summary-line with pointer hist-ptr
      end-string
   end-if
   *>the Benford verdict, empty when the section was not asked for; a
   *>line already full overflows here too, since the pointer is past its
   *>end, so the one check covers every column before it
   string ',' delimited by size
      function trim(pairBenford(k)) delimited by size
      into summary-line with pointer hist-ptr
      on overflow
         display 'Queue summary line cut short for '
            function trim(pairInput(k)) ' -- trailing columns lost'
   end-string.

*>writes one "label,count" line of the queue summary using whatever is
*>currently in sum-label/pair-count-edit
         move 'SKIPPED - OUTPUT OPEN FAILED' to pair-disposition
         close input-file
      else
         move 3 to stg
         perform stamp-stage-start
         if resume-choice = 'Y'
            perform skip-checkpointed-records
         end-if
         perform read-num until feof='T' *>reads numbers until the end of the file
         perform write-checkpoint *>flushes the tail of the value capture so the sort sees every record
         perform stamp-stage-end
         perform reconcile-trailer
         compute numData = i - 1
         move numData to grand-n
            move 'FAILED - RECONCILIATION' to pair-disposition
         else
         if numData > 0
            perform check-extract-replay
            if replay-failed = 'Y'
               perform write-replay-failure
            else
               if restate-master = 'Y'
                  perform write-restate-notice
               end-if
               if feed-check = 'Y'
                  perform check-feed-count-range
                  if count-range-failed = 'Y'
                        and pair-disposition = 'PROCESSED'
                     move 'COUNT OUT OF RANGE' to pair-disposition
                  end-if
               end-if
               perform produce-statistics-report
            end-if
         else
            perform write-no-data-message
            move 'NO DATA' to pair-disposition
*>reprint; shared between the single-extract path and the merged
*>consolidation path, which reach here with the capture file already built
produce-statistics-report.
   move 6 to stg
   perform stamp-stage-start
   perform build-csv-file-name
   open output csv-file
   if csv-status not = '00'
   if categories-found = 'Y'
      perform save-grand-accumulators
      perform write-category-statistics
      if ref-count > 0
         perform write-rollup-statistics
      end-if
      perform restore-grand-accumulators
   end-if
   perform compute-grand-statistics
   end-if
   if csv-open = 'Y'
      close csv-file
   end-if
   move 6 to stg
   perform stamp-stage-end.

*>derives the comma-delimited report's file name from outFileName so the
*>two reports for a run always land next to each other
   string function trim(inFileName) delimited by size
          '.cktmp' delimited by size
          into ckptTempFileName
   end-string
   move spaces to srtRollFileName
   string function trim(inFileName) delimited by size
          '.rst' delimited by size
          into srtRollFileName
   end-string.

*>looks for a leftover checkpoint from an interrupted prior run of this input
         end-if
         if resume-choice = 'Y' or resume-choice = 'y'
            move 'Y' to resume-choice
            move 'Y' to time-resumed
            move ckpt-i to i
            move ckpt-records-read to records-read
            move ckpt-header-seen to header-seen
   open output sorted-values-file
   close sorted-values-file
   open output sorted-cats-file
   close sorted-cats-file
   open output sorted-rollup-file
   close sorted-rollup-file.

*>appends one summary line for this run to the standing history file so a
*>feed's mean/median/stdDev can be tracked over successive runs

*>files this run's full statistics set in the run-results repository,
*>keyed by feed id and business date off the header record: a rerun after
*>a fixed extract rewrites that feed/date's record in place instead of
*>filing a duplicate, so the trending downstream stops counting the same
*>night twice. An extract without a header files under its input file
*>name and the run date, so legacy feeds keep trending too. Only the one
*>record is touched; the rest of the repository is never copied
update-run-results.
   accept run-date from date yyyymmdd
   if header-seen = 'Y'
      move run-date to repo-date-key
   end-if
   perform build-run-repo-record
   open i-o run-repo-file
   if repo-status = '35'
      *>the first run ever files into a repository not yet created
      open output run-repo-file
      if repo-status = '00'
         close run-repo-file
         open i-o run-repo-file
      end-if
   end-if
   if repo-status not = '00'
      display 'Skipping run repository update -- unable to open '
         function trim(runRepoFileName) ' (status ' repo-status ')'
      exit paragraph
   end-if
   move repo-feed-key to rrk-feed rrd-feed
   move repo-date-key to rrk-date rrd-date
   move repo-line to run-repo-record
   write run-repo-entry
      invalid key
         rewrite run-repo-entry
            invalid key
               display 'Skipping run repository update -- unable to '
                  'replace ' function trim(repo-feed-key) ' '
                  repo-date-key ' (status ' repo-status ')'
         end-rewrite
   end-write
   close run-repo-file
   perform update-category-results.

*>files the categories kept off the category pass under the same feed and
*>business date as the repository record; whatever a previous run of the
*>night filed is cleared first, so a rerun that lost a category does not
*>leave the old one behind
update-category-results.
   open i-o cat-results-file
   if cres-status = '35'
      if cres-count = 0
         exit paragraph
      end-if
      *>the first run with categories files into a file not yet created
      open output cat-results-file
      if cres-status = '00'
         close cat-results-file
         open i-o cat-results-file
      end-if
   end-if
   if cres-status not = '00'
      display 'Skipping category results update -- unable to open '
         function trim(catResFileName) ' (status ' cres-status ')'
      exit paragraph
   end-if
   move repo-feed-key to crk-feed
   move repo-date-key to crk-date
   move low-values to crk-cat
   move space to cres-eof
   start cat-results-file key is not less than cat-result-key
      invalid key move 'T' to cres-eof
   end-start
   perform clear-filed-category until cres-eof = 'T'
   perform varying cres-k from 1 by 1 until cres-k > cres-count
      move repo-feed-key to crk-feed
      move repo-date-key to crk-date
      move cresCat(cres-k) to crk-cat
      move spaces to cat-result-record
      string function trim(repo-feed-key) delimited by size
             ',' delimited by size
             repo-date-key delimited by size
             ',' delimited by size
             run-date delimited by size
             ',' delimited by size
             function trim(cresCat(cres-k)) delimited by size
             function trim(cresStats(cres-k)) delimited by size
             into cat-result-record
      end-string
      write cat-result-entry
         invalid key
            display 'Skipping category results for '
               function trim(cresCat(cres-k)) ' -- unable to file '
               function trim(repo-feed-key) ' ' repo-date-key
               ' (status ' cres-status ')'
      end-write
   end-perform
   close cat-results-file.

*>reads the next filed category and deletes it while it still belongs to
*>the feed and business date being filed
clear-filed-category.
   read cat-results-file next record
        at end move 'T' to cres-eof
        not at end
           if crk-feed not = repo-feed-key
                 or crk-date not = repo-date-key
              move 'T' to cres-eof
           else
              delete cat-results-file record
                 invalid key move 'T' to cres-eof
              end-delete
           end-if
   end-read.

*>builds this run's repository line: the key, the run's provenance and
*>every statistic the run computed; a statistic the run could not supply
   string ',' delimited by size
      header-seen delimited by size
      into repo-line with pointer repo-ptr
   end-string
   *>the hash total closes the line so readers splitting the fields
   *>above by position are undisturbed; the replay check matches on it
   move hash-accum to csv-num
   perform append-repo-number.

*>appends one ",value" field to the repository line being built
append-repo-number.
*>one file's numbers into the next file's report
reset-run-totals.
   move 1 to i
   move spaces to ben-result
   move 0 to numData
   move 0 to grand-n
   move 0 to sumData
   move 0 to data-records
   move 'Y' to first-data-record
   move 'N' to recon-failed
   move 'N' to replay-failed
   move 0 to replay-date
   move 'N' to count-range-failed
   move 'N' to categories-found
   move 0 to cat-groups
   move 0 to cres-count
   move 0 to cat-last
   move 'N' to cat-warned
   move 'ALL' to csv-category
*>the 'D'-tagged or the legacy bare layout
store-element.
   add 1 to records-read
   add 1 to time-records
   if rec-type = 'H'
      move in-feed-id to hdr-feed-id
      move in-business-date to hdr-business-date
   move 1 to rpt-advance
   perform put-report-line.

*>checks a reconciled extract against what the run-results repository
*>already holds for its feed before any statistics run: a source system
*>re-sending an old night under a new file name reconciles perfectly and
*>would otherwise overwrite a good night or file a duplicate under a new
*>date. A business date older than the feed's latest filed one is stale
*>unless the run is marked RESTATE; an extract whose count and hash total
*>match a different filed night exactly is that night over again. Only a
*>real header carries the feed id and business date the check needs. A
*>header feed id other than the one the feed master gives the extract is
*>rejected first: its figures would file under a key the readers of the
*>repository never look up
check-extract-replay.
   move 'N' to replay-failed
   move 0 to replay-date
   if header-seen not = 'Y'
      exit paragraph
   end-if
   if master-feed-id not = spaces and hdr-feed-id not = spaces
         and hdr-feed-id not = master-feed-id
      move 'Y' to replay-failed
      move 'FAILED - FEED ID MISMATCH' to pair-disposition
      display 'Feed id mismatch REJECTED for '
         function trim(inFileName) ' -- header carries '
         function trim(hdr-feed-id) ', feed master says '
         function trim(master-feed-id)
      exit paragraph
   end-if
   move 0 to filed-latest
   move 0 to dup-date
   move space to repo-eof
   open input run-repo-file
   if repo-status = '00'
      *>only this feed's records are read, from its earliest night on
      move hdr-feed-id to rrk-feed
      move 0 to rrk-date
      start run-repo-file key is not less than run-repo-key
         invalid key move 'T' to repo-eof
      end-start
      perform until repo-eof = 'T'
         read run-repo-file next record
            at end move 'T' to repo-eof
            not at end
               if rrk-feed not = hdr-feed-id
                  move 'T' to repo-eof
               else
                  perform judge-filed-record
               end-if
         end-read
      end-perform
      close run-repo-file
   end-if
   *>a duplicate names the very night replayed, so it is reported ahead
   *>of the staleness it usually also shows; a restatement is a fresh
   *>extract of an old date, never a copy of another one
   if dup-date > 0
      move 'Y' to replay-failed
      move dup-date to replay-date
      move 'FAILED - DUPLICATE EXTRACT' to pair-disposition
      display 'Duplicate extract REJECTED for '
         function trim(inFileName) ' -- count and hash total match '
         'business date ' dup-date ' already on file'
   else
      if filed-latest > hdr-business-date and restate-choice not = 'Y'
         move 'Y' to replay-failed
         move filed-latest to replay-date
         move 'FAILED - STALE EXTRACT' to pair-disposition
         display 'Stale extract REJECTED for '
            function trim(inFileName) ' -- business date '
            hdr-business-date ' is older than ' filed-latest
            ' already on file'
      end-if
   end-if.

*>a feed master RESTATE switch stays on until someone sets it back, so
*>every run that passes under it says so in its report and on the
*>console; a switch forgotten after the restatement shows up the next night
write-restate-notice.
   display 'RESTATE in force from the feed master for '
      function trim(inFileName) ' -- stale-extract check is off'
   move print-restateMaster to rpt-detail
   move 1 to rpt-advance
   perform put-report-line
   move print-restateMaster2 to rpt-detail
   move 1 to rpt-advance
   perform put-report-line.

*>weighs one repository line for the replay check: only this feed's
*>real-header lines count, the latest business date among them is kept,
*>and a line for another date with the same count and hash total is the
*>duplicate; lines filed before the hash total was kept cannot match
judge-filed-record.
   move spaces to rr-feed rr-date rr-count rr-hdr rr-hash
   unstring run-repo-record delimited by ','
      into rr-feed rr-date rr-skip rr-skip rr-count rr-skip rr-skip
         rr-skip rr-skip rr-skip rr-skip rr-skip rr-skip rr-skip
         rr-skip rr-skip rr-skip rr-skip rr-skip rr-hdr rr-hash
   end-unstring
   if function trim(rr-feed) not = function trim(hdr-feed-id)
         or rr-hdr not = 'Y'
      exit paragraph
   end-if
   if function test-numval(rr-date) not = 0
      exit paragraph
   end-if
   compute rec-date = function numval(rr-date)
   if rec-date > filed-latest
      move rec-date to filed-latest
   end-if
   if rec-date not = hdr-business-date
         and rr-hash not = spaces
         and function test-numval(rr-count) = 0
         and function test-numval(rr-hash) = 0
      if function numval(rr-count) = data-records
            and function numval(rr-hash) = hash-accum
         if rec-date > dup-date
            move rec-date to dup-date
         end-if
      end-if
   end-if.

*>writes the stale, duplicate or feed id rejection into the output report,
*>the way a reconciliation failure is written, so the missing statistics
*>cannot be mistaken for a clean run
write-replay-failure.
   move print-lineBreak to rpt-detail
   move 0 to rpt-advance
   perform put-report-line
   if pair-disposition = 'FAILED - DUPLICATE EXTRACT'
      move print-dupTitle to rpt-detail
   else
      if pair-disposition = 'FAILED - FEED ID MISMATCH'
         move print-idTitle to rpt-detail
      else
         move print-staleTitle to rpt-detail
      end-if
   end-if
   move 1 to rpt-advance
   perform put-section-line
   move print-lineBreak to rpt-detail
   move 1 to rpt-advance
   perform put-report-line
   move hdr-feed-id to out-reconFeed
   move print-reconFeed to rpt-detail
   move 1 to rpt-advance
   perform put-report-line
   move hdr-business-date to out-reconDate
   move print-reconDate to rpt-detail
   move 1 to rpt-advance
   perform put-report-line
   if pair-disposition = 'FAILED - DUPLICATE EXTRACT'
      move replay-date to out-dupFiled
      move print-dupFiled to rpt-detail
   else
      if pair-disposition = 'FAILED - FEED ID MISMATCH'
         move master-feed-id to out-idMaster
         move print-idMaster to rpt-detail
      else
         move replay-date to out-staleFiled
         move print-staleFiled to rpt-detail
      end-if
   end-if
   move 1 to rpt-advance
   perform put-report-line
   move data-records to out-reconAct
   move print-reconAct to rpt-detail
   move 1 to rpt-advance
   perform put-report-line
   move hash-accum to out-reconHashAct
   move print-reconHashAct to rpt-detail
   move 1 to rpt-advance
   perform put-report-line
   if pair-disposition = 'FAILED - STALE EXTRACT'
      move print-restateHint to rpt-detail
      move 1 to rpt-advance
      perform put-report-line
      move print-restateHint2 to rpt-detail
      move 1 to rpt-advance
      perform put-report-line
   end-if
   move print-reconSkipped to rpt-detail
   move 1 to rpt-advance
   perform put-report-line
   move print-lineBreak to rpt-detail
   move 1 to rpt-advance
   perform put-report-line.

*>parks the whole-file running totals while the category pass loads each
*>category's totals into the same fields, so the grand block afterwards
*>computes off the numbers the read pass actually built
*>sorts the captured values into ascending value order; the work file that
*>comes out drives every order-dependent statistic, however big the extract
sort-values-by-value.
   move 4 to stg
   perform stamp-stage-start
   sort sort-work on ascending key sort-value
      input procedure is release-values-for-sort
      giving sorted-values-file
   move 4 to stg
   perform stamp-stage-end.

*>sorts the captured values category-major (category first, value within
*>category) so each category's values arrive as one contiguous ascending
*>run for the control-break pass
sort-values-by-category.
   move 5 to stg
   perform stamp-stage-start
   sort sort-work on ascending key sort-cat sort-value
      input procedure is release-values-for-sort
      giving sorted-cats-file
   move 5 to stg
   perform stamp-stage-end.

*>computes the whole file's statistics: the means come straight off the
*>running totals from the read pass, then one pass over the value-sorted
   move numData to ord-n
   perform setup-ordered-pass
   perform setup-histogram
   if benford-choice = 'Y'
      perform setup-benford
   end-if
   perform grand-ordered-pass
   perform finalize-ordered-pass
   if benford-choice = 'Y'
      perform judge-benford-conformity
   end-if.

*>calculates mean of the data
*>formula: summation of every value divided by total number of values
            move srt-value to ord-val
            perform accumulate-ordered-value
            perform accumulate-histogram-value
            if benford-choice = 'Y'
               perform accumulate-benford-value
            end-if
      end-read
   end-perform
   close sorted-values-file.
      move histCount(bin-idx) to hist-max-count
   end-if.

*>clears the leading-digit counts ahead of the ordered pass, and works out
*>Benford's expected proportions the first time a run asks for them:
*>log10(1 + 1/d) for each leading digit or leading pair of digits
setup-benford.
   move 0 to ben-n
   move 0 to ben2-n
   perform varying ben-d from 1 by 1 until ben-d > 9
      move 0 to benCount(ben-d)
   end-perform
   perform varying ben-d from 1 by 1 until ben-d > 90
      move 0 to ben2Count(ben-d)
   end-perform
   if ben-exp-set = 'N'
      perform varying ben-d from 1 by 1 until ben-d > 9
         compute benExp(ben-d) rounded =
            function log10(1 + (1 / ben-d))
      end-perform
      perform varying ben-d from 1 by 1 until ben-d > 90
         compute ben2Exp(ben-d) rounded =
            function log10(1 + (1 / (ben-d + 9)))
      end-perform
      move 'Y' to ben-exp-set
   end-if.

*>counts the leading digit of the value the ordered pass is looking at;
*>the sign is ignored and a zero has no leading digit, so it is left out.
*>only values of 10 or more have two whole leading digits, so only they
*>go into the first-two-digit counts
accumulate-benford-value.
   if ord-val < 0
      compute ben-abs = 0 - ord-val
   else
      move ord-val to ben-abs
   end-if
   if ben-abs = 0
      exit paragraph
   end-if
   move 1 to ben-pos
   perform until ben-abs-x(ben-pos:1) not = '0'
      add 1 to ben-pos
   end-perform
   move ben-abs-x(ben-pos:1) to ben-d1
   add 1 to benCount(ben-d1)
   add 1 to ben-n
   if ben-abs >= 10
      move ben-abs-x(ben-pos:2) to ben-d2
      add 1 to ben2Count(ben-d2 - 9)
      add 1 to ben2-n
   end-if.

*>judges the leading-digit counts against Benford's law: the verdict comes
*>from the mean absolute deviation of the observed proportions, banded the
*>way the audit literature bands them, with the chi-square printed beside
*>it; too few values get no verdict at all, and the first-two-digit test
*>only runs on files large enough to fill its 90 cells
judge-benford-conformity.
   move spaces to ben-verdict ben2-verdict
   move 0 to ben-mad ben2-mad ben-chi ben2-chi ben-rank ben2-rank
   if ben-n < ben-min-values
      move 'INSUFFICIENT DATA' to ben-verdict
      move ben-verdict to ben-result
      exit paragraph
   end-if
   perform varying ben-d from 1 by 1 until ben-d > 9
      compute ben-exp-n rounded = benExp(ben-d) * ben-n
      compute ben-mad rounded = ben-mad
         + function abs((benCount(ben-d) / ben-n) - benExp(ben-d))
      compute ben-chi rounded = ben-chi
         + ((benCount(ben-d) - ben-exp-n) ** 2) / ben-exp-n
   end-perform
   compute ben-mad rounded = ben-mad / 9
   evaluate true
      when ben-mad <= 0.006
         move 1 to ben-rank
      when ben-mad <= 0.012
         move 2 to ben-rank
      when ben-mad <= 0.015
         move 3 to ben-rank
      when other
         move 4 to ben-rank
   end-evaluate
   move benVerdictName(ben-rank) to ben-verdict
   move ben-verdict to ben-result
   if ben2-n < ben2-min-values
      exit paragraph
   end-if
   perform varying ben-d from 1 by 1 until ben-d > 90
      compute ben-exp-n rounded = ben2Exp(ben-d) * ben2-n
      compute ben2-mad rounded = ben2-mad
         + function abs((ben2Count(ben-d) / ben2-n) - ben2Exp(ben-d))
      compute ben2-chi rounded = ben2-chi
         + ((ben2Count(ben-d) - ben-exp-n) ** 2) / ben-exp-n
   end-perform
   compute ben2-mad rounded = ben2-mad / 90
   evaluate true
      when ben2-mad <= 0.0012
         move 1 to ben2-rank
      when ben2-mad <= 0.0018
         move 2 to ben2-rank
      when ben2-mad <= 0.0022
         move 3 to ben2-rank
      when other
         move 4 to ben2-rank
   end-evaluate
   move benVerdictName(ben2-rank) to ben2-verdict
   if ben2-rank > ben-rank
      move ben2-verdict to ben-result
   end-if.

*>streams the value-sorted work file flagging everything outside the
*>standard IQR fences (below q1 - 1.5*iqr or above q3 + 1.5*iqr) and
*>writes each flagged value with the record position it came from to a
*>per-run exceptions file next to the output report, so the source system
*>can be chased without re-reading the whole extract
write-exceptions-file.
   compute low-fence = q1 - (1.5 * iqr)
   compute high-fence = q3 + (1.5 * iqr)
   move 0 to low-outliers
   move 0 to high-outliers
   move spaces to excFileName
         end-if
         perform write-csv-stats-block
      end-if
      perform keep-category-results
   end-if
   move 'N' to grp-active.

*>keeps the category group's figures for the category results file; the
*>line is built with the repository's own field order and editing so the
*>two files read alike
keep-category-results.
   if cres-count = max-categories
      exit paragraph
   end-if
   add 1 to cres-count
   move grp-cat to cresCat(cres-count)
   if grp-cat = spaces
      move '(none)' to cresCat(cres-count)
   end-if
   move spaces to repo-line
   move 1 to repo-ptr
   move ord-n to numData-edit
   string ',' delimited by size
      function trim(numData-edit) delimited by size
      into repo-line with pointer repo-ptr
   end-string
   move mean to csv-num
   perform append-repo-number
   move median to csv-num
   perform append-repo-number
   move stdDev to csv-num
   perform append-repo-number
   move variance to csv-num
   perform append-repo-number
   move q1 to csv-num
   perform append-repo-number
   move q3 to csv-num
   perform append-repo-number
   move iqr to csv-num
   perform append-repo-number
   move minValue to csv-num
   perform append-repo-number
   move maxValue to csv-num
   perform append-repo-number
   move mode-value to csv-num
   perform append-repo-number
   if weights-found = 'Y'
      move weightedMean to csv-num
      perform append-repo-number
   else
      perform append-repo-blank
   end-if
   if geoMean-invalid = 'N'
      move geoMean to csv-num
      perform append-repo-number
   else
      perform append-repo-blank
   end-if
   if harMean-invalid = 'N'
      move harMean to csv-num
      perform append-repo-number
   else
      perform append-repo-blank
   end-if
   move repo-line to cresStats(cres-count).


*>writes one category's heading and statistics block to the report; a
*>code on the reference file prints with its description
write-category-block.
   move grp-cat to out-catName
   if out-catName = spaces
      move '(none)' to out-catName
   end-if
   move spaces to out-catDesc
   if ref-count > 0 and grp-cat not = spaces
      move grp-cat to ref-look
      perform find-cat-reference
      if ref-found > 0
         move refDesc(ref-found) to out-catDesc
      else
         move '(not on category reference file)' to out-catDesc
      end-if
   end-if
   move print-catTitle to rpt-detail
   move 2 to rpt-advance
   perform put-section-line
   perform put-report-line
   perform write-stats-block.

*>loads the category reference file statcat maintains, once per run; a
*>missing file means the shop has not set categories up, and the report
*>prints bare codes with no roll-up section as it always has. Inactive
*>codes are kept: statedit stops new data carrying them, but a resent
*>extract still deserves its descriptions and roll-ups
load-cat-reference.
   move 0 to ref-count
   move space to catref-eof
   open input cat-master
   if catref-status = '00'
      perform until catref-eof = 'T'
         read cat-master
            at end move 'T' to catref-eof
            not at end perform store-cat-reference
         end-read
      end-perform
      close cat-master
   end-if.

*>splits one reference record into the next table entry
store-cat-reference.
   move spaces to cm-code cm-active cm-desc cm-parent
   unstring cat-record delimited by ','
      into cm-code cm-active cm-desc cm-parent
   end-unstring
   if cm-code not = spaces
      if ref-count < max-refs
         add 1 to ref-count
         move cm-code to refCode(ref-count)
         move cm-desc to refDesc(ref-count)
         move cm-parent to refParent(ref-count)
      else
         display 'Category reference table full -- code dropped: '
            function trim(cm-code)
      end-if
   end-if.

*>looks ref-look up on the reference table, leaving the entry in ref-found
find-cat-reference.
   move 0 to ref-found
   perform varying ref-scan from 1 by 1 until ref-scan > ref-count
      if refCode(ref-scan) = ref-look
         move ref-scan to ref-found
         exit perform
      end-if
   end-perform.

*>the roll-up section, between the category blocks and the grand totals:
*>every parent level the run's categories reach on the reference file --
*>store to region to division -- gets a full statistics block, the
*>deepest level first. The means come off totals folded up the parent
*>chains; the ordered statistics need each parent's values in one sorted
*>run, so every value is released once per parent of its category
write-rollup-statistics.
   perform build-rollup-totals
   if roll-groups = 0
      exit paragraph
   end-if
   sort rollup-sort on descending key rsort-depth
      ascending key rsort-node rsort-value
      input procedure is release-values-for-rollup
      giving sorted-rollup-file
   move print-lineBreak to rpt-detail
   move 2 to rpt-advance
   perform put-report-line
   move print-rollHeader to rpt-detail
   move 1 to rpt-advance
   perform put-section-line
   move print-lineBreak to rpt-detail
   move 1 to rpt-advance
   perform put-report-line
   if csv-open = 'Y'
      move spaces to csv-line
      write csv-line
      move spaces to csv-line
      string 'Category Roll-Up Statistics' delimited by size
         into csv-line end-string
      write csv-line
   end-if
   move 'N' to grp-active
   move space to srol-eof
   open input sorted-rollup-file
   perform until srol-eof = 'T'
      read sorted-rollup-file
         at end move 'T' to srol-eof
         not at end perform handle-rollup-record
      end-read
   end-perform
   close sorted-rollup-file
   if grp-active = 'Y'
      perform finish-rollup-group
   end-if.

*>builds every category's parent chain and the roll-up table's totals
build-rollup-totals.
   move 0 to roll-groups
   move 'N' to roll-warned
   perform varying cat-t from 1 by 1 until cat-t > cat-groups
      perform build-category-chain
   end-perform.

*>walks category cat-t's parents up the reference file, adding each to the
*>roll-up table and folding the category's totals into it; a code not on
*>the reference file has no parents. Each parent's level is then counted
*>down from the top of the chain
build-category-chain.
   move 0 to chainLen(cat-t)
   move catName(cat-t) to ref-look
   perform find-cat-reference
   if ref-found = 0
      exit paragraph
   end-if
   move refParent(ref-found) to roll-node
   perform until roll-node = spaces or chainLen(cat-t) = max-roll-depth
      perform find-rollup-node
      if roll-t = 0
         move spaces to roll-node
      else
         add 1 to chainLen(cat-t)
         move roll-t to chainRoll(cat-t chainLen(cat-t))
         perform fold-category-into-rollup
         move roll-node to ref-look
         perform find-cat-reference
         if ref-found = 0
            move spaces to roll-node
         else
            move refParent(ref-found) to roll-node
         end-if
      end-if
   end-perform
   perform varying roll-lvl from 1 by 1 until roll-lvl > chainLen(cat-t)
      move chainRoll(cat-t roll-lvl) to roll-t
      compute rollDepth(roll-t) = chainLen(cat-t) - roll-lvl + 1
   end-perform.

*>finds (or adds) roll-node in the roll-up table, leaving the entry in
*>roll-t, 0 when the table is full
find-rollup-node.
   move 0 to roll-t
   perform varying roll-scan from 1 by 1 until roll-scan > roll-groups
      if rollName(roll-scan) = roll-node
         move roll-scan to roll-t
         exit perform
      end-if
   end-perform
   if roll-t = 0
      if roll-groups < max-rollups
         add 1 to roll-groups
         move roll-groups to roll-t
         move roll-node to rollName(roll-t)
         move 0 to rollDepth(roll-t)
         move 0 to rollCnt(roll-t)
         move 0 to rollSum(roll-t)
         move 0 to rollWeighted(roll-t)
         move 0 to rollWeights(roll-t)
         move 1 to rollGeoProd(roll-t)
         move 0 to rollGeoExp(roll-t)
         move 0 to rollRecipSum(roll-t)
         move 'N' to rollGeoInv(roll-t)
         move 'N' to rollHarInv(roll-t)
         move 'N' to rollWeightsFound(roll-t)
      else
         if roll-warned = 'N'
            display 'Roll-up table full -- parents beyond '
               max-rollups ' not broken out for '
               function trim(inFileName)
            move 'Y' to roll-warned
         end-if
      end-if
   end-if.

*>folds category cat-t's running totals into roll-up entry roll-t; the
*>renormalized products multiply and their exponents add
fold-category-into-rollup.
   add catCnt(cat-t) to rollCnt(roll-t)
   add catSum(cat-t) to rollSum(roll-t)
   add catWeighted(cat-t) to rollWeighted(roll-t)
   add catWeights(cat-t) to rollWeights(roll-t)
   add catRecipSum(cat-t) to rollRecipSum(roll-t)
   compute rollGeoProd(roll-t) = rollGeoProd(roll-t) * catGeoProd(cat-t)
   add catGeoExp(cat-t) to rollGeoExp(roll-t)
   if rollGeoProd(roll-t) >= renorm-hi
      compute rollGeoProd(roll-t) = rollGeoProd(roll-t) / renorm-hi
      add 100 to rollGeoExp(roll-t)
   end-if
   if rollGeoProd(roll-t) <= renorm-lo
      compute rollGeoProd(roll-t) = rollGeoProd(roll-t) / renorm-lo
      subtract 100 from rollGeoExp(roll-t)
   end-if
   if catGeoInv(cat-t) = 'Y'
      move 'Y' to rollGeoInv(roll-t)
   end-if
   if catHarInv(cat-t) = 'Y'
      move 'Y' to rollHarInv(roll-t)
   end-if
   if catWeightsFound(cat-t) = 'Y'
      move 'Y' to rollWeightsFound(roll-t)
   end-if.

*>releases every captured value once for each parent of its category
release-values-for-rollup.
   move space to ckdat-eof
   open input checkpoint-data-file
   perform until ckdat-eof = 'T'
      read checkpoint-data-file
         at end move 'T' to ckdat-eof
         not at end perform release-rollup-value
      end-read
   end-perform
   close checkpoint-data-file
   move space to ckdat-eof.

*>finds one captured value's category and releases it under each of the
*>category's parents, tagged with the parent's level
release-rollup-value.
   move 0 to cat-t
   if cat-last > 0 and cat-last <= cat-groups
      if catName(cat-last) = ckpt-category
         move cat-last to cat-t
      end-if
   end-if
   if cat-t = 0
      perform varying cat-scan from 1 by 1 until cat-scan > cat-groups
         if catName(cat-scan) = ckpt-category
            move cat-scan to cat-t
            exit perform
         end-if
      end-perform
   end-if
   if cat-t > 0
      move cat-t to cat-last
      perform varying roll-lvl from 1 by 1 until roll-lvl > chainLen(cat-t)
         move chainRoll(cat-t roll-lvl) to roll-t
         move rollDepth(roll-t) to rsort-depth
         move rollName(roll-t) to rsort-node
         move ckpt-value to rsort-value
         release rollup-sort-rec
      end-perform
   end-if.

*>control break on the roll-up work file, the same way the category pass
*>breaks on category
handle-rollup-record.
   if grp-active = 'N' or srol-node not = grp-cat
      if grp-active = 'Y'
         perform finish-rollup-group
      end-if
      perform start-rollup-group
   end-if
   if grp-known = 'Y'
      move srol-value to ord-val
      perform accumulate-ordered-value
   end-if.

*>opens a roll-up group: loads its folded totals, computes its means and
*>primes the ordered pass for its run
start-rollup-group.
   move srol-node to grp-cat
   move 'Y' to grp-active
   move 0 to roll-t
   perform varying roll-scan from 1 by 1 until roll-scan > roll-groups
      if rollName(roll-scan) = grp-cat
         move roll-scan to roll-t
         exit perform
      end-if
   end-perform
   if roll-t = 0
      move 'N' to grp-known
   else
      move 'Y' to grp-known
      move rollCnt(roll-t) to numData
      move rollSum(roll-t) to sumData
      move rollGeoProd(roll-t) to geoProd
      move rollGeoExp(roll-t) to geoExp
      move rollRecipSum(roll-t) to recipSum
      move rollWeighted(roll-t) to sumWeighted
      move rollWeights(roll-t) to sumWeights
      move rollGeoInv(roll-t) to geoMean-invalid
      move rollHarInv(roll-t) to harMean-invalid
      move rollWeightsFound(roll-t) to weights-found
      perform calc-mean
      perform calc-weightedMean
      perform calc-geoMean
      perform calc-harMean
      move numData to ord-n
      perform setup-ordered-pass
   end-if.

*>closes out the roll-up group in flight: finishes its order-dependent
*>statistics and writes its report block and csv rows
finish-rollup-group.
   if grp-known = 'Y'
      perform finalize-ordered-pass
      perform write-rollup-block
      if csv-open = 'Y'
         move grp-cat to csv-category
         perform write-csv-stats-block
      end-if
   end-if
   move 'N' to grp-active.

*>writes one roll-up parent's heading and statistics block to the report
write-rollup-block.
   move grp-cat to out-rollName
   move grp-cat to ref-look
   perform find-cat-reference
   move spaces to out-rollDesc
   if ref-found > 0
      move refDesc(ref-found) to out-rollDesc
   else
      move '(not on category reference file)' to out-rollDesc
   end-if
   move print-rollTitle to rpt-detail
   move 2 to rpt-advance
   perform put-section-line
   move rollDepth(roll-t) to out-rollLevel
   move print-rollLevel to rpt-detail
   move 1 to rpt-advance
   perform put-report-line
   move ord-n to out-rollCount
   move print-rollCount to rpt-detail
   move 1 to rpt-advance
   perform put-report-line
   perform write-stats-block.

*>every fixed-width report line leaves through here. The plain format
*>writes exactly as the report always has; the print-ready format counts
*>lines against the page depth and breaks to a fresh page first when the
      perform put-report-line
   end-if
   perform write-stats-block
   perform write-histogram
   if benford-choice = 'Y'
      perform write-benford-section
   end-if.

*>writes the statistics proper, shared between the full-file report block,
*>the category blocks and the outlier-excluded reprint
   move 1 to rpt-advance
   perform put-report-line.

*>prints the Benford section: each leading digit's observed count and
*>share beside the share Benford's law expects, then the deviation,
*>chi-square and verdict; the first-two-digit table follows on files big
*>enough to have been tested
write-benford-section.
   move print-lineBreak to rpt-detail
   move 2 to rpt-advance
   perform put-report-line
   move print-benTitle to rpt-detail
   move 1 to rpt-advance
   perform put-section-line
   move print-lineBreak to rpt-detail
   move 1 to rpt-advance
   perform put-report-line
   move print-benHead to rpt-detail
   move 1 to rpt-advance
   perform put-report-line
   perform varying ben-d from 1 by 1 until ben-d > 9
      move ben-d to out-benDigit
      move benCount(ben-d) to out-benCount
      move 0 to ben-obs-pct
      if ben-n > 0
         compute ben-obs-pct rounded = benCount(ben-d) * 100 / ben-n
      end-if
      compute ben-exp-pct rounded = benExp(ben-d) * 100
      compute ben-diff-pct = ben-obs-pct - ben-exp-pct
      move ben-obs-pct to out-benObs
      move ben-exp-pct to out-benExp
      move ben-diff-pct to out-benDiff
      move print-benLine to rpt-detail
      move 1 to rpt-advance
      perform put-report-line
   end-perform
   move print-lineBreak to rpt-detail
   move 1 to rpt-advance
   perform put-report-line
   move ben-n to out-benN
   move print-benCount to rpt-detail
   move 1 to rpt-advance
   perform put-report-line
   if ben-rank = 0
      move print-benShort to rpt-detail
      move 1 to rpt-advance
      perform put-report-line
   else
      move ben-mad to out-benMad
      move print-benMad to rpt-detail
      move 1 to rpt-advance
      perform put-report-line
      move ' Chi-Square (8 df)   =  ' to out-benChiLabel
      move ben-chi to out-benChi
      move 15.507 to out-benCrit
      move print-benChi to rpt-detail
      move 1 to rpt-advance
      perform put-report-line
   end-if
   move ben-verdict to out-benVerdict
   move print-benVerdict to rpt-detail
   move 1 to rpt-advance
   perform put-report-line
   move print-lineBreak to rpt-detail
   move 1 to rpt-advance
   perform put-report-line
   if ben2-rank > 0
      perform write-benford-two-digit
   end-if.

*>prints the first-two-digit table, 10 through 99, and its own verdict
write-benford-two-digit.
   move print-lineBreak to rpt-detail
   move 2 to rpt-advance
   perform put-report-line
   move print-ben2Title to rpt-detail
   move 1 to rpt-advance
   perform put-section-line
   move print-lineBreak to rpt-detail
   move 1 to rpt-advance
   perform put-report-line
   move print-benHead to rpt-detail
   move 1 to rpt-advance
   perform put-report-line
   perform varying ben-d from 1 by 1 until ben-d > 90
      compute out-benDigit = ben-d + 9
      move ben2Count(ben-d) to out-benCount
      compute ben-obs-pct rounded = ben2Count(ben-d) * 100 / ben2-n
      compute ben-exp-pct rounded = ben2Exp(ben-d) * 100
      compute ben-diff-pct = ben-obs-pct - ben-exp-pct
      move ben-obs-pct to out-benObs
      move ben-exp-pct to out-benExp
      move ben-diff-pct to out-benDiff
      move print-benLine to rpt-detail
      move 1 to rpt-advance
      perform put-report-line
   end-perform
   move print-lineBreak to rpt-detail
   move 1 to rpt-advance
   perform put-report-line
   move ben2-n to out-benN
   move print-benCount to rpt-detail
   move 1 to rpt-advance
   perform put-report-line
   move ben2-mad to out-benMad
   move print-benMad to rpt-detail
   move 1 to rpt-advance
   perform put-report-line
   move ' Chi-Square (89 df)  =  ' to out-benChiLabel
   move ben2-chi to out-benChi
   move 112.022 to out-benCrit
   move print-benChi to rpt-detail
   move 1 to rpt-advance
   perform put-report-line
   move ben2-verdict to out-benVerdict
   move print-benVerdict to rpt-detail
   move 1 to rpt-advance
   perform put-report-line
   move print-lineBreak to rpt-detail
   move 1 to rpt-advance
   perform put-report-line.

*>works out the low and high edges of the bin being printed; the last bin
*>tops out at maxValue itself so truncation never leaves it shy of the max.
*>note the edges come off the grand min/max the bins were built from
   end-if
   perform write-csv-stats-block
   perform write-csv-histogram
   if benford-choice = 'Y'
      perform write-csv-benford
   end-if
   move spaces to csv-line
   write csv-line
   move spaces to csv-line
      write csv-line
   end-perform.

*>writes the Benford section as its own labelled csv sections, one row per
*>leading digit and then the figures behind the verdict
write-csv-benford.
   move spaces to csv-line
   write csv-line
   move spaces to csv-line
   string 'Benford First Digit' delimited by size into csv-line end-string
   write csv-line
   move spaces to csv-line
   string 'Digit,Observed Count,Observed Percent,Expected Percent,'
         delimited by size
      'Difference Percent' delimited by size
      into csv-line
   end-string
   write csv-line
   perform varying ben-d from 1 by 1 until ben-d > 9
      move 0 to ben-obs-pct
      if ben-n > 0
         compute ben-obs-pct rounded = benCount(ben-d) * 100 / ben-n
      end-if
      move ben-d to ben-d2
      move benCount(ben-d) to hist-count-edit
      compute ben-exp-pct rounded = benExp(ben-d) * 100
      perform write-csv-benford-row
   end-perform
   move ben-n to hist-count-edit
   move ben-mad to ben-mad-edit
   move ben-chi to ben-chi-edit
   move ben-verdict to csv-label
   perform write-csv-benford-figures
   if ben2-rank = 0
      exit paragraph
   end-if
   move spaces to csv-line
   write csv-line
   move spaces to csv-line
   string 'Benford First Two Digits' delimited by size
      into csv-line end-string
   write csv-line
   move spaces to csv-line
   string 'Digits,Observed Count,Observed Percent,Expected Percent,'
         delimited by size
      'Difference Percent' delimited by size
      into csv-line
   end-string
   write csv-line
   perform varying ben-d from 1 by 1 until ben-d > 90
      compute ben-obs-pct rounded = ben2Count(ben-d) * 100 / ben2-n
      compute ben-d2 = ben-d + 9
      move ben2Count(ben-d) to hist-count-edit
      compute ben-exp-pct rounded = ben2Exp(ben-d) * 100
      perform write-csv-benford-row
   end-perform
   move ben2-n to hist-count-edit
   move ben2-mad to ben-mad-edit
   move ben2-chi to ben-chi-edit
   move ben2-verdict to csv-label
   perform write-csv-benford-figures.

*>writes one digit row using ben-d2, hist-count-edit and the two shares
write-csv-benford-row.
   compute ben-diff-pct = ben-obs-pct - ben-exp-pct
   move spaces to csv-line
   move 1 to hist-ptr
   move ben-d2 to ben-digit-edit
   string function trim(ben-digit-edit) delimited by size
          ',' delimited by size
          function trim(hist-count-edit) delimited by size
          into csv-line with pointer hist-ptr
   end-string
   move ben-obs-pct to ben-pct-edit
   string ',' delimited by size
      function trim(ben-pct-edit) delimited by size
      into csv-line with pointer hist-ptr
   end-string
   move ben-exp-pct to ben-pct-edit
   string ',' delimited by size
      function trim(ben-pct-edit) delimited by size
      into csv-line with pointer hist-ptr
   end-string
   move ben-diff-pct to ben-pct-edit
   string ',' delimited by size
      function trim(ben-pct-edit) delimited by size
      into csv-line with pointer hist-ptr
   end-string
   write csv-line.

*>writes the values tested, deviation, chi-square and verdict rows under a
*>Benford table; the verdict waits in csv-label, and a file too small for
*>a verdict gets no deviation or chi-square rows
write-csv-benford-figures.
   move spaces to csv-line
   string 'Values Tested,' delimited by size
          function trim(hist-count-edit) delimited by size
          into csv-line
   end-string
   write csv-line
   if csv-label not = 'INSUFFICIENT DATA'
      move spaces to csv-line
      string 'Mean Absolute Deviation,' delimited by size
             function trim(ben-mad-edit) delimited by size
             into csv-line
      end-string
      write csv-line
      move spaces to csv-line
      string 'Chi-Square,' delimited by size
             function trim(ben-chi-edit) delimited by size
             into csv-line
      end-string
      write csv-line
   end-if
   move spaces to csv-line
   string 'Conformity,' delimited by size
          function trim(csv-label) delimited by size
          into csv-line
   end-string
   write csv-line.

*>writes one "category,label,value" row using whatever is currently in
*>csv-category/csv-label/csv-num, so spreadsheet pivots can split on the
*>category column without any manual file surgery
