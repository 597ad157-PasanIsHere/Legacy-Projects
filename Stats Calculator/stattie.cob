identification division.
program-id. stattie.

*>cross-feed tie-out, run after the nightly queue: feeds that ought to
*>agree with each other -- the sales detail total against the GL summary,
*>the order count against the shipment count -- each pass their own
*>header/trailer check in isolation, and a break between them used to
*>surface at month-end. A rules file names the pairs: each line is
*>"feedA,feedB,statistic,tolerance[,type]", where the statistic is one of
*>COUNT, SUM, MEAN, MEDIAN, STDDEV, VARIANCE, Q1, Q3, IQR, MIN, MAX, MODE,
*>WMEAN, GEOMEAN, HARMEAN or OUTLIERS, and the tolerance is a percentage
*>of feed A's figure (type PCT, the default) or a flat amount (type AMT).
*>Both feeds' figures for the business date come off the run-results
*>repository; each rule is reported TIED, BROKEN with the difference, or
*>UNABLE TO CHECK when a side did not run. Any BROKEN rule hands the
*>scheduler return code 8 so downstream jobs are held

environment division.
input-output section.
file-control.
select rule-file assign to ruleFileName
   organization is line sequential
   file status is rule-status.
select run-repo-file assign to runRepoFileName
   organization is indexed
   access mode is dynamic
   record key is run-repo-key
   alternate record key is run-repo-datekey with duplicates
   file status is repo-status.
select tie-file assign to tieFileName
   organization is line sequential
   file status is tie-status.

data division.
file section.
fd rule-file.
   01 rule-record pic X(200). *>one tie-out rule per line: feedA,feedB,statistic,tolerance[,PCT|AMT]
fd run-repo-file.
   01 run-repo-entry. *>one record per feed and business date, maintained by statnew
      05 run-repo-key. *>primary key: a feed's nights sit together in business date order
         10 rrk-feed pic X(60).
         10 rrk-date pic 9(8).
      05 run-repo-datekey. *>alternate key: every feed filed for one business date sits together
         10 rrd-date pic 9(8).
         10 rrd-feed pic X(60).
      05 run-repo-record pic X(400). *>the run's full statistics set as one comma-delimited line
fd tie-file.
   01 tie-line pic X(160).

working-storage section.
01 ruleFileName pic x(60) value 'stattie.dat'. *>the tie-out rules
01 runRepoFileName pic x(60) value 'statruns.dat'. *>run-results repository the figures come from
01 tieFileName pic x(60) value 'stattie.rpt'. *>file name for the tie-out report
77 rule-status pic XX. *>file status of rule-file
77 repo-status pic XX. *>file status of run-repo-file
77 tie-status pic XX. *>file status of tie-file
77 rule-eof pic A(1). *>end of rules file checker
77 repo-eof pic A(1). *>end of repository checker
77 date-raw pic X(10). *>business date as typed, blank meaning the latest on the repository
77 name-raw pic X(60). *>report file name as typed, blank meaning the default
77 tie-date pic 9(8) value 0. *>business date the tie-out covers
77 rec-date pic 9(8) value 0. *>parsed business date of the repository record being sifted
77 ru-feedA pic X(60). *>feed A field split off a rule
77 ru-feedB pic X(60). *>feed B field split off a rule
77 ru-stat pic X(10). *>statistic field split off a rule
77 ru-tol pic X(12). *>tolerance field split off a rule
77 ru-type pic X(4). *>tolerance type field split off a rule, PCT or AMT
77 rule-count pic 9(3) value 0. *>how many rules the table holds
77 max-rules pic 9(3) value 200. *>working limit of the rule table
77 t pic 9(3) value 0. *>rule table entry being worked on
77 s pic 9(2) value 0. *>statistic name table entry being matched
77 fld-n pic 9(2) value 0. *>repository field the rule's statistic sits in
77 work-val pic S9(18)V9(4) value 0. *>the figure pulled off a repository line for one side of a rule
77 work-found pic A(1) value 'N'. *>whether the figure could be pulled
77 tie-diff pic S9(18)V9(4) value 0. *>feed B's figure minus feed A's
77 tie-pct pic S9(7)V9(2) value 0. *>the difference as a percentage of feed A's figure
77 pct-valid pic A(1) value 'N'. *>whether a percentage could be computed (feed A's figure is not zero)
77 tied-count pic 9(3) value 0. *>rules that tied
77 broken-count pic 9(3) value 0. *>rules that broke
77 unable-count pic 9(3) value 0. *>rules that could not be checked
77 hdr-flag pic X(2). *>real-header flag off a repository line
77 k pic 9(2) value 0. *>loop counter over the repository fields

01 repo-fields. *>every field of the repository line being sifted, in filing order
   02 rr-fld pic X(60) occurs 21 times.

01 tie-stat-name-list. *>the statistics a rule may name and the repository field each sits in; SUM has none of its own
   02 filler pic X(12) value 'COUNT     05'.
   02 filler pic X(12) value 'SUM       00'.
   02 filler pic X(12) value 'MEAN      06'.
   02 filler pic X(12) value 'MEDIAN    07'.
   02 filler pic X(12) value 'STDDEV    08'.
   02 filler pic X(12) value 'VARIANCE  09'.
   02 filler pic X(12) value 'Q1        10'.
   02 filler pic X(12) value 'Q3        11'.
   02 filler pic X(12) value 'IQR       12'.
   02 filler pic X(12) value 'MIN       13'.
   02 filler pic X(12) value 'MAX       14'.
   02 filler pic X(12) value 'MODE      15'.
   02 filler pic X(12) value 'WMEAN     16'.
   02 filler pic X(12) value 'GEOMEAN   17'.
   02 filler pic X(12) value 'HARMEAN   18'.
   02 filler pic X(12) value 'OUTLIERS  19'.
01 tie-stat-names redefines tie-stat-name-list.
   02 tie-stat-entry occurs 16 times.
      03 tsName pic X(10).
      03 tsField pic 9(2).

01 rule-tbl. *>one entry per rule, with both sides' figures once the repository pass has filled them
   02 rule-entry occurs 200 times.
      03 tieFeedA pic X(60).
      03 tieFeedB pic X(60).
      03 tieStat pic X(10).
      03 tieField pic 9(2). *>repository field of the statistic; 0 for SUM, derived
      03 tieValid pic A(1). *>'N' when the rule could not be understood
      03 tieTol pic 9(12)V9(4).
      03 tieType pic X(3). *>PCT or AMT
      03 tieFoundA pic A(1).
      03 tieFoundB pic A(1).
      03 tieValA pic S9(18)V9(4).
      03 tieValB pic S9(18)V9(4).
      03 tieStatus pic X(15).

*>strings structs for output
01 print-tieTitle.
   02 filler pic X(39) value ' Cross-Feed Tie-Out -- Business Date  '.
   02 out-tieDate pic 9(8).
01 print-lineBreak.
   02 filler pic X(150) value all '-'.
01 print-colHeads.
   02 filler pic X(5) value 'Rule '.
   02 filler pic X(9) value 'Feed A   '.
   02 filler pic X(9) value 'Feed B   '.
   02 filler pic X(10) value 'Statistic '.
   02 filler pic X(20) value '            Value A '.
   02 filler pic X(20) value '            Value B '.
   02 filler pic X(20) value '         Difference '.
   02 filler pic X(10) value '   Diff % '.
   02 filler pic X(21) value '      Tolerance      '.
   02 filler pic X(15) value 'Status'.
01 print-tieLine.
   02 out-tieRule pic ZZ9.
   02 filler pic X(2) value spaces.
   02 out-tieFeedA pic X(8).
   02 filler pic X(1) value spaces.
   02 out-tieFeedB pic X(8).
   02 filler pic X(1) value spaces.
   02 out-tieStat pic X(9).
   02 filler pic X(1) value spaces.
   02 out-tieValA pic -(15)9.9(2).
   02 filler pic X(1) value spaces.
   02 out-tieValB pic -(15)9.9(2).
   02 filler pic X(1) value spaces.
   02 out-tieDiff pic -(15)9.9(2).
   02 filler pic X(1) value spaces.
   02 out-tiePct pic X(9).
   02 filler pic X(1) value spaces.
   02 out-tieTol pic Z(11)9.9(2).
   02 filler pic X(1) value spaces.
   02 out-tieType pic X(3).
   02 filler pic X(2) value spaces.
   02 out-tieStatus pic X(15).
01 print-tieNote.
   02 filler pic X(8) value spaces.
   02 out-tieNote pic X(100).
01 print-tiedCount.
   02 filler pic X(24) value ' Rules Tied          =  '.
   02 out-tiedCount pic -(6)9.
01 print-brokenCount.
   02 filler pic X(24) value ' Rules Broken        =  '.
   02 out-brokenCount pic -(6)9.
01 print-unableCount.
   02 filler pic X(24) value ' Rules Not Checked   =  '.
   02 out-unableCount pic -(6)9.
01 pct-edit pic -(5)9.99.

procedure division.
   perform get-parameters
   perform load-tie-rules
   if rule-count = 0
      display 'No tie-out rules on ' function trim(ruleFileName)
   else
      if date-raw = spaces
         perform find-latest-date
      end-if
      if tie-date = 0
         display 'No repository records to tie out'
      else
         perform load-rule-figures
         perform judge-all-rules
         perform write-tie-report
         if broken-count > 0
            move 8 to return-code
         end-if
      end-if
   end-if
stop run.

*>prompts for the business date and the report file, blanks meaning the
*>latest date on the repository and the standing name, so the scheduled
*>run after the queue is two empty answers
get-parameters.
   display 'Business date yyyymmdd (blank for latest): '
   accept date-raw
   if date-raw not = spaces
         and function test-numval(date-raw) = 0
      compute tie-date = function numval(date-raw)
   else
      move spaces to date-raw
   end-if
   display 'Tie-out report file name (blank for stattie.rpt): '
   accept name-raw
   if name-raw not = spaces
      move name-raw to tieFileName
   end-if.

*>reads every rule into the table; a missing rules file just means
*>nothing is configured yet
load-tie-rules.
   move space to rule-eof
   open input rule-file
   if rule-status = '00'
      perform read-rule-record until rule-eof = 'T'
      close rule-file
   end-if.

*>reads one rule and, if not at end, stores it
read-rule-record.
   read rule-file
        at end move 'T' to rule-eof
        not at end perform store-tie-rule
   end-read.

*>splits one rule into the next table entry; blank lines are passed over,
*>and a rule that cannot be understood is kept and reported as not
*>checked, so a typing slip on the rules file shows up on the report
*>instead of the rule silently never running
store-tie-rule.
   if rule-record = spaces
      exit paragraph
   end-if
   if rule-count = max-rules
      display 'Rule table full -- rule dropped: '
         function trim(rule-record)
      exit paragraph
   end-if
   move spaces to ru-feedA ru-feedB ru-stat ru-tol ru-type
   unstring rule-record delimited by ','
      into ru-feedA ru-feedB ru-stat ru-tol ru-type
   end-unstring
   add 1 to rule-count
   move rule-count to t
   move function trim(ru-feedA) to tieFeedA(t)
   move function trim(ru-feedB) to tieFeedB(t)
   move function upper-case(function trim(ru-stat)) to tieStat(t)
   move 'Y' to tieValid(t)
   move 'N' to tieFoundA(t)
   move 'N' to tieFoundB(t)
   move 0 to tieValA(t)
   move 0 to tieValB(t)
   move spaces to tieStatus(t)
   move 0 to tieField(t)
   move 0 to tieTol(t)
   move 'PCT' to tieType(t)
   if function upper-case(function trim(ru-type)) = 'AMT'
      move 'AMT' to tieType(t)
   else
      if ru-type not = spaces
            and function upper-case(function trim(ru-type)) not = 'PCT'
         move 'N' to tieValid(t)
      end-if
   end-if
   if ru-tol not = spaces
      if function test-numval(ru-tol) = 0
         compute tieTol(t) = function numval(ru-tol)
      else
         move 'N' to tieValid(t)
      end-if
   end-if
   if tieFeedA(t) = spaces or tieFeedB(t) = spaces
      move 'N' to tieValid(t)
   end-if
   perform find-tie-statistic
   if s = 0
      move 'N' to tieValid(t)
   else
      move tsField(s) to tieField(t)
   end-if
   if tieValid(t) = 'N'
      display 'Tie-out rule not understood: ' function trim(rule-record)
   end-if.

*>looks the rule's statistic up among the names a rule may use, leaving
*>the entry in s, 0 when the name is not one of them
find-tie-statistic.
   move 0 to k
   perform varying s from 1 by 1 until s > 16
      if tsName(s) = tieStat(t)
         move s to k
         exit perform
      end-if
   end-perform
   move k to s.

*>first repository pass when no date was asked for: the tie-out covers
*>the latest business date that came off a real header record, the same
*>default the dashboard takes
find-latest-date.
   move space to repo-eof
   open input run-repo-file
   if repo-status not = '00'
      display 'Unable to open run repository '
         function trim(runRepoFileName) ' (status ' repo-status ')'
      exit paragraph
   end-if
   perform read-latest-date-record until repo-eof = 'T'
   close run-repo-file.

*>reads one repository record and keeps the largest real-header business
*>date seen
read-latest-date-record.
   read run-repo-file next record
        at end move 'T' to repo-eof
        not at end
           perform split-repo-record
           if hdr-flag = 'Y'
                 and function test-numval(rr-fld(2)) = 0
              compute rec-date = function numval(rr-fld(2))
              if rec-date > tie-date
                 move rec-date to tie-date
              end-if
           end-if
   end-read.

*>second repository pass, on the business date key: only the records
*>filed for the tie-out date are read, and each is offered to every rule
*>naming its feed, on either side
load-rule-figures.
   move space to repo-eof
   open input run-repo-file
   if repo-status not = '00'
      display 'Unable to open run repository '
         function trim(runRepoFileName) ' (status ' repo-status ')'
      exit paragraph
   end-if
   move tie-date to rrd-date
   move low-values to rrd-feed
   start run-repo-file key is not less than run-repo-datekey
      invalid key move 'T' to repo-eof
   end-start
   perform read-figures-record until repo-eof = 'T'
   close run-repo-file.

*>reads the date's next record and sifts it, stopping at the first record
*>filed for a later date
read-figures-record.
   read run-repo-file next record
        at end move 'T' to repo-eof
        not at end
           if rrd-date not = tie-date
              move 'T' to repo-eof
           else
              perform sift-figures-record
           end-if
   end-read.

*>splits one repository record and, when it is for the tie-out date,
*>pulls each matching rule's statistic off it
sift-figures-record.
   perform split-repo-record
   if function test-numval(rr-fld(2)) not = 0
      exit paragraph
   end-if
   compute rec-date = function numval(rr-fld(2))
   if rec-date not = tie-date
      exit paragraph
   end-if
   perform varying t from 1 by 1 until t > rule-count
      if tieValid(t) = 'Y'
         if function trim(rr-fld(1)) = tieFeedA(t)
            perform pull-rule-figure
            move work-found to tieFoundA(t)
            move work-val to tieValA(t)
         end-if
         if function trim(rr-fld(1)) = tieFeedB(t)
            perform pull-rule-figure
            move work-found to tieFoundB(t)
            move work-val to tieValB(t)
         end-if
      end-if
   end-perform.

*>splits a repository line into its fields
split-repo-record.
   perform varying k from 1 by 1 until k > 21
      move spaces to rr-fld(k)
   end-perform
   unstring run-repo-record delimited by ','
      into rr-fld(1) rr-fld(2) rr-fld(3) rr-fld(4) rr-fld(5) rr-fld(6)
         rr-fld(7) rr-fld(8) rr-fld(9) rr-fld(10) rr-fld(11) rr-fld(12)
         rr-fld(13) rr-fld(14) rr-fld(15) rr-fld(16) rr-fld(17)
         rr-fld(18) rr-fld(19) rr-fld(20) rr-fld(21)
   end-unstring
   move rr-fld(20) to hdr-flag.

*>pulls rule t's statistic off the repository line just split. The sum is
*>the hash total statnew files with the line; a line filed before the
*>hash total was kept falls back to count times mean, which carries the
*>mean's four-decimal truncation and wants a tolerance to match. A blank
*>field (no weights, an undefined geometric mean) leaves the side unfound
pull-rule-figure.
   move 'N' to work-found
   move 0 to work-val
   move tieField(t) to fld-n
   if fld-n = 0
      if rr-fld(21) not = spaces
            and function test-numval(rr-fld(21)) = 0
         compute work-val = function numval(rr-fld(21))
         move 'Y' to work-found
      else
         if function test-numval(rr-fld(5)) = 0
               and function test-numval(rr-fld(6)) = 0
            compute work-val = function numval(rr-fld(5))
               * function numval(rr-fld(6))
            move 'Y' to work-found
         end-if
      end-if
   else
      if rr-fld(fld-n) not = spaces
            and function test-numval(rr-fld(fld-n)) = 0
         compute work-val = function numval(rr-fld(fld-n))
         move 'Y' to work-found
      end-if
   end-if.

*>settles every rule's status
judge-all-rules.
   perform varying t from 1 by 1 until t > rule-count
      perform judge-one-rule
   end-perform.

*>a rule ties when feed B's figure lies within the tolerance of feed A's:
*>a percentage of feed A's figure, or a flat amount; with feed A at zero
*>a percentage tolerance is met only by feed B at zero too
judge-one-rule.
   if tieValid(t) = 'N' or tieFoundA(t) = 'N' or tieFoundB(t) = 'N'
      move 'UNABLE TO CHECK' to tieStatus(t)
      add 1 to unable-count
      exit paragraph
   end-if
   compute tie-diff = tieValB(t) - tieValA(t)
   move 'TIED' to tieStatus(t)
   if tieType(t) = 'AMT'
      if tie-diff > tieTol(t) or tie-diff < (0 - tieTol(t))
         move 'BROKEN' to tieStatus(t)
      end-if
   else
      if tieValA(t) = 0
         if tieValB(t) not = 0
            move 'BROKEN' to tieStatus(t)
         end-if
      else
         compute tie-pct rounded = (tie-diff / tieValA(t)) * 100
         if tie-pct > tieTol(t) or tie-pct < (0 - tieTol(t))
            move 'BROKEN' to tieStatus(t)
         end-if
      end-if
   end-if
   if tieStatus(t) = 'BROKEN'
      add 1 to broken-count
   else
      add 1 to tied-count
   end-if.

*>writes the tie-out report: heading, one line per rule with both
*>figures, the difference and the status, a note under any rule that
*>could not be checked saying why, and the counts
write-tie-report.
   open output tie-file
   if tie-status not = '00'
      display 'Unable to open tie-out report '
         function trim(tieFileName) ' (status ' tie-status ')'
      move 8 to return-code
      exit paragraph
   end-if
   move tie-date to out-tieDate
   write tie-line from print-tieTitle after advancing 0 lines
   write tie-line from print-lineBreak after advancing 1 lines
   write tie-line from print-colHeads after advancing 1 lines
   write tie-line from print-lineBreak after advancing 1 lines
   perform varying t from 1 by 1 until t > rule-count
      perform write-tie-rule
   end-perform
   write tie-line from print-lineBreak after advancing 1 lines
   move tied-count to out-tiedCount
   write tie-line from print-tiedCount after advancing 1 lines
   move broken-count to out-brokenCount
   write tie-line from print-brokenCount after advancing 1 lines
   move unable-count to out-unableCount
   write tie-line from print-unableCount after advancing 1 lines
   close tie-file
   display 'Tie-out report written to ' function trim(tieFileName)
   if broken-count > 0
      display broken-count ' tie-out rule(s) BROKEN'
   end-if.

*>writes rule t's report line and, for a rule not checked, the reason
write-tie-rule.
   move t to out-tieRule
   move tieFeedA(t) to out-tieFeedA
   move tieFeedB(t) to out-tieFeedB
   move tieStat(t) to out-tieStat
   move tieValA(t) to out-tieValA
   move tieValB(t) to out-tieValB
   move tieTol(t) to out-tieTol
   move tieType(t) to out-tieType
   move tieStatus(t) to out-tieStatus
   move 0 to out-tieDiff
   move spaces to out-tiePct
   if tieStatus(t) not = 'UNABLE TO CHECK'
      compute tie-diff = tieValB(t) - tieValA(t)
      move tie-diff to out-tieDiff
      if tieValA(t) not = 0
         compute tie-pct rounded = (tie-diff / tieValA(t)) * 100
         move tie-pct to pct-edit
         move pct-edit to out-tiePct
      else
         move '      n/a' to out-tiePct
      end-if
   end-if
   write tie-line from print-tieLine after advancing 1 lines
   if tieStatus(t) = 'UNABLE TO CHECK'
      move spaces to out-tieNote
      if tieValid(t) = 'N'
         move '-- rule not understood: check the feeds, statistic and tolerance'
            to out-tieNote
      else
         if tieFoundA(t) = 'N' and tieFoundB(t) = 'N'
            string '-- neither feed has a run for this date' delimited by size
               into out-tieNote
            end-string
         else
            if tieFoundA(t) = 'N'
               string '-- feed ' delimited by size
                  function trim(tieFeedA(t)) delimited by size
                  ' did not run or has no ' delimited by size
                  function trim(tieStat(t)) delimited by size
                  ' for this date' delimited by size
                  into out-tieNote
               end-string
            else
               string '-- feed ' delimited by size
                  function trim(tieFeedB(t)) delimited by size
                  ' did not run or has no ' delimited by size
                  function trim(tieStat(t)) delimited by size
                  ' for this date' delimited by size
                  into out-tieNote
               end-string
            end-if
         end-if
      end-if
      write tie-line from print-tieNote after advancing 1 lines
   end-if.
