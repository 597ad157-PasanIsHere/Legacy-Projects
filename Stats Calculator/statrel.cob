identification division.
program-id. statrel.

*>release control for the reports the nightly queue writes: nothing goes
*>downstream until it is released. Run with a blank operator id it is the
*>nightly release step -- after the queue, the dashboard and the digests
*>-- and sets every pair's report HELD when its disposition, its share of
*>outliers, its Benford verdict or the dashboard's drift or count flags
*>call for review, and RELEASED otherwise, then writes the released-reports
*>manifest downstream jobs read instead of picking output files up
*>directly. Run with an operator id it is the analysts' release desk: list
*>the held reports, inspect one with its reasons and history, and release
*>or reject it with a reason. Every decision, the nightly step's included,
*>writes an audit record (operator, timestamp, action, before and after
*>images) to a standing audit file that is only ever appended to, and a
*>release or rejection rebuilds the manifest of the report's batch date
*>(one manifest per batch date, statrel<yyyymmdd>.mft). The nightly step
*>takes its batch date from the queue summary's Batch Date line. The
*>outlier share that holds a report comes from statrel.ctl, with a
*>standing default when it is absent. A nightly step that held anything
*>hands back return code 4

environment division.
input-output section.
file-control.
select settings-file assign to ctlFileName
   organization is line sequential
   file status is ctl-status.
select summary-file assign to sumFileName
   organization is line sequential
   file status is sum-status.
select flag-file assign to flagFileName
   organization is line sequential
   file status is flag-status.
select release-file assign to relFileName
   organization is indexed
   access mode is dynamic
   record key is release-key
   file status is rel-status.
select audit-file assign to auditFileName
   organization is line sequential
   file status is audit-status.
select manifest-file assign to mftFileName
   organization is line sequential
   file status is mft-status.

data division.
file section.
fd settings-file.
   01 settings-record pic X(80). *>one "SETTING,value" line per release knob
fd summary-file.
   01 summary-line pic X(400). *>the queue summary statnew wrote: one pair per line with its disposition and figures
fd flag-file.
   01 flag-line pic X(120). *>statdash's flags: "Dashboard Date,yyyymmdd" first, then "feed id,input file,flags" per flagged feed
fd release-file.
   01 release-entry. *>one record per report per nightly run, maintained by statrel
      05 release-key.
         10 rlk-date pic 9(8). *>batch date of the nightly run the report came out of
         10 rlk-output pic X(60). *>the report (output file) the pair wrote
      05 release-record pic X(400). *>batch date,output,input,feed,business date,disposition,state,reasons,decided by,decided at,decision reason
fd audit-file.
   01 audit-record pic X(900). *>one line per decision: date|time|operator|action|batch date and report|before image|after image -- pipe-delimited because the images carry commas
fd manifest-file.
   01 manifest-line pic X(200). *>H,batch date,written at -- then D,output,input,feed,business date,released by,released at per report -- then T,count

working-storage section.
01 ctlFileName pic x(60) value 'statrel.ctl'. *>release settings; absent means the standing defaults
01 sumFileName pic x(60) value 'statsum.rpt'. *>the queue summary the night's dispositions come from
01 flagFileName pic x(60) value 'statdash.flg'. *>the dashboard's flags for the night
01 relFileName pic x(60) value 'statrel.dat'. *>release control file this program maintains
01 auditFileName pic x(60) value 'statrel.aud'. *>standing audit file, only ever appended to
01 mftFileName pic x(60) value spaces. *>released-reports manifest downstream jobs read, statrel<yyyymmdd>.mft for the batch date
77 ctl-status pic XX. *>file status of settings-file
77 sum-status pic XX. *>file status of summary-file
77 flag-status pic XX. *>file status of flag-file
77 rel-status pic XX. *>file status of release-file
77 audit-status pic XX. *>file status of audit-file, used to create it on the very first decision
77 mft-status pic XX. *>file status of manifest-file
77 ctl-eof pic A(1). *>end of settings checker
77 sum-eof pic A(1). *>end of summary checker
77 flag-eof pic A(1). *>end of flag file checker
77 rel-eof pic A(1). *>end of release file checker
77 audit-eof pic A(1). *>end of audit file checker
77 set-label pic X(30). *>setting name split off a settings line
77 set-value pic X(20). *>setting value split off a settings line
77 outlier-pct pic 9(3)V9(2) value 5. *>share of a report's records flagged as outliers, in percent, that holds it for review
77 operator-id pic X(8) value spaces. *>who is at the release desk; blank means the nightly release step
77 menu-choice pic X(1). *>release desk menu answer
77 done-flag pic A(1) value 'N'. *>set to 'Y' when the analyst quits
77 batch-date pic 9(8) value 0. *>batch date being worked: tonight's for the nightly step, the one asked for at the desk
77 latest-batch pic 9(8) value 0. *>latest batch date on the release file, the desk's default
77 ask-output pic X(60). *>report named at the desk
77 ask-date pic X(10). *>batch date typed at the desk, blank meaning the latest
77 ask-reason pic X(80). *>reason typed for a release or rejection
77 comma-tally pic 9(3) value 0. *>commas found in a typed reason
77 audit-date pic 9(8) value 0. *>date of the decision being audited, yyyymmdd
77 audit-time pic 9(8) value 0. *>time of the decision being audited, hhmmsscc
77 audit-action pic X(10). *>what the decision was: HOLD, RELEASE or REJECT
77 audit-key pic X(70). *>batch date and report the decision was about
01 before-image pic X(400). *>the release record as it stood before the decision
01 after-image pic X(400). *>the release record after the decision
77 aud-date pic X(10). *>date field split off an audit record for the history
77 aud-time pic X(10). *>time field split off an audit record for the history
77 aud-oper pic X(10). *>operator field split off an audit record for the history
77 aud-action pic X(12). *>action field split off an audit record for the history
77 aud-key pic X(70). *>batch date and report field split off an audit record for the history
01 aud-before pic X(400). *>before image split off an audit record for the history
01 aud-after pic X(400). *>after image split off an audit record for the history
77 in-pairs pic A(1) value 'N'. *>set to 'Y' while the summary reader is inside the pair lines
77 sm-input pic X(60). *>input file field split off a summary line
77 sm-output pic X(60). *>output file field split off a summary line
77 sm-disp pic X(30). *>disposition field split off a summary line
77 sm-feedid pic X(8). *>feed id field split off a summary line
77 sm-records pic X(10). *>records-read field split off a summary line
77 sm-expected pic X(10). *>expected-records field split off a summary line
77 sm-hashexp pic X(22). *>expected hash field split off a summary line
77 sm-hashact pic X(22). *>actual hash field split off a summary line
77 sm-outliers pic X(10). *>outlier count field split off a summary line
77 sm-busdate pic X(10). *>business date field split off a summary line
77 sm-filed pic X(10). *>filed date field split off a summary line
77 sm-benford pic X(20). *>Benford verdict field split off a summary line
77 flag-date pic 9(8) value 0. *>business date the dashboard flags belong to, 0 when there are none
77 flag-label pic X(20). *>first field of a flag line
77 flag-value pic X(60). *>second field of a flag line
77 flag-tokens pic X(30). *>third field of a flag line
77 flags-usable pic A(1) value 'N'. *>set to 'Y' when the dashboard flags were read for the night
77 flg-count pic 9(3) value 0. *>flagged feeds the dashboard named
77 max-flgs pic 9(3) value 500. *>working limit of the flag table
77 g pic 9(3) value 0. *>flag table entry being worked on
77 pair-records pic 9(9) value 0. *>records read for the pair being judged
77 pair-outliers pic 9(9) value 0. *>outliers flagged for the pair being judged
77 pair-outl-pct pic 9(3)V9(2) value 0. *>outliers as a share of the pair's records
77 reason-ptr pic 9(3) value 1. *>string pointer while composing a pair's hold reasons
77 new-reasons pic X(60). *>tonight's hold reasons for the pair being judged, kept apart from the filed record's
77 tok-count pic 9(3) value 0. *>occurrences of a dashboard token found in a flag column
77 keep-decision pic A(1) value 'N'. *>set to 'Y' when a desk decision on the same outcome stands over a rerun of the nightly step
77 pairs-held pic 9(4) value 0. *>reports the nightly step held
77 pairs-released pic 9(4) value 0. *>reports the nightly step released
77 pairs-kept pic 9(4) value 0. *>desk decisions the nightly step left standing
77 mft-count pic 9(4) value 0. *>reports written to the manifest
77 held-listed pic 9(4) value 0. *>held reports the desk list showed
77 history-count pic 9(4) value 0. *>audit records the inspection showed
77 rl-date pic X(10). *>batch date field split off a release record
77 rl-output pic X(60). *>report field split off a release record
77 rl-input pic X(60). *>input file field split off a release record
77 rl-feed pic X(8). *>feed id field split off a release record
77 rl-busdate pic X(10). *>business date field split off a release record
77 rl-disp pic X(30). *>disposition field split off a release record
77 rl-state pic X(10). *>HELD, RELEASED or REJECTED, split off a release record
77 rl-reasons pic X(60). *>hold reasons split off a release record, blank when released clean
77 rl-oper pic X(8). *>who decided, split off a release record; blank for the nightly step
77 rl-stamp pic X(14). *>when it was decided, split off a release record
77 rl-why pic X(80). *>the decision reason split off a release record
77 rel-line pic X(400). *>release record being built

01 flg-tbl. *>the dashboard's flagged feeds for the night
   02 flg-entry occurs 500 times.
      03 flgFeed pic X(8).
      03 flgInput pic X(60).
      03 flgTokens pic X(30).

*>strings structs for output
01 show-line.
   02 out-showDate pic 9(8).
   02 filler pic X(2) value spaces.
   02 out-showOutput pic X(30).
   02 filler pic X(1) value spaces.
   02 out-showFeed pic X(8).
   02 filler pic X(1) value spaces.
   02 out-showDisp pic X(26).
   02 filler pic X(1) value spaces.
   02 out-showReasons pic X(40).

procedure division.
   perform load-settings
   display 'Operator id (blank for the nightly release step): '
   accept operator-id
   open i-o release-file
   if rel-status = '35'
      *>the first night ever releases into a file not yet created
      open output release-file
      if rel-status = '00'
         close release-file
         open i-o release-file
      end-if
   end-if
   if rel-status not = '00'
      display 'Unable to open release file '
         function trim(relFileName) ' (status ' rel-status ')'
      move 8 to return-code
      stop run
   end-if
   if operator-id = spaces
      perform nightly-release-step
   else
      perform find-latest-batch
      perform until done-flag = 'Y'
         perform show-menu
      end-perform
      display 'Release desk finished'
   end-if
   close release-file
stop run.

*>reads the release settings; a missing file keeps every default, and an
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
      when 'OUTLIER-PCT'
         compute outlier-pct = function numval(set-value)
      when other
         display 'Unknown setting ignored: ' function trim(set-label)
   end-evaluate.

*>the nightly step: judges every pair on the queue summary, files its
*>HELD or RELEASED record under the queue's batch date and writes the
*>manifest of what downstream may pick up
nightly-release-step.
   move 0 to batch-date
   perform load-dashboard-flags
   move space to sum-eof
   move 'N' to in-pairs
   open input summary-file
   if sum-status not = '00'
      display 'Unable to open queue summary '
         function trim(sumFileName) ' (status ' sum-status ')'
      move 8 to return-code
      exit paragraph
   end-if
   perform read-summary-record until sum-eof = 'T'
   close summary-file
   if batch-date = 0
      perform take-clock-batch-date
   end-if
   perform write-manifest
   display 'Reports released ' pairs-released ', held ' pairs-held
      ', desk decisions kept ' pairs-kept
   if pairs-held > 0 or flags-usable = 'N'
      move 4 to return-code
   end-if.

*>reads the dashboard's flag file into the flag table; without it the
*>drift and count checks cannot be made, which is said out loud and
*>turns the step's return code to 4
load-dashboard-flags.
   move space to flag-eof
   move 0 to flg-count
   open input flag-file
   if flag-status not = '00'
      display 'Dashboard flags not found in ' function trim(flagFileName)
         ' -- drift and count flags not checked'
      exit paragraph
   end-if
   move 'Y' to flags-usable
   perform read-flag-record until flag-eof = 'T'
   close flag-file.

*>reads one flag line and, if not at end, stores it
read-flag-record.
   read flag-file
        at end move 'T' to flag-eof
        not at end perform store-flag-record
   end-read.

*>the first line carries the dashboard date; every other line is one
*>flagged feed
store-flag-record.
   move spaces to flag-label flag-value flag-tokens
   unstring flag-line delimited by ','
      into flag-label flag-value flag-tokens
   end-unstring
   if flag-label = 'Dashboard Date'
      if function test-numval(flag-value) = 0
         compute flag-date = function numval(flag-value)
      end-if
      exit paragraph
   end-if
   if flg-count = max-flgs
      display 'Flag table full -- dashboard flags dropped for '
         function trim(flag-label)
      exit paragraph
   end-if
   add 1 to flg-count
   move flag-label to flgFeed(flg-count)
   move flag-value to flgInput(flg-count)
   move flag-tokens to flgTokens(flg-count).

*>reads one summary line and, if not at end, judges it
read-summary-record.
   read summary-file
        at end move 'T' to sum-eof
        not at end perform judge-summary-record
   end-read.

*>walks the summary's sections: the Batch Date line ahead of the heading
*>names the night the queue started, the heading opens the pair lines,
*>the blank line after them closes the reading
judge-summary-record.
   if in-pairs = 'N'
      if summary-line(1:11) = 'Batch Date,'
            and summary-line(12:8) is numeric
         move summary-line(12:8) to batch-date
      end-if
      if summary-line(1:11) = 'Input File,'
         move 'Y' to in-pairs
         if batch-date = 0
            perform take-clock-batch-date
         end-if
      end-if
   else
      if summary-line = spaces
         move 'T' to sum-eof
      else
         perform judge-pair-line
      end-if
   end-if.

*>a summary without its Batch Date line files the night under today's
*>date, and says so
take-clock-batch-date.
   accept batch-date from date yyyymmdd
   display 'Queue summary carries no batch date -- filing under '
      batch-date.

*>decides one pair's release: anything short of a clean run is held, and
*>so is a clean run with too large a share of outliers, a nonconforming
*>Benford verdict, or a drift or count flag on the dashboard for its
*>business date. A feed that was not run has no report to release
judge-pair-line.
   move spaces to sm-input sm-output sm-disp sm-feedid sm-records
      sm-expected sm-hashexp sm-hashact sm-outliers sm-busdate sm-filed
      sm-benford
   unstring summary-line delimited by ','
      into sm-input sm-output sm-disp sm-feedid sm-records
         sm-expected sm-hashexp sm-hashact sm-outliers sm-busdate
         sm-filed sm-benford
   end-unstring
   if sm-output = spaces or sm-disp = 'INACTIVE'
      exit paragraph
   end-if
   move spaces to new-reasons
   move 1 to reason-ptr
   if sm-disp not = 'PROCESSED'
      string 'DISP ' delimited by size
         into new-reasons with pointer reason-ptr
      end-string
   end-if
   perform judge-pair-outliers
   if sm-benford = 'NONCONFORMITY'
      string 'BENFORD ' delimited by size
         into new-reasons with pointer reason-ptr
      end-string
   end-if
   perform judge-pair-flags
   perform file-nightly-decision.

*>holds the pair when its flagged outliers reach the configured share of
*>the records it read
judge-pair-outliers.
   move 0 to pair-records pair-outliers pair-outl-pct
   if sm-records not = spaces and function test-numval(sm-records) = 0
      compute pair-records = function numval(sm-records)
   end-if
   if sm-outliers not = spaces and function test-numval(sm-outliers) = 0
      compute pair-outliers = function numval(sm-outliers)
   end-if
   if pair-records = 0 or pair-outliers = 0
      exit paragraph
   end-if
   compute pair-outl-pct rounded = pair-outliers * 100 / pair-records
   if pair-outl-pct >= outlier-pct
      string 'OUTL ' delimited by size
         into new-reasons with pointer reason-ptr
      end-string
   end-if.

*>carries the dashboard's DRIFT and COUNT flags over to the pair when the
*>flags are for the pair's business date (a headerless pair has none and
*>takes them as they stand); the pair is matched by feed id first and
*>input file second, the way the digest matches it
judge-pair-flags.
   if flags-usable = 'N'
      exit paragraph
   end-if
   if sm-busdate not = spaces and function test-numval(sm-busdate) = 0
      if function numval(sm-busdate) not = flag-date
         exit paragraph
      end-if
   end-if
   perform varying g from 1 by 1 until g > flg-count
      if (sm-feedid not = spaces
            and function trim(flgFeed(g)) = function trim(sm-feedid))
            or function trim(flgInput(g)) = function trim(sm-input)
         move 0 to tok-count
         inspect flgTokens(g) tallying tok-count for all 'DRIFT'
         if tok-count > 0
            string 'DRIFT ' delimited by size
               into new-reasons with pointer reason-ptr
            end-string
         end-if
         move 0 to tok-count
         inspect flgTokens(g) tallying tok-count for all 'COUNT'
         if tok-count > 0
            string 'COUNT ' delimited by size
               into new-reasons with pointer reason-ptr
            end-string
         end-if
         exit perform
      end-if
   end-perform.

*>files the pair's nightly decision under tonight's batch date. A rerun of
*>the step leaves a decision made at the desk standing as long as the
*>pair's disposition has not changed since; otherwise the record is
*>judged afresh
file-nightly-decision.
   move batch-date to rlk-date
   move sm-output to rlk-output
   move 'N' to keep-decision
   move '(none)' to before-image
   read release-file key is release-key
      invalid key continue
      not invalid key
         move release-record to before-image
         perform split-release-record
         if rl-oper not = spaces
               and function trim(rl-disp) = function trim(sm-disp)
            move 'Y' to keep-decision
         end-if
   end-read
   if keep-decision = 'Y'
      add 1 to pairs-kept
      if rl-state = 'HELD'
         add 1 to pairs-held
      end-if
      display 'Kept desk decision ' function trim(rl-state) ' by '
         function trim(rl-oper) ' for ' function trim(sm-output)
      exit paragraph
   end-if
   move batch-date to rl-date
   move sm-output to rl-output
   move sm-input to rl-input
   move sm-feedid to rl-feed
   move sm-busdate to rl-busdate
   move sm-disp to rl-disp
   move new-reasons to rl-reasons
   move spaces to rl-oper rl-why
   perform stamp-decision
   if rl-reasons = spaces
      move 'RELEASED' to rl-state
      move 'RELEASE' to audit-action
      add 1 to pairs-released
   else
      move 'HELD' to rl-state
      move 'HOLD' to audit-action
      add 1 to pairs-held
   end-if
   perform build-release-record
   move rel-line to release-record
   write release-entry
      invalid key
         rewrite release-entry
            invalid key
               display 'Unable to file release decision for '
                  function trim(sm-output) ' (status ' rel-status ')'
               exit paragraph
         end-rewrite
   end-write
   move rel-line to after-image
   perform write-audit-record.

*>stamps the decision being recorded with today's date and time
stamp-decision.
   accept audit-date from date yyyymmdd
   accept audit-time from time
   move spaces to rl-stamp
   string audit-date delimited by size
          audit-time(1:6) delimited by size
          into rl-stamp
   end-string.

*>splits the release record just read into its fields
split-release-record.
   move spaces to rl-date rl-output rl-input rl-feed rl-busdate rl-disp
      rl-state rl-reasons rl-oper rl-stamp rl-why
   unstring release-record delimited by ','
      into rl-date rl-output rl-input rl-feed rl-busdate rl-disp
         rl-state rl-reasons rl-oper rl-stamp rl-why
   end-unstring.

*>builds the release record from its fields
build-release-record.
   move spaces to rel-line
   string function trim(rl-date) delimited by size
          ',' delimited by size
          function trim(rl-output) delimited by size
          ',' delimited by size
          function trim(rl-input) delimited by size
          ',' delimited by size
          function trim(rl-feed) delimited by size
          ',' delimited by size
          function trim(rl-busdate) delimited by size
          ',' delimited by size
          function trim(rl-disp) delimited by size
          ',' delimited by size
          function trim(rl-state) delimited by size
          ',' delimited by size
          function trim(rl-reasons) delimited by size
          ',' delimited by size
          function trim(rl-oper) delimited by size
          ',' delimited by size
          function trim(rl-stamp) delimited by size
          ',' delimited by size
          function trim(rl-why) delimited by size
          into rel-line
   end-string.

*>appends one decision to the standing audit file: the operator (blank
*>for the nightly step), the timestamp, the action, the batch date and
*>report, and the before and after images of the release record; the
*>file is never rewritten, only appended to
write-audit-record.
   move spaces to audit-key
   string rlk-date delimited by size
          ' ' delimited by size
          function trim(rlk-output) delimited by size
          into audit-key
   end-string
   open extend audit-file
   if audit-status not = '00'
      open output audit-file
   end-if
   if audit-status = '00'
      move spaces to audit-record
      string audit-date delimited by size
             '|' delimited by size
             audit-time delimited by size
             '|' delimited by size
             function trim(operator-id) delimited by size
             '|' delimited by size
             function trim(audit-action) delimited by size
             '|' delimited by size
             function trim(audit-key) delimited by size
             '|' delimited by size
             function trim(before-image) delimited by size
             '|' delimited by size
             function trim(after-image) delimited by size
             into audit-record
      end-string
      write audit-record
      close audit-file
   else
      display 'Unable to write audit file '
         function trim(auditFileName) ' (status ' audit-status ')'
   end-if.

*>rewrites the manifest for the batch date being worked: a header, one
*>line per RELEASED report and a trailer count, so a downstream job can
*>tell a complete manifest from one cut short. Each batch date has its own
*>manifest, statrel<yyyymmdd>.mft, so a late decision on an older night
*>rebuilds that night's manifest and never tonight's
write-manifest.
   move spaces to mftFileName
   string 'statrel' delimited by size
          batch-date delimited by size
          '.mft' delimited by size
          into mftFileName
   end-string
   open output manifest-file
   if mft-status not = '00'
      display 'Unable to write manifest ' function trim(mftFileName)
         ' (status ' mft-status ')'
      move 8 to return-code
      exit paragraph
   end-if
   perform stamp-decision
   move spaces to manifest-line
   string 'H,' delimited by size
          batch-date delimited by size
          ',' delimited by size
          rl-stamp delimited by size
          into manifest-line
   end-string
   write manifest-line
   move 0 to mft-count
   move space to rel-eof
   move batch-date to rlk-date
   move low-values to rlk-output
   start release-file key is not less than release-key
      invalid key move 'T' to rel-eof
   end-start
   perform read-manifest-record until rel-eof = 'T'
   move spaces to manifest-line
   string 'T,' delimited by size
          mft-count delimited by size
          into manifest-line
   end-string
   write manifest-line
   close manifest-file
   display 'Manifest written to ' function trim(mftFileName) ' -- '
      mft-count ' report(s) released for ' batch-date.

*>reads the batch date's next release record and lists it when released
read-manifest-record.
   read release-file next record
        at end move 'T' to rel-eof
        not at end
           if rlk-date not = batch-date
              move 'T' to rel-eof
           else
              perform split-release-record
              if rl-state = 'RELEASED'
                 perform write-manifest-line
              end-if
           end-if
   end-read.

*>writes one released report to the manifest
write-manifest-line.
   add 1 to mft-count
   move spaces to manifest-line
   string 'D,' delimited by size
          function trim(rl-output) delimited by size
          ',' delimited by size
          function trim(rl-input) delimited by size
          ',' delimited by size
          function trim(rl-feed) delimited by size
          ',' delimited by size
          function trim(rl-busdate) delimited by size
          ',' delimited by size
          function trim(rl-oper) delimited by size
          ',' delimited by size
          function trim(rl-stamp) delimited by size
          into manifest-line
   end-string
   write manifest-line.

*>walks the release file for its latest batch date, the desk's default
find-latest-batch.
   move space to rel-eof
   move 0 to rlk-date
   move low-values to rlk-output
   start release-file key is not less than release-key
      invalid key move 'T' to rel-eof
   end-start
   perform read-latest-batch-record until rel-eof = 'T'.

*>reads the next release record; the last one read is the latest night
read-latest-batch-record.
   read release-file next record
        at end move 'T' to rel-eof
        not at end move rlk-date to latest-batch
   end-read.

*>shows the desk menu and runs the analyst's choice
show-menu.
   display ' '
   display 'Release desk -- L)ist held I)nspect R)elease '
      'J)reject Q)uit: '
   accept menu-choice
   move function upper-case(menu-choice) to menu-choice
   evaluate menu-choice
      when 'L'
         perform list-held-reports
      when 'I'
         perform inspect-report
      when 'R'
         move 'RELEASED' to audit-action
         perform decide-report
      when 'J'
         move 'REJECTED' to audit-action
         perform decide-report
      when 'Q'
         move 'Y' to done-flag
      when other
         display 'Please answer L, I, R, J or Q'
   end-evaluate.

*>lists every held report on file, oldest night first, with its reasons
list-held-reports.
   move 0 to held-listed
   move space to rel-eof
   move 0 to rlk-date
   move low-values to rlk-output
   start release-file key is not less than release-key
      invalid key move 'T' to rel-eof
   end-start
   display 'Batch     Report                         Feed     '
      'Disposition                Reasons'
   perform read-held-record until rel-eof = 'T'
   display held-listed ' report(s) held'.

*>reads the next release record and shows it when held
read-held-record.
   read release-file next record
        at end move 'T' to rel-eof
        not at end
           perform split-release-record
           if rl-state = 'HELD'
              add 1 to held-listed
              move rlk-date to out-showDate
              move rl-output to out-showOutput
              move rl-feed to out-showFeed
              move rl-disp to out-showDisp
              move rl-reasons to out-showReasons
              display show-line
           end-if
   end-read.

*>asks which report the analyst means: the report name and its batch
*>date, blank meaning the latest night on file; leaves the record read
*>and split, or rel-eof set to 'T' when there is no such record
ask-report-key.
   move space to rel-eof
   display 'Report (output file): '
   accept ask-output
   display 'Batch date yyyymmdd (blank for ' latest-batch '): '
   accept ask-date
   move latest-batch to rlk-date
   if ask-date not = spaces
      if function test-numval(ask-date) = 0
         compute rlk-date = function numval(ask-date)
      else
         display 'Batch date not understood: ' function trim(ask-date)
         move 'T' to rel-eof
         exit paragraph
      end-if
   end-if
   move ask-output to rlk-output
   read release-file key is release-key
      invalid key
         display 'No release record for ' function trim(ask-output)
            ' on ' rlk-date
         move 'T' to rel-eof
      not invalid key
         perform split-release-record
   end-read.

*>shows one report's release record in full, with its decision history
*>off the audit file
inspect-report.
   perform ask-report-key
   if rel-eof = 'T'
      exit paragraph
   end-if
   display 'Report        : ' function trim(rl-output)
   display 'Batch date    : ' function trim(rl-date)
   display 'Input file    : ' function trim(rl-input)
   display 'Feed id       : ' function trim(rl-feed)
   display 'Business date : ' function trim(rl-busdate)
   display 'Disposition   : ' function trim(rl-disp)
   display 'State         : ' function trim(rl-state)
   display 'Hold reasons  : ' function trim(rl-reasons)
   if rl-oper = spaces
      display 'Decided by    : (nightly step)'
   else
      display 'Decided by    : ' function trim(rl-oper)
   end-if
   display 'Decided at    : ' function trim(rl-stamp)
   display 'Reason given  : ' function trim(rl-why)
   move spaces to audit-key
   string rlk-date delimited by size
          ' ' delimited by size
          function trim(rlk-output) delimited by size
          into audit-key
   end-string
   move 0 to history-count
   move space to audit-eof
   open input audit-file
   if audit-status = '00'
      perform read-audit-entry until audit-eof = 'T'
      close audit-file
   end-if
   if history-count = 0
      display 'No decision history on file'
   end-if.

*>reads one audit record and, if not at end, shows it when it belongs to
*>the report being inspected
read-audit-entry.
   read audit-file
        at end move 'T' to audit-eof
        not at end perform show-audit-entry
   end-read.

*>splits one audit record and displays it when it is about the report
show-audit-entry.
   move spaces to aud-date aud-time aud-oper aud-action aud-key
      aud-before aud-after
   unstring audit-record delimited by '|'
      into aud-date aud-time aud-oper aud-action aud-key
         aud-before aud-after
   end-unstring
   if aud-key = audit-key
      add 1 to history-count
      if aud-oper = spaces
         move '(nightly)' to aud-oper
      end-if
      display '   ' aud-date(1:8) ' ' aud-time(1:6) ' ' aud-oper ' '
         aud-action
   end-if.

*>releases or rejects one held report with the analyst's reason, audits
*>the decision and rebuilds the manifest for that night
decide-report.
   perform ask-report-key
   if rel-eof = 'T'
      exit paragraph
   end-if
   if rl-state not = 'HELD'
      display function trim(rl-output) ' is ' function trim(rl-state)
         ' -- only a held report can be released or rejected'
      exit paragraph
   end-if
   display 'Held for: ' function trim(rl-reasons) ' ('
      function trim(rl-disp) ')'
   move spaces to ask-reason
   perform until ask-reason not = spaces
      display 'Reason for the decision: '
      accept ask-reason
   end-perform
   move 0 to comma-tally
   inspect ask-reason tallying comma-tally for all ','
   if comma-tally > 0
      inspect ask-reason replacing all ',' by space
      display 'Commas cannot be stored in the release file -- removed'
   end-if
   move release-record to before-image
   move audit-action to rl-state
   if audit-action = 'RELEASED'
      move 'RELEASE' to audit-action
   else
      move 'REJECT' to audit-action
   end-if
   move operator-id to rl-oper
   move ask-reason to rl-why
   perform stamp-decision
   perform build-release-record
   move rel-line to release-record
   rewrite release-entry
      invalid key
         display 'Unable to record the decision for '
            function trim(rl-output) ' (status ' rel-status ')'
         exit paragraph
   end-rewrite
   move rel-line to after-image
   perform write-audit-record
   display function trim(rl-output) ' ' function trim(rl-state)
   move rlk-date to batch-date
   perform write-manifest.
