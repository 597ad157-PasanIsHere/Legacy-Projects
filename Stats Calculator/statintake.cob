identification division.
program-id. statintake.

*>layout-driven intake for extracts that do not arrive in the standard
*>H/D/T layout: converts a source system's raw extract into the tagged
*>layout statnew and statedit read -- 'D' + the 18-digit implied-decimal
*>value + the 20-byte weight + the 8-byte category, between an 'H' header
*>and a 'T' trailer -- instead of a one-off reformatting script per new
*>source. Where each item sits in the source is described in the layout
*>file, one element per line, keyed by layout id:
*>   id,FORMAT,FIXED|DELIM,delimiter,skip    delimiter COMMA PIPE TAB SEMI
*>                                           or one character; skip is the
*>                                           column-heading lines to pass
*>   id,RECTYPE,pos,len,hdrtag,trltag        how header and trailer
*>                                           records are told apart;
*>                                           without it every line is data
*>   id,VALUE,pos,len,decimals,sign          decimals E (explicit point)
*>                                           or 0-9 implied; sign N none,
*>                                           L leading, T trailing
*>   id,WEIGHT,pos,len  id,CATEGORY,pos,len  on each data record
*>   id,FEEDID,pos,len  id,BUSDATE,pos,len   on the header record (or, with
*>                                           no header, BUSDATE on the
*>                                           first data record)
*>   id,COUNT,pos,len   id,HASH,pos,len,decimals,sign   on the trailer
*>For a delimited extract pos is the field number and len is not used;
*>fields are split on the delimiter alone, quotes are stripped, and a
*>quoted field holding the delimiter is not supported. A header and a
*>trailer are built when the source has none -- feed id from the header,
*>else from the caller, business date from the source, else today --
*>and a source trailer's count and hash total are carried through so
*>statnew's reconciliation still checks what the source promised.
*>Anything that cannot be mapped is written to the intake log with its
*>line position and reason. Run standalone it prompts; the nightly run
*>hands its parameters over in statintkparm.tmp and CALLs it per intake
*>feed, reading the verdict back off the return code (0 clean, 4 lines
*>not mapped and logged, 8 extract rejected, 12 the intake could not run
*>at all because a file would not open or the layout is missing or bad)

environment division.
input-output section.
file-control.
select raw-file assign to rawFileName
   organization is line sequential
   file status is raw-status.
select std-file assign to stdFileName
   organization is line sequential
   file status is std-status.
select log-file assign to logFileName
   organization is line sequential
   file status is log-status.
select layout-file assign to layoutFileName
   organization is line sequential
   file status is lay-status.
select intake-parm-file assign to intakeParmFileName
   organization is line sequential
   file status is iparm-status.

data division.
file section.
fd raw-file.
   01 raw-record pic X(500). *>one line of the source system's extract, in whatever layout it uses
fd std-file.
   01 std-record pic X(80). *>one line of the standard tagged layout statnew reads
fd log-file.
   01 log-line pic X(200). *>one unmapped line per row: position, reason, the line itself
fd layout-file.
   01 layout-record pic X(100). *>one layout element per line: layoutid,element,params
fd intake-parm-file.
   01 intake-parm-record pic X(200). *>one "raw,std,layoutid,feedid" line left by the nightly run when it drives this intake; emptied once taken

working-storage section.
01 rawFileName pic x(60). *>file name of the source extract being converted
01 stdFileName pic x(60). *>file name of the standard-layout copy written for statnew
01 logFileName pic x(66) value spaces. *>stdFileName with a .log extension, the intake log
01 layoutFileName pic x(60) value 'statlay.dat'. *>the layout definitions
01 intakeParmFileName pic x(60) value 'statintkparm.tmp'. *>parameter hand-off from the nightly run; absent or empty when run standalone
77 raw-status pic XX. *>file status of raw-file
77 std-status pic XX. *>file status of std-file
77 log-status pic XX. *>file status of log-file
77 lay-status pic XX. *>file status of layout-file
77 iparm-status pic XX. *>file status of intake-parm-file
77 raw-eof pic A(1). *>end of raw file checker
77 lay-eof pic A(1). *>end of layout file checker
77 parm-mode pic A(1) value 'N'. *>set to 'Y' when the parameters came from the hand-off file instead of the prompts
77 layout-id pic X(8). *>layout the extract is converted by
77 feed-id pic X(8). *>feed id from the caller, used when the source carries none
77 run-date pic 9(8) value 0. *>today, the business date of last resort for a built header
77 le-id pic X(10). *>layout id field split off a layout line
77 le-elem pic X(10). *>element name field split off a layout line
77 le-p1 pic X(12). *>first parameter split off a layout line
77 le-p2 pic X(12). *>second parameter split off a layout line
77 le-p3 pic X(12). *>third parameter split off a layout line
77 le-p4 pic X(12). *>fourth parameter split off a layout line
77 layout-found pic A(1) value 'N'. *>whether any line for the layout id was found
77 layout-bad pic A(1) value 'N'. *>set to 'Y' when the layout cannot be used
77 lay-format pic X(1) value 'F'. *>'F' fixed positions, 'D' delimited fields
77 lay-delim pic X(1) value ','. *>field delimiter of a delimited extract
77 lay-skip pic 9(3) value 0. *>column-heading lines at the top of the extract to pass over
77 rt-given pic A(1) value 'N'. *>whether the layout says how header and trailer records are told apart
77 rt-pos pic 9(3) value 0. *>position (or field number) of the record-type tag
77 rt-len pic 9(3) value 0. *>length of the record-type tag
77 rt-hdr pic X(12). *>tag value marking a header record
77 rt-trl pic X(12). *>tag value marking a trailer record
77 e pic 9(2) value 0. *>element table entry being worked on
77 max-field-len pic 9(3) value 60. *>longest item one element may pull
77 rec-len pic 9(3) value 0. *>content length of the line being worked on
77 rec-kind pic X(1). *>what the line being worked on is: H, T or D
77 pull-pos pic 9(3) value 0. *>position (or field number) of the item being pulled
77 pull-len pic 9(3) value 0. *>length of the item being pulled
77 el-text pic X(60). *>the item just pulled off the line, left-justified
77 fld-ptr pic 9(4) value 0. *>unstring pointer walking a delimited line
77 fld-k pic 9(3) value 0. *>delimited field being walked past
77 num-text pic X(60). *>numeric item being parsed
77 num-len pic 9(3) value 0. *>content length of the numeric item
77 num-dec pic X(1). *>decimals rule for the numeric item: E or an implied count
77 num-sign pic X(1). *>sign convention for the numeric item: N, L or T
77 num-neg pic A(1). *>whether the numeric item carried a minus sign
77 dec-n pic 9(1) value 0. *>implied decimal places
77 num-val pic S9(14)V9(4) value 0. *>the numeric item's value
77 num-ok pic A(1). *>whether the numeric item parsed
77 map-reason pic X(30). *>why the line being worked on could not be mapped, spaces when it could
77 lines-read pic 9(9) value 0. *>raw lines consumed so far; doubles as the line position on log rows
77 data-lines pic 9(9) value 0. *>data lines met, mapped or not
77 mapped-count pic 9(9) value 0. *>data records written to the standard file
77 unmapped-count pic 9(9) value 0. *>lines that could not be mapped
77 mapped-hash pic S9(14)V9(4) value 0. *>hash total of the values written
77 src-header pic A(1) value 'N'. *>whether the source has a header record
77 src-trailer pic A(1) value 'N'. *>whether the source has a trailer record
77 hdr-line pic 9(9) value 0. *>line position of the source header used
77 trl-line pic 9(9) value 0. *>line position of the source trailer used
77 src-feed pic X(60). *>feed id as pulled off the source header
77 src-date-x pic X(60). *>business date as pulled off the source header
77 data-date-x pic X(60). *>business date as pulled off the first data record
77 src-count-x pic X(60). *>record count as pulled off the source trailer
77 src-hash-x pic X(60). *>hash total as pulled off the source trailer
77 first-data pic A(1) value 'Y'. *>set until the first data record has been seen by the scan
77 hdr-feed pic X(8). *>feed id the standard header carries
77 hdr-date pic 9(8) value 0. *>business date the standard header carries
77 trl-count pic 9(9) value 0. *>record count the standard trailer carries
77 trl-hash pic S9(14)V9(4) value 0. *>hash total the standard trailer carries
77 write-ht pic A(1) value 'N'. *>whether a header and trailer go on the standard file
77 extract-bad pic A(1) value 'N'. *>set to 'Y' when the extract as a whole is rejected
77 reject-why pic X(40). *>why the extract as a whole was rejected
77 err-pos pic 9(9) value 0. *>line position named on the log row being written
77 pos-edit pic Z(8)9. *>edited line position for a log row
77 count-edit pic Z(8)9. *>edited count for a summary row
77 sum-label pic X(20). *>label written to the left-hand column of a summary row
77 sum-text pic X(20). *>text written to the right-hand column of a summary row
01 log-text pic X(100). *>record image written on a log row

01 elem-name-list. *>the positional elements a layout may describe
   02 filler pic X(10) value 'VALUE'.
   02 filler pic X(10) value 'WEIGHT'.
   02 filler pic X(10) value 'CATEGORY'.
   02 filler pic X(10) value 'FEEDID'.
   02 filler pic X(10) value 'BUSDATE'.
   02 filler pic X(10) value 'COUNT'.
   02 filler pic X(10) value 'HASH'.
01 elem-names redefines elem-name-list.
   02 elem-name pic X(10) occurs 7 times.

01 elem-tbl. *>where each element sits, in elem-name order
   02 elem-entry occurs 7 times.
      03 elGiven pic A(1).
      03 elPos pic 9(3).
      03 elLen pic 9(3).
      03 elDec pic X(1). *>E for an explicit decimal point, else the implied decimal places
      03 elSign pic X(1). *>N unsigned, L leading sign, T trailing sign

01 std-data. *>standard 'D' record as written
   02 filler pic X(1) value 'D'.
   02 sd-num pic 9(14)V9(4).
   02 sd-weight pic X(20).
   02 sd-cat pic X(8).
01 std-header. *>standard 'H' record as written
   02 filler pic X(1) value 'H'.
   02 sh-feed pic X(8).
   02 sh-date pic 9(8).
01 std-trailer. *>standard 'T' record as written
   02 filler pic X(1) value 'T'.
   02 st-count pic 9(9).
   02 st-hash pic 9(14)V9(4).

procedure division.
   *>the nightly run CALLs this once per intake feed, so every run starts
   *>from a clean slate instead of the last feed's leftovers
   perform reset-intake-totals
   perform get-intake-parameters
   perform build-intake-file-names
   perform run-intake
goback.

*>the intake run proper: load the layout, scan the extract for its header
*>and trailer, then convert it line by line into the standard file
run-intake.
   open output log-file
   if log-status not = '00'
      display 'Unable to open intake log '
         function trim(logFileName) ' (status ' log-status ')'
      move 12 to return-code
      exit paragraph
   end-if
   move spaces to log-line
   string 'Position,Reason,Record' delimited by size
      into log-line end-string
   write log-line
   perform load-layout
   if layout-bad = 'Y'
      display 'Intake layout ' function trim(layout-id)
         ' missing or unusable -- ' function trim(rawFileName)
         ' not converted'
      move 12 to return-code
      close log-file
      exit paragraph
   end-if
   open input raw-file
   if raw-status not = '00'
      display 'Unable to open raw extract '
         function trim(rawFileName) ' (status ' raw-status ')'
      move 12 to return-code
      close log-file
      exit paragraph
   end-if
   close raw-file
   perform scan-source
   perform settle-header-trailer
   if extract-bad = 'Y'
      *>an empty standard file keeps a scheduled statnew run from
      *>publishing anything off an extract that could not be read
      open output std-file
      close std-file
      move 0 to err-pos
      move reject-why to map-reason
      move spaces to log-text
      perform write-log-row
      display 'Extract REJECTED -- ' function trim(reject-why)
         ' in ' function trim(rawFileName)
      move 8 to return-code
   else
      perform convert-source
      if std-status not = '00'
         move 12 to return-code
      else
         if mapped-count = 0 and data-lines > 0
            display 'Extract REJECTED -- no line could be mapped in '
               function trim(rawFileName)
            move 'Y' to extract-bad
            move 8 to return-code
         else
            if unmapped-count > 0
               move 4 to return-code
            end-if
         end-if
      end-if
   end-if
   perform write-intake-summary
   close log-file
   display 'Standard file and intake log have been written'.

*>clears every per-run counter, flag and layout setting so a CALLed rerun
*>(or the next feed of the same night) starts from scratch
reset-intake-totals.
   move 'N' to parm-mode
   move spaces to layout-id feed-id
   move 'N' to layout-found
   move 'N' to layout-bad
   move 'F' to lay-format
   move ',' to lay-delim
   move 0 to lay-skip
   move 'N' to rt-given
   move 0 to rt-pos
   move 0 to rt-len
   move spaces to rt-hdr rt-trl
   perform varying e from 1 by 1 until e > 7
      move 'N' to elGiven(e)
      move 0 to elPos(e)
      move 0 to elLen(e)
      move '0' to elDec(e)
      move 'N' to elSign(e)
   end-perform
   move 0 to lines-read
   move 0 to data-lines
   move 0 to mapped-count
   move 0 to unmapped-count
   move 0 to mapped-hash
   move 'N' to src-header
   move 'N' to src-trailer
   move 0 to hdr-line
   move 0 to trl-line
   move spaces to src-feed src-date-x data-date-x src-count-x src-hash-x
   move 'Y' to first-data
   move spaces to hdr-feed
   move 0 to hdr-date
   move 0 to trl-count
   move 0 to trl-hash
   move 'N' to write-ht
   move 'N' to extract-bad
   move spaces to reject-why
   accept run-date from date yyyymmdd.

*>takes the run's parameters from the hand-off file when the nightly run
*>left one, and prompts when it did not; a taken hand-off is emptied so a
*>later standalone run is not hijacked by a stale line
get-intake-parameters.
   open input intake-parm-file
   if iparm-status = '00'
      read intake-parm-file
         at end continue
         not at end perform take-intake-parameters
      end-read
      close intake-parm-file
      if parm-mode = 'Y'
         open output intake-parm-file
         close intake-parm-file
      end-if
   end-if
   if parm-mode = 'N'
      display 'Enter raw extract file name: '
      accept rawFileName
      display 'Enter standard output file name (blank for <raw>.std): '
      accept stdFileName
      display 'Layout id: '
      accept layout-id
      display 'Feed id for a built header (blank for none): '
      accept feed-id
      if stdFileName = spaces
         string function trim(rawFileName) delimited by size
                '.std' delimited by size
                into stdFileName
         end-string
      end-if
   end-if.

*>splits the hand-off line; a mangled line falls back to the prompts
*>rather than converting the wrong file
take-intake-parameters.
   move spaces to rawFileName stdFileName layout-id feed-id
   unstring intake-parm-record delimited by ','
      into rawFileName stdFileName layout-id feed-id
   end-unstring
   if rawFileName not = spaces and stdFileName not = spaces
      move 'Y' to parm-mode
   end-if.

*>derives the log name from the standard file name so everything for one
*>intake run lands next to each other
build-intake-file-names.
   move spaces to logFileName
   string function trim(stdFileName) delimited by size
          '.log' delimited by size
          into logFileName
   end-string.

*>reads the layout file for this layout id's elements; no file, no lines
*>for the id, no VALUE element or any line that cannot be understood
*>makes the layout unusable, each reason logged
load-layout.
   if layout-id = spaces
      move 'NO LAYOUT ID GIVEN' to map-reason
      perform write-layout-problem
      exit paragraph
   end-if
   move space to lay-eof
   open input layout-file
   if lay-status not = '00'
      move 'LAYOUT FILE NOT FOUND' to map-reason
      perform write-layout-problem
      exit paragraph
   end-if
   perform until lay-eof = 'T'
      read layout-file
         at end move 'T' to lay-eof
         not at end perform store-layout-element
      end-read
   end-perform
   close layout-file
   if layout-found = 'N'
      move 'NO LAYOUT FOR THIS ID' to map-reason
      perform write-layout-problem
   else
      if elGiven(1) = 'N'
         move 'LAYOUT HAS NO VALUE ELEMENT' to map-reason
         perform write-layout-problem
      end-if
      if lay-format = 'F'
         perform check-fixed-positions
      end-if
   end-if.

*>a fixed-format layout needs a length on every item and every item inside
*>the record; checked once the whole layout is read, since the FORMAT line
*>may come after the items it governs
check-fixed-positions.
   if rt-given = 'Y'
      if rt-len = 0 or rt-pos + rt-len - 1 > 500
         move 'RECTYPE' to le-elem
         perform reject-fixed-position
      end-if
   end-if
   perform varying e from 1 by 1 until e > 7
      if elGiven(e) = 'Y'
         if elLen(e) = 0 or elPos(e) + elLen(e) - 1 > 500
            move elem-name(e) to le-elem
            perform reject-fixed-position
         end-if
      end-if
   end-perform.

*>logs a fixed-format item with no length or lying outside the record and
*>marks the layout bad
reject-fixed-position.
   move 'BAD FIXED POSITION' to map-reason
   move 'Y' to layout-bad
   move 0 to err-pos
   move spaces to log-text
   string function trim(layout-id) delimited by size
          ' ' delimited by size
          function trim(le-elem) delimited by size
          into log-text
   end-string
   perform write-log-row.

*>logs why the layout cannot be used and marks it so
write-layout-problem.
   move 'Y' to layout-bad
   move 0 to err-pos
   move layout-id to log-text
   perform write-log-row.

*>takes one layout line when it belongs to this layout id; lines starting
*>with an asterisk are comments
store-layout-element.
   if layout-record = spaces or layout-record(1:1) = '*'
      exit paragraph
   end-if
   move spaces to le-id le-elem le-p1 le-p2 le-p3 le-p4
   unstring layout-record delimited by ','
      into le-id le-elem le-p1 le-p2 le-p3 le-p4
   end-unstring
   if function trim(le-id) not = function trim(layout-id)
      exit paragraph
   end-if
   move 'Y' to layout-found
   move function upper-case(function trim(le-elem)) to le-elem
   evaluate le-elem
      when 'FORMAT'
         perform store-format-element
      when 'RECTYPE'
         perform store-rectype-element
      when other
         perform store-position-element
   end-evaluate.

*>FORMAT: fixed or delimited, the delimiter by name or as one character,
*>and the heading lines to skip
store-format-element.
   move function upper-case(function trim(le-p1)) to le-p1
   move function upper-case(function trim(le-p2)) to le-p2
   if le-p1(1:1) = 'D'
      move 'D' to lay-format
   else
      if le-p1(1:1) = 'F' or le-p1 = spaces
         move 'F' to lay-format
      else
         perform reject-layout-line
      end-if
   end-if
   evaluate le-p2
      when spaces
      when 'COMMA'
         move ',' to lay-delim
      when 'PIPE'
         move '|' to lay-delim
      when 'TAB'
         move x'09' to lay-delim
      when 'SEMI'
         move ';' to lay-delim
      when other
         if function length(function trim(le-p2)) = 1
            move le-p2(1:1) to lay-delim
         else
            perform reject-layout-line
         end-if
   end-evaluate
   if le-p3 not = spaces
      if function test-numval(le-p3) = 0
         compute lay-skip = function numval(le-p3)
      else
         perform reject-layout-line
      end-if
   end-if.

*>RECTYPE: where the record-type tag sits and the values marking header
*>and trailer records
store-rectype-element.
   move le-p1 to num-text
   perform parse-layout-position
   move pull-pos to rt-pos
   move pull-len to rt-len
   move function trim(le-p3) to rt-hdr
   move function trim(le-p4) to rt-trl
   if rt-hdr = spaces and rt-trl = spaces
      perform reject-layout-line
   else
      move 'Y' to rt-given
   end-if.

*>one of the positional elements: position (or field number), length,
*>and for the numeric ones the decimals rule and sign convention
store-position-element.
   move 0 to e
   perform varying fld-k from 1 by 1 until fld-k > 7
      if elem-name(fld-k) = le-elem
         move fld-k to e
         exit perform
      end-if
   end-perform
   if e = 0
      perform reject-layout-line
      exit paragraph
   end-if
   perform parse-layout-position
   move 'Y' to elGiven(e)
   move pull-pos to elPos(e)
   move pull-len to elLen(e)
   move function upper-case(function trim(le-p3)) to le-p3
   move function upper-case(function trim(le-p4)) to le-p4
   if le-p3 not = spaces
      if le-p3(1:1) = 'E' or le-p3(1:1) is numeric
         move le-p3(1:1) to elDec(e)
      else
         perform reject-layout-line
      end-if
   end-if
   if le-p4 not = spaces
      if le-p4(1:1) = 'N' or le-p4(1:1) = 'L' or le-p4(1:1) = 'T'
         move le-p4(1:1) to elSign(e)
      else
         perform reject-layout-line
      end-if
   end-if.

*>parses the position and length parameters into pull-pos and pull-len;
*>no item may run past the longest pull. Whether a fixed item lies inside
*>the record waits for check-fixed-positions, once the format is known
parse-layout-position.
   move 0 to pull-pos
   move 0 to pull-len
   if le-p1 not = spaces and function test-numval(le-p1) = 0
      compute pull-pos = function numval(le-p1)
   end-if
   if le-p2 not = spaces and function test-numval(le-p2) = 0
      compute pull-len = function numval(le-p2)
   end-if
   if pull-pos = 0 or pull-len > max-field-len
      perform reject-layout-line
   end-if.

*>logs a layout line that cannot be understood and marks the layout bad
reject-layout-line.
   move 'BAD LAYOUT LINE' to map-reason
   move 'Y' to layout-bad
   move 0 to err-pos
   move layout-record to log-text
   perform write-log-row.

*>first pass over the extract: finds the source header and trailer and
*>pulls their items, and the first data record's business date in case
*>there is no header to take one from
scan-source.
   move 0 to lines-read
   move space to raw-eof
   open input raw-file
   perform until raw-eof = 'T'
      read raw-file
         at end move 'T' to raw-eof
         not at end perform scan-raw-record
      end-read
   end-perform
   close raw-file.

*>looks at one line in the scan pass
scan-raw-record.
   add 1 to lines-read
   if lines-read <= lay-skip or raw-record = spaces
      exit paragraph
   end-if
   perform classify-raw-record
   if rec-kind = 'H' and src-header = 'N'
      move 'Y' to src-header
      move lines-read to hdr-line
      if elGiven(4) = 'Y'
         move 4 to e
         perform pull-element-e
         move el-text to src-feed
      end-if
      if elGiven(5) = 'Y'
         move 5 to e
         perform pull-element-e
         move el-text to src-date-x
      end-if
   end-if
   if rec-kind = 'T' and src-trailer = 'N'
      move 'Y' to src-trailer
      move lines-read to trl-line
      if elGiven(6) = 'Y'
         move 6 to e
         perform pull-element-e
         move el-text to src-count-x
      end-if
      if elGiven(7) = 'Y'
         move 7 to e
         perform pull-element-e
         move el-text to src-hash-x
      end-if
   end-if
   if rec-kind = 'D' and first-data = 'Y'
      move 'N' to first-data
      if elGiven(5) = 'Y'
         move 5 to e
         perform pull-element-e
         move el-text to data-date-x
      end-if
   end-if.

*>settles what the standard header and trailer carry: the source's own
*>feed id and business date when it has them, the caller's feed id and
*>the first data record's date (or today) when it does not; a source
*>trailer's count and hash total are carried through. An unreadable date
*>or total rejects the extract -- guessing would defeat the replay check
*>and the reconciliation
settle-header-trailer.
   move spaces to hdr-feed
   if src-feed not = spaces
      move src-feed to hdr-feed
   else
      move feed-id to hdr-feed
   end-if
   move run-date to hdr-date
   if src-date-x = spaces
      move data-date-x to src-date-x
   end-if
   if src-date-x not = spaces
      if function length(function trim(src-date-x)) = 8
            and src-date-x(1:8) is numeric
         move src-date-x(1:8) to hdr-date
      else
         move 'Y' to extract-bad
         move 'BAD BUSINESS DATE' to reject-why
      end-if
   end-if
   if hdr-feed not = spaces
      move 'Y' to write-ht
   end-if
   if src-count-x not = spaces
      move src-count-x to el-text
      move '0' to num-dec
      move 'N' to num-sign
      perform parse-element-number
      if num-ok = 'Y' and num-val >= 0
         move num-val to trl-count
      else
         move 'Y' to extract-bad
         move 'BAD TRAILER COUNT' to reject-why
      end-if
   end-if
   if src-hash-x not = spaces
      move src-hash-x to el-text
      move elDec(7) to num-dec
      move elSign(7) to num-sign
      perform parse-element-number
      if num-ok = 'Y' and num-val >= 0
         move num-val to trl-hash
      else
         move 'Y' to extract-bad
         move 'BAD TRAILER HASH TOTAL' to reject-why
      end-if
   end-if.

*>second pass: writes the standard header, every data line that maps and
*>the standard trailer; a second header or trailer is logged, not used
convert-source.
   open output std-file
   if std-status not = '00'
      display 'Unable to open standard output '
         function trim(stdFileName) ' (status ' std-status ')'
      exit paragraph
   end-if
   if write-ht = 'Y'
      move hdr-feed to sh-feed
      move hdr-date to sh-date
      move std-header to std-record
      write std-record
   end-if
   move 0 to lines-read
   move space to raw-eof
   open input raw-file
   perform until raw-eof = 'T'
      read raw-file
         at end move 'T' to raw-eof
         not at end perform convert-raw-record
      end-read
   end-perform
   close raw-file
   if write-ht = 'Y'
      if src-count-x = spaces
         move mapped-count to trl-count
      end-if
      if src-hash-x = spaces
         move mapped-hash to trl-hash
      end-if
      move trl-count to st-count
      move trl-hash to st-hash
      move std-trailer to std-record
      write std-record
   end-if
   close std-file.

*>converts one line in the second pass
convert-raw-record.
   add 1 to lines-read
   if lines-read <= lay-skip or raw-record = spaces
      exit paragraph
   end-if
   perform classify-raw-record
   move spaces to map-reason
   if rec-kind = 'H'
      if lines-read not = hdr-line
         move 'DUPLICATE HEADER' to map-reason
      end-if
   else
      if rec-kind = 'T'
         if lines-read not = trl-line
            move 'DUPLICATE TRAILER' to map-reason
         end-if
      else
         add 1 to data-lines
         perform map-data-record
      end-if
   end-if
   if map-reason not = spaces
      add 1 to unmapped-count
      move lines-read to err-pos
      move raw-record to log-text
      perform write-log-row
   end-if.

*>maps one data line: the value must parse and not be negative (the
*>standard value field is unsigned), the weight must be blank or numeric
*>and the category must fit its 8 bytes
map-data-record.
   move 1 to e
   perform pull-element-e
   move elDec(1) to num-dec
   move elSign(1) to num-sign
   perform parse-element-number
   if num-ok = 'N'
      exit paragraph
   end-if
   if num-val < 0
      move 'NEGATIVE VALUE' to map-reason
      exit paragraph
   end-if
   move num-val to sd-num
   move spaces to sd-weight sd-cat
   if elGiven(2) = 'Y'
      move 2 to e
      perform pull-element-e
      if el-text not = spaces
         if function test-numval(el-text) not = 0
            move 'BAD WEIGHT' to map-reason
            exit paragraph
         end-if
         if function length(function trim(el-text)) > 20
            move 'WEIGHT TOO LONG' to map-reason
            exit paragraph
         end-if
         move el-text to sd-weight
      end-if
   end-if
   if elGiven(3) = 'Y'
      move 3 to e
      perform pull-element-e
      if el-text not = spaces
         if function length(function trim(el-text)) > 8
            move 'CATEGORY TOO LONG' to map-reason
            exit paragraph
         end-if
         move el-text to sd-cat
      end-if
   end-if
   add 1 to mapped-count
   compute mapped-hash = mapped-hash + num-val
   move std-data to std-record
   write std-record.

*>tells header, trailer and data lines apart by the record-type tag when
*>the layout names one; without it every line is data
classify-raw-record.
   compute rec-len = function length(function trim(raw-record trailing))
   move 'D' to rec-kind
   if rt-given = 'Y'
      move rt-pos to pull-pos
      move rt-len to pull-len
      perform pull-element
      if rt-hdr not = spaces and el-text = rt-hdr
         move 'H' to rec-kind
      else
         if rt-trl not = spaces and el-text = rt-trl
            move 'T' to rec-kind
         end-if
      end-if
   end-if.

*>pulls element e off the line being worked on
pull-element-e.
   move elPos(e) to pull-pos
   move elLen(e) to pull-len
   perform pull-element.

*>pulls the item at pull-pos/pull-len (fixed) or field pull-pos
*>(delimited) into el-text, left-justified with any quotes stripped
pull-element.
   move spaces to el-text
   if lay-format = 'F'
      move raw-record(pull-pos:pull-len) to el-text
   else
      perform get-delim-field
   end-if
   move function trim(el-text) to el-text
   if el-text(1:1) = '"'
      inspect el-text replacing all '"' by space
      move function trim(el-text) to el-text
   end-if.

*>walks a delimited line to field pull-pos; a line with fewer fields
*>leaves the item blank
get-delim-field.
   move 1 to fld-ptr
   move 1 to fld-k
   perform until fld-k > pull-pos or fld-ptr > rec-len
      move spaces to el-text
      unstring raw-record(1:rec-len) delimited by lay-delim
         into el-text
         with pointer fld-ptr
      end-unstring
      add 1 to fld-k
   end-perform
   if fld-k <= pull-pos
      move spaces to el-text
   end-if.

*>parses el-text as a number under num-dec and num-sign into num-val:
*>an explicit decimal point is taken as written, an implied one divides
*>the digits down; a sign the convention does not allow, or anything not
*>a number, fails with the reason in map-reason
parse-element-number.
   move 'Y' to num-ok
   move 'N' to num-neg
   move 0 to num-val
   move function trim(el-text) to num-text
   if num-text = spaces
      move 'VALUE MISSING' to map-reason
      move 'N' to num-ok
      exit paragraph
   end-if
   compute num-len = function length(function trim(num-text))
   if num-sign = 'L'
      if num-text(1:1) = '-' or num-text(1:1) = '+'
         if num-text(1:1) = '-'
            move 'Y' to num-neg
         end-if
         move space to num-text(1:1)
         move function trim(num-text) to num-text
      end-if
   end-if
   if num-sign = 'T'
      if num-text(num-len:1) = '-' or num-text(num-len:1) = '+'
         if num-text(num-len:1) = '-'
            move 'Y' to num-neg
         end-if
         move space to num-text(num-len:1)
      end-if
   end-if
   if num-text = spaces
      move 'VALUE MISSING' to map-reason
      move 'N' to num-ok
      exit paragraph
   end-if
   compute num-len = function length(function trim(num-text))
   if num-dec = 'E'
      if function test-numval(num-text) not = 0
         move 'VALUE NOT NUMERIC' to map-reason
         move 'N' to num-ok
      else
         compute num-val = function numval(num-text)
            on size error
               move 'VALUE TOO LARGE' to map-reason
               move 'N' to num-ok
         end-compute
      end-if
   else
      if num-text(1:num-len) is not numeric
         move 'VALUE NOT NUMERIC' to map-reason
         move 'N' to num-ok
      else
         if num-len > 18
            move 'VALUE TOO LARGE' to map-reason
            move 'N' to num-ok
         else
            move num-dec to dec-n
            compute num-val = function numval(num-text(1:num-len))
               / (10 ** dec-n)
               on size error
                  move 'VALUE TOO LARGE' to map-reason
                  move 'N' to num-ok
            end-compute
         end-if
      end-if
   end-if
   if num-ok = 'Y' and num-neg = 'Y'
      compute num-val = 0 - num-val
   end-if.

*>writes one row to the intake log: position, reason and the line itself
*>so the source system can be chased without the raw file
write-log-row.
   move err-pos to pos-edit
   move spaces to log-line
   string function trim(pos-edit) delimited by size
          ',' delimited by size
          function trim(map-reason) delimited by size
          ',' delimited by size
          function trim(log-text) delimited by size
          into log-line
   end-string
   write log-line.

*>appends the counts, where the header and trailer came from and the
*>accept/reject verdict to the log so the whole intake reads from one file
write-intake-summary.
   move spaces to log-line
   write log-line
   move 'Lines Read' to sum-label
   move lines-read to count-edit
   perform write-summary-row
   move 'Data Lines' to sum-label
   move data-lines to count-edit
   perform write-summary-row
   move 'Records Mapped' to sum-label
   move mapped-count to count-edit
   perform write-summary-row
   move 'Lines Not Mapped' to sum-label
   move unmapped-count to count-edit
   perform write-summary-row
   move 'Header' to sum-label
   move 'NONE' to sum-text
   if write-ht = 'Y'
      move 'BUILT' to sum-text
      if src-header = 'Y'
         move 'SOURCE' to sum-text
      end-if
   end-if
   perform write-summary-text
   move 'Trailer' to sum-label
   move 'NONE' to sum-text
   if write-ht = 'Y'
      move 'BUILT' to sum-text
      if src-count-x not = spaces
         move 'SOURCE' to sum-text
      end-if
   end-if
   perform write-summary-text
   move 'File Status' to sum-label
   move 'ACCEPTED' to sum-text
   if extract-bad = 'Y' or layout-bad = 'Y'
      move 'REJECTED' to sum-text
   end-if
   perform write-summary-text.

*>writes one "label,count" row of the intake summary
write-summary-row.
   move spaces to log-line
   string function trim(sum-label) delimited by size
          ',' delimited by size
          function trim(count-edit) delimited by size
          into log-line
   end-string
   write log-line.

*>writes one "label,text" row of the intake summary
write-summary-text.
   move spaces to log-line
   string function trim(sum-label) delimited by size
          ',' delimited by size
          function trim(sum-text) delimited by size
          into log-line
   end-string
   write log-line.
