*>PIC 9(14)V9(4), so alpha garbage, a stray sign or a short record would
*>otherwise be reinterpreted silently into a plausible-looking wrong
*>number -- two bad month-end reports got traced to exactly that.
*>When the category reference file is there, every data record's
*>cat-code must be an active code on it: an unknown code is rejected
*>like any other bad line, or -- in flag mode -- passed through with a
*>warning row on the error report, so a typo in the source system no
*>longer quietly becomes a category of its own.
*>Run standalone it prompts as it always has; the nightly run instead
*>hands its parameters over in stateditparm.tmp and CALLs it per
*>edit-first feed, reading the verdict back off the return code
select edit-parm-file assign to editParmFileName
   organization is line sequential
   file status is eparm-status.
select cat-master assign to catFileName
   organization is line sequential
   file status is cat-status.
select edit-sort assign to 'editsort.tmp'.
data division.
file section.
      05 seq-image pic X(47).
      05 seq-seq pic 9(9).
fd edit-parm-file.
   01 edit-parm-record pic X(200). *>one "raw,clean,min,max,threshold[,catmode]" line left by the nightly run when it drives this edit; emptied once taken
fd cat-master.
   01 cat-record pic X(100). *>one category per line: code,active,description,parent -- maintained by statcat
sd edit-sort.
   01 edit-sort-rec.
      05 edt-image pic X(47).
01 editParmFileName pic x(60) value 'stateditparm.tmp'. *>parameter hand-off from the nightly run; absent or empty when run standalone
77 eparm-status pic XX. *>file status of edit-parm-file
77 parm-mode pic A(1) value 'N'. *>set to 'Y' when the parameters came from the hand-off file instead of the prompts
01 catFileName pic x(60) value 'statcat.dat'. *>category reference file; absent means categories are not checked
77 cat-status pic XX. *>file status of cat-master
77 cat-eof pic A(1). *>end of category file checker
77 cm-code pic X(8). *>code field split off a category record
77 cm-active pic X(1). *>active flag field split off a category record
77 cat-mode-raw pic X(10). *>unknown-category handling as typed or handed over, blank meaning reject
77 cat-mode pic X(1) value 'R'. *>'R' rejects a record whose category is unknown, 'F' passes it with a warning row
77 ref-count pic 9(4) value 0. *>active codes loaded from the reference file
77 max-refs pic 9(4) value 2000. *>working limit of the reference table
77 r pic 9(4) value 0. *>reference table entry being matched
77 cat-x pic X(8). *>the category region of the line being judged
77 cat-known pic A(1) value 'N'. *>whether the line's category is an active code on the reference file
77 flag-count pic 9(9) value 0. *>data records passed through with an unknown category in flag mode
01 ref-tbl. *>the active codes on the category reference file
   02 ref-code pic X(8) occurs 2000 times.
01 val-x pic X(18). *>the value region of the line being judged, as text
01 val-9 redefines val-x pic 9(14)V9(4). *>the same region as the number statnew will read
77 weight-x pic X(20). *>the weight region of the line being judged, as text
   perform reset-edit-totals
   perform get-edit-parameters
   perform build-edit-file-names
   perform load-cat-reference
   perform run-edit
goback.

            move 8 to return-code
         else
            perform write-clean-file
            if reject-count > 0 or flag-count > 0
               move 4 to return-code
            end-if
         end-if
   move 'N' to min-given
   move 'N' to max-given
   move 10 to threshold-pct
   move 'N' to parm-mode
   move spaces to cat-mode-raw
   move 'R' to cat-mode
   move 0 to ref-count
   move 0 to flag-count.

*>takes the run's parameters from the hand-off file when the nightly run
*>left one, and prompts the old way when it did not; a taken hand-off is
      accept max-raw
      display 'Error rate percent to reject the file (blank for 10): '
      accept threshold-raw
      display 'Unknown category codes: R)eject or F)lag (blank for R): '
      accept cat-mode-raw
      perform parse-edit-parameters
   end-if.

*>rather than editing the wrong file
take-edit-parameters.
   move spaces to rawFileName cleanFileName min-raw max-raw
      threshold-raw cat-mode-raw
   unstring edit-parm-record delimited by ','
      into rawFileName cleanFileName min-raw max-raw threshold-raw
         cat-mode-raw
   end-unstring
   if rawFileName not = spaces and cleanFileName not = spaces
      move 'Y' to parm-mode
   if threshold-raw not = spaces
         and function test-numval(threshold-raw) = 0
      compute threshold-pct = function numval(threshold-raw)
   end-if
   move 'R' to cat-mode
   if cat-mode-raw(1:1) = 'F' or cat-mode-raw(1:1) = 'f'
      move 'F' to cat-mode
   end-if.

*>loads the active codes off the category reference file; a missing file
*>means the shop has not set categories up, and they go unchecked as they
*>always have. An inactive code is left out, so it counts as unknown
load-cat-reference.
   move 0 to ref-count
   move space to cat-eof
   open input cat-master
   if cat-status = '00'
      perform until cat-eof = 'T'
         read cat-master
            at end move 'T' to cat-eof
            not at end perform store-cat-reference
         end-read
      end-perform
      close cat-master
   end-if.

*>keeps one category record's code when it is active
store-cat-reference.
   move spaces to cm-code cm-active
   unstring cat-record delimited by ','
      into cm-code cm-active
   end-unstring
   if cm-code not = spaces and cm-active not = 'N'
      if ref-count < max-refs
         add 1 to ref-count
         move cm-code to ref-code(ref-count)
      else
         display 'Category reference table full -- code dropped: '
            function trim(cm-code)
      end-if
   end-if.

*>derives the error report and work file names from the clean file name so
   if tv-type = 'D'
      move tv-num to val-x
      move tv-weight to weight-x
      move tv-cat to cat-x
   else
      if lv-num(1:1) >= '0' and lv-num(1:1) <= '9'
         move lv-num to val-x
         move lv-weight to weight-x
         move lv-cat to cat-x
      else
         move 'UNRECOGNIZED RECORD TYPE' to reject-reason
      end-if
         move 'VALUE NOT NUMERIC' to reject-reason
      end-if
   end-if
   if reject-reason = spaces and ref-count > 0 and cat-x not = spaces
      perform judge-category
   end-if
   if reject-reason = spaces
      add 1 to valid-count
      move judge-image to edt-image
      release edit-sort-rec
   end-if.

*>looks the line's category up on the reference file; an unknown code is
*>rejected, or in flag mode gets a warning row of its own on the error
*>report while the record itself carries on to the clean file
judge-category.
   move 'N' to cat-known
   perform varying r from 1 by 1 until r > ref-count
      if ref-code(r) = cat-x
         move 'Y' to cat-known
         exit perform
      end-if
   end-perform
   if cat-known = 'N'
      if cat-mode = 'F'
         add 1 to flag-count
         move 'UNKNOWN CATEGORY - FLAGGED' to reject-reason
         move lines-read to err-pos
         perform write-error-row
         move spaces to reject-reason
      else
         move 'UNKNOWN CATEGORY' to reject-reason
      end-if
   end-if.

*>walks the image-sorted records once: the first of each run of equal
*>images survives to the keep file, every later copy is rejected as a
*>duplicate with its line position
   move 'Duplicates' to sum-label
   move dup-count to count-edit
   perform write-summary-row
   if ref-count > 0 and cat-mode = 'F'
      move 'Unknown Categories' to sum-label
      move flag-count to count-edit
      perform write-summary-row
   end-if
   move error-rate to rate-edit
   move spaces to error-line
   string 'Error Rate %,' delimited by size
