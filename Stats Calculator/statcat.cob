identification division.
program-id. statcat.

*>maintenance for the category reference file: add, change, deactivate,
*>list and inquire on category codes. The cat-code on a data record is a
*>bare 8-character code; this file says what each code means -- the
*>description the report prints in place of "NE04" -- and which code it
*>rolls up into, so store rolls to region and region to division. statedit
*>checks data records against it and statnew prints the descriptions and
*>the roll-up subtotals from it. Every change writes an audit record
*>(operator, timestamp, action, before and after images) to a standing
*>audit file that is only ever appended to, the same way statfeed audits
*>the feed master, and the inquiry option reads one code's history back

environment division.
input-output section.
file-control.
select cat-master assign to catFileName
   organization is line sequential
   file status is cat-status.
select audit-file assign to auditFileName
   organization is line sequential
   file status is audit-status.

data division.
file section.
fd cat-master.
   01 cat-record pic X(100). *>one category per line: code,active,description,parent
fd audit-file.
   01 audit-record pic X(300). *>one line per maintenance action: date|time|operator|action|code|before image|after image -- pipe-delimited because the images carry commas

working-storage section.
01 catFileName pic x(60) value 'statcat.dat'. *>the category reference file statedit and statnew read
77 cat-status pic XX. *>file status of cat-master
77 cat-eof pic A(1). *>end of category file checker
77 menu-choice pic X(1). *>what the operator asked for: A, C, D, L, I or Q
77 done-flag pic A(1) value 'N'. *>set to 'Y' when the operator quits
77 cat-count pic 9(4) value 0. *>how many codes the table holds
77 max-cats pic 9(4) value 2000. *>working limit of the category table
77 c pic 9(4) value 0. *>category table entry being worked on
77 c2 pic 9(4) value 0. *>second table index, walking a parent chain or looking for children
77 found-c pic 9(4) value 0. *>table entry matched by a code lookup, 0 when not found
77 ask-id pic X(8). *>category code the operator typed for a lookup
77 ask-text pic X(60). *>free-text answer to a prompt, blank meaning keep/default
77 comma-tally pic 9(3) value 0. *>commas found in a free-text answer; the file is comma-delimited, so they cannot be stored
77 cm-code pic X(8). *>code field split off a category record
77 cm-active pic X(1). *>active flag field split off a category record
77 cm-desc pic X(60). *>description field split off a category record
77 cm-parent pic X(8). *>parent roll-up code field split off a category record
77 new-parent pic X(8). *>parent code being proposed for an entry
77 parent-ok pic A(1). *>'Y' when the proposed parent passes the checks
77 chain-depth pic 9(2) value 0. *>levels walked up a parent chain
77 max-depth pic 9(2) value 9. *>deepest roll-up chain statnew will total
77 child-count pic 9(4) value 0. *>active codes still rolling into one being deactivated
01 auditFileName pic x(60) value 'statcat.aud'. *>standing audit file, only ever appended to
77 audit-status pic XX. *>file status of audit-file, used to create it on the very first action
77 audit-eof pic A(1). *>end of audit file checker
77 operator-id pic X(8) value spaces. *>who is running this maintenance session, stamped on every audit record; starts as spaces so the opening prompt always fires
77 audit-date pic 9(8) value 0. *>date of the action being audited, yyyymmdd
77 audit-time pic 9(8) value 0. *>time of the action being audited, hhmmsscc
77 audit-action pic X(10). *>what the action was: ADD, CHANGE or DEACTIVATE
01 before-image pic X(100). *>the category entry as it stood before the action
01 after-image pic X(100). *>the category entry as the action left it
01 record-image pic X(100). *>one category entry built into file record form, shared by the save and the audit images
77 aud-date pic X(10). *>date field split off an audit record for the inquiry
77 aud-time pic X(10). *>time field split off an audit record for the inquiry
77 aud-oper pic X(10). *>operator field split off an audit record for the inquiry
77 aud-action pic X(12). *>action field split off an audit record for the inquiry
77 aud-code pic X(8). *>code field split off an audit record for the inquiry
01 aud-before pic X(100). *>before image split off an audit record for the inquiry
01 aud-after pic X(100). *>after image split off an audit record for the inquiry
77 audit-matches pic 9(4) value 0. *>audit records shown by the inquiry

01 cat-tbl. *>the whole reference file held in storage while the operator works
   02 cat-entry occurs 2000 times.
      03 ct-code pic X(8).
      03 ct-active pic X(1). *>'N' makes the code unknown to statedit, though its history stays on file
      03 ct-desc pic X(60). *>what the business calls the code, printed on the report in its place
      03 ct-parent pic X(8). *>code this one rolls up into; blank at the top of a hierarchy

procedure division.
   *>the auditors want every reference change owned by a person, so a
   *>session does not start until the operator says who they are
   perform until operator-id not = spaces
      display 'Operator id: '
      accept operator-id
   end-perform
   perform load-cat-master
   perform until done-flag = 'Y'
      perform show-menu
   end-perform
   display 'Category reference maintenance finished'
stop run.

*>reads the whole reference file into the table; a missing file just
*>means no categories are defined yet, so maintenance starts from empty
load-cat-master.
   move space to cat-eof
   open input cat-master
   if cat-status = '00'
      perform read-cat-entry until cat-eof = 'T'
      close cat-master
   end-if.

*>reads one category record and, if not at end, stores it in the table
read-cat-entry.
   read cat-master
        at end move 'T' to cat-eof
        not at end perform store-cat-entry
   end-read.

*>splits one category record into the next table entry; a mangled record
*>is reported and dropped rather than carried forward blind
store-cat-entry.
   move spaces to cm-code cm-active cm-desc cm-parent
   unstring cat-record delimited by ','
      into cm-code cm-active cm-desc cm-parent
   end-unstring
   if cm-code = spaces
      display 'Dropping malformed category record: '
         function trim(cat-record)
   else
      if cat-count < max-cats
         add 1 to cat-count
         move cm-code to ct-code(cat-count)
         move 'Y' to ct-active(cat-count)
         if cm-active = 'N'
            move 'N' to ct-active(cat-count)
         end-if
         move cm-desc to ct-desc(cat-count)
         move cm-parent to ct-parent(cat-count)
      else
         display 'Category table full -- record dropped: '
            function trim(cat-record)
      end-if
   end-if.

*>shows the menu and runs whichever action the operator picks
show-menu.
   display ' '
   display 'Category reference maintenance -- A)dd C)hange D)eactivate '
      'L)ist I)nquire Q)uit: '
   accept menu-choice
   move function upper-case(menu-choice) to menu-choice
   if menu-choice = 'A'
      perform add-category
   else
      if menu-choice = 'C'
         perform change-category
      else
         if menu-choice = 'D'
            perform deactivate-category
         else
            if menu-choice = 'L'
               perform list-categories
            else
               if menu-choice = 'I'
                  perform inquire-category
               else
                  if menu-choice = 'Q'
                     move 'Y' to done-flag
                  else
                     display 'Please answer A, C, D, L, I or Q'
                  end-if
               end-if
            end-if
         end-if
      end-if
   end-if.

*>the reference file is comma-delimited, so a comma inside a description
*>would silently shift the parent field on the next load; strip them out
*>loudly before anything is stored
sanitize-answer.
   move 0 to comma-tally
   inspect ask-text tallying comma-tally for all ','
   if comma-tally > 0
      inspect ask-text replacing all ',' by space
      display 'Commas cannot be stored in the category file -- removed'
   end-if.

*>looks ask-id up in the table, leaving the entry number in found-c
find-category.
   move 0 to found-c
   perform varying c from 1 by 1 until c > cat-count
      if ct-code(c) = ask-id
         move c to found-c
         exit perform
      end-if
   end-perform.

*>checks new-parent for entry found-c (0 for a code not yet added): blank
*>is a top-level code, otherwise the parent must be on file, must not be
*>the code itself or roll up through it, and the chain above it must stay
*>within the depth statnew totals
check-parent.
   move 'Y' to parent-ok
   if new-parent = spaces
      exit paragraph
   end-if
   if new-parent = ask-id
      display 'A code cannot roll up into itself'
      move 'N' to parent-ok
      exit paragraph
   end-if
   move 1 to chain-depth
   move new-parent to cm-parent
   perform until cm-parent = spaces or parent-ok = 'N'
      move 0 to c2
      perform varying c from 1 by 1 until c > cat-count
         if ct-code(c) = cm-parent
            move c to c2
            exit perform
         end-if
      end-perform
      if c2 = 0
         display 'Parent code ' function trim(cm-parent)
            ' is not on the reference file'
         move 'N' to parent-ok
      else
         if ct-parent(c2) = ask-id
            display 'Parent ' function trim(new-parent)
               ' already rolls up into ' function trim(ask-id)
            move 'N' to parent-ok
         else
            add 1 to chain-depth
            if chain-depth > max-depth
               display 'Roll-up chain would be deeper than '
                  max-depth ' levels'
               move 'N' to parent-ok
            end-if
            move ct-parent(c2) to cm-parent
         end-if
      end-if
   end-perform.

*>adds a new code: the code must be new and the description is required;
*>the parent, when given, must already be on file
add-category.
   if cat-count = max-cats
      display 'Category table full -- cannot add another code'
   else
      display 'Category code: '
      accept ask-id
      move ask-id to ask-text
      perform sanitize-answer
      move ask-text to ask-id
      perform find-category
      if ask-id = spaces
         display 'A category code is required'
      else
         if found-c > 0
            display 'Category ' function trim(ask-id) ' already exists'
         else
            display 'Description: '
            accept ask-text
            perform sanitize-answer
            move ask-text to cm-desc
            display 'Parent roll-up code (blank for top level): '
            accept ask-text
            perform sanitize-answer
            move ask-text to new-parent
            perform check-parent
            if cm-desc = spaces
               display 'A description is required -- code not added'
            else
               if parent-ok = 'N'
                  display 'Code not added'
               else
                  add 1 to cat-count
                  move cat-count to c
                  move ask-id to ct-code(c)
                  move 'Y' to ct-active(c)
                  move cm-desc to ct-desc(c)
                  move new-parent to ct-parent(c)
                  move '(new code)' to before-image
                  perform build-cat-record
                  move record-image to after-image
                  perform save-cat-master
                  move 'ADD' to audit-action
                  perform write-audit-record
                  display 'Category ' function trim(ask-id) ' added'
               end-if
            end-if
         end-if
      end-if
   end-if.

*>changes a code: every field is prompted with its current value and a
*>blank answer keeps what is there; a parent of '*' moves the code to the
*>top level, since a blank answer already means keep
change-category.
   display 'Category code to change: '
   accept ask-id
   perform find-category
   if found-c = 0
      display 'Category ' function trim(ask-id) ' not found'
   else
      move found-c to c
      perform build-cat-record
      move record-image to before-image
      display 'Active now ' ct-active(c) ' -- new value (blank keeps): '
      accept ask-text
      if ask-text = 'Y' or ask-text = 'y'
         move 'Y' to ct-active(c)
      else
         if ask-text = 'N' or ask-text = 'n'
            move 'N' to ct-active(c)
         end-if
      end-if
      display 'Description now ' function trim(ct-desc(c))
         ' -- new value (blank keeps): '
      accept ask-text
      if ask-text not = spaces
         perform sanitize-answer
         move ask-text to ct-desc(c)
      end-if
      display 'Parent now ' function trim(ct-parent(c))
         ' -- new value (blank keeps, * for top level): '
      accept ask-text
      if ask-text not = spaces
         perform sanitize-answer
         move ask-text to new-parent
         if new-parent = '*'
            move spaces to new-parent
         end-if
         perform check-parent
         if parent-ok = 'Y'
            move new-parent to ct-parent(found-c)
         else
            display 'Parent left as ' function trim(ct-parent(found-c))
         end-if
      end-if
      move found-c to c
      perform build-cat-record
      move record-image to after-image
      perform save-cat-master
      move 'CHANGE' to audit-action
      perform write-audit-record
      display 'Category ' function trim(ask-id) ' changed'
   end-if.

*>turns a code off without losing it: statedit then treats it as unknown,
*>while its history and any codes still rolling into it stay on file; the
*>operator is told about those children so they can be moved
deactivate-category.
   display 'Category code to deactivate: '
   accept ask-id
   perform find-category
   if found-c = 0
      display 'Category ' function trim(ask-id) ' not found'
   else
      move found-c to c
      perform build-cat-record
      move record-image to before-image
      move 'N' to ct-active(found-c)
      move found-c to c
      perform build-cat-record
      move record-image to after-image
      perform save-cat-master
      move 'DEACTIVATE' to audit-action
      perform write-audit-record
      display 'Category ' function trim(ask-id) ' deactivated'
      move 0 to child-count
      perform varying c2 from 1 by 1 until c2 > cat-count
         if ct-parent(c2) = ask-id and ct-active(c2) = 'Y'
            add 1 to child-count
         end-if
      end-perform
      if child-count > 0
         display child-count ' active code(s) still roll up into '
            function trim(ask-id)
      end-if
   end-if.

*>lists every code with its description and parent, one per line
list-categories.
   if cat-count = 0
      display 'No codes on the reference file'
   else
      perform varying c from 1 by 1 until c > cat-count
         display ct-code(c) ' ' ct-active(c) ' '
            ct-desc(c)(1:40)
            ' parent ' function trim(ct-parent(c))
      end-perform
   end-if.

*>rewrites the whole reference file from the table after every change, so
*>a killed session never leaves a half-written file of codes
save-cat-master.
   open output cat-master
   if cat-status not = '00'
      display 'Unable to write category file '
         function trim(catFileName) ' (status ' cat-status ')'
   else
      perform varying c from 1 by 1 until c > cat-count
         perform build-cat-record
         move record-image to cat-record
         write cat-record
      end-perform
      close cat-master
   end-if.

*>builds category entry c into file record form; the save writes it out
*>and the audit trail stores the same image as a before or after picture
build-cat-record.
   move spaces to record-image
   string function trim(ct-code(c)) delimited by size
          ',' delimited by size
          ct-active(c) delimited by size
          ',' delimited by size
          function trim(ct-desc(c)) delimited by size
          ',' delimited by size
          function trim(ct-parent(c)) delimited by size
          into record-image
   end-string.

*>appends one action to the standing audit file: the operator, the
*>timestamp, the action and the before and after images of the entry it
*>touched; the file is never rewritten, only appended to, and the very
*>first action creates it
write-audit-record.
   accept audit-date from date yyyymmdd
   accept audit-time from time
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
             function trim(ask-id) delimited by size
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

*>reads one code's change history back off the audit file: who did what,
*>when, and what the entry looked like before and after
inquire-category.
   display 'Category code to inquire on: '
   accept ask-id
   perform find-category
   if found-c > 0
      display ct-code(found-c) ' ' ct-active(found-c) ' '
         function trim(ct-desc(found-c))
         ' parent ' function trim(ct-parent(found-c))
   end-if
   move 0 to audit-matches
   move space to audit-eof
   open input audit-file
   if audit-status not = '00'
      display 'No audit history on file'
   else
      perform read-audit-entry until audit-eof = 'T'
      close audit-file
      if audit-matches = 0
         display 'No audit history for ' function trim(ask-id)
      end-if
   end-if.

*>reads one audit record and, if not at end, shows it when it matches
read-audit-entry.
   read audit-file
        at end move 'T' to audit-eof
        not at end perform show-audit-entry
   end-read.

*>splits one audit record and displays it when it belongs to the code
*>being inquired on
show-audit-entry.
   move spaces to aud-date aud-time aud-oper aud-action aud-code
      aud-before aud-after
   unstring audit-record delimited by '|'
      into aud-date aud-time aud-oper aud-action aud-code
         aud-before aud-after
   end-unstring
   if function trim(aud-code) = function trim(ask-id)
      add 1 to audit-matches
      display aud-date(1:8) ' ' aud-time(1:6) ' ' aud-oper ' '
         aud-action
      display '   before: ' function trim(aud-before)
      display '   after:  ' function trim(aud-after)
   end-if.
