*>maintenance for the feed master file that drives the nightly statistics
*>run: add, change, deactivate, list and inquire on feeds. Everything that
*>used to be tribal knowledge about a feed -- its paths, whether it is
*>active, what record count is normal, who owns it, its tolerance
*>settings, whether it gets the outlier-excluded reprint, whether its
*>extracts may restate an earlier business date (a standing switch, on
*>until it is set back), whether its extract needs converting by a layout
*>before the run and whether its report carries the Benford leading-digit
*>section -- lives here, keyed by feed id. Every change writes an audit
*>record (operator, timestamp, action, before and after images) to a
*>standing audit file that is only ever appended to, and the inquiry
*>option reads one feed's change history back -- the answer to "who set
*>this range, when, and what was it before"

environment division.
input-output section.
data division.
file section.
fd feed-master.
   01 feed-record pic X(250). *>one feed per line: id,active,input,output,mincount,maxcount,owner,tolerance,excl,edit,print,restate,intake,layout,benford
fd audit-file.
   01 audit-record pic X(600). *>one line per maintenance action: date|time|operator|action|feed id|before image|after image -- pipe-delimited because the images carry commas

77 fm-excl pic X(1). *>outlier-excluded reprint flag split off a master record
77 fm-edit pic X(1). *>edit-first flag split off a master record
77 fm-print pic X(1). *>print-ready report flag split off a master record
77 fm-restate pic X(1). *>restatement flag split off a master record
77 fm-intake pic X(1). *>layout intake flag split off a master record
77 fm-layout pic X(8). *>intake layout id split off a master record
77 fm-benford pic X(1). *>Benford section flag split off a master record
77 min-edit pic Z(8)9. *>edited minimum count for a written master record
77 max-edit pic Z(8)9. *>edited maximum count for a written master record
77 tol-edit pic ZZ9.99. *>edited tolerance percent for a written master record
      03 fd-excl pic X(1).
      03 fd-edit pic X(1). *>'Y' runs the raw extract through statedit ahead of the nightly statistics pass
      03 fd-print pic X(1). *>'Y' writes this feed's nightly report in the print-ready paginated format
      03 fd-restate pic X(1). *>standing switch: while 'Y', every extract for the feed may replace a business date older than its latest filed one, until it is set back to 'N'
      03 fd-intake pic X(1). *>'Y' converts the raw extract through statintake by its layout ahead of everything else
      03 fd-layout pic X(8). *>layout id on statlay.dat the intake converts by; blank means the feed id
      03 fd-benford pic X(1). *>'Y' adds the Benford leading-digit section to the feed's report, for fraud screening

procedure division.
   *>the auditors want every parameter change owned by a person, so a
*>reported and dropped rather than carried forward blind
store-feed-entry.
   move spaces to fm-id fm-active fm-input fm-output fm-min fm-max
      fm-owner fm-tol fm-excl fm-edit fm-print fm-restate fm-intake
      fm-layout fm-benford
   unstring feed-record delimited by ','
      into fm-id fm-active fm-input fm-output fm-min fm-max
         fm-owner fm-tol fm-excl fm-edit fm-print fm-restate fm-intake
         fm-layout fm-benford
   end-unstring
   if fm-id = spaces or fm-input = spaces or fm-output = spaces
      display 'Dropping malformed feed master record: '
         if fm-print = 'Y'
            move 'Y' to fd-print(feed-count)
         end-if
         move 'N' to fd-restate(feed-count)
         if fm-restate = 'Y'
            move 'Y' to fd-restate(feed-count)
         end-if
         move 'N' to fd-intake(feed-count)
         if fm-intake = 'Y'
            move 'Y' to fd-intake(feed-count)
         end-if
         move fm-layout to fd-layout(feed-count)
         move 'N' to fd-benford(feed-count)
         if fm-benford = 'Y'
            move 'Y' to fd-benford(feed-count)
         end-if
      else
         display 'Feed table full -- record dropped: '
            function trim(feed-record)
            if ask-text = 'Y' or ask-text = 'y'
               move 'Y' to fd-print(f)
            end-if
            *>a new feed has nothing on file to restate
            move 'N' to fd-restate(f)
            display 'Convert the raw extract by an intake layout? (Y/N): '
            accept ask-text
            move 'N' to fd-intake(f)
            move spaces to fd-layout(f)
            if ask-text = 'Y' or ask-text = 'y'
               move 'Y' to fd-intake(f)
               display 'Layout id (blank for the feed id): '
               accept ask-text
               perform sanitize-answer
               move ask-text to fd-layout(f)
            end-if
            display 'Benford leading-digit section? (Y/N): '
            accept ask-text
            move 'N' to fd-benford(f)
            if ask-text = 'Y' or ask-text = 'y'
               move 'Y' to fd-benford(f)
            end-if
            if fd-input(f) = spaces or fd-output(f) = spaces
               display 'Input and output paths are required -- '
                  'feed not added'
            move 'N' to fd-print(f)
         end-if
      end-if
      display 'Restate switch (stays on for every run until set '
         'back to N) now ' fd-restate(f)
         ' -- new value (blank keeps): '
      accept ask-text
      if ask-text = 'Y' or ask-text = 'y'
         move 'Y' to fd-restate(f)
      else
         if ask-text = 'N' or ask-text = 'n'
            move 'N' to fd-restate(f)
         end-if
      end-if
      display 'Layout intake now ' fd-intake(f)
         ' -- new value (blank keeps): '
      accept ask-text
      if ask-text = 'Y' or ask-text = 'y'
         move 'Y' to fd-intake(f)
      else
         if ask-text = 'N' or ask-text = 'n'
            move 'N' to fd-intake(f)
         end-if
      end-if
      display 'Layout id now ' function trim(fd-layout(f))
         ' -- new value (blank keeps): '
      accept ask-text
      if ask-text not = spaces
         perform sanitize-answer
         move ask-text to fd-layout(f)
      end-if
      display 'Benford section now ' fd-benford(f)
         ' -- new value (blank keeps): '
      accept ask-text
      if ask-text = 'Y' or ask-text = 'y'
         move 'Y' to fd-benford(f)
      else
         if ask-text = 'N' or ask-text = 'n'
            move 'N' to fd-benford(f)
         end-if
      end-if
      move found-f to f
      perform build-feed-record
      move record-image to after-image
            ' excl ' fd-excl(f)
            ' edit ' fd-edit(f)
            ' print ' fd-print(f)
            ' restate ' fd-restate(f)
            ' intake ' fd-intake(f) ' ' function trim(fd-layout(f))
            ' benford ' fd-benford(f)
            ' owner ' function trim(fd-owner(f))
      end-perform
   end-if.
          fd-edit(f) delimited by size
          ',' delimited by size
          fd-print(f) delimited by size
          ',' delimited by size
          fd-restate(f) delimited by size
          ',' delimited by size
          fd-intake(f) delimited by size
          ',' delimited by size
          function trim(fd-layout(f)) delimited by size
          ',' delimited by size
          fd-benford(f) delimited by size
          into record-image
   end-string.

