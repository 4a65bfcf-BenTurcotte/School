*> -----------------------------------------------------------------------------
*>   Companion to text-stats: maintenance for the submission registry -- the
*>   indexed list of documents the departments are expected to send in
*>   (filename pattern, owning department, contact, document type and the
*>   cadence it is due on). Transactions come from a small flat file named by
*>   TEXTSTATS_REGISTRY_TRANS, one per line:
*>       A,pattern,department,contact,document type,cadence   add an entry
*>       C,pattern,department,contact,document type,cadence   change an entry
*>       R,pattern                                            retire an entry
*>   (a blank field on a change keeps what the entry already holds; a line
*>   opening with "*" is a comment). Patterns match the filenames text-stats
*>   records in the history master, "*" standing for any run of characters
*>   and "?" for any one. Cadence is daily, weekly, biweekly, monthly,
*>   quarterly or annual. Retired entries stay on file, marked, so the
*>   missing-submissions report still knows what was due before they went.
*>   Every transaction is listed as applied or rejected, the registry is
*>   printed back in full, each change is logged with the operator who made
*>   it, and any rejection ends the run nonzero.
*> -----------------------------------------------------------------------------


identification division.
program-id. text-stats-registry.


environment division.
input-output section.
  file-control.
  select optional registry-master assign to "submission_registry.idx"
    organization is indexed
    access mode is dynamic
    record key is rg-pattern
    file status is registry-status.
  select optional trans-file assign to dynamic trans-filename
    organization is line sequential
    file status is trans-file-status.
  select optional audit-file assign to "registry_audit.log"
    organization is line sequential.
  select output-file assign to "registry_report.txt"
    organization is sequential
    access mode is sequential.


data division.
file section.
  fd registry-master.
    01 registry-record.
      05 rg-pattern      pic x(40).
      05 rg-department   pic x(30).
      05 rg-contact      pic x(40).
      05 rg-doc-type     pic x(20).
      05 rg-cadence      pic x(10).
      05 rg-status       pic x.
      05 rg-added-date   pic x(8).
      05 rg-changed-date pic x(8).
      05 rg-retired-date pic x(8).
      05 rg-operator     pic x(20).
  fd trans-file.
    01 trans-record pic x(200).
  fd audit-file.
    01 audit-record pic x(200).
  fd output-file.
    01 output-line pic x(200).

working-storage section.
  01 run-date          pic 9(8).
  01 run-time-now      pic 9(8) value 0.
  01 registry-status   pic xx   value "00".
  01 trans-filename    pic x(60) value spaces.
  01 trans-file-status pic xx   value "00".
  77 registry-usable   pic 9    value 0.
  77 at-eof            pic 9    value 0.

*> who is making the changes -- stamped on every entry and audit line;
*> taken from TEXTSTATS_OPERATOR when set, asked for once when not
  01 operator-id     pic x(20) value spaces.
  01 operator-prompt pic x(44) value "Type your operator id, then press <enter>.".

*> one transaction line split at its commas
  01 parse-line      pic x(200) value spaces.
  01 tr-action       pic x(10) value spaces.
  01 tr-pattern      pic x(40) value spaces.
  01 tr-department   pic x(30) value spaces.
  01 tr-contact      pic x(40) value spaces.
  01 tr-doc-type     pic x(20) value spaces.
  01 tr-cadence      pic x(10) value spaces.
  77 cadence-ok      pic 9     value 0.
  77 entry-found     pic 9     value 0.
  01 reject-reason   pic x(60) value spaces.
  01 action-text     pic x(10) value spaces.

  77 trans-read      pic 9(9) value 0.
  77 added-count     pic 9(9) value 0.
  77 changed-count   pic 9(9) value 0.
  77 retired-count   pic 9(9) value 0.
  77 rejected-count  pic 9(9) value 0.
  77 listed-count    pic 9(9) value 0.
  77 active-count    pic 9(9) value 0.

  01 count-disp      pic z(8)9.
  01 audit-line      pic x(200) value spaces.
  01 detail-line     pic x(200) value spaces.
  01 status-text     pic x(8)  value spaces.
  01 bar             pic x(200) value " +----------------------------------------------------------+".
  01 title-line      pic x(200) value " |              submission registry maintenance             |".
  01 trans-title     pic x(200) value " transactions".
  01 no-trans-line   pic x(200) value "   (no transaction file named -- listing only)".
  01 no-trans-file-line pic x(200) value spaces.
  01 listing-title   pic x(200) value " registry as it now stands".
  01 listing-header  pic x(200) value "   pattern                                  department           type         cadence    status    since".
  01 empty-line      pic x(200) value "   (the registry holds no entries)".
  01 no-master-line  pic x(200) value spaces.


*> what am i to do with all this? ------------------------------------------

procedure division.

000-main.

  accept run-date from date yyyymmdd.
  accept run-time-now from time.

  move spaces to trans-filename.
  display "TEXTSTATS_REGISTRY_TRANS" upon environment-name.
  accept trans-filename from environment-value.

  open output output-file.
  write output-line from bar        after advancing 0 lines.
  write output-line from title-line after advancing 1 line.
  write output-line from bar        after advancing 1 line.

  perform 050-open-registry.
  if registry-usable is equal to 0
    write output-line from no-master-line after advancing 1 line
    write output-line from bar after advancing 1 line
    close output-file
    move 8 to return-code
    stop run
  end-if.

  move spaces to output-line.
  write output-line after advancing 1 line.
  write output-line from trans-title after advancing 1 line.
  if trans-filename is equal to spaces
    write output-line from no-trans-line after advancing 1 line
  else
    move spaces to operator-id
    display "TEXTSTATS_OPERATOR" upon environment-name
    accept operator-id from environment-value
    perform until operator-id is not equal to spaces
      display operator-prompt
      accept operator-id
    end-perform
    perform 100-apply-transactions
  end-if.

  perform 300-list-registry.
  perform 400-write-summary.

  close registry-master.
  write output-line from bar after advancing 1 line.
  close output-file.

*> a transaction that did not take is a change somebody thinks was
*> made -- that has to show red, not sit quietly in the report
  if rejected-count is greater than 0
    move 8 to return-code
  end-if.

  stop run.


*> open the registry for update, creating it the first time round -- the
*> same way text-stats brings its history master into being ----------------

050-open-registry.

  open i-o registry-master.
  if registry-status is equal to "35"
    open output registry-master
    close registry-master
    open i-o registry-master
  end-if.
  if registry-status is equal to "00" or registry-status is equal to "05"
    move 1 to registry-usable
  else
    move 0 to registry-usable
    move spaces to no-master-line
    string " COULD NOT OPEN SUBMISSION REGISTRY (status " delimited by size,
           registry-status delimited by size,
           ") -- nothing applied" delimited by size
           into no-master-line
    display function trim(no-master-line)
  end-if.


*> read the transaction file through, applying each line as it comes --
*> the audit log is opened for the whole pass and written as each change
*> lands, so a run cut short still leaves a true record ----------------------

100-apply-transactions.

  open input trans-file.
  if trans-file-status is not equal to "00"
    close trans-file
    move spaces to no-trans-file-line
    string "   COULD NOT OPEN TRANSACTION FILE " delimited by size,
           trans-filename delimited by space,
           " (status " delimited by size,
           trans-file-status delimited by size,
           ") -- nothing applied" delimited by size
           into no-trans-file-line
    write output-line from no-trans-file-line after advancing 1 line
    add 1 to rejected-count
  else
    open extend audit-file
    move 0 to at-eof
    perform until at-eof is equal to 1
      read trans-file into parse-line
        at end
          move 1 to at-eof
        not at end
          if parse-line is not equal to spaces
             and parse-line(1:1) is not equal to "*"
            add 1 to trans-read
            perform 110-parse-transaction
            perform 120-apply-one-transaction
          end-if
      end-read
    end-perform
    close trans-file
    close audit-file
  end-if.


*> split one transaction line into its fields ------------------------------

110-parse-transaction.

  move spaces to tr-action.
  move spaces to tr-pattern.
  move spaces to tr-department.
  move spaces to tr-contact.
  move spaces to tr-doc-type.
  move spaces to tr-cadence.
  unstring parse-line delimited by ","
    into tr-action tr-pattern tr-department tr-contact tr-doc-type
         tr-cadence.
  move function upper-case(function trim(tr-action)) to tr-action.
  move function trim(tr-pattern)    to tr-pattern.
  move function trim(tr-department) to tr-department.
  move function trim(tr-contact)    to tr-contact.
  move function trim(tr-doc-type)   to tr-doc-type.
  move function lower-case(function trim(tr-cadence)) to tr-cadence.


*> apply one transaction, or say exactly why it could not be applied -------

120-apply-one-transaction.

  move spaces to reject-reason.

  if tr-pattern is equal to spaces
    move "no filename pattern given" to reject-reason
  end-if.

  if reject-reason is equal to spaces and tr-cadence is not equal to spaces
    perform 130-check-cadence
    if cadence-ok is equal to 0
      move "cadence must be daily/weekly/biweekly/monthly/quarterly/annual"
        to reject-reason
    end-if
  end-if.

  if reject-reason is equal to spaces
    move 0 to entry-found
    move tr-pattern to rg-pattern
    read registry-master
      invalid key
        move 0 to entry-found
      not invalid key
        move 1 to entry-found
    end-read
    evaluate tr-action
      when "A"
        perform 140-add-entry
      when "C"
        perform 150-change-entry
      when "R"
        perform 160-retire-entry
      when other
        move "action must be A (add), C (change) or R (retire)" to reject-reason
    end-evaluate
  end-if.

  move spaces to detail-line.
  if reject-reason is equal to spaces
    string "   applied   " delimited by size,
           tr-action delimited by space,
           " " delimited by size,
           tr-pattern delimited by space
           into detail-line
    perform 170-write-audit-line
  else
    add 1 to rejected-count
    string "   REJECTED  " delimited by size,
           tr-action delimited by space,
           " " delimited by size,
           tr-pattern delimited by space,
           " -- " delimited by size,
           reject-reason delimited by size
           into detail-line
  end-if.
  write output-line from detail-line after advancing 1 line.


130-check-cadence.

  evaluate tr-cadence
    when "daily"
    when "weekly"
    when "biweekly"
    when "monthly"
    when "quarterly"
    when "annual"
      move 1 to cadence-ok
    when other
      move 0 to cadence-ok
  end-evaluate.


*> an add needs a department and a cadence; adding a pattern that was
*> retired brings it back with the new details (blank fields keep the
*> old ones), while adding one already active is an error -- the caller
*> meant a change ------------------------------------------------------------

140-add-entry.

  if entry-found is equal to 1 and rg-status is equal to "A"
    move "already registered and active -- use C to change it" to reject-reason
  else
    if entry-found is equal to 0
      if tr-department is equal to spaces or tr-cadence is equal to spaces
        move "an add needs at least a department and a cadence" to reject-reason
      else
        move tr-pattern    to rg-pattern
        move tr-department to rg-department
        move tr-contact    to rg-contact
        move tr-doc-type   to rg-doc-type
        move tr-cadence    to rg-cadence
        move "A"           to rg-status
        move run-date      to rg-added-date
        move run-date      to rg-changed-date
        move spaces        to rg-retired-date
        move operator-id   to rg-operator
        write registry-record
          invalid key
            move "could not write the new entry" to reject-reason
        end-write
        if reject-reason is equal to spaces
          add 1 to added-count
          move "added" to action-text
        end-if
      end-if
    else
      perform 180-fold-in-fields
      move "A"         to rg-status
      move run-date    to rg-added-date
      move run-date    to rg-changed-date
      move spaces      to rg-retired-date
      move operator-id to rg-operator
      rewrite registry-record
        invalid key
          move "could not reinstate the entry" to reject-reason
      end-rewrite
      if reject-reason is equal to spaces
        add 1 to added-count
        move "reinstated" to action-text
      end-if
    end-if
  end-if.


150-change-entry.

  if entry-found is equal to 0
    move "no such entry -- use A to add it" to reject-reason
  else
    perform 180-fold-in-fields
    move run-date    to rg-changed-date
    move operator-id to rg-operator
    rewrite registry-record
      invalid key
        move "could not rewrite the entry" to reject-reason
    end-rewrite
    if reject-reason is equal to spaces
      add 1 to changed-count
      move "changed" to action-text
    end-if
  end-if.


*> retiring marks the entry rather than deleting it -- the period report
*> still has to know the document was due up to the day it was retired --

160-retire-entry.

  if entry-found is equal to 0
    move "no such entry" to reject-reason
  else
    if rg-status is equal to "R"
      move "already retired" to reject-reason
    else
      move "R"         to rg-status
      move run-date    to rg-retired-date
      move run-date    to rg-changed-date
      move operator-id to rg-operator
      rewrite registry-record
        invalid key
          move "could not retire the entry" to reject-reason
      end-rewrite
      if reject-reason is equal to spaces
        add 1 to retired-count
        move "retired" to action-text
      end-if
    end-if
  end-if.


*> one audit line per change: date, time, operator, action, pattern ---------

170-write-audit-line.

  move spaces to audit-line.
  string run-date delimited by size,
         " " delimited by size,
         run-time-now(1:6) delimited by size,
         " operator=" delimited by size,
         operator-id delimited by space,
         " action=" delimited by size,
         action-text delimited by space,
         " pattern=" delimited by size,
         rg-pattern delimited by space,
         " department=" delimited by size,
         rg-department delimited by "  ",
         " cadence=" delimited by size,
         rg-cadence delimited by space
         into audit-line.
  write audit-record from audit-line.


*> a non-blank transaction field replaces what the entry holds ------------

180-fold-in-fields.

  if tr-department is not equal to spaces
    move tr-department to rg-department
  end-if.
  if tr-contact is not equal to spaces
    move tr-contact to rg-contact
  end-if.
  if tr-doc-type is not equal to spaces
    move tr-doc-type to rg-doc-type
  end-if.
  if tr-cadence is not equal to spaces
    move tr-cadence to rg-cadence
  end-if.


*> print the whole registry back in key order, retired entries included
*> and marked, so the report is the registry as it now stands ---------------

300-list-registry.

  move spaces to output-line.
  write output-line after advancing 1 line.
  write output-line from listing-title  after advancing 1 line.
  write output-line from listing-header after advancing 1 line.

  move low-values to rg-pattern.
  move 0 to at-eof.
  start registry-master key is not less than rg-pattern
    invalid key
      move 1 to at-eof
  end-start.
  perform until at-eof is equal to 1
    read registry-master next record
      at end
        move 1 to at-eof
      not at end
        perform 310-list-one-entry
    end-read
  end-perform.

  if listed-count is equal to 0
    write output-line from empty-line after advancing 1 line
  end-if.


310-list-one-entry.

  add 1 to listed-count.
  if rg-status is equal to "R"
    move "retired" to status-text
  else
    move "active" to status-text
    add 1 to active-count
  end-if.
  move spaces to detail-line.
  string "   " delimited by size,
         rg-pattern delimited by size,
         " " delimited by size,
         rg-department(1:20) delimited by size,
         " " delimited by size,
         rg-doc-type(1:12) delimited by size,
         " " delimited by size,
         rg-cadence delimited by size,
         " " delimited by size,
         status-text delimited by size,
         "  " delimited by size,
         rg-added-date delimited by size
         into detail-line.
  write output-line from detail-line after advancing 1 line.
  if rg-contact is not equal to spaces
    move spaces to detail-line
    string "      contact: " delimited by size,
           rg-contact delimited by "  "
           into detail-line
    write output-line from detail-line after advancing 1 line
  end-if.
  if rg-status is equal to "R"
    move spaces to detail-line
    string "      retired " delimited by size,
           rg-retired-date delimited by size
           into detail-line
    write output-line from detail-line after advancing 1 line
  end-if.


*> the counts the operator reads first -------------------------------------

400-write-summary.

  move spaces to output-line.
  write output-line after advancing 1 line.

  move trans-read to count-disp.
  move spaces to detail-line.
  string " transactions read ................... " delimited by size,
         function trim(count-disp) delimited by size
         into detail-line.
  write output-line from detail-line after advancing 1 line.

  move added-count to count-disp.
  move spaces to detail-line.
  string " entries added or reinstated ......... " delimited by size,
         function trim(count-disp) delimited by size
         into detail-line.
  write output-line from detail-line after advancing 1 line.

  move changed-count to count-disp.
  move spaces to detail-line.
  string " entries changed ..................... " delimited by size,
         function trim(count-disp) delimited by size
         into detail-line.
  write output-line from detail-line after advancing 1 line.

  move retired-count to count-disp.
  move spaces to detail-line.
  string " entries retired ..................... " delimited by size,
         function trim(count-disp) delimited by size
         into detail-line.
  write output-line from detail-line after advancing 1 line.

  move rejected-count to count-disp.
  move spaces to detail-line.
  string " transactions rejected ............... " delimited by size,
         function trim(count-disp) delimited by size
         into detail-line.
  write output-line from detail-line after advancing 1 line.

  move active-count to count-disp.
  move spaces to detail-line.
  string " active entries on the registry ...... " delimited by size,
         function trim(count-disp) delimited by size
         into detail-line.
  write output-line from detail-line after advancing 1 line.
