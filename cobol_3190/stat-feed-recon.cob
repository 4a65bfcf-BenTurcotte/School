*> -----------------------------------------------------------------------------
*>   Companion to text-stats: acknowledgement reconciliation for the H/D/T
*>   records feed text-stats writes under TEXTSTATS_FEED_FILE. Three jobs,
*>   each done when its file is named:
*>     TEXTSTATS_FEED_FILE -- register the feed just sent: the header's run
*>       date and report filename, the detail count and the trailer's hash
*>       totals go to the indexed feed register, and every detail goes to
*>       the indexed feed detail file so acknowledgements can be matched
*>       one by one. A feed whose trailer does not balance is refused.
*>     TEXTSTATS_ACK_FILE -- apply the records system's acknowledgement.
*>       Every rejected detail is listed with its reason, and the rejects
*>       are written straight out again as a resubmission feed
*>       (<feed>_resubmit_yyyymmdd.dat) with a fresh trailer that balances.
*>     always -- list every feed still waiting on an acknowledgement more
*>       than TEXTSTATS_ACK_DAYS days (3 when unset) after it went out;
*>       a day count that is not a whole number from 1 to 999 stops the
*>       run with return code 20.
*>   Acknowledgement layout, by position (one H ... T group per feed):
*>     H: 1 type / 2-9 feed run date yyyymmdd / 10-69 report filename /
*>        70-77 acknowledgement date yyyymmdd
*>     D: 1 type / 2-41 input filename / 42 A accepted or R rejected /
*>        43-46 reason code / 47-86 reason text
*>     T: 1 type / 2-10 detail count
*>   Rejects, unbalanced feeds, acknowledgements we cannot match and
*>   overdue feeds all end the run nonzero.
*> -----------------------------------------------------------------------------


identification division.
program-id. text-stats-feed-recon.


environment division.
input-output section.
  file-control.
  select optional feed-register assign to "feed_register.idx"
    organization is indexed
    access mode is dynamic
    record key is fr-key
    file status is feed-register-status.
  select optional feed-detail-master assign to "feed_details.idx"
    organization is indexed
    access mode is dynamic
    record key is fx-key
    file status is feed-detail-status.
  select optional feed-file assign to dynamic feed-filename
    organization is line sequential
    file status is feed-file-status.
  select optional ack-file assign to dynamic ack-filename
    organization is line sequential
    file status is ack-file-status.
  select resubmit-file assign to dynamic resubmit-filename
    organization is line sequential
    file status is resubmit-file-status.
  select output-file assign to "feed_recon_report.txt"
    organization is sequential
    access mode is sequential.


data division.
file section.
  fd feed-register.
    01 feed-register-record.
      05 fr-key.
        10 fr-run-date    pic x(8).
        10 fr-report      pic x(60).
      05 fr-feed-file     pic x(60).
      05 fr-rec-count     pic 9(9).
      05 fr-sent-sum      pic 9(11).
      05 fr-word-sum      pic 9(11).
      05 fr-char-sum      pic 9(11).
      05 fr-numS-sum      pic 9(11).
      05 fr-numC-sum      pic 9(11).
      05 fr-avg-ws-sum    pic 9(9)v99.
      05 fr-avg-cw-sum    pic 9(9)v99.
      05 fr-registered    pic x(8).
      05 fr-status        pic x.
      05 fr-ack-date      pic x(8).
      05 fr-accepted      pic 9(9).
      05 fr-rejected      pic 9(9).
      05 fr-resubmit-file pic x(60).
      05 fr-resubmit-date pic x(8).
      05 fr-resubmit-count pic 9(3).
  fd feed-detail-master.
    01 feed-detail-master-record.
      05 fx-key.
        10 fx-run-date    pic x(8).
        10 fx-report      pic x(60).
        10 fx-filename    pic x(40).
      05 fx-detail        pic x(104).
      05 fx-status        pic x.
      05 fx-reason        pic x(4).
      05 fx-reason-text   pic x(40).
      05 fx-ack-date      pic x(8).
      05 fx-resubmit-count pic 9(3).
  fd feed-file.
    01 feed-record pic x(120).
  fd ack-file.
    01 ack-record pic x(120).
  fd resubmit-file.
    01 resubmit-record pic x(120).
  fd output-file.
    01 output-line pic x(200).

working-storage section.
  01 run-date              pic 9(8).
  01 run-date-x redefines run-date pic x(8).
  01 feed-register-status  pic xx value "00".
  01 feed-detail-status    pic xx value "00".
  01 feed-file-status      pic xx value "00".
  01 ack-file-status       pic xx value "00".
  01 resubmit-file-status  pic xx value "00".
  01 feed-filename         pic x(60) value spaces.
  01 ack-filename          pic x(60) value spaces.
  01 resubmit-filename     pic x(60) value spaces.
  77 masters-usable        pic 9 value 0.
  77 at-eof                pic 9 value 0.
  77 scan-at-eof           pic 9 value 0.

*> register status codes:
*>   P sent, waiting on an acknowledgement
*>   A acknowledged, every detail accepted
*>   S rejects went back out in a resubmission, waiting on its acknowledgement
*>   R rejects outstanding -- the resubmission feed could not be written
*> detail status: blank not yet acknowledged, A accepted, R rejected

*> how many days a feed may go unacknowledged before it is chased
  01 ack-days-text  pic x(10) value spaces.
  77 ack-days       pic 9(3)  value 3.
  77 ack-days-digits pic 9(4) value 0.
  77 today-int      pic 9(7)  value 0.
  77 sent-int       pic 9(7)  value 0.
  77 days-waiting   pic 9(7)  value 0.
  01 sent-date      pic 9(8)  value 0.
  01 sent-date-x redefines sent-date pic x(8).

*> the feed record layouts, exactly as text-stats writes them
  01 feed-header-rec.
    05 fh-type     pic x.
    05 fh-run-date pic 9(8).
    05 fh-output   pic x(60).
  01 feed-detail-rec.
    05 fd-type     pic x.
    05 fd-filename pic x(40).
    05 fd-sent     pic 9(9).
    05 fd-word     pic 9(9).
    05 fd-char     pic 9(9).
    05 fd-numS     pic 9(9).
    05 fd-numC     pic 9(9).
    05 fd-avg-ws   pic 9(7)v99.
    05 fd-avg-cw   pic 9(7)v99.
  01 feed-trailer-rec.
    05 ft-type       pic x.
    05 ft-rec-count  pic 9(9).
    05 ft-sent-sum   pic 9(11).
    05 ft-word-sum   pic 9(11).
    05 ft-char-sum   pic 9(11).
    05 ft-numS-sum   pic 9(11).
    05 ft-numC-sum   pic 9(11).
    05 ft-avg-ws-sum pic 9(9)v99.
    05 ft-avg-cw-sum pic 9(9)v99.

*> what the details actually add up to, to hold against the trailer
  01 feed-check-totals.
    05 ck-rec-count  pic 9(9).
    05 ck-sent-sum   pic 9(11).
    05 ck-word-sum   pic 9(11).
    05 ck-char-sum   pic 9(11).
    05 ck-numS-sum   pic 9(11).
    05 ck-numC-sum   pic 9(11).
    05 ck-avg-ws-sum pic 9(9)v99.
    05 ck-avg-cw-sum pic 9(9)v99.
  77 header-seen    pic 9 value 0.
  77 trailer-seen   pic 9 value 0.
  77 feed-bad       pic 9 value 0.
  77 feed-reregistered pic 9 value 0.
  77 dup-details    pic 9(9) value 0.
  01 feed-problem   pic x(80) value spaces.

*> the acknowledgement record layouts
  01 ack-header-rec.
    05 ah-type      pic x.
    05 ah-run-date  pic x(8).
    05 ah-report    pic x(60).
    05 ah-ack-date  pic x(8).
  01 ack-detail-rec.
    05 ad-type        pic x.
    05 ad-filename    pic x(40).
    05 ad-status      pic x.
    05 ad-reason      pic x(4).
    05 ad-reason-text pic x(40).
  01 ack-trailer-rec.
    05 at-type      pic x.
    05 at-rec-count pic 9(9).
  77 group-open     pic 9    value 0.
  77 detail-found   pic 9    value 0.
  77 group-known    pic 9    value 0.
  77 group-details  pic 9(9) value 0.
  77 group-accepted pic 9(9) value 0.
  77 group-rejected pic 9(9) value 0.
  77 feed-accepted  pic 9(9) value 0.
  77 feed-rejected  pic 9(9) value 0.
  77 feed-pending   pic 9(9) value 0.
  01 group-ack-date pic x(8) value spaces.

*> building the resubmission name from the original feed's name
  01 base-name   pic x(60) value spaces.
  77 name-pos    pic 9(4)  value 0.
  77 dot-pos     pic 9(4)  value 0.
  77 slash-pos   pic 9(4)  value 0.

*> run totals
  77 feeds-registered  pic 9(9) value 0.
  77 feeds-refused     pic 9(9) value 0.
  77 acks-applied      pic 9(9) value 0.
  77 details-accepted  pic 9(9) value 0.
  77 details-rejected  pic 9(9) value 0.
  77 acks-unmatched    pic 9(9) value 0.
  77 acks-out-of-step  pic 9(9) value 0.
  77 resubmits-built   pic 9(9) value 0.
  77 resubmits-failed  pic 9(9) value 0.
  77 feeds-overdue     pic 9(9) value 0.
  77 feeds-outstanding pic 9(9) value 0.

  01 count-disp      pic z(8)9.
  01 count-disp-2    pic z(8)9.
  01 days-disp       pic z(6)9.
  01 detail-line     pic x(200) value spaces.
  01 bar             pic x(200) value " +----------------------------------------------------------+".
  01 title-line      pic x(200) value " |           records feed acknowledgement reconciliation    |".
  01 register-title  pic x(200) value " feed registered".
  01 ack-title       pic x(200) value " acknowledgements applied".
  01 overdue-title   pic x(200) value " feeds waiting on an acknowledgement".
  01 overdue-header  pic x(200) value
      "   run date  report filename                          sent        days  status".
  01 none-overdue-line pic x(200) value "   (none overdue)".
  01 no-master-line  pic x(200) value spaces.


*> what am i to do with all this? ------------------------------------------

procedure division.

000-main.

  accept run-date from date yyyymmdd.
  compute today-int = function integer-of-date(run-date).

  move spaces to feed-filename.
  display "TEXTSTATS_FEED_FILE" upon environment-name.
  accept feed-filename from environment-value.
  move spaces to ack-filename.
  display "TEXTSTATS_ACK_FILE" upon environment-name.
  accept ack-filename from environment-value.
  move spaces to ack-days-text.
  display "TEXTSTATS_ACK_DAYS" upon environment-name.
  accept ack-days-text from environment-value.

  open output output-file.
  write output-line from bar        after advancing 0 lines.
  write output-line from title-line after advancing 1 line.
  write output-line from bar        after advancing 1 line.

*> a mistyped day count would otherwise read as 0 and report every
*> pending feed overdue -- anything but a whole number of days from 1
*> to 999 refuses the run before either master is touched
  if ack-days-text is not equal to spaces
    move function trim(ack-days-text) to ack-days-text
    move 0 to ack-days-digits
    inspect ack-days-text tallying ack-days-digits
      for characters before initial space
    move 0 to ack-days
    if ack-days-digits is not greater than 3
      if ack-days-text(1:ack-days-digits) is numeric
         and ack-days-text(ack-days-digits + 1:) is equal to spaces
        move ack-days-text(1:ack-days-digits) to ack-days
      end-if
    end-if
    if ack-days is equal to 0
      move spaces to no-master-line
      string " TEXTSTATS_ACK_DAYS " delimited by size,
             function trim(ack-days-text) delimited by size,
             " is not a number of days from 1 to 999 -- not run" delimited by size
             into no-master-line
      write output-line from no-master-line after advancing 1 line
      write output-line from bar after advancing 1 line
      close output-file
      display function trim(no-master-line)
      move 20 to return-code
      stop run
    end-if
  end-if.

  perform 050-open-masters.
  if masters-usable is equal to 0
    write output-line from no-master-line after advancing 1 line
    write output-line from bar after advancing 1 line
    close output-file
    display function trim(no-master-line)
    move 8 to return-code
    stop run
  end-if.

  if feed-filename is not equal to spaces
    perform 100-register-feed
  end-if.

  if ack-filename is not equal to spaces
    perform 200-apply-acknowledgements
  end-if.

  perform 300-check-overdue.
  perform 400-write-summary.

  close feed-register.
  close feed-detail-master.
  write output-line from bar after advancing 1 line.
  close output-file.

*> anything here that needs a person to look at it has to show on the
*> schedule, not sit in a report nobody opens
  if feeds-refused is greater than 0
     or details-rejected is greater than 0
     or acks-unmatched is greater than 0
     or acks-out-of-step is greater than 0
     or resubmits-failed is greater than 0
     or feeds-overdue is greater than 0
    move 8 to return-code
  end-if.

  stop run.


*> open (creating the first time) the register and the detail file -------

050-open-masters.

  move 1 to masters-usable.
  open i-o feed-register.
  if feed-register-status is equal to "35"
    open output feed-register
    close feed-register
    open i-o feed-register
  end-if.
  if feed-register-status is not equal to "00"
     and feed-register-status is not equal to "05"
    move 0 to masters-usable
    move spaces to no-master-line
    string " COULD NOT OPEN FEED REGISTER (status " delimited by size,
           feed-register-status delimited by size,
           ") -- nothing done" delimited by size
           into no-master-line
  end-if.

  if masters-usable is equal to 1
    open i-o feed-detail-master
    if feed-detail-status is equal to "35"
      open output feed-detail-master
      close feed-detail-master
      open i-o feed-detail-master
    end-if
    if feed-detail-status is not equal to "00"
       and feed-detail-status is not equal to "05"
      move 0 to masters-usable
      close feed-register
      move spaces to no-master-line
      string " COULD NOT OPEN FEED DETAIL FILE (status " delimited by size,
             feed-detail-status delimited by size,
             ") -- nothing done" delimited by size
             into no-master-line
    end-if
  end-if.


*> register a feed: first read it through and hold the details' own sums
*> against the trailer -- only a feed that balances goes on the register,
*> then a second pass files each of its details for matching later --------

100-register-feed.

  move spaces to output-line.
  write output-line after advancing 1 line.
  write output-line from register-title after advancing 1 line.

  move 0 to header-seen.
  move 0 to trailer-seen.
  move 0 to feed-bad.
  move spaces to feed-problem.
  initialize feed-check-totals.
  initialize feed-trailer-rec.
  initialize feed-header-rec.

  open input feed-file.
  if feed-file-status is not equal to "00"
    close feed-file
    move 1 to feed-bad
    move spaces to feed-problem
    string "could not open the feed (status " delimited by size,
           feed-file-status delimited by size,
           ")" delimited by size
           into feed-problem
  else
    move 0 to at-eof
    perform until at-eof is equal to 1
      read feed-file
        at end
          move 1 to at-eof
        not at end
          perform 110-check-feed-record
      end-read
    end-perform
    close feed-file
  end-if.

  if feed-bad is equal to 0
    perform 120-balance-feed
  end-if.

  if feed-bad is equal to 1
    add 1 to feeds-refused
    move spaces to detail-line
    string "   REFUSED   " delimited by size,
           feed-filename delimited by space,
           " -- " delimited by size,
           feed-problem delimited by size
           into detail-line
    write output-line from detail-line after advancing 1 line
  else
    perform 130-file-feed
  end-if.


*> one record of the feed: the header must come first, the trailer last,
*> and only details in between --------------------------------------------

110-check-feed-record.

  evaluate true
    when feed-record(1:1) is equal to "H"
      if header-seen is equal to 1
        move 1 to feed-bad
        move "more than one header record" to feed-problem
      else
        move 1 to header-seen
        move feed-record to feed-header-rec
      end-if
    when feed-record(1:1) is equal to "D"
      if header-seen is equal to 0 or trailer-seen is equal to 1
        move 1 to feed-bad
        move "detail record outside the header/trailer" to feed-problem
      else
        move feed-record to feed-detail-rec
        add 1         to ck-rec-count
        add fd-sent   to ck-sent-sum
        add fd-word   to ck-word-sum
        add fd-char   to ck-char-sum
        add fd-numS   to ck-numS-sum
        add fd-numC   to ck-numC-sum
        add fd-avg-ws to ck-avg-ws-sum
        add fd-avg-cw to ck-avg-cw-sum
      end-if
    when feed-record(1:1) is equal to "T"
      if header-seen is equal to 0 or trailer-seen is equal to 1
        move 1 to feed-bad
        move "trailer record out of place" to feed-problem
      else
        move 1 to trailer-seen
        move feed-record to feed-trailer-rec
      end-if
    when other
      move 1 to feed-bad
      move "record of unknown type" to feed-problem
  end-evaluate.


*> the same check the downstream load job makes: count and every hash
*> total from the trailer must agree with the details --------------------

120-balance-feed.

  if header-seen is equal to 0
    move 1 to feed-bad
    move "no header record" to feed-problem
  else
    if trailer-seen is equal to 0
      move 1 to feed-bad
      move "no trailer record" to feed-problem
    else
      if ft-rec-count is not equal to ck-rec-count
        move 1 to feed-bad
        move ft-rec-count to count-disp
        move ck-rec-count to count-disp-2
        string "trailer says " delimited by size,
               function trim(count-disp) delimited by size,
               " details, feed holds " delimited by size,
               function trim(count-disp-2) delimited by size
               into feed-problem
      else
        if ft-sent-sum   is not equal to ck-sent-sum
           or ft-word-sum   is not equal to ck-word-sum
           or ft-char-sum   is not equal to ck-char-sum
           or ft-numS-sum   is not equal to ck-numS-sum
           or ft-numC-sum   is not equal to ck-numC-sum
           or ft-avg-ws-sum is not equal to ck-avg-ws-sum
           or ft-avg-cw-sum is not equal to ck-avg-cw-sum
          move 1 to feed-bad
          move "trailer hash totals do not match the details" to feed-problem
        end-if
      end-if
    end-if
  end-if.


*> put the feed on the register. A feed sent again under the same run date
*> and report filename replaces the earlier one -- its old details are
*> cleared first so nothing stale is left to match against ---------------

130-file-feed.

  move 0 to feed-reregistered.
  move fh-run-date to fr-run-date.
  move fh-output   to fr-report.
  read feed-register
    invalid key
      continue
    not invalid key
      move 1 to feed-reregistered
  end-read.
  if feed-reregistered is equal to 1
    perform 135-clear-feed-details
  end-if.

  move fh-run-date   to fr-run-date.
  move fh-output     to fr-report.
  move feed-filename to fr-feed-file.
  move ft-rec-count  to fr-rec-count.
  move ft-sent-sum   to fr-sent-sum.
  move ft-word-sum   to fr-word-sum.
  move ft-char-sum   to fr-char-sum.
  move ft-numS-sum   to fr-numS-sum.
  move ft-numC-sum   to fr-numC-sum.
  move ft-avg-ws-sum to fr-avg-ws-sum.
  move ft-avg-cw-sum to fr-avg-cw-sum.
  move run-date      to fr-registered.
  move "P"           to fr-status.
  move spaces        to fr-ack-date.
  move 0             to fr-accepted.
  move 0             to fr-rejected.
  move spaces        to fr-resubmit-file.
  move spaces        to fr-resubmit-date.
  move 0             to fr-resubmit-count.
  if feed-reregistered is equal to 1
    rewrite feed-register-record
      invalid key
        continue
    end-rewrite
  else
    write feed-register-record
      invalid key
        continue
    end-write
  end-if.

  move 0 to dup-details.
  open input feed-file.
  move 0 to at-eof.
  perform until at-eof is equal to 1
    read feed-file
      at end
        move 1 to at-eof
      not at end
        if feed-record(1:1) is equal to "D"
          move feed-record to feed-detail-rec
          move fh-run-date to fx-run-date
          move fh-output   to fx-report
          move fd-filename to fx-filename
          move feed-record(1:104) to fx-detail
          move spaces to fx-status
          move spaces to fx-reason
          move spaces to fx-reason-text
          move spaces to fx-ack-date
          move 0      to fx-resubmit-count
          write feed-detail-master-record
            invalid key
              add 1 to dup-details
          end-write
        end-if
    end-read
  end-perform.
  close feed-file.

  add 1 to feeds-registered.
  move ft-rec-count to count-disp.
  move spaces to detail-line.
  string "   " delimited by size,
         fh-run-date delimited by size,
         "  " delimited by size,
         fh-output delimited by space,
         "  details=" delimited by size,
         function trim(count-disp) delimited by size,
         "  from " delimited by size,
         feed-filename delimited by space
         into detail-line.
  write output-line from detail-line after advancing 1 line.
  if feed-reregistered is equal to 1
    move "      (sent before under this run date and report -- replaced)"
      to detail-line
    write output-line from detail-line after advancing 1 line
  end-if.
  if dup-details is greater than 0
    move dup-details to count-disp
    move spaces to detail-line
    string "      NOTE: " delimited by size,
           function trim(count-disp) delimited by size,
           " detail(s) repeat an input filename -- only the first is" delimited by size,
           " matched to acknowledgements" delimited by size
           into detail-line
    write output-line from detail-line after advancing 1 line
  end-if.


*> delete every detail filed under the current register key -------------

135-clear-feed-details.

  move fr-run-date to fx-run-date.
  move fr-report   to fx-report.
  move low-values  to fx-filename.
  move 0 to scan-at-eof.
  start feed-detail-master key is not less than fx-key
    invalid key
      move 1 to scan-at-eof
  end-start.
  perform until scan-at-eof is equal to 1
    read feed-detail-master next record
      at end
        move 1 to scan-at-eof
      not at end
        if fx-run-date is not equal to fr-run-date
           or fx-report is not equal to fr-report
          move 1 to scan-at-eof
        else
          delete feed-detail-master record
            invalid key
              continue
          end-delete
        end-if
    end-read
  end-perform.


*> read the acknowledgement file through, one H ... T group per feed ----

200-apply-acknowledgements.

  move spaces to output-line.
  write output-line after advancing 1 line.
  write output-line from ack-title after advancing 1 line.

  open input ack-file.
  if ack-file-status is not equal to "00"
    close ack-file
    add 1 to acks-unmatched
    move spaces to detail-line
    string "   COULD NOT OPEN ACKNOWLEDGEMENT FILE " delimited by size,
           ack-filename delimited by space,
           " (status " delimited by size,
           ack-file-status delimited by size,
           ")" delimited by size
           into detail-line
    write output-line from detail-line after advancing 1 line
  else
    move 0 to group-open
    move 0 to at-eof
    perform until at-eof is equal to 1
      read ack-file
        at end
          move 1 to at-eof
        not at end
          evaluate true
            when ack-record(1:1) is equal to "H"
              perform 210-start-ack-group
            when ack-record(1:1) is equal to "D"
              perform 220-apply-ack-detail
            when ack-record(1:1) is equal to "T"
              perform 225-check-ack-trailer
            when other
              continue
          end-evaluate
      end-read
    end-perform
    if group-open is equal to 1
      add 1 to acks-out-of-step
      move "      NOTE: acknowledgement ended without a trailer" to detail-line
      write output-line from detail-line after advancing 1 line
      perform 230-finish-ack-group
    end-if
    close ack-file
  end-if.


*> a header names the feed being acknowledged -- it has to be one we sent

210-start-ack-group.

  if group-open is equal to 1
    add 1 to acks-out-of-step
    move "      NOTE: acknowledgement group ended without a trailer" to detail-line
    write output-line from detail-line after advancing 1 line
    perform 230-finish-ack-group
  end-if.

  move ack-record to ack-header-rec.
  move 1 to group-open.
  move 0 to group-details.
  move 0 to group-accepted.
  move 0 to group-rejected.
  move ah-ack-date to group-ack-date.
  if group-ack-date is equal to spaces
    move run-date-x to group-ack-date
  end-if.

  move ah-run-date to fr-run-date.
  move ah-report   to fr-report.
  move 1 to group-known.
  read feed-register
    invalid key
      move 0 to group-known
  end-read.

  move spaces to detail-line.
  if group-known is equal to 1
    add 1 to acks-applied
    string "   " delimited by size,
           ah-run-date delimited by size,
           "  " delimited by size,
           ah-report delimited by space,
           "  acknowledged " delimited by size,
           group-ack-date delimited by size
           into detail-line
  else
    add 1 to acks-unmatched
    string "   NO SUCH FEED ON THE REGISTER: " delimited by size,
           ah-run-date delimited by size,
           "  " delimited by size,
           ah-report delimited by space
           into detail-line
  end-if.
  write output-line from detail-line after advancing 1 line.


*> one detail's verdict, filed against the detail we sent -- every reject
*> is printed here with its reason --------------------------------------

220-apply-ack-detail.

  move ack-record to ack-detail-rec.
  if group-open is equal to 0
    add 1 to acks-out-of-step
    move "      NOTE: acknowledgement detail with no header -- ignored"
      to detail-line
    write output-line from detail-line after advancing 1 line
  else
    add 1 to group-details
    if group-known is equal to 1
      move fr-run-date to fx-run-date
      move fr-report   to fx-report
      move ad-filename to fx-filename
      move 1 to detail-found
      read feed-detail-master
        invalid key
          move 0 to detail-found
      end-read
      if detail-found is equal to 1
        perform 222-record-ack-verdict
      else
        add 1 to acks-unmatched
        move spaces to detail-line
        string "      NOT IN THIS FEED: " delimited by size,
               ad-filename delimited by space
               into detail-line
        write output-line from detail-line after advancing 1 line
      end-if
    end-if
  end-if.


222-record-ack-verdict.

  move ad-reason      to fx-reason.
  move ad-reason-text to fx-reason-text.
  move group-ack-date to fx-ack-date.
  if ad-status is equal to "A"
    move "A" to fx-status
    add 1 to group-accepted
    add 1 to details-accepted
  else
    move "R" to fx-status
    add 1 to group-rejected
    add 1 to details-rejected
    move spaces to detail-line
    string "      REJECTED  " delimited by size,
           ad-filename delimited by size,
           "  reason " delimited by size,
           ad-reason delimited by size,
           "  " delimited by size,
           ad-reason-text delimited by "  "
           into detail-line
    write output-line from detail-line after advancing 1 line
  end-if.
  rewrite feed-detail-master-record
    invalid key
      continue
  end-rewrite.


*> the acknowledgement's own trailer count against its details ----------

225-check-ack-trailer.

  move ack-record to ack-trailer-rec.
  if group-open is equal to 0
    add 1 to acks-out-of-step
    move "      NOTE: acknowledgement trailer with no header -- ignored"
      to detail-line
    write output-line from detail-line after advancing 1 line
  else
    if at-rec-count is not equal to group-details
      add 1 to acks-out-of-step
      move at-rec-count  to count-disp
      move group-details to count-disp-2
      move spaces to detail-line
      string "      NOTE: acknowledgement trailer says " delimited by size,
             function trim(count-disp) delimited by size,
             " details, it holds " delimited by size,
             function trim(count-disp-2) delimited by size
             into detail-line
      write output-line from detail-line after advancing 1 line
    end-if
    perform 230-finish-ack-group
  end-if.


*> settle the feed: count where every one of its details now stands, send
*> any rejects back out, and record the outcome on the register ----------

230-finish-ack-group.

  move 0 to group-open.
  if group-known is equal to 1
    perform 235-count-feed-details
    move feed-accepted  to fr-accepted
    move feed-rejected  to fr-rejected
    move group-ack-date to fr-ack-date
    if feed-rejected is greater than 0
      perform 240-build-resubmission
    else
      if feed-pending is equal to 0
        move "A" to fr-status
      end-if
    end-if

    move group-accepted to count-disp
    move group-rejected to count-disp-2
    move spaces to detail-line
    string "      accepted " delimited by size,
           function trim(count-disp) delimited by size,
           "  rejected " delimited by size,
           function trim(count-disp-2) delimited by size
           into detail-line
    write output-line from detail-line after advancing 1 line
    if feed-pending is greater than 0
      move feed-pending to count-disp
      move spaces to detail-line
      string "      " delimited by size,
             function trim(count-disp) delimited by size,
             " detail(s) of this feed still not acknowledged" delimited by size
             into detail-line
      write output-line from detail-line after advancing 1 line
    end-if

    rewrite feed-register-record
      invalid key
        continue
    end-rewrite
  end-if.


235-count-feed-details.

  move 0 to feed-accepted.
  move 0 to feed-rejected.
  move 0 to feed-pending.
  move fr-run-date to fx-run-date.
  move fr-report   to fx-report.
  move low-values  to fx-filename.
  move 0 to scan-at-eof.
  start feed-detail-master key is not less than fx-key
    invalid key
      move 1 to scan-at-eof
  end-start.
  perform until scan-at-eof is equal to 1
    read feed-detail-master next record
      at end
        move 1 to scan-at-eof
      not at end
        if fx-run-date is not equal to fr-run-date
           or fx-report is not equal to fr-report
          move 1 to scan-at-eof
        else
          evaluate fx-status
            when "A"
              add 1 to feed-accepted
            when "R"
              add 1 to feed-rejected
            when other
              add 1 to feed-pending
          end-evaluate
        end-if
    end-read
  end-perform.


*> the resubmission feed: the original header (same run date and report
*> filename, so the records system ties it to the same load), only the
*> rejected details, and a trailer summed afresh from those details. Each
*> detail sent back out goes to waiting again for its next verdict -------

240-build-resubmission.

  perform 245-build-resubmit-filename.
  open output resubmit-file.
  if resubmit-file-status is not equal to "00"
    add 1 to resubmits-failed
    move "R" to fr-status
    move spaces to detail-line
    string "      COULD NOT WRITE RESUBMISSION FEED " delimited by size,
           resubmit-filename delimited by space,
           " (status " delimited by size,
           resubmit-file-status delimited by size,
           ")" delimited by size
           into detail-line
    write output-line from detail-line after advancing 1 line
  else
    move "H"         to fh-type
    move fr-run-date to fh-run-date
    move fr-report   to fh-output
    write resubmit-record from feed-header-rec

    initialize feed-trailer-rec
    move "T" to ft-type
    move fr-run-date to fx-run-date
    move fr-report   to fx-report
    move low-values  to fx-filename
    move 0 to scan-at-eof
    start feed-detail-master key is not less than fx-key
      invalid key
        move 1 to scan-at-eof
    end-start
    perform until scan-at-eof is equal to 1
      read feed-detail-master next record
        at end
          move 1 to scan-at-eof
        not at end
          if fx-run-date is not equal to fr-run-date
             or fx-report is not equal to fr-report
            move 1 to scan-at-eof
          else
            if fx-status is equal to "R"
              perform 248-resubmit-one-detail
            end-if
          end-if
      end-read
    end-perform

    write resubmit-record from feed-trailer-rec
    close resubmit-file

    add 1 to resubmits-built
    add 1 to fr-resubmit-count
    move "S"               to fr-status
    move resubmit-filename to fr-resubmit-file
    move run-date          to fr-resubmit-date
    move ft-rec-count to count-disp
    move spaces to detail-line
    string "      resubmission feed " delimited by size,
           resubmit-filename delimited by space,
           " written, details=" delimited by size,
           function trim(count-disp) delimited by size
           into detail-line
    write output-line from detail-line after advancing 1 line
  end-if.


248-resubmit-one-detail.

  move fx-detail to feed-detail-rec.
  write resubmit-record from feed-detail-rec.
  add 1         to ft-rec-count.
  add fd-sent   to ft-sent-sum.
  add fd-word   to ft-word-sum.
  add fd-char   to ft-char-sum.
  add fd-numS   to ft-numS-sum.
  add fd-numC   to ft-numC-sum.
  add fd-avg-ws to ft-avg-ws-sum.
  add fd-avg-cw to ft-avg-cw-sum.

  move spaces to fx-status.
  add 1 to fx-resubmit-count.
  rewrite feed-detail-master-record
    invalid key
      continue
  end-rewrite.


*> <feed, less its extension>_resubmit_yyyymmdd.dat, next to the original

245-build-resubmit-filename.

  move fr-feed-file to base-name.
  if base-name is equal to spaces
    move "feed" to base-name
  end-if.
  move 0 to slash-pos.
  move 0 to dot-pos.
  perform varying name-pos from 1 by 1 until name-pos > 60
    if base-name(name-pos:1) is equal to "/"
      move name-pos to slash-pos
    end-if
    if base-name(name-pos:1) is equal to "."
      move name-pos to dot-pos
    end-if
  end-perform.
  if dot-pos > slash-pos + 1
    move spaces to base-name(dot-pos:61 - dot-pos)
  end-if.

  move spaces to resubmit-filename.
  string function trim(base-name) delimited by size,
         "_resubmit_" delimited by size,
         run-date delimited by size,
         ".dat" delimited by size
         into resubmit-filename.


*> every feed still waiting on a verdict, and how long it has waited; the
*> ones past the allowance are overdue and need chasing ------------------

300-check-overdue.

  move spaces to output-line.
  write output-line after advancing 1 line.
  write output-line from overdue-title  after advancing 1 line.
  write output-line from overdue-header after advancing 1 line.

  move low-values to fr-key.
  move 0 to scan-at-eof.
  start feed-register key is not less than fr-key
    invalid key
      move 1 to scan-at-eof
  end-start.
  perform until scan-at-eof is equal to 1
    read feed-register next record
      at end
        move 1 to scan-at-eof
      not at end
        if fr-status is not equal to "A"
          perform 310-report-outstanding-feed
        end-if
    end-read
  end-perform.

  if feeds-overdue is equal to 0
    write output-line from none-overdue-line after advancing 1 line
  end-if.


310-report-outstanding-feed.

  add 1 to feeds-outstanding.
  if fr-status is equal to "S"
    move fr-resubmit-date to sent-date-x
  else
    move fr-registered to sent-date-x
  end-if.
  move 0 to days-waiting.
  if sent-date-x is numeric
    compute sent-int = function integer-of-date(sent-date)
    if today-int > sent-int
      compute days-waiting = today-int - sent-int
    end-if
  end-if.

  if days-waiting > ack-days or fr-status is equal to "R"
    add 1 to feeds-overdue
    move days-waiting to days-disp
    move spaces to detail-line
    string "   " delimited by size,
           fr-run-date delimited by size,
           "  " delimited by size,
           fr-report(1:40) delimited by size,
           " " delimited by size,
           sent-date-x delimited by size,
           " " delimited by size,
           days-disp delimited by size,
           "  " delimited by size
           into detail-line
    evaluate fr-status
      when "P"
        move "OVERDUE -- never acknowledged" to detail-line(73:40)
      when "S"
        move "OVERDUE -- resubmission never acknowledged" to detail-line(73:45)
      when "R"
        move "REJECTS NOT RESUBMITTED" to detail-line(73:40)
    end-evaluate
    write output-line from detail-line after advancing 1 line
  end-if.


*> the counts the operator reads first -------------------------------------

400-write-summary.

  move spaces to output-line.
  write output-line after advancing 1 line.

  move feeds-registered to count-disp.
  move spaces to detail-line.
  string " feeds registered .................... " delimited by size,
         function trim(count-disp) delimited by size
         into detail-line.
  write output-line from detail-line after advancing 1 line.

  move feeds-refused to count-disp.
  move spaces to detail-line.
  string " feeds refused (did not balance) ..... " delimited by size,
         function trim(count-disp) delimited by size
         into detail-line.
  write output-line from detail-line after advancing 1 line.

  move acks-applied to count-disp.
  move spaces to detail-line.
  string " acknowledgements applied ............ " delimited by size,
         function trim(count-disp) delimited by size
         into detail-line.
  write output-line from detail-line after advancing 1 line.

  move details-accepted to count-disp.
  move spaces to detail-line.
  string " details accepted .................... " delimited by size,
         function trim(count-disp) delimited by size
         into detail-line.
  write output-line from detail-line after advancing 1 line.

  move details-rejected to count-disp.
  move spaces to detail-line.
  string " details rejected .................... " delimited by size,
         function trim(count-disp) delimited by size
         into detail-line.
  write output-line from detail-line after advancing 1 line.

  move acks-unmatched to count-disp.
  move spaces to detail-line.
  string " acknowledgements not matched ........ " delimited by size,
         function trim(count-disp) delimited by size
         into detail-line.
  write output-line from detail-line after advancing 1 line.

  move acks-out-of-step to count-disp.
  move spaces to detail-line.
  string " acknowledgement layout problems ..... " delimited by size,
         function trim(count-disp) delimited by size
         into detail-line.
  write output-line from detail-line after advancing 1 line.

  move resubmits-built to count-disp.
  move spaces to detail-line.
  string " resubmission feeds written .......... " delimited by size,
         function trim(count-disp) delimited by size
         into detail-line.
  write output-line from detail-line after advancing 1 line.

  move feeds-outstanding to count-disp.
  move spaces to detail-line.
  string " feeds not yet fully accepted ........ " delimited by size,
         function trim(count-disp) delimited by size
         into detail-line.
  write output-line from detail-line after advancing 1 line.

  move feeds-overdue to count-disp.
  move spaces to detail-line.
  string " feeds overdue or needing action ..... " delimited by size,
         function trim(count-disp) delimited by size
         into detail-line.
  write output-line from detail-line after advancing 1 line.
