*> -----------------------------------------------------------------------------
*>   Companion to text-stats: the period-end missing-submissions report. Reads
*>   the submission registry kept by text-stats-registry and, for every entry
*>   that was on the registry during the period, works out each window its
*>   cadence made it due in (each day, each seven or fourteen days from the
*>   start of the period, or each calendar month, quarter or year lying
*>   wholly inside it) and looks in the indexed history master for a
*>   text-stats run of a matching filename dated inside that window. Every
*>   window with no run is listed against the owning department, document
*>   type and contact, so the chasing can start the morning after period
*>   end. The period is TEXTSTATS_FROM_DATE to TEXTSTATS_TO_DATE (yyyymmdd);
*>   left unset it is the calendar month before today. Anything missing ends
*>   the run nonzero.
*> -----------------------------------------------------------------------------


identification division.
program-id. text-stats-missing.


environment division.
input-output section.
  file-control.
  select optional registry-master assign to "submission_registry.idx"
    organization is indexed
    access mode is dynamic
    record key is rg-pattern
    file status is registry-status.
  select optional history-master assign to "stats_history.idx"
    organization is indexed
    access mode is dynamic
    record key is hm-key
    file status is history-master-status.
  select output-file assign to "missing_report.txt"
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
  fd history-master.
    01 history-master-record.
      05 hm-key.
        10 hm-filename pic x(40).
        10 hm-rundate  pic x(8).
      05 hm-sent       pic 9(9).
      05 hm-word       pic 9(9).
      05 hm-char       pic 9(9).
      05 hm-numS       pic 9(9).
      05 hm-numC       pic 9(9).
      05 hm-avg-ws     pic 9(7)v99.
      05 hm-avg-cw     pic 9(7)v99.
  fd output-file.
    01 output-line pic x(200).

working-storage section.
  01 run-date              pic 9(8).
  01 registry-status       pic xx value "00".
  01 history-master-status pic xx value "00".
  77 history-open          pic 9  value 0.
  77 at-eof                pic 9  value 0.
  77 scan-at-eof           pic 9  value 0.
  77 period-bad            pic 9  value 0.

*> the period asked about, as dates and as day numbers
  01 from-date   pic x(8) value spaces.
  01 from-date-n redefines from-date pic 9(8).
  01 to-date     pic x(8) value spaces.
  01 to-date-n   redefines to-date   pic 9(8).
  77 from-int    pic 9(7) value 0.
  77 to-int      pic 9(7) value 0.

*> a calendar date taken apart, for stepping month by month
  01 cal-date.
    05 cal-yyyy pic 9(4).
    05 cal-mm   pic 99.
    05 cal-dd   pic 99.
  01 cal-date-n redefines cal-date pic 9(8).
  77 month-step pic 99     value 0.
  77 month-index pic 99    value 0.
  77 start-int  pic 9(7)   value 0.
  77 end-int    pic 9(7)   value 0.
  77 next-int   pic 9(7)   value 0.
  77 day-step   pic 9(3)   value 0.
  01 work-date  pic 9(8)   value 0.
  01 work-date-x redefines work-date pic x(8).

*> the windows one registry entry was due in, and how many runs fell in
*> each -- a year of daily windows is the most one entry can need
  77 window-count  pic 9(4) value 0.
  77 window-max    pic 9(4) value 400.
  77 window-capped pic 9    value 0.
  01 window-table.
    05 window-entry occurs 400 times.
      10 win-start pic 9(8).
      10 win-end   pic 9(8).
      10 win-runs  pic 9(4).
  77 w             pic 9(4) value 0.

*> filename pattern matching -- "*" any run of characters, "?" any one
  01 match-pattern  pic x(40) value spaces.
  01 match-name     pic x(40) value spaces.
  77 pat-len        pic 9(4) value 0.
  77 name-len       pic 9(4) value 0.
  77 prefix-len     pic 9(4) value 0.
  77 p              pic 9(4) value 0.
  77 s              pic 9(4) value 0.
  77 star-p         pic 9(4) value 0.
  77 star-s         pic 9(4) value 0.
  77 pattern-match  pic 9    value 0.
  77 match-done     pic 9    value 0.

*> per-entry and run totals
  77 entry-runs       pic 9(9) value 0.
  77 entry-missing    pic 9(4) value 0.
  77 entries-checked  pic 9(9) value 0.
  77 entries-short    pic 9(9) value 0.
  77 windows-due      pic 9(9) value 0.
  77 windows-met      pic 9(9) value 0.
  77 windows-missing  pic 9(9) value 0.

  01 count-disp      pic z(8)9.
  01 detail-line     pic x(200) value spaces.
  01 bar             pic x(200) value " +----------------------------------------------------------+".
  01 title-line      pic x(200) value " |                  missing submissions                     |".
  01 period-line     pic x(200) value spaces.
  01 bad-period-line pic x(200) value spaces.
  01 no-registry-line pic x(200) value spaces.
  01 no-master-line  pic x(200) value "   (no history master -- every window due counts as missing)".
  01 all-in-line     pic x(200) value "   every registered document was received in every window due".
  01 capped-line     pic x(200) value spaces.


*> what am i to do with all this? ------------------------------------------

procedure division.

000-main.

  accept run-date from date yyyymmdd.
  perform 010-determine-period.

  open output output-file.
  write output-line from bar        after advancing 0 lines.
  write output-line from title-line after advancing 1 line.
  write output-line from bar        after advancing 1 line.

  if period-bad is equal to 1
    write output-line from bad-period-line after advancing 1 line
    write output-line from bar after advancing 1 line
    close output-file
    display function trim(bad-period-line)
    move 8 to return-code
    stop run
  end-if.

  move spaces to period-line.
  string " period " delimited by size,
         from-date delimited by size,
         " to " delimited by size,
         to-date delimited by size
         into period-line.
  write output-line from period-line after advancing 1 line.
  move spaces to output-line.
  write output-line after advancing 1 line.

  open input registry-master.
  if registry-status is not equal to "00" and registry-status is not equal to "05"
    move spaces to no-registry-line
    string "   COULD NOT OPEN SUBMISSION REGISTRY (status " delimited by size,
           registry-status delimited by size,
           ") -- nothing to check" delimited by size
           into no-registry-line
    write output-line from no-registry-line after advancing 1 line
    write output-line from bar after advancing 1 line
    close output-file
    display function trim(no-registry-line)
    move 8 to return-code
    stop run
  end-if.

  open input history-master.
  if history-master-status is equal to "00"
     or history-master-status is equal to "05"
    move 1 to history-open
  else
    move 0 to history-open
    write output-line from no-master-line after advancing 1 line
  end-if.

  move 0 to at-eof.
  perform until at-eof is equal to 1
    read registry-master next record
      at end
        move 1 to at-eof
      not at end
        perform 100-check-one-entry
    end-read
  end-perform.

  if windows-missing is equal to 0
    write output-line from all-in-line after advancing 1 line
  end-if.

  perform 400-write-summary.

  close registry-master.
  if history-open is equal to 1
    close history-master
  end-if.
  write output-line from bar after advancing 1 line.
  close output-file.

*> a missing submission is the whole point of running this -- it has to
*> show on the schedule, not just in the report
  if windows-missing is greater than 0
    move 8 to return-code
  end-if.

  stop run.


*> the period: both ends from the environment, or the whole of last
*> calendar month when neither is given --------------------------------------

010-determine-period.

  move spaces to from-date.
  display "TEXTSTATS_FROM_DATE" upon environment-name.
  accept from-date from environment-value.
  move spaces to to-date.
  display "TEXTSTATS_TO_DATE" upon environment-name.
  accept to-date from environment-value.

  if from-date is equal to spaces and to-date is equal to spaces
    move run-date to cal-date-n
    move 1 to cal-dd
    compute to-int = function integer-of-date(cal-date-n) - 1
    move function date-of-integer(to-int) to to-date-n
    subtract 1 from cal-mm
    if cal-mm is equal to 0
      move 12 to cal-mm
      subtract 1 from cal-yyyy
    end-if
    move cal-date-n to from-date-n
  end-if.

  move 0 to period-bad.
  if from-date is not numeric or to-date is not numeric
    move 1 to period-bad
  else
    if function test-date-yyyymmdd(from-date-n) is not equal to 0
       or function test-date-yyyymmdd(to-date-n) is not equal to 0
       or from-date is greater than to-date
      move 1 to period-bad
    end-if
  end-if.

  if period-bad is equal to 1
    move spaces to bad-period-line
    string "   PERIOD NOT USABLE: from '" delimited by size,
           from-date delimited by size,
           "' to '" delimited by size,
           to-date delimited by size,
           "' -- give both as yyyymmdd, from no later than to" delimited by size
           into bad-period-line
  else
    compute from-int = function integer-of-date(from-date-n)
    compute to-int   = function integer-of-date(to-date-n)
  end-if.


*> one registry entry: which windows was it due in, which of those saw a
*> run, and print the ones that did not ------------------------------------

100-check-one-entry.

  perform 110-build-windows.
  if window-count is greater than 0
    add 1 to entries-checked
    add window-count to windows-due
    move 0 to entry-runs
    if history-open is equal to 1
      perform 120-scan-history
    end-if
    move 0 to entry-missing
    perform varying w from 1 by 1 until w is greater than window-count
      if win-runs(w) is equal to 0
        add 1 to entry-missing
      else
        add 1 to windows-met
      end-if
    end-perform
    if entry-missing is greater than 0
      add 1 to entries-short
      add entry-missing to windows-missing
      perform 140-report-entry
    end-if
  end-if.


*> lay out the windows for this entry's cadence. Day-counted cadences run
*> from the first day of the period; calendar cadences use the real
*> months. Only windows lying wholly inside the period are due -- a
*> window still open at period end is next period's business ---------------

110-build-windows.

  move 0 to window-count.
  move 0 to window-capped.
  evaluate rg-cadence
    when "daily"
      move 1 to day-step
      perform 112-build-day-windows
    when "weekly"
      move 7 to day-step
      perform 112-build-day-windows
    when "biweekly"
      move 14 to day-step
      perform 112-build-day-windows
    when "monthly"
      move 1 to month-step
      perform 114-build-month-windows
    when "quarterly"
      move 3 to month-step
      perform 114-build-month-windows
    when "annual"
      move 12 to month-step
      perform 114-build-month-windows
    when other
      continue
  end-evaluate.


112-build-day-windows.

  move from-int to start-int.
  compute end-int = start-int + day-step - 1.
  perform until end-int is greater than to-int
    perform 116-add-window
    add day-step to start-int
    compute end-int = start-int + day-step - 1
  end-perform.


*> calendar windows start on the first of a month lined up with the
*> cadence (any month, a quarter month, or january) at or after the start
*> of the period --------------------------------------------------------------

114-build-month-windows.

  move from-date-n to cal-date-n.
  move 1 to cal-dd.
  subtract 1 from cal-mm giving month-index.
  divide month-step into month-index.
  compute cal-mm = month-index * month-step + 1.
  compute start-int = function integer-of-date(cal-date-n).
  perform 118-step-months.
  perform until end-int is greater than to-int
    if start-int is not less than from-int
      perform 116-add-window
    end-if
    compute start-int = end-int + 1
    perform 118-step-months
  end-perform.


*> cal-date is on the first of the window's month: move it on by the
*> cadence and take the day before as the window's last day -----------------

118-step-months.

  add month-step to cal-mm.
  if cal-mm is greater than 12
    subtract 12 from cal-mm
    add 1 to cal-yyyy
  end-if.
  compute next-int = function integer-of-date(cal-date-n).
  compute end-int = next-int - 1.


*> an entry is held to a window only if it was on the registry when the
*> window closed: added on or before the last day, and not retired by then

116-add-window.

  move function date-of-integer(end-int) to work-date.
  if work-date-x is not less than rg-added-date
     and (rg-status is not equal to "R"
          or work-date-x is less than rg-retired-date)
    if window-count is less than window-max
      add 1 to window-count
      move function date-of-integer(start-int) to win-start(window-count)
      move work-date to win-end(window-count)
      move 0 to win-runs(window-count)
    else
      move 1 to window-capped
    end-if
  end-if.


*> walk the history master for filenames this pattern can match -- START
*> at the literal text ahead of the first wildcard and stop once the
*> filenames no longer begin with it ------------------------------------------

120-scan-history.

  move rg-pattern to match-pattern.
  move function length(function trim(match-pattern trailing)) to pat-len.
  move 0 to prefix-len.
  perform varying p from 1 by 1
      until p is greater than pat-len
         or match-pattern(p:1) is equal to "*"
         or match-pattern(p:1) is equal to "?"
    add 1 to prefix-len
  end-perform.

  move low-values to hm-key.
  if prefix-len is greater than 0
    move match-pattern(1:prefix-len) to hm-filename
  end-if.
  move 0 to scan-at-eof.
  start history-master key is not less than hm-key
    invalid key
      move 1 to scan-at-eof
  end-start.
  perform until scan-at-eof is equal to 1
    read history-master next record
      at end
        move 1 to scan-at-eof
      not at end
        if prefix-len is greater than 0
           and hm-filename(1:prefix-len) is not equal to match-pattern(1:prefix-len)
          move 1 to scan-at-eof
        else
          if hm-rundate is not less than from-date
             and hm-rundate is not greater than to-date
            move hm-filename to match-name
            perform 125-match-pattern
            if pattern-match is equal to 1
              add 1 to entry-runs
              perform 130-mark-windows
            end-if
          end-if
        end-if
    end-read
  end-perform.


*> does match-name fit match-pattern? The usual wildcard walk: on a "*"
*> remember where we were, and when a later character fails go back and
*> let the "*" swallow one more character -------------------------------------

125-match-pattern.

  move function length(function trim(match-name trailing)) to name-len.
  move 1 to p.
  move 1 to s.
  move 0 to star-p.
  move 0 to star-s.
  move 0 to match-done.
  move 1 to pattern-match.
  perform until match-done is equal to 1 or s is greater than name-len
    if p is not greater than pat-len
       and (match-pattern(p:1) is equal to "?"
            or match-pattern(p:1) is equal to match-name(s:1))
      add 1 to p
      add 1 to s
    else
      if p is not greater than pat-len
         and match-pattern(p:1) is equal to "*"
        move p to star-p
        move s to star-s
        add 1 to p
      else
        if star-p is greater than 0
          compute p = star-p + 1
          add 1 to star-s
          move star-s to s
        else
          move 0 to pattern-match
          move 1 to match-done
        end-if
      end-if
    end-if
  end-perform.
  if pattern-match is equal to 1
    perform until p is greater than pat-len
               or match-pattern(p:1) is not equal to "*"
      add 1 to p
    end-perform
    if p is not greater than pat-len
      move 0 to pattern-match
    end-if
  end-if.


*> credit the run to whichever window its date falls in ---------------------

130-mark-windows.

  move hm-rundate to work-date-x.
  perform varying w from 1 by 1 until w is greater than window-count
    if work-date is not less than win-start(w)
       and work-date is not greater than win-end(w)
      add 1 to win-runs(w)
    end-if
  end-perform.


*> who to chase and for what ------------------------------------------------

140-report-entry.

  move spaces to detail-line.
  string "   " delimited by size,
         rg-pattern delimited by space,
         "  (" delimited by size,
         rg-cadence delimited by space,
         ")" delimited by size
         into detail-line.
  write output-line from detail-line after advancing 1 line.

  move spaces to detail-line.
  string "      department: " delimited by size,
         rg-department delimited by "  ",
         "   type: " delimited by size,
         rg-doc-type delimited by "  "
         into detail-line.
  write output-line from detail-line after advancing 1 line.

  move spaces to detail-line.
  string "      contact:    " delimited by size,
         rg-contact delimited by "  "
         into detail-line.
  write output-line from detail-line after advancing 1 line.

  perform varying w from 1 by 1 until w is greater than window-count
    if win-runs(w) is equal to 0
      move spaces to detail-line
      if win-start(w) is equal to win-end(w)
        string "      missing " delimited by size,
               win-start(w) delimited by size
               into detail-line
      else
        string "      missing " delimited by size,
               win-start(w) delimited by size,
               " - " delimited by size,
               win-end(w) delimited by size
               into detail-line
      end-if
      write output-line from detail-line after advancing 1 line
    end-if
  end-perform.

  if window-capped is equal to 1
    move spaces to capped-line
    move window-max to count-disp
    string "      (only the first " delimited by size,
           function trim(count-disp) delimited by size,
           " windows checked -- shorten the period)" delimited by size
           into capped-line
    write output-line from capped-line after advancing 1 line
  end-if.

  move spaces to output-line.
  write output-line after advancing 1 line.


*> the counts the operator reads first -------------------------------------

400-write-summary.

  move spaces to output-line.
  write output-line after advancing 1 line.

  move entries-checked to count-disp.
  move spaces to detail-line.
  string " registry entries due in period ...... " delimited by size,
         function trim(count-disp) delimited by size
         into detail-line.
  write output-line from detail-line after advancing 1 line.

  move windows-due to count-disp.
  move spaces to detail-line.
  string " submissions due ..................... " delimited by size,
         function trim(count-disp) delimited by size
         into detail-line.
  write output-line from detail-line after advancing 1 line.

  move windows-met to count-disp.
  move spaces to detail-line.
  string " submissions received ................ " delimited by size,
         function trim(count-disp) delimited by size
         into detail-line.
  write output-line from detail-line after advancing 1 line.

  move windows-missing to count-disp.
  move spaces to detail-line.
  string " submissions missing ................. " delimited by size,
         function trim(count-disp) delimited by size
         into detail-line.
  write output-line from detail-line after advancing 1 line.

  move entries-short to count-disp.
  move spaces to detail-line.
  string " entries with something missing ...... " delimited by size,
         function trim(count-disp) delimited by size
         into detail-line.
  write output-line from detail-line after advancing 1 line.
