*> -----------------------------------------------------------------------------
*>   Companion to text-stats: batch-window report built from file_timing.csv,
*>   the row text-stats appends for every file it attempts (start and end
*>   time, elapsed hundredths, lines and bytes read). It lists the slowest
*>   files and the throughput day by day over a date range
*>   (TEXTSTATS_FROM_DATE / TEXTSTATS_TO_DATE, yyyymmdd, both optional).
*>   Given a control file (TEXTSTATS_CONTROL_FILE) it also forecasts that
*>   batch: each entry by the average of its own past timings, or -- for an
*>   entry never timed -- by its size at the range's overall bytes per
*>   second. A forecast past the batch window (TEXTSTATS_BATCH_WINDOW,
*>   minutes, 360 when unset) is flagged and ends with return code 4; a
*>   window that is not a whole number of minutes ends with return code 20.
*> -----------------------------------------------------------------------------


identification division.
program-id. text-stats-timing.


environment division.
input-output section.
  file-control.
  select optional timing-file assign to "file_timing.csv"
    organization is line sequential.
  select optional control-file assign to dynamic control-filename
    organization is line sequential
    file status is control-file-status.
  select entry-file assign to dynamic entry-filename
    organization is line sequential
    file status is entry-file-status.
  select output-file assign to "timing_report.txt"
    organization is sequential
    access mode is sequential.


data division.
file section.
  fd timing-file.
    01 timing-record pic x(200).
  fd control-file.
    01 control-line pic x(40).
  fd entry-file.
    01 entry-line pic x(512).
  fd output-file.
    01 output-line pic x(200).

working-storage section.
  01 from-date pic x(8) value spaces.
  01 to-date   pic x(8) value spaces.
  77 at-eof    pic 9    value 0.

*> the forecast's inputs: the control file to size up and the window it
*> has to fit in
  01 control-filename    pic x(60) value spaces.
  01 control-file-status pic xx    value "00".
  01 entry-filename      pic x(40) value spaces.
  01 entry-file-status   pic xx    value "00".
  01 window-text         pic x(12) value spaces.
  77 window-minutes      pic 9(6)  value 360.
  77 window-digits       pic 9(4)  value 0.
  77 window-hs           pic 9(11) value 0.

*> one timing row split at its commas -- the same shape
*> 066-write-timing-record in text-stats strings together
  01 parse-line   pic x(200) value spaces.
  01 tok-date     pic x(8)  value spaces.
  01 tok-start    pic x(6)  value spaces.
  01 tok-end      pic x(6)  value spaces.
  01 tok-elapsed  pic x(12) value spaces.
  01 tok-file     pic x(40) value spaces.
  01 tok-control  pic x(40) value spaces.
  01 tok-lines    pic x(12) value spaces.
  01 tok-bytes    pic x(14) value spaces.
  01 tok-status   pic x(9)  value spaces.
  77 elapsed-value pic 9(9)  value 0.
  77 lines-value   pic 9(9)  value 0.
  77 bytes-value   pic 9(12) value 0.

*> the slowest files in the range, slowest first
  01 slow-table.
    05 slow-entry occurs 10 times.
      10 sl-date    pic x(8).
      10 sl-start   pic x(6).
      10 sl-file    pic x(40).
      10 sl-elapsed pic 9(9).
      10 sl-lines   pic 9(9).
      10 sl-bytes   pic 9(12).
  77 slow-count   pic 9(4) value 0.
  77 slow-idx     pic 9(4) value 0.
  77 slow-pos     pic 9(4) value 0.

*> daily throughput, first-seen order (the log is appended, so that is
*> date order); a year of nightly batches fits with room to spare
  01 daily-table.
    05 daily-entry occurs 400 times.
      10 dt-date    pic x(8).
      10 dt-files   pic 9(9).
      10 dt-skipped pic 9(9).
      10 dt-lines   pic 9(11).
      10 dt-bytes   pic 9(14).
      10 dt-elapsed pic 9(11).
  77 daily-count    pic 9(4) value 0.
  77 daily-idx      pic 9(4) value 0.
  77 daily-overflow pic 9    value 0.

*> each file's own past timings, for the forecast -- processed runs
*> only: a skipped file's few hundredths say nothing about a real run,
*> and a resumed one only timed part of the file
  01 file-history-table.
    05 file-history-entry occurs 2000 times.
      10 fh-file    pic x(40).
      10 fh-runs    pic 9(9).
      10 fh-elapsed pic 9(11).
      10 fh-bytes   pic 9(14).
  77 file-history-count    pic 9(4) value 0.
  77 file-history-idx      pic 9(4) value 0.
  77 file-history-overflow pic 9    value 0.
  77 history-slot          pic 9(4) value 0.

*> the range's overall rate, for entries with no history of their own
  77 all-bytes     pic 9(14) value 0.
  77 all-elapsed   pic 9(11) value 0.
  77 all-rows      pic 9(9)  value 0.

*> the forecast itself
  77 entry-count       pic 9(9)  value 0.
  77 entry-by-history  pic 9(9)  value 0.
  77 entry-by-size     pic 9(9)  value 0.
  77 entry-no-basis    pic 9(9)  value 0.
  77 entry-missing     pic 9(9)  value 0.
  77 entry-bytes       pic 9(12) value 0.
  77 entry-rec-len     pic 9(4)  value 0.
  77 entry-at-eof      pic 9     value 0.
  77 entry-forecast    pic 9(11) value 0.
  77 forecast-total    pic 9(11) value 0.
  01 basis-text        pic x(30) value spaces.

  77 found-flag     pic 9     value 0.
  77 rows-in-range  pic 9(9)  value 0.
  77 rate-value     pic 9(12) value 0.
  77 rate-elapsed   pic 9(11) value 0.
  77 dur-hs         pic 9(11) value 0.
  77 dur-hh         pic 9(5)  value 0.
  77 dur-mi         pic 99    value 0.
  77 dur-ss         pic 99    value 0.
  01 dur-hh-disp    pic z(4)9.
  01 dur-text       pic x(11) value spaces.

  01 num-disp-1   pic z(8)9.
  01 num-disp-2   pic z(8)9.
  01 num-disp-3   pic z(11)9.
  01 num-disp-4   pic z(11)9.
  01 num-disp-5   pic z(11)9.
  01 detail-line  pic x(200) value spaces.

  01 bar          pic x(200) value " +----------------------------------------------------------+".
  01 title-line   pic x(200) value " |             text-stats batch timing and forecast         |".
  01 range-line   pic x(200) value spaces.
  01 slow-title   pic x(200) value " slowest files".
  01 slow-header  pic x(200) value "   run date  start   filename                                    elapsed     lines        bytes".
  01 daily-title  pic x(200) value " throughput by day".
  01 daily-header pic x(200) value "   date          files    skipped     elapsed        bytes    bytes/sec    lines/sec".
  01 forecast-title  pic x(200) value spaces.
  01 forecast-header pic x(200) value "   filename                                    forecast   basis".
  01 no-rows-line pic x(200) value " (no timings recorded in that date range)".
  01 daily-overflow-note pic x(200) value "   (daily table full -- days past the first 400 are not broken out)".
  01 history-overflow-note pic x(200) value "   (more than 2000 files timed -- files past those forecast by size)".


*> what am i to do with all this? ------------------------------------------

procedure division.

000-main.

  move spaces to from-date.
  display "TEXTSTATS_FROM_DATE" upon environment-name.
  accept from-date from environment-value.
  if from-date is equal to spaces
    move "00000000" to from-date
  end-if.
  move spaces to to-date.
  display "TEXTSTATS_TO_DATE" upon environment-name.
  accept to-date from environment-value.
  if to-date is equal to spaces
    move "99999999" to to-date
  end-if.

  move spaces to control-filename.
  display "TEXTSTATS_CONTROL_FILE" upon environment-name.
  accept control-filename from environment-value.
  move spaces to window-text.
  display "TEXTSTATS_BATCH_WINDOW" upon environment-name.
  accept window-text from environment-value.

*> a mistyped window would otherwise read as 0 minutes and flag every
*> forecast -- anything but a whole number of minutes from 1 to 999999
*> refuses the run before any timing is read
  if window-text is not equal to spaces
    move function trim(window-text) to window-text
    move 0 to window-digits
    inspect window-text tallying window-digits
      for characters before initial space
    move 0 to window-minutes
    if window-digits is not greater than 6
      if window-text(1:window-digits) is numeric
         and window-text(window-digits + 1:) is equal to spaces
        move window-text(1:window-digits) to window-minutes
      end-if
    end-if
    if window-minutes is equal to 0
      move spaces to detail-line
      string " TEXTSTATS_BATCH_WINDOW " delimited by size,
             function trim(window-text) delimited by size,
             " is not a number of minutes from 1 to 999999 -- not run" delimited by size
             into detail-line
      open output output-file
      write output-line from bar         after advancing 0 lines
      write output-line from title-line  after advancing 1 line
      write output-line from bar         after advancing 1 line
      write output-line from detail-line after advancing 1 line
      write output-line from bar         after advancing 1 line
      close output-file
      display function trim(detail-line)
      move 20 to return-code
      stop run
    end-if
  end-if.
  compute window-hs = window-minutes * 6000.

  open input timing-file.
  perform until at-eof is equal to 1
    read timing-file into parse-line
      at end
        move 1 to at-eof
      not at end
        if parse-line is not equal to spaces
          perform 100-parse-timing-line
          if tok-date is not equal to "run_date"
             and tok-date is not less than from-date
             and tok-date is not greater than to-date
            add 1 to rows-in-range
            perform 150-roll-into-tables
          end-if
        end-if
    end-read
  end-perform.
  close timing-file.

  open output output-file.
  write output-line from bar        after advancing 0 lines.
  write output-line from title-line after advancing 1 line.
  write output-line from bar        after advancing 1 line.
  move spaces to range-line.
  string " timings from " delimited by size,
         from-date delimited by size,
         " to " delimited by size,
         to-date delimited by size
         into range-line.
  write output-line from range-line after advancing 1 line.

  if rows-in-range is equal to 0
    write output-line from no-rows-line after advancing 1 line
  else
    perform 200-write-slowest-files
    perform 300-write-daily-throughput
  end-if.

  if control-filename is not equal to spaces
    perform 400-write-forecast
  end-if.

  write output-line from bar after advancing 1 line.
  close output-file.

  stop run.


*> split one timing row at its commas and turn the counts numeric -----------

100-parse-timing-line.

  move spaces to tok-date.
  move spaces to tok-start.
  move spaces to tok-end.
  move spaces to tok-elapsed.
  move spaces to tok-file.
  move spaces to tok-control.
  move spaces to tok-lines.
  move spaces to tok-bytes.
  move spaces to tok-status.
  unstring parse-line delimited by ","
    into tok-date tok-start tok-end tok-elapsed tok-file
         tok-control tok-lines tok-bytes tok-status.

  move 0 to elapsed-value.
  move 0 to lines-value.
  move 0 to bytes-value.
  if tok-date is not equal to "run_date"
    if tok-elapsed is not equal to spaces
      move function numval(tok-elapsed) to elapsed-value
    end-if
    if tok-lines is not equal to spaces
      move function numval(tok-lines) to lines-value
    end-if
    if tok-bytes is not equal to spaces
      move function numval(tok-bytes) to bytes-value
    end-if
  end-if.


*> fold the parsed row into the slowest-file list, the daily table, and
*> the per-file history the forecast works from --------------------------------

150-roll-into-tables.

  perform 160-keep-if-slow.

  move 0 to found-flag.
  perform varying daily-idx from 1 by 1
      until daily-idx > daily-count or found-flag is equal to 1
    if dt-date(daily-idx) is equal to tok-date
      move 1 to found-flag
      perform 165-add-to-daily
    end-if
  end-perform.
  if found-flag is equal to 0
    if daily-count is less than 400
      add 1 to daily-count
      move daily-count to daily-idx
      move tok-date to dt-date(daily-idx)
      move 0 to dt-files(daily-idx)
      move 0 to dt-skipped(daily-idx)
      move 0 to dt-lines(daily-idx)
      move 0 to dt-bytes(daily-idx)
      move 0 to dt-elapsed(daily-idx)
      perform 165-add-to-daily
    else
      move 1 to daily-overflow
    end-if
  end-if.

  if tok-status is equal to "processed"
    add bytes-value   to all-bytes
    add elapsed-value to all-elapsed
    add 1 to all-rows
    perform 170-add-to-file-history
  end-if.


*> slot the row into the top-ten list when it beats the slowest kept so
*> far, pushing the rest down one ---------------------------------------------

160-keep-if-slow.

  move 0 to slow-pos.
  perform varying slow-idx from 1 by 1
      until slow-idx > slow-count or slow-pos is greater than 0
    if elapsed-value is greater than sl-elapsed(slow-idx)
      move slow-idx to slow-pos
    end-if
  end-perform.
  if slow-pos is equal to 0 and slow-count is less than 10
    add 1 to slow-count
    move slow-count to slow-pos
  else
    if slow-pos is greater than 0
      if slow-count is less than 10
        add 1 to slow-count
      end-if
      perform varying slow-idx from slow-count by -1
          until slow-idx is not greater than slow-pos
        move slow-entry(slow-idx - 1) to slow-entry(slow-idx)
      end-perform
    end-if
  end-if.
  if slow-pos is greater than 0
    move tok-date      to sl-date(slow-pos)
    move tok-start     to sl-start(slow-pos)
    move tok-file      to sl-file(slow-pos)
    move elapsed-value to sl-elapsed(slow-pos)
    move lines-value   to sl-lines(slow-pos)
    move bytes-value   to sl-bytes(slow-pos)
  end-if.


165-add-to-daily.

  add 1 to dt-files(daily-idx).
  if tok-status is equal to "skipped"
    add 1 to dt-skipped(daily-idx)
  end-if.
  add lines-value   to dt-lines(daily-idx).
  add bytes-value   to dt-bytes(daily-idx).
  add elapsed-value to dt-elapsed(daily-idx).


170-add-to-file-history.

  move 0 to found-flag.
  perform varying file-history-idx from 1 by 1
      until file-history-idx > file-history-count or found-flag is equal to 1
    if fh-file(file-history-idx) is equal to tok-file
      move 1 to found-flag
      add 1             to fh-runs(file-history-idx)
      add elapsed-value to fh-elapsed(file-history-idx)
      add bytes-value   to fh-bytes(file-history-idx)
    end-if
  end-perform.
  if found-flag is equal to 0
    if file-history-count is less than 2000
      add 1 to file-history-count
      move tok-file      to fh-file(file-history-count)
      move 1             to fh-runs(file-history-count)
      move elapsed-value to fh-elapsed(file-history-count)
      move bytes-value   to fh-bytes(file-history-count)
    else
      move 1 to file-history-overflow
    end-if
  end-if.


*> the ten files that took longest, slowest first ------------------------------

200-write-slowest-files.

  move spaces to output-line.
  write output-line after advancing 1 line.
  write output-line from slow-title  after advancing 1 line.
  write output-line from slow-header after advancing 1 line.

  perform varying slow-idx from 1 by 1 until slow-idx > slow-count
    move sl-elapsed(slow-idx) to dur-hs
    perform 500-format-duration
    move sl-lines(slow-idx) to num-disp-1
    move sl-bytes(slow-idx) to num-disp-3
    move spaces to detail-line
    string "   " delimited by size,
           sl-date(slow-idx) delimited by size,
           "  " delimited by size,
           sl-start(slow-idx) delimited by size,
           "  " delimited by size,
           sl-file(slow-idx) delimited by size,
           dur-text delimited by size,
           " " delimited by size,
           num-disp-1 delimited by size,
           " " delimited by size,
           num-disp-3 delimited by size
           into detail-line
    write output-line from detail-line after advancing 1 line
  end-perform.


*> one line per day in the range: files timed, files skipped, total time,
*> bytes read, and the rate it all went through at -- read down the last
*> two columns and the trend is right there ------------------------------------

300-write-daily-throughput.

  move spaces to output-line.
  write output-line after advancing 1 line.
  write output-line from daily-title  after advancing 1 line.
  write output-line from daily-header after advancing 1 line.

  perform varying daily-idx from 1 by 1 until daily-idx > daily-count
    move dt-files(daily-idx)   to num-disp-1
    move dt-skipped(daily-idx) to num-disp-2
    move dt-elapsed(daily-idx) to dur-hs
    perform 500-format-duration
    move dt-bytes(daily-idx)   to num-disp-3
*>  the clock ticks in hundredths, so a day of tiny files can show no
*>  elapsed time at all -- rate it as one tick rather than divide by 0
    move dt-elapsed(daily-idx) to rate-elapsed
    if rate-elapsed is equal to 0
      move 1 to rate-elapsed
    end-if
    compute rate-value = (dt-bytes(daily-idx) * 100) / rate-elapsed
    move rate-value to num-disp-4
    compute rate-value = (dt-lines(daily-idx) * 100) / rate-elapsed
    move rate-value to num-disp-5
    move spaces to detail-line
    string "   " delimited by size,
           dt-date(daily-idx) delimited by size,
           "  " delimited by size,
           num-disp-1 delimited by size,
           "  " delimited by size,
           num-disp-2 delimited by size,
           " " delimited by size,
           dur-text delimited by size,
           " " delimited by size,
           num-disp-3 delimited by size,
           " " delimited by size,
           num-disp-4 delimited by size,
           " " delimited by size,
           num-disp-5 delimited by size
           into detail-line
    write output-line from detail-line after advancing 1 line
  end-perform.

  if daily-overflow is equal to 1
    write output-line from daily-overflow-note after advancing 1 line
  end-if.


*> forecast the named control file entry by entry, total it, and hold
*> the total up against the batch window ---------------------------------------

400-write-forecast.

  move spaces to output-line.
  write output-line after advancing 1 line.
  move window-minutes to num-disp-1.
  move spaces to forecast-title.
  string " forecast for " delimited by size,
         control-filename delimited by space,
         " (batch window " delimited by size,
         function trim(num-disp-1) delimited by size,
         " minutes)" delimited by size
         into forecast-title.
  write output-line from forecast-title  after advancing 1 line.

  open input control-file.
  if control-file-status is not equal to "00"
    close control-file
    move spaces to detail-line
    string "   COULD NOT OPEN CONTROL FILE " delimited by size,
           control-filename delimited by space,
           " (status " delimited by size,
           control-file-status delimited by size,
           ") -- no forecast made" delimited by size
           into detail-line
    write output-line from detail-line after advancing 1 line
    display function trim(detail-line)
    move 8 to return-code
  else
    write output-line from forecast-header after advancing 1 line
    move 0 to at-eof
    perform until at-eof is equal to 1
      read control-file
        at end
          move 1 to at-eof
        not at end
          if control-line is not equal to spaces
            perform 410-forecast-one-entry
          end-if
      end-read
    end-perform
    close control-file
    perform 430-write-forecast-total
  end-if.


*> one control entry: its own average when it has been timed before, its
*> size at the overall rate when it has not ----------------------------------

410-forecast-one-entry.

  add 1 to entry-count.
  move control-line to entry-filename.
  move 0 to entry-forecast.
  move spaces to basis-text.

  move 0 to history-slot.
  perform varying file-history-idx from 1 by 1
      until file-history-idx > file-history-count or history-slot is greater than 0
    if fh-file(file-history-idx) is equal to entry-filename
      move file-history-idx to history-slot
    end-if
  end-perform.

  if history-slot is greater than 0
    add 1 to entry-by-history
    compute entry-forecast rounded =
      fh-elapsed(history-slot) / fh-runs(history-slot)
    move fh-runs(history-slot) to num-disp-1
    string "average of " delimited by size,
           function trim(num-disp-1) delimited by size,
           " run(s)" delimited by size
           into basis-text
  else
    perform 420-size-entry-file
    if entry-file-status is not equal to "00"
      add 1 to entry-missing
      move "FILE NOT FOUND" to basis-text
    else
      if all-bytes is equal to 0 or all-elapsed is equal to 0
        add 1 to entry-no-basis
        move "no timings to rate it by" to basis-text
      else
        add 1 to entry-by-size
        compute entry-forecast rounded =
          (entry-bytes * all-elapsed) / all-bytes
        move entry-bytes to num-disp-3
        string "size, " delimited by size,
               function trim(num-disp-3) delimited by size,
               " bytes" delimited by size
               into basis-text
      end-if
    end-if
  end-if.

  add entry-forecast to forecast-total.
  move entry-forecast to dur-hs.
  perform 500-format-duration.
  move spaces to detail-line.
  string "   " delimited by size,
         entry-filename delimited by size,
         " " delimited by size,
         dur-text delimited by size,
         "   " delimited by size,
         basis-text delimited by size
         into detail-line.
  write output-line from detail-line after advancing 1 line.


*> read an untimed entry end to end for its size, counted the way
*> text-stats counts it (each line's text up to its last non-blank,
*> plus the newline) ---------------------------------------------------------

420-size-entry-file.

  move 0 to entry-bytes.
  move 0 to entry-at-eof.
  open input entry-file.
  if entry-file-status is not equal to "00"
    close entry-file
  else
    perform until entry-at-eof is equal to 1
      read entry-file
        at end
          move 1 to entry-at-eof
        not at end
          move 512 to entry-rec-len
          perform until entry-rec-len is equal to 0
                     or entry-line(entry-rec-len:1) is not equal to space
            subtract 1 from entry-rec-len
          end-perform
          compute entry-bytes = entry-bytes + entry-rec-len + 1
      end-read
    end-perform
    close entry-file
    move "00" to entry-file-status
  end-if.


*> the batch total against the window, and a flag the scheduler sees
*> when it will not fit --------------------------------------------------------

430-write-forecast-total.

  move spaces to output-line.
  write output-line after advancing 1 line.

  move forecast-total to dur-hs.
  perform 500-format-duration.
  move entry-count to num-disp-1.
  move spaces to detail-line.
  string "   forecast for " delimited by size,
         function trim(num-disp-1) delimited by size,
         " file(s) ........ " delimited by size,
         function trim(dur-text) delimited by size
         into detail-line.
  write output-line from detail-line after advancing 1 line.

  move window-hs to dur-hs.
  perform 500-format-duration.
  move spaces to detail-line.
  string "   batch window .................. " delimited by size,
         function trim(dur-text) delimited by size
         into detail-line.
  write output-line from detail-line after advancing 1 line.

  if entry-missing is greater than 0 or entry-no-basis is greater than 0
    move entry-missing  to num-disp-1
    move entry-no-basis to num-disp-2
    move spaces to detail-line
    string "   (" delimited by size,
           function trim(num-disp-1) delimited by size,
           " file(s) not found and " delimited by size,
           function trim(num-disp-2) delimited by size,
           " with nothing to rate them by are not in the total)"
             delimited by size
           into detail-line
    write output-line from detail-line after advancing 1 line
  end-if.

  if file-history-overflow is equal to 1
    write output-line from history-overflow-note after advancing 1 line
  end-if.

  if forecast-total is greater than window-hs
    move "   ** FORECAST EXCEEDS THE BATCH WINDOW **" to detail-line
    write output-line from detail-line after advancing 1 line
    move window-minutes to num-disp-1
    display "FORECAST FOR " function trim(control-filename)
            " EXCEEDS THE " function trim(num-disp-1)
            " MINUTE BATCH WINDOW"
    if return-code is less than 4
      move 4 to return-code
    end-if
  else
    move "   forecast fits the batch window" to detail-line
    write output-line from detail-line after advancing 1 line
  end-if.


*> dur-hs (hundredths of a second) as h:mm:ss in dur-text -------------------

500-format-duration.

  compute dur-hh = dur-hs / 360000.
  compute dur-mi = (dur-hs - dur-hh * 360000) / 6000.
  compute dur-ss = (dur-hs - dur-hh * 360000 - dur-mi * 6000) / 100.
  move dur-hh to dur-hh-disp.
  move spaces to dur-text.
  string dur-hh-disp delimited by size,
         ":" delimited by size,
         dur-mi delimited by size,
         ":" delimited by size,
         dur-ss delimited by size
         into dur-text.
