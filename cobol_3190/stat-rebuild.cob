    access mode is dynamic
    record key is hm-key
    file status is history-master-status.
  select optional lock-file assign to "textstats_lock.idx"
    organization is indexed
    access mode is dynamic
    record key is lk-resource
    file status is lock-file-status.
  select output-file assign to "rebuild_report.txt"
    organization is sequential
    access mode is sequential.
      05 hm-numC       pic 9(9).
      05 hm-avg-ws     pic 9(7)v99.
      05 hm-avg-cw     pic 9(7)v99.
  fd lock-file.
    01 lock-record.
      05 lk-resource pic x(12).
      05 lk-holder   pic x(30).
      05 lk-mode     pic x(12).
      05 lk-date     pic 9(8).
      05 lk-time.
        10 lk-hh     pic 99.
        10 lk-mi     pic 99.
        10 lk-sscc   pic 9(4).
  fd output-file.
    01 output-line pic x(200).

  01 overflow-note pic x(200) value " (more than 2000 distinct filename/date keys -- rebuild is incomplete, run housekeeping first)".
  01 clean-line   pic x(200) value " verify: master and flat history agree record for record".

*> the run lock shared by text-stats, text-stats-housekeeping and
*> text-stats-rebuild: one keyed record in textstats_lock.idx naming the
*> program writing the standing files, its mode and when it started. A
*> run that finds the lock held stops before touching anything (return
*> code 12). A lock older than TEXTSTATS_LOCK_STALE_HOURS (12 when unset)
*> is taken for a crashed run's and reported as stale (return code 16);
*> rerunning with TEXTSTATS_CLEAR_STALE_LOCK=Y clears a stale lock and
*> carries on -- a lock younger than that is never cleared. A stale-hours
*> setting that is not a whole number from 1 to 9999 is a setup error,
*> not a held lock, and refuses the run with return code 20
  01 lock-file-status  pic xx    value "00".
  01 lock-program      pic x(30) value "text-stats-rebuild".
  01 lock-mode-text    pic x(12) value "rebuild".
  01 lock-our-date     pic 9(8)  value 0.
  01 lock-our-time.
    05 lock-our-hh     pic 99.
    05 lock-our-mi     pic 99.
    05 lock-our-sscc   pic 9(4).
  01 lock-stale-text   pic x(10) value spaces.
  77 lock-stale-hours  pic 9(4)  value 12.
  77 lock-stale-digits pic 9(4) value 0.
  01 lock-clear-text   pic x(4)  value spaces.
  77 lock-held-by-us   pic 9     value 0.
  77 lock-refused      pic 9     value 0.
  77 lock-found        pic 9     value 0.
  77 lock-refuse-rc    pic 9(4)  value 0.
  77 lock-age-minutes  pic s9(9) value 0.
  77 lock-age-hours    pic 9(7)  value 0.
  01 lock-age-disp     pic z(6)9.
  01 lock-message      pic x(200) value spaces.


*> what am i to do with all this? ------------------------------------------


000-main.

*> nothing shared is touched until the run lock is ours
  perform 005-acquire-run-lock.

  open output output-file.
  write output-line from bar        after advancing 0 lines.
  write output-line from title-line after advancing 1 line.

  perform 100-load-flat-history.

  if rows-read is equal to 0
    write output-line from no-history-line after advancing 1 line
    write output-line from bar after advancing 1 line
    close output-file
    perform 990-release-run-lock
    stop run
  end-if.

  if rebuild-overflow is equal to 1
    write output-line from overflow-note after advancing 1 line
    move 1 to verify-bad
  end-if.

*> a rebuild that cannot be proven complete and agreeing is a red job,
*> not a quiet report -- same stance the skip/truncation paths take
  if verify-bad is equal to 1
    move 8 to return-code
  end-if.

  perform 990-release-run-lock.

  stop run.


*> take the run lock before any standing file is touched. The lock is one
*> keyed record, so whichever run writes it first holds it; a run that
*> finds it already written reads who has it and stops, unless the lock
*> is old enough to be a crashed run's and the operator has said to clear
*> it ---------------------------------------------------------------------------

005-acquire-run-lock.

  accept lock-our-date from date yyyymmdd.
  accept lock-our-time from time.

  move spaces to lock-stale-text.
  display "TEXTSTATS_LOCK_STALE_HOURS" upon environment-name.
  accept lock-stale-text from environment-value.
*> a lock age of 0 would judge every held lock stale, and with
*> TEXTSTATS_CLEAR_STALE_LOCK=Y clear a live run's lock out from under
*> it -- anything but a whole number of hours from 1 up refuses the run
  if lock-stale-text is not equal to spaces
    move function trim(lock-stale-text) to lock-stale-text
    move 0 to lock-stale-digits
    inspect lock-stale-text tallying lock-stale-digits
      for characters before initial space
    move 0 to lock-stale-hours
    if lock-stale-digits is not greater than 4
      if lock-stale-text(1:lock-stale-digits) is numeric
         and lock-stale-text(lock-stale-digits + 1:) is equal to spaces
        move lock-stale-text(1:lock-stale-digits) to lock-stale-hours
      end-if
    end-if
    if lock-stale-hours is equal to 0
      move spaces to lock-message
      string "TEXTSTATS_LOCK_STALE_HOURS " delimited by size,
             function trim(lock-stale-text) delimited by size,
             " is not a number of hours from 1 to 9999 -- not starting" delimited by size
             into lock-message
      display function trim(lock-message)
      move 20 to return-code
      stop run
    end-if
  end-if.
  move spaces to lock-clear-text.
  display "TEXTSTATS_CLEAR_STALE_LOCK" upon environment-name.
  accept lock-clear-text from environment-value.
  move function upper-case(lock-clear-text) to lock-clear-text.

  open i-o lock-file.
  if lock-file-status is equal to "35"
    open output lock-file
    close lock-file
    open i-o lock-file
  end-if.
  if lock-file-status is not equal to "00"
     and lock-file-status is not equal to "05"
    move spaces to lock-message
    string "COULD NOT OPEN RUN LOCK FILE textstats_lock.idx (status " delimited by size,
           lock-file-status delimited by size,
           ") -- not starting" delimited by size
           into lock-message
    display function trim(lock-message)
    move 12 to return-code
    stop run
  end-if.

  move 0 to lock-refused.
  perform 006-fill-run-lock.
  write lock-record
    invalid key
      move 1 to lock-refused
  end-write.
  if lock-refused is equal to 1
    perform 007-judge-held-lock
  end-if.
  close lock-file.

  if lock-refused is equal to 1
    display function trim(lock-message)
    move lock-refuse-rc to return-code
    stop run
  end-if.
  move 1 to lock-held-by-us.


006-fill-run-lock.

  move "SHARED-FILES" to lk-resource.
  move lock-program   to lk-holder.
  move lock-mode-text to lk-mode.
  move lock-our-date  to lk-date.
  move lock-our-time  to lk-time.


*> the lock is held: say by whom, in what mode and since when, and decide
*> whether it has sat long enough to be a crashed run's -----------------------

007-judge-held-lock.

  move "SHARED-FILES" to lk-resource.
  move 1 to lock-found.
  read lock-file
    invalid key
      move 0 to lock-found
  end-read.

*>  released between our write and our read -- one more try
  if lock-found is equal to 0
    perform 006-fill-run-lock
    write lock-record
      invalid key
        continue
      not invalid key
        move 0 to lock-refused
    end-write
    if lock-refused is equal to 1
      move 12 to lock-refuse-rc
      move "RUN LOCK CHANGED HANDS WHILE STARTING -- not starting, try again"
        to lock-message
    end-if
  else
    move 999999999 to lock-age-minutes
    if lk-date is numeric
      if function test-date-yyyymmdd(lk-date) is equal to 0
        compute lock-age-minutes =
            (function integer-of-date(lock-our-date)
             - function integer-of-date(lk-date)) * 1440
            + lock-our-hh * 60 + lock-our-mi
            - lk-hh * 60 - lk-mi
      end-if
    end-if
    if lock-age-minutes < 0
      move 0 to lock-age-minutes
    end-if
    compute lock-age-hours = lock-age-minutes / 60
    move lock-age-hours to lock-age-disp

    move spaces to lock-message
    if lock-age-minutes < lock-stale-hours * 60
      move 12 to lock-refuse-rc
      string "RUN LOCK HELD by " delimited by size,
             lk-holder delimited by space,
             " (" delimited by size,
             lk-mode delimited by space,
             ") since " delimited by size,
             lk-date delimited by size,
             " " delimited by size,
             lk-time(1:4) delimited by size,
             " -- not starting" delimited by size
             into lock-message
    else
      if lock-clear-text(1:1) is equal to "Y"
        string "STALE RUN LOCK CLEARED: was held by " delimited by size,
               lk-holder delimited by space,
               " (" delimited by size,
               lk-mode delimited by space,
               ") since " delimited by size,
               lk-date delimited by size,
               " " delimited by size,
               lk-time(1:4) delimited by size,
               ", " delimited by size,
               function trim(lock-age-disp) delimited by size,
               " hours ago" delimited by size
               into lock-message
        display function trim(lock-message)
        perform 006-fill-run-lock
        rewrite lock-record
          invalid key
            continue
          not invalid key
            move 0 to lock-refused
        end-rewrite
        if lock-refused is equal to 1
          move 12 to lock-refuse-rc
          move "STALE RUN LOCK COULD NOT BE CLEARED -- not starting"
            to lock-message
        end-if
      else
        move 16 to lock-refuse-rc
        string "STALE RUN LOCK: held by " delimited by size,
               lk-holder delimited by space,
               " (" delimited by size,
               lk-mode delimited by space,
               ") since " delimited by size,
               lk-date delimited by size,
               " " delimited by size,
               lk-time(1:4) delimited by size,
               ", " delimited by size,
               function trim(lock-age-disp) delimited by size,
               " hours ago -- if that run is no longer active, rerun" delimited by size,
               " with TEXTSTATS_CLEAR_STALE_LOCK=Y to clear it" delimited by size
               into lock-message
      end-if
    end-if
  end-if.


*> read the flat history into the rebuild table, the latest run of a
*> filename/date overwriting any earlier one, the same way a same-day
*> rerun rewrites its master record in place ----------------------------------
    close history-file
  else
    move 0 to at-eof
    perform until at-eof is equal to 1
      read history-file into parse-line
        at end
          move 1 to at-eof
    into field-sent field-word field-char field-numS field-numC
         field-avg-ws field-avg-cw field-name field-date.

  if field-name is equal to spaces or field-date is equal to spaces
    continue
  else
*>  the loop index runs one past the hit when the until fires, so the
    move 0 to found-flag
    move 0 to match-idx
    perform varying rebuild-idx from 1 by 1
        until rebuild-idx > rebuild-count or found-flag is equal to 1
      if rb-filename(rebuild-idx) is equal to field-name(1:40)
         and rb-rundate(rebuild-idx) is equal to field-date(1:8)
        move 1 to found-flag
        move rebuild-idx to match-idx
      end-if
    end-perform
    if found-flag is equal to 0
      if rebuild-count is less than 2000
        add 1 to rebuild-count
        move rebuild-count to match-idx
    move 1 to verify-bad
  else
    move 0 to at-eof
    perform until at-eof is equal to 1
      read history-master next record
        at end
          move 1 to at-eof

*> table rows the read-back never touched are missing from the master
  perform varying rebuild-idx from 1 by 1 until rebuild-idx > rebuild-count
    if rb-seen(rebuild-idx) is equal to 0
      add 1 to missing-count
      move 1 to verify-bad
      move spaces to detail-line

  move 0 to found-flag.
  perform varying rebuild-idx from 1 by 1
      until rebuild-idx > rebuild-count or found-flag is equal to 1
    if rb-filename(rebuild-idx) is equal to hm-filename
       and rb-rundate(rebuild-idx) is equal to hm-rundate
      move 1 to found-flag
      move 1 to rb-seen(rebuild-idx)
      perform 320-compare-figures
    end-if
  end-perform.
  if found-flag is equal to 0
    add 1 to extra-count
    move 1 to verify-bad
    move spaces to detail-line
         into detail-line.
  write output-line from detail-line after advancing 1 line.

  if verify-bad is equal to 0
    write output-line from clean-line after advancing 1 line
  end-if.


*> hand the run lock back -- but only while it is still ours: a lock some
*> later run cleared as stale and took over is that run's to release ----------

990-release-run-lock.

  if lock-held-by-us is equal to 1
    open i-o lock-file
    if lock-file-status is equal to "00"
      move "SHARED-FILES" to lk-resource
      move 1 to lock-found
      read lock-file
        invalid key
          move 0 to lock-found
      end-read
      if lock-found is equal to 1
         and lk-holder is equal to lock-program
         and lk-date is equal to lock-our-date
         and lk-time is equal to lock-our-time
        delete lock-file record
          invalid key
            continue
        end-delete
      else
        display "RUN LOCK WAS NO LONGER THIS RUN'S AT THE END -- left as found"
      end-if
      close lock-file
    end-if
    move 0 to lock-held-by-us
  end-if.
