    access mode is dynamic
    record key is hm-key
    file status is history-master-status.
  select optional lock-file assign to "textstats_lock.idx"
    organization is indexed
    access mode is dynamic
    record key is lk-resource
    file status is lock-file-status.


data division.
file section.
  fd source-file.
    01 source-record pic x(512).
  fd archive-file.
    01 archive-record pic x(512).
  fd keep-file.
    01 keep-record pic x(512).
  fd output-file.
    01 output-line pic x(200).
  fd history-master.
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

working-storage section.
  01 run-date          pic 9(8).
  01 csv-header        pic x(100) value "sent_count,word_count,char_count,numS_count,numC_count,avg_word_sent,avg_char_word".
  01 extract-header    pic x(60)  value "filename,line_number,token_type,value".

  01 work-line         pic x(512) value spaces.
  01 row-date          pic x(8)   value spaces.
  77 at-eof            pic 9      value 0.
  77 first-record      pic 9      value 0.
  01 cutoff-line       pic x(200) value spaces.
  01 nothing-line      pic x(200) value " (nothing was old enough to move)".

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
  01 lock-program      pic x(30) value "text-stats-housekeeping".
  01 lock-mode-text    pic x(12) value "housekeeping".
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


  accept run-date from date yyyymmdd.

*> nothing shared is touched until the run lock is ours
  perform 005-acquire-run-lock.

  move spaces to cutoff-text.
  display "TEXTSTATS_CUTOFF_DATE" upon environment-name.
  accept cutoff-text from environment-value.
*> name the archives for the month the rows run up to
  move function numval(cutoff-date(1:4)) to arch-yyyy.
  move function numval(cutoff-date(5:2)) to arch-mm.
  if arch-mm is equal to 1
    subtract 1 from arch-yyyy
    move 12 to arch-mm
  else
*> deletes its matching records -- the archive already holds the rows
  perform 300-trim-history-master.

  if total-moved is equal to 0 and deleted-count is equal to 0
    write output-line from nothing-line after advancing 1 line
  end-if.

  write output-line from bar after advancing 1 line.
  close output-file.

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


*> roll one live file: rows older than the cutoff go to its dated
*> archive (appended -- a rerun in the same month keeps adding to the
*> same archive), everything else goes to the keep temp, and the keep
  else
    open extend archive-file
    open output keep-file
    perform until at-eof is equal to 1
      read source-file into work-line
        at end
          move 1 to at-eof
        not at end
          perform 110-judge-one-row
          if keep-this-row is equal to 1
            write keep-record from work-line
            add 1 to kept-count
          else
*>    the run date is the tail of the row: find the last used byte and
*>    take the 8 characters ending there
      move 0 to last-used
      perform varying j from 512 by -1
          until j is equal to 0 or work-line(j:1) is not equal to " "
        continue
      end-perform
      move j to last-used
      end-if
    when 0
*>    no date column: only the header row stays behind
      if first-record is equal to 1 and work-line is equal to keep-header
        continue
      else
        move 0 to keep-this-row
  move 0 to at-eof.
  open input keep-file.
  open output source-file.
  perform until at-eof is equal to 1
    read keep-file into work-line
      at end
        move 1 to at-eof
            ") -- keyed history not trimmed this run"
  end-if.

  if hm-usable is equal to 1
    move 0 to hm-at-eof
    perform until hm-at-eof is equal to 1
      read history-master next record
        at end
          move 1 to hm-at-eof
           into summary-line
    write output-line from summary-line after advancing 1 line
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
