data division.
file section.
  fd audit-file.
    01 audit-record pic x(512).
  fd output-file.
    01 output-line pic x(512).

working-storage section.
  01 from-date pic x(8) value spaces.
*> one audit line split into its blank-separated tokens, then each
*> keyword=value token split again at the "=" -- the same shape
*> 060-write-audit-record in text-stats strings together
  01 parse-line   pic x(512) value spaces.
  01 tok-date     pic x(8)  value spaces.
  01 tok-time     pic x(6)  value spaces.
  01 tok-mode     pic x(20) value spaces.
*> the runs that ended with files skipped, kept verbatim -- these are
*> the lines someone will want to chase down after the review
  01 skip-run-table.
    05 skip-run-line occurs 200 times pic x(512) value spaces.
  77 skip-run-count    pic 9(4) value 0.
  77 skip-run-overflow pic 9    value 0.

  01 num-disp-3   pic z(8)9.
  01 num-disp-4   pic z(8)9.
  01 num-disp-5   pic z(8)9.
  01 detail-line  pic x(512) value spaces.

  01 bar          pic x(200) value " +----------------------------------------------------------+".
  01 title-line   pic x(200) value " |                text-stats operations summary             |".
  end-if.

  open input audit-file.
  perform until at-eof is equal to 1
    read audit-file into parse-line
      at end
        move 1 to at-eof
         into range-line.
  write output-line from range-line after advancing 1 line.

  if runs-in-range is equal to 0
    write output-line from no-runs-line after advancing 1 line
  else
    perform 200-write-daily-rollup

  move 0 to found-flag.
  perform varying daily-idx from 1 by 1
      until daily-idx > daily-count or found-flag is equal to 1
    if dt-date(daily-idx) is equal to tok-date
      move 1 to found-flag
      perform 160-add-to-daily
    end-if
  end-perform.
  if found-flag is equal to 0
    if daily-count is less than 400
      add 1 to daily-count
      move daily-count to daily-idx

  move 0 to found-flag.
  perform varying monthly-idx from 1 by 1
      until monthly-idx > monthly-count or found-flag is equal to 1
    if mt-month(monthly-idx) is equal to tok-date(1:6)
      move 1 to found-flag
      perform 170-add-to-monthly
    end-if
  end-perform.
  if found-flag is equal to 0
    if monthly-count is less than 60
      add 1 to monthly-count
      move monthly-count to monthly-idx

160-add-to-daily.

  if mode-value is equal to "batch"
    add 1 to dt-batch(daily-idx)
  else
    add 1 to dt-single(daily-idx)

170-add-to-monthly.

  if mode-value is equal to "batch"
    add 1 to mt-batch(monthly-idx)
  else
    add 1 to mt-single(monthly-idx)
    write output-line from detail-line after advancing 1 line
  end-perform.

  if daily-overflow is equal to 1
    write output-line from daily-overflow-note after advancing 1 line
  end-if.

    write output-line from detail-line after advancing 1 line
  end-perform.

  if monthly-overflow is equal to 1
    write output-line from monthly-overflow-note after advancing 1 line
  end-if.

  write output-line after advancing 1 line.
  write output-line from skips-title after advancing 1 line.

  if skip-run-count is equal to 0
    write output-line from no-skips-line after advancing 1 line
  else
    perform varying i from 1 by 1 until i > skip-run-count
             into detail-line
      write output-line from detail-line after advancing 1 line
    end-perform
    if skip-run-overflow is equal to 1
      write output-line from skips-overflow-note after advancing 1 line
    end-if
  end-if.
