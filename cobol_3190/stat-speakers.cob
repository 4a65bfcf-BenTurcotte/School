*> -----------------------------------------------------------------------------
*>   Companion to text-stats: per-speaker profile across meetings, read from
*>   the indexed speaker history (speaker_history.idx) text-stats keeps one
*>   row per named speaker per transcript in. Named by TEXTSTATS_SPEAKER,
*>   one speaker is profiled meeting by meeting in date order -- words,
*>   share of the floor, grade -- then summed up; left unset, every speaker
*>   is summed up on one line each, ranked by words spoken, which is the
*>   quarterly "who dominates these meetings" table. Either way the report
*>   gives meetings attended, total share of the floor (their words over
*>   all the words of the meetings they were in), average share per
*>   meeting, and how their grade level moved from first meeting to last.
*>   TEXTSTATS_FROM_DATE and TEXTSTATS_TO_DATE (yyyymmdd) bound the run
*>   dates looked at.
*> -----------------------------------------------------------------------------


identification division.
program-id. text-stats-speakers.


environment division.
input-output section.
  file-control.
  select optional speaker-master assign to "speaker_history.idx"
    organization is indexed
    access mode is dynamic
    record key is sh-key
    alternate record key is sh-file-run with duplicates
    file status is speaker-master-status.
  select output-file assign to "speaker_report.txt"
    organization is sequential
    access mode is sequential.


data division.
file section.
  fd speaker-master.
    01 speaker-master-record.
      05 sh-key.
        10 sh-speaker  pic x(30).
        10 sh-file-run.
          15 sh-filename pic x(40).
          15 sh-rundate  pic x(8).
      05 sh-sents      pic 9(9).
      05 sh-words      pic 9(9).
      05 sh-chars      pic 9(9).
      05 sh-file-words pic 9(9).
      05 sh-share      pic 9(3)v99.
      05 sh-grade      pic 9(7)v99.
  fd output-file.
    01 output-line pic x(200).

working-storage section.
  01 speaker-master-status pic xx value "00".
  77 scan-at-eof   pic 9 value 0.

  01 inquiry-speaker pic x(30) value spaces.
  01 from-date       pic x(8)  value spaces.
  01 to-date         pic x(8)  value spaces.

*> one speaker's meetings, held so they can be printed in date order
*> (the master hands them back by filename)
  01 meeting-table.
    05 meeting-entry occurs 1000 times.
      10 mt-rundate  pic x(8).
      10 mt-filename pic x(40).
      10 mt-sents    pic 9(9).
      10 mt-words    pic 9(9).
      10 mt-file-words pic 9(9).
      10 mt-share    pic 9(3)v99.
      10 mt-grade    pic 9(7)v99.
      10 mt-taken    pic 9.
  77 meeting-used     pic 9(4) value 0.
  77 meeting-overflow pic 9    value 0.
  77 mt-idx           pic 9(4) value 0.
  77 best-idx         pic 9(4) value 0.
  77 pass-count       pic 9(4) value 0.

*> every speaker's summary, for the all-speakers table
  01 profile-table.
    05 profile-entry occurs 500 times.
      10 ps-name        pic x(30).
      10 ps-meetings    pic 9(9).
      10 ps-words       pic 9(9).
      10 ps-file-words  pic 9(11).
      10 ps-share-sum   pic 9(9)v99.
      10 ps-first-date  pic x(8).
      10 ps-first-grade pic 9(7)v99.
      10 ps-last-date   pic x(8).
      10 ps-last-grade  pic 9(7)v99.
      10 ps-taken       pic 9.
  77 profile-used     pic 9(4) value 0.
  77 profile-overflow pic 9    value 0.
  77 ps-idx           pic 9(4) value 0.
  77 best-words       pic 9(9) value 0.
  77 rank-number      pic 9(4) value 0.

*> the figures one summary line is printed from
  77 sum-meetings    pic 9(9)      value 0.
  77 sum-words       pic 9(9)      value 0.
  77 sum-file-words  pic 9(11)     value 0.
  77 sum-share       pic 9(9)v99   value 0.
  77 floor-share     pic 9(3)v99   value 0.
  77 avg-share       pic 9(3)v99   value 0.
  77 first-grade     pic 9(7)v99   value 0.
  77 last-grade      pic 9(7)v99   value 0.
  77 grade-change    pic s9(7)v99  value 0.
  01 first-date      pic x(8)      value spaces.
  01 last-date       pic x(8)      value spaces.

  01 count-disp      pic z(8)9.
  01 count-disp-2    pic z(8)9.
  01 rank-disp       pic zzz9.
  01 share-disp      pic zz9.99.
  01 share-disp-2    pic zz9.99.
  01 grade-disp      pic z(4)9.99.
  01 grade-disp-2    pic z(4)9.99.
  01 change-disp     pic +(5)9.99.
  01 detail-line     pic x(200) value spaces.
  01 bar             pic x(200) value " +----------------------------------------------------------+".
  01 title-line      pic x(200) value " |                  speaker profile                         |".
  01 range-line      pic x(200) value spaces.
  01 meeting-header  pic x(200) value
      "   run date  filename                                 sentences      words   share    grade".
  01 all-header      pic x(200) value
      "   rank  speaker                         meetings      words  floor%   avg%    first     last    change".
  01 none-line       pic x(200) value "   (no meetings on file for this date range)".
  01 overflow-line   pic x(200) value spaces.
  01 no-master-line  pic x(200) value spaces.


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

*> speaker tags are upper case in the transcripts, so the name is too
  move spaces to inquiry-speaker.
  display "TEXTSTATS_SPEAKER" upon environment-name.
  accept inquiry-speaker from environment-value.
  move function upper-case(function trim(inquiry-speaker)) to inquiry-speaker.

  open output output-file.
  write output-line from bar        after advancing 0 lines.
  write output-line from title-line after advancing 1 line.
  write output-line from bar        after advancing 1 line.
  move spaces to range-line.
  if inquiry-speaker is equal to spaces
    string " all speakers, run dates " delimited by size,
           from-date delimited by size,
           " to " delimited by size,
           to-date delimited by size
           into range-line
  else
    string " " delimited by size,
           inquiry-speaker delimited by "  ",
           ", run dates " delimited by size,
           from-date delimited by size,
           " to " delimited by size,
           to-date delimited by size
           into range-line
  end-if.
  write output-line from range-line after advancing 1 line.
  move spaces to output-line.
  write output-line after advancing 1 line.

  open input speaker-master.
  if speaker-master-status is not equal to "00"
    move spaces to no-master-line
    string " COULD NOT OPEN SPEAKER HISTORY (status " delimited by size,
           speaker-master-status delimited by size,
           ") -- nothing to report" delimited by size
           into no-master-line
    write output-line from no-master-line after advancing 1 line
    write output-line from bar after advancing 1 line
    close output-file
    display function trim(no-master-line)
    move 8 to return-code
    stop run
  end-if.

  if inquiry-speaker is equal to spaces
    perform 200-profile-all-speakers
  else
    perform 100-profile-one-speaker
  end-if.

  close speaker-master.
  write output-line from bar after advancing 1 line.
  close output-file.

  stop run.


*> one speaker: START at the name, gather every meeting in the range,
*> print them earliest first, then the summary ------------------------------

100-profile-one-speaker.

  move 0 to meeting-used.
  move 0 to meeting-overflow.
  move inquiry-speaker to sh-speaker.
  move low-values      to sh-filename.
  move low-values      to sh-rundate.
  move 0 to scan-at-eof.
  start speaker-master key is not less than sh-key
    invalid key
      move 1 to scan-at-eof
  end-start.
  perform until scan-at-eof is equal to 1
    read speaker-master next record
      at end
        move 1 to scan-at-eof
      not at end
        if sh-speaker is not equal to inquiry-speaker
          move 1 to scan-at-eof
        else
          if sh-rundate is not less than from-date
             and sh-rundate is not greater than to-date
            perform 110-hold-meeting
          end-if
        end-if
    end-read
  end-perform.

  if meeting-used is equal to 0
    write output-line from none-line after advancing 1 line
  else
    write output-line from meeting-header after advancing 1 line
    move 0 to sum-meetings
    move 0 to sum-words
    move 0 to sum-file-words
    move 0 to sum-share
    perform varying pass-count from 1 by 1 until pass-count > meeting-used
      perform 120-print-next-meeting
    end-perform
    if meeting-overflow is equal to 1
      move spaces to overflow-line
      string "   (more than 1000 meetings in range -- narrow the dates;" delimited by size,
             " only the first 1000 are counted)" delimited by size
             into overflow-line
      write output-line from overflow-line after advancing 1 line
    end-if
    perform 300-work-out-summary
    perform 130-print-speaker-summary
  end-if.


110-hold-meeting.

  if meeting-used is less than 1000
    add 1 to meeting-used
    move sh-rundate  to mt-rundate(meeting-used)
    move sh-filename to mt-filename(meeting-used)
    move sh-sents    to mt-sents(meeting-used)
    move sh-words    to mt-words(meeting-used)
    move sh-share    to mt-share(meeting-used)
    move sh-grade    to mt-grade(meeting-used)
    move sh-file-words to mt-file-words(meeting-used)
    move 0           to mt-taken(meeting-used)
  else
    move 1 to meeting-overflow
  end-if.


*> earliest meeting not yet printed -- run date, then filename -----------

120-print-next-meeting.

  move 0 to best-idx.
  perform varying mt-idx from 1 by 1 until mt-idx > meeting-used
    if mt-taken(mt-idx) is equal to 0
      if best-idx is equal to 0
        move mt-idx to best-idx
      else
        if mt-rundate(mt-idx) < mt-rundate(best-idx)
           or (mt-rundate(mt-idx) is equal to mt-rundate(best-idx)
               and mt-filename(mt-idx) < mt-filename(best-idx))
          move mt-idx to best-idx
        end-if
      end-if
    end-if
  end-perform.
  move 1 to mt-taken(best-idx).

  add 1 to sum-meetings.
  add mt-words(best-idx) to sum-words.
  add mt-file-words(best-idx) to sum-file-words.
  add mt-share(best-idx) to sum-share.
  if sum-meetings is equal to 1
    move mt-rundate(best-idx) to first-date
    move mt-grade(best-idx)   to first-grade
  end-if.
  move mt-rundate(best-idx) to last-date.
  move mt-grade(best-idx)   to last-grade.

  move mt-sents(best-idx) to count-disp.
  move mt-words(best-idx) to count-disp-2.
  move mt-share(best-idx) to share-disp.
  move mt-grade(best-idx) to grade-disp.
  move spaces to detail-line.
  string "   " delimited by size,
         mt-rundate(best-idx) delimited by size,
         "  " delimited by size,
         mt-filename(best-idx) delimited by size,
         " " delimited by size,
         count-disp delimited by size,
         "  " delimited by size,
         count-disp-2 delimited by size,
         "  " delimited by size,
         share-disp delimited by size,
         " " delimited by size,
         grade-disp delimited by size
         into detail-line.
  write output-line from detail-line after advancing 1 line.


130-print-speaker-summary.

  move spaces to output-line.
  write output-line after advancing 1 line.

  move sum-meetings to count-disp.
  move spaces to detail-line.
  string " meetings attended ................... " delimited by size,
         function trim(count-disp) delimited by size
         into detail-line.
  write output-line from detail-line after advancing 1 line.

  move sum-words to count-disp.
  move spaces to detail-line.
  string " words spoken ........................ " delimited by size,
         function trim(count-disp) delimited by size
         into detail-line.
  write output-line from detail-line after advancing 1 line.

  move floor-share to share-disp.
  move spaces to detail-line.
  string " total share of the floor ............ " delimited by size,
         function trim(share-disp) delimited by size,
         "%" delimited by size
         into detail-line.
  write output-line from detail-line after advancing 1 line.

  move avg-share to share-disp.
  move spaces to detail-line.
  string " average share per meeting ........... " delimited by size,
         function trim(share-disp) delimited by size,
         "%" delimited by size
         into detail-line.
  write output-line from detail-line after advancing 1 line.

  move first-grade  to grade-disp.
  move last-grade   to grade-disp-2.
  move grade-change to change-disp.
  move spaces to detail-line.
  string " grade level ......................... " delimited by size,
         function trim(grade-disp) delimited by size,
         " (" delimited by size,
         first-date delimited by size,
         ") to " delimited by size,
         function trim(grade-disp-2) delimited by size,
         " (" delimited by size,
         last-date delimited by size,
         "), change " delimited by size,
         function trim(change-disp) delimited by size
         into detail-line.
  write output-line from detail-line after advancing 1 line.


*> every speaker: one pass of the master in key order (speaker by
*> speaker) builds a summary per speaker, then they print ranked by the
*> words they spoke -- the most talkative first ----------------------------

200-profile-all-speakers.

  move 0 to profile-used.
  move 0 to profile-overflow.
  move low-values to sh-key.
  move 0 to scan-at-eof.
  start speaker-master key is not less than sh-key
    invalid key
      move 1 to scan-at-eof
  end-start.
  perform until scan-at-eof is equal to 1
    read speaker-master next record
      at end
        move 1 to scan-at-eof
      not at end
        if sh-rundate is not less than from-date
           and sh-rundate is not greater than to-date
          perform 210-fold-into-profile
        end-if
    end-read
  end-perform.

  if profile-used is equal to 0
    write output-line from none-line after advancing 1 line
  else
    write output-line from all-header after advancing 1 line
    move 0 to rank-number
    perform varying pass-count from 1 by 1 until pass-count > profile-used
      perform 220-print-next-profile
    end-perform
    if profile-overflow is equal to 1
      move "   (more than 500 speakers in range -- only the first 500 are listed)"
        to overflow-line
      write output-line from overflow-line after advancing 1 line
    end-if
  end-if.


*> the master runs speaker by speaker, so a new name is always the next
*> slot. Within a speaker the rows run by filename, so first and last
*> grade are taken by date, not by arrival --------------------------------

210-fold-into-profile.

  if profile-used is equal to 0
     or sh-speaker is not equal to ps-name(profile-used)
    if profile-used is less than 500
      add 1 to profile-used
      move sh-speaker to ps-name(profile-used)
      move 0          to ps-meetings(profile-used)
      move 0          to ps-words(profile-used)
      move 0          to ps-file-words(profile-used)
      move 0          to ps-share-sum(profile-used)
      move sh-rundate to ps-first-date(profile-used)
      move sh-grade   to ps-first-grade(profile-used)
      move sh-rundate to ps-last-date(profile-used)
      move sh-grade   to ps-last-grade(profile-used)
      move 0          to ps-taken(profile-used)
    else
      move 1 to profile-overflow
    end-if
  end-if.

  if sh-speaker is equal to ps-name(profile-used)
    move profile-used to ps-idx
    add 1             to ps-meetings(ps-idx)
    add sh-words      to ps-words(ps-idx)
    add sh-file-words to ps-file-words(ps-idx)
    add sh-share      to ps-share-sum(ps-idx)
    if sh-rundate < ps-first-date(ps-idx)
      move sh-rundate to ps-first-date(ps-idx)
      move sh-grade   to ps-first-grade(ps-idx)
    end-if
    if sh-rundate > ps-last-date(ps-idx)
      move sh-rundate to ps-last-date(ps-idx)
      move sh-grade   to ps-last-grade(ps-idx)
    end-if
  end-if.


220-print-next-profile.

  move 0 to best-idx.
  move 0 to best-words.
  perform varying ps-idx from 1 by 1 until ps-idx > profile-used
    if ps-taken(ps-idx) is equal to 0
      if best-idx is equal to 0 or ps-words(ps-idx) > best-words
        move ps-idx to best-idx
        move ps-words(ps-idx) to best-words
      end-if
    end-if
  end-perform.
  move 1 to ps-taken(best-idx).
  add 1 to rank-number.

  move ps-meetings(best-idx)    to sum-meetings.
  move ps-words(best-idx)       to sum-words.
  move ps-file-words(best-idx)  to sum-file-words.
  move ps-share-sum(best-idx)   to sum-share.
  move ps-first-grade(best-idx) to first-grade.
  move ps-last-grade(best-idx)  to last-grade.
  perform 300-work-out-summary.

  move rank-number  to rank-disp.
  move floor-share  to share-disp.
  move avg-share    to share-disp-2.
  move first-grade  to grade-disp.
  move last-grade   to grade-disp-2.
  move grade-change to change-disp.
  move sum-meetings to count-disp.
  move sum-words    to count-disp-2.
  move spaces to detail-line.
  string "   " delimited by size,
         rank-disp delimited by size,
         "  " delimited by size,
         ps-name(best-idx) delimited by size,
         " " delimited by size,
         count-disp delimited by size,
         "  " delimited by size,
         count-disp-2 delimited by size,
         "  " delimited by size,
         share-disp delimited by size,
         " " delimited by size,
         share-disp-2 delimited by size,
         " " delimited by size,
         grade-disp delimited by size,
         " " delimited by size,
         grade-disp-2 delimited by size,
         " " delimited by size,
         change-disp delimited by size
         into detail-line.
  write output-line from detail-line after advancing 1 line.


*> the summary figures from the running sums: floor share is the
*> speaker's words over every word of the meetings they were in; average
*> share is the plain mean of their per-meeting shares --------------------

300-work-out-summary.

  if sum-file-words is greater than 0
    compute floor-share rounded = (sum-words * 100) / sum-file-words
  else
    move 0 to floor-share
  end-if.
  if sum-meetings is greater than 0
    compute avg-share rounded = sum-share / sum-meetings
  else
    move 0 to avg-share
  end-if.
  compute grade-change = last-grade - first-grade.
