*> -----------------------------------------------------------------------------
*>   Companion to text-stats: term inquiry against the standing term index
*>   (term_index.idx) that every text-stats run posts its distinct words to.
*>   For each word asked about it lists every file and run date that used
*>   it and how often, then the totals and the first and last date the word
*>   was seen -- "when did we first start discussing the rezoning" without
*>   rerunning a year of transcripts. The word comes from TEXTSTATS_TERM, or
*>   a list of words (one per line) from TEXTSTATS_TERM_FILE, or is asked
*>   for at the console when neither is set; TEXTSTATS_FROM_DATE and
*>   TEXTSTATS_TO_DATE (yyyymmdd) narrow the run dates looked at. Words are
*>   matched the way text-stats tallies them: lowercased, letters only.
*> -----------------------------------------------------------------------------


identification division.
program-id. text-stats-terms.


environment division.
input-output section.
  file-control.
  select optional term-master assign to "term_index.idx"
    organization is indexed
    access mode is dynamic
    record key is tm-key
    alternate record key is tm-file-run with duplicates
    file status is term-master-status.
  select optional term-list-file assign to dynamic term-list-filename
    organization is line sequential
    file status is term-list-status.
  select output-file assign to "term_report.txt"
    organization is sequential
    access mode is sequential.


data division.
file section.
  fd term-master.
    01 term-master-record.
      05 tm-key.
        10 tm-word     pic x(20).
        10 tm-file-run.
          15 tm-filename pic x(40).
          15 tm-rundate  pic x(8).
      05 tm-count      pic 9(9).
  fd term-list-file.
    01 term-list-line pic x(40).
  fd output-file.
    01 output-line pic x(200).

working-storage section.
  01 term-master-status pic xx value "00".
  01 term-list-status   pic xx value "00".
  01 term-list-filename pic x(60) value spaces.
  77 at-eof             pic 9 value 0.
  77 scan-at-eof        pic 9 value 0.

*> the word being looked up, and the date range
  01 term-text    pic x(40) value spaces.
  01 inquiry-word pic x(20) value spaces.
  77 char-idx     pic 9(4)  value 0.
  77 keep-len     pic 9(4)  value 0.
  01 term-prompt  pic x(50) value "Type the word to look up, then press <enter>.".
  01 from-date    pic x(8)  value spaces.
  01 to-date      pic x(8)  value spaces.

*> what one word adds up to
  77 word-rows      pic 9(9) value 0.
  77 word-files     pic 9(9) value 0.
  77 word-uses      pic 9(9) value 0.
  01 last-filename  pic x(40) value spaces.
  01 first-date     pic x(8)  value spaces.
  01 first-filename pic x(40) value spaces.
  01 last-date      pic x(8)  value spaces.
  01 last-date-filename pic x(40) value spaces.
  77 words-asked    pic 9(9) value 0.
  77 words-unseen   pic 9(9) value 0.

  01 count-disp     pic z(8)9.
  01 count-disp-2   pic z(8)9.
  01 count-disp-3   pic z(8)9.
  01 detail-line    pic x(200) value spaces.
  01 bar            pic x(200) value " +----------------------------------------------------------+".
  01 title-line     pic x(200) value " |                      term inquiry                        |".
  01 range-line     pic x(200) value spaces.
  01 row-header     pic x(200) value "   filename                                 run date       uses".
  01 no-master-line pic x(200) value spaces.
  01 no-list-line   pic x(200) value spaces.


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

  move spaces to term-text.
  display "TEXTSTATS_TERM" upon environment-name.
  accept term-text from environment-value.
  move spaces to term-list-filename.
  display "TEXTSTATS_TERM_FILE" upon environment-name.
  accept term-list-filename from environment-value.
  if term-text is equal to spaces and term-list-filename is equal to spaces
    perform until term-text is not equal to spaces
      display term-prompt
      accept term-text
    end-perform
  end-if.

  open output output-file.
  write output-line from bar        after advancing 0 lines.
  write output-line from title-line after advancing 1 line.
  write output-line from bar        after advancing 1 line.
  move spaces to range-line.
  string " run dates " delimited by size,
         from-date delimited by size,
         " to " delimited by size,
         to-date delimited by size
         into range-line.
  write output-line from range-line after advancing 1 line.

  open input term-master.
  if term-master-status is not equal to "00"
    move spaces to no-master-line
    string " COULD NOT OPEN TERM INDEX (status " delimited by size,
           term-master-status delimited by size,
           ") -- nothing to look up" delimited by size
           into no-master-line
    write output-line from no-master-line after advancing 1 line
    write output-line from bar after advancing 1 line
    close output-file
    display function trim(no-master-line)
    move 8 to return-code
    stop run
  end-if.

  if term-text is not equal to spaces
    perform 100-look-up-term
  end-if.

  if term-list-filename is not equal to spaces
    open input term-list-file
    if term-list-status is not equal to "00"
      close term-list-file
      move spaces to no-list-line
      string " COULD NOT OPEN TERM LIST " delimited by size,
             term-list-filename delimited by space,
             " (status " delimited by size,
             term-list-status delimited by size,
             ")" delimited by size
             into no-list-line
      write output-line from no-list-line after advancing 1 line
      move 8 to return-code
    else
      move 0 to at-eof
      perform until at-eof is equal to 1
        read term-list-file
          at end
            move 1 to at-eof
          not at end
            move term-list-line to term-text
            if term-text is not equal to spaces
              perform 100-look-up-term
            end-if
        end-read
      end-perform
      close term-list-file
    end-if
  end-if.

  perform 400-write-summary.

  close term-master.
  write output-line from bar after advancing 1 line.
  close output-file.

  stop run.


*> one word: START the index at the word and read forward while the key
*> still carries it -- its postings come back by filename, then run date --

100-look-up-term.

  perform 110-normalize-term.
  add 1 to words-asked.

  move 0 to word-rows.
  move 0 to word-files.
  move 0 to word-uses.
  move spaces to last-filename.
  move spaces to first-date.
  move spaces to first-filename.
  move spaces to last-date.
  move spaces to last-date-filename.

  move spaces to output-line.
  write output-line after advancing 1 line.
  move spaces to detail-line.
  string " term: " delimited by size,
         inquiry-word delimited by space
         into detail-line.
  write output-line from detail-line after advancing 1 line.
  write output-line from row-header after advancing 1 line.

  move inquiry-word to tm-word.
  move low-values   to tm-filename.
  move low-values   to tm-rundate.
  move 0 to scan-at-eof.
  start term-master key is not less than tm-key
    invalid key
      move 1 to scan-at-eof
  end-start.
  perform until scan-at-eof is equal to 1
    read term-master next record
      at end
        move 1 to scan-at-eof
      not at end
        if tm-word is not equal to inquiry-word
          move 1 to scan-at-eof
        else
          if tm-rundate is not less than from-date
             and tm-rundate is not greater than to-date
            perform 120-print-posting
          end-if
        end-if
    end-read
  end-perform.

  if word-rows is equal to 0
    add 1 to words-unseen
    move "   (not seen in any file in this date range)" to detail-line
    write output-line from detail-line after advancing 1 line
  else
    perform 130-print-term-totals
  end-if.


*> the same normalising text-stats applies before it tallies a word:
*> lowercase, letters only, the first twenty kept -------------------------

110-normalize-term.

  move function lower-case(function trim(term-text)) to term-text.
  move spaces to inquiry-word.
  move 0 to keep-len.
  perform varying char-idx from 1 by 1 until char-idx > 40
    if term-text(char-idx:1) is alphabetic
       and term-text(char-idx:1) is not equal to space
       and keep-len < 20
      add 1 to keep-len
      move term-text(char-idx:1) to inquiry-word(keep-len:1)
    end-if
  end-perform.


*> one file/run-date that used the word ----------------------------------

120-print-posting.

  add 1 to word-rows.
  add tm-count to word-uses.
  if tm-filename is not equal to last-filename
    add 1 to word-files
    move tm-filename to last-filename
  end-if.
  if first-date is equal to spaces or tm-rundate < first-date
    move tm-rundate  to first-date
    move tm-filename to first-filename
  end-if.
  if last-date is equal to spaces or tm-rundate > last-date
    move tm-rundate  to last-date
    move tm-filename to last-date-filename
  end-if.

  move tm-count to count-disp.
  move spaces to detail-line.
  string "   " delimited by size,
         tm-filename delimited by size,
         " " delimited by size,
         tm-rundate delimited by size,
         " " delimited by size,
         count-disp delimited by size
         into detail-line.
  write output-line from detail-line after advancing 1 line.


*> how often, in how many files, and the first and last time it came up --

130-print-term-totals.

  move word-uses  to count-disp.
  move word-files to count-disp-2.
  move word-rows  to count-disp-3.
  move spaces to detail-line.
  string "   used " delimited by size,
         function trim(count-disp) delimited by size,
         " time(s) in " delimited by size,
         function trim(count-disp-2) delimited by size,
         " file(s) over " delimited by size,
         function trim(count-disp-3) delimited by size,
         " run(s)" delimited by size
         into detail-line.
  write output-line from detail-line after advancing 1 line.

  move spaces to detail-line.
  string "   first seen " delimited by size,
         first-date delimited by size,
         " in " delimited by size,
         first-filename delimited by space
         into detail-line.
  write output-line from detail-line after advancing 1 line.

  move spaces to detail-line.
  string "   last seen  " delimited by size,
         last-date delimited by size,
         " in " delimited by size,
         last-date-filename delimited by space
         into detail-line.
  write output-line from detail-line after advancing 1 line.


*> the counts the operator reads first -------------------------------------

400-write-summary.

  move spaces to output-line.
  write output-line after advancing 1 line.

  move words-asked to count-disp.
  move spaces to detail-line.
  string " terms looked up ..................... " delimited by size,
         function trim(count-disp) delimited by size
         into detail-line.
  write output-line from detail-line after advancing 1 line.

  move words-unseen to count-disp.
  move spaces to detail-line.
  string " terms not found ..................... " delimited by size,
         function trim(count-disp) delimited by size
         into detail-line.
  write output-line from detail-line after advancing 1 line.
