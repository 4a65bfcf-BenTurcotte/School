*> -----------------------------------------------------------------------------
*>   Companion to text-stats: independent check of a redacted transcript copy
*>   (name_redacted_yyyymmdd.txt) before it leaves the department. The copy
*>   is rescanned with its own token rules -- not text-stats' -- for any
*>   account number (8 or more digits), phone number (ddd-ddd-dddd) or
*>   SSN-shaped string (ddd-dd-dddd) still in the clear, and its line count
*>   and masked-token counts are held up against the row text-stats wrote
*>   to redaction_log.csv when it made the copy. Every copy checked is
*>   entered in the release register (release_register.idx) with the
*>   verifying operator, the counts and the verdict: RELEASED when all of
*>   it holds, BLOCKED (and return code 8) when any of it does not. The
*>   copy comes from TEXTSTATS_REDACTED_FILE, or a list of copies (one per
*>   line) from TEXTSTATS_REDACTED_LIST, or is asked for at the console
*>   when neither is set; the operator from TEXTSTATS_OPERATOR, or is asked
*>   for once. Findings go to verify_report.txt with the values masked --
*>   the report must not leak what the copy failed to hide.
*> -----------------------------------------------------------------------------


identification division.
program-id. text-stats-verify.


environment division.
input-output section.
  file-control.
  select copy-file assign to dynamic copy-filename
    organization is line sequential
    file status is copy-file-status.
  select optional copy-list-file assign to dynamic copy-list-filename
    organization is line sequential
    file status is copy-list-status.
  select optional redaction-log-file assign to "redaction_log.csv"
    organization is line sequential.
  select optional release-register assign to "release_register.idx"
    organization is indexed
    access mode is dynamic
    record key is rr-key
    file status is release-register-status.
  select output-file assign to "verify_report.txt"
    organization is sequential
    access mode is sequential.


data division.
file section.
  fd copy-file.
    01 copy-line pic x(512).
  fd copy-list-file.
    01 copy-list-line pic x(60).
  fd redaction-log-file.
    01 redaction-log-record pic x(200).
  fd release-register.
    01 release-register-record.
      05 rr-key.
        10 rr-filename    pic x(60).
        10 rr-verify-date pic x(8).
        10 rr-verify-time pic x(6).
      05 rr-run-date      pic x(8).
      05 rr-source-file   pic x(40).
      05 rr-operator      pic x(20).
      05 rr-lines         pic 9(9).
      05 rr-accts         pic 9(9).
      05 rr-phones        pic 9(9).
      05 rr-ssns          pic 9(9).
      05 rr-unmasked      pic 9(9).
      05 rr-verdict       pic x(8).
  fd output-file.
    01 output-line pic x(200).

working-storage section.
  01 copy-filename           pic x(60) value spaces.
  01 copy-file-status        pic xx    value "00".
  01 copy-list-filename      pic x(60) value spaces.
  01 copy-list-status        pic xx    value "00".
  01 release-register-status pic xx    value "00".
  77 rr-usable  pic 9 value 0.
  77 at-eof     pic 9 value 0.
  77 copy-at-eof pic 9 value 0.
  77 log-at-eof pic 9 value 0.
  01 run-date     pic 9(8).
  01 run-time-now pic 9(8) value 0.

*> who is verifying -- stamped on every register entry; taken from
*> TEXTSTATS_OPERATOR when set, asked for once at the console when not
  01 operator-id     pic x(20) value spaces.
  01 operator-prompt pic x(44) value "Type your operator id, then press <enter>.".
  01 copy-prompt     pic x(60) value "Type the redacted copy to verify, then press <enter>.".

*> the copy's name without its directory, as redaction_log.csv has it
  01 copy-base-name pic x(60) value spaces.
  77 slash-pos      pic 9(4)  value 0.
  77 name-pos       pic 9(4)  value 0.

*> the row text-stats wrote when it made the copy -- the last one for
*> the name wins, since a same-day rerun writes the copy over again
  01 log-line       pic x(200) value spaces.
  01 log-run-date   pic x(8)  value spaces.
  01 log-input      pic x(40) value spaces.
  01 log-redacted   pic x(60) value spaces.
  01 log-lines-text pic x(12) value spaces.
  01 log-accts-text pic x(12) value spaces.
  01 log-phones-text pic x(12) value spaces.
  01 log-ssns-text  pic x(12) value spaces.
  77 run-found      pic 9    value 0.
  01 run-run-date   pic x(8)  value spaces.
  01 run-input      pic x(40) value spaces.
  77 run-lines      pic 9(9) value 0.
  77 run-accts      pic 9(9) value 0.
  77 run-phones     pic 9(9) value 0.
  77 run-ssns       pic 9(9) value 0.

*> what the rescan finds in the copy
  77 copy-lines     pic 9(9) value 0.
  77 copy-accts     pic 9(9) value 0.
  77 copy-phones    pic 9(9) value 0.
  77 copy-ssns      pic 9(9) value 0.
  77 copy-unmasked  pic 9(9) value 0.
  77 copy-failed    pic 9    value 0.

*> one token of the copy: a run of digits, X's and the separators a
*> number carries, starting at a digit or an X (or a "$" leading into a
*> digit) that does not follow another; its shape has every digit
*> turned to "9" so the patterns read straight off it
  77 scan-pos       pic 9(4) value 0.
  77 scan-char      pic x    value space.
  77 scan-prev      pic x    value space.
  01 tok-text       pic x(40) value spaces.
  01 tok-shape      pic x(40) value spaces.
  77 tok-len        pic 9(4) value 0.
  77 tok-in-run     pic 9    value 0.
  01 tok-kind       pic x(14) value spaces.
  01 all-nines      pic x(40) value all "9".
  01 all-xs         pic x(40) value all "X".
  01 masked-text    pic x(40) value spaces.
  77 mask-idx       pic 9(4) value 0.

*> run totals
  77 copies-checked  pic 9(9) value 0.
  77 copies-released pic 9(9) value 0.
  77 copies-blocked  pic 9(9) value 0.
  77 copies-missing  pic 9(9) value 0.
  01 verdict-text    pic x(8) value spaces.
  01 check-label     pic x(30) value spaces.

  01 count-disp     pic z(8)9.
  01 count-disp-2   pic z(8)9.
  01 detail-line    pic x(200) value spaces.
  01 bar            pic x(200) value " +----------------------------------------------------------+".
  01 title-line     pic x(200) value " |            redacted copy verification                    |".
  01 operator-line  pic x(200) value spaces.
  01 check-header   pic x(200) value "   check                      run recorded    copy holds".


*> what am i to do with all this? ------------------------------------------

procedure division.

000-main.

  accept run-date from date yyyymmdd.
  accept run-time-now from time.

  move spaces to operator-id.
  display "TEXTSTATS_OPERATOR" upon environment-name.
  accept operator-id from environment-value.
  perform until operator-id is not equal to spaces
    display operator-prompt
    accept operator-id
  end-perform.

  move spaces to copy-filename.
  display "TEXTSTATS_REDACTED_FILE" upon environment-name.
  accept copy-filename from environment-value.
  move spaces to copy-list-filename.
  display "TEXTSTATS_REDACTED_LIST" upon environment-name.
  accept copy-list-filename from environment-value.
  if copy-filename is equal to spaces and copy-list-filename is equal to spaces
    perform until copy-filename is not equal to spaces
      display copy-prompt
      accept copy-filename
    end-perform
  end-if.

  open output output-file.
  write output-line from bar        after advancing 0 lines.
  write output-line from title-line after advancing 1 line.
  write output-line from bar        after advancing 1 line.
  move spaces to operator-line.
  string " verified " delimited by size,
         run-date delimited by size,
         " " delimited by size,
         run-time-now(1:6) delimited by size,
         " by " delimited by size,
         operator-id delimited by space
         into operator-line.
  write output-line from operator-line after advancing 1 line.

*> no register, no release -- a copy checked with nowhere to record it
*> leaves no evidence it was checked
  open i-o release-register.
  if release-register-status is equal to "35"
    open output release-register
    close release-register
    open i-o release-register
  end-if.
  if release-register-status is equal to "00" or release-register-status is equal to "05"
    move 1 to rr-usable
  else
    move 0 to rr-usable
    move spaces to detail-line
    string " COULD NOT OPEN RELEASE REGISTER (status " delimited by size,
           release-register-status delimited by size,
           ") -- nothing can be released" delimited by size
           into detail-line
    write output-line from detail-line after advancing 1 line
    display function trim(detail-line)
    move 8 to return-code
  end-if.

  if rr-usable is equal to 1
    if copy-filename is not equal to spaces
      perform 100-verify-copy
    end-if
    if copy-list-filename is not equal to spaces
      open input copy-list-file
      if copy-list-status is not equal to "00"
        close copy-list-file
        move spaces to detail-line
        string " COULD NOT OPEN COPY LIST " delimited by size,
               copy-list-filename delimited by space,
               " (status " delimited by size,
               copy-list-status delimited by size,
               ")" delimited by size
               into detail-line
        write output-line from detail-line after advancing 1 line
        move 8 to return-code
      else
        move 0 to at-eof
        perform until at-eof is equal to 1
          read copy-list-file
            at end
              move 1 to at-eof
            not at end
              if copy-list-line is not equal to spaces
                move copy-list-line to copy-filename
                perform 100-verify-copy
              end-if
          end-read
        end-perform
        close copy-list-file
      end-if
    end-if
    close release-register
  end-if.

  perform 400-write-summary.

  write output-line from bar after advancing 1 line.
  close output-file.

  if copies-blocked is greater than 0 or copies-missing is greater than 0
    move 8 to return-code
  end-if.

  stop run.


*> one copy: find what text-stats recorded for it, rescan it, judge it,
*> and enter the verdict in the register ---------------------------------------

100-verify-copy.

  add 1 to copies-checked.
  move 0 to copy-lines.
  move 0 to copy-accts.
  move 0 to copy-phones.
  move 0 to copy-ssns.
  move 0 to copy-unmasked.
  move 0 to copy-failed.

  move spaces to output-line.
  write output-line after advancing 1 line.
  move spaces to detail-line.
  string " copy: " delimited by size,
         copy-filename delimited by space
         into detail-line.
  write output-line from detail-line after advancing 1 line.

  open input copy-file.
  if copy-file-status is not equal to "00"
    add 1 to copies-missing
    move spaces to detail-line
    string "   COULD NOT OPEN COPY (status " delimited by size,
           copy-file-status delimited by size,
           ") -- not verified, not released" delimited by size
           into detail-line
    close copy-file
    write output-line from detail-line after advancing 1 line
    display function trim(copy-filename) " NOT VERIFIED -- could not open it"
  else
    perform 110-find-run-record
    perform 120-scan-copy
    close copy-file
    perform 140-judge-copy
    perform 200-write-register
  end-if.


*> the copy's row in redaction_log.csv, matched on the copy's bare name ----

110-find-run-record.

  move 0 to slash-pos.
  perform varying name-pos from 1 by 1 until name-pos > 60
    if copy-filename(name-pos:1) is equal to "/"
      move name-pos to slash-pos
    end-if
  end-perform.
  move spaces to copy-base-name.
  if slash-pos > 0 and slash-pos < 60
    move copy-filename(slash-pos + 1:60 - slash-pos) to copy-base-name
  else
    move copy-filename to copy-base-name
  end-if.

  move 0 to run-found.
  move spaces to run-run-date.
  move spaces to run-input.
  move 0 to run-lines.
  move 0 to run-accts.
  move 0 to run-phones.
  move 0 to run-ssns.
  move 0 to log-at-eof.
  open input redaction-log-file.
  perform until log-at-eof is equal to 1
    read redaction-log-file into log-line
      at end
        move 1 to log-at-eof
      not at end
        move spaces to log-run-date
        move spaces to log-input
        move spaces to log-redacted
        move spaces to log-lines-text
        move spaces to log-accts-text
        move spaces to log-phones-text
        move spaces to log-ssns-text
        unstring log-line delimited by ","
          into log-run-date log-input log-redacted log-lines-text
               log-accts-text log-phones-text log-ssns-text
        if log-redacted is equal to copy-base-name
           and log-run-date is not equal to "run_date"
          move 1 to run-found
          move log-run-date to run-run-date
          move log-input    to run-input
          move function numval(log-lines-text)  to run-lines
          move function numval(log-accts-text)  to run-accts
          move function numval(log-phones-text) to run-phones
          move function numval(log-ssns-text)   to run-ssns
        end-if
    end-read
  end-perform.
  close redaction-log-file.


*> read the copy end to end, counting its lines and every token the scan
*> below turns up ---------------------------------------------------------------

120-scan-copy.

  move 0 to copy-at-eof.
  perform until copy-at-eof is equal to 1
    read copy-file
      at end
        move 1 to copy-at-eof
      not at end
        add 1 to copy-lines
        perform 130-scan-line
    end-read
  end-perform.


130-scan-line.

  move 0 to tok-in-run.
  move space to scan-prev.
  perform varying scan-pos from 1 by 1 until scan-pos > 513
    if scan-pos is equal to 513
      move space to scan-char
    else
      move copy-line(scan-pos:1) to scan-char
    end-if
    if tok-in-run is equal to 1
      if scan-char is numeric or scan-char is equal to "X"
         or scan-char is equal to "-" or scan-char is equal to "."
         or scan-char is equal to "," or scan-char is equal to "/"
         or scan-char is equal to ":" or scan-char is equal to "$"
         or scan-char is equal to "%"
        if tok-len is less than 40
          add 1 to tok-len
          move scan-char to tok-text(tok-len:1)
        end-if
      else
        perform 135-classify-token
        move 0 to tok-in-run
      end-if
    else
      if (scan-char is numeric or scan-char is equal to "X"
          or (scan-char is equal to "$" and scan-pos is less than 512
              and copy-line(scan-pos + 1:1) is numeric))
         and scan-prev is not numeric and scan-prev is not equal to "X"
        move 1 to tok-in-run
        move spaces to tok-text
        move 1 to tok-len
        move scan-char to tok-text(1:1)
      end-if
    end-if
    move scan-char to scan-prev
  end-perform.


*> read the token's shape: sentence punctuation trailing it is dropped,
*> then it is either one of the three sensitive shapes in the clear (a
*> finding), one of them masked (counted), or nothing of interest ------------

135-classify-token.

  perform until tok-len is less than 2
            or (tok-text(tok-len:1) is not equal to "."
                and tok-text(tok-len:1) is not equal to ","
                and tok-text(tok-len:1) is not equal to ":"
                and tok-text(tok-len:1) is not equal to "-")
    move space to tok-text(tok-len:1)
    subtract 1 from tok-len
  end-perform.
  move tok-text to tok-shape.
  inspect tok-shape converting "0123456789" to "9999999999".

  move spaces to tok-kind.
  evaluate true
    when tok-len is not less than 8
     and tok-shape(1:tok-len) is equal to all-nines(1:tok-len)
      move "account number" to tok-kind
    when tok-len is equal to 11 and tok-shape(1:11) is equal to "999-99-9999"
      move "SSN" to tok-kind
    when tok-len is equal to 12 and tok-shape(1:12) is equal to "999-999-9999"
      move "phone number" to tok-kind
    when tok-len is equal to 11 and tok-shape(1:11) is equal to "XXX-XX-9999"
      add 1 to copy-ssns
    when tok-len is equal to 12 and tok-shape(1:12) is equal to "XXX-XXX-9999"
      add 1 to copy-phones
    when tok-len is not less than 8
     and tok-shape(1:tok-len - 4) is equal to all-xs(1:tok-len - 4)
     and tok-shape(tok-len - 3:4) is equal to "9999"
      add 1 to copy-accts
    when other
      continue
  end-evaluate.

  if tok-kind is not equal to spaces
    perform 150-note-unmasked
  end-if.


*> a sensitive value in the clear: listed by line and kind, shown masked
*> so the report is as safe to pass around as the copy should have been ---

150-note-unmasked.

  add 1 to copy-unmasked.
  move 1 to copy-failed.
  move spaces to masked-text.
  move tok-text to masked-text.
  perform varying mask-idx from 1 by 1 until mask-idx > tok-len - 4
    if masked-text(mask-idx:1) is numeric
      move "X" to masked-text(mask-idx:1)
    end-if
  end-perform.
  move copy-lines to count-disp.
  move spaces to detail-line.
  string "   UNMASKED " delimited by size,
         tok-kind delimited by "  ",
         " on line " delimited by size,
         function trim(count-disp) delimited by size,
         ": " delimited by size,
         masked-text delimited by space
         into detail-line.
  write output-line from detail-line after advancing 1 line.


*> the copy passes only when nothing is in the clear and it holds exactly
*> what the run that made it says it wrote ------------------------------------

140-judge-copy.

  if run-found is equal to 0
    move 1 to copy-failed
    write output-line from check-header after advancing 1 line
    move "   no redaction_log.csv row for this copy -- its counts cannot be confirmed"
      to detail-line
    write output-line from detail-line after advancing 1 line
  else
    move spaces to detail-line
    string "   made " delimited by size,
           run-run-date delimited by size,
           " from " delimited by size,
           run-input delimited by space
           into detail-line
    write output-line from detail-line after advancing 1 line
    write output-line from check-header after advancing 1 line
    move "lines" to check-label
    move run-lines  to count-disp
    move copy-lines to count-disp-2
    perform 145-write-check-line
    move "masked account numbers" to check-label
    move run-accts  to count-disp
    move copy-accts to count-disp-2
    perform 145-write-check-line
    move "masked phone numbers" to check-label
    move run-phones  to count-disp
    move copy-phones to count-disp-2
    perform 145-write-check-line
    move "masked SSNs" to check-label
    move run-ssns  to count-disp
    move copy-ssns to count-disp-2
    perform 145-write-check-line
  end-if.

  move copy-unmasked to count-disp.
  move spaces to detail-line.
  string "   values left in the clear ...... " delimited by size,
         function trim(count-disp) delimited by size
         into detail-line.
  write output-line from detail-line after advancing 1 line.

  if copy-failed is equal to 0
    move "RELEASED" to verdict-text
    add 1 to copies-released
    move "   verdict: RELEASED" to detail-line
  else
    move "BLOCKED" to verdict-text
    add 1 to copies-blocked
    move "   verdict: BLOCKED -- do not release this copy" to detail-line
  end-if.
  write output-line from detail-line after advancing 1 line.
  display function trim(copy-filename) " " function trim(verdict-text).


*> one recorded-vs-found row; a mismatch fails the copy ------------------------

145-write-check-line.

  move spaces to detail-line.
  if count-disp is equal to count-disp-2
    string "   " delimited by size,
           check-label delimited by size,
           count-disp delimited by size,
           "     " delimited by size,
           count-disp-2 delimited by size
           into detail-line
  else
    move 1 to copy-failed
    string "   " delimited by size,
           check-label delimited by size,
           count-disp delimited by size,
           "     " delimited by size,
           count-disp-2 delimited by size,
           "  << does not match" delimited by size
           into detail-line
  end-if.
  write output-line from detail-line after advancing 1 line.


*> enter the copy in the release register -- keyed on the copy and the
*> moment it was verified, so each check of it stays on record ----------------

200-write-register.

  move copy-filename  to rr-filename.
  move run-date       to rr-verify-date.
  move run-time-now(1:6) to rr-verify-time.
  move run-run-date   to rr-run-date.
  move run-input      to rr-source-file.
  move operator-id    to rr-operator.
  move copy-lines     to rr-lines.
  move copy-accts     to rr-accts.
  move copy-phones    to rr-phones.
  move copy-ssns      to rr-ssns.
  move copy-unmasked  to rr-unmasked.
  move verdict-text   to rr-verdict.
  write release-register-record
    invalid key
      rewrite release-register-record
  end-write.


*> the counts the privacy officer reads first ---------------------------------

400-write-summary.

  move spaces to output-line.
  write output-line after advancing 1 line.

  move copies-checked to count-disp.
  move spaces to detail-line.
  string " copies checked ...................... " delimited by size,
         function trim(count-disp) delimited by size
         into detail-line.
  write output-line from detail-line after advancing 1 line.

  move copies-released to count-disp.
  move spaces to detail-line.
  string " released ............................ " delimited by size,
         function trim(count-disp) delimited by size
         into detail-line.
  write output-line from detail-line after advancing 1 line.

  move copies-blocked to count-disp.
  move spaces to detail-line.
  string " blocked ............................. " delimited by size,
         function trim(count-disp) delimited by size
         into detail-line.
  write output-line from detail-line after advancing 1 line.

  move copies-missing to count-disp.
  move spaces to detail-line.
  string " could not be opened ................. " delimited by size,
         function trim(count-disp) delimited by size
         into detail-line.
  write output-line from detail-line after advancing 1 line.
