*>   is put to the operator -- approve into the glossary, reject outright, or
*>   mark as a permanent exception never to be asked about again -- and the
*>   glossary, exception list and queue are rewritten to match, with an audit
*>   trail of who decided what and when. TEXTSTATS_GLOSSARY_LANG=FR works
*>   the French side instead: the TEXTSTATS_FR_GLOSSARY_FILE glossary, the
*>   French queue (glossary_queue_fr.csv) text-stats fills from French
*>   paragraphs, and a French exception list (glossary_exceptions_fr.txt).
*> -----------------------------------------------------------------------------


  select optional glossary-file assign to dynamic glossary-filename
    organization is line sequential
    file status is glossary-file-status.
  select optional queue-file assign to dynamic queue-filename
    organization is line sequential
    file status is queue-file-status.
  select optional exceptions-file assign to dynamic exceptions-filename
    organization is line sequential.
  select optional audit-file assign to "glossary_audit.log"
    organization is line sequential.
  01 glossary-file-status pic xx    value "00".
  01 queue-file-status    pic xx    value "00".

*> which glossary: English unless TEXTSTATS_GLOSSARY_LANG says FR, in
*> which case the French glossary, queue and exception list are worked
  01 glossary-lang        pic x(2)  value spaces.
  01 glossary-lang-name   pic x(8)  value spaces.
  01 glossary-setting     pic x(23) value spaces.
  01 queue-filename       pic x(40) value "glossary_queue.csv".
  01 exceptions-filename  pic x(40) value "glossary_exceptions.txt".

*> who is approving -- stamped on every audit line; taken from
*> TEXTSTATS_OPERATOR when set, asked for once at the console when not
  01 operator-id     pic x(20) value spaces.
  accept run-date from date yyyymmdd.
  accept run-time-now from time.

  move spaces to glossary-lang.
  display "TEXTSTATS_GLOSSARY_LANG" upon environment-name.
  accept glossary-lang from environment-value.
  move function upper-case(glossary-lang) to glossary-lang.
  if glossary-lang is equal to "FR"
    move "fr" to glossary-lang
    move "French" to glossary-lang-name
    move "TEXTSTATS_FR_GLOSSARY_FILE" to glossary-setting
    move "glossary_queue_fr.csv" to queue-filename
    move "glossary_exceptions_fr.txt" to exceptions-filename
  else
    move "en" to glossary-lang
    move "English" to glossary-lang-name
    move "TEXTSTATS_GLOSSARY_FILE" to glossary-setting
  end-if.

  move spaces to glossary-filename.
  display glossary-setting upon environment-name.
  accept glossary-filename from environment-value.
  if glossary-filename is equal to spaces
    display function trim(glossary-setting)
            " is not set -- nothing to maintain"
    stop run
  end-if.
  display "maintaining the " function trim(glossary-lang-name)
          " glossary " function trim(glossary-filename).

  move spaces to operator-id.
  display "TEXTSTATS_OPERATOR" upon environment-name.
  perform 110-load-exceptions.
  perform 120-load-queue.

  if review-count is equal to 0
    display "the review queue holds nothing new -- glossary unchanged"
    stop run
  end-if.
  display "marked " function trim(count-disp) " permanent exception(s)".
  move remaining-count to count-disp.
  display "left " function trim(count-disp) " word(s) in the queue".
  if glossary-overflow is equal to 1
    display "GLOSSARY TABLE FULL AT 5000 WORDS -- later approvals not taken"
  end-if.

            " not found -- starting a new one"
  else
    move 0 to at-eof
    perform until at-eof is equal to 1
      read glossary-file into glossary-input-word
        at end
          move 1 to at-eof

  move 0 to at-eof.
  open input exceptions-file.
  perform until at-eof is equal to 1
    read exceptions-file into glossary-input-word
      at end
        move 1 to at-eof
  open input queue-file.
  if queue-file-status is not equal to "00"
    close queue-file
    display "no review queue " function trim(queue-filename)
            " found -- run text-stats with a glossary first"
  else
    perform until at-eof is equal to 1
      read queue-file into parse-line
        at end
          move 1 to at-eof
  else
    move 0 to glossary-found
    perform varying glossary-idx from 1 by 1
        until glossary-idx > glossary-count or glossary-found is equal to 1
      if glossary-word(glossary-idx) is equal to parse-word
        move 1 to glossary-found
      end-if
    end-perform
    move 0 to exception-found
    perform varying exception-idx from 1 by 1
        until exception-idx > exception-count or exception-found is equal to 1
      if exception-word(exception-idx) is equal to parse-word
        move 1 to exception-found
      end-if
    end-perform
    move 0 to review-found
    perform varying review-idx from 1 by 1
        until review-idx > review-count or review-found is equal to 1
      if rv-word(review-idx) is equal to parse-word
        move 1 to review-found
      end-if
    end-perform
    if glossary-found is equal to 0 and exception-found is equal to 0
       and review-found is equal to 0
      if review-count is less than 2000
        add 1 to review-count
        move parse-word   to rv-word(review-count)
  move review-count to count-disp.
  display function trim(count-disp) " word(s) to review".
  perform varying review-idx from 1 by 1
      until review-idx > review-count or quit-flag is equal to 1
    perform 210-review-one-word
  end-perform.

         run-time-now(1:6) delimited by size,
         " operator=" delimited by size,
         operator-id delimited by space,
         " lang=" delimited by size,
         glossary-lang delimited by size,
         " action=" delimited by size,
         action-text delimited by space,
         " word=" delimited by size,

300-rewrite-glossary.

  if glossary-file-overflow is equal to 1
    display "GLOSSARY FILE HOLDS MORE THAN 5000 WORDS -- left as is"
            " (rewriting from the table would drop the overflow);"
            " this session's decisions are in the audit log"

310-rewrite-exceptions.

  if exception-file-overflow is equal to 1
    display "EXCEPTION FILE HOLDS MORE THAN 2000 WORDS -- left as is"
            " (rewriting from the table would drop the overflow);"
            " this session's decisions are in the audit log"
320-rewrite-queue.

  move 0 to remaining-count.
  if review-overflow is equal to 1
    perform varying review-idx from 1 by 1 until review-idx > review-count
      if rv-status(review-idx) is equal to "P"
        add 1 to remaining-count
      end-if
    end-perform
    open output queue-file
    write queue-record from queue-header
    perform varying review-idx from 1 by 1 until review-idx > review-count
      if rv-status(review-idx) is equal to "P"
        add 1 to remaining-count
        move spaces to queue-line
        string rv-word(review-idx) delimited by space,
