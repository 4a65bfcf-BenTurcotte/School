    organization is line sequential.
  select redacted-file assign to dynamic redacted-filename
    organization is line sequential.
  select optional redaction-log-file assign to "redaction_log.csv"
    organization is line sequential.
  select optional history-file assign to "stats_history.csv"
    organization is line sequential.
  select optional history-master assign to "stats_history.idx"
    organization is line sequential.
  select optional audit-file assign to "run_audit.log"
    organization is line sequential.
  select optional timing-file assign to "file_timing.csv"
    organization is line sequential.
  select feed-file assign to dynamic feed-filename
    organization is line sequential.
  select optional queue-file assign to "glossary_queue.csv"
    organization is line sequential.
  select optional fr-glossary-file assign to dynamic fr-glossary-filename
    organization is line sequential
    file status is fr-glossary-file-status.
  select optional fr-queue-file assign to "glossary_queue_fr.csv"
    organization is line sequential.
  select optional stopword-file assign to dynamic stopword-filename
    organization is line sequential
    file status is stopword-file-status.
  select optional watch-file assign to dynamic watch-filename
    organization is line sequential
    file status is watch-file-status.
  select optional conc-file assign to "concordance.csv"
    organization is line sequential.
  select optional style-file assign to dynamic style-filename
    organization is line sequential
    file status is style-file-status.
  select optional style-findings-file assign to "style_findings.csv"
    organization is line sequential.
  select optional lock-file assign to "textstats_lock.idx"
    organization is indexed
    access mode is dynamic
    record key is lk-resource
    file status is lock-file-status.
  select optional term-master assign to "term_index.idx"
    organization is indexed
    access mode is dynamic
    record key is tm-key
    alternate record key is tm-file-run with duplicates
    file status is term-master-status.
  select optional speaker-master assign to "speaker_history.idx"
    organization is indexed
    access mode is dynamic
    record key is sh-key
    alternate record key is sh-file-run with duplicates
    file status is speaker-master-status.
  select profile-file assign to dynamic profile-filename
    organization is line sequential
    file status is profile-file-status.
  select preflight-file assign to dynamic preflight-filename
    organization is line sequential
    file status is preflight-status.


*> what things do I know? ------------------------------------------------------
    01 extract-record pic x(120).
  fd redacted-file.
    01 redacted-record pic x(512).
  fd redaction-log-file.
    01 redaction-log-record pic x(200).
  fd history-file.
    01 history-record pic x(200).
  fd history-master.
    01 checkpoint-line pic x(94).
  fd batch-ckpt-file.
    01 batch-ckpt-line pic x(109).
  fd timing-file.
    01 timing-record pic x(200).
  fd audit-file.
    01 audit-record pic x(512).
  fd queue-file.
    01 queue-record pic x(80).
  fd fr-glossary-file.
    01 fr-glossary-line pic x(40).
  fd fr-queue-file.
    01 fr-queue-record pic x(80).
  fd stopword-file.
    01 stopword-line pic x(40).
  fd feed-file.
    01 feed-record pic x(120).
  fd watch-file.
    01 watch-line pic x(40).
  fd conc-file.
    01 conc-record pic x(512).
  fd style-file.
    01 style-file-line pic x(200).
  fd style-findings-file.
    01 style-findings-record pic x(512).
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
  fd term-master.
    01 term-master-record.
      05 tm-key.
        10 tm-word     pic x(20).
        10 tm-file-run.
          15 tm-filename pic x(40).
          15 tm-rundate  pic x(8).
      05 tm-count      pic 9(9).
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
  fd profile-file.
    01 profile-line pic x(200).
  fd preflight-file.
    01 preflight-line pic x(512).

working-storage section.
  01 runtime-filename pic x(40) value "unassigned".
  01 history-master-status pic xx value "00".
  77 hm-usable     pic 9    value 0.

*> standing term index: every distinct word of every processed file,
*> with its count, keyed on word + filename + run date, so
*> text-stats-terms can say which transcripts used a word and when
*> without rerunning them (a same-day rerun of a file first deletes that
*> file's rows for the day, found through the filename + run date key,
*> so a word corrected out of the transcript does not linger)
  01 term-master-status pic xx value "00".
  77 tm-usable     pic 9    value 0.

*> standing speaker history: each named speaker's row from the speaker
*> table, keyed on speaker + filename + run date, so text-stats-speakers
*> can profile a speaker across meetings (narration is not a speaker and
*> is not kept; a same-day rerun clears the file's rows for the day the
*> same way, so a corrected speaker tag leaves no phantom speaker behind)
  01 speaker-master-status pic xx value "00".
  77 sh-usable     pic 9    value 0.

*> the filename + run date whose earlier postings are being cleared
  01 posting-file-run.
    05 posting-filename pic x(40).
    05 posting-rundate  pic x(8).
  77 purge-at-end  pic 9    value 0.

*> date-stamped output filename, derived from the input (single-file
*> runs) or control file (batch runs) so successive runs don't clobber
*> each other's out.txt; TEXTSTATS_OUTPUT_FILE overrides it outright,
  01 redacted-filename pic x(60) value spaces.
  01 redact-buff       pic x(512) value spaces.
  77 redact-open       pic 9     value 0.
*> what went into each redacted copy -- lines written and tokens masked
*> by kind -- appended to redaction_log.csv as the copy is closed, so
*> text-stats-verify can hold the copy up against what this run did
  77 redact-lines      pic 9(9)  value 0.
  77 redact-accts      pic 9(9)  value 0.
  77 redact-phones     pic 9(9)  value 0.
  77 redact-ssns       pic 9(9)  value 0.
  77 redact-log-checked      pic 9 value 0.
  77 redact-log-needs-header pic 9 value 0.
  01 redact-log-header pic x(100) value "run_date,input_file,redacted_file,lines,accounts,phones,ssns".
  01 redact-log-line   pic x(200) value spaces.
  01 redact-lines-disp  pic z(8)9.
  01 redact-accts-disp  pic z(8)9.
  01 redact-phones-disp pic z(8)9.
  01 redact-ssns-disp   pic z(8)9.
  01 num-accts         pic x(512) value " | number of account numbers ................. _DELIM_".
  01 num-phones        pic x(512) value " | number of phone numbers ................... _DELIM_".
  01 num-ssns          pic x(512) value " | number of SSN-shaped strings .............. _DELIM_".
    05 unknown-word-entry occurs 50 times.
      10 uw-text pic x(20).
      10 uw-line pic 9(9).
      10 uw-lang pic 9.
  77 unknown-count          pic 9(4)  value 0.
*> unknown-count only indexes the fixed-size display table above;
*> unknown-total is the real, uncapped count of every distinct word
  01 queue-line             pic x(80) value spaces.
  77 queue-needs-header     pic 9     value 0.
  77 queue-open             pic 9     value 0.
*> the French glossary (TEXTSTATS_FR_GLOSSARY_FILE), loaded the same way
*> and checked against the words of French paragraphs -- its misses go
*> to their own review queue, glossary_queue_fr.csv, so ordinary French
*> words stop flooding the English one. A word first seen in a mixed
*> paragraph passes when either glossary knows it
  01 fr-glossary-filename    pic x(40) value spaces.
  01 fr-glossary-file-status pic xx    value "00".
  77 fr-glossary-loaded      pic 9     value 0.
  01 fr-glossary-table.
    05 fr-glossary-word occurs 5000 times pic x(20) value spaces.
  77 fr-glossary-count       pic 9(4)  value 0.
  77 fr-glossary-overflow    pic 9     value 0.
  77 fr-glossary-found       pic 9     value 0.
  77 fr-queue-needs-header   pic 9     value 0.
  77 fr-queue-open           pic 9     value 0.

  01 batch-wf-table.
    05 batch-wf-entry occurs 2000 times.
  01 watch-detail        pic x(512) value spaces.
  01 watch-hits-disp     pic z(8)9.

*> plain-language style check: a rules file (named by
*> TEXTSTATS_STYLE_FILE, one rule per line as rule|severity|argument|
*> suggestion, "*" lines are comments) lists banned or jargon phrases
*> with their replacements, a longest-sentence limit in words, doubled
*> words and all-capitals sentences, each rule low, medium or high.
*> every finished sentence the length pass hands to 125-bucket-sentence
*> is judged against them; each finding goes to style_findings.csv and
*> the file's report, and costs its severity in points (1/2/3) against
*> a compliance score of 100 less points per hundred sentences checked.
*> a file scoring under the pass mark (TEXTSTATS_STYLE_PASS_MARK,
*> default 80) fails the run the way a skipped file does
  01 style-filename       pic x(60) value spaces.
  01 style-file-status    pic xx    value "00".
  01 style-input-line     pic x(200) value spaces.
  77 style-loaded         pic 9     value 0.
  77 style-at-eof         pic 9     value 0.
  01 style-rule-text      pic x(20) value spaces.
  01 style-severity-text  pic x(20) value spaces.
  01 style-argument-text  pic x(60) value spaces.
  01 style-suggest-text   pic x(60) value spaces.
  01 style-rule-table.
    05 style-rule-entry occurs 100 times.
      10 sr-kind    pic 9.
      10 sr-sev     pic 9.
      10 sr-text    pic x(42).
      10 sr-len     pic 9(4).
      10 sr-limit   pic 9(4).
      10 sr-suggest pic x(40).
  77 style-rule-count     pic 9(4)  value 0.
  77 style-rule-idx       pic 9(4)  value 0.
  77 style-overflow       pic 9     value 0.
  77 style-sev-idx        pic 9     value 0.
  01 style-severity-names.
    05 filler pic x(6) value "low".
    05 filler pic x(6) value "medium".
    05 filler pic x(6) value "high".
  01 style-severity-table redefines style-severity-names.
    05 style-severity-name occurs 3 times pic x(6).
  01 style-kind-names.
    05 filler pic x(9) value "phrase".
    05 filler pic x(9) value "max-words".
    05 filler pic x(9) value "doubled".
    05 filler pic x(9) value "all-caps".
  01 style-kind-table redefines style-kind-names.
    05 style-kind-name occurs 4 times pic x(9).
  77 style-kind-idx       pic 9     value 0.
  01 style-punct-chars    pic x(11) value ".,;:!?""()[]".
  01 style-punct-blanks   pic x(11) value spaces.
  01 style-sent           pic x(402) value spaces.
  01 style-word           pic x(40) value spaces.
  01 style-prev-word      pic x(40) value spaces.
  77 style-word-len       pic 9(4)  value 0.
  77 style-char-idx       pic 9(4)  value 0.
  77 style-tally          pic 9(9)  value 0.
  77 style-doubled-found  pic 9     value 0.
  01 style-detail         pic x(40) value spaces.
  01 style-words-disp     pic z(8)9.
  01 style-limit-disp     pic z(8)9.
  01 style-findings.
    05 style-finding occurs 50 times.
      10 sf-line    pic 9(9).
      10 sf-rule    pic 9.
      10 sf-sev     pic 9.
      10 sf-detail  pic x(40).
      10 sf-suggest pic x(40).
  77 style-finding-count  pic 9(4)  value 0.
  77 style-finding-total  pic 9(9)  value 0.
  77 style-points         pic 9(9)  value 0.
  77 style-sents-checked  pic 9(9)  value 0.
  77 style-score          pic 9(3)  value 0.
  77 style-pass-mark      pic 9(3)  value 80.
  01 style-score-disp     pic zz9.
  01 style-pass-disp      pic zz9.
  01 style-findings-disp  pic z(8)9.
  01 style-sents-disp     pic z(8)9.
  01 style-points-disp    pic z(8)9.
  01 style-verdict        pic x(20) value spaces.
  77 files-below-pass-mark pic 9(4) value 0.
  01 style-header         pic x(60) value "filename,line_number,rule,severity,detail,suggestion".
  01 style-line           pic x(512) value spaces.
  77 style-needs-header   pic 9     value 0.
  77 style-open           pic 9     value 0.
  01 style-title          pic x(512) value " plain-language style check: findings this file".
  01 style-detail-line    pic x(512) value spaces.
  01 no-style-line        pic x(512) value "   (every sentence met the style rules)".

*> per-paragraph breakdown: the counting pass splits the input into
*> paragraphs at blank lines and keeps each one's sentence and word
*> tallies, so the report can show WHERE the long sentences live
    05 para-entry occurs 500 times.
      10 pt-sents pic 9(9).
      10 pt-words pic 9(9).
      10 pt-lang  pic 9.
  77 para-used        pic 9(4)    value 0.
  77 para-overflow    pic 9       value 0.
  77 in-paragraph     pic 9       value 0.
  77 file-avg-cw      pic 9(9)v99 value 0.
  77 para-flag-limit  pic 9(9)v99 value 0.
  01 para-title       pic x(512)  value " per-paragraph statistics".
  01 para-header      pic x(512)  value "   para  sentences      words      avg w/s  lang".
  01 hist-title       pic x(512)  value " sentence length distribution".
  01 para-detail      pic x(512)  value spaces.
  01 para-num-disp    pic z(3)9.
      10 spk-sents pic 9(9).
      10 spk-words pic 9(9).
      10 spk-chars pic 9(9).
      10 spk-by-lang.
        15 spk-lang-entry occurs 3 times.
          20 spl-sents pic 9(9).
          20 spl-words pic 9(9).
          20 spl-chars pic 9(9).
          20 spl-sylls pic 9(9).
  77 speaker-used     pic 9(4) value 0.
  77 speaker-overflow pic 9    value 0.
  77 cur-speaker      pic 9(4) value 1.
  01 speaker-detail   pic x(512) value spaces.
  01 speaker-overflow-note pic x(512) value "   (speaker table full -- speakers past the first 50 are credited to narration)".

*> bilingual transcripts: every paragraph is classified English, French
*> or mixed by the stop words it carries -- 70% or more of its stop-word
*> hits in one language makes it that language, anything in between is
*> mixed, and a paragraph with no stop words at all reads as English.
*> The stop words come from TEXTSTATS_STOPWORD_FILE ("en the", "fr le",
*> one per line) when it is set, the short lists below when it is not.
*> Each paragraph's figures are held until the paragraph closes and then
*> credited to its language, in the statistics, paragraph and speaker
*> tables alike. English is graded with the ARI the statistics box has
*> always carried; French with Kandel and Moles' French reading ease
*> (207 - 1.015 words/sentence - 73.6 syllables/word) put on the same
*> school-grade scale; mixed text takes the mean of the two. A file
*> with French in it is graded as the word-weighted mean of its parts
  01 stopword-filename     pic x(40)  value spaces.
  01 stopword-file-status  pic xx     value "00".
  01 stopword-input-line   pic x(40)  value spaces.
  77 stopword-at-eof       pic 9      value 0.
  01 stopword-table.
    05 stopword-entry occurs 400 times.
      10 sw-lang pic 9.
      10 sw-word pic x(20).
  77 stopword-count        pic 9(4)   value 0.
  77 stopword-idx          pic 9(4)   value 0.
  77 stopword-overflow     pic 9      value 0.
  77 stopword-found        pic 9      value 0.
  01 stopword-lang-text    pic x(2)   value spaces.
  01 stopword-word-text    pic x(38)  value spaces.
  01 default-stopwords-en.
    05 filler pic x(80) value "the and of to is that it was for with are this be have not they we you".
    05 filler pic x(80) value "he she which will would there their from been has what were our about".
    05 filler pic x(80) value "all can at by in these those than then them his her its had do does".
    05 filler pic x(80) value "did should could may must shall into also any such".
  01 default-stopwords-fr.
    05 filler pic x(80) value "le la les des du de et est une un que qui dans pour pas sur au aux ce".
    05 filler pic x(80) value "cette ces sont avec il elle nous vous ils elles ont sa ses leur leurs".
    05 filler pic x(80) value "mais donc aussi tres etre ete par comme tout tous faire fait sera".
    05 filler pic x(80) value "avons avez ou je notre votre lui ne se".
  01 default-stopwords     pic x(320) value spaces.
  77 default-ptr           pic 9(4)   value 1.
  77 default-lang          pic 9      value 0.
  01 default-word          pic x(20)  value spaces.

*> what the line being read adds to its paragraph's language evidence
  77 line-en-hits          pic 9(9)   value 0.
  77 line-fr-hits          pic 9(9)   value 0.
  77 syll-count            pic 9(9)   value 0.
  77 line-syll-before      pic 9(9)   value 0.
  77 word-sylls            pic 9(4)   value 0.
  77 syll-idx              pic 9(4)   value 0.
  77 syll-in-vowel         pic 9      value 0.
  77 syll-last             pic 9(4)   value 0.
  77 line-char-delta       pic 9(9)   value 0.

*> the paragraph still open: its figures, its stop-word hits, what each
*> speaker said in it, and the words it saw first (their glossary check
*> waits until the paragraph's language is known)
  77 cur-para-slot         pic 9(4)   value 0.
  77 cur-para-sents        pic 9(9)   value 0.
  77 cur-para-words        pic 9(9)   value 0.
  77 cur-para-chars        pic 9(9)   value 0.
  77 cur-para-sylls        pic 9(9)   value 0.
  77 cur-para-en-hits      pic 9(9)   value 0.
  77 cur-para-fr-hits      pic 9(9)   value 0.
  77 cur-para-lang         pic 9      value 1.
  01 para-ledger.
    05 ledger-entry occurs 50 times.
      10 lg-speaker pic 9(4).
      10 lg-sents   pic 9(9).
      10 lg-words   pic 9(9).
      10 lg-chars   pic 9(9).
      10 lg-sylls   pic 9(9).
  77 ledger-used           pic 9(4)   value 0.
  77 ledger-idx            pic 9(4)   value 0.
  77 ledger-found          pic 9(4)   value 0.
  01 pending-words.
    05 pending-word-entry occurs 500 times.
      10 pw-text pic x(20).
      10 pw-line pic 9(9).
  77 pending-used          pic 9(4)   value 0.
  77 pending-idx           pic 9(4)   value 0.
  77 gloss-check-lang      pic 9      value 1.
  77 gloss-line            pic 9(9)   value 0.

*> the file's figures by language: 1 English, 2 French, 3 mixed
  01 lang-table.
    05 lang-entry occurs 3 times.
      10 ln-paras pic 9(9).
      10 ln-sents pic 9(9).
      10 ln-words pic 9(9).
      10 ln-chars pic 9(9).
      10 ln-sylls pic 9(9).
  77 lang-idx              pic 9      value 0.
  77 lang-hit-total        pic 9(9)   value 0.
  77 lang-other-seen       pic 9      value 0.
  01 lang-name-list.
    05 filler pic x(7) value "english".
    05 filler pic x(7) value "french".
    05 filler pic x(7) value "mixed".
  01 lang-name-table redefines lang-name-list.
    05 lang-name occurs 3 times pic x(7).

*> one grading: the figures in gr-sents .. gr-sylls under language
*> gr-lang give gr-grade, floored at 0 the way the ARI always has been
  77 gr-lang               pic 9      value 1.
  77 gr-sents              pic 9(9)   value 0.
  77 gr-words              pic 9(9)   value 0.
  77 gr-chars              pic 9(9)   value 0.
  77 gr-sylls              pic 9(9)   value 0.
  77 gr-avg-ws             pic 9(9)v99   value 0.
  77 gr-avg-cw             pic 9(9)v99   value 0.
  77 gr-avg-sw             pic 9(9)v9999 value 0.
  77 gr-ari                pic s9(9)v99  value 0.
  77 gr-ease               pic s9(9)v99  value 0.
  77 gr-french             pic s9(9)v99  value 0.
  77 gr-grade              pic s9(9)v99  value 0.
  77 blend-sum             pic s9(13)v99 value 0.
  77 blend-words           pic 9(9)      value 0.

*> accented letters: UTF-8 Latin letters (e, a, c with their accents,
*> and the oe ligature), typographic quotes and apostrophes, and dashes
*> are read as their plain ASCII twins instead of being counted as
*> dirt and blanked -- blanking split every accented French word in two.
*> utf8-map is indexed by the second byte of a two-byte C3 sequence
  77 accent-count          pic 9(9)   value 0.
  77 utf8-len              pic 9      value 0.
  77 utf8-idx              pic 9(4)   value 0.
  01 utf8-repl             pic x(2)   value spaces.
  77 utf8-repl-len         pic 9      value 0.
  01 utf8-rest             pic x(512) value spaces.
  01 utf8-map              pic x(64)  value "AAAAAAACEEEEIIIIDNOOOOOxOUUUUYTsaaaaaaaceeeeiiiidnooooo/ouuuuyty".

  01 lang-bar        pic x(512) value " +----------------------------------------------------------+".
  01 lang-title      pic x(512) value " |                  statistics by language                  |".
  01 lang-header     pic x(512) value " | language  paras  sentences      words  avg w/s     grade |".
  01 lang-detail     pic x(512) value spaces.
  01 lang-note       pic x(512) value " | overall grade weighs each language's grade by its words  |".
  01 lang-para-disp  pic z(4)9.
  01 lang-sent-disp  pic z(8)9.
  01 lang-word-disp  pic z(8)9.
  01 lang-avg-disp   pic z(3)9.99.
  01 lang-grade-disp pic z(4)9.99.
  77 lang-avg-ws     pic 9(9)v99 value 0.
  77 para-lang-idx   pic 9       value 1.
  77 spl-idx         pic 9       value 0.

*> character-class breakdown: how much of char-count is upper-case
*> letters, lower-case letters, and punctuation/other, plus how much
*> whitespace the real (non-padding) portion of each line contained
  01 audit-att-disp      pic z(8)9.
  01 audit-proc-disp     pic z(8)9.
  01 audit-skip-disp     pic z(8)9.
  01 audit-line          pic x(512) value spaces.
*> the settings are appended no further than audit-room, so there is
*> always space left to say the list was cut short
  01 audit-room redefines audit-line pic x(493).
  77 audit-ptr           pic 9(4) value 1.
  77 audit-save-ptr      pic 9(4) value 1.
  77 audit-truncated     pic 9    value 0.

*> per-file timing: one row per file attempted appended to
*> file_timing.csv -- start and end of day clock, elapsed hundredths of
*> a second, and the lines and bytes the pre-scan read -- so an overrun
*> batch window can be traced to the files that took the time, and
*> text-stats-timing can forecast the next control file from them
  01 timing-start-time   pic 9(8) value 0.
  01 timing-end-time     pic 9(8) value 0.
  01 timing-clock redefines timing-end-time.
    05 timing-hh         pic 99.
    05 timing-mi         pic 99.
    05 timing-ss         pic 99.
    05 timing-cc         pic 99.
  77 timing-start-hs     pic 9(9) value 0.
  77 timing-end-hs       pic 9(9) value 0.
  77 timing-elapsed      pic 9(9) value 0.
  77 timing-lines        pic 9(9) value 0.
  77 timing-bytes        pic 9(12) value 0.
  77 timing-rec-len      pic 9(4) value 0.
  01 timing-status       pic x(9) value spaces.
  77 timing-needs-header pic 9 value 0.
  77 timing-checked      pic 9 value 0.
  01 timing-header       pic x(100) value "run_date,start_time,end_time,elapsed_hs,filename,control_file,lines,bytes,status".
  01 timing-line         pic x(200) value spaces.
  01 timing-elapsed-disp pic z(8)9.
  01 timing-lines-disp   pic z(8)9.
  01 timing-bytes-disp   pic z(11)9.

*> fixed-format feed for the downstream records system, written when
*> TEXTSTATS_FEED_FILE names it: one "H" header (run date, the report
  77 batch-resume-entries pic 9(9) value 0.
  77 batch-entries-seen   pic 9(9) value 0.

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
  01 lock-program      pic x(30) value "text-stats".
  01 lock-mode-text    pic x(12) value spaces.
  01 lock-our-date     pic 9(8)  value 0.
  01 lock-our-time.
    05 lock-our-hh     pic 99.
    05 lock-our-mi     pic 99.
    05 lock-our-sscc   pic 9(4).
  77 lock-stale-hours  pic 9(4)  value 12.
  01 lock-clear-text   pic x(4)  value spaces.
  77 lock-held-by-us   pic 9     value 0.
  77 lock-refused      pic 9     value 0.
  77 lock-found        pic 9     value 0.
  77 lock-refuse-rc    pic 9(4)  value 0.
  77 lock-age-minutes  pic s9(9) value 0.
  77 lock-age-hours    pic 9(7)  value 0.
  01 lock-age-disp     pic z(6)9.
  01 lock-message      pic x(200) value spaces.

*> named run profiles: TEXTSTATS_PROFILE picks one profile out of the
*> parameter file (TEXTSTATS_PARM_FILE, textstats.parm when unset), whose
*> lines read "PROFILE-NAME SETTING=value" -- a setting is the name of
*> its TEXTSTATS_ environment variable with or without the prefix, and a
*> line starting "*" is a comment. Whatever the profile leaves out falls
*> back to its environment variable, so a run without a profile behaves
*> as it always has. Every setting is checked before anything is opened
*> (003-preflight-check) and what the run actually used is echoed at the
*> top of the report and onto its run_audit.log record
  01 profile-name        pic x(30)  value spaces.
  01 profile-filename    pic x(60)  value spaces.
  01 profile-file-status pic xx     value "00".
  77 profile-at-eof      pic 9      value 0.
  77 profile-lines       pic 9(4)   value 0.
  77 profile-line-num    pic 9(4)   value 0.
  01 profile-work-line   pic x(200) value spaces.
  01 profile-line-name   pic x(30)  value spaces.
  01 profile-setting     pic x(200) value spaces.
  01 profile-keyword     pic x(40)  value spaces.
  01 profile-value       pic x(200) value spaces.
  77 profile-ptr         pic 9(4)   value 1.
  77 profile-equals      pic 9(4)   value 0.
  01 profile-line-disp   pic z(3)9.

*> the settings a profile may carry, each with its kind -- I an input
*> file that must exist, O a file the run writes, N a number, F a Y/N
*> flag -- and the slot each one's value is kept in
  77 parm-count          pic 9(4)   value 15.
  77 parm-input          pic 9(4)   value 1.
  77 parm-control        pic 9(4)   value 2.
  77 parm-glossary       pic 9(4)   value 3.
  77 parm-watch          pic 9(4)   value 4.
  77 parm-dirty          pic 9(4)   value 5.
  77 parm-dup            pic 9(4)   value 6.
  77 parm-feed           pic 9(4)   value 7.
  77 parm-output         pic 9(4)   value 8.
  77 parm-compare        pic 9(4)   value 9.
  77 parm-resume         pic 9(4)   value 10.
  77 parm-fr-glossary    pic 9(4)   value 11.
  77 parm-stopword       pic 9(4)   value 12.
  77 parm-style          pic 9(4)   value 13.
  77 parm-pass-mark      pic 9(4)   value 14.
  77 parm-lock-stale     pic 9(4)   value 15.
  01 parm-definitions.
    05 filler pic x(21) value "IINPUT_FILE".
    05 filler pic x(21) value "ICONTROL_FILE".
    05 filler pic x(21) value "IGLOSSARY_FILE".
    05 filler pic x(21) value "IWATCH_FILE".
    05 filler pic x(21) value "NDIRTY_LIMIT".
    05 filler pic x(21) value "NDUP_THRESHOLD".
    05 filler pic x(21) value "OFEED_FILE".
    05 filler pic x(21) value "OOUTPUT_FILE".
    05 filler pic x(21) value "ICOMPARE_FILE".
    05 filler pic x(21) value "FAUTO_RESUME".
    05 filler pic x(21) value "IFR_GLOSSARY_FILE".
    05 filler pic x(21) value "ISTOPWORD_FILE".
    05 filler pic x(21) value "ISTYLE_FILE".
    05 filler pic x(21) value "NSTYLE_PASS_MARK".
    05 filler pic x(21) value "NLOCK_STALE_HOURS".
  01 parm-definition-table redefines parm-definitions.
    05 parm-definition occurs 15 times.
      10 parm-kind       pic x.
      10 parm-keyword    pic x(20).
  01 parm-table.
    05 parm-entry occurs 15 times.
      10 parm-value      pic x(60).
      10 parm-source     pic x(12).
  77 parm-idx            pic 9(4)   value 0.
  77 parm-idx-2          pic 9(4)   value 0.
  77 parm-found          pic 9(4)   value 0.
  01 parm-env-name       pic x(40)  value spaces.
  01 parm-echo-line      pic x(512) value spaces.

*> pre-flight findings: every problem is listed before the run is refused
*> (return code 20), so one rerun fixes them all
  77 preflight-count     pic 9(4)   value 0.
  77 preflight-max       pic 9(4)   value 40.
  01 preflight-table.
    05 preflight-error occurs 40 times pic x(150).
  01 preflight-message   pic x(150) value spaces.
  01 preflight-filename  pic x(60)  value spaces.
  01 preflight-status    pic xx     value "00".
  77 preflight-idx       pic 9(4)   value 0.
  01 preflight-number-text pic x(60) value spaces.
  77 preflight-number-ok pic 9      value 0.
  77 preflight-number    pic 9(9)   value 0.
  77 preflight-digits    pic 9(4)   value 0.
  77 preflight-char-idx  pic 9(4)   value 0.
  77 preflight-name-len  pic 9(4)   value 0.


*> what am i to do with all this? ----------------------------------------------


  accept run-date from date yyyymmdd.

*> every setting the run will use -- from the named run profile when
*> there is one, from its environment variable otherwise -- is gathered
*> and checked before any file is opened; a failed check ends the run
*> here with nothing written
  perform 002-load-run-profile.
  perform 003-preflight-check.

*> unattended launch support: a scheduler/JCL-style wrapper can supply
*> either a single input filename (TEXTSTATS_INPUT_FILE / command-line,
*> request 000) or a control file listing many input filenames
*> (TEXTSTATS_CONTROL_FILE, request 001) to drive a batch run.
  move parm-value(parm-control) to control-filename.

*> nothing shared is touched until the run lock is ours
  if control-filename is not equal to spaces
    move "batch" to lock-mode-text
  else
    move "single" to lock-mode-text
  end-if.
  perform 005-acquire-run-lock.

*> optional shop glossary, loaded once up front so every file in a
*> batch run checks against the same word list
  move parm-value(parm-glossary) to glossary-filename.
  if glossary-filename is not equal to spaces
    perform 030-load-glossary
  end-if.

*> optional keyword watch list, loaded once up front the same way --
*> every file in a batch run extracts against the same terms
  move parm-value(parm-watch) to watch-filename.
  if watch-filename is not equal to spaces
    perform 032-load-watch-list
  end-if.

*> the French glossary, loaded the same way, and the stop words that
*> tell an English paragraph from a French one
  move parm-value(parm-fr-glossary) to fr-glossary-filename.
  if fr-glossary-filename is not equal to spaces
    perform 031-load-fr-glossary
  end-if.
  move parm-value(parm-stopword) to stopword-filename.
  perform 033-load-stopwords.

*> optional plain-language style rules, loaded once up front so every
*> file in a batch run is held to the same rules and pass mark
  move parm-value(parm-style) to style-filename.
  if style-filename is not equal to spaces
    perform 043-load-style-rules
  end-if.
  if parm-value(parm-pass-mark) is not equal to spaces
    move function numval(parm-value(parm-pass-mark)) to style-pass-mark
  end-if.

*> how many control/non-ASCII bytes a file may carry before it is
*> skipped as too dirty to trust
  move parm-value(parm-dirty) to dirty-limit-text.
  if dirty-limit-text is not equal to spaces
    move function numval(dirty-limit-text) to dirty-limit
  end-if.

*> how alike two files in a batch must look (percent) before the pair
*> is flagged as a possible duplicate
  move parm-value(parm-dup) to dup-threshold-text.
  if dup-threshold-text is not equal to spaces
    move function numval(dup-threshold-text) to dup-threshold
  end-if.
    perform 015-build-output-filename
    perform 038-open-feed-file
    open output output-file
    perform 017-write-run-parameters
    perform 040-open-csv-file
    perform 045-open-extract-file
    if glossary-loaded is equal to 1
      perform 035-open-queue-file
    end-if
    if fr-glossary-loaded is equal to 1
      perform 039-open-fr-queue-file
    end-if
    if watch-loaded is equal to 1
      perform 036-open-conc-file
    end-if
    if style-loaded is equal to 1
      perform 046-open-style-file
    end-if
    open extend history-file
    perform 065-open-history-master
    perform 063-open-term-master
    perform 061-open-speaker-master
    perform 100-process-one-file
*>  comparison mode: a second input named by TEXTSTATS_COMPARE_FILE
*>  gets its own statistics box, then both land side by side in a
*>  three-column delta box at the end of the report
    move parm-value(parm-compare) to compare-filename
    if compare-filename is not equal to spaces
      move runtime-filename to compare-name-a
      move last-file-stats to compare-stats-a
      move this-file-skipped to cmp-b-skipped
*>    a skipped file has no statistics worth comparing -- a box full
*>    of zero deltas and a bogus verdict would mislead the meeting
      if cmp-a-skipped is equal to 0 and cmp-b-skipped is equal to 0
        perform 250-write-comparison
      else
        write output-line from blank-line    after advancing 1 line
    close output-file
    close csv-file
    close extract-file
    if queue-open is equal to 1
      close queue-file
    end-if
    if fr-queue-open is equal to 1
      close fr-queue-file
    end-if
    if conc-open is equal to 1
      close conc-file
    end-if
    if style-open is equal to 1
      close style-findings-file
    end-if
    close history-file
    perform 067-close-history-master
    perform 064-close-term-master
    perform 062-close-speaker-master
  end-if.

  perform 940-close-feed-file.
*> cannot be trusted whole -- surface that to the scheduler instead of
*> ending green and letting it sit until someone misses their numbers
  if files-skipped is greater than 0
     or run-truncated is equal to 1
     or control-open-failed is equal to 1
     or dup-pair-count is greater than 0
     or files-below-pass-mark is greater than 0
    move 8 to return-code
  end-if.

  perform 990-release-run-lock.

  stop run.


*> gather the run's settings. With TEXTSTATS_PROFILE set, its lines are
*> read out of the parameter file first; any setting still blank after
*> that comes from its own environment variable, and a single run with
*> neither may name its input on the command line. Problems found here
*> are only noted -- 003-preflight-check lists them with the rest ----------

002-load-run-profile.

  move spaces to parm-table.
  move 0 to preflight-count.

  move spaces to profile-name.
  display "TEXTSTATS_PROFILE" upon environment-name.
  accept profile-name from environment-value.
  move function upper-case(function trim(profile-name)) to profile-name.
  move spaces to profile-filename.
  display "TEXTSTATS_PARM_FILE" upon environment-name.
  accept profile-filename from environment-value.
  if profile-filename is equal to spaces
    move "textstats.parm" to profile-filename
  end-if.

  if profile-name is not equal to spaces
    move 0 to profile-lines
    move 0 to profile-line-num
    open input profile-file
    if profile-file-status is not equal to "00"
      move spaces to preflight-message
      string "parameter file " delimited by size,
             function trim(profile-filename) delimited by size,
             " will not open (status " delimited by size,
             profile-file-status delimited by size,
             ")" delimited by size
             into preflight-message
      perform 009-add-preflight-error
    else
      move 0 to profile-at-eof
      perform until profile-at-eof is equal to 1
        read profile-file into profile-work-line
          at end
            move 1 to profile-at-eof
          not at end
            perform 012-read-profile-line
        end-read
      end-perform
      close profile-file
      if profile-lines is equal to 0
        move spaces to preflight-message
        string "profile " delimited by size,
               function trim(profile-name) delimited by size,
               " is not in parameter file " delimited by size,
               function trim(profile-filename) delimited by size
               into preflight-message
        perform 009-add-preflight-error
      end-if
    end-if
  end-if.

  perform varying parm-idx from 1 by 1 until parm-idx > parm-count
    if parm-value(parm-idx) is equal to spaces
      move spaces to parm-env-name
      string "TEXTSTATS_" delimited by size,
             parm-keyword(parm-idx) delimited by space
             into parm-env-name
      display parm-env-name upon environment-name
      accept parm-value(parm-idx) from environment-value
      if parm-value(parm-idx) is not equal to spaces
        move "environment" to parm-source(parm-idx)
      end-if
    end-if
  end-perform.

  if parm-value(parm-input) is equal to spaces
     and parm-value(parm-control) is equal to spaces
    accept parm-value(parm-input) from command-line
    if parm-value(parm-input) is not equal to spaces
      move "command line" to parm-source(parm-input)
    end-if
  end-if.

*> the two thresholds always have a value -- show the defaults as what
*> the run used rather than leave them out of the echo
  if parm-value(parm-dirty) is equal to spaces
    move dirty-limit to preflight-number
    move preflight-number to parm-value(parm-dirty)
    move "default" to parm-source(parm-dirty)
  end-if.
  if parm-value(parm-dup) is equal to spaces
    move dup-threshold to preflight-number
    move preflight-number to parm-value(parm-dup)
    move "default" to parm-source(parm-dup)
  end-if.
  perform varying parm-idx from parm-dirty by 1 until parm-idx > parm-dup
    if parm-source(parm-idx) is equal to "default"
      move parm-value(parm-idx) to preflight-number-text
      move 1 to preflight-char-idx
      perform until preflight-char-idx > 8
                 or preflight-number-text(preflight-char-idx:1) is not equal to "0"
        add 1 to preflight-char-idx
      end-perform
      move preflight-number-text(preflight-char-idx:) to parm-value(parm-idx)
    end-if
  end-perform.

*> a style check always has a pass mark -- the default shown as used
  if parm-value(parm-style) is not equal to spaces
     and parm-value(parm-pass-mark) is equal to spaces
    move style-pass-mark to style-score-disp
    move function trim(style-score-disp) to parm-value(parm-pass-mark)
    move "default" to parm-source(parm-pass-mark)
  end-if.


*> one line of the parameter file: skip comments, blank lines and other
*> profiles' lines, then take "SETTING=value" off the end of ours --------

012-read-profile-line.

  add 1 to profile-line-num.
  move profile-line-num to profile-line-disp.
  move function trim(profile-work-line leading) to profile-work-line.

  if profile-work-line is not equal to spaces
     and profile-work-line(1:1) is not equal to "*"
    move spaces to profile-line-name
    move 1 to profile-ptr
    unstring profile-work-line delimited by all space
      into profile-line-name
      with pointer profile-ptr
    end-unstring
    if function upper-case(profile-line-name) is equal to profile-name
      add 1 to profile-lines
      move spaces to profile-setting
      if profile-ptr is less than 200
        move function trim(profile-work-line(profile-ptr:)) to profile-setting
      end-if
      move 0 to profile-equals
      inspect profile-setting tallying profile-equals for all "="
      if profile-setting is equal to spaces
         or profile-equals is equal to 0
         or profile-setting(1:1) is equal to "="
        move spaces to preflight-message
        string "parameter file line " delimited by size,
               function trim(profile-line-disp) delimited by size,
               ": expected SETTING=value after " delimited by size,
               function trim(profile-name) delimited by size
               into preflight-message
        perform 009-add-preflight-error
      else
        move spaces to profile-keyword
        move spaces to profile-value
        move 1 to profile-ptr
        unstring profile-setting delimited by "="
          into profile-keyword
          with pointer profile-ptr
        end-unstring
        if profile-ptr is less than 200
          move function trim(profile-setting(profile-ptr:)) to profile-value
        end-if
        move function upper-case(function trim(profile-keyword)) to profile-keyword
        if profile-keyword(1:10) is equal to "TEXTSTATS_"
          move profile-keyword(11:) to profile-keyword
        end-if
        move 0 to parm-found
        perform varying parm-idx from 1 by 1 until parm-idx > parm-count
          if parm-keyword(parm-idx) is equal to profile-keyword
            move parm-idx to parm-found
          end-if
        end-perform
        evaluate true
          when parm-found is equal to 0
            move spaces to preflight-message
            string "parameter file line " delimited by size,
                   function trim(profile-line-disp) delimited by size,
                   ": unknown setting " delimited by size,
                   function trim(profile-keyword) delimited by size
                   into preflight-message
            perform 009-add-preflight-error
          when parm-source(parm-found) is equal to "profile"
            move spaces to preflight-message
            string "parameter file line " delimited by size,
                   function trim(profile-line-disp) delimited by size,
                   ": " delimited by size,
                   function trim(profile-keyword) delimited by size,
                   " is set more than once in " delimited by size,
                   function trim(profile-name) delimited by size
                   into preflight-message
            perform 009-add-preflight-error
          when profile-value is equal to spaces
            move spaces to preflight-message
            string "parameter file line " delimited by size,
                   function trim(profile-line-disp) delimited by size,
                   ": " delimited by size,
                   function trim(profile-keyword) delimited by size,
                   " has no value" delimited by size
                   into preflight-message
            perform 009-add-preflight-error
          when other
            move profile-value to parm-value(parm-found)
            move "profile" to parm-source(parm-found)
        end-evaluate
      end-if
    end-if
  end-if.


*> check every setting before anything is opened for output: each named
*> input file exists and opens, the thresholds are whole numbers in
*> range, the flag is Y or N, and no two settings contradict each other.
*> Any finding lists them all and ends the run with return code 20 --
*> no report, no csv row, no lock, no audit record ------------------------

003-preflight-check.

  perform varying parm-idx from 1 by 1 until parm-idx > parm-count
    if parm-value(parm-idx) is not equal to spaces
      evaluate parm-kind(parm-idx)
        when "I"
          perform 004-preflight-open-file
        when "O"
          move function length(function trim(parm-value(parm-idx))) to preflight-name-len
          if preflight-name-len > 59
            move spaces to preflight-message
            string parm-keyword(parm-idx) delimited by space,
                   " " delimited by size,
                   function trim(parm-value(parm-idx)) delimited by size,
                   " is too long a name (59 characters at most)" delimited by size
                   into preflight-message
            perform 009-add-preflight-error
          end-if
      end-evaluate
    end-if
  end-perform.

  move parm-value(parm-dirty) to preflight-number-text.
  perform 008-preflight-whole-number.
  if preflight-number-ok is equal to 0
    move spaces to preflight-message
    string "DIRTY_LIMIT " delimited by size,
           function trim(parm-value(parm-dirty)) delimited by size,
           " is not a whole number" delimited by size
           into preflight-message
    perform 009-add-preflight-error
  end-if.

  move parm-value(parm-dup) to preflight-number-text.
  perform 008-preflight-whole-number.
  if preflight-number-ok is equal to 0
     or preflight-number is less than 1
     or preflight-number is greater than 100
    move spaces to preflight-message
    string "DUP_THRESHOLD " delimited by size,
           function trim(parm-value(parm-dup)) delimited by size,
           " is not a percentage from 1 to 100" delimited by size
           into preflight-message
    perform 009-add-preflight-error
  end-if.

  if parm-value(parm-pass-mark) is not equal to spaces
    move parm-value(parm-pass-mark) to preflight-number-text
    perform 008-preflight-whole-number
    if preflight-number-ok is equal to 0
       or preflight-number is greater than 100
      move spaces to preflight-message
      string "STYLE_PASS_MARK " delimited by size,
             function trim(parm-value(parm-pass-mark)) delimited by size,
             " is not a score from 0 to 100" delimited by size
             into preflight-message
      perform 009-add-preflight-error
    end-if
  end-if.

*> a lock age of 0 would judge every held lock stale, and with
*> CLEAR_STALE_LOCK=Y clear a live run's lock out from under it
  if parm-value(parm-lock-stale) is not equal to spaces
    move parm-value(parm-lock-stale) to preflight-number-text
    perform 008-preflight-whole-number
    if preflight-number-ok is equal to 0
       or preflight-number is less than 1
       or preflight-number is greater than 9999
      move spaces to preflight-message
      string "LOCK_STALE_HOURS " delimited by size,
             function trim(parm-value(parm-lock-stale)) delimited by size,
             " is not a number of hours from 1 to 9999" delimited by size
             into preflight-message
      perform 009-add-preflight-error
    end-if
  end-if.

  if parm-value(parm-resume) is not equal to spaces
    move function upper-case(parm-value(parm-resume)) to parm-value(parm-resume)
    if parm-value(parm-resume) is not equal to "Y"
       and parm-value(parm-resume) is not equal to "N"
      move spaces to preflight-message
      string "AUTO_RESUME " delimited by size,
             function trim(parm-value(parm-resume)) delimited by size,
             " is not Y or N" delimited by size
             into preflight-message
      perform 009-add-preflight-error
    end-if
  end-if.

*> a run is a batch or a single file, never both, and comparison mode
*> belongs to a single-file run
  if parm-value(parm-control) is not equal to spaces
    if parm-value(parm-input) is not equal to spaces
      move spaces to preflight-message
      string "CONTROL_FILE and INPUT_FILE (from " delimited by size,
             function trim(parm-source(parm-input)) delimited by size,
             ") are both set -- a run is a batch or a single file"
             delimited by size
             into preflight-message
      perform 009-add-preflight-error
    end-if
    if parm-value(parm-compare) is not equal to spaces
      move "CONTROL_FILE and COMPARE_FILE are both set -- comparison is for a single-file run"
        to preflight-message
      perform 009-add-preflight-error
    end-if
  end-if.

*> nothing the run writes may be one of the files it reads, or each other
  perform varying parm-idx from 1 by 1 until parm-idx > parm-count
    if parm-kind(parm-idx) is equal to "O"
       and parm-value(parm-idx) is not equal to spaces
      perform varying parm-idx-2 from 1 by 1 until parm-idx-2 > parm-count
        if parm-idx-2 is not equal to parm-idx
           and parm-value(parm-idx-2) is equal to parm-value(parm-idx)
           and (parm-kind(parm-idx-2) is equal to "I"
                or (parm-kind(parm-idx-2) is equal to "O"
                    and parm-idx-2 > parm-idx))
          move spaces to preflight-message
          string parm-keyword(parm-idx) delimited by space,
                 " and " delimited by size,
                 parm-keyword(parm-idx-2) delimited by space,
                 " both name " delimited by size,
                 function trim(parm-value(parm-idx)) delimited by size,
                 " -- the run would overwrite it" delimited by size
                 into preflight-message
          perform 009-add-preflight-error
        end-if
      end-perform
    end-if
  end-perform.

  if preflight-count is greater than 0
    display " +----------------------------------------------------------+"
    display " | PRE-FLIGHT CHECK FAILED -- run not started               |"
    display " +----------------------------------------------------------+"
    if profile-name is not equal to spaces
      display " profile " function trim(profile-name)
              " from " function trim(profile-filename)
    else
      display " no run profile -- settings from the environment"
    end-if
    perform varying preflight-idx from 1 by 1 until preflight-idx > preflight-count
      display "   - " function trim(preflight-error(preflight-idx))
    end-perform
    display " nothing was opened or written; correct the settings and rerun"
    move 20 to return-code
    stop run
  end-if.


*> one input file the run will read: it must exist and open now, not
*> halfway through the batch --------------------------------------------

004-preflight-open-file.

  move function length(function trim(parm-value(parm-idx))) to preflight-name-len.
  if preflight-name-len > 40
    move spaces to preflight-message
    string parm-keyword(parm-idx) delimited by space,
           " " delimited by size,
           function trim(parm-value(parm-idx)) delimited by size,
           " is too long a name (40 characters at most)" delimited by size
           into preflight-message
    perform 009-add-preflight-error
  else
    move parm-value(parm-idx) to preflight-filename
    open input preflight-file
    if preflight-status is not equal to "00"
      move spaces to preflight-message
      string parm-keyword(parm-idx) delimited by space,
             " " delimited by size,
             function trim(preflight-filename) delimited by size,
             " (from " delimited by size,
             function trim(parm-source(parm-idx)) delimited by size,
             ") will not open (status " delimited by size,
             preflight-status delimited by size,
             ")" delimited by size
             into preflight-message
      perform 009-add-preflight-error
    else
      close preflight-file
    end-if
  end-if.


*> is preflight-number-text a whole number? digits only, nine at most,
*> its value left in preflight-number --------------------------------------

008-preflight-whole-number.

  move 1 to preflight-number-ok.
  move 0 to preflight-number.
  move function trim(preflight-number-text) to preflight-number-text.
  move 0 to preflight-digits.
  inspect preflight-number-text tallying preflight-digits
    for characters before initial space.
  if preflight-digits is equal to 0 or preflight-digits > 9
    move 0 to preflight-number-ok
  else
    if preflight-number-text(1:preflight-digits) is not numeric
      move 0 to preflight-number-ok
    else
      move preflight-number-text(1:preflight-digits) to preflight-number
    end-if
  end-if.


*> note one pre-flight finding; past the table's size they are still
*> counted, so the run is refused all the same ------------------------------

009-add-preflight-error.

  if preflight-count < preflight-max
    add 1 to preflight-count
    move preflight-message to preflight-error(preflight-count)
  end-if.


*> echo the settings this run used at the top of its report, so any
*> report can be traced back to what produced it ---------------------------

017-write-run-parameters.

  move spaces to parm-echo-line.
  if profile-name is not equal to spaces
    string " run profile " delimited by size,
           function trim(profile-name) delimited by size,
           " (" delimited by size,
           function trim(profile-filename) delimited by size,
           ")" delimited by size
           into parm-echo-line
  else
    move " run profile: none -- settings from the environment" to parm-echo-line
  end-if.
  write output-line from parm-echo-line after advancing 1 line.

  perform varying parm-idx from 1 by 1 until parm-idx > parm-count
    if parm-value(parm-idx) is not equal to spaces
      move spaces to parm-echo-line
      string "   " delimited by size,
             parm-keyword(parm-idx) delimited by size,
             " " delimited by size,
             parm-value(parm-idx) delimited by size,
             " " delimited by size,
             parm-source(parm-idx) delimited by space
             into parm-echo-line
      write output-line from parm-echo-line after advancing 1 line
    end-if
  end-perform.
  write output-line from blank-line after advancing 1 line.


*> take the run lock before any standing file is touched. The lock is one
*> keyed record, so whichever run writes it first holds it; a run that
*> finds it already written reads who has it and stops, unless the lock
*> is old enough to be a crashed run's and the operator has said to clear
*> it ---------------------------------------------------------------------------

005-acquire-run-lock.

  accept lock-our-date from date yyyymmdd.
  accept lock-our-time from time.

  if parm-value(parm-lock-stale) is not equal to spaces
    move function numval(parm-value(parm-lock-stale)) to lock-stale-hours
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


*> determine the input filename for a single-file run --------------------------

010-determine-single-filename.

*> TEXTSTATS_INPUT_FILE, or the command line, by way of the run profile
  move parm-value(parm-input) to param-filename.

  if param-filename is not equal to spaces
    move param-filename to runtime-filename.


015-build-output-filename.

  move parm-value(parm-output) to output-override.

  if output-override is not equal to spaces
    move output-override to output-filename
*>    strip any directory path
      move 0 to slash-pos
      perform varying name-pos from 1 by 1 until name-pos > 40
        if source-filename(name-pos:1) is equal to "/"
          move name-pos to slash-pos
        end-if
      end-perform
*>    strip a trailing extension, if any
      move 0 to dot-pos
      perform varying name-pos from 1 by 1 until name-pos > 40
        if base-name(name-pos:1) is equal to "."
          move name-pos to dot-pos
        end-if
      end-perform
  else
    open output output-file
  end-if.
  perform 017-write-run-parameters.
  perform 038-open-feed-file.
  perform 040-open-csv-file.
  perform 045-open-extract-file.
  if glossary-loaded is equal to 1
    perform 035-open-queue-file
  end-if.
  if fr-glossary-loaded is equal to 1
    perform 039-open-fr-queue-file
  end-if.
  if watch-loaded is equal to 1
    perform 036-open-conc-file
  end-if.
  if style-loaded is equal to 1
    perform 046-open-style-file
  end-if.
  open extend history-file.
  perform 065-open-history-master.
  perform 063-open-term-master.
  perform 061-open-speaker-master.

  open input control-file.

    move 1 to control-file-opened
  end-if.

  perform until batch-at-eof is equal to 1
    read control-file into control-line
      at end
        move 1 to batch-at-eof
  close output-file.
  close csv-file.
  close extract-file.
  if queue-open is equal to 1
    close queue-file
  end-if.
  if fr-queue-open is equal to 1
    close fr-queue-file
  end-if.
  if conc-open is equal to 1
    close conc-file
  end-if.
  if style-open is equal to 1
    close style-findings-file
  end-if.
  close history-file.
  perform 067-close-history-master.
  perform 064-close-term-master.
  perform 062-close-speaker-master.


*> load the shop glossary into its lookup table, lowercased to match
            " (status " glossary-file-status ") -- glossary check disabled"
  else
    move 0 to glossary-at-eof
    perform until glossary-at-eof is equal to 1
      read glossary-file into glossary-input-word
        at end
          move 1 to glossary-at-eof
    end-perform
    close glossary-file
    move 1 to glossary-loaded
    if glossary-overflow is equal to 1
      display "GLOSSARY FILE HOLDS MORE THAN 5000 WORDS -- extras ignored"
    end-if
  end-if.


*> load the French glossary the same way -- a French glossary that cannot
*> be opened leaves French paragraphs unchecked rather than judged
*> against the English one ----------------------------------------------------

031-load-fr-glossary.

  open input fr-glossary-file.
  if fr-glossary-file-status is not equal to "00"
    move 0 to fr-glossary-loaded
    display "COULD NOT OPEN FRENCH GLOSSARY FILE " function trim(fr-glossary-filename)
            " (status " fr-glossary-file-status ") -- French glossary check disabled"
  else
    move 0 to glossary-at-eof
    perform until glossary-at-eof is equal to 1
      read fr-glossary-file into glossary-input-word
        at end
          move 1 to glossary-at-eof
        not at end
          if glossary-input-word is not equal to spaces
            if fr-glossary-count is less than 5000
              add 1 to fr-glossary-count
              move function lower-case(glossary-input-word(1:20))
                to fr-glossary-word(fr-glossary-count)
            else
              move 1 to fr-glossary-overflow
            end-if
          end-if
      end-read
    end-perform
    close fr-glossary-file
    move 1 to fr-glossary-loaded
    if fr-glossary-overflow is equal to 1
      display "FRENCH GLOSSARY FILE HOLDS MORE THAN 5000 WORDS -- extras ignored"
    end-if
  end-if.


*> load the stop words the paragraph classifier counts: "en word" and
*> "fr word" lines from TEXTSTATS_STOPWORD_FILE (a "*" line is a
*> comment), or the built-in lists when no file is named or it yields
*> nothing. Words are lowercased and kept to the letters the tally keeps
*> -- accented letters arrive already read as plain ones -----------------------

033-load-stopwords.

  move 0 to stopword-count.
  move 0 to stopword-overflow.
  if stopword-filename is not equal to spaces
    open input stopword-file
    if stopword-file-status is not equal to "00"
      display "COULD NOT OPEN STOP-WORD LIST " function trim(stopword-filename)
              " (status " stopword-file-status ") -- built-in lists used"
    else
      move 0 to stopword-at-eof
      perform until stopword-at-eof is equal to 1
        read stopword-file into stopword-input-line
          at end
            move 1 to stopword-at-eof
          not at end
            move function trim(stopword-input-line leading) to stopword-input-line
            if stopword-input-line is not equal to spaces
               and stopword-input-line(1:1) is not equal to "*"
              move spaces to stopword-lang-text
              move spaces to stopword-word-text
              unstring stopword-input-line delimited by all space
                into stopword-lang-text stopword-word-text
              end-unstring
              move function lower-case(stopword-lang-text) to stopword-lang-text
              move function lower-case(stopword-word-text) to stopword-word-text
              evaluate stopword-lang-text
                when "en"
                  move 1 to default-lang
                when "fr"
                  move 2 to default-lang
                when other
                  move 0 to default-lang
                  display "STOP-WORD LIST LINE NOT en/fr -- ignored: "
                          function trim(stopword-input-line)
              end-evaluate
              if default-lang is greater than 0
                 and stopword-word-text is not equal to spaces
                move stopword-word-text to default-word
                perform 037-add-stopword
              end-if
            end-if
        end-read
      end-perform
      close stopword-file
    end-if
  end-if.

  if stopword-count is equal to 0
    move default-stopwords-en to default-stopwords
    move 1 to default-lang
    perform 034-load-default-stopwords
    move default-stopwords-fr to default-stopwords
    move 2 to default-lang
    perform 034-load-default-stopwords
  end-if.
  if stopword-overflow is equal to 1
    display "STOP-WORD LIST HOLDS MORE THAN 400 WORDS -- extras ignored"
  end-if.


*> one built-in list, words separated by spaces ------------------------------

034-load-default-stopwords.

  move 1 to default-ptr.
  perform until default-ptr is greater than 320
    move spaces to default-word
    unstring default-stopwords delimited by all space
      into default-word
      with pointer default-ptr
    end-unstring
    if default-word is not equal to spaces
      perform 037-add-stopword
    end-if
  end-perform.


*> one stop word into the table, default-lang saying whose it is ------------

037-add-stopword.

  if stopword-count is less than 400
    add 1 to stopword-count
    move default-lang to sw-lang(stopword-count)
    move default-word to sw-word(stopword-count)
  else
    move 1 to stopword-overflow
  end-if.


*> load the keyword watch list into its lookup table, lowercased so
*> matching is case-blind, each term's length kept so the sentence
*> search compares exactly the term and not its pad spaces -- a list
            " (status " watch-file-status ") -- concordance extract disabled"
  else
    move 0 to watch-at-eof
    perform until watch-at-eof is equal to 1
      read watch-file into watch-input-word
        at end
          move 1 to watch-at-eof
              move function lower-case(watch-input-word(1:20))
                to wl-text(watch-count)
              perform varying j from 20 by -1
                  until j is equal to 0
                     or wl-text(watch-count)(j:1) is not equal to " "
                continue
              end-perform
    end-perform
    close watch-file
    move 1 to watch-loaded
    if watch-overflow is equal to 1
      display "WATCH LIST HOLDS MORE THAN 100 TERMS -- extras ignored"
    end-if
  end-if.
  move 1 to conc-open.


*> load the plain-language rules into their table -- phrases lowercased
*> and stripped of punctuation the way each sentence is before it is
*> searched, and padded a space either side so "utilise" does not fire
*> inside "utilised"; a line that names no known rule or severity is
*> shown at the console and skipped, and a rules file that cannot be
*> opened disables the check the way the watch list's loader does ----------

043-load-style-rules.

  open input style-file.
  if style-file-status is not equal to "00"
    move 0 to style-loaded
    display "COULD NOT OPEN STYLE RULES " function trim(style-filename)
            " (status " style-file-status ") -- style check disabled"
  else
    move 0 to style-at-eof
    perform until style-at-eof is equal to 1
      read style-file into style-input-line
        at end
          move 1 to style-at-eof
        not at end
          move function trim(style-input-line leading) to style-input-line
          if style-input-line is not equal to spaces
             and style-input-line(1:1) is not equal to "*"
            perform 044-add-style-rule
          end-if
      end-read
    end-perform
    close style-file
    move 1 to style-loaded
    if style-overflow is equal to 1
      display "STYLE RULES FILE HOLDS MORE THAN 100 RULES -- extras ignored"
    end-if
  end-if.


*> one rule|severity|argument|suggestion line into the table -- a rule
*> given no suggestion gets a plain one, so every finding says what to
*> do about it ----------------------------------------------------------------

044-add-style-rule.

  move spaces to style-rule-text.
  move spaces to style-severity-text.
  move spaces to style-argument-text.
  move spaces to style-suggest-text.
  unstring style-input-line delimited by "|"
    into style-rule-text style-severity-text
         style-argument-text style-suggest-text
  end-unstring.
  move function lower-case(function trim(style-rule-text)) to style-rule-text.
  move function lower-case(function trim(style-severity-text))
    to style-severity-text.
  move function trim(style-argument-text) to style-argument-text.
  move function trim(style-suggest-text) to style-suggest-text.

  move 0 to style-kind-idx.
  perform varying style-rule-idx from 1 by 1 until style-rule-idx > 4
    if style-kind-name(style-rule-idx) is equal to style-rule-text
      move style-rule-idx to style-kind-idx
    end-if
  end-perform.
  move 0 to style-sev-idx.
  perform varying style-rule-idx from 1 by 1 until style-rule-idx > 3
    if style-severity-name(style-rule-idx) is equal to style-severity-text
      move style-rule-idx to style-sev-idx
    end-if
  end-perform.
  move 1 to preflight-number-ok.
  if style-kind-idx is equal to 2
    move style-argument-text to preflight-number-text
    perform 008-preflight-whole-number
    if preflight-number is less than 1 or preflight-number is greater than 9999
      move 0 to preflight-number-ok
    end-if
  end-if.

  evaluate true
    when style-kind-idx is equal to 0
      display "STYLE RULE NOT phrase/max-words/doubled/all-caps -- ignored: "
              function trim(style-input-line)
    when style-sev-idx is equal to 0
      display "STYLE RULE SEVERITY NOT low/medium/high -- ignored: "
              function trim(style-input-line)
    when style-kind-idx is equal to 1 and style-argument-text is equal to spaces
      display "STYLE PHRASE RULE NAMES NO PHRASE -- ignored: "
              function trim(style-input-line)
    when preflight-number-ok is equal to 0
      display "STYLE SENTENCE LIMIT NOT A WORD COUNT FROM 1 TO 9999 -- ignored: "
              function trim(style-input-line)
    when style-rule-count is not less than 100
      move 1 to style-overflow
    when other
      add 1 to style-rule-count
      move style-kind-idx to sr-kind(style-rule-count)
      move style-sev-idx to sr-sev(style-rule-count)
      move spaces to sr-text(style-rule-count)
      move 0 to sr-len(style-rule-count)
      move 0 to sr-limit(style-rule-count)
      evaluate style-kind-idx
        when 1
          move function lower-case(style-argument-text) to style-argument-text
          inspect style-argument-text
            converting style-punct-chars to style-punct-blanks
          move function trim(style-argument-text) to style-argument-text
          move style-argument-text(1:40) to sr-text(style-rule-count)(2:40)
          perform varying j from 41 by -1
              until j is equal to 1
                 or sr-text(style-rule-count)(j:1) is not equal to " "
            continue
          end-perform
          compute sr-len(style-rule-count) = j + 1
        when 2
          move preflight-number to sr-limit(style-rule-count)
      end-evaluate
      if style-suggest-text is equal to spaces
        evaluate style-kind-idx
          when 1
            move "reword without it" to style-suggest-text
          when 2
            move "split into shorter sentences" to style-suggest-text
          when 3
            move "remove the repeated word" to style-suggest-text
          when 4
            move "use ordinary capitals" to style-suggest-text
        end-evaluate
      end-if
      move style-suggest-text to sr-suggest(style-rule-count)
  end-evaluate.


*> open style_findings.csv for this run, appended to the way the other
*> CSVs are, with the header written only when the file is new -----------------

046-open-style-file.

  open input style-findings-file
  read style-findings-file into style-line
    at end
      move 1 to style-needs-header
    not at end
      move 0 to style-needs-header
  end-read.
  close style-findings-file.

  open extend style-findings-file.
  if style-needs-header is equal to 1
    write style-findings-record from style-header
  end-if.
  move 1 to style-open.


*> open the glossary review queue for this run, appended to the same
*> way the CSVs are, with the header written only when the file is new
*> -- only worth doing when a glossary actually loaded, since without
  move 1 to queue-open.


*> the French review queue, opened the same way when a French glossary
*> loaded ------------------------------------------------------------------

039-open-fr-queue-file.

  open input fr-queue-file
  read fr-queue-file into queue-line
    at end
      move 1 to fr-queue-needs-header
    not at end
      move 0 to fr-queue-needs-header
  end-read.
  close fr-queue-file.

  open extend fr-queue-file.
  if fr-queue-needs-header is equal to 1
    write fr-queue-record from queue-header
  end-if.
  move 1 to fr-queue-open.


*> open the downstream records feed when TEXTSTATS_FEED_FILE asks for
*> one, and write its header -- run date plus the report filename, so
*> the load job can tie the feed back to the run that produced it --------------

038-open-feed-file.

  move parm-value(parm-feed) to feed-filename.
  if feed-filename is not equal to spaces
    open output feed-file
    move run-date        to fh-run-date

940-close-feed-file.

  if feed-open is equal to 1
    write feed-record from feed-trailer-rec
    close feed-file
    move 0 to feed-open
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


*> open stats.csv for this run -- appended to (never truncated) so a
*> week's worth of runs can be pulled straight into a spreadsheet, the
*> same way stats_history.csv already accumulates; the header is only
*>  strip any directory path
  move 0 to slash-pos.
  perform varying name-pos from 1 by 1 until name-pos > 40
    if runtime-filename(name-pos:1) is equal to "/"
      move name-pos to slash-pos
    end-if
  end-perform.
*>  strip a trailing extension, if any
  move 0 to dot-pos.
  perform varying name-pos from 1 by 1 until name-pos > 40
    if base-name(name-pos:1) is equal to "."
      move name-pos to dot-pos
    end-if
  end-perform.
         into redacted-filename.


*> note the redacted copy just closed in redaction_log.csv: the copy's
*> name, the input it came from, the lines written into it and the
*> account, phone and SSN-shaped tokens masked in it -- the header goes
*> on only when the log is new -------------------------------------------------

049-write-redaction-record.

  if redact-log-checked is equal to 0
    move 0 to redact-log-needs-header
    open input redaction-log-file
    read redaction-log-file
      at end
        move 1 to redact-log-needs-header
    end-read
    close redaction-log-file
    move 1 to redact-log-checked
  end-if.

  move redact-lines  to redact-lines-disp.
  move redact-accts  to redact-accts-disp.
  move redact-phones to redact-phones-disp.
  move redact-ssns   to redact-ssns-disp.
  move spaces to redact-log-line.
  string run-date delimited by size,
         "," delimited by size,
         function trim(runtime-filename) delimited by size,
         "," delimited by size,
         function trim(redacted-filename) delimited by size,
         "," delimited by size,
         function trim(redact-lines-disp) delimited by size,
         "," delimited by size,
         function trim(redact-accts-disp) delimited by size,
         "," delimited by size,
         function trim(redact-phones-disp) delimited by size,
         "," delimited by size,
         function trim(redact-ssns-disp) delimited by size
         into redact-log-line.

  open extend redaction-log-file.
  if redact-log-needs-header is equal to 1
    write redaction-log-record from redact-log-header
    move 0 to redact-log-needs-header
  end-if.
  write redaction-log-record from redact-log-line.
  close redaction-log-file.


*> look for a checkpoint left behind by an earlier, interrupted run of
*> the file about to be processed and, if the operator wants it, seed
*> the running tallies from it instead of starting from line one -------------
*>    unattended runs (cron/JCL-style) won't have anyone at the
*>    keyboard to answer this -- TEXTSTATS_AUTO_RESUME overrides the
*>    prompt outright, same env-var-first pattern as request 000
      move parm-value(parm-resume) to resume-answer
      if resume-answer is equal to spaces
        display resume-prompt
        accept resume-answer
             function trim(notice-line-num) delimited by size,
             " -- resume from the next entry? (Y/N)" delimited by size
             into resume-prompt
      move parm-value(parm-resume) to resume-answer
      if resume-answer is equal to spaces
        display resume-prompt
        accept resume-answer

067-close-history-master.

  if hm-usable is equal to 1
    close history-master
  end-if.


*> open the indexed term index the same way -- created on the first run,
*> and a term index that will not open only costs this run its postings --

063-open-term-master.

  open i-o term-master.
  if term-master-status is equal to "35"
    open output term-master
    close term-master
    open i-o term-master
  end-if.
  if term-master-status is equal to "00" or term-master-status is equal to "05"
    move 1 to tm-usable
  else
    move 0 to tm-usable
    display "COULD NOT OPEN TERM INDEX (status " term-master-status
            ") -- term index not updated this run"
  end-if.


064-close-term-master.

  if tm-usable is equal to 1
    close term-master
  end-if.


*> and the indexed speaker history, the same way again --------------------------

061-open-speaker-master.

  open i-o speaker-master.
  if speaker-master-status is equal to "35"
    open output speaker-master
    close speaker-master
    open i-o speaker-master
  end-if.
  if speaker-master-status is equal to "00" or speaker-master-status is equal to "05"
    move 1 to sh-usable
  else
    move 0 to sh-usable
    display "COULD NOT OPEN SPEAKER HISTORY (status " speaker-master-status
            ") -- speaker history not updated this run"
  end-if.


062-close-speaker-master.

  if sh-usable is equal to 1
    close speaker-master
  end-if.


*> write this file's figures through to the indexed master -- keyed on
*> filename plus run date, so a same-day rerun of the same file
*> rewrites in place and the latest run of the day wins. a file this

068-write-history-master.

  if hm-usable is equal to 1 and this-file-skipped is equal to 0
    move runtime-filename to hm-filename
    move run-date         to hm-rundate
    move sent-count       to hm-sent
  end-if.


*> post each distinct word of the file just processed to the term index,
*> keyed word + filename + run date -- a skipped file has no words to
*> offer and is left out, as it is from the history master, and a resumed
*> file's table holds only the lines after its resume point, so it is
*> left out too rather than post a partial vocabulary ----------------------------

069-write-term-master.

  if tm-usable is equal to 1 and this-file-skipped is equal to 0
     and resume-from-line is equal to 0
    perform 072-purge-term-postings
    perform varying wf-idx from 1 by 1 until wf-idx > wf-used
      move wf-text(wf-idx)  to tm-word
      move runtime-filename to tm-filename
      move run-date         to tm-rundate
      move wf-count(wf-idx) to tm-count
      write term-master-record
        invalid key
          rewrite term-master-record
      end-write
    end-perform
  end-if.


*> clear this file's postings from an earlier run today before posting
*> afresh: START on the filename + run date key and delete while the
*> rows read back still carry it ---------------------------------------------

072-purge-term-postings.

  move runtime-filename to posting-filename.
  move run-date         to posting-rundate.
  move posting-file-run to tm-file-run.
  move 0 to purge-at-end.
  start term-master key is equal to tm-file-run
    invalid key
      move 1 to purge-at-end
  end-start.
  perform until purge-at-end is equal to 1
    read term-master next record
      at end
        move 1 to purge-at-end
      not at end
        if tm-file-run is not equal to posting-file-run
          move 1 to purge-at-end
        else
          delete term-master record
            invalid key
              display "COULD NOT CLEAR TERM INDEX ROW (status "
                      term-master-status ") for " function trim(tm-word)
          end-delete
        end-if
    end-read
  end-perform.


*> the same for the speaker history, before the speaker table posts -------------

073-purge-speaker-postings.

  move runtime-filename to posting-filename.
  move run-date         to posting-rundate.
  move posting-file-run to sh-file-run.
  move 0 to purge-at-end.
  start speaker-master key is equal to sh-file-run
    invalid key
      move 1 to purge-at-end
  end-start.
  perform until purge-at-end is equal to 1
    read speaker-master next record
      at end
        move 1 to purge-at-end
      not at end
        if sh-file-run is not equal to posting-file-run
          move 1 to purge-at-end
        else
          delete speaker-master record
            invalid key
              display "COULD NOT CLEAR SPEAKER HISTORY ROW (status "
                      speaker-master-status ") for " function trim(sh-speaker)
          end-delete
        end-if
    end-read
  end-perform.


*> a resumed file counts only its lines after the resume point into the
*> word and speaker tables, so neither is posted -- the file's box and
*> the console both say so, the way its timing row says "resumed" ---------------

074-note-postings-skipped.

  move resume-from-line to notice-line-num.
  move spaces to pending-notice.
  string "NOTE: resumed at line " delimited by size,
         function trim(notice-line-num) delimited by size,
         " -- terms and speakers not posted" delimited by size
         into pending-notice.
  perform 910-record-trunc-notice.
  display "FILE " function trim(runtime-filename) " RESUMED AT LINE "
          function trim(notice-line-num)
          " -- TERMS AND SPEAKERS NOT POSTED TO term_index.idx/speaker_history.idx".


*> append this run's one-line summary to the standing audit log --
*> date, time, mode, control file, file counts, and where the report
*> went, so an unattended run leaves an operational trace outside the
         output-filename delimited by space
         into audit-line.

*> then the profile and every setting the run used, so the record says
*> what produced the report
*> -- a full profile of long names can outrun the record, and then the
*> setting that would not fit is dropped with the rest and the line ends
*> " settings=TRUNCATED" rather than stopping mid-value unannounced
  move function length(function trim(audit-line trailing)) to audit-ptr.
  add 1 to audit-ptr.
  move 0 to audit-truncated.
  move audit-ptr to audit-save-ptr.
  if profile-name is not equal to spaces
    string " profile=" delimited by size,
           function trim(profile-name) delimited by size
           into audit-room
           with pointer audit-ptr
      on overflow
        move 1 to audit-truncated
    end-string
  else
    string " profile=-" delimited by size
           into audit-room
           with pointer audit-ptr
      on overflow
        move 1 to audit-truncated
    end-string
  end-if.
  perform varying parm-idx from 1 by 1
      until parm-idx > parm-count or audit-truncated is equal to 1
    if parm-value(parm-idx) is not equal to spaces
      move audit-ptr to audit-save-ptr
      string " " delimited by size,
             function lower-case(parm-keyword(parm-idx)) delimited by space,
             "=" delimited by size,
             function trim(parm-value(parm-idx)) delimited by size
             into audit-room
             with pointer audit-ptr
        on overflow
          move 1 to audit-truncated
      end-string
    end-if
  end-perform.
  if audit-truncated is equal to 1
    move spaces to audit-line(audit-save-ptr:)
    string " settings=TRUNCATED" delimited by size
           into audit-line
           with pointer audit-save-ptr
  end-if.

  open extend audit-file.
  write audit-record from audit-line.
  close audit-file.


*> append this file's row to file_timing.csv -- the header goes on
*> only when the log is new, checked once per run the way stats.csv's
*> is. Elapsed time runs from the start of 100-process-one-file to
*> here, carried across midnight when the clock wraps ------------------------

066-write-timing-record.

  accept timing-end-time from time.
  compute timing-end-hs = timing-hh * 360000 + timing-mi * 6000
                        + timing-ss * 100 + timing-cc.
  move timing-start-time to timing-end-time.
  compute timing-start-hs = timing-hh * 360000 + timing-mi * 6000
                          + timing-ss * 100 + timing-cc.
  if timing-end-hs is less than timing-start-hs
    add 8640000 to timing-end-hs
  end-if.
  compute timing-elapsed = timing-end-hs - timing-start-hs.
  if timing-end-hs is not less than 8640000
    subtract 8640000 from timing-end-hs
  end-if.
  compute timing-hh = timing-end-hs / 360000.
  compute timing-mi = (timing-end-hs - timing-hh * 360000) / 6000.
  compute timing-ss = (timing-end-hs - timing-hh * 360000
                                     - timing-mi * 6000) / 100.
  compute timing-cc = timing-end-hs - timing-hh * 360000
                    - timing-mi * 6000 - timing-ss * 100.

  if this-file-skipped is equal to 1
    move "skipped" to timing-status
  else
    if resume-from-line is greater than 0
      move "resumed" to timing-status
    else
      move "processed" to timing-status
    end-if
  end-if.
  if batch-mode-flag is equal to "Y"
    move control-filename to audit-control-name
  else
    move "-" to audit-control-name
  end-if.

  if timing-checked is equal to 0
    move 0 to timing-needs-header
    open input timing-file
    read timing-file
      at end
        move 1 to timing-needs-header
    end-read
    close timing-file
    move 1 to timing-checked
  end-if.

  move timing-elapsed to timing-elapsed-disp.
  move timing-lines   to timing-lines-disp.
  move timing-bytes   to timing-bytes-disp.
  move spaces to timing-line.
  string run-date delimited by size,
         "," delimited by size,
         timing-start-time(1:6) delimited by size,
         "," delimited by size,
         timing-end-time(1:6) delimited by size,
         "," delimited by size,
         function trim(timing-elapsed-disp) delimited by size,
         "," delimited by size,
         function trim(runtime-filename) delimited by size,
         "," delimited by size,
         function trim(audit-control-name) delimited by size,
         "," delimited by size,
         function trim(timing-lines-disp) delimited by size,
         "," delimited by size,
         function trim(timing-bytes-disp) delimited by size,
         "," delimited by size,
         timing-status delimited by space
         into timing-line.

  open extend timing-file.
  if timing-needs-header is equal to 1
    write timing-record from timing-header
    move 0 to timing-needs-header
  end-if.
  write timing-record from timing-line.
  close timing-file.


*> read the file about to be processed once, end to end, tallying the
  move 0 to cr-byte-count.
  move 0 to ctl-byte-count.
  move 0 to nonascii-count.
  move 0 to accent-count.
  move 0 to dirty-byte-count.
  move 0 to dirty-skip.
  move 0 to prescan-at-eof.
  move 0 to timing-lines.
  move 0 to timing-bytes.

  open input input-file.
  if input-file-status is not equal to "00"
    close input-file
  else
    perform until prescan-at-eof is equal to 1
      read input-file into buff
        at end
          move 1 to prescan-at-eof
        not at end
*>        lines and bytes read, newline included, for the timing log
          add 1 to timing-lines
          move 512 to timing-rec-len
          perform until timing-rec-len is equal to 0
                     or line-buff(timing-rec-len:1) is not equal to space
            subtract 1 from timing-rec-len
          end-perform
          compute timing-bytes = timing-bytes + timing-rec-len + 1
          perform varying j from 1 by 1 until j is greater than 512
*>          an accented letter is text, not dirt -- its bytes are
*>          stepped over whole
            perform 085-match-accented-letter
            if utf8-len is greater than 0
              add 1 to accent-count
              compute j = j + utf8-len - 1
            else
              evaluate true
                when line-buff(j:1) is equal to x"09"
                  add 1 to tab-byte-count
                when line-buff(j:1) is equal to x"0d"
                  add 1 to cr-byte-count
                when line-buff(j:1) is less than " "
                  add 1 to ctl-byte-count
                when line-buff(j:1) is greater than x"7e"
                  add 1 to nonascii-count
              end-evaluate
            end-if
          end-perform
      end-read
    end-perform
080-normalize-line.

  perform varying j from 1 by 1 until j is greater than 512
    perform 085-match-accented-letter
    if utf8-len is greater than 0
      perform 086-replace-accented-letter
    else
      if line-buff(j:1) is less than " " or line-buff(j:1) is greater than x"7e"
        move " " to line-buff(j:1)
      end-if
    end-if
  end-perform.


*> is there a UTF-8 accented letter (or typographic quote, apostrophe,
*> dash or no-break space) at line-buff(j)? utf8-len comes back as the
*> bytes it takes (0 when there is none) and utf8-repl as the plain
*> ASCII it reads as, utf8-repl-len long. A sequence cut off by the
*> 512-byte chunk boundary does not match and is blanked as before ----------

085-match-accented-letter.

  move 0 to utf8-len.
  if j is less than 512
    evaluate true
      when line-buff(j:1) is equal to x"c3"
           and line-buff(j + 1:1) is not less than x"80"
           and line-buff(j + 1:1) is not greater than x"bf"
        compute utf8-idx = function ord(line-buff(j + 1:1)) - 128
        move utf8-map(utf8-idx:1) to utf8-repl
        move 1 to utf8-repl-len
        move 2 to utf8-len
      when line-buff(j:1) is equal to x"c5"
           and line-buff(j + 1:1) is equal to x"92"
        move "OE" to utf8-repl
        move 2 to utf8-repl-len
        move 2 to utf8-len
      when line-buff(j:1) is equal to x"c5"
           and line-buff(j + 1:1) is equal to x"93"
        move "oe" to utf8-repl
        move 2 to utf8-repl-len
        move 2 to utf8-len
      when line-buff(j:1) is equal to x"c2"
           and line-buff(j + 1:1) is equal to x"a0"
        move " " to utf8-repl
        move 1 to utf8-repl-len
        move 2 to utf8-len
      when line-buff(j:1) is equal to x"c2"
           and (line-buff(j + 1:1) is equal to x"ab"
                or line-buff(j + 1:1) is equal to x"bb")
        move '"' to utf8-repl
        move 1 to utf8-repl-len
        move 2 to utf8-len
      when line-buff(j:1) is equal to x"e2"
           and j is less than 511
           and line-buff(j + 1:1) is equal to x"80"
        evaluate line-buff(j + 2:1)
          when x"98"
          when x"99"
            move "'" to utf8-repl
            move 1 to utf8-repl-len
            move 3 to utf8-len
          when x"9c"
          when x"9d"
            move '"' to utf8-repl
            move 1 to utf8-repl-len
            move 3 to utf8-len
          when x"93"
          when x"94"
            move "-" to utf8-repl
            move 1 to utf8-repl-len
            move 3 to utf8-len
        end-evaluate
    end-evaluate
  end-if.


*> write the plain letter(s) over the sequence at line-buff(j) and close
*> the line up behind them, leaving j on the last byte written -------------

086-replace-accented-letter.

  if j + utf8-len is greater than 512
    move spaces to utf8-rest
  else
    move line-buff(j + utf8-len:) to utf8-rest
  end-if.
  move utf8-repl(1:utf8-repl-len) to line-buff(j:utf8-repl-len).
  if j + utf8-repl-len is not greater than 512
    move utf8-rest to line-buff(j + utf8-repl-len:)
  end-if.
  compute j = j + utf8-repl-len - 1.


*> look for a speaker tag opening the line just read -- a run of
*> upper-case letters (spaces and digits allowed, so "CHAIR JONES:"
*> and "SPEAKER 2:" both read) ending in a ":" within the first 30
    move 1 to tag-ok
    perform varying tag-len from 1 by 1
        until tag-len is greater than 31
           or count-char(tag-len) is equal to ":"
      if count-char(tag-len) is not alphabetic-upper
         and count-char(tag-len) is not equal to " "
         and count-char(tag-len) is not numeric
    end-if
  end-if.

  if tag-ok is equal to 1
    move spaces to tag-name
    move count-rec(1:tag-len - 1) to tag-name
    move 0 to spk-found
    perform varying spk-idx from 1 by 1
        until spk-idx is greater than speaker-used or spk-found is equal to 1
      if spk-name(spk-idx) is equal to tag-name
        move 1 to spk-found
        move spk-idx to cur-speaker
      end-if
    end-perform
    if spk-found is equal to 0
      if speaker-used is less than 50
        add 1 to speaker-used
        move tag-name to spk-name(speaker-used)
        move 0 to spk-sents(speaker-used)
        move 0 to spk-words(speaker-used)
        move 0 to spk-chars(speaker-used)
        move zeros to spk-by-lang(speaker-used)
        move speaker-used to cur-speaker
      else
*>      a 51st speaker has nowhere to live -- their lines fall back to
  move 0 to spk-sents(1).
  move 0 to spk-words(1).
  move 0 to spk-chars(1).
  move zeros to spk-by-lang(1).
  move zeros to lang-table.
  move 0 to lang-other-seen.
  move 0 to syll-count.
  move 0 to ledger-used.
  move 0 to pending-used.
  move 0 to cur-para-slot.
  move 0 to speaker-overflow.
  move 1 to cur-speaker.
  move 0 to cur-sent-len.
      move 0 to wl-hits(watch-idx)
    end-perform
  end-if.
  move 0 to style-finding-count.
  move 0 to style-finding-total.
  move 0 to style-points.
  move 0 to style-sents-checked.
  move 0 to ckpt-at-eof.
  move 0 to resume-from-line.
  move 0 to skip-line-count.
  move 0 to skip-first-token.
  move 0 to this-file-skipped.
  add 1 to files-attempted.
  accept timing-start-time from time.

  if batch-mode-flag is equal to "Y"
    move spaces to file-label-line

*> a file past the dirtiness threshold is skipped the same way an
*> unopenable one is -- garbage in the counts is worse than no counts
  if dirty-skip is equal to 1 and input-file-status is equal to "00"
    move 1 to at-eof
    move dirty-byte-count to notice-line-num
    move spaces to file-label-line
  end-if.

*> report what the pre-scan found and the normalization cleaned up
  if dirty-skip is equal to 0 and input-file-status is equal to "00"
    if tab-byte-count is greater than 0
      move tab-byte-count to notice-line-num
      move spaces to pending-notice
             into pending-notice
      perform 910-record-trunc-notice
    end-if
    if accent-count is greater than 0
      move accent-count to notice-line-num
      move spaces to pending-notice
      string "NOTE: " delimited by size,
             function trim(notice-line-num) delimited by size,
             " accented letter(s) read as plain letters" delimited by size
             into pending-notice
      perform 910-record-trunc-notice
    end-if
    if nonascii-count is greater than 0
      move nonascii-count to notice-line-num
      move spaces to pending-notice
*> the redacted copy of this input, opened alongside the report -- a
*> skipped file gets no copy (there is nothing trustworthy to release)
  move 0 to redact-open.
  move 0 to redact-lines.
  if this-file-skipped is equal to 0
    perform 048-build-redacted-filename
    open output redacted-file
    move 1 to redact-open
*> into sent-count/word-count/char-count/numS-count/numC-count above,
*> so these lines are read and discarded, not recounted
  if resume-from-line is greater than 0 and input-file-status is equal to "00"
    perform until skip-line-count >= resume-from-line or at-eof is equal to 1
      read input-file into buff
        at end
          move 1 to at-eof
*>  the fast-forwarded lines were never token-scanned this run, so
*>  they cannot be released masked -- the redacted copy says so
*>  instead of silently holding a gap
    if redact-open is equal to 1
      move resume-from-line to notice-line-num
      move spaces to redact-buff
      string "(resumed from a checkpoint -- lines 1 through " delimited by size,
             " are not repeated in this redacted copy)" delimited by size
             into redact-buff
      write redacted-record from redact-buff
      add 1 to redact-lines
    end-if
  end-if.

perform until at-eof is equal to 1

  read input-file into buff
    at end
*>    chunk but the last) -- only the first chunk of a line counts as a
*>    new line number and gets a chance at a table slot; every chunk
*>    still gets counted so the tail of an over-length line isn't lost
      if mid-continuation is equal to 0
        add 1 to line-number
      end-if

      add numS-count malformed-total currency-count date-count
          time-count pct-count acct-count phone-count ssn-count
          giving line-token-before
      move syll-count to line-syll-before
      move 0 to line-en-hits
      move 0 to line-fr-hits

*>    sentence count
      move 0 to tally-x
*>    INSPECT above can see the two-character pattern by itself, so
*>    check it here using the previous chunk's last character and this
*>    chunk's first
      if mid-continuation is equal to 1 and count-rec(1:1) is equal to " "
        if prev-chunk-last-char is equal to "." or
           prev-chunk-last-char is equal to "?" or
           prev-chunk-last-char is equal to "!"
          add 1 to sent-count
        end-if
      end-if
*>    way a sentence does. a word left open at the 512th byte of the
*>    previous chunk is only closed here once we can see whether this
*>    chunk continues it (it gets counted at its real end) or not
      if pending-sent-word is equal to 1
        if mid-continuation is equal to 0 or count-rec(1:1) is equal to " "
          add 1 to cur-sent-words
        end-if
        move 0 to pending-sent-word
*>    a ". " terminator split across the chunk boundary never shows the
*>    two-character pattern to the scan below -- close the sentence out
*>    here, the same way the sentence count's own straddle check does
      if mid-continuation is equal to 1 and count-rec(1:1) is equal to " "
        if prev-chunk-last-char is equal to "." or
           prev-chunk-last-char is equal to "?" or
           prev-chunk-last-char is equal to "!"
          perform 125-bucket-sentence
        end-if
      end-if
      move 0 to sw-in-word
      perform varying j from 1 by 1 until j is greater than 512
*>      the concordance and the style check need the sentence's text,
*>      not just its word count -- gather it as this same pass walks
*>      the line
        if watch-loaded is equal to 1 or style-loaded is equal to 1
          perform 126-append-sent-char
        end-if
        if count-rec(j:1) is equal to " "
          if sw-in-word is equal to 1
            add 1 to cur-sent-words
            move 0 to sw-in-word
          end-if
          if j is greater than 1
            if count-rec(j - 1:1) is equal to "." or
               count-rec(j - 1:1) is equal to "?" or
               count-rec(j - 1:1) is equal to "!"
              perform 125-bucket-sentence
            end-if
          end-if
*>    anything shorter closes its last word on the pad spaces above;
*>    whether that open word has really ended can't be known until the
*>    next read, so it is carried instead of counted here
      if sw-in-word is equal to 1
        move 1 to pending-sent-word
        move 0 to sw-in-word
      end-if
*>    blank line), and the gap between it and this line's non-space
*>    char-count (below) is whitespace that was actually in the text
      move 0 to used-len
      perform varying j from 512 by -1 until j is equal to 0 or count-rec(j:1) is not equal to " "
        continue
      end-perform
      move j to used-len
*>    if the word happened to end exactly at byte 512, the separating
*>    space landed in *this* chunk instead, and what follows position 1
*>    is a brand-new word that must still be counted
      if mid-continuation is equal to 1
         and prev-chunk-last-char is not equal to " "
         and count-rec(1:1) is not equal to " "
        move 1 to skip-first-word
      end-if
      move count-rec to remainstr
      perform with test before until remainstr is equal to spaces
        if skip-first-word is equal to 1
          move 0 to skip-first-word
          move 1 to word-was-skipped
        else
*>      "hello" and "$1,234.56" tallies as nothing at all)
        move spaces to cur-word-text
        move 0 to cur-word-len
        perform until remainchars(j) is equal to " " or j is greater than 512
          evaluate true
            when remainchars(j) is alphabetic-upper
              add 1 to upper-count
        end-perform
*>      a word continuing across a chunked-read boundary was already
*>      tallied in full from the prior chunk -- don't tally its tail
        if cur-word-len is greater than 0 and word-was-skipped is equal to 0
          perform 110-tally-word
          perform 111-count-syllables
          perform 113-check-stop-word
        end-if
      end-perform

*>    chunk's first character continues it with no gap -- a token that
*>    happened to end exactly at byte 512 leaves a brand-new token (or
*>    a separator) starting at position 1, which must still be scanned
      if mid-continuation is equal to 1
        if (prev-chunk-last-char is numeric or
            prev-chunk-last-char is equal to "-" or
            prev-chunk-last-char is equal to "." or
            prev-chunk-last-char is equal to "$" or
            prev-chunk-last-char is equal to "," or
            prev-chunk-last-char is equal to "/" or
            prev-chunk-last-char is equal to ":" or
            prev-chunk-last-char is equal to "%")
           and (count-char(1) is numeric or
                count-char(1) is equal to "-" or
                count-char(1) is equal to "." or
                count-char(1) is equal to "$" or
                count-char(1) is equal to "," or
                count-char(1) is equal to "/" or
                count-char(1) is equal to ":" or
                count-char(1) is equal to "%")
          move 1 to skip-first-token
        end-if
      end-if
*>      digit (so a lone "$" in running text never starts one)
        perform until j is greater than 512
                  or count-char(j) is numeric
                  or (count-char(j) is equal to "$" and j is less than 512
                      and count-char(j + 1) is numeric)
          add 1 to j
        end-perform
*>    paragraph bookkeeping: a blank line closes the current paragraph,
*>    a non-blank line opens a new one if none is open, and either way
*>    the open paragraph absorbs this line's sentence and word deltas
      if used-len is equal to 0
        if in-paragraph is equal to 1
          perform 141-close-paragraph
        end-if
        move 0 to in-paragraph
      else
        if in-paragraph is equal to 0
          move 1 to in-paragraph
          perform 140-open-paragraph
          if para-used is less than 500
            add 1 to para-used
            move 0 to pt-sents(para-used)
            move 0 to pt-words(para-used)
            move 0 to pt-lang(para-used)
            move para-used to cur-para-slot
          else
            move 1 to para-overflow
          end-if
        end-if
        if para-overflow is equal to 0
          compute tally-x = sent-count - line-sent-before
          add tally-x to pt-sents(para-used)
          if line-word-delta is greater than 0
            add line-word-delta to pt-words(para-used)
          end-if
        end-if
*>      the open paragraph's own figures and language evidence, held
*>      for its language until it closes
        compute tally-x = sent-count - line-sent-before
        add tally-x to cur-para-sents
        if line-word-delta is greater than 0
          add line-word-delta to cur-para-words
        end-if
        compute line-char-delta = char-count - char-count-before
        add line-char-delta to cur-para-chars
        compute tally-x = syll-count - line-syll-before
        add tally-x to cur-para-sylls
        add line-en-hits to cur-para-en-hits
        add line-fr-hits to cur-para-fr-hits
      end-if

*>    speaker bookkeeping: a fresh line (not a continuation chunk) may
*>    way the current speaker absorbs this line's deltas -- the same
*>    deltas the paragraph above just took, so the speaker table sums
*>    back to the statistics box the way the paragraph table does
      if mid-continuation is equal to 0
        if used-len is equal to 0
          move 1 to cur-speaker
        else
          perform 095-detect-speaker-tag
        end-if
        compute tally-x = char-count - char-count-before
        add tally-x to spk-chars(cur-speaker)
        perform 142-post-to-ledger
      end-if

*>    echo this line into the report table, if it still has room, and
*>    is the table's own occupancy count (its storage index), kept
*>    separate from line-number (the file's absolute line count) so a
*>    resumed run's compacted table isn't indexed by a huge line number
      if mid-continuation is equal to 0
        if lines-stored is less than 1024
          add 1 to lines-stored
          move count-rec to input-lines(lines-stored)
        else
          if table-truncated is equal to 0
            move 1 to table-truncated
            move 1 to run-truncated
            move line-number to notice-line-num
      end-if

      if input-file-status is equal to "06"
        if mid-continuation is equal to 0
          move 1 to run-truncated
          move line-number to notice-line-num
          move spaces to pending-notice

*>    checkpoint the running tallies every 250 lines so a long input
*>    file's progress survives an interrupted run
      if mid-continuation is equal to 0
        if function mod(line-number, 250) is equal to 0
          perform 920-write-checkpoint
        end-if
      end-if

*>    this line is done with the token scan, so every sensitive value
*>    on it has been masked -- release its redacted twin
      if redact-open is equal to 1
        write redacted-record from redact-buff
        add 1 to redact-lines
      end-if

*>    remember this chunk's last byte so the next chunk (if any) can

end-perform.

*> the last paragraph closes at the end of the file, not at a blank line
if in-paragraph is equal to 1
  perform 141-close-paragraph
  move 0 to in-paragraph.


*> clean up stats --------------------------------------------------------------

add acct-count to batch-acct-total.
add phone-count to batch-phone-total.
add ssn-count to batch-ssn-total.
move acct-count  to redact-accts.
move phone-count to redact-phones.
move ssn-count   to redact-ssns.
add upper-count to batch-upper-total.
add lower-count to batch-lower-total.
add punct-count to batch-punct-total.
*> the frequency table still has its counts -- the report's top-20
*> selection below is destructive (a skipped file has no vocabulary
*> worth comparing)
if batch-mode-flag is equal to "Y" and this-file-skipped is equal to 0
  perform 122-capture-dup-signature.

*> keep this file's figures in the reconciliation detail table so the
  end-if
end-if.

*> a file that carries French is graded language by language instead --
*> each paragraph by the formula for the language it is written in, the
*> grades weighted by words -- so a French passage is not held to an
*> English yardstick. Text that is all English keeps the grade above
if lang-other-seen is equal to 1
   and avg-word-sent is not equal to zero and avg-char-word is not equal to zero
  perform 145-blend-file-grade
  move readability-raw to readability-score
  move readability-raw to file-grade
end-if.

*> keep a numeric snapshot of everything this box will print -- the
*> display copies lose their leading zeros below, but the comparison
*> box still needs to do arithmetic on them afterwards
string csv-line delimited by space,
       function trim(csv-avg) delimited by size
       into csv-line.
if this-file-skipped is equal to 0
  write csv-record from csv-line
end-if.

       function trim(runtime-filename) delimited by size, "," delimited by size,
       run-date delimited by size
       into history-line.
if this-file-skipped is equal to 0
  write history-record from history-line
end-if.

*> the same figures go through to the keyed master
perform 068-write-history-master.

*> every distinct word goes to the term index while the frequency table
*> still holds its counts -- the top-20 selection below zeroes them
perform 069-write-term-master.

*> ... neither of which takes a resumed file's partial tables -- say so
if resume-from-line is greater than 0 and this-file-skipped is equal to 0
  perform 074-note-postings-skipped.

*> ... and out to the downstream records feed, when one was asked for
*> (a skipped file writes no detail record, just as it writes no rows)
if feed-open is equal to 1 and this-file-skipped is equal to 0
  perform 118-write-feed-detail.

*> insert a termination marker for printing
write output-line from header-text after advancing 0 lines.

move 1 to i.
perform until i > 1024 or input-lines(i) is equal to "STOP_PRINTING"
  write output-line from input-lines(i) after advancing 1 line
  add 1 to i
end-perform.

write output-line from bar3 after advancing 1 line.

if lang-other-seen is equal to 1
  perform 136-write-language-section.


*> print the vocabulary section for this file ----------------------------------


*> print the per-term concordance hit counts, when a watch list is on -----------

if watch-loaded is equal to 1
  perform 138-write-watch-section.


*> print the words the glossary check did not recognize (if any), each
*> with the line it first appeared on ------------------------------------------

if (glossary-loaded is equal to 1 or fr-glossary-loaded is equal to 1)
   and unknown-count is greater than 0
  write output-line from blank-line       after advancing 1 line
  write output-line from glossary-exc-title after advancing 1 line
  perform varying tally-x from 1 by 1 until tally-x > unknown-count
    move uw-line(tally-x) to notice-line-num
    move spaces to exceptions-line
    if uw-lang(tally-x) is greater than 1
      move uw-lang(tally-x) to lang-idx
      string "   - " delimited by size,
             uw-text(tally-x) delimited by space,
             " (line " delimited by size,
             function trim(notice-line-num) delimited by size,
             ", " delimited by size,
             lang-name(lang-idx) delimited by space,
             ")" delimited by size
             into exceptions-line
    else
      string "   - " delimited by size,
             uw-text(tally-x) delimited by space,
             " (line " delimited by size,
             function trim(notice-line-num) delimited by size,
             ")" delimited by size
             into exceptions-line
    end-if
    write output-line from exceptions-line after advancing 1 line
  end-perform
  if unknown-total is greater than unknown-count
end-if.


*> print the plain-language findings and this file's compliance score,
*> when a style rules file is on ------------------------------------------------

if style-loaded is equal to 1 and this-file-skipped is equal to 0
  perform 155-write-style-section.


*> print error messages (if any) -----------------------------------------------

move spaces to output-line.

*> close this file's input, leaving output-file open for the caller ------------

if this-file-skipped is equal to 0
  add 1 to files-processed.

if redact-open is equal to 1
  close redacted-file
  move 0 to redact-open
  perform 049-write-redaction-record.

close input-file.

perform 066-write-timing-record.


*> classify the token just captured by the scanning loop as a currency
*> amount, date, time, percentage, plain number or malformed token,
  evaluate true
*>  currency: leading "$", digits with optional comma grouping and at
*>  most one decimal point, e.g. "$1,234.56"
    when token-dollar-count is equal to 1
     and token-text(1:1) is equal to "$"
     and token-digit-count is greater than 0
     and token-dot-count is not greater than 1
     and token-dash-count is equal to 0
     and token-slash-count is equal to 0
     and token-colon-count is equal to 0
     and token-percent-count is equal to 0
      move 2 to token-class
*>  percentage: digits with at most one decimal point, ending in "%"
    when token-percent-count is equal to 1
     and token-text(token-len:1) is equal to "%"
     and token-digit-count is greater than 0
     and token-dot-count is not greater than 1
     and token-dash-count is equal to 0
     and token-slash-count is equal to 0
     and token-colon-count is equal to 0
     and token-comma-count is equal to 0
     and token-dollar-count is equal to 0
      move 5 to token-class
*>  ISO date: dddd-dd-dd
    when token-dash-count is equal to 2
     and token-len is equal to 10
     and token-digit-count is equal to 8
     and token-text(5:1) is equal to "-"
     and token-text(8:1) is equal to "-"
     and token-dot-count is equal to 0
     and token-slash-count is equal to 0
     and token-colon-count is equal to 0
     and token-comma-count is equal to 0
     and token-dollar-count is equal to 0
     and token-percent-count is equal to 0
      move 3 to token-class
*>  slash date: d/d/dd up through dddd/dd/dd
    when token-slash-count is equal to 2
     and token-len is greater than 5
     and token-len is less than 11
     and token-digit-count is equal to token-len - 2
     and token-text(1:1) is numeric
     and token-text(token-len:1) is numeric
     and token-dash-count is equal to 0
     and token-dot-count is equal to 0
     and token-colon-count is equal to 0
     and token-comma-count is equal to 0
     and token-dollar-count is equal to 0
     and token-percent-count is equal to 0
      move 3 to token-class
*>  clock time: h:mm or hh:mm (one colon), h:mm:ss or hh:mm:ss (two)
    when (   (token-colon-count is equal to 1
              and token-len is greater than 3
              and token-len is less than 6)
          or (token-colon-count is equal to 2
              and token-len is greater than 6
              and token-len is less than 9))
     and token-digit-count is equal to token-len - token-colon-count
     and token-text(1:1) is numeric
     and token-text(token-len:1) is numeric
     and token-dash-count is equal to 0
     and token-dot-count is equal to 0
     and token-slash-count is equal to 0
     and token-comma-count is equal to 0
     and token-dollar-count is equal to 0
     and token-percent-count is equal to 0
      move 4 to token-class
*>  SSN-shaped: ddd-dd-dddd -- checked ahead of the phone shape and the
*>  plain-number fallback so the dashes read as structure, not noise
    when token-dash-count is equal to 2
     and token-len is equal to 11
     and token-digit-count is equal to 9
     and token-text(4:1) is equal to "-"
     and token-text(7:1) is equal to "-"
     and token-dot-count is equal to 0
     and token-slash-count is equal to 0
     and token-colon-count is equal to 0
     and token-comma-count is equal to 0
     and token-dollar-count is equal to 0
     and token-percent-count is equal to 0
      move 8 to token-class
*>  phone number: ddd-ddd-dddd
    when token-dash-count is equal to 2
     and token-len is equal to 12
     and token-digit-count is equal to 10
     and token-text(4:1) is equal to "-"
     and token-text(8:1) is equal to "-"
     and token-dot-count is equal to 0
     and token-slash-count is equal to 0
     and token-colon-count is equal to 0
     and token-comma-count is equal to 0
     and token-dollar-count is equal to 0
     and token-percent-count is equal to 0
      move 7 to token-class
*>  account number: an unbroken run of 8 or more digits -- checked
*>  ahead of the plain-number fallback, which would otherwise swallow
*>  it (a genuine quantity that long does not turn up in transcripts)
    when token-digit-count is equal to token-len
     and token-len is not less than 8
      move 6 to token-class
*>  plain number: the original rules -- at most one "-" (and only as
*>  tolerated so "1,234" stays a number instead of turning malformed
    when token-dot-count is not greater than 1
     and token-dash-count is not greater than 1
     and (token-dash-count is equal to 0 or token-text(1:1) is equal to "-")
     and token-slash-count is equal to 0
     and token-colon-count is equal to 0
     and token-dollar-count is equal to 0
     and token-percent-count is equal to 0
      move 1 to token-class
    when other
      move 0 to token-class
  perform until token-len is less than 2
            or (token-text(token-len:1) is not equal to ","
                and token-text(token-len:1) is not equal to ":")
    if token-text(token-len:1) is equal to ","
      subtract 1 from token-comma-count
    else
      subtract 1 from token-colon-count
    subtract 1 from token-len
  end-perform.
  if token-len is greater than 1
     and token-text(token-len:1) is equal to "."
     and (token-dollar-count is greater than 0
          or token-percent-count is greater than 0
          or token-colon-count is greater than 0

125-bucket-sentence.

*> the sentence is complete, so this is the moment the concordance and
*> the style rules can judge it -- before the buffer resets along with
*> the word count
  if watch-loaded is equal to 1 and conc-open is equal to 1
    perform 127-check-watch-terms
  end-if.
  if style-loaded is equal to 1
    perform 150-check-style-rules
  end-if.
  move 0 to cur-sent-len.
  move spaces to cur-sent-text.


126-append-sent-char.

  if count-rec(j:1) is equal to " "
    if cur-sent-len is greater than 0
       and cur-sent-len is less than 400
      if cur-sent-text(cur-sent-len:1) is not equal to " "
  write conc-record from conc-line.


*> judge the finished sentence against every style rule -- each rule
*> can find a sentence at fault once, however often the phrase repeats
*> in it. phrases are looked for in a lowercased copy with punctuation
*> turned to spaces and a space at either end, so a phrase that opens
*> or closes the sentence is still found whole ---------------------------------

150-check-style-rules.

  if cur-sent-len is greater than 0 and cur-sent-words is greater than 0
    add 1 to style-sents-checked
    move spaces to style-sent
    move function lower-case(cur-sent-text(1:cur-sent-len))
      to style-sent(2:cur-sent-len)
    inspect style-sent converting style-punct-chars to style-punct-blanks
    perform varying style-rule-idx from 1 by 1
        until style-rule-idx > style-rule-count
      evaluate sr-kind(style-rule-idx)
        when 1
          if sr-len(style-rule-idx) is greater than 2
            move 0 to style-tally
            inspect style-sent tallying style-tally
              for all sr-text(style-rule-idx)(1:sr-len(style-rule-idx))
            if style-tally is greater than 0
              move sr-text(style-rule-idx)(2:sr-len(style-rule-idx) - 2)
                to style-detail
              perform 151-note-style-finding
            end-if
          end-if
        when 2
          if cur-sent-words is greater than sr-limit(style-rule-idx)
            move cur-sent-words to style-words-disp
            move sr-limit(style-rule-idx) to style-limit-disp
            move spaces to style-detail
            string function trim(style-words-disp) delimited by size,
                   " words, limit " delimited by size,
                   function trim(style-limit-disp) delimited by size
                   into style-detail
            perform 151-note-style-finding
          end-if
        when 3
          perform 152-find-doubled-word
          if style-doubled-found is equal to 1
            move spaces to style-detail
            string style-word delimited by space,
                   " " delimited by size,
                   style-word delimited by space
                   into style-detail
            perform 151-note-style-finding
          end-if
        when 4
          if cur-sent-words is not less than 3
             and function upper-case(cur-sent-text(1:cur-sent-len))
                 is equal to cur-sent-text(1:cur-sent-len)
             and function lower-case(cur-sent-text(1:cur-sent-len))
                 is not equal to cur-sent-text(1:cur-sent-len)
            move cur-sent-text to style-detail
            perform 151-note-style-finding
          end-if
      end-evaluate
    end-perform
  end-if.


*> one finding: its severity counts against the score, it goes out to
*> style_findings.csv, and the first 50 are kept for the report --
*> quoted, since details and suggestions can carry commas ---------------------

151-note-style-finding.

  add 1 to style-finding-total.
  add sr-sev(style-rule-idx) to style-points.
  if style-finding-count is less than 50
    add 1 to style-finding-count
    move line-number to sf-line(style-finding-count)
    move sr-kind(style-rule-idx) to sf-rule(style-finding-count)
    move sr-sev(style-rule-idx) to sf-sev(style-finding-count)
    move style-detail to sf-detail(style-finding-count)
    move sr-suggest(style-rule-idx) to sf-suggest(style-finding-count)
  end-if.

  if style-open is equal to 1
    move sr-kind(style-rule-idx) to style-kind-idx
    move sr-sev(style-rule-idx) to style-sev-idx
    move line-number to notice-line-num
    move spaces to style-line
    string function trim(runtime-filename) delimited by size,
           "," delimited by size,
           function trim(notice-line-num) delimited by size,
           "," delimited by size,
           style-kind-name(style-kind-idx) delimited by space,
           "," delimited by size,
           style-severity-name(style-sev-idx) delimited by space,
           "," delimited by size,
           """" delimited by size,
           function trim(style-detail) delimited by size,
           """" delimited by size,
           "," delimited by size,
           """" delimited by size,
           function trim(sr-suggest(style-rule-idx)) delimited by size,
           """" delimited by size
           into style-line
    write style-findings-record from style-line
  end-if.


*> walk the normalised sentence a word at a time and stop at the first
*> word that repeats the one before it ("the the") -- words that do not
*> start with a letter ("10 10", "- -") are left alone ---------------------------

152-find-doubled-word.

  move 0 to style-doubled-found.
  move spaces to style-word.
  move spaces to style-prev-word.
  move 0 to style-word-len.
  perform varying style-char-idx from 1 by 1
      until style-char-idx > cur-sent-len + 2
         or style-doubled-found is equal to 1
    if style-sent(style-char-idx:1) is equal to " "
      if style-word-len is greater than 0
        if style-word is equal to style-prev-word
           and style-word(1:1) is alphabetic
          move 1 to style-doubled-found
        else
          move style-word to style-prev-word
          move spaces to style-word
          move 0 to style-word-len
        end-if
      end-if
    else
      if style-word-len is less than 40
        add 1 to style-word-len
        move style-sent(style-char-idx:1) to style-word(style-word-len:1)
      end-if
    end-if
  end-perform.


*> a paragraph opens: its figures, its language evidence and its speakers
*> all start empty -- not its held glossary words, which the last close
*> already emptied and which by now carry this opening line's own -------

140-open-paragraph.

  move 0 to cur-para-slot.
  move 0 to cur-para-sents.
  move 0 to cur-para-words.
  move 0 to cur-para-chars.
  move 0 to cur-para-sylls.
  move 0 to cur-para-en-hits.
  move 0 to cur-para-fr-hits.
  move 0 to ledger-used.


*> a paragraph closes: settle its language from the stop-word hits it
*> carried, credit its figures to that language -- the file's, its
*> row in the paragraph table's, and each of its speakers' -- and
*> check the words it saw first against that language's glossary ------------

141-close-paragraph.

  add cur-para-en-hits cur-para-fr-hits giving lang-hit-total.
  evaluate true
    when lang-hit-total is equal to 0
      move 1 to cur-para-lang
    when cur-para-en-hits * 100 is not less than lang-hit-total * 70
      move 1 to cur-para-lang
    when cur-para-fr-hits * 100 is not less than lang-hit-total * 70
      move 2 to cur-para-lang
    when other
      move 3 to cur-para-lang
  end-evaluate.
  move cur-para-lang to lang-idx.
  if lang-idx is not equal to 1
    move 1 to lang-other-seen
  end-if.

  add 1              to ln-paras(lang-idx).
  add cur-para-sents to ln-sents(lang-idx).
  add cur-para-words to ln-words(lang-idx).
  add cur-para-chars to ln-chars(lang-idx).
  add cur-para-sylls to ln-sylls(lang-idx).
  if cur-para-slot is greater than 0
    move lang-idx to pt-lang(cur-para-slot)
  end-if.

  perform varying ledger-idx from 1 by 1 until ledger-idx > ledger-used
    move lg-speaker(ledger-idx) to spk-idx
    add lg-sents(ledger-idx) to spl-sents(spk-idx, lang-idx)
    add lg-words(ledger-idx) to spl-words(spk-idx, lang-idx)
    add lg-chars(ledger-idx) to spl-chars(spk-idx, lang-idx)
    add lg-sylls(ledger-idx) to spl-sylls(spk-idx, lang-idx)
  end-perform.
  move 0 to ledger-used.

  move lang-idx to gloss-check-lang.
  perform varying pending-idx from 1 by 1 until pending-idx > pending-used
    move pw-text(pending-idx) to cur-word-text
    move pw-line(pending-idx) to gloss-line
    perform 112-check-glossary
  end-perform.
  move 0 to pending-used.
  move 0 to cur-para-slot.


*> credit the line just read to the current speaker's share of the open
*> paragraph -- one ledger row per speaker heard in it ----------------------

142-post-to-ledger.

  move 0 to ledger-found.
  perform varying ledger-idx from 1 by 1
      until ledger-idx > ledger-used or ledger-found is greater than 0
    if lg-speaker(ledger-idx) is equal to cur-speaker
      move ledger-idx to ledger-found
    end-if
  end-perform.
  if ledger-found is equal to 0
    add 1 to ledger-used
    move ledger-used to ledger-found
    move cur-speaker to lg-speaker(ledger-found)
    move 0 to lg-sents(ledger-found)
    move 0 to lg-words(ledger-found)
    move 0 to lg-chars(ledger-found)
    move 0 to lg-sylls(ledger-found)
  end-if.
  compute tally-x = sent-count - line-sent-before.
  add tally-x to lg-sents(ledger-found).
  if line-word-delta is greater than 0
    add line-word-delta to lg-words(ledger-found)
  end-if.
  compute tally-x = char-count - char-count-before.
  add tally-x to lg-chars(ledger-found).
  compute tally-x = syll-count - line-syll-before.
  add tally-x to lg-sylls(ledger-found).


*> grade one set of figures for one language: gr-lang and gr-sents ..
*> gr-sylls in, gr-grade out. English takes the ARI, French takes Kandel
*> and Moles' reading ease moved onto the grade scale ((100 - ease) / 6
*> + 5, which follows the Flesch school-level bands), mixed text the
*> mean of the two --------------------------------------------------------

144-grade-figures.

  move 0 to gr-grade.
  if gr-sents is greater than 0 and gr-words is greater than 0
    compute gr-avg-ws rounded = gr-words / gr-sents
    compute gr-avg-cw rounded = gr-chars / gr-words
    compute gr-avg-sw rounded = gr-sylls / gr-words
    compute gr-ari rounded =
      4.71 * gr-avg-cw + 0.5 * gr-avg-ws - 21.43
    compute gr-ease rounded =
      207 - 1.015 * gr-avg-ws - 73.6 * gr-avg-sw
    compute gr-french rounded = (100 - gr-ease) / 6 + 5
    evaluate gr-lang
      when 1
        move gr-ari to gr-grade
      when 2
        move gr-french to gr-grade
      when other
        compute gr-grade rounded = (gr-ari + gr-french) / 2
    end-evaluate
    if gr-grade is less than 0
      move 0 to gr-grade
    end-if
  end-if.


*> the file's grade when it carries French: each language graded by its
*> own formula, weighted by the words written in it ------------------------

145-blend-file-grade.

  move 0 to blend-sum.
  move 0 to blend-words.
  perform varying lang-idx from 1 by 1 until lang-idx > 3
    if ln-sents(lang-idx) is greater than 0 and ln-words(lang-idx) is greater than 0
      move lang-idx           to gr-lang
      move ln-sents(lang-idx) to gr-sents
      move ln-words(lang-idx) to gr-words
      move ln-chars(lang-idx) to gr-chars
      move ln-sylls(lang-idx) to gr-sylls
      perform 144-grade-figures
      compute blend-sum = blend-sum + gr-grade * ln-words(lang-idx)
      add ln-words(lang-idx) to blend-words
    end-if
  end-perform.
  if blend-words is greater than 0
    compute readability-raw rounded = blend-sum / blend-words
  end-if.


*> the same for one speaker, over the languages they spoke in ---------------

146-blend-speaker-grade.

  move 0 to blend-sum.
  move 0 to blend-words.
  perform varying lang-idx from 1 by 1 until lang-idx > 3
    if spl-sents(spk-idx, lang-idx) is greater than 0
       and spl-words(spk-idx, lang-idx) is greater than 0
      move lang-idx                     to gr-lang
      move spl-sents(spk-idx, lang-idx) to gr-sents
      move spl-words(spk-idx, lang-idx) to gr-words
      move spl-chars(spk-idx, lang-idx) to gr-chars
      move spl-sylls(spk-idx, lang-idx) to gr-sylls
      perform 144-grade-figures
      compute blend-sum = blend-sum + gr-grade * spl-words(spk-idx, lang-idx)
      add spl-words(spk-idx, lang-idx) to blend-words
    end-if
  end-perform.
  if blend-words is greater than 0
    compute spk-grade-raw rounded = blend-sum / blend-words
  end-if.


*> the statistics box's figures split by language, for a file that
*> carries French: paragraphs, sentences, words, words per sentence and
*> each language's grade by its own formula ---------------------------------

136-write-language-section.

  write output-line from blank-line  after advancing 1 line.
  write output-line from lang-bar    after advancing 1 line.
  write output-line from lang-title  after advancing 1 line.
  write output-line from lang-bar    after advancing 1 line.
  write output-line from lang-header after advancing 1 line.

  perform varying lang-idx from 1 by 1 until lang-idx > 3
    if ln-paras(lang-idx) is greater than 0
      move lang-idx           to gr-lang
      move ln-sents(lang-idx) to gr-sents
      move ln-words(lang-idx) to gr-words
      move ln-chars(lang-idx) to gr-chars
      move ln-sylls(lang-idx) to gr-sylls
      perform 144-grade-figures
      if ln-sents(lang-idx) is greater than 0
        compute lang-avg-ws rounded = ln-words(lang-idx) / ln-sents(lang-idx)
      else
        move 0 to lang-avg-ws
      end-if
      move ln-paras(lang-idx) to lang-para-disp
      move ln-sents(lang-idx) to lang-sent-disp
      move ln-words(lang-idx) to lang-word-disp
      move lang-avg-ws        to lang-avg-disp
      move gr-grade           to lang-grade-disp
      move spaces to lang-detail
      string " | " delimited by size,
             lang-name(lang-idx) delimited by size,
             "   " delimited by size,
             lang-para-disp delimited by size,
             "  " delimited by size,
             lang-sent-disp delimited by size,
             "  " delimited by size,
             lang-word-disp delimited by size,
             "  " delimited by size,
             lang-avg-disp delimited by size,
             "  " delimited by size,
             lang-grade-disp delimited by size,
             " |" delimited by size
             into lang-detail
      write output-line from lang-detail after advancing 1 line
    end-if
  end-perform.

  write output-line from lang-note after advancing 1 line.
  write output-line from lang-bar  after advancing 1 line.


*> write the per-paragraph table (with outlier flags) and the
*> sentence-length distribution under it ---------------------------------------

    move pt-sents(tally-x) to para-sent-disp
    move pt-words(tally-x) to para-word-disp
    move para-avg to para-avg-disp
    move pt-lang(tally-x) to para-lang-idx
    if para-lang-idx is equal to 0
      move 1 to para-lang-idx
    end-if
    move spaces to para-detail
    if file-avg-ws is greater than 0
       and pt-sents(tally-x) is greater than 0
             para-word-disp delimited by size,
             "  " delimited by size,
             para-avg-disp delimited by size,
             "  " delimited by size,
             lang-name(para-lang-idx) delimited by size,
             "  << far above file average" delimited by size
             into para-detail
    else
             "  " delimited by size,
             para-word-disp delimited by size,
             "  " delimited by size,
             para-avg-disp delimited by size,
             "  " delimited by size,
             lang-name(para-lang-idx) delimited by size
             into para-detail
    end-if
    write output-line from para-detail after advancing 1 line
  end-perform.

  if para-overflow is equal to 1
    move "   (paragraph table full -- paragraphs past the first 500 are not broken out)" to para-detail
    write output-line from para-detail after advancing 1 line
  end-if.
  write output-line from speaker-title  after advancing 1 line.
  write output-line from speaker-header after advancing 1 line.

  if sh-usable is equal to 1 and this-file-skipped is equal to 0
     and resume-from-line is equal to 0
    perform 073-purge-speaker-postings
  end-if.

  perform varying spk-idx from 1 by 1 until spk-idx > speaker-used
    if spk-sents(spk-idx) is greater than 0
       or spk-words(spk-idx) is greater than 0
      else
        move 0 to spk-grade-raw
      end-if
      if lang-other-seen is equal to 1
        perform 147-check-speaker-languages
        if lang-hit-total is greater than 0
          perform 146-blend-speaker-grade
        end-if
      end-if
      move spk-grade-raw to spk-grade-disp
      if spk-idx is greater than 1
        perform 139-write-speaker-history
      end-if
      move spaces to speaker-detail
      string "   " delimited by size,
             spk-name(spk-idx) delimited by size,
             spk-grade-disp delimited by size
             into speaker-detail
      write output-line from speaker-detail after advancing 1 line
      if lang-other-seen is equal to 1
        perform 148-write-speaker-languages
      end-if
    end-if
  end-perform.

  if speaker-overflow is equal to 1
    write output-line from speaker-overflow-note after advancing 1 line
  end-if.


*> has this speaker said anything outside English? lang-hit-total comes
*> back with their French and mixed words ----------------------------------

147-check-speaker-languages.

  move 0 to lang-hit-total.
  perform varying spl-idx from 2 by 1 until spl-idx > 3
    add spl-words(spk-idx, spl-idx) to lang-hit-total
  end-perform.


*> under a speaker's row, one row for each language they spoke in, with
*> the grade that language's own formula gives their share of it ---------------

148-write-speaker-languages.

  perform varying lang-idx from 1 by 1 until lang-idx > 3
    if spl-words(spk-idx, lang-idx) is greater than 0
      move lang-idx                     to gr-lang
      move spl-sents(spk-idx, lang-idx) to gr-sents
      move spl-words(spk-idx, lang-idx) to gr-words
      move spl-chars(spk-idx, lang-idx) to gr-chars
      move spl-sylls(spk-idx, lang-idx) to gr-sylls
      perform 144-grade-figures
      move spl-sents(spk-idx, lang-idx) to spk-sent-disp
      move spl-words(spk-idx, lang-idx) to spk-word-disp
      if file-word-total is greater than 0
        compute spk-share rounded =
          spl-words(spk-idx, lang-idx) * 100 / file-word-total
      else
        move 0 to spk-share
      end-if
      move spk-share to spk-share-disp
      if spl-sents(spk-idx, lang-idx) is greater than 0
        compute spk-avg-ws rounded =
          spl-words(spk-idx, lang-idx) / spl-sents(spk-idx, lang-idx)
      else
        move 0 to spk-avg-ws
      end-if
      move spk-avg-ws to spk-avg-disp
      move gr-grade   to spk-grade-disp
      move spaces to speaker-detail
      string "     " delimited by size,
             lang-name(lang-idx) delimited by size,
             "                     " delimited by size,
             spk-sent-disp delimited by size,
             "  " delimited by size,
             spk-word-disp delimited by size,
             "   " delimited by size,
             spk-share-disp delimited by size,
             "   " delimited by size,
             spk-avg-disp delimited by size,
             "  " delimited by size,
             spk-grade-disp delimited by size
             into speaker-detail
      write output-line from speaker-detail after advancing 1 line
    end-if
  end-perform.


*> keep the speaker row just worked out in the speaker history -- keyed on
*> speaker + filename + run date, a skipped or resumed file leaving nothing
*> behind (a resumed file's speaker table covers only the resumed lines) -------

139-write-speaker-history.

  if sh-usable is equal to 1 and this-file-skipped is equal to 0
     and resume-from-line is equal to 0
    move spk-name(spk-idx)  to sh-speaker
    move runtime-filename   to sh-filename
    move run-date           to sh-rundate
    move spk-sents(spk-idx) to sh-sents
    move spk-words(spk-idx) to sh-words
    move spk-chars(spk-idx) to sh-chars
    move file-word-total    to sh-file-words
    move spk-share          to sh-share
    move spk-grade-raw      to sh-grade
    write speaker-master-record
      invalid key
        rewrite speaker-master-record
    end-write
  end-if.


*> write the per-term hit counts for this file -- the sentences
*> themselves are in concordance.csv, this is the at-a-glance tally -------------

  end-perform.


*> print this file's style findings -- where, what, and what to write
*> instead -- then its compliance score against the pass mark; a file
*> under the mark is counted so the run ends nonzero ---------------------------

155-write-style-section.

  if style-sents-checked is equal to 0
    move 100 to style-score
  else
    compute style-tally = style-points * 100 / style-sents-checked
    if style-tally is not less than 100
      move 0 to style-score
    else
      compute style-score = 100 - style-tally
    end-if
  end-if.

  write output-line from blank-line  after advancing 1 line.
  write output-line from style-title after advancing 1 line.

  if style-finding-count is equal to 0
    write output-line from no-style-line after advancing 1 line
  end-if.
  perform varying tally-x from 1 by 1 until tally-x > style-finding-count
    move sf-rule(tally-x) to style-kind-idx
    move sf-sev(tally-x) to style-sev-idx
    move sf-line(tally-x) to notice-line-num
    move spaces to style-detail-line
    string "   - line " delimited by size,
           function trim(notice-line-num) delimited by size,
           ": " delimited by size,
           function trim(sf-detail(tally-x)) delimited by size,
           " (" delimited by size,
           style-kind-name(style-kind-idx) delimited by space,
           ", " delimited by size,
           style-severity-name(style-sev-idx) delimited by space,
           ") -- " delimited by size,
           function trim(sf-suggest(tally-x)) delimited by size
           into style-detail-line
    write output-line from style-detail-line after advancing 1 line
  end-perform.
  if style-finding-total is greater than style-finding-count
    compute style-tally = style-finding-total - style-finding-count
    move style-tally to style-findings-disp
    move spaces to style-detail-line
    string "   (" delimited by size,
           function trim(style-findings-disp) delimited by size,
           " more findings not listed -- see style_findings.csv)" delimited by size
           into style-detail-line
    write output-line from style-detail-line after advancing 1 line
  end-if.

  move style-finding-total to style-findings-disp.
  move style-sents-checked to style-sents-disp.
  move style-points to style-points-disp.
  move spaces to style-detail-line.
  string "   " delimited by size,
         function trim(style-findings-disp) delimited by size,
         " finding(s) in " delimited by size,
         function trim(style-sents-disp) delimited by size,
         " sentence(s) checked, " delimited by size,
         function trim(style-points-disp) delimited by size,
         " point(s) -- low 1, medium 2, high 3" delimited by size
         into style-detail-line.
  write output-line from style-detail-line after advancing 1 line.

  move spaces to style-verdict.
  if style-score is less than style-pass-mark
    add 1 to files-below-pass-mark
    move " -- BELOW PASS MARK" to style-verdict
  end-if.
  move style-score to style-score-disp.
  move style-pass-mark to style-pass-disp.
  move spaces to style-detail-line.
  string "   compliance score " delimited by size,
         function trim(style-score-disp) delimited by size,
         " (pass mark " delimited by size,
         function trim(style-pass-disp) delimited by size,
         ")" delimited by size,
         style-verdict delimited by "  "
         into style-detail-line.
  write output-line from style-detail-line after advancing 1 line.


*> tally the word just captured by the scanning loop into this file's
*> distinct-word frequency table (linear lookup -- the table is small
*> enough and the lookup is first-seen order, which the top-20 pass

  move function lower-case(cur-word-text) to cur-word-text.
  move 0 to wf-found.
  perform varying wf-idx from 1 by 1 until wf-idx > wf-used or wf-found is equal to 1
    if wf-text(wf-idx) is equal to cur-word-text
      move 1 to wf-found
      add 1 to wf-count(wf-idx)
    end-if
  end-perform.
  if wf-found is equal to 0
    if wf-used is less than 2000
      add 1 to wf-used
      move cur-word-text to wf-text(wf-used)
      move 1 to wf-count(wf-used)
*>    a word is checked against the glossary once, the first time it
*>    is seen, so the exceptions list carries each unknown word with
*>    the line it first appeared on rather than one entry per use --
*>    the check itself waits for the paragraph to close, since which
*>    glossary judges the word depends on the paragraph's language
      if glossary-loaded is equal to 1 or fr-glossary-loaded is equal to 1
        perform 114-hold-glossary-word
      end-if
    else
      move 1 to wf-overflow
  end-if.


*> look a word up in the glossary for its paragraph's language and record
*> it as an exception when it is not there -- gloss-check-lang is 1 for
*> English (the shop glossary), 2 for French (the French glossary), 3
*> for mixed (either will do); a language whose glossary is not loaded
*> is not checked. gloss-line is the line the word first appeared on --

112-check-glossary.

  move 0 to glossary-found.
  move 0 to fr-glossary-found.
  if gloss-check-lang is not equal to 2 and glossary-loaded is equal to 1
    perform varying glossary-idx from 1 by 1 until glossary-idx > glossary-count or glossary-found is equal to 1
      if glossary-word(glossary-idx) is equal to cur-word-text
        move 1 to glossary-found
      end-if
    end-perform
  end-if.
  if gloss-check-lang is not equal to 1 and fr-glossary-loaded is equal to 1
    perform varying glossary-idx from 1 by 1 until glossary-idx > fr-glossary-count or fr-glossary-found is equal to 1
      if fr-glossary-word(glossary-idx) is equal to cur-word-text
        move 1 to fr-glossary-found
      end-if
    end-perform
  end-if.
  if gloss-check-lang is equal to 1 and glossary-loaded is equal to 0
    move 1 to glossary-found
  end-if.
  if gloss-check-lang is equal to 2 and fr-glossary-loaded is equal to 0
    move 1 to fr-glossary-found
  end-if.

  if glossary-found is equal to 0 and fr-glossary-found is equal to 0
    add 1 to unknown-total
    if unknown-count is less than 50
      add 1 to unknown-count
      move cur-word-text to uw-text(unknown-count)
      move gloss-line to uw-line(unknown-count)
      move gloss-check-lang to uw-lang(unknown-count)
    end-if
*>  the review queue gets every unknown word, uncapped -- it is what
*>  text-stats-glossary works from, so dropping entries here would
*>  drop them from the operator's review. French misses go to the
*>  French queue, and so do a mixed paragraph's when only the French
*>  glossary is loaded
    move gloss-line to notice-line-num
    move spaces to queue-line
    string cur-word-text delimited by space,
           "," delimited by size,
           function trim(runtime-filename) delimited by size,
           "," delimited by size,
           function trim(notice-line-num) delimited by size,
           "," delimited by size,
           run-date delimited by size
           into queue-line
    if gloss-check-lang is equal to 2
       or (gloss-check-lang is equal to 3 and glossary-loaded is equal to 0)
      if fr-queue-open is equal to 1
        write fr-queue-record from queue-line
      end-if
    else
      if queue-open is equal to 1
        write queue-record from queue-line
      end-if
    end-if
  end-if.


*> hold a word seen for the first time until its paragraph closes and the
*> paragraph's language is known; past the holding table's size the word
*> is checked straight away against whichever glossary knows it -------------

114-hold-glossary-word.

  if pending-used is less than 500
    add 1 to pending-used
    move cur-word-text to pw-text(pending-used)
    move line-number   to pw-line(pending-used)
  else
    move 3 to gloss-check-lang
    move line-number to gloss-line
    perform 112-check-glossary
  end-if.


*> count the syllables of the word just tallied -- one per run of vowels,
*> less a final silent "e" or "es", never fewer than one -- for the French
*> reading-ease formula ------------------------------------------------------

111-count-syllables.

  move 0 to word-sylls.
  move 0 to syll-in-vowel.
  perform varying syll-idx from 1 by 1 until syll-idx > cur-word-len
    if cur-word-text(syll-idx:1) is equal to "a" or "e" or "i" or "o" or "u" or "y"
      if syll-in-vowel is equal to 0
        add 1 to word-sylls
        move 1 to syll-in-vowel
      end-if
    else
      move 0 to syll-in-vowel
    end-if
  end-perform.
  if word-sylls is greater than 1 and cur-word-len is greater than 2
    move cur-word-len to syll-last
    if cur-word-text(syll-last:1) is equal to "s"
      subtract 1 from syll-last
    end-if
    if cur-word-text(syll-last:1) is equal to "e"
       and cur-word-text(syll-last - 1:1) is not equal to "a" and not equal to "e"
           and not equal to "i" and not equal to "o" and not equal to "u"
           and not equal to "y"
      subtract 1 from word-sylls
    end-if
  end-if.
  if word-sylls is equal to 0
    move 1 to word-sylls
  end-if.
  add word-sylls to syll-count.


*> is the word just tallied an English or a French stop word? either way
*> it counts toward this line's language evidence ---------------------------

113-check-stop-word.

  move 0 to stopword-found.
  perform varying stopword-idx from 1 by 1
      until stopword-idx > stopword-count or stopword-found is equal to 1
    if sw-word(stopword-idx) is equal to cur-word-text
      move 1 to stopword-found
      if sw-lang(stopword-idx) is equal to 1
        add 1 to line-en-hits
      else
        add 1 to line-fr-hits
      end-if
    end-if
  end-perform.


*> pull this file's top 30 words into its duplicate-detection

  perform varying wf-idx from 1 by 1 until wf-idx > wf-used
    move 0 to wf-found
    perform varying bwf-idx from 1 by 1 until bwf-idx > batch-wf-used or wf-found is equal to 1
      if bwf-text(bwf-idx) is equal to wf-text(wf-idx)
        move 1 to wf-found
        add wf-count(wf-idx) to bwf-count(bwf-idx)
      end-if
    end-perform
    if wf-found is equal to 0
      if batch-wf-used is less than 2000
        add 1 to batch-wf-used
        move wf-text(wf-idx) to bwf-text(batch-wf-used)
      end-if
    end-if
  end-perform.
  if wf-overflow is equal to 1
    move 1 to batch-wf-overflow
  end-if.

    end-if
  end-perform.

  if wf-overflow is equal to 1
    move "   (distinct-word table full -- words past the first 2000 distinct were not tallied)" to vocab-line
    write output-line from vocab-line after advancing 1 line
  end-if.
         tally-x delimited by size, "    |" delimited by size into output-line.
  write output-line after advancing 1 line.

  if style-loaded is equal to 1
    move files-below-pass-mark to tally-x
    inspect tally-x replacing leading zero by space
    if tally-x is equal to spaces
      move "0" to tally-x(9:1)
    end-if
    string " | files below the style pass mark ........... " delimited by size,
           tally-x delimited by size, "    |" delimited by size into output-line
    write output-line after advancing 1 line
  end-if.

  write output-line from summary-bar after advancing 1 line.

*> prove the consolidated totals balance back to their per-file detail
  move batch-numC-total to recon-total.
  perform 215-write-recon-line.

  if recon-overflow is equal to 1
    move "   (detail table full past 500 files -- figures beyond it are in the totals only)" to recon-line
    write output-line from recon-line after advancing 1 line
  end-if.

  compute recon-diff = recon-total - recon-sum.
  move spaces to recon-line.
  if recon-overflow is equal to 1
    string "   " delimited by size,
           recon-stat-name delimited by size,
           " .......... NOT PROVABLE -- detail table overflowed at 500 files" delimited by size
           into recon-line
  else
  if recon-diff is equal to 0
    string "   " delimited by size,
           recon-stat-name delimited by size,
           " .......... IN BALANCE" delimited by size
    end-perform
  end-perform.

  if dup-pair-count is equal to 0
    write output-line from no-dups-line after advancing 1 line
  end-if.
  if dup-sig-overflow is equal to 1
    write output-line from dup-overflow-note after advancing 1 line
  end-if.

    if ds-top-text(dup-a, dup-k) is not equal to spaces
      add 1 to dup-na
      move 0 to dup-hit
      perform varying dup-m from 1 by 1 until dup-m > 30 or dup-hit is equal to 1
        if ds-top-text(dup-b, dup-m) is equal to ds-top-text(dup-a, dup-k)
          move 1 to dup-hit
        end-if
      end-perform
      if dup-hit is equal to 1
        add 1 to dup-common
      end-if
    end-if
