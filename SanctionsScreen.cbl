       identification division.

       program-id. SanctionsScreen.

       environment division.
       input-output section.
       file-control.
           select watch-list-file assign to "WATCHLST"
               organization line sequential
               file status is ws-watch-status.
           select sanctions-review-file assign to "SANCTREV"
               organization indexed
               access dynamic
               record key is srv-review-key
               file status is ws-review-status.
           select business-parameter-file assign to "BUSPARMS"
               organization line sequential
               file status is ws-parameter-status.

       data division.
       file section.
       fd  watch-list-file.
           copy "WatchListRecord.cpy".

       fd  sanctions-review-file.
           copy "SanctionsReviewRecord.cpy".

       fd  business-parameter-file.
           copy "BusinessParams.cpy".

       working-storage section.
       01 ws-watch-status            pic xx.
           88 end-of-watch-list      value "10".
           88 watch-list-not-found   value "35".
       01 ws-review-status           pic xx.
       01 ws-parameter-status        pic xx.
           88 end-of-parameters      value "10".
           88 parameters-not-found   value "35".
       01 ws-loaded-flag             pic x(1) value "N".
           88 watch-list-loaded      value "Y".
       01 ws-today                   pic 9(8).

       01 sanctions-match-pct        pic 9(3) value 80.
       01 ws-match-pct-flag          pic x(1) value "N".
           88 match-pct-found        value "Y".

       01 watch-table.
       *> The watch list, loaded once per run and held already
       *> broken into normalized words so each screened name only
       *> has to be normalized once itself.
           05 watch-entry occurs 5000 times
                                   indexed by wle-idx.
               10 wle-entry-id       pic x(10).
               10 wle-list-code      pic x(4).
               10 wle-name           pic x(40).
               10 wle-token-count    pic 9(1).
               10 wle-token occurs 6 times
                                   indexed by wlt-idx.
                   15 wlt-text       pic x(15).
                   15 wlt-length     pic 9(2).
       01 watch-entry-count          pic 9(4) value 0.
       01 ws-watch-warned-flag       pic x(1) value "N".
           88 watch-overflow-warned  value "Y".

       01 subject-tokens.
           05 subject-token occurs 6 times
                                   indexed by sbj-idx.
               10 sbj-text           pic x(15).
               10 sbj-length         pic 9(2).
       01 subject-token-count        pic 9(1).

       01 ws-normalize-input         pic x(40).
       01 ws-normalize-work          pic x(40).
       01 raw-words.
           05 raw-word occurs 8 times
                                   indexed by raw-idx.
               10 raw-text           pic x(15).
       01 normalized-tokens.
           05 norm-token occurs 6 times
                                   indexed by nrm-idx.
               10 nrm-text           pic x(15).
               10 nrm-length         pic 9(2).
       01 norm-token-count           pic 9(1).
       01 ws-word-length             pic 9(2).
       01 ws-noise-flag              pic x(1).
           88 noise-word             value "Y".
           88 meaningful-word        value "N".

       01 ws-token-matched-flag      pic x(1).
           88 token-matched          value "Y".
           88 token-not-matched      value "N".
       01 ws-char-position           pic 9(2).
       01 ws-char-differences        pic 9(2).
       01 ws-matched-tokens          pic 9(1).
       01 ws-entry-score             pic 9(3).
       01 ws-best-score              pic 9(3).
       01 ws-best-entry              pic 9(4).

       linkage section.
       01 screen-source              pic x(4).
       01 screen-subject-id          pic x(10).
       01 screen-name                pic x(30).
       01 screen-result              pic x(1).
           88 screen-hit             value "Y".
           88 screen-clear           value "N".

       procedure division using screen-source
                                screen-subject-id
                                screen-name
                                screen-result.
       *> Sanctions screen every place a name enters or is reviewed
       *> calls -- the nightly screening run, customer and payee
       *> maintenance on a name add or change, and account opening
       *> for each owner on an application. The name is normalized
       *> (upper case, punctuation out, titles and corporate
       *> suffixes dropped, single initials ignored) and compared
       *> word by word against every watch-list name, in any order;
       *> words match exactly or with one letter different, which
       *> catches the usual transliteration spellings. A watch-list
       *> name is a hit when SANCTIONS-MATCH-PCT of its words are
       *> found in the screened name. The best hit goes to the
       *> SANCTREV review queue for a supervisor to clear or
       *> confirm; the caller holds, suspends or warns on the
       *> result. A hit the supervisor already cleared for this
       *> same name and entry is not raised again, and a confirmed
       *> one keeps blocking whatever the name now says.
           set screen-clear to true
           move function current-date(1:8) to ws-today
           if not watch-list-loaded
               perform load-business-parameters
               perform load-watch-list
               set watch-list-loaded to true
           end-if
           move screen-name to ws-normalize-input
           perform normalize-name
           move zero to subject-token-count
           perform keep-subject-token
               varying nrm-idx from 1 by 1
               until nrm-idx > norm-token-count
           move zero to ws-best-score
           move zero to ws-best-entry
           if subject-token-count > zero
               perform score-watch-entry
                   varying wle-idx from 1 by 1
                   until wle-idx > watch-entry-count
           end-if
           open i-o sanctions-review-file
           if ws-review-status = "35"
               *> first hit ever -- create the review queue
               open output sanctions-review-file
               close sanctions-review-file
               open i-o sanctions-review-file
           end-if
           move screen-source to srv-source
           move screen-subject-id to srv-subject-id
           if ws-best-score >= sanctions-match-pct
               perform record-watch-list-hit
           else
               perform check-standing-confirmation
           end-if
           close sanctions-review-file
           goback
           .

       load-business-parameters.
           open input business-parameter-file
           if parameters-not-found
               display "sanctionsscreen: BUSPARMS missing -- using"
                   " compiled match threshold"
           else
               perform read-next-parameter
               perform apply-parameter until end-of-parameters
               close business-parameter-file
           end-if
           if not match-pct-found
               display "sanctionsscreen: SANCTIONS-MATCH-PCT not in"
                   " BUSPARMS -- using compiled default"
           end-if
           .

       read-next-parameter.
           read business-parameter-file
               at end set end-of-parameters to true
           end-read
           .

       apply-parameter.
           evaluate bp-parameter-key
               when "SANCTIONS-MATCH-PCT"
                   move bp-parameter-value to sanctions-match-pct
                   set match-pct-found to true
                   display "sanctionsscreen: SANCTIONS-MATCH-PCT"
                       " loaded " bp-parameter-value
               when other
                   continue
           end-evaluate
           perform read-next-parameter
           .

       load-watch-list.
           open input watch-list-file
           if watch-list-not-found
               display "sanctionsscreen: WATCHLST missing -- no"
                   " names can be screened"
           else
               perform read-next-watch-entry
               perform load-one-watch-entry until end-of-watch-list
               close watch-list-file
           end-if
           .

       read-next-watch-entry.
           read watch-list-file
               at end set end-of-watch-list to true
           end-read
           .

       load-one-watch-entry.
           if watch-entry-count >= 5000
               if not watch-overflow-warned
                   display "sanctionsscreen: watch table full --"
                       " excess entries not screened"
                   set watch-overflow-warned to true
               end-if
           else
               move wl-name to ws-normalize-input
               perform normalize-name
               if norm-token-count > zero
                   add 1 to watch-entry-count
                   set wle-idx to watch-entry-count
                   move wl-entry-id to wle-entry-id(wle-idx)
                   move wl-list-code to wle-list-code(wle-idx)
                   move wl-name to wle-name(wle-idx)
                   move norm-token-count to wle-token-count(wle-idx)
                   perform keep-watch-token
                       varying nrm-idx from 1 by 1
                       until nrm-idx > norm-token-count
               end-if
           end-if
           perform read-next-watch-entry
           .

       keep-watch-token.
           set wlt-idx to nrm-idx
           move nrm-text(nrm-idx) to wlt-text(wle-idx, wlt-idx)
           move nrm-length(nrm-idx) to wlt-length(wle-idx, wlt-idx)
           .

       keep-subject-token.
           add 1 to subject-token-count
           set sbj-idx to nrm-idx
           move nrm-text(nrm-idx) to sbj-text(sbj-idx)
           move nrm-length(nrm-idx) to sbj-length(sbj-idx)
           .

       normalize-name.
       *> Upper case, punctuation to spaces, then split into words;
       *> up to six meaningful words are kept.
           move function upper-case(ws-normalize-input)
               to ws-normalize-work
           inspect ws-normalize-work converting ".,-'/&()"
               to "        "
           initialize raw-words
           unstring ws-normalize-work delimited by all space
               into raw-text(1) raw-text(2) raw-text(3) raw-text(4)
                    raw-text(5) raw-text(6) raw-text(7) raw-text(8)
           end-unstring
           move zero to norm-token-count
           perform keep-meaningful-word
               varying raw-idx from 1 by 1
               until raw-idx > 8
           .

       keep-meaningful-word.
           if raw-text(raw-idx) not = spaces
               and norm-token-count < 6
               perform classify-word
               if meaningful-word
                   add 1 to norm-token-count
                   set nrm-idx to norm-token-count
                   move raw-text(raw-idx) to nrm-text(nrm-idx)
                   move ws-word-length to nrm-length(nrm-idx)
               end-if
           end-if
           .

       classify-word.
       *> Titles, articles and corporate suffixes say nothing about
       *> who a party is, and a lone initial matches too much.
           compute ws-word-length =
               function length(function trim(raw-text(raw-idx)))
           set meaningful-word to true
           if ws-word-length < 2
               set noise-word to true
           else
               evaluate raw-text(raw-idx)
                   when "MR"
                   when "MRS"
                   when "MS"
                   when "DR"
                   when "THE"
                   when "AND"
                   when "OF"
                   when "INC"
                   when "LLC"
                   when "LTD"
                   when "CO"
                   when "CORP"
                       set noise-word to true
                   when other
                       continue
               end-evaluate
           end-if
           .

       score-watch-entry.
           move zero to ws-matched-tokens
           perform match-watch-token
               varying wlt-idx from 1 by 1
               until wlt-idx > wle-token-count(wle-idx)
           compute ws-entry-score =
               ws-matched-tokens * 100 / wle-token-count(wle-idx)
           if ws-entry-score > ws-best-score
               move ws-entry-score to ws-best-score
               set ws-best-entry to wle-idx
           end-if
           .

       match-watch-token.
           set token-not-matched to true
           perform compare-subject-token
               varying sbj-idx from 1 by 1
               until sbj-idx > subject-token-count
                  or token-matched
           if token-matched
               add 1 to ws-matched-tokens
           end-if
           .

       compare-subject-token.
       *> Same word, or -- for words of four letters or more that
       *> start alike -- the same length with one letter different.
           if sbj-length(sbj-idx) = wlt-length(wle-idx, wlt-idx)
               if sbj-text(sbj-idx) = wlt-text(wle-idx, wlt-idx)
                   set token-matched to true
               else
                   if sbj-length(sbj-idx) >= 4
                       and sbj-text(sbj-idx)(1:1) =
                           wlt-text(wle-idx, wlt-idx)(1:1)
                       move zero to ws-char-differences
                       perform count-char-difference
                           varying ws-char-position from 2 by 1
                           until ws-char-position > sbj-length(sbj-idx)
                              or ws-char-differences > 1
                       if ws-char-differences <= 1
                           set token-matched to true
                       end-if
                   end-if
               end-if
           end-if
           .

       count-char-difference.
           if sbj-text(sbj-idx)(ws-char-position:1) not =
               wlt-text(wle-idx, wlt-idx)(ws-char-position:1)
               add 1 to ws-char-differences
           end-if
           .

       record-watch-list-hit.
           set wle-idx to ws-best-entry
           read sanctions-review-file
               invalid key
                   perform write-new-hit
               not invalid key
                   evaluate true
                       when srv-review-confirmed
                           set screen-hit to true
                       when srv-review-cleared
                           and srv-screened-name = screen-name
                           and srv-watch-entry-id =
                               wle-entry-id(wle-idx)
                           *> a recorded false positive -- stays quiet
                           continue
                       when other
                           perform load-hit-details
                           rewrite sanctions-review-record
                           set screen-hit to true
                   end-evaluate
           end-read
           .

       write-new-hit.
           perform load-hit-details
           write sanctions-review-record
           set screen-hit to true
           .

       load-hit-details.
           move screen-name to srv-screened-name
           move wle-entry-id(wle-idx) to srv-watch-entry-id
           move wle-list-code(wle-idx) to srv-watch-list-code
           move wle-name(wle-idx) to srv-watch-name
           move ws-best-score to srv-match-score
           set srv-review-pending to true
           move ws-today to srv-hit-date
           move zero to srv-decision-date
           move spaces to srv-decided-by
           .

       check-standing-confirmation.
       *> No match today -- but a hit the supervisor confirmed keeps
       *> blocking the party even if its name has since been edited.
           read sanctions-review-file
               invalid key
                   continue
               not invalid key
                   if srv-review-confirmed
                       set screen-hit to true
                   end-if
           end-read
           .

       end program SanctionsScreen.
