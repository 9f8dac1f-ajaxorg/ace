      *>                    - a two-year single-country trend reads
      *>                    two years of one country, not of the
      *>                    whole world.
      *>   2026-09-08  dcs  WEALHIST row flag (whole-day back-out)
      *>                    declared to match the file.
      *>   2026-09-28  kal  Stitched country trends. TRNDPARM's new
      *>                    stitch option "S" follows the succession
      *>                    links on CTRYSUCC back from the selected
      *>                    country and folds each predecessor's rows
      *>                    in, at its share, for the days before the
      *>                    link took effect - a merged or split
      *>                    country's month-over-month and
      *>                    year-over-year no longer break at the
      *>                    change. The lineage prints under the header.
      *>   2026-10-15  kal  A day whose standing row is a back-out's
      *>                    "B" zero row counts as not posted - the
      *>                    month falls back to its last posted day
      *>                    rather than trending to zero.
      *> ***************************************************************

ENVR   environment division.
           select trend-report assign to "TRNDRPT"
               organization is line sequential
               file status is trend-report-status.
           select succession-file assign to "CTRYSUCC"
               organization is line sequential
               file status is succession-file-status.

DATA   data division.
FILE   file section.
               10 wh-key-country   pic x(03).
               10 wh-key-date      pic 9(08).
               10 wh-key-sequence  pic 9(03).
      *> row flag - "R" rows carry the row type they offset, "B"
      *> marks a back-out's zero rows, "E" an estimated carry-forward;
      *> blank on everything else bigworld posts.
           05 wh-row-flag          pic x(01).

      *> tp-select-type "C" selects country detail rows ("D" history
      *> records); "T" selects a currency's total rows. tp-stitch-option
      *> "S" (country selections only) stitches in the history of the
      *> country's predecessors from the succession file.
       fd  trend-params.
       01  trend-params-record.
           05 tp-select-type       pic x(01).
           05 tp-select-code       pic x(03).
           05 tp-from-date         pic 9(08).
           05 tp-to-date           pic 9(08).
           05 tp-stitch-option     pic x(01).
               88 stitched-trend           value "S".

      *> rows archretr pulled back from the archive for this same
      *> selection - the flattened history layout histarch archives
       fd  trend-report.
       01  trend-report-line       pic x(132).

      *> succession links ctrymnt appends as each "S" action applies -
      *> the share is the percentage of the predecessor's figures the
      *> successor takes over for the days before the effective date.
       fd  succession-file.
       01  succession-record.
           05 su-predecessor-code  pic x(03).
           05 su-successor-code    pic x(03).
           05 su-effective-date    pic 9(08).
           05 su-share-pct         pic 9(03)v99.
           05 su-recorded-date     pic 9(08).
           05 su-requested-user    pic x(08).
           05 su-approved-user     pic x(08).

WORK   working-storage section.
       01 current-date-time        pic x(21).
       01 current-date-time-r redefines current-date-time.
       01 trend-params-status      pic x(02).
       01 trend-work-status        pic x(02).
       01 trend-report-status      pic x(02).
       01 succession-file-status   pic x(02).
       01 current-open-status      pic x(02).
       01 current-open-file-name   pic x(20).

           88 params-are-valid                      value "y".
       01 period-found-switch                  pic x(01) value "n".
           88 period-found                            value "y".
       01 succession-eof-switch                pic x(01) value "n".
           88 succession-eof                          value "y".
       01 lineage-found-switch                 pic x(01) value "n".
           88 lineage-found                           value "y".

       01 program-return-code      pic 9(02) comp value zero.
       01 wanted-record-type        pic x(01).

      *> one slot per calendar month in the requested range, carrying
      *> the latest posted day of that month - daily history rolls up
      *> to a month-end position for the trend lines. the latest day
      *> read so far waits as the candidate until a later day or the
      *> end of the read settles it: a candidate whose standing row
      *> is a back-out's "B" row was never posted, and the slot keeps
      *> the posted day before it.
       01 period-table.
           05 period-entry occurs 240 times.
               10 pe-period        pic 9(06).
               10 pe-persons       pic 9(18).
               10 pe-world         pic s9(20)v99.
               10 pe-per-capita    pic s9(13)v99.
               10 pe-cand-date     pic 9(08).
               10 pe-cand-persons  pic 9(18).
               10 pe-cand-world    pic s9(20)v99.
               10 pe-cand-flag     pic x(01).
       01 period-swap-entry.
           05 ps-period            pic 9(06).
           05 ps-run-date          pic 9(08).
           05 ps-persons           pic 9(18).
           05 ps-world             pic s9(20)v99.
           05 ps-per-capita        pic s9(13)v99.
           05 ps-cand-date         pic 9(08).
           05 ps-cand-persons      pic 9(18).
           05 ps-cand-world        pic s9(20)v99.
           05 ps-cand-flag         pic x(01).
       01 period-keep-count        pic 9(04) comp value zero.

      *> succession links off CTRYSUCC, and the lineage built from
      *> them - the selected country first at 100 percent with no
      *> cutoff, then every predecessor reachable back down the links
      *> with its share multiplied through and the earliest effective
      *> date on its path as the day its own rows stop counting.
       01 max-links                pic 9(04) comp value 500.
       01 link-count                pic 9(04) comp value zero.
       01 link-subscript             pic 9(04) comp value zero.
       01 link-table.
           05 link-entry occurs 500 times.
               10 sl-predecessor-code pic x(03).
               10 sl-successor-code pic x(03).
               10 sl-effective-date pic 9(08).
               10 sl-share-pct     pic 9(03)v99.
       01 max-lineage              pic 9(04) comp value 20.
       01 lineage-count             pic 9(04) comp value zero.
       01 lineage-subscript          pic 9(04) comp value zero.
       01 lineage-table.
           05 lineage-entry occurs 20 times.
               10 ln-code          pic x(03).
               10 ln-share-pct     pic 9(03)v99.
               10 ln-cutoff-date   pic 9(08).
       01 lineage-share-ws         pic 9(03)v99 value zero.
       01 lineage-cutoff-ws        pic 9(08) value zero.
       01 share-edited             pic zz9.99.
       01 stitch-label             pic x(10) value spaces.

      *> stitched runs roll each lineage member's rows up to its own
      *> month slots first - the latest day per member per month -
      *> and only then combine them into the period table, so one
      *> member's late posting day cannot knock out another's month.
       01 max-stitch-slots         pic 9(04) comp value 4800.
       01 stitch-count              pic 9(04) comp value zero.
       01 stitch-subscript           pic 9(04) comp value zero.
       01 stitch-slot                 pic 9(04) comp value zero.
       01 stitch-source                pic 9(04) comp value zero.
       01 stitch-table.
           05 stitch-entry occurs 4800 times.
               10 st-source        pic 9(04) comp.
               10 st-period        pic 9(06).
               10 st-run-date      pic 9(08).
               10 st-persons       pic 9(18).
               10 st-world         pic s9(20)v99.
               10 st-cand-date     pic 9(08).
               10 st-cand-persons  pic 9(18).
               10 st-cand-world    pic s9(20)v99.
               10 st-cand-flag     pic x(01).

       01 month-arithmetic.
           05 ma-year              pic 9(04).
           perform initialize-run thru initialize-run-exit
           if program-return-code = zero
               perform read-archive-work thru read-archive-work-exit
               if stitched-trend
                   perform read-lineage-history thru
                       read-lineage-history-exit
                       varying lineage-subscript from 1 by 1
                       until lineage-subscript > lineage-count
                   perform combine-stitched-periods thru
                       combine-stitched-periods-exit
               else
                   perform position-at-range-start thru
                       position-at-range-start-exit
                   perform read-history-record thru
                       read-history-record-exit
                       until end-of-file
                   perform settle-periods thru settle-periods-exit
               end-if
               perform write-trend-lines thru write-trend-lines-exit
               perform write-report-trailer thru
                   write-report-trailer-exit
               perform read-selection-params thru
                   read-selection-params-exit
           end-if
           if program-return-code = zero
               and stitched-trend
               perform load-succession-links thru
                   load-succession-links-exit
               perform build-lineage thru build-lineage-exit
           end-if
           if program-return-code = zero
               perform write-report-header thru write-report-header-exit
           end-if.
                           end-display
                       move "n" to params-valid-switch
                   end-if
                   if tp-stitch-option not = space
                       and (tp-stitch-option not = "S"
                           or tp-select-type not = "C")
                       display "TRNDPARM stitch option must be blank, "
                           "or S on a country selection"
                           end-display
                       move "n" to params-valid-switch
                   end-if
           end-read
           if params-are-valid
               if stitched-trend
                   move "  STITCHED" to stitch-label
               end-if
               if tp-select-type = "C"
                   move "D" to wanted-record-type
               else
       note-string-overflow-exit.
           exit.

      *> ***************************************************************
      *> stitched runs only - the succession links ctrymnt keeps. no
      *> file (status 35) means no successions recorded yet, and the
      *> stitched trend is simply the selected country on its own.
      *> ***************************************************************
       load-succession-links.
           open input succession-file
           if succession-file-status = "35"
               go to load-succession-links-exit
           end-if
           move succession-file-status to current-open-status
           move "SUCCESSION-FILE" to current-open-file-name
           perform check-open-status thru check-open-status-exit
           if program-return-code = 16
               go to load-succession-links-exit
           end-if
           perform read-succession-record thru
               read-succession-record-exit
               until succession-eof
           close succession-file.
       load-succession-links-exit.
           exit.

       read-succession-record.
           read succession-file
               at end
                   move "y" to succession-eof-switch
               not at end
                   if link-count < max-links
                       add 1 to link-count
                       move su-predecessor-code
                           to sl-predecessor-code(link-count)
                       move su-successor-code
                           to sl-successor-code(link-count)
                       move su-effective-date
                           to sl-effective-date(link-count)
                       move su-share-pct to sl-share-pct(link-count)
                   else
                       display "succession table full - link "
                           su-predecessor-code " to "
                           su-successor-code " not stitched"
                           end-display
                       if program-return-code < 8
                           move 8 to program-return-code
                       end-if
                   end-if
           end-read.
       read-succession-record-exit.
           exit.

      *> the lineage grows while it is walked - each member's own
      *> predecessors join the end of the table and are walked in
      *> their turn, so a chain of renames or a split of a merged
      *> country comes back whole. a code already in the lineage is
      *> not added twice, which also stops a looped link running on.
       build-lineage.
           move 1 to lineage-count
           move tp-select-code to ln-code(1)
           move 100 to ln-share-pct(1)
           move 99999999 to ln-cutoff-date(1)
           perform expand-lineage-entry thru expand-lineage-entry-exit
               varying lineage-subscript from 1 by 1
               until lineage-subscript > lineage-count.
       build-lineage-exit.
           exit.

       expand-lineage-entry.
           perform check-lineage-link thru check-lineage-link-exit
               varying link-subscript from 1 by 1
               until link-subscript > link-count.
       expand-lineage-entry-exit.
           exit.

       check-lineage-link.
           if sl-successor-code(link-subscript)
                   not = ln-code(lineage-subscript)
               go to check-lineage-link-exit
           end-if
           move "n" to lineage-found-switch
           perform find-lineage-member thru find-lineage-member-exit
               varying search-subscript from 1 by 1
               until search-subscript > lineage-count
                   or lineage-found
           if lineage-found
               go to check-lineage-link-exit
           end-if
           if lineage-count not < max-lineage
               display "lineage of " tp-select-code " longer than "
                   max-lineage " codes - "
                   sl-predecessor-code(link-subscript)
                   " not stitched"
                   end-display
               if program-return-code < 8
                   move 8 to program-return-code
               end-if
               go to check-lineage-link-exit
           end-if
           compute lineage-share-ws rounded =
               ln-share-pct(lineage-subscript)
               * sl-share-pct(link-subscript) / 100
           move ln-cutoff-date(lineage-subscript) to lineage-cutoff-ws
           if sl-effective-date(link-subscript) < lineage-cutoff-ws
               move sl-effective-date(link-subscript)
                   to lineage-cutoff-ws
           end-if
           add 1 to lineage-count
           move sl-predecessor-code(link-subscript)
               to ln-code(lineage-count)
           move lineage-share-ws to ln-share-pct(lineage-count)
           move lineage-cutoff-ws to ln-cutoff-date(lineage-count).
       check-lineage-link-exit.
           exit.

       find-lineage-member.
           if ln-code(search-subscript)
                   = sl-predecessor-code(link-subscript)
               move "y" to lineage-found-switch
           end-if.
       find-lineage-member-exit.
           exit.

       write-report-header.
           move spaces to trend-report-line
           string "WEALTH TREND REPORT - " delimited by size
               tp-from-date delimited by size
               " THRU " delimited by size
               tp-to-date delimited by size
               stitch-label delimited by size
               into trend-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write trend-report-line
           if stitched-trend
               perform write-lineage-lines thru
                   write-lineage-lines-exit
           end-if
           move spaces to trend-report-line
           write trend-report-line
           move spaces to trend-report-line
       write-report-header-exit.
           exit.

      *> one line per predecessor stitched in - its share and the day
      *> its own rows stop counting toward the selected country.
       write-lineage-lines.
           if lineage-count < 2
               move spaces to trend-report-line
               string "LINEAGE: NO PREDECESSOR ON FILE FOR "
                   delimited by size
                   tp-select-code delimited by size
                   into trend-report-line
                   on overflow
                       perform note-string-overflow thru
                           note-string-overflow-exit
               end-string
               write trend-report-line
               go to write-lineage-lines-exit
           end-if
           perform write-one-lineage-line thru
               write-one-lineage-line-exit
               varying lineage-subscript from 2 by 1
               until lineage-subscript > lineage-count.
       write-lineage-lines-exit.
           exit.

       write-one-lineage-line.
           move ln-share-pct(lineage-subscript) to share-edited
           move spaces to trend-report-line
           string "LINEAGE: " delimited by size
               ln-code(lineage-subscript) delimited by size
               " AT " delimited by size
               function trim(share-edited) delimited by size
               " PCT BEFORE " delimited by size
               ln-cutoff-date(lineage-subscript) delimited by size
               into trend-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write trend-report-line.
       write-one-lineage-line-exit.
           exit.

      *> ***************************************************************
      *> keyed pass over the requested range - position at the first
      *> row of the from-date, read forward, and stop past the
               at end
                   move "y" to work-eof-switch
               not at end
                   if stitched-trend
                       perform select-stitched-work thru
                           select-stitched-work-exit
                   else
                       if tk-record-type = wanted-record-type
                           and tk-country-code = tp-select-code
                           and tk-run-date not < tp-from-date
                           and tk-run-date not > tp-to-date
                           perform stage-work-row thru
                               stage-work-row-exit
                           perform post-to-period thru
                               post-to-period-exit
                       end-if
                   end-if
           end-read.
       read-work-record-exit.
           exit.

       stage-work-row.
           move tk-run-date to wh-run-date
           move tk-record-type to wh-record-type
           move tk-country-code to wh-country-code
           move tk-sequence to wh-sequence
           move tk-currency-code to wh-currency-code
           move tk-persons to wh-persons
           move tk-world to wh-world
           move space to wh-row-flag
           add 1 to archive-rows-selected.
       stage-work-row-exit.
           exit.

      *> stitched - an archived row counts when its code is anywhere
      *> in the lineage and falls before that member's cutoff.
       select-stitched-work.
           if tk-record-type not = wanted-record-type
               or tk-run-date < tp-from-date
               or tk-run-date > tp-to-date
               go to select-stitched-work-exit
           end-if
           move zero to stitch-source
           perform match-work-lineage thru match-work-lineage-exit
               varying search-subscript from 1 by 1
               until search-subscript > lineage-count
                   or stitch-source > zero
           if stitch-source > zero
               perform stage-work-row thru stage-work-row-exit
               perform post-to-stitch thru post-to-stitch-exit
           end-if.
       select-stitched-work-exit.
           exit.

       match-work-lineage.
           if ln-code(search-subscript) = tk-country-code
               and tk-run-date < ln-cutoff-date(search-subscript)
               move search-subscript to stitch-source
           end-if.
       match-work-lineage-exit.
           exit.

      *> a country selection positions on the alternate key and reads
      *> only that country's rows; a currency selection still walks
      *> the date range on the primary key, since "T" rows carry the
                   move period-count to period-slot
                   move record-month to pe-period(period-slot)
                   move zero to pe-run-date(period-slot)
                   move zero to pe-persons(period-slot)
                   move zero to pe-world(period-slot)
                   move zero to pe-per-capita(period-slot)
                   move zero to pe-cand-date(period-slot)
               else
                   display "more than " max-periods
                       " months in range - row for " wh-run-date
                   go to post-to-period-exit
               end-if
           end-if
           if wh-run-date < pe-cand-date(period-slot)
               go to post-to-period-exit
           end-if
           if wh-run-date > pe-cand-date(period-slot)
               perform settle-period-candidate thru
                   settle-period-candidate-exit
           end-if
           move wh-run-date to pe-cand-date(period-slot)
           move wh-persons to pe-cand-persons(period-slot)
           move wh-world to pe-cand-world(period-slot)
           move wh-row-flag to pe-cand-flag(period-slot).
       post-to-period-exit.
           exit.

      *> a later row on the candidate day supersedes the earlier one,
      *> so the candidate is settled only once a later day arrives
      *> or the read ends - by then its standing row is known.
       settle-period-candidate.
           if pe-cand-date(period-slot) = zero
               or pe-cand-flag(period-slot) = "B"
               go to settle-period-candidate-exit
           end-if
           move pe-cand-date(period-slot) to pe-run-date(period-slot)
           move pe-cand-persons(period-slot)
               to pe-persons(period-slot)
           move pe-cand-world(period-slot) to pe-world(period-slot)
           perform compute-per-capita thru compute-per-capita-exit.
       settle-period-candidate-exit.
           exit.

      *> the end of the read - every slot's last candidate settles,
      *> and a month whose only posted days were backed out has no
      *> position at all and comes out of the table.
       settle-periods.
           perform settle-period-candidate thru
               settle-period-candidate-exit
               varying period-slot from 1 by 1
               until period-slot > period-count
           move zero to period-keep-count
           perform keep-posted-period thru keep-posted-period-exit
               varying period-slot from 1 by 1
               until period-slot > period-count
           move period-keep-count to period-count.
       settle-periods-exit.
           exit.

       keep-posted-period.
           if pe-run-date(period-slot) = zero
               go to keep-posted-period-exit
           end-if
           add 1 to period-keep-count
           if period-keep-count not = period-slot
               move period-entry(period-slot)
                   to period-entry(period-keep-count)
           end-if.
       keep-posted-period-exit.
           exit.

       find-period-slot.
           if pe-period(search-subscript) = record-month
               move "y" to period-found-switch
       find-period-slot-exit.
           exit.

      *> ***************************************************************
      *> stitched pass - each lineage member down the alternate key in
      *> turn, from the range start to the range end or the member's
      *> cutoff, whichever comes first.
      *> ***************************************************************
       read-lineage-history.
           move lineage-subscript to stitch-source
           move "n" to end-of-file-switch
           move low-values to wh-country-key
           move ln-code(lineage-subscript) to wh-key-country
           move tp-from-date to wh-key-date
           start wealth-history key not < wh-country-key
               invalid key
                   move "y" to end-of-file-switch
           end-start
           perform read-stitched-record thru read-stitched-record-exit
               until end-of-file.
       read-lineage-history-exit.
           exit.

       read-stitched-record.
           read wealth-history next
               at end
                   move "y" to end-of-file-switch
               not at end
                   if wh-key-country not = ln-code(stitch-source)
                       or wh-key-date > tp-to-date
                       or wh-key-date
                           not < ln-cutoff-date(stitch-source)
                       move "y" to end-of-file-switch
                   else
                       if wh-record-type = wanted-record-type
                           perform post-to-stitch thru
                               post-to-stitch-exit
                       end-if
                   end-if
           end-read.
       read-stitched-record-exit.
           exit.

      *> the member's figures are taken at its lineage share as they
      *> land, so the combine below is plain addition.
       post-to-stitch.
           add 1 to records-selected
           compute record-month = wh-run-date / 100
           move zero to stitch-slot
           perform find-stitch-slot thru find-stitch-slot-exit
               varying search-subscript from 1 by 1
               until search-subscript > stitch-count
                   or stitch-slot > zero
           if stitch-slot = zero
               if stitch-count < max-stitch-slots
                   add 1 to stitch-count
                   move stitch-count to stitch-slot
                   move stitch-source to st-source(stitch-slot)
                   move record-month to st-period(stitch-slot)
                   move zero to st-run-date(stitch-slot)
                   move zero to st-persons(stitch-slot)
                   move zero to st-world(stitch-slot)
                   move zero to st-cand-date(stitch-slot)
               else
                   display "more than " max-stitch-slots
                       " lineage months in range - row for "
                       wh-country-code " " wh-run-date " dropped"
                       end-display
                   move 16 to program-return-code
                   go to post-to-stitch-exit
               end-if
           end-if
           if wh-run-date < st-cand-date(stitch-slot)
               go to post-to-stitch-exit
           end-if
           if wh-run-date > st-cand-date(stitch-slot)
               perform settle-stitch-candidate thru
                   settle-stitch-candidate-exit
           end-if
           move wh-run-date to st-cand-date(stitch-slot)
           compute st-cand-persons(stitch-slot) rounded =
               wh-persons * ln-share-pct(stitch-source) / 100
           compute st-cand-world(stitch-slot) rounded =
               wh-world * ln-share-pct(stitch-source) / 100
           move wh-row-flag to st-cand-flag(stitch-slot).
       post-to-stitch-exit.
           exit.

      *> same rule as the period candidate - a member's day whose
      *> standing row is a back-out's "B" row was never posted.
       settle-stitch-candidate.
           if st-cand-date(stitch-slot) = zero
               or st-cand-flag(stitch-slot) = "B"
               go to settle-stitch-candidate-exit
           end-if
           move st-cand-date(stitch-slot) to st-run-date(stitch-slot)
           move st-cand-persons(stitch-slot)
               to st-persons(stitch-slot)
           move st-cand-world(stitch-slot) to st-world(stitch-slot).
       settle-stitch-candidate-exit.
           exit.

       find-stitch-slot.
           if st-source(search-subscript) = stitch-source
               and st-period(search-subscript) = record-month
               move search-subscript to stitch-slot
           end-if.
       find-stitch-slot-exit.
           exit.

      *> a month's as-of day is the latest day any member posted in
      *> it. a member whose cutoff falls on or before that day has
      *> been succeeded by then and drops out of the month - in the
      *> month of the change only the successor's figures stand.
       combine-stitched-periods.
           perform settle-stitch-candidate thru
               settle-stitch-candidate-exit
               varying stitch-slot from 1 by 1
               until stitch-slot > stitch-count
           perform seat-stitch-entry thru seat-stitch-entry-exit
               varying stitch-subscript from 1 by 1
               until stitch-subscript > stitch-count
           perform add-stitch-entry thru add-stitch-entry-exit
               varying stitch-subscript from 1 by 1
               until stitch-subscript > stitch-count
           perform compute-per-capita thru compute-per-capita-exit
               varying period-slot from 1 by 1
               until period-slot > period-count.
       combine-stitched-periods-exit.
           exit.

       seat-stitch-entry.
           if st-run-date(stitch-subscript) = zero
               go to seat-stitch-entry-exit
           end-if
           move st-period(stitch-subscript) to record-month
           move "n" to period-found-switch
           move zero to period-slot
           perform find-period-slot thru find-period-slot-exit
               varying search-subscript from 1 by 1
               until search-subscript > period-count
                   or period-found
           if not period-found
               if period-count < max-periods
                   add 1 to period-count
                   move period-count to period-slot
                   move record-month to pe-period(period-slot)
                   move zero to pe-run-date(period-slot)
                   move zero to pe-persons(period-slot)
                   move zero to pe-world(period-slot)
                   move zero to pe-cand-date(period-slot)
               else
                   display "more than " max-periods
                       " months in range - month " record-month
                       " dropped"
                       end-display
                   move 16 to program-return-code
                   go to seat-stitch-entry-exit
               end-if
           end-if
           if st-run-date(stitch-subscript) > pe-run-date(period-slot)
               move st-run-date(stitch-subscript)
                   to pe-run-date(period-slot)
           end-if.
       seat-stitch-entry-exit.
           exit.

       add-stitch-entry.
           if st-run-date(stitch-subscript) = zero
               go to add-stitch-entry-exit
           end-if
           move st-period(stitch-subscript) to record-month
           move "n" to period-found-switch
           move zero to period-slot
           perform find-period-slot thru find-period-slot-exit
               varying search-subscript from 1 by 1
               until search-subscript > period-count
                   or period-found
           if not period-found
               go to add-stitch-entry-exit
           end-if
           move st-source(stitch-subscript) to stitch-source
           if ln-cutoff-date(stitch-source) > pe-run-date(period-slot)
               add st-persons(stitch-subscript)
                   to pe-persons(period-slot)
               add st-world(stitch-subscript) to pe-world(period-slot)
           end-if.
       add-stitch-entry-exit.
           exit.

      *> wealth per head for the slot just posted. a zero persons
      *> figure has no per-head number - the slot shows zero rather
      *> than dividing by nothing.
