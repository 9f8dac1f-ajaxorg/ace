      *>                    world's rows. Conversion of the existing
      *>                    file is a one-off unload/reload in the
      *>                    ops runbook.
      *>   2026-09-08  dcs  WEALHIST grew a one-byte row flag at the end
      *>                    of the record for the whole-day back-out
      *>                    (dayback) - every row written here leaves
      *>                    it blank. The completed-run gate now reads
      *>                    the whole control log: a back-out row
      *>                    (return code 99) after a completed run puts
      *>                    the date back to not completed, so the
      *>                    corrected full feed can post under it.
      *>   2026-09-14  pjn  Pre-posting variance screen. A full-feed
      *>                    detail (or an update-run add) is compared
      *>                    with the country's last posted "D" row off
      *>                    the alternate key; PERSONS or EACH moving
      *>                    further than the country's own tolerance
      *>                    on the master is held - written to the
      *>                    held-items file (HELDITEM) with reason R14
      *>                    and kept out of the totals until heldrel
      *>                    releases it through correction mode or
      *>                    refuses it. Country master grew the two
      *>                    tolerance percentages.
      *>   2026-09-22  mwk  Estimated days. A detail feedmrg carried
      *>                    forward for a missing non-critical desk
      *>                    (source ESTIMATE) posts as usual but its
      *>                    "D" row, and the "S" row of any region it
      *>                    lands in, carry row flag "E"; the report
      *>                    line says ESTIMATED, the region subtotal
      *>                    and the world total say the day includes
      *>                    estimates, OPSUMRPT counts them and
      *>                    RUNSTAT grew an estimate flag. An update
      *>                    run's change against an estimate (the
      *>                    true-up) posts an unflagged row, and the
      *>                    day stops counting that country.
      *>   2026-10-08  dcs  Step record (start/end, return code,
      *>                    records in/out, persons hash) appended
      *>                    to the shared batch ledger BATCHLED for
      *>                    the night summary.
      *>   2026-10-12  pjn  Country master reference tolerance
      *>                    declared to match the file.
      *>   2026-10-15  pjn  HELDITEM is created on the first night
      *>                    rather than failing the open.
      *>   2026-10-15  mwk  Correction and update runs supersede the
      *>                    "S" row of every region they touched -
      *>                    the standing subtotal plus what the run
      *>                    posted - and a true-up that replaced every
      *>                    estimate in a region leaves it unflagged.
      *> ***************************************************************

ENVR   environment division.
           select run-status assign to "RUNSTAT"
               organization is line sequential
               file status is run-status-file-status.
           select held-items assign to "HELDITEM"
               organization is line sequential
               file status is held-items-status.
           select batch-ledger assign to "BATCHLED"
               organization is line sequential
               file status is batch-ledger-status.

DATA   data division.
FILE   file section.
               10 wh-key-country   pic x(03).
               10 wh-key-date      pic 9(08).
               10 wh-key-sequence  pic 9(03).
      *> row flag - blank on every row this program writes from a
      *> desk's own figures, "E" on a "D" row posted from an estimate
      *> and on the "S" row of a region that includes one. a whole-
      *> day back-out (dayback) puts the type of the row it offsets
      *> ("D", "S" or "T") on its "R" rows, and "B" on the zero rows
      *> it writes to supersede the backed-out day.
           05 wh-row-flag          pic x(01).

      *> one row per currency the desk priced today - 1 unit of
      *> fx-currency-code buys fx-rate units of fx-reporting-code.
           05 rs-start-time        pic 9(06).
           05 rs-end-time          pic 9(06).
           05 rs-release-flag      pic x(01).
      *> "E" when the day's posted position includes estimated
      *> countries not yet trued up, blank otherwise.
           05 rs-estimate-flag     pic x(01).

      *> the country master - the official name, allowed locale,
      *> allowed currency and active flag per country code. ctrymnt
      *> maintains it; this program only ever reads it. the two
      *> tolerances are how far (in percent, either direction) the
      *> country's PERSONS and EACH may move from its last posted day
      *> before the detail is held for a supervisor - zero (or a row
      *> from before they existed) means the country is not screened.
       fd  country-master.
       01  country-master-record.
           05 cm-country-code      pic x(03).
           05 cm-locale-code       pic x(05).
           05 cm-currency-code     pic x(03).
           05 cm-active-flag       pic x(01).
           05 cm-persons-tolerance pic 9(03)v99.
           05 cm-each-tolerance    pic 9(03)v99.
           05 cm-reference-tolerance pic 9(03)v99.

      *> details the variance screen held - the feed record as it
      *> arrived, the date it arrived for, and the last posted day it
      *> was measured against. "H" is held awaiting a supervisor;
      *> heldrel turns it "R" (released - posted through correction
      *> mode under hi-feed-date) or "F" (refused - never posts).
       fd  held-items.
       01  held-items-record.
           05 hi-feed-date         pic 9(08).
           05 hi-region-code       pic x(03).
           05 hi-country-code      pic x(03).
           05 hi-country-name      pic x(20).
           05 hi-locale-code       pic x(05).
           05 hi-currency-code     pic x(03).
           05 hi-persons           pic 9(18).
           05 hi-each              pic 9(05)v99.
           05 hi-transaction-code  pic x(01).
           05 hi-source-system     pic x(08).
           05 hi-reason-code       pic x(03).
           05 hi-status            pic x(01).
           05 hi-last-date         pic 9(08).
           05 hi-last-persons      pic 9(18).
           05 hi-last-each         pic 9(05)v99.
           05 hi-persons-variance  pic s9(05)v99
                   sign is leading separate.
           05 hi-each-variance     pic s9(05)v99
                   sign is leading separate.
           05 hi-decided-date      pic 9(08).
           05 hi-decided-user      pic x(08).

      *> the shared batch ledger - one step record appended by every
      *> program in the cycle, whatever its outcome; nightsum reads
      *> it back into the night's one-page summary.
       fd  batch-ledger.
       01  batch-ledger-record.
           05 bl-step-name         pic x(08).
           05 bl-run-date          pic 9(08).
           05 bl-start-date        pic 9(08).
           05 bl-start-time        pic 9(06).
           05 bl-end-date          pic 9(08).
           05 bl-end-time          pic 9(06).
           05 bl-return-code       pic 9(02).
           05 bl-records-in        pic 9(09).
           05 bl-records-out       pic 9(09).
           05 bl-control-name      pic x(08).
           05 bl-control-count     pic 9(20).

WORK   working-storage section.
       01 people              pic zzz,zzz,zzz,zzz,zzz,zz9.
       01 run-params-status                         pic x(02).
       01 operations-summary-status                   pic x(02).
       01 run-status-file-status                        pic x(02).
       01 held-items-status      pic x(02).
       01 current-open-status               pic x(02).
       01 current-open-file-name              pic x(20).
       01 batch-ledger-status      pic x(02).
       01 ledger-date-time         pic x(21).
       01 ledger-date-time-r redefines ledger-date-time.
           05 ledger-end-date       pic 9(08).
           05 ledger-end-time        pic 9(06).
           05 ledger-end-hundredths   pic 9(02).
           05 ledger-end-tz            pic x(05).
       01 last-country-key       pic x(03) value spaces.
       01 restart-last-region     pic x(03) value spaces.
       01 checkpoint-country-ws    pic x(03) value spaces.
           05 fw-world             pic s9(18)v99.
           05 fw-transaction-code  pic x(01).
           05 fw-source-system     pic x(08).
      *> feedmrg's stamp on a detail it carried forward for a
      *> missing desk rather than received.
               88 fw-estimated        value "ESTIMATE".

       01 feed-date-ws                   pic 9(08) value zero.
       01 feed-source-ws                  pic x(08) value spaces.
               10 pc-currency-code pic x(03).
               10 pc-persons       pic 9(18).
               10 pc-world         pic s9(20)v99.
               10 pc-row-flag      pic x(01).
      *> the region the amendment feed placed the country in - blank
      *> until a correction or update run posts for it, since the
      *> history rows carry no region of their own.
               10 pc-region-code   pic x(03).

      *> the day's standing region subtotals on an amendment run -
      *> seeded off the "S" rows (latest sequence wins), moved by
      *> every delta the run posts in the region, and written back
      *> as superseding "S" rows at the end. a blank currency on a
      *> seeded row is a mixed-currency region, which only ever
      *> carries persons.
       01 max-region-subtotals     pic 9(04) comp value 200.
       01 region-subtotal-count     pic 9(04) comp value zero.
       01 region-subtotal-slot       pic 9(04) comp value zero.
       01 region-subtotal-sub         pic 9(04) comp value zero.
       01 subtotal-key-ws              pic x(03) value spaces.
       01 subtotal-located-switch   pic x(01) value "n".
           88 subtotal-located         value "y".
       01 unplaced-estimate-switch    pic x(01) value "n".
           88 unplaced-estimate          value "y".
       01 region-subtotal-table.
           05 region-subtotal-entry occurs 200 times.
               10 sg-region-code   pic x(03).
               10 sg-currency-code pic x(03).
               10 sg-persons       pic s9(18).
               10 sg-world         pic s9(20)v99.
               10 sg-mixed-flag    pic x(01).
               10 sg-row-flag      pic x(01).
               10 sg-touched-flag  pic x(01).

      *> deltas applied against the posted state above
       01 delta-old-persons        pic 9(18) value zero.
       01 delta-new-persons        pic 9(18) value zero.
       01 delta-new-world          pic s9(20)v99 value zero.
       01 delta-new-currency       pic x(03) value spaces.
       01 delta-new-row-flag       pic x(01) value spaces.
       01 delta-action-text        pic x(10) value spaces.
       01 posted-key-ws            pic x(03) value spaces.
       01 bucket-key-ws            pic x(03) value spaces.
           88 region-output             value "y".
       01 region-mixed-switch          pic x(01) value "n".
           88 region-mixed                value "y".
       01 region-estimated-switch        pic x(01) value "n".
           88 region-estimated              value "y".
       01 entry-posted-switch             pic x(01) value "n".
           88 entry-posted                   value "y".
       01 sequence-error-switch             pic x(01) value "n".
           88 sequence-error-noted             value "y".
       01 feed-refused-switch                 pic x(01) value "n".
           88 feed-refused                       value "y".
       01 entry-held-switch                     pic x(01) value "n".
           88 entry-held                           value "y".
       01 last-detail-found-switch                pic x(01)
               value "n".
           88 last-detail-found                         value "y".

      *> the variance screen - the country's last posted day within
      *> the lookback window, and how far today's figures sit from
      *> it. a country with nothing posted in the window has nothing
      *> to be measured against and posts unscreened.
       01 variance-lookback-days   pic 9(03) value 31.
       01 variance-lookback-date    pic 9(08) value zero.
       01 variance-lookback-integer  pic 9(09) comp value zero.
       01 persons-tolerance-ws        pic 9(03)v99 value zero.
       01 each-tolerance-ws            pic 9(03)v99 value zero.
       01 standing-detail-date          pic 9(08) value zero.
       01 standing-detail-persons        pic 9(18) value zero.
       01 standing-detail-world           pic s9(20)v99 value zero.
       01 last-detail-date              pic 9(08) value zero.
       01 last-detail-persons            pic 9(18) value zero.
       01 last-detail-world               pic s9(20)v99 value zero.
       01 last-detail-each                 pic 9(05)v99 value zero.
       01 persons-variance-pct              pic s9(05)v99 value zero.
       01 each-variance-pct                  pic s9(05)v99 value zero.
       01 held-count                          pic 9(09) comp
               value zero.

      *> countries standing on an estimate for the day - counted as
      *> they post on a full feed, counted off the posted state on an
      *> amendment run (where a true-up may have replaced some).
       01 estimated-count          pic 9(09) comp value zero.
       01 estimate-note             pic x(12) value spaces.

      *> rejects counted by reason code for the operations summary -
      *> the codes are the ones the reject file carries, loaded via
           05 filler pic x(03) value "R13".
           05 filler pic x(26) value "BAD TRANSACTION CODE".
           05 filler pic 9(09) value zero.
           05 filler pic x(03) value "R14".
           05 filler pic x(26) value "HELD - OUTSIDE TOLERANCE".
           05 filler pic 9(09) value zero.
       01 reason-counts redefines reason-counts-init.
           05 reason-count-entry occurs 14 times.
               10 rn-reason-code   pic x(03).
               10 rn-reason-text   pic x(26).
               10 rn-reason-count  pic 9(09).
                           final-region-break-exit
                       perform check-restart-resolved thru
                           check-restart-resolved-exit
                   else
                       perform write-amended-regions thru
                           write-amended-regions-exit
                   end-if
                   perform write-grand-total thru
                       write-grand-total-exit
               move function current-date to end-date-time
               perform write-run-status thru write-run-status-exit
           end-if
           perform write-step-ledger thru write-step-ledger-exit
           move program-return-code to return-code
           goback.

           move operations-summary-status to current-open-status
           move "OPERATIONS-SUMMARY" to current-open-file-name
           perform check-open-status thru check-open-status-exit
      *> held items wait for a supervisor across days, so the file
      *> is only ever extended - heldrel is the one that rewrites it.
      *> the first night there is nothing to extend yet.
           open extend held-items
           if held-items-status = "35"
               open output held-items
           end-if
           move held-items-status to current-open-status
           move "HELD-ITEMS" to current-open-file-name
           perform check-open-status thru check-open-status-exit
           open extend control-log
           move control-log-status to current-open-status
           move "CONTROL-LOG" to current-open-file-name
               move zero to region-world
               move spaces to region-currency-ws
               move "n" to region-mixed-switch
               move "n" to region-estimated-switch
               move "n" to region-output-switch
           end-if.
       check-region-break-exit.
           end-if
           if not region-mixed
               add fw-world to region-world
           end-if
           if fw-estimated
               move "y" to region-estimated-switch
           end-if.
       accumulate-region-exit.
           exit.
               end-string
           end-if
           write wealth-report-line
           if region-estimated
               move spaces to wealth-report-line
               string "  REGION " delimited by size
                   current-region-code delimited by size
                   " INCLUDES ESTIMATED COUNTRIES - TRUE-UP PENDING"
                       delimited by size
                   into wealth-report-line
                   on overflow
                       perform note-string-overflow thru
                           note-string-overflow-exit
               end-string
               write wealth-report-line
           end-if
           move spaces to wealth-history-record
           move process-date to wh-run-date
           move "S" to wh-record-type
               move region-currency-ws to wh-currency-code
               move region-world to wh-world
           end-if
           if region-estimated
               move "E" to wh-row-flag
           end-if
           perform write-history-keyed thru write-history-keyed-exit.
       write-region-subtotal-exit.
           exit.
       count-reject-code.
           perform match-reason-code thru match-reason-code-exit
               varying reason-subscript from 1 by 1
               until reason-subscript > 14.
       count-reject-code-exit.
           exit.

      *> below 16 means a completed run already posted this feed -
      *> which is fatal for a full run and required for an update or
      *> correction run, since an amendment can only apply against a
      *> day that posted. a whole-day back-out appends a return code
      *> 99 row that undoes the completed runs before it, so the log
      *> is read to the end and the last word on the date stands.
       check-feed-not-rerun.
           move "n" to control-scan-eof-switch
           move "n" to prior-run-found-switch
           move "CONTROL-LOG" to current-open-file-name
           perform check-open-status thru check-open-status-exit
           perform scan-control-log thru scan-control-log-exit
               until control-scan-done
           close control-log
           open extend control-log
           move control-log-status to current-open-status
                       and cl-return-code < 16
                       move "y" to prior-run-found-switch
                   end-if
                   if cl-run-date = feed-date-ws
                       and cl-return-code = 99
                       move "n" to prior-run-found-switch
                   end-if
           end-read.
       scan-control-log-exit.
           exit.
                           when "T"
                               perform seed-currency-bucket thru
                                   seed-currency-bucket-exit
                           when "S"
                               perform seed-region-subtotal thru
                                   seed-region-subtotal-exit
                       end-evaluate
                   end-if
           end-read.
           move wh-persons to delta-new-persons
           move wh-world to delta-new-world
           move wh-currency-code to delta-new-currency
           move wh-row-flag to delta-new-row-flag
           perform update-posted-entry thru update-posted-entry-exit.
       seed-posted-entry-exit.
           exit.
       seed-currency-bucket-exit.
           exit.

       seed-region-subtotal.
           move wh-country-code to subtotal-key-ws
           perform locate-region-subtotal thru
               locate-region-subtotal-exit
           if subtotal-located
               move wh-currency-code
                   to sg-currency-code(region-subtotal-slot)
               move wh-persons to sg-persons(region-subtotal-slot)
               move wh-world to sg-world(region-subtotal-slot)
               move wh-row-flag to sg-row-flag(region-subtotal-slot)
               if wh-currency-code = spaces
                   move "y" to sg-mixed-flag(region-subtotal-slot)
               else
                   move "n" to sg-mixed-flag(region-subtotal-slot)
               end-if
           end-if.
       seed-region-subtotal-exit.
           exit.

       scan-control-for-base.
           read control-log
               at end
      *> does not write duplicate rows into the files it is extending.
       post-daily-entry.
           move "n" to entry-posted-switch
           move "n" to entry-held-switch
           perform validate-entry thru validate-entry-exit
           if entry-is-valid
               perform screen-variance thru screen-variance-exit
           end-if
           if entry-is-valid and not entry-held
               perform multiply-entry thru multiply-entry-exit
               if not size-error-occurred
                   perform add-to-currency-total thru
               if not size-error-occurred and currency-posted
                   move "y" to entry-posted-switch
                   add 1 to records-posted
                   if fw-estimated
                       add 1 to estimated-count
                   end-if
                   add fw-persons
                       to total-persons-posted
                   if skipping-prior-countries
           exit.

       apply-delta-add.
           move "n" to entry-held-switch
           perform validate-entry thru validate-entry-exit
           if entry-is-valid
               move fw-country-code to posted-key-ws
                       move 8 to program-return-code
                   end-if
               else
                   perform screen-variance thru screen-variance-exit
               end-if
           end-if
           if entry-is-valid and not posted-found and not entry-held
               perform multiply-entry thru multiply-entry-exit
               if not size-error-occurred
                   perform add-to-currency-total thru
                       add-to-currency-total-exit
               end-if
               if not size-error-occurred and currency-posted
                   add 1 to records-posted
                   add fw-persons
                       to total-persons-posted
                   perform write-report-line thru
                       write-report-line-exit
                   perform write-history-record thru
                       write-history-record-exit
                   move fw-persons
                       to delta-new-persons
                   move fw-world
                       to delta-new-world
                   move fw-currency-code
                       to delta-new-currency
                   move spaces to delta-new-row-flag
                   if fw-estimated
                       move "E" to delta-new-row-flag
                   end-if
                   perform update-posted-entry thru
                       update-posted-entry-exit
                   move zero to delta-old-persons
                   move zero to delta-old-world
                   move spaces to delta-old-currency
                   perform post-region-delta thru
                       post-region-delta-exit
               end-if
           end-if.
       apply-delta-add-exit.
                           to delta-new-world
                       move fw-currency-code
                           to delta-new-currency
                       move spaces to delta-new-row-flag
                       if fw-estimated
                           move "E" to delta-new-row-flag
                       end-if
                       perform update-posted-entry thru
                           update-posted-entry-exit
                       perform post-region-delta thru
                           post-region-delta-exit
                   end-if
               end-if
           end-if.
                   move zero to delta-new-persons
                   move zero to delta-new-world
                   move delta-old-currency to delta-new-currency
                   move spaces to delta-new-row-flag
                   perform update-posted-entry thru
                       update-posted-entry-exit
                   perform post-region-delta thru
                       post-region-delta-exit
               end-if
           end-if.
       apply-delta-delete-exit.
           exit.

      *> the region half of a posted delta - the feed's region takes
      *> the new figures on and the old ones off, and the country is
      *> placed in that region for the end-of-run estimate check.
      *> money only moves while every currency involved is the
      *> region's own; a second currency turns the region mixed.
       post-region-delta.
           if posted-slot > zero
               move fw-region-code to pc-region-code(posted-slot)
           end-if
           move fw-region-code to subtotal-key-ws
           perform locate-region-subtotal thru
               locate-region-subtotal-exit
           if not subtotal-located
               go to post-region-delta-exit
           end-if
           move "y" to sg-touched-flag(region-subtotal-slot)
           compute sg-persons(region-subtotal-slot) =
               sg-persons(region-subtotal-slot)
               + delta-new-persons - delta-old-persons
           if sg-mixed-flag(region-subtotal-slot) = "y"
               go to post-region-delta-exit
           end-if
           if sg-currency-code(region-subtotal-slot) = spaces
               move delta-new-currency
                   to sg-currency-code(region-subtotal-slot)
           end-if
           if (delta-old-currency not = spaces
                   and delta-old-currency
                       not = sg-currency-code(region-subtotal-slot))
               or delta-new-currency
                   not = sg-currency-code(region-subtotal-slot)
               move "y" to sg-mixed-flag(region-subtotal-slot)
               move spaces to sg-currency-code(region-subtotal-slot)
               move zero to sg-world(region-subtotal-slot)
           else
               compute sg-world(region-subtotal-slot) =
                   sg-world(region-subtotal-slot)
                   + delta-new-world - delta-old-world
           end-if.
       post-region-delta-exit.
           exit.

      *> find the subtotal for subtotal-key-ws, opening a fresh zeroed
      *> one for a region the day has no "S" row for yet.
       locate-region-subtotal.
           move "n" to subtotal-located-switch
           move zero to region-subtotal-slot
           perform match-region-subtotal thru
               match-region-subtotal-exit
               varying region-subtotal-sub from 1 by 1
               until region-subtotal-sub > region-subtotal-count
                   or subtotal-located
           if subtotal-located
               go to locate-region-subtotal-exit
           end-if
           if region-subtotal-count < max-region-subtotals
               add 1 to region-subtotal-count
               move region-subtotal-count to region-subtotal-slot
               move subtotal-key-ws
                   to sg-region-code(region-subtotal-slot)
               move spaces to sg-currency-code(region-subtotal-slot)
               move zero to sg-persons(region-subtotal-slot)
               move zero to sg-world(region-subtotal-slot)
               move "n" to sg-mixed-flag(region-subtotal-slot)
               move spaces to sg-row-flag(region-subtotal-slot)
               move "n" to sg-touched-flag(region-subtotal-slot)
               move "y" to subtotal-located-switch
           else
               move subtotal-key-ws to exception-country-code
               move zero to exception-persons
               move zero to exception-each
               move "region subtotal table full - not superseded"
                   to exception-reason
               perform write-exception-record thru
                   write-exception-record-exit
               move "R09" to reject-code-ws
               perform count-reject-code thru
                   count-reject-code-exit
               move 16 to program-return-code
           end-if.
       locate-region-subtotal-exit.
           exit.

       match-region-subtotal.
           if sg-region-code(region-subtotal-sub) = subtotal-key-ws
               move "y" to subtotal-located-switch
               move region-subtotal-sub to region-subtotal-slot
           end-if.
       match-region-subtotal-exit.
           exit.

      *> ***************************************************************
      *> the end of an amendment run - every region a posted delta
      *> touched gets a superseding "S" row and subtotal line through
      *> the same writer the full feed's control break uses. the row
      *> stays "E" while a country placed in the region still stands
      *> on an estimate. an estimate the run never placed (not in
      *> this feed, or rejected from it) could sit in any region that
      *> was estimated, so those keep their flag too. once nothing
      *> the region could hold is estimated, an estimated region the
      *> run did not touch is superseded unflagged as well.
      *> ***************************************************************
       write-amended-regions.
           move "n" to unplaced-estimate-switch
           perform check-unplaced-estimate thru
               check-unplaced-estimate-exit
               varying match-posted-sub from 1 by 1
               until match-posted-sub > posted-count
                   or unplaced-estimate
           perform write-amended-region thru
               write-amended-region-exit
               varying region-subtotal-sub from 1 by 1
               until region-subtotal-sub > region-subtotal-count.
       write-amended-regions-exit.
           exit.

       check-unplaced-estimate.
           if pc-row-flag(match-posted-sub) = "E"
               and pc-persons(match-posted-sub) > zero
               and pc-region-code(match-posted-sub) = spaces
               move "y" to unplaced-estimate-switch
           end-if.
       check-unplaced-estimate-exit.
           exit.

       write-amended-region.
           move "n" to region-estimated-switch
           move sg-region-code(region-subtotal-sub)
               to current-region-code
           if unplaced-estimate
               and sg-row-flag(region-subtotal-sub) = "E"
               move "y" to region-estimated-switch
           else
               perform check-region-estimate thru
                   check-region-estimate-exit
                   varying match-posted-sub from 1 by 1
                   until match-posted-sub > posted-count
                       or region-estimated
           end-if
           if sg-touched-flag(region-subtotal-sub) not = "y"
               and (sg-row-flag(region-subtotal-sub) not = "E"
                   or region-estimated)
               go to write-amended-region-exit
           end-if
           if sg-persons(region-subtotal-sub) < zero
               move zero to region-persons
           else
               move sg-persons(region-subtotal-sub) to region-persons
           end-if
           move sg-world(region-subtotal-sub) to region-world
           move sg-currency-code(region-subtotal-sub)
               to region-currency-ws
           if sg-mixed-flag(region-subtotal-sub) = "y"
               move "y" to region-mixed-switch
           else
               move "n" to region-mixed-switch
           end-if
           move "y" to region-output-switch
           perform write-region-subtotal thru
               write-region-subtotal-exit.
       write-amended-region-exit.
           exit.

       check-region-estimate.
           if pc-row-flag(match-posted-sub) = "E"
               and pc-persons(match-posted-sub) > zero
               and pc-region-code(match-posted-sub)
                   = current-region-code
               move "y" to region-estimated-switch
           end-if.
       check-region-estimate-exit.
           exit.

       note-not-posted-reject.
           add 1 to reject-count
           move fw-country-code
                   move posted-count to posted-slot
                   move posted-key-ws
                       to pc-country-code(posted-slot)
                   move spaces to pc-region-code(posted-slot)
               else
                   move posted-key-ws to exception-country-code
                   move zero to exception-persons
           end-if
           move delta-new-persons to pc-persons(posted-slot)
           move delta-new-world to pc-world(posted-slot)
           move delta-new-currency to pc-currency-code(posted-slot)
           move delta-new-row-flag to pc-row-flag(posted-slot).
       update-posted-entry-exit.
           exit.

       read-country-master-exit.
           exit.

      *> ***************************************************************
      *> variance screen - a valid detail is measured against the
      *> country's last posted "D" row before it goes anywhere near
      *> the totals. PERSONS and EACH are each checked against the
      *> country's own tolerance off the master (still in the buffer
      *> from validate-entry); either one outside it holds the whole
      *> record. a held record is not a reject - it goes to HELDITEM
      *> for heldrel, and only a supervisor's release posts it, back
      *> through correction mode under the feed date it arrived for.
      *> correction mode is therefore never screened: it is where
      *> released items (and already-vetted corrections) come in.
      *> ***************************************************************
       screen-variance.
           if correction-mode
               go to screen-variance-exit
           end-if
           move zero to persons-tolerance-ws
           move zero to each-tolerance-ws
           if cm-persons-tolerance is numeric
               move cm-persons-tolerance to persons-tolerance-ws
           end-if
           if cm-each-tolerance is numeric
               move cm-each-tolerance to each-tolerance-ws
           end-if
           if persons-tolerance-ws = zero
               and each-tolerance-ws = zero
               go to screen-variance-exit
           end-if
           perform find-last-posted-detail thru
               find-last-posted-detail-exit
           if not last-detail-found
               go to screen-variance-exit
           end-if
           move zero to persons-variance-pct
           move zero to each-variance-pct
           compute persons-variance-pct rounded =
               (fw-persons - last-detail-persons) * 100
               / last-detail-persons
               on size error
                   move 99999.99 to persons-variance-pct
           end-compute
           compute last-detail-each rounded =
               last-detail-world / last-detail-persons
               on size error
                   move zero to last-detail-each
           end-compute
           if last-detail-each > zero
               compute each-variance-pct rounded =
                   (fw-each - last-detail-each) * 100
                   / last-detail-each
                   on size error
                       move 99999.99 to each-variance-pct
               end-compute
           end-if
           if persons-tolerance-ws > zero
               and (persons-variance-pct > persons-tolerance-ws
                   or persons-variance-pct
                       < zero - persons-tolerance-ws)
               move "y" to entry-held-switch
           end-if
           if each-tolerance-ws > zero
               and (each-variance-pct > each-tolerance-ws
                   or each-variance-pct < zero - each-tolerance-ws)
               move "y" to entry-held-switch
           end-if
           if entry-held
               perform hold-entry thru hold-entry-exit
           end-if.
       screen-variance-exit.
           exit.

      *> the country's last posted day off the alternate key - every
      *> "D" row for the country from the lookback date up to (not
      *> including) the day being posted. the last row read for a
      *> date is the one standing for it; the latest date whose
      *> standing row has persons on it is the one measured against,
      *> so a backed-out day (standing at zero) is passed over.
       find-last-posted-detail.
           move "n" to last-detail-found-switch
           move zero to last-detail-date
           move zero to last-detail-persons
           move zero to last-detail-world
           move zero to standing-detail-date
           move zero to standing-detail-persons
           move zero to standing-detail-world
           compute variance-lookback-integer =
               function integer-of-date(process-date)
               - variance-lookback-days
           move function date-of-integer(variance-lookback-integer)
               to variance-lookback-date
           move fw-country-code to wh-key-country
           move variance-lookback-date to wh-key-date
           move zero to wh-key-sequence
           move "n" to history-scan-eof-switch
           start wealth-history key not < wh-country-key
               invalid key
                   move "y" to history-scan-eof-switch
           end-start
           perform scan-history-for-variance thru
               scan-history-for-variance-exit
               until history-scan-done
           perform note-last-detail thru note-last-detail-exit.
       find-last-posted-detail-exit.
           exit.

       scan-history-for-variance.
           read wealth-history next
               at end
                   move "y" to history-scan-eof-switch
               not at end
                   if wh-key-country not = fw-country-code
                       or wh-key-date not < process-date
                       move "y" to history-scan-eof-switch
                   else
                       if wh-record-type = "D"
                           if wh-key-date not = standing-detail-date
                               perform note-last-detail thru
                                   note-last-detail-exit
                           end-if
                           move wh-key-date to standing-detail-date
                           move wh-persons to standing-detail-persons
                           move wh-world to standing-detail-world
                       end-if
                   end-if
           end-read.
       scan-history-for-variance-exit.
           exit.

      *> a date is finished once the scan moves past it - if what
      *> stood for it has persons on it, it is the latest posted day
      *> so far.
       note-last-detail.
           if standing-detail-persons > zero
               move "y" to last-detail-found-switch
               move standing-detail-date to last-detail-date
               move standing-detail-persons to last-detail-persons
               move standing-detail-world to last-detail-world
           end-if.
       note-last-detail-exit.
           exit.

      *> the hold itself - counted with the rejects (the control log
      *> proves read-less-rejects against the "D" rows, and a held
      *> record has no "D" row yet) but tallied under R14 and kept
      *> out of REJFILE, which is the desks' resubmission queue. a
      *> restart re-screens records a prior run already held, so the
      *> HELDITEM write is skipped for those the way the history
      *> write is.
       hold-entry.
           add 1 to held-count
           add 1 to reject-count
           move "R14" to reject-code-ws
           perform count-reject-code thru count-reject-code-exit
           move fw-country-code to exception-country-code
           move fw-persons to exception-persons
           move fw-each to exception-each
           move fw-source-system to exception-source
           move "held - outside variance tolerance"
               to exception-reason
           perform write-exception-record thru
               write-exception-record-exit
           if program-return-code < 8
               move 8 to program-return-code
           end-if
           if skipping-prior-countries
               go to hold-entry-exit
           end-if
           move spaces to held-items-record
           move process-date to hi-feed-date
           move fw-region-code to hi-region-code
           move fw-country-code to hi-country-code
           move fw-country-name to hi-country-name
           move fw-locale-code to hi-locale-code
           move fw-currency-code to hi-currency-code
           move fw-persons to hi-persons
           move fw-each to hi-each
           move fw-transaction-code to hi-transaction-code
           move fw-source-system to hi-source-system
           move "R14" to hi-reason-code
           move "H" to hi-status
           move last-detail-date to hi-last-date
           move last-detail-persons to hi-last-persons
           move last-detail-each to hi-last-each
           move persons-variance-pct to hi-persons-variance
           move each-variance-pct to hi-each-variance
           move zero to hi-decided-date
           move spaces to hi-decided-user
           write held-items-record.
       hold-entry-exit.
           exit.

      *> ***************************************************************
      *> the multiply itself - a genuine overflow is now a real
      *> exception, not a joke display, and it flags the run as failed
               format-country-date-time-exit
           perform format-currency-amount thru
               format-currency-amount-exit
           move spaces to estimate-note
           if fw-estimated
               move " (ESTIMATED)" to estimate-note
           end-if
           move spaces to wealth-report-line
           string "  " delimited by size
               function trim(fw-country-name)
               function trim(time-display) delimited by size
               ": " delimited by size
               function trim(report-amount) delimited by size
               estimate-note delimited by size
               into wealth-report-line
               on overflow
                   perform note-string-overflow thru
           move fw-currency-code to wh-currency-code
           move fw-persons to wh-persons
           move fw-world to wh-world
           if fw-estimated
               move "E" to wh-row-flag
           end-if
           perform write-history-keyed thru write-history-keyed-exit.
       write-history-record-exit.
           exit.
                       note-string-overflow-exit
           end-string
           write wealth-report-line
           if not full-feed-mode
               move zero to estimated-count
               perform count-estimated-entry thru
                   count-estimated-entry-exit
                   varying match-posted-sub from 1 by 1
                   until match-posted-sub > posted-count
           end-if
           if estimated-count > zero
               move estimated-count to count-edited-ops
               move spaces to wealth-report-line
               string "  DAY INCLUDES " delimited by size
                   function trim(count-edited-ops) delimited by size
                   " ESTIMATED COUNTRIES - TRUE-UP PENDING"
                       delimited by size
                   into wealth-report-line
                   on overflow
                       perform note-string-overflow thru
                           note-string-overflow-exit
               end-string
               write wealth-report-line
           end-if
           move "n" to currency-row-written-switch
           perform write-currency-total-line thru
               write-currency-total-line-exit
       write-grand-total-exit.
           exit.

      *> a country still standing on an estimate - posted, not since
      *> deleted, and not replaced by a true-up change.
       count-estimated-entry.
           if pc-row-flag(match-posted-sub) = "E"
               and pc-persons(match-posted-sub) > zero
               add 1 to estimated-count
           end-if.
       count-estimated-entry-exit.
           exit.

      *> a bucket only exists because something posted to it today,
      *> so every bucket gets its line, its "T" history row and its
      *> audit row - including a bucket an update run has taken to
           close wealth-report
           close exception-report
           close reject-file
           close held-items
           close control-log
           close wealth-history
           close country-master
       terminate-run-exit.
           exit.

      *> ***************************************************************
      *> the step record on the shared batch ledger - written on every
      *> run, a failed one included, so the night summary sees what
      *> ran and how it ended. the ledger is only ever appended to; a
      *> ledger that cannot be opened is a console warning, never a
      *> reason to fail a step that has already done its work.
      *> ***************************************************************
       write-step-ledger.
           move function current-date to ledger-date-time
           open extend batch-ledger
           if batch-ledger-status = "35"
               open output batch-ledger
           end-if
           if batch-ledger-status not = "00"
               and batch-ledger-status not = "05"
               display "batch ledger open failed status="
                   batch-ledger-status
                   end-display
               go to write-step-ledger-exit
           end-if
           move spaces to batch-ledger-record
           move "BIGWORLD" to bl-step-name
           move process-date to bl-run-date
           move record-count to bl-records-in
           move records-posted to bl-records-out
           move "HASH" to bl-control-name
           move hash-total to bl-control-count
           move run-date to bl-start-date
           move run-time to bl-start-time
           move ledger-end-date to bl-end-date
           move ledger-end-time to bl-end-time
           move program-return-code to bl-return-code
           write batch-ledger-record
           close batch-ledger.
       write-step-ledger-exit.
           exit.

      *> ***************************************************************
      *> the one-page end-of-run operations summary - what was read,
      *> what posted, what was rejected and why, how every file
                       note-string-overflow-exit
           end-string
           write operations-summary-line
      *> a held record sits in reject-count so the control log's
      *> read-less-rejects still proves against the day's "D" rows,
      *> but the operator sees it on its own line - it is waiting on
      *> a supervisor, not on the desk that sent it.
           subtract held-count from reject-count
               giving count-edited-ops
           move spaces to operations-summary-line
           string "RECORDS REJECTED: " delimited by size
               function trim(count-edited-ops) delimited by size
                       note-string-overflow-exit
           end-string
           write operations-summary-line
           move held-count to count-edited-ops
           move spaces to operations-summary-line
           string "RECORDS HELD:     " delimited by size
               function trim(count-edited-ops) delimited by size
               into operations-summary-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write operations-summary-line
           move estimated-count to count-edited-ops
           move spaces to operations-summary-line
           string "DAY ESTIMATED:    " delimited by size
               function trim(count-edited-ops) delimited by size
               into operations-summary-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write operations-summary-line
           move spaces to operations-summary-line
           write operations-summary-line
           move spaces to operations-summary-line
           string "REJECTS AND HOLDS BY REASON CODE:" delimited by size
               into operations-summary-line
               on overflow
                   perform note-string-overflow thru
           perform write-reason-count-line thru
               write-reason-count-line-exit
               varying reason-subscript from 1 by 1
               until reason-subscript > 14
           move spaces to operations-summary-line
           write operations-summary-line
           perform write-file-status-lines thru

      *> only the reason codes that actually fired get a line - a
      *> clean run's summary says so in one line instead of listing
      *> fourteen zeros.
       write-reason-count-line.
           if rn-reason-count(reason-subscript) > zero
               move rn-reason-count(reason-subscript)
               write operations-summary-line
               move "y" to reason-line-written-switch
           end-if
           if reason-subscript = 14 and not reason-line-written
               move spaces to operations-summary-line
               string "  NO REJECTS THIS RUN" delimited by size
                   into operations-summary-line
               wealth-history-status delimited by size
               " CTRYMST=" delimited by size
               country-master-status delimited by size
               " HELDITEM=" delimited by size
               held-items-status delimited by size
               into operations-summary-line
               on overflow
                   perform note-string-overflow thru
           else
               move "N" to rs-release-flag
           end-if
           if estimated-count > zero
               move "E" to rs-estimate-flag
           end-if
           write run-status-record
           close run-status.
       write-run-status-exit.
