      *>            it is trusted; no country may arrive from two
      *>            sources; the merged feed goes out in region/
      *>            country order under one combined trailer, each
      *>            detail stamped with the desk it came from. A
      *>            non-critical desk that sends nothing has its
      *>            countries carried forward from history as
      *>            estimates, trued up when its late file arrives.
      *> Tectonics: cobc -x feedmrg.cob
      *> ***************************************************************
       identification division.
      *>                    runs ahead of bigworld and writes the one
      *>                    POPFEED per day the rest of the night
      *>                    expects.
      *>   2026-09-22  mwk  Estimated carry-forward. A slot with no
      *>                    file whose desk DESKLIST marks as
      *>                    non-critical no longer just drops its
      *>                    countries: each country the desk sent last
      *>                    time (DESKLAST, rewritten every good night)
      *>                    is carried forward from its last posted
      *>                    "D" row on WEALHIST and goes into POPFEED
      *>                    stamped source ESTIMATE. MRGPARM mode "T"
      *>                    is the true-up run for the late file -
      *>                    its details go out as changes against the
      *>                    estimates (adds where nothing stands), for
      *>                    bigworld to post in update mode, so only
      *>                    the difference posts. The missing-slot
      *>                    line now names the slot.
      *>   2026-10-08  dcs  Step record (start/end, return code,
      *>                    records in/out, persons hash) appended
      *>                    to the shared batch ledger BATCHLED for
      *>                    the night summary.
      *>   2026-10-15  mwk  A full desk detail list no longer stops
      *>                    the merge - the warning return code is
      *>                    raised once the merge has run.
      *> ***************************************************************

ENVR   environment division.
           select feed-in-4 assign to "FEEDIN4"
               organization is line sequential
               file status is feed-in-4-status.
           select desk-list assign to "DESKLIST"
               organization is line sequential
               file status is desk-list-status.
           select desk-last assign to "DESKLAST"
               organization is line sequential
               file status is desk-last-status.
           select merge-params assign to "MRGPARM"
               organization is line sequential
               file status is merge-params-status.
           select wealth-history assign to "WEALHIST"
               organization is indexed
               access is dynamic
               record key is wh-history-key
               alternate record key is wh-country-key
                   with duplicates
               file status is wealth-history-status.
           select merged-feed assign to "POPFEED"
               organization is line sequential
               file status is merged-feed-status.
           select merge-report assign to "FMRGRPT"
               organization is line sequential
               file status is merge-report-status.
           select batch-ledger assign to "BATCHLED"
               organization is line sequential
               file status is batch-ledger-status.

DATA   data division.
FILE   file section.
       fd  feed-in-4.
       01  feed-in-4-record        pic x(69).

      *> which desk fills which slot, and whether the night can go
      *> on without it. a desk not listed (or no list at all) is
      *> critical - its slot missing is skipped exactly as it always
      *> was, and nothing is estimated for it.
       fd  desk-list.
       01  desk-list-record.
           05 dl-slot-name         pic x(08).
           05 dl-source-system     pic x(08).
           05 dl-critical-flag     pic x(01).

      *> every country each slot delivered on its last good night -
      *> the list an estimate is built from when the slot comes up
      *> empty. the figures are not kept here; they come off the
      *> history the night actually posted.
       fd  desk-last.
       01  desk-last-record.
           05 dk-slot-name         pic x(08).
           05 dk-feed-date         pic 9(08).
           05 dk-region-code       pic x(03).
           05 dk-country-code      pic x(03).
           05 dk-country-name      pic x(20).
           05 dk-locale-code       pic x(05).
           05 dk-currency-code     pic x(03).

      *> run mode - "N" (or no file) is the nightly merge, "T" the
      *> true-up of a late desk file against the estimates already
      *> posted for its date.
       fd  merge-params.
       01  merge-params-record.
           05 mp-run-mode          pic x(01).

      *> same record layout bigworld writes to WEALHIST.
       fd  wealth-history.
       01  wealth-history-record.
           05 wh-history-key.
               10 wh-run-date      pic 9(08).
               10 wh-record-type   pic x(01).
               10 wh-country-code  pic x(03).
               10 wh-sequence      pic 9(03).
           05 wh-currency-code     pic x(03).
           05 wh-persons           pic 9(18).
           05 wh-world             pic s9(20)v99.
      *> alternate key bigworld maintains - country / run date /
      *> sequence, mirror fields at the end of the record.
           05 wh-country-key.
               10 wh-key-country   pic x(03).
               10 wh-key-date      pic 9(08).
               10 wh-key-sequence  pic 9(03).
      *> row flag - "E" on a "D" row bigworld posted from an
      *> estimate this program built.
           05 wh-row-flag          pic x(01).

      *> the merged feed - byte for byte the layout bigworld reads,
      *> one header, the details in region/country order, and one
      *> combined trailer. the per-record source system is what the
       fd  merge-report.
       01  merge-report-line       pic x(132).

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
       01 current-date-time        pic x(21).
       01 current-date-time-r redefines current-date-time.
       01 feed-in-4-status         pic x(02).
       01 merged-feed-status       pic x(02).
       01 merge-report-status      pic x(02).
       01 desk-list-status         pic x(02).
       01 desk-last-status         pic x(02).
       01 merge-params-status      pic x(02).
       01 wealth-history-status    pic x(02).
       01 current-open-status      pic x(02).
       01 current-open-file-name   pic x(20).
       01 batch-ledger-status      pic x(02).
       01 ledger-date-time         pic x(21).
       01 ledger-date-time-r redefines ledger-date-time.
           05 ledger-end-date       pic 9(08).
           05 ledger-end-time        pic 9(06).
           05 ledger-end-hundredths   pic 9(02).
           05 ledger-end-tz            pic x(05).

       01 end-of-file-switch           pic x(01) value "n".
           88 end-of-file                     value "y".
           88 source-trailer-seen                 value "y".
       01 country-clash-switch               pic x(01) value "n".
           88 country-clash-found                   value "y".
       01 history-open-switch                  pic x(01) value "n".
           88 history-open                            value "y".
       01 history-scan-eof-switch                pic x(01) value "n".
           88 history-scan-done                         value "y".
       01 carry-found-switch                       pic x(01)
               value "n".
           88 carry-found                                value "y".
       01 desk-found-switch                          pic x(01)
               value "n".
           88 desk-found                                   value "y".
       01 desk-last-full-switch                        pic x(01)
               value "n".
           88 desk-last-full                                 value "y".
       01 merge-mode-switch        pic x(01) value "N".
           88 nightly-merge           value "N".
           88 true-up-merge           value "T".

       01 program-return-code      pic 9(02) comp value zero.
       01 sources-present           pic 9(04) comp value zero.
       01 merged-feed-date         pic 9(08) value zero.
       01 merged-record-count       pic 9(09) value zero.
       01 merged-hash-total          pic 9(20) value zero.
       01 source-details-read         pic 9(09) comp value zero.

       01 max-merge-details        pic 9(04) comp value 5000.
       01 merge-detail-count        pic 9(04) comp value zero.

       01 merge-detail-table.
           05 merge-detail-entry occurs 5000 times.
               10 md-slot-name     pic x(08).
               10 md-drop-flag     pic x(01).
               10 md-region-code   pic x(03).
               10 md-country-code  pic x(03).
               10 md-country-name  pic x(20).
               10 md-transaction-code pic x(01).
               10 md-source-system pic x(08).
       01 merge-swap-entry.
           05 ms-slot-name         pic x(08).
           05 ms-drop-flag         pic x(01).
           05 ms-region-code       pic x(03).
           05 ms-country-code      pic x(03).
           05 ms-country-name      pic x(20).
           05 ms-transaction-code  pic x(01).
           05 ms-source-system     pic x(08).

      *> the four slots by name, and what the run found in each -
      *> "P" a file was there, "E" no file and the desk's countries
      *> carried forward as estimates, blank no file and nothing done.
       01 slot-names-init.
           05 filler pic x(08) value "FEEDIN1".
           05 filler pic x(08) value "FEEDIN2".
           05 filler pic x(08) value "FEEDIN3".
           05 filler pic x(08) value "FEEDIN4".
       01 slot-names-table redefines slot-names-init.
           05 slot-name            pic x(08) occurs 4 times.
       01 slot-state-table.
           05 slot-state           pic x(01) occurs 4 times.
       01 max-slots                pic 9(04) comp value 4.
       01 slot-subscript            pic 9(04) comp value zero.

      *> the desk list off DESKLIST.
       01 max-desks                pic 9(04) comp value 20.
       01 desk-count                pic 9(04) comp value zero.
       01 desk-subscript             pic 9(04) comp value zero.
       01 desk-slot                   pic 9(04) comp value zero.
       01 desk-table.
           05 desk-entry occurs 20 times.
               10 dt-slot-name     pic x(08).
               10 dt-source-system pic x(08).
               10 dt-critical-flag pic x(01).

      *> each slot's last delivered country list off DESKLAST - kept
      *> whole, since a slot missing tonight has its old list written
      *> straight back for the next night that needs it.
       01 max-last-details         pic 9(04) comp value 5000.
       01 last-detail-count         pic 9(04) comp value zero.
       01 last-subscript             pic 9(04) comp value zero.
       01 last-detail-table.
           05 last-detail-entry occurs 5000 times.
               10 ld-slot-name     pic x(08).
               10 ld-feed-date     pic 9(08).
               10 ld-region-code   pic x(03).
               10 ld-country-code  pic x(03).
               10 ld-country-name  pic x(20).
               10 ld-locale-code   pic x(05).
               10 ld-currency-code pic x(03).

      *> the carry-forward - an estimate is the country's last posted
      *> day within the lookback, persons as posted and each backed
      *> out of the posted world figure, so the estimated line posts
      *> the same money the country last stood at. the scan keeps
      *> the row standing for each date (the last one read for it)
      *> and moves a date to carry-* once it is past, if persons
      *> stood on it - a backed-out or deleted day is passed over.
       01 estimate-source          pic x(08) value "ESTIMATE".
       01 estimate-lookback-days    pic 9(03) value 31.
       01 history-country-ws         pic x(03) value spaces.
       01 scan-from-date              pic 9(08) value zero.
       01 scan-limit-date              pic 9(08) value zero.
       01 scan-date-integer             pic 9(09) comp value zero.
       01 standing-date                 pic 9(08) value zero.
       01 standing-persons               pic 9(18) value zero.
       01 standing-world                  pic s9(20)v99 value zero.
       01 standing-currency                pic x(03) value spaces.
       01 standing-flag                     pic x(01) value spaces.
       01 carry-date                    pic 9(08) value zero.
       01 carry-persons                  pic 9(18) value zero.
       01 carry-world                     pic s9(20)v99 value zero.
       01 carry-currency                   pic x(03) value spaces.
       01 carry-each                        pic 9(05)v99 value zero.

       01 slot-estimate-count      pic 9(09) comp value zero.
       01 estimated-count           pic 9(09) comp value zero.
       01 not-estimated-count        pic 9(09) comp value zero.
       01 trued-up-count              pic 9(09) comp value zero.
       01 true-up-add-count            pic 9(09) comp value zero.
       01 already-actual-count          pic 9(09) comp value zero.

       01 count-edited             pic zzz,zzz,zz9.
       01 program-return-code-display pic 9(02).

      *> country arrived twice, sort the pool into region/country
      *> order and write the one merged POPFEED. a merge that fails
      *> writes no POPFEED at all - half a world is worse than a held
      *> job. a non-critical desk's empty slot is filled with
      *> estimates before the sort; a true-up run turns its details
      *> into changes against the estimates instead.
      *> ***************************************************************
       mainline.
           perform initialize-run thru initialize-run-exit
                       to merge-error-text
                   perform write-merge-error thru write-merge-error-exit
               end-if
               if program-return-code < 16 and nightly-merge
                   perform estimate-missing-desks thru
                       estimate-missing-desks-exit
               end-if
               if program-return-code < 16 and true-up-merge
                   perform true-up-pool thru true-up-pool-exit
               end-if
               if program-return-code < 16
                   perform sort-merge-details thru
                       sort-merge-details-exit
                   perform write-merged-feed thru write-merged-feed-exit
               end-if
               if program-return-code < 16 and nightly-merge
                   perform save-desk-details thru
                       save-desk-details-exit
               end-if
               perform write-report-trailer thru
                   write-report-trailer-exit
               perform terminate-run thru terminate-run-exit
           end-if
           perform write-step-ledger thru write-step-ledger-exit
           move program-return-code to return-code
           goback.

       initialize-run.
           move function current-date to current-date-time
           move spaces to slot-state-table
           open output merge-report
           move merge-report-status to current-open-status
           move "MERGE-REPORT" to current-open-file-name
           perform check-open-status thru check-open-status-exit
           if program-return-code = zero
               perform write-report-header thru write-report-header-exit
               perform read-merge-params thru read-merge-params-exit
           end-if
           if program-return-code = zero
               perform load-desk-list thru load-desk-list-exit
               perform load-desk-last thru load-desk-last-exit
               perform open-wealth-history thru
                   open-wealth-history-exit
           end-if.
       initialize-run-exit.
           exit.

      *> no MRGPARM is the nightly merge, as it always was. a mode
      *> nobody recognizes stops the run rather than guessing which
      *> kind of feed to write.
       read-merge-params.
           open input merge-params
           if merge-params-status = "35"
               go to read-merge-params-exit
           end-if
           move merge-params-status to current-open-status
           move "MERGE-PARAMS" to current-open-file-name
           perform check-open-status thru check-open-status-exit
           if program-return-code = zero
               read merge-params
                   at end
                       continue
                   not at end
                       if mp-run-mode not = spaces
                           move mp-run-mode to merge-mode-switch
                       end-if
               end-read
               close merge-params
               if not nightly-merge and not true-up-merge
                   display "MRGPARM mode '" merge-mode-switch
                       "' not recognized"
                       end-display
                   move 16 to program-return-code
               end-if
           end-if
           if program-return-code = zero and true-up-merge
               move spaces to merge-report-line
               string "TRUE-UP RUN - LATE DESK DETAILS GO OUT AS "
                   delimited by size
                   "CHANGES AGAINST THE ESTIMATES POSTED"
                   delimited by size
                   into merge-report-line
                   on overflow
                       perform note-string-overflow thru
                           note-string-overflow-exit
               end-string
               write merge-report-line
           end-if.
       read-merge-params-exit.
           exit.

       load-desk-list.
           open input desk-list
           if desk-list-status = "35"
               go to load-desk-list-exit
           end-if
           move desk-list-status to current-open-status
           move "DESK-LIST" to current-open-file-name
           perform check-open-status thru check-open-status-exit
           if program-return-code = 16
               go to load-desk-list-exit
           end-if
           move "n" to end-of-file-switch
           perform read-desk-list-record thru
               read-desk-list-record-exit
               until end-of-file
           close desk-list.
       load-desk-list-exit.
           exit.

       read-desk-list-record.
           read desk-list
               at end
                   move "y" to end-of-file-switch
               not at end
                   if desk-count < max-desks
                       add 1 to desk-count
                       move dl-slot-name
                           to dt-slot-name(desk-count)
                       move dl-source-system
                           to dt-source-system(desk-count)
                       move dl-critical-flag
                           to dt-critical-flag(desk-count)
                   else
                       display "desk list full - slot " dl-slot-name
                           " treated as critical"
                           end-display
                   end-if
           end-read.
       read-desk-list-record-exit.
           exit.

      *> an absent DESKLAST is a first night - nothing to carry
      *> forward yet, and tonight's good merge writes the first one.
       load-desk-last.
           open input desk-last
           if desk-last-status = "35"
               go to load-desk-last-exit
           end-if
           move desk-last-status to current-open-status
           move "DESK-LAST" to current-open-file-name
           perform check-open-status thru check-open-status-exit
           if program-return-code = 16
               go to load-desk-last-exit
           end-if
           move "n" to end-of-file-switch
           perform read-desk-last-record thru
               read-desk-last-record-exit
               until end-of-file
           close desk-last.
       load-desk-last-exit.
           exit.

       read-desk-last-record.
           read desk-last
               at end
                   move "y" to end-of-file-switch
               not at end
                   if last-detail-count < max-last-details
                       add 1 to last-detail-count
                       move last-detail-count to last-subscript
                       move dk-slot-name
                           to ld-slot-name(last-subscript)
                       move dk-feed-date
                           to ld-feed-date(last-subscript)
                       move dk-region-code
                           to ld-region-code(last-subscript)
                       move dk-country-code
                           to ld-country-code(last-subscript)
                       move dk-country-name
                           to ld-country-name(last-subscript)
                       move dk-locale-code
                           to ld-locale-code(last-subscript)
                       move dk-currency-code
                           to ld-currency-code(last-subscript)
                   else
                       display "desk detail list full - country "
                           dk-country-code " not kept"
                           end-display
                       move "y" to desk-last-full-switch
                   end-if
           end-read.
       read-desk-last-record-exit.
           exit.

      *> the nightly merge only needs history to estimate from, so a
      *> missing WEALHIST there just means no estimates tonight; a
      *> true-up has nothing to measure against without it.
       open-wealth-history.
           open input wealth-history
           if wealth-history-status = "35" and nightly-merge
               go to open-wealth-history-exit
           end-if
           move wealth-history-status to current-open-status
           move "WEALTH-HISTORY" to current-open-file-name
           perform check-open-status thru check-open-status-exit
           if program-return-code = zero
               move "y" to history-open-switch
           end-if.
       open-wealth-history-exit.
           exit.

      *> "00" is a clean open; "05" is GnuCOBOL's status for an output
      *> or extend open against a file that did not exist yet, which
      *> is normal on the report file - anything else is a real open
      *> ops JCL only allocates the slots the desks actually fill.
      *> ***************************************************************
       process-source-1.
           move 1 to slot-subscript
           open input feed-in-1
           if feed-in-1-status = "35"
               perform note-slot-empty thru note-slot-empty-exit
           exit.

       process-source-2.
           move 2 to slot-subscript
           open input feed-in-2
           if feed-in-2-status = "35"
               perform note-slot-empty thru note-slot-empty-exit
           exit.

       process-source-3.
           move 3 to slot-subscript
           open input feed-in-3
           if feed-in-3-status = "35"
               perform note-slot-empty thru note-slot-empty-exit
           exit.

       process-source-4.
           move 4 to slot-subscript
           open input feed-in-4
           if feed-in-4-status = "35"
               perform note-slot-empty thru note-slot-empty-exit
       read-source-4-record-exit.
           exit.

      *> an empty slot whose desk is listed non-critical is marked
      *> for estimates on the nightly merge; every other empty slot
      *> is skipped as it always was.
       note-slot-empty.
           move spaces to slot-state(slot-subscript)
           perform find-slot-desk thru find-slot-desk-exit
           move spaces to merge-report-line
           if desk-found and dt-critical-flag(desk-slot) = "N"
               and nightly-merge
               move "E" to slot-state(slot-subscript)
               string "SLOT " delimited by size
                   slot-name(slot-subscript) delimited by size
                   " NOT PRESENT - NON-CRITICAL DESK "
                       delimited by size
                   dt-source-system(desk-slot) delimited by size
                   " - CARRIED FORWARD" delimited by size
                   into merge-report-line
                   on overflow
                       perform note-string-overflow thru
                           note-string-overflow-exit
               end-string
           else
               string "SLOT " delimited by size
                   slot-name(slot-subscript) delimited by size
                   " NOT PRESENT - SKIPPED" delimited by size
                   into merge-report-line
                   on overflow
                       perform note-string-overflow thru
                           note-string-overflow-exit
               end-string
           end-if
           write merge-report-line.
       note-slot-empty-exit.
           exit.

       find-slot-desk.
           move "n" to desk-found-switch
           move zero to desk-slot
           perform match-slot-desk thru match-slot-desk-exit
               varying desk-subscript from 1 by 1
               until desk-subscript > desk-count
                   or desk-found.
       find-slot-desk-exit.
           exit.

       match-slot-desk.
           if dt-slot-name(desk-subscript) = slot-name(slot-subscript)
               move "y" to desk-found-switch
               move desk-subscript to desk-slot
           end-if.
       match-slot-desk-exit.
           exit.

       start-source.
           move "P" to slot-state(slot-subscript)
           add 1 to sources-present
           move "n" to end-of-file-switch
           move "n" to source-header-seen-switch
                           write-merge-error-exit
                   else
                       add 1 to source-record-count
                       add 1 to source-details-read
                       add sf-persons to source-hash-total
                       perform add-detail-to-pool thru
                           add-detail-to-pool-exit
               move sf-each to md-each(detail-subscript)
               move sf-transaction-code
                   to md-transaction-code(detail-subscript)
               move current-slot-name
                   to md-slot-name(detail-subscript)
               move spaces to md-drop-flag(detail-subscript)
      *> a desk that already stamps its own details keeps its stamp;
      *> an unstamped detail carries its file's header source.
               if sf-source-system = spaces
       write-source-summary-exit.
           exit.

      *> ***************************************************************
      *> estimated carry-forward - every slot marked for estimates
      *> has its last delivered country list walked, and each country
      *> goes into the pool at its last posted day's figures, stamped
      *> ESTIMATE so bigworld flags the rows and the reports say the
      *> day includes estimates. a country another desk sent tonight
      *> is that desk's now and is not estimated; a country with no
      *> posted day inside the lookback has nothing to carry.
      *> ***************************************************************
       estimate-missing-desks.
           if merged-feed-date = zero
               go to estimate-missing-desks-exit
           end-if
           perform estimate-one-slot thru estimate-one-slot-exit
               varying slot-subscript from 1 by 1
               until slot-subscript > max-slots.
       estimate-missing-desks-exit.
           exit.

       estimate-one-slot.
           if slot-state(slot-subscript) not = "E"
               go to estimate-one-slot-exit
           end-if
           move slot-name(slot-subscript) to current-slot-name
           move estimate-source to source-system-ws
           move zero to slot-estimate-count
           if program-return-code < 8
               move 8 to program-return-code
           end-if
           if not history-open
               move "no WEALHIST to carry forward from"
                   to merge-error-text
               perform write-merge-warning thru
                   write-merge-warning-exit
               go to estimate-one-slot-exit
           end-if
           perform estimate-desk-country thru
               estimate-desk-country-exit
               varying last-subscript from 1 by 1
               until last-subscript > last-detail-count
           move slot-estimate-count to count-edited
           move spaces to merge-report-line
           string current-slot-name delimited by size
               " " delimited by size
               estimate-source delimited by size
               " FEED DATE " delimited by size
               merged-feed-date delimited by size
               " RECORDS " delimited by size
               function trim(count-edited) delimited by size
               " CARRIED FORWARD FROM WEALHIST" delimited by size
               into merge-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write merge-report-line.
       estimate-one-slot-exit.
           exit.

       estimate-desk-country.
           if ld-slot-name(last-subscript) not = current-slot-name
               go to estimate-desk-country-exit
           end-if
           move ld-country-code(last-subscript) to sf-country-code
           move "n" to country-clash-switch
           perform find-country-clash thru find-country-clash-exit
               varying search-subscript from 1 by 1
               until search-subscript > merge-detail-count
                   or country-clash-found
           if country-clash-found
               move spaces to merge-error-text
               string "country " delimited by size
                   sf-country-code delimited by size
                   " sent by " delimited by size
                   md-source-system(clash-slot) delimited by size
                   " - not estimated" delimited by size
                   into merge-error-text
                   on overflow
                       perform note-string-overflow thru
                           note-string-overflow-exit
               end-string
               perform write-merge-warning thru
                   write-merge-warning-exit
               go to estimate-desk-country-exit
           end-if
           move ld-country-code(last-subscript) to history-country-ws
           compute scan-date-integer =
               function integer-of-date(merged-feed-date)
               - estimate-lookback-days
           move function date-of-integer(scan-date-integer)
               to scan-from-date
           compute scan-date-integer =
               function integer-of-date(merged-feed-date) - 1
           move function date-of-integer(scan-date-integer)
               to scan-limit-date
           perform scan-country-history thru
               scan-country-history-exit
           if not carry-found
               add 1 to not-estimated-count
               move spaces to merge-error-text
               string "country " delimited by size
                   ld-country-code(last-subscript) delimited by size
                   " - nothing posted to carry forward"
                       delimited by size
                   into merge-error-text
                   on overflow
                       perform note-string-overflow thru
                           note-string-overflow-exit
               end-string
               perform write-merge-warning thru
                   write-merge-warning-exit
               go to estimate-desk-country-exit
           end-if
           compute carry-each rounded = carry-world / carry-persons
               on size error
                   add 1 to not-estimated-count
                   move spaces to merge-error-text
                   string "country " delimited by size
                       ld-country-code(last-subscript)
                           delimited by size
                       " each out of range - not estimated"
                           delimited by size
                       into merge-error-text
                       on overflow
                           perform note-string-overflow thru
                               note-string-overflow-exit
                   end-string
                   perform write-merge-warning thru
                       write-merge-warning-exit
                   go to estimate-desk-country-exit
           end-compute
           move spaces to source-feed-record
           move "D" to sf-record-type
           move ld-region-code(last-subscript) to sf-region-code
           move ld-country-code(last-subscript) to sf-country-code
           move ld-country-name(last-subscript) to sf-country-name
           move ld-locale-code(last-subscript) to sf-locale-code
           move carry-currency to sf-currency-code
           move carry-persons to sf-persons
           move carry-each to sf-each
           move "A" to sf-transaction-code
           move estimate-source to sf-source-system
           perform add-detail-to-pool thru add-detail-to-pool-exit
           add 1 to slot-estimate-count
           add 1 to estimated-count.
       estimate-desk-country-exit.
           exit.

      *> a country that could not be estimated (or a true-up detail
      *> dropped) is a warning, not a held merge - the desk is non-
      *> critical, and the country simply misses the night the way
      *> the whole desk used to.
       write-merge-warning.
           move spaces to merge-report-line
           string current-slot-name delimited by size
               " " delimited by size
               source-system-ws delimited by size
               " WARNING - " delimited by size
               function trim(merge-error-text) delimited by size
               into merge-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write merge-report-line
           if program-return-code < 8
               move 8 to program-return-code
           end-if.
       write-merge-warning-exit.
           exit.

      *> one country's rows off the alternate key from scan-from-date
      *> through scan-limit-date. standing-* ends holding the row
      *> standing on the last date read; carry-* the latest date whose
      *> standing row had persons on it.
       scan-country-history.
           move "n" to carry-found-switch
           move zero to carry-date
           move zero to carry-persons
           move zero to carry-world
           move spaces to carry-currency
           move zero to standing-date
           move zero to standing-persons
           move zero to standing-world
           move spaces to standing-currency
           move spaces to standing-flag
           move history-country-ws to wh-key-country
           move scan-from-date to wh-key-date
           move zero to wh-key-sequence
           move "n" to history-scan-eof-switch
           start wealth-history key not < wh-country-key
               invalid key
                   move "y" to history-scan-eof-switch
           end-start
           perform scan-country-row thru scan-country-row-exit
               until history-scan-done
           perform note-carry-row thru note-carry-row-exit.
       scan-country-history-exit.
           exit.

       scan-country-row.
           read wealth-history next
               at end
                   move "y" to history-scan-eof-switch
               not at end
                   if wh-key-country not = history-country-ws
                       or wh-key-date > scan-limit-date
                       move "y" to history-scan-eof-switch
                   else
                       if wh-record-type = "D"
                           if wh-key-date not = standing-date
                               perform note-carry-row thru
                                   note-carry-row-exit
                           end-if
                           move wh-key-date to standing-date
                           move wh-persons to standing-persons
                           move wh-world to standing-world
                           move wh-currency-code to standing-currency
                           move wh-row-flag to standing-flag
                       end-if
                   end-if
           end-read.
       scan-country-row-exit.
           exit.

       note-carry-row.
           if standing-persons > zero
               move "y" to carry-found-switch
               move standing-date to carry-date
               move standing-persons to carry-persons
               move standing-world to carry-world
               move standing-currency to carry-currency
           end-if.
       note-carry-row-exit.
           exit.

      *> ***************************************************************
      *> the true-up - the late desk's details measured against what
      *> stands for its date. an estimate standing becomes a change,
      *> which bigworld's update mode posts as a reversal of the
      *> estimate and the actual row, so only the difference moves
      *> the totals; nothing standing becomes an add. a country that
      *> already stands at an actual figure is dropped - the true-up
      *> replaces estimates, it never overwrites a posted actual.
      *> ***************************************************************
       true-up-pool.
           perform true-up-detail thru true-up-detail-exit
               varying detail-subscript from 1 by 1
               until detail-subscript > merge-detail-count.
       true-up-pool-exit.
           exit.

       true-up-detail.
           move md-country-code(detail-subscript) to history-country-ws
           move merged-feed-date to scan-from-date
           move merged-feed-date to scan-limit-date
           perform scan-country-history thru
               scan-country-history-exit
           evaluate true
               when standing-persons > zero and standing-flag = "E"
                   move "C" to md-transaction-code(detail-subscript)
                   add 1 to trued-up-count
               when standing-persons > zero
                   move "y" to md-drop-flag(detail-subscript)
                   add 1 to already-actual-count
                   subtract 1 from merged-record-count
                   subtract md-persons(detail-subscript)
                       from merged-hash-total
                   move md-slot-name(detail-subscript)
                       to current-slot-name
                   move md-source-system(detail-subscript)
                       to source-system-ws
                   move spaces to merge-error-text
                   string "country " delimited by size
                       md-country-code(detail-subscript)
                           delimited by size
                       " already posted actual - dropped"
                           delimited by size
                       into merge-error-text
                       on overflow
                           perform note-string-overflow thru
                               note-string-overflow-exit
                   end-string
                   perform write-merge-warning thru
                       write-merge-warning-exit
               when other
                   move "A" to md-transaction-code(detail-subscript)
                   add 1 to true-up-add-count
           end-evaluate.
       true-up-detail-exit.
           exit.

      *> ***************************************************************
      *> region/country order - the sort bigworld's control breaks
      *> depend on. simple exchange sort; the pool tops out at 5000
           exit.

       write-merged-detail.
           if md-drop-flag(detail-subscript) = "y"
               go to write-merged-detail-exit
           end-if
           move spaces to merged-feed-record
           move "D" to mf-record-type
           move md-region-code(detail-subscript) to mf-region-code
       write-merged-detail-exit.
           exit.

      *> ***************************************************************
      *> tonight's country list per slot for the next night that
      *> needs to estimate - a slot that delivered is written from
      *> the pool, a slot that did not keeps its old list (an
      *> estimated slot's list is the one it was estimated from).
      *> ***************************************************************
       save-desk-details.
           open output desk-last
           move desk-last-status to current-open-status
           move "DESK-LAST" to current-open-file-name
           perform check-open-status thru check-open-status-exit
           if program-return-code = 16
               go to save-desk-details-exit
           end-if
           perform save-pool-detail thru save-pool-detail-exit
               varying detail-subscript from 1 by 1
               until detail-subscript > merge-detail-count
           perform save-kept-detail thru save-kept-detail-exit
               varying last-subscript from 1 by 1
               until last-subscript > last-detail-count
           close desk-last.
       save-desk-details-exit.
           exit.

       save-pool-detail.
           if md-source-system(detail-subscript) = estimate-source
               go to save-pool-detail-exit
           end-if
           move spaces to desk-last-record
           move md-slot-name(detail-subscript) to dk-slot-name
           move merged-feed-date to dk-feed-date
           move md-region-code(detail-subscript) to dk-region-code
           move md-country-code(detail-subscript) to dk-country-code
           move md-country-name(detail-subscript) to dk-country-name
           move md-locale-code(detail-subscript) to dk-locale-code
           move md-currency-code(detail-subscript) to dk-currency-code
           write desk-last-record.
       save-pool-detail-exit.
           exit.

       save-kept-detail.
           move zero to slot-subscript
           perform match-slot-name thru match-slot-name-exit
               varying desk-subscript from 1 by 1
               until desk-subscript > max-slots
           if slot-subscript > zero
               if slot-state(slot-subscript) = "P"
                   go to save-kept-detail-exit
               end-if
           end-if
           move spaces to desk-last-record
           move ld-slot-name(last-subscript) to dk-slot-name
           move ld-feed-date(last-subscript) to dk-feed-date
           move ld-region-code(last-subscript) to dk-region-code
           move ld-country-code(last-subscript) to dk-country-code
           move ld-country-name(last-subscript) to dk-country-name
           move ld-locale-code(last-subscript) to dk-locale-code
           move ld-currency-code(last-subscript) to dk-currency-code
           write desk-last-record.
       save-kept-detail-exit.
           exit.

       match-slot-name.
           if slot-name(desk-subscript) = ld-slot-name(last-subscript)
               move desk-subscript to slot-subscript
           end-if.
       match-slot-name-exit.
           exit.

      *> a desk detail list too full to hold last night's countries
      *> only thins tonight's estimates - a warning, raised here once
      *> the merge has run rather than while the run is setting up.
       write-report-trailer.
           if desk-last-full and program-return-code < 8
               move 8 to program-return-code
           end-if
           move spaces to merge-report-line
           write merge-report-line
           move sources-present to count-edited
                       note-string-overflow-exit
           end-string
           write merge-report-line
           if estimated-count > zero or not-estimated-count > zero
               move estimated-count to count-edited
               move spaces to merge-report-line
               string "ESTIMATED:       " delimited by size
                   function trim(count-edited) delimited by size
                   into merge-report-line
                   on overflow
                       perform note-string-overflow thru
                           note-string-overflow-exit
               end-string
               write merge-report-line
               move not-estimated-count to count-edited
               move spaces to merge-report-line
               string "NOT ESTIMATED:   " delimited by size
                   function trim(count-edited) delimited by size
                   into merge-report-line
                   on overflow
                       perform note-string-overflow thru
                           note-string-overflow-exit
               end-string
               write merge-report-line
           end-if
           if true-up-merge
               move trued-up-count to count-edited
               move spaces to merge-report-line
               string "ESTIMATES TRUED: " delimited by size
                   function trim(count-edited) delimited by size
                   into merge-report-line
                   on overflow
                       perform note-string-overflow thru
                           note-string-overflow-exit
               end-string
               write merge-report-line
               move true-up-add-count to count-edited
               move spaces to merge-report-line
               string "LATE ADDS:       " delimited by size
                   function trim(count-edited) delimited by size
                   into merge-report-line
                   on overflow
                       perform note-string-overflow thru
                           note-string-overflow-exit
               end-string
               write merge-report-line
               move already-actual-count to count-edited
               move spaces to merge-report-line
               string "DROPPED ACTUAL:  " delimited by size
                   function trim(count-edited) delimited by size
                   into merge-report-line
                   on overflow
                       perform note-string-overflow thru
                           note-string-overflow-exit
               end-string
               write merge-report-line
           end-if
           move program-return-code to program-return-code-display
           move spaces to merge-report-line
           if program-return-code < 16 and true-up-merge
               string "TRUE-UP FEED WRITTEN - POST WITH RUNPARM U "
                   delimited by size
                   "AS OF " delimited by size
                   merged-feed-date delimited by size
                   " - RETURN CODE " delimited by size
                   program-return-code-display delimited by size
                   into merge-report-line
                   on overflow
                       perform note-string-overflow thru
                           note-string-overflow-exit
               end-string
           end-if
           if program-return-code < 16 and nightly-merge
               string "MERGED FEED WRITTEN - RETURN CODE "
                   delimited by size
                   program-return-code-display delimited by size
                       perform note-string-overflow thru
                           note-string-overflow-exit
               end-string
           end-if
           if program-return-code = 16
               string "MERGE HELD - NO FEED WRITTEN - RETURN CODE "
                   delimited by size
                   program-return-code-display delimited by size
           exit.

       terminate-run.
           if history-open
               close wealth-history
           end-if
           close merge-report.
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
           move "FEEDMRG" to bl-step-name
           if merged-feed-date = zero
               move run-date to bl-run-date
           else
               move merged-feed-date to bl-run-date
           end-if
           move source-details-read to bl-records-in
           move merged-record-count to bl-records-out
           move "HASH" to bl-control-name
           move merged-hash-total to bl-control-count
           move run-date to bl-start-date
           move run-time to bl-start-time
           move ledger-end-date to bl-end-date
           move ledger-end-time to bl-end-time
           move program-return-code to bl-return-code
           write batch-ledger-record
           close batch-ledger.
       write-step-ledger-exit.
           exit.

       end program feedmrg.
