      *>                    the days around the hole. This is the
      *>                    control the auditors asked for at the
      *>                    last review.
      *>   2026-09-08  dcs  A whole-day back-out (dayback) appends a
      *>                    return code 99 row that puts its date back
      *>                    to not completed - a backed-out day is a
      *>                    hole until its corrected feed posts again.
      *>                    WEALHIST row flag declared to match the
      *>                    file.
      *>   2026-09-22  mwk  A month with a country still standing on
      *>                    an estimate (WEALHIST row flag "E" on the
      *>                    day's standing "D" row) is not certified -
      *>                    each country and date is listed until the
      *>                    late desk's true-up replaces it.
      *>   2026-09-28  kal  Country rows on MOCPOSN carry a succession
      *>                    flag - "S" for a country that is the
      *>                    successor on a CTRYSUCC link in effect by
      *>                    month end, whose trend history is stitched
      *>                    from its predecessors' restated rows. The
      *>                    report lists each flagged country.
      *>   2026-10-08  dcs  Step record (start/end, return code,
      *>                    records in/out, missing days) appended
      *>                    to the shared batch ledger BATCHLED for
      *>                    the night summary.
      *> ***************************************************************

ENVR   environment division.
           select month-position assign to "MOCPOSN"
               organization is line sequential
               file status is month-position-status.
           select succession-file assign to "CTRYSUCC"
               organization is line sequential
               file status is succession-file-status.
           select close-report assign to "MOCRPT"
               organization is line sequential
               file status is close-report-status.
           select batch-ledger assign to "BATCHLED"
               organization is line sequential
               file status is batch-ledger-status.

DATA   data division.
FILE   file section.

      *> same record layout bigworld writes to CTLLOG - any row for a
      *> date with a return code below 16 means a completed run
      *> posted that date, until a back-out row (return code 99)
      *> for the date takes it away again.
       fd  control-log.
       01  control-log-record.
           05 cl-run-date          pic 9(08).
               10 wh-key-country   pic x(03).
               10 wh-key-date      pic 9(08).
               10 wh-key-sequence  pic 9(03).
      *> row flag - set on the rows a whole-day back-out (dayback)
      *> writes, and "E" on a row bigworld posted from an estimate;
      *> blank on everything else bigworld posts.
           05 wh-row-flag          pic x(01).

      *> the certified month-end position - the official month for
      *> the trend report and the finance extracts. "C" rows carry
      *> one country's closing position (and the bucket it sits in),
      *> "T" rows one currency's closing total; the as-of date is the
      *> last day the row actually posted. mo-succession-flag is "S"
      *> on a country row whose history includes a predecessor's
      *> restated rows (a succession in effect by month end), blank
      *> otherwise and on currency rows.
       fd  month-position.
       01  month-position-record.
           05 mo-close-month       pic 9(06).
           05 mo-currency-code     pic x(03).
           05 mo-persons           pic 9(18).
           05 mo-world             pic s9(20)v99.
           05 mo-succession-flag   pic x(01).

      *> the succession links ctrymnt appends as each "S" applies.
       fd  succession-file.
       01  succession-record.
           05 su-predecessor-code  pic x(03).
           05 su-successor-code    pic x(03).
           05 su-effective-date    pic 9(08).
           05 su-share-pct         pic 9(03)v99.
           05 su-recorded-date     pic 9(08).
           05 su-requested-user    pic x(08).
           05 su-approved-user     pic x(08).

       fd  close-report.
       01  close-report-line       pic x(132).

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
       01 wealth-history-status    pic x(02).
       01 month-position-status    pic x(02).
       01 close-report-status      pic x(02).
       01 succession-file-status   pic x(02).
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
           88 country-found                         value "y".
       01 bucket-found-switch                  pic x(01) value "n".
           88 bucket-found                            value "y".
       01 succession-eof-switch                  pic x(01) value "n".
           88 succession-eof                            value "y".

       01 program-return-code      pic 9(02) comp value zero.
       01 close-month               pic 9(06) value zero.
       01 missing-days                    pic 9(04) comp value zero.
       01 country-rows-written             pic 9(04) comp value zero.
       01 currency-rows-written             pic 9(04) comp value zero.
       01 untrued-count                      pic 9(04) comp value zero.
       01 succession-flagged-count            pic 9(04) comp value zero.

      *> the "D" row standing for one country on one day - the last
      *> one read for the pair, the key running date, type, country,
      *> sequence. an "E" still standing when the pair is done is an
      *> estimate the late desk's true-up never replaced.
       01 standing-row-date        pic 9(08) value zero.
       01 standing-row-country      pic x(03) value spaces.
       01 standing-row-flag          pic x(01) value spaces.

       01 month-edit-work.
           05 me-year              pic 9(04).
               10 cy-persons       pic 9(18).
               10 cy-world         pic s9(20)v99.

      *> successor codes off CTRYSUCC with the earliest day each
      *> took over a predecessor's history.
       01 max-successors           pic 9(04) comp value 500.
       01 successor-count           pic 9(04) comp value zero.
       01 successor-subscript        pic 9(04) comp value zero.
       01 successor-slot              pic 9(04) comp value zero.
       01 successor-search-code        pic x(03) value spaces.
       01 successor-table.
           05 successor-entry occurs 500 times.
               10 sx-country-code  pic x(03).
               10 sx-effective-date pic 9(08).

       01 count-edited             pic zzz,zzz,zz9.
       01 program-return-code-display pic 9(02).

               if month-complete and expected-count > zero
                   perform collect-closing-rows thru
                       collect-closing-rows-exit
                   if untrued-count = zero
                       perform write-month-position thru
                           write-month-position-exit
                   end-if
               end-if
               perform write-report-trailer thru
                   write-report-trailer-exit
               perform terminate-run thru terminate-run-exit
           end-if
           perform write-step-ledger thru write-step-ledger-exit
           move program-return-code to return-code
           goback.

      *> one pass over the control log - any row for an expected date
      *> whose run finished below return code 16 proves that date
      *> posted, the same completed-run test bigworld's own rerun
      *> gate applies, and a later back-out row for the date unproves
      *> it again. then every date still unproven is a hole.
      *> ***************************************************************
       prove-month.
           move "n" to end-of-file-switch
                           varying expected-subscript from 1 by 1
                           until expected-subscript > expected-count
                   end-if
                   if cl-return-code = 99
                       perform mark-date-backed-out thru
                           mark-date-backed-out-exit
                           varying expected-subscript from 1 by 1
                           until expected-subscript > expected-count
                   end-if
           end-read.
       scan-log-record-exit.
           exit.
       mark-date-complete-exit.
           exit.

       mark-date-backed-out.
           if ex-date(expected-subscript) = cl-run-date
               move "n" to ex-complete(expected-subscript)
           end-if.
       mark-date-backed-out-exit.
           exit.

       check-expected-date.
           if ex-complete(expected-subscript) = "y"
               add 1 to completed-days
                   move "y" to history-scan-eof-switch
           end-start
           perform scan-month-row thru scan-month-row-exit
               until history-scan-done
           perform note-standing-estimate thru
               note-standing-estimate-exit.
       collect-closing-rows-exit.
           exit.

                   else
                       evaluate wh-record-type
                           when "D"
                               perform check-standing-row thru
                                   check-standing-row-exit
                               perform post-country-row thru
                                   post-country-row-exit
                           when "T"
       scan-month-row-exit.
           exit.

       check-standing-row.
           if wh-run-date not = standing-row-date
               or wh-country-code not = standing-row-country
               perform note-standing-estimate thru
                   note-standing-estimate-exit
           end-if
           move wh-run-date to standing-row-date
           move wh-country-code to standing-row-country
           move wh-row-flag to standing-row-flag.
       check-standing-row-exit.
           exit.

      *> an un-trued-up estimate holds the month like a missing day -
      *> the certified position must be every desk's own figure.
       note-standing-estimate.
           if standing-row-flag = "E"
               add 1 to untrued-count
               move "n" to month-complete-switch
               move 16 to program-return-code
               move spaces to close-report-line
               string "  ESTIMATED: " delimited by size
                   standing-row-country delimited by size
                   " on " delimited by size
                   standing-row-date delimited by size
                   " not trued up" delimited by size
                   into close-report-line
                   on overflow
                       perform note-string-overflow thru
                           note-string-overflow-exit
               end-string
               write close-report-line
           end-if
           move spaces to standing-row-flag.
       note-standing-estimate-exit.
           exit.

       post-country-row.
           perform find-close-country thru find-close-country-exit
           if country-slot = zero
           if program-return-code = 16
               go to write-month-position-exit
           end-if
           perform load-successors thru load-successors-exit
           perform sort-close-countries thru sort-close-countries-exit
           perform write-country-position thru
               write-country-position-exit
       write-month-position-exit.
           exit.

      *> the successor side of every succession link - no file
      *> (status 35) is a system with no successions recorded. a
      *> successor on several links keeps its earliest date.
       load-successors.
           open input succession-file
           if succession-file-status = "35"
               go to load-successors-exit
           end-if
           move succession-file-status to current-open-status
           move "SUCCESSION-FILE" to current-open-file-name
           perform check-open-status thru check-open-status-exit
           if program-return-code = 16
               go to load-successors-exit
           end-if
           perform read-succession-record thru
               read-succession-record-exit
               until succession-eof
           close succession-file.
       load-successors-exit.
           exit.

       read-succession-record.
           read succession-file
               at end
                   move "y" to succession-eof-switch
               not at end
                   move su-successor-code to successor-search-code
                   perform find-successor thru find-successor-exit
                   if successor-slot > zero
                       if su-effective-date
                               < sx-effective-date(successor-slot)
                           move su-effective-date
                               to sx-effective-date(successor-slot)
                       end-if
                   else
                       if successor-count < max-successors
                           add 1 to successor-count
                           move su-successor-code
                               to sx-country-code(successor-count)
                           move su-effective-date
                               to sx-effective-date(successor-count)
                       else
                           display "successor table full - "
                               su-successor-code " not flagged"
                               end-display
                           if program-return-code < 8
                               move 8 to program-return-code
                           end-if
                       end-if
                   end-if
           end-read.
       read-succession-record-exit.
           exit.

      *> looks up the code staged in successor-search-code.
       find-successor.
           move zero to successor-slot
           perform match-successor thru match-successor-exit
               varying successor-subscript from 1 by 1
               until successor-subscript > successor-count
                   or successor-slot > zero.
       find-successor-exit.
           exit.

       match-successor.
           if sx-country-code(successor-subscript)
                   = successor-search-code
               move successor-subscript to successor-slot
           end-if.
       match-successor-exit.
           exit.

      *> simple exchange sort - clarity wins over cleverness here.
       sort-close-countries.
           if close-country-count < 2
               to mo-currency-code
           move cc-persons(country-subscript) to mo-persons
           move cc-world(country-subscript) to mo-world
           move cc-country-code(country-subscript)
               to successor-search-code
           perform find-successor thru find-successor-exit
           if successor-slot > zero
               if sx-effective-date(successor-slot)
                       not > month-last-date
                   move "S" to mo-succession-flag
                   add 1 to succession-flagged-count
                   perform write-succession-line thru
                       write-succession-line-exit
               end-if
           end-if
           write month-position-record
           add 1 to country-rows-written.
       write-country-position-exit.
           exit.

       write-succession-line.
           move spaces to close-report-line
           string "  SUCCESSION: " delimited by size
               cc-country-code(country-subscript) delimited by size
               " carries predecessor history restated from "
                   delimited by size
               sx-effective-date(successor-slot) delimited by size
               into close-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write close-report-line.
       write-succession-line-exit.
           exit.

       write-currency-position.
           move spaces to month-position-record
           move close-month to mo-close-month
                       note-string-overflow-exit
           end-string
           write close-report-line
           move untrued-count to count-edited
           move spaces to close-report-line
           string "UNTRUED ESTIMATES:     " delimited by size
               function trim(count-edited) delimited by size
               into close-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write close-report-line
           if month-complete and expected-days > zero
               move country-rows-written to count-edited
               move spaces to close-report-line
                           note-string-overflow-exit
               end-string
               write close-report-line
               move succession-flagged-count to count-edited
               move spaces to close-report-line
               string "  OF WHICH SUCCESSION-RESTATED: "
                   delimited by size
                   function trim(count-edited) delimited by size
                   into close-report-line
                   on overflow
                       perform note-string-overflow thru
                           note-string-overflow-exit
               end-string
               write close-report-line
               move currency-rows-written to count-edited
               move spaces to close-report-line
               string "CURRENCY POSITIONS CERTIFIED: "
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
           move "MOCLOSE" to bl-step-name
           move run-date to bl-run-date
           move completed-days to bl-records-in
           compute bl-records-out =
               country-rows-written + currency-rows-written
           move "MISSING" to bl-control-name
           move missing-days to bl-control-count
           move run-date to bl-start-date
           move run-time to bl-start-time
           move ledger-end-date to bl-end-date
           move ledger-end-time to bl-end-time
           move program-return-code to bl-return-code
           write batch-ledger-record
           close batch-ledger.
       write-step-ledger-exit.
           exit.

       end program moclose.
