       >>SOURCE FORMAT IS FIXED
      *> ***************************************************************
      *> Purpose:   Whole-day back-out - take a posted day back to
      *>            zero so a corrected full feed can post under the
      *>            same date. Every row still standing for the day
      *>            ("D" per country, "S" per region, "T" per currency)
      *>            gets an offsetting "R" row and a superseding zero
      *>            row on WEALHIST, CTLLOG gets a zero row per
      *>            currency that marks the date backed out, and
      *>            RUNSTAT says the date is not completed. The report
      *>            proves the reversed figures tie to the day's
      *>            original control totals before anything is
      *>            written. A month the month-end close has already
      *>            certified is never touched.
      *> ***************************************************************
       identification division.
       program-id. dayback.

      *> ***************************************************************
      *> Modification history:
      *>   2026-09-08  dcs  Original program - a desk sent a day with
      *>                    the wrong currency on half its countries;
      *>                    it passed validation and posted, and the
      *>                    only way back was a change transaction per
      *>                    country by hand. The run date comes from
      *>                    BACKPARM, the proof lands on BACKRPT, and
      *>                    dayaudit runs after it to show the day at
      *>                    zero in every file.
      *>   2026-09-22  mwk  RUNSTAT estimate flag declared to match
      *>                    the file; a back-out leaves it blank.
      *>   2026-09-28  kal  MOCPOSN succession flag declared to match
      *>                    the file.
      *>   2026-10-08  dcs  Step record (start/end, return code,
      *>                    records in/out, persons hash) appended
      *>                    to the shared batch ledger BATCHLED for
      *>                    the night summary.
      *>   2026-10-15  dcs  A history write that fails partway stops
      *>                    the offsets but still logs the date with
      *>                    return code 16 and the rows written.
      *> ***************************************************************

ENVR   environment division.
       input-output section.
       file-control.
           select back-params assign to "BACKPARM"
               organization is line sequential
               file status is back-params-status.
           select control-log assign to "CTLLOG"
               organization is line sequential
               file status is control-log-status.
           select wealth-history assign to "WEALHIST"
               organization is indexed
               access is dynamic
               record key is wh-history-key
               alternate record key is wh-country-key
                   with duplicates
               file status is wealth-history-status.
           select month-position assign to "MOCPOSN"
               organization is line sequential
               file status is month-position-status.
           select run-status assign to "RUNSTAT"
               organization is line sequential
               file status is run-status-file-status.
           select back-report assign to "BACKRPT"
               organization is line sequential
               file status is back-report-status.
           select batch-ledger assign to "BATCHLED"
               organization is line sequential
               file status is batch-ledger-status.

DATA   data division.
FILE   file section.
      *> one record naming the posted day to back out, as yyyymmdd.
       fd  back-params.
       01  back-params-record.
           05 bp-run-date          pic 9(08).

      *> same record layout bigworld writes to CTLLOG. the back-out
      *> appends one row per currency the day logged, zero in every
      *> figure and return code 99 - a later row for the date and
      *> currency supersedes, so the day balances at zero, and the
      *> completed-run tests read 99 as "this date is open again".
       fd  control-log.
       01  control-log-record.
           05 cl-run-date          pic 9(08).
           05 cl-record-count      pic 9(09).
           05 cl-reject-count      pic 9(09).
           05 cl-hash-total        pic 9(20).
           05 cl-currency-code     pic x(03).
           05 cl-currency-total    pic s9(20)v99.
           05 cl-return-code       pic 9(02).

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
      *> row flag - this program's "R" rows carry the type of the row
      *> they offset ("D", "S" or "T"); its superseding zero rows
      *> carry "B".
           05 wh-row-flag          pic x(01).

      *> the certified month-end position moclose writes - only a
      *> certified month leaves one, and months certify in order, so
      *> its close month is the last month nobody may back into.
       fd  month-position.
       01  month-position-record.
           05 mo-close-month       pic 9(06).
           05 mo-record-type       pic x(01).
           05 mo-code              pic x(03).
           05 mo-as-of-date        pic 9(08).
           05 mo-currency-code     pic x(03).
           05 mo-persons           pic 9(18).
           05 mo-world             pic s9(20)v99.
           05 mo-succession-flag   pic x(01).

      *> the status record bigworld leaves for the scheduler - the
      *> back-out leaves its own, mode "B", return code 16 and release
      *> "N", so nothing downstream treats the date as posted.
       fd  run-status.
       01  run-status-record.
           05 rs-run-date          pic 9(08).
           05 rs-process-mode      pic x(01).
           05 rs-return-code       pic 9(02).
           05 rs-records-read      pic 9(09).
           05 rs-records-posted    pic 9(09).
           05 rs-records-rejected  pic 9(09).
           05 rs-start-time        pic 9(06).
           05 rs-end-time          pic 9(06).
           05 rs-release-flag      pic x(01).
           05 rs-estimate-flag     pic x(01).

       fd  back-report.
       01  back-report-line        pic x(132).

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
           05 run-date              pic 9(08).
           05 run-time               pic 9(06).
           05 run-hundredths          pic 9(02).
           05 run-tz                   pic x(05).
       01 end-date-time            pic x(21).
       01 end-date-time-r redefines end-date-time.
           05 end-date              pic 9(08).
           05 end-time               pic 9(06).
           05 end-hundredths          pic 9(02).
           05 end-tz                   pic x(05).

       01 back-params-status       pic x(02).
       01 control-log-status       pic x(02).
       01 wealth-history-status    pic x(02).
       01 month-position-status    pic x(02).
       01 run-status-file-status   pic x(02).
       01 back-report-status       pic x(02).
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
       01 history-scan-eof-switch        pic x(01) value "n".
           88 history-scan-done                 value "y".
       01 day-completed-switch             pic x(01) value "n".
           88 day-completed                       value "y".
       01 later-date-switch                  pic x(01) value "n".
           88 later-date-found                      value "y".
       01 bucket-found-switch                  pic x(01) value "n".
           88 bucket-found                            value "y".
       01 new-entry-switch                       pic x(01) value "n".
           88 new-entry                                 value "y".
       01 day-balanced-switch                    pic x(01) value "y".
           88 day-balanced                              value "y".
       01 history-write-done-switch                pic x(01) value "n".
           88 history-write-done                          value "y".
       01 back-out-refused-switch                    pic x(01)
               value "n".
           88 back-out-refused                              value "y".
       01 offset-write-failed-switch                   pic x(01)
               value "n".
           88 offset-write-failed                             value "y".

       01 program-return-code      pic 9(02) comp value zero.
       01 back-date                 pic 9(08) value zero.
       01 back-month                 pic 9(06) value zero.
       01 certified-month             pic 9(06) value zero.
       01 refusal-reason               pic x(60) value spaces.
       01 log-record-count              pic 9(09) value zero.
       01 log-reject-count               pic 9(09) value zero.
       01 log-hash-total                  pic 9(20) value zero.
       01 history-rows-read                pic 9(09) comp value zero.
       01 detail-rows-reversed              pic 9(09) comp value zero.
       01 region-rows-reversed               pic 9(09) comp value zero.
       01 total-rows-reversed                 pic 9(09) comp
               value zero.
       01 zero-rows-written                     pic 9(09) comp
               value zero.
       01 log-rows-written                       pic 9(09) comp
               value zero.
       01 offset-rows-written                     pic 9(09) comp
               value zero.
       01 reversed-persons                        pic 9(18)
               value zero.
       01 offset-type                              pic x(01)
               value spaces.

      *> the rows still standing for the day - a country's, region's
      *> or currency's rows arrive together in sequence order, so the
      *> last one read is the one that stands. a standing row already
      *> flagged "B" was taken out by an earlier back-out and the
      *> corrected feed did not bring it back - nothing to do for it.
       01 max-back-countries       pic 9(04) comp value 5000.
       01 back-country-count        pic 9(04) comp value zero.
       01 country-subscript          pic 9(04) comp value zero.
       01 back-country-table.
           05 back-country-entry occurs 5000 times.
               10 bc-country-code  pic x(03).
               10 bc-currency-code pic x(03).
               10 bc-persons       pic 9(18).
               10 bc-world         pic s9(20)v99.
               10 bc-row-flag      pic x(01).

       01 max-back-regions         pic 9(04) comp value 500.
       01 back-region-count         pic 9(04) comp value zero.
       01 region-subscript           pic 9(04) comp value zero.
       01 back-region-table.
           05 back-region-entry occurs 500 times.
               10 br-region-code   pic x(03).
               10 br-currency-code pic x(03).
               10 br-persons       pic 9(18).
               10 br-world         pic s9(20)v99.
               10 br-row-flag      pic x(01).

      *> one bucket per currency the day mentions on either file -
      *> the standing "T" row, the sum of the standing "D" rows, and
      *> the log's last row side by side, the same three-way compare
      *> dayaudit makes.
       01 max-back-buckets         pic 9(04) comp value 20.
       01 back-bucket-count         pic 9(04) comp value zero.
       01 bucket-subscript           pic 9(04) comp value zero.
       01 bucket-slot                 pic 9(04) comp value zero.
       01 bucket-key-ws                pic x(03) value spaces.
       01 back-bucket-table.
           05 back-bucket-entry occurs 20 times.
               10 bb-currency-code  pic x(03).
               10 bb-total-seen     pic x(01).
               10 bb-total-persons  pic 9(18).
               10 bb-total-world    pic s9(20)v99.
               10 bb-total-flag     pic x(01).
               10 bb-detail-persons pic 9(18).
               10 bb-detail-world   pic s9(20)v99.
               10 bb-log-seen       pic x(01).
               10 bb-log-total      pic s9(20)v99.

       01 count-edited             pic zzz,zzz,zz9.
       01 amount-edited            pic zzz,zzz,zzz,zzz,zzz,zzz,zz9.99-.
       01 persons-edited           pic zzz,zzz,zzz,zzz,zzz,zz9.
       01 hash-edited              pic z(19)9.
       01 amount-display-a         pic x(40).
       01 amount-display-b         pic x(40).
       01 amount-display-c         pic x(40).
       01 persons-display          pic x(30).
       01 balance-text             pic x(14).
       01 program-return-code-display pic 9(02).

      *> ***************************************************************
CODE   procedure division.

      *> ***************************************************************
      *> mainline - every refusal test runs before the first write:
      *> the month must still be open, the date must be the latest a
      *> completed run posted, and the day must tie to its own control
      *> totals. only then do the offsets, the log rows and the run
      *> status go out.
      *> ***************************************************************
       mainline.
           perform initialize-run thru initialize-run-exit
           if program-return-code = zero
               perform check-month-open thru check-month-open-exit
               if not back-out-refused
                   perform check-day-posted thru check-day-posted-exit
               end-if
               if not back-out-refused
                   perform gather-day-rows thru gather-day-rows-exit
               end-if
               if not back-out-refused
                   perform prove-day-balance thru
                       prove-day-balance-exit
               end-if
               if not back-out-refused
                   perform write-offset-rows thru
                       write-offset-rows-exit
                   perform write-back-out-log thru
                       write-back-out-log-exit
                   perform write-run-status thru write-run-status-exit
               end-if
               perform write-report-trailer thru
                   write-report-trailer-exit
               perform terminate-run thru terminate-run-exit
           end-if
           perform write-step-ledger thru write-step-ledger-exit
           move program-return-code to return-code
           goback.

      *> the month-end position only exists once a month has
      *> certified - no file yet just means no month has.
       initialize-run.
           move function current-date to current-date-time
           open input back-params
           move back-params-status to current-open-status
           move "BACK-PARAMS" to current-open-file-name
           perform check-open-status thru check-open-status-exit
           open input control-log
           move control-log-status to current-open-status
           move "CONTROL-LOG" to current-open-file-name
           perform check-open-status thru check-open-status-exit
           open i-o wealth-history
           move wealth-history-status to current-open-status
           move "WEALTH-HISTORY" to current-open-file-name
           perform check-open-status thru check-open-status-exit
           open output back-report
           move back-report-status to current-open-status
           move "BACK-REPORT" to current-open-file-name
           perform check-open-status thru check-open-status-exit
           if program-return-code = zero
               perform read-back-params thru read-back-params-exit
           end-if
           if program-return-code = zero
               perform write-report-header thru write-report-header-exit
           end-if.
       initialize-run-exit.
           exit.

      *> "00" is a clean open; "05" is GnuCOBOL's status for an output
      *> or extend open against a file that did not exist yet, which
      *> is normal on the report file - anything else is a real open
      *> failure and stops the run cold.
       check-open-status.
           if current-open-status = "00" or current-open-status = "05"
               continue
           else
               display "open failed for " current-open-file-name
                   " status=" current-open-status
                   end-display
               move 16 to program-return-code
           end-if.
       check-open-status-exit.
           exit.

      *> a missing or non-numeric date stops the run - backing out
      *> the wrong day is worse than backing out none.
       read-back-params.
           read back-params
               at end
                   display "BACKPARM is empty - no date to back out"
                       end-display
                   move 16 to program-return-code
               not at end
                   if bp-run-date is not numeric
                       or bp-run-date = zero
                       display "BACKPARM run date is not a valid date"
                           end-display
                       move 16 to program-return-code
                   else
                       move bp-run-date to back-date
                       compute back-month = back-date / 100
                   end-if
           end-read.
       read-back-params-exit.
           exit.

      *> a STRING that overflows its receiving field still completes -
      *> it just silently truncates - so every STRING in this program
      *> checks ON OVERFLOW and comes here instead of failing quietly.
       note-string-overflow.
           display "warning - report line truncated, data lost"
               end-display
           if program-return-code < 8
               move 8 to program-return-code
           end-if.
       note-string-overflow-exit.
           exit.

       write-report-header.
           move spaces to back-report-line
           string "WHOLE-DAY BACK-OUT FOR " delimited by size
               back-date delimited by size
               into back-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write back-report-line
           move spaces to back-report-line
           string "RUN DATE " delimited by size
               run-date delimited by size
               "  RUN TIME " delimited by size
               run-time delimited by size
               into back-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write back-report-line
           move spaces to back-report-line
           write back-report-line.
       write-report-header-exit.
           exit.

      *> every refusal lands here - one line saying why, return code
      *> 16, and nothing written to any file but this report.
       refuse-back-out.
           move "y" to back-out-refused-switch
           move 16 to program-return-code
           move spaces to back-report-line
           string "REFUSED: " delimited by size
               function trim(refusal-reason) delimited by size
               into back-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write back-report-line.
       refuse-back-out-exit.
           exit.

      *> ***************************************************************
      *> the certified month - once moclose has written the month-end
      *> position the month belongs to finance, and a back-out would
      *> change figures already handed over.
      *> ***************************************************************
       check-month-open.
           open input month-position
           if month-position-status = "35"
               go to check-month-open-exit
           end-if
           move month-position-status to current-open-status
           move "MONTH-POSITION" to current-open-file-name
           perform check-open-status thru check-open-status-exit
           if program-return-code not = zero
               move "y" to back-out-refused-switch
               go to check-month-open-exit
           end-if
           read month-position
               at end
                   move zero to certified-month
               not at end
                   move mo-close-month to certified-month
           end-read
           close month-position
           if certified-month not = zero
               and back-month not > certified-month
               move spaces to refusal-reason
               string "month " delimited by size
                   back-month delimited by size
                   " is already certified by the month-end close"
                       delimited by size
                   into refusal-reason
                   on overflow
                       perform note-string-overflow thru
                           note-string-overflow-exit
               end-string
               perform refuse-back-out thru refuse-back-out-exit
           end-if.
       check-month-open-exit.
           exit.

      *> ***************************************************************
      *> the control log, front to back. the date must have a
      *> completed run whose word still stands (no back-out after
      *> it), and it must be the latest date on the log - a later day
      *> already balanced and seeded itself against this one. the
      *> last row per currency is the day's control total, and the
      *> last row's count and hash describe the feed that posted.
      *> ***************************************************************
       check-day-posted.
           move "n" to end-of-file-switch
           perform scan-log-row thru scan-log-row-exit
               until end-of-file
           if not day-completed
               move "no completed run on the control log for this date"
                   to refusal-reason
               perform refuse-back-out thru refuse-back-out-exit
               go to check-day-posted-exit
           end-if
           if later-date-found
               move "a later date is already on the control log"
                   to refusal-reason
               perform refuse-back-out thru refuse-back-out-exit
           end-if.
       check-day-posted-exit.
           exit.

       scan-log-row.
           read control-log
               at end
                   move "y" to end-of-file-switch
               not at end
                   if cl-run-date > back-date
                       move "y" to later-date-switch
                   end-if
                   if cl-run-date = back-date
                       perform post-log-row thru post-log-row-exit
                   end-if
           end-read.
       scan-log-row-exit.
           exit.

       post-log-row.
           if cl-return-code < 16
               move "y" to day-completed-switch
           end-if
           if cl-return-code = 99
               move "n" to day-completed-switch
           end-if
           move cl-record-count to log-record-count
           move cl-reject-count to log-reject-count
           move cl-hash-total to log-hash-total
           move cl-currency-code to bucket-key-ws
           perform locate-back-bucket thru locate-back-bucket-exit
           if bucket-found
               move "y" to bb-log-seen(bucket-slot)
               move cl-currency-total to bb-log-total(bucket-slot)
           end-if.
       post-log-row-exit.
           exit.

      *> find the bucket for bucket-key-ws, opening a fresh zeroed one
      *> the first time a currency shows up on either file.
       locate-back-bucket.
           move "n" to bucket-found-switch
           move zero to bucket-slot
           perform match-back-bucket thru match-back-bucket-exit
               varying bucket-subscript from 1 by 1
               until bucket-subscript > back-bucket-count
                   or bucket-found
           if bucket-found
               go to locate-back-bucket-exit
           end-if
           if back-bucket-count < max-back-buckets
               add 1 to back-bucket-count
               move back-bucket-count to bucket-slot
               move bucket-key-ws to bb-currency-code(bucket-slot)
               move "n" to bb-total-seen(bucket-slot)
               move zero to bb-total-persons(bucket-slot)
               move zero to bb-total-world(bucket-slot)
               move spaces to bb-total-flag(bucket-slot)
               move zero to bb-detail-persons(bucket-slot)
               move zero to bb-detail-world(bucket-slot)
               move "n" to bb-log-seen(bucket-slot)
               move zero to bb-log-total(bucket-slot)
               move "y" to bucket-found-switch
           else
               move "currency table full - day cannot be proved"
                   to refusal-reason
               perform refuse-back-out thru refuse-back-out-exit
           end-if.
       locate-back-bucket-exit.
           exit.

       match-back-bucket.
           if bb-currency-code(bucket-subscript) = bucket-key-ws
               move "y" to bucket-found-switch
               move bucket-subscript to bucket-slot
           end-if.
       match-back-bucket-exit.
           exit.

      *> ***************************************************************
      *> the day's history rows - the key leads with run date, so the
      *> read-next stream starts at the date's first row and stops at
      *> the first row dated later. nothing is written until the pass
      *> is over, so the offsets never land in front of the reader.
      *> ***************************************************************
       gather-day-rows.
           move "n" to history-scan-eof-switch
           move low-values to wh-history-key
           move back-date to wh-run-date
           start wealth-history key not < wh-history-key
               invalid key
                   move "y" to history-scan-eof-switch
           end-start
           perform scan-history-row thru scan-history-row-exit
               until history-scan-done or back-out-refused
           if back-out-refused
               go to gather-day-rows-exit
           end-if
           perform add-country-to-bucket thru
               add-country-to-bucket-exit
               varying country-subscript from 1 by 1
               until country-subscript > back-country-count.
       gather-day-rows-exit.
           exit.

       scan-history-row.
           read wealth-history next
               at end
                   move "y" to history-scan-eof-switch
               not at end
                   if wh-run-date not = back-date
                       move "y" to history-scan-eof-switch
                   else
                       add 1 to history-rows-read
                       evaluate wh-record-type
                           when "D"
                               perform post-detail-row thru
                                   post-detail-row-exit
                           when "S"
                               perform post-region-row thru
                                   post-region-row-exit
                           when "T"
                               perform post-total-row thru
                                   post-total-row-exit
                       end-evaluate
                   end-if
           end-read.
       scan-history-row-exit.
           exit.

       post-detail-row.
           move "y" to new-entry-switch
           if back-country-count > zero
               if bc-country-code(back-country-count)
                   = wh-country-code
                   move "n" to new-entry-switch
               end-if
           end-if
           if new-entry
               if back-country-count not < max-back-countries
                   move "country table full - day cannot be proved"
                       to refusal-reason
                   perform refuse-back-out thru refuse-back-out-exit
                   go to post-detail-row-exit
               end-if
               add 1 to back-country-count
               move wh-country-code
                   to bc-country-code(back-country-count)
           end-if
           move wh-currency-code to bc-currency-code(back-country-count)
           move wh-persons to bc-persons(back-country-count)
           move wh-world to bc-world(back-country-count)
           move wh-row-flag to bc-row-flag(back-country-count).
       post-detail-row-exit.
           exit.

       post-region-row.
           move "y" to new-entry-switch
           if back-region-count > zero
               if br-region-code(back-region-count)
                   = wh-country-code
                   move "n" to new-entry-switch
               end-if
           end-if
           if new-entry
               if back-region-count not < max-back-regions
                   move "region table full - day cannot be proved"
                       to refusal-reason
                   perform refuse-back-out thru refuse-back-out-exit
                   go to post-region-row-exit
               end-if
               add 1 to back-region-count
               move wh-country-code to br-region-code(back-region-count)
           end-if
           move wh-currency-code to br-currency-code(back-region-count)
           move wh-persons to br-persons(back-region-count)
           move wh-world to br-world(back-region-count)
           move wh-row-flag to br-row-flag(back-region-count).
       post-region-row-exit.
           exit.

      *> "T" rows carry the currency code in the country slot of the
      *> key; the highest sequence is the day's word.
       post-total-row.
           move wh-country-code to bucket-key-ws
           perform locate-back-bucket thru locate-back-bucket-exit
           if bucket-found
               move "y" to bb-total-seen(bucket-slot)
               move wh-persons to bb-total-persons(bucket-slot)
               move wh-world to bb-total-world(bucket-slot)
               move wh-row-flag to bb-total-flag(bucket-slot)
           end-if.
       post-total-row-exit.
           exit.

       add-country-to-bucket.
           move bc-currency-code(country-subscript) to bucket-key-ws
           perform locate-back-bucket thru locate-back-bucket-exit
           if bucket-found
               add bc-persons(country-subscript)
                   to bb-detail-persons(bucket-slot)
               add bc-world(country-subscript)
                   to bb-detail-world(bucket-slot)
           end-if.
       add-country-to-bucket-exit.
           exit.

      *> ***************************************************************
      *> the proof, currency by currency - what is about to come off
      *> (the standing "D" rows) must equal the day's standing "T" row
      *> and the control log's last total for the currency. a day
      *> that does not tie to itself is not backed out blind; it goes
      *> to the desk first.
      *> ***************************************************************
       prove-day-balance.
           move spaces to back-report-line
           string "ORIGINAL CONTROL TOTALS BY CURRENCY (LOG / T ROW / "
               delimited by size
               "D ROWS REVERSED):" delimited by size
               into back-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write back-report-line
           perform prove-one-bucket thru prove-one-bucket-exit
               varying bucket-subscript from 1 by 1
               until bucket-subscript > back-bucket-count
           if not day-balanced
               move "the day does not tie to its own control totals"
                   to refusal-reason
               perform refuse-back-out thru refuse-back-out-exit
           end-if.
       prove-day-balance-exit.
           exit.

       prove-one-bucket.
           move "BALANCED" to balance-text
           if bb-log-total(bucket-subscript)
                   not = bb-total-world(bucket-subscript)
               or bb-total-world(bucket-subscript)
                   not = bb-detail-world(bucket-subscript)
               or bb-total-persons(bucket-subscript)
                   not = bb-detail-persons(bucket-subscript)
               move "OUT OF BALANCE" to balance-text
               move "n" to day-balanced-switch
           end-if
           move bb-log-total(bucket-subscript) to amount-edited
           move spaces to amount-display-a
           move amount-edited to amount-display-a
           move bb-total-world(bucket-subscript) to amount-edited
           move spaces to amount-display-b
           move amount-edited to amount-display-b
           move bb-detail-world(bucket-subscript) to amount-edited
           move spaces to amount-display-c
           move amount-edited to amount-display-c
           move bb-detail-persons(bucket-subscript) to persons-edited
           move spaces to persons-display
           move persons-edited to persons-display
           move spaces to back-report-line
           string "  " delimited by size
               bb-currency-code(bucket-subscript) delimited by size
               "  " delimited by size
               function trim(amount-display-a) delimited by size
               " / " delimited by size
               function trim(amount-display-b) delimited by size
               " / " delimited by size
               function trim(amount-display-c) delimited by size
               "  PERSONS " delimited by size
               function trim(persons-display) delimited by size
               "  " delimited by size
               balance-text delimited by size
               into back-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write back-report-line.
       prove-one-bucket-exit.
           exit.

      *> ***************************************************************
      *> the offsets. each standing row gets an "R" row carrying the
      *> figures that come off (flagged with the type it offsets, so
      *> the audit knows a region or currency offset is not detail)
      *> and a zero row of its own type flagged "B" - the zero row
      *> is what supersedes, so every latest-row-wins reader
      *> (bigworld's seed, the audit, the close, the trend) sees the
      *> day at zero, and the corrected feed's rows land above it.
      *> ***************************************************************
       write-offset-rows.
           perform back-out-country thru back-out-country-exit
               varying country-subscript from 1 by 1
               until country-subscript > back-country-count
                   or offset-write-failed
           perform back-out-region thru back-out-region-exit
               varying region-subscript from 1 by 1
               until region-subscript > back-region-count
                   or offset-write-failed
           perform back-out-total thru back-out-total-exit
               varying bucket-subscript from 1 by 1
               until bucket-subscript > back-bucket-count
                   or offset-write-failed.
       write-offset-rows-exit.
           exit.

       back-out-country.
           if bc-row-flag(country-subscript) = "B"
               go to back-out-country-exit
           end-if
           if bc-persons(country-subscript) not = zero
               or bc-world(country-subscript) not = zero
               move spaces to wealth-history-record
               move back-date to wh-run-date
               move "R" to wh-record-type
               move bc-country-code(country-subscript)
                   to wh-country-code
               move bc-currency-code(country-subscript)
                   to wh-currency-code
               move bc-persons(country-subscript) to wh-persons
               move bc-world(country-subscript) to wh-world
               move "D" to wh-row-flag
               perform write-history-keyed thru
                   write-history-keyed-exit
               if offset-write-failed
                   go to back-out-country-exit
               end-if
               add 1 to detail-rows-reversed
               add bc-persons(country-subscript) to reversed-persons
           end-if
           move spaces to wealth-history-record
           move back-date to wh-run-date
           move "D" to wh-record-type
           move bc-country-code(country-subscript) to wh-country-code
           move bc-currency-code(country-subscript) to wh-currency-code
           move zero to wh-persons
           move zero to wh-world
           move "B" to wh-row-flag
           perform write-history-keyed thru write-history-keyed-exit
           if not offset-write-failed
               add 1 to zero-rows-written
           end-if.
       back-out-country-exit.
           exit.

       back-out-region.
           if br-row-flag(region-subscript) = "B"
               go to back-out-region-exit
           end-if
           if br-persons(region-subscript) not = zero
               or br-world(region-subscript) not = zero
               move spaces to wealth-history-record
               move back-date to wh-run-date
               move "R" to wh-record-type
               move br-region-code(region-subscript) to wh-country-code
               move br-currency-code(region-subscript)
                   to wh-currency-code
               move br-persons(region-subscript) to wh-persons
               move br-world(region-subscript) to wh-world
               move "S" to wh-row-flag
               perform write-history-keyed thru
                   write-history-keyed-exit
               if offset-write-failed
                   go to back-out-region-exit
               end-if
               add 1 to region-rows-reversed
           end-if
           move spaces to wealth-history-record
           move back-date to wh-run-date
           move "S" to wh-record-type
           move br-region-code(region-subscript) to wh-country-code
           move br-currency-code(region-subscript) to wh-currency-code
           move zero to wh-persons
           move zero to wh-world
           move "B" to wh-row-flag
           perform write-history-keyed thru write-history-keyed-exit
           if not offset-write-failed
               add 1 to zero-rows-written
           end-if.
       back-out-region-exit.
           exit.

      *> a currency only the log mentions (the zero row a day with
      *> nothing posted leaves) has no "T" row to offset.
       back-out-total.
           if bb-total-seen(bucket-subscript) not = "y"
               or bb-total-flag(bucket-subscript) = "B"
               go to back-out-total-exit
           end-if
           if bb-total-persons(bucket-subscript) not = zero
               or bb-total-world(bucket-subscript) not = zero
               move spaces to wealth-history-record
               move back-date to wh-run-date
               move "R" to wh-record-type
               move bb-currency-code(bucket-subscript)
                   to wh-country-code
               move bb-currency-code(bucket-subscript)
                   to wh-currency-code
               move bb-total-persons(bucket-subscript) to wh-persons
               move bb-total-world(bucket-subscript) to wh-world
               move "T" to wh-row-flag
               perform write-history-keyed thru
                   write-history-keyed-exit
               if offset-write-failed
                   go to back-out-total-exit
               end-if
               add 1 to total-rows-reversed
           end-if
           move spaces to wealth-history-record
           move back-date to wh-run-date
           move "T" to wh-record-type
           move bb-currency-code(bucket-subscript) to wh-country-code
           move bb-currency-code(bucket-subscript) to wh-currency-code
           move zero to wh-persons
           move zero to wh-world
           move "B" to wh-row-flag
           perform write-history-keyed thru write-history-keyed-exit
           if not offset-write-failed
               add 1 to zero-rows-written
           end-if.
       back-out-total-exit.
           exit.

      *> the physical write - the key must be unique, so the sequence
      *> byte walks forward past whatever rows the day has already
      *> written for this date/type/country until the write lands.
       write-history-keyed.
           move "n" to history-write-done-switch
           move 1 to wh-sequence
           perform write-history-try thru write-history-try-exit
               until history-write-done or wh-sequence > 999
           if history-write-done
               add 1 to offset-rows-written
           else
               display "history sequence exhausted for "
                   wh-record-type " " wh-country-code
                   " - back-out incomplete"
                   end-display
               move "y" to offset-write-failed-switch
               move 16 to program-return-code
           end-if.
       write-history-keyed-exit.
           exit.

      *> the alternate key mirrors the primary's fields, so it is
      *> refreshed here on every attempt - the sequence walks forward
      *> between tries and the mirror must walk with it.
       write-history-try.
           move wh-country-code to wh-key-country
           move wh-run-date to wh-key-date
           move wh-sequence to wh-key-sequence
           write wealth-history-record
               invalid key
                   add 1 to wh-sequence
               not invalid key
                   move "y" to history-write-done-switch
           end-write.
       write-history-try-exit.
           exit.

      *> ***************************************************************
      *> the control log - one zero row per currency the day
      *> mentioned, return code 99. daybal's overlay and dayaudit's
      *> last-row-wins both read the day as zero from here on, and
      *> the completed-run tests read the date as open again.
      *> a history write that failed partway leaves the day half
      *> backed out, so the rows say that instead: return code 16,
      *> the day's original control total, and the count of offset
      *> rows that did go in the record count. the date still reads
      *> as completed, and a rerun is refused on the balance proof -
      *> the rows that went no longer tie to the log - until the day
      *> is put right by hand from the report.
      *> ***************************************************************
       write-back-out-log.
           close control-log
           open extend control-log
           move control-log-status to current-open-status
           move "CONTROL-LOG" to current-open-file-name
           perform check-open-status thru check-open-status-exit
           if control-log-status not = "00"
               and control-log-status not = "05"
               go to write-back-out-log-exit
           end-if
           perform write-back-out-log-row thru
               write-back-out-log-row-exit
               varying bucket-subscript from 1 by 1
               until bucket-subscript > back-bucket-count.
       write-back-out-log-exit.
           exit.

       write-back-out-log-row.
           move spaces to control-log-record
           move back-date to cl-run-date
           move zero to cl-record-count
           move zero to cl-reject-count
           move zero to cl-hash-total
           move bb-currency-code(bucket-subscript) to cl-currency-code
           move zero to cl-currency-total
           move 99 to cl-return-code
           if offset-write-failed
               move offset-rows-written to cl-record-count
               move log-hash-total to cl-hash-total
               move bb-log-total(bucket-subscript) to cl-currency-total
               move 16 to cl-return-code
           end-if
           write control-log-record
           add 1 to log-rows-written.
       write-back-out-log-row-exit.
           exit.

      *> the date is not completed - return code 16 and release "N"
      *> hold the downstream jobs until the corrected feed posts.
       write-run-status.
           open output run-status
           move run-status-file-status to current-open-status
           move "RUN-STATUS" to current-open-file-name
           perform check-open-status thru check-open-status-exit
           if run-status-file-status not = "00"
               and run-status-file-status not = "05"
               go to write-run-status-exit
           end-if
           move function current-date to end-date-time
           move spaces to run-status-record
           move back-date to rs-run-date
           move "B" to rs-process-mode
           move 16 to rs-return-code
           move history-rows-read to rs-records-read
           move offset-rows-written to rs-records-posted
           move zero to rs-records-rejected
           move run-time to rs-start-time
           move end-time to rs-end-time
           move "N" to rs-release-flag
           write run-status-record
           close run-status.
       write-run-status-exit.
           exit.

      *> ***************************************************************
      *> the trailer - the feed the day posted from, what came off,
      *> and the proof line: what was reversed ties to the original
      *> control totals, and the day now stands at zero.
      *> ***************************************************************
       write-report-trailer.
           move spaces to back-report-line
           write back-report-line
           move log-record-count to count-edited
           move spaces to amount-display-a
           move count-edited to amount-display-a
           move log-reject-count to count-edited
           move spaces to amount-display-b
           move count-edited to amount-display-b
           move log-hash-total to hash-edited
           move spaces to back-report-line
           string "ORIGINAL FEED:   RECORDS READ " delimited by size
               function trim(amount-display-a) delimited by size
               "  REJECTED " delimited by size
               function trim(amount-display-b) delimited by size
               "  PERSONS HASH " delimited by size
               function trim(hash-edited) delimited by size
               into back-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write back-report-line
           move detail-rows-reversed to count-edited
           move spaces to amount-display-a
           move count-edited to amount-display-a
           move region-rows-reversed to count-edited
           move spaces to amount-display-b
           move count-edited to amount-display-b
           move total-rows-reversed to count-edited
           move spaces to amount-display-c
           move count-edited to amount-display-c
           move spaces to back-report-line
           string "ROWS REVERSED:   D " delimited by size
               function trim(amount-display-a) delimited by size
               "  S " delimited by size
               function trim(amount-display-b) delimited by size
               "  T " delimited by size
               function trim(amount-display-c) delimited by size
               into back-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write back-report-line
           move zero-rows-written to count-edited
           move spaces to amount-display-a
           move count-edited to amount-display-a
           move log-rows-written to count-edited
           move spaces to amount-display-b
           move count-edited to amount-display-b
           move spaces to back-report-line
           string "ZERO ROWS WRITTEN: " delimited by size
               function trim(amount-display-a) delimited by size
               "  CONTROL LOG BACK-OUT ROWS: " delimited by size
               function trim(amount-display-b) delimited by size
               into back-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write back-report-line
           move reversed-persons to persons-edited
           move spaces to persons-display
           move persons-edited to persons-display
           move spaces to back-report-line
           string "PERSONS REVERSED: " delimited by size
               function trim(persons-display) delimited by size
               into back-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write back-report-line
           move program-return-code to program-return-code-display
           move spaces to back-report-line
           if offset-write-failed
               move offset-rows-written to count-edited
               move spaces to amount-display-a
               move count-edited to amount-display-a
               string "DAY PARTLY BACKED OUT - OFFSET ROWS WRITTEN "
                   delimited by size
                   function trim(amount-display-a) delimited by size
                   " - RETURN CODE " delimited by size
                   program-return-code-display delimited by size
                   into back-report-line
                   on overflow
                       perform note-string-overflow thru
                           note-string-overflow-exit
               end-string
               write back-report-line
               go to write-report-trailer-exit
           end-if
           if back-out-refused or program-return-code not < 16
               string "DAY NOT BACKED OUT - RETURN CODE "
                   delimited by size
                   program-return-code-display delimited by size
                   into back-report-line
                   on overflow
                       perform note-string-overflow thru
                           note-string-overflow-exit
               end-string
           else
               string "PROOF: REVERSED TOTALS EQUAL THE ORIGINAL "
                   delimited by size
                   "CONTROL TOTALS - DAY BACKED OUT TO ZERO - "
                   delimited by size
                   "RETURN CODE " delimited by size
                   program-return-code-display delimited by size
                   into back-report-line
                   on overflow
                       perform note-string-overflow thru
                           note-string-overflow-exit
               end-string
           end-if
           write back-report-line.
       write-report-trailer-exit.
           exit.

       terminate-run.
           close back-params
           close control-log
           close wealth-history
           close back-report.
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
           move "DAYBACK" to bl-step-name
           if back-date = zero
               move run-date to bl-run-date
           else
               move back-date to bl-run-date
           end-if
           move history-rows-read to bl-records-in
           compute bl-records-out =
               offset-rows-written + log-rows-written
           move "HASH" to bl-control-name
           move log-hash-total to bl-control-count
           move run-date to bl-start-date
           move run-time to bl-start-time
           move ledger-end-date to bl-end-date
           move ledger-end-time to bl-end-time
           move program-return-code to bl-return-code
           write batch-ledger-record
           close batch-ledger.
       write-step-ledger-exit.
           exit.

       end program dayback.
