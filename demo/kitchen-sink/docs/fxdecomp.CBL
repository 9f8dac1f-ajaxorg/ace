      *>                    the control log.
      *>   2026-08-30  kal  WEALHIST alternate key (country / run date
      *>                    / sequence) declared to match the file.
      *>   2026-09-08  dcs  WEALHIST row flag (whole-day back-out)
      *>                    declared to match the file.
      *>   2026-09-22  mwk  RUNSTAT estimate flag and WEALHIST "E"
      *>                    row flag (estimated day) declared to match
      *>                    the files.
      *>   2026-10-08  dcs  Step record (start/end, return code,
      *>                    records in/out, buckets decomposed) appended
      *>                    to the shared batch ledger BATCHLED for
      *>                    the night summary.
      *>   2026-10-15  dcs  A prior day backed out and not reposted
      *>                    no longer pairs as the prior completed
      *>                    day - the search runs again below it.
      *> ***************************************************************

ENVR   environment division.
           select decomp-report assign to "FXDECRPT"
               organization is line sequential
               file status is decomp-report-status.
           select batch-ledger assign to "BATCHLED"
               organization is line sequential
               file status is batch-ledger-status.

DATA   data division.
FILE   file section.
               10 wh-key-country   pic x(03).
               10 wh-key-date      pic 9(08).
               10 wh-key-sequence  pic 9(03).
      *> row flag - set on the rows a whole-day back-out (dayback)
      *> writes, and "E" on a row bigworld posted from an estimate;
      *> blank on everything else bigworld posts.
           05 wh-row-flag          pic x(01).

      *> same record layout bigworld writes to CTLLOG - used here
      *> only to find the prior completed day to pair against.
           05 rs-start-time        pic 9(06).
           05 rs-end-time          pic 9(06).
           05 rs-release-flag      pic x(01).
           05 rs-estimate-flag     pic x(01).

       fd  decomp-report.
       01  decomp-report-line      pic x(132).

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
       01 decomp-report-status     pic x(02).
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
           88 no-posted-day                             value "y".
       01 no-prior-day-switch                      pic x(01) value "n".
           88 no-prior-day                                value "y".
       01 prior-search-switch                        pic x(01)
               value "n".
           88 prior-search-done                             value "y".
       01 prior-open-switch                            pic x(01)
               value "n".
           88 prior-reopened                                  value "y".

       01 program-return-code      pic 9(02) comp value zero.
       01 posted-date               pic 9(08) value zero.
       01 prior-date                 pic 9(08) value zero.
       01 prior-ceiling               pic 9(08) value zero.
       01 gather-date                 pic 9(08) value zero.
       01 gather-side                  pic x(01) value spaces.
       01 reporting-currency            pic x(03) value spaces.
                   write-report-trailer-exit
               perform terminate-run thru terminate-run-exit
           end-if
           perform write-step-ledger thru write-step-ledger-exit
           move program-return-code to return-code
           goback.

      *> ***************************************************************
      *> the prior completed day - the latest date on the control log
      *> before the posted date whose run finished below return code
      *> 16 with no later back-out: the last row read for a date is
      *> its word, and a return code 99 row puts it back to open. a
      *> pass that finds its best date backed out runs again below
      *> that date. the first day the system ever posts has nothing
      *> to pair against, which is a note, not an error.
      *> ***************************************************************
       find-prior-date.
           move posted-date to prior-ceiling
           move "n" to prior-search-switch
           perform find-prior-pass thru find-prior-pass-exit
               until prior-search-done
                   or program-return-code = 16
           if program-return-code = 16
               move "y" to no-prior-day-switch
               go to find-prior-date-exit
           end-if
           if prior-date = zero
               move "y" to no-prior-day-switch
               move spaces to decomp-report-line
       find-prior-date-exit.
           exit.

       find-prior-pass.
           perform rewind-control-log thru rewind-control-log-exit
           if program-return-code = 16
               go to find-prior-pass-exit
           end-if
           move zero to prior-date
           move "n" to prior-open-switch
           move "n" to end-of-file-switch
           perform scan-log-for-prior thru scan-log-for-prior-exit
               until end-of-file
           if prior-date not = zero and prior-reopened
               move prior-date to prior-ceiling
           else
               move "y" to prior-search-switch
           end-if.
       find-prior-pass-exit.
           exit.

       scan-log-for-prior.
           read control-log
               at end
                   move "y" to end-of-file-switch
               not at end
                   if cl-run-date < prior-ceiling
                       and cl-return-code < 16
                       and cl-run-date not < prior-date
                       move cl-run-date to prior-date
                       move "n" to prior-open-switch
                   end-if
                   if cl-run-date = prior-date
                       and cl-return-code = 99
                       move "y" to prior-open-switch
                   end-if
           end-read.
       scan-log-for-prior-exit.
           exit.

       rewind-control-log.
           close control-log
           open input control-log
           move control-log-status to current-open-status
           move "CONTROL-LOG" to current-open-file-name
           perform check-open-status thru check-open-status-exit.
       rewind-control-log-exit.
           exit.

      *> ***************************************************************
      *> one day's final "T" rows into the bucket table - the key
      *> leads with run date, so the stream starts at the date's
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
           move "FXDECOMP" to bl-step-name
           if posted-date = zero
               move run-date to bl-run-date
           else
               move posted-date to bl-run-date
           end-if
           compute bl-records-in = rates-captured + rates-dropped
           move rates-captured to bl-records-out
           move "BUCKETS" to bl-control-name
           move decomp-bucket-count to bl-control-count
           move run-date to bl-start-date
           move run-time to bl-start-time
           move ledger-end-date to bl-end-date
           move ledger-end-time to bl-end-time
           move program-return-code to bl-return-code
           write batch-ledger-record
           close batch-ledger.
       write-step-ledger-exit.
           exit.

       end program fxdecomp.
