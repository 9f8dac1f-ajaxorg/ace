      *>                    and holds the night on any disagreement.
      *>   2026-08-30  kal  WEALHIST alternate key (country / run date
      *>                    / sequence) declared to match the file.
      *>   2026-09-08  dcs  Whole-day back-out (dayback). A back-out
      *>                    RUNSTAT (mode "B") is audited, not skipped
      *>                    - the day must prove out at zero. Only the
      *>                    "R" rows that offset detail come off the
      *>                    net, and a back-out's superseding zero "D"
      *>                    row retires the country's earlier rows from
      *>                    the count proof, so a reposted day counts
      *>                    only what the corrected feed posted.
      *>   2026-09-22  mwk  RUNSTAT estimate flag and WEALHIST "E"
      *>                    row flag (estimated day) declared to match
      *>                    the files.
      *>   2026-10-08  dcs  Step record (start/end, return code,
      *>                    records in/out, posted count) appended
      *>                    to the shared batch ledger BATCHLED for
      *>                    the night summary.
      *> ***************************************************************

ENVR   environment division.
           select audit-report assign to "AUDITRPT"
               organization is line sequential
               file status is audit-report-status.
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

      *> same record layout bigworld writes to CTLLOG - one row per
      *> currency that posted; a later row for the same date and
           05 rs-start-time        pic 9(06).
           05 rs-end-time          pic 9(06).
           05 rs-release-flag      pic x(01).
           05 rs-estimate-flag     pic x(01).

       fd  audit-report.
       01  audit-report-line       pic x(132).

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
       01 audit-report-status      pic x(02).
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
       01 audit-date                pic 9(08) value zero.
       01 exception-count            pic 9(09) comp value zero.
       01 detail-row-count            pic 9(09) value zero.
       01 country-row-count            pic 9(09) value zero.
       01 count-country                 pic x(03) value spaces.
       01 posted-record-count          pic 9(09) value zero.
       01 net-persons-posted            pic 9(18) value zero.
       01 log-record-count               pic 9(09) value zero.
                   write-report-trailer-exit
               perform terminate-run thru terminate-run-exit
           end-if
           perform write-step-ledger thru write-step-ledger-exit
           move program-return-code to return-code
           goback.

      *> the audit date is whatever day bigworld just posted. a run
      *> the reconciliation refused (return code 16) wrote no audit
      *> row and posted nothing, so there is nothing to cross-check -
      *> the scheduler is already holding on RUNSTAT itself. a whole-
      *> day back-out also leaves return code 16 (the date is not
      *> completed) but it did post - its offsets must take the day
      *> to zero in every file - so a mode "B" record is audited.
       read-run-status.
           read run-status
               at end
               not at end
                   move rs-run-date to audit-date
                   if rs-return-code not < 16
                       and rs-process-mode not = "B"
                       display "run for " rs-run-date
                           " ended return code " rs-return-code
                           " - nothing posted, audit skipped"
           write audit-report-line
           move spaces to audit-report-line
           write audit-report-line
           if rs-process-mode = "B" and not run-skipped
               move spaces to audit-report-line
               string "DAY BACKED OUT - EVERY FILE MUST SHOW IT AT ZERO"
                   delimited by size
                   into audit-report-line
                   on overflow
                       perform note-string-overflow thru
                           note-string-overflow-exit
               end-string
               write audit-report-line
           end-if
           if run-skipped
               move spaces to audit-report-line
               string "RUN DID NOT POST - AUDIT SKIPPED"
      *> read-next stream starts at the audit date's first row and
      *> stops at the first row dated later. "D" rows add into their
      *> currency's net, "R" reversals come off it, and the highest-
      *> sequence "T" row per currency is the day's final total. a
      *> back-out's "R" rows against "S" and "T" rows are not detail
      *> - its superseding zero "T" row already takes the total down.
      *> ***************************************************************
       gather-history-rows.
           move "n" to history-scan-eof-switch
       scan-history-row-exit.
           exit.

      *> a country's rows arrive together in sequence order, so the
      *> back-out's zero row ("B") follows every row it retired -
      *> those leave the count, and only what posts after it counts.
       post-detail-row.
           if wh-country-code not = count-country
               move wh-country-code to count-country
               move zero to country-row-count
           end-if
           if wh-row-flag = "B"
               subtract country-row-count from detail-row-count
               move zero to country-row-count
           else
               add 1 to detail-row-count
               add 1 to country-row-count
           end-if
           move wh-currency-code to bucket-key-ws
           perform locate-audit-bucket thru locate-audit-bucket-exit
           if bucket-found
           exit.

       post-reversal-row.
           if wh-row-flag = "S" or wh-row-flag = "T"
               go to post-reversal-row-exit
           end-if
           move wh-currency-code to bucket-key-ws
           perform locate-audit-bucket thru locate-audit-bucket-exit
           if bucket-found
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
           move "DAYAUDIT" to bl-step-name
           if audit-date = zero
               move run-date to bl-run-date
           else
               move audit-date to bl-run-date
           end-if
           move detail-row-count to bl-records-in
           move exception-count to bl-records-out
           move "POSTED" to bl-control-name
           move posted-record-count to bl-control-count
           move run-date to bl-start-date
           move run-time to bl-start-time
           move ledger-end-date to bl-end-date
           move ledger-end-time to bl-end-time
           move program-return-code to bl-return-code
           write batch-ledger-record
           close batch-ledger.
       write-step-ledger-exit.
           exit.

       end program dayaudit.
