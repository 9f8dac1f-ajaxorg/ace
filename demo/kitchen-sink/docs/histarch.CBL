      *>                    match, and the mirror rides along into
      *>                    the archive so a reload rebuilds both
      *>                    indexes.
      *>   2026-09-08  dcs  WEALHIST grew a one-byte row flag at the
      *>                    end of the record (whole-day back-out) -
      *>                    declared here and carried into the archive
      *>                    after the mirror.
      *>   2026-10-08  dcs  Step record (start/end, return code,
      *>                    records in/out, detail rows moved) appended
      *>                    to the shared batch ledger BATCHLED for
      *>                    the night summary.
      *> ***************************************************************

ENVR   environment division.
           select purge-report assign to "PURGRPT"
               organization is line sequential
               file status is purge-report-status.
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

      *> archived records keep the live layout byte for byte, so an
      *> archive can be read back with the same copy of the record
           05 ar-key-country       pic x(03).
           05 ar-key-date          pic 9(08).
           05 ar-key-sequence      pic 9(03).
           05 ar-row-flag          pic x(01).

       fd  archive-params.
       01  archive-params-record.
       fd  purge-report.
       01  purge-report-line       pic x(132).

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
       01 purge-report-status      pic x(02).
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
               perform write-purge-report thru write-purge-report-exit
               perform terminate-run thru terminate-run-exit
           end-if
           perform write-step-ledger thru write-step-ledger-exit
           move program-return-code to return-code
           goback.

           move wh-key-country to ar-key-country
           move wh-key-date to ar-key-date
           move wh-key-sequence to ar-key-sequence
           move wh-row-flag to ar-row-flag
           write archive-record
           if archive-file-status not = "00"
               display "archive write failed status="
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
           move "HISTARCH" to bl-step-name
           move run-date to bl-run-date
           move records-moved to bl-records-in
           move records-moved to bl-records-out
           move "DETAIL" to bl-control-name
           move detail-moved to bl-control-count
           move run-date to bl-start-date
           move run-time to bl-start-time
           move ledger-end-date to bl-end-date
           move ledger-end-time to bl-end-time
           move program-return-code to bl-return-code
           write batch-ledger-record
           close batch-ledger.
       write-step-ledger-exit.
           exit.

       end program histarch.
