      *>                    day totals - a repeat of a currency within
      *>                    a date now supersedes the earlier row
      *>                    instead of standing beside it.
      *>   2026-10-08  dcs  Step record (start/end, return code,
      *>                    records in/out, days flagged) appended
      *>                    to the shared batch ledger BATCHLED for
      *>                    the night summary.
      *> ***************************************************************

ENVR   environment division.
           select balance-report assign to "BALRPT"
               organization is line sequential
               file status is balance-report-status.
           select batch-ledger assign to "BATCHLED"
               organization is line sequential
               file status is batch-ledger-status.

DATA   data division.
FILE   file section.
       fd  balance-report.
       01  balance-report-line     pic x(132).

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
       01 balance-report-status    pic x(02).
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
                   write-report-trailer-exit
               perform terminate-run thru terminate-run-exit
           end-if
           perform write-step-ledger thru write-step-ledger-exit
           move program-return-code to return-code
           goback.

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
           move "DAYBAL" to bl-step-name
           if cd-run-date = zero
               move run-date to bl-run-date
           else
               move cd-run-date to bl-run-date
           end-if
           move days-balanced to bl-records-in
           move days-flagged-count to bl-records-out
           move "FLAGGED" to bl-control-name
           move days-flagged-count to bl-control-count
           move run-date to bl-start-date
           move run-time to bl-start-time
           move ledger-end-date to bl-end-date
           move ledger-end-time to bl-end-time
           move program-return-code to bl-return-code
           write batch-ledger-record
           close batch-ledger.
       write-step-ledger-exit.
           exit.

       end program daybal.
