       >>SOURCE FORMAT IS FIXED
      *> ***************************************************************
      *> Purpose:   Night summary - the whole overnight cycle on one
      *>            page, off the shared batch ledger every step
      *>            appends to. Each step of the cycle shows its start
      *>            and end, elapsed time against its rolling average
      *>            over the nights before, return code, records in
      *>            and out and its key control count. A step that
      *>            never ran, failed, started before the step ahead
      *>            of it in the cycle had finished, or ran well over
      *>            its average is flagged, and one status record says
      *>            whether the night is complete or held - for the
      *>            scheduler and the morning handover.
      *> ***************************************************************
       identification division.
       program-id. nightsum.

      *> ***************************************************************
      *> Modification history:
      *>   2026-10-08  dcs  Original program - finding the slow or
      *>                    failed step meant opening eight reports.
      *>                    Reads BATCHLED, night date and slow
      *>                    threshold from SUMPARM (default the day on
      *>                    RUNSTAT), prints NIGHTRPT and writes the
      *>                    NIGHTSTAT status record.
      *> ***************************************************************

ENVR   environment division.
       input-output section.
       file-control.
           select batch-ledger assign to "BATCHLED"
               organization is line sequential
               file status is batch-ledger-status.
           select run-status assign to "RUNSTAT"
               organization is line sequential
               file status is run-status-file-status.
           select summary-params assign to "SUMPARM"
               organization is line sequential
               file status is summary-params-status.
           select night-status assign to "NIGHTSTAT"
               organization is line sequential
               file status is night-status-file-status.
           select night-report assign to "NIGHTRPT"
               organization is line sequential
               file status is night-report-status.

DATA   data division.
FILE   file section.
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

      *> the status record bigworld leaves for the scheduler - the
      *> night being summarised is the day it posted.
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

      *> sp-night-date names the night (zero is the day on RUNSTAT);
      *> sp-slow-pct is how far over its rolling average, as a percent
      *> of it, a step may run before it is flagged slow (zero is
      *> 150). no SUMPARM at all is the night on RUNSTAT at 150.
       fd  summary-params.
       01  summary-params-record.
           05 sp-night-date        pic 9(08).
           05 sp-slow-pct          pic 9(03).

      *> the one record the scheduler and the morning handover read -
      *> ns-night-status "C" complete, "H" held. rewritten every run.
       fd  night-status.
       01  night-status-record.
           05 ns-night-date        pic 9(08).
           05 ns-night-status      pic x(01).
           05 ns-steps-expected    pic 9(02).
           05 ns-steps-run         pic 9(02).
           05 ns-steps-missing     pic 9(02).
           05 ns-steps-failed      pic 9(02).
           05 ns-steps-out-of-order pic 9(02).
           05 ns-steps-slow        pic 9(02).
           05 ns-highest-return-code pic 9(02).
           05 ns-written-date      pic 9(08).
           05 ns-written-time      pic 9(06).

       fd  night-report.
       01  night-report-line       pic x(132).

WORK   working-storage section.
       01 current-date-time        pic x(21).
       01 current-date-time-r redefines current-date-time.
           05 run-date              pic 9(08).
           05 run-time               pic 9(06).
           05 run-hundredths          pic 9(02).
           05 run-tz                   pic x(05).

       01 batch-ledger-status      pic x(02).
       01 run-status-file-status   pic x(02).
       01 summary-params-status    pic x(02).
       01 night-status-file-status pic x(02).
       01 night-report-status      pic x(02).
       01 current-open-status      pic x(02).
       01 current-open-file-name   pic x(20).

       01 end-of-file-switch           pic x(01) value "n".
           88 end-of-file                     value "y".
       01 step-found-switch              pic x(01) value "n".
           88 step-found                        value "y".
       01 ledger-present-switch            pic x(01) value "n".
           88 ledger-present                      value "y".

       01 program-return-code      pic 9(02) comp value zero.
       01 night-date                pic 9(08) value zero.
       01 slow-pct                   pic 9(03) value 150.

      *> the cycle in the order it runs - the step name each program
      *> writes to the ledger and whether the night needs it ("Y") or
      *> it only runs some nights ("N": the retention purge and the
      *> month-end close).
       01 cycle-steps-init.
           05 filler pic x(09) value "FEEDMRG Y".
           05 filler pic x(09) value "BIGWORLDY".
           05 filler pic x(09) value "FXDECOMPY".
           05 filler pic x(09) value "DAYAUDITY".
           05 filler pic x(09) value "DAYBAL  Y".
           05 filler pic x(09) value "GLEXTR  Y".
           05 filler pic x(09) value "REJAGE  Y".
           05 filler pic x(09) value "HISTARCHN".
           05 filler pic x(09) value "MOCLOSE N".
           05 filler pic x(09) value "GLEXTRM N".
       01 cycle-steps-table redefines cycle-steps-init.
           05 cycle-step-entry occurs 10 times.
               10 cs-step-name     pic x(08).
               10 cs-required      pic x(01).
       01 max-cycle-steps          pic 9(04) comp value 10.
       01 cycle-subscript           pic 9(04) comp value zero.

      *> one slot per step name seen - the cycle's steps first, in
      *> cycle order, then anything else on the ledger (the on-demand
      *> jobs). the night's last record for the step is the one that
      *> counts; the nights before feed the rolling average, the last
      *> ten of them kept round-robin.
       01 max-steps                pic 9(04) comp value 30.
       01 step-count                pic 9(04) comp value zero.
       01 step-subscript             pic 9(04) comp value zero.
       01 step-slot                   pic 9(04) comp value zero.
       01 previous-slot                pic 9(04) comp value zero.
       01 max-average-nights           pic 9(04) comp value 10.
       01 history-subscript             pic 9(04) comp value zero.
       01 step-table.
           05 step-entry occurs 30 times.
               10 sx-step-name      pic x(08).
               10 sx-cycle-order    pic 9(04) comp.
               10 sx-required       pic x(01).
               10 sx-ran            pic x(01).
               10 sx-run-count      pic 9(04) comp.
               10 sx-start-time     pic 9(06).
               10 sx-end-time       pic 9(06).
               10 sx-start-stamp    pic 9(14).
               10 sx-end-stamp      pic 9(14).
               10 sx-elapsed        pic 9(09) comp.
               10 sx-return-code    pic 9(02).
               10 sx-records-in     pic 9(09).
               10 sx-records-out    pic 9(09).
               10 sx-control-name   pic x(08).
               10 sx-control-count  pic 9(20).
               10 sx-history-count  pic 9(04) comp.
               10 sx-history-next   pic 9(04) comp.
               10 sx-history-elapsed pic 9(09) comp occurs 10 times.
               10 sx-average        pic 9(09) comp.
               10 sx-slow           pic x(01).
               10 sx-out-of-order   pic x(01).

      *> elapsed seconds for one ledger record.
       01 elapsed-seconds          pic s9(09) comp value zero.
       01 elapsed-days              pic s9(09) comp value zero.
       01 average-total              pic 9(11) comp value zero.
       01 slow-limit                  pic 9(11) comp value zero.
       01 clock-time                  pic 9(06) value zero.
       01 clock-time-r redefines clock-time.
           05 clock-hours            pic 9(02).
           05 clock-minutes          pic 9(02).
           05 clock-seconds          pic 9(02).
       01 clock-seconds-of-day        pic 9(05) comp value zero.
       01 start-seconds-of-day        pic 9(05) comp value zero.
       01 clock-text                  pic x(08) value spaces.
       01 start-text                  pic x(08) value spaces.

       01 steps-expected           pic 9(02) value zero.
       01 steps-run                 pic 9(02) value zero.
       01 steps-missing              pic 9(02) value zero.
       01 steps-failed                pic 9(02) value zero.
       01 steps-out-of-order           pic 9(02) value zero.
       01 steps-slow                    pic 9(02) value zero.
       01 highest-return-code            pic 9(02) value zero.

       01 flag-text                pic x(30) value spaces.
       01 flag-hold                 pic x(30) value spaces.
       01 flag-piece                 pic x(12) value spaces.
       01 records-in-edited        pic z(08)9.
       01 records-out-edited       pic z(08)9.
       01 control-edited           pic z(19)9.
       01 elapsed-edited           pic zzzzz9.
       01 average-edited           pic zzzzz9.
       01 count-edited             pic z9.
       01 program-return-code-display pic 9(02).

      *> ***************************************************************
CODE   procedure division.

      *> ***************************************************************
      *> mainline - seat the cycle's steps, read the ledger once,
      *> judge each step, then print the page and write the night's
      *> status record.
      *> ***************************************************************
       mainline.
           perform initialize-run thru initialize-run-exit
           if program-return-code = zero
               perform seat-cycle-step thru seat-cycle-step-exit
                   varying cycle-subscript from 1 by 1
                   until cycle-subscript > max-cycle-steps
               if ledger-present
                   move "n" to end-of-file-switch
                   perform read-ledger-record thru
                       read-ledger-record-exit
                       until end-of-file
               end-if
               move zero to previous-slot
               perform judge-step thru judge-step-exit
                   varying step-subscript from 1 by 1
                   until step-subscript > step-count
               perform write-step-section thru write-step-section-exit
               perform write-report-trailer thru
                   write-report-trailer-exit
               perform write-night-status thru write-night-status-exit
               perform terminate-run thru terminate-run-exit
           end-if
           move program-return-code to return-code
           goback.

      *> no ledger at all is a night where nothing recorded a step -
      *> every step the cycle needs shows as never run.
       initialize-run.
           move function current-date to current-date-time
           open input batch-ledger
           if batch-ledger-status not = "35"
               move batch-ledger-status to current-open-status
               move "BATCH-LEDGER" to current-open-file-name
               perform check-open-status thru check-open-status-exit
               move "y" to ledger-present-switch
           end-if
           open output night-report
           move night-report-status to current-open-status
           move "NIGHT-REPORT" to current-open-file-name
           perform check-open-status thru check-open-status-exit
           if program-return-code = zero
               perform read-summary-params thru
                   read-summary-params-exit
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

      *> the night defaults to the day bigworld last posted; SUMPARM
      *> can name another night (a rerun of last night's summary
      *> after a late step, say) and the slow threshold.
       read-summary-params.
           open input run-status
           if run-status-file-status = "00"
               read run-status
                   at end
                       continue
                   not at end
                       move rs-run-date to night-date
               end-read
               close run-status
           end-if
           open input summary-params
           if summary-params-status = "00"
               read summary-params
                   at end
                       move zeros to summary-params-record
               end-read
               close summary-params
               if sp-night-date is numeric and sp-night-date not = zero
                   move sp-night-date to night-date
               end-if
               if sp-slow-pct is numeric and sp-slow-pct not = zero
                   move sp-slow-pct to slow-pct
               end-if
           end-if
           if night-date = zero
               display "no night date on SUMPARM or RUNSTAT - nothing "
                   "to summarise"
                   end-display
               move 16 to program-return-code
           end-if.
       read-summary-params-exit.
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
           move spaces to night-report-line
           string "NIGHT SUMMARY FOR " delimited by size
               night-date delimited by size
               into night-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write night-report-line
           move spaces to night-report-line
           string "RUN DATE " delimited by size
               run-date delimited by size
               "  RUN TIME " delimited by size
               run-time delimited by size
               into night-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write night-report-line
           move spaces to night-report-line
           write night-report-line
           move spaces to night-report-line
           string "STEP      START     END         SECS     AVG  RC"
               delimited by size
               "   RECS IN   RECS OUT  CONTROL " delimited by size
               "               COUNT  FLAGS" delimited by size
               into night-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write night-report-line.
       write-report-header-exit.
           exit.

       seat-cycle-step.
           add 1 to step-count
           move step-count to step-slot
           perform clear-step-entry thru clear-step-entry-exit
           move cs-step-name(cycle-subscript) to sx-step-name(step-slot)
           move cycle-subscript to sx-cycle-order(step-slot)
           move cs-required(cycle-subscript) to sx-required(step-slot).
       seat-cycle-step-exit.
           exit.

       clear-step-entry.
           initialize step-entry(step-slot)
           move "n" to sx-ran(step-slot)
           move "N" to sx-required(step-slot)
           move "n" to sx-slow(step-slot)
           move "n" to sx-out-of-order(step-slot).
       clear-step-entry-exit.
           exit.

      *> ***************************************************************
      *> the ledger, read once. a record for the night replaces what
      *> an earlier run of the same step left (a rerun); a record for
      *> a night before feeds the step's rolling average. a step not
      *> in the cycle gets a slot of its own the first time it shows.
      *> ***************************************************************
       read-ledger-record.
           read batch-ledger
               at end
                   move "y" to end-of-file-switch
               not at end
                   if bl-run-date not > night-date
                       perform post-ledger-record thru
                           post-ledger-record-exit
                   end-if
           end-read.
       read-ledger-record-exit.
           exit.

       post-ledger-record.
           perform locate-step thru locate-step-exit
           if not step-found
               go to post-ledger-record-exit
           end-if
           perform compute-elapsed thru compute-elapsed-exit
           if bl-run-date < night-date
               add 1 to sx-history-next(step-slot)
               if sx-history-next(step-slot) > max-average-nights
                   move 1 to sx-history-next(step-slot)
               end-if
               move sx-history-next(step-slot) to history-subscript
               move elapsed-seconds
                   to sx-history-elapsed(step-slot, history-subscript)
               if sx-history-count(step-slot) < max-average-nights
                   add 1 to sx-history-count(step-slot)
               end-if
               go to post-ledger-record-exit
           end-if
           move "y" to sx-ran(step-slot)
           add 1 to sx-run-count(step-slot)
           move bl-start-time to sx-start-time(step-slot)
           move bl-end-time to sx-end-time(step-slot)
           compute sx-start-stamp(step-slot) =
               bl-start-date * 1000000 + bl-start-time
           compute sx-end-stamp(step-slot) =
               bl-end-date * 1000000 + bl-end-time
           move elapsed-seconds to sx-elapsed(step-slot)
           move bl-return-code to sx-return-code(step-slot)
           move bl-records-in to sx-records-in(step-slot)
           move bl-records-out to sx-records-out(step-slot)
           move bl-control-name to sx-control-name(step-slot)
           move bl-control-count to sx-control-count(step-slot).
       post-ledger-record-exit.
           exit.

       locate-step.
           move "n" to step-found-switch
           move zero to step-slot
           perform match-step thru match-step-exit
               varying step-subscript from 1 by 1
               until step-subscript > step-count
                   or step-found
           if step-found
               go to locate-step-exit
           end-if
           if step-count < max-steps
               add 1 to step-count
               move step-count to step-slot
               perform clear-step-entry thru clear-step-entry-exit
               move bl-step-name to sx-step-name(step-slot)
               move zero to sx-cycle-order(step-slot)
               move "y" to step-found-switch
           else
               display "step table full - " bl-step-name " not shown"
                   end-display
               if program-return-code < 8
                   move 8 to program-return-code
               end-if
           end-if.
       locate-step-exit.
           exit.

       match-step.
           if sx-step-name(step-subscript) = bl-step-name
               move "y" to step-found-switch
               move step-subscript to step-slot
           end-if.
       match-step-exit.
           exit.

      *> whole seconds from start to end - a step that runs past
      *> midnight carries its end date over, so the days between the
      *> two dates count in full.
       compute-elapsed.
           move zero to elapsed-seconds
           if bl-start-date is not numeric or bl-end-date is not numeric
               or bl-start-date = zero or bl-end-date = zero
               go to compute-elapsed-exit
           end-if
           compute elapsed-days =
               function integer-of-date(bl-end-date)
               - function integer-of-date(bl-start-date)
           move bl-start-time to clock-time
           perform clock-to-seconds thru clock-to-seconds-exit
           move clock-seconds-of-day to start-seconds-of-day
           move bl-end-time to clock-time
           perform clock-to-seconds thru clock-to-seconds-exit
           compute elapsed-seconds =
               elapsed-days * 86400
               + clock-seconds-of-day - start-seconds-of-day
           if elapsed-seconds < zero
               move zero to elapsed-seconds
           end-if.
       compute-elapsed-exit.
           exit.

       clock-to-seconds.
           compute clock-seconds-of-day =
               clock-hours * 3600 + clock-minutes * 60 + clock-seconds.
       clock-to-seconds-exit.
           exit.

      *> ***************************************************************
      *> judging - steps are taken in cycle order, so previous-slot is
      *> always the last cycle step ahead of this one that ran. a step
      *> that started before that one ended ran out of order. a step
      *> is slow once its elapsed time passes its rolling average by
      *> more than the threshold percent.
      *> ***************************************************************
       judge-step.
           if sx-cycle-order(step-subscript) > zero
               and sx-required(step-subscript) = "Y"
               add 1 to steps-expected
               if sx-ran(step-subscript) not = "y"
                   add 1 to steps-missing
               end-if
           end-if
           if sx-ran(step-subscript) not = "y"
               go to judge-step-exit
           end-if
           add 1 to steps-run
           if sx-return-code(step-subscript) > highest-return-code
               move sx-return-code(step-subscript)
                   to highest-return-code
           end-if
           if sx-return-code(step-subscript) not < 16
               add 1 to steps-failed
           end-if
           if sx-cycle-order(step-subscript) > zero
               if previous-slot > zero
                   and sx-start-stamp(step-subscript)
                       < sx-end-stamp(previous-slot)
                   move "y" to sx-out-of-order(step-subscript)
                   add 1 to steps-out-of-order
               end-if
               move step-subscript to previous-slot
           end-if
           move zero to sx-average(step-subscript)
           if sx-history-count(step-subscript) = zero
               go to judge-step-exit
           end-if
           move zero to average-total
           perform add-history-elapsed thru add-history-elapsed-exit
               varying history-subscript from 1 by 1
               until history-subscript
                   > sx-history-count(step-subscript)
           compute sx-average(step-subscript) =
               average-total / sx-history-count(step-subscript)
           compute slow-limit =
               sx-average(step-subscript) * slow-pct / 100
           if sx-elapsed(step-subscript) > slow-limit
               move "y" to sx-slow(step-subscript)
               add 1 to steps-slow
           end-if.
       judge-step-exit.
           exit.

       add-history-elapsed.
           add sx-history-elapsed(step-subscript, history-subscript)
               to average-total.
       add-history-elapsed-exit.
           exit.

      *> ***************************************************************
      *> the page - the cycle's steps in order, then any other job
      *> that wrote to the ledger for the night.
      *> ***************************************************************
       write-step-section.
           perform write-cycle-line thru write-cycle-line-exit
               varying step-subscript from 1 by 1
               until step-subscript > step-count
           move spaces to night-report-line
           write night-report-line
           move spaces to night-report-line
           string "OTHER JOBS ON THE LEDGER FOR THE NIGHT"
               delimited by size
               into night-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write night-report-line
           move zero to cycle-subscript
           perform write-other-line thru write-other-line-exit
               varying step-subscript from 1 by 1
               until step-subscript > step-count
           if cycle-subscript = zero
               move spaces to night-report-line
               string "  NONE" delimited by size
                   into night-report-line
                   on overflow
                       perform note-string-overflow thru
                           note-string-overflow-exit
               end-string
               write night-report-line
           end-if.
       write-step-section-exit.
           exit.

      *> an optional step that did not run tonight is left off the
      *> page - it is not meant to run every night.
       write-cycle-line.
           if sx-cycle-order(step-subscript) = zero
               go to write-cycle-line-exit
           end-if
           if sx-ran(step-subscript) not = "y"
               if sx-required(step-subscript) = "Y"
                   move spaces to night-report-line
                   string sx-step-name(step-subscript)
                       delimited by size
                       "  --------  --------  NEVER RAN"
                           delimited by size
                       into night-report-line
                       on overflow
                           perform note-string-overflow thru
                               note-string-overflow-exit
                   end-string
                   write night-report-line
               end-if
               go to write-cycle-line-exit
           end-if
           perform write-step-line thru write-step-line-exit.
       write-cycle-line-exit.
           exit.

       write-other-line.
           if sx-cycle-order(step-subscript) > zero
               or sx-ran(step-subscript) not = "y"
               go to write-other-line-exit
           end-if
           add 1 to cycle-subscript
           perform write-step-line thru write-step-line-exit.
       write-other-line-exit.
           exit.

       write-step-line.
           move sx-start-time(step-subscript) to clock-time
           perform format-clock thru format-clock-exit
           move clock-text to start-text
           move sx-end-time(step-subscript) to clock-time
           perform format-clock thru format-clock-exit
           move sx-elapsed(step-subscript) to elapsed-edited
           move sx-average(step-subscript) to average-edited
           move sx-records-in(step-subscript) to records-in-edited
           move sx-records-out(step-subscript) to records-out-edited
           move sx-control-count(step-subscript) to control-edited
           perform build-step-flags thru build-step-flags-exit
           move spaces to night-report-line
           string sx-step-name(step-subscript) delimited by size
               "  " delimited by size
               start-text delimited by size
               "  " delimited by size
               clock-text delimited by size
               "  " delimited by size
               elapsed-edited delimited by size
               "  " delimited by size
               average-edited delimited by size
               "  " delimited by size
               sx-return-code(step-subscript) delimited by size
               " " delimited by size
               records-in-edited delimited by size
               "  " delimited by size
               records-out-edited delimited by size
               "  " delimited by size
               sx-control-name(step-subscript) delimited by size
               " " delimited by size
               control-edited delimited by size
               "  " delimited by size
               flag-text delimited by size
               into night-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write night-report-line.
       write-step-line-exit.
           exit.

      *> hhmmss as hh:mm:ss.
       format-clock.
           move spaces to clock-text
           string clock-hours delimited by size
               ":" delimited by size
               clock-minutes delimited by size
               ":" delimited by size
               clock-seconds delimited by size
               into clock-text
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string.
       format-clock-exit.
           exit.

       build-step-flags.
           move spaces to flag-text
           if sx-return-code(step-subscript) not < 16
               move "FAILED" to flag-piece
               perform append-flag thru append-flag-exit
           end-if
           if sx-out-of-order(step-subscript) = "y"
               move "OUT-OF-ORDER" to flag-piece
               perform append-flag thru append-flag-exit
           end-if
           if sx-slow(step-subscript) = "y"
               move "SLOW" to flag-piece
               perform append-flag thru append-flag-exit
           end-if
           if sx-run-count(step-subscript) > 1
               move "RERUN" to flag-piece
               perform append-flag thru append-flag-exit
           end-if.
       build-step-flags-exit.
           exit.

       append-flag.
           if flag-text = spaces
               move flag-piece to flag-text
               go to append-flag-exit
           end-if
           move flag-text to flag-hold
           move spaces to flag-text
           string function trim(flag-hold) delimited by size
               " " delimited by size
               function trim(flag-piece) delimited by size
               into flag-text
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string.
       append-flag-exit.
           exit.

      *> the night is held when a step the cycle needs never ran,
      *> any step failed, or a step ran out of order - slow steps
      *> and warnings are on the page but do not hold the night.
       write-report-trailer.
           move spaces to night-report-line
           write night-report-line
           move steps-run to count-edited
           move spaces to night-report-line
           string "STEPS RUN:           " delimited by size
               function trim(count-edited) delimited by size
               into night-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write night-report-line
           move steps-missing to count-edited
           move spaces to night-report-line
           string "STEPS NEVER RAN:     " delimited by size
               function trim(count-edited) delimited by size
               into night-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write night-report-line
           move steps-failed to count-edited
           move spaces to night-report-line
           string "STEPS FAILED:        " delimited by size
               function trim(count-edited) delimited by size
               into night-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write night-report-line
           move steps-out-of-order to count-edited
           move spaces to night-report-line
           string "STEPS OUT OF ORDER:  " delimited by size
               function trim(count-edited) delimited by size
               into night-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write night-report-line
           move steps-slow to count-edited
           move spaces to night-report-line
           string "STEPS SLOW:          " delimited by size
               function trim(count-edited) delimited by size
               into night-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write night-report-line
           if steps-missing > zero or steps-failed > zero
               or steps-out-of-order > zero
               move 16 to program-return-code
           end-if
           move spaces to night-report-line
           if program-return-code < 16
               string "NIGHT COMPLETE" delimited by size
                   into night-report-line
                   on overflow
                       perform note-string-overflow thru
                           note-string-overflow-exit
               end-string
           else
               string "NIGHT HELD" delimited by size
                   into night-report-line
                   on overflow
                       perform note-string-overflow thru
                           note-string-overflow-exit
               end-string
           end-if
           write night-report-line
           move program-return-code to program-return-code-display
           move spaces to night-report-line
           string "RETURN CODE " delimited by size
               program-return-code-display delimited by size
               into night-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write night-report-line.
       write-report-trailer-exit.
           exit.

       write-night-status.
           open output night-status
           move night-status-file-status to current-open-status
           move "NIGHT-STATUS" to current-open-file-name
           perform check-open-status thru check-open-status-exit
           if night-status-file-status not = "00"
               and night-status-file-status not = "05"
               go to write-night-status-exit
           end-if
           move spaces to night-status-record
           move night-date to ns-night-date
           if program-return-code < 16
               move "C" to ns-night-status
           else
               move "H" to ns-night-status
           end-if
           move steps-expected to ns-steps-expected
           move steps-run to ns-steps-run
           move steps-missing to ns-steps-missing
           move steps-failed to ns-steps-failed
           move steps-out-of-order to ns-steps-out-of-order
           move steps-slow to ns-steps-slow
           move highest-return-code to ns-highest-return-code
           move run-date to ns-written-date
           move run-time to ns-written-time
           write night-status-record
           close night-status.
       write-night-status-exit.
           exit.

       terminate-run.
           if ledger-present
               close batch-ledger
           end-if
           close night-report.
       terminate-run-exit.
           exit.

       end program nightsum.
