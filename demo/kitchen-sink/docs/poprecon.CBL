       >>SOURCE FORMAT IS FIXED
      *> ***************************************************************
      *> Purpose:   Quarterly population reconciliation. Each
      *>            country's average posted PERSONS over the
      *>            quarter's completed days (the standing "D" row of
      *>            each day, so amendments and back-outs count as
      *>            they finally stood) is set against the official
      *>            reference figure refload keeps for the quarter.
      *>            The variance and its percentage print by country
      *>            and by region, with the countries the reference
      *>            has that never posted and the ones that posted
      *>            but have no reference figure. A country whose
      *>            variance is outside the reference tolerance on
      *>            the country master is listed for desk follow-up,
      *>            with the number of quarters running it has been
      *>            out, and every country's result is appended to
      *>            the variance history so the chase is on file.
      *> ***************************************************************
       identification division.
       program-id. poprecon.

      *> ***************************************************************
      *> Modification history:
      *>   2026-10-12  pjn  Original program - the desks' PERSONS had
      *>                    no independent check. The quarter comes
      *>                    from RECNPARM (default the last quarter
      *>                    ended before the RUNSTAT day), the report
      *>                    lands on RECNRPT and the results are
      *>                    appended to RECNHIST.
      *> ***************************************************************

ENVR   environment division.
       input-output section.
       file-control.
           select run-status assign to "RUNSTAT"
               organization is line sequential
               file status is run-status-file-status.
           select recon-params assign to "RECNPARM"
               organization is line sequential
               file status is recon-params-status.
           select population-reference assign to "POPREF"
               organization is indexed
               access is dynamic
               record key is pr-reference-key
               file status is population-reference-status.
           select wealth-history assign to "WEALHIST"
               organization is indexed
               access is dynamic
               record key is wh-history-key
               alternate record key is wh-country-key
                   with duplicates
               file status is wealth-history-status.
           select control-log assign to "CTLLOG"
               organization is line sequential
               file status is control-log-status.
           select country-master assign to "CTRYMST"
               organization is indexed
               access is random
               record key is cm-country-code
               file status is country-master-status.
           select variance-history assign to "RECNHIST"
               organization is line sequential
               file status is variance-history-status.
           select recon-report assign to "RECNRPT"
               organization is line sequential
               file status is recon-report-status.
           select batch-ledger assign to "BATCHLED"
               organization is line sequential
               file status is batch-ledger-status.

DATA   data division.
FILE   file section.
      *> the status record bigworld leaves for the scheduler - the
      *> default quarter is the last one ended before its day.
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

      *> rp-quarter names the quarter to reconcile (year and quarter,
      *> 20263 is the third quarter of 2026); zero, or no RECNPARM at
      *> all, is the last quarter ended before the RUNSTAT day.
       fd  recon-params.
       01  recon-params-record.
           05 rp-quarter           pic 9(05).

      *> the keyed reference file refload maintains - one row per
      *> quarter per country.
       fd  population-reference.
       01  population-reference-record.
           05 pr-reference-key.
               10 pr-quarter       pic 9(05).
               10 pr-country-code  pic x(03).
           05 pr-region-code       pic x(03).
           05 pr-persons           pic 9(18).
           05 pr-source-name       pic x(20).
           05 pr-as-of-date        pic 9(08).
           05 pr-loaded-date       pic 9(08).

      *> same record layout bigworld writes to WEALHIST - only the
      *> "D" country rows are read here.
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
      *> row flag - set on the rows a whole-day back-out (dayback)
      *> writes, and "E" on a row bigworld posted from an estimate;
      *> blank on everything else bigworld posts.
           05 wh-row-flag          pic x(01).

      *> same record layout bigworld writes to CTLLOG - used here to
      *> say which of the quarter's days stand completed.
       fd  control-log.
       01  control-log-record.
           05 cl-run-date          pic 9(08).
           05 cl-record-count      pic 9(09).
           05 cl-reject-count      pic 9(09).
           05 cl-hash-total        pic 9(20).
           05 cl-currency-code     pic x(03).
           05 cl-currency-total    pic s9(20)v99.
           05 cl-return-code       pic 9(02).

      *> the country master ctrymnt maintains - read only here, for
      *> the names and the reference tolerance.
       fd  country-master.
       01  country-master-record.
           05 cm-country-code      pic x(03).
           05 cm-country-name      pic x(20).
           05 cm-locale-code       pic x(05).
           05 cm-currency-code     pic x(03).
           05 cm-active-flag       pic x(01).
           05 cm-persons-tolerance pic 9(03)v99.
           05 cm-each-tolerance    pic 9(03)v99.
           05 cm-reference-tolerance pic 9(03)v99.

      *> the variance history - one record per country per run,
      *> appended and never rewritten. vh-status "F" is outside
      *> tolerance and listed for follow-up, "W" within it, "U" no
      *> tolerance set, "P" on the reference but never posted in
      *> the quarter, "N" posted but not on the reference. a rerun
      *> of a quarter appends again; the last record for a quarter
      *> and country is the one that stands.
       fd  variance-history.
       01  variance-history-record.
           05 vh-quarter           pic 9(05).
           05 vh-country-code      pic x(03).
           05 vh-region-code       pic x(03).
           05 vh-status            pic x(01).
           05 vh-posted-average    pic 9(18).
           05 vh-days-posted       pic 9(03).
           05 vh-reference-persons pic 9(18).
           05 vh-variance          pic s9(18)
                   sign is leading separate.
           05 vh-variance-pct      pic s9(05)v99
                   sign is leading separate.
           05 vh-tolerance         pic 9(03)v99.
           05 vh-source-name       pic x(20).
           05 vh-as-of-date        pic 9(08).
           05 vh-run-date          pic 9(08).
           05 vh-run-time          pic 9(06).

       fd  recon-report.
       01  recon-report-line       pic x(132).

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

       01 run-status-file-status   pic x(02).
       01 recon-params-status      pic x(02).
       01 population-reference-status pic x(02).
       01 wealth-history-status    pic x(02).
       01 control-log-status       pic x(02).
       01 country-master-status    pic x(02).
       01 variance-history-status  pic x(02).
       01 recon-report-status      pic x(02).
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
       01 entry-found-switch               pic x(01) value "n".
           88 entry-found                         value "y".
       01 region-found-switch                pic x(01) value "n".
           88 region-found                          value "y".
       01 recon-skipped-switch                 pic x(01) value "n".
           88 recon-skipped                           value "y".
       01 held-row-switch                        pic x(01) value "n".
           88 held-row-present                          value "y".
       01 run-broken-switch                        pic x(01) value "n".
           88 run-broken                                  value "y".

       01 program-return-code      pic 9(02) comp value zero.
       01 base-date                 pic 9(08) value zero.
       01 base-date-r redefines base-date.
           05 base-year              pic 9(04).
           05 base-month             pic 9(02).
           05 base-day               pic 9(02).

      *> the quarter in hand - its first day, the first day of the
      *> quarter after (the scan stops short of it), and its place in
      *> an unbroken count of quarters so earlier quarters on the
      *> variance history can be measured back from it.
       01 recon-quarter            pic 9(05) value zero.
       01 recon-quarter-r redefines recon-quarter.
           05 recon-year             pic 9(04).
           05 recon-quarter-number   pic 9(01).
       01 quarter-start-date        pic 9(08) value zero.
       01 next-quarter-date          pic 9(08) value zero.
       01 quarter-start-integer       pic 9(09) comp value zero.
       01 quarter-day-count            pic 9(04) comp value zero.
       01 recon-quarter-index           pic 9(09) comp value zero.
       01 history-quarter                pic 9(05) value zero.
       01 history-quarter-r redefines history-quarter.
           05 history-year            pic 9(04).
           05 history-quarter-number  pic 9(01).
       01 history-quarter-index     pic 9(09) comp value zero.
       01 quarter-distance           pic s9(09) comp value zero.

      *> one byte per day of the quarter - "C" the control log shows
      *> the day completed, "O" a later back-out re-opened it, space
      *> never completed. only "C" days are averaged.
       01 day-state-table.
           05 day-state occurs 92 times pic x(01).
       01 day-subscript            pic 9(04) comp value zero.
       01 completed-days            pic 9(04) comp value zero.

      *> the "D" row being held while its date and country's later
      *> sequences are read - the last one read is the one standing.
       01 held-date                pic 9(08) value zero.
       01 held-country              pic x(03) value spaces.
       01 held-persons               pic 9(18) value zero.
       01 held-flag                   pic x(01) value spaces.

      *> one entry per country on either side. the prior flags are
      *> the country's status on the variance history for each of
      *> the eight quarters before this one (1 is the quarter just
      *> before), so a run of follow-ups can be counted back.
       01 max-country-entries      pic 9(04) comp value 500.
       01 max-prior-quarters        pic 9(04) comp value 8.
       01 country-entry-count        pic 9(04) comp value zero.
       01 entry-subscript             pic 9(04) comp value zero.
       01 entry-slot                   pic 9(04) comp value zero.
       01 prior-subscript               pic 9(04) comp value zero.
       01 entry-code-ws                  pic x(03) value spaces.
       01 country-entry-table.
           05 country-entry occurs 500 times.
               10 ce-country-code   pic x(03).
               10 ce-country-name   pic x(20).
               10 ce-region-code    pic x(03).
               10 ce-on-reference   pic x(01).
               10 ce-reference-persons pic 9(18).
               10 ce-source-name    pic x(20).
               10 ce-as-of-date     pic 9(08).
               10 ce-posted-total   pic 9(20).
               10 ce-days-posted    pic 9(04) comp.
               10 ce-posted-average pic 9(18).
               10 ce-variance       pic s9(18).
               10 ce-variance-pct   pic s9(05)v99.
               10 ce-tolerance      pic 9(03)v99.
               10 ce-status         pic x(01).
               10 ce-prior-flag occurs 8 times pic x(01).
               10 ce-quarters-running pic 9(04) comp.

      *> region totals over the countries on both sides, grouped by
      *> the desk region the reference file carries.
       01 max-region-entries       pic 9(04) comp value 100.
       01 region-entry-count        pic 9(04) comp value zero.
       01 region-subscript           pic 9(04) comp value zero.
       01 region-slot                 pic 9(04) comp value zero.
       01 region-entry-table.
           05 region-entry occurs 100 times.
               10 rg-region-code    pic x(03).
               10 rg-country-count  pic 9(04) comp.
               10 rg-posted-total   pic 9(20).
               10 rg-reference-total pic 9(20).

       01 total-posted             pic 9(20) value zero.
       01 total-reference           pic 9(20) value zero.
       01 line-posted-total          pic 9(20) value zero.
       01 line-reference-total       pic 9(20) value zero.
       01 variance-work              pic s9(20) value zero.
       01 variance-pct-work           pic s9(05)v99 value zero.
       01 reference-rows               pic 9(09) comp value zero.
       01 countries-compared            pic 9(09) comp value zero.
       01 countries-within               pic 9(09) comp value zero.
       01 countries-followed-up           pic 9(09) comp value zero.
       01 countries-not-posted             pic 9(09) comp value zero.
       01 countries-not-referenced          pic 9(09) comp value zero.
       01 history-rows-written               pic 9(09) comp value zero.
       01 section-line-count                  pic 9(09) comp value zero.

       01 total-code-ws            pic x(03) value spaces.
       01 status-text              pic x(10) value spaces.
       01 count-edited             pic zzz,zzz,zz9.
       01 persons-edited           pic zzz,zzz,zzz,zz9.
       01 reference-edited         pic zzz,zzz,zzz,zz9.
       01 variance-edited          pic ---,---,---,--9.
       01 percent-edited           pic -----9.99.
       01 tolerance-edited         pic zz9.99.
       01 days-edited              pic zz9.
       01 running-edited           pic zz9.
       01 program-return-code-display pic 9(02).

      *> ***************************************************************
CODE   procedure division.

      *> ***************************************************************
      *> mainline - settle the quarter, take the reference figures,
      *> average the posted ones over the completed days, then set
      *> them side by side and print, and keep the result.
      *> ***************************************************************
       mainline.
           perform initialize-run thru initialize-run-exit
           if program-return-code = zero
               perform load-reference-rows thru
                   load-reference-rows-exit
               if not recon-skipped
                   perform mark-completed-days thru
                       mark-completed-days-exit
               end-if
               if not recon-skipped
                   perform gather-posted-rows thru
                       gather-posted-rows-exit
                   perform read-prior-history thru
                       read-prior-history-exit
                   perform evaluate-country thru evaluate-country-exit
                       varying entry-subscript from 1 by 1
                       until entry-subscript > country-entry-count
                   perform write-country-section thru
                       write-country-section-exit
                   perform write-region-section thru
                       write-region-section-exit
                   perform write-missing-sections thru
                       write-missing-sections-exit
                   perform write-follow-up-section thru
                       write-follow-up-section-exit
                   perform write-variance-history thru
                       write-variance-history-exit
               end-if
               perform write-report-trailer thru
                   write-report-trailer-exit
               perform terminate-run thru terminate-run-exit
           end-if
           perform write-step-ledger thru write-step-ledger-exit
           move program-return-code to return-code
           goback.

      *> RUNSTAT and RECNPARM are both optional - with neither, the
      *> quarter is the last one ended before today.
       initialize-run.
           move function current-date to current-date-time
           open input population-reference
           move population-reference-status to current-open-status
           move "POPULATION-REFERENCE" to current-open-file-name
           perform check-open-status thru check-open-status-exit
           open input wealth-history
           move wealth-history-status to current-open-status
           move "WEALTH-HISTORY" to current-open-file-name
           perform check-open-status thru check-open-status-exit
           open input control-log
           move control-log-status to current-open-status
           move "CONTROL-LOG" to current-open-file-name
           perform check-open-status thru check-open-status-exit
           open input country-master
           move country-master-status to current-open-status
           move "COUNTRY-MASTER" to current-open-file-name
           perform check-open-status thru check-open-status-exit
           open output recon-report
           move recon-report-status to current-open-status
           move "RECON-REPORT" to current-open-file-name
           perform check-open-status thru check-open-status-exit
           if program-return-code = zero
               perform settle-recon-quarter thru
                   settle-recon-quarter-exit
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

      *> the default quarter is the one before the quarter the base
      *> day falls in; either way the quarter must be a real one.
       settle-recon-quarter.
           move run-date to base-date
           open input run-status
           if run-status-file-status = "00"
               read run-status
                   at end
                       continue
                   not at end
                       if rs-run-date is numeric
                           and rs-run-date not = zero
                           move rs-run-date to base-date
                       end-if
               end-read
               close run-status
           end-if
           compute recon-quarter-number = (base-month - 1) / 3 + 1
           move base-year to recon-year
           if recon-quarter-number = 1
               subtract 1 from recon-year
               move 4 to recon-quarter-number
           else
               subtract 1 from recon-quarter-number
           end-if
           open input recon-params
           if recon-params-status = "00"
               read recon-params
                   at end
                       move zeros to recon-params-record
               end-read
               close recon-params
               if rp-quarter is numeric and rp-quarter not = zero
                   move rp-quarter to recon-quarter
               end-if
           end-if
           if recon-year < 1900
               or recon-quarter-number < 1 or recon-quarter-number > 4
               display "quarter " recon-quarter " on RECNPARM is not "
                   "valid - nothing reconciled"
                   end-display
               move 16 to program-return-code
               go to settle-recon-quarter-exit
           end-if
           compute quarter-start-date =
               recon-year * 10000
               + ((recon-quarter-number - 1) * 3 + 1) * 100 + 1
           if recon-quarter-number = 4
               compute next-quarter-date =
                   (recon-year + 1) * 10000 + 101
           else
               compute next-quarter-date =
                   recon-year * 10000
                   + (recon-quarter-number * 3 + 1) * 100 + 1
           end-if
           compute quarter-start-integer =
               function integer-of-date(quarter-start-date)
           compute quarter-day-count =
               function integer-of-date(next-quarter-date)
               - quarter-start-integer
           compute recon-quarter-index =
               recon-year * 4 + recon-quarter-number.
       settle-recon-quarter-exit.
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
           move spaces to recon-report-line
           string "POPULATION RECONCILIATION FOR QUARTER "
               delimited by size
               recon-year delimited by size
               "Q" delimited by size
               recon-quarter-number delimited by size
               " (" delimited by size
               quarter-start-date delimited by size
               " TO THE DAY BEFORE " delimited by size
               next-quarter-date delimited by size
               ")" delimited by size
               into recon-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write recon-report-line
           move spaces to recon-report-line
           string "RUN DATE " delimited by size
               run-date delimited by size
               "  RUN TIME " delimited by size
               run-time delimited by size
               into recon-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write recon-report-line
           move spaces to recon-report-line
           write recon-report-line.
       write-report-header-exit.
           exit.

      *> ***************************************************************
      *> the reference side - the quarter's rows off the keyed file,
      *> in country order. a quarter nobody loaded cannot be
      *> reconciled.
      *> ***************************************************************
       load-reference-rows.
           move "n" to history-scan-eof-switch
           move recon-quarter to pr-quarter
           move low-values to pr-country-code
           start population-reference key not < pr-reference-key
               invalid key
                   move "y" to history-scan-eof-switch
           end-start
           perform read-reference-row thru read-reference-row-exit
               until history-scan-done
           if reference-rows = zero
               move spaces to recon-report-line
               string "NO REFERENCE FIGURES LOADED FOR THE QUARTER - "
                   delimited by size
                   "NOTHING RECONCILED" delimited by size
                   into recon-report-line
                   on overflow
                       perform note-string-overflow thru
                           note-string-overflow-exit
               end-string
               write recon-report-line
               move 16 to program-return-code
               move "y" to recon-skipped-switch
           end-if.
       load-reference-rows-exit.
           exit.

       read-reference-row.
           read population-reference next
               at end
                   move "y" to history-scan-eof-switch
               not at end
                   if pr-quarter not = recon-quarter
                       move "y" to history-scan-eof-switch
                   else
                       add 1 to reference-rows
                       move pr-country-code to entry-code-ws
                       perform locate-country-entry thru
                           locate-country-entry-exit
                       if entry-found
                           move "y" to ce-on-reference(entry-slot)
                           move pr-region-code
                               to ce-region-code(entry-slot)
                           move pr-persons
                               to ce-reference-persons(entry-slot)
                           move pr-source-name
                               to ce-source-name(entry-slot)
                           move pr-as-of-date
                               to ce-as-of-date(entry-slot)
                       end-if
                   end-if
           end-read.
       read-reference-row-exit.
           exit.

      *> finds entry-code-ws without adding it.
       find-country-entry.
           move "n" to entry-found-switch
           move zero to entry-slot
           perform match-country-entry thru match-country-entry-exit
               varying entry-subscript from 1 by 1
               until entry-subscript > country-entry-count
                   or entry-found.
       find-country-entry-exit.
           exit.

       match-country-entry.
           if ce-country-code(entry-subscript) = entry-code-ws
               move "y" to entry-found-switch
               move entry-subscript to entry-slot
           end-if.
       match-country-entry-exit.
           exit.

      *> finds the entry, opening a fresh one (with the country's
      *> name and reference tolerance off the master) the first time
      *> a code shows up.
       locate-country-entry.
           perform find-country-entry thru find-country-entry-exit
           if entry-found
               go to locate-country-entry-exit
           end-if
           if country-entry-count < max-country-entries
               add 1 to country-entry-count
               move country-entry-count to entry-slot
               initialize country-entry(entry-slot)
               move entry-code-ws to ce-country-code(entry-slot)
               move "n" to ce-on-reference(entry-slot)
               perform read-country-master thru
                   read-country-master-exit
               move "y" to entry-found-switch
           else
               display "country table full - " entry-code-ws
                   " dropped"
                   end-display
               move 16 to program-return-code
           end-if.
       locate-country-entry-exit.
           exit.

      *> a country the master does not know has no name and no
      *> tolerance - it is compared but never listed for follow-up.
       read-country-master.
           move entry-code-ws to cm-country-code
           read country-master
               invalid key
                   move spaces to ce-country-name(entry-slot)
                   move zero to ce-tolerance(entry-slot)
               not invalid key
                   move cm-country-name to ce-country-name(entry-slot)
                   if cm-reference-tolerance is numeric
                       move cm-reference-tolerance
                           to ce-tolerance(entry-slot)
                   else
                       move zero to ce-tolerance(entry-slot)
                   end-if
           end-read.
       read-country-master-exit.
           exit.

      *> ***************************************************************
      *> the quarter's completed days - a day counts when the control
      *> log shows it finished below 16 and no back-out (99) came
      *> after. the log is in the order things happened, so the last
      *> word on a date is the one that stands.
      *> ***************************************************************
       mark-completed-days.
           move spaces to day-state-table
           move "n" to end-of-file-switch
           perform mark-one-log-row thru mark-one-log-row-exit
               until end-of-file
           move zero to completed-days
           perform count-completed-day thru count-completed-day-exit
               varying day-subscript from 1 by 1
               until day-subscript > quarter-day-count
           move completed-days to count-edited
           move spaces to recon-report-line
           string "COMPLETED DAYS IN THE QUARTER: " delimited by size
               function trim(count-edited) delimited by size
               into recon-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write recon-report-line
           if completed-days = zero
               move spaces to recon-report-line
               string "NO COMPLETED DAYS ON THE CONTROL LOG FOR THE "
                   delimited by size
                   "QUARTER - NOTHING RECONCILED" delimited by size
                   into recon-report-line
                   on overflow
                       perform note-string-overflow thru
                           note-string-overflow-exit
               end-string
               write recon-report-line
               move 16 to program-return-code
               move "y" to recon-skipped-switch
           end-if.
       mark-completed-days-exit.
           exit.

       mark-one-log-row.
           read control-log
               at end
                   move "y" to end-of-file-switch
               not at end
                   if cl-run-date not < quarter-start-date
                       and cl-run-date < next-quarter-date
                       compute day-subscript =
                           function integer-of-date(cl-run-date)
                           - quarter-start-integer + 1
                       if cl-return-code < 16
                           move "C" to day-state(day-subscript)
                       end-if
                       if cl-return-code = 99
                           move "O" to day-state(day-subscript)
                       end-if
                   end-if
           end-read.
       mark-one-log-row-exit.
           exit.

       count-completed-day.
           if day-state(day-subscript) = "C"
               add 1 to completed-days
           end-if.
       count-completed-day-exit.
           exit.

      *> ***************************************************************
      *> the posted side - the quarter's rows in key order (date,
      *> type, country, sequence). a completed day's "D" rows for a
      *> country arrive in sequence order, so the last one read is
      *> the one standing; a back-out's "B" zero row, or the zero
      *> row bigworld leaves when it deletes a country, means the
      *> country did not post that day.
      *> ***************************************************************
       gather-posted-rows.
           move "n" to history-scan-eof-switch
           move "n" to held-row-switch
           move low-values to wh-history-key
           move quarter-start-date to wh-run-date
           start wealth-history key not < wh-history-key
               invalid key
                   move "y" to history-scan-eof-switch
           end-start
           perform scan-posted-row thru scan-posted-row-exit
               until history-scan-done
           perform post-held-row thru post-held-row-exit.
       gather-posted-rows-exit.
           exit.

       scan-posted-row.
           read wealth-history next
               at end
                   move "y" to history-scan-eof-switch
                   go to scan-posted-row-exit
           end-read
           if wh-run-date not < next-quarter-date
               move "y" to history-scan-eof-switch
               go to scan-posted-row-exit
           end-if
           if wh-record-type not = "D"
               go to scan-posted-row-exit
           end-if
           compute day-subscript =
               function integer-of-date(wh-run-date)
               - quarter-start-integer + 1
           if day-state(day-subscript) not = "C"
               go to scan-posted-row-exit
           end-if
           if held-row-present
               and (wh-run-date not = held-date
                   or wh-country-code not = held-country)
               perform post-held-row thru post-held-row-exit
           end-if
           move "y" to held-row-switch
           move wh-run-date to held-date
           move wh-country-code to held-country
           move wh-persons to held-persons
           move wh-row-flag to held-flag.
       scan-posted-row-exit.
           exit.

       post-held-row.
           if not held-row-present
               go to post-held-row-exit
           end-if
           move "n" to held-row-switch
           if held-flag = "B" or held-persons = zero
               go to post-held-row-exit
           end-if
           move held-country to entry-code-ws
           perform locate-country-entry thru locate-country-entry-exit
           if not entry-found
               go to post-held-row-exit
           end-if
           add held-persons to ce-posted-total(entry-slot)
           add 1 to ce-days-posted(entry-slot).
       post-held-row-exit.
           exit.

      *> ***************************************************************
      *> earlier quarters' results off the variance history - up to
      *> eight quarters back, the last record for each quarter and
      *> country standing. no history yet is a first quarter.
      *> ***************************************************************
       read-prior-history.
           open input variance-history
           if variance-history-status not = "00"
               go to read-prior-history-exit
           end-if
           move "n" to end-of-file-switch
           perform read-one-history thru read-one-history-exit
               until end-of-file
           close variance-history.
       read-prior-history-exit.
           exit.

       read-one-history.
           read variance-history
               at end
                   move "y" to end-of-file-switch
                   go to read-one-history-exit
           end-read
           if vh-quarter is not numeric
               go to read-one-history-exit
           end-if
           move vh-quarter to history-quarter
           compute history-quarter-index =
               history-year * 4 + history-quarter-number
           compute quarter-distance =
               recon-quarter-index - history-quarter-index
           if quarter-distance < 1
               or quarter-distance > max-prior-quarters
               go to read-one-history-exit
           end-if
           move vh-country-code to entry-code-ws
           perform find-country-entry thru find-country-entry-exit
           if entry-found
               move quarter-distance to prior-subscript
               move vh-status
                   to ce-prior-flag(entry-slot, prior-subscript)
           end-if.
       read-one-history-exit.
           exit.

      *> ***************************************************************
      *> each country judged - the average is over the days it
      *> posted; the variance is posted less reference, and its
      *> percentage is of the reference figure. outside a tolerance
      *> in either direction is a follow-up; no tolerance set on the
      *> master is compared and printed but never followed up.
      *> ***************************************************************
       evaluate-country.
           move entry-subscript to entry-slot
           if ce-days-posted(entry-slot) > zero
               compute ce-posted-average(entry-slot) rounded =
                   ce-posted-total(entry-slot)
                   / ce-days-posted(entry-slot)
           end-if
           if ce-on-reference(entry-slot) not = "y"
               move "N" to ce-status(entry-slot)
               add 1 to countries-not-referenced
               go to evaluate-country-exit
           end-if
           if ce-days-posted(entry-slot) = zero
               move "P" to ce-status(entry-slot)
               add 1 to countries-not-posted
               go to evaluate-country-exit
           end-if
           add 1 to countries-compared
           compute ce-variance(entry-slot) =
               ce-posted-average(entry-slot)
               - ce-reference-persons(entry-slot)
           compute ce-variance-pct(entry-slot) rounded =
               ce-variance(entry-slot) * 100
               / ce-reference-persons(entry-slot)
               on size error
                   move 99999.99 to ce-variance-pct(entry-slot)
           end-compute
           if ce-tolerance(entry-slot) = zero
               move "U" to ce-status(entry-slot)
               add 1 to countries-within
           else
               if ce-variance-pct(entry-slot) > ce-tolerance(entry-slot)
                   or ce-variance-pct(entry-slot)
                       < zero - ce-tolerance(entry-slot)
                   move "F" to ce-status(entry-slot)
                   add 1 to countries-followed-up
                   perform count-quarters-running thru
                       count-quarters-running-exit
               else
                   move "W" to ce-status(entry-slot)
                   add 1 to countries-within
               end-if
           end-if
           perform post-region-totals thru post-region-totals-exit.
       evaluate-country-exit.
           exit.

      *> this quarter plus every quarter straight before it the
      *> country was also out.
       count-quarters-running.
           move 1 to ce-quarters-running(entry-slot)
           move "n" to run-broken-switch
           perform count-prior-quarter thru count-prior-quarter-exit
               varying prior-subscript from 1 by 1
               until prior-subscript > max-prior-quarters
                   or run-broken.
       count-quarters-running-exit.
           exit.

       count-prior-quarter.
           if ce-prior-flag(entry-slot, prior-subscript) = "F"
               add 1 to ce-quarters-running(entry-slot)
           else
               move "y" to run-broken-switch
           end-if.
       count-prior-quarter-exit.
           exit.

       post-region-totals.
           move "n" to region-found-switch
           move zero to region-slot
           perform match-region-entry thru match-region-entry-exit
               varying region-subscript from 1 by 1
               until region-subscript > region-entry-count
                   or region-found
           if not region-found
               if region-entry-count < max-region-entries
                   add 1 to region-entry-count
                   move region-entry-count to region-slot
                   initialize region-entry(region-slot)
                   move ce-region-code(entry-slot)
                       to rg-region-code(region-slot)
               else
                   display "region table full - region "
                       ce-region-code(entry-slot) " dropped"
                       end-display
                   move 16 to program-return-code
                   go to post-region-totals-exit
               end-if
           end-if
           add 1 to rg-country-count(region-slot)
           add ce-posted-average(entry-slot)
               to rg-posted-total(region-slot)
           add ce-reference-persons(entry-slot)
               to rg-reference-total(region-slot)
           add ce-posted-average(entry-slot) to total-posted
           add ce-reference-persons(entry-slot) to total-reference.
       post-region-totals-exit.
           exit.

       match-region-entry.
           if rg-region-code(region-subscript)
               = ce-region-code(entry-slot)
               move "y" to region-found-switch
               move region-subscript to region-slot
           end-if.
       match-region-entry-exit.
           exit.

      *> ***************************************************************
      *> by country - every country on both sides.
      *> ***************************************************************
       write-country-section.
           move spaces to recon-report-line
           write recon-report-line
           move spaces to recon-report-line
           string "BY COUNTRY" delimited by size
               into recon-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write recon-report-line
           move spaces to recon-report-line
           string "CTY  NAME                  RGN       POSTED AVG"
               delimited by size
               "  DYS        REFERENCE         VARIANCE      VAR %"
               delimited by size
               "   TOL %  STATUS" delimited by size
               into recon-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write recon-report-line
           perform write-country-line thru write-country-line-exit
               varying entry-subscript from 1 by 1
               until entry-subscript > country-entry-count.
       write-country-section-exit.
           exit.

       write-country-line.
           if ce-status(entry-subscript) not = "F"
               and ce-status(entry-subscript) not = "W"
               and ce-status(entry-subscript) not = "U"
               go to write-country-line-exit
           end-if
           evaluate ce-status(entry-subscript)
               when "F"
                   move "FOLLOW-UP" to status-text
               when "W"
                   move "WITHIN" to status-text
               when other
                   move "NO TOL SET" to status-text
           end-evaluate
           move ce-posted-average(entry-subscript) to persons-edited
           move ce-days-posted(entry-subscript) to days-edited
           move ce-reference-persons(entry-subscript)
               to reference-edited
           move ce-variance(entry-subscript) to variance-edited
           move ce-variance-pct(entry-subscript) to percent-edited
           move ce-tolerance(entry-subscript) to tolerance-edited
           move spaces to recon-report-line
           string ce-country-code(entry-subscript) delimited by size
               "  " delimited by size
               ce-country-name(entry-subscript) delimited by size
               "  " delimited by size
               ce-region-code(entry-subscript) delimited by size
               "  " delimited by size
               persons-edited delimited by size
               "  " delimited by size
               days-edited delimited by size
               "  " delimited by size
               reference-edited delimited by size
               "  " delimited by size
               variance-edited delimited by size
               "  " delimited by size
               percent-edited delimited by size
               "  " delimited by size
               tolerance-edited delimited by size
               "  " delimited by size
               status-text delimited by size
               into recon-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write recon-report-line.
       write-country-line-exit.
           exit.

      *> ***************************************************************
      *> by region - the countries on both sides summed under the
      *> region the reference file gives them, then all of them.
      *> ***************************************************************
       write-region-section.
           move spaces to recon-report-line
           write recon-report-line
           move spaces to recon-report-line
           string "BY REGION (COUNTRIES ON BOTH SIDES)"
               delimited by size
               into recon-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write recon-report-line
           move spaces to recon-report-line
           string "RGN  CTYS       POSTED AVG        REFERENCE"
               delimited by size
               "         VARIANCE      VAR %" delimited by size
               into recon-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write recon-report-line
           perform write-region-line thru write-region-line-exit
               varying region-subscript from 1 by 1
               until region-subscript > region-entry-count
           move "ALL" to total-code-ws
           move countries-compared to days-edited
           move total-posted to persons-edited
           move total-reference to reference-edited
           move total-posted to line-posted-total
           move total-reference to line-reference-total
           perform compute-total-variance thru
               compute-total-variance-exit
           perform write-total-line thru write-total-line-exit.
       write-region-section-exit.
           exit.

       write-region-line.
           move rg-country-count(region-subscript) to days-edited
           move rg-posted-total(region-subscript) to persons-edited
           move rg-reference-total(region-subscript)
               to reference-edited
           move rg-posted-total(region-subscript) to line-posted-total
           move rg-reference-total(region-subscript)
               to line-reference-total
           perform compute-total-variance thru
               compute-total-variance-exit
           move rg-region-code(region-subscript) to total-code-ws
           perform write-total-line thru write-total-line-exit.
       write-region-line-exit.
           exit.

      *> the line's sums are the region's for a region line and
      *> everything's for the closing line.
       compute-total-variance.
           compute variance-work =
               line-posted-total - line-reference-total
           move zero to variance-pct-work
           if line-reference-total > zero
               compute variance-pct-work rounded =
                   variance-work * 100 / line-reference-total
                   on size error
                       move 99999.99 to variance-pct-work
               end-compute
           end-if
           move variance-work to variance-edited
           move variance-pct-work to percent-edited.
       compute-total-variance-exit.
           exit.

       write-total-line.
           move spaces to recon-report-line
           string total-code-ws delimited by size
               "   " delimited by size
               days-edited delimited by size
               "  " delimited by size
               persons-edited delimited by size
               "  " delimited by size
               reference-edited delimited by size
               "  " delimited by size
               variance-edited delimited by size
               "  " delimited by size
               percent-edited delimited by size
               into recon-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write recon-report-line.
       write-total-line-exit.
           exit.

      *> ***************************************************************
      *> the countries only one side has.
      *> ***************************************************************
       write-missing-sections.
           move spaces to recon-report-line
           write recon-report-line
           move spaces to recon-report-line
           string "ON THE REFERENCE, NOT POSTED IN THE QUARTER"
               delimited by size
               into recon-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write recon-report-line
           move zero to section-line-count
           perform write-not-posted-line thru
               write-not-posted-line-exit
               varying entry-subscript from 1 by 1
               until entry-subscript > country-entry-count
           perform write-none-line thru write-none-line-exit
           move spaces to recon-report-line
           write recon-report-line
           move spaces to recon-report-line
           string "POSTED IN THE QUARTER, NOT ON THE REFERENCE"
               delimited by size
               into recon-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write recon-report-line
           move zero to section-line-count
           perform write-not-referenced-line thru
               write-not-referenced-line-exit
               varying entry-subscript from 1 by 1
               until entry-subscript > country-entry-count
           perform write-none-line thru write-none-line-exit.
       write-missing-sections-exit.
           exit.

       write-none-line.
           if section-line-count > zero
               go to write-none-line-exit
           end-if
           move spaces to recon-report-line
           string "  NONE" delimited by size
               into recon-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write recon-report-line.
       write-none-line-exit.
           exit.

       write-not-posted-line.
           if ce-status(entry-subscript) not = "P"
               go to write-not-posted-line-exit
           end-if
           add 1 to section-line-count
           move ce-reference-persons(entry-subscript)
               to reference-edited
           move spaces to recon-report-line
           string "  " delimited by size
               ce-country-code(entry-subscript) delimited by size
               "  " delimited by size
               ce-country-name(entry-subscript) delimited by size
               "  " delimited by size
               ce-region-code(entry-subscript) delimited by size
               "  REFERENCE " delimited by size
               reference-edited delimited by size
               "  " delimited by size
               ce-source-name(entry-subscript) delimited by size
               " AS OF " delimited by size
               ce-as-of-date(entry-subscript) delimited by size
               into recon-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write recon-report-line
           if program-return-code < 8
               move 8 to program-return-code
           end-if.
       write-not-posted-line-exit.
           exit.

       write-not-referenced-line.
           if ce-status(entry-subscript) not = "N"
               go to write-not-referenced-line-exit
           end-if
           add 1 to section-line-count
           move ce-posted-average(entry-subscript) to persons-edited
           move ce-days-posted(entry-subscript) to days-edited
           move spaces to recon-report-line
           string "  " delimited by size
               ce-country-code(entry-subscript) delimited by size
               "  " delimited by size
               ce-country-name(entry-subscript) delimited by size
               "  POSTED AVG " delimited by size
               persons-edited delimited by size
               " OVER " delimited by size
               days-edited delimited by size
               " DAYS" delimited by size
               into recon-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write recon-report-line
           if program-return-code < 8
               move 8 to program-return-code
           end-if.
       write-not-referenced-line-exit.
           exit.

      *> ***************************************************************
      *> the follow-up list for the desks - outside tolerance, with
      *> how many quarters running (this one included) the country
      *> has been out, and the figure it is out against.
      *> ***************************************************************
       write-follow-up-section.
           move spaces to recon-report-line
           write recon-report-line
           move spaces to recon-report-line
           string "DESK FOLLOW-UP - OUTSIDE REFERENCE TOLERANCE"
               delimited by size
               into recon-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write recon-report-line
           move zero to section-line-count
           perform write-follow-up-line thru write-follow-up-line-exit
               varying entry-subscript from 1 by 1
               until entry-subscript > country-entry-count
           perform write-none-line thru write-none-line-exit.
       write-follow-up-section-exit.
           exit.

       write-follow-up-line.
           if ce-status(entry-subscript) not = "F"
               go to write-follow-up-line-exit
           end-if
           add 1 to section-line-count
           move ce-variance-pct(entry-subscript) to percent-edited
           move ce-tolerance(entry-subscript) to tolerance-edited
           move ce-quarters-running(entry-subscript) to running-edited
           move spaces to recon-report-line
           string "  " delimited by size
               ce-country-code(entry-subscript) delimited by size
               "  " delimited by size
               ce-country-name(entry-subscript) delimited by size
               "  " delimited by size
               ce-region-code(entry-subscript) delimited by size
               "  VARIANCE " delimited by size
               percent-edited delimited by size
               "% TOLERANCE " delimited by size
               tolerance-edited delimited by size
               "%  QUARTERS RUNNING " delimited by size
               running-edited delimited by size
               "  " delimited by size
               ce-source-name(entry-subscript) delimited by size
               " AS OF " delimited by size
               ce-as-of-date(entry-subscript) delimited by size
               into recon-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write recon-report-line
           if program-return-code < 8
               move 8 to program-return-code
           end-if.
       write-follow-up-line-exit.
           exit.

      *> ***************************************************************
      *> every country's result onto the variance history.
      *> ***************************************************************
       write-variance-history.
           open extend variance-history
           if variance-history-status = "35"
               open output variance-history
           end-if
           move variance-history-status to current-open-status
           move "VARIANCE-HISTORY" to current-open-file-name
           perform check-open-status thru check-open-status-exit
           if variance-history-status not = "00"
               and variance-history-status not = "05"
               go to write-variance-history-exit
           end-if
           perform write-history-row thru write-history-row-exit
               varying entry-subscript from 1 by 1
               until entry-subscript > country-entry-count
           close variance-history.
       write-variance-history-exit.
           exit.

       write-history-row.
           move spaces to variance-history-record
           move recon-quarter to vh-quarter
           move ce-country-code(entry-subscript) to vh-country-code
           move ce-region-code(entry-subscript) to vh-region-code
           move ce-status(entry-subscript) to vh-status
           move ce-posted-average(entry-subscript)
               to vh-posted-average
           move ce-days-posted(entry-subscript) to vh-days-posted
           move ce-reference-persons(entry-subscript)
               to vh-reference-persons
           move ce-variance(entry-subscript) to vh-variance
           move ce-variance-pct(entry-subscript) to vh-variance-pct
           move ce-tolerance(entry-subscript) to vh-tolerance
           move ce-source-name(entry-subscript) to vh-source-name
           move ce-as-of-date(entry-subscript) to vh-as-of-date
           move run-date to vh-run-date
           move run-time to vh-run-time
           write variance-history-record
           add 1 to history-rows-written.
       write-history-row-exit.
           exit.

       write-report-trailer.
           move spaces to recon-report-line
           write recon-report-line
           move reference-rows to count-edited
           move spaces to recon-report-line
           string "REFERENCE FIGURES:           " delimited by size
               function trim(count-edited) delimited by size
               into recon-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write recon-report-line
           move countries-compared to count-edited
           move spaces to recon-report-line
           string "COUNTRIES COMPARED:          " delimited by size
               function trim(count-edited) delimited by size
               into recon-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write recon-report-line
           move countries-within to count-edited
           move spaces to recon-report-line
           string "  WITHIN OR NO TOLERANCE:    " delimited by size
               function trim(count-edited) delimited by size
               into recon-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write recon-report-line
           move countries-followed-up to count-edited
           move spaces to recon-report-line
           string "  FOR DESK FOLLOW-UP:        " delimited by size
               function trim(count-edited) delimited by size
               into recon-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write recon-report-line
           move countries-not-posted to count-edited
           move spaces to recon-report-line
           string "REFERENCE ONLY, NOT POSTED:  " delimited by size
               function trim(count-edited) delimited by size
               into recon-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write recon-report-line
           move countries-not-referenced to count-edited
           move spaces to recon-report-line
           string "POSTED ONLY, NO REFERENCE:   " delimited by size
               function trim(count-edited) delimited by size
               into recon-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write recon-report-line
           move history-rows-written to count-edited
           move spaces to recon-report-line
           string "VARIANCE HISTORY ROWS:       " delimited by size
               function trim(count-edited) delimited by size
               into recon-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write recon-report-line
           move program-return-code to program-return-code-display
           move spaces to recon-report-line
           string "RETURN CODE " delimited by size
               program-return-code-display delimited by size
               into recon-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write recon-report-line.
       write-report-trailer-exit.
           exit.

       terminate-run.
           close population-reference
           close wealth-history
           close control-log
           close country-master
           close recon-report.
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
           move "POPRECON" to bl-step-name
           move run-date to bl-run-date
           move reference-rows to bl-records-in
           move history-rows-written to bl-records-out
           move "FOLLOWUP" to bl-control-name
           move countries-followed-up to bl-control-count
           move run-date to bl-start-date
           move run-time to bl-start-time
           move ledger-end-date to bl-end-date
           move ledger-end-time to bl-end-time
           move program-return-code to bl-return-code
           write batch-ledger-record
           close batch-ledger.
       write-step-ledger-exit.
           exit.

       end program poprecon.
