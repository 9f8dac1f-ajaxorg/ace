       >>SOURCE FORMAT IS FIXED
      *> ***************************************************************
      *> Purpose:   Wealth report reproduction - rebuild any past
      *>            day's wealth report from the history it left
      *>            behind, for as long as the history is kept rather
      *>            than as long as ops keeps the print. The country
      *>            lines are the day's "D" rows net of the "R"
      *>            reversals written against them, the region
      *>            subtotals the day's standing "S" rows, the world
      *>            totals its standing "T" rows, and the consolidated
      *>            section prices the "T" rows at that day's FXHIST
      *>            rates. Names, locales and currencies are the
      *>            country master as it stood on the day, rebuilt
      *>            from the CTRYHIST before/after images. A day
      *>            histarch has already moved off the live history
      *>            is read back from WEALARCH. The report says it is
      *>            a reproduction and closes with a proof tying its
      *>            totals to the day's CTLLOG rows.
      *> ***************************************************************
       identification division.
       program-id. wealrepr.

      *> ***************************************************************
      *> Modification history:
      *>   2026-10-15  kal  Original program - auditors ask for a past
      *>                    day's report long after the print file has
      *>                    gone. The run date comes from REPRPARM, the
      *>                    reproduction lands on REPRRPT. The ops JCL
      *>                    concatenates the WEALARCH generations that
      *>                    cover the date into this step's input, as
      *>                    it does for archretr.
      *> ***************************************************************

ENVR   environment division.
       configuration section.
       special-names.
           locale en-us-locale is "en_US"
           locale en-gb-locale is "en_GB"
           locale de-de-locale is "de_DE".

       input-output section.
       file-control.
           select reprint-params assign to "REPRPARM"
               organization is line sequential
               file status is reprint-params-status.
           select wealth-history assign to "WEALHIST"
               organization is indexed
               access is dynamic
               record key is wh-history-key
               alternate record key is wh-country-key
                   with duplicates
               file status is wealth-history-status.
           select archive-file assign to "WEALARCH"
               organization is line sequential
               file status is archive-file-status.
           select change-history assign to "CTRYHIST"
               organization is line sequential
               file status is change-history-status.
           select country-master assign to "CTRYMST"
               organization is indexed
               access is random
               record key is cm-country-code
               file status is country-master-status.
           select fx-history assign to "FXHIST"
               organization is indexed
               access is dynamic
               record key is fh-rate-key
               file status is fx-history-status.
           select control-log assign to "CTLLOG"
               organization is line sequential
               file status is control-log-status.
           select reprint-report assign to "REPRRPT"
               organization is line sequential
               file status is reprint-report-status.
           select batch-ledger assign to "BATCHLED"
               organization is line sequential
               file status is batch-ledger-status.

DATA   data division.
FILE   file section.
      *> one record naming the posted day to reproduce, as yyyymmdd.
       fd  reprint-params.
       01  reprint-params-record.
           05 rr-run-date          pic 9(08).

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
      *> row flag - "E" on a row bigworld posted from an estimate (and
      *> the "S" row of a region that includes one); a whole-day
      *> back-out puts the type of the row it offsets on its "R" rows
      *> and "B" on the zero rows that supersede the day.
           05 wh-row-flag          pic x(01).

      *> same record layout histarch writes to WEALARCH - the live
      *> history row flattened, byte for byte, in key order.
       fd  archive-file.
       01  archive-record.
           05 ar-run-date          pic 9(08).
           05 ar-record-type       pic x(01).
           05 ar-country-code      pic x(03).
           05 ar-sequence          pic 9(03).
           05 ar-currency-code     pic x(03).
           05 ar-persons           pic 9(18).
           05 ar-world             pic s9(20)v99.
           05 ar-key-country       pic x(03).
           05 ar-key-date          pic 9(08).
           05 ar-key-sequence      pic 9(03).
           05 ar-row-flag          pic x(01).

      *> same record layout ctrymnt writes to CTRYHIST - one record
      *> per applied change, appended in the order they applied. a
      *> brand-new country's before image is spaces with an active
      *> flag of "N".
       fd  change-history.
       01  change-history-record.
           05 ch-applied-date      pic 9(08).
           05 ch-applied-time      pic 9(06).
           05 ch-action            pic x(01).
           05 ch-effective-date    pic 9(08).
           05 ch-country-code      pic x(03).
           05 ch-before-name       pic x(20).
           05 ch-before-locale     pic x(05).
           05 ch-before-currency   pic x(03).
           05 ch-before-active     pic x(01).
           05 ch-after-name        pic x(20).
           05 ch-after-locale      pic x(05).
           05 ch-after-currency    pic x(03).
           05 ch-after-active      pic x(01).
           05 ch-before-persons-tolerance pic 9(03)v99.
           05 ch-before-each-tolerance    pic 9(03)v99.
           05 ch-after-persons-tolerance  pic 9(03)v99.
           05 ch-after-each-tolerance     pic 9(03)v99.
           05 ch-requested-user    pic x(08).
           05 ch-approved-user     pic x(08).
           05 ch-before-reference-tolerance pic 9(03)v99.
           05 ch-after-reference-tolerance  pic 9(03)v99.

      *> the country master ctrymnt maintains - read only here, and
      *> only for a country the change history has never touched
      *> (so today's row is the row it had on the day).
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

      *> same rate history fxdecomp keeps - one row per currency per
      *> effective date, 1 unit of the currency buys fh-rate units of
      *> fh-reporting-code.
       fd  fx-history.
       01  fx-history-record.
           05 fh-rate-key.
               10 fh-currency-code pic x(03).
               10 fh-effective-date pic 9(08).
           05 fh-reporting-code    pic x(03).
           05 fh-rate              pic 9(09)v9(06).

      *> same record layout bigworld writes to CTLLOG.
       fd  control-log.
       01  control-log-record.
           05 cl-run-date          pic 9(08).
           05 cl-record-count      pic 9(09).
           05 cl-reject-count      pic 9(09).
           05 cl-hash-total        pic 9(20).
           05 cl-currency-code     pic x(03).
           05 cl-currency-total    pic s9(20)v99.
           05 cl-return-code       pic 9(02).

       fd  reprint-report.
       01  reprint-report-line     pic x(132).

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

       01 reprint-params-status    pic x(02).
       01 wealth-history-status    pic x(02).
       01 archive-file-status      pic x(02).
       01 change-history-status    pic x(02).
       01 country-master-status    pic x(02).
       01 fx-history-status        pic x(02).
       01 control-log-status       pic x(02).
       01 reprint-report-status    pic x(02).
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
       01 bucket-found-switch                  pic x(01) value "n".
           88 bucket-found                            value "y".
       01 rate-found-switch                      pic x(01) value "n".
           88 rate-found                                value "y".
       01 consolidation-short-switch               pic x(01)
               value "n".
           88 consolidation-short                           value
               "y".
       01 day-backed-out-switch                      pic x(01)
               value "n".
           88 day-backed-out                                  value
               "y".

       01 program-return-code      pic 9(02) comp value zero.
       01 reprint-date              pic 9(08) value zero.
      *> where the day's rows came from - "WEALHIST" while it is
      *> inside retention, "WEALARCH" once histarch has moved it.
       01 history-source             pic x(08) value spaces.
       01 history-rows-read           pic 9(09) comp value zero.
       01 archive-rows-read            pic 9(09) comp value zero.

      *> one history row in hand, whichever file it came off - the
      *> live and archived layouts carry the same fields.
       01 history-row-ws.
           05 hr-record-type       pic x(01).
           05 hr-country-code      pic x(03).
           05 hr-currency-code     pic x(03).
           05 hr-persons           pic 9(18).
           05 hr-world             pic s9(20)v99.
           05 hr-row-flag          pic x(01).

      *> one entry per country with a "D" row on the day. the net is
      *> every "D" row less every "R" reversal against one; the
      *> standing currency and flag are off the last "D" row read
      *> (the rows come in sequence order, so the last stands). the
      *> name, locale, currency and active flag are the master as it
      *> stood on the day - ce-image-source says where they came
      *> from: "H" the after image of a change applied on or before
      *> the day, "B" the before image of the first change applied
      *> after it, "M" today's master (never changed since), space
      *> not known anywhere.
       01 max-country-entries      pic 9(04) comp value 500.
       01 country-entry-count       pic 9(04) comp value zero.
       01 entry-subscript            pic 9(04) comp value zero.
       01 entry-slot                  pic 9(04) comp value zero.
       01 entry-code-ws                pic x(03) value spaces.
       01 country-entry-table.
           05 country-entry occurs 500 times.
               10 ce-country-code   pic x(03).
               10 ce-net-persons    pic s9(18).
               10 ce-net-world      pic s9(20)v99.
               10 ce-currency-code  pic x(03).
               10 ce-row-flag       pic x(01).
               10 ce-country-name   pic x(20).
               10 ce-locale-code    pic x(05).
               10 ce-master-currency pic x(03).
               10 ce-active-flag    pic x(01).
               10 ce-image-source   pic x(01).

      *> the day's standing "S" row per region - the last one read.
       01 max-region-entries       pic 9(04) comp value 100.
       01 region-entry-count        pic 9(04) comp value zero.
       01 region-subscript           pic 9(04) comp value zero.
       01 region-slot                 pic 9(04) comp value zero.
       01 region-entry-table.
           05 region-entry occurs 100 times.
               10 rg-region-code    pic x(03).
               10 rg-persons        pic 9(18).
               10 rg-world          pic s9(20)v99.
               10 rg-currency-code  pic x(03).
               10 rg-row-flag       pic x(01).

      *> one bucket per currency seen anywhere on the day - the net
      *> of the country rows posted in it, its standing "T" row, and
      *> its standing CTLLOG row; the proof is that all three agree.
       01 max-currency-buckets     pic 9(04) comp value 20.
       01 currency-bucket-count     pic 9(04) comp value zero.
       01 bucket-subscript           pic 9(04) comp value zero.
       01 bucket-slot                 pic 9(04) comp value zero.
       01 bucket-key-ws                pic x(03) value spaces.
       01 currency-bucket-table.
           05 currency-bucket occurs 20 times.
               10 cy-currency-code  pic x(03).
               10 cy-country-world  pic s9(20)v99.
               10 cy-total-present  pic x(01).
               10 cy-total-world    pic s9(20)v99.
               10 cy-total-persons  pic 9(18).
               10 cy-log-present    pic x(01).
               10 cy-log-world      pic s9(20)v99.

      *> the day's standing control-log row - the last one for the
      *> date, whichever currency it carries.
       01 log-rows-read            pic 9(09) comp value zero.
       01 log-record-count          pic 9(09) value zero.
       01 log-reject-count           pic 9(09) value zero.
       01 log-hash-total              pic 9(20) value zero.
       01 log-return-code              pic 9(02) value zero.

       01 reporting-currency       pic x(03) value spaces.
       01 rate-work                 pic 9(09)v9(06) value zero.
       01 converted-amount           pic s9(20)v99 value zero.
       01 consolidated-total          pic s9(20)v99 value zero.
       01 consolidation-flag-text     pic x(18) value spaces.

       01 total-persons-posted     pic 9(18) value zero.
       01 countries-printed         pic 9(09) comp value zero.
       01 estimated-count            pic 9(09) comp value zero.
       01 names-from-history          pic 9(09) comp value zero.
       01 names-from-master            pic 9(09) comp value zero.
       01 names-not-known               pic 9(09) comp value zero.
       01 currencies-untied              pic 9(09) comp value zero.

       01 locale-code-ws           pic x(05) value spaces.
       01 date-display             pic x(40) value spaces.
       01 report-name              pic x(20) value spaces.
       01 estimate-note            pic x(12) value spaces.
       01 currency-note            pic x(20) value spaces.
       01 tie-text                 pic x(10) value spaces.
       01 people                   pic zzz,zzz,zzz,zzz,zzz,zz9.
       01 persons-edited           pic zzz,zzz,zzz,zzz,zzz,zz9.
       01 persons-display          pic x(30) value spaces.
       01 amount-edited        pic zzz,zzz,zzz,zzz,zzz,zzz,zzz.99.
       01 proof-country-edited pic ---,---,---,---,---,---,--9.99.
       01 proof-total-edited   pic ---,---,---,---,---,---,--9.99.
       01 proof-log-edited     pic ---,---,---,---,---,---,--9.99.
       01 rate-edited              pic z(08)9.9(06).
       01 count-edited             pic zzz,zzz,zz9.
       01 reject-edited            pic zzz,zzz,zz9.
       01 hash-edited              pic zz,zzz,zzz,zzz,zzz,zzz,zz9.
       01 program-return-code-display pic 9(02).
       01 log-return-code-display      pic 9(02).

      *> ***************************************************************
CODE   procedure division.

      *> ***************************************************************
      *> mainline - gather the day's rows (live history first, the
      *> archive when the live file no longer has the date), put the
      *> day's master back together, then print the report the way
      *> bigworld printed it and prove it against the control log.
      *> ***************************************************************
       mainline.
           perform initialize-run thru initialize-run-exit
           if program-return-code = zero
               perform gather-live-history thru
                   gather-live-history-exit
               if history-rows-read = zero
                   perform gather-archived-history thru
                       gather-archived-history-exit
               end-if
               if history-rows-read = zero
                   perform note-no-history thru note-no-history-exit
               else
                   perform write-source-line thru
                       write-source-line-exit
                   perform rebuild-day-master thru
                       rebuild-day-master-exit
               end-if
               if history-rows-read not = zero
                   and program-return-code < 16
                   perform gather-control-log thru
                       gather-control-log-exit
                   perform write-country-line thru
                       write-country-line-exit
                       varying entry-subscript from 1 by 1
                       until entry-subscript > country-entry-count
                   perform write-region-subtotal thru
                       write-region-subtotal-exit
                       varying region-subscript from 1 by 1
                       until region-subscript > region-entry-count
                   perform write-grand-total thru
                       write-grand-total-exit
                   perform write-consolidated-total thru
                       write-consolidated-total-exit
                   perform write-proof-section thru
                       write-proof-section-exit
               end-if
               perform write-report-trailer thru
                   write-report-trailer-exit
               perform terminate-run thru terminate-run-exit
           end-if
           perform write-step-ledger thru write-step-ledger-exit
           move program-return-code to return-code
           goback.

      *> the archive and the change history are both optional - a
      *> date still inside retention never needs the one, and a
      *> master nobody has changed since it was loaded never wrote
      *> the other.
       initialize-run.
           move function current-date to current-date-time
           open input reprint-params
           move reprint-params-status to current-open-status
           move "REPRINT-PARAMS" to current-open-file-name
           perform check-open-status thru check-open-status-exit
           open input wealth-history
           move wealth-history-status to current-open-status
           move "WEALTH-HISTORY" to current-open-file-name
           perform check-open-status thru check-open-status-exit
           open input country-master
           move country-master-status to current-open-status
           move "COUNTRY-MASTER" to current-open-file-name
           perform check-open-status thru check-open-status-exit
           open input fx-history
           move fx-history-status to current-open-status
           move "FX-HISTORY" to current-open-file-name
           perform check-open-status thru check-open-status-exit
           open input control-log
           move control-log-status to current-open-status
           move "CONTROL-LOG" to current-open-file-name
           perform check-open-status thru check-open-status-exit
           open output reprint-report
           move reprint-report-status to current-open-status
           move "REPRINT-REPORT" to current-open-file-name
           perform check-open-status thru check-open-status-exit
           if program-return-code = zero
               perform read-reprint-params thru
                   read-reprint-params-exit
           end-if
           if program-return-code = zero
               perform find-reporting-currency thru
                   find-reporting-currency-exit
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

       read-reprint-params.
           read reprint-params
               at end
                   display "REPRPARM is empty - no run date to reprint"
                       end-display
                   move 16 to program-return-code
               not at end
                   if rr-run-date is not numeric
                       or rr-run-date = zero
                       display "REPRPARM run date is not valid"
                           end-display
                       move 16 to program-return-code
                   else
                       move rr-run-date to reprint-date
                   end-if
           end-read
           close reprint-params.
       read-reprint-params-exit.
           exit.

      *> every rate row names the currency it prices into - the
      *> first row on the history is as good as any. an empty rate
      *> history still lets the report print; the consolidated
      *> section just says INCOMPLETE.
       find-reporting-currency.
           read fx-history next
               at end
                   display "FXHIST is empty - consolidation will be "
                       "incomplete"
                       end-display
               not at end
                   move fh-reporting-code to reporting-currency
           end-read.
       find-reporting-currency-exit.
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

      *> the title is bigworld's, marked so the copy can never be
      *> mistaken for the print that went out on the day.
       write-report-header.
           move spaces to reprint-report-line
           string "DAILY WORLD WEALTH ESTIMATE - REPRODUCTION"
               delimited by size
               into reprint-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write reprint-report-line
           move spaces to reprint-report-line
           string "REPRODUCTION OF THE REPORT FOR RUN DATE "
               delimited by size
               reprint-date delimited by size
               " - NOT THE ORIGINAL PRINT" delimited by size
               into reprint-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write reprint-report-line
           move spaces to reprint-report-line
           string "RUN DATE " delimited by size
               run-date delimited by size
               "  RUN TIME " delimited by size
               run-time delimited by size
               into reprint-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write reprint-report-line.
       write-report-header-exit.
           exit.

      *> says where the figures came from, and that the countries are
      *> in code order - the day's region order is not on the history
      *> (only the feed had it), so the region subtotals follow the
      *> countries instead of breaking between them.
       write-source-line.
           move spaces to reprint-report-line
           string "FROM " delimited by size
               history-source delimited by size
               " - COUNTRIES IN CODE ORDER, REGION SUBTOTALS AFTER"
                   delimited by size
               into reprint-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write reprint-report-line
           move spaces to reprint-report-line
           write reprint-report-line.
       write-source-line-exit.
           exit.

      *> ***************************************************************
      *> the day's rows - straight to the date on the live history's
      *> key; only when the live file has nothing for it is the
      *> archive swept.
      *> ***************************************************************
       gather-live-history.
           move "n" to history-scan-eof-switch
           move low-values to wh-history-key
           move reprint-date to wh-run-date
           start wealth-history key not < wh-history-key
               invalid key
                   move "y" to history-scan-eof-switch
           end-start
           perform read-live-row thru read-live-row-exit
               until history-scan-done
           if history-rows-read > zero
               move "WEALHIST" to history-source
           end-if.
       gather-live-history-exit.
           exit.

       read-live-row.
           read wealth-history next
               at end
                   move "y" to history-scan-eof-switch
                   go to read-live-row-exit
           end-read
           if wh-run-date not = reprint-date
               move "y" to history-scan-eof-switch
               go to read-live-row-exit
           end-if
           add 1 to history-rows-read
           move wh-record-type to hr-record-type
           move wh-country-code to hr-country-code
           move wh-currency-code to hr-currency-code
           move wh-persons to hr-persons
           move wh-world to hr-world
           move wh-row-flag to hr-row-flag
           perform take-history-row thru take-history-row-exit.
       read-live-row-exit.
           exit.

      *> no archive allocated just means the date is on neither file.
      *> the archive is not keyed, so the whole input is swept; a
      *> date histarch moved is moved whole, in key order.
       gather-archived-history.
           open input archive-file
           if archive-file-status = "35"
               go to gather-archived-history-exit
           end-if
           move archive-file-status to current-open-status
           move "ARCHIVE-FILE" to current-open-file-name
           perform check-open-status thru check-open-status-exit
           if archive-file-status not = "00"
               go to gather-archived-history-exit
           end-if
           move "n" to end-of-file-switch
           perform read-archived-row thru read-archived-row-exit
               until end-of-file
           close archive-file
           if history-rows-read > zero
               move "WEALARCH" to history-source
           end-if.
       gather-archived-history-exit.
           exit.

       read-archived-row.
           read archive-file
               at end
                   move "y" to end-of-file-switch
                   go to read-archived-row-exit
           end-read
           add 1 to archive-rows-read
           if ar-run-date not = reprint-date
               go to read-archived-row-exit
           end-if
           add 1 to history-rows-read
           move ar-record-type to hr-record-type
           move ar-country-code to hr-country-code
           move ar-currency-code to hr-currency-code
           move ar-persons to hr-persons
           move ar-world to hr-world
           move ar-row-flag to hr-row-flag
           perform take-history-row thru take-history-row-exit.
       read-archived-row-exit.
           exit.

      *> "D" adds to the country and to the bucket it posted in; an
      *> "R" reversal of a "D" (bigworld's change or delete leaves the
      *> flag blank, a back-out puts "D" on it) comes back off both.
      *> the "S" and "T" rows are carried whole - each later one for a
      *> region or currency supersedes the one before, a back-out's
      *> zero row included - so their reversals are not needed.
       take-history-row.
           evaluate hr-record-type
               when "D"
                   move hr-country-code to entry-code-ws
                   perform locate-country-entry thru
                       locate-country-entry-exit
                   if entry-found
                       add hr-persons to ce-net-persons(entry-slot)
                       add hr-world to ce-net-world(entry-slot)
                       move hr-currency-code
                           to ce-currency-code(entry-slot)
                       move hr-row-flag to ce-row-flag(entry-slot)
                   end-if
                   move hr-currency-code to bucket-key-ws
                   perform locate-currency-bucket thru
                       locate-currency-bucket-exit
                   if bucket-found
                       add hr-world to cy-country-world(bucket-slot)
                   end-if
               when "R"
                   if hr-row-flag = spaces or hr-row-flag = "D"
                       move hr-country-code to entry-code-ws
                       perform locate-country-entry thru
                           locate-country-entry-exit
                       if entry-found
                           subtract hr-persons
                               from ce-net-persons(entry-slot)
                           subtract hr-world
                               from ce-net-world(entry-slot)
                       end-if
                       move hr-currency-code to bucket-key-ws
                       perform locate-currency-bucket thru
                           locate-currency-bucket-exit
                       if bucket-found
                           subtract hr-world
                               from cy-country-world(bucket-slot)
                       end-if
                   end-if
               when "S"
                   perform take-region-row thru take-region-row-exit
               when "T"
                   move hr-country-code to bucket-key-ws
                   perform locate-currency-bucket thru
                       locate-currency-bucket-exit
                   if bucket-found
                       move "y" to cy-total-present(bucket-slot)
                       move hr-world to cy-total-world(bucket-slot)
                       move hr-persons to cy-total-persons(bucket-slot)
                   end-if
           end-evaluate.
       take-history-row-exit.
           exit.

       locate-country-entry.
           move "n" to entry-found-switch
           move zero to entry-slot
           perform match-country-entry thru match-country-entry-exit
               varying entry-subscript from 1 by 1
               until entry-subscript > country-entry-count
                   or entry-found
           if entry-found
               go to locate-country-entry-exit
           end-if
           if country-entry-count < max-country-entries
               add 1 to country-entry-count
               move country-entry-count to entry-slot
               initialize country-entry(entry-slot)
               move entry-code-ws to ce-country-code(entry-slot)
               move "y" to entry-found-switch
           else
               display "country table full - " entry-code-ws
                   " dropped"
                   end-display
               move 16 to program-return-code
           end-if.
       locate-country-entry-exit.
           exit.

       match-country-entry.
           if ce-country-code(entry-subscript) = entry-code-ws
               move "y" to entry-found-switch
               move entry-subscript to entry-slot
           end-if.
       match-country-entry-exit.
           exit.

       take-region-row.
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
                   move hr-country-code to rg-region-code(region-slot)
               else
                   display "region table full - region "
                       hr-country-code " dropped"
                       end-display
                   move 16 to program-return-code
                   go to take-region-row-exit
               end-if
           end-if
           move hr-persons to rg-persons(region-slot)
           move hr-world to rg-world(region-slot)
           move hr-currency-code to rg-currency-code(region-slot)
           move hr-row-flag to rg-row-flag(region-slot).
       take-region-row-exit.
           exit.

       match-region-entry.
           if rg-region-code(region-subscript) = hr-country-code
               move "y" to region-found-switch
               move region-subscript to region-slot
           end-if.
       match-region-entry-exit.
           exit.

       locate-currency-bucket.
           move "n" to bucket-found-switch
           move zero to bucket-slot
           perform match-currency-bucket thru
               match-currency-bucket-exit
               varying bucket-subscript from 1 by 1
               until bucket-subscript > currency-bucket-count
                   or bucket-found
           if bucket-found
               go to locate-currency-bucket-exit
           end-if
           if currency-bucket-count < max-currency-buckets
               add 1 to currency-bucket-count
               move currency-bucket-count to bucket-slot
               initialize currency-bucket(bucket-slot)
               move bucket-key-ws to cy-currency-code(bucket-slot)
               move "n" to cy-total-present(bucket-slot)
               move "n" to cy-log-present(bucket-slot)
               move "y" to bucket-found-switch
           else
               display "currency table full - " bucket-key-ws
                   " dropped"
                   end-display
               move 16 to program-return-code
           end-if.
       locate-currency-bucket-exit.
           exit.

       match-currency-bucket.
           if cy-currency-code(bucket-subscript) = bucket-key-ws
               move "y" to bucket-found-switch
               move bucket-subscript to bucket-slot
           end-if.
       match-currency-bucket-exit.
           exit.

       note-no-history.
           move spaces to reprint-report-line
           string "NO HISTORY ROWS FOR " delimited by size
               reprint-date delimited by size
               " ON WEALHIST OR WEALARCH - NOTHING REPRINTED"
                   delimited by size
               into reprint-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write reprint-report-line
           move 16 to program-return-code.
       note-no-history-exit.
           exit.

      *> ***************************************************************
      *> the master as it stood on the day. the change history is in
      *> the order the changes applied, so for each country the last
      *> change applied on or before the day leaves its after image,
      *> and failing that the first change applied after the day
      *> still has the day's row in its before image. a country the
      *> history never mentions has not changed since, so today's
      *> master row is the day's. no change history at all means no
      *> change was ever made; one that will not open is no reason
      *> to print the day against today's master instead.
      *> ***************************************************************
       rebuild-day-master.
           open input change-history
           if change-history-status not = "35"
               move change-history-status to current-open-status
               move "CHANGE-HISTORY" to current-open-file-name
               perform check-open-status thru check-open-status-exit
               if change-history-status not = "00"
                   and change-history-status not = "05"
                   move spaces to reprint-report-line
                   string "CHANGE HISTORY WILL NOT OPEN - THE DAY'S "
                       delimited by size
                       "MASTER CANNOT BE REBUILT" delimited by size
                       into reprint-report-line
                       on overflow
                           perform note-string-overflow thru
                               note-string-overflow-exit
                   end-string
                   write reprint-report-line
                   go to rebuild-day-master-exit
               end-if
               move "n" to end-of-file-switch
               perform apply-change-image thru apply-change-image-exit
                   until end-of-file
               close change-history
           end-if
           perform fill-from-master thru fill-from-master-exit
               varying entry-subscript from 1 by 1
               until entry-subscript > country-entry-count.
       rebuild-day-master-exit.
           exit.

       apply-change-image.
           read change-history
               at end
                   move "y" to end-of-file-switch
                   go to apply-change-image-exit
           end-read
           move "n" to entry-found-switch
           move zero to entry-slot
           move ch-country-code to entry-code-ws
           perform match-country-entry thru match-country-entry-exit
               varying entry-subscript from 1 by 1
               until entry-subscript > country-entry-count
                   or entry-found
           if not entry-found
               go to apply-change-image-exit
           end-if
           if ch-applied-date not > reprint-date
               move ch-after-name to ce-country-name(entry-slot)
               move ch-after-locale to ce-locale-code(entry-slot)
               move ch-after-currency
                   to ce-master-currency(entry-slot)
               move ch-after-active to ce-active-flag(entry-slot)
               move "H" to ce-image-source(entry-slot)
           else
               if ce-image-source(entry-slot) = spaces
                   move ch-before-name to ce-country-name(entry-slot)
                   move ch-before-locale to ce-locale-code(entry-slot)
                   move ch-before-currency
                       to ce-master-currency(entry-slot)
                   move ch-before-active to ce-active-flag(entry-slot)
                   move "B" to ce-image-source(entry-slot)
               end-if
           end-if.
       apply-change-image-exit.
           exit.

       fill-from-master.
           if ce-image-source(entry-subscript) not = spaces
               add 1 to names-from-history
               go to fill-from-master-exit
           end-if
           move ce-country-code(entry-subscript) to cm-country-code
           read country-master
               invalid key
                   add 1 to names-not-known
               not invalid key
                   move cm-country-name
                       to ce-country-name(entry-subscript)
                   move cm-locale-code
                       to ce-locale-code(entry-subscript)
                   move cm-currency-code
                       to ce-master-currency(entry-subscript)
                   move cm-active-flag
                       to ce-active-flag(entry-subscript)
                   move "M" to ce-image-source(entry-subscript)
                   add 1 to names-from-master
           end-read.
       fill-from-master-exit.
           exit.

      *> ***************************************************************
      *> the day's control log - the last row for each currency is the
      *> one that stands (a correction or update run's cumulative row,
      *> or a back-out's zero row), and the last row for the date
      *> carries the day's counts and return code.
      *> ***************************************************************
       gather-control-log.
           move "n" to end-of-file-switch
           perform read-log-row thru read-log-row-exit
               until end-of-file
           if log-rows-read > zero and log-return-code = 99
               move "y" to day-backed-out-switch
           end-if.
       gather-control-log-exit.
           exit.

       read-log-row.
           read control-log
               at end
                   move "y" to end-of-file-switch
                   go to read-log-row-exit
           end-read
           if cl-run-date not = reprint-date
               go to read-log-row-exit
           end-if
           add 1 to log-rows-read
           move cl-record-count to log-record-count
           move cl-reject-count to log-reject-count
           move cl-hash-total to log-hash-total
           move cl-return-code to log-return-code
           move cl-currency-code to bucket-key-ws
           perform locate-currency-bucket thru
               locate-currency-bucket-exit
           if bucket-found
               move "y" to cy-log-present(bucket-slot)
               move cl-currency-total to cy-log-world(bucket-slot)
           end-if.
       read-log-row-exit.
           exit.

      *> ***************************************************************
      *> each country's line as bigworld printed it - the name, the
      *> day's date in the country's own locale and the amount in its
      *> currency. a country the day deleted or backed out nets to
      *> zero and has no line, exactly as the day's final position.
      *> the posting time is not on the history, so the line carries
      *> the date alone.
      *> ***************************************************************
       write-country-line.
           if ce-net-persons(entry-subscript) = zero
               and ce-net-world(entry-subscript) = zero
               go to write-country-line-exit
           end-if
           add 1 to countries-printed
           add ce-net-persons(entry-subscript) to total-persons-posted
           perform format-country-date thru format-country-date-exit
           move spaces to report-name
           if ce-country-name(entry-subscript) = spaces
               move ce-country-code(entry-subscript) to report-name
           else
               move ce-country-name(entry-subscript) to report-name
           end-if
           move spaces to estimate-note
           if ce-row-flag(entry-subscript) = "E"
               move " (ESTIMATED)" to estimate-note
               add 1 to estimated-count
           end-if
      *> bigworld refused a feed currency the master disagreed with,
      *> so a difference here means the master moved later that day.
           move spaces to currency-note
           if ce-master-currency(entry-subscript) not = spaces
               and ce-master-currency(entry-subscript)
                   not = ce-currency-code(entry-subscript)
               string " (MASTER THEN " delimited by size
                   ce-master-currency(entry-subscript)
                       delimited by size
                   ")" delimited by size
                   into currency-note
                   on overflow
                       perform note-string-overflow thru
                           note-string-overflow-exit
               end-string
           end-if
           move ce-net-world(entry-subscript) to amount-edited
           move spaces to reprint-report-line
           string "  " delimited by size
               function trim(report-name) delimited by size
               " as of " delimited by size
               function trim(date-display) delimited by size
               ": " delimited by size
               ce-currency-code(entry-subscript) delimited by size
               " " delimited by size
               amount-edited delimited by size
               estimate-note delimited by size
               currency-note delimited by size
               into reprint-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write reprint-report-line.
       write-country-line-exit.
           exit.

       format-country-date.
           move spaces to locale-code-ws
           move ce-locale-code(entry-subscript) to locale-code-ws
           move spaces to date-display
           evaluate locale-code-ws
               when "EN-GB"
                   move function locale-date(reprint-date en-gb-locale)
                       to date-display
               when "DE-DE"
                   move function locale-date(reprint-date de-de-locale)
                       to date-display
               when other
                   move function locale-date(reprint-date en-us-locale)
                       to date-display
           end-evaluate.
       format-country-date-exit.
           exit.

      *> the subtotal lines are bigworld's, off the standing "S" row;
      *> a region the day backed out stands at zero and has no line.
       write-region-subtotal.
           if rg-persons(region-subscript) = zero
               go to write-region-subtotal-exit
           end-if
           move rg-persons(region-subscript) to persons-edited
           move spaces to persons-display
           move persons-edited to persons-display
           move spaces to reprint-report-line
           if rg-currency-code(region-subscript) = spaces
               string "  REGION " delimited by size
                   rg-region-code(region-subscript) delimited by size
                   " SUBTOTAL: " delimited by size
                   function trim(persons-display) delimited by size
                   " PERSONS / WORLD MIXED CCYS - SEE CURRENCY "
                       delimited by size
                   "TOTALS" delimited by size
                   into reprint-report-line
                   on overflow
                       perform note-string-overflow thru
                           note-string-overflow-exit
               end-string
           else
               move rg-world(region-subscript) to amount-edited
               string "  REGION " delimited by size
                   rg-region-code(region-subscript) delimited by size
                   " SUBTOTAL: " delimited by size
                   function trim(persons-display) delimited by size
                   " PERSONS / " delimited by size
                   rg-currency-code(region-subscript)
                       delimited by size
                   " " delimited by size
                   function trim(amount-edited) delimited by size
                   into reprint-report-line
                   on overflow
                       perform note-string-overflow thru
                           note-string-overflow-exit
               end-string
           end-if
           write reprint-report-line
           if rg-row-flag(region-subscript) = "E"
               move spaces to reprint-report-line
               string "  REGION " delimited by size
                   rg-region-code(region-subscript) delimited by size
                   " INCLUDES ESTIMATED COUNTRIES - TRUE-UP PENDING"
                       delimited by size
                   into reprint-report-line
                   on overflow
                       perform note-string-overflow thru
                           note-string-overflow-exit
               end-string
               write reprint-report-line
           end-if.
       write-region-subtotal-exit.
           exit.

      *> the population line and one world total per currency off the
      *> standing "T" rows, as bigworld closed the day.
       write-grand-total.
           move total-persons-posted to people
           move spaces to reprint-report-line
           string "  TOTAL POPULATION POSTED: " delimited by size
               function trim(people) delimited by size
               into reprint-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write reprint-report-line
           if estimated-count > zero
               move estimated-count to count-edited
               move spaces to reprint-report-line
               string "  DAY INCLUDES " delimited by size
                   function trim(count-edited) delimited by size
                   " ESTIMATED COUNTRIES - TRUE-UP PENDING"
                       delimited by size
                   into reprint-report-line
                   on overflow
                       perform note-string-overflow thru
                           note-string-overflow-exit
               end-string
               write reprint-report-line
           end-if
           perform write-currency-total-line thru
               write-currency-total-line-exit
               varying bucket-subscript from 1 by 1
               until bucket-subscript > currency-bucket-count.
       write-grand-total-exit.
           exit.

       write-currency-total-line.
           if cy-total-present(bucket-subscript) not = "y"
               go to write-currency-total-line-exit
           end-if
           move cy-total-world(bucket-subscript) to amount-edited
           move spaces to reprint-report-line
           string "  WORLD TOTAL (" delimited by size
               cy-currency-code(bucket-subscript) delimited by size
               "): " delimited by size
               function trim(amount-edited) delimited by size
               into reprint-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write reprint-report-line.
       write-currency-total-line-exit.
           exit.

      *> ***************************************************************
      *> consolidated world total - each standing "T" bucket priced at
      *> the rate FXHIST holds for the day itself, never today's. a
      *> bucket with no rate for the day leaves the section
      *> INCOMPLETE, as it did on the original.
      *> ***************************************************************
       write-consolidated-total.
           move zero to consolidated-total
           move "n" to consolidation-short-switch
           move spaces to reprint-report-line
           write reprint-report-line
           move spaces to reprint-report-line
           string "  CONSOLIDATED WORLD TOTAL" delimited by size
               into reprint-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write reprint-report-line
           perform consolidate-currency thru consolidate-currency-exit
               varying bucket-subscript from 1 by 1
               until bucket-subscript > currency-bucket-count
           move consolidated-total to amount-edited
           if consolidation-short
               move "  ** INCOMPLETE **" to consolidation-flag-text
           else
               move spaces to consolidation-flag-text
           end-if
           move spaces to reprint-report-line
           string "  CONSOLIDATED WORLD TOTAL (" delimited by size
               reporting-currency delimited by size
               "): " delimited by size
               function trim(amount-edited) delimited by size
               consolidation-flag-text delimited by size
               into reprint-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write reprint-report-line.
       write-consolidated-total-exit.
           exit.

       consolidate-currency.
           if cy-total-present(bucket-subscript) not = "y"
               or cy-total-world(bucket-subscript) = zero
               go to consolidate-currency-exit
           end-if
           perform fetch-history-rate thru fetch-history-rate-exit
           if not rate-found
               move "y" to consolidation-short-switch
               move spaces to reprint-report-line
               string "    " delimited by size
                   cy-currency-code(bucket-subscript) delimited by size
                   " HAS NO RATE ON HISTORY FOR " delimited by size
                   reprint-date delimited by size
                   into reprint-report-line
                   on overflow
                       perform note-string-overflow thru
                           note-string-overflow-exit
               end-string
               write reprint-report-line
               if program-return-code < 8
                   move 8 to program-return-code
               end-if
               go to consolidate-currency-exit
           end-if
           compute converted-amount rounded =
               cy-total-world(bucket-subscript) * rate-work
               on size error
                   move "y" to consolidation-short-switch
                   display "size error - fx conversion overflow for "
                       cy-currency-code(bucket-subscript)
                       end-display
                   move 16 to program-return-code
                   go to consolidate-currency-exit
           end-compute
           add converted-amount to consolidated-total
               on size error
                   move "y" to consolidation-short-switch
                   display "size error - consolidated total overflow"
                       end-display
                   move 16 to program-return-code
           end-add
           move rate-work to rate-edited
           move converted-amount to amount-edited
           move spaces to reprint-report-line
           string "    " delimited by size
               cy-currency-code(bucket-subscript) delimited by size
               " AT " delimited by size
               function trim(rate-edited) delimited by size
               " EFF " delimited by size
               reprint-date delimited by size
               ": " delimited by size
               function trim(amount-edited) delimited by size
               " " delimited by size
               reporting-currency delimited by size
               into reprint-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write reprint-report-line.
       consolidate-currency-exit.
           exit.

      *> the reporting currency converts at par whether or not the
      *> history carries a row for it.
       fetch-history-rate.
           move "n" to rate-found-switch
           move zero to rate-work
           if cy-currency-code(bucket-subscript) = reporting-currency
               and reporting-currency not = spaces
               move "y" to rate-found-switch
               move 1 to rate-work
               go to fetch-history-rate-exit
           end-if
           move spaces to fx-history-record
           move cy-currency-code(bucket-subscript) to fh-currency-code
           move reprint-date to fh-effective-date
           read fx-history
               invalid key
                   continue
               not invalid key
                   move "y" to rate-found-switch
                   move fh-rate to rate-work
           end-read.
       fetch-history-rate-exit.
           exit.

      *> ***************************************************************
      *> the proof - per currency, the country rows net of reversals,
      *> the standing "T" row and the standing CTLLOG row must agree
      *> (a side with no row counts as zero). the closing line says
      *> whether the reproduction ties to the day's control log.
      *> ***************************************************************
       write-proof-section.
           move spaces to reprint-report-line
           write reprint-report-line
           move spaces to reprint-report-line
           string "PROOF AGAINST CTLLOG FOR " delimited by size
               reprint-date delimited by size
               into reprint-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write reprint-report-line
           move zero to currencies-untied
           perform write-proof-line thru write-proof-line-exit
               varying bucket-subscript from 1 by 1
               until bucket-subscript > currency-bucket-count
           move log-rows-read to count-edited
           move log-return-code to log-return-code-display
           move spaces to reprint-report-line
           string "  CTLLOG ROWS " delimited by size
               function trim(count-edited) delimited by size
               "  STANDING RETURN CODE " delimited by size
               log-return-code-display delimited by size
               into reprint-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write reprint-report-line
           move log-record-count to count-edited
           move log-reject-count to reject-edited
           move log-hash-total to hash-edited
           move spaces to reprint-report-line
           string "  RECORDS READ " delimited by size
               function trim(count-edited) delimited by size
               "  REJECTED " delimited by size
               function trim(reject-edited) delimited by size
               "  PERSONS HASH " delimited by size
               function trim(hash-edited) delimited by size
               into reprint-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write reprint-report-line
           if day-backed-out
               move spaces to reprint-report-line
               string "  THE DATE WAS BACKED OUT AND NOT REPOSTED - "
                   delimited by size
                   "THE DAY STANDS AT ZERO" delimited by size
                   into reprint-report-line
                   on overflow
                       perform note-string-overflow thru
                           note-string-overflow-exit
               end-string
               write reprint-report-line
           end-if
           move spaces to reprint-report-line
           evaluate true
               when log-rows-read = zero
                   string "PROOF: NO CTLLOG ROWS FOR " delimited by size
                       reprint-date delimited by size
                       " - REPRODUCTION NOT PROVEN" delimited by size
                       into reprint-report-line
                       on overflow
                           perform note-string-overflow thru
                               note-string-overflow-exit
                   end-string
                   if program-return-code < 8
                       move 8 to program-return-code
                   end-if
               when currencies-untied > zero
                   move currencies-untied to count-edited
                   string "PROOF: REPRODUCTION DOES NOT TIE TO "
                       delimited by size
                       "CTLLOG - " delimited by size
                       function trim(count-edited) delimited by size
                       " CURRENCIES DIFFER" delimited by size
                       into reprint-report-line
                       on overflow
                           perform note-string-overflow thru
                               note-string-overflow-exit
                   end-string
                   if program-return-code < 8
                       move 8 to program-return-code
                   end-if
               when other
                   string "PROOF: REPRODUCTION TIES TO CTLLOG FOR "
                       delimited by size
                       reprint-date delimited by size
                       into reprint-report-line
                       on overflow
                           perform note-string-overflow thru
                               note-string-overflow-exit
                   end-string
           end-evaluate
           write reprint-report-line.
       write-proof-section-exit.
           exit.

       write-proof-line.
           if cy-country-world(bucket-subscript)
                   = cy-total-world(bucket-subscript)
               and cy-total-world(bucket-subscript)
                   = cy-log-world(bucket-subscript)
               move "TIED" to tie-text
           else
               move "NOT TIED" to tie-text
               add 1 to currencies-untied
           end-if
           move cy-country-world(bucket-subscript)
               to proof-country-edited
           move cy-total-world(bucket-subscript) to proof-total-edited
           move cy-log-world(bucket-subscript) to proof-log-edited
           move spaces to reprint-report-line
           string "  " delimited by size
               cy-currency-code(bucket-subscript) delimited by size
               "  COUNTRIES " delimited by size
               function trim(proof-country-edited) delimited by size
               "  T ROW " delimited by size
               function trim(proof-total-edited) delimited by size
               "  CTLLOG " delimited by size
               function trim(proof-log-edited) delimited by size
               "  " delimited by size
               tie-text delimited by size
               into reprint-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write reprint-report-line.
       write-proof-line-exit.
           exit.

       write-report-trailer.
           move spaces to reprint-report-line
           write reprint-report-line
           move history-rows-read to count-edited
           move spaces to reprint-report-line
           string "HISTORY ROWS FOR THE DATE:   " delimited by size
               function trim(count-edited) delimited by size
               into reprint-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write reprint-report-line
           move countries-printed to count-edited
           move spaces to reprint-report-line
           string "COUNTRY LINES:               " delimited by size
               function trim(count-edited) delimited by size
               into reprint-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write reprint-report-line
           move names-from-history to count-edited
           move spaces to reprint-report-line
           string "  MASTER FROM CHANGE HISTORY: " delimited by size
               function trim(count-edited) delimited by size
               into reprint-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write reprint-report-line
           move names-from-master to count-edited
           move spaces to reprint-report-line
           string "  MASTER UNCHANGED SINCE:     " delimited by size
               function trim(count-edited) delimited by size
               into reprint-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write reprint-report-line
           move names-not-known to count-edited
           move spaces to reprint-report-line
           string "  NOT ON MASTER OR HISTORY:   " delimited by size
               function trim(count-edited) delimited by size
               into reprint-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write reprint-report-line
           move program-return-code to program-return-code-display
           move spaces to reprint-report-line
           string "RETURN CODE " delimited by size
               program-return-code-display delimited by size
               into reprint-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write reprint-report-line.
       write-report-trailer-exit.
           exit.

       terminate-run.
           close wealth-history
           close country-master
           close fx-history
           close control-log
           close reprint-report.
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
           move "WEALREPR" to bl-step-name
           move run-date to bl-run-date
           move history-rows-read to bl-records-in
           move countries-printed to bl-records-out
           move "PERSONS" to bl-control-name
           move total-persons-posted to bl-control-count
           move run-date to bl-start-date
           move run-time to bl-start-time
           move ledger-end-date to bl-end-date
           move ledger-end-time to bl-end-time
           move program-return-code to bl-return-code
           write batch-ledger-record
           close batch-ledger.
       write-step-ledger-exit.
           exit.

       end program wealrepr.
