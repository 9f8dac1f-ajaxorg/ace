       >>SOURCE FORMAT IS FIXED
      *> ***************************************************************
      *> Purpose:   Country and region league table. For a requested
      *>            run date, ranks every country that posted by its
      *>            world figure, by persons and by EACH (world per
      *>            person), all priced into the reporting currency
      *>            off the FX rate history so currencies compare,
      *>            and shows each country's move in rank since the
      *>            prior completed day, the prior month end and the
      *>            prior year end. Regions rank the same way off
      *>            their "S" subtotal rows - a mixed-currency region
      *>            has no single-currency figure, so it ranks by
      *>            persons only. A movers section lists the largest
      *>            gains and losses against the prior completed day,
      *>            in amount and in percent, and every country left
      *>            out of the ranking because it rejected, is held,
      *>            or is still open on the pending-rejects file is
      *>            listed with its reason code.
      *> ***************************************************************
       identification division.
       program-id. leagtbl.

      *> ***************************************************************
      *> Modification history:
      *>   2026-10-05  rft  Original program - "who moved the most"
      *>                    and "top 20 per capita" were answered by
      *>                    sorting WEALTRPT by hand. The run date and
      *>                    the movers count come from LEAGPARM; the
      *>                    table prints on LEAGRPT.
      *>   2026-10-12  pjn  Country master reference tolerance
      *>                    declared to match the file.
      *>   2026-10-15  rft  A country's zero "D" row left by a delete
      *>                    is left out and reported not posted.
      *> ***************************************************************

ENVR   environment division.
       input-output section.
       file-control.
           select run-status assign to "RUNSTAT"
               organization is line sequential
               file status is run-status-file-status.
           select league-params assign to "LEAGPARM"
               organization is line sequential
               file status is league-params-status.
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
           select fx-history assign to "FXHIST"
               organization is indexed
               access is dynamic
               record key is fh-rate-key
               file status is fx-history-status.
           select country-master assign to "CTRYMST"
               organization is indexed
               access is random
               record key is cm-country-code
               file status is country-master-status.
           select reject-file assign to "REJFILE"
               organization is line sequential
               file status is reject-file-status.
           select pending-rejects assign to "REJPEND"
               organization is line sequential
               file status is pending-rejects-status.
           select held-items assign to "HELDITEM"
               organization is line sequential
               file status is held-items-status.
           select league-report assign to "LEAGRPT"
               organization is line sequential
               file status is league-report-status.

DATA   data division.
FILE   file section.
      *> the status record bigworld leaves for the scheduler - the
      *> default run date comes from it, and the day's REJFILE only
      *> speaks for that date.
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

      *> lp-run-date names the day to rank (zero is the day on
      *> RUNSTAT); lp-top-count is how many gainers and losers each
      *> movers list shows (zero is 10). no LEAGPARM at all is the
      *> day on RUNSTAT with the top 10.
       fd  league-params.
       01  league-params-record.
           05 lp-run-date          pic 9(08).
           05 lp-top-count         pic 9(03).

      *> same record layout bigworld writes to WEALHIST - the "D"
      *> country rows and the "S" region subtotal rows (region code
      *> in wh-country-code, currency blank for a mixed-currency
      *> region) are ranked.
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
      *> find the completed days the ranks compare against.
       fd  control-log.
       01  control-log-record.
           05 cl-run-date          pic 9(08).
           05 cl-record-count      pic 9(09).
           05 cl-reject-count      pic 9(09).
           05 cl-hash-total        pic 9(20).
           05 cl-currency-code     pic x(03).
           05 cl-currency-total    pic s9(20)v99.
           05 cl-return-code       pic 9(02).

      *> the keyed rate history fxdecomp captures - one row per
      *> currency per effective date.
       fd  fx-history.
       01  fx-history-record.
           05 fh-rate-key.
               10 fh-currency-code pic x(03).
               10 fh-effective-date pic 9(08).
           05 fh-reporting-code    pic x(03).
           05 fh-rate              pic 9(09)v9(06).

      *> the country master ctrymnt maintains - read only here, for
      *> the names.
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

      *> same record layout bigworld writes to REJFILE.
       fd  reject-file.
       01  reject-file-record.
           05 rj-record-type       pic x(01).
           05 rj-region-code       pic x(03).
           05 rj-country-code      pic x(03).
           05 rj-country-name      pic x(20).
           05 rj-locale-code       pic x(05).
           05 rj-currency-code     pic x(03).
           05 rj-persons           pic 9(18).
           05 rj-each              pic 9(05)v99.
           05 rj-transaction-code  pic x(01).
           05 rj-reject-code       pic x(03).
           05 rj-source-system     pic x(08).

      *> the open rejects rejage carries forward - one record per
      *> country, keyed by country and the date it first rejected.
       fd  pending-rejects.
       01  pending-rejects-record.
           05 pj-country-code      pic x(03).
           05 pj-first-date        pic 9(08).
           05 pj-last-date         pic 9(08).
           05 pj-reject-code       pic x(03).
           05 pj-source-system     pic x(08).
           05 pj-consecutive-count pic 9(05).

      *> same record layout bigworld writes to HELDITEM - an item
      *> still "H" has not posted.
       fd  held-items.
       01  held-items-record.
           05 hi-feed-date         pic 9(08).
           05 hi-region-code       pic x(03).
           05 hi-country-code      pic x(03).
           05 hi-country-name      pic x(20).
           05 hi-locale-code       pic x(05).
           05 hi-currency-code     pic x(03).
           05 hi-persons           pic 9(18).
           05 hi-each              pic 9(05)v99.
           05 hi-transaction-code  pic x(01).
           05 hi-source-system     pic x(08).
           05 hi-reason-code       pic x(03).
           05 hi-status            pic x(01).
           05 hi-last-date         pic 9(08).
           05 hi-last-persons      pic 9(18).
           05 hi-last-each         pic 9(05)v99.
           05 hi-persons-variance  pic s9(05)v99
                   sign is leading separate.
           05 hi-each-variance     pic s9(05)v99
                   sign is leading separate.
           05 hi-decided-date      pic 9(08).
           05 hi-decided-user      pic x(08).

       fd  league-report.
       01  league-report-line      pic x(132).

WORK   working-storage section.
       01 current-date-time        pic x(21).
       01 current-date-time-r redefines current-date-time.
           05 run-date              pic 9(08).
           05 run-time               pic 9(06).
           05 run-hundredths          pic 9(02).
           05 run-tz                   pic x(05).

       01 run-status-file-status   pic x(02).
       01 league-params-status     pic x(02).
       01 wealth-history-status    pic x(02).
       01 control-log-status       pic x(02).
       01 fx-history-status        pic x(02).
       01 country-master-status    pic x(02).
       01 reject-file-status       pic x(02).
       01 pending-rejects-status   pic x(02).
       01 held-items-status        pic x(02).
       01 league-report-status     pic x(02).
       01 current-open-status      pic x(02).
       01 current-open-file-name   pic x(20).

       01 end-of-file-switch           pic x(01) value "n".
           88 end-of-file                     value "y".
       01 history-scan-eof-switch        pic x(01) value "n".
           88 history-scan-done                 value "y".
       01 entry-found-switch               pic x(01) value "n".
           88 entry-found                         value "y".
       01 rate-found-switch                  pic x(01) value "n".
           88 rate-found                            value "y".
       01 league-skipped-switch                pic x(01) value "n".
           88 league-skipped                          value "y".
       01 prior-search-switch                    pic x(01) value "n".
           88 prior-search-done                         value "y".
       01 prior-open-switch                        pic x(01) value "n".
           88 prior-reopened                              value "y".
       01 movers-done-switch     pic x(01) value "n".
           88 movers-done           value "y".
       01 master-present-switch  pic x(01) value "n".
           88 master-present        value "y".

       01 program-return-code      pic 9(02) comp value zero.
       01 league-date               pic 9(08) value zero.
       01 league-date-state          pic x(01) value spaces.
       01 status-date                 pic 9(08) value zero.
       01 top-count                    pic 9(03) value 10.
       01 comparison-ceiling            pic 9(08) value zero.
       01 comparison-date                pic 9(08) value zero.
       01 league-month                    pic 9(06) value zero.
       01 league-year                      pic 9(04) value zero.
       01 gather-date                       pic 9(08) value zero.
       01 reporting-currency                 pic x(03) value spaces.

      *> the four days every figure is gathered for - 1 the ranked
      *> day, 2 the prior completed day, 3 the last completed day of
      *> the prior month, 4 the last completed day of the prior year.
      *> a zero date is a comparison the log cannot make.
       01 side-date-table.
           05 side-date occurs 4 times pic 9(08).
       01 side-subscript           pic 9(04) comp value zero.

      *> one entry per country ("C", off the "D" rows) and per region
      *> ("R", off the "S" rows), each with its figures and its three
      *> ranks on all four days. a rank of zero is not ranked that
      *> day. the change fields compare day 1 with day 2 in the
      *> reporting currency.
       01 max-league-entries       pic 9(04) comp value 500.
       01 league-entry-count        pic 9(04) comp value zero.
       01 entry-subscript            pic 9(04) comp value zero.
       01 compare-subscript           pic 9(04) comp value zero.
       01 entry-slot                   pic 9(04) comp value zero.
       01 entry-kind-ws                 pic x(01) value spaces.
       01 entry-code-ws                  pic x(03) value spaces.
       01 league-entry-table.
           05 league-entry occurs 500 times.
               10 le-entry-kind     pic x(01).
               10 le-code           pic x(03).
               10 le-name           pic x(20).
               10 le-side occurs 4 times.
                   15 le-seen        pic x(01).
                   15 le-estimated   pic x(01).
                   15 le-currency    pic x(03).
                   15 le-persons     pic 9(18).
                   15 le-world       pic s9(20)v99.
                   15 le-valued      pic x(01).
                   15 le-value       pic s9(20)v99.
                   15 le-each        pic s9(13)v99.
                   15 le-world-rank  pic 9(04) comp.
                   15 le-persons-rank pic 9(04) comp.
                   15 le-each-rank   pic 9(04) comp.
               10 le-change         pic s9(20)v99.
               10 le-change-pct     pic s9(07)v99.
               10 le-mover-valid    pic x(01).
               10 le-pct-valid      pic x(01).
               10 le-picked         pic x(01).

      *> rates looked up once per currency and date - a miss is
      *> remembered too, so it is reported once.
       01 max-rate-cache           pic 9(04) comp value 100.
       01 rate-cache-count          pic 9(04) comp value zero.
       01 rate-subscript             pic 9(04) comp value zero.
       01 rate-slot                   pic 9(04) comp value zero.
       01 rate-cache-table.
           05 rate-cache-entry occurs 100 times.
               10 rc-currency-code  pic x(03).
               10 rc-rate-date      pic 9(08).
               10 rc-found          pic x(01).
               10 rc-rate           pic 9(09)v9(06).
       01 rate-key-ws              pic x(03) value spaces.
       01 rate-work                 pic 9(09)v9(06) value zero.

      *> the countries left out of the ranked day and why.
       01 max-missing-entries      pic 9(04) comp value 300.
       01 missing-count             pic 9(04) comp value zero.
       01 missing-subscript          pic 9(04) comp value zero.
       01 missing-slot                pic 9(04) comp value zero.
       01 missing-table.
           05 missing-entry occurs 300 times.
               10 ms-country-code   pic x(03).
               10 ms-reason-code    pic x(03).
               10 ms-status         pic x(10).
               10 ms-first-date     pic 9(08).
               10 ms-feed-count     pic 9(05).
       01 missing-code-ws          pic x(03) value spaces.
       01 missing-reason-ws         pic x(03) value spaces.
       01 missing-status-ws          pic x(10) value spaces.

      *> what the ranking sections are printing - "W" world, "P"
      *> persons, "E" EACH - and the movers list being picked.
       01 measure-switch           pic x(01) value "W".
           88 measure-world           value "W".
           88 measure-persons         value "P".
           88 measure-each            value "E".
       01 mover-list-switch        pic x(02) value spaces.
           88 absolute-gains          value "AG".
           88 absolute-losses         value "AL".
           88 percent-gains           value "PG".
           88 percent-losses          value "PL".
       01 rank-position            pic 9(04) comp value zero.
       01 rank-work                 pic 9(04) comp value zero.
       01 rank-today-ws              pic 9(04) comp value zero.
       01 rank-difference             pic s9(04) value zero.
       01 pick-count                   pic 9(04) comp value zero.
       01 best-slot                     pic 9(04) comp value zero.
       01 ranked-countries               pic 9(09) comp value zero.
       01 ranked-regions                  pic 9(09) comp value zero.
       01 section-line-count               pic 9(09) comp value zero.

       01 change-text-table.
           05 change-text occurs 4 times pic x(09).
       01 value-column             pic x(31).
       01 name-column              pic x(20).
       01 estimate-column          pic x(04).
       01 section-title            pic x(60).
       01 count-edited             pic zzz,zzz,zz9.
       01 amount-edited            pic zzz,zzz,zzz,zzz,zzz,zzz,zz9.99-.
       01 persons-edited           pic zzz,zzz,zzz,zzz,zzz,zz9.
       01 each-edited              pic zzz,zzz,zzz,zzz,zz9.99-.
       01 percent-edited           pic z,zzz,zz9.99-.
       01 rank-edited              pic zzz9.
       01 difference-edited        pic zzz9.
       01 feed-count-edited        pic zzzz9.
       01 program-return-code-display pic 9(02).

      *> ***************************************************************
CODE   procedure division.

      *> ***************************************************************
      *> mainline - settle the day and its comparison days, gather
      *> and price every country and region on all four days, rank
      *> them, then print the rankings, the movers and the missing.
      *> ***************************************************************
       mainline.
           perform initialize-run thru initialize-run-exit
           if program-return-code = zero
               perform find-comparison-dates thru
                   find-comparison-dates-exit
               if not league-skipped
                   perform gather-side-rows thru gather-side-rows-exit
                       varying side-subscript from 1 by 1
                       until side-subscript > 4
                   perform value-side-entries thru
                       value-side-entries-exit
                       varying side-subscript from 1 by 1
                       until side-subscript > 4
                   perform rank-side-entries thru
                       rank-side-entries-exit
                       varying side-subscript from 1 by 1
                       until side-subscript > 4
                   perform compute-movement thru compute-movement-exit
                       varying entry-subscript from 1 by 1
                       until entry-subscript > league-entry-count
                   move "C" to entry-kind-ws
                   perform write-rankings thru write-rankings-exit
                   move "R" to entry-kind-ws
                   perform write-rankings thru write-rankings-exit
                   perform write-top-movers thru write-top-movers-exit
                   perform build-missing-list thru
                       build-missing-list-exit
                   perform write-missing-list thru
                       write-missing-list-exit
               end-if
               perform write-report-trailer thru
                   write-report-trailer-exit
               perform terminate-run thru terminate-run-exit
           end-if
           move program-return-code to return-code
           goback.

      *> LEAGPARM is optional; the country master only supplies names,
      *> so a missing one prints the codes alone.
       initialize-run.
           move function current-date to current-date-time
           open input run-status
           move run-status-file-status to current-open-status
           move "RUN-STATUS" to current-open-file-name
           perform check-open-status thru check-open-status-exit
           open input wealth-history
           move wealth-history-status to current-open-status
           move "WEALTH-HISTORY" to current-open-file-name
           perform check-open-status thru check-open-status-exit
           open input control-log
           move control-log-status to current-open-status
           move "CONTROL-LOG" to current-open-file-name
           perform check-open-status thru check-open-status-exit
           open input fx-history
           move fx-history-status to current-open-status
           move "FX-HISTORY" to current-open-file-name
           perform check-open-status thru check-open-status-exit
           open input country-master
           if country-master-status not = "35"
               move country-master-status to current-open-status
               move "COUNTRY-MASTER" to current-open-file-name
               perform check-open-status thru check-open-status-exit
               move "y" to master-present-switch
           end-if
           open output league-report
           move league-report-status to current-open-status
           move "LEAGUE-REPORT" to current-open-file-name
           perform check-open-status thru check-open-status-exit
           if program-return-code = zero
               perform read-run-status thru read-run-status-exit
           end-if
           if program-return-code = zero
               perform read-league-params thru read-league-params-exit
           end-if
           if program-return-code = zero
               perform find-reporting-currency thru
                   find-reporting-currency-exit
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

       read-run-status.
           read run-status
               at end
                   move zero to status-date
               not at end
                   move rs-run-date to status-date
           end-read.
       read-run-status-exit.
           exit.

       read-league-params.
           move status-date to league-date
           open input league-params
           if league-params-status = "35"
               go to check-league-date
           end-if
           move league-params-status to current-open-status
           move "LEAGUE-PARAMS" to current-open-file-name
           perform check-open-status thru check-open-status-exit
           if program-return-code = 16
               go to read-league-params-exit
           end-if
           read league-params
               at end
                   move zeros to league-params-record
           end-read
           close league-params
           if lp-run-date is numeric and lp-run-date not = zero
               move lp-run-date to league-date
           end-if
           if lp-top-count is numeric and lp-top-count not = zero
               move lp-top-count to top-count
           end-if.
       check-league-date.
           if league-date = zero
               display "no run date on LEAGPARM or RUNSTAT - nothing "
                   "to rank"
                   end-display
               move 16 to program-return-code
           end-if.
       read-league-params-exit.
           exit.

      *> every rate row names the currency it prices into - the
      *> first row on the history is as good as any.
       find-reporting-currency.
           read fx-history next
               at end
                   display "FXHIST is empty - no rates to rank by"
                       end-display
                   move 16 to program-return-code
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

       write-report-header.
           move spaces to league-report-line
           string "COUNTRY AND REGION LEAGUE TABLE FOR "
               delimited by size
               league-date delimited by size
               " (" delimited by size
               reporting-currency delimited by size
               ")" delimited by size
               into league-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write league-report-line
           move spaces to league-report-line
           string "RUN DATE " delimited by size
               run-date delimited by size
               "  RUN TIME " delimited by size
               run-time delimited by size
               into league-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write league-report-line
           move spaces to league-report-line
           write league-report-line.
       write-report-header-exit.
           exit.

      *> ***************************************************************
      *> the comparison days - each is the latest date on the control
      *> log below its ceiling with a completed row and no later
      *> back-out: below the ranked day, below the first of its
      *> month, below the first of its year. the first pass also
      *> says whether the ranked day itself stands completed.
      *> ***************************************************************
       find-comparison-dates.
           move league-date to side-date(1)
           move league-date to comparison-ceiling
           perform find-completed-date thru find-completed-date-exit
           if program-return-code = 16
               move "y" to league-skipped-switch
               go to find-comparison-dates-exit
           end-if
           if league-date-state not = "C"
               move spaces to league-report-line
               string "DAY " delimited by size
                   league-date delimited by size
                   " IS NOT A COMPLETED DAY ON THE CONTROL LOG - "
                       delimited by size
                   "NOTHING RANKED" delimited by size
                   into league-report-line
                   on overflow
                       perform note-string-overflow thru
                           note-string-overflow-exit
               end-string
               write league-report-line
               move 16 to program-return-code
               move "y" to league-skipped-switch
               go to find-comparison-dates-exit
           end-if
           move comparison-date to side-date(2)
           compute league-month = league-date / 100
           compute comparison-ceiling = league-month * 100 + 1
           perform find-completed-date thru find-completed-date-exit
           move comparison-date to side-date(3)
           compute league-year = league-date / 10000
           compute comparison-ceiling = league-year * 10000 + 101
           perform find-completed-date thru find-completed-date-exit
           move comparison-date to side-date(4)
           move spaces to league-report-line
           string "COMPARED WITH PRIOR DAY " delimited by size
               side-date(2) delimited by size
               "  PRIOR MONTH END " delimited by size
               side-date(3) delimited by size
               "  PRIOR YEAR END " delimited by size
               side-date(4) delimited by size
               into league-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write league-report-line
           move spaces to league-report-line
           string "(A ZERO DATE IS A COMPARISON THE CONTROL LOG "
               delimited by size
               "CANNOT MAKE - ITS COLUMN SHOWS -)" delimited by size
               into league-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write league-report-line.
       find-comparison-dates-exit.
           exit.

      *> a pass that finds its best date backed out runs again below
      *> that date.
       find-completed-date.
           move "n" to prior-search-switch
           perform find-completed-pass thru find-completed-pass-exit
               until prior-search-done
                   or program-return-code = 16.
       find-completed-date-exit.
           exit.

       find-completed-pass.
           close control-log
           open input control-log
           move control-log-status to current-open-status
           move "CONTROL-LOG" to current-open-file-name
           perform check-open-status thru check-open-status-exit
           if program-return-code = 16
               go to find-completed-pass-exit
           end-if
           move zero to comparison-date
           move "n" to prior-open-switch
           move spaces to league-date-state
           move "n" to end-of-file-switch
           perform scan-log-for-completed thru
               scan-log-for-completed-exit
               until end-of-file
           if comparison-date not = zero and prior-reopened
               move comparison-date to comparison-ceiling
           else
               move "y" to prior-search-switch
           end-if.
       find-completed-pass-exit.
           exit.

       scan-log-for-completed.
           read control-log
               at end
                   move "y" to end-of-file-switch
               not at end
                   if cl-run-date = league-date
                       if cl-return-code < 16
                           move "C" to league-date-state
                       end-if
                       if cl-return-code = 99
                           move "O" to league-date-state
                       end-if
                   end-if
                   if cl-run-date < comparison-ceiling
                       and cl-return-code < 16
                       and cl-run-date not < comparison-date
                       move cl-run-date to comparison-date
                       move "n" to prior-open-switch
                   end-if
                   if cl-run-date = comparison-date
                       and cl-return-code = 99
                       move "y" to prior-open-switch
                   end-if
           end-read.
       scan-log-for-completed-exit.
           exit.

      *> ***************************************************************
      *> one day's "D" and "S" rows into the entry table - the key
      *> leads with run date, so the stream starts at the date's
      *> first row and stops at the first row dated later. rows for
      *> a code arrive in sequence order, so the last one read is
      *> the one standing; a back-out's zero row leaves the code not
      *> posted that day.
      *> ***************************************************************
       gather-side-rows.
           if side-date(side-subscript) = zero
               go to gather-side-rows-exit
           end-if
           move side-date(side-subscript) to gather-date
           move "n" to history-scan-eof-switch
           move low-values to wh-history-key
           move gather-date to wh-run-date
           start wealth-history key not < wh-history-key
               invalid key
                   move "y" to history-scan-eof-switch
           end-start
           perform scan-history-row thru scan-history-row-exit
               until history-scan-done.
       gather-side-rows-exit.
           exit.

       scan-history-row.
           read wealth-history next
               at end
                   move "y" to history-scan-eof-switch
               not at end
                   if wh-run-date not = gather-date
                       move "y" to history-scan-eof-switch
                   else
                       evaluate wh-record-type
                           when "D"
                               move "C" to entry-kind-ws
                               perform post-league-row thru
                                   post-league-row-exit
                           when "S"
                               move "R" to entry-kind-ws
                               perform post-league-row thru
                                   post-league-row-exit
                       end-evaluate
                   end-if
           end-read.
       scan-history-row-exit.
           exit.

      *> the last row per code stands. a dayback zero row ("B") takes
      *> the code off the day, and so does the zero "D" row bigworld
      *> leaves when it deletes a country - neither is a posting.
       post-league-row.
           move wh-country-code to entry-code-ws
           perform locate-league-entry thru locate-league-entry-exit
           if not entry-found
               go to post-league-row-exit
           end-if
           if wh-row-flag = "B"
               or (entry-kind-ws = "C" and wh-persons = zero)
               move "n" to le-seen(entry-slot, side-subscript)
           else
               move "y" to le-seen(entry-slot, side-subscript)
           end-if
           if wh-row-flag = "E"
               move "y" to le-estimated(entry-slot, side-subscript)
           else
               move "n" to le-estimated(entry-slot, side-subscript)
           end-if
           move wh-currency-code
               to le-currency(entry-slot, side-subscript)
           move wh-persons to le-persons(entry-slot, side-subscript)
           move wh-world to le-world(entry-slot, side-subscript).
       post-league-row-exit.
           exit.

      *> finds entry-kind-ws / entry-code-ws without adding it.
       find-league-entry.
           move "n" to entry-found-switch
           move zero to entry-slot
           perform match-league-entry thru match-league-entry-exit
               varying entry-subscript from 1 by 1
               until entry-subscript > league-entry-count
                   or entry-found.
       find-league-entry-exit.
           exit.

       match-league-entry.
           if le-entry-kind(entry-subscript) = entry-kind-ws
               and le-code(entry-subscript) = entry-code-ws
               move "y" to entry-found-switch
               move entry-subscript to entry-slot
           end-if.
       match-league-entry-exit.
           exit.

      *> finds the entry, opening a fresh one (with the country's
      *> name off the master) the first time a code shows up.
       locate-league-entry.
           perform find-league-entry thru find-league-entry-exit
           if entry-found
               go to locate-league-entry-exit
           end-if
           if league-entry-count < max-league-entries
               add 1 to league-entry-count
               move league-entry-count to entry-slot
               initialize league-entry(entry-slot)
               move entry-kind-ws to le-entry-kind(entry-slot)
               move entry-code-ws to le-code(entry-slot)
               if entry-kind-ws = "C"
                   perform read-country-name thru
                       read-country-name-exit
                   move cm-country-name to le-name(entry-slot)
               end-if
               move "y" to entry-found-switch
           else
               display "league table full - " entry-kind-ws " "
                   entry-code-ws " dropped"
                   end-display
               move 16 to program-return-code
           end-if.
       locate-league-entry-exit.
           exit.

       read-country-name.
           move spaces to cm-country-name
           if not master-present
               go to read-country-name-exit
           end-if
           move entry-code-ws to cm-country-code
           read country-master
               invalid key
                   move spaces to cm-country-name
           end-read.
       read-country-name-exit.
           exit.

      *> ***************************************************************
      *> pricing - each figure at its own day's rate off the history,
      *> the reporting currency at par. a figure with no rate, or a
      *> mixed-currency region, has no priced value and ranks by
      *> persons only; EACH is the priced value per person.
      *> ***************************************************************
       value-side-entries.
           if side-date(side-subscript) = zero
               go to value-side-entries-exit
           end-if
           perform value-one-entry thru value-one-entry-exit
               varying entry-subscript from 1 by 1
               until entry-subscript > league-entry-count.
       value-side-entries-exit.
           exit.

       value-one-entry.
           move "n" to le-valued(entry-subscript, side-subscript)
           move zero to le-value(entry-subscript, side-subscript)
           move zero to le-each(entry-subscript, side-subscript)
           if le-seen(entry-subscript, side-subscript) not = "y"
               or le-currency(entry-subscript, side-subscript)
                   = spaces
               go to value-one-entry-exit
           end-if
           move le-currency(entry-subscript, side-subscript)
               to rate-key-ws
           perform fetch-history-rate thru fetch-history-rate-exit
           if not rate-found
               go to value-one-entry-exit
           end-if
           compute le-value(entry-subscript, side-subscript) rounded =
               le-world(entry-subscript, side-subscript) * rate-work
               on size error
                   go to value-one-entry-exit
           end-compute
           move "y" to le-valued(entry-subscript, side-subscript)
           if le-persons(entry-subscript, side-subscript) > zero
               compute le-each(entry-subscript, side-subscript)
                   rounded =
                   le-value(entry-subscript, side-subscript)
                   / le-persons(entry-subscript, side-subscript)
                   on size error
                       move zero
                           to le-each(entry-subscript, side-subscript)
               end-compute
           end-if.
       value-one-entry-exit.
           exit.

      *> rate-key-ws on side-date(side-subscript) - off the cache when
      *> it has been asked before, else off the history, noting a
      *> miss on the report the first time.
       fetch-history-rate.
           move "n" to rate-found-switch
           move zero to rate-work
           if rate-key-ws = reporting-currency
               move "y" to rate-found-switch
               move 1 to rate-work
               go to fetch-history-rate-exit
           end-if
           move zero to rate-slot
           perform match-rate-cache thru match-rate-cache-exit
               varying rate-subscript from 1 by 1
               until rate-subscript > rate-cache-count
                   or rate-slot > zero
           if rate-slot > zero
               if rc-found(rate-slot) = "y"
                   move "y" to rate-found-switch
                   move rc-rate(rate-slot) to rate-work
               end-if
               go to fetch-history-rate-exit
           end-if
           move spaces to fx-history-record
           move rate-key-ws to fh-currency-code
           move side-date(side-subscript) to fh-effective-date
           read fx-history
               invalid key
                   continue
               not invalid key
                   move "y" to rate-found-switch
                   move fh-rate to rate-work
           end-read
           if not rate-found
               perform note-missing-rate thru note-missing-rate-exit
           end-if
           if rate-cache-count < max-rate-cache
               add 1 to rate-cache-count
               move rate-key-ws to rc-currency-code(rate-cache-count)
               move side-date(side-subscript)
                   to rc-rate-date(rate-cache-count)
               move rate-found-switch to rc-found(rate-cache-count)
               move rate-work to rc-rate(rate-cache-count)
           end-if.
       fetch-history-rate-exit.
           exit.

       match-rate-cache.
           if rc-currency-code(rate-subscript) = rate-key-ws
               and rc-rate-date(rate-subscript)
                   = side-date(side-subscript)
               move rate-subscript to rate-slot
           end-if.
       match-rate-cache-exit.
           exit.

       note-missing-rate.
           move spaces to league-report-line
           string "  CCY " delimited by size
               rate-key-ws delimited by size
               " HAS NO RATE ON HISTORY FOR " delimited by size
               side-date(side-subscript) delimited by size
               " - RANKED BY PERSONS ONLY THAT DAY" delimited by size
               into league-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write league-report-line
           if program-return-code < 8
               move 8 to program-return-code
           end-if.
       note-missing-rate-exit.
           exit.

      *> ***************************************************************
      *> ranking - an entry's rank on a measure is one more than the
      *> number of entries of its own kind posted that day with a
      *> strictly greater figure, so ties share a rank. world and
      *> EACH rank only priced entries.
      *> ***************************************************************
       rank-side-entries.
           if side-date(side-subscript) = zero
               go to rank-side-entries-exit
           end-if
           perform rank-one-entry thru rank-one-entry-exit
               varying entry-subscript from 1 by 1
               until entry-subscript > league-entry-count.
       rank-side-entries-exit.
           exit.

       rank-one-entry.
           move zero to le-world-rank(entry-subscript, side-subscript)
           move zero to le-persons-rank(entry-subscript, side-subscript)
           move zero to le-each-rank(entry-subscript, side-subscript)
           if le-seen(entry-subscript, side-subscript) not = "y"
               go to rank-one-entry-exit
           end-if
           move 1 to le-persons-rank(entry-subscript, side-subscript)
           if le-valued(entry-subscript, side-subscript) = "y"
               move 1 to le-world-rank(entry-subscript, side-subscript)
               move 1 to le-each-rank(entry-subscript, side-subscript)
           end-if
           perform compare-one-entry thru compare-one-entry-exit
               varying compare-subscript from 1 by 1
               until compare-subscript > league-entry-count.
       rank-one-entry-exit.
           exit.

       compare-one-entry.
           if le-entry-kind(compare-subscript)
                   not = le-entry-kind(entry-subscript)
               or le-seen(compare-subscript, side-subscript) not = "y"
               go to compare-one-entry-exit
           end-if
           if le-persons(compare-subscript, side-subscript)
                   > le-persons(entry-subscript, side-subscript)
               add 1 to le-persons-rank(entry-subscript, side-subscript)
           end-if
           if le-valued(entry-subscript, side-subscript) not = "y"
               or le-valued(compare-subscript, side-subscript)
                   not = "y"
               go to compare-one-entry-exit
           end-if
           if le-value(compare-subscript, side-subscript)
                   > le-value(entry-subscript, side-subscript)
               add 1 to le-world-rank(entry-subscript, side-subscript)
           end-if
           if le-each(compare-subscript, side-subscript)
                   > le-each(entry-subscript, side-subscript)
               add 1 to le-each-rank(entry-subscript, side-subscript)
           end-if.
       compare-one-entry-exit.
           exit.

      *> a country's move is its priced value on the ranked day less
      *> its priced value on the prior completed day; the percent is
      *> that move over the prior value.
       compute-movement.
           move "n" to le-mover-valid(entry-subscript)
           move "n" to le-pct-valid(entry-subscript)
           move zero to le-change(entry-subscript)
           move zero to le-change-pct(entry-subscript)
           if le-entry-kind(entry-subscript) not = "C"
               or le-valued(entry-subscript, 1) not = "y"
               or le-valued(entry-subscript, 2) not = "y"
               go to compute-movement-exit
           end-if
           compute le-change(entry-subscript) =
               le-value(entry-subscript, 1)
               - le-value(entry-subscript, 2)
               on size error
                   go to compute-movement-exit
           end-compute
           move "y" to le-mover-valid(entry-subscript)
           if le-value(entry-subscript, 2) = zero
               go to compute-movement-exit
           end-if
           compute le-change-pct(entry-subscript) rounded =
               le-change(entry-subscript) * 100
               / le-value(entry-subscript, 2)
               on size error
                   go to compute-movement-exit
           end-compute
           move "y" to le-pct-valid(entry-subscript).
       compute-movement-exit.
           exit.

      *> ***************************************************************
      *> the ranking sections for entry-kind-ws - world, persons and
      *> EACH, each listed in rank order on the ranked day with the
      *> rank moves against the three comparison days.
      *> ***************************************************************
       write-rankings.
           move "W" to measure-switch
           perform write-one-ranking thru write-one-ranking-exit
           move "P" to measure-switch
           perform write-one-ranking thru write-one-ranking-exit
           move "E" to measure-switch
           perform write-one-ranking thru write-one-ranking-exit.
       write-rankings-exit.
           exit.

       write-one-ranking.
           move spaces to section-title
           if entry-kind-ws = "C"
               move "COUNTRIES" to section-title
           else
               move "REGIONS" to section-title
           end-if
           move spaces to league-report-line
           write league-report-line
           move spaces to league-report-line
           evaluate true
               when measure-world
                   string function trim(section-title)
                       delimited by size
                       " RANKED BY WORLD" delimited by size
                       into league-report-line
                       on overflow
                           perform note-string-overflow thru
                               note-string-overflow-exit
                   end-string
               when measure-persons
                   string function trim(section-title)
                       delimited by size
                       " RANKED BY PERSONS" delimited by size
                       into league-report-line
                       on overflow
                           perform note-string-overflow thru
                               note-string-overflow-exit
                   end-string
               when other
                   string function trim(section-title)
                       delimited by size
                       " RANKED BY EACH" delimited by size
                       into league-report-line
                       on overflow
                           perform note-string-overflow thru
                               note-string-overflow-exit
                   end-string
           end-evaluate
           write league-report-line
           if entry-kind-ws = "R" and not measure-persons
               move spaces to league-report-line
               string "  (MIXED-CURRENCY REGIONS RANK BY PERSONS ONLY)"
                   delimited by size
                   into league-report-line
                   on overflow
                       perform note-string-overflow thru
                           note-string-overflow-exit
               end-string
               write league-report-line
           end-if
           move zero to section-line-count
           perform write-rank-position thru write-rank-position-exit
               varying rank-position from 1 by 1
               until rank-position > league-entry-count
           if section-line-count = zero
               move spaces to league-report-line
               string "  NONE RANKED" delimited by size
                   into league-report-line
                   on overflow
                       perform note-string-overflow thru
                           note-string-overflow-exit
               end-string
               write league-report-line
           end-if
           if measure-persons
               if entry-kind-ws = "C"
                   move section-line-count to ranked-countries
               else
                   move section-line-count to ranked-regions
               end-if
           end-if.
       write-one-ranking-exit.
           exit.

       write-rank-position.
           perform write-ranked-entry thru write-ranked-entry-exit
               varying entry-subscript from 1 by 1
               until entry-subscript > league-entry-count.
       write-rank-position-exit.
           exit.

       write-ranked-entry.
           if le-entry-kind(entry-subscript) not = entry-kind-ws
               go to write-ranked-entry-exit
           end-if
           move 1 to side-subscript
           perform get-entry-rank thru get-entry-rank-exit
           if rank-work = zero or rank-work not = rank-position
               go to write-ranked-entry-exit
           end-if
           move rank-work to rank-today-ws
           perform build-rank-change thru build-rank-change-exit
               varying side-subscript from 2 by 1
               until side-subscript > 4
           move spaces to value-column
           evaluate true
               when measure-world
                   move le-value(entry-subscript, 1) to amount-edited
                   move amount-edited to value-column
               when measure-persons
                   move le-persons(entry-subscript, 1)
                       to persons-edited
                   string "        " delimited by size
                       persons-edited delimited by size
                       into value-column
                       on overflow
                           perform note-string-overflow thru
                               note-string-overflow-exit
                   end-string
               when other
                   move le-each(entry-subscript, 1) to each-edited
                   string "        " delimited by size
                       each-edited delimited by size
                       into value-column
                       on overflow
                           perform note-string-overflow thru
                               note-string-overflow-exit
                   end-string
           end-evaluate
           move le-name(entry-subscript) to name-column
           if le-entry-kind(entry-subscript) = "R"
               and le-currency(entry-subscript, 1) = spaces
               move "MIXED CURRENCY" to name-column
           end-if
           if le-estimated(entry-subscript, 1) = "y"
               move " (E)" to estimate-column
           else
               move spaces to estimate-column
           end-if
           move rank-today-ws to rank-edited
           move spaces to league-report-line
           string "  " delimited by size
               rank-edited delimited by size
               "  " delimited by size
               le-code(entry-subscript) delimited by size
               "  " delimited by size
               name-column delimited by size
               "  " delimited by size
               value-column delimited by size
               estimate-column delimited by size
               "  DAY " delimited by size
               change-text(2) delimited by size
               " MONTH-END " delimited by size
               change-text(3) delimited by size
               " YEAR-END " delimited by size
               change-text(4) delimited by size
               into league-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write league-report-line
           add 1 to section-line-count.
       write-ranked-entry-exit.
           exit.

      *> the entry's rank on the current measure for side-subscript.
       get-entry-rank.
           evaluate true
               when measure-world
                   move le-world-rank(entry-subscript, side-subscript)
                       to rank-work
               when measure-persons
                   move le-persons-rank(entry-subscript, side-subscript)
                       to rank-work
               when other
                   move le-each-rank(entry-subscript, side-subscript)
                       to rank-work
           end-evaluate.
       get-entry-rank-exit.
           exit.

      *> "UP n" / "DOWN n" / "SAME" against a comparison day, "NEW"
      *> when the entry was not ranked then, "-" when the log has no
      *> such day.
       build-rank-change.
           move spaces to change-text(side-subscript)
           if side-date(side-subscript) = zero
               move "-" to change-text(side-subscript)
               go to build-rank-change-exit
           end-if
           perform get-entry-rank thru get-entry-rank-exit
           if rank-work = zero
               move "NEW" to change-text(side-subscript)
               go to build-rank-change-exit
           end-if
           compute rank-difference = rank-work - rank-today-ws
           evaluate true
               when rank-difference > zero
                   move rank-difference to difference-edited
                   string "UP " delimited by size
                       function trim(difference-edited)
                           delimited by size
                       into change-text(side-subscript)
                       on overflow
                           perform note-string-overflow thru
                               note-string-overflow-exit
                   end-string
               when rank-difference < zero
                   compute rank-difference = zero - rank-difference
                   move rank-difference to difference-edited
                   string "DOWN " delimited by size
                       function trim(difference-edited)
                           delimited by size
                       into change-text(side-subscript)
                       on overflow
                           perform note-string-overflow thru
                               note-string-overflow-exit
                   end-string
               when other
                   move "SAME" to change-text(side-subscript)
           end-evaluate.
       build-rank-change-exit.
           exit.

      *> ***************************************************************
      *> top movers against the prior completed day - the largest
      *> gains and losses in the reporting currency, then in percent
      *> of the prior figure. a country new or gone since the prior
      *> day has no move to rank; it shows as NEW in the rankings or
      *> in the missing list.
      *> ***************************************************************
       write-top-movers.
           move spaces to league-report-line
           write league-report-line
           move top-count to count-edited
           move spaces to league-report-line
           string "TOP " delimited by size
               function trim(count-edited) delimited by size
               " MOVERS AGAINST PRIOR COMPLETED DAY "
                   delimited by size
               side-date(2) delimited by size
               into league-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write league-report-line
           if side-date(2) = zero
               move spaces to league-report-line
               string "  NO PRIOR COMPLETED DAY - NO MOVERS"
                   delimited by size
                   into league-report-line
                   on overflow
                       perform note-string-overflow thru
                           note-string-overflow-exit
               end-string
               write league-report-line
               go to write-top-movers-exit
           end-if
           move "AG" to mover-list-switch
           move "  LARGEST GAINS" to section-title
           perform write-mover-list thru write-mover-list-exit
           move "AL" to mover-list-switch
           move "  LARGEST LOSSES" to section-title
           perform write-mover-list thru write-mover-list-exit
           move "PG" to mover-list-switch
           move "  LARGEST PERCENT GAINS" to section-title
           perform write-mover-list thru write-mover-list-exit
           move "PL" to mover-list-switch
           move "  LARGEST PERCENT LOSSES" to section-title
           perform write-mover-list thru write-mover-list-exit.
       write-top-movers-exit.
           exit.

       write-mover-list.
           move spaces to league-report-line
           write league-report-line
           move section-title to league-report-line
           write league-report-line
           perform clear-mover-pick thru clear-mover-pick-exit
               varying entry-subscript from 1 by 1
               until entry-subscript > league-entry-count
           move "n" to movers-done-switch
           move zero to section-line-count
           perform pick-next-mover thru pick-next-mover-exit
               varying pick-count from 1 by 1
               until pick-count > top-count
                   or movers-done
           if section-line-count = zero
               move spaces to league-report-line
               string "    NONE" delimited by size
                   into league-report-line
                   on overflow
                       perform note-string-overflow thru
                           note-string-overflow-exit
               end-string
               write league-report-line
           end-if.
       write-mover-list-exit.
           exit.

       clear-mover-pick.
           move "n" to le-picked(entry-subscript).
       clear-mover-pick-exit.
           exit.

       pick-next-mover.
           move zero to best-slot
           perform consider-mover thru consider-mover-exit
               varying entry-subscript from 1 by 1
               until entry-subscript > league-entry-count
           if best-slot = zero
               move "y" to movers-done-switch
               go to pick-next-mover-exit
           end-if
           move "y" to le-picked(best-slot)
           perform write-mover-line thru write-mover-line-exit.
       pick-next-mover-exit.
           exit.

       consider-mover.
           if le-picked(entry-subscript) = "y"
               or le-mover-valid(entry-subscript) not = "y"
               go to consider-mover-exit
           end-if
           evaluate true
               when absolute-gains
                   if le-change(entry-subscript) > zero
                       and (best-slot = zero
                           or le-change(entry-subscript)
                               > le-change(best-slot))
                       move entry-subscript to best-slot
                   end-if
               when absolute-losses
                   if le-change(entry-subscript) < zero
                       and (best-slot = zero
                           or le-change(entry-subscript)
                               < le-change(best-slot))
                       move entry-subscript to best-slot
                   end-if
               when percent-gains
                   if le-pct-valid(entry-subscript) = "y"
                       and le-change-pct(entry-subscript) > zero
                       and (best-slot = zero
                           or le-change-pct(entry-subscript)
                               > le-change-pct(best-slot))
                       move entry-subscript to best-slot
                   end-if
               when percent-losses
                   if le-pct-valid(entry-subscript) = "y"
                       and le-change-pct(entry-subscript) < zero
                       and (best-slot = zero
                           or le-change-pct(entry-subscript)
                               < le-change-pct(best-slot))
                       move entry-subscript to best-slot
                   end-if
           end-evaluate.
       consider-mover-exit.
           exit.

       write-mover-line.
           move pick-count to rank-edited
           move le-change(best-slot) to amount-edited
           move spaces to league-report-line
           if le-pct-valid(best-slot) = "y"
               move le-change-pct(best-slot) to percent-edited
               string "  " delimited by size
                   rank-edited delimited by size
                   "  " delimited by size
                   le-code(best-slot) delimited by size
                   "  " delimited by size
                   le-name(best-slot) delimited by size
                   "  " delimited by size
                   amount-edited delimited by size
                   "  " delimited by size
                   percent-edited delimited by size
                   " PCT" delimited by size
                   into league-report-line
                   on overflow
                       perform note-string-overflow thru
                           note-string-overflow-exit
               end-string
           else
               string "  " delimited by size
                   rank-edited delimited by size
                   "  " delimited by size
                   le-code(best-slot) delimited by size
                   "  " delimited by size
                   le-name(best-slot) delimited by size
                   "  " delimited by size
                   amount-edited delimited by size
                   "  FROM ZERO" delimited by size
                   into league-report-line
                   on overflow
                       perform note-string-overflow thru
                           note-string-overflow-exit
               end-string
           end-if
           write league-report-line
           add 1 to section-line-count.
       write-mover-line-exit.
           exit.

      *> ***************************************************************
      *> the countries missing from the ranked day - the day's own
      *> rejects (REJFILE only speaks for the day on RUNSTAT), items
      *> the variance screen still holds, anything still open on the
      *> pending-rejects file since on or before the day, and any
      *> country that posted on the prior day with no reason on file.
      *> a country that posted on the ranked day after all is not
      *> missing, whatever the files say.
      *> ***************************************************************
       build-missing-list.
           if league-date = status-date
               perform load-day-rejects thru load-day-rejects-exit
           end-if
           perform load-held-items thru load-held-items-exit
           perform load-pending-rejects thru
               load-pending-rejects-exit
           if side-date(2) not = zero
               perform note-unposted-country thru
                   note-unposted-country-exit
                   varying compare-subscript from 1 by 1
                   until compare-subscript > league-entry-count
           end-if.
       build-missing-list-exit.
           exit.

       load-day-rejects.
           open input reject-file
           if reject-file-status = "35"
               go to load-day-rejects-exit
           end-if
           move reject-file-status to current-open-status
           move "REJECT-FILE" to current-open-file-name
           perform check-open-status thru check-open-status-exit
           if program-return-code = 16
               go to load-day-rejects-exit
           end-if
           move "n" to end-of-file-switch
           perform read-day-reject thru read-day-reject-exit
               until end-of-file
           close reject-file.
       load-day-rejects-exit.
           exit.

       read-day-reject.
           read reject-file
               at end
                   move "y" to end-of-file-switch
               not at end
                   if rj-country-code not = spaces
                       move rj-country-code to missing-code-ws
                       move rj-reject-code to missing-reason-ws
                       move "REJECTED" to missing-status-ws
                       perform add-missing-country thru
                           add-missing-country-exit
                       if missing-slot > zero
                           move league-date
                               to ms-first-date(missing-slot)
                       end-if
                   end-if
           end-read.
       read-day-reject-exit.
           exit.

       load-held-items.
           open input held-items
           if held-items-status = "35"
               go to load-held-items-exit
           end-if
           move held-items-status to current-open-status
           move "HELD-ITEMS" to current-open-file-name
           perform check-open-status thru check-open-status-exit
           if program-return-code = 16
               go to load-held-items-exit
           end-if
           move "n" to end-of-file-switch
           perform read-held-item thru read-held-item-exit
               until end-of-file
           close held-items.
       load-held-items-exit.
           exit.

       read-held-item.
           read held-items
               at end
                   move "y" to end-of-file-switch
               not at end
                   if hi-feed-date = league-date
                       and hi-status = "H"
                       move hi-country-code to missing-code-ws
                       move hi-reason-code to missing-reason-ws
                       move "HELD" to missing-status-ws
                       perform add-missing-country thru
                           add-missing-country-exit
                       if missing-slot > zero
                           move hi-feed-date
                               to ms-first-date(missing-slot)
                       end-if
                   end-if
           end-read.
       read-held-item-exit.
           exit.

      *> a country already listed for the day's reject keeps that
      *> reason; the pending file adds how long it has been open.
       load-pending-rejects.
           open input pending-rejects
           if pending-rejects-status = "35"
               go to load-pending-rejects-exit
           end-if
           move pending-rejects-status to current-open-status
           move "PENDING-REJECTS" to current-open-file-name
           perform check-open-status thru check-open-status-exit
           if program-return-code = 16
               go to load-pending-rejects-exit
           end-if
           move "n" to end-of-file-switch
           perform read-pending-reject thru read-pending-reject-exit
               until end-of-file
           close pending-rejects.
       load-pending-rejects-exit.
           exit.

       read-pending-reject.
           read pending-rejects
               at end
                   move "y" to end-of-file-switch
               not at end
                   if pj-first-date not > league-date
                       move pj-country-code to missing-code-ws
                       move pj-reject-code to missing-reason-ws
                       move "OPEN" to missing-status-ws
                       perform add-missing-country thru
                           add-missing-country-exit
                       if missing-slot > zero
                           move pj-first-date
                               to ms-first-date(missing-slot)
                           move pj-consecutive-count
                               to ms-feed-count(missing-slot)
                       end-if
                   end-if
           end-read.
       read-pending-reject-exit.
           exit.

       note-unposted-country.
           if le-entry-kind(compare-subscript) not = "C"
               or le-seen(compare-subscript, 2) not = "y"
               or le-seen(compare-subscript, 1) = "y"
               go to note-unposted-country-exit
           end-if
           move le-code(compare-subscript) to missing-code-ws
           move spaces to missing-reason-ws
           move "NOT POSTED" to missing-status-ws
           perform add-missing-country thru add-missing-country-exit.
       note-unposted-country-exit.
           exit.

      *> adds missing-code-ws unless it posted on the ranked day;
      *> missing-slot is its row (zero when it is not missing).
      *> a country already on the list keeps its first reason.
       add-missing-country.
           move zero to missing-slot
           move "C" to entry-kind-ws
           move missing-code-ws to entry-code-ws
           perform find-league-entry thru find-league-entry-exit
           if entry-found
               if le-seen(entry-slot, 1) = "y"
                   go to add-missing-country-exit
               end-if
           end-if
           perform match-missing-country thru
               match-missing-country-exit
               varying missing-subscript from 1 by 1
               until missing-subscript > missing-count
                   or missing-slot > zero
           if missing-slot > zero
               go to add-missing-country-exit
           end-if
           if missing-count not < max-missing-entries
               display "missing country table full - "
                   missing-code-ws " not listed"
                   end-display
               if program-return-code < 8
                   move 8 to program-return-code
               end-if
               go to add-missing-country-exit
           end-if
           add 1 to missing-count
           move missing-count to missing-slot
           move missing-code-ws to ms-country-code(missing-slot)
           move missing-reason-ws to ms-reason-code(missing-slot)
           move missing-status-ws to ms-status(missing-slot)
           move zero to ms-first-date(missing-slot)
           move zero to ms-feed-count(missing-slot).
       add-missing-country-exit.
           exit.

       match-missing-country.
           if ms-country-code(missing-subscript) = missing-code-ws
               move missing-subscript to missing-slot
           end-if.
       match-missing-country-exit.
           exit.

       write-missing-list.
           move spaces to league-report-line
           write league-report-line
           move spaces to league-report-line
           string "COUNTRIES MISSING FROM THE RANKING" delimited by size
               into league-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write league-report-line
           if missing-count = zero
               move spaces to league-report-line
               string "  NONE" delimited by size
                   into league-report-line
                   on overflow
                       perform note-string-overflow thru
                           note-string-overflow-exit
               end-string
               write league-report-line
               go to write-missing-list-exit
           end-if
           perform write-missing-line thru write-missing-line-exit
               varying missing-subscript from 1 by 1
               until missing-subscript > missing-count.
       write-missing-list-exit.
           exit.

       write-missing-line.
           move ms-country-code(missing-subscript) to entry-code-ws
           perform read-country-name thru read-country-name-exit
           move spaces to league-report-line
           evaluate ms-status(missing-subscript)
               when "NOT POSTED"
                   string "  " delimited by size
                       ms-country-code(missing-subscript)
                           delimited by size
                       "  " delimited by size
                       cm-country-name delimited by size
                       "  NOT POSTED - NO REJECT ON FILE"
                           delimited by size
                       into league-report-line
                       on overflow
                           perform note-string-overflow thru
                               note-string-overflow-exit
                   end-string
               when "OPEN"
                   move ms-feed-count(missing-subscript)
                       to feed-count-edited
                   string "  " delimited by size
                       ms-country-code(missing-subscript)
                           delimited by size
                       "  " delimited by size
                       cm-country-name delimited by size
                       "  REASON " delimited by size
                       ms-reason-code(missing-subscript)
                           delimited by size
                       "  OPEN ON REJPEND SINCE " delimited by size
                       ms-first-date(missing-subscript)
                           delimited by size
                       " - " delimited by size
                       function trim(feed-count-edited)
                           delimited by size
                       " CONSECUTIVE FEEDS" delimited by size
                       into league-report-line
                       on overflow
                           perform note-string-overflow thru
                               note-string-overflow-exit
                   end-string
               when other
                   string "  " delimited by size
                       ms-country-code(missing-subscript)
                           delimited by size
                       "  " delimited by size
                       cm-country-name delimited by size
                       "  REASON " delimited by size
                       ms-reason-code(missing-subscript)
                           delimited by size
                       "  " delimited by size
                       function trim(ms-status(missing-subscript))
                           delimited by size
                       " ON " delimited by size
                       ms-first-date(missing-subscript)
                           delimited by size
                       into league-report-line
                       on overflow
                           perform note-string-overflow thru
                               note-string-overflow-exit
                   end-string
           end-evaluate
           write league-report-line.
       write-missing-line-exit.
           exit.

       write-report-trailer.
           move spaces to league-report-line
           write league-report-line
           move ranked-countries to count-edited
           move spaces to league-report-line
           string "COUNTRIES RANKED:  " delimited by size
               function trim(count-edited) delimited by size
               into league-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write league-report-line
           move ranked-regions to count-edited
           move spaces to league-report-line
           string "REGIONS RANKED:    " delimited by size
               function trim(count-edited) delimited by size
               into league-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write league-report-line
           move missing-count to count-edited
           move spaces to league-report-line
           string "COUNTRIES MISSING: " delimited by size
               function trim(count-edited) delimited by size
               into league-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write league-report-line
           move program-return-code to program-return-code-display
           move spaces to league-report-line
           string "RETURN CODE " delimited by size
               program-return-code-display delimited by size
               into league-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write league-report-line.
       write-report-trailer-exit.
           exit.

       terminate-run.
           close run-status
           close wealth-history
           close control-log
           close fx-history
           if master-present
               close country-master
           end-if
           close league-report.
       terminate-run-exit.
           exit.

       end program leagtbl.
