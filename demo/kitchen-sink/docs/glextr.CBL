       >>SOURCE FORMAT IS FIXED
      *> ***************************************************************
      *> Purpose:   General-ledger journal extract. Runs after dayaudit
      *>            has passed the posted day: for each currency bucket
      *>            the day's net movement (the day's final "T" row
      *>            against the prior completed day's) becomes a pair
      *>            of balanced journal lines on the fixed-layout GL
      *>            interface file, mapped to an account and cost
      *>            centre by currency and region. The batch carries a
      *>            header and a trailer whose totals must tie to the
      *>            control log before it releases. At month end the
      *>            same program turns the certified MOCPOSN position
      *>            into a separate closing-position journal. Every
      *>            batch is registered, so a rejected batch re-sends
      *>            under its own batch number and never journals the
      *>            same day twice. A day sent and since backed out is
      *>            reversed on demand: the reversing batch takes the
      *>            day's movement back out of the ledger and the
      *>            register records the day reversed.
      *> ***************************************************************
       identification division.
       program-id. glextr.

      *> ***************************************************************
      *> Modification history:
      *>   2026-10-01  rft  Original program - finance rekeyed the
      *>                    ledger by hand from WEALTRPT and MOCPOSN.
      *>                    The run type comes from GLPARM, accounts
      *>                    from GLMAP, the batch lands on GLJRNL, the
      *>                    batch register is GLBATCH and the proof
      *>                    prints on GLRPT.
      *>   2026-10-08  dcs  Step record (start/end, return code,
      *>                    records in/out, batch number) appended
      *>                    to the shared batch ledger BATCHLED for
      *>                    the night summary.
      *>   2026-10-15  rft  GLPARM type R reverses the batch sent for
      *>                    a day since backed out and registers the
      *>                    day reversed, so the daily runs after it
      *>                    no longer stop on that day.
      *>   2026-10-15  rft  Every released daily batch records its
      *>                    figures on GLSENT. The next day's prior
      *>                    side and a reversal come from them, so a
      *>                    day amended after it was journalled moves
      *>                    the ledger in the next day's batch.
      *> ***************************************************************

ENVR   environment division.
       input-output section.
       file-control.
           select run-status assign to "RUNSTAT"
               organization is line sequential
               file status is run-status-file-status.
           select gl-params assign to "GLPARM"
               organization is line sequential
               file status is gl-params-status.
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
           select month-position assign to "MOCPOSN"
               organization is line sequential
               file status is month-position-status.
           select account-map assign to "GLMAP"
               organization is line sequential
               file status is account-map-status.
           select batch-register assign to "GLBATCH"
               organization is line sequential
               file status is batch-register-status.
           select sent-figures assign to "GLSENT"
               organization is line sequential
               file status is sent-figures-status.
           select gl-journal assign to "GLJRNL"
               organization is line sequential
               file status is gl-journal-status.
           select gl-report assign to "GLRPT"
               organization is line sequential
               file status is gl-report-status.
           select batch-ledger assign to "BATCHLED"
               organization is line sequential
               file status is batch-ledger-status.

DATA   data division.
FILE   file section.
      *> the status record bigworld leaves for the scheduler - the
      *> day a daily run journals comes from it, so a catch-up day
      *> journals under its own date.
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

      *> gp-journal-type "D" (or blank) journals the posted day, "M"
      *> the certified month-end position on MOCPOSN, "R" reverses
      *> the daily batch sent for a day since backed out.
      *> gp-resend-flag "R" re-sends a batch the ledger rejected -
      *> same batch number, same line numbers - and gp-resend-date
      *> names the day to re-send on a daily run (zero is the day on
      *> RUNSTAT) or the day to reverse (never zero on a reversal).
      *> no GLPARM at all is the nightly daily run.
       fd  gl-params.
       01  gl-params-record.
           05 gp-journal-type      pic x(01).
           05 gp-resend-flag       pic x(01).
           05 gp-resend-date       pic 9(08).

      *> same record layout bigworld writes to WEALHIST - the "T"
      *> currency total rows (currency code in wh-country-code) and
      *> the "S" region subtotal rows (region code in wh-country-code,
      *> currency blank for a mixed-currency region) matter here.
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

      *> same record layout bigworld writes to CTLLOG - the last row
      *> for a date and currency is the day's word on that currency
      *> (a back-out's return code 99 row takes it to zero and puts
      *> the date back to not completed).
       fd  control-log.
       01  control-log-record.
           05 cl-run-date          pic 9(08).
           05 cl-record-count      pic 9(09).
           05 cl-reject-count      pic 9(09).
           05 cl-hash-total        pic 9(20).
           05 cl-currency-code     pic x(03).
           05 cl-currency-total    pic s9(20)v99.
           05 cl-return-code       pic 9(02).

      *> the certified month-end position moclose writes - only the
      *> "T" currency rows feed the closing journal.
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

      *> the account / cost-centre table finance maintains - one row
      *> per currency and region. the row with a blank region is the
      *> currency's own account and takes whatever of the bucket's
      *> movement no region row claims; a region row only splits out
      *> a region that sat wholly in that one currency. the offset
      *> account takes the other side of every line.
       fd  account-map.
       01  account-map-record.
           05 gm-currency-code     pic x(03).
           05 gm-region-code       pic x(03).
           05 gm-account           pic x(10).
           05 gm-cost-centre       pic x(08).
           05 gm-offset-account    pic x(10).

      *> one row per batch built, appended and never rewritten - the
      *> last row for a journal type and date is that day's standing:
      *> "S" sent (released to the ledger), "H" held (did not tie,
      *> not released), "R" reversed (a reversing batch, whose number
      *> the row carries, took the sent day back out of the ledger).
      *> a held reversal registers under journal type "R", so the
      *> day's own standing stays "S" until the reversal goes. a
      *> month-end batch registers its date as the close month
      *> followed by 00.
       fd  batch-register.
       01  batch-register-record.
           05 gb-batch-number      pic 9(06).
           05 gb-journal-type      pic x(01).
           05 gb-business-date     pic 9(08).
           05 gb-resend-count      pic 9(02).
           05 gb-line-count        pic 9(06).
           05 gb-debit-total       pic 9(20)v99.
           05 gb-credit-total      pic 9(20)v99.
           05 gb-status            pic x(01).
           05 gb-created-date      pic 9(08).
           05 gb-created-time      pic 9(06).

      *> the figures each released daily batch journalled - one row
      *> per currency bucket ("T", with both days' control log
      *> totals) and per region ("S"), appended when the batch goes
      *> and never rewritten. the ledger holds what was sent, not
      *> what the history says now, so the next day's prior side and
      *> the reversal of a sent day read these rows back. a re-send
      *> writes its own rows under its re-send count.
       fd  sent-figures.
       01  sent-figures-record.
           05 gs-batch-number      pic 9(06).
           05 gs-resend-count      pic 9(02).
           05 gs-business-date     pic 9(08).
           05 gs-row-type          pic x(01).
           05 gs-code              pic x(03).
           05 gs-today-seen        pic x(01).
           05 gs-today-currency    pic x(03).
           05 gs-today-world       pic s9(20)v99.
           05 gs-today-log         pic s9(20)v99.
           05 gs-prior-seen        pic x(01).
           05 gs-prior-currency    pic x(03).
           05 gs-prior-world       pic s9(20)v99.
           05 gs-prior-log         pic s9(20)v99.

      *> the GL interface file - fixed 120-byte records. gj-record-type
      *> says which view applies: "H" the batch header, "D" one
      *> journal line, "T" the trailer the ledger's loader checks
      *> before it takes the batch. amounts are unsigned with a
      *> debit/credit indicator, the way the ledger wants them.
       fd  gl-journal.
       01  gl-detail-record.
           05 gd-record-type       pic x(01).
           05 gd-batch-number      pic 9(06).
           05 gd-line-number       pic 9(06).
           05 gd-journal-type      pic x(01).
           05 gd-business-date     pic 9(08).
           05 gd-account           pic x(10).
           05 gd-cost-centre       pic x(08).
           05 gd-currency-code     pic x(03).
           05 gd-region-code       pic x(03).
           05 gd-debit-credit      pic x(01).
           05 gd-amount            pic 9(20)v99.
           05 gd-description       pic x(40).
           05 filler               pic x(11).
       01  gl-header-record.
           05 gh-record-type       pic x(01).
           05 gh-batch-number      pic 9(06).
           05 gh-journal-type      pic x(01).
           05 gh-business-date     pic 9(08).
           05 gh-period            pic 9(06).
           05 gh-prior-date        pic 9(08).
           05 gh-created-date      pic 9(08).
           05 gh-created-time      pic 9(06).
           05 gh-resend-count      pic 9(02).
           05 gh-source-system     pic x(08).
           05 filler               pic x(66).
       01  gl-trailer-record.
           05 gt-record-type       pic x(01).
           05 gt-batch-number      pic 9(06).
           05 gt-line-count        pic 9(06).
           05 gt-debit-total       pic 9(20)v99.
           05 gt-credit-total      pic 9(20)v99.
           05 gt-control-net       pic s9(20)v99
                   sign is leading separate.
           05 gt-release-flag      pic x(01).
           05 filler               pic x(39).

       fd  gl-report.
       01  gl-report-line          pic x(132).

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
       01 gl-params-status         pic x(02).
       01 wealth-history-status    pic x(02).
       01 control-log-status       pic x(02).
       01 month-position-status    pic x(02).
       01 account-map-status       pic x(02).
       01 batch-register-status    pic x(02).
       01 sent-figures-status      pic x(02).
       01 gl-journal-status        pic x(02).
       01 gl-report-status         pic x(02).
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
       01 bucket-found-switch              pic x(01) value "n".
           88 bucket-found                        value "y".
       01 region-found-switch                pic x(01) value "n".
           88 region-found                          value "y".
       01 journal-skipped-switch               pic x(01) value "n".
           88 journal-skipped                         value "y".
       01 prior-search-switch                    pic x(01) value "n".
           88 prior-search-done                         value "y".
       01 prior-open-switch                        pic x(01) value "n".
           88 prior-reopened                              value "y".
       01 batch-held-switch                          pic x(01)
               value "n".
           88 batch-held                                    value "y".
       01 batch-written-switch   pic x(01) value "n".
           88 batch-written         value "y".
       01 month-position-present-switch pic x(01) value "n".
           88 month-position-present  value "y".
       01 journal-type-switch    pic x(01) value "D".
           88 daily-journal         value "D" "R".
           88 reversal-journal      value "R".
           88 month-end-journal     value "M".
       01 resend-switch          pic x(01) value "n".
           88 resend-requested      value "y".
       01 journal-backed-out-switch pic x(01) value "n".
           88 journal-date-backed-out value "y".
       01 sent-figures-found-switch pic x(01) value "n".
           88 sent-figures-found    value "y".
       01 prior-from-sent-switch  pic x(01) value "n".
           88 prior-from-sent       value "y".

       01 program-return-code      pic 9(02) comp value zero.
       01 journal-date              pic 9(08) value zero.
       01 journal-date-state         pic x(01) value spaces.
       01 prior-date                  pic 9(08) value zero.
       01 prior-ceiling                pic 9(08) value zero.
       01 register-date                 pic 9(08) value zero.
       01 close-month                    pic 9(06) value zero.
       01 gather-date                     pic 9(08) value zero.
       01 gather-side                      pic x(01) value spaces.

      *> what the register already says about the day being built -
      *> its last row's batch, status and re-send count - and the
      *> highest batch number ever issued.
       01 register-status-ws       pic x(01) value spaces.
       01 register-batch-ws         pic 9(06) value zero.
       01 register-resend-ws         pic 9(02) value zero.
       01 day-status-ws               pic x(01) value spaces.
       01 day-batch-ws                 pic 9(06) value zero.
       01 day-resend-ws                 pic 9(02) value zero.
       01 sent-batch-ws                  pic 9(06) value zero.
       01 sent-resend-ws                  pic 9(02) value zero.
       01 prior-status-ws                  pic x(01) value spaces.
       01 prior-batch-ws                    pic 9(06) value zero.
       01 prior-resend-ws                    pic 9(02) value zero.
       01 highest-batch-number        pic 9(06) value zero.
       01 batch-number                 pic 9(06) value zero.
       01 resend-count                  pic 9(02) value zero.

      *> daily batches registered for dates between the prior
      *> completed day and the day being journalled - a sent one is a
      *> day that journalled and has since been backed out.
       01 max-between-dates        pic 9(04) comp value 31.
       01 between-count             pic 9(04) comp value zero.
       01 between-subscript          pic 9(04) comp value zero.
       01 between-slot                pic 9(04) comp value zero.
       01 between-table.
           05 between-entry occurs 31 times.
               10 bt-business-date pic 9(08).
               10 bt-batch-number  pic 9(06).
               10 bt-status        pic x(01).

      *> one bucket per currency seen on either day - both days'
      *> final "T" figures and both days' control log totals side by
      *> side, so the tie is a straight compare per bucket. a month-end
      *> run carries the closing position in the "today" half.
       01 max-gl-buckets           pic 9(04) comp value 20.
       01 gl-bucket-count           pic 9(04) comp value zero.
       01 bucket-subscript           pic 9(04) comp value zero.
       01 bucket-slot                 pic 9(04) comp value zero.
       01 bucket-key-ws                pic x(03) value spaces.
       01 gl-bucket-table.
           05 gl-bucket-entry occurs 20 times.
               10 bk-currency-code  pic x(03).
               10 bk-as-of-date     pic 9(08).
               10 bk-today-seen     pic x(01).
               10 bk-today-sequence pic 9(03).
               10 bk-today-world    pic s9(20)v99.
               10 bk-prior-seen     pic x(01).
               10 bk-prior-sequence pic 9(03).
               10 bk-prior-world    pic s9(20)v99.
               10 bk-log-today-seen pic x(01).
               10 bk-log-today      pic s9(20)v99.
               10 bk-log-held       pic s9(20)v99.
               10 bk-log-prior-seen pic x(01).
               10 bk-log-prior      pic s9(20)v99.
               10 bk-residual       pic s9(20)v99.

      *> one slot per region with an "S" row on either day. a blank
      *> currency is a mixed-currency region, which never splits out
      *> of its buckets.
       01 max-gl-regions           pic 9(04) comp value 200.
       01 gl-region-count           pic 9(04) comp value zero.
       01 region-subscript           pic 9(04) comp value zero.
       01 region-slot                 pic 9(04) comp value zero.
       01 gl-region-table.
           05 gl-region-entry occurs 200 times.
               10 rg-region-code    pic x(03).
               10 rg-today-seen     pic x(01).
               10 rg-today-sequence pic 9(03).
               10 rg-today-currency pic x(03).
               10 rg-today-world    pic s9(20)v99.
               10 rg-prior-seen     pic x(01).
               10 rg-prior-sequence pic 9(03).
               10 rg-prior-currency pic x(03).
               10 rg-prior-world    pic s9(20)v99.
       01 region-currency-ws       pic x(03) value spaces.
       01 region-key-ws            pic x(03) value spaces.

      *> which sent batch load-sent-figures reads back, and where its
      *> figures go - "P" its today half into the prior side of a
      *> daily batch, "B" both halves as they stand for a reversal.
       01 sent-wanted-batch        pic 9(06) value zero.
       01 sent-wanted-resend        pic 9(02) value zero.
       01 sent-wanted-date           pic 9(08) value zero.
       01 sent-load-side              pic x(01) value spaces.

      *> the account table, loaded whole.
       01 max-map-entries          pic 9(04) comp value 300.
       01 map-count                 pic 9(04) comp value zero.
       01 map-subscript              pic 9(04) comp value zero.
       01 map-slot                    pic 9(04) comp value zero.
       01 map-search-currency          pic x(03) value spaces.
       01 map-search-region             pic x(03) value spaces.
       01 account-map-table.
           05 account-map-entry occurs 300 times.
               10 am-currency-code  pic x(03).
               10 am-region-code    pic x(03).
               10 am-account        pic x(10).
               10 am-cost-centre    pic x(08).
               10 am-offset-account pic x(10).

      *> the journal entries before they are written - one per
      *> currency and account, each becoming a debit line and a
      *> credit line of the same amount.
       01 max-journal-entries      pic 9(04) comp value 300.
       01 entry-count               pic 9(04) comp value zero.
       01 entry-subscript            pic 9(04) comp value zero.
       01 journal-entry-table.
           05 journal-entry occurs 300 times.
               10 je-currency-code  pic x(03).
               10 je-region-code    pic x(03).
               10 je-map-slot       pic 9(04) comp.
               10 je-amount         pic s9(20)v99.

       01 entry-amount-ws          pic s9(20)v99 value zero.
       01 line-amount-ws            pic 9(20)v99 value zero.
       01 line-number                pic 9(06) value zero.
       01 debit-total                 pic 9(20)v99 value zero.
       01 credit-total                 pic 9(20)v99 value zero.
       01 control-net                   pic s9(20)v99 value zero.
       01 journal-net                    pic s9(20)v99 value zero.
       01 exception-count                 pic 9(09) comp value zero.
       01 line-debit-credit                pic x(01) value spaces.
       01 line-account-ws                   pic x(10) value spaces.
       01 line-cost-centre-ws                pic x(08) value spaces.
       01 line-description-ws                 pic x(40) value spaces.

       01 gl-detail-text           pic x(60) value spaces.
       01 count-edited             pic zzz,zzz,zz9.
       01 amount-edited            pic zzz,zzz,zzz,zzz,zzz,zzz,zz9.99-.
       01 compare-amount-a         pic x(40).
       01 compare-amount-b         pic x(40).
       01 batch-number-display     pic 9(06).
       01 program-return-code-display pic 9(02).

      *> ***************************************************************
CODE   procedure division.

      *> ***************************************************************
      *> mainline - settle what is being journalled and whether the
      *> register lets it go, gather the figures and their control
      *> log totals into the buckets, map the movement to accounts,
      *> tie it out, then write the batch and register it.
      *> ***************************************************************
       mainline.
           perform initialize-run thru initialize-run-exit
           if program-return-code = zero
               if daily-journal and not journal-skipped
                   perform find-prior-date thru find-prior-date-exit
               end-if
               if not journal-skipped
                   perform check-register thru check-register-exit
               end-if
               if not journal-skipped
                   perform load-account-map thru load-account-map-exit
               end-if
               if not journal-skipped and daily-journal
                   perform gather-daily-figures thru
                       gather-daily-figures-exit
                   perform build-daily-entries thru
                       build-daily-entries-exit
               end-if
               if not journal-skipped and month-end-journal
                   perform gather-month-figures thru
                       gather-month-figures-exit
                   perform build-month-entries thru
                       build-month-entries-exit
               end-if
               if not journal-skipped
                   perform tie-batch thru tie-batch-exit
                   if reversal-journal
                       perform reverse-entries thru
                           reverse-entries-exit
                   end-if
                   perform write-journal-batch thru
                       write-journal-batch-exit
                   perform register-batch thru register-batch-exit
               end-if
               perform write-report-trailer thru
                   write-report-trailer-exit
               perform terminate-run thru terminate-run-exit
           end-if
           perform write-step-ledger thru write-step-ledger-exit
           move program-return-code to return-code
           goback.

      *> GLPARM is optional (no file is the nightly daily run); the
      *> certified month position is only needed on a month-end run.
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
           open output gl-report
           move gl-report-status to current-open-status
           move "GL-REPORT" to current-open-file-name
           perform check-open-status thru check-open-status-exit
           if program-return-code = zero
               perform read-gl-params thru read-gl-params-exit
           end-if
           if program-return-code = zero and daily-journal
               perform read-run-status thru read-run-status-exit
           end-if
           if program-return-code = zero and month-end-journal
               perform read-month-position thru
                   read-month-position-exit
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

       read-gl-params.
           open input gl-params
           if gl-params-status = "35"
               go to read-gl-params-exit
           end-if
           move gl-params-status to current-open-status
           move "GL-PARAMS" to current-open-file-name
           perform check-open-status thru check-open-status-exit
           if program-return-code = 16
               go to read-gl-params-exit
           end-if
           read gl-params
               at end
                   move spaces to gl-params-record
           end-read
           close gl-params
           evaluate gp-journal-type
               when space
               when "D"
                   move "D" to journal-type-switch
               when "M"
                   move "M" to journal-type-switch
               when "R"
                   move "R" to journal-type-switch
               when other
                   display "GLPARM journal type must be D, M or R"
                       end-display
                   move 16 to program-return-code
           end-evaluate
           evaluate gp-resend-flag
               when space
                   continue
               when "R"
                   move "y" to resend-switch
               when other
                   display "GLPARM re-send flag must be blank or R"
                       end-display
                   move 16 to program-return-code
           end-evaluate
           if resend-requested and daily-journal
               and gp-resend-date is numeric
               and gp-resend-date not = zero
               move gp-resend-date to journal-date
           end-if
           if reversal-journal
               if gp-resend-date is numeric
                   and gp-resend-date not = zero
                   move gp-resend-date to journal-date
               else
                   display "GLPARM reversal must name the day to "
                       "reverse"
                       end-display
                   move 16 to program-return-code
               end-if
           end-if.
       read-gl-params-exit.
           exit.

      *> the day to journal is the one bigworld just posted, unless a
      *> re-send named its own. a run that posted nothing, or a whole-
      *> day back-out, has no movement to journal - the back-out is
      *> checked against the register on the next day's run instead.
       read-run-status.
           read run-status
               at end
                   if journal-date = zero
                       display "RUNSTAT is empty - no day to journal"
                           end-display
                       move 16 to program-return-code
                   end-if
               not at end
                   if journal-date = zero
                       move rs-run-date to journal-date
                       if rs-return-code not < 16
                           move "y" to journal-skipped-switch
                       end-if
                   end-if
           end-read
           move journal-date to register-date.
       read-run-status-exit.
           exit.

      *> the closing journal is only ever built from a certified month
      *> - no MOCPOSN means moclose has not certified one.
       read-month-position.
           open input month-position
           if month-position-status = "35"
               display "MOCPOSN not present - no certified month to "
                   "journal"
                   end-display
               move 16 to program-return-code
               go to read-month-position-exit
           end-if
           move month-position-status to current-open-status
           move "MONTH-POSITION" to current-open-file-name
           perform check-open-status thru check-open-status-exit
           if program-return-code = 16
               go to read-month-position-exit
           end-if
           move "y" to month-position-present-switch
           read month-position
               at end
                   display "MOCPOSN is empty - no certified month to "
                       "journal"
                       end-display
                   move 16 to program-return-code
               not at end
                   move mo-close-month to close-month
                   compute register-date = mo-close-month * 100
           end-read.
       read-month-position-exit.
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
           move spaces to gl-report-line
           evaluate true
               when reversal-journal
                   string "GL JOURNAL EXTRACT - REVERSAL OF THE DAILY "
                       delimited by size
                       "MOVEMENT FOR " delimited by size
                       journal-date delimited by size
                       into gl-report-line
                       on overflow
                           perform note-string-overflow thru
                               note-string-overflow-exit
                   end-string
               when daily-journal
                   string "GL JOURNAL EXTRACT - DAILY MOVEMENT FOR "
                       delimited by size
                       journal-date delimited by size
                       into gl-report-line
                       on overflow
                           perform note-string-overflow thru
                               note-string-overflow-exit
                   end-string
               when other
                   string "GL JOURNAL EXTRACT - MONTH-END CLOSING "
                       delimited by size
                       "POSITION FOR " delimited by size
                       close-month delimited by size
                       into gl-report-line
                       on overflow
                           perform note-string-overflow thru
                               note-string-overflow-exit
                   end-string
           end-evaluate
           write gl-report-line
           move spaces to gl-report-line
           string "RUN DATE " delimited by size
               run-date delimited by size
               "  RUN TIME " delimited by size
               run-time delimited by size
               into gl-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write gl-report-line
           move spaces to gl-report-line
           write gl-report-line
           if resend-requested
               move spaces to gl-report-line
               string "RE-SEND OF A REJECTED BATCH" delimited by size
                   into gl-report-line
                   on overflow
                       perform note-string-overflow thru
                           note-string-overflow-exit
               end-string
               write gl-report-line
           end-if
           if journal-skipped
               move spaces to gl-report-line
               string "RUN DID NOT POST OR DAY BACKED OUT - NOTHING "
                   delimited by size
                   "TO JOURNAL" delimited by size
                   into gl-report-line
                   on overflow
                       perform note-string-overflow thru
                           note-string-overflow-exit
               end-string
               write gl-report-line
           end-if.
       write-report-header-exit.
           exit.

      *> ***************************************************************
      *> the prior completed day - the latest date on the control log
      *> before the journal date with a completed row and no later
      *> back-out. a pass that finds its best date backed out runs
      *> again below that date. the same passes say whether the
      *> journal date itself stands completed - or, on a reversal,
      *> has been backed out, reposted since or not. the first day the
      *> system ever posted journals its whole position as movement.
      *> ***************************************************************
       find-prior-date.
           move journal-date to prior-ceiling
           move "n" to prior-search-switch
           perform find-prior-pass thru find-prior-pass-exit
               until prior-search-done
                   or program-return-code = 16
           if reversal-journal and not journal-date-backed-out
               move spaces to gl-detail-text
               string "day " delimited by size
                   journal-date delimited by size
                   " was never backed out on the control log"
                       delimited by size
                   into gl-detail-text
                   on overflow
                       perform note-string-overflow thru
                           note-string-overflow-exit
               end-string
               perform write-gl-exception thru write-gl-exception-exit
               move 16 to program-return-code
               move "y" to journal-skipped-switch
               go to find-prior-date-exit
           end-if
           if not reversal-journal and journal-date-state not = "C"
               move spaces to gl-detail-text
               string "day " delimited by size
                   journal-date delimited by size
                   " is not a completed day on the control log"
                       delimited by size
                   into gl-detail-text
                   on overflow
                       perform note-string-overflow thru
                           note-string-overflow-exit
               end-string
               perform write-gl-exception thru write-gl-exception-exit
               move 16 to program-return-code
               move "y" to journal-skipped-switch
               go to find-prior-date-exit
           end-if
           if prior-date = zero
               move spaces to gl-report-line
               string "NO PRIOR COMPLETED DAY ON THE LOG - OPENING "
                   delimited by size
                   "POSITION JOURNALLED AS MOVEMENT" delimited by size
                   into gl-report-line
                   on overflow
                       perform note-string-overflow thru
                           note-string-overflow-exit
               end-string
               write gl-report-line
           else
               move spaces to gl-report-line
               string "PRIOR COMPLETED DAY " delimited by size
                   prior-date delimited by size
                   into gl-report-line
                   on overflow
                       perform note-string-overflow thru
                           note-string-overflow-exit
               end-string
               write gl-report-line
           end-if.
       find-prior-date-exit.
           exit.

       find-prior-pass.
           perform rewind-control-log thru rewind-control-log-exit
           if program-return-code = 16
               go to find-prior-pass-exit
           end-if
           move zero to prior-date
           move "n" to prior-open-switch
           move spaces to journal-date-state
           move "n" to journal-backed-out-switch
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
                   if cl-run-date = journal-date
                       if cl-return-code < 16
                           move "C" to journal-date-state
                       end-if
                       if cl-return-code = 99
                           move "O" to journal-date-state
                           move "y" to journal-backed-out-switch
                       end-if
                   end-if
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
      *> the batch register decides whether this day may go. a day
      *> already sent is refused - the ledger has it - unless this is
      *> a re-send, which re-uses the batch number so the ledger's
      *> own duplicate check can never take the day twice. a held
      *> batch (it did not tie) is rebuilt under its own number. a
      *> sent daily batch for a day between the prior completed day
      *> and this one is a journalled day since backed out: its batch
      *> must be reversed in the ledger (GLPARM R) before the night
      *> moves on. a day registered reversed journals afresh under a
      *> new number once it is reposted.
      *> ***************************************************************
       check-register.
           open input batch-register
           if batch-register-status not = "35"
               move batch-register-status to current-open-status
               move "BATCH-REGISTER" to current-open-file-name
               perform check-open-status thru check-open-status-exit
               if program-return-code = 16
                   move "y" to journal-skipped-switch
                   go to check-register-exit
               end-if
               move "n" to end-of-file-switch
               perform scan-register-row thru scan-register-row-exit
                   until end-of-file
               close batch-register
           end-if
           perform check-between-date thru check-between-date-exit
               varying between-subscript from 1 by 1
               until between-subscript > between-count
           if journal-skipped
               go to check-register-exit
           end-if
           if reversal-journal
               perform check-reversal thru check-reversal-exit
               go to check-register-exit
           end-if
           if resend-requested and register-status-ws = "R"
               move "day reversed - re-send the reversal with GLPARM R"
                   to gl-detail-text
               perform write-gl-exception thru write-gl-exception-exit
               move 16 to program-return-code
               move "y" to journal-skipped-switch
               go to check-register-exit
           end-if
           if resend-requested
               if register-status-ws = spaces
                   move "nothing registered to re-send for this day"
                       to gl-detail-text
                   perform write-gl-exception thru
                       write-gl-exception-exit
                   move 16 to program-return-code
                   move "y" to journal-skipped-switch
                   go to check-register-exit
               end-if
               move register-batch-ws to batch-number
               compute resend-count = register-resend-ws + 1
               go to check-register-exit
           end-if
           if register-status-ws = "S"
               move register-batch-ws to batch-number-display
               move spaces to gl-report-line
               string "ALREADY JOURNALLED IN BATCH " delimited by size
                   batch-number-display delimited by size
                   " - NOTHING WRITTEN (RE-SEND WITH GLPARM R)"
                       delimited by size
                   into gl-report-line
                   on overflow
                       perform note-string-overflow thru
                           note-string-overflow-exit
               end-string
               write gl-report-line
               if program-return-code < 8
                   move 8 to program-return-code
               end-if
               move "y" to journal-skipped-switch
               go to check-register-exit
           end-if
           if register-status-ws = "H"
               move register-batch-ws to batch-number
               move register-resend-ws to resend-count
           else
               compute batch-number = highest-batch-number + 1
               move zero to resend-count
           end-if.
       check-register-exit.
           exit.

       scan-register-row.
           read batch-register
               at end
                   move "y" to end-of-file-switch
               not at end
                   if gb-batch-number > highest-batch-number
                       move gb-batch-number to highest-batch-number
                   end-if
                   if gb-journal-type = journal-type-switch
                       and gb-business-date = register-date
                       move gb-status to register-status-ws
                       move gb-batch-number to register-batch-ws
                       move gb-resend-count to register-resend-ws
                   end-if
                   if reversal-journal
                       and gb-journal-type = "D"
                       and gb-business-date = register-date
                       move gb-status to day-status-ws
                       move gb-batch-number to day-batch-ws
                       move gb-resend-count to day-resend-ws
                       if gb-status = "S"
                           move gb-batch-number to sent-batch-ws
                           move gb-resend-count to sent-resend-ws
                       end-if
                   end-if
                   if daily-journal
                       and gb-journal-type = "D"
                       and gb-business-date = prior-date
                       and prior-date not = zero
                       move gb-status to prior-status-ws
                       move gb-batch-number to prior-batch-ws
                       move gb-resend-count to prior-resend-ws
                   end-if
                   if daily-journal
                       and gb-journal-type = "D"
                       and gb-business-date > prior-date
                       and gb-business-date < journal-date
                       perform note-between-date thru
                           note-between-date-exit
                   end-if
           end-read.
       scan-register-row-exit.
           exit.

       note-between-date.
           move zero to between-slot
           perform match-between-date thru match-between-date-exit
               varying between-subscript from 1 by 1
               until between-subscript > between-count
                   or between-slot > zero
           if between-slot = zero
               if between-count < max-between-dates
                   add 1 to between-count
                   move between-count to between-slot
                   move gb-business-date
                       to bt-business-date(between-slot)
               else
                   go to note-between-date-exit
               end-if
           end-if
           move gb-batch-number to bt-batch-number(between-slot)
           move gb-status to bt-status(between-slot).
       note-between-date-exit.
           exit.

       match-between-date.
           if bt-business-date(between-subscript) = gb-business-date
               move between-subscript to between-slot
           end-if.
       match-between-date-exit.
           exit.

      *> only a day still standing sent stops the run - a held batch
      *> never reached the ledger, and a day registered reversed has
      *> had its batch taken back out.
       check-between-date.
           if bt-status(between-subscript) = "H"
               or bt-status(between-subscript) = "R"
               go to check-between-date-exit
           end-if
           move bt-batch-number(between-subscript)
               to batch-number-display
           move spaces to gl-detail-text
           string "day " delimited by size
               bt-business-date(between-subscript) delimited by size
               " sent in batch " delimited by size
               batch-number-display delimited by size
               " since backed out" delimited by size
               into gl-detail-text
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           perform write-gl-exception thru write-gl-exception-exit
           move 16 to program-return-code
           move "y" to journal-skipped-switch.
       check-between-date-exit.
           exit.

      *> a reversal needs the day standing sent. a day already
      *> reversed is refused like a day already journalled, unless
      *> this re-sends the reversing batch under its own number; a
      *> held reversal is rebuilt under the number it was held under.
       check-reversal.
           if day-status-ws = "R"
               if resend-requested
                   move day-batch-ws to batch-number
                   compute resend-count = day-resend-ws + 1
                   go to check-reversal-exit
               end-if
               move day-batch-ws to batch-number-display
               move spaces to gl-report-line
               string "ALREADY REVERSED IN BATCH " delimited by size
                   batch-number-display delimited by size
                   " - NOTHING WRITTEN (RE-SEND WITH GLPARM R)"
                       delimited by size
                   into gl-report-line
                   on overflow
                       perform note-string-overflow thru
                           note-string-overflow-exit
               end-string
               write gl-report-line
               if program-return-code < 8
                   move 8 to program-return-code
               end-if
               move "y" to journal-skipped-switch
               go to check-reversal-exit
           end-if
           if day-status-ws not = "S" or resend-requested
               move "no sent batch on the register to reverse"
                   to gl-detail-text
               perform write-gl-exception thru write-gl-exception-exit
               move 16 to program-return-code
               move "y" to journal-skipped-switch
               go to check-reversal-exit
           end-if
           move sent-batch-ws to batch-number-display
           move spaces to gl-report-line
           string "REVERSING BATCH " delimited by size
               batch-number-display delimited by size
               " SENT FOR THE DAY" delimited by size
               into gl-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write gl-report-line
           if register-status-ws = "H"
               move register-batch-ws to batch-number
               move register-resend-ws to resend-count
           else
               compute batch-number = highest-batch-number + 1
               move zero to resend-count
           end-if.
       check-reversal-exit.
           exit.

      *> ***************************************************************
      *> the account table - a currency with no blank-region row has
      *> nowhere for its movement to go, which the build reports.
      *> ***************************************************************
       load-account-map.
           open input account-map
           move account-map-status to current-open-status
           move "ACCOUNT-MAP" to current-open-file-name
           perform check-open-status thru check-open-status-exit
           if program-return-code = 16
               move "y" to journal-skipped-switch
               go to load-account-map-exit
           end-if
           move "n" to end-of-file-switch
           perform read-account-map thru read-account-map-exit
               until end-of-file
           close account-map.
       load-account-map-exit.
           exit.

       read-account-map.
           read account-map
               at end
                   move "y" to end-of-file-switch
               not at end
                   if map-count < max-map-entries
                       add 1 to map-count
                       move gm-currency-code
                           to am-currency-code(map-count)
                       move gm-region-code to am-region-code(map-count)
                       move gm-account to am-account(map-count)
                       move gm-cost-centre to am-cost-centre(map-count)
                       move gm-offset-account
                           to am-offset-account(map-count)
                   else
                       display "account map table full - "
                           gm-currency-code " " gm-region-code
                           " not loaded"
                           end-display
                       move 16 to program-return-code
                   end-if
           end-read.
       read-account-map-exit.
           exit.

      *> looks up map-search-currency / map-search-region.
       find-account-map.
           move zero to map-slot
           perform match-account-map thru match-account-map-exit
               varying map-subscript from 1 by 1
               until map-subscript > map-count
                   or map-slot > zero.
       find-account-map-exit.
           exit.

       match-account-map.
           if am-currency-code(map-subscript) = map-search-currency
               and am-region-code(map-subscript) = map-search-region
               move map-subscript to map-slot
           end-if.
       match-account-map-exit.
           exit.

      *> ***************************************************************
      *> daily figures - the day's final "T" and "S" rows off the
      *> history and its last control log rows. the prior side is
      *> what the ledger already holds: the figures the prior day's
      *> sent batch journalled, read back off GLSENT, so a prior day
      *> amended since it went (a true-up, a released held item, any
      *> update run) moves in this batch. only a prior day never sent
      *> takes its side off the history and the log as they stand. a
      *> reversal takes both sides off the sent batch it reverses,
      *> which turns back exactly what the ledger took - dayback's
      *> offsets are the fallback for a batch with no sent figures.
      *> ***************************************************************
       gather-daily-figures.
           if reversal-journal
               move sent-batch-ws to sent-wanted-batch
               move sent-resend-ws to sent-wanted-resend
               move journal-date to sent-wanted-date
               move "B" to sent-load-side
               perform load-sent-figures thru load-sent-figures-exit
               if program-return-code = 16 or sent-figures-found
                   go to gather-daily-figures-exit
               end-if
           end-if
           move journal-date to gather-date
           move "T" to gather-side
           perform gather-history-rows thru gather-history-rows-exit
           if prior-date not = zero and prior-status-ws = "S"
               move prior-batch-ws to sent-wanted-batch
               move prior-resend-ws to sent-wanted-resend
               move prior-date to sent-wanted-date
               move "P" to sent-load-side
               perform load-sent-figures thru load-sent-figures-exit
               if program-return-code = 16
                   go to gather-daily-figures-exit
               end-if
               if sent-figures-found
                   move "y" to prior-from-sent-switch
               end-if
           end-if
           if prior-date not = zero and not prior-from-sent
               move prior-date to gather-date
               move "P" to gather-side
               perform gather-history-rows thru
                   gather-history-rows-exit
           end-if
           perform rewind-control-log thru rewind-control-log-exit
           if program-return-code = 16
               go to gather-daily-figures-exit
           end-if
           move "n" to end-of-file-switch
           perform scan-daily-log-row thru scan-daily-log-row-exit
               until end-of-file.
       gather-daily-figures-exit.
           exit.

      *> the key leads with run date, so the stream starts at the
      *> date's first row and stops at the first row dated later.
      *> the highest sequence per currency or region is the day's
      *> final figure. a reversal takes the day's side off dayback's
      *> "R" rows instead - flagged "T" for a currency total and "S"
      *> for a region - whose highest sequence is what the latest
      *> back-out took off: the figures the sent batch journalled.
       gather-history-rows.
           move "n" to history-scan-eof-switch
           move low-values to wh-history-key
           move gather-date to wh-run-date
           start wealth-history key not < wh-history-key
               invalid key
                   move "y" to history-scan-eof-switch
           end-start
           perform scan-history-row thru scan-history-row-exit
               until history-scan-done.
       gather-history-rows-exit.
           exit.

       scan-history-row.
           read wealth-history next
               at end
                   move "y" to history-scan-eof-switch
               not at end
                   if wh-run-date not = gather-date
                       move "y" to history-scan-eof-switch
                   else
                       if reversal-journal and gather-side = "T"
                           perform post-offset-row thru
                               post-offset-row-exit
                       else
                           evaluate wh-record-type
                               when "T"
                                   perform post-total-row thru
                                       post-total-row-exit
                               when "S"
                                   perform post-region-row thru
                                       post-region-row-exit
                           end-evaluate
                       end-if
                   end-if
           end-read.
       scan-history-row-exit.
           exit.

       post-offset-row.
           if wh-record-type not = "R"
               go to post-offset-row-exit
           end-if
           evaluate wh-row-flag
               when "T"
                   perform post-total-row thru post-total-row-exit
               when "S"
                   perform post-region-row thru post-region-row-exit
           end-evaluate.
       post-offset-row-exit.
           exit.

       post-total-row.
           move wh-country-code to bucket-key-ws
           perform locate-gl-bucket thru locate-gl-bucket-exit
           if not bucket-found
               go to post-total-row-exit
           end-if
           if gather-side = "T"
               if bk-today-seen(bucket-slot) not = "y"
                   or wh-sequence not < bk-today-sequence(bucket-slot)
                   move "y" to bk-today-seen(bucket-slot)
                   move wh-sequence to bk-today-sequence(bucket-slot)
                   move wh-world to bk-today-world(bucket-slot)
               end-if
           else
               if bk-prior-seen(bucket-slot) not = "y"
                   or wh-sequence not < bk-prior-sequence(bucket-slot)
                   move "y" to bk-prior-seen(bucket-slot)
                   move wh-sequence to bk-prior-sequence(bucket-slot)
                   move wh-world to bk-prior-world(bucket-slot)
               end-if
           end-if.
       post-total-row-exit.
           exit.

       post-region-row.
           move wh-country-code to region-key-ws
           perform locate-gl-region thru locate-gl-region-exit
           if not region-found
               go to post-region-row-exit
           end-if
           if gather-side = "T"
               if rg-today-seen(region-slot) not = "y"
                   or wh-sequence not < rg-today-sequence(region-slot)
                   move "y" to rg-today-seen(region-slot)
                   move wh-sequence to rg-today-sequence(region-slot)
                   move wh-currency-code
                       to rg-today-currency(region-slot)
                   move wh-world to rg-today-world(region-slot)
               end-if
           else
               if rg-prior-seen(region-slot) not = "y"
                   or wh-sequence not < rg-prior-sequence(region-slot)
                   move "y" to rg-prior-seen(region-slot)
                   move wh-sequence to rg-prior-sequence(region-slot)
                   move wh-currency-code
                       to rg-prior-currency(region-slot)
                   move wh-world to rg-prior-world(region-slot)
               end-if
           end-if.
       post-region-row-exit.
           exit.

      *> a later row for a date and currency supersedes the earlier
      *> one - a back-out's 99 row included, which reads as zero. on
      *> a reversal the day's figure is the row that stood when the
      *> latest back-out came: each completed row is held back, and
      *> a 99 row is what makes the held one the day's word.
       scan-daily-log-row.
           read control-log
               at end
                   move "y" to end-of-file-switch
               not at end
                   if cl-run-date = journal-date
                       or (cl-run-date = prior-date
                           and prior-date not = zero
                           and not prior-from-sent)
                       move cl-currency-code to bucket-key-ws
                       perform locate-gl-bucket thru
                           locate-gl-bucket-exit
                       if bucket-found
                           evaluate true
                               when cl-run-date not = journal-date
                                   move "y"
                                       to bk-log-prior-seen(bucket-slot)
                                   move cl-currency-total
                                       to bk-log-prior(bucket-slot)
                               when reversal-journal
                                   perform post-reversal-log-row thru
                                       post-reversal-log-row-exit
                               when other
                                   move "y"
                                       to bk-log-today-seen(bucket-slot)
                                   move cl-currency-total
                                       to bk-log-today(bucket-slot)
                           end-evaluate
                       end-if
                   end-if
           end-read.
       scan-daily-log-row-exit.
           exit.

       post-reversal-log-row.
           if cl-return-code < 16
               move cl-currency-total to bk-log-held(bucket-slot)
           end-if
           if cl-return-code = 99
               move "y" to bk-log-today-seen(bucket-slot)
               move bk-log-held(bucket-slot)
                   to bk-log-today(bucket-slot)
               move zero to bk-log-held(bucket-slot)
           end-if.
       post-reversal-log-row-exit.
           exit.

      *> the rows of one sent batch - matched on batch number, re-send
      *> count and date, so a later re-send's rows never mix with the
      *> ones it replaced. no file, or no rows for the batch, leaves
      *> sent-figures-found off and the caller takes the history.
       load-sent-figures.
           move "n" to sent-figures-found-switch
           open input sent-figures
           if sent-figures-status = "35"
               go to load-sent-figures-exit
           end-if
           move sent-figures-status to current-open-status
           move "SENT-FIGURES" to current-open-file-name
           perform check-open-status thru check-open-status-exit
           if program-return-code = 16
               go to load-sent-figures-exit
           end-if
           move "n" to end-of-file-switch
           perform read-sent-figures thru read-sent-figures-exit
               until end-of-file
           close sent-figures
           if sent-figures-found
               move sent-wanted-batch to batch-number-display
               move spaces to gl-report-line
               if sent-load-side = "P"
                   string "PRIOR SIDE AS SENT IN BATCH "
                       delimited by size
                       batch-number-display delimited by size
                       into gl-report-line
                       on overflow
                           perform note-string-overflow thru
                               note-string-overflow-exit
                   end-string
               else
                   string "FIGURES AS SENT IN BATCH " delimited by size
                       batch-number-display delimited by size
                       into gl-report-line
                       on overflow
                           perform note-string-overflow thru
                               note-string-overflow-exit
                   end-string
               end-if
               write gl-report-line
           end-if.
       load-sent-figures-exit.
           exit.

       read-sent-figures.
           read sent-figures
               at end
                   move "y" to end-of-file-switch
               not at end
                   if gs-batch-number = sent-wanted-batch
                       and gs-resend-count = sent-wanted-resend
                       and gs-business-date = sent-wanted-date
                       move "y" to sent-figures-found-switch
                       evaluate gs-row-type
                           when "T"
                               perform post-sent-bucket thru
                                   post-sent-bucket-exit
                           when "S"
                               perform post-sent-region thru
                                   post-sent-region-exit
                       end-evaluate
                   end-if
           end-read.
       read-sent-figures-exit.
           exit.

       post-sent-bucket.
           move gs-code to bucket-key-ws
           perform locate-gl-bucket thru locate-gl-bucket-exit
           if not bucket-found
               go to post-sent-bucket-exit
           end-if
           if sent-load-side = "P"
               move gs-today-seen to bk-prior-seen(bucket-slot)
               move gs-today-seen to bk-log-prior-seen(bucket-slot)
               move gs-today-world to bk-prior-world(bucket-slot)
               move gs-today-log to bk-log-prior(bucket-slot)
           else
               move gs-today-seen to bk-today-seen(bucket-slot)
               move gs-today-seen to bk-log-today-seen(bucket-slot)
               move gs-today-world to bk-today-world(bucket-slot)
               move gs-today-log to bk-log-today(bucket-slot)
               move gs-prior-seen to bk-prior-seen(bucket-slot)
               move gs-prior-seen to bk-log-prior-seen(bucket-slot)
               move gs-prior-world to bk-prior-world(bucket-slot)
               move gs-prior-log to bk-log-prior(bucket-slot)
           end-if.
       post-sent-bucket-exit.
           exit.

       post-sent-region.
           move gs-code to region-key-ws
           perform locate-gl-region thru locate-gl-region-exit
           if not region-found
               go to post-sent-region-exit
           end-if
           if sent-load-side = "P"
               move gs-today-seen to rg-prior-seen(region-slot)
               move gs-today-currency to rg-prior-currency(region-slot)
               move gs-today-world to rg-prior-world(region-slot)
           else
               move gs-today-seen to rg-today-seen(region-slot)
               move gs-today-currency to rg-today-currency(region-slot)
               move gs-today-world to rg-today-world(region-slot)
               move gs-prior-seen to rg-prior-seen(region-slot)
               move gs-prior-currency to rg-prior-currency(region-slot)
               move gs-prior-world to rg-prior-world(region-slot)
           end-if.
       post-sent-region-exit.
           exit.

      *> find the bucket for bucket-key-ws, opening a fresh zeroed one
      *> the first time a currency shows up on either file.
       locate-gl-bucket.
           move "n" to bucket-found-switch
           move zero to bucket-slot
           perform match-gl-bucket thru match-gl-bucket-exit
               varying bucket-subscript from 1 by 1
               until bucket-subscript > gl-bucket-count
                   or bucket-found
           if bucket-found
               go to locate-gl-bucket-exit
           end-if
           if gl-bucket-count < max-gl-buckets
               add 1 to gl-bucket-count
               move gl-bucket-count to bucket-slot
               move bucket-key-ws to bk-currency-code(bucket-slot)
               move zero to bk-as-of-date(bucket-slot)
               move "n" to bk-today-seen(bucket-slot)
               move zero to bk-today-sequence(bucket-slot)
               move zero to bk-today-world(bucket-slot)
               move "n" to bk-prior-seen(bucket-slot)
               move zero to bk-prior-sequence(bucket-slot)
               move zero to bk-prior-world(bucket-slot)
               move "n" to bk-log-today-seen(bucket-slot)
               move zero to bk-log-today(bucket-slot)
               move zero to bk-log-held(bucket-slot)
               move "n" to bk-log-prior-seen(bucket-slot)
               move zero to bk-log-prior(bucket-slot)
               move zero to bk-residual(bucket-slot)
               move "y" to bucket-found-switch
           else
               display "GL bucket table full - currency "
                   bucket-key-ws " dropped"
                   end-display
               move 16 to program-return-code
           end-if.
       locate-gl-bucket-exit.
           exit.

       match-gl-bucket.
           if bk-currency-code(bucket-subscript) = bucket-key-ws
               move "y" to bucket-found-switch
               move bucket-subscript to bucket-slot
           end-if.
       match-gl-bucket-exit.
           exit.

       locate-gl-region.
           move "n" to region-found-switch
           move zero to region-slot
           perform match-gl-region thru match-gl-region-exit
               varying region-subscript from 1 by 1
               until region-subscript > gl-region-count
                   or region-found
           if region-found
               go to locate-gl-region-exit
           end-if
           if gl-region-count < max-gl-regions
               add 1 to gl-region-count
               move gl-region-count to region-slot
               move region-key-ws to rg-region-code(region-slot)
               move "n" to rg-today-seen(region-slot)
               move zero to rg-today-sequence(region-slot)
               move spaces to rg-today-currency(region-slot)
               move zero to rg-today-world(region-slot)
               move "n" to rg-prior-seen(region-slot)
               move zero to rg-prior-sequence(region-slot)
               move spaces to rg-prior-currency(region-slot)
               move zero to rg-prior-world(region-slot)
               move "y" to region-found-switch
           else
               display "GL region table full - region "
                   region-key-ws " left in its currency bucket"
                   end-display
               if program-return-code < 8
                   move 8 to program-return-code
               end-if
           end-if.
       locate-gl-region-exit.
           exit.

       match-gl-region.
           if rg-region-code(region-subscript) = region-key-ws
               move "y" to region-found-switch
               move region-subscript to region-slot
           end-if.
       match-gl-region-exit.
           exit.

      *> ***************************************************************
      *> daily entries - each bucket's movement is today's final "T"
      *> less the prior day's. a region that sat wholly in the
      *> bucket's currency on both days and has its own account row
      *> takes its own movement off its "S" rows; the currency's own
      *> account takes the rest, so the entries for a bucket always
      *> add back to the bucket's movement.
      *> ***************************************************************
       build-daily-entries.
           perform build-bucket-entries thru build-bucket-entries-exit
               varying bucket-subscript from 1 by 1
               until bucket-subscript > gl-bucket-count.
       build-daily-entries-exit.
           exit.

       build-bucket-entries.
           compute bk-residual(bucket-subscript) =
               bk-today-world(bucket-subscript)
               - bk-prior-world(bucket-subscript)
           perform split-region-entry thru split-region-entry-exit
               varying region-subscript from 1 by 1
               until region-subscript > gl-region-count
           move bk-residual(bucket-subscript) to entry-amount-ws
           move spaces to map-search-region
           perform add-journal-entry thru add-journal-entry-exit.
       build-bucket-entries-exit.
           exit.

       split-region-entry.
           move spaces to region-currency-ws
           if rg-today-seen(region-subscript) = "y"
               move rg-today-currency(region-subscript)
                   to region-currency-ws
               if rg-prior-seen(region-subscript) = "y"
                   and rg-prior-currency(region-subscript)
                       not = region-currency-ws
                   move spaces to region-currency-ws
               end-if
           else
               move rg-prior-currency(region-subscript)
                   to region-currency-ws
           end-if
           if region-currency-ws = spaces
               or region-currency-ws
                   not = bk-currency-code(bucket-subscript)
               go to split-region-entry-exit
           end-if
           move region-currency-ws to map-search-currency
           move rg-region-code(region-subscript) to map-search-region
           perform find-account-map thru find-account-map-exit
           if map-slot = zero
               go to split-region-entry-exit
           end-if
           compute entry-amount-ws =
               rg-today-world(region-subscript)
               - rg-prior-world(region-subscript)
           subtract entry-amount-ws from bk-residual(bucket-subscript)
           perform add-journal-entry thru add-journal-entry-exit.
       split-region-entry-exit.
           exit.

      *> one entry for entry-amount-ws against the bucket's currency
      *> and map-search-region. the account row must be there for
      *> the currency's own entry - a movement with nowhere to go
      *> holds the batch.
       add-journal-entry.
           move bk-currency-code(bucket-subscript)
               to map-search-currency
           perform find-account-map thru find-account-map-exit
           if map-slot = zero
               move spaces to gl-detail-text
               string "CCY " delimited by size
                   bk-currency-code(bucket-subscript)
                       delimited by size
                   " - no GL account row on the account map"
                       delimited by size
                   into gl-detail-text
                   on overflow
                       perform note-string-overflow thru
                           note-string-overflow-exit
               end-string
               perform write-gl-exception thru write-gl-exception-exit
               go to add-journal-entry-exit
           end-if
           if entry-count not < max-journal-entries
               move "journal entry table full" to gl-detail-text
               perform write-gl-exception thru write-gl-exception-exit
               go to add-journal-entry-exit
           end-if
           add 1 to entry-count
           move bk-currency-code(bucket-subscript)
               to je-currency-code(entry-count)
           move map-search-region to je-region-code(entry-count)
           move map-slot to je-map-slot(entry-count)
           move entry-amount-ws to je-amount(entry-count).
       add-journal-entry-exit.
           exit.

      *> ***************************************************************
      *> month-end figures - the certified "T" rows, each with the
      *> day it last posted, and the control log's last row for that
      *> day and currency.
      *> ***************************************************************
       gather-month-figures.
           if mo-record-type = "T"
               perform post-month-row thru post-month-row-exit
           end-if
           move "n" to end-of-file-switch
           perform read-month-row thru read-month-row-exit
               until end-of-file
           perform rewind-control-log thru rewind-control-log-exit
           if program-return-code = 16
               go to gather-month-figures-exit
           end-if
           move "n" to end-of-file-switch
           perform scan-month-log-row thru scan-month-log-row-exit
               until end-of-file.
       gather-month-figures-exit.
           exit.

       read-month-row.
           read month-position
               at end
                   move "y" to end-of-file-switch
               not at end
                   if mo-record-type = "T"
                       perform post-month-row thru post-month-row-exit
                   end-if
           end-read.
       read-month-row-exit.
           exit.

       post-month-row.
           move mo-code to bucket-key-ws
           perform locate-gl-bucket thru locate-gl-bucket-exit
           if bucket-found
               move "y" to bk-today-seen(bucket-slot)
               move mo-as-of-date to bk-as-of-date(bucket-slot)
               move mo-world to bk-today-world(bucket-slot)
           end-if.
       post-month-row-exit.
           exit.

       scan-month-log-row.
           read control-log
               at end
                   move "y" to end-of-file-switch
               not at end
                   move cl-currency-code to bucket-key-ws
                   move "n" to bucket-found-switch
                   perform match-gl-bucket thru match-gl-bucket-exit
                       varying bucket-subscript from 1 by 1
                       until bucket-subscript > gl-bucket-count
                           or bucket-found
                   if bucket-found
                       if cl-run-date = bk-as-of-date(bucket-slot)
                           move "y" to bk-log-today-seen(bucket-slot)
                           move cl-currency-total
                               to bk-log-today(bucket-slot)
                       end-if
                   end-if
           end-read.
       scan-month-log-row-exit.
           exit.

      *> the closing journal books each currency's certified position
      *> whole to the currency's own account.
       build-month-entries.
           perform build-month-entry thru build-month-entry-exit
               varying bucket-subscript from 1 by 1
               until bucket-subscript > gl-bucket-count.
       build-month-entries-exit.
           exit.

       build-month-entry.
           move bk-today-world(bucket-subscript) to entry-amount-ws
           move spaces to map-search-region
           perform add-journal-entry thru add-journal-entry-exit.
       build-month-entry-exit.
           exit.

      *> ***************************************************************
      *> the tie - every bucket's history figure must be the control
      *> log's figure for the same day and currency, and the entries
      *> must add up to the log's movement (the log's closing totals
      *> on a month-end run). anything that does not tie holds the
      *> batch: it is still written, trailer release flag "N", so the
      *> ledger's loader refuses it and the register records it held.
      *> ***************************************************************
       tie-batch.
           move zero to control-net
           move zero to journal-net
           perform tie-one-bucket thru tie-one-bucket-exit
               varying bucket-subscript from 1 by 1
               until bucket-subscript > gl-bucket-count
           perform add-entry-net thru add-entry-net-exit
               varying entry-subscript from 1 by 1
               until entry-subscript > entry-count
           if journal-net not = control-net
               move journal-net to amount-edited
               move spaces to compare-amount-a
               move amount-edited to compare-amount-a
               move control-net to amount-edited
               move spaces to compare-amount-b
               move amount-edited to compare-amount-b
               move "journal net disagrees with control log movement"
                   to gl-detail-text
               perform write-gl-compare thru write-gl-compare-exit
           end-if
           if exception-count > zero
               move "y" to batch-held-switch
           end-if.
       tie-batch-exit.
           exit.

      *> a reversal ties on the figures alone - dayback writes no
      *> offset for a currency that stood at zero, and its log row
      *> still names the currency.
       tie-one-bucket.
           if bk-today-world(bucket-subscript)
                   not = bk-log-today(bucket-subscript)
               or (bk-today-seen(bucket-subscript)
                       not = bk-log-today-seen(bucket-subscript)
                   and not reversal-journal)
               move bk-today-world(bucket-subscript) to amount-edited
               move spaces to compare-amount-a
               move amount-edited to compare-amount-a
               move bk-log-today(bucket-subscript) to amount-edited
               move spaces to compare-amount-b
               move amount-edited to compare-amount-b
               move spaces to gl-detail-text
               string "CCY " delimited by size
                   bk-currency-code(bucket-subscript) delimited by size
                   " - T row disagrees with control log total"
                       delimited by size
                   into gl-detail-text
                   on overflow
                       perform note-string-overflow thru
                           note-string-overflow-exit
               end-string
               perform write-gl-compare thru write-gl-compare-exit
           end-if
           if daily-journal
               and (bk-prior-world(bucket-subscript)
                       not = bk-log-prior(bucket-subscript)
                   or bk-prior-seen(bucket-subscript)
                       not = bk-log-prior-seen(bucket-subscript))
               move bk-prior-world(bucket-subscript) to amount-edited
               move spaces to compare-amount-a
               move amount-edited to compare-amount-a
               move bk-log-prior(bucket-subscript) to amount-edited
               move spaces to compare-amount-b
               move amount-edited to compare-amount-b
               move spaces to gl-detail-text
               string "CCY " delimited by size
                   bk-currency-code(bucket-subscript) delimited by size
                   " - prior day T row disagrees with control log"
                       delimited by size
                   into gl-detail-text
                   on overflow
                       perform note-string-overflow thru
                           note-string-overflow-exit
               end-string
               perform write-gl-compare thru write-gl-compare-exit
           end-if
           add bk-log-today(bucket-subscript) to control-net
           if daily-journal
               subtract bk-log-prior(bucket-subscript) from control-net
           end-if.
       tie-one-bucket-exit.
           exit.

       add-entry-net.
           add je-amount(entry-subscript) to journal-net.
       add-entry-net-exit.
           exit.

      *> a reversal is the sent day's entries with every sign turned,
      *> so each debit line goes out a credit and each credit a
      *> debit, and the nets it tied on turn with them.
       reverse-entries.
           perform reverse-one-entry thru reverse-one-entry-exit
               varying entry-subscript from 1 by 1
               until entry-subscript > entry-count
           compute control-net = zero - control-net
           compute journal-net = zero - journal-net.
       reverse-entries-exit.
           exit.

       reverse-one-entry.
           compute je-amount(entry-subscript) =
               zero - je-amount(entry-subscript).
       reverse-one-entry-exit.
           exit.

      *> ***************************************************************
      *> the batch - header, a debit and a credit line per entry that
      *> moved, and the trailer. a rising figure debits the currency's
      *> account and credits the offset; a falling one the reverse.
      *> ***************************************************************
       write-journal-batch.
           open output gl-journal
           move gl-journal-status to current-open-status
           move "GL-JOURNAL" to current-open-file-name
           perform check-open-status thru check-open-status-exit
           if program-return-code = 16
               go to write-journal-batch-exit
           end-if
           move "y" to batch-written-switch
           move spaces to gl-header-record
           move "H" to gh-record-type
           move batch-number to gh-batch-number
           move journal-type-switch to gh-journal-type
           if daily-journal
               move journal-date to gh-business-date
               compute gh-period = journal-date / 100
               move prior-date to gh-prior-date
           else
               move register-date to gh-business-date
               move close-month to gh-period
               move zero to gh-prior-date
           end-if
           move run-date to gh-created-date
           move run-time to gh-created-time
           move resend-count to gh-resend-count
           move "BIGWORLD" to gh-source-system
           write gl-header-record
           move zero to line-number
           move zero to debit-total
           move zero to credit-total
           perform write-entry-lines thru write-entry-lines-exit
               varying entry-subscript from 1 by 1
               until entry-subscript > entry-count
           move spaces to gl-trailer-record
           move "T" to gt-record-type
           move batch-number to gt-batch-number
           move line-number to gt-line-count
           move debit-total to gt-debit-total
           move credit-total to gt-credit-total
           move control-net to gt-control-net
           if debit-total not = credit-total
               move "debit total disagrees with credit total"
                   to gl-detail-text
               perform write-gl-exception thru write-gl-exception-exit
               move "y" to batch-held-switch
           end-if
           if batch-held
               move "N" to gt-release-flag
               move 16 to program-return-code
           else
               move "Y" to gt-release-flag
           end-if
           write gl-trailer-record
           close gl-journal.
       write-journal-batch-exit.
           exit.

       write-entry-lines.
           if je-amount(entry-subscript) = zero
               go to write-entry-lines-exit
           end-if
           move je-map-slot(entry-subscript) to map-slot
           if je-amount(entry-subscript) < zero
               compute line-amount-ws =
                   zero - je-amount(entry-subscript)
           else
               move je-amount(entry-subscript) to line-amount-ws
           end-if
           move spaces to line-description-ws
           evaluate true
               when reversal-journal
                   string "REVERSE DAY " delimited by size
                       je-currency-code(entry-subscript)
                           delimited by size
                       " " delimited by size
                       journal-date delimited by size
                       " BATCH " delimited by size
                       sent-batch-ws delimited by size
                       into line-description-ws
                       on overflow
                           perform note-string-overflow thru
                               note-string-overflow-exit
                   end-string
               when daily-journal
                   string "DAY MOVE " delimited by size
                       je-currency-code(entry-subscript)
                           delimited by size
                       " " delimited by size
                       journal-date delimited by size
                       " VS " delimited by size
                       prior-date delimited by size
                       into line-description-ws
                       on overflow
                           perform note-string-overflow thru
                               note-string-overflow-exit
                   end-string
               when other
                   string "MONTH-END POSITION " delimited by size
                       je-currency-code(entry-subscript)
                           delimited by size
                       " " delimited by size
                       close-month delimited by size
                       into line-description-ws
                       on overflow
                           perform note-string-overflow thru
                               note-string-overflow-exit
                   end-string
           end-evaluate
           move am-account(map-slot) to line-account-ws
           move am-cost-centre(map-slot) to line-cost-centre-ws
           if je-amount(entry-subscript) > zero
               move "D" to line-debit-credit
           else
               move "C" to line-debit-credit
           end-if
           perform write-journal-line thru write-journal-line-exit
           move am-offset-account(map-slot) to line-account-ws
           if je-amount(entry-subscript) > zero
               move "C" to line-debit-credit
           else
               move "D" to line-debit-credit
           end-if
           perform write-journal-line thru write-journal-line-exit
           perform write-entry-report-line thru
               write-entry-report-line-exit.
       write-entry-lines-exit.
           exit.

       write-journal-line.
           add 1 to line-number
           move spaces to gl-detail-record
           move "D" to gd-record-type
           move batch-number to gd-batch-number
           move line-number to gd-line-number
           move journal-type-switch to gd-journal-type
           if daily-journal
               move journal-date to gd-business-date
           else
               move register-date to gd-business-date
           end-if
           move line-account-ws to gd-account
           move line-cost-centre-ws to gd-cost-centre
           move je-currency-code(entry-subscript) to gd-currency-code
           move je-region-code(entry-subscript) to gd-region-code
           move line-debit-credit to gd-debit-credit
           move line-amount-ws to gd-amount
           move line-description-ws to gd-description
           write gl-detail-record
           if line-debit-credit = "D"
               add line-amount-ws to debit-total
           else
               add line-amount-ws to credit-total
           end-if.
       write-journal-line-exit.
           exit.

       write-entry-report-line.
           move je-amount(entry-subscript) to amount-edited
           move spaces to gl-report-line
           string "  " delimited by size
               je-currency-code(entry-subscript) delimited by size
               " " delimited by size
               je-region-code(entry-subscript) delimited by size
               "  ACCOUNT " delimited by size
               am-account(map-slot) delimited by size
               " CC " delimited by size
               am-cost-centre(map-slot) delimited by size
               " OFFSET " delimited by size
               am-offset-account(map-slot) delimited by size
               "  " delimited by size
               function trim(amount-edited) delimited by size
               into gl-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write gl-report-line.
       write-entry-report-line-exit.
           exit.

      *> the register row goes on whatever the batch's fate - a held
      *> batch is registered held so the rerun rebuilds it under the
      *> same number. a reversal that goes registers the day itself
      *> reversed; one held registers under its own journal type.
       register-batch.
           if not batch-written
               go to register-batch-exit
           end-if
           open extend batch-register
           if batch-register-status = "35"
               open output batch-register
           end-if
           if batch-register-status not = "00"
               and batch-register-status not = "05"
               move batch-register-status to current-open-status
               move "BATCH-REGISTER" to current-open-file-name
               perform check-open-status thru check-open-status-exit
               go to register-batch-exit
           end-if
           move spaces to batch-register-record
           move batch-number to gb-batch-number
           move journal-type-switch to gb-journal-type
           move register-date to gb-business-date
           move resend-count to gb-resend-count
           move line-number to gb-line-count
           move debit-total to gb-debit-total
           move credit-total to gb-credit-total
           if batch-held
               move "H" to gb-status
           else
               move "S" to gb-status
           end-if
           if reversal-journal and not batch-held
               move "D" to gb-journal-type
               move "R" to gb-status
           end-if
           move run-date to gb-created-date
           move run-time to gb-created-time
           write batch-register-record
           close batch-register
           if daily-journal and not reversal-journal
               and not batch-held
               perform record-sent-figures thru
                   record-sent-figures-exit
           end-if.
       register-batch-exit.
           exit.

      *> a released daily batch leaves the figures it journalled -
      *> every bucket and every region, both days - for the next
      *> day's prior side and for any reversal of this day.
       record-sent-figures.
           open extend sent-figures
           if sent-figures-status = "35"
               open output sent-figures
           end-if
           if sent-figures-status not = "00"
               and sent-figures-status not = "05"
               move sent-figures-status to current-open-status
               move "SENT-FIGURES" to current-open-file-name
               perform check-open-status thru check-open-status-exit
               go to record-sent-figures-exit
           end-if
           perform write-sent-bucket thru write-sent-bucket-exit
               varying bucket-subscript from 1 by 1
               until bucket-subscript > gl-bucket-count
           perform write-sent-region thru write-sent-region-exit
               varying region-subscript from 1 by 1
               until region-subscript > gl-region-count
           close sent-figures.
       record-sent-figures-exit.
           exit.

       write-sent-bucket.
           move spaces to sent-figures-record
           move batch-number to gs-batch-number
           move resend-count to gs-resend-count
           move journal-date to gs-business-date
           move "T" to gs-row-type
           move bk-currency-code(bucket-subscript) to gs-code
           move bk-today-seen(bucket-subscript) to gs-today-seen
           move bk-today-world(bucket-subscript) to gs-today-world
           move bk-log-today(bucket-subscript) to gs-today-log
           move bk-prior-seen(bucket-subscript) to gs-prior-seen
           move bk-prior-world(bucket-subscript) to gs-prior-world
           move bk-log-prior(bucket-subscript) to gs-prior-log
           write sent-figures-record.
       write-sent-bucket-exit.
           exit.

       write-sent-region.
           move spaces to sent-figures-record
           move batch-number to gs-batch-number
           move resend-count to gs-resend-count
           move journal-date to gs-business-date
           move "S" to gs-row-type
           move rg-region-code(region-subscript) to gs-code
           move rg-today-seen(region-subscript) to gs-today-seen
           move rg-today-currency(region-subscript)
               to gs-today-currency
           move rg-today-world(region-subscript) to gs-today-world
           move zero to gs-today-log
           move rg-prior-seen(region-subscript) to gs-prior-seen
           move rg-prior-currency(region-subscript)
               to gs-prior-currency
           move rg-prior-world(region-subscript) to gs-prior-world
           move zero to gs-prior-log
           write sent-figures-record.
       write-sent-region-exit.
           exit.

       write-gl-exception.
           add 1 to exception-count
           move spaces to gl-report-line
           string "  DISAGREE: " delimited by size
               function trim(gl-detail-text) delimited by size
               into gl-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write gl-report-line.
       write-gl-exception-exit.
           exit.

       write-gl-compare.
           add 1 to exception-count
           move spaces to gl-report-line
           string "  DISAGREE: " delimited by size
               function trim(gl-detail-text) delimited by size
               " - " delimited by size
               function trim(compare-amount-a) delimited by size
               " VS " delimited by size
               function trim(compare-amount-b) delimited by size
               into gl-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write gl-report-line.
       write-gl-compare-exit.
           exit.

       write-report-trailer.
           move spaces to gl-report-line
           write gl-report-line
           if batch-written
               move batch-number to batch-number-display
               move spaces to gl-report-line
               string "BATCH NUMBER:        " delimited by size
                   batch-number-display delimited by size
                   into gl-report-line
                   on overflow
                       perform note-string-overflow thru
                           note-string-overflow-exit
               end-string
               write gl-report-line
               move line-number to count-edited
               move spaces to gl-report-line
               string "JOURNAL LINES:       " delimited by size
                   function trim(count-edited) delimited by size
                   into gl-report-line
                   on overflow
                       perform note-string-overflow thru
                           note-string-overflow-exit
               end-string
               write gl-report-line
               move debit-total to amount-edited
               move spaces to gl-report-line
               string "DEBIT TOTAL:         " delimited by size
                   function trim(amount-edited) delimited by size
                   into gl-report-line
                   on overflow
                       perform note-string-overflow thru
                           note-string-overflow-exit
               end-string
               write gl-report-line
               move credit-total to amount-edited
               move spaces to gl-report-line
               string "CREDIT TOTAL:        " delimited by size
                   function trim(amount-edited) delimited by size
                   into gl-report-line
                   on overflow
                       perform note-string-overflow thru
                           note-string-overflow-exit
               end-string
               write gl-report-line
               move control-net to amount-edited
               move spaces to gl-report-line
               string "CONTROL LOG NET:     " delimited by size
                   function trim(amount-edited) delimited by size
                   into gl-report-line
                   on overflow
                       perform note-string-overflow thru
                           note-string-overflow-exit
               end-string
               write gl-report-line
               move journal-net to amount-edited
               move spaces to gl-report-line
               string "JOURNAL NET:         " delimited by size
                   function trim(amount-edited) delimited by size
                   into gl-report-line
                   on overflow
                       perform note-string-overflow thru
                           note-string-overflow-exit
               end-string
               write gl-report-line
           end-if
           move program-return-code to program-return-code-display
           move spaces to gl-report-line
           evaluate true
               when not batch-written
                   string "NO BATCH WRITTEN - RETURN CODE "
                       delimited by size
                       program-return-code-display delimited by size
                       into gl-report-line
                       on overflow
                           perform note-string-overflow thru
                               note-string-overflow-exit
                   end-string
               when batch-held
                   string "BATCH HELD - DOES NOT TIE, NOT RELEASED - "
                       delimited by size
                       "RETURN CODE " delimited by size
                       program-return-code-display delimited by size
                       into gl-report-line
                       on overflow
                           perform note-string-overflow thru
                               note-string-overflow-exit
                   end-string
               when reversal-journal
                   string "REVERSAL TIES AND RELEASED - DAY "
                       delimited by size
                       "REGISTERED REVERSED - RETURN CODE "
                       delimited by size
                       program-return-code-display delimited by size
                       into gl-report-line
                       on overflow
                           perform note-string-overflow thru
                               note-string-overflow-exit
                   end-string
               when other
                   string "BATCH TIES AND RELEASED - RETURN CODE "
                       delimited by size
                       program-return-code-display delimited by size
                       into gl-report-line
                       on overflow
                           perform note-string-overflow thru
                               note-string-overflow-exit
                   end-string
           end-evaluate
           write gl-report-line.
       write-report-trailer-exit.
           exit.

       terminate-run.
           close run-status
           close wealth-history
           close control-log
           if month-position-present
               close month-position
           end-if
           close gl-report.
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
           move "GLEXTR" to bl-step-name
           if month-end-journal
               move "GLEXTRM" to bl-step-name
           end-if
           if reversal-journal
               move "GLEXTRR" to bl-step-name
           end-if
           if daily-journal and journal-date not = zero
               move journal-date to bl-run-date
           else
               move run-date to bl-run-date
           end-if
           move entry-count to bl-records-in
           move line-number to bl-records-out
           move "BATCH" to bl-control-name
           move batch-number to bl-control-count
           move run-date to bl-start-date
           move run-time to bl-start-time
           move ledger-end-date to bl-end-date
           move ledger-end-time to bl-end-time
           move program-return-code to bl-return-code
           write batch-ledger-record
           close batch-ledger.
       write-step-ledger-exit.
           exit.

       end program glextr.
