       >>SOURCE FORMAT IS FIXED
      *> ***************************************************************
      *> Purpose:   External population reference load. Each quarter
      *>            the official population estimates (one figure
      *>            per country code, with the source that published
      *>            it and the date it is as of) arrive as a flat
      *>            file wrapped in a header naming the quarter and a
      *>            trailer carrying the record count and a hash of
      *>            the persons figures. The file is proved against
      *>            its trailer first; only a file that balances is
      *>            loaded, and it replaces whatever the keyed
      *>            reference file held for that quarter, so a
      *>            corrected file can simply be sent again. poprecon
      *>            reconciles the posted figures against it.
      *> ***************************************************************
       identification division.
       program-id. refload.

      *> ***************************************************************
      *> Modification history:
      *>   2026-10-12  pjn  Original program - PERSONS had never been
      *>                    checked against anything but the desks'
      *>                    own feeds. Reads REFFEED, loads POPREF and
      *>                    prints the load on REFLDRPT.
      *> ***************************************************************

ENVR   environment division.
       input-output section.
       file-control.
           select reference-feed assign to "REFFEED"
               organization is line sequential
               file status is reference-feed-status.
           select population-reference assign to "POPREF"
               organization is indexed
               access is dynamic
               record key is pr-reference-key
               file status is population-reference-status.
           select load-report assign to "REFLDRPT"
               organization is line sequential
               file status is load-report-status.
           select batch-ledger assign to "BATCHLED"
               organization is line sequential
               file status is batch-ledger-status.

DATA   data division.
FILE   file section.
      *> rf-record-type says which view applies. "H" names the
      *> quarter the figures serve (year and quarter, 20263 is the
      *> third quarter of 2026), "D" is one country's official
      *> figure, "T" closes the file with the count of "D" records
      *> and the hash (sum) of their persons figures. the region is
      *> the desk region the country posts under, filled in by ops
      *> when the file is prepared - the official sources do not
      *> know the desk hierarchy.
       fd  reference-feed.
       01  reference-feed-record.
           05 rf-record-type       pic x(01).
           05 rf-country-code      pic x(03).
           05 rf-region-code       pic x(03).
           05 rf-persons           pic 9(18).
           05 rf-source-name       pic x(20).
           05 rf-as-of-date        pic 9(08).
       01  reference-header-record.
           05 rh-record-type       pic x(01).
           05 rh-quarter           pic 9(05).
           05 filler               pic x(47).
       01  reference-trailer-record.
           05 rt-record-type       pic x(01).
           05 rt-record-count      pic 9(09).
           05 rt-hash-total        pic 9(20).
           05 filler               pic x(23).

      *> the keyed reference file - one row per quarter per country,
      *> quarters kept side by side so any past reconciliation can be
      *> run again against the figures it was run against.
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

       fd  load-report.
       01  load-report-line        pic x(132).

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

       01 reference-feed-status    pic x(02).
       01 population-reference-status pic x(02).
       01 load-report-status       pic x(02).
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
       01 reference-scan-eof-switch      pic x(01) value "n".
           88 reference-scan-done               value "y".
       01 header-seen-switch               pic x(01) value "n".
           88 header-seen                         value "y".
       01 trailer-seen-switch                pic x(01) value "n".
           88 trailer-seen                          value "y".
       01 detail-after-trailer-switch          pic x(01) value "n".
           88 detail-after-trailer                    value "y".
       01 feed-balanced-switch                 pic x(01) value "n".
           88 feed-balanced                           value "y".
       01 detail-valid-switch                    pic x(01) value "y".
           88 detail-is-valid                           value "y".

       01 program-return-code      pic 9(02) comp value zero.
       01 load-quarter              pic 9(05) value zero.
       01 load-quarter-r redefines load-quarter.
           05 load-quarter-year      pic 9(04).
           05 load-quarter-number    pic 9(01).
       01 details-read               pic 9(09) comp value zero.
       01 details-loaded              pic 9(09) comp value zero.
       01 details-rejected             pic 9(09) comp value zero.
       01 rows-replaced                 pic 9(09) comp value zero.
       01 feed-hash-total                pic 9(20) value zero.
       01 trailer-count-ws                pic 9(09) value zero.
       01 trailer-hash-ws                  pic 9(20) value zero.
       01 reject-reason                    pic x(50) value spaces.

       01 count-edited             pic zzz,zzz,zz9.
       01 hash-edited              pic zz,zzz,zzz,zzz,zzz,zzz,zz9.
       01 program-return-code-display pic 9(02).

      *> ***************************************************************
CODE   procedure division.

      *> ***************************************************************
      *> mainline - prove the file against its own trailer, and only
      *> then clear the quarter and load it. a file that does not
      *> balance loads nothing and leaves the quarter as it was.
      *> ***************************************************************
       mainline.
           perform initialize-run thru initialize-run-exit
           if program-return-code = zero
               perform prove-reference-feed thru
                   prove-reference-feed-exit
               if feed-balanced
                   perform clear-reference-quarter thru
                       clear-reference-quarter-exit
                   perform load-reference-feed thru
                       load-reference-feed-exit
               end-if
               perform write-report-trailer thru
                   write-report-trailer-exit
               perform terminate-run thru terminate-run-exit
           end-if
           perform write-step-ledger thru write-step-ledger-exit
           move program-return-code to return-code
           goback.

      *> a reference file that does not exist yet is created empty on
      *> first use (status 35 on the i-o open), the same way fxdecomp
      *> grows a brand-new FXHIST.
       initialize-run.
           move function current-date to current-date-time
           open input reference-feed
           move reference-feed-status to current-open-status
           move "REFERENCE-FEED" to current-open-file-name
           perform check-open-status thru check-open-status-exit
           open i-o population-reference
           if population-reference-status = "35"
               open output population-reference
               move population-reference-status to current-open-status
               move "POPULATION-REFERENCE" to current-open-file-name
               perform check-open-status thru check-open-status-exit
               close population-reference
               open i-o population-reference
           end-if
           move population-reference-status to current-open-status
           move "POPULATION-REFERENCE" to current-open-file-name
           perform check-open-status thru check-open-status-exit
           open output load-report
           move load-report-status to current-open-status
           move "LOAD-REPORT" to current-open-file-name
           perform check-open-status thru check-open-status-exit
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
           move spaces to load-report-line
           string "POPULATION REFERENCE LOAD" delimited by size
               into load-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write load-report-line
           move spaces to load-report-line
           string "RUN DATE " delimited by size
               run-date delimited by size
               "  RUN TIME " delimited by size
               run-time delimited by size
               into load-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write load-report-line
           move spaces to load-report-line
           write load-report-line.
       write-report-header-exit.
           exit.

      *> ***************************************************************
      *> the proving pass - the header must come first and name a
      *> real quarter, the trailer must come last, and the count and
      *> hash of the "D" records between them must agree with it.
      *> every "D" counts toward the balance whether or not it is
      *> good enough to load; the bad ones are reported here.
      *> ***************************************************************
       prove-reference-feed.
           move "n" to end-of-file-switch
           perform prove-one-record thru prove-one-record-exit
               until end-of-file
           if not header-seen
               move "NO VALID HEADER RECORD - NOTHING LOADED"
                   to reject-reason
               go to reject-reference-feed
           end-if
           if not trailer-seen
               move "NO TRAILER RECORD - NOTHING LOADED"
                   to reject-reason
               go to reject-reference-feed
           end-if
           if detail-after-trailer
               move "DETAIL RECORD AFTER THE TRAILER - NOTHING LOADED"
                   to reject-reason
               go to reject-reference-feed
           end-if
           if trailer-count-ws not = details-read
               or trailer-hash-ws not = feed-hash-total
               move "OUT OF BALANCE WITH TRAILER - NOTHING LOADED"
                   to reject-reason
               go to reject-reference-feed
           end-if
           move "y" to feed-balanced-switch
           move spaces to load-report-line
           string "QUARTER " delimited by size
               load-quarter-year delimited by size
               "Q" delimited by size
               load-quarter-number delimited by size
               " - FILE BALANCES WITH ITS TRAILER" delimited by size
               into load-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write load-report-line
           go to prove-reference-feed-exit.
       reject-reference-feed.
           move spaces to load-report-line
           string "REFERENCE FILE " delimited by size
               function trim(reject-reason) delimited by size
               into load-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write load-report-line
           move 16 to program-return-code.
       prove-reference-feed-exit.
           exit.

       prove-one-record.
           read reference-feed
               at end
                   move "y" to end-of-file-switch
               not at end
                   evaluate rf-record-type
                       when "H"
                           perform prove-header-record thru
                               prove-header-record-exit
                       when "D"
                           perform prove-detail-record thru
                               prove-detail-record-exit
                       when "T"
                           move "y" to trailer-seen-switch
                           if rt-record-count is numeric
                               move rt-record-count
                                   to trailer-count-ws
                           end-if
                           if rt-hash-total is numeric
                               move rt-hash-total to trailer-hash-ws
                           end-if
                       when other
                           move "RECORD TYPE IS NOT H, D OR T"
                               to reject-reason
                           perform write-reject-line thru
                               write-reject-line-exit
                   end-evaluate
           end-read.
       prove-one-record-exit.
           exit.

       prove-header-record.
           if header-seen or details-read > zero
               move "HEADER IS NOT THE FIRST RECORD" to reject-reason
               perform write-reject-line thru write-reject-line-exit
               go to prove-header-record-exit
           end-if
           if rh-quarter is numeric
               move rh-quarter to load-quarter
           end-if
           if rh-quarter is not numeric
               or load-quarter-year < 1900
               or load-quarter-number < 1 or load-quarter-number > 4
               move zero to load-quarter
               move "HEADER QUARTER IS NOT VALID" to reject-reason
               perform write-reject-line thru write-reject-line-exit
               go to prove-header-record-exit
           end-if
           move "y" to header-seen-switch.
       prove-header-record-exit.
           exit.

       prove-detail-record.
           if trailer-seen
               move "y" to detail-after-trailer-switch
           end-if
           add 1 to details-read
           if rf-persons is numeric
               add rf-persons to feed-hash-total
           end-if
           perform validate-detail thru validate-detail-exit
           if not detail-is-valid
               perform write-reject-line thru write-reject-line-exit
           end-if.
       prove-detail-record-exit.
           exit.

      *> a figure that cannot be compared with anything is no use as
      *> a reference - a country, a persons figure above zero and a
      *> real as-of date are all required.
       validate-detail.
           move "y" to detail-valid-switch
           move spaces to reject-reason
           if rf-country-code = spaces
               move "n" to detail-valid-switch
               move "COUNTRY CODE IS BLANK" to reject-reason
               go to validate-detail-exit
           end-if
           if rf-persons is not numeric or rf-persons = zero
               move "n" to detail-valid-switch
               move "PERSONS IS NOT A FIGURE ABOVE ZERO"
                   to reject-reason
               go to validate-detail-exit
           end-if
           if rf-as-of-date is not numeric or rf-as-of-date = zero
               move "n" to detail-valid-switch
               move "AS-OF DATE IS NOT VALID" to reject-reason
           end-if.
       validate-detail-exit.
           exit.

       write-reject-line.
           if rf-record-type = "D"
               add 1 to details-rejected
           end-if
           move spaces to load-report-line
           string "  REJECTED " delimited by size
               rf-record-type delimited by size
               " " delimited by size
               rf-country-code delimited by size
               "  " delimited by size
               function trim(reject-reason) delimited by size
               into load-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write load-report-line
           if program-return-code < 8
               move 8 to program-return-code
           end-if.
       write-reject-line-exit.
           exit.

      *> ***************************************************************
      *> the quarter's rows already on file go before the new ones
      *> come in - a country dropped from a corrected file must not
      *> linger from the first one.
      *> ***************************************************************
       clear-reference-quarter.
           move "n" to reference-scan-eof-switch
           move load-quarter to pr-quarter
           move low-values to pr-country-code
           start population-reference key not < pr-reference-key
               invalid key
                   move "y" to reference-scan-eof-switch
           end-start
           perform clear-one-reference thru clear-one-reference-exit
               until reference-scan-done.
       clear-reference-quarter-exit.
           exit.

       clear-one-reference.
           read population-reference next
               at end
                   move "y" to reference-scan-eof-switch
               not at end
                   if pr-quarter not = load-quarter
                       move "y" to reference-scan-eof-switch
                   else
                       delete population-reference
                           invalid key
                               display "reference delete failed for "
                                   pr-country-code
                                   end-display
                               move 16 to program-return-code
                           not invalid key
                               add 1 to rows-replaced
                       end-delete
                   end-if
           end-read.
       clear-one-reference-exit.
           exit.

      *> ***************************************************************
      *> the loading pass - the file again from the top, every good
      *> "D" record written under the quarter. a country sent twice
      *> keeps the later figure.
      *> ***************************************************************
       load-reference-feed.
           close reference-feed
           open input reference-feed
           move reference-feed-status to current-open-status
           move "REFERENCE-FEED" to current-open-file-name
           perform check-open-status thru check-open-status-exit
           if program-return-code = 16
               go to load-reference-feed-exit
           end-if
           move "n" to end-of-file-switch
           perform load-one-record thru load-one-record-exit
               until end-of-file.
       load-reference-feed-exit.
           exit.

       load-one-record.
           read reference-feed
               at end
                   move "y" to end-of-file-switch
               not at end
                   if rf-record-type = "D"
                       perform validate-detail thru
                           validate-detail-exit
                       if detail-is-valid
                           perform write-reference-row thru
                               write-reference-row-exit
                       end-if
                   end-if
           end-read.
       load-one-record-exit.
           exit.

       write-reference-row.
           move spaces to population-reference-record
           move load-quarter to pr-quarter
           move rf-country-code to pr-country-code
           move rf-region-code to pr-region-code
           move rf-persons to pr-persons
           move rf-source-name to pr-source-name
           move rf-as-of-date to pr-as-of-date
           move run-date to pr-loaded-date
           write population-reference-record
               invalid key
                   rewrite population-reference-record
                       invalid key
                           display "reference write failed for "
                               pr-country-code
                               end-display
                           move 16 to program-return-code
                   end-rewrite
           end-write
           if program-return-code < 16
               add 1 to details-loaded
           end-if.
       write-reference-row-exit.
           exit.

       write-report-trailer.
           move spaces to load-report-line
           write load-report-line
           move details-read to count-edited
           move spaces to load-report-line
           string "DETAIL RECORDS READ:      " delimited by size
               function trim(count-edited) delimited by size
               into load-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write load-report-line
           move details-rejected to count-edited
           move spaces to load-report-line
           string "DETAIL RECORDS REJECTED:  " delimited by size
               function trim(count-edited) delimited by size
               into load-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write load-report-line
           move details-loaded to count-edited
           move spaces to load-report-line
           string "COUNTRIES LOADED:         " delimited by size
               function trim(count-edited) delimited by size
               into load-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write load-report-line
           move rows-replaced to count-edited
           move spaces to load-report-line
           string "EARLIER ROWS REPLACED:    " delimited by size
               function trim(count-edited) delimited by size
               into load-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write load-report-line
           move feed-hash-total to hash-edited
           move spaces to load-report-line
           string "PERSONS HASH:             " delimited by size
               function trim(hash-edited) delimited by size
               into load-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write load-report-line
           move program-return-code to program-return-code-display
           move spaces to load-report-line
           string "RETURN CODE " delimited by size
               program-return-code-display delimited by size
               into load-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write load-report-line.
       write-report-trailer-exit.
           exit.

       terminate-run.
           close reference-feed
           close population-reference
           close load-report.
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
           move "REFLOAD" to bl-step-name
           move run-date to bl-run-date
           move details-read to bl-records-in
           move details-loaded to bl-records-out
           move "HASH" to bl-control-name
           move feed-hash-total to bl-control-count
           move run-date to bl-start-date
           move run-time to bl-start-time
           move ledger-end-date to bl-end-date
           move ledger-end-time to bl-end-time
           move program-return-code to bl-return-code
           write batch-ledger-record
           close batch-ledger.
       write-step-ledger-exit.
           exit.

       end program refload.
