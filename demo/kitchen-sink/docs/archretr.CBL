      *>                    mirror histarch now carries along; the
      *>                    work file stays on the original fields,
      *>                    which every generation has.
      *>   2026-09-08  dcs  Archive layout grew the WEALHIST row flag
      *>                    histarch now carries after the mirror.
      *>   2026-10-15  kal  Stitched selections: the rows of every code
      *>                    in the lineage CTRYSUCC gives, each up to
      *>                    its cutoff, go to the work file.
      *>   2026-10-15  kal  Only a day's standing row goes to the work
      *>                    file, and a day whose standing row is a
      *>                    back-out's "B" zero row is left off - the
      *>                    trend counts it as not posted.
      *> ***************************************************************

ENVR   environment division.
           select retrieve-report assign to "ARCHRRPT"
               organization is line sequential
               file status is retrieve-report-status.
           select succession-file assign to "CTRYSUCC"
               organization is line sequential
               file status is succession-file-status.

DATA   data division.
FILE   file section.
      *> same record layout histarch writes to WEALARCH - the live
      *> history row flattened, byte for byte, in key order. the
      *> alternate-key mirror and the row flag sit at the end, so
      *> generations cut before they existed read back with them
      *> blank. the flag's "B" marks a back-out's zero row.
       fd  archive-file.
       01  archive-record.
           05 ar-run-date          pic 9(08).
           05 ar-key-country       pic x(03).
           05 ar-key-date          pic 9(08).
           05 ar-key-sequence      pic 9(03).
           05 ar-row-flag          pic x(01).

      *> same selection record wealtrnd reads - the two programs run
      *> off one parameter file so the retrieval can never disagree
           05 tp-select-code       pic x(03).
           05 tp-from-date         pic 9(08).
           05 tp-to-date           pic 9(08).
           05 tp-stitch-option     pic x(01).
               88 stitched-trend           value "S".

      *> the rows handed to wealtrnd - archive layout, already cut
      *> down to the requested selection and range.
       fd  retrieve-report.
       01  retrieve-report-line    pic x(132).

      *> succession links ctrymnt appends as each "S" action applies -
      *> the same file wealtrnd stitches from, so both programs walk
      *> the same lineage.
       fd  succession-file.
       01  succession-record.
           05 su-predecessor-code  pic x(03).
           05 su-successor-code    pic x(03).
           05 su-effective-date    pic 9(08).
           05 su-share-pct         pic 9(03)v99.
           05 su-recorded-date     pic 9(08).
           05 su-requested-user    pic x(08).
           05 su-approved-user     pic x(08).

WORK   working-storage section.
       01 current-date-time        pic x(21).
       01 current-date-time-r redefines current-date-time.
       01 trend-params-status      pic x(02).
       01 trend-work-status        pic x(02).
       01 retrieve-report-status   pic x(02).
       01 succession-file-status   pic x(02).
       01 current-open-status      pic x(02).
       01 current-open-file-name   pic x(20).

           88 params-are-valid                  value "y".
       01 archive-present-switch           pic x(01) value "y".
           88 archive-present                     value "y".
       01 succession-eof-switch                pic x(01) value "n".
           88 succession-eof                          value "y".
       01 lineage-found-switch                 pic x(01) value "n".
           88 lineage-found                           value "y".

       01 program-return-code      pic 9(02) comp value zero.
       01 wanted-record-type        pic x(01).
       01 records-read               pic 9(09) comp value zero.
       01 records-selected            pic 9(09) comp value zero.
       01 count-edited                 pic zzz,zzz,zz9.
       01 days-backed-out              pic 9(09) comp value zero.

      *> the selected row waiting for the rest of its day - histarch
      *> writes in key order, so a later sequence for the same date,
      *> type and code follows at once and supersedes it. only the
      *> row left standing when the day moves on goes out.
       01 pending-row-switch          pic x(01) value "n".
           88 row-pending                value "y".
       01 pending-row-flag            pic x(01) value space.
       01 pending-work-record.
           05 pw-run-date          pic 9(08).
           05 pw-record-type       pic x(01).
           05 pw-country-code      pic x(03).
           05 pw-sequence          pic 9(03).
           05 pw-currency-code     pic x(03).
           05 pw-persons           pic 9(18).
           05 pw-world             pic s9(20)v99.
       01 search-subscript              pic 9(04) comp value zero.
       01 stitch-source                  pic 9(04) comp value zero.

      *> succession links off CTRYSUCC, and the lineage built from
      *> them exactly as wealtrnd builds it - the selected country
      *> first with no cutoff, then every predecessor reachable back
      *> down the links with the earliest effective date on its path
      *> as the day its own rows stop counting.
       01 max-links                pic 9(04) comp value 500.
       01 link-count                pic 9(04) comp value zero.
       01 link-subscript             pic 9(04) comp value zero.
       01 link-table.
           05 link-entry occurs 500 times.
               10 sl-predecessor-code pic x(03).
               10 sl-successor-code pic x(03).
               10 sl-effective-date pic 9(08).
               10 sl-share-pct     pic 9(03)v99.
       01 max-lineage              pic 9(04) comp value 20.
       01 lineage-count             pic 9(04) comp value zero.
       01 lineage-subscript          pic 9(04) comp value zero.
       01 lineage-table.
           05 lineage-entry occurs 20 times.
               10 ln-code          pic x(03).
               10 ln-share-pct     pic 9(03)v99.
               10 ln-cutoff-date   pic 9(08).
       01 lineage-share-ws         pic 9(03)v99 value zero.
       01 lineage-cutoff-ws        pic 9(08) value zero.
       01 stitch-label             pic x(10) value spaces.

      *> ***************************************************************
CODE   procedure division.
               perform read-selection-params thru
                   read-selection-params-exit
           end-if
           if program-return-code = zero
               and stitched-trend
               perform load-succession-links thru
                   load-succession-links-exit
               perform build-lineage thru build-lineage-exit
           end-if
           if program-return-code = zero
               perform write-report-header thru write-report-header-exit
           end-if.
                           end-display
                       move "n" to params-valid-switch
                   end-if
                   if tp-stitch-option not = space
                       and (tp-stitch-option not = "S"
                           or tp-select-type not = "C")
                       display "TRNDPARM stitch option must be blank, "
                           "or S on a country selection"
                           end-display
                       move "n" to params-valid-switch
                   end-if
           end-read
           if params-are-valid
               if stitched-trend
                   move "  STITCHED" to stitch-label
               end-if
               if tp-select-type = "C"
                   move "D" to wanted-record-type
               else
       note-string-overflow-exit.
           exit.

      *> ***************************************************************
      *> stitched runs only - the succession links ctrymnt keeps. no
      *> file (status 35) means no successions recorded yet, and the
      *> stitched selection is simply the selected country on its own.
      *> ***************************************************************
       load-succession-links.
           open input succession-file
           if succession-file-status = "35"
               go to load-succession-links-exit
           end-if
           move succession-file-status to current-open-status
           move "SUCCESSION-FILE" to current-open-file-name
           perform check-open-status thru check-open-status-exit
           if program-return-code = 16
               go to load-succession-links-exit
           end-if
           perform read-succession-record thru
               read-succession-record-exit
               until succession-eof
           close succession-file.
       load-succession-links-exit.
           exit.

       read-succession-record.
           read succession-file
               at end
                   move "y" to succession-eof-switch
               not at end
                   if link-count < max-links
                       add 1 to link-count
                       move su-predecessor-code
                           to sl-predecessor-code(link-count)
                       move su-successor-code
                           to sl-successor-code(link-count)
                       move su-effective-date
                           to sl-effective-date(link-count)
                       move su-share-pct to sl-share-pct(link-count)
                   else
                       display "succession table full - link "
                           su-predecessor-code " to "
                           su-successor-code " not retrieved"
                           end-display
                       if program-return-code < 8
                           move 8 to program-return-code
                       end-if
                   end-if
           end-read.
       read-succession-record-exit.
           exit.

      *> the lineage grows while it is walked - each member's own
      *> predecessors join the end of the table and are walked in
      *> their turn. a code already in the lineage is not added
      *> twice, which also stops a looped link running on.
       build-lineage.
           move 1 to lineage-count
           move tp-select-code to ln-code(1)
           move 100 to ln-share-pct(1)
           move 99999999 to ln-cutoff-date(1)
           perform expand-lineage-entry thru expand-lineage-entry-exit
               varying lineage-subscript from 1 by 1
               until lineage-subscript > lineage-count.
       build-lineage-exit.
           exit.

       expand-lineage-entry.
           perform check-lineage-link thru check-lineage-link-exit
               varying link-subscript from 1 by 1
               until link-subscript > link-count.
       expand-lineage-entry-exit.
           exit.

       check-lineage-link.
           if sl-successor-code(link-subscript)
                   not = ln-code(lineage-subscript)
               go to check-lineage-link-exit
           end-if
           move "n" to lineage-found-switch
           perform find-lineage-member thru find-lineage-member-exit
               varying search-subscript from 1 by 1
               until search-subscript > lineage-count
                   or lineage-found
           if lineage-found
               go to check-lineage-link-exit
           end-if
           if lineage-count not < max-lineage
               display "lineage of " tp-select-code " longer than "
                   max-lineage " codes - "
                   sl-predecessor-code(link-subscript)
                   " not retrieved"
                   end-display
               if program-return-code < 8
                   move 8 to program-return-code
               end-if
               go to check-lineage-link-exit
           end-if
           compute lineage-share-ws rounded =
               ln-share-pct(lineage-subscript)
               * sl-share-pct(link-subscript) / 100
           move ln-cutoff-date(lineage-subscript) to lineage-cutoff-ws
           if sl-effective-date(link-subscript) < lineage-cutoff-ws
               move sl-effective-date(link-subscript)
                   to lineage-cutoff-ws
           end-if
           add 1 to lineage-count
           move sl-predecessor-code(link-subscript)
               to ln-code(lineage-count)
           move lineage-share-ws to ln-share-pct(lineage-count)
           move lineage-cutoff-ws to ln-cutoff-date(lineage-count).
       check-lineage-link-exit.
           exit.

       find-lineage-member.
           if ln-code(search-subscript)
                   = sl-predecessor-code(link-subscript)
               move "y" to lineage-found-switch
           end-if.
       find-lineage-member-exit.
           exit.

       write-report-header.
           move spaces to retrieve-report-line
           string "ARCHIVE RETRIEVAL FOR TREND - " delimited by size
               tp-from-date delimited by size
               " THRU " delimited by size
               tp-to-date delimited by size
               stitch-label delimited by size
               into retrieve-report-line
               on overflow
                   perform note-string-overflow thru
           read archive-file
               at end
                   move "y" to end-of-file-switch
                   perform release-pending-row thru
                       release-pending-row-exit
               not at end
                   add 1 to records-read
                   if stitched-trend
                       perform select-stitched-record thru
                           select-stitched-record-exit
                   else
                       if ar-record-type = wanted-record-type
                           and ar-country-code = tp-select-code
                           and ar-run-date not < tp-from-date
                           and ar-run-date not > tp-to-date
                           perform hold-work-record thru
                               hold-work-record-exit
                       end-if
                   end-if
           end-read.
       retrieve-one-record-exit.
           exit.

      *> stitched - an archived row goes to the work file when its code
      *> is anywhere in the lineage and falls before that member's
      *> cutoff, the same test wealtrnd applies when it reads it back.
       select-stitched-record.
           if ar-record-type not = wanted-record-type
               or ar-run-date < tp-from-date
               or ar-run-date > tp-to-date
               go to select-stitched-record-exit
           end-if
           move zero to stitch-source
           perform match-archive-lineage thru
               match-archive-lineage-exit
               varying search-subscript from 1 by 1
               until search-subscript > lineage-count
                   or stitch-source > zero
           if stitch-source > zero
               perform hold-work-record thru hold-work-record-exit
           end-if.
       select-stitched-record-exit.
           exit.

       match-archive-lineage.
           if ln-code(search-subscript) = ar-country-code
               and ar-run-date < ln-cutoff-date(search-subscript)
               move search-subscript to stitch-source
           end-if.
       match-archive-lineage-exit.
           exit.

      *> a row for a new date, type or code releases the one held.
       hold-work-record.
           if row-pending
               and (ar-run-date not = pw-run-date
                   or ar-record-type not = pw-record-type
                   or ar-country-code not = pw-country-code)
               perform release-pending-row thru
                   release-pending-row-exit
           end-if
           move ar-run-date to pw-run-date
           move ar-record-type to pw-record-type
           move ar-country-code to pw-country-code
           move ar-sequence to pw-sequence
           move ar-currency-code to pw-currency-code
           move ar-persons to pw-persons
           move ar-world to pw-world
           move ar-row-flag to pending-row-flag
           move "y" to pending-row-switch.
       hold-work-record-exit.
           exit.

      *> the standing row of its day - a back-out's "B" row means the
      *> day was taken off and never reposted, so nothing of the day
      *> goes out and the trend falls back to the day before it.
       release-pending-row.
           if not row-pending
               go to release-pending-row-exit
           end-if
           move "n" to pending-row-switch
           if pending-row-flag = "B"
               add 1 to days-backed-out
               go to release-pending-row-exit
           end-if
           perform write-work-record thru write-work-record-exit.
       release-pending-row-exit.
           exit.

       write-work-record.
           move spaces to trend-work-record
           move pw-run-date to tk-run-date
           move pw-record-type to tk-record-type
           move pw-country-code to tk-country-code
           move pw-sequence to tk-sequence
           move pw-currency-code to tk-currency-code
           move pw-persons to tk-persons
           move pw-world to tk-world
           write trend-work-record
           add 1 to records-selected.
       write-work-record-exit.
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write retrieve-report-line
           move days-backed-out to count-edited
           move spaces to retrieve-report-line
           string "BACKED-OUT DAYS LEFT OFF: " delimited by size
               function trim(count-edited) delimited by size
               into retrieve-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write retrieve-report-line.
       write-report-trailer-exit.
           exit.
