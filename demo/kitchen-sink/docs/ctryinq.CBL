      *>            day and the currency bucket it sits in, the last
      *>            days of history detail with any reversals, any
      *>            open or same-day reject with its reason text, and
      *>            the FX rate the currency carried on the day,
      *>            anything the variance screen is holding, and
      *>            the codes it succeeded or was succeeded by.
      *> Tectonics: cobc -x ctryinq.cob
      *> ***************************************************************
       identification division.
      *>                    lookup instead of a morning of phone
      *>                    traffic. The country code comes from
      *>                    INQPARM, the page lands on INQRPT.
      *>   2026-09-08  dcs  WEALHIST row flag (whole-day back-out)
      *>                    declared to match the file; a back-out's
      *>                    offsets of region and currency rows stay
      *>                    off the country's history lines.
      *>   2026-09-14  pjn  Master line shows the variance tolerances;
      *>                    a HELD line per entry the variance screen
      *>                    put on HELDITEM for the country, with its
      *>                    status (held, released or refused).
      *>   2026-09-22  mwk  RUNSTAT estimate flag and WEALHIST "E"
      *>                    row flag (estimated day) declared to match
      *>                    the files.
      *>   2026-09-28  kal  LINEAGE lines under the master line - every
      *>                    succession link on CTRYSUCC the country is
      *>                    on either side of, with the share and the
      *>                    day it took effect.
      *>   2026-10-12  pjn  Master line shows the reference tolerance
      *>                    poprecon's quarterly follow-up list uses.
      *>   2026-10-15  pjn  Held-item variances print all five whole
      *>                    digits, so the 99999.99 size-error mark
      *>                    is no longer cut to 9999.99.
      *> ***************************************************************

ENVR   environment division.
               access is dynamic
               record key is fh-rate-key
               file status is fx-history-status.
           select held-items assign to "HELDITEM"
               organization is line sequential
               file status is held-items-status.
           select succession-file assign to "CTRYSUCC"
               organization is line sequential
               file status is succession-file-status.
           select inquiry-report assign to "INQRPT"
               organization is line sequential
               file status is inquiry-report-status.
           05 cm-locale-code       pic x(05).
           05 cm-currency-code     pic x(03).
           05 cm-active-flag       pic x(01).
           05 cm-persons-tolerance pic 9(03)v99.
           05 cm-each-tolerance    pic 9(03)v99.
           05 cm-reference-tolerance pic 9(03)v99.

      *> the status record bigworld leaves for the scheduler - the
      *> day this page describes comes from it, so a catch-up day
           05 rs-start-time        pic 9(06).
           05 rs-end-time          pic 9(06).
           05 rs-release-flag      pic x(01).
           05 rs-estimate-flag     pic x(01).

      *> same record layout bigworld writes to WEALHIST.
       fd  wealth-history.
               10 wh-key-country   pic x(03).
               10 wh-key-date      pic 9(08).
               10 wh-key-sequence  pic 9(03).
      *> row flag - set on the rows a whole-day back-out (dayback)
      *> writes, and "E" on a row bigworld posted from an estimate;
      *> blank on everything else bigworld posts.
           05 wh-row-flag          pic x(01).

      *> the open rejects rejage carries forward day to day.
       fd  pending-rejects.
           05 fh-reporting-code    pic x(03).
           05 fh-rate              pic 9(09)v9(06).

      *> same record layout bigworld writes to HELDITEM and heldrel
      *> rewrites - status "H" held, "R" released, "F" refused.
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

      *> the succession links ctrymnt appends as each "S" applies.
       fd  succession-file.
       01  succession-record.
           05 su-predecessor-code  pic x(03).
           05 su-successor-code    pic x(03).
           05 su-effective-date    pic 9(08).
           05 su-share-pct         pic 9(03)v99.
           05 su-recorded-date     pic 9(08).
           05 su-requested-user    pic x(08).
           05 su-approved-user     pic x(08).

       fd  inquiry-report.
       01  inquiry-report-line     pic x(132).

       01 pending-rejects-status   pic x(02).
       01 reject-file-status       pic x(02).
       01 fx-history-status        pic x(02).
       01 held-items-status        pic x(02).
       01 succession-file-status   pic x(02).
       01 inquiry-report-status    pic x(02).
       01 current-open-status      pic x(02).
       01 current-open-file-name   pic x(20).
               value "n".
           88 rejpend-present                                   value
               "y".
       01 helditem-present-switch   pic x(01) value "n".
           88 helditem-present         value "y".
       01 held-line-switch           pic x(01) value "n".
           88 held-line-written         value "y".
       01 succession-present-switch  pic x(01) value "n".
           88 succession-present        value "y".
       01 lineage-line-switch        pic x(01) value "n".
           88 lineage-line-written      value "y".

       01 program-return-code      pic 9(02) comp value zero.
       01 inquiry-country           pic x(03) value spaces.
           05 filler pic x(26) value "CHG/DEL - NOT POSTED".
           05 filler pic x(03) value "R13".
           05 filler pic x(26) value "BAD TRANSACTION CODE".
           05 filler pic x(03) value "R14".
           05 filler pic x(26) value "HELD - OUTSIDE TOLERANCE".
       01 reason-texts redefines reason-texts-init.
           05 reason-text-entry occurs 14 times.
               10 rn-reason-code   pic x(03).
               10 rn-reason-text   pic x(26).
       01 reason-subscript         pic 9(04) comp value zero.
       01 rate-edited              pic z(08)9.9(06).
       01 days-open-edited         pic zz,zz9.
       01 consecutive-edited       pic zz,zz9.
       01 tolerance-edited         pic zz9.99.
       01 each-tolerance-edited    pic zz9.99.
       01 reference-tolerance-edited pic zz9.99.
       01 variance-edited          pic -----9.99.
       01 each-variance-edited     pic -----9.99.
       01 held-status-text         pic x(08) value spaces.
       01 share-edited             pic zz9.99.
       01 lineage-direction-text   pic x(12) value spaces.
       01 lineage-other-code       pic x(03) value spaces.
       01 persons-display          pic x(30).
       01 amount-display           pic x(40).

           if program-return-code = zero
               perform print-master-section thru
                   print-master-section-exit
               perform print-lineage-section thru
                   print-lineage-section-exit
               perform print-position-section thru
                   print-position-section-exit
               perform print-history-section thru
                   print-history-section-exit
               perform print-reject-section thru
                   print-reject-section-exit
               perform print-held-section thru
                   print-held-section-exit
               perform print-fx-section thru print-fx-section-exit
               perform terminate-run thru terminate-run-exit
           end-if
           goback.

      *> the optional inputs (pending rejects, today's rejects, the
      *> rate history, the held items, the succession links) may
      *> simply not be there on a given desk call - each section says
      *> so instead of failing the page.
       initialize-run.
           move function current-date to current-date-time
           open input inquiry-params
               perform check-open-status thru check-open-status-exit
               move "y" to fx-history-present-switch
           end-if
           open input held-items
           if held-items-status = "35"
               continue
           else
               move held-items-status to current-open-status
               move "HELD-ITEMS" to current-open-file-name
               perform check-open-status thru check-open-status-exit
               move "y" to helditem-present-switch
           end-if
           open input succession-file
           if succession-file-status = "35"
               continue
           else
               move succession-file-status to current-open-status
               move "SUCCESSION-FILE" to current-open-file-name
               perform check-open-status thru check-open-status-exit
               move "y" to succession-present-switch
           end-if
           open output inquiry-report
           move inquiry-report-status to current-open-status
           move "INQUIRY-REPORT" to current-open-file-name
           exit.

      *> ***************************************************************
      *> the master row - name, locale, allowed currency, active flag
      *> the variance tolerances (zero is not screened) and the
      *> reference tolerance (zero is not followed up).
      *> ***************************************************************
       print-master-section.
           move inquiry-country to cm-country-code
                   move "y" to master-found-switch
           end-read
           if master-found
               move zero to tolerance-edited
               move zero to each-tolerance-edited
               if cm-persons-tolerance is numeric
                   move cm-persons-tolerance to tolerance-edited
               end-if
               if cm-each-tolerance is numeric
                   move cm-each-tolerance to each-tolerance-edited
               end-if
               move zero to reference-tolerance-edited
               if cm-reference-tolerance is numeric
                   move cm-reference-tolerance
                       to reference-tolerance-edited
               end-if
               move spaces to inquiry-report-line
               string "MASTER: " delimited by size
                   function trim(cm-country-name) delimited by size
                   cm-currency-code delimited by size
                   "  ACTIVE FLAG " delimited by size
                   cm-active-flag delimited by size
                   "  TOLERANCE PERSONS " delimited by size
                   function trim(tolerance-edited) delimited by size
                   "% EACH " delimited by size
                   function trim(each-tolerance-edited)
                       delimited by size
                   "% REFERENCE " delimited by size
                   function trim(reference-tolerance-edited)
                       delimited by size
                   "%" delimited by size
                   into inquiry-report-line
                   on overflow
                       perform note-string-overflow thru
       print-master-section-exit.
           exit.

      *> ***************************************************************
      *> lineage - each succession link the country sits on, as the
      *> predecessor (the codes it went to) or as the successor (the
      *> codes it took over), with the share and effective date.
      *> ***************************************************************
       print-lineage-section.
           if not succession-present
               go to print-lineage-section-exit
           end-if
           move "n" to lineage-line-switch
           move "n" to end-of-file-switch
           perform scan-succession-link thru scan-succession-link-exit
               until end-of-file
           if not lineage-line-written
               move spaces to inquiry-report-line
               string "LINEAGE:  NONE" delimited by size
                   into inquiry-report-line
                   on overflow
                       perform note-string-overflow thru
                           note-string-overflow-exit
               end-string
               write inquiry-report-line
           end-if.
       print-lineage-section-exit.
           exit.

       scan-succession-link.
           read succession-file
               at end
                   move "y" to end-of-file-switch
               not at end
                   if su-predecessor-code = inquiry-country
                       or su-successor-code = inquiry-country
                       perform write-lineage-line thru
                           write-lineage-line-exit
                   end-if
           end-read.
       scan-succession-link-exit.
           exit.

       write-lineage-line.
           if su-predecessor-code = inquiry-country
               move "SUCCEEDED BY" to lineage-direction-text
               move su-successor-code to lineage-other-code
           else
               move "SUCCESSOR OF" to lineage-direction-text
               move su-predecessor-code to lineage-other-code
           end-if
           move su-share-pct to share-edited
           move spaces to inquiry-report-line
           string "LINEAGE:  " delimited by size
               lineage-direction-text delimited by size
               " " delimited by size
               lineage-other-code delimited by size
               "  SHARE " delimited by size
               function trim(share-edited) delimited by size
               " PCT  EFFECTIVE " delimited by size
               su-effective-date delimited by size
               "  APPROVED BY " delimited by size
               su-approved-user delimited by size
               into inquiry-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write inquiry-report-line
           move "y" to lineage-line-switch.
       write-lineage-line-exit.
           exit.

      *> ***************************************************************
      *> the posted position - the day's final "D" row down the
      *> alternate key (latest sequence wins, so a corrected day
                       or wh-key-date > inquiry-date
                       move "y" to history-scan-eof-switch
                   else
                       if (wh-record-type = "D"
                           or wh-record-type = "R")
                           and wh-row-flag not = "S"
                           and wh-row-flag not = "T"
                           perform write-history-line thru
                               write-history-line-exit
                       end-if
       write-todays-reject-line-exit.
           exit.

      *> a code outside the R01-R14 table prints as itself with no
      *> text - better an odd line than a lost answer.
       find-reason-text.
           move spaces to reason-text-work
           perform match-reason-text thru match-reason-text-exit
               varying reason-subscript from 1 by 1
               until reason-subscript > 14.
       find-reason-text-exit.
           exit.

       match-reason-text-exit.
           exit.

      *> ***************************************************************
      *> held items - every entry on HELDITEM for the country, one
      *> line each: the feed date it arrived for, how far it moved
      *> from the last posted day, and where the supervisor has got
      *> to with it. a held item is in no total, so the desk needs
      *> to see it here rather than hunt for it in the position.
      *> ***************************************************************
       print-held-section.
           if not helditem-present
               go to print-held-section-exit
           end-if
           move "n" to held-line-switch
           move "n" to end-of-file-switch
           perform scan-held-item thru scan-held-item-exit
               until end-of-file
           if not held-line-written
               move spaces to inquiry-report-line
               string "HELD:     NONE" delimited by size
                   into inquiry-report-line
                   on overflow
                       perform note-string-overflow thru
                           note-string-overflow-exit
               end-string
               write inquiry-report-line
           end-if.
       print-held-section-exit.
           exit.

       scan-held-item.
           read held-items
               at end
                   move "y" to end-of-file-switch
               not at end
                   if hi-country-code = inquiry-country
                       perform write-held-line thru
                           write-held-line-exit
                   end-if
           end-read.
       scan-held-item-exit.
           exit.

       write-held-line.
           evaluate hi-status
               when "H"
                   move "HELD" to held-status-text
               when "R"
                   move "RELEASED" to held-status-text
               when "F"
                   move "REFUSED" to held-status-text
               when other
                   move hi-status to held-status-text
           end-evaluate
           move hi-persons-variance to variance-edited
           move hi-each-variance to each-variance-edited
           move spaces to inquiry-report-line
           string "HELD:     " delimited by size
               hi-feed-date delimited by size
               " " delimited by size
               hi-reason-code delimited by size
               " " delimited by size
               held-status-text delimited by size
               " PERSONS " delimited by size
               function trim(variance-edited) delimited by size
               "% EACH " delimited by size
               function trim(each-variance-edited) delimited by size
               "% VS " delimited by size
               hi-last-date delimited by size
               " SOURCE " delimited by size
               hi-source-system delimited by size
               into inquiry-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write inquiry-report-line
           move "y" to held-line-switch.
       write-held-line-exit.
           exit.

      *> ***************************************************************
      *> the day's rate for the currency the position sits in (or the
      *> master's currency when nothing posted), off the rate history
           if fx-history-present
               close fx-history
           end-if
           if helditem-present
               close held-items
           end-if
           if succession-present
               close succession-file
           end-if
           close inquiry-report.
       terminate-run-exit.
           exit.
