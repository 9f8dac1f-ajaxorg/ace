      *> Purpose:   Country master maintenance - apply the ops team's
      *>            add / change / deactivate transactions to the
      *>            indexed country master, with a printed audit of
      *>            what was applied and what was rejected, and keep
      *>            the predecessor/successor links between codes.
      *> Tectonics: cobc -x ctrymnt.cob
      *> ***************************************************************
       identification division.
      *>                    history (CTRYHIST), so "what currency was
      *>                    GBR mapped to on March 3rd" has an answer
      *>                    on file.
      *>   2026-09-14  pjn  Variance tolerances: the master carries
      *>                    the percentage PERSONS and EACH may move
      *>                    day on day before bigworld holds a detail
      *>                    for a supervisor. CTRYTRAN, CTRYPEND and
      *>                    the CTRYHIST images carry them too; spaces
      *>                    on a change leave the master's as they are.
      *>   2026-09-18  pjn  Dual control. CTRYTRAN carries the user who
      *>                    asked for the change; an add, change or
      *>                    deactivation no longer applies on arrival
      *>                    but waits on CTRYPEND awaiting approval
      *>                    until a "V" transaction from a different
      *>                    user approves it (self-approval is refused).
      *>                    Unapproved items expire after ten days.
      *>                    CTRYHIST records requester and approver, and
      *>                    CTRYMRPT lists everything still awaiting
      *>                    approval.
      *>   2026-09-28  kal  Country succession. A new action "S" links
      *>                    a predecessor code to its successor with an
      *>                    effective date and the share of the
      *>                    predecessor that went to it (a split sends
      *>                    one code to several at shares adding to no
      *>                    more than 100; a merge links several codes
      *>                    to one at 100 each). It goes through the
      *>                    same approval as any other change and, once
      *>                    applied, is appended to the succession file
      *>                    (CTRYSUCC) that wealtrnd stitches history
      *>                    across and ctryinq and moclose report from.
      *>   2026-10-08  dcs  Step record (start/end, return code,
      *>                    records in/out, items awaiting approval)
      *>                    appended to the shared batch ledger
      *>                    BATCHLED for the night summary.
      *>   2026-10-12  pjn  Reference tolerance: the percentage the
      *>                    quarter's posted PERSONS may stand off the
      *>                    external reference figure before poprecon
      *>                    lists the country for desk follow-up. Kept
      *>                    on the master and carried on CTRYTRAN,
      *>                    CTRYPEND and the CTRYHIST images exactly as
      *>                    the variance tolerances are.
      *>   2026-10-15  pjn  An immediate transaction is held under
      *>                    the run date rather than a blank date.
      *> ***************************************************************

ENVR   environment division.
           select change-history assign to "CTRYHIST"
               organization is line sequential
               file status is change-history-status.
           select succession-file assign to "CTRYSUCC"
               organization is line sequential
               file status is succession-file-status.
           select batch-ledger assign to "BATCHLED"
               organization is line sequential
               file status is batch-ledger-status.

DATA   data division.
FILE   file section.
           05 cm-locale-code       pic x(05).
           05 cm-currency-code     pic x(03).
           05 cm-active-flag       pic x(01).
           05 cm-persons-tolerance pic 9(03)v99.
           05 cm-each-tolerance    pic 9(03)v99.
           05 cm-reference-tolerance pic 9(03)v99.

      *> tr-action "A" adds a country, "C" changes its name, locale
      *> or currency, "D" deactivates it, "S" records its successor,
      *> "V" approves what another user asked for on the country.
      *> nothing is ever physically deleted - an inactive country
      *> keeps its row so history stays explainable. the effective
      *> date says when the change takes hold: zero or spaces is
      *> today, a future date holds the transaction on the pending
      *> file until its own morning.
      *> the two tolerances are percentages for bigworld's variance
      *> screen - spaces on an add is zero (not screened), spaces on
      *> a change leaves whatever the master already has. the
      *> reference tolerance at the end of the record works the same
      *> way for poprecon's quarterly reference reconciliation.
       fd  country-trans.
       01  country-trans-record.
           05 tr-action            pic x(01).
           05 tr-locale-code       pic x(05).
           05 tr-currency-code     pic x(03).
           05 tr-effective-date    pic 9(08).
           05 tr-persons-tolerance pic 9(03)v99.
           05 tr-each-tolerance    pic 9(03)v99.
      *> who sent the transaction - the requester on an "A", "C" or
      *> "D", the approver on a "V". required on every record.
           05 tr-user-id           pic x(08).
      *> an "S" succession names the predecessor in tr-country-code
      *> and the code that succeeds it here, with the percentage of
      *> the predecessor that passed to it - spaces is all of it. the
      *> effective date is the first day the successor stands in the
      *> predecessor's place.
           05 tr-successor-code    pic x(03).
           05 tr-share-pct         pic 9(03)v99.
           05 tr-reference-tolerance pic 9(03)v99.

       fd  maintenance-report.
       01  maintenance-report-line pic x(132).

      *> transactions waiting for approval or for their day - the same
      *> fields the transaction arrived with, plus where it stands:
      *> "W" awaiting approval, "Y" approved (and waiting for its
      *> effective date). the file is read whole at start-up and
      *> written back whole at the end, less whatever applied or
      *> expired today and plus whatever today's feed asked for.
       fd  country-pending.
       01  country-pending-record.
           05 pn-action            pic x(01).
           05 pn-locale-code       pic x(05).
           05 pn-currency-code     pic x(03).
           05 pn-effective-date    pic 9(08).
           05 pn-persons-tolerance pic 9(03)v99.
           05 pn-each-tolerance    pic 9(03)v99.
           05 pn-approval-status   pic x(01).
           05 pn-requested-user    pic x(08).
           05 pn-requested-date    pic 9(08).
           05 pn-approved-user     pic x(08).
           05 pn-successor-code    pic x(03).
           05 pn-share-pct         pic 9(03)v99.
           05 pn-reference-tolerance pic 9(03)v99.

      *> the master change history - one record per applied change,
      *> carrying the row as it stood before and after, so any past
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

      *> the succession links - one record per predecessor/successor
      *> pair, appended as each "S" applies and never rewritten. the
      *> share is the percentage of the predecessor's figures the
      *> successor's history takes over for the days before the
      *> effective date.
       fd  succession-file.
       01  succession-record.
           05 su-predecessor-code  pic x(03).
           05 su-successor-code    pic x(03).
           05 su-effective-date    pic 9(08).
           05 su-share-pct         pic 9(03)v99.
           05 su-recorded-date     pic 9(08).
           05 su-requested-user    pic x(08).
           05 su-approved-user     pic x(08).

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
       01 maintenance-report-status pic x(02).
       01 country-pending-status   pic x(02).
       01 change-history-status    pic x(02).
       01 succession-file-status   pic x(02).
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
       01 pending-eof-switch             pic x(01) value "n".
           88 pending-eof                       value "y".
       01 succession-eof-switch           pic x(01) value "n".
           88 succession-eof                     value "y".
       01 trans-valid-switch               pic x(01) value "y".
           88 trans-is-valid                      value "y".
       01 trans-held-switch                  pic x(01) value "n".
       01 trans-rejected-count        pic 9(09) comp value zero.
       01 trans-held-count             pic 9(09) comp value zero.
       01 pending-applied-count         pic 9(09) comp value zero.
       01 awaiting-count                 pic 9(09) comp value zero.
       01 approved-count                  pic 9(09) comp value zero.
       01 expired-count                    pic 9(09) comp value zero.
       01 succession-count                  pic 9(09) comp value zero.
       01 approval-subscript       pic 9(04) comp value zero.
       01 approval-match-switch     pic x(01) value "n".
           88 approval-match-found     value "y".
       01 awaiting-line-switch       pic x(01) value "n".
           88 awaiting-line-written     value "y".

      *> an item nobody approves within this many days of being asked
      *> for drops off the pending file - whoever still wants it has
      *> to ask again.
       01 approval-expiry-days     pic 9(03) value 10.
       01 approval-expiry-date      pic 9(08) value zero.
       01 approval-expiry-integer    pic 9(09) comp value zero.
       01 days-waiting               pic s9(09) comp value zero.
       01 days-waiting-edited         pic zz,zz9.
       01 reject-reason                  pic x(50).
       01 share-edited                    pic zz9.99.
       01 count-edited                    pic zzz,zzz,zz9.

      *> the pending transactions, held in date order so a backlog of
               10 pe-currency-code pic x(03).
               10 pe-effective-date pic 9(08).
               10 pe-done-flag     pic x(01).
               10 pe-persons-tolerance pic 9(03)v99.
               10 pe-each-tolerance pic 9(03)v99.
               10 pe-approval-status pic x(01).
               10 pe-requested-user pic x(08).
               10 pe-requested-date pic 9(08).
               10 pe-approved-user pic x(08).
               10 pe-successor-code pic x(03).
               10 pe-share-pct     pic 9(03)v99.
               10 pe-reference-tolerance pic 9(03)v99.
       01 pending-swap-entry.
           05 pw-action            pic x(01).
           05 pw-country-code      pic x(03).
           05 pw-currency-code     pic x(03).
           05 pw-effective-date    pic 9(08).
           05 pw-done-flag         pic x(01).
           05 pw-persons-tolerance pic 9(03)v99.
           05 pw-each-tolerance    pic 9(03)v99.
           05 pw-approval-status   pic x(01).
           05 pw-requested-user    pic x(08).
           05 pw-requested-date    pic 9(08).
           05 pw-approved-user     pic x(08).
           05 pw-successor-code    pic x(03).
           05 pw-share-pct         pic 9(03)v99.
           05 pw-reference-tolerance pic 9(03)v99.

      *> the master row as it stood before the transaction in hand
      *> touched it - the before half of the change-history image.
           05 bi-locale-code       pic x(05).
           05 bi-currency-code     pic x(03).
           05 bi-active-flag       pic x(01).
           05 bi-persons-tolerance pic 9(03)v99.
           05 bi-each-tolerance    pic 9(03)v99.
           05 bi-reference-tolerance pic 9(03)v99.

      *> the transaction in flight - filled from today's feed or from
      *> the pending file, whichever is driving. validation and the
           05 tw-locale-code       pic x(05).
           05 tw-currency-code     pic x(03).
           05 tw-effective-date    pic 9(08).
           05 tw-persons-tolerance pic 9(03)v99.
           05 tw-each-tolerance    pic 9(03)v99.
           05 tw-requested-user    pic x(08).
           05 tw-approved-user     pic x(08).
           05 tw-successor-code    pic x(03).
           05 tw-share-pct         pic 9(03)v99.
           05 tw-reference-tolerance pic 9(03)v99.

      *> the succession links already on file, loaded at start-up so
      *> a new link can be checked against them - no pair twice, and
      *> no predecessor handing out more than all of itself.
       01 max-links                pic 9(04) comp value 500.
       01 link-count                pic 9(04) comp value zero.
       01 link-subscript             pic 9(04) comp value zero.
       01 share-total                 pic 9(05)v99 value zero.
       01 successor-share-ws           pic 9(03)v99 value zero.
       01 succession-date-ws            pic 9(08) value zero.
       01 link-table.
           05 link-entry occurs 500 times.
               10 sl-predecessor-code pic x(03).
               10 sl-successor-code pic x(03).
               10 sl-share-pct     pic 9(03)v99.

      *> ***************************************************************
CODE   procedure division.
               perform apply-due-pending thru apply-due-pending-exit
               perform apply-transaction thru apply-transaction-exit
                   until end-of-file
               perform write-awaiting-section thru
                   write-awaiting-section-exit
               perform write-report-trailer thru
                   write-report-trailer-exit
               perform write-pending-file thru write-pending-file-exit
               perform terminate-run thru terminate-run-exit
           end-if
           perform write-step-ledger thru write-step-ledger-exit
           move program-return-code to return-code
           goback.

      *> the same way every later one does.
       initialize-run.
           move function current-date to current-date-time
           compute approval-expiry-integer =
               function integer-of-date(run-date)
               - approval-expiry-days
           move function date-of-integer(approval-expiry-integer)
               to approval-expiry-date
           open i-o country-master
           if country-master-status = "35"
               open output country-master
           if program-return-code = zero
               perform load-pending-file thru load-pending-file-exit
           end-if
           if program-return-code = zero
               perform load-succession-links thru
                   load-succession-links-exit
           end-if
           if program-return-code = zero
               perform write-report-header thru write-report-header-exit
           end-if.
                           to pe-currency-code(pending-subscript)
                       move pn-effective-date
                           to pe-effective-date(pending-subscript)
                       move pn-persons-tolerance
                           to pe-persons-tolerance(pending-subscript)
                       move pn-each-tolerance
                           to pe-each-tolerance(pending-subscript)
                       move pn-approval-status
                           to pe-approval-status(pending-subscript)
                       move pn-requested-user
                           to pe-requested-user(pending-subscript)
                       move pn-requested-date
                           to pe-requested-date(pending-subscript)
                       move pn-approved-user
                           to pe-approved-user(pending-subscript)
                       move pn-successor-code
                           to pe-successor-code(pending-subscript)
                       move pn-share-pct
                           to pe-share-pct(pending-subscript)
                       move pn-reference-tolerance
                           to pe-reference-tolerance(pending-subscript)
                       move spaces to pe-done-flag(pending-subscript)
      *> a future-dated item held before dual control came in has no
      *> status - it was accepted on the old rules and applies on
      *> its day as it always would have.
                       if pn-approval-status = spaces
                           move "Y"
                               to pe-approval-status(pending-subscript)
                       end-if
                   else
                       display "pending table full - transaction for "
                           pn-country-code " dropped"
       read-pending-record-exit.
           exit.

      *> the links on file come in whole, then the file is reopened
      *> for extend so today's applied successions append to it. no
      *> file yet (status 35) is a system with no successions so far.
       load-succession-links.
           open input succession-file
           if succession-file-status not = "35"
               move succession-file-status to current-open-status
               move "SUCCESSION-FILE" to current-open-file-name
               perform check-open-status thru check-open-status-exit
               if program-return-code = 16
                   go to load-succession-links-exit
               end-if
               perform read-succession-record thru
                   read-succession-record-exit
                   until succession-eof
               close succession-file
           end-if
           open extend succession-file
           move succession-file-status to current-open-status
           move "SUCCESSION-FILE" to current-open-file-name
           perform check-open-status thru check-open-status-exit.
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
                       move su-share-pct to sl-share-pct(link-count)
                   else
                       display "succession table full - link "
                           su-predecessor-code " to "
                           su-successor-code " not checked against"
                           end-display
                       move 16 to program-return-code
                   end-if
           end-read.
       read-succession-record-exit.
           exit.

       check-open-status.
           if current-open-status = "00" or current-open-status = "05"
               continue
                   move tr-locale-code to tw-locale-code
                   move tr-currency-code to tw-currency-code
                   move tr-effective-date to tw-effective-date
                   move tr-persons-tolerance to tw-persons-tolerance
                   move tr-each-tolerance to tw-each-tolerance
                   move tr-user-id to tw-requested-user
                   move spaces to tw-approved-user
                   move tr-successor-code to tw-successor-code
                   move tr-share-pct to tw-share-pct
                   move tr-reference-tolerance
                       to tw-reference-tolerance
                   if tw-action = "V"
                       perform approve-transaction thru
                           approve-transaction-exit
                   else
                       perform process-transaction thru
                           process-transaction-exit
                   end-if
           end-read.
       apply-transaction-exit.
           exit.

      *> ***************************************************************
      *> the pending side - sort what is waiting into effective-date
      *> order, apply every approved item whose day has come, and flag
      *> it done so the end-of-run rewrite drops it. a due transaction
      *> that fails validation on its day is a reject on the report,
      *> not a permanent lodger retried every morning. an item still
      *> awaiting approval never applies here; past its expiry it is
      *> flagged "X" and dropped the same way.
      *> ***************************************************************
       apply-due-pending.
           if pending-count = zero
           exit.

       apply-one-pending.
           if pe-approval-status(pending-subscript) = "W"
               if pe-requested-date(pending-subscript)
                       < approval-expiry-date
                   perform expire-pending thru expire-pending-exit
               end-if
               go to apply-one-pending-exit
           end-if
           if pe-effective-date(pending-subscript) > run-date
               go to apply-one-pending-exit
           end-if
               to tw-currency-code
           move pe-effective-date(pending-subscript)
               to tw-effective-date
           move pe-persons-tolerance(pending-subscript)
               to tw-persons-tolerance
           move pe-each-tolerance(pending-subscript)
               to tw-each-tolerance
           move pe-requested-user(pending-subscript)
               to tw-requested-user
           move pe-approved-user(pending-subscript)
               to tw-approved-user
           move pe-successor-code(pending-subscript)
               to tw-successor-code
           move pe-share-pct(pending-subscript) to tw-share-pct
           move pe-reference-tolerance(pending-subscript)
               to tw-reference-tolerance
           perform process-transaction thru process-transaction-exit
           move "A" to pe-done-flag(pending-subscript).
       apply-one-pending-exit.
           exit.

       expire-pending.
           move "X" to pe-done-flag(pending-subscript)
           add 1 to expired-count
           move spaces to maintenance-report-line
           string "  " delimited by size
               pe-action(pending-subscript) delimited by size
               " " delimited by size
               pe-country-code(pending-subscript) delimited by size
               " " delimited by size
               pe-country-name(pending-subscript) delimited by size
               "  EXPIRED UNAPPROVED - REQUESTED BY "
                   delimited by size
               pe-requested-user(pending-subscript) delimited by size
               " ON " delimited by size
               pe-requested-date(pending-subscript) delimited by size
               into maintenance-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write maintenance-report-line.
       expire-pending-exit.
           exit.

      *> ***************************************************************
      *> approval - a "V" approves every item awaiting approval for
      *> the country that somebody else asked for. one the approver
      *> asked for themselves stays awaiting and is reported refused;
      *> a "V" that finds nothing to approve is a reject. an approved
      *> item whose day has come applies at once, through the same
      *> path as any pending item; a future-dated one now waits only
      *> for its day.
      *> ***************************************************************
       approve-transaction.
           move "y" to trans-valid-switch
           move spaces to reject-reason
           if tw-country-code = spaces
               move "n" to trans-valid-switch
               move "country code is blank" to reject-reason
           end-if
           if trans-is-valid and tw-requested-user = spaces
               move "n" to trans-valid-switch
               move "approving user id is required" to reject-reason
           end-if
           if trans-is-valid
               move tw-requested-user to tw-approved-user
               move "n" to approval-match-switch
               perform approve-one-pending thru
                   approve-one-pending-exit
                   varying approval-subscript from 1 by 1
                   until approval-subscript > pending-count
               if not approval-match-found
                   move "n" to trans-valid-switch
                   move "nothing awaiting approval for the country"
                       to reject-reason
               end-if
           end-if
           if not trans-is-valid
               move "V" to tw-action
               add 1 to trans-rejected-count
               perform write-rejected-line thru write-rejected-line-exit
               if program-return-code < 8
                   move 8 to program-return-code
               end-if
           end-if.
       approve-transaction-exit.
           exit.

      *> the approver is kept aside before the item is loaded into the
      *> work record, since applying it overwrites the work record
      *> with the item's own fields.
       approve-one-pending.
           if pe-country-code(approval-subscript) not = tw-country-code
               or pe-approval-status(approval-subscript) not = "W"
               or pe-done-flag(approval-subscript) not = spaces
               go to approve-one-pending-exit
           end-if
           move "y" to approval-match-switch
           if pe-requested-user(approval-subscript) = tw-approved-user
               perform refuse-self-approval thru
                   refuse-self-approval-exit
               go to approve-one-pending-exit
           end-if
           move "Y" to pe-approval-status(approval-subscript)
           move tw-approved-user to pe-approved-user(approval-subscript)
           add 1 to approved-count
           perform write-approved-line thru write-approved-line-exit
           if pe-effective-date(approval-subscript) > run-date
               perform write-approved-held-line thru
                   write-approved-held-line-exit
           else
               move approval-subscript to pending-subscript
               perform apply-one-pending thru apply-one-pending-exit
               move pe-approved-user(approval-subscript)
                   to tw-approved-user
               move pe-country-code(approval-subscript)
                   to tw-country-code
           end-if.
       approve-one-pending-exit.
           exit.

       refuse-self-approval.
           add 1 to trans-rejected-count
           if program-return-code < 8
               move 8 to program-return-code
           end-if
           move spaces to maintenance-report-line
           string "  V " delimited by size
               pe-country-code(approval-subscript) delimited by size
               "  REJECTED - self-approval refused for "
                   delimited by size
               pe-action(approval-subscript) delimited by size
               " requested by " delimited by size
               pe-requested-user(approval-subscript) delimited by size
               into maintenance-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write maintenance-report-line.
       refuse-self-approval-exit.
           exit.

       write-approved-line.
           move spaces to maintenance-report-line
           string "  V " delimited by size
               pe-country-code(approval-subscript) delimited by size
               "  APPROVED " delimited by size
               pe-action(approval-subscript) delimited by size
               " BY " delimited by size
               pe-approved-user(approval-subscript) delimited by size
               " - REQUESTED BY " delimited by size
               pe-requested-user(approval-subscript) delimited by size
               " ON " delimited by size
               pe-requested-date(approval-subscript) delimited by size
               into maintenance-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write maintenance-report-line.
       write-approved-line-exit.
           exit.

       write-approved-held-line.
           add 1 to trans-held-count
           move spaces to maintenance-report-line
           string "  " delimited by size
               pe-action(approval-subscript) delimited by size
               " " delimited by size
               pe-country-code(approval-subscript) delimited by size
               " " delimited by size
               pe-country-name(approval-subscript) delimited by size
               "  HELD UNTIL " delimited by size
               pe-effective-date(approval-subscript) delimited by size
               into maintenance-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write maintenance-report-line.
       write-approved-held-line-exit.
           exit.

      *> ***************************************************************
      *> the common process path - every transaction, today's or a
      *> pending one whose day has come, goes through here: validate,
      *> put a new arrival on the pending side to await approval,
      *> otherwise apply and write the before/after image to the
      *> change history. only an approved pending item ever applies.
      *> ***************************************************************
       process-transaction.
           move "n" to trans-held-switch
           perform validate-transaction thru validate-transaction-exit
           if trans-is-valid and trans-from-feed
               perform hold-transaction thru hold-transaction-exit
           end-if
           if trans-held
                   when "D"
                       perform deactivate-country thru
                           deactivate-country-exit
                   when "S"
                       perform record-succession thru
                           record-succession-exit
               end-evaluate
           end-if
           if trans-is-valid
                   add 1 to pending-applied-count
               end-if
               perform write-applied-line thru write-applied-line-exit
               if tw-action = "S"
                   perform write-succession-line thru
                       write-succession-line-exit
               else
                   perform write-change-record thru
                       write-change-record-exit
               end-if
           else
               add 1 to trans-rejected-count
               perform write-rejected-line thru write-rejected-line-exit
                   to pe-locale-code(pending-search-sub)
               move tw-currency-code
                   to pe-currency-code(pending-search-sub)
               if tw-effective-date is not numeric
                   or tw-effective-date = zero
                   move run-date
                       to pe-effective-date(pending-search-sub)
               else
                   move tw-effective-date
                       to pe-effective-date(pending-search-sub)
               end-if
               move tw-persons-tolerance
                   to pe-persons-tolerance(pending-search-sub)
               move tw-each-tolerance
                   to pe-each-tolerance(pending-search-sub)
               move "W" to pe-approval-status(pending-search-sub)
               move tw-requested-user
                   to pe-requested-user(pending-search-sub)
               move run-date to pe-requested-date(pending-search-sub)
               move spaces to pe-approved-user(pending-search-sub)
               move tw-successor-code
                   to pe-successor-code(pending-search-sub)
               move tw-share-pct to pe-share-pct(pending-search-sub)
               move tw-reference-tolerance
                   to pe-reference-tolerance(pending-search-sub)
               move spaces to pe-done-flag(pending-search-sub)
               move "y" to trans-held-switch
               add 1 to awaiting-count
               perform write-held-line thru write-held-line-exit
           else
               move "n" to trans-valid-switch
                   move cm-locale-code to bi-locale-code
                   move cm-currency-code to bi-currency-code
                   move cm-active-flag to bi-active-flag
                   move cm-persons-tolerance to bi-persons-tolerance
                   move cm-each-tolerance to bi-each-tolerance
                   move cm-reference-tolerance
                       to bi-reference-tolerance
           end-read.
       capture-before-image-exit.
           exit.
           move cm-locale-code to ch-after-locale
           move cm-currency-code to ch-after-currency
           move cm-active-flag to ch-after-active
           move bi-persons-tolerance to ch-before-persons-tolerance
           move bi-each-tolerance to ch-before-each-tolerance
           move cm-persons-tolerance to ch-after-persons-tolerance
           move cm-each-tolerance to ch-after-each-tolerance
           move tw-requested-user to ch-requested-user
           move tw-approved-user to ch-approved-user
           move bi-reference-tolerance
               to ch-before-reference-tolerance
           move cm-reference-tolerance to ch-after-reference-tolerance
           write change-history-record.
       write-change-record-exit.
           exit.
           move "y" to trans-valid-switch
           move spaces to reject-reason
           if tw-action not = "A" and tw-action not = "C"
               and tw-action not = "D" and tw-action not = "S"
               move "n" to trans-valid-switch
               move "action must be A, C, D, S or V" to reject-reason
               go to validate-transaction-exit
           end-if
           if trans-from-feed and tw-requested-user = spaces
               move "n" to trans-valid-switch
               move "requesting user id is required" to reject-reason
               go to validate-transaction-exit
           end-if
           if tw-country-code = spaces
                   go to validate-transaction-exit
               end-if
           end-if
      *> a succession needs a successor that is not the predecessor
      *> itself, and a share that is a real percentage of it.
           if tw-action = "S"
               if tw-successor-code = spaces
                   or tw-successor-code = tw-country-code
                   move "n" to trans-valid-switch
                   move "successor code missing or same as country"
                       to reject-reason
                   go to validate-transaction-exit
               end-if
               if tw-share-pct not = spaces
                   if tw-share-pct is not numeric
                       move "n" to trans-valid-switch
                       move "share percentage is not valid"
                           to reject-reason
                       go to validate-transaction-exit
                   end-if
                   if tw-share-pct = zero or tw-share-pct > 100
                       move "n" to trans-valid-switch
                       move "share percentage must be 0.01 to 100"
                           to reject-reason
                       go to validate-transaction-exit
                   end-if
               end-if
           end-if
      *> spaces or zero is an immediate transaction; anything else
      *> must be a real date or nobody can say which morning it is
      *> supposed to apply on.
               if tw-effective-date is not numeric
                   move "n" to trans-valid-switch
                   move "effective date is not valid" to reject-reason
                   go to validate-transaction-exit
               end-if
           end-if
      *> a tolerance is optional, but one that is there must be a
      *> real percentage - a mistyped one would silently switch the
      *> country's screen off.
           if tw-persons-tolerance not = spaces
               and tw-persons-tolerance is not numeric
               move "n" to trans-valid-switch
               move "persons tolerance is not valid" to reject-reason
               go to validate-transaction-exit
           end-if
           if tw-each-tolerance not = spaces
               and tw-each-tolerance is not numeric
               move "n" to trans-valid-switch
               move "each tolerance is not valid" to reject-reason
               go to validate-transaction-exit
           end-if
           if tw-reference-tolerance not = spaces
               and tw-reference-tolerance is not numeric
               move "n" to trans-valid-switch
               move "reference tolerance is not valid"
                   to reject-reason
           end-if.
       validate-transaction-exit.
           exit.
           move tw-locale-code to cm-locale-code
           move tw-currency-code to cm-currency-code
           move "A" to cm-active-flag
           perform set-new-tolerances thru set-new-tolerances-exit
           write country-master-record
               invalid key
                   perform reactivate-country thru
                   move tw-locale-code to cm-locale-code
                   move tw-currency-code to cm-currency-code
                   move "A" to cm-active-flag
                   perform set-new-tolerances thru
                       set-new-tolerances-exit
                   rewrite country-master-record
                       invalid key
                           move "n" to trans-valid-switch
               move tw-country-name to cm-country-name
               move tw-locale-code to cm-locale-code
               move tw-currency-code to cm-currency-code
               if tw-persons-tolerance is numeric
                   move tw-persons-tolerance to cm-persons-tolerance
               end-if
               if tw-each-tolerance is numeric
                   move tw-each-tolerance to cm-each-tolerance
               end-if
               if tw-reference-tolerance is numeric
                   move tw-reference-tolerance
                       to cm-reference-tolerance
               end-if
               rewrite country-master-record
                   invalid key
                       move "n" to trans-valid-switch
       change-country-exit.
           exit.

      *> an add (or a re-activation, which is an add over an old row)
      *> takes the tolerances exactly as sent - none sent is zero,
      *> which leaves the country unscreened.
       set-new-tolerances.
           if tw-persons-tolerance is numeric
               move tw-persons-tolerance to cm-persons-tolerance
           else
               move zero to cm-persons-tolerance
           end-if
           if tw-each-tolerance is numeric
               move tw-each-tolerance to cm-each-tolerance
           else
               move zero to cm-each-tolerance
           end-if
           if tw-reference-tolerance is numeric
               move tw-reference-tolerance to cm-reference-tolerance
           else
               move zero to cm-reference-tolerance
           end-if.
       set-new-tolerances-exit.
           exit.

      *> ***************************************************************
      *> succession - the master rows are not touched (ops add the new
      *> code and deactivate the old one with their own transactions,
      *> in whatever order suits the cut-over); the link is what
      *> records that one stands in the other's place. both codes
      *> must be known to the master, the pair may not be linked
      *> twice, and the predecessor's shares across all its
      *> successors may not pass 100.
      *> ***************************************************************
       record-succession.
           if not master-existed
               move "n" to trans-valid-switch
               move "predecessor not on master" to reject-reason
               go to record-succession-exit
           end-if
           move tw-successor-code to cm-country-code
           read country-master
               invalid key
                   move "n" to trans-valid-switch
                   move "successor not on master" to reject-reason
                   go to record-succession-exit
           end-read
           if tw-share-pct is numeric
               move tw-share-pct to successor-share-ws
           else
               move 100 to successor-share-ws
           end-if
           move successor-share-ws to share-total
           perform check-existing-link thru check-existing-link-exit
               varying link-subscript from 1 by 1
               until link-subscript > link-count
                   or not trans-is-valid
           if not trans-is-valid
               go to record-succession-exit
           end-if
           if share-total > 100
               move "n" to trans-valid-switch
               move "predecessor shares would exceed 100 percent"
                   to reject-reason
               go to record-succession-exit
           end-if
           if link-count not < max-links
               move "n" to trans-valid-switch
               move "succession table full" to reject-reason
               go to record-succession-exit
           end-if
           if tw-effective-date is numeric
               and tw-effective-date > zero
               move tw-effective-date to succession-date-ws
           else
               move run-date to succession-date-ws
           end-if
           move spaces to succession-record
           move tw-country-code to su-predecessor-code
           move tw-successor-code to su-successor-code
           move succession-date-ws to su-effective-date
           move successor-share-ws to su-share-pct
           move run-date to su-recorded-date
           move tw-requested-user to su-requested-user
           move tw-approved-user to su-approved-user
           write succession-record
           add 1 to link-count
           move tw-country-code to sl-predecessor-code(link-count)
           move tw-successor-code to sl-successor-code(link-count)
           move successor-share-ws to sl-share-pct(link-count)
           add 1 to succession-count.
       record-succession-exit.
           exit.

       check-existing-link.
           if sl-predecessor-code(link-subscript) = tw-country-code
               if sl-successor-code(link-subscript) = tw-successor-code
                   move "n" to trans-valid-switch
                   move "succession already on file" to reject-reason
               else
                   add sl-share-pct(link-subscript) to share-total
               end-if
           end-if.
       check-existing-link-exit.
           exit.

       write-succession-line.
           move successor-share-ws to share-edited
           move spaces to maintenance-report-line
           string "      SUCCEEDED BY " delimited by size
               tw-successor-code delimited by size
               " SHARE " delimited by size
               function trim(share-edited) delimited by size
               " PCT EFFECTIVE " delimited by size
               succession-date-ws delimited by size
               into maintenance-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write maintenance-report-line.
       write-succession-line-exit.
           exit.

       deactivate-country.
           move tw-country-code to cm-country-code
           read country-master
               tw-country-code delimited by size
               " " delimited by size
               tw-country-name delimited by size
               "  AWAITING APPROVAL - REQUESTED BY " delimited by size
               tw-requested-user delimited by size
               into maintenance-report-line
               on overflow
                   perform note-string-overflow thru
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write maintenance-report-line
           move awaiting-count to count-edited
           move spaces to maintenance-report-line
           string "SENT FOR APPROVAL:     " delimited by size
               function trim(count-edited) delimited by size
               into maintenance-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write maintenance-report-line
           move approved-count to count-edited
           move spaces to maintenance-report-line
           string "APPROVED:              " delimited by size
               function trim(count-edited) delimited by size
               into maintenance-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write maintenance-report-line
           move expired-count to count-edited
           move spaces to maintenance-report-line
           string "EXPIRED UNAPPROVED:    " delimited by size
               function trim(count-edited) delimited by size
               into maintenance-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write maintenance-report-line
           move succession-count to count-edited
           move spaces to maintenance-report-line
           string "SUCCESSIONS RECORDED:  " delimited by size
               function trim(count-edited) delimited by size
               into maintenance-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write maintenance-report-line.
       write-report-trailer-exit.
           exit.

      *> ***************************************************************
      *> awaiting approval - everything on the pending side nobody has
      *> approved yet, today's requests included, with who asked and
      *> how long it has waited. what is listed here has not touched
      *> the master.
      *> ***************************************************************
       write-awaiting-section.
           move spaces to maintenance-report-line
           write maintenance-report-line
           move spaces to maintenance-report-line
           string "AWAITING APPROVAL:" delimited by size
               into maintenance-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write maintenance-report-line
           move "n" to awaiting-line-switch
           perform write-awaiting-line thru write-awaiting-line-exit
               varying pending-subscript from 1 by 1
               until pending-subscript > pending-count
           if not awaiting-line-written
               move spaces to maintenance-report-line
               string "  NOTHING AWAITING APPROVAL" delimited by size
                   into maintenance-report-line
                   on overflow
                       perform note-string-overflow thru
                           note-string-overflow-exit
               end-string
               write maintenance-report-line
           end-if.
       write-awaiting-section-exit.
           exit.

       write-awaiting-line.
           if pe-approval-status(pending-subscript) not = "W"
               or pe-done-flag(pending-subscript) not = spaces
               go to write-awaiting-line-exit
           end-if
           compute days-waiting =
               function integer-of-date(run-date)
               - function integer-of-date(
                   pe-requested-date(pending-subscript))
           move days-waiting to days-waiting-edited
           move spaces to maintenance-report-line
           string "  " delimited by size
               pe-action(pending-subscript) delimited by size
               " " delimited by size
               pe-country-code(pending-subscript) delimited by size
               " " delimited by size
               pe-country-name(pending-subscript) delimited by size
               " " delimited by size
               pe-currency-code(pending-subscript) delimited by size
               "  EFFECTIVE " delimited by size
               pe-effective-date(pending-subscript) delimited by size
               "  REQUESTED BY " delimited by size
               pe-requested-user(pending-subscript) delimited by size
               " ON " delimited by size
               pe-requested-date(pending-subscript) delimited by size
               "  WAITING " delimited by size
               function trim(days-waiting-edited) delimited by size
               " DAYS" delimited by size
               into maintenance-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write maintenance-report-line
           move "y" to awaiting-line-switch.
       write-awaiting-line-exit.
           exit.

      *> ***************************************************************
      *> rewrite the pending file - everything still waiting for its
      *> day, applied and rejected entries dropped, today's holds in.
           exit.

       write-one-pending.
           if pe-done-flag(pending-subscript) not = spaces
               go to write-one-pending-exit
           end-if
           move spaces to country-pending-record
           move pe-currency-code(pending-subscript) to pn-currency-code
           move pe-effective-date(pending-subscript)
               to pn-effective-date
           move pe-persons-tolerance(pending-subscript)
               to pn-persons-tolerance
           move pe-each-tolerance(pending-subscript)
               to pn-each-tolerance
           move pe-approval-status(pending-subscript)
               to pn-approval-status
           move pe-requested-user(pending-subscript)
               to pn-requested-user
           move pe-requested-date(pending-subscript)
               to pn-requested-date
           move pe-approved-user(pending-subscript)
               to pn-approved-user
           move pe-successor-code(pending-subscript)
               to pn-successor-code
           move pe-share-pct(pending-subscript) to pn-share-pct
           move pe-reference-tolerance(pending-subscript)
               to pn-reference-tolerance
           write country-pending-record.
       write-one-pending-exit.
           exit.
           close country-master
           close country-trans
           close change-history
           close succession-file
           close maintenance-report.
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
           move "CTRYMNT" to bl-step-name
           move run-date to bl-run-date
           move trans-read-count to bl-records-in
           move trans-applied-count to bl-records-out
           move "AWAITING" to bl-control-name
           move awaiting-count to bl-control-count
           move run-date to bl-start-date
           move run-time to bl-start-time
           move ledger-end-date to bl-end-date
           move ledger-end-time to bl-end-time
           move program-return-code to bl-return-code
           write batch-ledger-record
           close batch-ledger.
       write-step-ledger-exit.
           exit.

       end program ctrymnt.
