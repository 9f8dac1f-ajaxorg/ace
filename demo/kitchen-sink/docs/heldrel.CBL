       >>SOURCE FORMAT IS FIXED
      *> ***************************************************************
      *> Purpose:   Held-item release - the supervisor's side of the
      *>            variance screen. bigworld holds a detail whose
      *>            PERSONS or EACH moved further than the country's
      *>            tolerance; it sits on HELDITEM, out of every total,
      *>            until this run applies a decision to it. A
      *>            released item is written in the REJFEED layout to
      *>            RELFEED for a bigworld correction run (RUNPARM mode
      *>            "C", as-of the item's feed date), so it posts under
      *>            the day it arrived for; a refused item never posts.
      *>            Every decision carries the user who made it.
      *> ***************************************************************
       identification division.
       program-id. heldrel.

      *> ***************************************************************
      *> Modification history:
      *>   2026-09-14  pjn  Original program - the variance screen
      *>                    needed a way out for the items it holds.
      *>                    The feed date comes from RELPARM, the
      *>                    decisions from RELDECN, the released items
      *>                    land on RELFEED and the audit on RELRPT.
      *>   2026-10-08  dcs  Step record (start/end, return code,
      *>                    records in/out, items still held) appended
      *>                    to the shared batch ledger BATCHLED for
      *>                    the night summary.
      *>   2026-10-15  pjn  Held-item variances print all five whole
      *>                    digits, so the 99999.99 size-error mark
      *>                    is no longer cut to 9999.99.
      *> ***************************************************************

ENVR   environment division.
       input-output section.
       file-control.
           select release-params assign to "RELPARM"
               organization is line sequential
               file status is release-params-status.
           select release-decisions assign to "RELDECN"
               organization is line sequential
               file status is release-decisions-status.
           select held-items assign to "HELDITEM"
               organization is line sequential
               file status is held-items-status.
           select release-feed assign to "RELFEED"
               organization is line sequential
               file status is release-feed-status.
           select release-report assign to "RELRPT"
               organization is line sequential
               file status is release-report-status.
           select batch-ledger assign to "BATCHLED"
               organization is line sequential
               file status is batch-ledger-status.

DATA   data division.
FILE   file section.
      *> one record naming the feed date whose held items are being
      *> decided, as yyyymmdd - one correction run posts one date.
       fd  release-params.
       01  release-params-record.
           05 rl-feed-date         pic 9(08).

      *> one decision per held item - "R" releases it, "F" refuses
      *> it. the user id is the supervisor's own and is required: an
      *> anonymous release is not a release.
       fd  release-decisions.
       01  release-decisions-record.
           05 rd-feed-date         pic 9(08).
           05 rd-country-code      pic x(03).
           05 rd-decision          pic x(01).
           05 rd-user-id           pic x(08).

      *> same record layout bigworld writes to HELDITEM. read whole
      *> at start-up and written back whole at the end with today's
      *> decisions on it.
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

      *> same record layout bigworld reads from REJFEED in
      *> correction mode.
       fd  release-feed.
       01  release-feed-record.
           05 cf-record-type       pic x(01).
           05 cf-region-code       pic x(03).
           05 cf-country-code      pic x(03).
           05 cf-country-name      pic x(20).
           05 cf-locale-code       pic x(05).
           05 cf-currency-code     pic x(03).
           05 cf-persons           pic 9(18).
           05 cf-each              pic 9(05)v99.
           05 cf-transaction-code  pic x(01).
           05 cf-reject-code       pic x(03).
           05 cf-source-system     pic x(08).

       fd  release-report.
       01  release-report-line     pic x(132).

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

       01 release-params-status    pic x(02).
       01 release-decisions-status pic x(02).
       01 held-items-status        pic x(02).
       01 release-feed-status      pic x(02).
       01 release-report-status    pic x(02).
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
       01 held-eof-switch                pic x(01) value "n".
           88 held-eof                          value "y".
       01 decision-valid-switch            pic x(01) value "y".
           88 decision-is-valid                   value "y".
       01 held-match-switch                  pic x(01) value "n".
           88 held-match-found                      value "y".

       01 program-return-code      pic 9(02) comp value zero.
       01 release-date              pic 9(08) value zero.
       01 decision-reason            pic x(50) value spaces.
       01 decisions-read-count        pic 9(09) comp value zero.
       01 released-count               pic 9(09) comp value zero.
       01 refused-count                 pic 9(09) comp value zero.
       01 decisions-rejected-count       pic 9(09) comp value zero.
       01 still-held-count                pic 9(09) comp value zero.
       01 items-dropped-count              pic 9(09) comp value zero.

      *> a decided item stays on HELDITEM this many days after its
      *> decision, so the inquiry can still show what became of it;
      *> an undecided item stays until somebody decides it.
       01 held-retention-days      pic 9(03) value 30.
       01 retention-date            pic 9(08) value zero.
       01 retention-integer          pic 9(09) comp value zero.

      *> the held-items file in memory - every entry, this date's or
      *> not, so the rewrite at the end loses nothing.
       01 max-held-entries         pic 9(04) comp value 2000.
       01 held-count                pic 9(04) comp value zero.
       01 held-subscript             pic 9(04) comp value zero.
       01 held-table.
           05 held-entry occurs 2000 times.
               10 he-record        pic x(145).
       01 held-match-subscript     pic 9(04) comp value zero.

       01 count-edited             pic zzz,zzz,zz9.
       01 persons-edited           pic zzz,zzz,zzz,zzz,zzz,zz9.
       01 variance-edited          pic -----9.99.
       01 each-variance-edited     pic -----9.99.
       01 persons-display          pic x(30).
       01 count-display-a          pic x(20).
       01 count-display-b          pic x(20).
       01 count-display-c          pic x(20).
       01 program-return-code-display pic 9(02).

      *> ***************************************************************
CODE   procedure division.

      *> ***************************************************************
      *> mainline - load the held items, apply the supervisor's
      *> decisions for the date, list what is still waiting, then
      *> write the held items back with the decisions on them.
      *> ***************************************************************
       mainline.
           perform initialize-run thru initialize-run-exit
           if program-return-code = zero
               perform load-held-items thru load-held-items-exit
           end-if
           if program-return-code < 16
               perform apply-decision thru apply-decision-exit
                   until end-of-file
               perform list-still-held thru list-still-held-exit
                   varying held-subscript from 1 by 1
                   until held-subscript > held-count
               perform rewrite-held-items thru
                   rewrite-held-items-exit
               perform write-report-trailer thru
                   write-report-trailer-exit
               perform terminate-run thru terminate-run-exit
           end-if
           perform write-step-ledger thru write-step-ledger-exit
           move program-return-code to return-code
           goback.

       initialize-run.
           move function current-date to current-date-time
           compute retention-integer =
               function integer-of-date(run-date)
               - held-retention-days
           move function date-of-integer(retention-integer)
               to retention-date
           open input release-params
           move release-params-status to current-open-status
           move "RELEASE-PARAMS" to current-open-file-name
           perform check-open-status thru check-open-status-exit
           open input release-decisions
           move release-decisions-status to current-open-status
           move "RELEASE-DECISIONS" to current-open-file-name
           perform check-open-status thru check-open-status-exit
           open output release-feed
           move release-feed-status to current-open-status
           move "RELEASE-FEED" to current-open-file-name
           perform check-open-status thru check-open-status-exit
           open output release-report
           move release-report-status to current-open-status
           move "RELEASE-REPORT" to current-open-file-name
           perform check-open-status thru check-open-status-exit
           if program-return-code = zero
               perform read-release-params thru
                   read-release-params-exit
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

       read-release-params.
           read release-params
               at end
                   display "RELPARM is empty - no feed date to release"
                       end-display
                   move 16 to program-return-code
               not at end
                   if rl-feed-date is not numeric
                       or rl-feed-date = zero
                       display "RELPARM feed date is not a valid date"
                           end-display
                       move 16 to program-return-code
                   else
                       move rl-feed-date to release-date
                   end-if
           end-read.
       read-release-params-exit.
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
           move spaces to release-report-line
           string "HELD-ITEM RELEASE FOR FEED DATE " delimited by size
               release-date delimited by size
               into release-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write release-report-line
           move spaces to release-report-line
           string "RUN DATE " delimited by size
               run-date delimited by size
               "  RUN TIME " delimited by size
               run-time delimited by size
               into release-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write release-report-line
           move spaces to release-report-line
           write release-report-line.
       write-report-header-exit.
           exit.

      *> ***************************************************************
      *> the held items, whole - no HELDITEM yet just means nothing
      *> has ever been held, and every decision will say so.
      *> ***************************************************************
       load-held-items.
           open input held-items
           if held-items-status = "35"
               go to load-held-items-exit
           end-if
           move held-items-status to current-open-status
           move "HELD-ITEMS" to current-open-file-name
           perform check-open-status thru check-open-status-exit
           if program-return-code = zero
               perform read-held-item thru read-held-item-exit
                   until held-eof
               close held-items
           end-if.
       load-held-items-exit.
           exit.

      *> a full table stops the run before anything is decided - the
      *> rewrite at the end would otherwise lose the entries that did
      *> not fit.
       read-held-item.
           read held-items
               at end
                   move "y" to held-eof-switch
               not at end
                   if held-count < max-held-entries
                       add 1 to held-count
                       move held-items-record to he-record(held-count)
                   else
                       display "held-item table full - run stopped"
                           end-display
                       move 16 to program-return-code
                       move "y" to held-eof-switch
                   end-if
           end-read.
       read-held-item-exit.
           exit.

      *> ***************************************************************
      *> one decision - it must be for this run's feed date, say "R"
      *> or "F", name its user, and find an item still held for the
      *> country on that date. anything else is listed as not applied
      *> and the item stays held.
      *> ***************************************************************
       apply-decision.
           read release-decisions
               at end
                   move "y" to end-of-file-switch
               not at end
                   add 1 to decisions-read-count
                   perform validate-decision thru
                       validate-decision-exit
                   if decision-is-valid
                       perform find-held-item thru find-held-item-exit
                   end-if
                   if decision-is-valid
                       perform record-decision thru
                           record-decision-exit
                   else
                       perform write-not-applied-line thru
                           write-not-applied-line-exit
                   end-if
           end-read.
       apply-decision-exit.
           exit.

       validate-decision.
           move "y" to decision-valid-switch
           move spaces to decision-reason
           if rd-feed-date not = release-date
               move "n" to decision-valid-switch
               move "not for this run's feed date" to decision-reason
               go to validate-decision-exit
           end-if
           if rd-decision not = "R" and rd-decision not = "F"
               move "n" to decision-valid-switch
               move "decision must be R or F" to decision-reason
               go to validate-decision-exit
           end-if
           if rd-user-id = spaces
               move "n" to decision-valid-switch
               move "user id is required" to decision-reason
           end-if.
       validate-decision-exit.
           exit.

      *> the first entry still held for the country and date - a
      *> second decision for the same item finds nothing left held.
       find-held-item.
           move "n" to held-match-switch
           move zero to held-match-subscript
           perform match-held-item thru match-held-item-exit
               varying held-subscript from 1 by 1
               until held-subscript > held-count
                   or held-match-found
           if not held-match-found
               move "n" to decision-valid-switch
               move "no item held for the country on the date"
                   to decision-reason
           end-if.
       find-held-item-exit.
           exit.

       match-held-item.
           move he-record(held-subscript) to held-items-record
           if hi-feed-date = rd-feed-date
               and hi-country-code = rd-country-code
               and hi-status = "H"
               move "y" to held-match-switch
               move held-subscript to held-match-subscript
           end-if.
       match-held-item-exit.
           exit.

      *> the decision goes onto the entry; a release also goes out to
      *> RELFEED exactly as the desk sent it, reason R14 in the reject
      *> code slot so the correction run's input says where it came
      *> from.
       record-decision.
           move he-record(held-match-subscript) to held-items-record
           move rd-decision to hi-status
           move run-date to hi-decided-date
           move rd-user-id to hi-decided-user
           move held-items-record to he-record(held-match-subscript)
           if rd-decision = "R"
               add 1 to released-count
               move spaces to release-feed-record
               move "D" to cf-record-type
               move hi-region-code to cf-region-code
               move hi-country-code to cf-country-code
               move hi-country-name to cf-country-name
               move hi-locale-code to cf-locale-code
               move hi-currency-code to cf-currency-code
               move hi-persons to cf-persons
               move hi-each to cf-each
               move hi-transaction-code to cf-transaction-code
               move hi-reason-code to cf-reject-code
               move hi-source-system to cf-source-system
               write release-feed-record
           else
               add 1 to refused-count
           end-if
           perform write-decision-line thru write-decision-line-exit.
       record-decision-exit.
           exit.

       write-decision-line.
           move hi-persons to persons-edited
           move spaces to persons-display
           move persons-edited to persons-display
           move hi-persons-variance to variance-edited
           move hi-each-variance to each-variance-edited
           move spaces to release-report-line
           if rd-decision = "R"
               string "RELEASED " delimited by size
                   hi-country-code delimited by size
                   " " delimited by size
                   function trim(persons-display) delimited by size
                   " PERSONS  PERSONS " delimited by size
                   function trim(variance-edited) delimited by size
                   "% EACH " delimited by size
                   function trim(each-variance-edited)
                       delimited by size
                   "%  BY " delimited by size
                   hi-decided-user delimited by size
                   into release-report-line
                   on overflow
                       perform note-string-overflow thru
                           note-string-overflow-exit
               end-string
           else
               string "REFUSED  " delimited by size
                   hi-country-code delimited by size
                   " " delimited by size
                   function trim(persons-display) delimited by size
                   " PERSONS  PERSONS " delimited by size
                   function trim(variance-edited) delimited by size
                   "% EACH " delimited by size
                   function trim(each-variance-edited)
                       delimited by size
                   "%  BY " delimited by size
                   hi-decided-user delimited by size
                   into release-report-line
                   on overflow
                       perform note-string-overflow thru
                           note-string-overflow-exit
               end-string
           end-if
           write release-report-line.
       write-decision-line-exit.
           exit.

       write-not-applied-line.
           add 1 to decisions-rejected-count
           if program-return-code < 8
               move 8 to program-return-code
           end-if
           move spaces to release-report-line
           string "NOT APPLIED " delimited by size
               rd-feed-date delimited by size
               " " delimited by size
               rd-country-code delimited by size
               " " delimited by size
               rd-decision delimited by size
               " " delimited by size
               rd-user-id delimited by size
               " - " delimited by size
               function trim(decision-reason) delimited by size
               into release-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write release-report-line.
       write-not-applied-line-exit.
           exit.

      *> whatever is still held for any date is listed, oldest feed
      *> date first as the file holds them, so nothing waits unseen.
       list-still-held.
           move he-record(held-subscript) to held-items-record
           if hi-status not = "H"
               go to list-still-held-exit
           end-if
           add 1 to still-held-count
           move hi-persons-variance to variance-edited
           move hi-each-variance to each-variance-edited
           move spaces to release-report-line
           string "STILL HELD " delimited by size
               hi-feed-date delimited by size
               " " delimited by size
               hi-country-code delimited by size
               "  PERSONS " delimited by size
               function trim(variance-edited) delimited by size
               "% EACH " delimited by size
               function trim(each-variance-edited) delimited by size
               "%  SOURCE " delimited by size
               hi-source-system delimited by size
               into release-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write release-report-line.
       list-still-held-exit.
           exit.

      *> ***************************************************************
      *> the held items back out whole, less any decided entry past
      *> its retention.
      *> ***************************************************************
       rewrite-held-items.
           open output held-items
           move held-items-status to current-open-status
           move "HELD-ITEMS" to current-open-file-name
           perform check-open-status thru check-open-status-exit
           if program-return-code = 16
               go to rewrite-held-items-exit
           end-if
           perform write-one-held-item thru write-one-held-item-exit
               varying held-subscript from 1 by 1
               until held-subscript > held-count
           close held-items.
       rewrite-held-items-exit.
           exit.

       write-one-held-item.
           move he-record(held-subscript) to held-items-record
           if hi-status not = "H"
               and hi-decided-date < retention-date
               add 1 to items-dropped-count
               go to write-one-held-item-exit
           end-if
           write held-items-record.
       write-one-held-item-exit.
           exit.

       write-report-trailer.
           move spaces to release-report-line
           write release-report-line
           move decisions-read-count to count-edited
           move spaces to count-display-a
           move count-edited to count-display-a
           move decisions-rejected-count to count-edited
           move spaces to count-display-b
           move count-edited to count-display-b
           move spaces to release-report-line
           string "DECISIONS READ: " delimited by size
               function trim(count-display-a) delimited by size
               "  NOT APPLIED: " delimited by size
               function trim(count-display-b) delimited by size
               into release-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write release-report-line
           move released-count to count-edited
           move spaces to count-display-a
           move count-edited to count-display-a
           move refused-count to count-edited
           move spaces to count-display-b
           move count-edited to count-display-b
           move still-held-count to count-edited
           move spaces to count-display-c
           move count-edited to count-display-c
           move spaces to release-report-line
           string "RELEASED: " delimited by size
               function trim(count-display-a) delimited by size
               "  REFUSED: " delimited by size
               function trim(count-display-b) delimited by size
               "  STILL HELD: " delimited by size
               function trim(count-display-c) delimited by size
               into release-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write release-report-line
           move items-dropped-count to count-edited
           move spaces to count-display-a
           move count-edited to count-display-a
           move spaces to release-report-line
           string "DECIDED ITEMS PAST RETENTION DROPPED: "
               delimited by size
               function trim(count-display-a) delimited by size
               into release-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write release-report-line
           if released-count > zero
               move spaces to release-report-line
               string "RELFEED READY - POST WITH RUNPARM C "
                   delimited by size
                   release-date delimited by size
                   " AND RELFEED AS REJFEED" delimited by size
                   into release-report-line
                   on overflow
                       perform note-string-overflow thru
                           note-string-overflow-exit
               end-string
               write release-report-line
           end-if
           move program-return-code to program-return-code-display
           move spaces to release-report-line
           string "RETURN CODE " delimited by size
               program-return-code-display delimited by size
               into release-report-line
               on overflow
                   perform note-string-overflow thru
                       note-string-overflow-exit
           end-string
           write release-report-line.
       write-report-trailer-exit.
           exit.

       terminate-run.
           close release-params
           close release-decisions
           close release-feed
           close release-report.
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
           move "HELDREL" to bl-step-name
           move run-date to bl-run-date
           move decisions-read-count to bl-records-in
           move released-count to bl-records-out
           move "STILLHLD" to bl-control-name
           move still-held-count to bl-control-count
           move run-date to bl-start-date
           move run-time to bl-start-time
           move ledger-end-date to bl-end-date
           move ledger-end-time to bl-end-time
           move program-return-code to bl-return-code
           write batch-ledger-record
           close batch-ledger.
       write-step-ledger-exit.
           exit.

       end program heldrel.
