identification division.
program-id. repair-desk-report.

*> Weekly repair-desk activity report. reject-repair.cbl writes
*> every entry the desk works to the repair history (REPRHIST /
*> repair-history.dat, see repair-history-record.cpy) - the reject
*> as it was loaded, the image released, the operator, and for a
*> deletion the reason code. This program reports one week of it
*> for data control's supervisor and for audit:
*>
*>   - corrections (CORRECT), unchanged releases (RELEASE) and
*>     deletions (DELETE) by operator and by the reject's original
*>     reason code,
*>   - how long the items sat before they were worked - days from
*>     the reject's file date to the day the desk worked it,
*>     averaged and at worst, and bucketed the way reject-aging.cbl
*>     buckets the queue (a zero-dated reject is a correction that
*>     had already fallen back out of a resubmission, so it has no
*>     original date left and is counted UNDATED),
*>   - how many of the week's corrections and releases the batch
*>     re-rejected: a released image that turns up again as a
*>     zero-dated reject, either worked again later on the history
*>     or still waiting on the reject queue,
*>   - every deletion listed in full - when, who, why, and the
*>     reading that was dropped - which is the question the
*>     auditors ask,
*>   - deletions by deletion reason.
*>
*> The week is the seven days ending on the date given as the first
*> command-line token (YYYYMMDD, default today), e.g.
*> "repair-desk-report 20260614". Read only; the return code is 0.
*>
*> REPRHIST/REJFILE/DESKRPT are DD-name style ASSIGN targets
*> resolved from DD_REPRHIST/DD_REJFILE/DD_DESKRPT, defaulted to
*> repair-history.dat, reject-readings.dat and
*> repair-desk-report.dat, matching the other programs' DD
*> handling.

environment division.
input-output section.
file-control.
    select ws-repair-history-file assign to REPRHIST
        organization is line sequential
        file status is ws-repair-history-file-status.
    select ws-reject-file assign to REJFILE
        organization is line sequential
        file status is ws-reject-file-status.
    select ws-report-file assign to DESKRPT
        organization is line sequential.

data division.
file section.
fd  ws-repair-history-file.
copy "repair-history-record.cpy".

fd  ws-reject-file.
copy "reject-record.cpy".

fd  ws-report-file.
01  ws-report-line            pic x(100).

working-storage section.
01 ws-repair-history-file-status pic xx.
01 ws-reject-file-status      pic xx.

01 ws-eof-flag                pic x value "N".
   88 ws-end-of-file           value "Y".
01 ws-history-found-flag      pic x value "N".
   88 ws-history-found         value "Y".

01 ws-cmd-line                pic x(80).
01 ws-date-text               pic x(12).

01 ws-today                   pic 9(8).
01 ws-week-end                pic 9(8).
01 ws-week-start              pic 9(8).
01 ws-week-end-integer        pic 9(8).
01 ws-action-date             pic 9(8).
01 ws-action-integer          pic 9(8).
01 ws-record-integer          pic 9(8).

*> The week's worked entries, as read from the history. wk-age is
*> -1 for an undated (zero file date) reject.
01 ws-week-table.
   03 ws-week-entry occurs 2000 times.
      05 wk-action            pic x(8).
      05 wk-datetime          pic x(17).
      05 wk-operator          pic x(8).
      05 wk-orig-reason       pic x(4).
      05 wk-delete-reason     pic x(4).
      05 wk-orig-reading      pic x(20).
      05 wk-orig-file-date    pic 9(8).
      05 wk-orig-source       pic x(8).
      05 wk-corrected-reading pic x(20).
      05 wk-age               pic s9(5).
      05 wk-rereject-flag     pic x.
         88 wk-rerejected      value "Y".
01 ws-week-count              pic s9(4) comp value 0.
01 ws-week-sub                pic s9(4) comp.
01 ws-week-overflow           pic 9(9) value 0.

*> Tallies by operator, by original reject reason and by deletion
*> reason, keyed by whatever codes actually occur in the week.
01 ws-operator-tally-table.
   03 ws-operator-tally occurs 30 times.
      05 ot-operator          pic x(8).
      05 ot-corrected         pic 9(9).
      05 ot-released          pic 9(9).
      05 ot-deleted           pic 9(9).
      05 ot-dated             pic 9(9).
      05 ot-age-total         pic 9(9).
      05 ot-age-max           pic 9(5).
      05 ot-undated           pic 9(9).
      05 ot-rerejected        pic 9(9).
01 ws-operator-entries        pic s9(4) comp value 0.
01 ws-reason-tally-table.
   03 ws-reason-tally occurs 20 times.
      05 rt-reason            pic x(4).
      05 rt-corrected         pic 9(9).
      05 rt-released          pic 9(9).
      05 rt-deleted           pic 9(9).
      05 rt-dated             pic 9(9).
      05 rt-age-total         pic 9(9).
      05 rt-age-max           pic 9(5).
      05 rt-undated           pic 9(9).
      05 rt-rerejected        pic 9(9).
01 ws-reason-entries          pic s9(4) comp value 0.
01 ws-delete-tally-table.
   03 ws-delete-tally occurs 10 times.
      05 dt-reason            pic x(4).
      05 dt-count             pic 9(9).
01 ws-delete-entries          pic s9(4) comp value 0.
01 ws-scan-sub                pic s9(4) comp.
01 ws-found-flag              pic x.
   88 ws-found                 value "Y".

01 ws-total-corrected         pic 9(9) value 0.
01 ws-total-released          pic 9(9) value 0.
01 ws-total-deleted           pic 9(9) value 0.
01 ws-total-rerejected        pic 9(9) value 0.
01 ws-bucket-0-2              pic 9(9) value 0.
01 ws-bucket-3-7              pic 9(9) value 0.
01 ws-bucket-8-14             pic 9(9) value 0.
01 ws-bucket-15-up            pic 9(9) value 0.
01 ws-bucket-undated          pic 9(9) value 0.

*> One tally line's figures, shared by the operator and reason
*> sections.
01 ws-line-key                pic x(8).
01 ws-line-corrected          pic 9(9).
01 ws-line-released           pic 9(9).
01 ws-line-deleted            pic 9(9).
01 ws-line-dated              pic 9(9).
01 ws-line-age-total          pic 9(9).
01 ws-line-age-max            pic 9(5).
01 ws-line-undated            pic 9(9).
01 ws-line-rerejected         pic 9(9).
01 ws-average-days            pic 9(5)v9.

01 ws-count-edited            pic zzz,zz9.
01 ws-count-edited-2          pic zzz,zz9.
01 ws-count-edited-3          pic zzz,zz9.
01 ws-count-edited-4          pic zzz,zz9.
01 ws-count-edited-5          pic zzz,zz9.
01 ws-average-edited          pic z,zz9.9.
01 ws-age-edited              pic zz,zz9.

01 ws-dd-name                 pic x(20).
01 ws-dd-default-value        pic x(80).
01 ws-dd-current-value        pic x(80).

procedure division.
main-logic.
    accept ws-today from date yyyymmdd
    perform set-default-dd-names

    move ws-today to ws-week-end
    accept ws-cmd-line from command-line
    move spaces to ws-date-text
    unstring ws-cmd-line delimited by all spaces
        into ws-date-text
    end-unstring
    if ws-date-text not = spaces
        if ws-date-text(1:8) is numeric
                and ws-date-text(9:4) = spaces
            move ws-date-text(1:8) to ws-week-end
        else
            display "Week-ending date '" function trim(ws-date-text)
                "' is not YYYYMMDD - using today."
        end-if
    end-if
    compute ws-week-end-integer =
        function integer-of-date(ws-week-end)
    compute ws-week-start =
        function date-of-integer(ws-week-end-integer - 6)

    perform load-week-entries
    if ws-history-found
        perform find-later-rerejects
        perform find-queued-rerejects
        perform tally-week-entries
    end-if

    open output ws-report-file
    move spaces to ws-report-line
    string "REPAIR DESK ACTIVITY REPORT   WEEK " delimited by size
           ws-week-start delimited by size
           " - " delimited by size
           ws-week-end delimited by size
           "   RUN DATE: " delimited by size
           ws-today delimited by size
           into ws-report-line
    end-string
    write ws-report-line
    move spaces to ws-report-line
    write ws-report-line

    if not ws-history-found
        move "*** NO REPAIR HISTORY ON FILE ***" to ws-report-line
        write ws-report-line
    else
        if ws-week-count = 0
            move "*** NO REPAIR DESK ACTIVITY IN THE WEEK ***"
                to ws-report-line
            write ws-report-line
        else
            perform write-operator-section
            perform write-reason-section
            perform write-age-section
            perform write-deletion-section
            perform write-week-totals
        end-if
    end-if

    close ws-report-file
    display "Repair desk report: " ws-total-corrected
        " corrected, " ws-total-released " released, "
        ws-total-deleted " deleted, " ws-total-rerejected
        " re-rejected."
    goback.

set-default-dd-names.
    move "DD_REPRHIST" to ws-dd-name
    move "repair-history.dat" to ws-dd-default-value
    perform default-one-dd-name

    move "DD_REJFILE" to ws-dd-name
    move "reject-readings.dat" to ws-dd-default-value
    perform default-one-dd-name

    move "DD_DESKRPT" to ws-dd-name
    move "repair-desk-report.dat" to ws-dd-default-value
    perform default-one-dd-name.

default-one-dd-name.
    move spaces to ws-dd-current-value
    accept ws-dd-current-value from environment ws-dd-name
    if ws-dd-current-value = spaces
        display ws-dd-name upon environment-name
        display ws-dd-default-value upon environment-value
    end-if.

load-week-entries.
    move "N" to ws-history-found-flag
    move 0 to ws-week-count
    move "N" to ws-eof-flag
    open input ws-repair-history-file
    if ws-repair-history-file-status not = "00"
        display "Repair history not available (status="
            ws-repair-history-file-status ")."
    else
        set ws-history-found to true
        perform until ws-end-of-file
            read ws-repair-history-file
                at end
                    set ws-end-of-file to true
                not at end
                    move rp-action-datetime(1:8) to ws-action-date
                    if ws-action-date >= ws-week-start
                            and ws-action-date <= ws-week-end
                        perform keep-week-entry
                    end-if
            end-read
        end-perform
        close ws-repair-history-file
    end-if
    move "N" to ws-eof-flag
    if ws-week-overflow > 0
        display "Week table full - " ws-week-overflow
            " history record(s) past the first 2000 not reported."
    end-if.

keep-week-entry.
    if ws-week-count >= 2000
        add 1 to ws-week-overflow
    else
        add 1 to ws-week-count
        move rp-action to wk-action(ws-week-count)
        move rp-action-datetime to wk-datetime(ws-week-count)
        move rp-operator to wk-operator(ws-week-count)
        move rp-orig-reason to wk-orig-reason(ws-week-count)
        move rp-delete-reason to wk-delete-reason(ws-week-count)
        move rp-orig-reading to wk-orig-reading(ws-week-count)
        move rp-orig-file-date to wk-orig-file-date(ws-week-count)
        move rp-orig-source-system to wk-orig-source(ws-week-count)
        move rp-corrected-reading
            to wk-corrected-reading(ws-week-count)
        move "N" to wk-rereject-flag(ws-week-count)
        if rp-orig-file-date = 0
            move -1 to wk-age(ws-week-count)
        else
            compute ws-action-integer =
                function integer-of-date(ws-action-date)
            compute ws-record-integer =
                function integer-of-date(rp-orig-file-date)
            compute wk-age(ws-week-count) =
                ws-action-integer - ws-record-integer
            if wk-age(ws-week-count) < 0
                move 0 to wk-age(ws-week-count)
            end-if
        end-if
    end-if.

find-later-rerejects.
    *> A correction the batch rejected again comes back on the queue
    *> zero-dated, carrying the image the desk released; if the desk
    *> has since worked it, it is on the history as an original.
    move "N" to ws-eof-flag
    open input ws-repair-history-file
    if ws-repair-history-file-status = "00"
        perform until ws-end-of-file
            read ws-repair-history-file
                at end
                    set ws-end-of-file to true
                not at end
                    if rp-orig-file-date = 0
                        perform match-later-history-record
                    end-if
            end-read
        end-perform
        close ws-repair-history-file
    end-if
    move "N" to ws-eof-flag.

match-later-history-record.
    perform varying ws-week-sub from 1 by 1
            until ws-week-sub > ws-week-count
        if wk-action(ws-week-sub) not = "DELETE"
                and not wk-rerejected(ws-week-sub)
                and wk-corrected-reading(ws-week-sub) = rp-orig-reading
                and wk-datetime(ws-week-sub) < rp-action-datetime
            set wk-rerejected(ws-week-sub) to true
        end-if
    end-perform.

find-queued-rerejects.
    move "N" to ws-eof-flag
    open input ws-reject-file
    if ws-reject-file-status = "00"
        perform until ws-end-of-file
            read ws-reject-file
                at end
                    set ws-end-of-file to true
                not at end
                    if rej-file-date = 0
                        perform match-queued-reject
                    end-if
            end-read
        end-perform
        close ws-reject-file
    end-if
    move "N" to ws-eof-flag.

match-queued-reject.
    perform varying ws-week-sub from 1 by 1
            until ws-week-sub > ws-week-count
        if wk-action(ws-week-sub) not = "DELETE"
                and not wk-rerejected(ws-week-sub)
                and wk-corrected-reading(ws-week-sub)
                    = ws-reject-record(1:20)
            set wk-rerejected(ws-week-sub) to true
        end-if
    end-perform.

tally-week-entries.
    perform varying ws-week-sub from 1 by 1
            until ws-week-sub > ws-week-count
        perform tally-operator
        perform tally-reason
        evaluate wk-action(ws-week-sub)
            when "CORRECT"
                add 1 to ws-total-corrected
            when "RELEASE"
                add 1 to ws-total-released
            when "DELETE"
                add 1 to ws-total-deleted
                perform tally-delete-reason
        end-evaluate
        if wk-rerejected(ws-week-sub)
            add 1 to ws-total-rerejected
        end-if
        evaluate true
            when wk-age(ws-week-sub) < 0
                add 1 to ws-bucket-undated
            when wk-age(ws-week-sub) <= 2
                add 1 to ws-bucket-0-2
            when wk-age(ws-week-sub) <= 7
                add 1 to ws-bucket-3-7
            when wk-age(ws-week-sub) <= 14
                add 1 to ws-bucket-8-14
            when other
                add 1 to ws-bucket-15-up
        end-evaluate
    end-perform.

tally-operator.
    move "N" to ws-found-flag
    perform varying ws-scan-sub from 1 by 1
            until ws-scan-sub > ws-operator-entries or ws-found
        if ot-operator(ws-scan-sub) = wk-operator(ws-week-sub)
            set ws-found to true
        end-if
    end-perform
    if ws-found
        subtract 1 from ws-scan-sub
    else
        if ws-operator-entries < 30
            add 1 to ws-operator-entries
            move ws-operator-entries to ws-scan-sub
            initialize ws-operator-tally(ws-scan-sub)
            move wk-operator(ws-week-sub) to ot-operator(ws-scan-sub)
            set ws-found to true
        end-if
    end-if
    if ws-found
        evaluate wk-action(ws-week-sub)
            when "CORRECT"
                add 1 to ot-corrected(ws-scan-sub)
            when "RELEASE"
                add 1 to ot-released(ws-scan-sub)
            when "DELETE"
                add 1 to ot-deleted(ws-scan-sub)
        end-evaluate
        if wk-age(ws-week-sub) < 0
            add 1 to ot-undated(ws-scan-sub)
        else
            add 1 to ot-dated(ws-scan-sub)
            add wk-age(ws-week-sub) to ot-age-total(ws-scan-sub)
            if wk-age(ws-week-sub) > ot-age-max(ws-scan-sub)
                move wk-age(ws-week-sub) to ot-age-max(ws-scan-sub)
            end-if
        end-if
        if wk-rerejected(ws-week-sub)
            add 1 to ot-rerejected(ws-scan-sub)
        end-if
    end-if.

tally-reason.
    move "N" to ws-found-flag
    perform varying ws-scan-sub from 1 by 1
            until ws-scan-sub > ws-reason-entries or ws-found
        if rt-reason(ws-scan-sub) = wk-orig-reason(ws-week-sub)
            set ws-found to true
        end-if
    end-perform
    if ws-found
        subtract 1 from ws-scan-sub
    else
        if ws-reason-entries < 20
            add 1 to ws-reason-entries
            move ws-reason-entries to ws-scan-sub
            initialize ws-reason-tally(ws-scan-sub)
            move wk-orig-reason(ws-week-sub) to rt-reason(ws-scan-sub)
            set ws-found to true
        end-if
    end-if
    if ws-found
        evaluate wk-action(ws-week-sub)
            when "CORRECT"
                add 1 to rt-corrected(ws-scan-sub)
            when "RELEASE"
                add 1 to rt-released(ws-scan-sub)
            when "DELETE"
                add 1 to rt-deleted(ws-scan-sub)
        end-evaluate
        if wk-age(ws-week-sub) < 0
            add 1 to rt-undated(ws-scan-sub)
        else
            add 1 to rt-dated(ws-scan-sub)
            add wk-age(ws-week-sub) to rt-age-total(ws-scan-sub)
            if wk-age(ws-week-sub) > rt-age-max(ws-scan-sub)
                move wk-age(ws-week-sub) to rt-age-max(ws-scan-sub)
            end-if
        end-if
        if wk-rerejected(ws-week-sub)
            add 1 to rt-rerejected(ws-scan-sub)
        end-if
    end-if.

tally-delete-reason.
    move "N" to ws-found-flag
    perform varying ws-scan-sub from 1 by 1
            until ws-scan-sub > ws-delete-entries or ws-found
        if dt-reason(ws-scan-sub) = wk-delete-reason(ws-week-sub)
            set ws-found to true
            add 1 to dt-count(ws-scan-sub)
        end-if
    end-perform
    if not ws-found and ws-delete-entries < 10
        add 1 to ws-delete-entries
        move wk-delete-reason(ws-week-sub)
            to dt-reason(ws-delete-entries)
        move 1 to dt-count(ws-delete-entries)
    end-if.

write-operator-section.
    move "WORKED BY OPERATOR:" to ws-report-line
    write ws-report-line
    perform write-tally-heading
    perform varying ws-scan-sub from 1 by 1
            until ws-scan-sub > ws-operator-entries
        move ot-operator(ws-scan-sub) to ws-line-key
        move ot-corrected(ws-scan-sub) to ws-line-corrected
        move ot-released(ws-scan-sub) to ws-line-released
        move ot-deleted(ws-scan-sub) to ws-line-deleted
        move ot-dated(ws-scan-sub) to ws-line-dated
        move ot-age-total(ws-scan-sub) to ws-line-age-total
        move ot-age-max(ws-scan-sub) to ws-line-age-max
        move ot-undated(ws-scan-sub) to ws-line-undated
        move ot-rerejected(ws-scan-sub) to ws-line-rerejected
        perform write-tally-line
    end-perform.

write-reason-section.
    move spaces to ws-report-line
    write ws-report-line
    move "WORKED BY ORIGINAL REJECT REASON:" to ws-report-line
    write ws-report-line
    perform write-tally-heading
    perform varying ws-scan-sub from 1 by 1
            until ws-scan-sub > ws-reason-entries
        move rt-reason(ws-scan-sub) to ws-line-key
        move rt-corrected(ws-scan-sub) to ws-line-corrected
        move rt-released(ws-scan-sub) to ws-line-released
        move rt-deleted(ws-scan-sub) to ws-line-deleted
        move rt-dated(ws-scan-sub) to ws-line-dated
        move rt-age-total(ws-scan-sub) to ws-line-age-total
        move rt-age-max(ws-scan-sub) to ws-line-age-max
        move rt-undated(ws-scan-sub) to ws-line-undated
        move rt-rerejected(ws-scan-sub) to ws-line-rerejected
        perform write-tally-line
    end-perform.

write-tally-heading.
    move spaces to ws-report-line
    string "  KEY     CORRECTED RELEASED  DELETED  AVG DAYS"
           "  MAX DAYS  UNDATED  RE-REJECTED" delimited by size
           into ws-report-line
    end-string
    write ws-report-line.

write-tally-line.
    move ws-line-corrected to ws-count-edited
    move ws-line-released to ws-count-edited-2
    move ws-line-deleted to ws-count-edited-3
    move ws-line-undated to ws-count-edited-4
    move ws-line-rerejected to ws-count-edited-5
    if ws-line-dated > 0
        compute ws-average-days rounded =
            ws-line-age-total / ws-line-dated
    else
        move 0 to ws-average-days
    end-if
    move ws-average-days to ws-average-edited
    move ws-line-age-max to ws-age-edited
    move spaces to ws-report-line
    string "  " delimited by size
           ws-line-key delimited by size
           "  " delimited by size
           ws-count-edited delimited by size
           "  " delimited by size
           ws-count-edited-2 delimited by size
           "  " delimited by size
           ws-count-edited-3 delimited by size
           "   " delimited by size
           ws-average-edited delimited by size
           "    " delimited by size
           ws-age-edited delimited by size
           "  " delimited by size
           ws-count-edited-4 delimited by size
           "      " delimited by size
           ws-count-edited-5 delimited by size
           into ws-report-line
    end-string
    write ws-report-line.

write-age-section.
    move spaces to ws-report-line
    write ws-report-line
    move "TIME IN THE QUEUE BEFORE IT WAS WORKED:" to ws-report-line
    write ws-report-line

    move ws-bucket-0-2 to ws-count-edited
    move spaces to ws-report-line
    string "  0 -  2 DAYS : " delimited by size
           ws-count-edited delimited by size
           into ws-report-line
    end-string
    write ws-report-line

    move ws-bucket-3-7 to ws-count-edited
    move spaces to ws-report-line
    string "  3 -  7 DAYS : " delimited by size
           ws-count-edited delimited by size
           into ws-report-line
    end-string
    write ws-report-line

    move ws-bucket-8-14 to ws-count-edited
    move spaces to ws-report-line
    string "  8 - 14 DAYS : " delimited by size
           ws-count-edited delimited by size
           into ws-report-line
    end-string
    write ws-report-line

    move ws-bucket-15-up to ws-count-edited
    move spaces to ws-report-line
    string "  15+    DAYS : " delimited by size
           ws-count-edited delimited by size
           into ws-report-line
    end-string
    write ws-report-line

    if ws-bucket-undated > 0
        move ws-bucket-undated to ws-count-edited
        move spaces to ws-report-line
        string "  UNDATED ....: " delimited by size
               ws-count-edited delimited by size
               " (RE-REJECTED CORRECTIONS)" delimited by size
               into ws-report-line
        end-string
        write ws-report-line
    end-if.

write-deletion-section.
    move spaces to ws-report-line
    write ws-report-line
    if ws-total-deleted = 0
        move "DELETIONS: NONE IN THE WEEK" to ws-report-line
        write ws-report-line
    else
        move "DELETIONS:" to ws-report-line
        write ws-report-line
        move spaces to ws-report-line
        string "  WORKED            OPERATOR WHY  SITE UNIT DIR"
               " VALUE     REJ   FILE-DATE SOURCE" delimited by size
               into ws-report-line
        end-string
        write ws-report-line
        perform varying ws-week-sub from 1 by 1
                until ws-week-sub > ws-week-count
            if wk-action(ws-week-sub) = "DELETE"
                perform write-deletion-line
            end-if
        end-perform

        move spaces to ws-report-line
        write ws-report-line
        move "DELETIONS BY REASON:" to ws-report-line
        write ws-report-line
        perform varying ws-scan-sub from 1 by 1
                until ws-scan-sub > ws-delete-entries
            move dt-count(ws-scan-sub) to ws-count-edited
            move spaces to ws-report-line
            string "  " delimited by size
                   dt-reason(ws-scan-sub) delimited by size
                   " : " delimited by size
                   ws-count-edited delimited by size
                   into ws-report-line
            end-string
            write ws-report-line
        end-perform
    end-if.

write-deletion-line.
    move spaces to ws-report-line
    string "  " delimited by size
           wk-datetime(ws-week-sub) delimited by size
           " " delimited by size
           wk-operator(ws-week-sub) delimited by size
           " " delimited by size
           wk-delete-reason(ws-week-sub) delimited by size
           " " delimited by size
           wk-orig-reading(ws-week-sub)(1:4) delimited by size
           " " delimited by size
           wk-orig-reading(ws-week-sub)(5:4) delimited by size
           " " delimited by size
           wk-orig-reading(ws-week-sub)(9:3) delimited by size
           " " delimited by size
           wk-orig-reading(ws-week-sub)(12:9) delimited by size
           " " delimited by size
           wk-orig-reason(ws-week-sub) delimited by size
           "  " delimited by size
           wk-orig-file-date(ws-week-sub) delimited by size
           " " delimited by size
           wk-orig-source(ws-week-sub) delimited by size
           into ws-report-line
    end-string
    write ws-report-line.

write-week-totals.
    move spaces to ws-report-line
    write ws-report-line
    move ws-total-corrected to ws-count-edited
    move ws-total-released to ws-count-edited-2
    move ws-total-deleted to ws-count-edited-3
    move ws-total-rerejected to ws-count-edited-5
    move spaces to ws-report-line
    string "WEEK TOTAL: " delimited by size
           ws-count-edited delimited by size
           " CORRECTED " delimited by size
           ws-count-edited-2 delimited by size
           " RELEASED " delimited by size
           ws-count-edited-3 delimited by size
           " DELETED " delimited by size
           ws-count-edited-5 delimited by size
           " RE-REJECTED" delimited by size
           into ws-report-line
    end-string
    write ws-report-line.
