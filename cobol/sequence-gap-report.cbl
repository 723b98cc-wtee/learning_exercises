identification division.
program-id. sequence-gap-report.

*> Reading sequence gap report. Every FEETIN detail carries the
*> source system's own reading sequence (cols 21-26), and the batch
*> keeps the rolling recent-readings reference (RECENTRD /
*> recent-readings.dat: site, sequence, file date) to catch a
*> reading sent twice. Nothing caught a reading never sent at all:
*> a source that skips 004411-004419 still transmits a group whose
*> own count and hash balance. This program follows each site's
*> sequence numbers across file dates:
*>
*>   - the recent-readings reference is sorted by site and
*>     sequence, and every sequence above the site's high-water
*>     mark (kept on the gap file) advances it - a jump past the
*>     next number opens a gap for the numbers skipped,
*>   - a sequence that lands inside an open gap is a late arrival:
*>     the gap narrows (or splits, or closes) and the arrival is
*>     listed with how many days late it came - within the late
*>     window it is the ordinary "sent it the next day" case,
*>     after it the reading was lost long enough to matter,
*>   - every gap still open is aged from the file date that
*>     exposed it: PENDING while a late arrival could still fill
*>     it, MISSING once the late window has passed, ESCALATE past
*>     the escalation age,
*>   - RC=8 when any open gap has crossed the escalation age, the
*>     same way reject-aging.cbl escalates, so the morning stream
*>     pages on readings a site numbered but never sent.
*>
*> The gap file (SEQGAP / sequence-gaps.dat, see
*> sequence-gap-record.cpy) holds each site's high-water mark and
*> its gaps, and is rewritten in full every run; a closed gap stays
*> on it for ws-closed-retention days so the fill shows, then drops
*> off. Rerunning the report the same morning changes nothing - a
*> sequence at or below the high-water mark and outside every open
*> gap has already been accounted for. A site met for the first
*> time starts its mark at its lowest sequence on the reference.
*> The file is only ever rewritten from tables that hold all of it:
*> a gap file with more sites or gaps than the tables hold, or a
*> table that fills during the run, ends RC=16 with the file left
*> as it was - a site dropped from it would restart at its lowest
*> sequence next run and hide its real gaps.
*>
*> Only readings that reached the batch's duplicate check are on
*> the reference: a record rejected as malformed or for its site
*> never registers its sequence, and shows here as missing until
*> the source sends it again - which is exactly the follow-up data
*> control would make anyway.
*>
*> The late window in days is the first command-line token (default
*> 3), the escalation age the second (default 7), e.g.
*> "sequence-gap-report 3 7".
*>
*> RECENTRD/SEQGAP/GAPRPT are DD-name style ASSIGN targets resolved
*> from DD_RECENTRD/DD_SEQGAP/DD_GAPRPT, defaulted to
*> recent-readings.dat, sequence-gaps.dat and
*> sequence-gap-report.dat, matching the other programs' DD
*> handling.

environment division.
input-output section.
file-control.
    select ws-recent-readings-file assign to RECENTRD
        organization is line sequential
        file status is ws-recent-readings-file-status.
    select ws-gap-file assign to SEQGAP
        organization is line sequential
        file status is ws-gap-file-status.
    select ws-report-file assign to GAPRPT
        organization is line sequential.
    select ws-sort-file assign to "SORTWK".

data division.
file section.
fd  ws-recent-readings-file.
01  ws-recent-readings-record pic x(18).

fd  ws-gap-file.
copy "sequence-gap-record.cpy".

fd  ws-report-file.
01  ws-report-line            pic x(100).

sd  ws-sort-file.
01  ws-sort-record.
    05  ws-sort-site          pic x(4).
    05  ws-sort-sequence      pic x(6).
    05  ws-sort-file-date     pic x(8).

working-storage section.
01 ws-recent-readings-file-status pic xx.
01 ws-gap-file-status         pic xx.

01 ws-eof-flag                pic x value "N".
   88 ws-end-of-file           value "Y".
01 ws-sort-eof-flag           pic x value "N".
   88 ws-sort-end-of-file      value "Y".
01 ws-gap-file-ok-flag        pic x value "N".
   88 ws-gap-file-ok           value "Y".
01 ws-table-full-flag         pic x value "N".
   88 ws-table-full            value "Y".

01 ws-cmd-line                pic x(80).
01 ws-late-text               pic x(10).
01 ws-escalation-text         pic x(10).
01 ws-late-days               pic 9(4) value 3.
01 ws-escalation-days         pic 9(4) value 7.
01 ws-closed-retention        pic 9(4) value 30.

01 ws-today                   pic 9(8).
01 ws-today-integer           pic 9(8).
01 ws-date-integer            pic 9(8).
01 ws-age-days                pic s9(5).

*> High-water mark per site.
01 ws-mark-table.
   03 ws-mark-entry occurs 50 times.
      05 mk-site              pic x(4).
      05 mk-high-seq          pic 9(6).
      05 mk-high-date         pic 9(8).
      05 mk-open-gaps         pic 9(5).
      05 mk-missing           pic 9(9).
01 ws-mark-count              pic s9(4) comp value 0.
01 ws-mark-sub                pic s9(4) comp.
01 ws-mark-hit-sub            pic s9(4) comp.

*> Every gap on file, open or recently closed, plus those opened
*> tonight.
01 ws-gap-table.
   03 ws-gap-entry occurs 1000 times.
      05 gt-site              pic x(4).
      05 gt-from-seq          pic 9(6).
      05 gt-to-seq            pic 9(6).
      05 gt-status            pic x.
      05 gt-detected-date     pic 9(8).
      05 gt-closed-date       pic 9(8).
      05 gt-late-count        pic 9(6).
01 ws-gap-count               pic s9(4) comp value 0.
01 ws-gap-sub                 pic s9(4) comp.
01 ws-gap-hit-sub             pic s9(4) comp.

*> The reading off the sorted reference being considered.
01 ws-entry-site              pic x(4).
01 ws-entry-sequence          pic 9(6).
01 ws-entry-file-date         pic 9(8).

01 ws-new-gap-count           pic 9(9) value 0.
01 ws-late-arrival-count      pic 9(9) value 0.
01 ws-filled-count            pic 9(9) value 0.
01 ws-open-gap-count          pic 9(9) value 0.
01 ws-escalation-count        pic 9(9) value 0.
01 ws-missing-readings        pic 9(9).
01 ws-activity-heading-flag   pic x value "N".
   88 ws-activity-heading      value "Y".
01 ws-gap-state               pic x(8).

01 ws-count-edited            pic zzz,zzz,zz9.
01 ws-age-edited              pic zz,zz9.
01 ws-missing-edited          pic zzz,zz9.

01 ws-dd-name                 pic x(20).
01 ws-dd-default-value        pic x(80).
01 ws-dd-current-value        pic x(80).

procedure division.
main-logic.
    accept ws-today from date yyyymmdd
    compute ws-today-integer = function integer-of-date(ws-today)
    perform set-default-dd-names

    accept ws-cmd-line from command-line
    move spaces to ws-late-text
    move spaces to ws-escalation-text
    unstring ws-cmd-line delimited by all spaces
        into ws-late-text ws-escalation-text
    end-unstring
    if ws-late-text not = spaces
        if function test-numval(ws-late-text) = 0
            compute ws-late-days = function numval(ws-late-text)
        else
            display "Late window '" function trim(ws-late-text)
                "' is not numeric - using the default of 3."
        end-if
    end-if
    if ws-escalation-text not = spaces
        if function test-numval(ws-escalation-text) = 0
            compute ws-escalation-days =
                function numval(ws-escalation-text)
        else
            display "Escalation days '"
                function trim(ws-escalation-text)
                "' is not numeric - using the default of 7."
        end-if
    end-if

    perform load-gap-file
    if not ws-gap-file-ok
        move 16 to return-code
    else
        open output ws-report-file
        perform write-report-heading

        open input ws-recent-readings-file
        if ws-recent-readings-file-status = "00"
            close ws-recent-readings-file
            sort ws-sort-file
                on ascending key ws-sort-site
                on ascending key ws-sort-sequence
                using ws-recent-readings-file
                output procedure is follow-sorted-sequences
        else
            display "Recent-readings reference not available"
                " (status=" ws-recent-readings-file-status
                ") - open gaps aged without new arrivals."
        end-if
        if ws-table-full
            perform write-table-full-verdict
            close ws-report-file
            move 16 to return-code
        else
            if not ws-activity-heading
                move spaces to ws-report-line
                move "NO NEW GAPS OR LATE ARRIVALS THIS RUN."
                    to ws-report-line
                write ws-report-line
            end-if

            perform age-open-gaps
            perform write-site-summary
            perform write-verdict
            close ws-report-file

            perform rewrite-gap-file
        end-if
    end-if
    goback.

set-default-dd-names.
    move "DD_RECENTRD" to ws-dd-name
    move "recent-readings.dat" to ws-dd-default-value
    perform default-one-dd-name

    move "DD_SEQGAP" to ws-dd-name
    move "sequence-gaps.dat" to ws-dd-default-value
    perform default-one-dd-name

    move "DD_GAPRPT" to ws-dd-name
    move "sequence-gap-report.dat" to ws-dd-default-value
    perform default-one-dd-name.

default-one-dd-name.
    move spaces to ws-dd-current-value
    accept ws-dd-current-value from environment ws-dd-name
    if ws-dd-current-value = spaces
        display ws-dd-name upon environment-name
        display ws-dd-default-value upon environment-value
    end-if.

load-gap-file.
    *> A missing gap file is a first run; any other failure leaves
    *> the run refused, since rewriting the file from an empty table
    *> would forget every open gap.
    move 0 to ws-mark-count
    move 0 to ws-gap-count
    move "N" to ws-eof-flag
    open input ws-gap-file
    if ws-gap-file-status = "35"
        set ws-gap-file-ok to true
    else
        if ws-gap-file-status not = "00"
            display "Unable to read the sequence gap file (status="
                ws-gap-file-status ") - report not produced."
        else
            set ws-gap-file-ok to true
            perform until ws-end-of-file or not ws-gap-file-ok
                read ws-gap-file
                    at end
                        set ws-end-of-file to true
                    not at end
                        perform store-gap-file-record
                end-read
            end-perform
            close ws-gap-file
        end-if
    end-if
    move "N" to ws-eof-flag.

store-gap-file-record.
    if sg-high-water
        if ws-mark-count < 50
            add 1 to ws-mark-count
            move sg-site to mk-site(ws-mark-count)
            move sg-to-seq to mk-high-seq(ws-mark-count)
            move sg-detected-date to mk-high-date(ws-mark-count)
            move 0 to mk-open-gaps(ws-mark-count)
            move 0 to mk-missing(ws-mark-count)
        else
            display "Site table is full at site " sg-site
                " - gap file not read in full, report not produced."
            move "N" to ws-gap-file-ok-flag
        end-if
    else
        if ws-gap-count < 1000
            add 1 to ws-gap-count
            move sg-site to gt-site(ws-gap-count)
            move sg-from-seq to gt-from-seq(ws-gap-count)
            move sg-to-seq to gt-to-seq(ws-gap-count)
            move sg-status to gt-status(ws-gap-count)
            move sg-detected-date to gt-detected-date(ws-gap-count)
            move sg-closed-date to gt-closed-date(ws-gap-count)
            move sg-late-count to gt-late-count(ws-gap-count)
        else
            display "Gap table is full at gap " sg-from-seq "-"
                sg-to-seq " of site " sg-site
                " - gap file not read in full, report not produced."
            move "N" to ws-gap-file-ok-flag
        end-if
    end-if.

write-report-heading.
    move spaces to ws-report-line
    string "READING SEQUENCE GAP REPORT   RUN DATE: "
           delimited by size
           ws-today delimited by size
           "   LATE WINDOW: " delimited by size
           ws-late-days delimited by size
           "   ESCALATION AGE: " delimited by size
           ws-escalation-days delimited by size
           " DAY(S)" delimited by size
           into ws-report-line
    end-string
    write ws-report-line
    move spaces to ws-report-line
    write ws-report-line.

follow-sorted-sequences.
    move "N" to ws-sort-eof-flag
    perform until ws-sort-end-of-file
        return ws-sort-file
            at end
                set ws-sort-end-of-file to true
            not at end
                *> Once a table is full the run is refused; the
                *> rest of the sort is only drained.
                if ws-sort-sequence is numeric
                        and ws-sort-sequence not = "000000"
                        and ws-sort-file-date is numeric
                        and not ws-table-full
                    move ws-sort-site to ws-entry-site
                    move ws-sort-sequence to ws-entry-sequence
                    move ws-sort-file-date to ws-entry-file-date
                    perform follow-one-sequence
                end-if
        end-return
    end-perform.

follow-one-sequence.
    move 0 to ws-mark-hit-sub
    perform varying ws-mark-sub from 1 by 1
            until ws-mark-sub > ws-mark-count
        if mk-site(ws-mark-sub) = ws-entry-site
            move ws-mark-sub to ws-mark-hit-sub
        end-if
    end-perform

    if ws-mark-hit-sub = 0
        *> First sighting of the site: its lowest sequence on the
        *> reference starts the mark - there is nothing before it
        *> to call missing.
        if ws-mark-count < 50
            add 1 to ws-mark-count
            move ws-entry-site to mk-site(ws-mark-count)
            move ws-entry-sequence to mk-high-seq(ws-mark-count)
            move ws-entry-file-date to mk-high-date(ws-mark-count)
            move 0 to mk-open-gaps(ws-mark-count)
            move 0 to mk-missing(ws-mark-count)
        else
            display "Site table is full - site " ws-entry-site
                " cannot be followed."
            set ws-table-full to true
        end-if
    else
        if ws-entry-sequence > mk-high-seq(ws-mark-hit-sub)
            if ws-entry-sequence > mk-high-seq(ws-mark-hit-sub) + 1
                perform open-new-gap
            end-if
            move ws-entry-sequence to mk-high-seq(ws-mark-hit-sub)
            move ws-entry-file-date to mk-high-date(ws-mark-hit-sub)
        else
            perform find-open-gap
            if ws-gap-hit-sub > 0
                perform fill-gap-sequence
            end-if
        end-if
    end-if.

open-new-gap.
    if ws-gap-count < 1000
        add 1 to ws-gap-count
        move ws-entry-site to gt-site(ws-gap-count)
        compute gt-from-seq(ws-gap-count) =
            mk-high-seq(ws-mark-hit-sub) + 1
        compute gt-to-seq(ws-gap-count) = ws-entry-sequence - 1
        move "O" to gt-status(ws-gap-count)
        move ws-entry-file-date to gt-detected-date(ws-gap-count)
        move 0 to gt-closed-date(ws-gap-count)
        move 0 to gt-late-count(ws-gap-count)
        add 1 to ws-new-gap-count

        compute ws-missing-readings =
            gt-to-seq(ws-gap-count) - gt-from-seq(ws-gap-count) + 1
        move ws-missing-readings to ws-missing-edited
        perform write-activity-heading
        move spaces to ws-report-line
        string "NEW GAP       " delimited by size
               ws-entry-site delimited by size
               "  " delimited by size
               gt-from-seq(ws-gap-count) delimited by size
               "-" delimited by size
               gt-to-seq(ws-gap-count) delimited by size
               "  " delimited by size
               ws-missing-edited delimited by size
               " MISSING   FILE DATE " delimited by size
               ws-entry-file-date delimited by size
               into ws-report-line
        end-string
        write ws-report-line
    else
        display "Gap table is full - gap before sequence "
            ws-entry-sequence " at site " ws-entry-site
            " cannot be recorded."
        set ws-table-full to true
    end-if.

find-open-gap.
    move 0 to ws-gap-hit-sub
    perform varying ws-gap-sub from 1 by 1
            until ws-gap-sub > ws-gap-count
        if gt-site(ws-gap-sub) = ws-entry-site
                and gt-status(ws-gap-sub) = "O"
                and ws-entry-sequence >= gt-from-seq(ws-gap-sub)
                and ws-entry-sequence <= gt-to-seq(ws-gap-sub)
            move ws-gap-sub to ws-gap-hit-sub
        end-if
    end-perform.

fill-gap-sequence.
    *> A late arrival: the gap narrows from whichever end it hit,
    *> splits when it lands in the middle (the second half keeps
    *> the detected date, so its age runs on), and closes when its
    *> last sequence arrives.
    compute ws-date-integer =
        function integer-of-date(gt-detected-date(ws-gap-hit-sub))
    compute ws-age-days =
        function integer-of-date(ws-entry-file-date)
        - ws-date-integer
    add 1 to gt-late-count(ws-gap-hit-sub)
    add 1 to ws-late-arrival-count

    evaluate true
        when gt-from-seq(ws-gap-hit-sub) = gt-to-seq(ws-gap-hit-sub)
            move "F" to gt-status(ws-gap-hit-sub)
            move ws-entry-file-date to gt-closed-date(ws-gap-hit-sub)
            add 1 to ws-filled-count
        when ws-entry-sequence = gt-from-seq(ws-gap-hit-sub)
            add 1 to gt-from-seq(ws-gap-hit-sub)
        when ws-entry-sequence = gt-to-seq(ws-gap-hit-sub)
            subtract 1 from gt-to-seq(ws-gap-hit-sub)
        when other
            perform split-open-gap
    end-evaluate

    perform write-activity-heading
    move spaces to ws-report-line
    if ws-age-days > ws-late-days
        move "AFTER WINDOW  " to ws-report-line(1:14)
    else
        move "LATE ARRIVAL  " to ws-report-line(1:14)
    end-if
    move ws-age-days to ws-age-edited
    string ws-entry-site delimited by size
           "  " delimited by size
           ws-entry-sequence delimited by size
           "         GAP OF " delimited by size
           gt-detected-date(ws-gap-hit-sub) delimited by size
           " FILLED " delimited by size
           ws-age-edited delimited by size
           " DAY(S) LATE" delimited by size
           into ws-report-line(15:86)
    end-string
    if gt-status(ws-gap-hit-sub) = "F"
        move "- CLOSED" to ws-report-line(85:8)
    end-if
    write ws-report-line.

split-open-gap.
    if ws-gap-count < 1000
        add 1 to ws-gap-count
        move gt-site(ws-gap-hit-sub) to gt-site(ws-gap-count)
        compute gt-from-seq(ws-gap-count) = ws-entry-sequence + 1
        move gt-to-seq(ws-gap-hit-sub) to gt-to-seq(ws-gap-count)
        move "O" to gt-status(ws-gap-count)
        move gt-detected-date(ws-gap-hit-sub)
            to gt-detected-date(ws-gap-count)
        move 0 to gt-closed-date(ws-gap-count)
        move 0 to gt-late-count(ws-gap-count)
        compute gt-to-seq(ws-gap-hit-sub) = ws-entry-sequence - 1
    else
        display "Gap table is full - gap " gt-from-seq(ws-gap-hit-sub)
            "-" gt-to-seq(ws-gap-hit-sub) " at site "
            gt-site(ws-gap-hit-sub) " could not be split."
        set ws-table-full to true
    end-if.

write-activity-heading.
    if not ws-activity-heading
        set ws-activity-heading to true
        move spaces to ws-report-line
        move "NEW GAPS AND LATE ARRIVALS THIS RUN:" to ws-report-line
        write ws-report-line
        move spaces to ws-report-line
        string "EVENT         SITE  SEQUENCE(S)" delimited by size
               into ws-report-line
        end-string
        write ws-report-line
    end-if.

age-open-gaps.
    move spaces to ws-report-line
    write ws-report-line
    move "OPEN GAPS BY AGE (FROM THE FILE DATE THAT EXPOSED THEM):"
        to ws-report-line
    write ws-report-line
    move spaces to ws-report-line
    string "STATE     SITE  SEQUENCES        MISSING  DETECTED"
           "     AGE  LATE-IN" delimited by size
           into ws-report-line
    end-string
    write ws-report-line

    perform varying ws-gap-sub from 1 by 1
            until ws-gap-sub > ws-gap-count
        if gt-status(ws-gap-sub) = "O"
            perform age-one-gap
        end-if
    end-perform
    if ws-open-gap-count = 0
        move spaces to ws-report-line
        move "  NONE - EVERY SEQUENCE NUMBERED HAS ARRIVED."
            to ws-report-line
        write ws-report-line
    end-if.

age-one-gap.
    add 1 to ws-open-gap-count
    compute ws-date-integer =
        function integer-of-date(gt-detected-date(ws-gap-sub))
    compute ws-age-days = ws-today-integer - ws-date-integer
    compute ws-missing-readings =
        gt-to-seq(ws-gap-sub) - gt-from-seq(ws-gap-sub) + 1
    evaluate true
        when ws-age-days > ws-escalation-days
            move "ESCALATE" to ws-gap-state
            add 1 to ws-escalation-count
        when ws-age-days > ws-late-days
            move "MISSING" to ws-gap-state
        when other
            move "PENDING" to ws-gap-state
    end-evaluate

    move 0 to ws-mark-hit-sub
    perform varying ws-mark-sub from 1 by 1
            until ws-mark-sub > ws-mark-count
        if mk-site(ws-mark-sub) = gt-site(ws-gap-sub)
            move ws-mark-sub to ws-mark-hit-sub
        end-if
    end-perform
    if ws-mark-hit-sub > 0
        add 1 to mk-open-gaps(ws-mark-hit-sub)
        add ws-missing-readings to mk-missing(ws-mark-hit-sub)
    end-if

    move ws-missing-readings to ws-missing-edited
    move ws-age-days to ws-age-edited
    move spaces to ws-report-line
    string ws-gap-state delimited by size
           "  " delimited by size
           gt-site(ws-gap-sub) delimited by size
           "  " delimited by size
           gt-from-seq(ws-gap-sub) delimited by size
           "-" delimited by size
           gt-to-seq(ws-gap-sub) delimited by size
           "  " delimited by size
           ws-missing-edited delimited by size
           "  " delimited by size
           gt-detected-date(ws-gap-sub) delimited by size
           " " delimited by size
           ws-age-edited delimited by size
           "  " delimited by size
           gt-late-count(ws-gap-sub) delimited by size
           into ws-report-line
    end-string
    write ws-report-line.

write-site-summary.
    move spaces to ws-report-line
    write ws-report-line
    move "SITES FOLLOWED:" to ws-report-line
    write ws-report-line
    move spaces to ws-report-line
    string "SITE  HIGH-SEQ  RECEIVED  OPEN-GAPS  MISSING"
           delimited by size
           into ws-report-line
    end-string
    write ws-report-line
    perform varying ws-mark-sub from 1 by 1
            until ws-mark-sub > ws-mark-count
        move mk-missing(ws-mark-sub) to ws-count-edited
        move spaces to ws-report-line
        string mk-site(ws-mark-sub) delimited by size
               "  " delimited by size
               mk-high-seq(ws-mark-sub) delimited by size
               "    " delimited by size
               mk-high-date(ws-mark-sub) delimited by size
               "  " delimited by size
               mk-open-gaps(ws-mark-sub) delimited by size
               "  " delimited by size
               ws-count-edited delimited by size
               into ws-report-line
        end-string
        write ws-report-line
    end-perform.

write-verdict.
    move spaces to ws-report-line
    write ws-report-line
    move ws-new-gap-count to ws-count-edited
    move spaces to ws-report-line
    string "NEW GAPS .......: " delimited by size
           ws-count-edited delimited by size
           into ws-report-line
    end-string
    write ws-report-line
    move ws-late-arrival-count to ws-count-edited
    move spaces to ws-report-line
    string "LATE ARRIVALS ..: " delimited by size
           ws-count-edited delimited by size
           into ws-report-line
    end-string
    write ws-report-line
    move ws-filled-count to ws-count-edited
    move spaces to ws-report-line
    string "GAPS CLOSED ....: " delimited by size
           ws-count-edited delimited by size
           into ws-report-line
    end-string
    write ws-report-line
    move ws-open-gap-count to ws-count-edited
    move spaces to ws-report-line
    string "GAPS STILL OPEN : " delimited by size
           ws-count-edited delimited by size
           into ws-report-line
    end-string
    write ws-report-line

    move spaces to ws-report-line
    write ws-report-line
    move spaces to ws-report-line
    if ws-escalation-count > 0
        move ws-escalation-count to ws-count-edited
        string "*** " delimited by size
               ws-count-edited delimited by size
               " GAP(S) PAST THE ESCALATION AGE - RC=8 ***"
               delimited by size
               into ws-report-line
        end-string
        display "Sequence gaps: " ws-escalation-count
            " open gap(s) past the escalation age."
        move 8 to return-code
    else
        move "*** NO OPEN GAP PAST THE ESCALATION AGE ***"
            to ws-report-line
    end-if
    write ws-report-line.

write-table-full-verdict.
    move spaces to ws-report-line
    write ws-report-line
    move spaces to ws-report-line
    move "*** SITE OR GAP TABLE FULL - GAP FILE NOT UPDATED, RC=16 ***"
        to ws-report-line
    write ws-report-line.

rewrite-gap-file.
    *> Marks first, then every open gap and every closed gap still
    *> inside its retention.
    open output ws-gap-file
    perform varying ws-mark-sub from 1 by 1
            until ws-mark-sub > ws-mark-count
        move spaces to ws-sequence-gap-record
        set sg-high-water to true
        move mk-site(ws-mark-sub) to sg-site
        move mk-high-seq(ws-mark-sub) to sg-from-seq
        move mk-high-seq(ws-mark-sub) to sg-to-seq
        move space to sg-status
        move mk-high-date(ws-mark-sub) to sg-detected-date
        move 0 to sg-closed-date
        move 0 to sg-late-count
        write ws-sequence-gap-record
    end-perform
    perform varying ws-gap-sub from 1 by 1
            until ws-gap-sub > ws-gap-count
        move 0 to ws-age-days
        if gt-status(ws-gap-sub) = "F"
            compute ws-date-integer =
                function integer-of-date(gt-closed-date(ws-gap-sub))
            compute ws-age-days = ws-today-integer - ws-date-integer
        end-if
        if ws-age-days <= ws-closed-retention
            move spaces to ws-sequence-gap-record
            set sg-gap to true
            move gt-site(ws-gap-sub) to sg-site
            move gt-from-seq(ws-gap-sub) to sg-from-seq
            move gt-to-seq(ws-gap-sub) to sg-to-seq
            move gt-status(ws-gap-sub) to sg-status
            move gt-detected-date(ws-gap-sub) to sg-detected-date
            move gt-closed-date(ws-gap-sub) to sg-closed-date
            move gt-late-count(ws-gap-sub) to sg-late-count
            write ws-sequence-gap-record
        end-if
    end-perform
    close ws-gap-file.
