identification division.
program-id. capacity-report.

*> Weekly batch-window capacity trend and breach forecast.
*> run-status.cbl shows the last five runs' elapsed times and the
*> HHMM cutoff / STOPRQ stop request tell us when a night has
*> already overrun; this report says in advance when we are
*> heading for it, with the figures management asks for when
*> partitioning or a longer window is proposed:
*>
*>   - every run in the history window (run-history.dat, see
*>     run-history-record.cpy) with its start, end, elapsed
*>     minutes, records read, the volume the night posted to the
*>     month-to-date statistics (MTDSTAT, the per-unit converted +
*>     rejected figures summed for the run date), records per
*>     minute and the headroom left before the cutoff - the
*>     minutes between the run's end and the first cutoff time
*>     after its start,
*>   - the nights that came within the margin of the cutoff (or
*>     went past it, or were stopped by it),
*>   - elapsed time against records read: a least-squares line
*>     through the completed fresh runs (RC=0 or 4, not a
*>     checkpoint resume, which only timed part of a night),
*>     giving the fixed overhead of a night and the minutes each
*>     further 1,000 records costs,
*>   - the trend by weekday: runs, average records, elapsed, rate
*>     and the tightest headroom per day of the week, with the
*>     average elapsed in the earlier and later half of the window
*>     side by side so a weekday that is growing shows it,
*>   - the forecast: the completed fresh runs' volume trend
*>     (records per night against the date, each night first
*>     divided by its weekday's share of the average so a heavy
*>     Monday does not read as growth) projected forward over the
*>     working days on the business calendar (BUSCAL,
*>     business-calendar-record.cpy), each projected volume costed
*>     through the elapsed line and set against the average
*>     distance between the start of a night and its cutoff. The
*>     first working day projected inside the margin, and the
*>     first projected past the cutoff, are reported; the calendar
*>     is the horizon - beyond its last date nothing is projected.
*>
*> Command line (all optional): <cutoff HHMM> <margin minutes>
*> <history weeks>, default "0600 30 8" - e.g.
*> "capacity-report 0545 45 12". The cutoff is the CONVERT
*> window's end as given on the partitions' PARM. RC=4 when a
*> breach is projected inside the calendar, otherwise 0.
*>
*> RUNHIST/MTDSTAT/BUSCAL/CAPRPT are DD-name style ASSIGN targets
*> resolved from DD_RUNHIST/DD_MTDSTAT/DD_BUSCAL/DD_CAPRPT,
*> defaulted to run-history.dat, mtd-statistics.dat,
*> business-calendar.dat and capacity-report.dat, matching the
*> other programs' DD handling.

environment division.
input-output section.
file-control.
    select ws-run-history-file assign to RUNHIST
        organization is line sequential
        file status is ws-run-history-file-status.
    select ws-mtd-stat-file assign to MTDSTAT
        organization is line sequential
        file status is ws-mtd-stat-file-status.
    select ws-calendar-file assign to BUSCAL
        organization is line sequential
        file status is ws-calendar-file-status.
    select ws-report-file assign to CAPRPT
        organization is line sequential.

data division.
file section.
fd  ws-run-history-file.
copy "run-history-record.cpy".

fd  ws-mtd-stat-file.
copy "mtd-stat-record.cpy".

fd  ws-calendar-file.
copy "business-calendar-record.cpy".

fd  ws-report-file.
01  ws-report-line            pic x(132).

working-storage section.
01 ws-run-history-file-status pic xx.
01 ws-mtd-stat-file-status    pic xx.
01 ws-calendar-file-status    pic xx.

01 ws-eof-flag                pic x value "N".
   88 ws-end-of-file           value "Y".

01 ws-cmd-line                pic x(80).
01 ws-cutoff-text             pic x(12).
01 ws-margin-text             pic x(12).
01 ws-weeks-text              pic x(12).
01 ws-cutoff-time             pic 9(4) value 600.
01 ws-cutoff-parts redefines ws-cutoff-time.
   05 ws-cutoff-hh            pic 99.
   05 ws-cutoff-mm            pic 99.
01 ws-margin-minutes          pic 9(4) value 30.
01 ws-history-weeks           pic 9(4) value 8.

01 ws-today                   pic 9(8).
01 ws-today-integer           pic 9(8).
01 ws-window-from             pic 9(8).
01 ws-from-integer            pic 9(8).
01 ws-mid-integer             pic 9(8).

*> Volume each run date posted to the month-to-date statistics.
01 ws-mtd-table.
   03 ws-mtd-entry occurs 400 times.
      05 mv-run-date          pic 9(8).
      05 mv-volume            pic 9(11).
01 ws-mtd-count               pic s9(4) comp value 0.
01 ws-mtd-sub                 pic s9(4) comp.
01 ws-mtd-hit-sub             pic s9(4) comp.

*> The runs in the history window, in file (run) order.
01 ws-run-table.
   03 ws-run-entry occurs 800 times.
      05 cr-run-date          pic 9(8).
      05 cr-weekday           pic 9.
      05 cr-start-datetime    pic x(17).
      05 cr-end-datetime      pic x(17).
      05 cr-elapsed-seconds   pic s9(9).
      05 cr-lead-seconds      pic s9(9).
      05 cr-headroom-seconds  pic s9(9).
      05 cr-records-read      pic 9(9).
      05 cr-mtd-volume        pic 9(11).
      05 cr-mtd-flag          pic x.
      05 cr-return-code       pic 9(4).
      05 cr-start-type        pic x(6).
      05 cr-fit-flag          pic x.
         88 cr-fit-run         value "Y".
01 ws-run-count               pic s9(4) comp value 0.
01 ws-run-sub                 pic s9(4) comp.
01 ws-run-overflow            pic 9(9) value 0.
01 ws-fit-count               pic 9(4) value 0.
01 ws-near-count              pic 9(4) value 0.

01 ws-day-name-list           pic x(21)
                              value "MONTUEWEDTHUFRISATSUN".
01 ws-day-names redefines ws-day-name-list.
   05 ws-day-name             pic x(3) occurs 7 times.

*> Per-weekday tallies over the completed fresh runs (slot 1 =
*> Monday); the early/late halves split the window at its midpoint.
01 ws-weekday-table.
   03 ws-weekday-entry occurs 7 times.
      05 wd-runs              pic 9(4).
      05 wd-records           pic 9(13).
      05 wd-elapsed           pic 9(11).
      05 wd-min-headroom      pic s9(9).
      05 wd-early-runs        pic 9(4).
      05 wd-early-elapsed     pic 9(11).
      05 wd-late-runs         pic 9(4).
      05 wd-late-elapsed      pic 9(11).
      05 wd-factor            pic 9(3)v9(4).
01 ws-day-sub                 pic s9(4) comp.
01 ws-all-records             pic 9(13) value 0.
01 ws-average-records         pic 9(11)v99.
01 ws-day-average             pic 9(11)v99.

*> Least-squares sums. Elapsed against records read (x = records,
*> y = elapsed seconds) and volume against date (x = days into
*> the window, y = weekday-adjusted records).
01 ws-sum-x                   pic s9(18).
01 ws-sum-y                   pic s9(18)v99.
01 ws-sum-xx                  pic s9(18).
01 ws-sum-xy                  pic s9(18)v99.
01 ws-fit-denominator         pic s9(18).
01 ws-fit-ok-flag             pic x value "N".
   88 ws-fit-ok                value "Y".
01 ws-seconds-per-record      pic s9(5)v9(8).
01 ws-overhead-seconds        pic s9(9)v99.
01 ws-growth-ok-flag          pic x value "N".
   88 ws-growth-ok             value "Y".
01 ws-growth-per-day          pic s9(9)v9(4).
01 ws-volume-base             pic s9(11)v99.
01 ws-x-value                 pic s9(9).
01 ws-y-value                 pic s9(11)v99.
01 ws-lead-total              pic s9(15).
01 ws-average-lead            pic s9(9).

01 ws-projected-volume        pic s9(11)v99.
01 ws-projected-elapsed       pic s9(11).
01 ws-projected-headroom      pic s9(11).
01 ws-calendar-seen-flag      pic x value "N".
   88 ws-calendar-seen         value "Y".
01 ws-calendar-last           pic 9(8) value 0.
01 ws-projected-days          pic 9(5) value 0.
01 ws-margin-date             pic 9(8) value 0.
01 ws-margin-headroom         pic s9(11) value 0.
01 ws-breach-date             pic 9(8) value 0.
01 ws-breach-headroom         pic s9(11) value 0.
01 ws-date-integer            pic 9(8).
01 ws-day-of-week             pic 9.

01 ws-work-date               pic 9(8).
01 ws-work-hms.
   05 wt-hh                   pic 99.
   05 wt-mm                   pic 99.
   05 wt-ss                   pic 99.
*> S9(12): INTEGER-OF-DATE * 86400 is an 11-digit figure.
01 ws-start-seconds           pic s9(12).
01 ws-end-seconds             pic s9(12).
01 ws-cutoff-seconds          pic s9(12).

01 ws-note                    pic x(12).
01 ws-minutes-edited          pic zz,zz9.9.
01 ws-minutes-edited-2        pic zz,zz9.9.
01 ws-minutes-blank-2 redefines ws-minutes-edited-2 pic x(8).
01 ws-minutes-edited-3        pic zz,zz9.9.
01 ws-minutes-blank-3 redefines ws-minutes-edited-3 pic x(8).
01 ws-headroom-edited         pic -(5)9.
01 ws-change-edited           pic +(5)9.9.
01 ws-change-blank redefines ws-change-edited pic x(8).
01 ws-count-edited            pic zzz,zzz,zz9.
01 ws-count-edited-2          pic zzz,zzz,zz9.
01 ws-count-blank-2 redefines ws-count-edited-2 pic x(11).
01 ws-rate-edited             pic zzz,zz9.9.
01 ws-runs-edited             pic zzz9.
01 ws-growth-edited           pic +++,+++,++9.
01 ws-rate-work               pic 9(9)v9.
01 ws-minutes-work            pic s9(7)v9.
01 ws-minutes-work-2          pic s9(7)v9.

01 ws-dd-name                 pic x(20).
01 ws-dd-default-value        pic x(80).
01 ws-dd-current-value        pic x(80).

procedure division.
main-logic.
    accept ws-today from date yyyymmdd
    perform set-default-dd-names
    perform read-parameters

    compute ws-today-integer = function integer-of-date(ws-today)
    compute ws-from-integer =
        ws-today-integer - ws-history-weeks * 7
    compute ws-window-from =
        function date-of-integer(ws-from-integer)
    compute ws-mid-integer =
        ws-from-integer + (ws-history-weeks * 7) / 2

    perform load-mtd-volumes
    perform load-runs

    open output ws-report-file
    perform write-report-heading
    perform write-run-detail
    perform write-near-miss-section

    perform fit-elapsed-line
    perform write-fit-section
    perform tally-weekdays
    perform write-weekday-section
    perform fit-volume-growth
    perform project-breach
    perform write-forecast-section
    close ws-report-file

    if ws-breach-date > 0
        display "Capacity report: the batch window is projected to"
            " overrun its " ws-cutoff-time " cutoff on "
            ws-breach-date "."
        move 4 to return-code
    end-if
    goback.

set-default-dd-names.
    move "DD_RUNHIST" to ws-dd-name
    move "run-history.dat" to ws-dd-default-value
    perform default-one-dd-name

    move "DD_MTDSTAT" to ws-dd-name
    move "mtd-statistics.dat" to ws-dd-default-value
    perform default-one-dd-name

    move "DD_BUSCAL" to ws-dd-name
    move "business-calendar.dat" to ws-dd-default-value
    perform default-one-dd-name

    move "DD_CAPRPT" to ws-dd-name
    move "capacity-report.dat" to ws-dd-default-value
    perform default-one-dd-name.

default-one-dd-name.
    move spaces to ws-dd-current-value
    accept ws-dd-current-value from environment ws-dd-name
    if ws-dd-current-value = spaces
        display ws-dd-name upon environment-name
        display ws-dd-default-value upon environment-value
    end-if.

read-parameters.
    accept ws-cmd-line from command-line
    move spaces to ws-cutoff-text
    move spaces to ws-margin-text
    move spaces to ws-weeks-text
    unstring ws-cmd-line delimited by all spaces
        into ws-cutoff-text ws-margin-text ws-weeks-text
    end-unstring

    if ws-cutoff-text not = spaces
        if ws-cutoff-text(1:4) is numeric
                and ws-cutoff-text(5:8) = spaces
                and ws-cutoff-text(1:2) < "24"
                and ws-cutoff-text(3:2) < "60"
            move ws-cutoff-text(1:4) to ws-cutoff-time
        else
            display "Cutoff '" function trim(ws-cutoff-text)
                "' is not HHMM - using the default of 0600."
        end-if
    end-if

    if ws-margin-text not = spaces
        if function test-numval(ws-margin-text) = 0
            compute ws-margin-minutes =
                function numval(ws-margin-text)
        else
            display "Margin minutes '" function trim(ws-margin-text)
                "' is not numeric - using the default of 30."
        end-if
    end-if

    if ws-weeks-text not = spaces
        if function test-numval(ws-weeks-text) = 0
                and function numval(ws-weeks-text) >= 1
                and function numval(ws-weeks-text) <= 52
            compute ws-history-weeks =
                function numval(ws-weeks-text)
        else
            display "History weeks '" function trim(ws-weeks-text)
                "' is not 1 to 52 - using the default of 8."
        end-if
    end-if.

load-mtd-volumes.
    move 0 to ws-mtd-count
    move "N" to ws-eof-flag
    open input ws-mtd-stat-file
    if ws-mtd-stat-file-status = "00"
        perform until ws-end-of-file
            read ws-mtd-stat-file
                at end
                    set ws-end-of-file to true
                not at end
                    if ms-run-date >= ws-window-from
                            and ms-run-date <= ws-today
                        perform post-mtd-volume
                    end-if
            end-read
        end-perform
        close ws-mtd-stat-file
    else
        display "Month-to-date statistics not available (status="
            ws-mtd-stat-file-status ") - MTD volumes not shown."
    end-if
    move "N" to ws-eof-flag.

post-mtd-volume.
    move 0 to ws-mtd-hit-sub
    perform varying ws-mtd-sub from 1 by 1
            until ws-mtd-sub > ws-mtd-count or ws-mtd-hit-sub > 0
        if mv-run-date(ws-mtd-sub) = ms-run-date
            move ws-mtd-sub to ws-mtd-hit-sub
        end-if
    end-perform
    if ws-mtd-hit-sub = 0 and ws-mtd-count < 400
        add 1 to ws-mtd-count
        move ws-mtd-count to ws-mtd-hit-sub
        move ms-run-date to mv-run-date(ws-mtd-hit-sub)
        move 0 to mv-volume(ws-mtd-hit-sub)
    end-if
    if ws-mtd-hit-sub > 0
        add ms-converted ms-rejected to mv-volume(ws-mtd-hit-sub)
    end-if.

load-runs.
    move 0 to ws-run-count
    move 0 to ws-run-overflow
    move 0 to ws-fit-count
    move "N" to ws-eof-flag
    open input ws-run-history-file
    if ws-run-history-file-status = "00"
        perform until ws-end-of-file
            read ws-run-history-file
                at end
                    set ws-end-of-file to true
                not at end
                    if rh-run-date >= ws-window-from
                            and rh-run-date <= ws-today
                        perform store-run
                    end-if
            end-read
        end-perform
        close ws-run-history-file
    else
        display "Run-history file not available (status="
            ws-run-history-file-status ") - nothing to report."
    end-if
    move "N" to ws-eof-flag.

store-run.
    if ws-run-count >= 800
        add 1 to ws-run-overflow
    else
        add 1 to ws-run-count
        move ws-run-count to ws-run-sub
        move rh-run-date to cr-run-date(ws-run-sub)
        compute ws-date-integer =
            function integer-of-date(rh-run-date)
        compute cr-weekday(ws-run-sub) =
            function mod(ws-date-integer - 1, 7) + 1
        move rh-start-datetime to cr-start-datetime(ws-run-sub)
        move rh-end-datetime to cr-end-datetime(ws-run-sub)
        move rh-records-read to cr-records-read(ws-run-sub)
        move rh-return-code to cr-return-code(ws-run-sub)
        move rh-start-type to cr-start-type(ws-run-sub)
        perform time-one-run

        move "N" to cr-mtd-flag(ws-run-sub)
        move 0 to cr-mtd-volume(ws-run-sub)
        perform varying ws-mtd-sub from 1 by 1
                until ws-mtd-sub > ws-mtd-count
            if mv-run-date(ws-mtd-sub) = rh-run-date
                move mv-volume(ws-mtd-sub)
                    to cr-mtd-volume(ws-run-sub)
                move "Y" to cr-mtd-flag(ws-run-sub)
            end-if
        end-perform

        *> Only a whole night that finished is a fair sample of
        *> how long a night takes.
        move "N" to cr-fit-flag(ws-run-sub)
        if (rh-return-code = 0 or rh-return-code = 4)
                and rh-start-type not = "RESUME"
                and rh-records-read > 0
                and cr-elapsed-seconds(ws-run-sub) > 0
            set cr-fit-run(ws-run-sub) to true
            add 1 to ws-fit-count
        end-if
    end-if.

time-one-run.
    *> Start and end as seconds (YYYYMMDD-HHMMSSCC, day rollover
    *> included, as run-status.cbl does it), and the cutoff as the
    *> first cutoff time of day after the start.
    move rh-start-datetime(1:8) to ws-work-date
    move rh-start-datetime(10:6) to ws-work-hms
    compute ws-start-seconds =
        function integer-of-date(ws-work-date) * 86400
        + (wt-hh * 3600) + (wt-mm * 60) + wt-ss
    compute ws-cutoff-seconds =
        function integer-of-date(ws-work-date) * 86400
        + (ws-cutoff-hh * 3600) + (ws-cutoff-mm * 60)
    if ws-cutoff-seconds <= ws-start-seconds
        add 86400 to ws-cutoff-seconds
    end-if
    move rh-end-datetime(1:8) to ws-work-date
    move rh-end-datetime(10:6) to ws-work-hms
    compute ws-end-seconds =
        function integer-of-date(ws-work-date) * 86400
        + (wt-hh * 3600) + (wt-mm * 60) + wt-ss
    compute cr-elapsed-seconds(ws-run-sub) =
        ws-end-seconds - ws-start-seconds
    compute cr-lead-seconds(ws-run-sub) =
        ws-cutoff-seconds - ws-start-seconds
    compute cr-headroom-seconds(ws-run-sub) =
        ws-cutoff-seconds - ws-end-seconds.

write-report-heading.
    move spaces to ws-report-line
    string "BATCH-WINDOW CAPACITY TREND AND BREACH FORECAST"
           delimited by size
           "   REPORT DATE: " delimited by size
           ws-today delimited by size
           into ws-report-line
    end-string
    write ws-report-line
    move ws-history-weeks to ws-runs-edited
    move ws-margin-minutes to ws-headroom-edited
    move spaces to ws-report-line
    string "HISTORY: " delimited by size
           ws-window-from delimited by size
           " - " delimited by size
           ws-today delimited by size
           " (" delimited by size
           function trim(ws-runs-edited) delimited by size
           " WEEKS)   CUTOFF: " delimited by size
           ws-cutoff-time delimited by size
           "   MARGIN: " delimited by size
           function trim(ws-headroom-edited) delimited by size
           " MINUTES" delimited by size
           into ws-report-line
    end-string
    write ws-report-line
    move spaces to ws-report-line
    write ws-report-line.

write-run-detail.
    move "RUNS IN THE HISTORY WINDOW" to ws-report-line
    write ws-report-line
    move spaces to ws-report-line
    string "RUN DATE DAY START          END              ELAPSED"
           delimited by size
           "  RECORDS READ    MTD POSTED   RECS/MIN  HEADROOM"
           delimited by size
           "   RC TYPE   NOTE" delimited by size
           into ws-report-line
    end-string
    write ws-report-line
    move spaces to ws-report-line
    string "                                                  MIN"
           delimited by size
           "                                               MIN"
           delimited by size
           into ws-report-line
    end-string
    write ws-report-line

    perform varying ws-run-sub from 1 by 1
            until ws-run-sub > ws-run-count
        perform write-one-run-line
    end-perform

    if ws-run-count = 0
        move "NO BATCH RUN IN THE HISTORY WINDOW." to ws-report-line
        write ws-report-line
    end-if
    if ws-run-overflow > 0
        move ws-run-overflow to ws-count-edited
        move spaces to ws-report-line
        string function trim(ws-count-edited) delimited by size
               " FURTHER RUN(S) NOT REPORTED - RUN TABLE FULL"
               delimited by size
               into ws-report-line
        end-string
        write ws-report-line
    end-if
    move spaces to ws-report-line
    write ws-report-line.

write-one-run-line.
    compute ws-minutes-work rounded =
        cr-elapsed-seconds(ws-run-sub) / 60
    move ws-minutes-work to ws-minutes-edited
    move cr-records-read(ws-run-sub) to ws-count-edited
    move spaces to ws-count-blank-2
    if cr-mtd-flag(ws-run-sub) = "Y"
        move cr-mtd-volume(ws-run-sub) to ws-count-edited-2
    end-if
    move 0 to ws-rate-work
    if cr-elapsed-seconds(ws-run-sub) > 0
        compute ws-rate-work rounded =
            cr-records-read(ws-run-sub) * 60
            / cr-elapsed-seconds(ws-run-sub)
    end-if
    move ws-rate-work to ws-rate-edited
    compute ws-headroom-edited =
        cr-headroom-seconds(ws-run-sub) / 60
    perform set-run-note

    move spaces to ws-report-line
    string cr-run-date(ws-run-sub) delimited by size
           " " delimited by size
           ws-day-name(cr-weekday(ws-run-sub)) delimited by size
           " " delimited by size
           cr-start-datetime(ws-run-sub)(1:13) delimited by size
           "  " delimited by size
           cr-end-datetime(ws-run-sub)(1:13) delimited by size
           "  " delimited by size
           ws-minutes-edited delimited by size
           "   " delimited by size
           ws-count-edited delimited by size
           "   " delimited by size
           ws-count-edited-2 delimited by size
           "  " delimited by size
           ws-rate-edited delimited by size
           "    " delimited by size
           ws-headroom-edited delimited by size
           " " delimited by size
           cr-return-code(ws-run-sub) delimited by size
           " " delimited by size
           cr-start-type(ws-run-sub) delimited by size
           " " delimited by size
           ws-note delimited by size
           into ws-report-line
    end-string
    write ws-report-line.

set-run-note.
    evaluate true
        when cr-return-code(ws-run-sub) = 6
            move "WINDOW STOP" to ws-note
        when cr-headroom-seconds(ws-run-sub) < 0
            move "OVERRAN" to ws-note
        when cr-headroom-seconds(ws-run-sub)
                < ws-margin-minutes * 60
            move "NEAR CUTOFF" to ws-note
        when other
            move spaces to ws-note
    end-evaluate.

write-near-miss-section.
    move ws-margin-minutes to ws-headroom-edited
    move spaces to ws-report-line
    string "NIGHTS WITHIN " delimited by size
           function trim(ws-headroom-edited) delimited by size
           " MINUTES OF THE " delimited by size
           ws-cutoff-time delimited by size
           " CUTOFF (OR PAST IT, OR STOPPED BY IT)"
           delimited by size
           into ws-report-line
    end-string
    write ws-report-line
    move 0 to ws-near-count
    perform varying ws-run-sub from 1 by 1
            until ws-run-sub > ws-run-count
        if cr-return-code(ws-run-sub) = 6
                or cr-headroom-seconds(ws-run-sub)
                    < ws-margin-minutes * 60
            add 1 to ws-near-count
            perform set-run-note
            compute ws-headroom-edited =
                cr-headroom-seconds(ws-run-sub) / 60
            move cr-records-read(ws-run-sub) to ws-count-edited
            move spaces to ws-report-line
            string "  " delimited by size
                   cr-run-date(ws-run-sub) delimited by size
                   " " delimited by size
                   ws-day-name(cr-weekday(ws-run-sub))
                       delimited by size
                   "  ENDED " delimited by size
                   cr-end-datetime(ws-run-sub)(1:13)
                       delimited by size
                   "  HEADROOM " delimited by size
                   ws-headroom-edited delimited by size
                   " MIN  RECORDS " delimited by size
                   ws-count-edited delimited by size
                   "  RC=" delimited by size
                   cr-return-code(ws-run-sub) delimited by size
                   "  " delimited by size
                   ws-note delimited by size
                   into ws-report-line
            end-string
            write ws-report-line
        end-if
    end-perform
    move spaces to ws-report-line
    if ws-near-count = 0
        move "  NONE" to ws-report-line
    else
        move ws-near-count to ws-runs-edited
        string "  " delimited by size
               function trim(ws-runs-edited) delimited by size
               " NIGHT(S)" delimited by size
               into ws-report-line
        end-string
    end-if
    write ws-report-line
    move spaces to ws-report-line
    write ws-report-line.

fit-elapsed-line.
    *> elapsed seconds = overhead + seconds-per-record * records,
    *> least squares over the completed fresh runs.
    move "N" to ws-fit-ok-flag
    move 0 to ws-sum-x
    move 0 to ws-sum-y
    move 0 to ws-sum-xx
    move 0 to ws-sum-xy
    move 0 to ws-lead-total
    perform varying ws-run-sub from 1 by 1
            until ws-run-sub > ws-run-count
        if cr-fit-run(ws-run-sub)
            add cr-records-read(ws-run-sub) to ws-sum-x
            add cr-elapsed-seconds(ws-run-sub) to ws-sum-y
            compute ws-sum-xx = ws-sum-xx
                + cr-records-read(ws-run-sub)
                * cr-records-read(ws-run-sub)
            compute ws-sum-xy = ws-sum-xy
                + cr-records-read(ws-run-sub)
                * cr-elapsed-seconds(ws-run-sub)
            add cr-lead-seconds(ws-run-sub) to ws-lead-total
        end-if
    end-perform
    if ws-fit-count >= 2
        compute ws-fit-denominator =
            ws-fit-count * ws-sum-xx - ws-sum-x * ws-sum-x
        if ws-fit-denominator > 0
            compute ws-seconds-per-record rounded =
                (ws-fit-count * ws-sum-xy - ws-sum-x * ws-sum-y)
                / ws-fit-denominator
            compute ws-overhead-seconds rounded =
                (ws-sum-y - ws-seconds-per-record * ws-sum-x)
                / ws-fit-count
            compute ws-average-lead rounded =
                ws-lead-total / ws-fit-count
            set ws-fit-ok to true
        end-if
    end-if.

write-fit-section.
    move "ELAPSED TIME AGAINST RECORDS READ" to ws-report-line
    write ws-report-line
    move ws-fit-count to ws-runs-edited
    move spaces to ws-report-line
    if ws-fit-ok
        compute ws-minutes-work rounded = ws-overhead-seconds / 60
        move ws-minutes-work to ws-minutes-edited
        compute ws-minutes-work-2 rounded =
            ws-seconds-per-record * 1000 / 60
        move ws-minutes-work-2 to ws-minutes-edited-2
        string "  ELAPSED MINUTES = " delimited by size
               function trim(ws-minutes-edited) delimited by size
               " FIXED + " delimited by size
               function trim(ws-minutes-edited-2) delimited by size
               " PER 1,000 RECORDS READ   (FITTED OVER "
               delimited by size
               function trim(ws-runs-edited) delimited by size
               " COMPLETED FRESH RUNS)" delimited by size
               into ws-report-line
        end-string
    else
        string "  NOT FITTED - " delimited by size
               function trim(ws-runs-edited) delimited by size
               " COMPLETED FRESH RUN(S) WITH DIFFERENT VOLUMES ARE"
               delimited by size
               " NEEDED, AT LEAST 2" delimited by size
               into ws-report-line
        end-string
    end-if
    write ws-report-line
    move spaces to ws-report-line
    write ws-report-line.

tally-weekdays.
    move 0 to ws-all-records
    perform varying ws-day-sub from 1 by 1 until ws-day-sub > 7
        move 0 to wd-runs(ws-day-sub)
        move 0 to wd-records(ws-day-sub)
        move 0 to wd-elapsed(ws-day-sub)
        move 999999999 to wd-min-headroom(ws-day-sub)
        move 0 to wd-early-runs(ws-day-sub)
        move 0 to wd-early-elapsed(ws-day-sub)
        move 0 to wd-late-runs(ws-day-sub)
        move 0 to wd-late-elapsed(ws-day-sub)
        move 1 to wd-factor(ws-day-sub)
    end-perform

    perform varying ws-run-sub from 1 by 1
            until ws-run-sub > ws-run-count
        if cr-fit-run(ws-run-sub)
            move cr-weekday(ws-run-sub) to ws-day-sub
            add 1 to wd-runs(ws-day-sub)
            add cr-records-read(ws-run-sub) to wd-records(ws-day-sub)
            add cr-records-read(ws-run-sub) to ws-all-records
            add cr-elapsed-seconds(ws-run-sub)
                to wd-elapsed(ws-day-sub)
            if cr-headroom-seconds(ws-run-sub)
                    < wd-min-headroom(ws-day-sub)
                move cr-headroom-seconds(ws-run-sub)
                    to wd-min-headroom(ws-day-sub)
            end-if
            compute ws-date-integer =
                function integer-of-date(cr-run-date(ws-run-sub))
            if ws-date-integer < ws-mid-integer
                add 1 to wd-early-runs(ws-day-sub)
                add cr-elapsed-seconds(ws-run-sub)
                    to wd-early-elapsed(ws-day-sub)
            else
                add 1 to wd-late-runs(ws-day-sub)
                add cr-elapsed-seconds(ws-run-sub)
                    to wd-late-elapsed(ws-day-sub)
            end-if
        end-if
    end-perform

    *> A weekday's share of the average night - its volume is
    *> divided by this before the growth line is fitted and
    *> multiplied back in when a date is projected.
    if ws-fit-count > 0
        compute ws-average-records rounded =
            ws-all-records / ws-fit-count
        perform varying ws-day-sub from 1 by 1 until ws-day-sub > 7
            if wd-runs(ws-day-sub) > 0 and ws-average-records > 0
                compute ws-day-average rounded =
                    wd-records(ws-day-sub) / wd-runs(ws-day-sub)
                compute wd-factor(ws-day-sub) rounded =
                    ws-day-average / ws-average-records
                if wd-factor(ws-day-sub) = 0
                    move 1 to wd-factor(ws-day-sub)
                end-if
            end-if
        end-perform
    end-if.

write-weekday-section.
    move "TREND BY WEEKDAY (COMPLETED FRESH RUNS)" to ws-report-line
    write ws-report-line
    move spaces to ws-report-line
    string "DAY  RUNS  AVG RECORDS  AVG ELAPSED  AVG RECS/MIN"
           delimited by size
           "  MIN HEADROOM  EARLY-HALF ELAPSED  LATE-HALF ELAPSED"
           delimited by size
           "   CHANGE" delimited by size
           into ws-report-line
    end-string
    write ws-report-line
    perform varying ws-day-sub from 1 by 1 until ws-day-sub > 7
        perform write-one-weekday-line
    end-perform
    move spaces to ws-report-line
    write ws-report-line.

write-one-weekday-line.
    move wd-runs(ws-day-sub) to ws-runs-edited
    move spaces to ws-report-line
    if wd-runs(ws-day-sub) = 0
        string ws-day-name(ws-day-sub) delimited by size
               "  " delimited by size
               ws-runs-edited delimited by size
               "  NO COMPLETED FRESH RUN" delimited by size
               into ws-report-line
        end-string
    else
        compute ws-day-average rounded =
            wd-records(ws-day-sub) / wd-runs(ws-day-sub)
        move ws-day-average to ws-count-edited
        compute ws-minutes-work rounded =
            wd-elapsed(ws-day-sub) / wd-runs(ws-day-sub) / 60
        move ws-minutes-work to ws-minutes-edited
        move 0 to ws-rate-work
        if wd-elapsed(ws-day-sub) > 0
            compute ws-rate-work rounded =
                wd-records(ws-day-sub) * 60 / wd-elapsed(ws-day-sub)
        end-if
        move ws-rate-work to ws-rate-edited
        compute ws-headroom-edited =
            wd-min-headroom(ws-day-sub) / 60
        move spaces to ws-minutes-blank-2
        move spaces to ws-minutes-blank-3
        move spaces to ws-change-blank
        if wd-early-runs(ws-day-sub) > 0
            compute ws-minutes-work rounded =
                wd-early-elapsed(ws-day-sub)
                / wd-early-runs(ws-day-sub) / 60
            move ws-minutes-work to ws-minutes-edited-2
        end-if
        if wd-late-runs(ws-day-sub) > 0
            compute ws-minutes-work-2 rounded =
                wd-late-elapsed(ws-day-sub)
                / wd-late-runs(ws-day-sub) / 60
            move ws-minutes-work-2 to ws-minutes-edited-3
        end-if
        if wd-early-runs(ws-day-sub) > 0
                and wd-late-runs(ws-day-sub) > 0
            compute ws-change-edited =
                ws-minutes-work-2 - ws-minutes-work
        end-if
        string ws-day-name(ws-day-sub) delimited by size
               "  " delimited by size
               ws-runs-edited delimited by size
               "  " delimited by size
               ws-count-edited delimited by size
               "     " delimited by size
               ws-minutes-edited delimited by size
               "     " delimited by size
               ws-rate-edited delimited by size
               "        " delimited by size
               ws-headroom-edited delimited by size
               "            " delimited by size
               ws-minutes-edited-2 delimited by size
               "           " delimited by size
               ws-minutes-edited-3 delimited by size
               "  " delimited by size
               ws-change-edited delimited by size
               into ws-report-line
        end-string
    end-if
    write ws-report-line.

fit-volume-growth.
    *> weekday-adjusted records = base + growth * days into the
    *> window, least squares over the completed fresh runs.
    move "N" to ws-growth-ok-flag
    move 0 to ws-sum-x
    move 0 to ws-sum-y
    move 0 to ws-sum-xx
    move 0 to ws-sum-xy
    perform varying ws-run-sub from 1 by 1
            until ws-run-sub > ws-run-count
        if cr-fit-run(ws-run-sub)
            compute ws-x-value =
                function integer-of-date(cr-run-date(ws-run-sub))
                - ws-from-integer
            compute ws-y-value rounded =
                cr-records-read(ws-run-sub)
                / wd-factor(cr-weekday(ws-run-sub))
            add ws-x-value to ws-sum-x
            add ws-y-value to ws-sum-y
            compute ws-sum-xx = ws-sum-xx + ws-x-value * ws-x-value
            compute ws-sum-xy = ws-sum-xy + ws-x-value * ws-y-value
        end-if
    end-perform
    if ws-fit-count >= 2
        compute ws-fit-denominator =
            ws-fit-count * ws-sum-xx - ws-sum-x * ws-sum-x
        if ws-fit-denominator > 0
            compute ws-growth-per-day rounded =
                (ws-fit-count * ws-sum-xy - ws-sum-x * ws-sum-y)
                / ws-fit-denominator
            compute ws-volume-base rounded =
                (ws-sum-y - ws-growth-per-day * ws-sum-x)
                / ws-fit-count
            set ws-growth-ok to true
        end-if
    end-if.

project-breach.
    *> Walk the working days on the calendar after today, costing
    *> each one's projected volume through the elapsed line.
    move 0 to ws-margin-date
    move 0 to ws-breach-date
    move 0 to ws-calendar-last
    move 0 to ws-projected-days
    move "N" to ws-calendar-seen-flag
    if ws-fit-ok and ws-growth-ok
        move "N" to ws-eof-flag
        open input ws-calendar-file
        if ws-calendar-file-status = "00"
            set ws-calendar-seen to true
            perform until ws-end-of-file
                read ws-calendar-file
                    at end
                        set ws-end-of-file to true
                    not at end
                        if bc-day-type = "W" and bc-date > ws-today
                            perform project-one-day
                        end-if
                end-read
            end-perform
            close ws-calendar-file
        end-if
        move "N" to ws-eof-flag
    end-if.

project-one-day.
    add 1 to ws-projected-days
    if bc-date > ws-calendar-last
        move bc-date to ws-calendar-last
    end-if
    compute ws-date-integer = function integer-of-date(bc-date)
    compute ws-day-of-week = function mod(ws-date-integer - 1, 7) + 1
    compute ws-projected-volume rounded =
        (ws-volume-base + ws-growth-per-day
            * (ws-date-integer - ws-from-integer))
        * wd-factor(ws-day-of-week)
    if ws-projected-volume < 0
        move 0 to ws-projected-volume
    end-if
    compute ws-projected-elapsed rounded =
        ws-overhead-seconds
        + ws-seconds-per-record * ws-projected-volume
    compute ws-projected-headroom =
        ws-average-lead - ws-projected-elapsed
    *> The calendar need not be in date order - keep the earliest.
    if ws-projected-headroom < ws-margin-minutes * 60
        if ws-margin-date = 0 or bc-date < ws-margin-date
            move bc-date to ws-margin-date
            move ws-projected-headroom to ws-margin-headroom
        end-if
    end-if
    if ws-projected-headroom < 0
        if ws-breach-date = 0 or bc-date < ws-breach-date
            move bc-date to ws-breach-date
            move ws-projected-headroom to ws-breach-headroom
        end-if
    end-if.

write-forecast-section.
    move "FORECAST" to ws-report-line
    write ws-report-line
    if not ws-fit-ok or not ws-growth-ok
        move spaces to ws-report-line
        string "  NO FORECAST - TOO FEW COMPLETED FRESH RUNS IN THE"
               delimited by size
               " HISTORY WINDOW TO FIT A TREND" delimited by size
               into ws-report-line
        end-string
        write ws-report-line
    else
        compute ws-growth-edited rounded = ws-growth-per-day * 7
        move spaces to ws-report-line
        string "  VOLUME TREND ......: " delimited by size
               function trim(ws-growth-edited) delimited by size
               " RECORDS PER NIGHT PER WEEK (WEEKDAY-ADJUSTED)"
               delimited by size
               into ws-report-line
        end-string
        write ws-report-line
        compute ws-minutes-work rounded = ws-average-lead / 60
        move ws-minutes-work to ws-minutes-edited
        move spaces to ws-report-line
        string "  START TO CUTOFF ...: " delimited by size
               function trim(ws-minutes-edited) delimited by size
               " MINUTES ON AVERAGE" delimited by size
               into ws-report-line
        end-string
        write ws-report-line

        if not ws-calendar-seen
            move "  BUSINESS CALENDAR NOT AVAILABLE - NOTHING PROJECTED"
                to ws-report-line
            write ws-report-line
        else
            if ws-projected-days = 0
                move spaces to ws-report-line
                string "  NO WORKING DAY AFTER TODAY ON THE BUSINESS"
                       delimited by size
                       " CALENDAR - NOTHING PROJECTED" delimited by size
                       into ws-report-line
                end-string
                write ws-report-line
            else
                perform write-projection-lines
            end-if
        end-if
    end-if.

write-projection-lines.
    move ws-margin-minutes to ws-runs-edited
    move spaces to ws-report-line
    if ws-margin-date = 0
        string "  WITHIN " delimited by size
               function trim(ws-runs-edited) delimited by size
               " MINUTES OF CUTOFF: NOT PROJECTED BEFORE "
               delimited by size
               ws-calendar-last delimited by size
               " (END OF THE BUSINESS CALENDAR)" delimited by size
               into ws-report-line
        end-string
    else
        compute ws-headroom-edited = ws-margin-headroom / 60
        compute ws-date-integer =
            function integer-of-date(ws-margin-date)
        compute ws-day-of-week =
            function mod(ws-date-integer - 1, 7) + 1
        string "  WITHIN " delimited by size
               function trim(ws-runs-edited) delimited by size
               " MINUTES OF CUTOFF: " delimited by size
               ws-margin-date delimited by size
               " " delimited by size
               ws-day-name(ws-day-of-week) delimited by size
               " - PROJECTED HEADROOM " delimited by size
               function trim(ws-headroom-edited) delimited by size
               " MIN" delimited by size
               into ws-report-line
        end-string
    end-if
    write ws-report-line

    move spaces to ws-report-line
    if ws-breach-date = 0
        string "  CUTOFF BREACH .....: NOT PROJECTED BEFORE "
               delimited by size
               ws-calendar-last delimited by size
               " (END OF THE BUSINESS CALENDAR)" delimited by size
               into ws-report-line
        end-string
    else
        compute ws-headroom-edited = 0 - ws-breach-headroom / 60
        compute ws-date-integer =
            function integer-of-date(ws-breach-date)
        compute ws-day-of-week =
            function mod(ws-date-integer - 1, 7) + 1
        string "  CUTOFF BREACH .....: " delimited by size
               ws-breach-date delimited by size
               " " delimited by size
               ws-day-name(ws-day-of-week) delimited by size
               " - PROJECTED TO END " delimited by size
               function trim(ws-headroom-edited) delimited by size
               " MIN PAST THE " delimited by size
               ws-cutoff-time delimited by size
               " CUTOFF" delimited by size
               into ws-report-line
        end-string
    end-if
    write ws-report-line.
