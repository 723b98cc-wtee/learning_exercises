identification division.
program-id. reading-baseline-build.

*> Builds the per-site reading baseline the overnight batch checks
*> each converted reading against. The plausibility limits in
*> unit-limits.dat are one band per unit for every site at once -
*> wide enough for the deepest borehole and the longest traverse -
*> so a reading that is perfectly plausible for the unit but far
*> outside anything a particular site has ever sent (a decimal
*> slipped on a site that always reports around 40 feet) converts
*> without a murmur. This program works out what each site
*> normally sends:
*>
*>   - reads the live audit trail and every monthly archive file
*>     (audit-archive-YYYYMM.dat) inside the history window,
*>   - takes each converted survey reading - SITE=LOCL
*>     interactive work and every rejection marker are excluded,
*>     as the other audit readers exclude them - on its unit side
*>     (the input of a FWD conversion, the converted result of a
*>     REV one, where the plausibility limits are applied too),
*>   - accumulates count, sum and sum of squares per site + unit,
*>   - rewrites the baseline file (BASELINE / reading-baseline.dat,
*>     see reading-baseline-record.cpy) with the count, mean and
*>     spread (standard deviation) of every site + unit seen.
*>
*> A site + unit with fewer readings than the minimum history is
*> written with status T (thin) and is not judged by the batch - a
*> handful of readings is no basis for calling the next one odd. A
*> new site is left alone until it has built up enough history.
*>
*> The first command-line token is the history window in months
*> (default 6: this month and the five before it), the second the
*> minimum readings a site + unit needs to be judged (default 30),
*> e.g. "reading-baseline-build 12 50". Run weekly from
*> jcl/rdgbase.jcl, ahead of the overnight run that uses it.
*>
*> AUDIT/BASELINE are DD-name style ASSIGN targets resolved from
*> DD_AUDIT/DD_BASELINE, defaulted to audit-trail.dat and
*> reading-baseline.dat. Each archive month is opened through
*> AUDARCH, whose DD_AUDARCH value this program sets itself to
*> audit-archive-YYYYMM.dat (the same self-routing
*> audit-archive.cbl uses to write it).

environment division.
input-output section.
file-control.
    select ws-audit-file assign to AUDIT
        organization is line sequential
        file status is ws-audit-file-status.
    select ws-archive-file assign to AUDARCH
        organization is line sequential
        file status is ws-archive-file-status.
    select ws-baseline-file assign to BASELINE
        organization is line sequential
        file status is ws-baseline-file-status.

data division.
file section.
fd  ws-audit-file.
01  ws-audit-record           pic x(80).

fd  ws-archive-file.
01  ws-archive-record         pic x(80).

fd  ws-baseline-file.
copy "reading-baseline-record.cpy".

working-storage section.
01 ws-audit-file-status       pic xx.
01 ws-archive-file-status     pic xx.
01 ws-baseline-file-status    pic xx.

01 ws-eof-flag                pic x value "N".
   88 ws-end-of-file           value "Y".

01 ws-cmd-line                pic x(80).
01 ws-months-text             pic x(10).
01 ws-minimum-text            pic x(10).
01 ws-history-months          pic 9(4) value 6.
01 ws-minimum-readings        pic 9(7) value 30.

01 ws-today                   pic 9(8).
01 ws-from-date               pic 9(8).

*> The month being scanned, stepped from the first month of the
*> window forward to this month.
01 ws-scan-month              pic 9(6).
01 ws-scan-month-parts redefines ws-scan-month.
   05 ws-scan-year            pic 9(4).
   05 ws-scan-mm              pic 9(2).
01 ws-last-month              pic 9(6).
01 ws-month-step              pic 9(4).
01 ws-archive-name            pic x(80).

*> Running sums per site + unit met in the history.
01 ws-base-table.
   03 ws-base-entry occurs 400 times.
      05 bt-site-code         pic x(4).
      05 bt-unit-code         pic x(4).
      05 bt-count             pic 9(7).
      05 bt-sum               pic s9(11)v99.
      05 bt-sum-squares       pic s9(14)v9(4).
01 ws-base-count              pic s9(4) comp value 0.
01 ws-base-sub                pic s9(4) comp.
01 ws-base-hit-sub            pic s9(4) comp.

*> Pieces of the audit entry being considered.
01 ws-entry-site              pic x(4).
01 ws-entry-unit              pic x(4).
01 ws-entry-dir               pic x(3).
01 ws-in-text                 pic x(10).
01 ws-out-text                pic x(10).
01 ws-entry-value             pic s9(6)v99.

01 ws-mean                    pic s9(7)v9(4).
01 ws-square-term             pic s9(14)v9(4).
01 ws-deviation-sum           pic s9(14)v9(4).
01 ws-degrees-freedom         pic 9(7).
01 ws-variance                pic s9(14)v9(4).

01 ws-readings-used           pic 9(9) value 0.
01 ws-usable-count            pic 9(4) value 0.
01 ws-thin-count              pic 9(4) value 0.
01 ws-written-count           pic 9(4) value 0.

01 ws-dd-name                 pic x(20).
01 ws-dd-default-value        pic x(80).
01 ws-dd-current-value        pic x(80).

procedure division.
main-logic.
    accept ws-today from date yyyymmdd
    perform set-default-dd-names

    accept ws-cmd-line from command-line
    move spaces to ws-months-text
    move spaces to ws-minimum-text
    unstring ws-cmd-line delimited by all spaces
        into ws-months-text ws-minimum-text
    end-unstring
    if ws-months-text not = spaces
        if function test-numval(ws-months-text) = 0
            compute ws-history-months = function numval(ws-months-text)
        else
            display "History window '" ws-months-text
                "' is not numeric - using " ws-history-months
                " months."
        end-if
    end-if
    if ws-history-months = 0
        move 1 to ws-history-months
    end-if
    if ws-minimum-text not = spaces
        if function test-numval(ws-minimum-text) = 0
            compute ws-minimum-readings =
                function numval(ws-minimum-text)
        else
            display "Minimum history '" ws-minimum-text
                "' is not numeric - using " ws-minimum-readings
                " readings."
        end-if
    end-if

    perform set-history-window
    perform scan-archive-months
    perform scan-live-trail
    perform write-baseline-file

    move ws-base-count to ws-written-count
    display "Reading baseline from " ws-from-date ": "
        ws-readings-used " reading(s), " ws-written-count
        " site/unit pair(s) - " ws-usable-count " usable, "
        ws-thin-count " with too little history."
    goback.

set-default-dd-names.
    move "DD_AUDIT" to ws-dd-name
    move "audit-trail.dat" to ws-dd-default-value
    perform default-one-dd-name

    move "DD_BASELINE" to ws-dd-name
    move "reading-baseline.dat" to ws-dd-default-value
    perform default-one-dd-name.

default-one-dd-name.
    move spaces to ws-dd-current-value
    accept ws-dd-current-value from environment ws-dd-name
    if ws-dd-current-value = spaces
        display ws-dd-name upon environment-name
        display ws-dd-default-value upon environment-value
    end-if.

set-history-window.
    *> The window opens on the first day of the earliest month:
    *> this month counts as the first of the window's months.
    move ws-today(1:6) to ws-last-month
    move ws-last-month to ws-scan-month
    move 1 to ws-month-step
    perform until ws-month-step >= ws-history-months
        if ws-scan-mm = 1
            move 12 to ws-scan-mm
            subtract 1 from ws-scan-year
        else
            subtract 1 from ws-scan-mm
        end-if
        add 1 to ws-month-step
    end-perform
    move ws-scan-month to ws-from-date(1:6)
    move "01" to ws-from-date(7:2).

scan-archive-months.
    *> Every month of the window may have been cut to its archive
    *> file by audit-archive.cbl; a month never archived simply has
    *> no file (status 35). The archive and the live trail never
    *> hold the same record, so reading both counts nothing twice.
    perform until ws-scan-month > ws-last-month
        perform scan-one-archive-month
        if ws-scan-mm = 12
            move 1 to ws-scan-mm
            add 1 to ws-scan-year
        else
            add 1 to ws-scan-mm
        end-if
    end-perform.

scan-one-archive-month.
    move spaces to ws-archive-name
    string "audit-archive-" delimited by size
           ws-scan-month delimited by size
           ".dat" delimited by size
           into ws-archive-name
    end-string
    display "DD_AUDARCH" upon environment-name
    display ws-archive-name upon environment-value

    move "N" to ws-eof-flag
    open input ws-archive-file
    if ws-archive-file-status = "00"
        perform until ws-end-of-file
            read ws-archive-file
                at end
                    set ws-end-of-file to true
                not at end
                    move ws-archive-record to ws-audit-record
                    perform consider-audit-entry
            end-read
        end-perform
        close ws-archive-file
    end-if
    move "N" to ws-eof-flag.

scan-live-trail.
    move "N" to ws-eof-flag
    open input ws-audit-file
    if ws-audit-file-status = "00"
        perform until ws-end-of-file
            read ws-audit-file
                at end
                    set ws-end-of-file to true
                not at end
                    perform consider-audit-entry
            end-read
        end-perform
        close ws-audit-file
    else
        display "Audit trail not available (status="
            ws-audit-file-status ") - baseline built from the"
            " archives only."
    end-if
    move "N" to ws-eof-flag.

consider-audit-entry.
    *> Converted survey readings inside the window only: a
    *> rejection marker in OUT= (REJ-NEG, MALFORMED, ...) fails the
    *> numeric test, the same way engineering-extract.cbl drops
    *> them. An EU-run comma decimal is normalized first.
    if ws-audit-record(1:8) is numeric
            and ws-audit-record(1:8) >= ws-from-date
            and ws-audit-record(24:4) not = "LOCL"
        move ws-audit-record(24:4) to ws-entry-site
        move ws-audit-record(34:4) to ws-entry-unit
        move ws-audit-record(43:3) to ws-entry-dir
        move ws-audit-record(50:10) to ws-in-text
        move ws-audit-record(65:10) to ws-out-text
        inspect ws-in-text replacing all "," by "."
        inspect ws-out-text replacing all "," by "."
        if function test-numval(ws-in-text) = 0
                and function test-numval(ws-out-text) = 0
            if ws-entry-dir = "REV"
                compute ws-entry-value = function numval(ws-out-text)
            else
                compute ws-entry-value = function numval(ws-in-text)
            end-if
            perform add-to-baseline
        end-if
    end-if.

add-to-baseline.
    move 0 to ws-base-hit-sub
    perform varying ws-base-sub from 1 by 1
            until ws-base-sub > ws-base-count
        if bt-site-code(ws-base-sub) = ws-entry-site
                and bt-unit-code(ws-base-sub) = ws-entry-unit
            move ws-base-sub to ws-base-hit-sub
        end-if
    end-perform
    if ws-base-hit-sub = 0
        if ws-base-count < 400
            add 1 to ws-base-count
            move ws-base-count to ws-base-hit-sub
            move ws-entry-site to bt-site-code(ws-base-hit-sub)
            move ws-entry-unit to bt-unit-code(ws-base-hit-sub)
            move 0 to bt-count(ws-base-hit-sub)
            move 0 to bt-sum(ws-base-hit-sub)
            move 0 to bt-sum-squares(ws-base-hit-sub)
        else
            display "Baseline table is full - site "
                ws-entry-site " unit " ws-entry-unit
                " is left out of the baseline."
        end-if
    end-if
    if ws-base-hit-sub > 0
        add 1 to bt-count(ws-base-hit-sub)
        add ws-entry-value to bt-sum(ws-base-hit-sub)
        compute bt-sum-squares(ws-base-hit-sub) =
            bt-sum-squares(ws-base-hit-sub)
            + ws-entry-value * ws-entry-value
        add 1 to ws-readings-used
    end-if.

write-baseline-file.
    open output ws-baseline-file
    if ws-baseline-file-status not = "00"
        display "Unable to write the reading baseline (status="
            ws-baseline-file-status ") - baseline not rebuilt."
        move 16 to return-code
    else
        perform varying ws-base-sub from 1 by 1
                until ws-base-sub > ws-base-count
            perform write-baseline-record
        end-perform
        close ws-baseline-file
    end-if.

write-baseline-record.
    *> Sample standard deviation from the running sums, one step
    *> at a time so no intermediate outgrows its field: the sum of
    *> squared deviations is the sum of squares less mean * sum.
    *> The spread of a single reading is zero, and rounding can
    *> leave a hair below zero on a perfectly flat history.
    divide bt-sum(ws-base-sub) by bt-count(ws-base-sub)
        giving ws-mean rounded
    move 0 to ws-variance
    if bt-count(ws-base-sub) > 1
        multiply ws-mean by bt-sum(ws-base-sub)
            giving ws-square-term rounded
        subtract ws-square-term from bt-sum-squares(ws-base-sub)
            giving ws-deviation-sum
        subtract 1 from bt-count(ws-base-sub)
            giving ws-degrees-freedom
        divide ws-deviation-sum by ws-degrees-freedom
            giving ws-variance rounded
    end-if
    if ws-variance < 0
        move 0 to ws-variance
    end-if

    move spaces to ws-reading-baseline-record
    move bt-site-code(ws-base-sub) to rb-site-code
    move bt-unit-code(ws-base-sub) to rb-unit-code
    move bt-count(ws-base-sub) to rb-reading-count
    move ws-mean to rb-mean
    compute rb-spread rounded = function sqrt(ws-variance)
    if bt-count(ws-base-sub) < ws-minimum-readings
        set rb-thin to true
        add 1 to ws-thin-count
    else
        set rb-usable to true
        add 1 to ws-usable-count
    end-if
    move ws-today to rb-built-date
    move ws-from-date to rb-from-date
    write ws-reading-baseline-record.
