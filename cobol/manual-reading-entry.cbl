identification division.
program-id. manual-reading-entry.

*> Manual keying of phoned-in site readings, with double-key
*> verification. When a site's extract fails its supervisor phones
*> the readings in; keyed through the calculator (feet-to-meters.cbl)
*> they were SITE=LOCL work, which the batch, the reconciliation,
*> the site statements and the engineering extract all exclude, so
*> the readings never reached engineering or the site's chargeback.
*> This screen, reached from conversion-menu.cbl at data-control
*> authority, puts them into the nightly feed instead:
*>
*>   - one operator keys a batch for a named site - unit,
*>     direction, value and reading sequence per reading, edited as
*>     they are keyed (active site, unit in today's table, sign + 8
*>     digits, a 6-digit or blank sequence) - and it is saved as
*>     KEYED on the manual keying file (manual-keying.dat, see
*>     manual-entry-record.cpy),
*>   - a SECOND operator picks the batch and re-keys every reading
*>     blind - only the site and the number of readings are shown -
*>     and only the readings where both keyings agree field for
*>     field are accepted; each reading that differs is named by its
*>     line number so the site can be phoned back. The operator who
*>     keyed the batch is refused: re-keying your own batch proves
*>     nothing,
*>   - the accepted readings are wrapped as one HDR/TRL group under
*>     source id MANUAL, with the count and hash total computed
*>     here, written to the manual staging file, and handed to
*>     intake-validate.cbl - the same group, layout, site and unit
*>     checks any transmitted extract gets - which appends the group
*>     to the pickup queue the night's FEETIN is built from and
*>     writes its receipt to the manual intake receipt file.
*>
*> The group is dated today, unless tonight's MANUAL group for today
*> has already been converted to completion (the file control log
*> holds it COMPLETED) - a batch verified after the night has run is
*> dated tomorrow, so the batch does not skip it as a group it has
*> already processed. Several batches verified in one day go on the
*> queue as several MANUAL groups and convert in the same night.
*>
*> The operator id comes from the CONV-MENU-OPERATOR environment
*> variable conversion-menu.cbl sets once it has signed the operator
*> on. A run without it is refused, as operator-admin.cbl refuses
*> one: a typed id is checked against nothing, and would let the
*> first keyer re-key their own batch under another name.
*>
*> MANKEY/MANSTAGE/SITEMST/FILECTL are DD-name style ASSIGN targets
*> resolved from DD_MANKEY/DD_MANSTAGE/DD_SITEMST/DD_FILECTL,
*> defaulted to manual-keying.dat, manual-staged-readings.dat,
*> site-master.dat and file-control-log.dat; the receipt goes to
*> DD_MANRCPT (manual-intake-receipt.dat), which is handed to
*> intake-validate as its RCPTOUT together with the staging file as
*> its STAGEIN, and put back as they were after the call. The unit
*> table loads through unit-master-load (UNITMST) like every
*> conversion program, matching the other programs' DD handling.

environment division.
input-output section.
file-control.
    select ws-manual-entry-file assign to MANKEY
        organization is line sequential
        file status is ws-manual-entry-file-status.
    select ws-staged-file assign to MANSTAGE
        organization is line sequential
        file status is ws-staged-file-status.
    select ws-site-master-file assign to SITEMST
        organization is line sequential
        file status is ws-site-master-file-status.
    select ws-file-control-log assign to FILECTL
        organization is line sequential
        file status is ws-file-control-log-status.

data division.
file section.
fd  ws-manual-entry-file.
copy "manual-entry-record.cpy".

fd  ws-staged-file.
01  ws-staged-record.
    05  ws-staged-site        pic x(4).
    05  ws-staged-unit        pic x(4).
    05  ws-staged-dir         pic x(3).
    05  ws-staged-text        pic x(9).
    05  ws-staged-seq         pic x(6).
01  ws-staged-control redefines ws-staged-record.
    05  sg-record-type        pic x(3).
    05  sg-hdr-detail.
        10  sg-file-date      pic 9(8).
        10  sg-source-system  pic x(8).
        10  filler            pic x(7).
    05  sg-trl-detail redefines sg-hdr-detail.
        10  sg-record-count   pic 9(9).
        10  sg-hash-total     pic s9(11)v99
                              sign is leading separate.

fd  ws-site-master-file.
copy "site-master-record.cpy".

fd  ws-file-control-log.
copy "file-control-record.cpy".

working-storage section.
copy "unit-factors.cpy".

01 ws-manual-entry-file-status pic xx.
01 ws-staged-file-status      pic xx.
01 ws-site-master-file-status pic xx.
01 ws-file-control-log-status pic xx.

01 ws-operator-id             pic x(8).
01 ws-choice                  pic 9 value 0.
01 ws-done-flag               pic x value "N".
   88 ws-done                  value "Y".

01 ws-eof-flag                pic x value "N".
   88 ws-end-of-file           value "Y".

01 ws-today                   pic 9(8).
01 ws-today-integer           pic 9(8).
01 ws-run-datetime            pic x(17).
01 ws-cdt-date                pic 9(8).
01 ws-cdt-time                pic 9(8).

*> Site table, latest in-effect record per code, the same walk
*> intake-validate makes.
01 ws-site-table.
   03 ws-site-entry occurs 20 times.
      05 st-site-code        pic x(4).
      05 st-active-flag      pic x.
      05 st-eff-date         pic 9(8).
01 ws-site-count              pic s9(4) comp value 0.
01 ws-site-sub                pic s9(4) comp.
01 ws-site-hit-sub            pic s9(4) comp.
01 ws-site-ok-flag            pic x.
   88 ws-site-ok               value "Y".

*> Latest state of every batch still KEYED (awaiting the re-key),
*> rebuilt from the keying file before every listing and every
*> re-key so two operators working at once cannot both verify the
*> same batch. A batch leaves the table as soon as a later state
*> (QUEUED, REFUSED, NOMATCH) is read for it, so the table only has
*> to hold the batches still waiting, not every batch ever keyed.
01 ws-batch-table.
   03 ws-batch-entry occurs 200 times.
      05 bt-batch-id         pic 9(12).
      05 bt-status           pic x(8).
      05 bt-site             pic x(4).
      05 bt-reading-count    pic 9(4).
      05 bt-keyed-by         pic x(8).
      05 bt-keyed-datetime   pic x(17).
01 ws-batch-count             pic s9(4) comp value 0.
01 ws-batch-sub               pic s9(4) comp.
01 ws-batch-hit-sub           pic s9(4) comp.
01 ws-batch-overflow          pic 9(6) value 0.
*> Last state on file of the batch being re-keyed, so a batch
*> already dealt with can be reported as such.
01 ws-selected-status         pic x(8).
01 ws-today-batches           pic 9(4).
01 ws-awaiting-count          pic 9(4).

*> The first keying (as keyed, or as read back for the re-key) and
*> the blind second keying, reading for reading.
01 ws-keyed-table.
   03 ws-keyed-entry occurs 50 times.
      05 kr-unit             pic x(4).
      05 kr-dir              pic x(3).
      05 kr-value            pic x(9).
      05 kr-seq              pic x(6).
01 ws-rekeyed-table.
   03 ws-rekeyed-entry occurs 50 times.
      05 vr-unit             pic x(4).
      05 vr-dir              pic x(3).
      05 vr-value            pic x(9).
      05 vr-seq              pic x(6).
      05 vr-match-flag       pic x.
         88 vr-matched        value "Y".
01 ws-reading-count           pic 9(4) value 0.
01 ws-reading-sub             pic s9(4) comp.
01 ws-reading-display         pic 9(4).
01 ws-reading-max             pic 9(4) value 50.
01 ws-accepted-count          pic 9(4).
01 ws-mismatch-count          pic 9(4).

01 ws-entry-site              pic x(4).
01 ws-entry-unit              pic x(4).
01 ws-entry-dir               pic x(3).
01 ws-entry-value             pic x(9).
01 ws-entry-value-numeric redefines ws-entry-value
                              pic s9(6)v99 sign is leading separate.
01 ws-entry-seq               pic x(6).
01 ws-field-text              pic x(12).
01 ws-keying-done-flag        pic x.
   88 ws-keying-done           value "Y".
01 ws-entry-ok-flag           pic x.
   88 ws-entry-ok              value "Y".
01 ws-confirm                 pic x.

01 ws-batch-id                pic 9(12) value 0.
01 ws-batch-id-text           pic x(14).
01 ws-batch-status            pic x(8).
01 ws-group-file-date         pic 9(8).
01 ws-group-hash              pic s9(11)v99.
01 ws-manual-done-flag        pic x.
   88 ws-manual-done-today     value "Y".
01 ws-intake-rc               pic 9(4).

*> intake-validate's own STAGEIN/RCPTOUT settings, kept across the
*> call so a later intake run in the same session is not pointed at
*> the manual files.
01 ws-saved-stagein           pic x(80).
01 ws-saved-rcptout           pic x(80).
01 ws-manual-stage-path       pic x(80).
01 ws-manual-receipt-path     pic x(80).

01 ws-dd-name                 pic x(20).
01 ws-dd-default-value        pic x(80).
01 ws-dd-current-value        pic x(80).

procedure division.
main-logic.
    accept ws-today from date yyyymmdd
    compute ws-today-integer = function integer-of-date(ws-today)
    perform set-default-dd-names
    call "unit-master-load" using uf-table end-call
    perform load-site-master

    move "N" to ws-done-flag
    move spaces to ws-operator-id
    accept ws-operator-id from environment "CONV-MENU-OPERATOR"
    if ws-operator-id = spaces
        display "Phoned-in reading entry is only available to a"
            " data-control operator signed on through the"
            " conversion menu."
        goback
    end-if

    perform until ws-done
        display " "
        display "Phoned-in readings (operator " ws-operator-id ")"
        display "  1. List batches awaiting the second keying"
        display "  2. Key a new batch for a site"
        display "  3. Re-key a batch blind and queue the matches"
        display "  4. Return to menu"
        display "Enter choice: " with no advancing
        accept ws-choice

        evaluate ws-choice
            when 1
                perform load-batch-table
                perform list-awaiting-batches
            when 2
                perform key-new-batch
            when 3
                perform rekey-batch
            when 4
                set ws-done to true
            when other
                display "Please enter 1, 2, 3 or 4."
        end-evaluate
    end-perform
    goback.

set-default-dd-names.
    move "DD_MANKEY" to ws-dd-name
    move "manual-keying.dat" to ws-dd-default-value
    perform default-one-dd-name

    move "DD_MANSTAGE" to ws-dd-name
    move "manual-staged-readings.dat" to ws-dd-default-value
    perform default-one-dd-name

    move "DD_MANRCPT" to ws-dd-name
    move "manual-intake-receipt.dat" to ws-dd-default-value
    perform default-one-dd-name

    move "DD_SITEMST" to ws-dd-name
    move "site-master.dat" to ws-dd-default-value
    perform default-one-dd-name

    move "DD_FILECTL" to ws-dd-name
    move "file-control-log.dat" to ws-dd-default-value
    perform default-one-dd-name.

default-one-dd-name.
    move spaces to ws-dd-current-value
    accept ws-dd-current-value from environment ws-dd-name
    if ws-dd-current-value = spaces
        display ws-dd-name upon environment-name
        display ws-dd-default-value upon environment-value
    end-if.

load-site-master.
    move 0 to ws-site-count
    move "N" to ws-eof-flag
    open input ws-site-master-file
    if ws-site-master-file-status = "00"
        perform until ws-end-of-file
            read ws-site-master-file
                at end
                    set ws-end-of-file to true
                not at end
                    perform consider-site-record
            end-read
        end-perform
        close ws-site-master-file
    end-if
    move "N" to ws-eof-flag.

consider-site-record.
    if sm-effective-date is not numeric
        move 0 to sm-effective-date
    end-if
    if sm-effective-date <= ws-today
        move 0 to ws-site-hit-sub
        perform varying ws-site-sub from 1 by 1
                until ws-site-sub > ws-site-count
            if st-site-code(ws-site-sub) = sm-site-code
                    and ws-site-hit-sub = 0
                move ws-site-sub to ws-site-hit-sub
            end-if
        end-perform
        if ws-site-hit-sub > 0
            if sm-effective-date >= st-eff-date(ws-site-hit-sub)
                move sm-active-flag
                    to st-active-flag(ws-site-hit-sub)
                move sm-effective-date
                    to st-eff-date(ws-site-hit-sub)
            end-if
        else
            if ws-site-count < 20
                add 1 to ws-site-count
                move sm-site-code
                    to st-site-code(ws-site-count)
                move sm-active-flag
                    to st-active-flag(ws-site-count)
                move sm-effective-date
                    to st-eff-date(ws-site-count)
            end-if
        end-if
    end-if.

find-entry-site.
    move "N" to ws-site-ok-flag
    perform varying ws-site-sub from 1 by 1
            until ws-site-sub > ws-site-count
        if st-site-code(ws-site-sub) = ws-entry-site
                and st-active-flag(ws-site-sub) = "Y"
            set ws-site-ok to true
        end-if
    end-perform
    *> LOCL is the calculator's own code - never a feed site.
    if ws-entry-site = "LOCL"
        move "N" to ws-site-ok-flag
    end-if.

load-batch-table.
    move 0 to ws-batch-count
    move 0 to ws-batch-overflow
    move spaces to ws-selected-status
    move 0 to ws-today-batches
    move "N" to ws-eof-flag
    open input ws-manual-entry-file
    if ws-manual-entry-file-status = "00"
        perform until ws-end-of-file
            read ws-manual-entry-file
                at end
                    set ws-end-of-file to true
                not at end
                    if me-batch-state
                        perform note-batch-state
                    end-if
            end-read
        end-perform
        close ws-manual-entry-file
    end-if
    move "N" to ws-eof-flag
    if ws-batch-overflow > 0
        display "WARNING: batch table is full - "
            ws-batch-overflow " keyed batch(es) cannot be listed"
            " or re-keyed until others are re-keyed."
    end-if.

note-batch-state.
    *> Only a KEYED batch keeps its slot.
    if me-batch-id = ws-batch-id
        move me-status to ws-selected-status
    end-if
    move 0 to ws-batch-hit-sub
    perform varying ws-batch-sub from 1 by 1
            until ws-batch-sub > ws-batch-count
        if bt-batch-id(ws-batch-sub) = me-batch-id
            move ws-batch-sub to ws-batch-hit-sub
        end-if
    end-perform
    if me-status = "KEYED"
        if ws-batch-hit-sub = 0
            if ws-batch-count < 200
                add 1 to ws-batch-count
                move ws-batch-count to ws-batch-hit-sub
                move me-batch-id to bt-batch-id(ws-batch-hit-sub)
                move me-site to bt-site(ws-batch-hit-sub)
                move me-reading-count
                    to bt-reading-count(ws-batch-hit-sub)
                move me-operator to bt-keyed-by(ws-batch-hit-sub)
                move me-state-datetime
                    to bt-keyed-datetime(ws-batch-hit-sub)
            else
                add 1 to ws-batch-overflow
            end-if
        end-if
        if ws-batch-hit-sub > 0
            move me-status to bt-status(ws-batch-hit-sub)
        end-if
    else
        if ws-batch-hit-sub > 0
            perform drop-batch-entry
        end-if
    end-if
    if me-batch-id(1:8) = ws-today(1:8)
            and me-batch-id(9:4) > ws-today-batches
        move me-batch-id(9:4) to ws-today-batches
    end-if.

drop-batch-entry.
    *> Close the gap so the waiting batches stay in keying order.
    perform varying ws-batch-sub from ws-batch-hit-sub by 1
            until ws-batch-sub >= ws-batch-count
        move ws-batch-entry(ws-batch-sub + 1)
            to ws-batch-entry(ws-batch-sub)
    end-perform
    subtract 1 from ws-batch-count.

list-awaiting-batches.
    move 0 to ws-awaiting-count
    display " "
    display "BATCH        SITE READINGS KEYED BY KEYED AT"
    perform varying ws-batch-sub from 1 by 1
            until ws-batch-sub > ws-batch-count
        if bt-status(ws-batch-sub) = "KEYED"
            add 1 to ws-awaiting-count
            display bt-batch-id(ws-batch-sub) " "
                bt-site(ws-batch-sub) " "
                bt-reading-count(ws-batch-sub) "     "
                bt-keyed-by(ws-batch-sub) " "
                bt-keyed-datetime(ws-batch-sub)
        end-if
    end-perform
    display ws-awaiting-count " batch(es) awaiting the second keying.".

key-new-batch.
    display "Site code: " with no advancing
    move spaces to ws-field-text
    accept ws-field-text
    move function upper-case(ws-field-text(1:4)) to ws-entry-site
    perform find-entry-site
    if not ws-site-ok
        display "Site " ws-entry-site " is not an active site on"
            " the site master - batch abandoned."
    else
        move 0 to ws-reading-count
        move "N" to ws-keying-done-flag
        display "Key each reading as the site gives it; a blank"
            " unit ends the batch."
        perform until ws-keying-done
            perform key-one-reading
        end-perform
        if ws-reading-count = 0
            display "No readings keyed - batch abandoned."
        else
            display "Save " ws-reading-count " reading(s) for "
                ws-entry-site " for the second keying (Y/N)? "
                with no advancing
            move space to ws-confirm
            accept ws-confirm
            if function upper-case(ws-confirm) = "Y"
                perform save-keyed-batch
            else
                display "Batch not saved."
            end-if
        end-if
    end-if.

key-one-reading.
    move ws-reading-count to ws-reading-display
    add 1 to ws-reading-display
    display "Reading " ws-reading-display " unit: " with no advancing
    move spaces to ws-field-text
    accept ws-field-text
    if ws-field-text = spaces
        set ws-keying-done to true
    else
        move function upper-case(ws-field-text(1:4))
            to ws-entry-unit
        perform key-reading-fields
        if ws-entry-ok
            add 1 to ws-reading-count
            move ws-entry-unit to kr-unit(ws-reading-count)
            move ws-entry-dir to kr-dir(ws-reading-count)
            move ws-entry-value to kr-value(ws-reading-count)
            move ws-entry-seq to kr-seq(ws-reading-count)
            if ws-reading-count >= ws-reading-max
                display "A batch holds " ws-reading-max
                    " readings - key the rest as a new batch."
                set ws-keying-done to true
            end-if
        else
            display "Reading not taken - key it again."
        end-if
    end-if.

key-reading-fields.
    move "Y" to ws-entry-ok-flag

    move ws-entry-unit to uf-search-code
    copy "unit-factors-lookup.cpy".
    if not uf-found
        display "Unit " ws-entry-unit " is not in today's unit table."
        move "N" to ws-entry-ok-flag
    end-if

    display "  direction (FWD/REV): " with no advancing
    move spaces to ws-field-text
    accept ws-field-text
    move function upper-case(ws-field-text(1:3)) to ws-entry-dir
    if ws-entry-dir not = "FWD" and ws-entry-dir not = "REV"
        display "Direction must be FWD or REV."
        move "N" to ws-entry-ok-flag
    end-if

    display "  value, sign then 8 digits: " with no advancing
    move spaces to ws-field-text
    accept ws-field-text
    move ws-field-text(1:9) to ws-entry-value
    if (ws-entry-value(1:1) not = "+" and ws-entry-value(1:1) not = "-")
            or ws-entry-value(2:8) is not numeric
            or ws-field-text(10:3) not = spaces
        display "Value must be a sign and 8 digits, e.g. +00012550."
        move "N" to ws-entry-ok-flag
    end-if

    display "  reading sequence (6 digits, blank if none): "
        with no advancing
    move spaces to ws-field-text
    accept ws-field-text
    move ws-field-text(1:6) to ws-entry-seq
    if (ws-entry-seq not = spaces and ws-entry-seq is not numeric)
            or ws-field-text(7:6) not = spaces
        display "Sequence must be 6 digits or blank."
        move "N" to ws-entry-ok-flag
    end-if.

save-keyed-batch.
    perform load-batch-table
    compute ws-batch-id = ws-today * 10000 + ws-today-batches + 1
    perform stamp-run-datetime

    open extend ws-manual-entry-file
    if ws-manual-entry-file-status = "35"
        open output ws-manual-entry-file
    end-if
    if ws-manual-entry-file-status not = "00"
        display "Unable to write the keying file (status="
            ws-manual-entry-file-status ") - batch not saved."
    else
        move spaces to ws-manual-entry-record
        move ws-batch-id to me-batch-id
        set me-batch-state to true
        move "KEYED" to me-status
        move ws-entry-site to me-site
        move ws-reading-count to me-reading-count
        move ws-operator-id to me-operator
        move ws-run-datetime to me-state-datetime
        move 0 to me-accepted-count
        move 0 to me-mismatch-count
        move 0 to me-file-date
        write ws-manual-entry-record
        perform varying ws-reading-sub from 1 by 1
                until ws-reading-sub > ws-reading-count
            move spaces to ws-manual-entry-record
            move ws-batch-id to me-batch-id
            set me-reading to true
            move ws-reading-sub to me-line-number
            move kr-unit(ws-reading-sub) to me-unit
            move kr-dir(ws-reading-sub) to me-dir
            move kr-value(ws-reading-sub) to me-value
            move kr-seq(ws-reading-sub) to me-seq
            write ws-manual-entry-record
        end-perform
        close ws-manual-entry-file
        display "Batch " ws-batch-id " saved - a second operator"
            " must now re-key it."
    end-if.

rekey-batch.
    display "Batch id to re-key: " with no advancing
    move spaces to ws-batch-id-text
    accept ws-batch-id-text
    move 0 to ws-batch-hit-sub
    move 0 to ws-batch-id
    if ws-batch-id-text(1:12) is numeric
        move ws-batch-id-text(1:12) to ws-batch-id
    end-if
    *> Rebuilt now, so the state checked is the one on file.
    perform load-batch-table
    if ws-batch-id > 0
        perform varying ws-batch-sub from 1 by 1
                until ws-batch-sub > ws-batch-count
            if bt-batch-id(ws-batch-sub) = ws-batch-id
                move ws-batch-sub to ws-batch-hit-sub
            end-if
        end-perform
    end-if

    evaluate true
        when ws-batch-hit-sub = 0 and ws-selected-status not = spaces
            display "Batch " ws-batch-id " is already "
                ws-selected-status " - nothing to re-key."
        when ws-batch-hit-sub = 0
            display "No batch " function trim(ws-batch-id-text)
                " on the keying file."
        when bt-status(ws-batch-hit-sub) not = "KEYED"
            display "Batch " ws-batch-id " is already "
                bt-status(ws-batch-hit-sub) " - nothing to re-key."
        when bt-keyed-by(ws-batch-hit-sub) = ws-operator-id
            display "You keyed batch " ws-batch-id " - a different"
                " operator must re-key it."
        when other
            perform load-keyed-readings
            perform rekey-readings
            perform compare-keyings
            perform dispose-of-batch
    end-evaluate.

load-keyed-readings.
    move bt-site(ws-batch-hit-sub) to ws-entry-site
    move 0 to ws-reading-count
    move "N" to ws-eof-flag
    open input ws-manual-entry-file
    if ws-manual-entry-file-status = "00"
        perform until ws-end-of-file
            read ws-manual-entry-file
                at end
                    set ws-end-of-file to true
                not at end
                    if me-reading and me-batch-id = ws-batch-id
                            and me-line-number > 0
                            and me-line-number <= ws-reading-max
                        move me-unit to kr-unit(me-line-number)
                        move me-dir to kr-dir(me-line-number)
                        move me-value to kr-value(me-line-number)
                        move me-seq to kr-seq(me-line-number)
                        if me-line-number > ws-reading-count
                            move me-line-number to ws-reading-count
                        end-if
                    end-if
            end-read
        end-perform
        close ws-manual-entry-file
    end-if
    move "N" to ws-eof-flag.

rekey-readings.
    *> Blind: the first keying's values are never shown.
    display " "
    display "Batch " ws-batch-id " for site " ws-entry-site ": "
        ws-reading-count " reading(s). Key each one as the site"
        " gave it."
    perform varying ws-reading-sub from 1 by 1
            until ws-reading-sub > ws-reading-count
        move ws-reading-sub to ws-reading-display
        display "Reading " ws-reading-display " unit: "
            with no advancing
        move spaces to ws-field-text
        accept ws-field-text
        move function upper-case(ws-field-text(1:4))
            to vr-unit(ws-reading-sub)
        display "  direction (FWD/REV): " with no advancing
        move spaces to ws-field-text
        accept ws-field-text
        move function upper-case(ws-field-text(1:3))
            to vr-dir(ws-reading-sub)
        display "  value, sign then 8 digits: " with no advancing
        move spaces to ws-field-text
        accept ws-field-text
        move ws-field-text(1:9) to vr-value(ws-reading-sub)
        display "  reading sequence (6 digits, blank if none): "
            with no advancing
        move spaces to ws-field-text
        accept ws-field-text
        move ws-field-text(1:6) to vr-seq(ws-reading-sub)
    end-perform.

compare-keyings.
    move 0 to ws-accepted-count
    move 0 to ws-mismatch-count
    perform varying ws-reading-sub from 1 by 1
            until ws-reading-sub > ws-reading-count
        if vr-unit(ws-reading-sub) = kr-unit(ws-reading-sub)
                and vr-dir(ws-reading-sub) = kr-dir(ws-reading-sub)
                and vr-value(ws-reading-sub)
                    = kr-value(ws-reading-sub)
                and vr-seq(ws-reading-sub) = kr-seq(ws-reading-sub)
            move "Y" to vr-match-flag(ws-reading-sub)
            add 1 to ws-accepted-count
        else
            move "N" to vr-match-flag(ws-reading-sub)
            add 1 to ws-mismatch-count
            move ws-reading-sub to ws-reading-display
            display "Reading " ws-reading-display ": the two keyings"
                " differ - not accepted; phone the site back."
        end-if
    end-perform
    display ws-accepted-count " reading(s) matched, "
        ws-mismatch-count " differed.".

dispose-of-batch.
    move 0 to ws-group-file-date
    if ws-accepted-count = 0
        move "NOMATCH" to ws-batch-status
        display "Nothing matched - batch " ws-batch-id
            " closed with nothing queued."
    else
        perform choose-group-file-date
        perform write-staged-group
        if ws-staged-file-status not = "00"
            move "REFUSED" to ws-batch-status
        else
            perform run-intake-validation
            if ws-intake-rc = 0
                move "QUEUED" to ws-batch-status
                display ws-accepted-count " reading(s) from batch "
                    ws-batch-id " queued as file date "
                    ws-group-file-date " source MANUAL."
            else
                move "REFUSED" to ws-batch-status
                display "Intake validation refused the group - see "
                    function trim(ws-manual-receipt-path)
                    ". Nothing was queued."
            end-if
        end-if
    end-if
    perform write-batch-state.

choose-group-file-date.
    move "N" to ws-manual-done-flag
    move "N" to ws-eof-flag
    open input ws-file-control-log
    if ws-file-control-log-status = "00"
        perform until ws-end-of-file
            read ws-file-control-log
                at end
                    set ws-end-of-file to true
                not at end
                    if fcl-status = "COMPLETED"
                            and fcl-file-date = ws-today
                            and fcl-source-system = "MANUAL"
                        set ws-manual-done-today to true
                    end-if
            end-read
        end-perform
        close ws-file-control-log
    end-if
    move "N" to ws-eof-flag
    if ws-manual-done-today
        compute ws-group-file-date =
            function date-of-integer(ws-today-integer + 1)
    else
        move ws-today to ws-group-file-date
    end-if.

write-staged-group.
    move 0 to ws-group-hash
    open output ws-staged-file
    if ws-staged-file-status not = "00"
        display "Unable to write the manual staging file (status="
            ws-staged-file-status ") - nothing queued."
    else
        move spaces to ws-staged-record
        move "HDR" to sg-record-type
        move ws-group-file-date to sg-file-date
        move "MANUAL" to sg-source-system
        write ws-staged-record

        perform varying ws-reading-sub from 1 by 1
                until ws-reading-sub > ws-reading-count
            if vr-matched(ws-reading-sub)
                move kr-value(ws-reading-sub) to ws-entry-value
                add ws-entry-value-numeric to ws-group-hash
                move ws-entry-site to ws-staged-site
                move kr-unit(ws-reading-sub) to ws-staged-unit
                move kr-dir(ws-reading-sub) to ws-staged-dir
                move kr-value(ws-reading-sub) to ws-staged-text
                move kr-seq(ws-reading-sub) to ws-staged-seq
                write ws-staged-record
            end-if
        end-perform

        move spaces to ws-staged-record
        move "TRL" to sg-record-type
        move ws-accepted-count to sg-record-count
        move ws-group-hash to sg-hash-total
        write ws-staged-record
        close ws-staged-file
    end-if.

run-intake-validation.
    *> intake-validate reads STAGEIN and writes RCPTOUT; both are
    *> pointed at the manual files for the call and put back after.
    move spaces to ws-manual-stage-path
    accept ws-manual-stage-path from environment "DD_MANSTAGE"
    move spaces to ws-manual-receipt-path
    accept ws-manual-receipt-path from environment "DD_MANRCPT"
    move spaces to ws-saved-stagein
    accept ws-saved-stagein from environment "DD_STAGEIN"
    move spaces to ws-saved-rcptout
    accept ws-saved-rcptout from environment "DD_RCPTOUT"

    display "DD_STAGEIN" upon environment-name
    display ws-manual-stage-path upon environment-value
    display "DD_RCPTOUT" upon environment-name
    display ws-manual-receipt-path upon environment-value

    move 0 to return-code
    call "intake-validate" end-call
    move return-code to ws-intake-rc
    move 0 to return-code
    cancel "intake-validate"

    display "DD_STAGEIN" upon environment-name
    display ws-saved-stagein upon environment-value
    display "DD_RCPTOUT" upon environment-name
    display ws-saved-rcptout upon environment-value.

write-batch-state.
    perform stamp-run-datetime
    open extend ws-manual-entry-file
    if ws-manual-entry-file-status = "35"
        open output ws-manual-entry-file
    end-if
    if ws-manual-entry-file-status not = "00"
        display "Unable to write the keying file (status="
            ws-manual-entry-file-status ") - batch " ws-batch-id
            " still shows KEYED."
    else
        move spaces to ws-manual-entry-record
        move ws-batch-id to me-batch-id
        set me-batch-state to true
        move ws-batch-status to me-status
        move ws-entry-site to me-site
        move ws-reading-count to me-reading-count
        move ws-operator-id to me-operator
        move ws-run-datetime to me-state-datetime
        move ws-accepted-count to me-accepted-count
        move ws-mismatch-count to me-mismatch-count
        move ws-group-file-date to me-file-date
        write ws-manual-entry-record
        close ws-manual-entry-file
    end-if.

stamp-run-datetime.
    accept ws-cdt-date from date yyyymmdd
    accept ws-cdt-time from time
    move ws-cdt-date to ws-run-datetime(1:8)
    move "-" to ws-run-datetime(9:1)
    move ws-cdt-time to ws-run-datetime(10:8).
