identification division.
program-id. night-override.

*> Supervisor override of a night held by reconciliation. When the
*> RECON step of jcl/feetcnvb.jcl comes back RC=12 the conversion
*> log, its distribution and the engineering extract are all held,
*> and until now the only way out was someone resubmitting those
*> steps by hand with no record of who decided the imbalance was
*> acceptable. This screen is that decision: reached from
*> conversion-menu.cbl (supervisor authority), it takes the held
*> run date and the supervisor's reason and appends one record to
*> the override log (override-log.dat / OVRLOG DD, see
*> override-log-record.cpy) under the signed-on operator id. The
*> release job, jcl/release.jcl, then re-drives the held steps for
*> that night; it refuses any night without a record here.
*>
*> A run date is accepted only when it is the latest night on the
*> run-history file - the release job sends out the newest results
*> generation, so an older night's release would send a later
*> night's results under its date - and only when the RECON step
*> actually held it: the run ended RC=0 or RC=4 and the
*> reconciliation raised its CRIT out-of-balance alert (FEETRCON,
*> key type RUN, the night's date) on the operations alert log. A
*> clean night has nothing to release. A night already released is
*> refused rather than logged twice, and a reason is required: "the
*> imbalance is acceptable" is the whole point of the record.
*>
*> The operator id comes from the CONV-MENU-OPERATOR environment
*> variable conversion-menu.cbl sets once it has signed the
*> operator on at supervisor authority. A run without it is
*> refused, as operator-admin.cbl refuses one - the release job
*> trusts the id on the record.
*>
*> OVRLOG/RUNHIST/ALERTLOG are DD-name style ASSIGN targets
*> resolved from DD_OVRLOG/DD_RUNHIST/DD_ALERTLOG, defaulted to
*> override-log.dat, run-history.dat and alert-log.dat, matching
*> the other programs' DD handling.

environment division.
input-output section.
file-control.
    select ws-override-log-file assign to OVRLOG
        organization is line sequential
        file status is ws-override-log-file-status.
    select ws-run-history-file assign to RUNHIST
        organization is line sequential
        file status is ws-run-history-file-status.
    select ws-alert-log-file assign to ALERTLOG
        organization is line sequential
        file status is ws-alert-log-file-status.

data division.
file section.
fd  ws-override-log-file.
copy "override-log-record.cpy".

fd  ws-run-history-file.
copy "run-history-record.cpy".

fd  ws-alert-log-file.
copy "alert-record.cpy".

working-storage section.
01 ws-override-log-file-status pic xx.
01 ws-run-history-file-status  pic xx.
01 ws-alert-log-file-status    pic xx.

01 ws-operator-id             pic x(8).
01 ws-choice                  pic 9 value 0.
01 ws-done-flag               pic x value "N".
   88 ws-done                  value "Y".

01 ws-eof-flag                pic x value "N".
   88 ws-end-of-file           value "Y".

01 ws-entry-run-date          pic 9(8).
01 ws-entry-reason            pic x(40).
01 ws-date-text               pic x(10).
01 ws-confirm                 pic x.

01 ws-entry-ok-flag           pic x value "N".
   88 ws-entry-ok              value "Y".

*> The latest run-history record for the date being released - a
*> resumed completion writes a second record for the same night.
01 ws-night-found-flag        pic x.
   88 ws-night-found           value "Y".
01 ws-night-start             pic x(17).
01 ws-night-end               pic x(17).
01 ws-night-converted         pic 9(9).
01 ws-night-rejected          pic 9(9).
01 ws-night-return-code       pic 9(4).
01 ws-latest-run-date         pic 9(8).
01 ws-held-flag               pic x.
   88 ws-night-held            value "Y".

01 ws-released-flag           pic x.
   88 ws-already-released      value "Y".
01 ws-released-by             pic x(8).
01 ws-released-on             pic x(17).

01 ws-run-datetime            pic x(17).
01 ws-cdt-date                pic 9(8).
01 ws-cdt-time                pic 9(8).

01 ws-list-count              pic 9(4) value 0.

01 ws-dd-name                 pic x(20).
01 ws-dd-default-value        pic x(80).
01 ws-dd-current-value        pic x(80).

procedure division.
main-logic.
    perform set-default-dd-names

    move "N" to ws-done-flag
    move spaces to ws-operator-id
    accept ws-operator-id from environment "CONV-MENU-OPERATOR"
    if ws-operator-id = spaces
        display "Held night release is only available to a"
            " supervisor signed on through the conversion menu."
        goback
    end-if

    perform until ws-done
        display " "
        display "Held night release (supervisor " ws-operator-id ")"
        display "  1. List released nights"
        display "  2. Release a held night under override"
        display "  3. Return to menu"
        display "Enter choice: " with no advancing
        accept ws-choice

        evaluate ws-choice
            when 1
                perform list-overrides
            when 2
                perform capture-override
                if ws-entry-ok
                    perform append-override-record
                end-if
            when 3
                set ws-done to true
            when other
                display "Please enter 1, 2 or 3."
        end-evaluate
    end-perform
    goback.

set-default-dd-names.
    move "DD_OVRLOG" to ws-dd-name
    move "override-log.dat" to ws-dd-default-value
    perform default-one-dd-name

    move "DD_RUNHIST" to ws-dd-name
    move "run-history.dat" to ws-dd-default-value
    perform default-one-dd-name

    move "DD_ALERTLOG" to ws-dd-name
    move "alert-log.dat" to ws-dd-default-value
    perform default-one-dd-name.

default-one-dd-name.
    move spaces to ws-dd-current-value
    accept ws-dd-current-value from environment ws-dd-name
    if ws-dd-current-value = spaces
        display ws-dd-name upon environment-name
        display ws-dd-default-value upon environment-value
    end-if.

list-overrides.
    move "N" to ws-eof-flag
    move 0 to ws-list-count
    open input ws-override-log-file
    if ws-override-log-file-status not = "00"
        display "No night has been released under override."
    else
        display " "
        display "RUN DATE  APPROVED BY  ENTERED            RC    REASON"
        perform until ws-end-of-file
            read ws-override-log-file
                at end
                    set ws-end-of-file to true
                not at end
                    display ov-run-date "  " ov-supervisor "     "
                        ov-entered-datetime "  " ov-convert-rc "  "
                        ov-reason
                    add 1 to ws-list-count
            end-read
        end-perform
        close ws-override-log-file
        display ws-list-count " night(s) released under override."
    end-if
    move "N" to ws-eof-flag.

capture-override.
    move "N" to ws-entry-ok-flag

    display "Held run date YYYYMMDD: " with no advancing
    move spaces to ws-date-text
    accept ws-date-text
    if ws-date-text(1:8) is not numeric
        display "Run date is not YYYYMMDD - entry abandoned."
    else
        move ws-date-text(1:8) to ws-entry-run-date
        perform find-night
        perform find-existing-override
        evaluate true
            when not ws-night-found
                display "No batch run on the run-history file for "
                    ws-entry-run-date " - entry abandoned."
            when ws-night-return-code > 4
                display "The " ws-entry-run-date " run ended RC="
                    ws-night-return-code " - reconciliation never"
                    " ran, so nothing is held by it. Rerun or"
                    " resume the batch instead."
            when ws-entry-run-date not = ws-latest-run-date
                display "Only the latest night, " ws-latest-run-date
                    ", can be released - the release job sends the"
                    " newest results, which are no longer "
                    ws-entry-run-date "'s."
            when other
                perform find-recon-hold
                evaluate true
                    when not ws-night-held
                        display "The reconciliation did not hold "
                            ws-entry-run-date " - no out-of-balance"
                            " alert for it on the alert log, so"
                            " there is nothing to release."
                    when ws-already-released
                        display "Night " ws-entry-run-date
                            " was already released by "
                            ws-released-by " at " ws-released-on "."
                    when other
                        perform capture-reason
                end-evaluate
        end-evaluate
    end-if.

capture-reason.
    display " "
    display "Run " ws-night-start " - " ws-night-end
    display "Converted " ws-night-converted "  rejected "
        ws-night-rejected "  CONVERT RC=" ws-night-return-code
    display "Reason the imbalance is acceptable: " with no advancing
    move spaces to ws-entry-reason
    accept ws-entry-reason
    if ws-entry-reason = spaces
        display "A reason is required - entry abandoned."
    else
        display "Release " ws-entry-run-date " under your override"
            " (Y/N)? " with no advancing
        move space to ws-confirm
        accept ws-confirm
        if function upper-case(ws-confirm) = "Y"
            set ws-entry-ok to true
        else
            display "Release not confirmed - nothing logged."
        end-if
    end-if.

find-night.
    move "N" to ws-night-found-flag
    move spaces to ws-night-start
    move spaces to ws-night-end
    move 0 to ws-night-converted
    move 0 to ws-night-rejected
    move 0 to ws-night-return-code
    move 0 to ws-latest-run-date
    move "N" to ws-eof-flag
    open input ws-run-history-file
    if ws-run-history-file-status = "00"
        perform until ws-end-of-file
            read ws-run-history-file
                at end
                    set ws-end-of-file to true
                not at end
                    move rh-run-date to ws-latest-run-date
                    if rh-run-date = ws-entry-run-date
                        set ws-night-found to true
                        move rh-start-datetime to ws-night-start
                        move rh-end-datetime to ws-night-end
                        move rh-converted to ws-night-converted
                        move rh-rejected to ws-night-rejected
                        move rh-return-code to ws-night-return-code
                    end-if
            end-read
        end-perform
        close ws-run-history-file
    end-if
    move "N" to ws-eof-flag.

find-recon-hold.
    *> conversion-reconcile.cbl keys its alert by the start date of
    *> the run it balanced - the night's start, which a run crossing
    *> midnight dates a day before its run-history date.
    move "N" to ws-held-flag
    move "N" to ws-eof-flag
    open input ws-alert-log-file
    if ws-alert-log-file-status = "00"
        perform until ws-end-of-file
            read ws-alert-log-file
                at end
                    set ws-end-of-file to true
                not at end
                    if al-raised
                            and al-source-program = "FEETRCON"
                            and al-critical
                            and al-key-type = "RUN"
                            and (al-key-date = ws-night-start(1:8)
                                or al-key-date = ws-entry-run-date)
                        set ws-night-held to true
                    end-if
            end-read
        end-perform
        close ws-alert-log-file
    end-if
    move "N" to ws-eof-flag.

find-existing-override.
    move "N" to ws-released-flag
    move spaces to ws-released-by
    move spaces to ws-released-on
    move "N" to ws-eof-flag
    open input ws-override-log-file
    if ws-override-log-file-status = "00"
        perform until ws-end-of-file
            read ws-override-log-file
                at end
                    set ws-end-of-file to true
                not at end
                    if ov-run-date = ws-entry-run-date
                        set ws-already-released to true
                        move ov-supervisor to ws-released-by
                        move ov-entered-datetime to ws-released-on
                    end-if
            end-read
        end-perform
        close ws-override-log-file
    end-if
    move "N" to ws-eof-flag.

append-override-record.
    accept ws-cdt-date from date yyyymmdd
    accept ws-cdt-time from time
    move ws-cdt-date to ws-run-datetime(1:8)
    move "-" to ws-run-datetime(9:1)
    move ws-cdt-time to ws-run-datetime(10:8)

    open extend ws-override-log-file
    if ws-override-log-file-status = "35"
        open output ws-override-log-file
    end-if
    if ws-override-log-file-status not = "00"
        display "Unable to write the override log (status="
            ws-override-log-file-status ")."
    else
        move spaces to ws-override-log-record
        move ws-entry-run-date to ov-run-date
        move ws-operator-id to ov-supervisor
        move ws-run-datetime to ov-entered-datetime
        move ws-night-return-code to ov-convert-rc
        move ws-entry-reason to ov-reason
        write ws-override-log-record
        close ws-override-log-file
        display "Override logged for " ws-entry-run-date
            ". Set RUNDATE=" ws-entry-run-date " in the RELEASE"
            " job and submit it to send the night out."
    end-if.
