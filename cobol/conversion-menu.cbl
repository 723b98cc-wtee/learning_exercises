*> id and password checked, three attempts, and an authority level
*> enforced per menu option - I (inquiry-only) reaches the calculator,
*> the audit inquiry and the run-status screen; D (data-control) adds
*> batch conversion, the reject repair desk, the keying screen
*> for phoned-in readings (manual-reading-entry.cbl), where a second
*> data-control operator re-keys each batch blind before it joins
*> the nightly feed, an on-demand run of the nightly cross-file
*> integrity audit (integrity-audit.cbl) and the operations alert
*> screen (alert-review.cbl), where the alerts the batch and the
*> morning checks raise are listed and acknowledged; M
*> (maintenance) adds the unit and site master maintenance screens,
*> the chargeback rate maintenance screen and the unit change
*> approval screen, where a second maintenance operator approves or
*> declines the factor changes the first one keyed; S (supervisor)
*> adds operator administration (operator-admin.cbl) and the
*> held-night release screen (night-override.cbl), where a
*> supervisor signs off a night the reconciliation held so the
*> release job may send it out. Every sign-on
*> attempt, success or failure, and every refused option is written
*> to the security log (security-log.dat / SECLOG DD), so "who can
*> alter the MILE factor" is answered from the operator master and
*> "who tried" from the log.
*>
*> Sign-on also enforces the operator master's own controls: a
*> suspended or locked operator is refused even with the right
*> password; a wrong password adds to the operator's failed-sign-on
*> count, which survives between sessions, and the id is locked
*> once the count reaches the lockout threshold (a supervisor's
*> reinstate is the only way back); and a password older than the
*> expiry age, or one a supervisor has just issued, must be changed
*> before the menu is shown. The master is rewritten in place from
*> storage whenever one of these counters or dates changes - so a
*> master holding more operators than the table refuses every
*> sign-on rather than be rewritten short.
*>
*> The signed-on operator id is handed to the maintenance screens
*> through the CONV-MENU-OPERATOR environment variable (the same
*> pattern as the batch tokens), so their change logs record the
01 ws-operator-master-file-status pic xx.
01 ws-security-log-file-status    pic xx.

01 ws-choice          pic 99 value 0.
01 ws-done-flag       pic x value "N".
   88 ws-done          value "Y".
01 ws-batch-cmd       pic x(80).
   88 ws-signed-on     value "Y".
01 ws-signon-attempts pic 9 value 0.

*> The operator master in storage, so a sign-on can update the
*> failed-count, status and password of one record and rewrite the
*> file. The thresholds are the security policy's numbers.
01 ws-operator-table.
   03 ws-operator-entry occurs 100 times.
      05 ot-record          pic x(31).
01 ws-operator-count  pic s9(4) comp value 0.
01 ws-operator-sub    pic s9(4) comp.
01 ws-operator-hit-sub pic s9(4) comp.
01 ws-load-ok-flag    pic x value "N".
   88 ws-load-ok       value "Y".
01 ws-lockout-threshold   pic 9(2) value 5.
01 ws-password-expiry-days pic 9(3) value 90.
01 ws-today           pic 9(8).
01 ws-password-age    pic s9(9).
01 ws-new-password    pic x(8).
01 ws-repeat-password pic x(8).
01 ws-change-attempts pic 9 value 0.
01 ws-password-changed-flag pic x value "N".
   88 ws-password-changed value "Y".

01 ws-required-auth   pic x.
01 ws-allowed-flag    pic x.
   88 ws-allowed       value "Y".

01 ws-log-event       pic x(10).
01 ws-log-detail      pic x(20).
01 ws-choice-text     pic x(2).

01 ws-run-datetime    pic x(17).
01 ws-cdt-date        pic 9(8).
        display "  5. Reject repair and resubmission"
        display "  6. Audit trail inquiry"
        display "  7. Last batch run status"
        display "  8. Unit change approval"
        display "  9. Operator administration"
        display " 10. Chargeback rate maintenance"
        display " 11. Release a held night (supervisor override)"
        display " 12. Key phoned-in readings (double-keyed)"
        display " 13. Cross-file integrity audit"
        display " 14. Operations alerts - review and acknowledge"
        display " 15. Exit"
        display "Enter choice: " with no advancing
        accept ws-choice

                    call "run-status" end-call
                end-if
            when 8
                move "M" to ws-required-auth
                perform check-authority
                if ws-allowed
                    call "unit-change-approval" end-call
                end-if
            when 9
                move "S" to ws-required-auth
                perform check-authority
                if ws-allowed
                    call "operator-admin" end-call
                end-if
            when 10
                move "M" to ws-required-auth
                perform check-authority
                if ws-allowed
                    call "rate-maintenance" end-call
                end-if
            when 11
                move "S" to ws-required-auth
                perform check-authority
                if ws-allowed
                    call "night-override" end-call
                end-if
            when 12
                move "D" to ws-required-auth
                perform check-authority
                if ws-allowed
                    call "manual-reading-entry" end-call
                end-if
            when 13
                move "D" to ws-required-auth
                perform check-authority
                if ws-allowed
                    call "integrity-audit" end-call
                end-if
            when 14
                move "D" to ws-required-auth
                perform check-authority
                if ws-allowed
                    call "alert-review" end-call
                end-if
            when 15
                set ws-done to true
            when other
                display "Please enter a choice from 1 to 15."
        end-evaluate
    end-perform

    end-if.

sign-on.
    accept ws-today from date yyyymmdd
    move "N" to ws-signed-on-flag
    move 0 to ws-signon-attempts
    perform until ws-signed-on or ws-signon-attempts >= 3
            move spaces to ws-log-detail
            perform write-security-log
            display "Signed on - authority " ws-authority "."
        end-if
    end-perform.

look-up-operator.
    *> A wrong password is reported no differently from an unknown
    *> id, so a probe learns nothing about which ids exist. Only an
    *> operator who has given the right password is told the id is
    *> suspended or locked.
    move spaces to ws-operator-id
    move spaces to ws-authority
    perform load-operator-table
    move ws-signon-id to ws-operator-id
    evaluate true
        when not ws-load-ok
            move "SIGNON-BAD" to ws-log-event
            move "OPERMST-UNAVAILABLE" to ws-log-detail
            perform write-security-log
        when ws-operator-hit-sub = 0
            move "SIGNON-BAD" to ws-log-event
            move spaces to ws-log-detail
            perform write-security-log
            display "Operator id or password not recognized."
        when other
            move ot-record(ws-operator-hit-sub)
                to ws-operator-master-record
            if om-failed-count is not numeric
                move 0 to om-failed-count
            end-if
            evaluate true
                when om-password not = ws-signon-password
                    perform count-failed-signon
                    display "Operator id or password not recognized."
                when om-suspended
                    move "SIGNON-BAD" to ws-log-event
                    move "SUSPENDED" to ws-log-detail
                    perform write-security-log
                    display "This operator id is suspended - see the"
                        " operations supervisor."
                when om-locked
                    move "SIGNON-BAD" to ws-log-event
                    move "LOCKED" to ws-log-detail
                    perform write-security-log
                    display "This operator id is locked after repeated"
                        " failed sign-ons - see the operations"
                        " supervisor."
                when other
                    perform accept-good-signon
            end-evaluate
    end-evaluate.

load-operator-table.
    move 0 to ws-operator-count
    move 0 to ws-operator-hit-sub
    move "N" to ws-load-ok-flag
    move "N" to ws-eof-flag
    open input ws-operator-master-file
    if ws-operator-master-file-status not = "00"
        display "Operator master file not available (status="
            ws-operator-master-file-status ") - sign-on refused."
    else
        set ws-load-ok to true
        perform until ws-end-of-file
            read ws-operator-master-file
                at end
                    set ws-end-of-file to true
                not at end
                    if ws-operator-count < 100
                        add 1 to ws-operator-count
                        move ws-operator-master-record
                            to ot-record(ws-operator-count)
                        if om-operator-id = ws-signon-id
                            move ws-operator-count
                                to ws-operator-hit-sub
                        end-if
                    else
                        *> Rewriting from a short table would drop
                        *> operators - refuse every sign-on instead.
                        display "Operator table is full - sign-on is"
                            " refused; see the operations"
                            " supervisor."
                        move "N" to ws-load-ok-flag
                        set ws-end-of-file to true
                    end-if
            end-read
        end-perform
        close ws-operator-master-file
    end-if
    move "N" to ws-eof-flag.

count-failed-signon.
    *> The count is kept on the master, so three tries now and three
    *> tonight add up; reaching the threshold locks the id. The
    *> count stops at 99 rather than wrap back to zero.
    if om-failed-count < 99
        add 1 to om-failed-count
    end-if
    move "SIGNON-BAD" to ws-log-event
    move spaces to ws-log-detail
    perform write-security-log
    if om-failed-count >= ws-lockout-threshold and om-active
        move "L" to om-status
        move "LOCKOUT" to ws-log-event
        move "FAILED-SIGNONS" to ws-log-detail
        perform write-security-log
    end-if
    move ws-operator-master-record to ot-record(ws-operator-hit-sub)
    perform rewrite-operator-master.

accept-good-signon.
    move "N" to ws-password-changed-flag
    move 0 to ws-change-attempts
    if om-password-date is not numeric
        move 0 to om-password-date
    end-if
    if om-password-date < 19000101
        move 99999 to ws-password-age
    else
        compute ws-password-age =
            function integer-of-date(ws-today)
            - function integer-of-date(om-password-date)
    end-if
    if om-must-change = "Y"
            or ws-password-age > ws-password-expiry-days
        display "Your password has expired and must be changed"
            " now."
        perform change-expired-password
    else
        set ws-password-changed to true
    end-if
    if ws-password-changed
        move om-operator-id to ws-operator-id
        move om-authority to ws-authority
        set ws-signed-on to true
        *> A successful sign-on clears the failed count; a new
        *> password has to be saved either way.
        if om-failed-count not = 0 or ws-change-attempts > 0
            move 0 to om-failed-count
            move ws-operator-master-record
                to ot-record(ws-operator-hit-sub)
            perform rewrite-operator-master
        end-if
    end-if.

change-expired-password.
    move 0 to ws-change-attempts
    move spaces to ws-new-password
    perform until ws-password-changed or ws-change-attempts >= 3
        add 1 to ws-change-attempts
        display "New password: " with no advancing
        move spaces to ws-new-password
        accept ws-new-password
        display "Repeat new password: " with no advancing
        move spaces to ws-repeat-password
        accept ws-repeat-password
        evaluate true
            when ws-new-password = spaces
                display "A password cannot be blank."
            when ws-new-password = om-password
                display "The new password must differ from the old"
                    " one."
            when ws-new-password not = ws-repeat-password
                display "The two entries do not match."
            when other
                set ws-password-changed to true
        end-evaluate
    end-perform
    if ws-password-changed
        move ws-new-password to om-password
        move ws-today to om-password-date
        move "N" to om-must-change
        move "PWD-CHANGE" to ws-log-event
        move spaces to ws-log-detail
        perform write-security-log
        display "Password changed."
    else
        move spaces to ws-new-password
        move "SIGNON-BAD" to ws-log-event
        move "PASSWORD-EXPIRED" to ws-log-detail
        perform write-security-log
        display "Password not changed - sign-on refused."
    end-if.

rewrite-operator-master.
    *> Never from a table that did not hold the whole master.
    if not ws-load-ok
        display "Operator master not updated - it was not loaded"
            " in full."
    else
        open output ws-operator-master-file
        if ws-operator-master-file-status not = "00"
            display "Unable to update operator master file (status="
                ws-operator-master-file-status ")."
        else
            perform varying ws-operator-sub from 1 by 1
                    until ws-operator-sub > ws-operator-count
                move ot-record(ws-operator-sub)
                    to ws-operator-master-record
                write ws-operator-master-record
            end-perform
            close ws-operator-master-file
        end-if
    end-if
    move ot-record(ws-operator-hit-sub) to ws-operator-master-record.

check-authority.
    *> S includes M includes D includes I - the levels are a ladder,
    *> not compartments. A refused option is logged: audit asked who
    *> tried, not only who succeeded.
    move "N" to ws-allowed-flag
    evaluate ws-required-auth
        when "I"
            if ws-authority = "I" or ws-authority = "D"
                    or ws-authority = "M" or ws-authority = "S"
                set ws-allowed to true
            end-if
        when "D"
            if ws-authority = "D" or ws-authority = "M"
                    or ws-authority = "S"
                set ws-allowed to true
            end-if
        when "M"
            if ws-authority = "M" or ws-authority = "S"
                set ws-allowed to true
            end-if
        when "S"
            if ws-authority = "S"
                set ws-allowed to true
            end-if
    end-evaluate
