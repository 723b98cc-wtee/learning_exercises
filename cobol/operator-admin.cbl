identification division.
program-id. operator-admin.

*> Operator administration screen, reached from conversion-menu.cbl
*> at supervisor (S) authority. The operator master used to be
*> edited by hand outside the system - nobody could say who had
*> given an operator maintenance authority, or when. From here a
*> supervisor adds an operator, suspends one, reinstates a
*> suspended or locked one, or changes an operator's authority
*> level, and the master (operator-master.dat, see
*> operator-master-record.cpy) is rewritten in place from storage.
*>
*> A new operator is issued an initial password flagged must-change,
*> so the supervisor never knows the password actually in use; a
*> reinstatement may issue a fresh one the same way, for the
*> operator locked out because the old one was forgotten. A
*> supervisor cannot suspend, reinstate or re-grade their own id -
*> that takes a second supervisor.
*>
*> Every action is appended to the operator history
*> (operator-history.dat) - timestamp, supervisor, action, operator,
*> authority and status before and after, and the reason given - and
*> that file is only ever extended, never rewritten, so the history
*> of who granted what survives any later change to the master.
*>
*> The supervisor's id comes from the CONV-MENU-OPERATOR environment
*> variable set by conversion-menu.cbl's sign-on; this screen refuses
*> to run without it, since its whole point is an authenticated
*> history.
*>
*> OPERMST/OPERHIST are DD-name style ASSIGN targets resolved from
*> DD_OPERMST/DD_OPERHIST, defaulted to operator-master.dat and
*> operator-history.dat, matching the other programs' DD handling.

environment division.
input-output section.
file-control.
    select ws-operator-master-file assign to OPERMST
        organization is line sequential
        file status is ws-operator-master-file-status.
    select ws-history-file assign to OPERHIST
        organization is line sequential
        file status is ws-history-file-status.

data division.
file section.
fd  ws-operator-master-file.
copy "operator-master-record.cpy".

fd  ws-history-file.
01  ws-history-record         pic x(120).

working-storage section.
01 ws-operator-master-file-status pic xx.
01 ws-history-file-status     pic xx.

01 ws-admin-id                pic x(8).
01 ws-choice                  pic 9 value 0.
01 ws-done-flag               pic x value "N".
   88 ws-done                  value "Y".

01 ws-eof-flag                pic x value "N".
   88 ws-end-of-file           value "Y".

01 ws-operator-table.
   03 ws-operator-entry occurs 100 times.
      05 ot-record            pic x(31).
01 ws-operator-count          pic s9(4) comp value 0.
01 ws-operator-sub            pic s9(4) comp.
01 ws-operator-hit-sub        pic s9(4) comp.
01 ws-list-count              pic 9(4) value 0.
01 ws-load-ok-flag            pic x value "N".
   88 ws-load-ok               value "Y".

01 ws-entry-operator-id       pic x(8).
01 ws-entry-authority         pic x.
01 ws-entry-password          pic x(8).
01 ws-entry-reason            pic x(40).
01 ws-entry-action            pic x(10).
01 ws-field-text              pic x(10).
01 ws-entry-ok-flag           pic x value "N".
   88 ws-entry-ok              value "Y".

01 ws-before-authority        pic x.
01 ws-before-status           pic x.

01 ws-today                   pic 9(8).
01 ws-run-datetime            pic x(17).
01 ws-cdt-date                pic 9(8).
01 ws-cdt-time                pic 9(8).

01 ws-dd-name                 pic x(20).
01 ws-dd-default-value        pic x(80).
01 ws-dd-current-value        pic x(80).

procedure division.
main-logic.
    accept ws-today from date yyyymmdd
    perform set-default-dd-names

    move "N" to ws-done-flag
    move spaces to ws-admin-id
    accept ws-admin-id from environment "CONV-MENU-OPERATOR"
    if ws-admin-id = spaces
        display "Operator administration is only available to a"
            " supervisor signed on through the conversion menu."
        goback
    end-if

    perform until ws-done
        display " "
        display "Operator administration (supervisor " ws-admin-id ")"
        display "  1. List operators"
        display "  2. Add operator"
        display "  3. Suspend operator"
        display "  4. Reinstate operator"
        display "  5. Change authority level"
        display "  6. Return to menu"
        display "Enter choice: " with no advancing
        accept ws-choice

        evaluate ws-choice
            when 1
                perform list-operators
            when 2
                perform add-operator
            when 3
                perform suspend-operator
            when 4
                perform reinstate-operator
            when 5
                perform change-authority
            when 6
                set ws-done to true
            when other
                display "Please enter 1, 2, 3, 4, 5 or 6."
        end-evaluate
    end-perform
    goback.

set-default-dd-names.
    move "DD_OPERMST" to ws-dd-name
    move "operator-master.dat" to ws-dd-default-value
    perform default-one-dd-name

    move "DD_OPERHIST" to ws-dd-name
    move "operator-history.dat" to ws-dd-default-value
    perform default-one-dd-name.

default-one-dd-name.
    move spaces to ws-dd-current-value
    accept ws-dd-current-value from environment ws-dd-name
    if ws-dd-current-value = spaces
        display ws-dd-name upon environment-name
        display ws-dd-default-value upon environment-value
    end-if.

load-operator-table.
    *> The master is reloaded before every action, so the table is
    *> never older than the sign-ons recorded since the last one.
    move 0 to ws-operator-count
    move 0 to ws-operator-hit-sub
    move "N" to ws-load-ok-flag
    move "N" to ws-eof-flag
    open input ws-operator-master-file
    if ws-operator-master-file-status not = "00"
        display "Operator master file not available (status="
            ws-operator-master-file-status ")."
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
                        if om-operator-id = ws-entry-operator-id
                            move ws-operator-count
                                to ws-operator-hit-sub
                        end-if
                    else
                        *> Rewriting from a short table would drop
                        *> operators - refuse every change instead.
                        display "Operator table is full - changes are"
                            " refused this session."
                        move "N" to ws-load-ok-flag
                        set ws-end-of-file to true
                    end-if
            end-read
        end-perform
        close ws-operator-master-file
    end-if
    move "N" to ws-eof-flag.

list-operators.
    move spaces to ws-entry-operator-id
    perform load-operator-table
    display " "
    display "OPERATOR AUTH STATUS PWD-DATE FAILED MUST-CHANGE"
    perform varying ws-operator-sub from 1 by 1
            until ws-operator-sub > ws-operator-count
        move ot-record(ws-operator-sub) to ws-operator-master-record
        perform normalize-operator-record
        display om-operator-id "  " om-authority "    "
            om-status "     " om-password-date " "
            om-failed-count "     " om-must-change
    end-perform
    move ws-operator-count to ws-list-count
    display ws-list-count " operator(s) on file.".

normalize-operator-record.
    *> A legacy 18-byte record reads with blank trailing fields.
    if om-status = space
        move "A" to om-status
    end-if
    if om-password-date is not numeric
        move 0 to om-password-date
    end-if
    if om-failed-count is not numeric
        move 0 to om-failed-count
    end-if
    if om-must-change = space
        move "N" to om-must-change
    end-if.

capture-operator-id.
    move "N" to ws-entry-ok-flag
    display "Operator id: " with no advancing
    move spaces to ws-entry-operator-id
    accept ws-entry-operator-id
    move function upper-case(ws-entry-operator-id)
        to ws-entry-operator-id
    if ws-entry-operator-id = spaces
        display "Operator id is required - entry abandoned."
    else
        set ws-entry-ok to true
    end-if.

capture-existing-operator.
    *> Shared front of suspend, reinstate and change-authority: the
    *> operator must be on file and must not be the supervisor.
    perform capture-operator-id
    if ws-entry-ok
        move "N" to ws-entry-ok-flag
        perform load-operator-table
        if ws-load-ok
            if ws-operator-hit-sub = 0
                display "Operator " ws-entry-operator-id
                    " is not on file."
            else
                if ws-entry-operator-id = ws-admin-id
                    display "You cannot change your own operator"
                        " record - ask another supervisor."
                else
                    move ot-record(ws-operator-hit-sub)
                        to ws-operator-master-record
                    perform normalize-operator-record
                    move om-authority to ws-before-authority
                    move om-status to ws-before-status
                    set ws-entry-ok to true
                end-if
            end-if
        end-if
    end-if.

capture-authority.
    move "N" to ws-entry-ok-flag
    display "Authority I/D/M/S: " with no advancing
    move spaces to ws-field-text
    accept ws-field-text
    move function upper-case(ws-field-text) to ws-field-text
    move ws-field-text(1:1) to ws-entry-authority
    if ws-entry-authority = "I" or ws-entry-authority = "D"
            or ws-entry-authority = "M" or ws-entry-authority = "S"
        set ws-entry-ok to true
    else
        display "Authority must be I, D, M or S - entry abandoned."
    end-if.

capture-reason.
    move "N" to ws-entry-ok-flag
    display "Reason: " with no advancing
    move spaces to ws-entry-reason
    accept ws-entry-reason
    if ws-entry-reason = spaces
        display "A reason is required - entry abandoned."
    else
        set ws-entry-ok to true
    end-if.

add-operator.
    move "ADD" to ws-entry-action
    perform capture-operator-id
    if ws-entry-ok
        perform load-operator-table
        if not ws-load-ok
            move "N" to ws-entry-ok-flag
        else
            if ws-operator-hit-sub > 0
                display "Operator " ws-entry-operator-id
                    " is already on file."
                move "N" to ws-entry-ok-flag
            else
                if ws-operator-count >= 100
                    display "Operator table is full - entry"
                        " abandoned."
                    move "N" to ws-entry-ok-flag
                end-if
            end-if
        end-if
    end-if
    if ws-entry-ok
        perform capture-authority
    end-if
    if ws-entry-ok
        move "N" to ws-entry-ok-flag
        display "Initial password (changed at first sign-on): "
            with no advancing
        move spaces to ws-entry-password
        accept ws-entry-password
        if ws-entry-password = spaces
            display "A password is required - entry abandoned."
        else
            set ws-entry-ok to true
        end-if
    end-if
    if ws-entry-ok
        perform capture-reason
    end-if
    if ws-entry-ok
        move spaces to ws-operator-master-record
        move ws-entry-operator-id to om-operator-id
        move ws-entry-password to om-password
        move ws-entry-authority to om-authority
        move "A" to om-status
        move ws-today to om-password-date
        move 0 to om-failed-count
        move "Y" to om-must-change
        add 1 to ws-operator-count
        move ws-operator-count to ws-operator-hit-sub
        move space to ws-before-authority
        move space to ws-before-status
        perform save-operator-change
    end-if.

suspend-operator.
    move "SUSPEND" to ws-entry-action
    perform capture-existing-operator
    if ws-entry-ok
        if om-suspended
            display "Operator " ws-entry-operator-id
                " is already suspended."
            move "N" to ws-entry-ok-flag
        end-if
    end-if
    if ws-entry-ok
        perform capture-reason
    end-if
    if ws-entry-ok
        move "S" to om-status
        perform save-operator-change
    end-if.

reinstate-operator.
    move "REINSTATE" to ws-entry-action
    perform capture-existing-operator
    if ws-entry-ok
        if om-active and om-failed-count = 0
            display "Operator " ws-entry-operator-id
                " is active - nothing to reinstate."
            move "N" to ws-entry-ok-flag
        end-if
    end-if
    if ws-entry-ok
        perform capture-reason
    end-if
    if ws-entry-ok
        display "New password (blank keeps the current one): "
            with no advancing
        move spaces to ws-entry-password
        accept ws-entry-password
        if ws-entry-password not = spaces
            move ws-entry-password to om-password
            move ws-today to om-password-date
            move "Y" to om-must-change
        end-if
        move "A" to om-status
        move 0 to om-failed-count
        perform save-operator-change
    end-if.

change-authority.
    move "AUTHORITY" to ws-entry-action
    perform capture-existing-operator
    if ws-entry-ok
        display "Current authority is " om-authority "."
        perform capture-authority
    end-if
    if ws-entry-ok
        if ws-entry-authority = ws-before-authority
            display "Authority is unchanged - nothing recorded."
            move "N" to ws-entry-ok-flag
        end-if
    end-if
    if ws-entry-ok
        perform capture-reason
    end-if
    if ws-entry-ok
        move ws-entry-authority to om-authority
        perform save-operator-change
    end-if.

save-operator-change.
    *> The changed record goes back into the table, the master is
    *> rewritten whole, and only then is the history appended - a
    *> history line never describes a change the master lacks.
    move ws-operator-master-record to ot-record(ws-operator-hit-sub)
    open output ws-operator-master-file
    if ws-operator-master-file-status not = "00"
        display "Unable to rewrite operator master file (status="
            ws-operator-master-file-status ") - nothing changed."
    else
        perform varying ws-operator-sub from 1 by 1
                until ws-operator-sub > ws-operator-count
            move ot-record(ws-operator-sub)
                to ws-operator-master-record
            write ws-operator-master-record
        end-perform
        close ws-operator-master-file
        move ot-record(ws-operator-hit-sub)
            to ws-operator-master-record
        perform write-history-record
        display ws-entry-action " recorded for operator "
            ws-entry-operator-id "."
    end-if.

write-history-record.
    accept ws-cdt-date from date yyyymmdd
    accept ws-cdt-time from time
    move ws-cdt-date to ws-run-datetime(1:8)
    move "-" to ws-run-datetime(9:1)
    move ws-cdt-time to ws-run-datetime(10:8)

    move spaces to ws-history-record
    string ws-run-datetime delimited by size
           " SUPV=" delimited by size
           ws-admin-id delimited by size
           " ACTION=" delimited by size
           ws-entry-action delimited by size
           " OPER=" delimited by size
           om-operator-id delimited by size
           " AUTH=" delimited by size
           ws-before-authority delimited by size
           ">" delimited by size
           om-authority delimited by size
           " STATUS=" delimited by size
           ws-before-status delimited by size
           ">" delimited by size
           om-status delimited by size
           " REASON=" delimited by size
           ws-entry-reason delimited by size
           into ws-history-record
    end-string

    open extend ws-history-file
    if ws-history-file-status = "35"
        open output ws-history-file
    end-if
    write ws-history-record
    close ws-history-file.
