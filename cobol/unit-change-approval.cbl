identification division.
program-id. unit-change-approval.

*> Second-operator approval screen for unit master changes, reached
*> from conversion-menu.cbl at maintenance authority. A factor keyed
*> through unit-maintenance.cbl no longer goes straight onto the
*> unit master - it waits on the unit change request file (see
*> unit-change-request-record.cpy) as a PENDING request, because a
*> mis-keyed factor silently corrupts every conversion for that unit
*> from its effective date on, and one pair of eyes was all that
*> stood between the keyboard and the night's run.
*>
*> This screen lists the pending requests with their before and
*> after figures (factor, class, offset), effective date, requesting
*> operator and reason. A signed-on maintenance operator who did NOT
*> key the request may approve it - the master record is appended
*> with the approval stamp (status A, requester, approver, request
*> id) that unit-master-load.cbl requires before it will load a
*> record - or decline it, in which case nothing reaches the master.
*> Either way the request's new state is appended to the request
*> file and the decision is written to the unit change log with both
*> operator ids. The requester's own attempt is refused on screen:
*> approving your own change is exactly what this screen exists to
*> prevent.
*>
*> The operator id comes from the CONV-MENU-OPERATOR environment
*> variable conversion-menu.cbl sets once it has signed the operator
*> on at maintenance authority. A run without it is refused, as
*> operator-admin.cbl refuses one: a typed id is checked against
*> nothing, and would let a requester approve their own change.
*>
*> UNITMST/UNITLOG/UNITREQ are DD-name style ASSIGN targets resolved
*> from DD_UNITMST/DD_UNITLOG/DD_UNITREQ, defaulted here to
*> unit-master.dat, unit-change-log.dat and unit-change-requests.dat,
*> the same defaults unit-maintenance.cbl uses.

environment division.
input-output section.
file-control.
    select ws-unit-master-file assign to UNITMST
        organization is line sequential
        file status is ws-unit-master-file-status.
    select ws-change-log-file assign to UNITLOG
        organization is line sequential
        file status is ws-change-log-file-status.
    select ws-change-request-file assign to UNITREQ
        organization is line sequential
        file status is ws-change-request-file-status.

data division.
file section.
fd  ws-unit-master-file.
copy "unit-master-record.cpy".

fd  ws-change-log-file.
01  ws-change-log-record      pic x(180).

fd  ws-change-request-file.
copy "unit-change-request-record.cpy".

working-storage section.
01 ws-unit-master-file-status pic xx.
01 ws-change-log-file-status  pic xx.
01 ws-change-request-file-status pic xx.

01 ws-operator-id             pic x(8).
01 ws-done-flag               pic x value "N".
   88 ws-done                  value "Y".

01 ws-eof-flag                pic x value "N".
   88 ws-end-of-file           value "Y".

*> Latest state of every request still PENDING, full request image
*> (rq-record is the length of ws-unit-change-record, 187 bytes),
*> rebuilt from the request file before every listing and every
*> decision so two approvers working at once cannot both act on the
*> same request. A request drops out of the table as soon as its
*> APPROVED or DECLINED record is read, so the table only has to
*> hold what is waiting, not every request ever keyed.
01 ws-request-table.
   03 ws-request-entry occurs 200 times.
      05 rq-record            pic x(187).
01 ws-request-count           pic s9(4) comp value 0.
01 ws-request-sub             pic s9(4) comp.
01 ws-request-hit-sub         pic s9(4) comp.
01 ws-request-overflow        pic 9(6) value 0.
01 ws-pending-count           pic 9(4) value 0.
*> Last state on file of the request id being decided, so a request
*> already decided can be reported as such.
01 ws-selected-status         pic x(8).

01 ws-command                 pic x(10).
01 ws-request-id-text         pic x(8).
01 ws-request-id              pic 9(6) value 0.
01 ws-decision-status         pic x(8).

01 ws-today                   pic 9(8).
01 ws-run-datetime            pic x(17).
01 ws-cdt-date                pic 9(8).
01 ws-cdt-time                pic 9(8).

01 ws-factor-edited           pic 9(4).9(6).
01 ws-after-factor-edited     pic 9(4).9(6).
01 ws-offset-edited           pic -(4)9.9(6).
01 ws-after-offset-edited     pic -(4)9.9(6).

01 ws-dd-name                 pic x(20).
01 ws-dd-default-value        pic x(80).
01 ws-dd-current-value        pic x(80).

procedure division.
main-logic.
    accept ws-today from date yyyymmdd
    perform set-default-dd-names

    move "N" to ws-done-flag
    move spaces to ws-operator-id
    accept ws-operator-id from environment "CONV-MENU-OPERATOR"
    if ws-operator-id = spaces
        display "Unit change approval is only available to a"
            " maintenance operator signed on through the"
            " conversion menu."
        goback
    end-if

    perform until ws-done
        perform load-request-table
        perform show-pending-requests
        perform accept-command
    end-perform
    goback.

set-default-dd-names.
    move "DD_UNITMST" to ws-dd-name
    move "unit-master.dat" to ws-dd-default-value
    perform default-one-dd-name

    move "DD_UNITLOG" to ws-dd-name
    move "unit-change-log.dat" to ws-dd-default-value
    perform default-one-dd-name

    move "DD_UNITREQ" to ws-dd-name
    move "unit-change-requests.dat" to ws-dd-default-value
    perform default-one-dd-name.

default-one-dd-name.
    move spaces to ws-dd-current-value
    accept ws-dd-current-value from environment ws-dd-name
    if ws-dd-current-value = spaces
        display ws-dd-name upon environment-name
        display ws-dd-default-value upon environment-value
    end-if.

load-request-table.
    move 0 to ws-request-count
    move 0 to ws-request-overflow
    move 0 to ws-pending-count
    move spaces to ws-selected-status
    move "N" to ws-eof-flag
    open input ws-change-request-file
    if ws-change-request-file-status = "00"
        perform until ws-end-of-file
            read ws-change-request-file
                at end
                    set ws-end-of-file to true
                not at end
                    perform consider-change-request
            end-read
        end-perform
        close ws-change-request-file
    end-if
    move "N" to ws-eof-flag
    move ws-request-count to ws-pending-count
    if ws-request-overflow > 0
        display "WARNING: request table is full - "
            ws-request-overflow " pending request(s) cannot be"
            " shown or decided until others are decided."
    end-if.

consider-change-request.
    *> Latest record per request id is its current state; only a
    *> PENDING request keeps its slot.
    if uc-request-id = ws-request-id
        move uc-status to ws-selected-status
    end-if
    move 0 to ws-request-hit-sub
    perform varying ws-request-sub from 1 by 1
            until ws-request-sub > ws-request-count
        if rq-record(ws-request-sub)(1:6) = uc-request-id
            move ws-request-sub to ws-request-hit-sub
        end-if
    end-perform
    if uc-status = "PENDING"
        if ws-request-hit-sub = 0
            if ws-request-count < 200
                add 1 to ws-request-count
                move ws-request-count to ws-request-hit-sub
            else
                add 1 to ws-request-overflow
            end-if
        end-if
        if ws-request-hit-sub > 0
            move ws-unit-change-record
                to rq-record(ws-request-hit-sub)
        end-if
    else
        if ws-request-hit-sub > 0
            perform drop-request-entry
        end-if
    end-if.

drop-request-entry.
    *> Close the gap so the table stays in request order.
    perform varying ws-request-sub from ws-request-hit-sub by 1
            until ws-request-sub >= ws-request-count
        move rq-record(ws-request-sub + 1)
            to rq-record(ws-request-sub)
    end-perform
    subtract 1 from ws-request-count.

show-pending-requests.
    display " "
    display "Unit change approval (operator " ws-operator-id ")"
    if ws-pending-count = 0
        display "No unit changes are waiting for approval."
    else
        display ws-pending-count " change(s) waiting for approval:"
        perform varying ws-request-sub from 1 by 1
                until ws-request-sub > ws-request-count
            move rq-record(ws-request-sub) to ws-unit-change-record
            if uc-status = "PENDING"
                perform show-one-request
            end-if
        end-perform
    end-if.

show-one-request.
    move uc-before-factor to ws-factor-edited
    move uc-after-factor to ws-after-factor-edited
    move uc-before-offset to ws-offset-edited
    move uc-after-offset to ws-after-offset-edited
    display " "
    display uc-request-id " " uc-action " UNIT " uc-unit-code
        " " uc-unit-label " EFF " uc-effective-date
        " KEYED BY " uc-requested-by " " uc-request-datetime
    display "       FACTOR " ws-factor-edited " -> "
        ws-after-factor-edited "  CLASS " uc-before-class
        " -> " uc-after-class
    display "       OFFSET " ws-offset-edited " -> "
        ws-after-offset-edited "  ACTIVE -> " uc-active-flag
    display "       REASON: " uc-reason.

accept-command.
    display " "
    display "A nnnnnn=approve D nnnnnn=decline R=refresh X=exit"
    display "Command: " with no advancing
    move spaces to ws-command
    accept ws-command

    evaluate ws-command(1:1)
        when "A" when "a"
            move "APPROVED" to ws-decision-status
            perform decide-request
        when "D" when "d"
            move "DECLINED" to ws-decision-status
            perform decide-request
        when "R" when "r"
            continue
        when "X" when "x"
            set ws-done to true
        when other
            display "Unrecognized command."
    end-evaluate.

decide-request.
    perform select-request-id
    if ws-request-hit-sub > 0
        move rq-record(ws-request-hit-sub) to ws-unit-change-record
        if uc-status not = "PENDING"
            display "Request " uc-request-id " is already "
                uc-status " - nothing to decide."
        else
            if uc-requested-by = ws-operator-id
                display "Request " uc-request-id " was keyed by"
                    " you - a second operator must approve or"
                    " decline it."
            else
                perform record-decision
            end-if
        end-if
    end-if.

select-request-id.
    *> The table is reloaded first, so the state checked is the one
    *> on file now, not the one on screen.
    move 0 to ws-request-hit-sub
    move spaces to ws-request-id-text
    move ws-command(2:8) to ws-request-id-text
    if ws-request-id-text = spaces
        display "Request id: " with no advancing
        accept ws-request-id-text
    end-if
    if function test-numval(ws-request-id-text) = 0
        compute ws-request-id = function numval(ws-request-id-text)
        perform load-request-table
        perform varying ws-request-sub from 1 by 1
                until ws-request-sub > ws-request-count
            if rq-record(ws-request-sub)(1:6) = ws-request-id
                move ws-request-sub to ws-request-hit-sub
            end-if
        end-perform
        if ws-request-hit-sub = 0
            if ws-selected-status = spaces
                display "Request " ws-request-id " is not on file."
            else
                display "Request " ws-request-id " is already "
                    ws-selected-status " - nothing to decide."
            end-if
        end-if
    else
        display "Request id is not numeric."
    end-if.

record-decision.
    accept ws-cdt-date from date yyyymmdd
    accept ws-cdt-time from time
    move ws-cdt-date to ws-run-datetime(1:8)
    move "-" to ws-run-datetime(9:1)
    move ws-cdt-time to ws-run-datetime(10:8)

    if ws-decision-status = "APPROVED"
        perform append-master-record
    end-if
    if ws-unit-master-file-status = "00"
            or ws-decision-status = "DECLINED"
        perform append-request-state
        perform write-change-log-record
        display "Request " uc-request-id " " ws-decision-status
            " - " uc-action " of unit " uc-unit-code "."
    end-if.

append-master-record.
    open extend ws-unit-master-file
    if ws-unit-master-file-status = "35"
        open output ws-unit-master-file
    end-if
    if ws-unit-master-file-status not = "00"
        display "Unable to write unit master file (status="
            ws-unit-master-file-status ") - request left pending."
    else
        move uc-unit-code       to um-unit-code
        move uc-unit-label      to um-unit-label
        move uc-after-factor    to um-factor
        move uc-effective-date  to um-effective-date
        move uc-active-flag     to um-active-flag
        move uc-after-class     to um-class
        move uc-after-offset    to um-offset
        set um-approved         to true
        move uc-requested-by    to um-requested-by
        move ws-operator-id     to um-approved-by
        move uc-request-id      to um-request-id
        write ws-unit-master-record
        close ws-unit-master-file
    end-if.

append-request-state.
    move ws-decision-status to uc-status
    move ws-operator-id to uc-reviewed-by
    move ws-run-datetime to uc-review-datetime
    open extend ws-change-request-file
    if ws-change-request-file-status = "35"
        open output ws-change-request-file
    end-if
    write ws-unit-change-record
    close ws-change-request-file.

write-change-log-record.
    *> Same line unit-maintenance.cbl writes, with the approving
    *> operator as OPER= and both ids carried at the end.
    move uc-after-factor to ws-factor-edited

    move spaces to ws-change-log-record
    string ws-run-datetime delimited by size
           " OPER=" delimited by size
           ws-operator-id delimited by size
           " ACTION=" delimited by size
           uc-action delimited by size
           " UNIT=" delimited by size
           uc-unit-code delimited by size
           " CLASS=" delimited by size
           uc-after-class delimited by size
           " FACTOR=" delimited by size
           ws-factor-edited delimited by size
           " EFF=" delimited by size
           uc-effective-date delimited by size
           " REQ-ID=" delimited by size
           uc-request-id delimited by size
           " STATE=" delimited by size
           ws-decision-status delimited by size
           " REQUESTER=" delimited by size
           uc-requested-by delimited by size
           " APPROVER=" delimited by size
           ws-operator-id delimited by size
           into ws-change-log-record
    end-string

    open extend ws-change-log-file
    if ws-change-log-file-status = "35"
        open output ws-change-log-file
    end-if
    write ws-change-log-record
    close ws-change-log-file.
