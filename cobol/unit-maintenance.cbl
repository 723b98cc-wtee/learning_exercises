*> waiting for a recompile of the unit-factors-init.cpy literals.
*>
*> The master file is append-only history: every add, change and
*> deactivation ends as a new record (unit code, label, factor,
*> effective date, active flag, measurement class, temperature
*> offset and approval stamp) rather than an update in place, and
*> unit-master-load.cbl picks the latest approved record per code
*> whose effective date has arrived. That is what lets a corrected
*> factor be keyed today with a future effective date and take hold
*> on the right business day, and it keeps the full factor history
*> in the file for audit.
*>
*> No operator changes a factor alone. An add, change or
*> deactivation keyed here is written to the unit change request
*> file (see unit-change-request-record.cpy) as a PENDING request -
*> the figures in effect today as its before image, the keyed ones
*> as its after image, the requesting operator and a reason - and
*> nothing reaches the master until a second maintenance operator
*> approves it on the approval screen (unit-change-approval.cbl).
*> Option 5 lists the requests already decided, in the order they
*> were decided, then the ones still waiting, so the requester can
*> see whether a change has been taken up.
*>
*> Every action is also written to the unit change log (timestamp,
*> operator, action, unit, factor, effective date, request id and
*> state, requester and approver), so "who changed the MILE factor,
*> who let it through and when" is a grep of unit-change-log.dat,
*> not an interview.
*>
*> The operator id comes from the CONV-MENU-OPERATOR environment
*> variable when conversion-menu.cbl has signed the operator on -
*> name the operator types. A standalone run (no variable set)
*> falls back to prompting as before.
*>
*> UNITMST/UNITLOG/UNITREQ are DD-name style ASSIGN targets resolved
*> from DD_UNITMST/DD_UNITLOG/DD_UNITREQ, defaulted here to
*> unit-master.dat, unit-change-log.dat and unit-change-requests.dat
*> for standalone or menu-driven runs, matching the DD-name handling
*> in the conversion programs.

environment division.
input-output section.
    select ws-change-log-file assign to UNITLOG
        organization is line sequential
        file status is ws-change-log-file-status.
    select ws-change-request-file assign to UNITREQ
        organization is line sequential
        file status is ws-change-request-file-status.

data division.
file section.
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
01 ws-choice                  pic 9 value 0.
01 ws-class-text              pic x(10).
01 ws-offset-text             pic x(12).

01 ws-entry-reason            pic x(40).

*> The record in effect today for the unit being changed - the
*> before image of the request (blank/zero for a new code).
01 ws-before-found-flag       pic x value "N".
   88 ws-before-found          value "Y".
01 ws-before-factor           pic 9(4)v9(6).
01 ws-before-class            pic x(3).
01 ws-before-offset           pic s9(4)v9(6).
01 ws-before-eff-date         pic 9(8).

01 ws-request-id              pic 9(6).
01 ws-request-status          pic x(8).
01 ws-reviewer-id             pic x(8).

*> Requests still PENDING for the request listing. A request leaves
*> the table when its APPROVED or DECLINED record is read (and is
*> listed there and then), so the table only holds what is waiting.
01 ws-request-table.
   03 ws-request-entry occurs 200 times.
      05 rq-request-id        pic 9(6).
      05 rq-status            pic x(8).
      05 rq-action            pic x(10).
      05 rq-unit-code         pic x(4).
      05 rq-after-factor      pic 9(4)v9(6).
      05 rq-effective-date    pic 9(8).
      05 rq-requested-by      pic x(8).
      05 rq-reviewed-by       pic x(8).
01 ws-request-count           pic s9(4) comp value 0.
01 ws-request-sub             pic s9(4) comp.
01 ws-request-hit-sub         pic s9(4) comp.
01 ws-request-overflow        pic 9(6) value 0.
01 ws-decided-count           pic 9(6) value 0.

01 ws-factor-text             pic x(12).
01 ws-factor-text-pos         pic s9(4) comp.
01 ws-date-text               pic x(10).
        display "  2. Add unit"
        display "  3. Change factor"
        display "  4. Deactivate unit"
        display "  5. List change requests"
        display "  6. Return to menu"
        display "Changes are held for a second operator's approval."
        display "Enter choice: " with no advancing
        accept ws-choice

                perform capture-unit-entry
                if ws-entry-ok
                    move "Y" to ws-entry-active
                    perform capture-change-reason
                end-if
                if ws-entry-ok
                    perform write-change-request
                end-if
            when 3
                move "CHANGE" to ws-entry-action
                perform capture-unit-entry
                if ws-entry-ok
                    move "Y" to ws-entry-active
                    perform capture-change-reason
                end-if
                if ws-entry-ok
                    perform write-change-request
                end-if
            when 4
                move "DEACTIVATE" to ws-entry-action
                perform capture-deactivation
                if ws-entry-ok
                    perform capture-change-reason
                end-if
                if ws-entry-ok
                    perform write-change-request
                end-if
            when 5
                perform list-change-requests
            when 6
                set ws-done to true
            when other
                display "Please enter 1, 2, 3, 4, 5 or 6."
        end-evaluate
    end-perform
    goback.

    move "DD_UNITLOG" to ws-dd-name
    move "unit-change-log.dat" to ws-dd-default-value
    perform default-one-dd-name

    move "DD_UNITREQ" to ws-dd-name
    move "unit-change-requests.dat" to ws-dd-default-value
    perform default-one-dd-name.

default-one-dd-name.
    else
        display " "
        display "UNIT  LABEL     FACTOR        EFF-DATE  ACTIVE"
            " CLASS APPROVED-BY"
        perform until ws-end-of-file
            read ws-unit-master-file
                at end
                    display um-unit-code "  " um-unit-label "  "
                        ws-factor-edited "  " um-effective-date
                        "  " um-active-flag "      " um-class
                        "   " um-approval-status " " um-approved-by
                    add 1 to ws-list-count
            end-read
        end-perform
        end-if
    end-if.

capture-change-reason.
    *> The approver decides on the reason as much as the figures -
    *> a change nobody can explain is not keyed.
    move "N" to ws-entry-ok-flag
    display "Reason for the change: " with no advancing
    move spaces to ws-entry-reason
    accept ws-entry-reason
    if ws-entry-reason = spaces
        display "A reason is required - entry abandoned."
    else
        set ws-entry-ok to true
    end-if.

look-up-current-record.
    *> The before image: the latest approved record per code whose
    *> effective date has arrived, the same walk the loader makes.
    move "N" to ws-before-found-flag
    move 0 to ws-before-factor
    move spaces to ws-before-class
    move 0 to ws-before-offset
    move 0 to ws-before-eff-date
    move "N" to ws-eof-flag
    open input ws-unit-master-file
    if ws-unit-master-file-status = "00"
        perform until ws-end-of-file
            read ws-unit-master-file
                at end
                    set ws-end-of-file to true
                not at end
                    if um-unit-code = ws-entry-unit-code
                            and um-approved
                            and um-effective-date <= ws-today
                            and um-effective-date >= ws-before-eff-date
                        set ws-before-found to true
                        move um-factor to ws-before-factor
                        move um-class to ws-before-class
                        if um-class = spaces
                            move "LEN" to ws-before-class
                        end-if
                        move um-offset to ws-before-offset
                        if um-offset is not numeric
                            move 0 to ws-before-offset
                        end-if
                        move um-effective-date to ws-before-eff-date
                    end-if
            end-read
        end-perform
        close ws-unit-master-file
    end-if
    move "N" to ws-eof-flag.

next-request-id.
    *> Request ids run on from the highest on file.
    move 0 to ws-request-id
    move "N" to ws-eof-flag
    open input ws-change-request-file
    if ws-change-request-file-status = "00"
        perform until ws-end-of-file
            read ws-change-request-file
                at end
                    set ws-end-of-file to true
                not at end
                    if uc-request-id is numeric
                            and uc-request-id > ws-request-id
                        move uc-request-id to ws-request-id
                    end-if
            end-read
        end-perform
        close ws-change-request-file
    end-if
    move "N" to ws-eof-flag
    add 1 to ws-request-id.

write-change-request.
    perform look-up-current-record
    perform next-request-id

    accept ws-cdt-date from date yyyymmdd
    accept ws-cdt-time from time
    move ws-cdt-date to ws-run-datetime(1:8)
    move "-" to ws-run-datetime(9:1)
    move ws-cdt-time to ws-run-datetime(10:8)

    move spaces to ws-unit-change-record
    move ws-request-id       to uc-request-id
    move "PENDING"           to uc-status
    move ws-entry-action     to uc-action
    move ws-entry-unit-code  to uc-unit-code
    move ws-entry-unit-label to uc-unit-label
    move ws-before-factor    to uc-before-factor
    move ws-before-class     to uc-before-class
    move ws-before-offset    to uc-before-offset
    move ws-entry-factor     to uc-after-factor
    move ws-entry-class      to uc-after-class
    move ws-entry-offset     to uc-after-offset
    move ws-entry-eff-date   to uc-effective-date
    move ws-entry-active     to uc-active-flag
    move ws-operator-id      to uc-requested-by
    move ws-run-datetime     to uc-request-datetime
    move ws-entry-reason     to uc-reason

    open extend ws-change-request-file
    if ws-change-request-file-status = "35"
        open output ws-change-request-file
    end-if
    if ws-change-request-file-status not = "00"
        display "Unable to write unit change request file (status="
            ws-change-request-file-status ")."
    else
        write ws-unit-change-record
        close ws-change-request-file
        move "PENDING" to ws-request-status
        move spaces to ws-reviewer-id
        perform write-change-log-record
        move ws-before-factor to ws-factor-edited
        if ws-before-found
            display "In effect today: factor " ws-factor-edited
                " class " ws-before-class
        else
            display "Unit " ws-entry-unit-code
                " has no approved record in effect today."
        end-if
        display ws-entry-action " for unit " ws-entry-unit-code
            " held as request " ws-request-id
            " - it takes effect only once a second operator"
            " approves it."
    end-if.

list-change-requests.
    move 0 to ws-request-count
    move 0 to ws-request-overflow
    move 0 to ws-decided-count
    move "N" to ws-eof-flag
    open input ws-change-request-file
    if ws-change-request-file-status not = "00"
        display "No unit change requests on file."
    else
        display " "
        display "REQ-ID STATE    ACTION     UNIT NEW-FACTOR"
            "  EFF-DATE REQUESTED REVIEWED"
        perform until ws-end-of-file
            read ws-change-request-file
                at end
                    set ws-end-of-file to true
                not at end
                    perform consider-change-request
            end-read
        end-perform
        close ws-change-request-file
        perform varying ws-request-sub from 1 by 1
                until ws-request-sub > ws-request-count
            move rq-after-factor(ws-request-sub) to ws-factor-edited
            display rq-request-id(ws-request-sub) " "
                rq-status(ws-request-sub) " "
                rq-action(ws-request-sub) " "
                rq-unit-code(ws-request-sub) " "
                ws-factor-edited " "
                rq-effective-date(ws-request-sub) " "
                rq-requested-by(ws-request-sub) "  "
                rq-reviewed-by(ws-request-sub)
        end-perform
        move ws-request-count to ws-list-count
        display ws-decided-count " request(s) decided, "
            ws-list-count " waiting for approval."
        if ws-request-overflow > 0
            display "WARNING: request list is full - "
                ws-request-overflow " pending request(s) not shown."
        end-if
    end-if
    move "N" to ws-eof-flag.

consider-change-request.
    *> Latest record per request id is its current state; a decided
    *> request is listed as it is read and frees its slot.
    move 0 to ws-request-hit-sub
    perform varying ws-request-sub from 1 by 1
            until ws-request-sub > ws-request-count
        if rq-request-id(ws-request-sub) = uc-request-id
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
            move uc-request-id to rq-request-id(ws-request-hit-sub)
            move uc-status to rq-status(ws-request-hit-sub)
            move uc-action to rq-action(ws-request-hit-sub)
            move uc-unit-code to rq-unit-code(ws-request-hit-sub)
            move uc-after-factor
                to rq-after-factor(ws-request-hit-sub)
            move uc-effective-date
                to rq-effective-date(ws-request-hit-sub)
            move uc-requested-by
                to rq-requested-by(ws-request-hit-sub)
            move uc-reviewed-by to rq-reviewed-by(ws-request-hit-sub)
        end-if
    else
        if ws-request-hit-sub > 0
            perform drop-request-entry
        end-if
        add 1 to ws-decided-count
        move uc-after-factor to ws-factor-edited
        display uc-request-id " " uc-status " " uc-action " "
            uc-unit-code " " ws-factor-edited " "
            uc-effective-date " " uc-requested-by "  "
            uc-reviewed-by
    end-if.

drop-request-entry.
    *> Close the gap so the pending requests stay in request order.
    perform varying ws-request-sub from ws-request-hit-sub by 1
            until ws-request-sub >= ws-request-count
        move ws-request-entry(ws-request-sub + 1)
            to ws-request-entry(ws-request-sub)
    end-perform
    subtract 1 from ws-request-count.

write-change-log-record.
    accept ws-cdt-date from date yyyymmdd
    accept ws-cdt-time from time
           ws-factor-edited delimited by size
           " EFF=" delimited by size
           ws-entry-eff-date delimited by size
           " REQ-ID=" delimited by size
           ws-request-id delimited by size
           " STATE=" delimited by size
           ws-request-status delimited by size
           " REQUESTER=" delimited by size
           ws-operator-id delimited by size
           " APPROVER=" delimited by size
           ws-reviewer-id delimited by size
           into ws-change-log-record
    end-string

