identification division.
program-id. alert-review.

*> Operations alert screen. The morning missing-extract check,
*> reject aging, the reconciliation, the extract acknowledgment
*> step, a batch-window stop and the night summary each raise their
*> problems on the central operations alert log (ALERTLOG /
*> alert-log.dat, see alert-record.cpy, written through
*> alert-raise.cbl) as well as through their own reports and return
*> codes. This screen, reached from conversion-menu.cbl (data-control
*> authority), is where the day operator works that list:
*>
*>   - the open alerts - raised and not yet acknowledged - newest
*>     first, each with its severity, the program that raised it,
*>     when, the key at fault and what is wrong, and ESC beside any
*>     the night summary has already escalated (an alert left open
*>     past its severity's deadline, see night-summary.cbl),
*>   - acknowledging one: the operator keys the alert id and a
*>     comment saying what was done about it, and one ACK record is
*>     appended to the log under the signed-on operator id. A
*>     comment is required, and an alert already acknowledged is
*>     refused with who acknowledged it and when.
*>
*> The log is append-only; an alert is open until it has an ACK
*> record. The whole log is loaded into a table each time it is
*> listed or an alert is acknowledged, so an alert raised while the
*> screen is up shows on the next listing; when the table fills,
*> acknowledged entries are squeezed out to make room.
*>
*> The operator id comes from the CONV-MENU-OPERATOR environment
*> variable when conversion-menu.cbl has signed the operator on;
*> a standalone run falls back to prompting, the same as the
*> maintenance screens.
*>
*> ALERTLOG is a DD-name style ASSIGN target resolved from
*> DD_ALERTLOG, defaulted to alert-log.dat, matching the other
*> programs' DD handling.

environment division.
input-output section.
file-control.
    select ws-alert-log-file assign to ALERTLOG
        organization is line sequential
        file status is ws-alert-log-file-status.

data division.
file section.
fd  ws-alert-log-file.
copy "alert-record.cpy".

working-storage section.
01 ws-alert-log-file-status   pic xx.

01 ws-operator-id             pic x(8).
01 ws-choice                  pic 9 value 0.
01 ws-done-flag               pic x value "N".
   88 ws-done                  value "Y".

01 ws-eof-flag                pic x value "N".
   88 ws-end-of-file           value "Y".

01 ws-entry-alert-id          pic 9(12).
01 ws-entry-comment           pic x(50).
01 ws-id-text                 pic x(14).
01 ws-confirm                 pic x.
01 ws-more-reply              pic x.

01 ws-stop-list-flag          pic x value "N".
   88 ws-stop-list             value "Y".

*> The alert log, one entry per alert raised, with its ACK/ESC
*> state records folded in.
01 ws-alert-table.
   03 ws-alert-entry occurs 999 times.
      05 ra-alert-id          pic 9(12).
      05 ra-severity          pic x(4).
      05 ra-raised-datetime   pic x(17).
      05 ra-source-program    pic x(8).
      05 ra-run-date          pic 9(8).
      05 ra-key-type          pic x(4).
      05 ra-key               pic x(30).
      05 ra-message           pic x(50).
      05 ra-acked-flag        pic x.
      05 ra-escalated-flag    pic x.
      05 ra-acked-by          pic x(8).
      05 ra-acked-on          pic x(17).
01 ws-alert-count             pic s9(4) comp value 0.
01 ws-alert-sub               pic s9(4) comp.
01 ws-alert-hit-sub           pic s9(4) comp.
01 ws-alert-keep-sub          pic s9(4) comp.
01 ws-alert-overflow          pic 9(4) value 0.

01 ws-open-count              pic 9(4) value 0.
01 ws-page-count              pic 9(4) value 0.
01 ws-page-size               pic 9(4) value 10.
01 ws-escalated-tag           pic x(3).
01 ws-alert-key-text          pic x(40).

01 ws-action-datetime         pic x(17).
01 ws-cdt-date                pic 9(8).
01 ws-cdt-time                pic 9(8).

01 ws-dd-name                 pic x(20).
01 ws-dd-default-value        pic x(80).
01 ws-dd-current-value        pic x(80).

procedure division.
main-logic.
    perform set-default-dd-names

    move "N" to ws-done-flag
    move spaces to ws-operator-id
    accept ws-operator-id from environment "CONV-MENU-OPERATOR"
    perform until ws-operator-id not = spaces
        display "Operator id (required for the alert log): "
            with no advancing
        accept ws-operator-id
    end-perform

    perform until ws-done
        display " "
        display "Operations alerts (operator " ws-operator-id ")"
        display "  1. List open alerts, newest first"
        display "  2. Acknowledge an alert"
        display "  3. Return to menu"
        display "Enter choice: " with no advancing
        accept ws-choice

        evaluate ws-choice
            when 1
                perform list-open-alerts
            when 2
                perform acknowledge-alert
            when 3
                set ws-done to true
            when other
                display "Please enter 1, 2 or 3."
        end-evaluate
    end-perform
    goback.

set-default-dd-names.
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

load-alert-table.
    move 0 to ws-alert-count
    move 0 to ws-alert-overflow
    move "N" to ws-eof-flag
    open input ws-alert-log-file
    if ws-alert-log-file-status = "00"
        perform until ws-end-of-file
            read ws-alert-log-file
                at end
                    set ws-end-of-file to true
                not at end
                    perform note-alert-record
            end-read
        end-perform
        close ws-alert-log-file
    end-if
    move "N" to ws-eof-flag
    if ws-alert-overflow > 0
        display ws-alert-overflow " alert(s) could not be loaded -"
            " the alert table is full of open alerts."
    end-if.

note-alert-record.
    if al-raised
        perform add-alert-entry
    else
        perform find-alert-entry
        if ws-alert-hit-sub > 0
            if al-acknowledged
                move "Y" to ra-acked-flag(ws-alert-hit-sub)
                move al-operator to ra-acked-by(ws-alert-hit-sub)
                move al-action-datetime
                    to ra-acked-on(ws-alert-hit-sub)
            end-if
            if al-escalated
                move "Y" to ra-escalated-flag(ws-alert-hit-sub)
            end-if
        end-if
    end-if.

add-alert-entry.
    if ws-alert-count = 999
        perform compact-alert-table
    end-if
    if ws-alert-count < 999
        add 1 to ws-alert-count
        move al-alert-id to ra-alert-id(ws-alert-count)
        move al-severity to ra-severity(ws-alert-count)
        move al-action-datetime
            to ra-raised-datetime(ws-alert-count)
        move al-source-program to ra-source-program(ws-alert-count)
        move al-run-date to ra-run-date(ws-alert-count)
        move al-key-type to ra-key-type(ws-alert-count)
        move al-key to ra-key(ws-alert-count)
        move al-message to ra-message(ws-alert-count)
        move "N" to ra-acked-flag(ws-alert-count)
        move "N" to ra-escalated-flag(ws-alert-count)
        move spaces to ra-acked-by(ws-alert-count)
        move spaces to ra-acked-on(ws-alert-count)
    else
        add 1 to ws-alert-overflow
    end-if.

compact-alert-table.
    move 0 to ws-alert-keep-sub
    perform varying ws-alert-sub from 1 by 1
            until ws-alert-sub > ws-alert-count
        if ra-acked-flag(ws-alert-sub) not = "Y"
            add 1 to ws-alert-keep-sub
            if ws-alert-keep-sub not = ws-alert-sub
                move ws-alert-entry(ws-alert-sub)
                    to ws-alert-entry(ws-alert-keep-sub)
            end-if
        end-if
    end-perform
    move ws-alert-keep-sub to ws-alert-count.

find-alert-entry.
    *> State records follow their alert, so search back from the
    *> newest entry.
    move 0 to ws-alert-hit-sub
    perform varying ws-alert-sub from ws-alert-count by -1
            until ws-alert-sub < 1 or ws-alert-hit-sub > 0
        if ra-alert-id(ws-alert-sub) = al-alert-id
            move ws-alert-sub to ws-alert-hit-sub
        end-if
    end-perform.

list-open-alerts.
    *> Alert ids run in raise order, so walking the table backwards
    *> lists the newest first.
    perform load-alert-table
    move 0 to ws-open-count
    move 0 to ws-page-count
    move "N" to ws-stop-list-flag
    display " "
    display "ALERT ID     SEV  RAISED BY RAISED        ESC KEY"
    perform varying ws-alert-sub from ws-alert-count by -1
            until ws-alert-sub < 1 or ws-stop-list
        if ra-acked-flag(ws-alert-sub) not = "Y"
            add 1 to ws-open-count
            perform display-one-alert
            add 1 to ws-page-count
            if ws-page-count >= ws-page-size
                move 0 to ws-page-count
                display "-- Enter for more, Q to stop: "
                    with no advancing
                move space to ws-more-reply
                accept ws-more-reply
                if function upper-case(ws-more-reply) = "Q"
                    set ws-stop-list to true
                end-if
            end-if
        end-if
    end-perform
    if ws-open-count = 0
        display "No open operations alerts."
    else
        if not ws-stop-list
            display ws-open-count " open alert(s)."
        end-if
    end-if.

display-one-alert.
    if ra-escalated-flag(ws-alert-sub) = "Y"
        move "ESC" to ws-escalated-tag
    else
        move spaces to ws-escalated-tag
    end-if
    perform format-alert-key
    display ra-alert-id(ws-alert-sub) " "
        ra-severity(ws-alert-sub) " "
        ra-source-program(ws-alert-sub) "  "
        ra-raised-datetime(ws-alert-sub)(1:13) " "
        ws-escalated-tag " "
        function trim(ws-alert-key-text)
    display "             " ra-message(ws-alert-sub).

format-alert-key.
    *> ra-key is laid out by key type exactly as al-key is (see
    *> alert-record.cpy).
    move spaces to ws-alert-key-text
    evaluate ra-key-type(ws-alert-sub)
        when "FILE"
            string "FILE " delimited by size
                   ra-key(ws-alert-sub)(1:8) delimited by size
                   " " delimited by size
                   ra-key(ws-alert-sub)(9:8) delimited by size
                   into ws-alert-key-text
            end-string
        when "EXTR"
            string "EXTRACT " delimited by size
                   ra-key(ws-alert-sub)(1:8) delimited by size
                   into ws-alert-key-text
            end-string
        when "REJ"
            string "REJECT " delimited by size
                   ra-key(ws-alert-sub)(1:8) delimited by size
                   " " delimited by size
                   ra-key(ws-alert-sub)(9:8) delimited by size
                   " #" delimited by size
                   ra-key(ws-alert-sub)(17:9) delimited by size
                   " " delimited by size
                   ra-key(ws-alert-sub)(26:4) delimited by size
                   into ws-alert-key-text
            end-string
        when other
            string "RUN " delimited by size
                   ra-key(ws-alert-sub)(1:8) delimited by size
                   into ws-alert-key-text
            end-string
    end-evaluate.

acknowledge-alert.
    display "Alert id (12 digits): " with no advancing
    move spaces to ws-id-text
    accept ws-id-text
    if ws-id-text(1:12) is not numeric
            or ws-id-text(13:2) not = spaces
        display "Alert id is not 12 digits - nothing logged."
    else
        move ws-id-text(1:12) to ws-entry-alert-id
        perform load-alert-table
        move 0 to ws-alert-hit-sub
        perform varying ws-alert-sub from ws-alert-count by -1
                until ws-alert-sub < 1 or ws-alert-hit-sub > 0
            if ra-alert-id(ws-alert-sub) = ws-entry-alert-id
                move ws-alert-sub to ws-alert-hit-sub
            end-if
        end-perform
        if ws-alert-hit-sub = 0
            display "No alert " ws-entry-alert-id
                " on the alert log - nothing logged."
        else
            move ws-alert-hit-sub to ws-alert-sub
            if ra-acked-flag(ws-alert-sub) = "Y"
                display "Alert " ws-entry-alert-id " was already"
                    " acknowledged by " ra-acked-by(ws-alert-sub)
                    " at " ra-acked-on(ws-alert-sub) "."
            else
                perform capture-comment
            end-if
        end-if
    end-if.

capture-comment.
    display " "
    perform display-one-alert
    display "What was done about it: " with no advancing
    move spaces to ws-entry-comment
    accept ws-entry-comment
    if ws-entry-comment = spaces
        display "A comment is required - nothing logged."
    else
        display "Acknowledge " ws-entry-alert-id " (Y/N)? "
            with no advancing
        move space to ws-confirm
        accept ws-confirm
        if function upper-case(ws-confirm) = "Y"
            perform append-ack-record
        else
            display "Acknowledgment not confirmed - nothing logged."
        end-if
    end-if.

append-ack-record.
    accept ws-cdt-date from date yyyymmdd
    accept ws-cdt-time from time
    move ws-cdt-date to ws-action-datetime(1:8)
    move "-" to ws-action-datetime(9:1)
    move ws-cdt-time to ws-action-datetime(10:8)

    open extend ws-alert-log-file
    if ws-alert-log-file-status = "35"
        open output ws-alert-log-file
    end-if
    if ws-alert-log-file-status not = "00"
        display "Unable to write the alert log (status="
            ws-alert-log-file-status ")."
    else
        move spaces to ws-alert-record
        move ra-alert-id(ws-alert-sub) to al-alert-id
        set al-acknowledged to true
        move ws-action-datetime to al-action-datetime
        move ra-source-program(ws-alert-sub) to al-source-program
        move ra-severity(ws-alert-sub) to al-severity
        move ra-run-date(ws-alert-sub) to al-run-date
        move ra-key-type(ws-alert-sub) to al-key-type
        move ra-key(ws-alert-sub) to al-key
        move ws-entry-comment to al-message
        move ws-operator-id to al-operator
        write ws-alert-record
        close ws-alert-log-file
        display "Alert " ws-entry-alert-id " acknowledged by "
            ws-operator-id "."
    end-if.
