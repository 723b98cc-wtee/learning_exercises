identification division.
program-id. alert-raise.

*> Raises one operations alert on the central alert log (see
*> copybooks/alert-record.cpy). Every batch step that pages
*> operations through its return code also CALLs this with what is
*> wrong and the key at fault, so the day operator has one list of
*> what needs looking at, acknowledged on the menu's alert screen
*> (alert-review.cbl) and escalated onto the night summary
*> (night-summary.cbl) when nobody gets to it in time:
*>
*>     call "alert-raise" using alert-request
*>
*> with the request laid out in copybooks/alert-request.cpy. The log
*> is read once to number the alert - today's date and the next
*> 4-digit sequence for the day - and to keep a condition that is
*> reported on every run from paging every run: when the same source
*> program has already raised an alert of the same severity for the
*> same key, open or acknowledged, nothing is written and ar-result
*> says so. Otherwise one ALR record is appended (the log is created
*> on first use) and its id is displayed for the step's output.
*>
*> A failure to read or write the log is displayed and handed back in
*> ar-result, never treated as fatal - an alert that cannot be logged
*> must not also stop the step that found the problem, whose own
*> report and return code still page operations as before.
*>
*> ALERTLOG is a DD-name style ASSIGN target resolved from the
*> DD_ALERTLOG environment variable when the JCL exports it; for a
*> standalone or menu-driven run this program defaults it to
*> alert-log.dat, the same way the conversion programs default their
*> own DD names.

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

01 ws-eof-flag                pic x value "N".
   88 ws-end-of-file           value "Y".
01 ws-duplicate-flag          pic x value "N".
   88 ws-duplicate-alert       value "Y".

01 ws-today                   pic 9(8).
01 ws-last-sequence           pic 9(4) value 0.
01 ws-new-alert-id            pic 9(12).
01 ws-new-alert-id-parts redefines ws-new-alert-id.
   05 ws-new-raise-date       pic 9(8).
   05 ws-new-raise-sequence   pic 9(4).

01 ws-action-datetime         pic x(17).
01 ws-cdt-date                pic 9(8).
01 ws-cdt-time                pic 9(8).

01 ws-dd-name                 pic x(20).
01 ws-dd-default-value        pic x(80).
01 ws-dd-current-value        pic x(80).

linkage section.
copy "alert-request.cpy".

procedure division using alert-request.
main-logic.
    accept ws-today from date yyyymmdd

    move spaces to ar-result
    move "N" to ws-eof-flag
    move "N" to ws-duplicate-flag
    move 0 to ws-last-sequence

    perform set-default-dd-names
    perform scan-alert-log

    evaluate true
        when ar-alert-failed
            continue
        when ws-duplicate-alert
            set ar-alert-duplicate to true
        when ws-last-sequence = 9999
            display "Alert log already holds 9999 alerts raised"
                " today - " ar-source-program " alert not logged: "
                function trim(ar-message)
            set ar-alert-failed to true
        when other
            perform append-alert-record
    end-evaluate
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

scan-alert-log.
    *> A log that does not exist yet is simply empty - the first
    *> alert creates it.
    open input ws-alert-log-file
    evaluate ws-alert-log-file-status
        when "00"
            perform until ws-end-of-file
                read ws-alert-log-file
                    at end
                        set ws-end-of-file to true
                    not at end
                        perform consider-log-record
                end-read
            end-perform
            close ws-alert-log-file
        when "35"
            continue
        when other
            display "Unable to read the alert log (status="
                ws-alert-log-file-status ") - " ar-source-program
                " alert not logged: " function trim(ar-message)
            set ar-alert-failed to true
    end-evaluate.

consider-log-record.
    if al-raised
        if al-raise-date = ws-today
                and al-raise-sequence > ws-last-sequence
            move al-raise-sequence to ws-last-sequence
        end-if
        if al-source-program = ar-source-program
                and al-severity = ar-severity
                and al-key-type = ar-key-type
                and al-key = ar-key
            set ws-duplicate-alert to true
        end-if
    end-if.

append-alert-record.
    accept ws-cdt-date from date yyyymmdd
    accept ws-cdt-time from time
    move ws-cdt-date to ws-action-datetime(1:8)
    move "-" to ws-action-datetime(9:1)
    move ws-cdt-time to ws-action-datetime(10:8)

    move ws-today to ws-new-raise-date
    compute ws-new-raise-sequence = ws-last-sequence + 1

    open extend ws-alert-log-file
    if ws-alert-log-file-status = "35"
        open output ws-alert-log-file
    end-if
    if ws-alert-log-file-status not = "00"
        display "Unable to write the alert log (status="
            ws-alert-log-file-status ") - " ar-source-program
            " alert not logged: " function trim(ar-message)
        set ar-alert-failed to true
    else
        move spaces to ws-alert-record
        move ws-new-alert-id to al-alert-id
        set al-raised to true
        move ws-action-datetime to al-action-datetime
        move ar-source-program to al-source-program
        move ar-severity to al-severity
        move ar-run-date to al-run-date
        move ar-key-type to al-key-type
        move ar-key to al-key
        move ar-message to al-message
        write ws-alert-record
        close ws-alert-log-file
        set ar-alert-raised to true
        display "Operations alert " ws-new-alert-id " raised ("
            ar-severity "): " function trim(ar-message)
    end-if.
