*> with the escalations (it has already been through the desk at
*> least once) but does not by itself set the return code.
*>
*> Each dated reject past the escalation age is also raised as a WARN
*> alert on the central operations alert log (alert-raise.cbl,
*> ALERTLOG DD), keyed by the reject's file date, source, record
*> number and site - once, however many mornings it stays queued.
*>
*> REJFILE/AGERPT are DD-name style ASSIGN targets resolved from
*> DD_REJFILE/DD_AGERPT, defaulted to reject-readings.dat and
*> reject-aging-report.dat, matching the other programs' DD
01 ws-count-edited            pic zzz,zzz,zz9.
01 ws-age-edited              pic zz,zz9.

copy "alert-request.cpy".

01 ws-dd-name                 pic x(20).
01 ws-dd-default-value        pic x(80).
01 ws-dd-current-value        pic x(80).
        if ws-age-days > ws-escalation-days
            add 1 to ws-escalation-count
            perform list-one-escalation
            perform raise-escalation-alert
        end-if
    end-if.

raise-escalation-alert.
    move "REJAGEP" to ar-source-program
    move "WARN" to ar-severity
    move ws-today to ar-run-date
    move "REJ" to ar-key-type
    move spaces to ar-key
    move rej-file-date to ar-key-reject-date
    move rej-source-system to ar-key-reject-source
    move rej-orig-number to ar-key-reject-number
    move rej-site to ar-key-reject-site
    move ws-age-days to ws-age-edited
    move spaces to ar-message
    string "REJECT " delimited by size
           rej-reason delimited by size
           " UNWORKED " delimited by size
           function trim(ws-age-edited) delimited by size
           " DAYS - PAST ESCALATION AGE" delimited by size
           into ar-message
    end-string
    call "alert-raise" using alert-request
    end-call.

list-one-escalation.
    if not ws-listed-heading
        set ws-listed-heading to true
