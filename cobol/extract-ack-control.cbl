*> token, which regenerates the file from the audit trail, logs
*> RESENT and works the date off the queue.
*>
*> Each UNACKED extract is also raised as a HIGH alert, and each
*> acknowledgment that fails to verify (or names no extract on the
*> log) as a CRIT alert, on the central operations alert log
*> (alert-raise.cbl, ALERTLOG DD), keyed by the extract date.
*>
*> ENGACK/EXTCTL/RETRANS/ACKRPT are DD-name style ASSIGN targets
*> resolved from DD_ENGACK/DD_EXTCTL/DD_RETRANS/DD_ACKRPT,
*> defaulted to extract-ack.dat, extract-control-log.dat,

01 ws-count-edited            pic zzz,zzz,zz9.

copy "alert-request.cpy".

01 ws-dd-name                 pic x(20).
01 ws-dd-default-value        pic x(80).
01 ws-dd-current-value        pic x(80).
            display "Acknowledgment for extract " ws-ack-date
                " matches no extract on the control log."
            add 1 to ws-failed-count
            move "ACKNOWLEDGMENT MATCHES NO EXTRACT ON THE LOG"
                to ar-message
            perform raise-failed-alert
        else
            if ws-ack-verdict = "ACCEPT"
                    and ws-ack-count
                display "Extract " ws-ack-date " acknowledgment"
                    " did not verify (verdict "
                    function trim(ws-ack-verdict) ")."
                move "EXTRACT ACKNOWLEDGMENT DID NOT VERIFY"
                    to ar-message
                perform raise-failed-alert
            end-if
            move ws-new-status to st-status(ws-state-hit-sub)
            perform append-state-record
            perform append-state-record
            move ws-run-datetime
                to st-status-datetime(ws-state-sub)
            perform raise-unacked-alert
        end-if
    end-perform.

raise-failed-alert.
    move "CRIT" to ar-severity
    perform raise-extract-alert.

raise-unacked-alert.
    move "HIGH" to ar-severity
    move "EXTRACT NOT ACKNOWLEDGED BY ENGINEERING" to ar-message
    perform raise-extract-alert.

raise-extract-alert.
    move "ENGACKC" to ar-source-program
    move ws-today to ar-run-date
    move "EXTR" to ar-key-type
    move spaces to ar-key
    move ws-ack-date to ar-key-date
    call "alert-raise" using alert-request
    end-call.

append-state-record.
    accept ws-cdt-date from date yyyymmdd
    accept ws-cdt-time from time
