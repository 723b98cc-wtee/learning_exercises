*> Tuesday. Today's own date is never checked - today's extract is
*> processed tonight.
*>
*> Each miss is also raised on the central operations alert log
*> (alert-raise.cbl, ALERTLOG DD): a HIGH alert per missing
*> transmission keyed by its file date and source, and a CRIT alert
*> keyed by the run date when last night's run is missing from the
*> run history or the calendar cannot be read. A miss that is still
*> missing on the next morning's check does not raise a second alert.
*>
*> BUSCAL/FILECTL/RUNHIST/CHKRPT are DD-name style ASSIGN targets
*> resolved from DD_BUSCAL/DD_FILECTL/DD_RUNHIST/DD_CHKRPT,
*> defaulted to business-calendar.dat, file-control-log.dat,
01 ws-runhist-miss-flag       pic x value "N".
   88 ws-runhist-missing       value "Y".

copy "alert-request.cpy".

01 ws-dd-name                 pic x(20).
01 ws-dd-default-value        pic x(80).
01 ws-dd-current-value        pic x(80).
        move "BUSINESS CALENDAR NOT AVAILABLE - NOTHING CHECKED."
            to ws-report-line
        write ws-report-line
        move "CRIT" to ar-severity
        move ws-today to ar-run-date
        move "RUN" to ar-key-type
        move spaces to ar-key
        move ws-today to ar-key-date
        move "BUSINESS CALENDAR NOT AVAILABLE - NOTHING CHECKED"
            to ar-message
        perform raise-operations-alert
        move 8 to return-code
    else
        perform until ws-end-of-file
                       into ws-report-line
                end-string
                write ws-report-line
                move "HIGH" to ar-severity
                move ws-today to ar-run-date
                move "FILE" to ar-key-type
                move spaces to ar-key
                move bc-date to ar-key-file-date
                move bc-expected-source(ws-source-sub)
                    to ar-key-source-system
                move "EXPECTED TRANSMISSION NOT ON THE CONTROL LOG"
                    to ar-message
                perform raise-operations-alert
            end-if
        end-if
    end-perform.
            end-string
            write ws-report-line
            set ws-runhist-missing to true
            move "CRIT" to ar-severity
            move ws-today to ar-run-date
            move "RUN" to ar-key-type
            move spaces to ar-key
            move ws-newest-work-day to ar-key-date
            move "NIGHT'S BATCH RUN MISSING FROM THE RUN HISTORY"
                to ar-message
            perform raise-operations-alert
        end-if
    end-if.

raise-operations-alert.
    *> The CALL hands back alert-raise's own return code - raise
    *> before the step's return code is set, never after.
    move "MORNCHKP" to ar-source-program
    call "alert-raise" using alert-request
    end-call.
