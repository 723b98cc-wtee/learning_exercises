*> code and whether it was a fresh start or a checkpoint resume,
*> followed by the five most recent runs with their elapsed times
*> so tonight's duration can be eyeballed against recent nights.
*> A night the reconciliation held and a supervisor then released
*> is shown as RELEASED-UNDER-OVERRIDE with the approving
*> supervisor and reason, from the override log (see
*> override-log-record.cpy).
*>
*> RUNHIST and OVRLOG are DD-name style ASSIGN targets resolved
*> from DD_RUNHIST and DD_OVRLOG, defaulted to run-history.dat and
*> override-log.dat, matching the other programs' DD handling.

environment division.
input-output section.
    select ws-run-history-file assign to RUNHIST
        organization is line sequential
        file status is ws-run-history-file-status.
    select ws-override-log-file assign to OVRLOG
        organization is line sequential
        file status is ws-override-log-file-status.

data division.
file section.
fd  ws-run-history-file.
copy "run-history-record.cpy".

fd  ws-override-log-file.
copy "override-log-record.cpy".

working-storage section.
01 ws-run-history-file-status pic xx.
01 ws-override-log-file-status pic xx.

01 ws-eof-flag                pic x value "N".
   88 ws-end-of-file           value "Y".
01 ws-recent-table.
   03 ws-recent-entry occurs 5 times.
      05 rr-record            pic x(109).
      05 rr-override-by       pic x(8).
      05 rr-override-at       pic x(17).
      05 rr-override-reason   pic x(40).
01 ws-recent-count            pic 9(4) value 0.
01 ws-recent-sub              pic s9(4) comp.
01 ws-shift-sub               pic s9(4) comp.
main-logic.
    perform set-default-dd-names
    perform load-recent-runs
    perform load-overrides

    if ws-recent-count = 0
        display "No batch runs on the run-history file yet."
        display "Last batch run status"
        display "---------------------"
        move rr-record(1) to ws-hold-record
        move 1 to ws-recent-sub
        perform show-run-detail

        if ws-recent-count > 1
set-default-dd-names.
    move "DD_RUNHIST" to ws-dd-name
    move "run-history.dat" to ws-dd-default-value
    perform default-one-dd-name

    move "DD_OVRLOG" to ws-dd-name
    move "override-log.dat" to ws-dd-default-value
    perform default-one-dd-name.

default-one-dd-name.
    end-perform
    move ws-run-history-record to rr-record(1).

load-overrides.
    *> Tag each recent run whose night a supervisor released.
    perform varying ws-recent-sub from 1 by 1
            until ws-recent-sub > ws-recent-count
        move spaces to rr-override-by(ws-recent-sub)
        move spaces to rr-override-at(ws-recent-sub)
        move spaces to rr-override-reason(ws-recent-sub)
    end-perform
    move "N" to ws-eof-flag
    open input ws-override-log-file
    if ws-override-log-file-status = "00"
        perform until ws-end-of-file
            read ws-override-log-file
                at end
                    set ws-end-of-file to true
                not at end
                    perform match-override
            end-read
        end-perform
        close ws-override-log-file
    end-if
    move "N" to ws-eof-flag.

match-override.
    perform varying ws-recent-sub from 1 by 1
            until ws-recent-sub > ws-recent-count
        move rr-record(ws-recent-sub) to ws-hold-record
        if wh-run-date = ov-run-date
            move ov-supervisor to rr-override-by(ws-recent-sub)
            move ov-entered-datetime
                to rr-override-at(ws-recent-sub)
            move ov-reason to rr-override-reason(ws-recent-sub)
        end-if
    end-perform.

compute-elapsed.
    *> Elapsed wall-clock seconds between the start and end
    *> timestamps (YYYYMMDD-HHMMSSCC), day rollover included.
    display "Converted .....: " ws-count-edited
    move wh-rejected to ws-count-edited
    display "Rejected ......: " ws-count-edited
    display "Return code ...: " wh-return-code " (" ws-outcome ")"
    if rr-override-by(ws-recent-sub) not = spaces
        display "Released ......: RELEASED-UNDER-OVERRIDE, approved by "
            rr-override-by(ws-recent-sub) " at "
            rr-override-at(ws-recent-sub)
        display "Reason ........: " rr-override-reason(ws-recent-sub)
    end-if.

show-run-summary-line.
    perform compute-elapsed
    perform set-outcome
    move ws-elapsed-seconds to ws-elapsed-edited
    move wh-converted to ws-count-edited
    if rr-override-by(ws-recent-sub) not = spaces
        display wh-run-date " " wh-start-type " RC=" wh-return-code
            " ELAPSED=" ws-elapsed-edited "s CONVERTED="
            ws-count-edited " " ws-outcome " OVERRIDE="
            rr-override-by(ws-recent-sub)
    else
        display wh-run-date " " wh-start-type " RC=" wh-return-code
            " ELAPSED=" ws-elapsed-edited "s CONVERTED="
            ws-count-edited " " ws-outcome
    end-if.
