*> The run window is the start/end timestamps of the latest record
*> on the run-history file - the record the CONVERT step wrote as
*> it finished (a resumed completion's record spans back to the
*> abended run's start; on a night run partitioned by source group
*> it is the MERGE step's record, spanning the earliest partition's
*> start to the merge, and METOUT is the merged file with its one
*> combined trailer, so the same three checks prove the merged
*> night). Wall-clock "today" is NOT used to select
*> audit entries: a run that crosses midnight, or this step being
*> dispatched after 00:00, would otherwise page operations for a
*> night that actually balanced. With no run-history record on file
*> the window falls back to the whole of today.
*>
*> An out-of-balance night is also raised as a CRIT alert on the
*> central operations alert log (alert-raise.cbl, ALERTLOG DD), keyed
*> by the date the run window starts on.
*>
*> FEETIN/METOUT/AUDIT/RUNHIST/FILECTL/RECOUT are DD-name style
*> ASSIGN targets resolved from DD_FEETIN/DD_METOUT/DD_AUDIT/
*> DD_RUNHIST/DD_FILECTL/DD_RECOUT, defaulted to feet-readings.dat /
data division.
file section.
fd  ws-feet-in-file.
01  ws-feet-in-record         pic x(30).

fd  ws-meters-out-file.
01  ws-meters-out-record      pic x(120).
   88 ws-feetin-has-header     value "Y".

*> Per-group recount state for the group-by-group FEETIN walk, and
*> the staging views that give the 30-byte record its control and
*> detail shapes (the same views the batch's pre-pass uses).
01 ws-in-group-flag           pic x value "N".
   88 ws-in-group              value "Y".
01 ws-group-date              pic 9(8).
01 ws-group-source            pic x(8).

01 ws-scan-record             pic x(30).
01 ws-scan-control redefines ws-scan-record.
   05 sc-record-type          pic x(3).
   05 sc-hdr-detail.
      10 sc-file-date         pic 9(8).
      10 sc-source-system     pic x(8).
      10 filler               pic x(11).
   05 sc-trl-detail redefines sc-hdr-detail.
      10 sc-record-count      pic 9(9).
      10 sc-hash-total        pic s9(11)v99
   05 sd-value-text           pic x(9).
   05 sd-value redefines sd-value-text
                              pic s9(6)v99 sign is leading separate.
   05 filler                  pic x(10).

*> Tonight's groups as recounted from FEETIN (the batch caps a
*> file at 10), each carrying its verified figure and a prior-

01 ws-count-edited            pic zzz,zzz,zz9.

copy "alert-request.cpy".

01 ws-dd-name                 pic x(20).
01 ws-dd-default-value        pic x(80).
01 ws-dd-current-value        pic x(80).
    if return-code not = 16
        perform write-balance-report
        if not ws-balanced
            *> Raised first - the CALL hands back alert-raise's own
            *> return code.
            perform raise-out-of-balance-alert
            move 12 to return-code
        end-if
    end-if
    close ws-recon-report-file
    goback.

raise-out-of-balance-alert.
    move "FEETRCON" to ar-source-program
    move "CRIT" to ar-severity
    move ws-run-date to ar-run-date
    move "RUN" to ar-key-type
    move spaces to ar-key
    move ws-window-start(1:8) to ar-key-date
    move "RECONCILIATION OUT OF BALANCE - REPORTS HELD"
        to ar-message
    call "alert-raise" using alert-request
    end-call.

set-default-dd-names.
    move "DD_FEETIN" to ws-dd-name
    move "feet-readings.dat" to ws-dd-default-value
