*> reject-record.cpy - each record is a rejected reading in its
*> original FEETIN layout plus a reason code and record number),
*> pages through it ten records at a screen, and lets the operator
*> correct or delete each one - an XFR reading's target unit
*> included, released at the end of the FEETIN detail layout.
*> Releasing writes the corrected records to the resubmission file
*> (resubmit-readings.dat) - which feet-to-meters-command-line.cbl
*> converts ahead of the next night's readings - and rewrites the
*> reject file holding only what is still unworked.
*>
*> Releasing is refused while batch-checkpoint.dat holds a
*> non-zero resume point: an abended overnight run is waiting to
*> correction falls back into this file with a fresh reason code
*> rather than being converted wrongly.
*>
*> Every entry the desk works is written to the repair history
*> (repair-history.dat, see repair-history-record.cpy) when the
*> session is saved: the reject as it was loaded, the image
*> released (CORRECT when it was changed, RELEASE when it went
*> back unchanged), or DELETE with the reason code the operator
*> must give before an entry can be deleted - together with the
*> operator id and when the entry was worked. The save is refused
*> if the history cannot be written: the reject file is about to
*> lose the originals, and the history is the only place they
*> survive. The operator id comes from CONV-MENU-OPERATOR when
*> conversion-menu.cbl has signed the operator on; a standalone run
*> prompts for it, the same as the other desk screens.
*>
*> REJFILE/RESUBIN/CHKPT/REPRHIST are DD-name style ASSIGN targets
*> resolved from DD_REJFILE/DD_RESUBIN/DD_CHKPT/DD_REPRHIST,
*> defaulted here to reject-readings.dat, resubmit-readings.dat,
*> batch-checkpoint.dat and repair-history.dat, matching the batch
*> program's own defaults.

environment division.
input-output section.
    select ws-checkpoint-file assign to CHKPT
        organization is line sequential
        file status is ws-checkpoint-file-status.
    select ws-repair-history-file assign to REPRHIST
        organization is line sequential
        file status is ws-repair-history-file-status.

data division.
file section.
copy "reject-record.cpy".

fd  ws-resubmit-file.
01  ws-resubmit-record        pic x(30).

fd  ws-checkpoint-file.
01  ws-checkpoint-head.
    05  ck-record-number      pic 9(9).
    05  filler                pic x(9).

fd  ws-repair-history-file.
copy "repair-history-record.cpy".

working-storage section.
01 ws-reject-file-status     pic xx.
01 ws-resubmit-file-status   pic xx.
01 ws-checkpoint-file-status pic xx.
01 ws-repair-history-file-status pic xx.
01 ws-resume-pending-flag    pic x.
   88 ws-resume-pending       value "Y".


*> In-storage working copy of the reject file. Work status per
*> entry: P = pending (still rejected), R = corrected and ready for
*> release, D = deleted. The reading as loaded, when the entry was
*> last worked and a deletion's reason are kept for the repair
*> history.
01 ws-reject-table.
   03 ws-reject-entry occurs 500 times.
      05 rt-site             pic x(4).
      05 rt-file-date        pic 9(8).
      05 rt-source-system    pic x(8).
      05 rt-work-status      pic x.
      05 rt-orig-reading     pic x(20).
      05 rt-worked-datetime  pic x(17).
      05 rt-delete-reason    pic x(4).
      05 rt-target           pic x(4).
      05 rt-orig-target      pic x(4).
01 ws-reject-count           pic 9(4) value 0.
01 ws-reject-sub             pic s9(4) comp.

01 ws-released-count         pic 9(4).
01 ws-deleted-count          pic 9(4).
01 ws-kept-count             pic 9(4).
01 ws-history-count          pic 9(4).

01 ws-operator-id            pic x(8).
01 ws-delete-reason          pic x(4).
01 ws-current-reading        pic x(20).
01 ws-run-datetime           pic x(17).
01 ws-cdt-date               pic 9(8).
01 ws-cdt-time               pic 9(8).

01 ws-dd-name                pic x(20).
01 ws-dd-default-value       pic x(80).
procedure division.
main-logic.
    perform set-default-dd-names

    move spaces to ws-operator-id
    accept ws-operator-id from environment "CONV-MENU-OPERATOR"
    perform until ws-operator-id not = spaces
        display "Operator id (required for the repair history): "
            with no advancing
        accept ws-operator-id
    end-perform

    perform load-reject-table

    if ws-reject-count = 0

    move "DD_CHKPT" to ws-dd-name
    move "batch-checkpoint.dat" to ws-dd-default-value
    perform default-one-dd-name

    move "DD_REPRHIST" to ws-dd-name
    move "repair-history.dat" to ws-dd-default-value
    perform default-one-dd-name.

default-one-dd-name.
                        move rej-source-system
                            to rt-source-system(ws-reject-count)
                        move "P" to rt-work-status(ws-reject-count)
                        move ws-reject-record(1:20)
                            to rt-orig-reading(ws-reject-count)
                        move spaces
                            to rt-worked-datetime(ws-reject-count)
                        move spaces
                            to rt-delete-reason(ws-reject-count)
                        move rej-target-unit
                            to rt-target(ws-reject-count)
                        move rej-target-unit
                            to rt-orig-target(ws-reject-count)
                    else
                        display "Reject table is full - only the"
                            " first 500 rejects are shown this"
    display " "
    display "Rejected readings " ws-page-start " - " ws-page-end
        " of " ws-reject-count
    display "   #  ST SITE UNIT DIR TGT  VALUE     REASON ORIG-REC"
        "  FILE-DATE SOURCE"
    perform varying ws-reject-sub from ws-page-start by 1
            until ws-reject-sub > ws-page-end
            "  " rt-site(ws-reject-sub)
            " " rt-unit(ws-reject-sub)
            " " rt-dir(ws-reject-sub)
            " " rt-target(ws-reject-sub)
            " " rt-value(ws-reject-sub)
            " " rt-reason(ws-reject-sub)
            "   " rt-orig-number(ws-reject-sub)
        when "D" when "d"
            perform select-entry-number
            if ws-entry-number > 0
                perform delete-one-reject
            end-if
        when "R" when "r"
            *> With an overflowed load the file holds rejects this
        move ws-field-text(1:3) to rt-dir(ws-entry-number)
    end-if

    *> Only an XFR reading carries a target unit; the batch checks
    *> it against the unit master and the source unit's class.
    if rt-dir(ws-entry-number) = "XFR"
        display "Target unit [" rt-target(ws-entry-number) "]: "
            with no advancing
        move spaces to ws-field-text
        accept ws-field-text
        if ws-field-text not = spaces
            move ws-field-text(1:4) to rt-target(ws-entry-number)
        end-if
    else
        move spaces to rt-target(ws-entry-number)
    end-if

    display "Value, sign then 8 digits ["
        rt-value(ws-entry-number) "]: " with no advancing
    move spaces to ws-field-text
                or rt-value(ws-entry-number)(1:1) = "-")
                and rt-value(ws-entry-number)(2:8) is numeric
            move "R" to rt-work-status(ws-entry-number)
            perform stamp-worked-datetime
            display "Entry " ws-entry-number
                " marked ready for release."
        else
        end-if
    end-if.

delete-one-reject.
    *> A deletion is the one desk action that loses a reading for
    *> good, so it is not taken without a reason code.
    display "Deleting entry " ws-entry-number " ("
        rt-reason(ws-entry-number) " at record "
        rt-orig-number(ws-entry-number) ")."
    display "Reason: DUPE=already converted/sent twice"
        "  VOID=withdrawn by site  TEST=test transmission"
    display "        RETR=site or unit retired"
        "  UNRC=no usable value from site"
    display "Reason code: " with no advancing
    move spaces to ws-field-text
    accept ws-field-text
    move function upper-case(ws-field-text(1:4))
        to ws-delete-reason
    evaluate ws-delete-reason
        when "DUPE"
        when "VOID"
        when "TEST"
        when "RETR"
        when "UNRC"
            move "D" to rt-work-status(ws-entry-number)
            move ws-delete-reason to rt-delete-reason(ws-entry-number)
            perform stamp-worked-datetime
            display "Entry " ws-entry-number " marked deleted ("
                ws-delete-reason ")."
        when other
            display "A deletion needs one of the reason codes"
                " shown - entry left as it was."
    end-evaluate.

stamp-worked-datetime.
    accept ws-cdt-date from date yyyymmdd
    accept ws-cdt-time from time
    move ws-cdt-date to ws-run-datetime(1:8)
    move "-" to ws-run-datetime(9:1)
    move ws-cdt-time to ws-run-datetime(10:8)
    move ws-run-datetime to rt-worked-datetime(ws-entry-number).

release-and-save.
    *> Ready entries go to the resubmission file in FEETIN detail
    *> layout for the next batch run; pending entries are rewritten
    *> to the reject file; deleted entries are dropped. Every
    *> worked entry goes to the repair history first - no history,
    *> no save.
    move 0 to ws-released-count
    move 0 to ws-deleted-count
    move 0 to ws-kept-count

    open extend ws-repair-history-file
    if ws-repair-history-file-status = "35"
        open output ws-repair-history-file
    end-if
    if ws-repair-history-file-status not = "00"
        display "Unable to write the repair history (status="
            ws-repair-history-file-status ")."
        display "Exiting without saving."
    else
        perform write-repair-history
        close ws-repair-history-file
        perform save-worked-entries
    end-if.

save-worked-entries.
    open extend ws-resubmit-file
    if ws-resubmit-file-status = "35"
        open output ws-resubmit-file
                   rt-value(ws-reject-sub) delimited by size
                   into ws-resubmit-record
            end-string
            move rt-target(ws-reject-sub) to ws-resubmit-record(27:4)
            write ws-resubmit-record
            add 1 to ws-released-count
        end-if
                    to rej-file-date
                move rt-source-system(ws-reject-sub)
                    to rej-source-system
                move rt-target(ws-reject-sub) to rej-target-unit
                write ws-reject-record
                add 1 to ws-kept-count
            when "D"

    display ws-released-count " released for resubmission, "
        ws-deleted-count " deleted, " ws-kept-count
        " still pending."
    display ws-history-count " entry(ies) written to the repair"
        " history.".

write-repair-history.
    move 0 to ws-history-count
    perform varying ws-reject-sub from 1 by 1
            until ws-reject-sub > ws-reject-count
        if rt-work-status(ws-reject-sub) = "R"
                or rt-work-status(ws-reject-sub) = "D"
            move spaces to ws-repair-history-record
            move rt-worked-datetime(ws-reject-sub)
                to rp-action-datetime
            move ws-operator-id to rp-operator
            move rt-orig-reading(ws-reject-sub) to rp-orig-reading
            move rt-reason(ws-reject-sub) to rp-orig-reason
            move rt-orig-number(ws-reject-sub) to rp-orig-number
            move rt-file-date(ws-reject-sub) to rp-orig-file-date
            move rt-source-system(ws-reject-sub)
                to rp-orig-source-system
            move rt-orig-target(ws-reject-sub) to rp-orig-target
            if rt-work-status(ws-reject-sub) = "D"
                set rp-deleted to true
                move rt-delete-reason(ws-reject-sub)
                    to rp-delete-reason
            else
                move spaces to ws-current-reading
                string rt-site(ws-reject-sub) delimited by size
                       rt-unit(ws-reject-sub) delimited by size
                       rt-dir(ws-reject-sub) delimited by size
                       rt-value(ws-reject-sub) delimited by size
                       into ws-current-reading
                end-string
                move ws-current-reading to rp-corrected-reading
                move rt-target(ws-reject-sub) to rp-corr-target
                if ws-current-reading = rt-orig-reading(ws-reject-sub)
                        and rt-target(ws-reject-sub)
                            = rt-orig-target(ws-reject-sub)
                    set rp-released to true
                else
                    set rp-corrected to true
                end-if
            end-if
            write ws-repair-history-record
            add 1 to ws-history-count
        end-if
    end-perform.

check-batch-checkpoint.
    move "N" to ws-resume-pending-flag
