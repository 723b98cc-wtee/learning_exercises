*>     file-control entries stamped inside the run window),
*>   - converted/rejected/warned counts by unit and site, echoed
*>     from the METOUT summary trailer the batch itself wrote,
*>   - readings converted but flagged as far outside their site's
*>     history (the trailer's ANOMALIES= figure),
*>   - rejects newly queued tonight versus corrections resubmitted,
*>   - whether the engineering extract was produced (the extract
*>     control log's latest state) or held,
*>   - whether the night went out on a supervisor's override of an
*>     out-of-balance reconciliation (the override log, see
*>     override-log-record.cpy) and who approved it and why - the
*>     release job reruns this step so the reissued page says so,
*>     and the previous-night comparison flags an overridden night,
*>   - the operations alerts left unacknowledged past their
*>     severity's deadline (see "Alert escalation" below).
*>
*> Alert escalation: the central operations alert log (ALERTLOG /
*> alert-log.dat, see alert-record.cpy) collects the alerts the
*> morning check, reject aging, the reconciliation, the extract
*> acknowledgment step and a window stop raise, and the day
*> operator acknowledges them on the menu's alert screen
*> (alert-review.cbl). An alert still open when this page is
*> written, longer after it was raised than its severity allows -
*> CRIT 4 hours, HIGH 12 hours, WARN 72 hours - is escalated onto
*> the ALERTS section: the night it first goes past its deadline an
*> ESC record is appended to the log and the line reads ESCALATED,
*> and every night after that it is listed again as STILL OPEN
*> until somebody acknowledges it. This step also raises an alert
*> of its own for the night it reports on: CRIT when the CONVERT
*> step FAILED, HIGH when it REFUSED the night (RC=8).
*>
*> The page goes to NSUMOUT and is distributed through the same
*> IEBGENER queue as the conversion log - one page at 6am instead
*> of five files.
*>
*> RUNHIST/RECOUT/METOUT/FILECTL/REJFILE/EXTCTL/OVRLOG/ALERTLOG/
*> NSUMOUT are DD-name style ASSIGN targets resolved from the
*> matching DD_xxx variables, defaulted to run-history.dat,
*> reconcile-report.dat, meters-results.dat, file-control-log.dat,
*> reject-readings.dat, extract-control-log.dat, override-log.dat,
*> alert-log.dat and night-summary.dat, matching the other
*> programs' DD handling.

environment division.
input-output section.
    select ws-extract-control-file assign to EXTCTL
        organization is line sequential
        file status is ws-extract-control-file-status.
    select ws-override-log-file assign to OVRLOG
        organization is line sequential
        file status is ws-override-log-file-status.
    select ws-alert-log-file assign to ALERTLOG
        organization is line sequential
        file status is ws-alert-log-file-status.
    select ws-summary-file assign to NSUMOUT
        organization is line sequential.

fd  ws-extract-control-file.
copy "extract-control-record.cpy".

fd  ws-override-log-file.
copy "override-log-record.cpy".

fd  ws-alert-log-file.
copy "alert-record.cpy".

fd  ws-summary-file.
*> 132 bytes (a standard print line): the VOLUME section uses a
*> 12-byte prefix so a full 120-byte METOUT trailer line survives
01 ws-file-control-log-status pic xx.
01 ws-reject-file-status      pic xx.
01 ws-extract-control-file-status pic xx.
01 ws-override-log-file-status pic xx.
01 ws-alert-log-file-status   pic xx.

01 ws-eof-flag                pic x value "N".
   88 ws-end-of-file           value "Y".
01 ws-trailer-rest            pic x(120).
01 ws-trailer-count-text      pic x(9).
01 ws-trailer-resub-text      pic x(9).
01 ws-trailer-warn-text       pic x(9).
01 ws-trailer-anom-text       pic x(9).
01 ws-anomaly-count           pic 9(9) value 0.

01 ws-queue-depth             pic 9(9) value 0.

01 ws-extract-state           pic x(8) value spaces.
01 ws-extract-date            pic 9(8) value 0.

*> Supervisor overrides logged for the latest and previous nights.
01 ws-override-flag           pic x value "N".
   88 ws-overridden            value "Y".
01 ws-override-supervisor     pic x(8) value spaces.
01 ws-override-entered        pic x(17) value spaces.
01 ws-override-reason         pic x(40) value spaces.
01 ws-prev-override-flag      pic x value "N".
   88 ws-prev-overridden       value "Y".
01 ws-prev-override-supervisor pic x(8) value spaces.

*> Escalation deadlines, in hours from the raise, by severity.
01 ws-crit-deadline-hours     pic 9(4) value 4.
01 ws-high-deadline-hours     pic 9(4) value 12.
01 ws-warn-deadline-hours     pic 9(4) value 72.

*> The alert log, one entry per alert raised, with its ACK/ESC
*> state records folded in. When the table fills, acknowledged
*> entries are squeezed out to make room - only open alerts can
*> escalate.
01 ws-alert-table.
   03 ws-alert-entry occurs 500 times.
      05 na-alert-id          pic 9(12).
      05 na-severity          pic x(4).
      05 na-raised-datetime   pic x(17).
      05 na-raised-parts redefines na-raised-datetime.
         10 na-raised-date    pic 9(8).
         10 filler            pic x.
         10 na-raised-hh      pic 9(2).
         10 na-raised-mm      pic 9(2).
         10 filler            pic x(4).
      05 na-source-program    pic x(8).
      05 na-run-date          pic 9(8).
      05 na-key-type          pic x(4).
      05 na-key               pic x(30).
      05 na-message           pic x(50).
      05 na-acked-flag        pic x.
      05 na-escalated-flag    pic x.
      05 na-overdue-flag      pic x.
01 ws-alert-count             pic s9(4) comp value 0.
01 ws-alert-sub               pic s9(4) comp.
01 ws-alert-hit-sub           pic s9(4) comp.
01 ws-alert-keep-sub          pic s9(4) comp.
01 ws-alert-overflow          pic 9(4) value 0.
01 ws-open-alerts             pic 9(4) value 0.
01 ws-overdue-alerts          pic 9(4) value 0.
01 ws-new-escalations         pic 9(4) value 0.

01 ws-now-date                pic 9(8).
01 ws-now-time                pic 9(8).
01 ws-now-time-parts redefines ws-now-time.
   05 ws-now-hh               pic 9(2).
   05 ws-now-mm               pic 9(2).
   05 filler                  pic 9(4).
01 ws-now-integer             pic 9(8).
01 ws-alert-age-minutes       pic s9(9).
01 ws-alert-age-hours         pic 9(6).
01 ws-deadline-hours          pic 9(4).
01 ws-hours-edited            pic zzz,zz9.
01 ws-deadline-edited         pic zzz9.
01 ws-tonight-edited          pic zzz9.
01 ws-alert-tag               pic x(10).
01 ws-alert-key-text          pic x(40).
01 ws-action-datetime         pic x(17).

copy "alert-request.cpy".

01 ws-count-edited            pic zzz,zzz,zz9.
01 ws-other-edited            pic zzz,zzz,zz9.
01 ws-delta-edited            pic +(9)9.
    perform set-default-dd-names

    perform read-run-history
    if ws-run-count > 0
        perform raise-night-alert
    end-if
    perform read-alert-log
    perform read-recon-verdict
    perform read-extract-state
    perform count-reject-queue
    perform read-override-log

    open output ws-summary-file

    else
        perform write-run-section
        perform write-recon-section
        perform write-override-section
        perform write-group-section
        perform write-volume-section
        perform write-reject-section
        perform write-anomaly-section
        perform write-extract-section
        perform write-comparison-section
    end-if
    perform write-alert-section

    close ws-summary-file
    display "Night summary written for " ws-today "."
    move "extract-control-log.dat" to ws-dd-default-value
    perform default-one-dd-name

    move "DD_OVRLOG" to ws-dd-name
    move "override-log.dat" to ws-dd-default-value
    perform default-one-dd-name

    move "DD_ALERTLOG" to ws-dd-name
    move "alert-log.dat" to ws-dd-default-value
    perform default-one-dd-name

    move "DD_NSUMOUT" to ws-dd-name
    move "night-summary.dat" to ws-dd-default-value
    perform default-one-dd-name.
    end-if
    move "N" to ws-eof-flag.

read-override-log.
    move "N" to ws-override-flag
    move "N" to ws-prev-override-flag
    move "N" to ws-eof-flag
    open input ws-override-log-file
    if ws-override-log-file-status = "00"
        perform until ws-end-of-file
            read ws-override-log-file
                at end
                    set ws-end-of-file to true
                not at end
                    if ws-run-count > 0
                            and ov-run-date = lr-run-date
                        set ws-overridden to true
                        move ov-supervisor to ws-override-supervisor
                        move ov-entered-datetime
                            to ws-override-entered
                        move ov-reason to ws-override-reason
                    end-if
                    if ws-run-count > 1
                            and ov-run-date = pv-run-date
                        set ws-prev-overridden to true
                        move ov-supervisor
                            to ws-prev-override-supervisor
                    end-if
            end-read
        end-perform
        close ws-override-log-file
    end-if
    move "N" to ws-eof-flag.

count-reject-queue.
    move 0 to ws-queue-depth
    move "N" to ws-eof-flag
    end-string
    write ws-summary-line.

write-override-section.
    *> Only a released night gets these lines - an ordinary night's
    *> page is unchanged.
    if ws-overridden
        move spaces to ws-summary-line
        string "OVERRIDE ...: RELEASED-UNDER-OVERRIDE - APPROVED BY "
               delimited by size
               ws-override-supervisor delimited by size
               " AT " delimited by size
               ws-override-entered delimited by size
               into ws-summary-line
        end-string
        write ws-summary-line
        move spaces to ws-summary-line
        string "              REASON: " delimited by size
               ws-override-reason delimited by size
               into ws-summary-line
        end-string
        write ws-summary-line
    end-if.

write-group-section.
    *> Every file date + source the run completed - the control-log
    *> entries stamped inside the run window.
parse-summary-trailer.
    move spaces to ws-trailer-count-text
    move spaces to ws-trailer-resub-text
    move spaces to ws-trailer-warn-text
    move spaces to ws-trailer-anom-text
    unstring ws-meters-out-record
        delimited by "TOTAL RECORDS=" or " RESUBMITTED="
                  or " WARNINGS=" or " ANOMALIES="
        into ws-trailer-rest ws-trailer-count-text
             ws-trailer-resub-text ws-trailer-warn-text
             ws-trailer-anom-text
    end-unstring
    if ws-trailer-resub-text is numeric
        move ws-trailer-resub-text to ws-resub-count
    end-if
    *> A trailer written before the anomaly check existed has no
    *> ANOMALIES= figure - it reads as none.
    if ws-trailer-anom-text is numeric
        move ws-trailer-anom-text to ws-anomaly-count
    end-if.

write-reject-section.
    end-string
    write ws-summary-line.

write-anomaly-section.
    move ws-anomaly-count to ws-count-edited
    move spaces to ws-summary-line
    string "ANOMALIES ..: " delimited by size
           ws-count-edited delimited by size
           " READING(S) CONVERTED BUT FAR OUTSIDE SITE HISTORY"
           delimited by size
           into ws-summary-line
    end-string
    write ws-summary-line.

write-extract-section.
    move spaces to ws-summary-line
    if ws-extract-state = spaces
               into ws-summary-line
        end-string
        write ws-summary-line
        if ws-prev-overridden
            move spaces to ws-summary-line
            string "              RELEASED UNDER OVERRIDE BY "
                   delimited by size
                   ws-prev-override-supervisor delimited by size
                   into ws-summary-line
            end-string
            write ws-summary-line
        end-if

        compute ws-delta = lr-converted - pv-converted
        move ws-delta to ws-delta-edited
        end-string
        write ws-summary-line
    end-if.

raise-night-alert.
    *> A window stop raises its own alert from the CONVERT step;
    *> this one covers the nights that did not run at all.
    move spaces to ar-message
    evaluate lr-return-code
        when 0
        when 4
        when 6
            continue
        when 8
            move "HIGH" to ar-severity
            move "NIGHT REFUSED BY THE CONVERT STEP (RC=8)"
                to ar-message
        when other
            move "CRIT" to ar-severity
            string "NIGHT FAILED - CONVERT STEP RC=" delimited by size
                   lr-return-code delimited by size
                   into ar-message
            end-string
    end-evaluate
    if ar-message not = spaces
        move "NSUMMARY" to ar-source-program
        move lr-run-date to ar-run-date
        move "RUN" to ar-key-type
        move spaces to ar-key
        move lr-run-date to ar-key-date
        call "alert-raise" using alert-request
        end-call
    end-if.

read-alert-log.
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
    move "N" to ws-eof-flag.

note-alert-record.
    if al-raised
        perform add-alert-entry
    else
        perform find-alert-entry
        if ws-alert-hit-sub > 0
            if al-acknowledged
                move "Y" to na-acked-flag(ws-alert-hit-sub)
            end-if
            if al-escalated
                move "Y" to na-escalated-flag(ws-alert-hit-sub)
            end-if
        end-if
    end-if.

add-alert-entry.
    if ws-alert-count = 500
        perform compact-alert-table
    end-if
    if ws-alert-count < 500
        add 1 to ws-alert-count
        move al-alert-id to na-alert-id(ws-alert-count)
        move al-severity to na-severity(ws-alert-count)
        move al-action-datetime
            to na-raised-datetime(ws-alert-count)
        move al-source-program to na-source-program(ws-alert-count)
        move al-run-date to na-run-date(ws-alert-count)
        move al-key-type to na-key-type(ws-alert-count)
        move al-key to na-key(ws-alert-count)
        move al-message to na-message(ws-alert-count)
        move "N" to na-acked-flag(ws-alert-count)
        move "N" to na-escalated-flag(ws-alert-count)
        move "N" to na-overdue-flag(ws-alert-count)
    else
        add 1 to ws-alert-overflow
    end-if.

compact-alert-table.
    move 0 to ws-alert-keep-sub
    perform varying ws-alert-sub from 1 by 1
            until ws-alert-sub > ws-alert-count
        if na-acked-flag(ws-alert-sub) not = "Y"
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
        if na-alert-id(ws-alert-sub) = al-alert-id
            move ws-alert-sub to ws-alert-hit-sub
        end-if
    end-perform.

write-alert-section.
    accept ws-now-date from date yyyymmdd
    accept ws-now-time from time
    compute ws-now-integer = function integer-of-date(ws-now-date)
    move 0 to ws-open-alerts
    move 0 to ws-overdue-alerts
    move 0 to ws-new-escalations

    perform varying ws-alert-sub from 1 by 1
            until ws-alert-sub > ws-alert-count
        if na-acked-flag(ws-alert-sub) not = "Y"
            add 1 to ws-open-alerts
            perform age-one-alert
        end-if
    end-perform

    move spaces to ws-summary-line
    write ws-summary-line
    move spaces to ws-summary-line
    if ws-open-alerts = 0
        move "ALERTS .....: NO OPEN OPERATIONS ALERTS"
            to ws-summary-line
    else
        move ws-open-alerts to ws-count-edited
        move ws-overdue-alerts to ws-other-edited
        move ws-new-escalations to ws-tonight-edited
        string "ALERTS .....: " delimited by size
               function trim(ws-count-edited) delimited by size
               " OPEN, " delimited by size
               function trim(ws-other-edited) delimited by size
               " PAST DEADLINE (" delimited by size
               function trim(ws-tonight-edited) delimited by size
               " ESCALATED TONIGHT)" delimited by size
               into ws-summary-line
        end-string
    end-if
    write ws-summary-line

    perform varying ws-alert-sub from 1 by 1
            until ws-alert-sub > ws-alert-count
        if na-overdue-flag(ws-alert-sub) = "Y"
            perform write-escalated-alert
        end-if
    end-perform

    if ws-alert-overflow > 0
        move ws-alert-overflow to ws-count-edited
        move spaces to ws-summary-line
        string "              " delimited by size
               function trim(ws-count-edited) delimited by size
               " ALERT(S) NOT CHECKED - ALERT TABLE FULL"
               delimited by size
               into ws-summary-line
        end-string
        write ws-summary-line
    end-if.

age-one-alert.
    evaluate na-severity(ws-alert-sub)
        when "CRIT"
            move ws-crit-deadline-hours to ws-deadline-hours
        when "HIGH"
            move ws-high-deadline-hours to ws-deadline-hours
        when other
            move ws-warn-deadline-hours to ws-deadline-hours
    end-evaluate
    move "N" to na-overdue-flag(ws-alert-sub)
    if na-raised-date(ws-alert-sub) is numeric
            and na-raised-date(ws-alert-sub) > 0
        compute ws-alert-age-minutes =
            (ws-now-integer - function integer-of-date
                (na-raised-date(ws-alert-sub))) * 1440
            + ws-now-hh * 60 + ws-now-mm
            - na-raised-hh(ws-alert-sub) * 60
            - na-raised-mm(ws-alert-sub)
        if ws-alert-age-minutes >= ws-deadline-hours * 60
            move "Y" to na-overdue-flag(ws-alert-sub)
            add 1 to ws-overdue-alerts
            if na-escalated-flag(ws-alert-sub) not = "Y"
                perform append-escalation-record
                move "T" to na-escalated-flag(ws-alert-sub)
                add 1 to ws-new-escalations
            end-if
        end-if
    end-if.

append-escalation-record.
    accept ws-now-time from time
    move ws-now-date to ws-action-datetime(1:8)
    move "-" to ws-action-datetime(9:1)
    move ws-now-time to ws-action-datetime(10:8)
    move ws-deadline-hours to ws-deadline-edited

    open extend ws-alert-log-file
    if ws-alert-log-file-status = "35"
        open output ws-alert-log-file
    end-if
    if ws-alert-log-file-status not = "00"
        display "Unable to write the alert log (status="
            ws-alert-log-file-status ") - alert "
            na-alert-id(ws-alert-sub) " not marked escalated."
    else
        move spaces to ws-alert-record
        move na-alert-id(ws-alert-sub) to al-alert-id
        set al-escalated to true
        move ws-action-datetime to al-action-datetime
        move na-source-program(ws-alert-sub) to al-source-program
        move na-severity(ws-alert-sub) to al-severity
        move na-run-date(ws-alert-sub) to al-run-date
        move na-key-type(ws-alert-sub) to al-key-type
        move na-key(ws-alert-sub) to al-key
        string "UNACKNOWLEDGED PAST " delimited by size
               function trim(ws-deadline-edited) delimited by size
               "H - ON THE NIGHT SUMMARY" delimited by size
               into al-message
        end-string
        write ws-alert-record
        close ws-alert-log-file
    end-if.

write-escalated-alert.
    if na-escalated-flag(ws-alert-sub) = "T"
        move "ESCALATED" to ws-alert-tag
    else
        move "STILL OPEN" to ws-alert-tag
    end-if
    compute ws-alert-age-hours =
        (ws-now-integer - function integer-of-date
            (na-raised-date(ws-alert-sub))) * 24
        + ws-now-hh - na-raised-hh(ws-alert-sub)
    move ws-alert-age-hours to ws-hours-edited
    move spaces to ws-summary-line
    string "              " delimited by size
           ws-alert-tag delimited by size
           " " delimited by size
           na-alert-id(ws-alert-sub) delimited by size
           " " delimited by size
           na-severity(ws-alert-sub) delimited by size
           " " delimited by size
           na-source-program(ws-alert-sub) delimited by size
           " RAISED " delimited by size
           na-raised-datetime(ws-alert-sub)(1:13) delimited by size
           " OPEN " delimited by size
           function trim(ws-hours-edited) delimited by size
           "H" delimited by size
           into ws-summary-line
    end-string
    write ws-summary-line

    perform format-alert-key
    move spaces to ws-summary-line
    string "                         " delimited by size
           ws-alert-key-text delimited by size
           " " delimited by size
           na-message(ws-alert-sub) delimited by size
           into ws-summary-line
    end-string
    write ws-summary-line.

format-alert-key.
    *> na-key is laid out by key type exactly as al-key is (see
    *> alert-record.cpy).
    move spaces to ws-alert-key-text
    evaluate na-key-type(ws-alert-sub)
        when "FILE"
            string "FILE " delimited by size
                   na-key(ws-alert-sub)(1:8) delimited by size
                   " " delimited by size
                   na-key(ws-alert-sub)(9:8) delimited by size
                   into ws-alert-key-text
            end-string
        when "EXTR"
            string "EXTRACT " delimited by size
                   na-key(ws-alert-sub)(1:8) delimited by size
                   into ws-alert-key-text
            end-string
        when "REJ"
            string "REJECT " delimited by size
                   na-key(ws-alert-sub)(1:8) delimited by size
                   " " delimited by size
                   na-key(ws-alert-sub)(9:8) delimited by size
                   " #" delimited by size
                   na-key(ws-alert-sub)(17:9) delimited by size
                   " " delimited by size
                   na-key(ws-alert-sub)(26:4) delimited by size
                   into ws-alert-key-text
            end-string
        when other
            string "RUN " delimited by size
                   na-key(ws-alert-sub)(1:8) delimited by size
                   into ws-alert-key-text
            end-string
    end-evaluate.
