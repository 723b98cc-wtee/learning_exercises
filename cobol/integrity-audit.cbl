identification division.
program-id. integrity-audit.

*> Nightly cross-file integrity audit. Each of our control files is
*> written by its own step and checked, if at all, only against
*> the file that step reads - the reconciliation proves FEETIN
*> against METOUT, the seal chain proves the journal against
*> itself - but nothing proved the files agree with EACH OTHER, and
*> a stray edit, a half-run step or a restore of one file from the
*> wrong night leaves them quietly contradicting one another. This
*> program reads them side by side and reports every
*> contradiction:
*>
*>   1  a COMPLETED processed-file control log entry (FILECTL) with
*>      no run-history record (RUNHIST) whose start-to-end span
*>      covers the moment it was logged,
*>   2  a month-to-date statistics posting (MTDSTAT) for a date on
*>      which no run finished RC=0 or RC=4 - only those post,
*>   3  a month-to-date posting for a unit not on the unit master
*>      (UNITMST) - the "????" reserved code aside,
*>   4  a queued reject (REJFILE) for a site not on the site
*>      master (SITEMST), where the site had passed validation
*>      (anything but a MALF or SITE reject),
*>   5  a queued reject for a unit, or an XFR target unit, not on
*>      the unit master, where the unit had passed validation
*>      (anything but a MALF, SITE, DUP or UNIT reject),
*>   6  an engineering extract logged SENT or RESENT on the extract
*>      control log (EXTCTL) with details in it, for a date on
*>      which the audit journal (AUDIT) holds no records - neither
*>      that date nor the day before, the night crossing midnight,
*>   7  an audit index entry (AUDIXF) whose copy of the record
*>      differs from the journal record at the same date and
*>      position (the key audit-index-build.cbl assigns),
*>   8  an audit index entry with no journal record at its date
*>      and position at all,
*>   9  a journal record the index does not hold, where it was
*>      written before the latest run ended - later ones are only
*>      awaiting the next index build and are just counted,
*>  10  a rolling recent-readings entry (RECENTRD) for a site not
*>      on the site master,
*>  11  a recent-readings entry from a file date with no COMPLETED
*>      control log entry - a reading remembered as seen from a
*>      group that never finished, so its retransmission would be
*>      suspended as a DUP.
*>
*> Every finding lists the record at fault and the record (or the
*> absence of one) it contradicts, under its severity. Checks 3, 9
*> and 10 are WARNINGs; the rest are SEVERE. Any SEVERE finding
*> ends RC=8; warnings only, or a file that could not be read at
*> all, end RC=4. The first 50 findings of each check are listed
*> in full and the rest counted, and a closing summary gives every
*> check's count.
*>
*> The lookback window in days is the first command-line token
*> (default 31, so the whole month's statistics are covered);
*> control log entries, statistics postings, extracts and journal
*> records older than the window are not checked. The reject queue
*> and the recent-readings reference are checked whole. Extracts
*> dated before the journal's oldest record are in the archive
*> months and are counted, not checked. The masters are read as
*> the full append-only history: a code that was ever on a master
*> is on it. A master, journal or index that cannot be opened is
*> reported and the checks needing it are skipped.
*>
*> Runs as the INTGAUD step at the end of jcl/feetcnvb.jcl, and on
*> demand from the conversion menu.
*>
*> FILECTL/RUNHIST/MTDSTAT/REJFILE/EXTCTL/RECENTRD/AUDIT/AUDIXF/
*> SITEMST/UNITMST/INTGRPT are DD-name style ASSIGN targets
*> resolved from DD_FILECTL/DD_RUNHIST/DD_MTDSTAT/DD_REJFILE/
*> DD_EXTCTL/DD_RECENTRD/DD_AUDIT/DD_AUDIXF/DD_SITEMST/DD_UNITMST/
*> DD_INTGRPT, defaulted to file-control-log.dat, run-history.dat,
*> mtd-statistics.dat, reject-readings.dat,
*> extract-control-log.dat, recent-readings.dat, audit-trail.dat,
*> audit-index.dat, site-master.dat, unit-master.dat and
*> integrity-audit-report.dat, matching the other programs' DD
*> handling.

environment division.
input-output section.
file-control.
    select ws-file-control-log assign to FILECTL
        organization is line sequential
        file status is ws-file-control-log-status.
    select ws-run-history-file assign to RUNHIST
        organization is line sequential
        file status is ws-run-history-file-status.
    select ws-mtd-stat-file assign to MTDSTAT
        organization is line sequential
        file status is ws-mtd-stat-file-status.
    select ws-reject-file assign to REJFILE
        organization is line sequential
        file status is ws-reject-file-status.
    select ws-extract-control-file assign to EXTCTL
        organization is line sequential
        file status is ws-extract-control-file-status.
    select ws-recent-readings-file assign to RECENTRD
        organization is line sequential
        file status is ws-recent-readings-file-status.
    select ws-audit-file assign to AUDIT
        organization is line sequential
        file status is ws-audit-file-status.
    select ws-audit-index-file assign to AUDIXF
        organization is indexed
        access mode is dynamic
        record key is aix-key
        file status is ws-audit-index-file-status.
    select ws-site-master-file assign to SITEMST
        organization is line sequential
        file status is ws-site-master-file-status.
    select ws-unit-master-file assign to UNITMST
        organization is line sequential
        file status is ws-unit-master-file-status.
    select ws-report-file assign to INTGRPT
        organization is line sequential.

data division.
file section.
fd  ws-file-control-log.
copy "file-control-record.cpy".

fd  ws-run-history-file.
copy "run-history-record.cpy".

fd  ws-mtd-stat-file.
copy "mtd-stat-record.cpy".

fd  ws-reject-file.
copy "reject-record.cpy".

fd  ws-extract-control-file.
copy "extract-control-record.cpy".

fd  ws-recent-readings-file.
01  ws-recent-readings-record.
    05  rr-site               pic x(4).
    05  rr-sequence           pic x(6).
    05  rr-file-date          pic 9(8).

fd  ws-audit-file.
01  ws-audit-record           pic x(80).

fd  ws-audit-index-file.
copy "audit-index-record.cpy".

fd  ws-site-master-file.
copy "site-master-record.cpy".

fd  ws-unit-master-file.
copy "unit-master-record.cpy".

fd  ws-report-file.
01  ws-report-line            pic x(132).

working-storage section.
01 ws-file-control-log-status     pic xx.
01 ws-run-history-file-status     pic xx.
01 ws-mtd-stat-file-status        pic xx.
01 ws-reject-file-status          pic xx.
01 ws-extract-control-file-status pic xx.
01 ws-recent-readings-file-status pic xx.
01 ws-audit-file-status           pic xx.
01 ws-audit-index-file-status     pic xx.
01 ws-site-master-file-status     pic xx.
01 ws-unit-master-file-status     pic xx.

01 ws-eof-flag                pic x value "N".
   88 ws-end-of-file           value "Y".

01 ws-cmd-line                pic x(80).
01 ws-days-text               pic x(12).
01 ws-lookback-days           pic 9(4) value 31.

01 ws-today                   pic 9(8).
01 ws-today-integer           pic 9(8).
01 ws-window-from             pic 9(8).
*> Completed groups are loaded a week further back than the
*> window, so every entry still on the recent-readings reference
*> (kept 7 days) finds its group.
01 ws-table-from              pic 9(8).

*> Run-history records ending inside the window: the spans the
*> control log entries must fall in and the dates the statistics
*> may be posted for.
01 ws-run-table.
   03 ws-run-entry occurs 999 times.
      05 rt-run-date          pic 9(8).
      05 rt-start-datetime    pic x(17).
      05 rt-end-datetime      pic x(17).
      05 rt-return-code       pic 9(4).
01 ws-run-count               pic s9(4) comp value 0.
01 ws-run-sub                 pic s9(4) comp.
01 ws-latest-run-end          pic x(17).

*> Every code ever on the masters - the files are append-only
*> histories, so a code is on the master if any record carries it.
01 ws-site-table.
   03 ws-site-entry occurs 200 times.
      05 st-site-code         pic x(4).
01 ws-site-count              pic s9(4) comp value 0.
01 ws-site-sub                pic s9(4) comp.
01 ws-site-loaded-flag        pic x value "N".
   88 ws-site-loaded           value "Y".

01 ws-unit-table.
   03 ws-unit-entry occurs 200 times.
      05 ut-unit-code         pic x(4).
01 ws-unit-count              pic s9(4) comp value 0.
01 ws-unit-sub                pic s9(4) comp.
01 ws-unit-loaded-flag        pic x value "N".
   88 ws-unit-loaded           value "Y".

01 ws-probe-code              pic x(4).
01 ws-found-flag              pic x.
   88 ws-found                 value "Y".

*> COMPLETED date+source pairs from the control log.
01 ws-completed-table.
   03 ws-completed-entry occurs 999 times.
      05 cp-file-date         pic 9(8).
      05 cp-source-system     pic x(8).
01 ws-completed-count         pic s9(4) comp value 0.
01 ws-completed-sub           pic s9(4) comp.
01 ws-completed-loaded-flag   pic x value "N".
   88 ws-completed-loaded      value "Y".

*> Journal records per date, numbered in journal order exactly as
*> audit-index-build.cbl numbers them for the index key.
01 ws-date-table.
   03 ws-date-entry occurs 400 times.
      05 dt-date              pic 9(8).
      05 dt-journal-count     pic 9(9).
01 ws-date-count              pic s9(4) comp value 0.
01 ws-date-sub                pic s9(4) comp.
01 ws-date-hit-sub            pic s9(4) comp.
01 ws-record-date-text        pic x(8).
01 ws-probe-date              pic 9(8).
01 ws-previous-date           pic 9(8).
01 ws-oldest-journal-date     pic 9(8).
01 ws-journal-read-flag       pic x value "N".
   88 ws-journal-read          value "Y".
01 ws-index-open-flag         pic x value "N".
   88 ws-index-open            value "Y".
01 ws-date-table-full-flag    pic x value "N".
   88 ws-date-table-full       value "Y".

*> One entry per check: its title, severity and findings count.
*> Populated by init-check-table.
01 ws-check-table.
   03 ws-check-entry occurs 11 times.
      05 ck-title             pic x(56).
      05 ck-severity          pic x(7).
      05 ck-found             pic 9(7).
01 ws-check-sub               pic s9(4) comp.
01 ws-listing-limit           pic 9(2) value 50.

*> The finding being written: the record at fault and the record
*> it contradicts (or the statement that there is none).
01 ws-first-label             pic x(8).
01 ws-first-image             pic x(116).
01 ws-second-label            pic x(8).
01 ws-second-image            pic x(116).

01 ws-severe-count            pic 9(7) value 0.
01 ws-warning-count           pic 9(7) value 0.
01 ws-unchecked-count         pic 9(4) value 0.
01 ws-checked-count           pic 9(9).
01 ws-awaiting-index-count    pic 9(9).
01 ws-archived-extract-count  pic 9(9).
01 ws-count-edited            pic zzz,zzz,zz9.
01 ws-severe-edited           pic z,zzz,zz9.
01 ws-warning-edited          pic z,zzz,zz9.
01 ws-note-text               pic x(100).

01 ws-dd-name                 pic x(20).
01 ws-dd-default-value        pic x(80).
01 ws-dd-current-value        pic x(80).

procedure division.
main-logic.
    *> Called again from the menu in the same session, nothing may
    *> carry over from the last audit.
    move 0 to return-code
    move 0 to ws-severe-count
    move 0 to ws-warning-count
    move 0 to ws-unchecked-count
    move 31 to ws-lookback-days
    accept ws-today from date yyyymmdd
    perform set-default-dd-names
    perform init-check-table

    accept ws-cmd-line from command-line
    move spaces to ws-days-text
    unstring ws-cmd-line delimited by all spaces
        into ws-days-text
    end-unstring
    if ws-days-text not = spaces
        if function test-numval(ws-days-text) = 0
            compute ws-lookback-days =
                function numval(ws-days-text)
        else
            display "Lookback days '" function trim(ws-days-text)
                "' is not numeric - using the default of 31."
        end-if
    end-if

    compute ws-today-integer = function integer-of-date(ws-today)
    compute ws-window-from = function date-of-integer
        (ws-today-integer - ws-lookback-days)
    compute ws-table-from = function date-of-integer
        (ws-today-integer - ws-lookback-days - 8)

    open output ws-report-file

    move spaces to ws-report-line
    string "CROSS-FILE INTEGRITY AUDIT   RUN DATE: "
           delimited by size
           ws-today delimited by size
           into ws-report-line
    end-string
    write ws-report-line
    move spaces to ws-report-line
    string "CHECK WINDOW: " delimited by size
           ws-window-from delimited by size
           " - " delimited by size
           ws-today delimited by size
           " (REJECT QUEUE AND RECENT READINGS CHECKED WHOLE)"
           delimited by size
           into ws-report-line
    end-string
    write ws-report-line
    move spaces to ws-report-line
    write ws-report-line

    perform load-site-table
    perform load-unit-table
    perform load-run-table
    perform load-completed-table

    perform check-file-control-log
    perform check-mtd-postings
    perform check-reject-queue
    perform check-audit-journal
    perform check-audit-index-entries
    perform check-extract-log
    perform check-recent-readings

    perform write-check-summary

    close ws-report-file

    evaluate true
        when ws-severe-count > 0
            move 8 to return-code
        when ws-warning-count > 0 or ws-unchecked-count > 0
            move 4 to return-code
        when other
            move 0 to return-code
    end-evaluate
    goback.

set-default-dd-names.
    move "DD_FILECTL" to ws-dd-name
    move "file-control-log.dat" to ws-dd-default-value
    perform default-one-dd-name

    move "DD_RUNHIST" to ws-dd-name
    move "run-history.dat" to ws-dd-default-value
    perform default-one-dd-name

    move "DD_MTDSTAT" to ws-dd-name
    move "mtd-statistics.dat" to ws-dd-default-value
    perform default-one-dd-name

    move "DD_REJFILE" to ws-dd-name
    move "reject-readings.dat" to ws-dd-default-value
    perform default-one-dd-name

    move "DD_EXTCTL" to ws-dd-name
    move "extract-control-log.dat" to ws-dd-default-value
    perform default-one-dd-name

    move "DD_RECENTRD" to ws-dd-name
    move "recent-readings.dat" to ws-dd-default-value
    perform default-one-dd-name

    move "DD_AUDIT" to ws-dd-name
    move "audit-trail.dat" to ws-dd-default-value
    perform default-one-dd-name

    move "DD_AUDIXF" to ws-dd-name
    move "audit-index.dat" to ws-dd-default-value
    perform default-one-dd-name

    move "DD_SITEMST" to ws-dd-name
    move "site-master.dat" to ws-dd-default-value
    perform default-one-dd-name

    move "DD_UNITMST" to ws-dd-name
    move "unit-master.dat" to ws-dd-default-value
    perform default-one-dd-name

    move "DD_INTGRPT" to ws-dd-name
    move "integrity-audit-report.dat" to ws-dd-default-value
    perform default-one-dd-name.

default-one-dd-name.
    move spaces to ws-dd-current-value
    accept ws-dd-current-value from environment ws-dd-name
    if ws-dd-current-value = spaces
        display ws-dd-name upon environment-name
        display ws-dd-default-value upon environment-value
    end-if.

init-check-table.
    move "COMPLETED CONTROL LOG ENTRY WITH NO RUN COVERING IT"
                      to ck-title(1)
    move "MONTH-TO-DATE POSTING FOR A DATE WITH NO COMPLETED RUN"
                      to ck-title(2)
    move "MONTH-TO-DATE POSTING FOR A UNIT NOT ON THE UNIT MASTER"
                      to ck-title(3)
    move "QUEUED REJECT FOR A SITE NOT ON THE SITE MASTER"
                      to ck-title(4)
    move "QUEUED REJECT FOR A UNIT NOT ON THE UNIT MASTER"
                      to ck-title(5)
    move "EXTRACT SENT FOR A DATE WITH NO AUDIT RECORDS"
                      to ck-title(6)
    move "AUDIT INDEX ENTRY DIFFERS FROM THE JOURNAL"
                      to ck-title(7)
    move "AUDIT INDEX ENTRY MISSING FROM THE JOURNAL"
                      to ck-title(8)
    move "JOURNAL RECORD MISSING FROM THE AUDIT INDEX"
                      to ck-title(9)
    move "RECENT READING FOR A SITE NOT ON THE SITE MASTER"
                      to ck-title(10)
    move "RECENT READING FROM A GROUP THAT NEVER COMPLETED"
                      to ck-title(11)
    perform varying ws-check-sub from 1 by 1
            until ws-check-sub > 11
        move "SEVERE" to ck-severity(ws-check-sub)
        move 0 to ck-found(ws-check-sub)
    end-perform
    move "WARNING" to ck-severity(3)
    move "WARNING" to ck-severity(9)
    move "WARNING" to ck-severity(10).

write-note-line.
    *> A file the audit could not read is no finding against the
    *> others, but the night was not fully checked either.
    move spaces to ws-report-line
    string "NOTE: " delimited by size
           ws-note-text delimited by size
           into ws-report-line
    end-string
    write ws-report-line
    display "Integrity audit: " function trim(ws-note-text).

write-checked-line.
    move ws-checked-count to ws-count-edited
    move spaces to ws-report-line
    string ws-count-edited delimited by size
           " " delimited by size
           ws-note-text delimited by size
           into ws-report-line
    end-string
    write ws-report-line.

write-finding.
    *> ws-check-sub names the check; the caller has filled in both
    *> records. Past the listing limit a finding is only counted.
    add 1 to ck-found(ws-check-sub)
    if ck-severity(ws-check-sub) = "SEVERE"
        add 1 to ws-severe-count
    else
        add 1 to ws-warning-count
    end-if
    if ck-found(ws-check-sub) <= ws-listing-limit
        move spaces to ws-report-line
        string ck-severity(ws-check-sub) delimited by size
               "  " delimited by size
               ck-title(ws-check-sub) delimited by size
               into ws-report-line
        end-string
        write ws-report-line
        move spaces to ws-report-line
        string "    " delimited by size
               ws-first-label delimited by size
               ": " delimited by size
               ws-first-image delimited by size
               into ws-report-line
        end-string
        write ws-report-line
        move spaces to ws-report-line
        string "    " delimited by size
               ws-second-label delimited by size
               ": " delimited by size
               ws-second-image delimited by size
               into ws-report-line
        end-string
        write ws-report-line
    end-if.

load-site-table.
    move 0 to ws-site-count
    move "N" to ws-site-loaded-flag
    move "N" to ws-eof-flag
    open input ws-site-master-file
    if ws-site-master-file-status not = "00"
        move spaces to ws-note-text
        string "SITE MASTER NOT AVAILABLE (STATUS=" delimited by size
               ws-site-master-file-status delimited by size
               ") - SITE CHECKS SKIPPED." delimited by size
               into ws-note-text
        end-string
        perform write-note-line
        add 1 to ws-unchecked-count
    else
        set ws-site-loaded to true
        perform until ws-end-of-file
            read ws-site-master-file
                at end
                    set ws-end-of-file to true
                not at end
                    move sm-site-code to ws-probe-code
                    perform probe-site-table
                    if not ws-found and ws-site-count < 200
                        add 1 to ws-site-count
                        move sm-site-code
                            to st-site-code(ws-site-count)
                    end-if
            end-read
        end-perform
        close ws-site-master-file
    end-if
    move "N" to ws-eof-flag.

load-unit-table.
    move 0 to ws-unit-count
    move "N" to ws-unit-loaded-flag
    move "N" to ws-eof-flag
    open input ws-unit-master-file
    if ws-unit-master-file-status not = "00"
        move spaces to ws-note-text
        string "UNIT MASTER NOT AVAILABLE (STATUS=" delimited by size
               ws-unit-master-file-status delimited by size
               ") - UNIT CHECKS SKIPPED." delimited by size
               into ws-note-text
        end-string
        perform write-note-line
        add 1 to ws-unchecked-count
    else
        set ws-unit-loaded to true
        perform until ws-end-of-file
            read ws-unit-master-file
                at end
                    set ws-end-of-file to true
                not at end
                    move um-unit-code to ws-probe-code
                    perform probe-unit-table
                    if not ws-found and ws-unit-count < 200
                        add 1 to ws-unit-count
                        move um-unit-code
                            to ut-unit-code(ws-unit-count)
                    end-if
            end-read
        end-perform
        close ws-unit-master-file
    end-if
    move "N" to ws-eof-flag.

probe-site-table.
    move "N" to ws-found-flag
    perform varying ws-site-sub from 1 by 1
            until ws-site-sub > ws-site-count or ws-found
        if st-site-code(ws-site-sub) = ws-probe-code
            set ws-found to true
        end-if
    end-perform.

probe-unit-table.
    move "N" to ws-found-flag
    perform varying ws-unit-sub from 1 by 1
            until ws-unit-sub > ws-unit-count or ws-found
        if ut-unit-code(ws-unit-sub) = ws-probe-code
            set ws-found to true
        end-if
    end-perform.

load-run-table.
    *> A missing run-history file is no reason to skip check 1 -
    *> completed entries with no run on file at all are exactly
    *> what it looks for.
    move 0 to ws-run-count
    move spaces to ws-latest-run-end
    move "N" to ws-eof-flag
    open input ws-run-history-file
    if ws-run-history-file-status = "00"
        perform until ws-end-of-file
            read ws-run-history-file
                at end
                    set ws-end-of-file to true
                not at end
                    if rh-end-datetime(1:8) >= ws-window-from
                        if ws-run-count < 999
                            add 1 to ws-run-count
                            move rh-run-date
                                to rt-run-date(ws-run-count)
                            move rh-start-datetime
                                to rt-start-datetime(ws-run-count)
                            move rh-end-datetime
                                to rt-end-datetime(ws-run-count)
                            move rh-return-code
                                to rt-return-code(ws-run-count)
                        end-if
                        if rh-end-datetime > ws-latest-run-end
                            move rh-end-datetime
                                to ws-latest-run-end
                        end-if
                    end-if
            end-read
        end-perform
        close ws-run-history-file
    end-if
    move "N" to ws-eof-flag.

load-completed-table.
    move 0 to ws-completed-count
    move "N" to ws-completed-loaded-flag
    move "N" to ws-eof-flag
    open input ws-file-control-log
    if ws-file-control-log-status = "00"
        set ws-completed-loaded to true
        perform until ws-end-of-file
            read ws-file-control-log
                at end
                    set ws-end-of-file to true
                not at end
                    if fcl-status = "COMPLETED"
                            and fcl-file-date >= ws-table-from
                            and ws-completed-count < 999
                        add 1 to ws-completed-count
                        move fcl-file-date
                            to cp-file-date(ws-completed-count)
                        move fcl-source-system
                            to cp-source-system(ws-completed-count)
                    end-if
            end-read
        end-perform
        close ws-file-control-log
    end-if
    move "N" to ws-eof-flag.

check-file-control-log.
    *> Check 1. Every COMPLETED entry is written by a batch run (or
    *> a partition) while it runs, so some run-history record's
    *> span must hold its timestamp - a resumed run's record spans
    *> back to the abended run's start, and a partitioned night's
    *> one record spans from its earliest partition to the merge.
    move 0 to ws-checked-count
    move "N" to ws-eof-flag
    open input ws-file-control-log
    if ws-file-control-log-status not = "00"
        move spaces to ws-note-text
        string "FILE-CONTROL LOG NOT AVAILABLE (STATUS="
               delimited by size
               ws-file-control-log-status delimited by size
               ") - NOT CHECKED." delimited by size
               into ws-note-text
        end-string
        perform write-note-line
        add 1 to ws-unchecked-count
    else
        perform until ws-end-of-file
            read ws-file-control-log
                at end
                    set ws-end-of-file to true
                not at end
                    if fcl-status = "COMPLETED"
                            and fcl-run-datetime(1:8)
                                >= ws-window-from
                        add 1 to ws-checked-count
                        perform check-one-control-entry
                    end-if
            end-read
        end-perform
        close ws-file-control-log
        move "COMPLETED CONTROL LOG ENTRIES CHECKED" to ws-note-text
        perform write-checked-line
    end-if
    move "N" to ws-eof-flag.

check-one-control-entry.
    move "N" to ws-found-flag
    perform varying ws-run-sub from 1 by 1
            until ws-run-sub > ws-run-count or ws-found
        if fcl-run-datetime >= rt-start-datetime(ws-run-sub)
                and fcl-run-datetime <= rt-end-datetime(ws-run-sub)
            set ws-found to true
        end-if
    end-perform
    if not ws-found
        move 1 to ws-check-sub
        move "FILECTL" to ws-first-label
        move ws-file-control-record to ws-first-image
        move "RUNHIST" to ws-second-label
        move spaces to ws-second-image
        string "NO RUN RECORD WHOSE START-TO-END SPAN HOLDS "
               delimited by size
               fcl-run-datetime delimited by size
               into ws-second-image
        end-string
        perform write-finding
    end-if.

check-mtd-postings.
    *> Checks 2 and 3. Only a run ending RC=0 or RC=4 posts the
    *> month-to-date statistics, stamped with a date inside its own
    *> span; a factor adjustment's correcting entries carry the
    *> original run's date, so they are held to the same rule.
    move 0 to ws-checked-count
    move "N" to ws-eof-flag
    open input ws-mtd-stat-file
    if ws-mtd-stat-file-status not = "00"
        move spaces to ws-note-text
        string "MONTH-TO-DATE STATISTICS NOT AVAILABLE (STATUS="
               delimited by size
               ws-mtd-stat-file-status delimited by size
               ") - NOT CHECKED." delimited by size
               into ws-note-text
        end-string
        perform write-note-line
        add 1 to ws-unchecked-count
    else
        perform until ws-end-of-file
            read ws-mtd-stat-file
                at end
                    set ws-end-of-file to true
                not at end
                    if ms-run-date is numeric
                            and ms-run-date >= ws-window-from
                        add 1 to ws-checked-count
                        perform check-one-mtd-posting
                    end-if
            end-read
        end-perform
        close ws-mtd-stat-file
        move "MONTH-TO-DATE POSTINGS CHECKED" to ws-note-text
        perform write-checked-line
    end-if
    move "N" to ws-eof-flag.

check-one-mtd-posting.
    move "N" to ws-found-flag
    perform varying ws-run-sub from 1 by 1
            until ws-run-sub > ws-run-count or ws-found
        if rt-return-code(ws-run-sub) <= 4
                and ms-run-date
                    >= rt-start-datetime(ws-run-sub)(1:8)
                and ms-run-date
                    <= rt-end-datetime(ws-run-sub)(1:8)
            set ws-found to true
        end-if
    end-perform
    if not ws-found
        move 2 to ws-check-sub
        move "MTDSTAT" to ws-first-label
        move ws-mtd-stat-record to ws-first-image
        move "RUNHIST" to ws-second-label
        move spaces to ws-second-image
        string "NO RUN ENDING RC=0 OR RC=4 ON " delimited by size
               ms-run-date delimited by size
               into ws-second-image
        end-string
        perform write-finding
    end-if

    if ws-unit-loaded and ms-unit-code not = "????"
        move ms-unit-code to ws-probe-code
        perform probe-unit-table
        if not ws-found
            move 3 to ws-check-sub
            move "MTDSTAT" to ws-first-label
            move ws-mtd-stat-record to ws-first-image
            move "UNITMST" to ws-second-label
            move spaces to ws-second-image
            string "NO RECORD FOR UNIT " delimited by size
                   ms-unit-code delimited by size
                   into ws-second-image
            end-string
            perform write-finding
        end-if
    end-if.

check-reject-queue.
    *> Checks 4 and 5. The batch validates the site first, then
    *> (after the DUP check) the unit, so only a reject raised past
    *> a check can be held to it: MALF and SITE rejects never had a
    *> good site, and those plus DUP and UNIT never had a good unit.
    move 0 to ws-checked-count
    move "N" to ws-eof-flag
    open input ws-reject-file
    if ws-reject-file-status not = "00"
        if ws-reject-file-status not = "35"
            move spaces to ws-note-text
            string "REJECT QUEUE NOT AVAILABLE (STATUS="
                   delimited by size
                   ws-reject-file-status delimited by size
                   ") - NOT CHECKED." delimited by size
                   into ws-note-text
            end-string
            perform write-note-line
            add 1 to ws-unchecked-count
        end-if
    else
        perform until ws-end-of-file
            read ws-reject-file
                at end
                    set ws-end-of-file to true
                not at end
                    add 1 to ws-checked-count
                    perform check-one-reject
            end-read
        end-perform
        close ws-reject-file
        move "QUEUED REJECTS CHECKED" to ws-note-text
        perform write-checked-line
    end-if
    move "N" to ws-eof-flag.

check-one-reject.
    if ws-site-loaded
            and rej-reason not = "MALF" and rej-reason not = "SITE"
        move rej-site to ws-probe-code
        perform probe-site-table
        if not ws-found
            move 4 to ws-check-sub
            move "REJFILE" to ws-first-label
            move ws-reject-record to ws-first-image
            move "SITEMST" to ws-second-label
            move spaces to ws-second-image
            string "NO RECORD FOR SITE " delimited by size
                   rej-site delimited by size
                   into ws-second-image
            end-string
            perform write-finding
        end-if
    end-if

    if ws-unit-loaded
            and rej-reason not = "MALF" and rej-reason not = "SITE"
            and rej-reason not = "DUP" and rej-reason not = "UNIT"
        if rej-unit not = spaces
            move rej-unit to ws-probe-code
            perform probe-unit-table
            if not ws-found
                move 5 to ws-check-sub
                move "REJFILE" to ws-first-label
                move ws-reject-record to ws-first-image
                move "UNITMST" to ws-second-label
                move spaces to ws-second-image
                string "NO RECORD FOR UNIT " delimited by size
                       rej-unit delimited by size
                       into ws-second-image
                end-string
                perform write-finding
            end-if
        end-if
        if rej-dir = "XFR" and rej-reason not = "DIR"
                and rej-target-unit not = spaces
            move rej-target-unit to ws-probe-code
            perform probe-unit-table
            if not ws-found
                move 5 to ws-check-sub
                move "REJFILE" to ws-first-label
                move ws-reject-record to ws-first-image
                move "UNITMST" to ws-second-label
                move spaces to ws-second-image
                string "NO RECORD FOR XFR TARGET UNIT "
                       delimited by size
                       rej-target-unit delimited by size
                       into ws-second-image
                end-string
                perform write-finding
            end-if
        end-if
    end-if.

check-audit-journal.
    *> Checks 7 and 9, and the per-date journal counts checks 6 and
    *> 8 work from. Every dated journal record is numbered within
    *> its date in journal order - the index key - and those inside
    *> the window are read back from the index by that key.
    move 0 to ws-checked-count
    move 0 to ws-awaiting-index-count
    move 0 to ws-date-count
    move 0 to ws-oldest-journal-date
    move "N" to ws-journal-read-flag
    move "N" to ws-index-open-flag
    move "N" to ws-date-table-full-flag
    move "N" to ws-eof-flag
    open input ws-audit-file
    if ws-audit-file-status not = "00"
        move spaces to ws-note-text
        string "AUDIT JOURNAL NOT AVAILABLE (STATUS="
               delimited by size
               ws-audit-file-status delimited by size
               ") - EXTRACT AND INDEX CHECKS SKIPPED."
               delimited by size
               into ws-note-text
        end-string
        perform write-note-line
        add 1 to ws-unchecked-count
    else
        set ws-journal-read to true
        open input ws-audit-index-file
        if ws-audit-index-file-status = "00"
            set ws-index-open to true
        else
            move spaces to ws-note-text
            string "AUDIT INDEX NOT AVAILABLE (STATUS="
                   delimited by size
                   ws-audit-index-file-status delimited by size
                   ") - INDEX CHECKS SKIPPED." delimited by size
                   into ws-note-text
            end-string
            perform write-note-line
            add 1 to ws-unchecked-count
        end-if
        perform until ws-end-of-file
            read ws-audit-file
                at end
                    set ws-end-of-file to true
                not at end
                    perform check-one-journal-record
            end-read
        end-perform
        close ws-audit-file
        move "JOURNAL RECORDS IN THE WINDOW CHECKED"
            to ws-note-text
        perform write-checked-line
        if ws-awaiting-index-count > 0
            move ws-awaiting-index-count to ws-checked-count
            move "JOURNAL RECORDS SINCE THE LATEST RUN - NOT YET INDEXED"
                to ws-note-text
            perform write-checked-line
        end-if
    end-if
    move "N" to ws-eof-flag.

check-one-journal-record.
    move ws-audit-record(1:8) to ws-record-date-text
    if ws-record-date-text is numeric
        perform next-sequence-for-date
        if ws-date-hit-sub > 0
            if ws-oldest-journal-date = 0
                    or dt-date(ws-date-hit-sub)
                        < ws-oldest-journal-date
                move dt-date(ws-date-hit-sub)
                    to ws-oldest-journal-date
            end-if
            if dt-date(ws-date-hit-sub) >= ws-window-from
                add 1 to ws-checked-count
                if ws-index-open
                    perform probe-index-for-record
                end-if
            end-if
        end-if
    end-if.

next-sequence-for-date.
    move 0 to ws-date-hit-sub
    perform varying ws-date-sub from 1 by 1
            until ws-date-sub > ws-date-count
                or ws-date-hit-sub > 0
        if dt-date(ws-date-sub) = function numval
                (ws-record-date-text)
            move ws-date-sub to ws-date-hit-sub
        end-if
    end-perform
    if ws-date-hit-sub = 0
        if ws-date-count < 400
            add 1 to ws-date-count
            move ws-date-count to ws-date-hit-sub
            move ws-record-date-text to dt-date(ws-date-hit-sub)
            move 0 to dt-journal-count(ws-date-hit-sub)
        else
            if not ws-date-table-full
                set ws-date-table-full to true
                move spaces to ws-note-text
                string "MORE THAN 400 DATES ON THE JOURNAL - FROM "
                       delimited by size
                       ws-record-date-text delimited by size
                       " ON NOT ALL WERE CHECKED." delimited by size
                       into ws-note-text
                end-string
                perform write-note-line
                add 1 to ws-unchecked-count
            end-if
        end-if
    end-if
    if ws-date-hit-sub > 0
        add 1 to dt-journal-count(ws-date-hit-sub)
    end-if.

probe-index-for-record.
    move dt-date(ws-date-hit-sub) to aix-run-date
    move dt-journal-count(ws-date-hit-sub) to aix-sequence
    read ws-audit-index-file
        key is aix-key
        invalid key
            *> Written after the latest run ended: tonight's index
            *> build has not reached it yet.
            if ws-audit-record(1:17) > ws-latest-run-end
                add 1 to ws-awaiting-index-count
            else
                move 9 to ws-check-sub
                move "AUDIT" to ws-first-label
                move ws-audit-record to ws-first-image
                move "AUDIXF" to ws-second-label
                move spaces to ws-second-image
                string "NO ENTRY FOR KEY " delimited by size
                       dt-date(ws-date-hit-sub) delimited by size
                       "/" delimited by size
                       dt-journal-count(ws-date-hit-sub)
                           delimited by size
                       into ws-second-image
                end-string
                perform write-finding
            end-if
        not invalid key
            if aix-data not = ws-audit-record
                move 7 to ws-check-sub
                move "AUDIXF" to ws-first-label
                move ws-audit-index-record to ws-first-image
                move "AUDIT" to ws-second-label
                move ws-audit-record to ws-second-image
                perform write-finding
            end-if
    end-read.

check-audit-index-entries.
    *> Check 8. Positioned at the window's opening date, every
    *> index entry must fall inside its date's journal numbering.
    if ws-index-open
        move 0 to ws-checked-count
        move "N" to ws-eof-flag
        move ws-window-from to aix-run-date
        move 0 to aix-sequence
        start ws-audit-index-file key >= aix-key
            invalid key
                set ws-end-of-file to true
        end-start
        perform until ws-end-of-file
            read ws-audit-index-file next record
                at end
                    set ws-end-of-file to true
                not at end
                    add 1 to ws-checked-count
                    perform check-one-index-entry
            end-read
        end-perform
        close ws-audit-index-file
        move "N" to ws-index-open-flag
        move "AUDIT INDEX ENTRIES IN THE WINDOW CHECKED"
            to ws-note-text
        perform write-checked-line
        move "N" to ws-eof-flag
    end-if.

check-one-index-entry.
    move aix-run-date to ws-probe-date
    perform find-journal-date
    if ws-date-hit-sub = 0
        perform report-index-entry-missing
    else
        if aix-sequence > dt-journal-count(ws-date-hit-sub)
            perform report-index-entry-missing
        end-if
    end-if.

report-index-entry-missing.
    move 8 to ws-check-sub
    move "AUDIXF" to ws-first-label
    move ws-audit-index-record to ws-first-image
    move "AUDIT" to ws-second-label
    move spaces to ws-second-image
    string "NO RECORD NUMBER " delimited by size
           aix-sequence delimited by size
           " DATED " delimited by size
           aix-run-date delimited by size
           into ws-second-image
    end-string
    perform write-finding.

find-journal-date.
    move 0 to ws-date-hit-sub
    perform varying ws-date-sub from 1 by 1
            until ws-date-sub > ws-date-count
                or ws-date-hit-sub > 0
        if dt-date(ws-date-sub) = ws-probe-date
            move ws-date-sub to ws-date-hit-sub
        end-if
    end-perform.

check-extract-log.
    *> Check 6. Each SENT or RESENT record is one extract shipped
    *> with its own detail count; the readings it carried were
    *> journalled on its date or, for a night that crossed
    *> midnight, the day before.
    move 0 to ws-checked-count
    move 0 to ws-archived-extract-count
    move "N" to ws-eof-flag
    open input ws-extract-control-file
    if ws-extract-control-file-status not = "00"
        if ws-extract-control-file-status not = "35"
            move spaces to ws-note-text
            string "EXTRACT CONTROL LOG NOT AVAILABLE (STATUS="
                   delimited by size
                   ws-extract-control-file-status delimited by size
                   ") - NOT CHECKED." delimited by size
                   into ws-note-text
            end-string
            perform write-note-line
            add 1 to ws-unchecked-count
        end-if
    else
        perform until ws-end-of-file
            read ws-extract-control-file
                at end
                    set ws-end-of-file to true
                not at end
                    if (xc-status = "SENT" or xc-status = "RESENT")
                            and xc-extract-date is numeric
                            and xc-extract-date >= ws-window-from
                            and xc-detail-count is numeric
                            and xc-detail-count > 0
                            and ws-journal-read
                        add 1 to ws-checked-count
                        perform check-one-extract
                    end-if
            end-read
        end-perform
        close ws-extract-control-file
        move "EXTRACTS SHIPPED IN THE WINDOW CHECKED" to ws-note-text
        perform write-checked-line
        if ws-archived-extract-count > 0
            move ws-archived-extract-count to ws-checked-count
            move "EXTRACTS OLDER THAN THE JOURNAL - NOT CHECKED"
                to ws-note-text
            perform write-checked-line
        end-if
    end-if
    move "N" to ws-eof-flag.

check-one-extract.
    if xc-extract-date < ws-oldest-journal-date
        add 1 to ws-archived-extract-count
    else
        move xc-extract-date to ws-probe-date
        perform find-journal-date
        if ws-date-hit-sub = 0
            compute ws-previous-date = function date-of-integer
                (function integer-of-date(xc-extract-date) - 1)
            move ws-previous-date to ws-probe-date
            perform find-journal-date
            if ws-date-hit-sub = 0
                move 6 to ws-check-sub
                move "EXTCTL" to ws-first-label
                move ws-extract-control-record to ws-first-image
                move "AUDIT" to ws-second-label
                move spaces to ws-second-image
                string "NO RECORDS DATED " delimited by size
                       xc-extract-date delimited by size
                       " OR " delimited by size
                       ws-previous-date delimited by size
                       into ws-second-image
                end-string
                perform write-finding
            end-if
        end-if
    end-if.

check-recent-readings.
    *> Checks 10 and 11. The reference is rewritten only at a clean
    *> completion, right after the control log entries are written,
    *> so every file date on it has a COMPLETED entry.
    move 0 to ws-checked-count
    move "N" to ws-eof-flag
    open input ws-recent-readings-file
    if ws-recent-readings-file-status not = "00"
        if ws-recent-readings-file-status not = "35"
            move spaces to ws-note-text
            string "RECENT-READINGS REFERENCE NOT AVAILABLE (STATUS="
                   delimited by size
                   ws-recent-readings-file-status delimited by size
                   ") - NOT CHECKED." delimited by size
                   into ws-note-text
            end-string
            perform write-note-line
            add 1 to ws-unchecked-count
        end-if
    else
        perform until ws-end-of-file
            read ws-recent-readings-file
                at end
                    set ws-end-of-file to true
                not at end
                    add 1 to ws-checked-count
                    perform check-one-recent-reading
            end-read
        end-perform
        close ws-recent-readings-file
        move "RECENT READINGS CHECKED" to ws-note-text
        perform write-checked-line
    end-if
    move "N" to ws-eof-flag.

check-one-recent-reading.
    if ws-site-loaded
        move rr-site to ws-probe-code
        perform probe-site-table
        if not ws-found
            move 10 to ws-check-sub
            move "RECENTRD" to ws-first-label
            move ws-recent-readings-record to ws-first-image
            move "SITEMST" to ws-second-label
            move spaces to ws-second-image
            string "NO RECORD FOR SITE " delimited by size
                   rr-site delimited by size
                   into ws-second-image
            end-string
            perform write-finding
        end-if
    end-if

    if ws-completed-loaded and rr-file-date is numeric
            and rr-file-date >= ws-table-from
        move "N" to ws-found-flag
        perform varying ws-completed-sub from 1 by 1
                until ws-completed-sub > ws-completed-count
                    or ws-found
            if cp-file-date(ws-completed-sub) = rr-file-date
                set ws-found to true
            end-if
        end-perform
        if not ws-found
            move 11 to ws-check-sub
            move "RECENTRD" to ws-first-label
            move ws-recent-readings-record to ws-first-image
            move "FILECTL" to ws-second-label
            move spaces to ws-second-image
            string "NO COMPLETED ENTRY FOR FILE DATE "
                   delimited by size
                   rr-file-date delimited by size
                   into ws-second-image
            end-string
            perform write-finding
        end-if
    end-if.

write-check-summary.
    move spaces to ws-report-line
    write ws-report-line
    move spaces to ws-report-line
    move "CHECK" to ws-report-line(1:5)
    move "SEVERITY" to ws-report-line(59:8)
    move "FINDINGS" to ws-report-line(71:8)
    write ws-report-line
    perform varying ws-check-sub from 1 by 1
            until ws-check-sub > 11
        move ck-found(ws-check-sub) to ws-count-edited
        move spaces to ws-report-line
        string ck-title(ws-check-sub) delimited by size
               "  " delimited by size
               ck-severity(ws-check-sub) delimited by size
               " " delimited by size
               ws-count-edited delimited by size
               into ws-report-line
        end-string
        write ws-report-line
        if ck-found(ws-check-sub) > ws-listing-limit
            move spaces to ws-report-line
            string "    (FIRST " delimited by size
                   ws-listing-limit delimited by size
                   " LISTED ABOVE)" delimited by size
                   into ws-report-line
            end-string
            write ws-report-line
        end-if
        if ck-found(ws-check-sub) > 0
            display "Integrity audit: " ck-severity(ws-check-sub)
                " " function trim(ws-count-edited) " - "
                function trim(ck-title(ws-check-sub))
        end-if
    end-perform

    move spaces to ws-report-line
    write ws-report-line
    move ws-severe-count to ws-severe-edited
    move ws-warning-count to ws-warning-edited
    move spaces to ws-report-line
    evaluate true
        when ws-severe-count > 0
            string "*** " delimited by size
                   function trim(ws-severe-edited) delimited by size
                   " SEVERE AND " delimited by size
                   function trim(ws-warning-edited) delimited by size
                   " WARNING FINDING(S) - RC=8 ***" delimited by size
                   into ws-report-line
            end-string
        when ws-warning-count > 0
            string "*** " delimited by size
                   function trim(ws-warning-edited) delimited by size
                   " WARNING FINDING(S) - RC=4 ***" delimited by size
                   into ws-report-line
            end-string
        when ws-unchecked-count > 0
            string "*** NO FINDINGS, BUT " delimited by size
                   ws-unchecked-count delimited by size
                   " FILE(S) COULD NOT BE CHECKED - RC=4 ***"
                   delimited by size
                   into ws-report-line
            end-string
        when other
            move "*** ALL FILES AGREE - NO INTEGRITY FINDINGS ***"
                to ws-report-line
    end-evaluate
    write ws-report-line
    display "Integrity audit: " function trim(ws-report-line).
