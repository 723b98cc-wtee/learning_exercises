identification division.
program-id. site-return.

*> Per-site results return files. The intake job's receipt tells a
*> site its file was accepted and after that the site heard nothing
*> - not its converted values, not its rejects or why, not which
*> readings converted past the warn threshold - and phoned data
*> control to ask. After each night's run this step splits the
*> night's results (METOUT, the file the RECON step has just
*> balanced against FEETIN and the audit window) by site into one
*> return file for every site active on the site master:
*>
*>     HDR|<run date>|<site>|<site name>|SURVEYCNV
*>     DTL|<reading sequence>|<results line as printed>|<flag>
*>     REJ|<reading sequence>|<reason code>|<reading as received>
*>     TRL|<converted count>|<rejected count>|<warned count>
*>
*> <flag> is WARN for a reading converted past its unit's warn
*> threshold, ANOM for one far outside the site's history, empty
*> otherwise. The reading sequence and the reject's reason code are
*> the ones the batch stamps on every results line (SEQ=, columns
*> 81-90, RSN=, columns 92-99 - the same code the reject queue
*> carries); a released correction has no sequence and its field is
*> empty. A site with nothing tonight still gets its file - HDR and
*> a zero TRL - so that silence means something.
*>
*> The TRL counts are tied back to the site's SITE= subtotal line in
*> the METOUT trailer before the file is closed. A site whose counts
*> do not tie, or a METOUT with no trailer to tie to, is displayed
*> and ends the run RC=4; every file is still written. The step is
*> held with the engineering extract when the reconciliation is out
*> of balance, and sent out the same way: the release job
*> (jcl/release.jcl) runs this program with the tokens RELEASE <run
*> date>, the override log (OVRLOG / override-log.dat, see
*> override-log-record.cpy) must hold the supervisor's record for
*> the date - without one the release is refused RC=8 and nothing
*> is written - and each HDR carries RELEASED-UNDER-OVERRIDE and
*> the approving supervisor as ENGEXT's does:
*>
*>     HDR|<run date>|<site>|<site name>|SURVEYCNV|
*>         RELEASED-UNDER-OVERRIDE|<supervisor>
*>
*> METOUT is the newest results generation, so a release is also
*> refused RC=8, nothing written, unless the released date is still
*> the latest run-history night - once the next night has run, its
*> results would otherwise go out under the held night's date.
*>
*> The run date is the latest run-history record's (the released
*> date's in RELEASE mode); with no record on file it is today.
*> Sites are taken as they stand on that date, the latest in-effect
*> record per code, the same walk the batch makes; LOCL is never a
*> survey site and gets no file.
*>
*> METOUT/SITEMST/RUNHIST/OVRLOG are DD-name style ASSIGN targets
*> resolved from DD_METOUT/DD_SITEMST/DD_RUNHIST/DD_OVRLOG,
*> defaulted to meters-results.dat, site-master.dat,
*> run-history.dat and override-log.dat, matching the other
*> programs' DD handling. Each site's file is opened through
*> SITERTN, whose DD_SITERTN value this program sets itself to
*> site-return-<site>.dat for each site in turn (the same
*> self-routing audit-archive.cbl uses for its month files).

environment division.
input-output section.
file-control.
    select ws-meters-out-file assign to METOUT
        organization is line sequential
        file status is ws-meters-out-file-status.
    select ws-site-master-file assign to SITEMST
        organization is line sequential
        file status is ws-site-master-file-status.
    select ws-run-history-file assign to RUNHIST
        organization is line sequential
        file status is ws-run-history-file-status.
    select ws-override-log-file assign to OVRLOG
        organization is line sequential
        file status is ws-override-log-file-status.
    select ws-return-file assign to SITERTN
        organization is line sequential
        file status is ws-return-file-status.

data division.
file section.
fd  ws-meters-out-file.
01  ws-meters-out-record      pic x(120).

fd  ws-site-master-file.
copy "site-master-record.cpy".

fd  ws-run-history-file.
copy "run-history-record.cpy".

fd  ws-override-log-file.
copy "override-log-record.cpy".

fd  ws-return-file.
01  ws-return-record          pic x(120).

working-storage section.
01 ws-meters-out-file-status  pic xx.
01 ws-site-master-file-status pic xx.
01 ws-run-history-file-status pic xx.
01 ws-override-log-file-status pic xx.
01 ws-return-file-status      pic xx.

01 ws-eof-flag                pic x value "N".
   88 ws-end-of-file           value "Y".

01 ws-today                   pic 9(8).
01 ws-run-date                pic 9(8).

*> Release mode: RELEASE <run date> sends out a night the
*> reconciliation held, under the supervisor override logged for it.
01 ws-cmd-line                pic x(80).
01 ws-first-token             pic x(12).
01 ws-second-token            pic x(12).
01 ws-release-flag            pic x value "N".
   88 ws-releasing             value "Y".
01 ws-override-found-flag     pic x value "N".
   88 ws-override-found        value "Y".
01 ws-override-supervisor     pic x(8) value spaces.
01 ws-latest-run-date         pic 9(8) value 0.

*> Every site code on the master as it stands on the run date, with
*> its counts tonight and the subtotals the METOUT trailer printed.
01 ws-site-table.
   03 ws-site-entry occurs 200 times.
      05 rs-site-code         pic x(4).
      05 rs-site-name         pic x(20).
      05 rs-active-flag       pic x.
      05 rs-eff-date          pic 9(8).
      05 rs-converted         pic 9(9).
      05 rs-rejected          pic 9(9).
      05 rs-warned            pic 9(9).
      05 rs-trl-converted     pic 9(9).
      05 rs-trl-rejected      pic 9(9).
01 ws-site-count              pic s9(4) comp value 0.
01 ws-site-sub                pic s9(4) comp.
01 ws-site-hit-sub            pic s9(4) comp.

01 ws-trailer-flag            pic x value "N".
   88 ws-trailer-seen          value "Y".
01 ws-results-available-flag  pic x value "N".
   88 ws-results-available     value "Y".

*> Pieces of the METOUT line being split.
01 ws-line-site               pic x(4).
01 ws-line-sequence           pic x(6).
01 ws-line-reason             pic x(4).
01 ws-line-flag               pic x(4).
01 ws-reject-prefix           pic x(80).
01 ws-reject-reading          pic x(40).

01 ws-return-name             pic x(80).
01 ws-files-written           pic 9(4) value 0.
01 ws-untied-count            pic 9(4) value 0.
01 ws-unreturned-count        pic 9(9) value 0.

01 ws-dd-name                 pic x(20).
01 ws-dd-default-value        pic x(80).
01 ws-dd-current-value        pic x(80).

procedure division.
main-logic.
    accept ws-today from date yyyymmdd
    move ws-today to ws-run-date
    perform set-default-dd-names

    accept ws-cmd-line from command-line
    move spaces to ws-first-token
    move spaces to ws-second-token
    unstring ws-cmd-line delimited by all spaces
        into ws-first-token ws-second-token
    end-unstring
    move "N" to ws-release-flag
    if function upper-case(ws-first-token) = "RELEASE"
            and ws-second-token(1:8) is numeric
        move ws-second-token(1:8) to ws-run-date
        set ws-releasing to true
        perform find-override
        if not ws-override-found
            display "No supervisor override is logged for "
                ws-run-date " - release refused, no site return"
                " files written."
            move 8 to return-code
        else
            perform find-latest-run-date
            if ws-latest-run-date not = ws-run-date
                display "The latest night on the run-history file is "
                    ws-latest-run-date ", not " ws-run-date
                    " - METOUT is no longer the held night's;"
                    " release refused, no site return files"
                    " written."
                move 8 to return-code
            else
                display "Releasing the site return files for "
                    ws-run-date " under the override approved by "
                    ws-override-supervisor "."
            end-if
        end-if
    else
        perform read-run-date
    end-if

    if return-code = 0
        perform load-site-master
        perform read-results-trailer
        if not ws-results-available
            display "Site returns cannot open the night's results"
                " (METOUT status=" ws-meters-out-file-status ")."
            move 16 to return-code
        end-if
    end-if

    if return-code = 0
        perform varying ws-site-sub from 1 by 1
                until ws-site-sub > ws-site-count
            if rs-active-flag(ws-site-sub) = "Y"
                    and rs-site-code(ws-site-sub) not = "LOCL"
                perform write-site-return-file
            end-if
        end-perform
        perform count-unreturned-lines

        display "Site return files written: " ws-files-written
            " site(s) for " ws-run-date "."
        if ws-unreturned-count > 0
            display "  " ws-unreturned-count " results line(s) for"
                " sites not active on the site master - in no"
                " site's file."
        end-if
        if not ws-trailer-seen
            display "  METOUT holds no summary trailer - the return"
                " files' counts could not be tied back."
            move 4 to return-code
        end-if
        if ws-untied-count > 0
            display "  " ws-untied-count " site(s) did not tie to"
                " their METOUT trailer subtotal - see above."
            move 4 to return-code
        end-if
    end-if
    goback.

set-default-dd-names.
    move "DD_METOUT" to ws-dd-name
    move "meters-results.dat" to ws-dd-default-value
    perform default-one-dd-name

    move "DD_SITEMST" to ws-dd-name
    move "site-master.dat" to ws-dd-default-value
    perform default-one-dd-name

    move "DD_RUNHIST" to ws-dd-name
    move "run-history.dat" to ws-dd-default-value
    perform default-one-dd-name

    move "DD_OVRLOG" to ws-dd-name
    move "override-log.dat" to ws-dd-default-value
    perform default-one-dd-name.

default-one-dd-name.
    move spaces to ws-dd-current-value
    accept ws-dd-current-value from environment ws-dd-name
    if ws-dd-current-value = spaces
        display ws-dd-name upon environment-name
        display ws-dd-default-value upon environment-value
    end-if.

read-run-date.
    *> The night being returned is the latest run-history record's,
    *> the run the step has just followed.
    move "N" to ws-eof-flag
    open input ws-run-history-file
    if ws-run-history-file-status = "00"
        perform until ws-end-of-file
            read ws-run-history-file
                at end
                    set ws-end-of-file to true
                not at end
                    move rh-run-date to ws-run-date
            end-read
        end-perform
        close ws-run-history-file
    else
        display "No run-history record on file - returning the"
            " results as today's."
    end-if
    move "N" to ws-eof-flag.

find-latest-run-date.
    move 0 to ws-latest-run-date
    move "N" to ws-eof-flag
    open input ws-run-history-file
    if ws-run-history-file-status = "00"
        perform until ws-end-of-file
            read ws-run-history-file
                at end
                    set ws-end-of-file to true
                not at end
                    move rh-run-date to ws-latest-run-date
            end-read
        end-perform
        close ws-run-history-file
    end-if
    move "N" to ws-eof-flag.

find-override.
    move "N" to ws-override-found-flag
    move spaces to ws-override-supervisor
    move "N" to ws-eof-flag
    open input ws-override-log-file
    if ws-override-log-file-status = "00"
        perform until ws-end-of-file
            read ws-override-log-file
                at end
                    set ws-end-of-file to true
                not at end
                    if ov-run-date = ws-run-date
                        set ws-override-found to true
                        move ov-supervisor to ws-override-supervisor
                    end-if
            end-read
        end-perform
        close ws-override-log-file
    end-if
    move "N" to ws-eof-flag.

load-site-master.
    *> Latest in-effect record per code as of the run date, the
    *> same walk the batch makes.
    move 0 to ws-site-count
    move "N" to ws-eof-flag
    open input ws-site-master-file
    if ws-site-master-file-status = "00"
        perform until ws-end-of-file
            read ws-site-master-file
                at end
                    set ws-end-of-file to true
                not at end
                    perform consider-site-record
            end-read
        end-perform
        close ws-site-master-file
    else
        display "Site master not available (status="
            ws-site-master-file-status ") - no site to return"
            " results to."
    end-if
    move "N" to ws-eof-flag.

consider-site-record.
    if sm-effective-date is not numeric
        move 0 to sm-effective-date
    end-if
    if sm-effective-date <= ws-run-date
        move sm-site-code to ws-line-site
        perform find-site
        if ws-site-hit-sub = 0
            if ws-site-count < 200
                add 1 to ws-site-count
                move ws-site-count to ws-site-hit-sub
                move sm-site-code to rs-site-code(ws-site-hit-sub)
                move 0 to rs-eff-date(ws-site-hit-sub)
                move 0 to rs-converted(ws-site-hit-sub)
                move 0 to rs-rejected(ws-site-hit-sub)
                move 0 to rs-warned(ws-site-hit-sub)
                move 0 to rs-trl-converted(ws-site-hit-sub)
                move 0 to rs-trl-rejected(ws-site-hit-sub)
            else
                display "Site table is full - site " sm-site-code
                    " gets no return file."
            end-if
        end-if
        if ws-site-hit-sub > 0
            if sm-effective-date >= rs-eff-date(ws-site-hit-sub)
                move sm-site-name to rs-site-name(ws-site-hit-sub)
                move sm-active-flag
                    to rs-active-flag(ws-site-hit-sub)
                move sm-effective-date
                    to rs-eff-date(ws-site-hit-sub)
            end-if
        end-if
    end-if.

find-site.
    *> Leaves ws-site-hit-sub on ws-line-site's entry, 0 if none.
    move 0 to ws-site-hit-sub
    perform varying ws-site-sub from 1 by 1
            until ws-site-sub > ws-site-count or ws-site-hit-sub > 0
        if rs-site-code(ws-site-sub) = ws-line-site
            move ws-site-sub to ws-site-hit-sub
        end-if
    end-perform.

read-results-trailer.
    *> The trailer's SITE= lines are what each file must tie to:
    *>     SITE=S001 CONVERTED=000000002 REJECTED=000000000 <name>
    move "N" to ws-trailer-flag
    move "N" to ws-results-available-flag
    move "N" to ws-eof-flag
    open input ws-meters-out-file
    if ws-meters-out-file-status = "00"
        set ws-results-available to true
        perform until ws-end-of-file
            read ws-meters-out-file
                at end
                    set ws-end-of-file to true
                not at end
                    evaluate true
                        when ws-meters-out-record(1:14)
                                = "TOTAL RECORDS="
                            set ws-trailer-seen to true
                        when ws-meters-out-record(1:5) = "SITE="
                                and ws-trailer-seen
                            perform post-trailer-subtotal
                        when other
                            continue
                    end-evaluate
            end-read
        end-perform
        close ws-meters-out-file
    end-if
    move "N" to ws-eof-flag.

post-trailer-subtotal.
    move ws-meters-out-record(6:4) to ws-line-site
    perform find-site
    if ws-site-hit-sub > 0
        if ws-meters-out-record(21:9) is numeric
            move ws-meters-out-record(21:9)
                to rs-trl-converted(ws-site-hit-sub)
        end-if
        if ws-meters-out-record(40:9) is numeric
            move ws-meters-out-record(40:9)
                to rs-trl-rejected(ws-site-hit-sub)
        end-if
    end-if.

write-site-return-file.
    *> One pass of the night's results per site: HDR, the site's
    *> converted and rejected lines in results order, TRL.
    move ws-site-sub to ws-site-hit-sub
    move spaces to ws-return-name
    string "site-return-" delimited by size
           rs-site-code(ws-site-hit-sub) delimited by space
           ".dat" delimited by size
           into ws-return-name
    end-string
    display "DD_SITERTN" upon environment-name
    display ws-return-name upon environment-value
    open output ws-return-file
    if ws-return-file-status not = "00"
        display "Unable to write the return file for site "
            rs-site-code(ws-site-hit-sub) " (status="
            ws-return-file-status ")."
        add 1 to ws-untied-count
    else
        perform write-return-header
        move "N" to ws-eof-flag
        open input ws-meters-out-file
        if ws-meters-out-file-status = "00"
            perform until ws-end-of-file
                read ws-meters-out-file
                    at end
                        set ws-end-of-file to true
                    not at end
                        if ws-meters-out-record(1:14)
                                = "TOTAL RECORDS="
                            set ws-end-of-file to true
                        else
                            perform consider-results-line
                        end-if
                end-read
            end-perform
            close ws-meters-out-file
        end-if
        move "N" to ws-eof-flag
        perform write-return-trailer
        close ws-return-file
        add 1 to ws-files-written
        perform check-site-tie
    end-if.

write-return-header.
    move spaces to ws-return-record
    if ws-override-found
        string "HDR|" delimited by size
               ws-run-date delimited by size
               "|" delimited by size
               rs-site-code(ws-site-hit-sub) delimited by space
               "|" delimited by size
               function trim(rs-site-name(ws-site-hit-sub))
                   delimited by size
               "|SURVEYCNV|RELEASED-UNDER-OVERRIDE|"
                   delimited by size
               ws-override-supervisor delimited by space
               into ws-return-record
        end-string
    else
        string "HDR|" delimited by size
               ws-run-date delimited by size
               "|" delimited by size
               rs-site-code(ws-site-hit-sub) delimited by space
               "|" delimited by size
               function trim(rs-site-name(ws-site-hit-sub))
                   delimited by size
               "|SURVEYCNV" delimited by size
               into ws-return-record
        end-string
    end-if
    write ws-return-record.

consider-results-line.
    *> A REJECTED line echoes the reading as received after its
    *> reason text's ": "; any other non-blank line before the
    *> trailer is a converted reading, its site in columns 1-4.
    move spaces to ws-line-sequence
    if ws-meters-out-record(81:4) = "SEQ="
        move ws-meters-out-record(85:6) to ws-line-sequence
    end-if
    evaluate true
        when ws-meters-out-record(1:11) = "REJECTED - "
            move spaces to ws-reject-prefix
            move spaces to ws-reject-reading
            unstring ws-meters-out-record(1:80) delimited by ": "
                into ws-reject-prefix ws-reject-reading
            end-unstring
            if ws-reject-reading(1:4) = rs-site-code(ws-site-hit-sub)
                perform write-return-reject
            end-if
        when ws-meters-out-record = spaces
            continue
        when ws-meters-out-record(1:4) = rs-site-code(ws-site-hit-sub)
            perform write-return-detail
        when other
            continue
    end-evaluate.

write-return-detail.
    move spaces to ws-line-flag
    evaluate ws-meters-out-record(67:6)
        when "*WARN*"
            move "WARN" to ws-line-flag
            add 1 to rs-warned(ws-site-hit-sub)
        when "*ANOM*"
            move "ANOM" to ws-line-flag
        when other
            continue
    end-evaluate
    move spaces to ws-return-record
    string "DTL|" delimited by size
           ws-line-sequence delimited by space
           "|" delimited by size
           ws-meters-out-record(6:60) delimited by size
           "|" delimited by size
           ws-line-flag delimited by space
           into ws-return-record
    end-string
    write ws-return-record
    add 1 to rs-converted(ws-site-hit-sub).

write-return-reject.
    move spaces to ws-line-reason
    if ws-meters-out-record(92:4) = "RSN="
        move ws-meters-out-record(96:4) to ws-line-reason
    end-if
    move spaces to ws-return-record
    string "REJ|" delimited by size
           ws-line-sequence delimited by space
           "|" delimited by size
           ws-line-reason delimited by space
           "|" delimited by size
           ws-reject-reading(1:30) delimited by size
           into ws-return-record
    end-string
    write ws-return-record
    add 1 to rs-rejected(ws-site-hit-sub).

write-return-trailer.
    move spaces to ws-return-record
    string "TRL|" delimited by size
           rs-converted(ws-site-hit-sub) delimited by size
           "|" delimited by size
           rs-rejected(ws-site-hit-sub) delimited by size
           "|" delimited by size
           rs-warned(ws-site-hit-sub) delimited by size
           into ws-return-record
    end-string
    write ws-return-record.

check-site-tie.
    if rs-converted(ws-site-hit-sub)
            not = rs-trl-converted(ws-site-hit-sub)
            or rs-rejected(ws-site-hit-sub)
            not = rs-trl-rejected(ws-site-hit-sub)
        display "Site " rs-site-code(ws-site-hit-sub)
            " return file does not tie: converted "
            rs-converted(ws-site-hit-sub) " rejected "
            rs-rejected(ws-site-hit-sub) ", METOUT trailer says "
            rs-trl-converted(ws-site-hit-sub) " / "
            rs-trl-rejected(ws-site-hit-sub) "."
        add 1 to ws-untied-count
    end-if.

count-unreturned-lines.
    *> Results for a site with no file - inactive, unknown or
    *> LOCL - are counted so the split visibly accounts for the
    *> whole night.
    move 0 to ws-unreturned-count
    move "N" to ws-eof-flag
    open input ws-meters-out-file
    if ws-meters-out-file-status = "00"
        perform until ws-end-of-file
            read ws-meters-out-file
                at end
                    set ws-end-of-file to true
                not at end
                    if ws-meters-out-record(1:14) = "TOTAL RECORDS="
                        set ws-end-of-file to true
                    else
                        perform check-line-returned
                    end-if
            end-read
        end-perform
        close ws-meters-out-file
    end-if
    move "N" to ws-eof-flag.

check-line-returned.
    if ws-meters-out-record not = spaces
        if ws-meters-out-record(1:11) = "REJECTED - "
            move spaces to ws-reject-prefix
            move spaces to ws-reject-reading
            unstring ws-meters-out-record(1:80) delimited by ": "
                into ws-reject-prefix ws-reject-reading
            end-unstring
            move ws-reject-reading(1:4) to ws-line-site
        else
            move ws-meters-out-record(1:4) to ws-line-site
        end-if
        perform find-site
        if ws-site-hit-sub = 0
            add 1 to ws-unreturned-count
        else
            if rs-active-flag(ws-site-hit-sub) not = "Y"
                    or rs-site-code(ws-site-hit-sub) = "LOCL"
                add 1 to ws-unreturned-count
            end-if
        end-if
    end-if.
