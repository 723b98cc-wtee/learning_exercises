*> reads as one block instead of being interleaved through the whole
*> log in arrival order.
*>
*> A night the reconciliation held goes out only under a
*> supervisor's override: the release job (jcl/release.jcl) runs
*> this program with the tokens RELEASE <run date>, the override
*> log (OVRLOG / override-log.dat, see override-log-record.cpy)
*> must hold the supervisor's record for that date - without one
*> no log is produced and the step ends RC=8, holding its
*> distribution - and every page then carries a
*> RELEASED-UNDER-OVERRIDE line under the title naming the night
*> and the approving supervisor.
*>
*> AUDIT, RPTOUT and OVRLOG are DD-name style ASSIGN targets so the
*> overnight job's JCL DD statements route this program's I/O,
*> resolved from the DD_AUDIT/DD_RPTOUT/DD_OVRLOG environment
*> variables. For a standalone run with none exported, this program
*> defaults them itself (see set-default-dd-names) to
*> audit-trail.dat (the same file feet-to-meters-command-line.cbl's
*> audit trail writes), conversion-report.dat and override-log.dat.

environment division.
input-output section.
    select ws-report-file assign to RPTOUT
        organization is line sequential.
    select ws-sort-file assign to "SORTWK".
    select ws-override-log-file assign to OVRLOG
        organization is line sequential
        file status is ws-override-log-file-status.

data division.
file section.
    05  ws-sort-site         pic x(4).
    05  filler               pic x(53).

fd  ws-override-log-file.
copy "override-log-record.cpy".

working-storage section.
01 ws-sort-eof-flag           pic x value "N".
   88 ws-sort-end-of-file      value "Y".
01 ws-eof-flag                pic x value "N".
   88 ws-end-of-file           value "Y".

01 ws-lines-on-page           pic 9(2) value 0.
01 ws-lines-per-page          pic 9(2) value 20.

01 ws-run-date                pic 9(8).

*> Release mode: RELEASE <run date> on the command line.
01 ws-cmd-line                pic x(80).
01 ws-first-token             pic x(12).
01 ws-second-token            pic x(12).
01 ws-release-date            pic 9(8) value 0.
01 ws-release-flag            pic x value "N".
   88 ws-releasing             value "Y".
01 ws-override-log-file-status pic xx.
01 ws-override-found-flag     pic x value "N".
   88 ws-override-found        value "Y".
01 ws-override-supervisor     pic x(8) value spaces.

01 ws-detail-record           pic x(80).
01 ws-run-timestamp           pic x(17).
01 ws-site-code               pic x(4).

    perform set-default-dd-names

    accept ws-cmd-line from command-line
    move spaces to ws-first-token
    move spaces to ws-second-token
    unstring ws-cmd-line delimited by all spaces
        into ws-first-token ws-second-token
    end-unstring
    if function upper-case(ws-first-token) = "RELEASE"
            and ws-second-token(1:8) is numeric
        move ws-second-token(1:8) to ws-release-date
        set ws-releasing to true
        perform find-override
        if not ws-override-found
            display "No supervisor override is logged for "
                ws-release-date " - release refused, no log"
                " produced."
            move 8 to return-code
            goback
        end-if
        display "Conversion log released for " ws-release-date
            " under the override approved by "
            ws-override-supervisor "."
    end-if

    open output ws-report-file

    sort ws-sort-file

    move "DD_RPTOUT" to ws-dd-name
    move "conversion-report.dat" to ws-dd-default-value
    perform default-one-dd-name

    move "DD_OVRLOG" to ws-dd-name
    move "override-log.dat" to ws-dd-default-value
    perform default-one-dd-name.

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
                    if ov-run-date = ws-release-date
                        set ws-override-found to true
                        move ov-supervisor to ws-override-supervisor
                    end-if
            end-read
        end-perform
        close ws-override-log-file
    end-if
    move "N" to ws-eof-flag.

default-one-dd-name.
    move spaces to ws-dd-current-value
    accept ws-dd-current-value from environment ws-dd-name
    end-string
    write ws-report-line

    *> A released night says so on every page, in the line that is
    *> otherwise blank, so the page length is unchanged.
    move spaces to ws-report-line
    if ws-releasing
        string "RELEASED-UNDER-OVERRIDE   NIGHT OF: " delimited by size
               ws-release-date delimited by size
               "   APPROVED BY: " delimited by size
               ws-override-supervisor delimited by size
               into ws-report-line
        end-string
    end-if
    write ws-report-line

    move spaces to ws-report-line
