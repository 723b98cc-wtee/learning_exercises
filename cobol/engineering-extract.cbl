*> conversions as a pipe-delimited interface file:
*>
*>     HDR|<extract date YYYYMMDD>|SURVEYCNV
*>     DTL|<run timestamp>|<unit>|<dir>|<value in>|<value out>|
*>         <target unit>
*>     TRL|<detail count>|<hash of values in>|<hash of values out>
*>
*> <target unit> is the unit an XFR reading was converted to, its
*> <value out> in that unit's terms; it is empty for FWD and REV.
*> The values are unedited decimals in a fixed signed layout
*> (+000012.50), not the locale-formatted display text - an EU-run
*> comma decimal is normalized before the value is parsed. Rejected
*> extract-ack-control.cbl's QUEUE command feeds. With no token the
*> nightly behavior is unchanged.
*>
*> A night the reconciliation held is sent out only under a
*> supervisor's override: the release job (jcl/release.jcl) runs
*> this program with the tokens RELEASE <run date>. The run window
*> is then that night's own run-history record (a resumed night's
*> latest), the override log (OVRLOG / override-log.dat, see
*> override-log-record.cpy) must hold the supervisor's record for
*> the date - without one the release is refused RC=8 and nothing
*> is written - and the HDR carries a fourth field,
*> RELEASED-UNDER-OVERRIDE, and a fifth naming the approving
*> supervisor, so engineering's loader can see the night went out
*> on an override (a later retransmission of the date carries the
*> same marker):
*>
*>     HDR|<run date>|SURVEYCNV|RELEASED-UNDER-OVERRIDE|<supervisor>
*>
*> The run-window selection positions by key on the audit index
*> (AUDIXF / audit-index.dat, see audit-index-record.cpy) when it
*> is available, reading only the window's dates instead of
*> scanning the whole trail; with no usable index it falls back to
*> the full journal scan.
*>
*> AUDIT/AUDIXF/RUNHIST/ENGOUT/EXTCTL/RETRANS/OVRLOG are DD-name
*> style ASSIGN targets resolved from DD_AUDIT/DD_AUDIXF/
*> DD_RUNHIST/DD_ENGOUT/DD_EXTCTL/DD_RETRANS/DD_OVRLOG, defaulted
*> to audit-trail.dat, audit-index.dat, run-history.dat,
*> engineering-extract.dat, extract-control-log.dat,
*> extract-retrans.dat and override-log.dat, matching the other
*> programs' DD handling.

environment division.
input-output section.
    select ws-retrans-file assign to RETRANS
        organization is line sequential
        file status is ws-retrans-file-status.
    select ws-override-log-file assign to OVRLOG
        organization is line sequential
        file status is ws-override-log-file-status.

data division.
file section.
fd  ws-retrans-file.
01  ws-retrans-record         pic x(8).

fd  ws-override-log-file.
copy "override-log-record.cpy".

working-storage section.
01 ws-audit-file-status       pic xx.
01 ws-audit-index-file-status pic xx.
01 ws-retrans-flag            pic x value "N".
   88 ws-retransmitting        value "Y".

*> Release mode: RELEASE <run date> sends out a night the
*> reconciliation held, under the supervisor override logged for it.
01 ws-second-token            pic x(12).
01 ws-release-date            pic 9(8) value 0.
01 ws-release-flag            pic x value "N".
   88 ws-releasing             value "Y".
01 ws-override-log-file-status pic xx.
01 ws-override-found-flag     pic x value "N".
   88 ws-override-found        value "Y".
01 ws-override-supervisor     pic x(8) value spaces.

*> In-storage copy of the retransmission queue for the rewrite that
*> works a resent date off it (the same table-rewrite pattern
*> reject-repair.cbl uses on the reject file) - and, like

01 ws-in-text                 pic x(10).
01 ws-out-text                pic x(10).
01 ws-target-text             pic x(4).
01 ws-in-num                  pic s9(6)v99.
01 ws-out-num                 pic s9(6)v99.

    *> nightly run-window logic is bypassed.
    accept ws-cmd-line from command-line
    move spaces to ws-date-token
    move spaces to ws-second-token
    unstring ws-cmd-line delimited by all spaces
        into ws-date-token ws-second-token
    end-unstring
    move "N" to ws-retrans-flag
    move "N" to ws-release-flag
    evaluate true
        when function upper-case(ws-date-token) = "RELEASE"
                and ws-second-token(1:8) is numeric
            move ws-second-token(1:8) to ws-release-date
            move ws-release-date to ws-extract-date
            set ws-releasing to true
            perform read-night-window
            perform find-override
            if not ws-override-found
                display "No supervisor override is logged for "
                    ws-release-date " - release refused, nothing"
                    " extracted."
                move 8 to return-code
            else
                display "Releasing " ws-release-date " under the"
                    " override approved by "
                    ws-override-supervisor "."
            end-if
        when ws-date-token(1:8) is numeric
            move ws-date-token(1:8) to ws-retrans-date
            move ws-retrans-date to ws-extract-date
            set ws-retransmitting to true
            move spaces to ws-window-start
            string ws-retrans-date delimited by size
                   "-00000000" delimited by size
                   into ws-window-start
            end-string
            move spaces to ws-window-end
            string ws-retrans-date delimited by size
                   "-99999999" delimited by size
                   into ws-window-end
            end-string
            display "Retransmission requested - extracting the whole"
                " of " ws-retrans-date "."
            *> A resend of a night that went out on an override
            *> carries the same HDR marker as the release did.
            move ws-retrans-date to ws-release-date
            perform find-override
        when other
            perform read-run-window
    end-evaluate

    if return-code = 0
        perform probe-audit-index
    end-if
    if return-code = 0 and not ws-index-used
        open input ws-audit-file
        if ws-audit-file-status not = "00"
            display "Engineering extract cannot open the audit"
        end-if
    end-if

    if return-code = 0
        open output ws-extract-file

        move spaces to ws-extract-record
        if ws-override-found
            string "HDR|" delimited by size
                   ws-extract-date delimited by size
                   "|SURVEYCNV|RELEASED-UNDER-OVERRIDE|"
                       delimited by size
                   ws-override-supervisor delimited by space
                   into ws-extract-record
            end-string
        else
            string "HDR|" delimited by size
                   ws-extract-date delimited by size
                   "|SURVEYCNV" delimited by size
                   into ws-extract-record
            end-string
        end-if
        write ws-extract-record

        if ws-index-used

    move "DD_RETRANS" to ws-dd-name
    move "extract-retrans.dat" to ws-dd-default-value
    perform default-one-dd-name

    move "DD_OVRLOG" to ws-dd-name
    move "override-log.dat" to ws-dd-default-value
    perform default-one-dd-name.

read-run-window.
            " whole of today."
    end-if.

read-night-window.
    *> A released night's window is its own run-history record -
    *> the latest one for the date, which for a resumed night spans
    *> back to the abended run's start. A date with no record falls
    *> back to the whole of that day.
    move spaces to ws-window-start
    move spaces to ws-window-end
    move "N" to ws-eof-flag
    open input ws-run-history-file
    if ws-run-history-file-status = "00"
        perform until ws-end-of-file
            read ws-run-history-file
                at end
                    set ws-end-of-file to true
                not at end
                    if rh-run-date = ws-release-date
                        move rh-start-datetime to ws-window-start
                        move rh-end-datetime to ws-window-end
                    end-if
            end-read
        end-perform
        close ws-run-history-file
    end-if
    move "N" to ws-eof-flag

    if ws-window-start = spaces
        string ws-release-date delimited by size
               "-00000000" delimited by size
               into ws-window-start
        end-string
        string ws-release-date delimited by size
               "-99999999" delimited by size
               into ws-window-end
        end-string
        display "No run-history record for " ws-release-date
            " - extracting the whole of that day."
    end-if.

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
    perform format-one-value
    move ws-value-formatted to ws-out-formatted

    *> An XFR entry's target unit stands where the OUT= label
    *> would be; the field is empty for FWD and REV.
    move spaces to ws-target-text
    if ws-audit-entry(43:3) = "XFR"
        move ws-audit-entry(61:4) to ws-target-text
    end-if

    move spaces to ws-extract-record
    string "DTL|" delimited by size
           ws-audit-entry(1:17) delimited by size
           ws-in-formatted delimited by size
           "|" delimited by size
           ws-out-formatted delimited by size
           "|" delimited by size
           ws-target-text delimited by space
           into ws-extract-record
    end-string
    write ws-extract-record
