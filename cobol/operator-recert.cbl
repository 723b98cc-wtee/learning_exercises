identification division.
program-id. operator-recert.

*> Quarterly access recertification report. Audit asks every quarter
*> for each operator's authority to be confirmed by their manager,
*> and the evidence used to be a copy of the operator master with
*> nothing to say whether an id was still in use. This report lists
*> every operator on the master with:
*>
*>   - the authority level and status (active, suspended, locked),
*>   - the date the password was last set,
*>   - the last successful sign-on, taken from the security log
*>     (SIGNON-OK events conversion-menu.cbl writes) - NEVER when
*>     the log holds none,
*>   - the count of refused menu options (DENIED events) and of
*>     failed sign-ons within the review period,
*>
*> flags an active id with no sign-on inside the review period as
*> DORMANT - the first candidate for removal - and ends with a
*> sign-off block for the reviewing manager.
*>
*> The review period is the first command-line token, in days,
*> defaulting to 91 (one quarter) back from today.
*>
*> OPERMST/SECLOG/OPRCERT are DD-name style ASSIGN targets resolved
*> from DD_OPERMST/DD_SECLOG/DD_OPRCERT, defaulted to
*> operator-master.dat, security-log.dat and operator-recert.dat,
*> matching the other programs' DD handling.

environment division.
input-output section.
file-control.
    select ws-operator-master-file assign to OPERMST
        organization is line sequential
        file status is ws-operator-master-file-status.
    select ws-security-log-file assign to SECLOG
        organization is line sequential
        file status is ws-security-log-file-status.
    select ws-report-file assign to OPRCERT
        organization is line sequential.

data division.
file section.
fd  ws-operator-master-file.
copy "operator-master-record.cpy".

fd  ws-security-log-file.
01  ws-security-log-record.
    05  sl-datetime           pic x(17).
    05  filler                pic x(6).
    05  sl-operator-id        pic x(8).
    05  filler                pic x(7).
    05  sl-event              pic x(10).
    05  filler                pic x(1).
    05  sl-detail             pic x(20).
    05  filler                pic x(11).

fd  ws-report-file.
01  ws-report-line            pic x(100).

working-storage section.
01 ws-operator-master-file-status pic xx.
01 ws-security-log-file-status    pic xx.

01 ws-eof-flag                pic x value "N".
   88 ws-end-of-file           value "Y".

01 ws-cmd-line                pic x(80).
01 ws-period-text             pic x(10).
01 ws-period-days             pic 9(4) value 91.
01 ws-today                   pic 9(8).
01 ws-today-integer           pic 9(9).
01 ws-period-from             pic 9(8).

*> One entry per operator on the master, filled from the security
*> log in one pass.
01 ws-cert-table.
   03 ws-cert-entry occurs 100 times.
      05 ce-operator-id       pic x(8).
      05 ce-authority         pic x.
      05 ce-status            pic x.
      05 ce-password-date     pic 9(8).
      05 ce-last-signon       pic x(17).
      05 ce-denied-count      pic 9(5).
      05 ce-failed-count      pic 9(5).
01 ws-cert-count              pic s9(4) comp value 0.
01 ws-cert-sub                pic s9(4) comp.
01 ws-cert-hit-sub            pic s9(4) comp.

01 ws-listed-count            pic 9(4) value 0.
01 ws-dormant-count           pic 9(4) value 0.
01 ws-status-text             pic x(9).
01 ws-flag-text               pic x(8).
01 ws-count-edited            pic zzz,zz9.
01 ws-failed-edited           pic zzz,zz9.

01 ws-dd-name                 pic x(20).
01 ws-dd-default-value        pic x(80).
01 ws-dd-current-value        pic x(80).

procedure division.
main-logic.
    accept ws-today from date yyyymmdd
    perform set-default-dd-names

    accept ws-cmd-line from command-line
    move spaces to ws-period-text
    unstring ws-cmd-line delimited by all spaces
        into ws-period-text
    end-unstring
    if ws-period-text not = spaces
        if function test-numval(ws-period-text) = 0
            compute ws-period-days = function numval(ws-period-text)
        else
            display "Review period '" ws-period-text
                "' is not numeric - using " ws-period-days " days."
        end-if
    end-if
    compute ws-today-integer = function integer-of-date(ws-today)
    compute ws-period-from = function date-of-integer
        (ws-today-integer - ws-period-days)

    perform load-operator-master
    perform scan-security-log

    open output ws-report-file
    perform write-report
    close ws-report-file

    display "Operator recertification: " ws-listed-count
        " operator(s) listed, " ws-dormant-count " dormant."
    goback.

set-default-dd-names.
    move "DD_OPERMST" to ws-dd-name
    move "operator-master.dat" to ws-dd-default-value
    perform default-one-dd-name

    move "DD_SECLOG" to ws-dd-name
    move "security-log.dat" to ws-dd-default-value
    perform default-one-dd-name

    move "DD_OPRCERT" to ws-dd-name
    move "operator-recert.dat" to ws-dd-default-value
    perform default-one-dd-name.

default-one-dd-name.
    move spaces to ws-dd-current-value
    accept ws-dd-current-value from environment ws-dd-name
    if ws-dd-current-value = spaces
        display ws-dd-name upon environment-name
        display ws-dd-default-value upon environment-value
    end-if.

load-operator-master.
    move 0 to ws-cert-count
    move "N" to ws-eof-flag
    open input ws-operator-master-file
    if ws-operator-master-file-status not = "00"
        display "Operator master file not available (status="
            ws-operator-master-file-status ") - nothing to certify."
        move 8 to return-code
    else
        perform until ws-end-of-file
            read ws-operator-master-file
                at end
                    set ws-end-of-file to true
                not at end
                    if ws-cert-count < 100
                        add 1 to ws-cert-count
                        perform store-cert-entry
                    else
                        display "Operator table is full - operator "
                            om-operator-id " is not on the report."
                    end-if
            end-read
        end-perform
        close ws-operator-master-file
    end-if
    move "N" to ws-eof-flag.

store-cert-entry.
    move om-operator-id to ce-operator-id(ws-cert-count)
    move om-authority to ce-authority(ws-cert-count)
    move om-status to ce-status(ws-cert-count)
    if om-status = space
        move "A" to ce-status(ws-cert-count)
    end-if
    if om-password-date is numeric
        move om-password-date to ce-password-date(ws-cert-count)
    else
        move 0 to ce-password-date(ws-cert-count)
    end-if
    move spaces to ce-last-signon(ws-cert-count)
    move 0 to ce-denied-count(ws-cert-count)
    move 0 to ce-failed-count(ws-cert-count).

scan-security-log.
    move "N" to ws-eof-flag
    open input ws-security-log-file
    if ws-security-log-file-status not = "00"
        display "Security log not available (status="
            ws-security-log-file-status
            ") - sign-on columns will read NEVER."
    else
        perform until ws-end-of-file
            read ws-security-log-file
                at end
                    set ws-end-of-file to true
                not at end
                    perform tally-security-event
            end-read
        end-perform
        close ws-security-log-file
    end-if
    move "N" to ws-eof-flag.

tally-security-event.
    move 0 to ws-cert-hit-sub
    perform varying ws-cert-sub from 1 by 1
            until ws-cert-sub > ws-cert-count
        if ce-operator-id(ws-cert-sub) = sl-operator-id
            move ws-cert-sub to ws-cert-hit-sub
        end-if
    end-perform
    if ws-cert-hit-sub > 0
        evaluate sl-event
            when "SIGNON-OK"
                if sl-datetime > ce-last-signon(ws-cert-hit-sub)
                    move sl-datetime to ce-last-signon(ws-cert-hit-sub)
                end-if
            when "DENIED"
                if sl-datetime(1:8) >= ws-period-from
                    add 1 to ce-denied-count(ws-cert-hit-sub)
                end-if
            when "SIGNON-BAD"
                if sl-datetime(1:8) >= ws-period-from
                    add 1 to ce-failed-count(ws-cert-hit-sub)
                end-if
        end-evaluate
    end-if.

write-report.
    move spaces to ws-report-line
    string "OPERATOR ACCESS RECERTIFICATION   RUN DATE: "
           delimited by size
           ws-today delimited by size
           into ws-report-line
    end-string
    write ws-report-line
    move spaces to ws-report-line
    string "REVIEW PERIOD FROM " delimited by size
           ws-period-from delimited by size
           " (" delimited by size
           ws-period-days delimited by size
           " DAYS)" delimited by size
           into ws-report-line
    end-string
    write ws-report-line
    move spaces to ws-report-line
    write ws-report-line
    move spaces to ws-report-line
    string "OPERATOR AUTH STATUS    PWD-SET  LAST SIGN-ON       "
           "REFUSED  FAILED  FLAG" delimited by size
           into ws-report-line
    end-string
    write ws-report-line

    perform varying ws-cert-sub from 1 by 1
            until ws-cert-sub > ws-cert-count
        perform write-operator-line
    end-perform

    move spaces to ws-report-line
    write ws-report-line
    move ws-cert-count to ws-listed-count
    move spaces to ws-report-line
    string "OPERATORS LISTED: " delimited by size
           ws-listed-count delimited by size
           "   DORMANT: " delimited by size
           ws-dormant-count delimited by size
           into ws-report-line
    end-string
    write ws-report-line
    move spaces to ws-report-line
    write ws-report-line
    move "AUTHORITIES ABOVE CONFIRMED AS REQUIRED (AMEND ANY THAT ARE NOT)"
        to ws-report-line
    write ws-report-line
    move "REVIEWED BY: ____________________   DATE: __________"
        to ws-report-line
    write ws-report-line.

write-operator-line.
    evaluate ce-status(ws-cert-sub)
        when "S"
            move "SUSPENDED" to ws-status-text
        when "L"
            move "LOCKED" to ws-status-text
        when other
            move "ACTIVE" to ws-status-text
    end-evaluate
    move spaces to ws-flag-text
    if ce-status(ws-cert-sub) = "A"
            and ce-last-signon(ws-cert-sub)(1:8) < ws-period-from
        move "DORMANT" to ws-flag-text
        add 1 to ws-dormant-count
    end-if
    if ce-last-signon(ws-cert-sub) = spaces
        move "NEVER" to ce-last-signon(ws-cert-sub)
    end-if
    move ce-denied-count(ws-cert-sub) to ws-count-edited
    move ce-failed-count(ws-cert-sub) to ws-failed-edited

    move spaces to ws-report-line
    move ce-operator-id(ws-cert-sub) to ws-report-line(1:8)
    move ce-authority(ws-cert-sub) to ws-report-line(10:1)
    move ws-status-text to ws-report-line(15:9)
    move ce-password-date(ws-cert-sub) to ws-report-line(25:8)
    move ce-last-signon(ws-cert-sub) to ws-report-line(34:17)
    move ws-count-edited to ws-report-line(52:7)
    move ws-failed-edited to ws-report-line(60:7)
    move ws-flag-text to ws-report-line(69:8)
    write ws-report-line.
