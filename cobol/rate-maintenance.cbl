identification division.
program-id. rate-maintenance.

*> Online maintenance for the chargeback rate master read by the
*> monthly site statements (site-statement.cbl). Reached from
*> conversion-menu.cbl, so an authorized operator can set the
*> charge per converted reading for a measurement class or one
*> unit, the handling charge per reject, and a site's chargeback
*> terms (finance cost centre and optional discount), each with an
*> effective date - instead of finance pricing the statement counts
*> by hand in a spreadsheet every month.
*>
*> The rate master is append-only history, the same shape as the
*> unit and site masters: every change writes a new 40-byte record
*> (see rate-master-record.cpy) rather than updating in place, and
*> the statement run prices each reading at the rate in effect on
*> the day it was converted. A withdrawal writes the key's current
*> values again with the active flag N. A class default rate (blank
*> unit code) covers every unit of the class without a rate of its
*> own, so a new unit is never converted free by accident.
*>
*> Every action is also written to the rate change log (timestamp,
*> operator, action and the record written), the way site
*> maintenance writes site-change-log.dat. The operator id comes
*> from the CONV-MENU-OPERATOR environment variable when
*> conversion-menu.cbl has signed the operator on; a standalone run
*> falls back to prompting.
*>
*> RATEMST/SITEMST/RATELOG are DD-name style ASSIGN targets
*> resolved from DD_RATEMST/DD_SITEMST/DD_RATELOG, defaulted here to
*> rate-master.dat, site-master.dat and rate-change-log.dat,
*> matching the DD-name handling in the other programs.

environment division.
input-output section.
file-control.
    select ws-rate-master-file assign to RATEMST
        organization is line sequential
        file status is ws-rate-master-file-status.
    select ws-site-master-file assign to SITEMST
        organization is line sequential
        file status is ws-site-master-file-status.
    select ws-change-log-file assign to RATELOG
        organization is line sequential
        file status is ws-change-log-file-status.

data division.
file section.
fd  ws-rate-master-file.
copy "rate-master-record.cpy".

fd  ws-site-master-file.
copy "site-master-record.cpy".

fd  ws-change-log-file.
01  ws-change-log-record      pic x(100).

working-storage section.
01 ws-rate-master-file-status pic xx.
01 ws-site-master-file-status pic xx.
01 ws-change-log-file-status  pic xx.

01 ws-operator-id             pic x(8).
01 ws-choice                  pic 9 value 0.
01 ws-done-flag               pic x value "N".
   88 ws-done                  value "Y".

01 ws-eof-flag                pic x value "N".
   88 ws-end-of-file           value "Y".

*> The record being keyed.
01 ws-entry-type              pic x.
01 ws-entry-class             pic x(3).
01 ws-entry-unit-code         pic x(4).
01 ws-entry-site-code         pic x(4).
01 ws-entry-charge            pic 9(3)v9(4).
01 ws-entry-cost-centre       pic x(8).
01 ws-entry-discount          pic 9(2)v99.
01 ws-entry-eff-date          pic 9(8).
01 ws-entry-active            pic x.
01 ws-entry-action            pic x(10).

01 ws-amount-text             pic x(12).
01 ws-amount-value            pic s9(5)v9(4).
01 ws-date-text               pic x(10).

01 ws-entry-ok-flag           pic x value "N".
   88 ws-entry-ok              value "Y".

*> Latest on-file record for the key being worked, so a withdrawal
*> carries the key's values forward.
01 ws-current-found-flag      pic x.
   88 ws-current-found         value "Y".
01 ws-current-charge          pic 9(3)v9(4).
01 ws-current-cost-centre     pic x(8).
01 ws-current-discount        pic 9(2)v99.
01 ws-current-active          pic x.
01 ws-current-eff-date        pic 9(8).

01 ws-site-found-flag         pic x.
   88 ws-site-found            value "Y".

01 ws-today                   pic 9(8).
01 ws-run-datetime            pic x(17).
01 ws-cdt-date                pic 9(8).
01 ws-cdt-time                pic 9(8).

01 ws-list-count              pic 9(4) value 0.
01 ws-charge-edited           pic zz9.9999.
01 ws-discount-edited         pic z9.99.

01 ws-dd-name                 pic x(20).
01 ws-dd-default-value        pic x(80).
01 ws-dd-current-value        pic x(80).

procedure division.
main-logic.
    accept ws-today from date yyyymmdd
    perform set-default-dd-names

    move "N" to ws-done-flag
    move spaces to ws-operator-id
    accept ws-operator-id from environment "CONV-MENU-OPERATOR"
    perform until ws-operator-id not = spaces
        display "Operator id (required for the change log): "
            with no advancing
        accept ws-operator-id
    end-perform

    perform until ws-done
        display " "
        display "Chargeback rate maintenance (operator "
            ws-operator-id ")"
        display "  1. List rates"
        display "  2. Set charge per converted reading"
        display "  3. Set handling charge per reject"
        display "  4. Set site chargeback terms"
        display "  5. Withdraw a rate or site terms"
        display "  6. Return to menu"
        display "Enter choice: " with no advancing
        accept ws-choice

        evaluate ws-choice
            when 1
                perform list-rates
            when 2
                move "SET-RATE" to ws-entry-action
                perform capture-conversion-rate
                if ws-entry-ok
                    perform append-rate-record
                end-if
            when 3
                move "SET-REJECT" to ws-entry-action
                perform capture-reject-charge
                if ws-entry-ok
                    perform append-rate-record
                end-if
            when 4
                move "SET-TERMS" to ws-entry-action
                perform capture-site-terms
                if ws-entry-ok
                    perform append-rate-record
                end-if
            when 5
                move "WITHDRAW" to ws-entry-action
                perform capture-withdrawal
                if ws-entry-ok
                    perform append-rate-record
                end-if
            when 6
                set ws-done to true
            when other
                display "Please enter 1, 2, 3, 4, 5 or 6."
        end-evaluate
    end-perform
    goback.

set-default-dd-names.
    move "DD_RATEMST" to ws-dd-name
    move "rate-master.dat" to ws-dd-default-value
    perform default-one-dd-name

    move "DD_SITEMST" to ws-dd-name
    move "site-master.dat" to ws-dd-default-value
    perform default-one-dd-name

    move "DD_RATELOG" to ws-dd-name
    move "rate-change-log.dat" to ws-dd-default-value
    perform default-one-dd-name.

default-one-dd-name.
    move spaces to ws-dd-current-value
    accept ws-dd-current-value from environment ws-dd-name
    if ws-dd-current-value = spaces
        display ws-dd-name upon environment-name
        display ws-dd-default-value upon environment-value
    end-if.

list-rates.
    move "N" to ws-eof-flag
    move 0 to ws-list-count
    open input ws-rate-master-file
    if ws-rate-master-file-status not = "00"
        display "Rate master file not available (status="
            ws-rate-master-file-status ")."
    else
        display " "
        display "T CLS UNIT SITE   CHARGE  COST-CTR  DISC%"
            "  EFF-DATE  ACTIVE"
        perform until ws-end-of-file
            read ws-rate-master-file
                at end
                    set ws-end-of-file to true
                not at end
                    move rm-charge to ws-charge-edited
                    move rm-discount-pct to ws-discount-edited
                    display rm-rate-type " " rm-class " "
                        rm-unit-code " " rm-site-code " "
                        ws-charge-edited " " rm-cost-centre "  "
                        ws-discount-edited "  " rm-effective-date
                        "  " rm-active-flag
                    add 1 to ws-list-count
            end-read
        end-perform
        close ws-rate-master-file
        display ws-list-count " record(s) on file (history included)."
    end-if.

clear-entry.
    move spaces to ws-entry-class
    move spaces to ws-entry-unit-code
    move spaces to ws-entry-site-code
    move 0 to ws-entry-charge
    move spaces to ws-entry-cost-centre
    move 0 to ws-entry-discount
    move "Y" to ws-entry-active.

capture-conversion-rate.
    move "N" to ws-entry-ok-flag
    perform clear-entry
    move "C" to ws-entry-type

    display "Measurement class (LEN, MAS or TMP): " with no advancing
    accept ws-entry-class
    move function upper-case(ws-entry-class) to ws-entry-class
    if ws-entry-class not = "LEN" and ws-entry-class not = "MAS"
            and ws-entry-class not = "TMP"
        display "Class must be LEN, MAS or TMP - entry abandoned."
    else
        display "Unit code (blank = default for the class): "
            with no advancing
        accept ws-entry-unit-code
        move function upper-case(ws-entry-unit-code)
            to ws-entry-unit-code
        display "Charge per converted reading: " with no advancing
        perform capture-charge
    end-if.

capture-reject-charge.
    move "N" to ws-entry-ok-flag
    perform clear-entry
    move "R" to ws-entry-type
    display "Handling charge per reject: " with no advancing
    perform capture-charge.

capture-charge.
    move spaces to ws-amount-text
    accept ws-amount-text
    if function test-numval(ws-amount-text) not = 0
        display "Charge is not numeric - entry abandoned."
    else
        compute ws-amount-value = function numval(ws-amount-text)
        if ws-amount-value < 0 or ws-amount-value > 999.9999
            display "Charge must be 0 to 999.9999 - entry abandoned."
        else
            move ws-amount-value to ws-entry-charge
            perform capture-effective-date
        end-if
    end-if.

capture-site-terms.
    move "N" to ws-entry-ok-flag
    perform clear-entry
    move "S" to ws-entry-type

    display "Site code: " with no advancing
    accept ws-entry-site-code
    move function upper-case(ws-entry-site-code)
        to ws-entry-site-code
    perform check-site-on-file
    if not ws-site-found
        display "Site " ws-entry-site-code " is not on the site"
            " master - entry abandoned."
    else
        display "Finance cost centre: " with no advancing
        accept ws-entry-cost-centre
        move function upper-case(ws-entry-cost-centre)
            to ws-entry-cost-centre
        if ws-entry-cost-centre = spaces
            display "Cost centre is required - entry abandoned."
        else
            display "Discount percent (blank = none): "
                with no advancing
            move spaces to ws-amount-text
            accept ws-amount-text
            if ws-amount-text = spaces
                move 0 to ws-entry-discount
                perform capture-effective-date
            else
                if function test-numval(ws-amount-text) not = 0
                    display "Discount is not numeric"
                        " - entry abandoned."
                else
                    compute ws-amount-value =
                        function numval(ws-amount-text)
                    if ws-amount-value < 0 or ws-amount-value > 99.99
                        display "Discount must be 0 to 99.99"
                            " - entry abandoned."
                    else
                        move ws-amount-value to ws-entry-discount
                        perform capture-effective-date
                    end-if
                end-if
            end-if
        end-if
    end-if.

capture-withdrawal.
    move "N" to ws-entry-ok-flag
    perform clear-entry

    display "Withdraw (C = reading rate, R = reject charge,"
        " S = site terms): " with no advancing
    accept ws-entry-type
    move function upper-case(ws-entry-type) to ws-entry-type
    evaluate ws-entry-type
        when "C"
            display "Measurement class: " with no advancing
            accept ws-entry-class
            move function upper-case(ws-entry-class)
                to ws-entry-class
            display "Unit code (blank = class default): "
                with no advancing
            accept ws-entry-unit-code
            move function upper-case(ws-entry-unit-code)
                to ws-entry-unit-code
        when "R"
            continue
        when "S"
            display "Site code: " with no advancing
            accept ws-entry-site-code
            move function upper-case(ws-entry-site-code)
                to ws-entry-site-code
        when other
            display "Type must be C, R or S - entry abandoned."
            move space to ws-entry-type
    end-evaluate

    if ws-entry-type not = space
        perform find-current-record
        if not ws-current-found or ws-current-active = "N"
            display "No rate in force for that key"
                " - entry abandoned."
        else
            move ws-current-charge to ws-entry-charge
            move ws-current-cost-centre to ws-entry-cost-centre
            move ws-current-discount to ws-entry-discount
            move "N" to ws-entry-active
            perform capture-effective-date
        end-if
    end-if.

capture-effective-date.
    display "Effective date YYYYMMDD (blank = today): "
        with no advancing
    move spaces to ws-date-text
    accept ws-date-text
    if ws-date-text = spaces
        move ws-today to ws-entry-eff-date
        set ws-entry-ok to true
    else
        if ws-date-text(1:8) is numeric
            move ws-date-text(1:8) to ws-entry-eff-date
            set ws-entry-ok to true
        else
            display "Effective date is not YYYYMMDD - entry abandoned."
        end-if
    end-if.

check-site-on-file.
    move "N" to ws-site-found-flag
    move "N" to ws-eof-flag
    open input ws-site-master-file
    if ws-site-master-file-status = "00"
        perform until ws-end-of-file
            read ws-site-master-file
                at end
                    set ws-end-of-file to true
                not at end
                    if sm-site-code = ws-entry-site-code
                        set ws-site-found to true
                    end-if
            end-read
        end-perform
        close ws-site-master-file
    end-if
    move "N" to ws-eof-flag.

find-current-record.
    *> Latest record on file for the key, future effective dates
    *> included, as site maintenance does.
    move "N" to ws-current-found-flag
    move 0 to ws-current-charge
    move spaces to ws-current-cost-centre
    move 0 to ws-current-discount
    move spaces to ws-current-active
    move 0 to ws-current-eff-date
    move "N" to ws-eof-flag
    open input ws-rate-master-file
    if ws-rate-master-file-status = "00"
        perform until ws-end-of-file
            read ws-rate-master-file
                at end
                    set ws-end-of-file to true
                not at end
                    if rm-rate-type = ws-entry-type
                            and rm-class = ws-entry-class
                            and rm-unit-code = ws-entry-unit-code
                            and rm-site-code = ws-entry-site-code
                        if rm-effective-date is not numeric
                            move 0 to rm-effective-date
                        end-if
                        if not ws-current-found
                                or rm-effective-date
                                    >= ws-current-eff-date
                            set ws-current-found to true
                            move rm-charge to ws-current-charge
                            move rm-cost-centre
                                to ws-current-cost-centre
                            move rm-discount-pct
                                to ws-current-discount
                            move rm-active-flag to ws-current-active
                            move rm-effective-date
                                to ws-current-eff-date
                        end-if
                    end-if
            end-read
        end-perform
        close ws-rate-master-file
    end-if
    move "N" to ws-eof-flag.

append-rate-record.
    open extend ws-rate-master-file
    if ws-rate-master-file-status = "35"
        open output ws-rate-master-file
    end-if
    if ws-rate-master-file-status not = "00"
        display "Unable to write rate master file (status="
            ws-rate-master-file-status ")."
    else
        move spaces to ws-rate-master-record
        move ws-entry-type to rm-rate-type
        move ws-entry-class to rm-class
        move ws-entry-unit-code to rm-unit-code
        move ws-entry-site-code to rm-site-code
        move ws-entry-charge to rm-charge
        move ws-entry-cost-centre to rm-cost-centre
        move ws-entry-discount to rm-discount-pct
        move ws-entry-eff-date to rm-effective-date
        move ws-entry-active to rm-active-flag
        write ws-rate-master-record
        close ws-rate-master-file
        perform write-change-log-record
        display ws-entry-action " recorded effective "
            ws-entry-eff-date "."
    end-if.

write-change-log-record.
    accept ws-cdt-date from date yyyymmdd
    accept ws-cdt-time from time
    move ws-cdt-date to ws-run-datetime(1:8)
    move "-" to ws-run-datetime(9:1)
    move ws-cdt-time to ws-run-datetime(10:8)

    move spaces to ws-change-log-record
    string ws-run-datetime delimited by size
           " OPER=" delimited by size
           ws-operator-id delimited by size
           " ACTION=" delimited by size
           ws-entry-action delimited by size
           " RECORD=" delimited by size
           ws-rate-master-record delimited by size
           into ws-change-log-record
    end-string

    open extend ws-change-log-file
    if ws-change-log-file-status = "35"
        open output ws-change-log-file
    end-if
    write ws-change-log-record
    close ws-change-log-file.
