*> all, active or not, so the statements tie back to the month's
*> whole volume. SITE=LOCL interactive work is excluded as always.
*>
*> The statements are priced from the chargeback rate master
*> (RATEMST / rate-master.dat, see rate-master-record.cpy,
*> maintained online through rate-maintenance.cbl): each converted
*> reading at the rate for its unit - or its measurement class's
*> default rate, the class taken from the unit master - in effect
*> on the day it was converted, each reject at the handling charge
*> in effect that day, and the site's discount, if its chargeback
*> terms carry one, off the month's total. A reading with no rate
*> on file is counted but not charged, and a site with no terms on
*> file is debited to the suspense cost centre; either one ends
*> the run RC=4 so finance sees the gap. A site deactivated during
*> the month still gets a statement when it had activity - it owes
*> for what it sent.
*>
*> Alongside the statements the run writes the finance ledger
*> journal interface (FINJRNL / finance-journal.dat, see
*> finance-journal-record.cpy): one debit per site cost centre,
*> the offsetting credit to the recovery centre, and a control
*> trailer that balances to the sum of the statement totals. Each
*> run is recorded on the chargeback posting log (CHGPOST /
*> chargeback-posting-log.dat); a second run for a month already
*> on the log is a restatement - its journal and statements are
*> marked as such, numbered, and carry the total they replace, so
*> the ledger replaces the month rather than posting it twice.
*>
*> The month is the first command-line token, YYYYMM, defaulting to
*> the current month, the same convention as month-end-report.cbl.
*>
*> AUDIT/SITEMST/SITESTMT/UNITMST/RATEMST/FINJRNL/CHGPOST are
*> DD-name style ASSIGN targets resolved from DD_AUDIT/DD_SITEMST/
*> DD_SITESTMT/DD_UNITMST/DD_RATEMST/DD_FINJRNL/DD_CHGPOST,
*> defaulted to audit-trail.dat, site-master.dat,
*> site-statements.dat, unit-master.dat, rate-master.dat,
*> finance-journal.dat and chargeback-posting-log.dat. The
*> month's archive file is opened through AUDARCH, whose DD_AUDARCH
*> value this program sets itself to audit-archive-YYYYMM.dat (the
*> same self-routing audit-archive.cbl uses to write it).
        file status is ws-site-master-file-status.
    select ws-report-file assign to SITESTMT
        organization is line sequential.
    select ws-unit-master-file assign to UNITMST
        organization is line sequential
        file status is ws-unit-master-file-status.
    select ws-rate-master-file assign to RATEMST
        organization is line sequential
        file status is ws-rate-master-file-status.
    select ws-journal-file assign to FINJRNL
        organization is line sequential
        file status is ws-journal-file-status.
    select ws-posting-log-file assign to CHGPOST
        organization is line sequential
        file status is ws-posting-log-file-status.

data division.
file section.
fd  ws-report-file.
01  ws-report-line            pic x(100).

fd  ws-unit-master-file.
copy "unit-master-record.cpy".

fd  ws-rate-master-file.
copy "rate-master-record.cpy".

fd  ws-journal-file.
copy "finance-journal-record.cpy".

fd  ws-posting-log-file.
01  ws-posting-log-record.
    05  cp-period             pic 9(6).
    05  cp-posting-type       pic x.
    05  cp-restatement-no     pic 9(2).
    05  cp-run-date           pic 9(8).
    05  cp-statement-total    pic 9(11)v99.
    05  cp-site-count         pic 9(4).

working-storage section.
01 ws-audit-file-status       pic xx.
01 ws-archive-file-status     pic xx.
01 ws-site-master-file-status pic xx.
01 ws-unit-master-file-status pic xx.
01 ws-rate-master-file-status pic xx.
01 ws-journal-file-status     pic xx.
01 ws-posting-log-file-status pic xx.

01 ws-eof-flag                pic x value "N".
   88 ws-end-of-file           value "Y".
      05 stm-converted        pic 9(9).
      05 stm-rejected         pic 9(9).
      05 stm-warned           pic 9(9).
      05 stm-on-master        pic x.
      05 stm-unpriced         pic 9(9).
      05 stm-conv-amount      pic 9(9)v99.
      05 stm-reject-amount    pic 9(9)v99.
      05 stm-subtotal         pic 9(9)v99.
      05 stm-discount-pct     pic 9(2)v99.
      05 stm-discount-amount  pic 9(9)v99.
      05 stm-total            pic 9(9)v99.
      05 stm-cost-centre      pic x(8).
      05 stm-billed-flag      pic x.
      05 stm-unit-entry occurs 12 times.
         10 stm-unit-code     pic x(4).
         10 stm-unit-count    pic 9(9).
         10 stm-unit-in       pic s9(11)v99.
         10 stm-unit-out      pic s9(11)v99.
         10 stm-unit-charge   pic 9(9)v9(4).
         10 stm-unit-rate     pic 9(3)v9(4).
         10 stm-unit-rate-flag pic x.
      05 stm-reason-entry occurs 10 times.
         10 stm-reason        pic x(10).
         10 stm-reason-count  pic 9(9).
         10 stm-reason-charge pic 9(9)v9(4).
         10 stm-reason-rate   pic 9(3)v9(4).
         10 stm-reason-rate-flag pic x.
01 ws-site-count              pic s9(4) comp value 0.
01 ws-site-sub                pic s9(4) comp.
01 ws-site-hit-sub            pic s9(4) comp.
01 ws-entry-warn              pic x(4).
01 ws-entry-in-num            pic s9(6)v99.
01 ws-entry-out-num           pic s9(6)v99.
01 ws-entry-date              pic 9(8).

*> Measurement class per unit code, from the unit master - the
*> latest approved record in effect, as the batch loads it.
01 ws-unit-class-table.
   03 ws-unit-class-entry occurs 40 times.
      05 ucl-unit-code        pic x(4).
      05 ucl-class            pic x(3).
      05 ucl-eff-date         pic 9(8).
01 ws-unit-class-count        pic s9(4) comp value 0.
01 ws-unit-class-sub          pic s9(4) comp.
01 ws-unit-class-hit-sub      pic s9(4) comp.

*> The whole rate master, history included, so each reading is
*> priced at the rate in effect on its own date.
01 ws-rate-table.
   03 ws-rate-entry occurs 300 times.
      05 rt-rate-type         pic x.
      05 rt-class             pic x(3).
      05 rt-unit-code         pic x(4).
      05 rt-site-code         pic x(4).
      05 rt-charge            pic 9(3)v9(4).
      05 rt-cost-centre       pic x(8).
      05 rt-discount-pct      pic 9(2)v99.
      05 rt-eff-date          pic 9(8).
      05 rt-active-flag       pic x.
01 ws-rate-count              pic s9(4) comp value 0.
01 ws-rate-sub                pic s9(4) comp.
01 ws-rate-hit-sub            pic s9(4) comp.

*> Key and date of the rate being looked up.
01 ws-look-type               pic x.
01 ws-look-class              pic x(3).
01 ws-look-unit-code          pic x(4).
01 ws-look-site-code          pic x(4).
01 ws-look-date               pic 9(8).
01 ws-look-best-date          pic 9(8).

01 ws-month-end               pic 9(8).
01 ws-next-month-first        pic 9(8).
01 ws-next-month-parts redefines ws-next-month-first.
   05 ws-next-year            pic 9(4).
   05 ws-next-mm              pic 9(2).
   05 ws-next-dd              pic 9(2).

*> Ledger coding for the journal: the chargeback expense account
*> every site centre is debited on, the recovery account and
*> centre the survey processing unit is credited on, and the
*> suspense centre a site without chargeback terms is held in.
01 ws-chargeback-account      pic x(8) value "61500".
01 ws-recovery-account        pic x(8) value "48200".
01 ws-recovery-cost-centre    pic x(8) value "SVYPROC".
01 ws-suspense-cost-centre    pic x(8) value "SUSPENSE".

*> One debit per cost centre, summed over the sites it covers.
01 ws-centre-table.
   03 ws-centre-entry occurs 20 times.
      05 ce-cost-centre       pic x(8).
      05 ce-amount            pic 9(11)v99.
      05 ce-site-count        pic 9(4).
      05 ce-first-site        pic x(4).
01 ws-centre-count            pic s9(4) comp value 0.
01 ws-centre-sub              pic s9(4) comp.
01 ws-centre-hit-sub          pic s9(4) comp.

01 ws-posting-type            pic x value "O".
   88 ws-restatement           value "R".
01 ws-restatement-no          pic 9(2) value 0.
01 ws-prior-run-date          pic 9(8) value 0.
01 ws-prior-total             pic 9(11)v99 value 0.
01 ws-statement-total         pic 9(11)v99 value 0.
01 ws-debit-total             pic 9(11)v99 value 0.
01 ws-journal-entries         pic 9(5) value 0.
01 ws-billed-sites            pic 9(4) value 0.
01 ws-unpriced-total          pic 9(9) value 0.
01 ws-suspense-sites          pic 9(4) value 0.
01 ws-line-amount             pic 9(9)v99.
01 ws-rate-edited             pic zz9.9999.
01 ws-amount-edited           pic zzz,zzz,zz9.99.
01 ws-big-amount-edited       pic z,zzz,zzz,zz9.99.
01 ws-pct-edited              pic z9.99.

01 ws-statement-pages         pic 9(4) value 0.
01 ws-count-edited            pic zzz,zzz,zz9.
        move ws-month-text(1:6) to ws-report-month
    end-if

    perform set-month-end

    perform load-site-master
    perform load-unit-classes
    perform load-rate-master
    perform scan-archive-month
    perform scan-live-trail
    perform check-prior-postings
    perform price-site-statements

    open output ws-report-file
    perform varying ws-site-sub from 1 by 1
            until ws-site-sub > ws-site-count
        if stm-billed-flag(ws-site-sub) = "Y"
            add 1 to ws-statement-pages
            perform print-site-statement
        end-if
    perform print-summary-page
    close ws-report-file

    perform write-finance-journal

    display "Site statements written for " ws-report-month ": "
        ws-statement-pages " page(s) plus summary."
    if ws-restatement
        display "Posted as restatement " ws-restatement-no
            " of the month."
    end-if
    if ws-unpriced-total > 0 or ws-suspense-sites > 0
        display "Chargeback incomplete: " ws-unpriced-total
            " reading(s) without a rate, " ws-suspense-sites
            " site(s) without chargeback terms."
        if return-code < 4
            move 4 to return-code
        end-if
    end-if
    goback.

set-default-dd-names.

    move "DD_SITESTMT" to ws-dd-name
    move "site-statements.dat" to ws-dd-default-value
    perform default-one-dd-name

    move "DD_UNITMST" to ws-dd-name
    move "unit-master.dat" to ws-dd-default-value
    perform default-one-dd-name

    move "DD_RATEMST" to ws-dd-name
    move "rate-master.dat" to ws-dd-default-value
    perform default-one-dd-name

    move "DD_FINJRNL" to ws-dd-name
    move "finance-journal.dat" to ws-dd-default-value
    perform default-one-dd-name

    move "DD_CHGPOST" to ws-dd-name
    move "chargeback-posting-log.dat" to ws-dd-default-value
    perform default-one-dd-name.

default-one-dd-name.
        end-perform
        if ws-site-hit-sub > 0
            if sm-effective-date >= stm-eff-date(ws-site-hit-sub)
                move "Y" to stm-on-master(ws-site-hit-sub)
                move sm-site-name
                    to stm-site-name(ws-site-hit-sub)
                move sm-active-flag
        else
            perform add-site-slot
            if ws-site-hit-sub > 0
                move "Y" to stm-on-master(ws-site-hit-sub)
                move sm-site-name
                    to stm-site-name(ws-site-hit-sub)
                move sm-active-flag
        move 0 to stm-converted(ws-site-hit-sub)
        move 0 to stm-rejected(ws-site-hit-sub)
        move 0 to stm-warned(ws-site-hit-sub)
        move "N" to stm-on-master(ws-site-hit-sub)
        move 0 to stm-unpriced(ws-site-hit-sub)
        move 0 to stm-conv-amount(ws-site-hit-sub)
        move 0 to stm-reject-amount(ws-site-hit-sub)
        move 0 to stm-subtotal(ws-site-hit-sub)
        move 0 to stm-discount-pct(ws-site-hit-sub)
        move 0 to stm-discount-amount(ws-site-hit-sub)
        move 0 to stm-total(ws-site-hit-sub)
        move spaces to stm-cost-centre(ws-site-hit-sub)
        move "N" to stm-billed-flag(ws-site-hit-sub)
        perform varying ws-slot-sub from 1 by 1
                until ws-slot-sub > 12
            move spaces
            move 0 to stm-unit-count(ws-site-hit-sub ws-slot-sub)
            move 0 to stm-unit-in(ws-site-hit-sub ws-slot-sub)
            move 0 to stm-unit-out(ws-site-hit-sub ws-slot-sub)
            move 0 to stm-unit-charge(ws-site-hit-sub ws-slot-sub)
            move 0 to stm-unit-rate(ws-site-hit-sub ws-slot-sub)
            move space
                to stm-unit-rate-flag(ws-site-hit-sub ws-slot-sub)
        end-perform
        perform varying ws-slot-sub from 1 by 1
                until ws-slot-sub > 10
                to stm-reason(ws-site-hit-sub ws-slot-sub)
            move 0
                to stm-reason-count(ws-site-hit-sub ws-slot-sub)
            move 0
                to stm-reason-charge(ws-site-hit-sub ws-slot-sub)
            move 0
                to stm-reason-rate(ws-site-hit-sub ws-slot-sub)
            move space to
                stm-reason-rate-flag(ws-site-hit-sub ws-slot-sub)
        end-perform
    else
        display "Site statement table is full - site "
            sm-site-code " is not reported this month."
    end-if.

set-month-end.
    *> Site terms (cost centre, discount) are taken as they stand
    *> on the month's last day.
    move ws-report-month to ws-next-month-first(1:6)
    if ws-next-mm = 12
        add 1 to ws-next-year
        move 1 to ws-next-mm
    else
        add 1 to ws-next-mm
    end-if
    move 1 to ws-next-dd
    compute ws-month-end = function date-of-integer
        (function integer-of-date(ws-next-month-first) - 1).

load-unit-classes.
    *> The measurement class per unit, from the latest approved
    *> unit master record in effect, the same walk the loader makes.
    move 0 to ws-unit-class-count
    move "N" to ws-eof-flag
    open input ws-unit-master-file
    if ws-unit-master-file-status = "00"
        perform until ws-end-of-file
            read ws-unit-master-file
                at end
                    set ws-end-of-file to true
                not at end
                    if um-approved
                            and um-effective-date is numeric
                            and um-effective-date <= ws-today
                        perform consider-unit-record
                    end-if
            end-read
        end-perform
        close ws-unit-master-file
    else
        display "Unit master not available (status="
            ws-unit-master-file-status ") - only class default"
            " rates can be found."
    end-if
    move "N" to ws-eof-flag.

consider-unit-record.
    move 0 to ws-unit-class-hit-sub
    perform varying ws-unit-class-sub from 1 by 1
            until ws-unit-class-sub > ws-unit-class-count
        if ucl-unit-code(ws-unit-class-sub) = um-unit-code
            move ws-unit-class-sub to ws-unit-class-hit-sub
        end-if
    end-perform
    if ws-unit-class-hit-sub = 0
        if ws-unit-class-count < 40
            add 1 to ws-unit-class-count
            move ws-unit-class-count to ws-unit-class-hit-sub
            move um-unit-code to ucl-unit-code(ws-unit-class-hit-sub)
            move 0 to ucl-eff-date(ws-unit-class-hit-sub)
        end-if
    end-if
    if ws-unit-class-hit-sub > 0
        if um-effective-date >= ucl-eff-date(ws-unit-class-hit-sub)
            move um-effective-date
                to ucl-eff-date(ws-unit-class-hit-sub)
            if um-class = spaces
                move "LEN" to ucl-class(ws-unit-class-hit-sub)
            else
                move um-class to ucl-class(ws-unit-class-hit-sub)
            end-if
        end-if
    end-if.

load-rate-master.
    move 0 to ws-rate-count
    move "N" to ws-eof-flag
    open input ws-rate-master-file
    if ws-rate-master-file-status = "00"
        perform until ws-end-of-file
            read ws-rate-master-file
                at end
                    set ws-end-of-file to true
                not at end
                    perform store-rate-record
            end-read
        end-perform
        close ws-rate-master-file
    else
        display "Rate master not available (status="
            ws-rate-master-file-status ") - statements are"
            " not priced."
    end-if
    move "N" to ws-eof-flag.

store-rate-record.
    if rm-effective-date is numeric
            and rm-charge is numeric
            and rm-discount-pct is numeric
        if ws-rate-count < 300
            add 1 to ws-rate-count
            move rm-rate-type to rt-rate-type(ws-rate-count)
            move rm-class to rt-class(ws-rate-count)
            move rm-unit-code to rt-unit-code(ws-rate-count)
            move rm-site-code to rt-site-code(ws-rate-count)
            move rm-charge to rt-charge(ws-rate-count)
            move rm-cost-centre to rt-cost-centre(ws-rate-count)
            move rm-discount-pct to rt-discount-pct(ws-rate-count)
            move rm-effective-date to rt-eff-date(ws-rate-count)
            move rm-active-flag to rt-active-flag(ws-rate-count)
        else
            display "Rate table is full - rate master records past"
                " 300 are not used."
        end-if
    end-if.

check-prior-postings.
    *> A month already on the posting log is being restated.
    move "N" to ws-eof-flag
    open input ws-posting-log-file
    if ws-posting-log-file-status = "00"
        perform until ws-end-of-file
            read ws-posting-log-file
                at end
                    set ws-end-of-file to true
                not at end
                    if cp-period = ws-report-month
                        move "R" to ws-posting-type
                        add 1 to ws-restatement-no
                        move cp-run-date to ws-prior-run-date
                        move cp-statement-total to ws-prior-total
                    end-if
            end-read
        end-perform
        close ws-posting-log-file
    end-if
    move "N" to ws-eof-flag.

scan-archive-month.
    *> The month's records may already live in the monthly archive
    *> file audit-archive.cbl cut - read it through the same
        move ws-audit-record(50:10) to ws-entry-in-text
        move ws-audit-record(65:10) to ws-entry-out-text
        move ws-audit-record(76:4) to ws-entry-warn
        move ws-audit-record(1:8) to ws-entry-date

        perform find-statement-site
        if ws-site-hit-sub > 0
    end-if
    if ws-slot-hit-sub > 0
        add 1 to stm-unit-count(ws-site-hit-sub ws-slot-hit-sub)
        perform price-converted-reading
        inspect ws-entry-in-text replacing all "," by "."
        inspect ws-entry-out-text replacing all "," by "."
        if function test-numval(ws-entry-in-text) = 0
    end-if
    if ws-slot-hit-sub > 0
        add 1 to stm-reason-count(ws-site-hit-sub ws-slot-hit-sub)
        perform price-rejected-reading
    end-if.

find-unit-class.
    move spaces to ws-look-class
    perform varying ws-unit-class-sub from 1 by 1
            until ws-unit-class-sub > ws-unit-class-count
        if ucl-unit-code(ws-unit-class-sub) = ws-entry-unit
            move ucl-class(ws-unit-class-sub) to ws-look-class
        end-if
    end-perform.

find-rate.
    *> Latest record for the key whose effective date has arrived
    *> by ws-look-date; a withdrawn key finds nothing.
    move 0 to ws-rate-hit-sub
    move 0 to ws-look-best-date
    perform varying ws-rate-sub from 1 by 1
            until ws-rate-sub > ws-rate-count
        if rt-rate-type(ws-rate-sub) = ws-look-type
                and rt-class(ws-rate-sub) = ws-look-class
                and rt-unit-code(ws-rate-sub) = ws-look-unit-code
                and rt-site-code(ws-rate-sub) = ws-look-site-code
                and rt-eff-date(ws-rate-sub) <= ws-look-date
            if ws-rate-hit-sub = 0
                    or rt-eff-date(ws-rate-sub) >= ws-look-best-date
                move ws-rate-sub to ws-rate-hit-sub
                move rt-eff-date(ws-rate-sub) to ws-look-best-date
            end-if
        end-if
    end-perform
    if ws-rate-hit-sub > 0
        if rt-active-flag(ws-rate-hit-sub) = "N"
            move 0 to ws-rate-hit-sub
        end-if
    end-if.

price-converted-reading.
    *> The unit's own rate on the reading's date, else its class
    *> default; neither on file leaves the reading uncharged.
    perform find-unit-class
    move "C" to ws-look-type
    move ws-entry-unit to ws-look-unit-code
    move spaces to ws-look-site-code
    move ws-entry-date to ws-look-date
    perform find-rate
    if ws-rate-hit-sub = 0 and ws-look-class not = spaces
        move spaces to ws-look-unit-code
        perform find-rate
    end-if
    if ws-rate-hit-sub = 0
        add 1 to stm-unpriced(ws-site-hit-sub)
    else
        add rt-charge(ws-rate-hit-sub)
            to stm-unit-charge(ws-site-hit-sub ws-slot-hit-sub)
        evaluate true
            when stm-unit-rate-flag(ws-site-hit-sub ws-slot-hit-sub)
                    = space
                move rt-charge(ws-rate-hit-sub)
                    to stm-unit-rate(ws-site-hit-sub ws-slot-hit-sub)
                move "S" to
                    stm-unit-rate-flag(ws-site-hit-sub ws-slot-hit-sub)
            when stm-unit-rate(ws-site-hit-sub ws-slot-hit-sub)
                    not = rt-charge(ws-rate-hit-sub)
                move "M" to
                    stm-unit-rate-flag(ws-site-hit-sub ws-slot-hit-sub)
        end-evaluate
    end-if.

price-rejected-reading.
    move "R" to ws-look-type
    move spaces to ws-look-class
    move spaces to ws-look-unit-code
    move spaces to ws-look-site-code
    move ws-entry-date to ws-look-date
    perform find-rate
    if ws-rate-hit-sub > 0
        add rt-charge(ws-rate-hit-sub)
            to stm-reason-charge(ws-site-hit-sub ws-slot-hit-sub)
        evaluate true
            when stm-reason-rate-flag(ws-site-hit-sub ws-slot-hit-sub)
                    = space
                move rt-charge(ws-rate-hit-sub) to
                    stm-reason-rate(ws-site-hit-sub ws-slot-hit-sub)
                move "S" to stm-reason-rate-flag
                    (ws-site-hit-sub ws-slot-hit-sub)
            when stm-reason-rate(ws-site-hit-sub ws-slot-hit-sub)
                    not = rt-charge(ws-rate-hit-sub)
                move "M" to stm-reason-rate-flag
                    (ws-site-hit-sub ws-slot-hit-sub)
        end-evaluate
    end-if.

price-site-statements.
    *> Line amounts rounded to the cent, the discount off their
    *> sum, and the billed sites' totals summed per cost centre
    *> for the journal.
    move 0 to ws-centre-count
    perform varying ws-site-sub from 1 by 1
            until ws-site-sub > ws-site-count
        if stm-site-code(ws-site-sub) not = "LOCL"
                and (stm-active-flag(ws-site-sub) = "Y"
                    or (stm-on-master(ws-site-sub) = "Y"
                        and stm-converted(ws-site-sub)
                            + stm-rejected(ws-site-sub) > 0))
            move "Y" to stm-billed-flag(ws-site-sub)
            perform price-one-site
        end-if
    end-perform.

price-one-site.
    perform varying ws-slot-sub from 1 by 1
            until ws-slot-sub > 12
        compute ws-line-amount rounded =
            stm-unit-charge(ws-site-sub ws-slot-sub)
        add ws-line-amount to stm-conv-amount(ws-site-sub)
    end-perform
    perform varying ws-slot-sub from 1 by 1
            until ws-slot-sub > 10
        compute ws-line-amount rounded =
            stm-reason-charge(ws-site-sub ws-slot-sub)
        add ws-line-amount to stm-reject-amount(ws-site-sub)
    end-perform
    compute stm-subtotal(ws-site-sub) =
        stm-conv-amount(ws-site-sub) + stm-reject-amount(ws-site-sub)

    move "S" to ws-look-type
    move spaces to ws-look-class
    move spaces to ws-look-unit-code
    move stm-site-code(ws-site-sub) to ws-look-site-code
    move ws-month-end to ws-look-date
    perform find-rate
    if ws-rate-hit-sub > 0
        move rt-cost-centre(ws-rate-hit-sub)
            to stm-cost-centre(ws-site-sub)
        move rt-discount-pct(ws-rate-hit-sub)
            to stm-discount-pct(ws-site-sub)
    else
        move ws-suspense-cost-centre to stm-cost-centre(ws-site-sub)
        move 0 to stm-discount-pct(ws-site-sub)
        if stm-subtotal(ws-site-sub) > 0
            add 1 to ws-suspense-sites
        end-if
    end-if
    compute stm-discount-amount(ws-site-sub) rounded =
        stm-subtotal(ws-site-sub) * stm-discount-pct(ws-site-sub)
        / 100
    compute stm-total(ws-site-sub) =
        stm-subtotal(ws-site-sub) - stm-discount-amount(ws-site-sub)

    add 1 to ws-billed-sites
    add stm-unpriced(ws-site-sub) to ws-unpriced-total
    add stm-total(ws-site-sub) to ws-statement-total
    if stm-total(ws-site-sub) > 0
        perform add-to-cost-centre
    end-if.

add-to-cost-centre.
    move 0 to ws-centre-hit-sub
    perform varying ws-centre-sub from 1 by 1
            until ws-centre-sub > ws-centre-count
        if ce-cost-centre(ws-centre-sub)
                = stm-cost-centre(ws-site-sub)
            move ws-centre-sub to ws-centre-hit-sub
        end-if
    end-perform
    if ws-centre-hit-sub = 0
        *> The site table holds 20 sites, so 20 centres always fit.
        add 1 to ws-centre-count
        move ws-centre-count to ws-centre-hit-sub
        move stm-cost-centre(ws-site-sub)
            to ce-cost-centre(ws-centre-hit-sub)
        move 0 to ce-amount(ws-centre-hit-sub)
        move 0 to ce-site-count(ws-centre-hit-sub)
        move stm-site-code(ws-site-sub)
            to ce-first-site(ws-centre-hit-sub)
    end-if
    add stm-total(ws-site-sub) to ce-amount(ws-centre-hit-sub)
    add 1 to ce-site-count(ws-centre-hit-sub).

print-site-statement.
    move spaces to ws-report-line
    string "SITE ACTIVITY STATEMENT   MONTH: " delimited by size
           into ws-report-line
    end-string
    write ws-report-line
    perform print-restatement-line
    move spaces to ws-report-line
    write ws-report-line

    end-string
    write ws-report-line

    perform print-site-charges

    move spaces to ws-report-line
    move "----------------------------------------"
        to ws-report-line
           ws-out-edited delimited by size
           into ws-report-line
    end-string
    evaluate stm-unit-rate-flag(ws-site-sub ws-slot-sub)
        when "S"
            move stm-unit-rate(ws-site-sub ws-slot-sub)
                to ws-rate-edited
            move ws-rate-edited to ws-report-line(64:8)
        when "M"
            move "VARIOUS" to ws-report-line(64:8)
        when other
            move "NO RATE" to ws-report-line(64:8)
    end-evaluate
    compute ws-line-amount rounded =
        stm-unit-charge(ws-site-sub ws-slot-sub)
    move ws-line-amount to ws-amount-edited
    move ws-amount-edited to ws-report-line(74:14)
    write ws-report-line.

print-reason-line.
           ws-count-edited delimited by size
           into ws-report-line
    end-string
    evaluate stm-reason-rate-flag(ws-site-sub ws-slot-sub)
        when "S"
            move stm-reason-rate(ws-site-sub ws-slot-sub)
                to ws-rate-edited
            move ws-rate-edited to ws-report-line(64:8)
        when "M"
            move "VARIOUS" to ws-report-line(64:8)
        when other
            move "NO RATE" to ws-report-line(64:8)
    end-evaluate
    compute ws-line-amount rounded =
        stm-reason-charge(ws-site-sub ws-slot-sub)
    move ws-line-amount to ws-amount-edited
    move ws-amount-edited to ws-report-line(74:14)
    write ws-report-line.

print-restatement-line.
    if ws-restatement
        move spaces to ws-report-line
        move ws-prior-total to ws-big-amount-edited
        string "RESTATEMENT " delimited by size
               ws-restatement-no delimited by size
               " - REPLACES THE STATEMENTS OF " delimited by size
               ws-prior-run-date delimited by size
               " (TOTAL " delimited by size
               ws-big-amount-edited delimited by size
               ")" delimited by size
               into ws-report-line
        end-string
        write ws-report-line
    end-if.

print-site-charges.
    move spaces to ws-report-line
    write ws-report-line
    move stm-conv-amount(ws-site-sub) to ws-amount-edited
    move spaces to ws-report-line
    string "CHARGES: CONVERTED READINGS ....... " delimited by size
           ws-amount-edited delimited by size
           into ws-report-line
    end-string
    write ws-report-line
    move stm-reject-amount(ws-site-sub) to ws-amount-edited
    move spaces to ws-report-line
    string "         REJECT HANDLING .......... " delimited by size
           ws-amount-edited delimited by size
           into ws-report-line
    end-string
    write ws-report-line
    move stm-subtotal(ws-site-sub) to ws-amount-edited
    move spaces to ws-report-line
    string "         SUBTOTAL ................. " delimited by size
           ws-amount-edited delimited by size
           into ws-report-line
    end-string
    write ws-report-line
    if stm-discount-pct(ws-site-sub) > 0
        move stm-discount-pct(ws-site-sub) to ws-pct-edited
        move stm-discount-amount(ws-site-sub) to ws-amount-edited
        move spaces to ws-report-line
        string "         LESS DISCOUNT " delimited by size
               ws-pct-edited delimited by size
               "% ...... " delimited by size
               ws-amount-edited delimited by size
               into ws-report-line
        end-string
        write ws-report-line
    end-if
    move stm-total(ws-site-sub) to ws-amount-edited
    move spaces to ws-report-line
    string "         TOTAL CHARGED ............ " delimited by size
           ws-amount-edited delimited by size
           "   COST CENTRE: " delimited by size
           stm-cost-centre(ws-site-sub) delimited by size
           into ws-report-line
    end-string
    write ws-report-line
    if stm-unpriced(ws-site-sub) > 0
        move stm-unpriced(ws-site-sub) to ws-count-edited
        move spaces to ws-report-line
        string "*** " delimited by size
               ws-count-edited delimited by size
               " CONVERTED READING(S) HAD NO RATE ON FILE"
               " - NOT CHARGED ***" delimited by size
               into ws-report-line
        end-string
        write ws-report-line
    end-if
    if stm-cost-centre(ws-site-sub) = ws-suspense-cost-centre
            and stm-subtotal(ws-site-sub) > 0
        move "*** NO CHARGEBACK TERMS ON FILE - DEBITED TO SUSPENSE ***"
            to ws-report-line
        write ws-report-line
    end-if.

print-summary-page.
    move spaces to ws-report-line
    string "ALL-SITES SUMMARY   MONTH: " delimited by size
    end-string
    write ws-report-line
    move spaces to ws-report-line
    perform print-restatement-line
    move spaces to ws-report-line
    string "SITE  ACTIVE  CONVERTED    REJECTED     WARNED"
           "      NAME                    TOTAL CHARGED"
           delimited by size
           into ws-report-line
    end-string
    write ws-report-line
        if stm-site-code(ws-site-sub) not = "LOCL"
            perform print-summary-line
        end-if
    end-perform

    move spaces to ws-report-line
    write ws-report-line
    move ws-statement-total to ws-big-amount-edited
    move spaces to ws-report-line
    string "STATEMENT TOTAL (" delimited by size
           ws-billed-sites delimited by size
           " SITES BILLED) ......... " delimited by size
           ws-big-amount-edited delimited by size
           into ws-report-line
    end-string
    write ws-report-line
    move spaces to ws-report-line
    if ws-restatement
        string "POSTED TO THE FINANCE JOURNAL AS RESTATEMENT "
               delimited by size
               ws-restatement-no delimited by size
               " OF " delimited by size
               ws-report-month delimited by size
               into ws-report-line
        end-string
    else
        string "POSTED TO THE FINANCE JOURNAL AS THE ORIGINAL"
               " POSTING FOR " delimited by size
               ws-report-month delimited by size
               into ws-report-line
        end-string
    end-if
    write ws-report-line.

print-summary-line.
    move spaces to ws-report-line
    move stm-warned(ws-site-sub) to ws-count-edited
    move ws-count-edited to ws-report-line(38:11)
    move stm-site-name(ws-site-sub) to ws-report-line(52:20)
    if stm-billed-flag(ws-site-sub) = "Y"
        move stm-total(ws-site-sub) to ws-amount-edited
        move ws-amount-edited to ws-report-line(74:14)
    else
        move "NOT BILLED" to ws-report-line(78:10)
    end-if
    write ws-report-line.

write-finance-journal.
    *> Header, one debit per cost centre, the offsetting credit,
    *> and the control trailer; then the month goes on the posting
    *> log, which is what makes the next run for it a restatement.
    open output ws-journal-file
    if ws-journal-file-status not = "00"
        display "Unable to write the finance journal (status="
            ws-journal-file-status ") - month not posted."
        move 8 to return-code
    else
        move 0 to ws-journal-entries
        move 0 to ws-debit-total

        move spaces to ws-finance-journal-record
        set fj-header to true
        perform fill-journal-common
        move spaces to fj-cost-centre
        move spaces to fj-account
        move ws-prior-total to fj-amount
        move ws-billed-sites to fj-site-count
        move "SURVEY CHARGEBACK" to fj-description
        write ws-finance-journal-record

        perform varying ws-centre-sub from 1 by 1
                until ws-centre-sub > ws-centre-count
            move spaces to ws-finance-journal-record
            set fj-debit to true
            perform fill-journal-common
            move ce-cost-centre(ws-centre-sub) to fj-cost-centre
            move ws-chargeback-account to fj-account
            move ce-amount(ws-centre-sub) to fj-amount
            move ce-site-count(ws-centre-sub) to fj-site-count
            move spaces to fj-description
            if ce-site-count(ws-centre-sub) = 1
                string "SURVEY CHARGEBACK " delimited by size
                       ce-first-site(ws-centre-sub) delimited by size
                       into fj-description
                end-string
            else
                move "SURVEY CHARGEBACK SITES" to fj-description
            end-if
            write ws-finance-journal-record
            add 1 to ws-journal-entries
            add ce-amount(ws-centre-sub) to ws-debit-total
        end-perform

        if ws-debit-total > 0
            move spaces to ws-finance-journal-record
            set fj-credit to true
            perform fill-journal-common
            move ws-recovery-cost-centre to fj-cost-centre
            move ws-recovery-account to fj-account
            move ws-debit-total to fj-amount
            move ws-billed-sites to fj-site-count
            move "SURVEY PROCESSING RECOV" to fj-description
            write ws-finance-journal-record
            add 1 to ws-journal-entries
        end-if

        move spaces to ws-finance-journal-trailer
        move "T" to ft-record-type
        move ws-report-month to ft-period
        move ws-posting-type to ft-posting-type
        move ws-restatement-no to ft-restatement-no
        move ws-journal-entries to ft-entry-count
        move ws-debit-total to ft-debit-total
        move ws-debit-total to ft-credit-total
        move ws-statement-total to ft-statement-total
        move ws-today to ft-run-date
        write ws-finance-journal-trailer
        close ws-journal-file

        perform record-posting
    end-if.

fill-journal-common.
    move ws-report-month to fj-period
    move ws-posting-type to fj-posting-type
    move ws-restatement-no to fj-restatement-no
    move 0 to fj-amount
    move 0 to fj-site-count
    move ws-today to fj-run-date.

record-posting.
    *> A posting that is not logged makes the month's next run an
    *> original again, which finance would book twice - so a log
    *> that cannot be written fails the run.
    open extend ws-posting-log-file
    if ws-posting-log-file-status = "35"
        open output ws-posting-log-file
    end-if
    if ws-posting-log-file-status not = "00"
        display "Unable to write the chargeback posting log (status="
            ws-posting-log-file-status ") - the journal was written"
            " but the month is not recorded as posted."
        move 8 to return-code
    else
        move ws-report-month to cp-period
        move ws-posting-type to cp-posting-type
        move ws-restatement-no to cp-restatement-no
        move ws-today to cp-run-date
        move ws-statement-total to cp-statement-total
        move ws-billed-sites to cp-site-count
        write ws-posting-log-record
        if ws-posting-log-file-status not = "00"
            display "Unable to write the chargeback posting log"
                " (status=" ws-posting-log-file-status ") - the"
                " month is not recorded as posted."
            move 8 to return-code
        end-if
        close ws-posting-log-file
    end-if.
