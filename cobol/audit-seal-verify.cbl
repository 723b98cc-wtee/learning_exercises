identification division.
program-id. audit-seal-verify.

*> Rechecks the audit seal chain (AUDSEAL / audit-seals.dat, see
*> audit-seal-record.cpy, written nightly by audit-seal.cbl)
*> against every place an audit record can now live:
*>
*>   - the chain itself: every seal's previous-seal value must be
*>     the value of the seal before it, and every seal's own value
*>     must recompute from its date, count, hash total and that
*>     previous value - a seal edited to cover a doctored record
*>     breaks here even when its own count and hash were fixed up,
*>   - the live journal (AUDIT) and every archive month
*>     (audit-archive-YYYYMM.dat) from the first sealed month to
*>     this one: each seal's records are recounted and rehashed in
*>     journal order, so a changed, dropped or reordered record
*>     shows against the exact date and night that sealed it, and a
*>     sealed date found nowhere (an archive month gone missing)
*>     shows the same way,
*>   - the keyed audit index (AUDIXF): for every date the index
*>     still holds, its copy of each record is rehashed against the
*>     same seals - the index is what the inquiry screen and the
*>     run-window steps actually read,
*>   - records on a date already sealed that no seal covers: those
*>     dated before the latest sealing run cannot have been written
*>     since in the normal way, and are reported as added after
*>     sealing; those dated on or after it are simply awaiting
*>     tonight's seal. Records older than the first sealed date
*>     predate sealing and are only counted.
*>
*> Any break or mismatch ends RC=8 with the report naming the date
*> and the sealing night of every seal that no longer matches.
*> Runs as the VERIFY step of jcl/feetcnvb.jcl after SEAL, and
*> ahead of the archive cut in jcl/audarch.jcl, which does not cut
*> a month from a broken chain. A missing seal file is itself RC=8:
*> once sealing has begun there is always one, and its absence is
*> the easiest tampering of all. An index that cannot be opened is
*> reported and skipped, as every other index reader does; an index
*> behind the journal (an AUDIDX step that failed) shows as index
*> mismatches until AUDIDX next runs clean.
*>
*> AUDSEAL/AUDIT/AUDIXF/SEALRPT are DD-name style ASSIGN targets
*> resolved from DD_AUDSEAL/DD_AUDIT/DD_AUDIXF/DD_SEALRPT,
*> defaulted to audit-seals.dat, audit-trail.dat, audit-index.dat
*> and audit-seal-report.dat, matching the other programs' DD
*> handling. The archive months are read through AUDARCH, whose
*> DD_AUDARCH value this program sets itself to
*> audit-archive-YYYYMM.dat for each month, as audit-archive.cbl
*> does when it cuts them.

environment division.
input-output section.
file-control.
    select ws-seal-file assign to AUDSEAL
        organization is line sequential
        file status is ws-seal-file-status.
    select ws-audit-file assign to AUDIT
        organization is line sequential
        file status is ws-audit-file-status.
    select ws-archive-file assign to AUDARCH
        organization is line sequential
        file status is ws-archive-file-status.
    select ws-audit-index-file assign to AUDIXF
        organization is indexed
        access mode is sequential
        record key is aix-key
        file status is ws-audit-index-file-status.
    select ws-report-file assign to SEALRPT
        organization is line sequential.

data division.
file section.
fd  ws-seal-file.
copy "audit-seal-record.cpy".

fd  ws-audit-file.
01  ws-audit-record           pic x(80).

fd  ws-archive-file.
01  ws-archive-record         pic x(80).

fd  ws-audit-index-file.
copy "audit-index-record.cpy".

fd  ws-report-file.
01  ws-report-line            pic x(100).

working-storage section.
01 ws-seal-file-status        pic xx.
01 ws-audit-file-status       pic xx.
01 ws-archive-file-status     pic xx.
01 ws-audit-index-file-status pic xx.

01 ws-eof-flag                pic x value "N".
   88 ws-end-of-file           value "Y".
01 ws-index-pass-flag         pic x value "N".
   88 ws-index-pass            value "Y".
01 ws-index-read-flag         pic x value "N".
   88 ws-index-read            value "Y".

01 ws-today                   pic 9(8).
01 ws-today-month             pic 9(6).

*> Every seal on file, in chain order, with what the stored
*> records (journal and archives) and the index were found to
*> hold for it. st-next-seal links the seals of one date in chain
*> order, so each record finds its seal without a search.
01 ws-seal-table.
   03 ws-seal-entry occurs 3000 times.
      05 st-covered-date      pic 9(8).
      05 st-sealed-on         pic 9(8).
      05 st-record-count      pic 9(9).
      05 st-hash-total        pic 9(15).
      05 st-next-seal         pic s9(4) comp.
      05 st-found-count       pic 9(9).
      05 st-found-hash        pic 9(15).
      05 st-found-where       pic x(14).
      05 st-index-count       pic 9(9).
      05 st-index-hash        pic 9(15).
01 ws-seal-count              pic s9(4) comp value 0.
01 ws-seal-sub                pic s9(4) comp.

*> One entry per sealed date (plus any unsealed date met later):
*> its first and last seal, the cursor each pass walks through
*> them, and the records beyond them.
01 ws-date-table.
   03 ws-date-entry occurs 3000 times.
      05 dt-date              pic 9(8).
      05 dt-first-seal        pic s9(4) comp.
      05 dt-last-seal         pic s9(4) comp.
      05 dt-cursor-seal       pic s9(4) comp.
      05 dt-cursor-used       pic 9(9).
      05 dt-extra-count       pic 9(9).
      05 dt-index-extra       pic 9(9).
      05 dt-in-index          pic x.
01 ws-date-count              pic s9(4) comp value 0.
01 ws-date-sub                pic s9(4) comp.
01 ws-date-hit-sub            pic s9(4) comp.
01 ws-last-date               pic 9(8) value 0.
01 ws-last-date-sub           pic s9(4) comp value 0.

01 ws-first-covered-date      pic 9(8) value 0.
01 ws-latest-sealed-on        pic 9(8) value 0.
01 ws-record-data             pic x(80).
01 ws-record-date-text        pic x(8).
01 ws-record-date             pic 9(8).
01 ws-source-name             pic x(14).

01 ws-scan-month              pic 9(6).
01 ws-scan-month-parts redefines ws-scan-month.
   05 ws-scan-year            pic 9(4).
   05 ws-scan-mm              pic 9(2).
01 ws-archive-name            pic x(80).

*> Hash and chain arithmetic - the same folding audit-seal.cbl
*> applies, kept modulo 10**15 in DIVIDE/MULTIPLY steps.
01 ws-hash-modulus            pic 9(16) value 1000000000000000.
01 ws-hash-record             pic x(80).
01 ws-hash-running            pic 9(15).
01 ws-record-hash             pic 9(9).
01 ws-byte-sub                pic s9(4) comp.
01 ws-hash-work               pic 9(17).
01 ws-hash-quotient           pic 9(17).
01 ws-chain-date              pic 9(8).
01 ws-chain-count             pic 9(9).
01 ws-chain-hash              pic 9(15).
01 ws-chain-previous          pic 9(15).
01 ws-chain-value             pic 9(15).
01 ws-chain-term              pic 9(11).
01 ws-chain-tip               pic 9(15) value 0.

01 ws-source-records          pic 9(9).
01 ws-pre-seal-count          pic 9(9) value 0.
01 ws-pending-count           pic 9(9) value 0.
01 ws-undated-count           pic 9(9) value 0.
01 ws-chain-break-count       pic 9(9) value 0.
01 ws-mismatch-count          pic 9(9) value 0.
01 ws-seal-number             pic 9(4).
01 ws-count-edited            pic zzz,zzz,zz9.
01 ws-found-edited            pic zzz,zzz,zz9.

01 ws-dd-name                 pic x(20).
01 ws-dd-default-value        pic x(80).
01 ws-dd-current-value        pic x(80).

procedure division.
main-logic.
    accept ws-today from date yyyymmdd
    move ws-today(1:6) to ws-today-month
    perform set-default-dd-names

    open output ws-report-file
    move spaces to ws-report-line
    string "AUDIT SEAL VERIFICATION   RUN DATE: " delimited by size
           ws-today delimited by size
           into ws-report-line
    end-string
    write ws-report-line
    move spaces to ws-report-line
    write ws-report-line

    perform load-seal-chain
    if return-code not = 16 and ws-seal-count > 0
        perform verify-stored-records
        perform verify-audit-index
        perform report-seal-mismatches
        perform report-unsealed-records
    end-if
    perform write-verdict
    close ws-report-file
    goback.

set-default-dd-names.
    move "DD_AUDSEAL" to ws-dd-name
    move "audit-seals.dat" to ws-dd-default-value
    perform default-one-dd-name

    move "DD_AUDIT" to ws-dd-name
    move "audit-trail.dat" to ws-dd-default-value
    perform default-one-dd-name

    move "DD_AUDIXF" to ws-dd-name
    move "audit-index.dat" to ws-dd-default-value
    perform default-one-dd-name

    move "DD_SEALRPT" to ws-dd-name
    move "audit-seal-report.dat" to ws-dd-default-value
    perform default-one-dd-name.

default-one-dd-name.
    move spaces to ws-dd-current-value
    accept ws-dd-current-value from environment ws-dd-name
    if ws-dd-current-value = spaces
        display ws-dd-name upon environment-name
        display ws-dd-default-value upon environment-value
    end-if.

load-seal-chain.
    move "N" to ws-eof-flag
    open input ws-seal-file
    if ws-seal-file-status not = "00"
        move spaces to ws-report-line
        string "SEAL FILE NOT AVAILABLE (STATUS=" delimited by size
               ws-seal-file-status delimited by size
               ") - NOTHING CAN BE VERIFIED" delimited by size
               into ws-report-line
        end-string
        write ws-report-line
        add 1 to ws-chain-break-count
    else
        perform until ws-end-of-file
            read ws-seal-file
                at end
                    set ws-end-of-file to true
                not at end
                    perform check-one-seal
            end-read
        end-perform
        close ws-seal-file
        move ws-seal-count to ws-seal-number
        move spaces to ws-report-line
        string "SEALS ON FILE: " delimited by size
               ws-seal-number delimited by size
               "   FIRST DATE SEALED: " delimited by size
               ws-first-covered-date delimited by size
               "   LATEST SEALING RUN: " delimited by size
               ws-latest-sealed-on delimited by size
               into ws-report-line
        end-string
        write ws-report-line
        if ws-chain-break-count = 0
            move "SEAL CHAIN: EVERY LINK RECOMPUTES" to ws-report-line
            write ws-report-line
        end-if
    end-if
    move "N" to ws-eof-flag.

check-one-seal.
    if ws-seal-count >= 3000
        display "More than 3000 seals on file - the seal table must"
            " be enlarged before the chain can be verified."
        move 16 to return-code
        set ws-end-of-file to true
    else
        add 1 to ws-seal-count
        move ws-seal-count to ws-seal-number
        if as-covered-date is not numeric
                or as-sealed-on is not numeric
                or as-record-count is not numeric
                or as-hash-total is not numeric
                or as-previous-seal is not numeric
                or as-seal-value is not numeric
            move spaces to ws-report-line
            string "CHAIN BROKEN AT SEAL " delimited by size
                   ws-seal-number delimited by size
                   ": SEAL RECORD IS NOT READABLE" delimited by size
                   into ws-report-line
            end-string
            write ws-report-line
            add 1 to ws-chain-break-count
            move 0 to st-covered-date(ws-seal-count)
            move 0 to st-sealed-on(ws-seal-count)
            move 0 to st-record-count(ws-seal-count)
            move 0 to st-hash-total(ws-seal-count)
            move 0 to st-next-seal(ws-seal-count)
        else
            move as-covered-date to ws-chain-date
            move as-record-count to ws-chain-count
            move as-hash-total to ws-chain-hash
            move as-previous-seal to ws-chain-previous
            perform compute-seal-value
            if as-previous-seal not = ws-chain-tip
                move spaces to ws-report-line
                string "CHAIN BROKEN AT SEAL " delimited by size
                       ws-seal-number delimited by size
                       ": DATE " delimited by size
                       as-covered-date delimited by size
                       " SEALED ON " delimited by size
                       as-sealed-on delimited by size
                       " - DOES NOT FOLLOW THE SEAL BEFORE IT"
                       delimited by size
                       into ws-report-line
                end-string
                write ws-report-line
                add 1 to ws-chain-break-count
            end-if
            if ws-chain-value not = as-seal-value
                move spaces to ws-report-line
                string "CHAIN BROKEN AT SEAL " delimited by size
                       ws-seal-number delimited by size
                       ": DATE " delimited by size
                       as-covered-date delimited by size
                       " SEALED ON " delimited by size
                       as-sealed-on delimited by size
                       " - SEAL VALUE DOES NOT RECOMPUTE"
                       delimited by size
                       into ws-report-line
                end-string
                write ws-report-line
                add 1 to ws-chain-break-count
            end-if
            move as-seal-value to ws-chain-tip
            perform store-seal-entry
        end-if
    end-if.

store-seal-entry.
    move as-covered-date to st-covered-date(ws-seal-count)
    move as-sealed-on to st-sealed-on(ws-seal-count)
    move as-record-count to st-record-count(ws-seal-count)
    move as-hash-total to st-hash-total(ws-seal-count)
    move 0 to st-next-seal(ws-seal-count)
    move 0 to st-found-count(ws-seal-count)
    move 0 to st-found-hash(ws-seal-count)
    move spaces to st-found-where(ws-seal-count)
    move 0 to st-index-count(ws-seal-count)
    move 0 to st-index-hash(ws-seal-count)
    if ws-first-covered-date = 0
            or as-covered-date < ws-first-covered-date
        move as-covered-date to ws-first-covered-date
    end-if
    if as-sealed-on > ws-latest-sealed-on
        move as-sealed-on to ws-latest-sealed-on
    end-if

    *> Link the seal onto its date's chain of seals.
    move as-covered-date to ws-record-date
    perform find-date-entry
    if ws-date-hit-sub = 0
        perform add-date-entry
        if ws-date-hit-sub > 0
            move ws-seal-count to dt-first-seal(ws-date-hit-sub)
        end-if
    else
        move ws-seal-count
            to st-next-seal(dt-last-seal(ws-date-hit-sub))
    end-if
    if ws-date-hit-sub > 0
        move ws-seal-count to dt-last-seal(ws-date-hit-sub)
    end-if.

find-date-entry.
    if ws-record-date = ws-last-date and ws-last-date-sub > 0
        move ws-last-date-sub to ws-date-hit-sub
    else
        move 0 to ws-date-hit-sub
        perform varying ws-date-sub from 1 by 1
                until ws-date-sub > ws-date-count
                    or ws-date-hit-sub > 0
            if dt-date(ws-date-sub) = ws-record-date
                move ws-date-sub to ws-date-hit-sub
            end-if
        end-perform
        if ws-date-hit-sub > 0
            move ws-record-date to ws-last-date
            move ws-date-hit-sub to ws-last-date-sub
        end-if
    end-if.

add-date-entry.
    if ws-date-count < 3000
        add 1 to ws-date-count
        move ws-date-count to ws-date-hit-sub
        move ws-record-date to dt-date(ws-date-hit-sub)
        move 0 to dt-first-seal(ws-date-hit-sub)
        move 0 to dt-last-seal(ws-date-hit-sub)
        move 0 to dt-cursor-seal(ws-date-hit-sub)
        move 0 to dt-cursor-used(ws-date-hit-sub)
        move 0 to dt-extra-count(ws-date-hit-sub)
        move 0 to dt-index-extra(ws-date-hit-sub)
        move "N" to dt-in-index(ws-date-hit-sub)
        move ws-record-date to ws-last-date
        move ws-date-hit-sub to ws-last-date-sub
    else
        display "More than 3000 audit dates - date " ws-record-date
            " cannot be verified."
        move 16 to return-code
    end-if.

reset-date-cursors.
    perform varying ws-date-sub from 1 by 1
            until ws-date-sub > ws-date-count
        move dt-first-seal(ws-date-sub) to dt-cursor-seal(ws-date-sub)
        move 0 to dt-cursor-used(ws-date-sub)
    end-perform
    move 0 to ws-last-date
    move 0 to ws-last-date-sub.

verify-stored-records.
    *> Archive months first, oldest to newest, then the live
    *> journal - the order the records were written in.
    perform reset-date-cursors
    move "N" to ws-index-pass-flag
    move spaces to ws-report-line
    write ws-report-line
    move "RECORDS RECHECKED:" to ws-report-line
    write ws-report-line

    move ws-first-covered-date(1:6) to ws-scan-month
    perform until ws-scan-month > ws-today-month
        perform verify-one-archive-month
        if ws-scan-mm = 12
            add 1 to ws-scan-year
            move 1 to ws-scan-mm
        else
            add 1 to ws-scan-mm
        end-if
    end-perform

    move "JOURNAL" to ws-source-name
    move 0 to ws-source-records
    move "N" to ws-eof-flag
    open input ws-audit-file
    if ws-audit-file-status not = "00"
        move spaces to ws-report-line
        string "  LIVE JOURNAL NOT AVAILABLE (STATUS="
               delimited by size
               ws-audit-file-status delimited by size
               ")" delimited by size
               into ws-report-line
        end-string
        write ws-report-line
    else
        perform until ws-end-of-file
            read ws-audit-file
                at end
                    set ws-end-of-file to true
                not at end
                    move ws-audit-record to ws-record-data
                    perform verify-one-record
            end-read
        end-perform
        close ws-audit-file
        perform write-source-line
    end-if
    move "N" to ws-eof-flag.

verify-one-archive-month.
    move spaces to ws-archive-name
    string "audit-archive-" delimited by size
           ws-scan-month delimited by size
           ".dat" delimited by size
           into ws-archive-name
    end-string
    display "DD_AUDARCH" upon environment-name
    display ws-archive-name upon environment-value
    move spaces to ws-source-name
    string "ARCHIVE " delimited by size
           ws-scan-month delimited by size
           into ws-source-name
    end-string
    move 0 to ws-source-records
    move "N" to ws-eof-flag
    open input ws-archive-file
    if ws-archive-file-status = "00"
        perform until ws-end-of-file
            read ws-archive-file
                at end
                    set ws-end-of-file to true
                not at end
                    move ws-archive-record to ws-record-data
                    perform verify-one-record
            end-read
        end-perform
        close ws-archive-file
        perform write-source-line
    end-if
    move "N" to ws-eof-flag.

verify-audit-index.
    perform reset-date-cursors
    set ws-index-pass to true
    move "INDEX" to ws-source-name
    move 0 to ws-source-records
    move "N" to ws-eof-flag
    open input ws-audit-index-file
    if ws-audit-index-file-status not = "00"
        move spaces to ws-report-line
        string "  AUDIT INDEX NOT AVAILABLE (STATUS="
               delimited by size
               ws-audit-index-file-status delimited by size
               ") - NOT CHECKED" delimited by size
               into ws-report-line
        end-string
        write ws-report-line
    else
        set ws-index-read to true
        perform until ws-end-of-file
            read ws-audit-index-file next record
                at end
                    set ws-end-of-file to true
                not at end
                    move aix-data to ws-record-data
                    perform verify-one-record
            end-read
        end-perform
        close ws-audit-index-file
        perform write-source-line
    end-if
    move "N" to ws-eof-flag
    move "N" to ws-index-pass-flag.

write-source-line.
    move ws-source-records to ws-count-edited
    move spaces to ws-report-line
    string "  " delimited by size
           ws-source-name delimited by size
           ws-count-edited delimited by size
           " RECORD(S)" delimited by size
           into ws-report-line
    end-string
    write ws-report-line.

verify-one-record.
    add 1 to ws-source-records
    move ws-record-data(1:8) to ws-record-date-text
    if ws-record-date-text is not numeric
        if not ws-index-pass
            add 1 to ws-undated-count
        end-if
    else
        move ws-record-date-text to ws-record-date
        perform find-date-entry
        if ws-date-hit-sub = 0
            if ws-record-date < ws-first-covered-date
                if not ws-index-pass
                    add 1 to ws-pre-seal-count
                end-if
            else
                perform add-date-entry
            end-if
        end-if
        if ws-date-hit-sub > 0
            perform fold-into-seal
        end-if
    end-if.

fold-into-seal.
    if ws-index-pass
        move "Y" to dt-in-index(ws-date-hit-sub)
    end-if
    move dt-cursor-seal(ws-date-hit-sub) to ws-seal-sub
    if ws-seal-sub = 0
        if ws-index-pass
            add 1 to dt-index-extra(ws-date-hit-sub)
        else
            add 1 to dt-extra-count(ws-date-hit-sub)
        end-if
    else
        move ws-record-data to ws-hash-record
        if ws-index-pass
            add 1 to st-index-count(ws-seal-sub)
            move st-index-hash(ws-seal-sub) to ws-hash-running
            perform fold-record-into-hash
            move ws-hash-running to st-index-hash(ws-seal-sub)
        else
            add 1 to st-found-count(ws-seal-sub)
            move st-found-hash(ws-seal-sub) to ws-hash-running
            perform fold-record-into-hash
            move ws-hash-running to st-found-hash(ws-seal-sub)
            move ws-source-name to st-found-where(ws-seal-sub)
        end-if
        add 1 to dt-cursor-used(ws-date-hit-sub)
        if dt-cursor-used(ws-date-hit-sub)
                >= st-record-count(ws-seal-sub)
            move st-next-seal(ws-seal-sub)
                to dt-cursor-seal(ws-date-hit-sub)
            move 0 to dt-cursor-used(ws-date-hit-sub)
        end-if
    end-if.

fold-record-into-hash.
    *> Each byte weighted by its column, so a transposition inside
    *> a record shows; the running total is carried forward times
    *> 31 before each record is added, so a reordering shows too.
    move 0 to ws-record-hash
    perform varying ws-byte-sub from 1 by 1 until ws-byte-sub > 80
        compute ws-record-hash = ws-record-hash
            + function ord(ws-hash-record(ws-byte-sub:1))
            * ws-byte-sub
    end-perform
    multiply ws-hash-running by 31 giving ws-hash-work
    add ws-record-hash to ws-hash-work
    divide ws-hash-work by ws-hash-modulus
        giving ws-hash-quotient remainder ws-hash-running.

compute-seal-value.
    multiply ws-chain-previous by 37 giving ws-hash-work
    add ws-chain-hash to ws-hash-work
    multiply ws-chain-count by 7 giving ws-chain-term
    add ws-chain-term to ws-hash-work
    add ws-chain-date to ws-hash-work
    divide ws-hash-work by ws-hash-modulus
        giving ws-hash-quotient remainder ws-chain-value.

report-seal-mismatches.
    move spaces to ws-report-line
    write ws-report-line
    move "SEALS THAT NO LONGER MATCH:" to ws-report-line
    write ws-report-line
    move spaces to ws-report-line
    string "SEAL DATE      SEALED ON  WHERE           SEALED RECS"
           "   FOUND RECS  PROBLEM" delimited by size
           into ws-report-line
    end-string
    write ws-report-line
    perform varying ws-seal-sub from 1 by 1
            until ws-seal-sub > ws-seal-count
        if st-covered-date(ws-seal-sub) > 0
            perform check-stored-seal
            perform check-index-seal
        end-if
    end-perform
    if ws-mismatch-count = 0
        move "  NONE - EVERY SEAL MATCHES ITS RECORDS" to ws-report-line
        write ws-report-line
    end-if.

check-stored-seal.
    if st-found-count(ws-seal-sub) not = st-record-count(ws-seal-sub)
            or st-found-hash(ws-seal-sub)
                not = st-hash-total(ws-seal-sub)
        add 1 to ws-mismatch-count
        move ws-seal-sub to ws-seal-number
        move st-record-count(ws-seal-sub) to ws-count-edited
        move st-found-count(ws-seal-sub) to ws-found-edited
        move spaces to ws-report-line
        move ws-seal-number to ws-report-line(1:4)
        move st-covered-date(ws-seal-sub) to ws-report-line(6:8)
        move st-sealed-on(ws-seal-sub) to ws-report-line(17:8)
        if st-found-count(ws-seal-sub) = 0
            move "NOWHERE" to ws-report-line(28:14)
        else
            move st-found-where(ws-seal-sub) to ws-report-line(28:14)
        end-if
        move ws-count-edited to ws-report-line(43:11)
        move ws-found-edited to ws-report-line(57:11)
        evaluate true
            when st-found-count(ws-seal-sub) = 0
                move "RECORDS MISSING" to ws-report-line(70:30)
            when st-found-count(ws-seal-sub)
                    < st-record-count(ws-seal-sub)
                move "RECORDS REMOVED" to ws-report-line(70:30)
            when st-found-count(ws-seal-sub)
                    > st-record-count(ws-seal-sub)
                move "RECORDS ADDED" to ws-report-line(70:30)
            when other
                move "RECORDS ALTERED" to ws-report-line(70:30)
        end-evaluate
        write ws-report-line
    end-if.

check-index-seal.
    *> Only dates the index still holds - older ones have been
    *> trimmed with the archive cut, as they should be.
    move st-covered-date(ws-seal-sub) to ws-record-date
    perform find-date-entry
    if ws-index-read and ws-date-hit-sub > 0
        if dt-in-index(ws-date-hit-sub) = "Y"
            if st-index-count(ws-seal-sub)
                    not = st-record-count(ws-seal-sub)
                    or st-index-hash(ws-seal-sub)
                        not = st-hash-total(ws-seal-sub)
                add 1 to ws-mismatch-count
                move ws-seal-sub to ws-seal-number
                move st-record-count(ws-seal-sub) to ws-count-edited
                move st-index-count(ws-seal-sub) to ws-found-edited
                move spaces to ws-report-line
                move ws-seal-number to ws-report-line(1:4)
                move st-covered-date(ws-seal-sub) to ws-report-line(6:8)
                move st-sealed-on(ws-seal-sub) to ws-report-line(17:8)
                move "INDEX" to ws-report-line(28:14)
                move ws-count-edited to ws-report-line(43:11)
                move ws-found-edited to ws-report-line(57:11)
                if st-index-count(ws-seal-sub)
                        = st-record-count(ws-seal-sub)
                    move "INDEX COPY ALTERED" to ws-report-line(70:30)
                else
                    move "INDEX DIFFERS FROM SEAL"
                        to ws-report-line(70:30)
                end-if
                write ws-report-line
            end-if
        end-if
    end-if.

report-unsealed-records.
    *> Records beyond a date's seals: before the latest sealing run
    *> they were slipped in after it; on or after it they are
    *> tonight's, still to be sealed.
    perform varying ws-date-sub from 1 by 1
            until ws-date-sub > ws-date-count
        if dt-extra-count(ws-date-sub) > 0
            if dt-date(ws-date-sub) < ws-latest-sealed-on
                add 1 to ws-mismatch-count
                move dt-extra-count(ws-date-sub) to ws-found-edited
                move spaces to ws-report-line
                string "  DATE " delimited by size
                       dt-date(ws-date-sub) delimited by size
                       ": " delimited by size
                       ws-found-edited delimited by size
                       " RECORD(S) ADDED AFTER THE DATE WAS SEALED"
                       delimited by size
                       into ws-report-line
                end-string
                write ws-report-line
            else
                add dt-extra-count(ws-date-sub) to ws-pending-count
            end-if
        end-if
        if ws-index-read and dt-index-extra(ws-date-sub) > 0
                and dt-date(ws-date-sub) < ws-latest-sealed-on
            add 1 to ws-mismatch-count
            move dt-index-extra(ws-date-sub) to ws-found-edited
            move spaces to ws-report-line
            string "  DATE " delimited by size
                   dt-date(ws-date-sub) delimited by size
                   ": " delimited by size
                   ws-found-edited delimited by size
                   " INDEX RECORD(S) NO SEAL COVERS"
                   delimited by size
                   into ws-report-line
            end-string
            write ws-report-line
        end-if
    end-perform

    move spaces to ws-report-line
    write ws-report-line
    move ws-pending-count to ws-count-edited
    move spaces to ws-report-line
    string "AWAITING TONIGHT'S SEAL ....: " delimited by size
           ws-count-edited delimited by size
           into ws-report-line
    end-string
    write ws-report-line
    move ws-pre-seal-count to ws-count-edited
    move spaces to ws-report-line
    string "OLDER THAN THE FIRST SEAL ..: " delimited by size
           ws-count-edited delimited by size
           into ws-report-line
    end-string
    write ws-report-line
    if ws-undated-count > 0
        move ws-undated-count to ws-count-edited
        move spaces to ws-report-line
        string "UNDATED (NEVER SEALED) .....: " delimited by size
               ws-count-edited delimited by size
               into ws-report-line
        end-string
        write ws-report-line
    end-if.

write-verdict.
    move spaces to ws-report-line
    write ws-report-line
    move spaces to ws-report-line
    if return-code = 16
        move "*** SEAL VERIFICATION COULD NOT COMPLETE - RC=16 ***"
            to ws-report-line
    else
        if ws-chain-break-count > 0 or ws-mismatch-count > 0
            add ws-chain-break-count to ws-mismatch-count
            move ws-mismatch-count to ws-count-edited
            string "*** " delimited by size
                   ws-count-edited delimited by size
                   " SEAL PROBLEM(S) - AUDIT TRAIL NOT AS SEALED"
                   " - RC=8 ***" delimited by size
                   into ws-report-line
            end-string
            display "Audit seal verification: " ws-mismatch-count
                " problem(s) - audit trail not as sealed."
            move 8 to return-code
        else
            move "*** AUDIT SEAL CHAIN INTACT ***" to ws-report-line
            display "Audit seal verification: chain intact."
        end-if
    end-if
    write ws-report-line.
