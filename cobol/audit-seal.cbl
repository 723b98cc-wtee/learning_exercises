identification division.
program-id. audit-seal.

*> Nightly seal of the audit journal. The audit trail is the
*> evidence of what was converted, but it is a plain sequential
*> file - anyone with write access could change a line of it, or of
*> an archive month, and no program would notice. This program
*> closes each night by appending control records to the seal file
*> (AUDSEAL / audit-seals.dat, see audit-seal-record.cpy):
*>
*>   - one seal per audit date holding records not yet sealed -
*>     the date's records appended since its last seal, in journal
*>     order - with their count and a hash total folding every byte
*>     of every record,
*>   - each seal also carries the value of the seal before it, and
*>     its own value folds that in, so the seals form one chain
*>     from the first night sealed to tonight.
*>
*> audit-seal-verify.cbl rechecks the chain against the live
*> journal, the keyed audit index and every archive month. Run as
*> the SEAL step of jcl/feetcnvb.jcl after AUDIDX, so the index
*> already mirrors everything sealed. Rerunning it the same night
*> seals nothing twice - every date's sealed count is read back
*> from the seal file first, and only records beyond it are new.
*> An undated record (there should be none) is left unsealed, just
*> as the index and the archive cut leave it journal-only.
*>
*> AUDIT/AUDSEAL are DD-name style ASSIGN targets resolved from
*> DD_AUDIT/DD_AUDSEAL, defaulted to audit-trail.dat and
*> audit-seals.dat, matching the other programs' DD handling.

environment division.
input-output section.
file-control.
    select ws-audit-file assign to AUDIT
        organization is line sequential
        file status is ws-audit-file-status.
    select ws-seal-file assign to AUDSEAL
        organization is line sequential
        file status is ws-seal-file-status.

data division.
file section.
fd  ws-audit-file.
01  ws-audit-record           pic x(80).

fd  ws-seal-file.
copy "audit-seal-record.cpy".

working-storage section.
01 ws-audit-file-status       pic xx.
01 ws-seal-file-status        pic xx.

01 ws-eof-flag                pic x value "N".
   88 ws-end-of-file           value "Y".

01 ws-today                   pic 9(8).
01 ws-now-time                pic 9(8).

*> One entry per audit date, either already sealed or met on the
*> journal tonight: how many of its records the seal file already
*> covers, how many the journal holds, and the count and hash of
*> the ones beyond the sealed count.
01 ws-date-table.
   03 ws-date-entry occurs 3000 times.
      05 dt-date              pic 9(8).
      05 dt-sealed-count      pic 9(9).
      05 dt-seen-count        pic 9(9).
      05 dt-new-count         pic 9(9).
      05 dt-new-hash          pic 9(15).
01 ws-date-count              pic s9(4) comp value 0.
01 ws-date-sub                pic s9(4) comp.
01 ws-date-hit-sub            pic s9(4) comp.
01 ws-last-date               pic 9(8) value 0.
01 ws-last-date-sub           pic s9(4) comp value 0.

01 ws-record-date-text        pic x(8).
01 ws-record-date             pic 9(8).
01 ws-chain-tip               pic 9(15) value 0.

*> Hash and chain arithmetic. Everything is kept modulo 10**15 and
*> worked in DIVIDE/MULTIPLY steps so no intermediate passes 17
*> digits.
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

01 ws-seals-read              pic 9(9) value 0.
01 ws-seals-written           pic 9(9) value 0.
01 ws-records-sealed          pic 9(9) value 0.
01 ws-undated-count           pic 9(9) value 0.
01 ws-count-edited            pic zzz,zzz,zz9.

01 ws-dd-name                 pic x(20).
01 ws-dd-default-value        pic x(80).
01 ws-dd-current-value        pic x(80).

procedure division.
main-logic.
    accept ws-today from date yyyymmdd
    accept ws-now-time from time
    perform set-default-dd-names

    perform load-seal-file
    if return-code not = 16
        perform scan-audit-journal
    end-if
    if return-code not = 16
        perform write-new-seals
        move ws-seals-written to ws-count-edited
        display "Audit seal: " ws-count-edited " seal(s) written,"
        move ws-records-sealed to ws-count-edited
        display "            " ws-count-edited " record(s) sealed."
        if ws-undated-count > 0
            move ws-undated-count to ws-count-edited
            display "            " ws-count-edited
                " undated record(s) left unsealed."
        end-if
    end-if
    goback.

set-default-dd-names.
    move "DD_AUDIT" to ws-dd-name
    move "audit-trail.dat" to ws-dd-default-value
    perform default-one-dd-name

    move "DD_AUDSEAL" to ws-dd-name
    move "audit-seals.dat" to ws-dd-default-value
    perform default-one-dd-name.

default-one-dd-name.
    move spaces to ws-dd-current-value
    accept ws-dd-current-value from environment ws-dd-name
    if ws-dd-current-value = spaces
        display ws-dd-name upon environment-name
        display ws-dd-default-value upon environment-value
    end-if.

load-seal-file.
    *> A missing seal file is the first night sealed; one that will
    *> not read cannot be extended safely - sealing again from
    *> nothing would seal every record twice.
    move "N" to ws-eof-flag
    open input ws-seal-file
    if ws-seal-file-status not = "35"
        if ws-seal-file-status not = "00"
            display "Unable to read the audit seal file (status="
                ws-seal-file-status ") - nothing sealed."
            move 16 to return-code
        else
            perform until ws-end-of-file
                read ws-seal-file
                    at end
                        set ws-end-of-file to true
                    not at end
                        perform store-existing-seal
                end-read
            end-perform
            close ws-seal-file
        end-if
    end-if
    move "N" to ws-eof-flag.

store-existing-seal.
    add 1 to ws-seals-read
    if as-covered-date is not numeric
            or as-record-count is not numeric
            or as-seal-value is not numeric
        display "Seal " ws-seals-read " is not readable - the seal"
            " file needs audit-seal-verify before anything more is"
            " sealed."
        move 16 to return-code
        set ws-end-of-file to true
    else
        move as-covered-date to ws-record-date
        perform find-date-entry
        if ws-date-hit-sub > 0
            add as-record-count to dt-sealed-count(ws-date-hit-sub)
        end-if
        move as-seal-value to ws-chain-tip
    end-if.

find-date-entry.
    *> The journal is written in date order, so the entry just used
    *> is nearly always the one wanted again.
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
        if ws-date-hit-sub = 0
            if ws-date-count < 3000
                add 1 to ws-date-count
                move ws-date-count to ws-date-hit-sub
                move ws-record-date to dt-date(ws-date-hit-sub)
                move 0 to dt-sealed-count(ws-date-hit-sub)
                move 0 to dt-seen-count(ws-date-hit-sub)
                move 0 to dt-new-count(ws-date-hit-sub)
                move 0 to dt-new-hash(ws-date-hit-sub)
            else
                display "More than 3000 audit dates - date "
                    ws-record-date " cannot be sealed."
                move 16 to return-code
            end-if
        end-if
        move ws-record-date to ws-last-date
        move ws-date-hit-sub to ws-last-date-sub
    end-if.

scan-audit-journal.
    move "N" to ws-eof-flag
    move 0 to ws-last-date
    open input ws-audit-file
    if ws-audit-file-status not = "00"
        display "Audit seal cannot open the audit trail (status="
            ws-audit-file-status ") - nothing sealed."
        move 16 to return-code
    else
        perform until ws-end-of-file
            read ws-audit-file
                at end
                    set ws-end-of-file to true
                not at end
                    perform consider-audit-record
            end-read
        end-perform
        close ws-audit-file
    end-if
    move "N" to ws-eof-flag.

consider-audit-record.
    move ws-audit-record(1:8) to ws-record-date-text
    if ws-record-date-text is not numeric
        add 1 to ws-undated-count
    else
        move ws-record-date-text to ws-record-date
        perform find-date-entry
        if ws-date-hit-sub > 0
            add 1 to dt-seen-count(ws-date-hit-sub)
            if dt-seen-count(ws-date-hit-sub)
                    > dt-sealed-count(ws-date-hit-sub)
                add 1 to dt-new-count(ws-date-hit-sub)
                move ws-audit-record to ws-hash-record
                move dt-new-hash(ws-date-hit-sub) to ws-hash-running
                perform fold-record-into-hash
                move ws-hash-running to dt-new-hash(ws-date-hit-sub)
            end-if
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

write-new-seals.
    open extend ws-seal-file
    if ws-seal-file-status = "35"
        open output ws-seal-file
    end-if
    perform varying ws-date-sub from 1 by 1
            until ws-date-sub > ws-date-count
        if dt-new-count(ws-date-sub) > 0
            perform write-one-seal
        end-if
    end-perform
    close ws-seal-file.

write-one-seal.
    move dt-date(ws-date-sub) to ws-chain-date
    move dt-new-count(ws-date-sub) to ws-chain-count
    move dt-new-hash(ws-date-sub) to ws-chain-hash
    move ws-chain-tip to ws-chain-previous
    perform compute-seal-value

    move spaces to ws-audit-seal-record
    move ws-chain-date to as-covered-date
    move ws-today to as-sealed-on
    move ws-now-time(1:6) to as-sealed-time
    move ws-chain-count to as-record-count
    move ws-chain-hash to as-hash-total
    move ws-chain-previous to as-previous-seal
    move ws-chain-value to as-seal-value
    write ws-audit-seal-record

    move ws-chain-value to ws-chain-tip
    add 1 to ws-seals-written
    add ws-chain-count to ws-records-sealed.
