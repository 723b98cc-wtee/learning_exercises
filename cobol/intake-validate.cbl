*>     numeric reading sequence),
*>   - the site master check (known and active site) and the unit
*>     master check (unit code resolves in today's table), and the
*>     FWD/REV/XFR/blank direction edit - an XFR reading's target
*>     unit (cols 27-30) must resolve too, in the same class as
*>     the reading's own unit,
*>
*> then writes a receipt report for the transmitting site - the
*> file ACCEPTED, or REJECTED with every reason found (the first 50
    05  ws-staged-numeric redefines ws-staged-text
                              pic s9(6)v99 sign is leading separate.
    05  ws-staged-seq         pic x(6).
    05  ws-staged-target      pic x(4).
01  ws-staged-control redefines ws-staged-record.
    05  sg-record-type        pic x(3).
    05  sg-hdr-detail.
        10  sg-file-date      pic 9(8).
        10  sg-source-system  pic x(8).
        10  filler            pic x(11).
    05  sg-trl-detail redefines sg-hdr-detail.
        10  sg-record-count   pic 9(9).
        10  sg-hash-total     pic s9(11)v99
                              sign is leading separate.

fd  ws-queue-file.
01  ws-queue-record           pic x(30).

fd  ws-receipt-file.
01  ws-receipt-line           pic x(100).
01 ws-site-hit-sub            pic s9(4) comp.
01 ws-site-ok-flag            pic x.
   88 ws-site-ok               value "Y".
01 ws-source-class            pic x(3).

*> Validation state: line and group counters, per-group count and
*> hash, and the error tally that decides the file's disposition.
        perform note-record-error
    end-if

    move spaces to ws-source-class
    if ws-staged-unit not = spaces
        move ws-staged-unit to uf-search-code
        copy "unit-factors-lookup.cpy".
            move "UNIT CODE NOT IN TODAY'S UNIT TABLE"
                to ws-error-text
            perform note-record-error
        else
            move uf-class(uf-idx) to ws-source-class
        end-if
    end-if

    if ws-staged-dir not = spaces
            and ws-staged-dir not = "FWD"
            and ws-staged-dir not = "REV"
            and ws-staged-dir not = "XFR"
        move "DIRECTION IS NOT FWD, REV, XFR OR BLANK"
            to ws-error-text
        perform note-record-error
    end-if

    if ws-staged-dir = "XFR"
        perform validate-xfr-target
    end-if

    if ws-staged-seq not = spaces
            and ws-staged-seq is not numeric
        move "READING SEQUENCE IS NOT DIGITS OR BLANK"
        perform note-record-error
    end-if.

validate-xfr-target.
    *> An XFR reading names the unit it converts to; the batch
    *> rejects one whose target is missing or unknown (UNIT) or of
    *> another class than the reading's own unit (PAIR).
    if ws-staged-target = spaces
        move "XFR TARGET UNIT IS MISSING" to ws-error-text
        perform note-record-error
    else
        move ws-staged-target to uf-search-code
        copy "unit-factors-lookup.cpy".
        if not uf-found
            move "XFR TARGET UNIT NOT IN TODAY'S UNIT TABLE"
                to ws-error-text
            perform note-record-error
        else
            if ws-source-class not = spaces
                    and uf-class(uf-idx) not = ws-source-class
                move "XFR TARGET UNIT IS OF ANOTHER CLASS"
                    to ws-error-text
                perform note-record-error
            end-if
        end-if
    end-if.

find-record-site.
    move "N" to ws-site-ok-flag
    perform varying ws-site-sub from 1 by 1
