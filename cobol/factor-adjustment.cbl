*>   - adjusting entries are posted to mtd-statistics.dat, one per
*>     affected run date carrying the out-side delta under the
*>     unit, so the month's trend report restates too,
*>   - XFR readings are found on either side - converted from the
*>     unit, or to it (the target unit the audit entry names) -
*>     and recomputed through both units' factors; the reversal
*>     pair names the target as the batch's extract does, and only
*>     a change on the source side moves the statistics, which
*>     carry an XFR reading in base terms under its source unit,
*>   - and a restatement report lists old value, new value and
*>     difference per reading with totals - the three weeks we
*>     restated by hand when the YARD factor was mis-keyed, printed
01 ws-size-error-flag         pic x value "N".
   88 ws-size-error            value "Y".

*> An XFR entry converted its own unit into another of the class
*> through base terms, so either side may be the adjusted unit;
*> both sides' factors are taken from today's unit table.
01 ws-entry-target            pic x(4).
01 ws-adjust-sub              pic s9(4) comp.
01 ws-source-factor           pic 9(4)v9(6).
01 ws-source-offset           pic s9(4)v9(6).
01 ws-base-num                pic s9(10)v9(8).
01 ws-old-base                pic s9(10)v9(8).
01 ws-new-base                pic s9(9)v99.
01 ws-mtd-difference          pic s9(9)v99.
01 ws-xfr-unit-flag           pic x.
   88 ws-xfr-unit-missing      value "Y".

01 ws-examined-count          pic 9(9) value 0.
01 ws-restated-count          pic 9(9) value 0.
01 ws-total-difference        pic s9(11)v99 value 0.
    if ws-entry-record(1:8) is numeric
            and ws-entry-record(1:8) >= ws-from-text(1:8)
            and ws-entry-record(1:8) <= ws-to-text(1:8)
            and (ws-entry-record(34:4) = ws-adjust-unit
                or (ws-entry-record(43:3) = "XFR"
                    and ws-entry-record(61:4) = ws-adjust-unit))
            and ws-entry-record(24:4) not = "LOCL"
        move ws-entry-record(50:10) to ws-in-text
        move ws-entry-record(65:10) to ws-out-text
recompute-one-reading.
    *> The same linear arithmetic the batch runs: base = value *
    *> factor + offset forward, value = (base - offset) / factor
    *> in reverse, and through base terms for XFR. A reading whose
    *> recomputed result matches what was shipped needs no
    *> restating.
    move ws-entry-record(43:3) to ws-entry-dir
    move spaces to ws-entry-target
    move "N" to ws-size-error-flag
    move "N" to ws-xfr-unit-flag
    evaluate ws-entry-dir
        when "REV"
            compute ws-new-out rounded =
                (ws-in-num - uf-offset(uf-idx)) / uf-factor(uf-idx)
                on size error
                    set ws-size-error to true
            end-compute
        when "XFR"
            perform recompute-xfr-reading
        when other
            compute ws-new-out rounded =
                ws-in-num * uf-factor(uf-idx) + uf-offset(uf-idx)
                on size error
                    set ws-size-error to true
            end-compute
    end-evaluate

    evaluate true
        when ws-xfr-unit-missing
            move spaces to ws-report-line
            string ws-entry-record(1:17) delimited by size
                   "  XFR UNIT NO LONGER ON THE UNIT TABLE - REVIEW"
                   " BY HAND" delimited by size
                   into ws-report-line
            end-string
            write ws-report-line
        when ws-size-error
            move spaces to ws-report-line
            string ws-entry-record(1:17) delimited by size
                   "  RECOMPUTED VALUE OUT OF RANGE - REVIEW BY HAND"
                   delimited by size
                   into ws-report-line
            end-string
            write ws-report-line
        when ws-new-out not = ws-old-out
            add 1 to ws-restated-count
            compute ws-difference = ws-new-out - ws-old-out
            add ws-difference to ws-total-difference
            perform write-reversal-pair
            perform note-date-delta
            perform write-restatement-line
    end-evaluate.

recompute-xfr-reading.
    *> Into base terms on the source unit, out on the target's, as
    *> the batch converts an XFR reading. The statistics carry an
    *> XFR reading's base-terms result under its source unit, so
    *> only a change on the source side moves them: the old base is
    *> taken back from the shipped result through the target.
    set ws-adjust-sub to uf-idx
    move ws-entry-record(34:4) to uf-search-code
    copy "unit-factors-lookup.cpy".
    if not uf-found
        set ws-xfr-unit-missing to true
    else
        move uf-factor(uf-idx) to ws-source-factor
        move uf-offset(uf-idx) to ws-source-offset
        move ws-entry-record(61:4) to ws-entry-target
        move ws-entry-target to uf-search-code
        copy "unit-factors-lookup.cpy".
        if not uf-found
            set ws-xfr-unit-missing to true
        else
            compute ws-base-num =
                ws-in-num * ws-source-factor + ws-source-offset
            compute ws-new-out rounded =
                (ws-base-num - uf-offset(uf-idx)) / uf-factor(uf-idx)
                on size error
                    set ws-size-error to true
            end-compute
            move 0 to ws-mtd-difference
            if ws-entry-record(34:4) = ws-adjust-unit
                compute ws-new-base rounded = ws-base-num
                compute ws-old-base =
                    ws-old-out * uf-factor(uf-idx) + uf-offset(uf-idx)
                compute ws-mtd-difference rounded =
                    ws-new-base - ws-old-base
            end-if
        end-if
    end-if
    *> Back to the adjusted unit for the entries that follow.
    set uf-idx to ws-adjust-sub.

write-reversal-pair.
    *> The reversal negates the values engineering already loaded;
           ws-in-formatted delimited by size
           "|" delimited by size
           ws-out-formatted delimited by size
           "|" delimited by size
           ws-entry-target delimited by space
           into ws-adjust-record
    end-string
    write ws-adjust-record
        end-if
    end-if
    if ws-delta-hit-sub > 0
        if ws-entry-dir = "XFR"
            add ws-mtd-difference to dl-out-delta(ws-delta-hit-sub)
        else
            add ws-difference to dl-out-delta(ws-delta-hit-sub)
        end-if
    end-if.

write-restatement-line.
           ws-new-edited delimited by size
           "  " delimited by size
           ws-diff-edited delimited by size
           "  " delimited by size
           ws-entry-target delimited by size
           into ws-report-line
    end-string
    write ws-report-line.
    write ws-report-line
    move spaces to ws-report-line
    string "RUN TIMESTAMP      SITE  DIR  VALUE-IN    "
           "OLD-OUT     NEW-OUT     DIFFERENCE  XFR-TO"
           delimited by size
           into ws-report-line
    end-string
