*> Interactive single-value conversion behind option 1 of
*> conversion-menu.cbl. Prompts for a unit (offering the codes the
*> unit table actually holds), a direction (FWD = unit to meters,
*> REV = meters back to the unit, XFR = unit to another unit of
*> the same class) and a locale (US period / EU
*> comma decimals) the same way BATCH accepts them as PARM tokens,
*> then for the reading itself - so a site phoning in one reading
*> in yards, or wanting a meters figure back in miles, is served
*>   base unit (meters / kilograms / celsius), and the
*>   negative-entry policy exempts TMP - a below-zero temperature
*>   is a reading, not a typo.
*> - XFR direction: the entry converts to another unit of its own
*>   class (yards to feet, fahrenheit to celsius) through base
*>   terms, the target prompted for from the same-class units on
*>   the table; the console names both units and the audit entry
*>   carries the target code where OUT= stands, as the batch's
*>   XFR entries do.
*> - An XFR target that is not on the unit table, or that measures
*>   another class than the entry (LBS to FEET), is refused as the
*>   batch refuses it - no result shown, OUT=BAD-UNIT or
*>   OUT=BAD-PAIR on the audit entry - instead of quietly
*>   converting the entry FWD.

environment division.
input-output section.
01 ws-unit-menu-pos          pic s9(4) comp.
01 ws-console-line           pic x(70).

*> XFR: the other unit of the same class the entry converts to,
*> through base terms, as the batch converts an XFR reading.
01 ws-target-code            pic x(4).
01 ws-target-text            pic x(10).
01 ws-target-label           pic x(8).
01 ws-target-factor          pic 9(4)v9(6).
01 ws-target-offset          pic s9(4)v9(6).
01 ws-source-sub             pic s9(4) comp.
01 ws-base-num               pic s9(10)v9(8).
01 ws-pair-flag              pic x value " ".
   88 ws-pair-ok              value " ".
   88 ws-target-unknown       value "U".
   88 ws-pair-mismatch        value "C".

01 ws-audit-file-status      pic xx.
01 ws-value-edited           pic -(6)9.99.
01 ws-other-edited           pic -(6)9.99.
    move 0 to feet
    move "N" to ws-limit-flag
    move "N" to ws-warn-flag
    move spaces to ws-target-code
    move " " to ws-pair-flag

    perform prompt-for-unit
    if not uf-found
        end-if
    end-perform

    *> Refused only now, with the reading in hand, so the audit
    *> entry records what was offered just as the batch's does.
    if ws-target-unknown
        display "Unknown XFR target unit code " ws-target-code
            " - rejected."
        perform write-audit-record
        goback
    end-if
    if ws-pair-mismatch
        display "Cannot convert " uf-unit-code(uf-idx) " to "
            ws-target-code " - they measure different"
            " things - rejected."
        perform write-audit-record
        goback
    end-if

    move feet to display_feet
    move "N" to ws-size-error-flag
    *> The same linear conversion the batch does: base = value *
    *> factor + offset (offset zero outside TMP).
    *> XFR goes into base terms on the entry's unit and out again
    *> on the target's, unrounded in between.
    evaluate ws-direction
        when "REV"
            compute meters-num rounded =
                (feet - uf-offset(uf-idx)) / uf-factor(uf-idx)
                on size error
                    set ws-size-error to true
                    move 0 to meters-num
            end-compute
        when "XFR"
            compute ws-base-num =
                feet * uf-factor(uf-idx) + uf-offset(uf-idx)
            compute meters-num rounded =
                (ws-base-num - ws-target-offset) / ws-target-factor
                on size error
                    set ws-size-error to true
                    move 0 to meters-num
            end-compute
        when other
            compute meters-num rounded =
                feet * uf-factor(uf-idx) + uf-offset(uf-idx)
                on size error
                    set ws-size-error to true
                    move 0 to meters-num
            end-compute
    end-evaluate
    move meters-num to meters

    if ws-size-error
    end-if

    move spaces to ws-console-line
    evaluate ws-direction
        when "REV"
            string display_feet delimited by size
                   " " delimited by size
                   ws-base-label delimited by space
                   " equals " delimited by size
                   meters delimited by size
                   " " delimited by size
                   uf-unit-label(uf-idx) delimited by size
                   into ws-console-line
            end-string
        when "XFR"
            string display_feet delimited by size
                   " " delimited by size
                   uf-unit-label(uf-idx) delimited by space
                   " equals " delimited by size
                   meters delimited by size
                   " " delimited by size
                   ws-target-label delimited by space
                   into ws-console-line
            end-string
        when other
            string display_feet delimited by size
                   " " delimited by size
                   uf-unit-label(uf-idx) delimited by size
                   " equals " delimited by size
                   meters delimited by size
                   " " delimited by size
                   ws-base-label delimited by space
                   into ws-console-line
            end-string
    end-evaluate
    if ws-locale = "EU"
        inspect ws-console-line replacing all "." by ","
    end-if
        " to " function trim(ws-base-label)
        ", REV=" function trim(ws-base-label) " to "
        uf-unit-code(uf-idx)
        ", XFR=" uf-unit-code(uf-idx) " to another "
        uf-class(uf-idx) " unit"
        " (blank for FWD): " with no advancing
    move spaces to ws-dir-text
    accept ws-dir-text
    move function upper-case(ws-dir-text) to ws-dir-text
    evaluate true
        when ws-dir-text(1:3) = "REV"
            move "REV" to ws-direction
        when ws-dir-text(1:3) = "XFR"
            move "XFR" to ws-direction
            perform prompt-for-target
        when other
            if ws-dir-text not = spaces
                    and ws-dir-text(1:3) not = "FWD"
                display "Unrecognized direction - using FWD."
            end-if
            move "FWD" to ws-direction
    end-evaluate.

prompt-for-target.
    *> Only the units of the entry's own class are offered - a
    *> length has no conversion to a weight. A target of another
    *> class is refused as the batch's PAIR reject, and one not on
    *> the table as its unknown target; neither falls back to FWD.
    set ws-source-sub to uf-idx
    move spaces to ws-unit-menu-line
    move 1 to ws-unit-menu-pos
    perform varying uf-idx from 1 by 1 until uf-idx > 12
        if uf-unit-code(uf-idx) not = spaces
                and uf-class(uf-idx) = uf-class(ws-source-sub)
                and uf-unit-code(uf-idx)
                    not = uf-unit-code(ws-source-sub)
            string uf-unit-code(uf-idx) delimited by space
                   " " delimited by size
                   into ws-unit-menu-line
                   with pointer ws-unit-menu-pos
            end-string
        end-if
    end-perform
    display "Target units: " ws-unit-menu-line
    display "Target unit code: " with no advancing
    move spaces to ws-target-text
    accept ws-target-text
    move function upper-case(ws-target-text) to ws-target-text
    move ws-target-text(1:4) to uf-search-code
    copy "unit-factors-lookup.cpy".
    move ws-target-text(1:4) to ws-target-code
    evaluate true
        when ws-target-text = spaces or not uf-found
            set ws-target-unknown to true
        when uf-class(uf-idx) not = uf-class(ws-source-sub)
            set ws-pair-mismatch to true
        when other
            move uf-unit-code(uf-idx) to ws-target-code
            move uf-unit-label(uf-idx) to ws-target-label
            move uf-factor(uf-idx) to ws-target-factor
            move uf-offset(uf-idx) to ws-target-offset
    end-evaluate
    set uf-idx to ws-source-sub
    move uf-unit-code(uf-idx) to uf-search-code
    set uf-found to true.

prompt-for-locale.
    display "Locale US/EU (blank for US): " with no advancing

    move feet to ws-value-edited
    move spaces to ws-audit-out-text
    evaluate true
        when ws-target-unknown
            move "BAD-UNIT" to ws-audit-out-text
        when ws-pair-mismatch
            move "BAD-PAIR" to ws-audit-out-text
        when ws-size-error
            move "REJ-RANGE" to ws-audit-out-text
        when ws-limit-exceeded
            move "REJ-LIMIT" to ws-audit-out-text
        when other
            move meters-num to ws-other-edited
            move ws-other-edited to ws-audit-out-text
    end-evaluate

    move spaces to ws-audit-record
    string ws-run-datetime delimited by size
           ws-audit-out-text delimited by size
           into ws-audit-record
    end-string
    *> A converted XFR entry names its target unit in place of the
    *> OUT= label, as the batch's entries do.
    if ws-direction = "XFR"
            and ws-pair-ok
            and not ws-size-error
            and not ws-limit-exceeded
        move ws-target-code to ws-audit-record(61:4)
    end-if
    if ws-locale = "EU"
        inspect ws-audit-record replacing all "." by ","
    end-if
