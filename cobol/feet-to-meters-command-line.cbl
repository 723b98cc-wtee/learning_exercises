*>
*>     mode      SINGLE or BATCH                 (default SINGLE)
*>     unit      FEET INCH YARD MILE METR KILO    (default FEET)
*>     direction FWD (unit -> meters) or REV (meters -> unit), or
*>               XFR (unit -> another unit of the same class,
*>               through the base)                 (default FWD)
*>     locale    US (period decimal) or EU (comma decimal)
*>                                                 (default US)
*>     value     the reading to convert - SINGLE mode only, read
*>               from feet-readings.dat in BATCH mode
*>
*> A SINGLE-mode XFR names its target unit as the sixth token
*> ("SINGLE YARD XFR US 12.5 FEET").
*>
*> BATCH mode takes three further tokens after the value position
*> (FORCE or "-" there): the accepted measurement classes, the
*> window cutoff HHMM, and a partition id - see the partitioned
*> night below.
*>
*> e.g. "SINGLE FEET FWD US 12.5" or "BATCH MILE REV EU"
*>
*> Also invoked by conversion-menu.cbl's batch option, which CALLs
*> batch-checkpoint.dat, so the files this header otherwise describes
*> actually exist under those names outside the JCL path too.
*>
*> BATCH mode reads feet-readings.dat as fixed 30-byte records:
*>
*>     cols  1-4   site code, validated against the site master file
*>                 (site-master.dat / SITEMST DD - see
*>                 inactive site is rejected
*>     cols  5-8   unit code (FEET/INCH/YARD/MILE/METR/KILO/...,
*>                 blank = the PARM unit token)
*>     cols  9-11  direction FWD, REV or XFR (blank = the PARM
*>                 direction)
*>     cols 12-20  the reading, 9 bytes unedited numeric -
*>                 PIC S9(6)V99 SIGN IS LEADING SEPARATE, i.e. one
*>                 leading "+"/"-" byte followed by 8 digit bytes with
*>                 below; a reading whose site+sequence was already
*>                 seen on a recent run is diverted to suspense
*>                 instead of silently converted twice
*>     cols 27-30  XFR target unit code - the unit the reading is
*>                 converted INTO; blank (and ignored) for FWD/REV
*>
*> so one pass converts a mixed extract record by record; the PARM
*> unit/direction tokens are only the defaults for records that leave
*> those columns blank. A record whose value doesn't match the 9-byte
*> layout, or whose site is not active on the site master, or that
*> names a unit code not in the unit table, or a direction other
*> than FWD/REV/XFR, is rejected rather than silently misread - as
*> is an XFR record whose target is blank or unknown (UNIT) or of
*> another measurement class than its source (PAIR).
*>
*> The upstream extracts bracket their detail records with control
*> headers and trailers, validated in a pre-pass before any
*>   confirm or release through the repair desk. Released
*>   corrections carry no sequence and never trip the check, nor
*>   do legacy extracts without the column.
*> - Statistical anomaly check: the per-site reading baseline
*>   (BASELINE / reading-baseline.dat, see
*>   reading-baseline-record.cpy, rebuilt weekly from the audit
*>   history by reading-baseline-build.cbl) gives each site + unit
*>   its normal mean and spread. A converted reading whose
*>   unit-side value lies more than three spreads from its site's
*>   mean still converts, but carries an *ANOM* flag on the results
*>   line and an ANOM marker in audit columns 76-79, and is counted
*>   in a new ANOMALIES= figure on the trailer's first line (carried
*>   in the checkpoint). Site + unit pairs with too little history
*>   (status T), or none at all, are not judged, and a reading
*>   already past the warn threshold keeps its WARN flag instead -
*>   the limits have flagged it already.
*> - Partitioned nights: an eighth PARM token names a partition -
*>   a source system id, or RESUB - and the run converts only that
*>   source's HDR/TRL groups (RESUB: only the corrections released
*>   from the repair desk, no FEETIN group at all), every other
*>   group passing untouched as another partition's. A partition
*>   keeps its own checkpoint, results, reject and audit segments
*>   (partition-results/-rejects/-audit/-checkpoint-<id>.dat when
*>   the DDs are not exported) and a partition summary
*>   (PARTSUM / partition-summary-<id>.dat, see
*>   partition-summary-record.cpy) in place of the trailer,
*>   month-to-date posting and run-history record, which
*>   conversion-merge.cbl produces once for the whole night from
*>   every partition's summary and segments. A partition restarts
*>   from its own checkpoint; one already COMPLETE and awaiting the
*>   merge does nothing on a rerun. A partition with no group of
*>   its own tonight completes empty rather than refusing - the
*>   other partitions may have the night's work.
*> - XFR direction: a reading can now be converted straight from
*>   its unit to another unit of the same class - yards to feet -
*>   through the class base, with the target unit code in new FEETIN
*>   cols 27-30 (the sixth token in SINGLE mode). A blank or unknown
*>   target rejects as UNIT, a target of another class (LBS to
*>   FEET) as its own PAIR reason (BAD-PAIR on the audit line). The
*>   target is named wherever the figure goes: the results line
*>   ("12.00 yards = 36.00 feet"), the audit record (its code in
*>   place of the OUT= label of a converted reading), a TARGET=
*>   line under the source unit's trailer line - the unit line
*>   itself takes an XFR result in base terms, so its TOTAL-OUT
*>   still never mixes units - and the reject record, whose new
*>   last field carries it back out through the repair desk with a
*>   released correction. The pair totals ride the checkpoint and
*>   the partition summary.
*> - A window stop now also raises a HIGH alert on the central
*>   operations alert log (alert-raise.cbl, ALERTLOG DD), keyed by
*>   the file date and source of the group the stop landed in, so
*>   the incomplete night is on the day operator's alert screen
*>   and not only in the step's return code.
*> - Results lines carry the reading's own identity for the
*>   per-site return files (site-return.cbl): every converted line
*>   has SEQ=<reading sequence> in columns 81-90, and every
*>   REJECTED line the same plus RSN=<reject reason code> in
*>   columns 92-99 - the code the reject record is queued with -
*>   past every reader's prefix tests, so the merge, the
*>   reconciliation and the night summary read the file as before.
*>   A released correction carries no sequence; its SEQ= is blank.
*> - A partition no longer touches the night's shared files, so
*>   the partitions can run side by side as separate jobs: the
*>   recent-readings reference and the file-control log are only
*>   read, tonight's new sequences go to the partition's own
*>   recent segment (RECENTNW / partition-recent-<id>.dat) and its
*>   duplicates to its own suspense segment, and a window stop
*>   leaves the stopped group on the partition summary instead of
*>   raising the alert. conversion-merge.cbl folds the segments
*>   into RECENTRD and the suspense listing, logs the groups
*>   COMPLETED and raises the alert. The RESUB partition alone
*>   still empties the resubmission file - no other partition
*>   allocates it.
*> - The XFR pair table, its checkpoint slots and the partition
*>   summary's now hold 132 source + target pairs - every pair a
*>   full unit table of 12 can make - so no pair converted in a
*>   night is left off the trailer's TARGET= lines.

environment division.
input-output section.
    select ws-suspense-file assign to SUSPOUT
        organization is line sequential
        file status is ws-suspense-file-status.
    select ws-recent-segment-file assign to RECENTNW
        organization is line sequential
        file status is ws-recent-segment-file-status.
    select ws-baseline-file assign to BASELINE
        organization is line sequential
        file status is ws-baseline-file-status.
    select ws-partition-summary-file assign to PARTSUM
        organization is line sequential
        file status is ws-partition-summary-file-status.

data division.
file section.
    05  ws-feet-in-numeric redefines ws-feet-in-text
                              pic s9(6)v99 sign is leading separate.
    05  ws-feet-in-seq        pic x(6).
    05  ws-feet-in-target     pic x(4).
01  ws-feet-in-control-record.
    05  fic-record-type       pic x(3).
    05  fic-hdr-detail.
    05  ck-warning-count             pic 9(9).
    05  ck-total-rejects             pic 9(9).
    05  ck-run-start                 pic x(17).
    05  ck-anomaly-count             pic 9(9).
    05  ck-xfr-stats.
        10  ck-xfr-stat-entry occurs 132 times.
            15  ck-xfr-unit-code     pic x(4).
            15  ck-xfr-target-code   pic x(4).
            15  ck-xfr-count         pic 9(9).
            15  ck-xfr-total-in      pic s9(9)v99
                                     sign is leading separate.
            15  ck-xfr-total-out     pic s9(9)v99
                                     sign is leading separate.

fd  ws-site-master-file.
copy "site-master-record.cpy".
copy "reject-record.cpy".

fd  ws-resubmit-file.
01  ws-resubmit-record        pic x(30).

fd  ws-unit-limits-file.
01  ws-unit-limits-record.
01  ws-mtd-keep-record        pic x(61).

fd  ws-reject-keep-file.
01  ws-reject-keep-record     pic x(53).

fd  ws-stop-request-file.
01  ws-stop-request-record    pic x(80).
fd  ws-suspense-file.
01  ws-suspense-record        pic x(100).

fd  ws-recent-segment-file.
01  ws-recent-segment-record.
    05  rn-site               pic x(4).
    05  rn-sequence           pic x(6).
    05  rn-file-date          pic 9(8).

fd  ws-baseline-file.
copy "reading-baseline-record.cpy".

fd  ws-partition-summary-file.
copy "partition-summary-record.cpy".

working-storage section.
copy "unit-factors.cpy".

   88 ws-class-ok            value "Y".
01 ws-base-label            pic x(9).

*> XFR (unit-to-unit) conversions: the target unit the record
*> names, resolved from the unit table alongside the source unit,
*> and the reading's value in base terms on the way through. The
*> target's factor and offset are held here because uf-idx stays
*> on the SOURCE unit - every statistic, limit and reject count is
*> the source unit's.
01 ws-record-target         pic x(4).
01 ws-source-sub            pic s9(4) comp.
01 ws-target-label          pic x(8).
01 ws-target-class          pic x(3).
01 ws-target-factor         pic 9(4)v9(6).
01 ws-target-offset         pic s9(4)v9(6).
01 ws-base-num              pic s9(10)v9(8).
01 ws-pair-flag             pic x value " ".
   88 ws-pair-ok             value " ".
   88 ws-target-unknown      value "U".
   88 ws-pair-mismatch       value "C".

*> Planned batch-window cutoff: the seventh PARM token is a
*> time-of-day limit (HHMM, e.g. 0545), and an operator can place
*> a line in the stop-request file at any time; both are honored
01 ws-time-now              pic 9(8).
01 ws-stop-request-file-status pic xx.

*> Partitioned night: the eighth PARM token names the partition
*> this run is - a source system id, whose HDR/TRL groups alone it
*> converts, or RESUB, which converts only the released
*> corrections. Blank runs the whole night in one step as before.
*> A partition's groups of other sources carry disposition P.
01 ws-partition-id           pic x(8).
01 ws-partition-flag         pic x value "N".
   88 ws-partitioned          value "Y".
01 ws-resub-partition-flag   pic x value "N".
   88 ws-resub-partition      value "Y".
01 ws-partition-done-flag    pic x value "N".
   88 ws-partition-already-complete value "Y".
01 ws-partition-summary-file-status pic xx.
01 ws-partition-status       pic x(8).
01 ws-partition-file-kind    pic x(10).

*> Rolling recent-readings reference for the record-level
*> duplicate check: every site+sequence seen on a recent run
*> (loaded from RECENTRD at startup, entries older than the
*> as they are met, so a sequence repeated within one file trips
*> too. Rewritten to RECENTRD at clean completion only - a window
*> stop or abend leaves the file as it was, and the resumed run
*> re-registers the skipped stretch deterministically. A partition
*> never rewrites RECENTRD: the entries past those loaded are its
*> recent segment, which the merge folds in.
01 ws-recent-readings-file-status pic xx.
01 ws-suspense-file-status  pic xx.
01 ws-recent-segment-file-status pic xx.
01 ws-recent-loaded-count   pic s9(4) comp value 0.
01 ws-recent-table.
   03 ws-recent-entry occurs 5000 times.
      05 rt-site             pic x(4).
   05 ws-work-numeric redefines ws-work-text
                             pic s9(6)v99 sign is leading separate.
   05 ws-work-seq            pic x(6).
   05 ws-work-target         pic x(4).

01 ws-reject-file-status     pic xx.
01 ws-resubmit-file-status   pic xx.
01 ws-warn-flag              pic x value "N".
   88 ws-limit-warned        value "Y".
01 ws-warning-count          pic 9(9) value 0.

*> Per-site reading baseline for the statistical anomaly check,
*> loaded at the start of every BATCH run from the file
*> reading-baseline-build.cbl rebuilds weekly: only the usable
*> site + unit pairs are kept - a thin history is no basis for a
*> judgment. A converted reading further than ws-anomaly-spreads
*> spreads from its site's mean is flagged ANOM. A missing file
*> just means no anomaly checks this run.
01 ws-baseline-file-status   pic xx.
01 ws-baseline-table.
   03 ws-baseline-entry occurs 400 times.
      05 bl-site-code        pic x(4).
      05 bl-unit-code        pic x(4).
      05 bl-mean             pic s9(7)v9(4).
      05 bl-spread           pic 9(7)v9(4).
01 ws-baseline-count         pic s9(4) comp value 0.
01 ws-baseline-sub           pic s9(4) comp.
01 ws-anomaly-spreads        pic 9(2)v9 value 3.0.
01 ws-anomaly-distance       pic s9(8)v9(4).
01 ws-anomaly-flag           pic x value "N".
   88 ws-reading-anomalous   value "Y".
01 ws-anomaly-count          pic 9(9) value 0.
01 ws-total-rejects          pic 9(9) value 0.
01 ws-mtd-stat-file-status   pic xx.
01 ws-mtd-keep-file-status   pic xx.
01 ws-audit-file-status      pic xx.
01 ws-checkpoint-file-status pic xx.

copy "alert-request.cpy".

01 ws-dd-name                pic x(20).
01 ws-dd-default-value       pic x(80).
01 ws-dd-current-value       pic x(80).
01 ws-unit-sub               pic s9(4) comp.
01 ws-ck-sub                 pic s9(4) comp.

*> XFR conversions also count on their source unit's slot above
*> (TOTAL-OUT in base terms, so a unit's line never mixes target
*> units into one figure); this breakdown carries each source +
*> target pair's own total in target terms for the TARGET= lines
*> of the trailer, carried in the checkpoint the same way.
01 ws-xfr-stats.
   03 ws-xfr-stat-entry occurs 132 times.
      05 xs-unit-code        pic x(4).
      05 xs-target-code      pic x(4).
      05 xs-count            pic 9(9).
      05 xs-total-in         pic s9(9)v99.
      05 xs-total-out        pic s9(9)v99.
01 ws-xfr-count              pic s9(4) comp value 0.
01 ws-xfr-sub                pic s9(4) comp.
01 ws-xfr-hit-sub            pic s9(4) comp.

01 ws-run-datetime           pic x(17).
01 ws-cdt-date                pic 9(8).
01 ws-cdt-time                pic 9(8).
    *> unit maintenance is picked up without recompiling this program.
    call "unit-master-load" using uf-table end-call

    accept ws-cmd-line from command-line

    *> conversion-menu.cbl has no command line of its own to pass
        move ws-menu-cmd-line to ws-cmd-line
    end-if

    *> The command line is parsed ahead of the DD defaults - a
    *> partition's segment files are named after its partition id.
    perform parse-command-line
    perform set-default-dd-names
    perform load-unit-limits
    perform find-requested-unit
    if not uf-found
        goback
    move space to ws-value-text
    move spaces to ws-class-text
    move spaces to ws-cutoff-text
    move spaces to ws-partition-id
    unstring ws-cmd-line delimited by all spaces
        into ws-mode uf-search-code ws-direction ws-locale
             ws-value-text ws-class-text ws-cutoff-text
             ws-partition-id
    end-unstring
    move "N" to ws-partition-flag
    move "N" to ws-resub-partition-flag
    if ws-partition-id not = spaces
        set ws-partitioned to true
        if ws-partition-id = "RESUB"
            set ws-resub-partition to true
        end-if
    end-if
    perform parse-accepted-classes
    move 0 to ws-cutoff-time
    if ws-cutoff-text(1:4) is numeric
        move "US" to ws-locale
    end-if

    *> SINGLE mode has no class restriction to put in the sixth
    *> token, so an XFR conversion names its target unit there
    *> ("SINGLE YARD XFR US 12.5 FEET"); BATCH records carry their
    *> own target in FEETIN cols 27-30.
    move spaces to ws-record-target
    if ws-mode not = "BATCH" and ws-direction = "XFR"
        move ws-class-text(1:4) to ws-record-target
    end-if

    if ws-value-text not = space
        compute ws-feet-num = function numval(ws-value-text)
    end-if.
            move "meters" to ws-base-label
    end-evaluate.

resolve-record-target.
    *> Looks the XFR target up in the unit table and keeps its
    *> figures, leaving uf-idx back on the source unit. A target
    *> of another measurement class has no conversion - a length
    *> is not a weight - and is refused as a pair.
    move " " to ws-pair-flag
    set ws-source-sub to uf-idx
    move ws-record-target to uf-search-code
    copy "unit-factors-lookup.cpy".
    if ws-record-target = spaces or not uf-found
        set ws-target-unknown to true
    else
        move uf-unit-label(uf-idx) to ws-target-label
        move uf-class(uf-idx) to ws-target-class
        move uf-factor(uf-idx) to ws-target-factor
        move uf-offset(uf-idx) to ws-target-offset
        if uf-class(uf-idx) not = uf-class(ws-source-sub)
            set ws-pair-mismatch to true
        end-if
    end-if
    set uf-idx to ws-source-sub
    move uf-unit-code(uf-idx) to uf-search-code
    set uf-found to true.

set-default-dd-names.
    *> FEETIN/METOUT/AUDIT/CHKPT are DD-name style ASSIGN targets so a
    *> JCL step's DD statements can route this program's I/O. Outside
    *> the documented file names instead of letting GnuCOBOL fall back
    *> to the literal DD names (FEETIN, METOUT, AUDIT, CHKPT) as real
    *> file names in the current directory.
    *>
    *> A partition's own files come first: with their DD_xxx
    *> variables unset they default to per-partition names, and
    *> the general defaults below then find them already set.
    if ws-partitioned
        perform set-partition-dd-names
    end-if

    move "DD_FEETIN" to ws-dd-name
    move "feet-readings.dat" to ws-dd-default-value
    perform default-one-dd-name

    move "DD_SUSPOUT" to ws-dd-name
    move "duplicate-suspense.dat" to ws-dd-default-value
    perform default-one-dd-name

    move "DD_BASELINE" to ws-dd-name
    move "reading-baseline.dat" to ws-dd-default-value
    perform default-one-dd-name

    move "DD_PARTSUM" to ws-dd-name
    move "partition-summary.dat" to ws-dd-default-value
    perform default-one-dd-name.

set-partition-dd-names.
    *> partition-<kind>-<id>.dat - the names conversion-merge.cbl
    *> opens to gather the partitions back into one night.
    move "DD_METOUT" to ws-dd-name
    move "results" to ws-partition-file-kind
    perform default-partition-dd-name

    move "DD_AUDIT" to ws-dd-name
    move "audit" to ws-partition-file-kind
    perform default-partition-dd-name

    move "DD_REJFILE" to ws-dd-name
    move "rejects" to ws-partition-file-kind
    perform default-partition-dd-name

    move "DD_CHKPT" to ws-dd-name
    move "checkpoint" to ws-partition-file-kind
    perform default-partition-dd-name

    move "DD_PARTSUM" to ws-dd-name
    move "summary" to ws-partition-file-kind
    perform default-partition-dd-name

    move "DD_SUSPOUT" to ws-dd-name
    move "suspense" to ws-partition-file-kind
    perform default-partition-dd-name

    move "DD_RECENTNW" to ws-dd-name
    move "recent" to ws-partition-file-kind
    perform default-partition-dd-name.

default-partition-dd-name.
    move spaces to ws-dd-default-value
    string "partition-" delimited by size
           ws-partition-file-kind delimited by space
           "-" delimited by size
           ws-partition-id delimited by space
           ".dat" delimited by size
           into ws-dd-default-value
    end-string
    perform default-one-dd-name.

default-one-dd-name.
    move "N" to ws-negative-flag
    move "N" to ws-limit-flag
    move "N" to ws-warn-flag
    move "N" to ws-anomaly-flag
    move " " to ws-pair-flag
    if ws-direction = "XFR"
        perform resolve-record-target
    end-if
    if ws-target-unknown
        move 0 to ws-meters-num
        display "Unknown XFR target unit code " ws-record-target
            " - rejected."
    else
        if ws-pair-mismatch
            move 0 to ws-meters-num
            display "Cannot convert " uf-unit-code(uf-idx) " to "
                ws-record-target " - they measure different"
                " things - rejected."
        else
            *> A below-zero temperature is a reading, not a keying
            *> error - the negative-input policy covers lengths and
            *> weights only.
            if ws-feet-num < 0 and uf-class(uf-idx) not = "TMP"
                set ws-negative-input to true
                move 0 to ws-meters-num
                display "Negative input is out of policy for direct"
                    " entry - rejected."
            else
                perform convert-one-value
                if not ws-size-error
                    perform check-unit-limits
                    if ws-limit-exceeded
                        display "Reading is outside the plausibility"
                            " limits for this unit - rejected."
                    else
                        perform build-console-line
                        display ws-console-line
                        if ws-limit-warned
                            display "Warning: reading is above the"
                                " warn threshold for this unit."
                        end-if
                    end-if
                end-if
            end-if
        end-if
    *> offset, value = (base - offset) / factor. The offset is zero
    *> for LEN and MAS, where this is the familiar multiply/divide;
    *> for TMP it is what makes fahrenheit-to-celsius right.
    *> XFR goes through the base: into base terms on the source
    *> unit's factor and offset, out again on the target's - held
    *> unrounded in between so yards to feet is 3 exactly.
    move "N" to ws-size-error-flag
    evaluate ws-direction
        when "REV"
            compute ws-meters-num rounded =
                (ws-feet-num - uf-offset(uf-idx)) / uf-factor(uf-idx)
                on size error
                    set ws-size-error to true
                    move 0 to ws-meters-num
                    display "Value is out of range for this"
                        " conversion - rejected."
            end-compute
        when "XFR"
            compute ws-base-num =
                ws-feet-num * uf-factor(uf-idx) + uf-offset(uf-idx)
            compute ws-meters-num rounded =
                (ws-base-num - ws-target-offset) / ws-target-factor
                on size error
                    set ws-size-error to true
                    move 0 to ws-meters-num
                    display "Value is out of range for this"
                        " conversion - rejected."
            end-compute
        when other
            compute ws-meters-num rounded =
                ws-feet-num * uf-factor(uf-idx) + uf-offset(uf-idx)
                on size error
                    set ws-size-error to true
                    move 0 to ws-meters-num
                    display "Value is out of range for this"
                        " conversion - rejected."
            end-compute
    end-evaluate.

build-console-line.
    perform resolve-base-label
    move spaces to ws-console-line
    move ws-feet-num to ws-value-edited
    move ws-meters-num to ws-other-edited
    evaluate ws-direction
        when "REV"
            string ws-value-edited delimited by size
                   " " delimited by size
                   ws-base-label delimited by space
                   " = " delimited by size
                   ws-other-edited delimited by size
                   " " delimited by size
                   uf-unit-label(uf-idx) delimited by size
                   into ws-console-line
            end-string
        when "XFR"
            string ws-value-edited delimited by size
                   " " delimited by size
                   uf-unit-label(uf-idx) delimited by size
                   " = " delimited by size
                   ws-other-edited delimited by size
                   " " delimited by size
                   ws-target-label delimited by size
                   into ws-console-line
            end-string
        when other
            string ws-value-edited delimited by size
                   " " delimited by size
                   uf-unit-label(uf-idx) delimited by size
                   " = " delimited by size
                   ws-other-edited delimited by size
                   " " delimited by size
                   ws-base-label delimited by space
                   into ws-console-line
            end-string
    end-evaluate
    if ws-locale = "EU"
        inspect ws-console-line replacing all "." by ","
    end-if.
        set ws-force-rerun to true
    end-if

    *> A partition already COMPLETE tonight is waiting for the
    *> merge step - a rerun of the job must not convert it again.
    *> Anything else marks the partition RUNNING first, so a run
    *> that fails before completing holds the merge.
    move "N" to ws-partition-done-flag
    if ws-partitioned
        perform read-partition-summary
    end-if
    if ws-partition-already-complete
        display "Partition " ws-partition-id " is already complete"
            " and awaiting the merge - nothing to do."
        move 0 to ws-record-number
        perform clear-unit-stats
        perform write-checkpoint
    else
        if ws-partitioned
            perform mark-partition-running
        end-if
        *> The site master must be loaded before the checkpoint is
        *> read - carried per-site subtotals are matched back to the
        *> table by site code, the same way the per-unit stats are.
        perform load-site-master
        if ws-site-count = 0
            display "Site master file is empty or unavailable"
                " (status=" ws-site-master-file-status
                ") - batch run aborted."
            move 16 to return-code
        else
            perform validate-feetin-control
            if not ws-control-ok
                move 16 to return-code
            else
                perform check-processed-file-log
                perform count-group-dispositions
                *> A partition with no group of its own tonight
                *> still completes, empty - the night's work may
                *> all be the other partitions'.
                if ws-groups-good = 0 and not ws-partitioned
                    if ws-groups-dup > 0
                        display "Every control group on file has"
                            " already been processed to completion"
                            " - run refused."
                        display "Rerun with the FORCE token if this"
                            " is intentional."
                        move 8 to return-code
                    else
                        display "No control group on file verified"
                            " - batch run aborted."
                        move 16 to return-code
                    end-if
                else
                    perform batch-conversion-run
                    *> A partial night - a bad or already-completed
                    *> group skipped while the rest converted - is
                    *> flagged without holding the downstream steps
                    *> for the groups that did process.
                    if (ws-groups-bad > 0 or ws-groups-dup > 0)
                            and return-code = 0
                        move 4 to return-code
                    end-if
                end-if
            end-if
        end-if

        *> A partition's night is recorded on its partition summary;
        *> the merge writes the one run-history record for the night.
        if not ws-partitioned
            perform write-run-history
        end-if
    end-if.

validate-feetin-control.
    *> Pre-pass over FEETIN before any conversion: the file is one
                to gp-end-line(ws-group-count)
            move ws-control-detail-count
                to gp-detail-count(ws-group-count)
            *> In a partitioned night another source's group is
            *> that partition's business, verified or not.
            if ws-partitioned
                    and (ws-resub-partition
                     or gp-source-system(ws-group-count)
                        not = ws-partition-id)
                move "P" to gp-status(ws-group-count)
            else
                perform check-group-totals
            end-if
            move "N" to ws-in-group-flag
        else
            perform count-control-detail

batch-conversion-run.
    perform load-recent-readings
    perform load-reading-baseline
    perform read-checkpoint
    if ws-resume-point > 0
        move "RESUME" to ws-hist-start-type
    end-if
    move 0 to ws-record-number
    *> The released corrections belong to the RESUB partition alone.
    if ws-partitioned and not ws-resub-partition
        move 0 to ws-resub-count
    else
        perform count-resubmitted-records
    end-if

    open input ws-feet-in-file
    if ws-feet-in-file-status not = "00"
        *> already queued for ITS OWN file date, which it is about
        *> to reject anew; without that, a rerun queues every bad
        *> reading twice and data control releases both copies.
        *> A partition's reject and audit files are its own
        *> segments: a fresh partition run starts them empty, and the
        *> merge step does the drop-and-replace into the queue.
        if ws-resume-point = 0 and ws-partitioned
            open output ws-reject-file
            open output ws-audit-file
            open output ws-suspense-file
            close ws-suspense-file
        else
            if ws-resume-point = 0
                perform drop-file-date-rejects
            end-if
            open extend ws-reject-file
            if ws-reject-file-status = "35"
                open output ws-reject-file
            end-if

            perform open-audit-file
        end-if

        *> Corrected rejects released by reject-repair.cbl run ahead
        *> of the new day's readings, through the same validation and
            move ws-record-number to ws-hist-records-read
            move ws-total-records to ws-hist-converted
            move ws-total-rejects to ws-hist-rejected
            *> Raised ahead of RC=6 - the CALL hands back
            *> alert-raise's own return code. A partition's stop is
            *> raised by the merge from its summary.
            if not ws-partitioned
                perform raise-window-stop-alert
            end-if
            move 6 to return-code
            *> A partition leaves the stop request standing so the
            *> partitions beside it stop too; the merge empties it.
            if ws-partitioned
                move "STOPPED" to ws-partition-status
                perform write-partition-summary
            else
                if ws-stop-from-file
                    perform clear-stop-request
                end-if
            end-if
            display "Window cutoff honored - run checkpointed at"
                " record " ws-record-number " and will resume on"
                " the next run."
        else
            if not ws-partitioned
                perform write-summary-trailer
                perform post-mtd-statistics
            end-if

            *> Capture the run's volumes for the run-history record
            *> before the clean-completion housekeeping zeroes them.
            move ws-total-records to ws-hist-converted
            move ws-total-rejects to ws-hist-rejected

            *> A partition is marked COMPLETE ahead of the
            *> housekeeping below: were it cut short there, the
            *> rerun leaves the finished segments for the merge and
            *> only zeroes the checkpoint again - so its recent
            *> segment is written first.
            if ws-partitioned
                perform write-recent-segment
                move "COMPLETE" to ws-partition-status
                perform write-partition-summary
            end-if

            *> A clean run has processed through true end of file,
            *> so there is nothing left to resume - clear the
            *> checkpoint (both the resume point and the running
            *> The file date is then logged as completed so a
            *> second transmission of the same extract is refused
            *> tomorrow.
            *> A partition's groups are logged by the merge.
            move 0 to ws-record-number
            perform clear-unit-stats
            perform write-checkpoint
            if not ws-partitioned
                perform write-processed-file-log
            end-if
            if not ws-partitioned or ws-resub-partition
                perform clear-resubmit-file
            end-if
            if not ws-partitioned
                perform save-recent-readings
            end-if
        end-if

        close ws-meters-out-file
    move ws-work-unit to rej-unit
    move ws-work-dir to rej-dir
    move ws-work-text to rej-value
    move ws-work-target to rej-target-unit
    move ws-reject-reason to rej-reason
    *> The record number, file date and source system identify the
    *> reading within its OWN source (see reject-record.cpy):
    end-if
    write ws-reject-record.

write-reject-result-line.
    *> The REJECTED line already built, stamped with the reading's
    *> sequence and the reason it is about to be queued under, so
    *> the site's return file can say which reading and why.
    move "SEQ=" to ws-meters-out-record(81:4)
    move ws-work-seq to ws-meters-out-record(85:6)
    move "RSN=" to ws-meters-out-record(92:4)
    move ws-reject-reason to ws-meters-out-record(96:4)
    write ws-meters-out-record.

find-detail-group.
    *> Locates the processable group the current FEETIN line lies
    *> strictly inside (HDR and TRL excluded); zero when the line
        end-perform
        close ws-recent-readings-file
    end-if
    move ws-recent-count to ws-recent-loaded-count
    move "N" to ws-eof-flag.

check-duplicate-reading.
           ws-work-record delimited by size
           into ws-meters-out-record
    end-string
    move "DUP" to ws-reject-reason
    perform write-reject-result-line
    move "DUPLICATE" to ws-malformed-out-edited
    perform write-malformed-audit-record
    perform count-site-reject
    perform write-reject-record
    perform write-suspense-line.

            " suspense this run."
    end-if.

write-recent-segment.
    *> A partition's new sequences - everything registered past the
    *> reference it loaded - for the merge to fold into RECENTRD.
    open output ws-recent-segment-file
    if ws-recent-segment-file-status = "00"
        perform varying ws-recent-sub from 1 by 1
                until ws-recent-sub > ws-recent-count
            if ws-recent-sub > ws-recent-loaded-count
                move rt-site(ws-recent-sub) to rn-site
                move rt-sequence(ws-recent-sub) to rn-sequence
                move rt-file-date(ws-recent-sub) to rn-file-date
                write ws-recent-segment-record
            end-if
        end-perform
        close ws-recent-segment-file
    else
        display "Unable to write the partition's recent-readings"
            " segment (status=" ws-recent-segment-file-status ")."
    end-if
    if ws-duplicate-count > 0
        display ws-duplicate-count " duplicate reading(s) held in"
            " suspense this run."
    end-if.

match-reject-to-groups.
    move "N" to ws-reject-match-flag
    perform varying ws-group-sub from 1 by 1
    if ws-record-dir = spaces
        move ws-default-direction to ws-record-dir
    end-if
    *> An XFR record's target has no PARM default - which unit a
    *> site wants its figure in is the record's to say.
    move ws-work-target to ws-record-target

    move "N" to ws-feet-in-ok-flag
    if (ws-work-text(1:1) = "+" or ws-work-text(1:1) = "-")
               ws-work-record delimited by size
               into ws-meters-out-record
        end-string
        move "MALF" to ws-reject-reason
        perform write-reject-result-line
        move "MALFORMED" to ws-malformed-out-edited
        perform write-malformed-audit-record
        perform count-site-reject
        perform write-reject-record
    else
        if not ws-site-ok
                   ws-work-record delimited by size
                   into ws-meters-out-record
            end-string
            move "SITE" to ws-reject-reason
            perform write-reject-result-line
            move "BAD-SITE" to ws-malformed-out-edited
            perform write-malformed-audit-record
            perform count-site-reject
            perform write-reject-record
        else
            perform check-duplicate-reading
               ws-work-record delimited by size
               into ws-meters-out-record
        end-string
        move "UNIT" to ws-reject-reason
        perform write-reject-result-line
        move "BAD-UNIT" to ws-malformed-out-edited
        perform write-malformed-audit-record
        perform count-site-reject
        perform write-reject-record
    else
        perform check-record-class
                   ws-work-record delimited by size
                   into ws-meters-out-record
            end-string
            move "CLAS" to ws-reject-reason
            perform write-reject-result-line
            move "BAD-CLASS" to ws-malformed-out-edited
            perform write-malformed-audit-record
            perform count-site-reject
            perform count-unit-reject
            perform write-reject-record
        else
            if ws-record-dir not = "FWD"
                    and ws-record-dir not = "REV"
                    and ws-record-dir not = "XFR"
                move spaces to ws-meters-out-record
                string "REJECTED - invalid direction code: "
                       delimited by size
                       ws-work-record delimited by size
                       into ws-meters-out-record
                end-string
                move "DIR" to ws-reject-reason
                perform write-reject-result-line
                move "BAD-DIR" to ws-malformed-out-edited
                perform write-malformed-audit-record
                perform count-site-reject
                perform count-unit-reject
                perform write-reject-record
            else
                move ws-record-dir to ws-direction
                move " " to ws-pair-flag
                if ws-direction = "XFR"
                    perform resolve-record-target
                end-if
                evaluate true
                    when ws-target-unknown
                        perform reject-unknown-target
                    when ws-pair-mismatch
                        perform reject-mismatched-pair
                    when other
                        perform process-batch-value
                end-evaluate
            end-if
        end-if
    end-if.

reject-unknown-target.
    *> The source unit resolved but the XFR target did not (or the
    *> record left it blank) - the same UNIT reason a bad source
    *> code gets, charged to the source unit that did resolve.
    move spaces to ws-meters-out-record
    string "REJECTED - unknown XFR target unit code: "
           delimited by size
           ws-work-record delimited by size
           into ws-meters-out-record
    end-string
    move "UNIT" to ws-reject-reason
    perform write-reject-result-line
    move "BAD-UNIT" to ws-malformed-out-edited
    perform write-malformed-audit-record
    perform count-site-reject
    perform count-unit-reject
    perform write-reject-record.

reject-mismatched-pair.
    move spaces to ws-meters-out-record
    string "REJECTED - XFR units of different classes: "
           delimited by size
           ws-work-record delimited by size
           into ws-meters-out-record
    end-string
    move "PAIR" to ws-reject-reason
    perform write-reject-result-line
    move "BAD-PAIR" to ws-malformed-out-edited
    perform write-malformed-audit-record
    perform count-site-reject
    perform count-unit-reject
    perform write-reject-record.

check-window-cutoff.
    *> Called right after the flush barrier and checkpoint, so a
    *> triggered stop lands on exactly the boundary a resume
    open output ws-stop-request-file
    close ws-stop-request-file.

raise-window-stop-alert.
    *> Keyed by the group the stop landed in; a stop ahead of any
    *> group keys the whole night by its run date instead.
    accept ws-cdt-date from date yyyymmdd
    move "FEETCNV" to ar-source-program
    move "HIGH" to ar-severity
    move ws-cdt-date to ar-run-date
    move spaces to ar-key
    if ws-file-date = 0
        move "RUN" to ar-key-type
        move ws-cdt-date to ar-key-date
    else
        move "FILE" to ar-key-type
        move ws-file-date to ar-key-file-date
        move ws-file-source-system to ar-key-source-system
    end-if
    move spaces to ar-message
    if ws-stop-from-file
        move "OPERATOR STOP - NIGHT INCOMPLETE, RESUMES NEXT RUN"
            to ar-message
    else
        string "WINDOW CUTOFF " delimited by size
               ws-cutoff-time delimited by size
               " - NIGHT INCOMPLETE, RESUMES NEXT RUN"
               delimited by size
               into ar-message
        end-string
    end-if
    call "alert-raise" using alert-request
    end-call.

flush-data-files.
    *> Durability barrier ahead of each checkpoint: the held-open
    *> data files are stdio-buffered, and a checkpoint that reaches
    move "N" to ws-negative-flag
    move "N" to ws-limit-flag
    move "N" to ws-warn-flag
    move "N" to ws-anomaly-flag

    *> A below-zero temperature is a reading, not a keying error -
    *> the negative-reading policy covers lengths and weights only.
               ws-work-record delimited by size
               into ws-meters-out-record
        end-string
        move "NEG" to ws-reject-reason
        perform write-reject-result-line
        perform count-site-reject
        perform count-unit-reject
        perform write-reject-record
    else
        perform convert-one-value
                   ws-work-record delimited by size
                   into ws-meters-out-record
            end-string
            move "RNGE" to ws-reject-reason
            perform write-reject-result-line
            perform count-site-reject
            perform count-unit-reject
            perform write-reject-record
        else
            perform check-unit-limits
                       ws-work-record delimited by size
                       into ws-meters-out-record
                end-string
                move "LIMT" to ws-reject-reason
                perform write-reject-result-line
                perform count-site-reject
                perform count-unit-reject
                perform write-reject-record
            else
                perform accept-converted-value
               into ws-meters-out-record
        end-string
    else
        perform check-reading-anomaly
        if ws-reading-anomalous
            add 1 to ws-anomaly-count
            string ws-record-site delimited by size
                   " " delimited by size
                   ws-console-line delimited by size
                   " *ANOM*" delimited by size
                   into ws-meters-out-record
            end-string
        else
            string ws-record-site delimited by size
                   " " delimited by size
                   ws-console-line delimited by size
                   into ws-meters-out-record
            end-string
        end-if
    end-if
    move "SEQ=" to ws-meters-out-record(81:4)
    move ws-work-seq to ws-meters-out-record(85:6)
    write ws-meters-out-record

    add 1 to st-converted(ws-site-hit-sub)
    set ws-unit-sub to uf-idx
    add 1 to us-count(ws-unit-sub)
    add ws-feet-num to us-total-in(ws-unit-sub)
    *> An XFR result is in its target unit - the source unit's
    *> TOTAL-OUT takes it in base terms, and the pair's own line
    *> takes the target figure.
    if ws-direction = "XFR"
        add ws-base-num to us-total-out(ws-unit-sub) rounded
        perform count-xfr-pair
    else
        add ws-meters-num to us-total-out(ws-unit-sub)
    end-if
    if us-first-flag(ws-unit-sub) = "Y"
        move ws-feet-num to us-min-in(ws-unit-sub)
        move ws-feet-num to us-max-in(ws-unit-sub)
        end-if
    end-if.

count-xfr-pair.
    move 0 to ws-xfr-hit-sub
    perform varying ws-xfr-sub from 1 by 1
            until ws-xfr-sub > ws-xfr-count
        if xs-unit-code(ws-xfr-sub) = uf-unit-code(uf-idx)
                and xs-target-code(ws-xfr-sub) = ws-record-target
                and ws-xfr-hit-sub = 0
            move ws-xfr-sub to ws-xfr-hit-sub
        end-if
    end-perform
    if ws-xfr-hit-sub = 0
        if ws-xfr-count < 132
            add 1 to ws-xfr-count
            move ws-xfr-count to ws-xfr-hit-sub
            move uf-unit-code(uf-idx) to xs-unit-code(ws-xfr-hit-sub)
            move ws-record-target to xs-target-code(ws-xfr-hit-sub)
        else
            display "XFR pair table is full - " uf-unit-code(uf-idx)
                " to " ws-record-target " is left off the trailer's"
                " TARGET= lines."
        end-if
    end-if
    if ws-xfr-hit-sub > 0
        add 1 to xs-count(ws-xfr-hit-sub)
        add ws-feet-num to xs-total-in(ws-xfr-hit-sub)
        add ws-meters-num to xs-total-out(ws-xfr-hit-sub)
    end-if.

load-reading-baseline.
    move 0 to ws-baseline-count
    move "N" to ws-eof-flag
    open input ws-baseline-file
    if ws-baseline-file-status = "00"
        perform until ws-end-of-file
            read ws-baseline-file
                at end
                    set ws-end-of-file to true
                not at end
                    if rb-usable
                        if ws-baseline-count < 400
                            add 1 to ws-baseline-count
                            move rb-site-code
                                to bl-site-code(ws-baseline-count)
                            move rb-unit-code
                                to bl-unit-code(ws-baseline-count)
                            move rb-mean
                                to bl-mean(ws-baseline-count)
                            move rb-spread
                                to bl-spread(ws-baseline-count)
                        else
                            display "Baseline table is full - site "
                                rb-site-code " unit " rb-unit-code
                                " is not anomaly-checked this run."
                        end-if
                    end-if
            end-read
        end-perform
        close ws-baseline-file
    else
        display "Reading baseline not available (status="
            ws-baseline-file-status
            ") - anomaly checks are off this run."
    end-if
    move "N" to ws-eof-flag.

check-reading-anomaly.
    *> The unit-side value check-unit-limits just judged, against
    *> the site's own history for this unit. A flat history (zero
    *> spread) says nothing about how far is too far, so it is not
    *> judged either.
    move "N" to ws-anomaly-flag
    perform varying ws-baseline-sub from 1 by 1
            until ws-baseline-sub > ws-baseline-count
        if bl-site-code(ws-baseline-sub) = ws-record-site
                and bl-unit-code(ws-baseline-sub)
                    = uf-unit-code(uf-idx)
                and bl-spread(ws-baseline-sub) > 0
            compute ws-anomaly-distance =
                ws-limit-value - bl-mean(ws-baseline-sub)
            if ws-anomaly-distance < 0
                compute ws-anomaly-distance =
                    0 - ws-anomaly-distance
            end-if
            if ws-anomaly-distance >
                    ws-anomaly-spreads * bl-spread(ws-baseline-sub)
                set ws-reading-anomalous to true
            end-if
        end-if
    end-perform.

clear-unit-stats.
    move 0 to ws-total-records
    move 0 to ws-unknown-site-rejects
    move 0 to ws-warning-count
    move 0 to ws-anomaly-count
    move 0 to ws-total-rejects
    perform varying ws-unit-sub from 1 by 1 until ws-unit-sub > 12
        move 0 to us-count(ws-unit-sub)
        move "Y" to us-first-flag(ws-unit-sub)
        move 0 to us-rejects(ws-unit-sub)
    end-perform
    move 0 to ws-xfr-count
    perform varying ws-xfr-sub from 1 by 1 until ws-xfr-sub > 132
        move spaces to xs-unit-code(ws-xfr-sub)
        move spaces to xs-target-code(ws-xfr-sub)
        move 0 to xs-count(ws-xfr-sub)
        move 0 to xs-total-in(ws-xfr-sub)
        move 0 to xs-total-out(ws-xfr-sub)
    end-perform
    perform varying ws-site-sub from 1 by 1
            until ws-site-sub > ws-site-count
        move 0 to st-converted(ws-site-sub)
        to ws-unknown-site-rejects
    move ck-warning-count to ws-warning-count
    move ck-total-rejects to ws-total-rejects
    *> A checkpoint cut before the anomaly check existed carries
    *> spaces here.
    if ck-anomaly-count is numeric
        move ck-anomaly-count to ws-anomaly-count
    end-if
    *> Nor any XFR pairs before XFR existed.
    perform varying ws-ck-sub from 1 by 1
            until ws-ck-sub > 132
        if ck-xfr-unit-code(ws-ck-sub) not = spaces
                and ck-xfr-count(ws-ck-sub) is numeric
            add 1 to ws-xfr-count
            move ck-xfr-unit-code(ws-ck-sub)
                to xs-unit-code(ws-xfr-count)
            move ck-xfr-target-code(ws-ck-sub)
                to xs-target-code(ws-xfr-count)
            move ck-xfr-count(ws-ck-sub) to xs-count(ws-xfr-count)
            move ck-xfr-total-in(ws-ck-sub)
                to xs-total-in(ws-xfr-count)
            move ck-xfr-total-out(ws-ck-sub)
                to xs-total-out(ws-xfr-count)
        end-if
    end-perform
    *> A resumed run keeps the abended run's start as
    *> the chain start, so its run-history record (and
    *> the reconciliation window built from it) covers
    move ws-unknown-site-rejects to ck-unknown-site-rejects
    move ws-warning-count to ck-warning-count
    move ws-total-rejects to ck-total-rejects
    move ws-anomaly-count to ck-anomaly-count
    perform varying ws-xfr-sub from 1 by 1 until ws-xfr-sub > 132
        move xs-unit-code(ws-xfr-sub) to ck-xfr-unit-code(ws-xfr-sub)
        move xs-target-code(ws-xfr-sub)
            to ck-xfr-target-code(ws-xfr-sub)
        move xs-count(ws-xfr-sub) to ck-xfr-count(ws-xfr-sub)
        move xs-total-in(ws-xfr-sub) to ck-xfr-total-in(ws-xfr-sub)
        move xs-total-out(ws-xfr-sub)
            to ck-xfr-total-out(ws-xfr-sub)
    end-perform
    write ws-checkpoint-record
    close ws-checkpoint-file.

           ws-resub-count delimited by size
           " WARNINGS=" delimited by size
           ws-warning-count delimited by size
           " ANOMALIES=" delimited by size
           ws-anomaly-count delimited by size
           into ws-trailer-line
    end-string
    move ws-trailer-line to ws-meters-out-record
    perform varying ws-unit-sub from 1 by 1 until ws-unit-sub > 12
        if us-count(ws-unit-sub) > 0
            perform write-unit-trailer-line
            perform varying ws-xfr-sub from 1 by 1
                    until ws-xfr-sub > ws-xfr-count
                if xs-unit-code(ws-xfr-sub) = uf-unit-code(ws-unit-sub)
                    perform write-xfr-trailer-line
                end-if
            end-perform
        end-if
    end-perform

    move ws-trailer-line to ws-meters-out-record
    write ws-meters-out-record.

write-xfr-trailer-line.
    *> Under its source unit's line, each pair that unit was
    *> converted to by XFR: the figures in the target's own terms,
    *> named, so a feet total is never read as meters.
    move spaces to ws-trailer-line
    move xs-total-in(ws-xfr-sub) to ws-total-value-edited
    move xs-total-out(ws-xfr-sub) to ws-total-other-edited
    string "UNIT=" delimited by size
           xs-unit-code(ws-xfr-sub) delimited by size
           " TARGET=" delimited by size
           xs-target-code(ws-xfr-sub) delimited by size
           " CLASS=" delimited by size
           uf-class(ws-unit-sub) delimited by size
           " RECORDS=" delimited by size
           xs-count(ws-xfr-sub) delimited by size
           " TOTAL-IN=" delimited by size
           ws-total-value-edited delimited by size
           " TOTAL-OUT=" delimited by size
           ws-total-other-edited delimited by size
           into ws-trailer-line
    end-string
    if ws-locale = "EU"
        inspect ws-trailer-line replacing all "." by ","
    end-if
    move ws-trailer-line to ws-meters-out-record
    write ws-meters-out-record.

write-audit-record.
    accept ws-cdt-date from date yyyymmdd
    accept ws-cdt-time from time
    move ws-feet-num to ws-value-edited

    move spaces to ws-audit-out-text
    evaluate true
        when ws-target-unknown
            move "BAD-UNIT" to ws-audit-out-text
        when ws-pair-mismatch
            move "BAD-PAIR" to ws-audit-out-text
        when ws-negative-input
            move "REJ-NEG" to ws-audit-out-text
        when ws-size-error
            move "REJ-RANGE" to ws-audit-out-text
        when ws-limit-exceeded
            move "REJ-LIMIT" to ws-audit-out-text
        when other
            move ws-meters-num to ws-other-edited
            move ws-other-edited to ws-audit-out-text
    end-evaluate

    move spaces to ws-audit-record
    string ws-run-datetime delimited by size
    if ws-locale = "EU"
        inspect ws-audit-record replacing all "." by ","
    end-if
    *> An XFR result is in the target unit, not the base: the
    *> target's code takes the place of the OUT= label (columns
    *> 61-64), ahead of the OUT value every reader slices from
    *> column 65, so the journal line reads "IN= 12.00 FEET 36.00".
    *> A rejected XFR reading keeps OUT= ahead of its marker - there
    *> is no figure to mistake.
    if ws-direction = "XFR" and ws-audit-out-text(10:1) is numeric
        move ws-record-target to ws-audit-record(61:4)
    end-if

    *> A conversion past the warn threshold carries a WARN marker in
    *> columns 76-79 - past every reader's fixed-column slicing, so
            and not ws-size-error and not ws-limit-exceeded
        move "WARN" to ws-audit-record(76:4)
    end-if
    *> The anomaly marker shares those columns - a warned reading
    *> is never also judged anomalous, so the two cannot collide.
    if ws-reading-anomalous
        move "ANOM" to ws-audit-record(76:4)
    end-if

    write ws-audit-record.


    write ws-audit-record.

read-partition-summary.
    move "N" to ws-partition-done-flag
    open input ws-partition-summary-file
    if ws-partition-summary-file-status = "00"
        read ws-partition-summary-file
            at end
                continue
            not at end
                if ps-complete
                    set ws-partition-already-complete to true
                end-if
        end-read
        close ws-partition-summary-file
    end-if.

mark-partition-running.
    open output ws-partition-summary-file
    if ws-partition-summary-file-status not = "00"
        display "Unable to write the partition summary (status="
            ws-partition-summary-file-status ")."
    else
        move spaces to ws-partition-summary-record
        move ws-partition-id to ps-partition-id
        move "RUNNING" to ps-status
        move ws-hist-start-datetime to ps-run-start
        write ws-partition-summary-record
        close ws-partition-summary-file
    end-if.

write-partition-summary.
    *> What this partition did, for conversion-merge.cbl to build
    *> the night's trailer, statistics and run-history record from:
    *> the same figures the checkpoint carries, plus the groups it
    *> converted, each unit's class and each site's name.
    accept ws-cdt-date from date yyyymmdd
    accept ws-cdt-time from time
    move spaces to ws-partition-summary-record
    move ws-partition-id to ps-partition-id
    move ws-partition-status to ps-status
    move ws-hist-start-datetime to ps-run-start
    move ws-cdt-date to ps-end-datetime(1:8)
    move "-" to ps-end-datetime(9:1)
    move ws-cdt-time to ps-end-datetime(10:8)
    move return-code to ps-return-code
    if ps-complete and ps-return-code = 0
            and (ws-groups-bad > 0 or ws-groups-dup > 0)
        move 4 to ps-return-code
    end-if
    move ws-locale to ps-locale
    move ws-hist-start-type to ps-start-type
    move "N" to ps-forced-flag
    move "N" to ps-stop-request-flag
    if ws-stop-from-file
        set ps-stop-requested to true
    end-if
    move 0 to ps-stop-file-date
    move spaces to ps-stop-source
    if ps-stopped
        move ws-file-date to ps-stop-file-date
        move ws-file-source-system to ps-stop-source
    end-if
    compute ps-feetin-lines = ws-record-number - ws-resub-count
    move ws-resub-count to ps-resub-count
    move ws-groups-good to ps-groups-good
    move ws-groups-bad to ps-groups-bad
    move ws-groups-dup to ps-groups-dup
    move ws-total-records to ps-total-records
    move ws-total-rejects to ps-total-rejects
    move ws-warning-count to ps-warning-count
    move ws-anomaly-count to ps-anomaly-count
    move ws-unknown-site-rejects to ps-unknown-site-rejects

    perform varying ws-ck-sub from 1 by 1 until ws-ck-sub > 10
        move 0 to ps-group-file-date(ws-ck-sub)
        move spaces to ps-group-source(ws-ck-sub)
    end-perform
    move 0 to ws-ck-sub
    perform varying ws-group-sub from 1 by 1
            until ws-group-sub > ws-group-count
        if gp-status(ws-group-sub) = "G"
            add 1 to ws-ck-sub
            move gp-file-date(ws-group-sub)
                to ps-group-file-date(ws-ck-sub)
            move gp-source-system(ws-group-sub)
                to ps-group-source(ws-ck-sub)
            if gp-forced-flag(ws-group-sub) = "Y"
                set ps-forced to true
            end-if
        end-if
    end-perform

    perform varying ws-unit-sub from 1 by 1 until ws-unit-sub > 12
        move uf-unit-code(ws-unit-sub) to ps-unit-code(ws-unit-sub)
        move uf-class(ws-unit-sub) to ps-unit-class(ws-unit-sub)
        move us-count(ws-unit-sub) to ps-unit-count(ws-unit-sub)
        move us-total-in(ws-unit-sub)
            to ps-unit-total-in(ws-unit-sub)
        move us-total-out(ws-unit-sub)
            to ps-unit-total-out(ws-unit-sub)
        move us-min-in(ws-unit-sub) to ps-unit-min-in(ws-unit-sub)
        move us-max-in(ws-unit-sub) to ps-unit-max-in(ws-unit-sub)
        move us-rejects(ws-unit-sub)
            to ps-unit-rejects(ws-unit-sub)
    end-perform
    perform varying ws-xfr-sub from 1 by 1 until ws-xfr-sub > 132
        move xs-unit-code(ws-xfr-sub) to ps-xfr-unit-code(ws-xfr-sub)
        move xs-target-code(ws-xfr-sub)
            to ps-xfr-target-code(ws-xfr-sub)
        move xs-count(ws-xfr-sub) to ps-xfr-count(ws-xfr-sub)
        move xs-total-in(ws-xfr-sub) to ps-xfr-total-in(ws-xfr-sub)
        move xs-total-out(ws-xfr-sub)
            to ps-xfr-total-out(ws-xfr-sub)
    end-perform
    perform varying ws-site-sub from 1 by 1 until ws-site-sub > 20
        if ws-site-sub > ws-site-count
            move spaces to ps-site-code(ws-site-sub)
            move spaces to ps-site-name(ws-site-sub)
            move 0 to ps-site-converted(ws-site-sub)
            move 0 to ps-site-rejected(ws-site-sub)
        else
            move st-site-code(ws-site-sub)
                to ps-site-code(ws-site-sub)
            move st-site-name(ws-site-sub)
                to ps-site-name(ws-site-sub)
            move st-converted(ws-site-sub)
                to ps-site-converted(ws-site-sub)
            move st-rejected(ws-site-sub)
                to ps-site-rejected(ws-site-sub)
        end-if
    end-perform

    open output ws-partition-summary-file
    if ws-partition-summary-file-status not = "00"
        display "Unable to write the partition summary (status="
            ws-partition-summary-file-status ")."
    else
        write ws-partition-summary-record
        close ws-partition-summary-file
        display "Partition " ws-partition-id " now " ps-status
    end-if.

open-audit-file.
    *> The audit file is opened once per run and held open - the
    *> old OPEN EXTEND/WRITE/CLOSE cycle per record was the single
