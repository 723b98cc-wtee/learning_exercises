identification division.
program-id. conversion-merge.

*> Merge step of a partitioned overnight conversion. When the night
*> is run as one feet-to-meters-command-line.cbl step per source
*> group (eighth PARM token = the partition id, RESUB for the
*> corrections released from the repair desk), each partition
*> converts into its own results, reject and audit segments under
*> its own checkpoint and leaves a partition summary (see
*> partition-summary-record.cpy) behind. This program is the MERGE
*> step of jcl/feetcnvb.jcl that puts the night back together, so
*> everything downstream - the reconciliation above all - sees one
*> night exactly as the single-step batch would have produced it:
*>
*>   - one METOUT: every partition's results segment in PARM order
*>     (RESUB first, as the single step converts the corrections
*>     ahead of FEETIN), then ONE summary trailer combining every
*>     partition's figures - TOTAL RECORDS=/RESUBMITTED=/
*>     WARNINGS=/ANOMALIES=, the per-unit lines with their XFR
*>     TARGET= pair lines, and the per-site lines, in the same
*>     layout the batch writes,
*>   - one month-to-date statistics posting for the run date (the
*>     same drop-and-replace of the date the batch does),
*>   - one run-history record spanning the earliest partition's
*>     start to the merge, with the return code the single step
*>     would have ended with for the same groups,
*>   - each partition's audit segment appended to the audit trail,
*>     and its reject segment put on the repair-desk queue in place
*>     of any rejects already queued for its own file date+source
*>     groups (a rerun never queues a reject twice),
*>   - the night's shared-file updates the partitions leave to this
*>     step so that they can run side by side: each partition's
*>     groups logged COMPLETED on the file-control log, its new
*>     reading sequences (its recent segment) folded into the
*>     recent-readings reference, entries past the retention
*>     dropped, and its duplicate suspense lines appended to the
*>     suspense listing. A site+sequence two partitions both
*>     converted tonight - neither could see the other's - is
*>     named and flags the night RC=4,
*>   - the HIGH window-stop alert for each partition STOPPED by the
*>     cutoff or the operator's stop request, keyed by the group
*>     the stop landed in, on the central alert log.
*>
*> Before anything is written every segment to be merged is
*> checked against its partition summary: a results or audit
*> segment must hold one line per reading converted or rejected,
*> a reject segment one per reading rejected. A segment that will
*> not open, or whose count differs, ends RC=16 with nothing
*> written, like a partition missing from the night.
*>
*> The command line lists the partition ids ("RESUB SRCNORTH
*> SRCSOUTH"). The merge refuses to build a night that is not
*> there yet: a partition with no summary, or one still RUNNING
*> (abended or failed), ends RC=16 with nothing written, and a
*> partition STOPPED by the batch-window cutoff ends RC=6 - the
*> same run-history record and held downstream steps as a stopped
*> single-step night, with the operator's stop request emptied;
*> the next run resumes the stopped partition from its own
*> checkpoint while the completed ones wait. Each partition merged
*> is marked MERGED on its summary, so a rerun of this step alone
*> finds nothing to merge (RC=8), and a rerun after it was cut
*> short part-way still builds METOUT from the partitions it had
*> already marked tonight without posting their audit or rejects
*> twice. A source on FEETIN that no listed partition covers is
*> reported and the night flagged RC=4 - its groups were never
*> converted.
*>
*> The partition files are opened through PARTSUM/PARTOUT/PARTAUD/
*> PARTREJ/PARTSUS/PARTRCN, whose DD_xxx values this program sets
*> itself for each partition in turn, the way audit-archive.cbl
*> routes its archive months: to the dataset the JCL gives the
*> partition's position on the command line (DD_PARTSUM1,
*> DD_PARTOUT1 ... for the first partition named, DD_PARTSUM2 ...
*> for the second), or, with none given, to partition-summary-
*> <id>.dat, partition-results-<id>.dat, partition-audit-<id>.dat,
*> partition-rejects-<id>.dat, partition-suspense-<id>.dat and
*> partition-recent-<id>.dat - the names the partition jobs
*> default to. METOUT/AUDIT/REJFILE/REJKEEP/MTDSTAT/MTDKEEP/
*> RUNHIST/STOPRQ/FEETIN/FILECTL/RECENTRD/SUSPOUT are DD-name
*> style ASSIGN targets resolved from the matching DD_xxx
*> variables, defaulted to meters-results.dat, audit-trail.dat,
*> reject-readings.dat, reject-keep.dat, mtd-statistics.dat,
*> mtd-stat-keep.dat, run-history.dat, batch-stop-request.dat,
*> feet-readings.dat, file-control-log.dat, recent-readings.dat and
*> duplicate-suspense.dat, matching the other programs' DD
*> handling; ALERTLOG is alert-raise.cbl's own.

environment division.
input-output section.
file-control.
    select ws-partition-summary-file assign to PARTSUM
        organization is line sequential
        file status is ws-partition-summary-file-status.
    select ws-partition-out-file assign to PARTOUT
        organization is line sequential
        file status is ws-partition-out-file-status.
    select ws-partition-audit-file assign to PARTAUD
        organization is line sequential
        file status is ws-partition-audit-file-status.
    select ws-partition-reject-file assign to PARTREJ
        organization is line sequential
        file status is ws-partition-reject-file-status.
    select ws-partition-suspense-file assign to PARTSUS
        organization is line sequential
        file status is ws-partition-suspense-file-status.
    select ws-partition-recent-file assign to PARTRCN
        organization is line sequential
        file status is ws-partition-recent-file-status.
    select ws-meters-out-file assign to METOUT
        organization is line sequential
        file status is ws-meters-out-file-status.
    select ws-audit-file assign to AUDIT
        organization is line sequential
        file status is ws-audit-file-status.
    select ws-reject-file assign to REJFILE
        organization is line sequential
        file status is ws-reject-file-status.
    select ws-reject-keep-file assign to REJKEEP
        organization is line sequential
        file status is ws-reject-keep-file-status.
    select ws-mtd-stat-file assign to MTDSTAT
        organization is line sequential
        file status is ws-mtd-stat-file-status.
    select ws-mtd-keep-file assign to MTDKEEP
        organization is line sequential
        file status is ws-mtd-keep-file-status.
    select ws-run-history-file assign to RUNHIST
        organization is line sequential
        file status is ws-run-history-file-status.
    select ws-stop-request-file assign to STOPRQ
        organization is line sequential
        file status is ws-stop-request-file-status.
    select ws-feet-in-file assign to FEETIN
        organization is line sequential
        file status is ws-feet-in-file-status.
    select ws-file-control-log assign to FILECTL
        organization is line sequential
        file status is ws-file-control-log-status.
    select ws-recent-readings-file assign to RECENTRD
        organization is line sequential
        file status is ws-recent-readings-file-status.
    select ws-suspense-file assign to SUSPOUT
        organization is line sequential
        file status is ws-suspense-file-status.

data division.
file section.
fd  ws-partition-summary-file.
copy "partition-summary-record.cpy".

fd  ws-partition-out-file.
01  ws-partition-out-record   pic x(120).

fd  ws-partition-audit-file.
01  ws-partition-audit-record pic x(80).

fd  ws-partition-reject-file.
01  ws-partition-reject-record pic x(53).

fd  ws-partition-suspense-file.
01  ws-partition-suspense-record pic x(100).

fd  ws-partition-recent-file.
01  ws-partition-recent-record.
    05  rn-site               pic x(4).
    05  rn-sequence           pic x(6).
    05  rn-file-date          pic 9(8).

fd  ws-meters-out-file.
01  ws-meters-out-record      pic x(120).

fd  ws-audit-file.
01  ws-audit-record           pic x(80).

fd  ws-reject-file.
copy "reject-record.cpy".

fd  ws-reject-keep-file.
01  ws-reject-keep-record     pic x(53).

fd  ws-mtd-stat-file.
copy "mtd-stat-record.cpy".

fd  ws-mtd-keep-file.
01  ws-mtd-keep-record        pic x(61).

fd  ws-run-history-file.
copy "run-history-record.cpy".

fd  ws-stop-request-file.
01  ws-stop-request-record    pic x(80).

fd  ws-feet-in-file.
01  ws-feet-in-record.
    05  fi-record-type        pic x(3).
    05  fi-file-date          pic 9(8).
    05  fi-source-system      pic x(8).
    05  filler                pic x(11).

fd  ws-file-control-log.
copy "file-control-record.cpy".

fd  ws-recent-readings-file.
01  ws-recent-readings-record.
    05  rr-site               pic x(4).
    05  rr-sequence           pic x(6).
    05  rr-file-date          pic 9(8).

fd  ws-suspense-file.
01  ws-suspense-record        pic x(100).

working-storage section.
01 ws-partition-summary-file-status pic xx.
01 ws-partition-out-file-status     pic xx.
01 ws-partition-audit-file-status   pic xx.
01 ws-partition-reject-file-status  pic xx.
01 ws-partition-suspense-file-status pic xx.
01 ws-partition-recent-file-status  pic xx.
01 ws-meters-out-file-status  pic xx.
01 ws-audit-file-status       pic xx.
01 ws-reject-file-status      pic xx.
01 ws-reject-keep-file-status pic xx.
01 ws-mtd-stat-file-status    pic xx.
01 ws-mtd-keep-file-status    pic xx.
01 ws-run-history-file-status pic xx.
01 ws-stop-request-file-status pic xx.
01 ws-feet-in-file-status     pic xx.
01 ws-file-control-log-status pic xx.
01 ws-recent-readings-file-status pic xx.
01 ws-suspense-file-status    pic xx.

01 ws-eof-flag                pic x value "N".
   88 ws-end-of-file           value "Y".

01 ws-cmd-line                pic x(80).
01 ws-run-date                pic 9(8).
01 ws-merge-start             pic x(17).
01 ws-run-datetime            pic x(17).
01 ws-cdt-date                pic 9(8).
01 ws-cdt-time                pic 9(8).

*> The partitions named on the command line, in the order their
*> results segments go into METOUT, each with its summary record
*> as loaded and its part in tonight's merge: C completed and to
*> be merged now, M already merged earlier tonight by a merge cut
*> short (its results still count, its segments are already in),
*> S stopped at the window cutoff, X missing, still running, or
*> not run since an earlier night's merge.
01 ws-partition-ids.
   03 ws-partition-id-token occurs 8 times pic x(8).
01 ws-partition-table.
   03 ws-partition-entry occurs 8 times.
      05 pt-partition-id     pic x(8).
      05 pt-role             pic x.
      05 pt-summary-image    pic x(7388).
01 ws-partition-count        pic s9(4) comp value 0.
01 ws-partition-sub          pic s9(4) comp.
01 ws-blocked-count          pic 9(4) value 0.
01 ws-stopped-count          pic 9(4) value 0.
01 ws-complete-count         pic 9(4) value 0.
01 ws-stop-requested-flag    pic x value "N".
   88 ws-stop-requested       value "Y".

01 ws-file-kind              pic x(10).
01 ws-partition-file-name    pic x(80).
*> DD_PARTOUT1 and the like - the JCL's dataset for the partition
*> at that position on the command line.
01 ws-partition-dd-name      pic x(20).
01 ws-partition-position     pic 9.

*> Segment checks ahead of the merge: each segment's line count
*> against what its partition summary accounts for.
01 ws-expected-count         pic 9(9).
01 ws-segment-failures       pic 9(4) value 0.
01 ws-segment-open-status    pic xx.

*> The night's combined figures - what the single-step batch would
*> have carried in its running totals at completion.
01 ws-total-records          pic 9(9) value 0.
01 ws-total-rejects          pic 9(9) value 0.
01 ws-resub-count            pic 9(9) value 0.
01 ws-warning-count          pic 9(9) value 0.
01 ws-anomaly-count          pic 9(9) value 0.
01 ws-unknown-site-rejects   pic 9(9) value 0.
01 ws-feetin-lines           pic 9(9) value 0.
01 ws-groups-good            pic 9(4) value 0.
01 ws-groups-bad             pic 9(4) value 0.
01 ws-groups-dup             pic 9(4) value 0.
01 ws-night-start            pic x(17).
01 ws-night-start-type       pic x(6).
01 ws-night-locale           pic x(2).
01 ws-forced-flag            pic x value "N".
   88 ws-night-forced         value "Y".
01 ws-known-unit-rejects     pic 9(9).

*> Combined per-unit and per-site statistics, built in the order
*> the partitions carry them - every partition loads the same unit
*> and site masters, so that is the order the single step's
*> trailer would print.
01 ws-unit-stats.
   03 ws-unit-stat-entry occurs 12 times.
      05 mu-unit-code        pic x(4).
      05 mu-class            pic x(3).
      05 mu-count            pic 9(9).
      05 mu-total-in         pic s9(9)v99.
      05 mu-total-out        pic s9(9)v99.
      05 mu-min-in           pic s9(6)v99.
      05 mu-max-in           pic s9(6)v99.
      05 mu-rejects          pic 9(9).
01 ws-unit-count             pic s9(4) comp value 0.
01 ws-unit-sub               pic s9(4) comp.
01 ws-unit-hit-sub           pic s9(4) comp.
01 ws-ps-sub                 pic s9(4) comp.

*> Combined XFR pairs - each source unit converted by XFR to
*> another unit of its class, with the figures in the target's
*> own terms for the trailer's TARGET= lines.
01 ws-xfr-stats.
   03 ws-xfr-stat-entry occurs 132 times.
      05 mx-unit-code        pic x(4).
      05 mx-target-code      pic x(4).
      05 mx-count            pic 9(9).
      05 mx-total-in         pic s9(9)v99.
      05 mx-total-out        pic s9(9)v99.
01 ws-xfr-count              pic s9(4) comp value 0.
01 ws-xfr-sub                pic s9(4) comp.
01 ws-xfr-hit-sub            pic s9(4) comp.

01 ws-site-stats.
   03 ws-site-stat-entry occurs 20 times.
      05 msit-site-code      pic x(4).
      05 msit-site-name      pic x(20).
      05 msit-converted      pic 9(9).
      05 msit-rejected       pic 9(9).
01 ws-site-count             pic s9(4) comp value 0.
01 ws-site-sub               pic s9(4) comp.
01 ws-site-hit-sub           pic s9(4) comp.

*> The file date+source groups the merged partitions converted -
*> their rejects already on the queue are replaced by the
*> partitions' reject segments.
01 ws-drop-group-table.
   03 ws-drop-group-entry occurs 10 times.
      05 dg-file-date        pic 9(8).
      05 dg-source-system    pic x(8).
01 ws-drop-group-count       pic s9(4) comp value 0.
01 ws-drop-group-sub         pic s9(4) comp.
01 ws-reject-match-flag      pic x.
   88 ws-reject-matched       value "Y".
01 ws-post-failed-flag       pic x value "N".
   88 ws-post-failed          value "Y".

01 ws-covered-flag           pic x.
   88 ws-source-covered       value "Y".
01 ws-uncovered-count        pic 9(4) value 0.

01 ws-value-edited           pic -(6)9.99.
01 ws-other-edited           pic -(6)9.99.
01 ws-total-value-edited     pic -(9)9.99.
01 ws-total-other-edited     pic -(9)9.99.
01 ws-trailer-line           pic x(120).
01 ws-mode-tokens            pic x(30).
01 ws-token-pointer          pic s9(4) comp.
01 ws-segment-count          pic 9(9).

*> The recent-readings reference as the partitions loaded it,
*> entries past the retention dropped, with each merged partition's
*> new sequences added. Entries past ws-recent-base-count came in
*> from a partition this run, so a second partition bringing the
*> same site+sequence converted it a second time tonight.
01 ws-recent-table.
   03 ws-recent-entry occurs 5000 times.
      05 rt-site             pic x(4).
      05 rt-sequence         pic x(6).
      05 rt-file-date        pic 9(8).
01 ws-recent-count           pic s9(4) comp value 0.
01 ws-recent-base-count      pic s9(4) comp value 0.
01 ws-recent-sub             pic s9(4) comp.
01 ws-recent-hit-sub         pic s9(4) comp.
01 ws-recent-retention       pic 9(4) value 7.
01 ws-recent-cutoff          pic 9(8).
01 ws-recent-loaded-flag     pic x value "N".
   88 ws-recent-loaded        value "Y".
01 ws-cross-dup-count        pic 9(6) value 0.

copy "alert-request.cpy".

01 ws-dd-name                pic x(20).
01 ws-dd-default-value       pic x(80).
01 ws-dd-current-value       pic x(80).

procedure division.
main-logic.
    accept ws-cdt-date from date yyyymmdd
    accept ws-cdt-time from time
    move ws-cdt-date to ws-run-date
    move ws-cdt-date to ws-merge-start(1:8)
    move "-" to ws-merge-start(9:1)
    move ws-cdt-time to ws-merge-start(10:8)

    perform set-default-dd-names
    move 0 to return-code

    accept ws-cmd-line from command-line
    perform parse-partition-ids
    if ws-partition-count = 0
        display "No partition ids given - nothing to merge."
        move 16 to return-code
        goback
    end-if

    perform load-partition-summaries
    perform sum-partition-figures

    evaluate true
        when ws-blocked-count > 0
            display ws-blocked-count " partition(s) missing or not"
                " finished - merge refused, nothing written."
            move 16 to return-code
        when ws-stopped-count > 0
            display ws-stopped-count " partition(s) stopped at the"
                " batch-window cutoff - the night resumes on the"
                " next run."
            if ws-stop-requested
                perform clear-stop-request
            end-if
            move 6 to return-code
        when ws-complete-count = 0
            display "Every partition is already merged - nothing"
                " to merge."
            move 8 to return-code
        when other
            perform verify-partition-segments
            if ws-segment-failures > 0
                display ws-segment-failures " partition segment(s)"
                    " missing or not matching their partition"
                    " summary - merge refused, nothing written."
                move 16 to return-code
            else
                perform merge-night
            end-if
    end-evaluate

    *> A night already merged has its run-history record.
    if ws-blocked-count > 0 or ws-stopped-count > 0
            or ws-complete-count > 0
        perform write-run-history
    end-if
    goback.

set-default-dd-names.
    move "DD_METOUT" to ws-dd-name
    move "meters-results.dat" to ws-dd-default-value
    perform default-one-dd-name

    move "DD_AUDIT" to ws-dd-name
    move "audit-trail.dat" to ws-dd-default-value
    perform default-one-dd-name

    move "DD_REJFILE" to ws-dd-name
    move "reject-readings.dat" to ws-dd-default-value
    perform default-one-dd-name

    move "DD_REJKEEP" to ws-dd-name
    move "reject-keep.dat" to ws-dd-default-value
    perform default-one-dd-name

    move "DD_MTDSTAT" to ws-dd-name
    move "mtd-statistics.dat" to ws-dd-default-value
    perform default-one-dd-name

    move "DD_MTDKEEP" to ws-dd-name
    move "mtd-stat-keep.dat" to ws-dd-default-value
    perform default-one-dd-name

    move "DD_RUNHIST" to ws-dd-name
    move "run-history.dat" to ws-dd-default-value
    perform default-one-dd-name

    move "DD_STOPRQ" to ws-dd-name
    move "batch-stop-request.dat" to ws-dd-default-value
    perform default-one-dd-name

    move "DD_FEETIN" to ws-dd-name
    move "feet-readings.dat" to ws-dd-default-value
    perform default-one-dd-name

    move "DD_FILECTL" to ws-dd-name
    move "file-control-log.dat" to ws-dd-default-value
    perform default-one-dd-name

    move "DD_RECENTRD" to ws-dd-name
    move "recent-readings.dat" to ws-dd-default-value
    perform default-one-dd-name

    move "DD_SUSPOUT" to ws-dd-name
    move "duplicate-suspense.dat" to ws-dd-default-value
    perform default-one-dd-name.

default-one-dd-name.
    move spaces to ws-dd-current-value
    accept ws-dd-current-value from environment ws-dd-name
    if ws-dd-current-value = spaces
        display ws-dd-name upon environment-name
        display ws-dd-default-value upon environment-value
    end-if.

route-partition-file.
    *> Points ws-dd-name at the partition in ws-partition-sub's own
    *> file - always, one fixed file cannot serve every partition:
    *> the dataset the JCL gives its position (ws-dd-name plus the
    *> position, DD_PARTOUT2), else partition-<kind>-<id>.dat.
    move ws-partition-sub to ws-partition-position
    move spaces to ws-partition-dd-name
    string ws-dd-name delimited by space
           ws-partition-position delimited by size
           into ws-partition-dd-name
    end-string
    move spaces to ws-partition-file-name
    accept ws-partition-file-name from environment
        ws-partition-dd-name
    if ws-partition-file-name = spaces
        string "partition-" delimited by size
               ws-file-kind delimited by space
               "-" delimited by size
               pt-partition-id(ws-partition-sub) delimited by space
               ".dat" delimited by size
               into ws-partition-file-name
        end-string
    end-if
    display ws-dd-name upon environment-name
    display ws-partition-file-name upon environment-value.

parse-partition-ids.
    move spaces to ws-partition-ids
    move 0 to ws-partition-count
    unstring ws-cmd-line delimited by all spaces
        into ws-partition-id-token(1) ws-partition-id-token(2)
             ws-partition-id-token(3) ws-partition-id-token(4)
             ws-partition-id-token(5) ws-partition-id-token(6)
             ws-partition-id-token(7) ws-partition-id-token(8)
    end-unstring
    perform varying ws-partition-sub from 1 by 1
            until ws-partition-sub > 8
        if ws-partition-id-token(ws-partition-sub) not = spaces
            add 1 to ws-partition-count
            move ws-partition-id-token(ws-partition-sub)
                to pt-partition-id(ws-partition-count)
            move spaces to pt-summary-image(ws-partition-count)
            move "X" to pt-role(ws-partition-count)
        end-if
    end-perform.

load-partition-summaries.
    perform varying ws-partition-sub from 1 by 1
            until ws-partition-sub > ws-partition-count
        move "DD_PARTSUM" to ws-dd-name
        move "summary" to ws-file-kind
        perform route-partition-file
        move spaces to ws-partition-summary-record
        open input ws-partition-summary-file
        if ws-partition-summary-file-status = "00"
            read ws-partition-summary-file
                at end
                    move spaces to ws-partition-summary-record
            end-read
            close ws-partition-summary-file
        end-if
        move ws-partition-summary-record
            to pt-summary-image(ws-partition-sub)
        perform classify-partition
    end-perform.

classify-partition.
    evaluate true
        when ps-complete
            move "C" to pt-role(ws-partition-sub)
            add 1 to ws-complete-count
        when ps-merged and ps-merged-datetime(1:8) = ws-run-date
            move "M" to pt-role(ws-partition-sub)
        when ps-merged
            move "X" to pt-role(ws-partition-sub)
            add 1 to ws-blocked-count
            display "Partition " pt-partition-id(ws-partition-sub)
                " has not run since it was merged on "
                ps-merged-datetime(1:8) "."
        when ps-stopped
            move "S" to pt-role(ws-partition-sub)
            add 1 to ws-stopped-count
            if ps-stop-requested
                set ws-stop-requested to true
            end-if
            perform raise-partition-stop-alert
        when ps-running
            move "X" to pt-role(ws-partition-sub)
            add 1 to ws-blocked-count
            display "Partition " pt-partition-id(ws-partition-sub)
                " is still RUNNING since " ps-run-start
                " - it abended or failed; rerun it first."
        when other
            move "X" to pt-role(ws-partition-sub)
            add 1 to ws-blocked-count
            display "Partition " pt-partition-id(ws-partition-sub)
                " has no partition summary - it has not run."
    end-evaluate.

raise-partition-stop-alert.
    *> The alert the single step raises at a window stop, keyed by
    *> the group the partition stopped in; a stop ahead of any group
    *> keys the night by its run date. A rerun of this step finds
    *> it already raised.
    move "FEETCNV" to ar-source-program
    move "HIGH" to ar-severity
    move ws-run-date to ar-run-date
    move spaces to ar-key
    if ps-stop-file-date is numeric and ps-stop-file-date > 0
        move "FILE" to ar-key-type
        move ps-stop-file-date to ar-key-file-date
        move ps-stop-source to ar-key-source-system
    else
        move "RUN" to ar-key-type
        move ws-run-date to ar-key-date
    end-if
    move spaces to ar-message
    if ps-stop-requested
        string "OPERATOR STOP - " delimited by size
               ps-partition-id delimited by space
               " STOPPED, RESUMES NEXT RUN" delimited by size
               into ar-message
        end-string
    else
        string "WINDOW CUTOFF - " delimited by size
               ps-partition-id delimited by space
               " STOPPED, RESUMES NEXT RUN" delimited by size
               into ar-message
        end-string
    end-if
    call "alert-raise" using alert-request
    end-call
    move 0 to return-code.

verify-partition-segments.
    *> Every segment about to be merged must hold what its summary
    *> says the partition wrote: one results line and one audit
    *> record per reading converted or rejected, one reject record
    *> per reading rejected. A partition merged earlier tonight
    *> contributes only its results again.
    move 0 to ws-segment-failures
    perform varying ws-partition-sub from 1 by 1
            until ws-partition-sub > ws-partition-count
        if pt-role(ws-partition-sub) = "C"
                or pt-role(ws-partition-sub) = "M"
            move pt-summary-image(ws-partition-sub)
                to ws-partition-summary-record
            perform count-results-segment
            compute ws-expected-count =
                ps-total-records + ps-total-rejects
            move "results" to ws-file-kind
            perform check-segment-count
            if pt-role(ws-partition-sub) = "C"
                perform count-reject-segment
                move ps-total-rejects to ws-expected-count
                move "reject" to ws-file-kind
                perform check-segment-count
                perform count-audit-segment
                compute ws-expected-count =
                    ps-total-records + ps-total-rejects
                move "audit" to ws-file-kind
                perform check-segment-count
            end-if
        end-if
    end-perform.

check-segment-count.
    if ws-segment-open-status not = "00"
        add 1 to ws-segment-failures
        display "Partition " pt-partition-id(ws-partition-sub)
            ": segment will not open (status="
            ws-segment-open-status ") - " ws-file-kind
    else
        if ws-segment-count not = ws-expected-count
            add 1 to ws-segment-failures
            display "Partition " pt-partition-id(ws-partition-sub)
                ": " ws-segment-count " record(s) on the segment, "
                ws-expected-count " on its summary - " ws-file-kind
        end-if
    end-if.

count-results-segment.
    move "DD_PARTOUT" to ws-dd-name
    move "results" to ws-file-kind
    perform route-partition-file
    move 0 to ws-segment-count
    move "N" to ws-eof-flag
    open input ws-partition-out-file
    move ws-partition-out-file-status to ws-segment-open-status
    if ws-partition-out-file-status = "00"
        perform until ws-end-of-file
            read ws-partition-out-file
                at end
                    set ws-end-of-file to true
                not at end
                    add 1 to ws-segment-count
            end-read
        end-perform
        close ws-partition-out-file
    end-if
    move "N" to ws-eof-flag.

count-reject-segment.
    move "DD_PARTREJ" to ws-dd-name
    move "rejects" to ws-file-kind
    perform route-partition-file
    move 0 to ws-segment-count
    move "N" to ws-eof-flag
    open input ws-partition-reject-file
    move ws-partition-reject-file-status to ws-segment-open-status
    if ws-partition-reject-file-status = "00"
        perform until ws-end-of-file
            read ws-partition-reject-file
                at end
                    set ws-end-of-file to true
                not at end
                    add 1 to ws-segment-count
            end-read
        end-perform
        close ws-partition-reject-file
    end-if
    move "N" to ws-eof-flag.

count-audit-segment.
    move "DD_PARTAUD" to ws-dd-name
    move "audit" to ws-file-kind
    perform route-partition-file
    move 0 to ws-segment-count
    move "N" to ws-eof-flag
    open input ws-partition-audit-file
    move ws-partition-audit-file-status to ws-segment-open-status
    if ws-partition-audit-file-status = "00"
        perform until ws-end-of-file
            read ws-partition-audit-file
                at end
                    set ws-end-of-file to true
                not at end
                    add 1 to ws-segment-count
            end-read
        end-perform
        close ws-partition-audit-file
    end-if
    move "N" to ws-eof-flag.

sum-partition-figures.
    *> Tonight's partitions - completed, merged earlier tonight or
    *> stopped - make up the night's figures; a stopped night's
    *> run-history record reports what was done before the stop.
    move spaces to ws-night-start
    move "FRESH" to ws-night-start-type
    move "US" to ws-night-locale
    perform varying ws-partition-sub from 1 by 1
            until ws-partition-sub > ws-partition-count
        if pt-role(ws-partition-sub) = "C"
                or pt-role(ws-partition-sub) = "M"
                or pt-role(ws-partition-sub) = "S"
            move pt-summary-image(ws-partition-sub)
                to ws-partition-summary-record
            perform add-partition-figures
        end-if
    end-perform
    if ws-night-start = spaces
        move ws-merge-start to ws-night-start
    end-if.

add-partition-figures.
    if ws-night-start = spaces or ps-run-start < ws-night-start
        move ps-run-start to ws-night-start
    end-if
    if ps-start-type = "RESUME"
        move "RESUME" to ws-night-start-type
    end-if
    if ps-forced
        set ws-night-forced to true
    end-if
    if ps-locale not = spaces
        move ps-locale to ws-night-locale
    end-if
    if ps-feetin-lines > ws-feetin-lines
        move ps-feetin-lines to ws-feetin-lines
    end-if
    add ps-resub-count to ws-resub-count
    add ps-groups-good to ws-groups-good
    add ps-groups-bad to ws-groups-bad
    add ps-groups-dup to ws-groups-dup
    add ps-total-records to ws-total-records
    add ps-total-rejects to ws-total-rejects
    add ps-warning-count to ws-warning-count
    add ps-anomaly-count to ws-anomaly-count
    add ps-unknown-site-rejects to ws-unknown-site-rejects
    *> Every slot is registered, active or not, so the combined
    *> table keeps the unit table's order; the trailer and the
    *> posting skip the units with nothing to report.
    perform varying ws-ps-sub from 1 by 1 until ws-ps-sub > 12
        if ps-unit-code(ws-ps-sub) not = spaces
            perform add-partition-unit
        end-if
    end-perform
    perform varying ws-ps-sub from 1 by 1 until ws-ps-sub > 20
        if ps-site-code(ws-ps-sub) not = spaces
            perform add-partition-site
        end-if
    end-perform
    perform varying ws-ps-sub from 1 by 1 until ws-ps-sub > 132
        if ps-xfr-unit-code(ws-ps-sub) not = spaces
                and ps-xfr-count(ws-ps-sub) is numeric
            perform add-partition-xfr-pair
        end-if
    end-perform.

add-partition-unit.
    move 0 to ws-unit-hit-sub
    perform varying ws-unit-sub from 1 by 1
            until ws-unit-sub > ws-unit-count
        if mu-unit-code(ws-unit-sub) = ps-unit-code(ws-ps-sub)
                and ws-unit-hit-sub = 0
            move ws-unit-sub to ws-unit-hit-sub
        end-if
    end-perform
    if ws-unit-hit-sub = 0
        if ws-unit-count < 12
            add 1 to ws-unit-count
            move ws-unit-count to ws-unit-hit-sub
            move ps-unit-code(ws-ps-sub)
                to mu-unit-code(ws-unit-hit-sub)
            move ps-unit-class(ws-ps-sub)
                to mu-class(ws-unit-hit-sub)
            move 0 to mu-count(ws-unit-hit-sub)
            move 0 to mu-total-in(ws-unit-hit-sub)
            move 0 to mu-total-out(ws-unit-hit-sub)
            move 0 to mu-min-in(ws-unit-hit-sub)
            move 0 to mu-max-in(ws-unit-hit-sub)
            move 0 to mu-rejects(ws-unit-hit-sub)
        else
            display "Unit table is full - unit "
                ps-unit-code(ws-ps-sub) " from partition "
                ps-partition-id " was left out of the trailer."
        end-if
    end-if
    if ws-unit-hit-sub > 0
        *> A partition's min/max only mean anything once it has
        *> converted a reading of the unit.
        if ps-unit-count(ws-ps-sub) > 0
            if mu-count(ws-unit-hit-sub) = 0
                move ps-unit-min-in(ws-ps-sub)
                    to mu-min-in(ws-unit-hit-sub)
                move ps-unit-max-in(ws-ps-sub)
                    to mu-max-in(ws-unit-hit-sub)
            else
                if ps-unit-min-in(ws-ps-sub)
                        < mu-min-in(ws-unit-hit-sub)
                    move ps-unit-min-in(ws-ps-sub)
                        to mu-min-in(ws-unit-hit-sub)
                end-if
                if ps-unit-max-in(ws-ps-sub)
                        > mu-max-in(ws-unit-hit-sub)
                    move ps-unit-max-in(ws-ps-sub)
                        to mu-max-in(ws-unit-hit-sub)
                end-if
            end-if
        end-if
        add ps-unit-count(ws-ps-sub) to mu-count(ws-unit-hit-sub)
        add ps-unit-total-in(ws-ps-sub)
            to mu-total-in(ws-unit-hit-sub)
        add ps-unit-total-out(ws-ps-sub)
            to mu-total-out(ws-unit-hit-sub)
        add ps-unit-rejects(ws-ps-sub)
            to mu-rejects(ws-unit-hit-sub)
    end-if.

add-partition-site.
    move 0 to ws-site-hit-sub
    perform varying ws-site-sub from 1 by 1
            until ws-site-sub > ws-site-count
        if msit-site-code(ws-site-sub) = ps-site-code(ws-ps-sub)
                and ws-site-hit-sub = 0
            move ws-site-sub to ws-site-hit-sub
        end-if
    end-perform
    if ws-site-hit-sub = 0
        if ws-site-count < 20
            add 1 to ws-site-count
            move ws-site-count to ws-site-hit-sub
            move ps-site-code(ws-ps-sub)
                to msit-site-code(ws-site-hit-sub)
            move ps-site-name(ws-ps-sub)
                to msit-site-name(ws-site-hit-sub)
            move 0 to msit-converted(ws-site-hit-sub)
            move 0 to msit-rejected(ws-site-hit-sub)
        else
            display "Site table is full - site "
                ps-site-code(ws-ps-sub) " from partition "
                ps-partition-id " was left out of the trailer."
        end-if
    end-if
    if ws-site-hit-sub > 0
        add ps-site-converted(ws-ps-sub)
            to msit-converted(ws-site-hit-sub)
        add ps-site-rejected(ws-ps-sub)
            to msit-rejected(ws-site-hit-sub)
    end-if.

add-partition-xfr-pair.
    move 0 to ws-xfr-hit-sub
    perform varying ws-xfr-sub from 1 by 1
            until ws-xfr-sub > ws-xfr-count
        if mx-unit-code(ws-xfr-sub) = ps-xfr-unit-code(ws-ps-sub)
                and mx-target-code(ws-xfr-sub)
                    = ps-xfr-target-code(ws-ps-sub)
                and ws-xfr-hit-sub = 0
            move ws-xfr-sub to ws-xfr-hit-sub
        end-if
    end-perform
    if ws-xfr-hit-sub = 0
        if ws-xfr-count < 132
            add 1 to ws-xfr-count
            move ws-xfr-count to ws-xfr-hit-sub
            move ps-xfr-unit-code(ws-ps-sub)
                to mx-unit-code(ws-xfr-hit-sub)
            move ps-xfr-target-code(ws-ps-sub)
                to mx-target-code(ws-xfr-hit-sub)
            move 0 to mx-count(ws-xfr-hit-sub)
            move 0 to mx-total-in(ws-xfr-hit-sub)
            move 0 to mx-total-out(ws-xfr-hit-sub)
        else
            display "XFR pair table is full - "
                ps-xfr-unit-code(ws-ps-sub) " to "
                ps-xfr-target-code(ws-ps-sub) " from partition "
                ps-partition-id " was left out of the trailer."
        end-if
    end-if
    if ws-xfr-hit-sub > 0
        add ps-xfr-count(ws-ps-sub) to mx-count(ws-xfr-hit-sub)
        add ps-xfr-total-in(ws-ps-sub)
            to mx-total-in(ws-xfr-hit-sub)
        add ps-xfr-total-out(ws-ps-sub)
            to mx-total-out(ws-xfr-hit-sub)
    end-if.

merge-night.
    *> The single step's own rule on the summed group dispositions:
    *> nothing verified and nothing resubmitted is a refused (every
    *> group already completed) or aborted night; a skipped bad or
    *> already-completed group makes a partial night.
    if ws-groups-good = 0 and ws-resub-count = 0
        if ws-groups-dup > 0
            display "Every control group on file has already been"
                " processed to completion - night refused."
            move 8 to return-code
        else
            display "No control group on file verified - night"
                " aborted."
            move 16 to return-code
        end-if
    else
        if ws-groups-bad > 0 or ws-groups-dup > 0
            move 4 to return-code
        end-if
        perform write-merged-results
        perform post-mtd-statistics
        perform check-uncovered-sources
    end-if

    perform post-partition-segments.

write-merged-results.
    open output ws-meters-out-file
    if ws-meters-out-file-status not = "00"
        display "Unable to open METOUT (status="
            ws-meters-out-file-status ") - merge aborted."
        move 16 to return-code
    else
        perform varying ws-partition-sub from 1 by 1
                until ws-partition-sub > ws-partition-count
            if pt-role(ws-partition-sub) = "C"
                    or pt-role(ws-partition-sub) = "M"
                move pt-summary-image(ws-partition-sub)
                    to ws-partition-summary-record
                perform copy-results-segment
            end-if
        end-perform
        perform write-summary-trailer
        close ws-meters-out-file
    end-if.

copy-results-segment.
    move "DD_PARTOUT" to ws-dd-name
    move "results" to ws-file-kind
    perform route-partition-file
    move 0 to ws-segment-count
    move "N" to ws-eof-flag
    open input ws-partition-out-file
    if ws-partition-out-file-status = "00"
        perform until ws-end-of-file
            read ws-partition-out-file
                at end
                    set ws-end-of-file to true
                not at end
                    move ws-partition-out-record
                        to ws-meters-out-record
                    write ws-meters-out-record
                    add 1 to ws-segment-count
            end-read
        end-perform
        close ws-partition-out-file
    else
        display "Unable to open the results segment of partition "
            pt-partition-id(ws-partition-sub) " (status="
            ws-partition-out-file-status ") - merge failed."
        move 16 to return-code
    end-if
    move "N" to ws-eof-flag
    display "Partition " pt-partition-id(ws-partition-sub) ": "
        ws-segment-count " result line(s) merged."
    compute ws-expected-count = ps-total-records + ps-total-rejects
    if ws-partition-out-file-status = "00"
            and ws-segment-count not = ws-expected-count
        display "Partition " pt-partition-id(ws-partition-sub)
            " results segment does not match its summary ("
            ws-expected-count " expected) - merge failed."
        move 16 to return-code
    end-if.

write-summary-trailer.
    *> The same trailer the single-step batch writes, from the
    *> combined figures.
    move spaces to ws-trailer-line
    string "TOTAL RECORDS=" delimited by size
           ws-total-records delimited by size
           " RESUBMITTED=" delimited by size
           ws-resub-count delimited by size
           " WARNINGS=" delimited by size
           ws-warning-count delimited by size
           " ANOMALIES=" delimited by size
           ws-anomaly-count delimited by size
           into ws-trailer-line
    end-string
    move ws-trailer-line to ws-meters-out-record
    write ws-meters-out-record

    perform varying ws-unit-sub from 1 by 1
            until ws-unit-sub > ws-unit-count
        if mu-count(ws-unit-sub) > 0
            perform write-unit-trailer-line
            perform varying ws-xfr-sub from 1 by 1
                    until ws-xfr-sub > ws-xfr-count
                if mx-unit-code(ws-xfr-sub) = mu-unit-code(ws-unit-sub)
                    perform write-xfr-trailer-line
                end-if
            end-perform
        end-if
    end-perform

    perform varying ws-site-sub from 1 by 1
            until ws-site-sub > ws-site-count
        if msit-converted(ws-site-sub) > 0
                or msit-rejected(ws-site-sub) > 0
            perform write-site-trailer-line
        end-if
    end-perform
    if ws-unknown-site-rejects > 0
        move spaces to ws-trailer-line
        string "SITE=???? REJECTED=" delimited by size
               ws-unknown-site-rejects delimited by size
               " (site code not on the site master)"
               delimited by size
               into ws-trailer-line
        end-string
        move ws-trailer-line to ws-meters-out-record
        write ws-meters-out-record
    end-if.

write-site-trailer-line.
    move spaces to ws-trailer-line
    string "SITE=" delimited by size
           msit-site-code(ws-site-sub) delimited by size
           " CONVERTED=" delimited by size
           msit-converted(ws-site-sub) delimited by size
           " REJECTED=" delimited by size
           msit-rejected(ws-site-sub) delimited by size
           " " delimited by size
           msit-site-name(ws-site-sub) delimited by size
           into ws-trailer-line
    end-string
    move ws-trailer-line to ws-meters-out-record
    write ws-meters-out-record.

write-unit-trailer-line.
    move spaces to ws-trailer-line
    move mu-total-in(ws-unit-sub) to ws-total-value-edited
    move mu-total-out(ws-unit-sub) to ws-total-other-edited
    move mu-min-in(ws-unit-sub) to ws-value-edited
    move mu-max-in(ws-unit-sub) to ws-other-edited
    string "UNIT=" delimited by size
           mu-unit-code(ws-unit-sub) delimited by size
           " CLASS=" delimited by size
           mu-class(ws-unit-sub) delimited by size
           " RECORDS=" delimited by size
           mu-count(ws-unit-sub) delimited by size
           " TOTAL-IN=" delimited by size
           ws-total-value-edited delimited by size
           " TOTAL-OUT=" delimited by size
           ws-total-other-edited delimited by size
           " MIN-IN=" delimited by size
           ws-value-edited delimited by size
           " MAX-IN=" delimited by size
           ws-other-edited delimited by size
           into ws-trailer-line
    end-string
    if ws-night-locale = "EU"
        inspect ws-trailer-line replacing all "." by ","
    end-if
    move ws-trailer-line to ws-meters-out-record
    write ws-meters-out-record.

write-xfr-trailer-line.
    move spaces to ws-trailer-line
    move mx-total-in(ws-xfr-sub) to ws-total-value-edited
    move mx-total-out(ws-xfr-sub) to ws-total-other-edited
    string "UNIT=" delimited by size
           mx-unit-code(ws-xfr-sub) delimited by size
           " TARGET=" delimited by size
           mx-target-code(ws-xfr-sub) delimited by size
           " CLASS=" delimited by size
           mu-class(ws-unit-sub) delimited by size
           " RECORDS=" delimited by size
           mx-count(ws-xfr-sub) delimited by size
           " TOTAL-IN=" delimited by size
           ws-total-value-edited delimited by size
           " TOTAL-OUT=" delimited by size
           ws-total-other-edited delimited by size
           into ws-trailer-line
    end-string
    if ws-night-locale = "EU"
        inspect ws-trailer-line replacing all "." by ","
    end-if
    move ws-trailer-line to ws-meters-out-record
    write ws-meters-out-record.

post-mtd-statistics.
    *> One record per unit with activity for the run date, the
    *> date's earlier records dropped first - the same posting the
    *> single-step batch makes, so a rerun night replaces its
    *> statistics rather than doubling them.
    perform drop-todays-mtd-records

    if ws-mtd-stat-file-status not = "00"
        display "Unable to post month-to-date statistics (status="
            ws-mtd-stat-file-status ")."
    else
        move 0 to ws-known-unit-rejects
        perform varying ws-unit-sub from 1 by 1
                until ws-unit-sub > ws-unit-count
            if mu-count(ws-unit-sub) > 0
                    or mu-rejects(ws-unit-sub) > 0
                move ws-run-date to ms-run-date
                move mu-unit-code(ws-unit-sub) to ms-unit-code
                move mu-class(ws-unit-sub) to ms-class
                move mu-count(ws-unit-sub) to ms-converted
                move mu-total-in(ws-unit-sub) to ms-total-in
                move mu-total-out(ws-unit-sub) to ms-total-out
                move mu-rejects(ws-unit-sub) to ms-rejected
                write ws-mtd-stat-record
                add mu-rejects(ws-unit-sub) to ws-known-unit-rejects
            end-if
        end-perform

        if ws-total-rejects > ws-known-unit-rejects
            move ws-run-date to ms-run-date
            move "????" to ms-unit-code
            move "???" to ms-class
            move 0 to ms-converted
            move 0 to ms-total-in
            move 0 to ms-total-out
            compute ms-rejected =
                ws-total-rejects - ws-known-unit-rejects
            write ws-mtd-stat-record
        end-if
        close ws-mtd-stat-file
    end-if.

drop-todays-mtd-records.
    *> Read-filter-rewrite through the keep file, leaving the
    *> statistics file open output for the posting; only a clean
    *> open enters the rewrite and only a missing file is created
    *> fresh (see the batch's paragraph of the same name).
    move "N" to ws-eof-flag
    open input ws-mtd-stat-file
    if ws-mtd-stat-file-status = "35"
        open output ws-mtd-stat-file
    else
        if ws-mtd-stat-file-status not = "00"
            display "Unable to read the month-to-date statistics"
                " file (status=" ws-mtd-stat-file-status
                ") - tonight's statistics were not posted."
        else
            perform rewrite-mtd-through-keep
        end-if
    end-if
    move "N" to ws-eof-flag.

rewrite-mtd-through-keep.
    open output ws-mtd-keep-file
    perform until ws-end-of-file
        read ws-mtd-stat-file
            at end
                set ws-end-of-file to true
            not at end
                if ms-run-date not = ws-run-date
                    move ws-mtd-stat-record to ws-mtd-keep-record
                    write ws-mtd-keep-record
                end-if
        end-read
    end-perform
    close ws-mtd-keep-file
    close ws-mtd-stat-file

    move "N" to ws-eof-flag
    open output ws-mtd-stat-file
    open input ws-mtd-keep-file
    perform until ws-end-of-file
        read ws-mtd-keep-file
            at end
                set ws-end-of-file to true
            not at end
                move ws-mtd-keep-record to ws-mtd-stat-record
                write ws-mtd-stat-record
        end-read
    end-perform
    close ws-mtd-keep-file.

check-uncovered-sources.
    *> Every source transmitting on FEETIN needs a partition - a
    *> group no partition took was never converted, and the
    *> reconciliation will say so; the merge says why.
    move "N" to ws-eof-flag
    open input ws-feet-in-file
    if ws-feet-in-file-status = "00"
        perform until ws-end-of-file
            read ws-feet-in-file
                at end
                    set ws-end-of-file to true
                not at end
                    if fi-record-type = "HDR"
                        perform check-one-source
                    end-if
            end-read
        end-perform
        close ws-feet-in-file
    end-if
    move "N" to ws-eof-flag
    if ws-uncovered-count > 0 and return-code = 0
        move 4 to return-code
    end-if.

check-one-source.
    move "N" to ws-covered-flag
    perform varying ws-partition-sub from 1 by 1
            until ws-partition-sub > ws-partition-count
        if pt-partition-id(ws-partition-sub) = fi-source-system
            set ws-source-covered to true
        end-if
    end-perform
    if not ws-source-covered
        add 1 to ws-uncovered-count
        display "File date " fi-file-date " from " fi-source-system
            " has no partition - its group was not converted."
    end-if.

post-partition-segments.
    *> One partition at a time - its rejects replaced on the queue,
    *> its audit segment appended, then the partition marked MERGED -
    *> so a merge cut short part-way leaves each partition either
    *> fully posted and marked or not touched at all.
    accept ws-cdt-date from date yyyymmdd
    accept ws-cdt-time from time
    move ws-cdt-date to ws-run-datetime(1:8)
    move "-" to ws-run-datetime(9:1)
    move ws-cdt-time to ws-run-datetime(10:8)
    perform varying ws-partition-sub from 1 by 1
            until ws-partition-sub > ws-partition-count
        if pt-role(ws-partition-sub) = "C"
            move pt-summary-image(ws-partition-sub)
                to ws-partition-summary-record
            move "N" to ws-post-failed-flag
            perform replace-partition-rejects
            if not ws-post-failed
                perform append-audit-segment
            end-if
            if not ws-post-failed
                perform append-suspense-segment
                perform fold-recent-segment
                perform log-partition-groups
                perform mark-partition-merged
            end-if
        end-if
    end-perform
    if ws-cross-dup-count > 0
        display ws-cross-dup-count " reading(s) converted by two"
            " partitions tonight - see above."
        if return-code = 0
            move 4 to return-code
        end-if
    end-if.

replace-partition-rejects.
    *> The partition's own groups are dropped from the queue in one
    *> read-filter-rewrite pass, then its reject segment is appended
    *> - zero-dated re-rejected corrections included, which match no
    *> group and never drop.
    move 0 to ws-drop-group-count
    perform varying ws-ps-sub from 1 by 1
            until ws-ps-sub > 10
        if ps-group-source(ws-ps-sub) not = spaces
            add 1 to ws-drop-group-count
            move ps-group-file-date(ws-ps-sub)
                to dg-file-date(ws-drop-group-count)
            move ps-group-source(ws-ps-sub)
                to dg-source-system(ws-drop-group-count)
        end-if
    end-perform
    if ws-drop-group-count > 0
        perform drop-merged-group-rejects
    end-if

    open extend ws-reject-file
    if ws-reject-file-status = "35"
        open output ws-reject-file
    end-if
    if ws-reject-file-status not = "00"
        display "Unable to extend the reject file (status="
            ws-reject-file-status ") - partition "
            pt-partition-id(ws-partition-sub) " not merged."
        move 16 to return-code
        set ws-post-failed to true
    else
        perform copy-reject-segment
        close ws-reject-file
    end-if.

drop-merged-group-rejects.
    move "N" to ws-eof-flag
    open input ws-reject-file
    if ws-reject-file-status = "35"
        continue
    else
        if ws-reject-file-status not = "00"
            display "Unable to read the reject file (status="
                ws-reject-file-status ") - prior rejects for the"
                " merged groups were not replaced."
        else
            open output ws-reject-keep-file
            perform until ws-end-of-file
                read ws-reject-file
                    at end
                        set ws-end-of-file to true
                    not at end
                        perform match-reject-to-groups
                        if not ws-reject-matched
                            move ws-reject-record
                                to ws-reject-keep-record
                            write ws-reject-keep-record
                        end-if
                end-read
            end-perform
            close ws-reject-keep-file
            close ws-reject-file

            move "N" to ws-eof-flag
            open output ws-reject-file
            open input ws-reject-keep-file
            perform until ws-end-of-file
                read ws-reject-keep-file
                    at end
                        set ws-end-of-file to true
                    not at end
                        move ws-reject-keep-record
                            to ws-reject-record
                        write ws-reject-record
                end-read
            end-perform
            close ws-reject-keep-file
            close ws-reject-file
        end-if
    end-if
    move "N" to ws-eof-flag.

match-reject-to-groups.
    move "N" to ws-reject-match-flag
    perform varying ws-drop-group-sub from 1 by 1
            until ws-drop-group-sub > ws-drop-group-count
        if rej-file-date = dg-file-date(ws-drop-group-sub)
                and rej-source-system
                    = dg-source-system(ws-drop-group-sub)
            set ws-reject-matched to true
        end-if
    end-perform.

copy-reject-segment.
    move "DD_PARTREJ" to ws-dd-name
    move "rejects" to ws-file-kind
    perform route-partition-file
    move 0 to ws-segment-count
    move "N" to ws-eof-flag
    open input ws-partition-reject-file
    if ws-partition-reject-file-status = "00"
        perform until ws-end-of-file
            read ws-partition-reject-file
                at end
                    set ws-end-of-file to true
                not at end
                    move ws-partition-reject-record
                        to ws-reject-record
                    write ws-reject-record
                    add 1 to ws-segment-count
            end-read
        end-perform
        close ws-partition-reject-file
        if ws-segment-count not = ps-total-rejects
            display "Partition " pt-partition-id(ws-partition-sub)
                " reject segment holds " ws-segment-count
                " record(s), its summary " ps-total-rejects
                " - merge failed."
            move 16 to return-code
            set ws-post-failed to true
        end-if
    else
        display "Unable to open the reject segment of partition "
            pt-partition-id(ws-partition-sub) " (status="
            ws-partition-reject-file-status ") - merge failed."
        move 16 to return-code
        set ws-post-failed to true
    end-if
    move "N" to ws-eof-flag.

append-audit-segment.
    open extend ws-audit-file
    if ws-audit-file-status = "35"
        open output ws-audit-file
    end-if
    if ws-audit-file-status not = "00"
        display "Unable to extend the audit trail (status="
            ws-audit-file-status ") - partition "
            pt-partition-id(ws-partition-sub) " not merged."
        move 16 to return-code
        set ws-post-failed to true
    else
        perform copy-audit-segment
        close ws-audit-file
    end-if.

copy-audit-segment.
    move "DD_PARTAUD" to ws-dd-name
    move "audit" to ws-file-kind
    perform route-partition-file
    move 0 to ws-segment-count
    move "N" to ws-eof-flag
    open input ws-partition-audit-file
    if ws-partition-audit-file-status = "00"
        perform until ws-end-of-file
            read ws-partition-audit-file
                at end
                    set ws-end-of-file to true
                not at end
                    move ws-partition-audit-record
                        to ws-audit-record
                    write ws-audit-record
                    add 1 to ws-segment-count
            end-read
        end-perform
        close ws-partition-audit-file
        compute ws-expected-count =
            ps-total-records + ps-total-rejects
        if ws-segment-count not = ws-expected-count
            display "Partition " pt-partition-id(ws-partition-sub)
                " audit segment holds " ws-segment-count
                " record(s), its summary " ws-expected-count
                " - merge failed."
            move 16 to return-code
            set ws-post-failed to true
        end-if
    else
        display "Unable to open the audit segment of partition "
            pt-partition-id(ws-partition-sub) " (status="
            ws-partition-audit-file-status ") - merge failed."
        move 16 to return-code
        set ws-post-failed to true
    end-if
    move "N" to ws-eof-flag.

append-suspense-segment.
    *> The partition's duplicate-suspense lines onto the night's
    *> suspense listing.
    move "DD_PARTSUS" to ws-dd-name
    move "suspense" to ws-file-kind
    perform route-partition-file
    move 0 to ws-segment-count
    move "N" to ws-eof-flag
    open input ws-partition-suspense-file
    if ws-partition-suspense-file-status = "00"
        open extend ws-suspense-file
        if ws-suspense-file-status = "35"
            open output ws-suspense-file
        end-if
        if ws-suspense-file-status not = "00"
            display "Unable to extend the suspense listing (status="
                ws-suspense-file-status ") - partition "
                pt-partition-id(ws-partition-sub)
                "'s duplicates are only in its own segment."
        else
            perform until ws-end-of-file
                read ws-partition-suspense-file
                    at end
                        set ws-end-of-file to true
                    not at end
                        move ws-partition-suspense-record
                            to ws-suspense-record
                        write ws-suspense-record
                        add 1 to ws-segment-count
                end-read
            end-perform
            close ws-suspense-file
        end-if
        close ws-partition-suspense-file
    else
        if ws-partition-suspense-file-status not = "35"
            display "Unable to open the suspense segment of"
                " partition " pt-partition-id(ws-partition-sub)
                " (status=" ws-partition-suspense-file-status ")."
        end-if
    end-if
    move "N" to ws-eof-flag.

fold-recent-segment.
    *> The partition's new sequences into the recent-readings
    *> reference, rewritten whole so entries past the retention
    *> drop out, as the single step's clean completion does.
    if not ws-recent-loaded
        perform load-recent-readings
    end-if
    move "DD_PARTRCN" to ws-dd-name
    move "recent" to ws-file-kind
    perform route-partition-file
    move "N" to ws-eof-flag
    open input ws-partition-recent-file
    if ws-partition-recent-file-status = "00"
        perform until ws-end-of-file
            read ws-partition-recent-file
                at end
                    set ws-end-of-file to true
                not at end
                    perform add-recent-reading
            end-read
        end-perform
        close ws-partition-recent-file
        perform save-recent-readings
    else
        display "Unable to open the recent segment of partition "
            pt-partition-id(ws-partition-sub) " (status="
            ws-partition-recent-file-status ") - its sequences are"
            " not on the recent-readings reference."
    end-if
    move "N" to ws-eof-flag.

load-recent-readings.
    move 0 to ws-recent-count
    compute ws-recent-cutoff = function date-of-integer
        (function integer-of-date(ws-run-date) - ws-recent-retention)
    move "N" to ws-eof-flag
    open input ws-recent-readings-file
    if ws-recent-readings-file-status = "00"
        perform until ws-end-of-file
            read ws-recent-readings-file
                at end
                    set ws-end-of-file to true
                not at end
                    if rr-file-date >= ws-recent-cutoff
                            and ws-recent-count < 5000
                        add 1 to ws-recent-count
                        move rr-site to rt-site(ws-recent-count)
                        move rr-sequence
                            to rt-sequence(ws-recent-count)
                        move rr-file-date
                            to rt-file-date(ws-recent-count)
                    end-if
            end-read
        end-perform
        close ws-recent-readings-file
    end-if
    move ws-recent-count to ws-recent-base-count
    set ws-recent-loaded to true
    move "N" to ws-eof-flag.

add-recent-reading.
    move 0 to ws-recent-hit-sub
    perform varying ws-recent-sub from 1 by 1
            until ws-recent-sub > ws-recent-count
                or ws-recent-hit-sub > 0
        if rt-site(ws-recent-sub) = rn-site
                and rt-sequence(ws-recent-sub) = rn-sequence
            move ws-recent-sub to ws-recent-hit-sub
        end-if
    end-perform
    if ws-recent-hit-sub > ws-recent-base-count
        add 1 to ws-cross-dup-count
        display "Site " rn-site " sequence " rn-sequence
            " (file date " rn-file-date ") was converted by"
            " partition " pt-partition-id(ws-partition-sub)
            " and by another partition tonight."
    end-if
    if ws-recent-hit-sub = 0
        if ws-recent-count < 5000
            add 1 to ws-recent-count
            move rn-site to rt-site(ws-recent-count)
            move rn-sequence to rt-sequence(ws-recent-count)
            move rn-file-date to rt-file-date(ws-recent-count)
        else
            display "Recent-readings table is full - duplicate"
                " detection is incomplete from the next run."
        end-if
    end-if.

save-recent-readings.
    open output ws-recent-readings-file
    if ws-recent-readings-file-status = "00"
        perform varying ws-recent-sub from 1 by 1
                until ws-recent-sub > ws-recent-count
            move rt-site(ws-recent-sub) to rr-site
            move rt-sequence(ws-recent-sub) to rr-sequence
            move rt-file-date(ws-recent-sub) to rr-file-date
            write ws-recent-readings-record
        end-perform
        close ws-recent-readings-file
    else
        display "Unable to rewrite the recent-readings file"
            " (status=" ws-recent-readings-file-status ")."
    end-if.

log-partition-groups.
    *> The groups the partition converted, logged COMPLETED so a
    *> retransmission of the same date+source is refused - stamped
    *> with this merge, inside the night's run window.
    open extend ws-file-control-log
    if ws-file-control-log-status = "35"
        open output ws-file-control-log
    end-if
    if ws-file-control-log-status not = "00"
        display "Unable to extend the file-control log (status="
            ws-file-control-log-status ") - the groups of partition "
            pt-partition-id(ws-partition-sub) " are not logged."
        move 16 to return-code
    else
        perform varying ws-ps-sub from 1 by 1
                until ws-ps-sub > 10
            if ps-group-source(ws-ps-sub) not = spaces
                move spaces to ws-file-control-record
                move ps-group-file-date(ws-ps-sub) to fcl-file-date
                move ps-group-source(ws-ps-sub)
                    to fcl-source-system
                move "COMPLETED" to fcl-status
                move ws-run-datetime to fcl-run-datetime
                write ws-file-control-record
            end-if
        end-perform
        close ws-file-control-log
    end-if.

mark-partition-merged.
    *> Stamped so neither a rerun of this step nor of the partition
    *> step posts the partition twice; the partition's next run is
    *> the next night's.
    move "MERGED" to ps-status
    move ws-run-date to ps-merged-datetime(1:8)
    move ws-run-datetime(9:9) to ps-merged-datetime(9:9)
    move "DD_PARTSUM" to ws-dd-name
    move "summary" to ws-file-kind
    perform route-partition-file
    open output ws-partition-summary-file
    if ws-partition-summary-file-status = "00"
        write ws-partition-summary-record
        close ws-partition-summary-file
    else
        display "Unable to mark partition "
            pt-partition-id(ws-partition-sub)
            " merged (status="
            ws-partition-summary-file-status ")."
        move 16 to return-code
    end-if.

clear-stop-request.
    *> The request stopped the partitions - empty the file so the
    *> resumed night is not stopped again at its first interval.
    open output ws-stop-request-file
    close ws-stop-request-file.

write-run-history.
    *> The night's one run-history record - the window the
    *> reconciliation proves runs from the earliest partition's
    *> start to the end of this merge. FORCE rides the tokens when
    *> any partition reprocessed a completed group, as it would on
    *> the single step's PARM.
    move spaces to ws-mode-tokens
    move 1 to ws-token-pointer
    string "MERGE " delimited by size
           into ws-mode-tokens with pointer ws-token-pointer
    end-string
    if ws-night-forced
        string "FORCE " delimited by size
               into ws-mode-tokens with pointer ws-token-pointer
        end-string
    end-if
    perform varying ws-partition-sub from 1 by 1
            until ws-partition-sub > ws-partition-count
        string pt-partition-id(ws-partition-sub) delimited by space
               " " delimited by size
               into ws-mode-tokens with pointer ws-token-pointer
            on overflow
                continue
        end-string
    end-perform

    accept ws-cdt-date from date yyyymmdd
    accept ws-cdt-time from time
    open extend ws-run-history-file
    if ws-run-history-file-status = "35"
        open output ws-run-history-file
    end-if
    if ws-run-history-file-status not = "00"
        display "Unable to write the run-history record (status="
            ws-run-history-file-status ")."
    else
        move spaces to ws-run-history-record
        move ws-cdt-date to rh-run-date
        move ws-night-start to rh-start-datetime
        move ws-cdt-date to rh-end-datetime(1:8)
        move "-" to rh-end-datetime(9:1)
        move ws-cdt-time to rh-end-datetime(10:8)
        move ws-mode-tokens to rh-mode-tokens
        compute rh-records-read = ws-feetin-lines + ws-resub-count
        move ws-total-records to rh-converted
        move ws-total-rejects to rh-rejected
        move return-code to rh-return-code
        move ws-night-start-type to rh-start-type
        write ws-run-history-record
        close ws-run-history-file
    end-if.
