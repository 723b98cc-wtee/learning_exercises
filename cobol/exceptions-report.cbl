*> same audit trail, but selects only the rejected and malformed
*> entries data control actually works - the handful of OUT=REJ-NEG,
*> OUT=REJ-RANGE, OUT=REJ-LIMIT, OUT=MALFORMED, OUT=BAD-SITE,
*> OUT=BAD-UNIT, OUT=BAD-DIR, OUT=BAD-CLASS, OUT=BAD-PAIR (an XFR
*> reading whose target unit is of another class) and OUT=DUPLICATE
*> lines that were buried in pages of successful conversions on
*> the full log. Entries are grouped by
*> rejection reason, each with a count for the reason and the
*> offending input value on every line, and a grand exception total
*> at the end. The full log keeps going to the supervisors; this
*> one goes to the data-control queue as its own step of
*> jcl/feetcnvb.jcl.
*>
*> Readings the batch converted but flagged as far outside their
*> site's history (the ANOM marker in audit columns 76-79, see
*> reading-baseline-build.cbl) close the report as an eleventh group:
*> they were not rejected, but they are exactly what data control
*> should ring the site about.
*>
*> The reason groups are produced by one pass over the audit file
*> per reason - eleven passes of a file the archive job now keeps
*> trimmed to the retention window, which is cheaper than sorting
*> and keeps this program a plain reader.
*>
*> write into the audit OUT= field, with the section heading data
*> control reads. Populated by init-reason-table.
01 ws-reason-table.
   03 ws-reason-entry occurs 11 times.
      05 rs-marker            pic x(10).
      05 rs-heading           pic x(40).
01 ws-reason-sub              pic s9(4) comp.
    write ws-report-line

    perform varying ws-reason-sub from 1 by 1
            until ws-reason-sub > 11
        perform report-one-reason
    end-perform

    move "BAD-SITE"   to rs-marker(2)
    move "SITE UNKNOWN OR INACTIVE" to rs-heading(2)
    move "BAD-UNIT"   to rs-marker(3)
    move "UNIT OR XFR TARGET NOT IN THE UNIT TABLE"
                      to rs-heading(3)
    move "BAD-DIR"    to rs-marker(4)
    move "DIRECTION NOT FWD/REV/XFR" to rs-heading(4)
    move "REJ-NEG"    to rs-marker(5)
    move "NEGATIVE READING OUT OF POLICY" to rs-heading(5)
    move "REJ-RANGE"  to rs-marker(6)
                      to rs-heading(8)
    move "DUPLICATE"  to rs-marker(9)
    move "READING ALREADY SEEN - HELD IN SUSPENSE"
                      to rs-heading(9)
    move "BAD-PAIR"   to rs-marker(10)
    move "XFR UNITS OF DIFFERENT CLASSES"
                      to rs-heading(10)
    move "ANOM"       to rs-marker(11)
    move "CONVERTED - FAR OUTSIDE SITE HISTORY"
                      to rs-heading(11).

report-one-reason.
    move 0 to ws-reason-count
                at end
                    set ws-end-of-file to true
                not at end
                    *> The anomaly group is found by its marker
                    *> in columns 76-79; its OUT= is a value.
                    if ws-reason-sub = 11
                        move ws-audit-record(76:4)
                            to ws-audit-out-text
                    else
                        move ws-audit-record(65:10)
                            to ws-audit-out-text
                    end-if
                    if ws-audit-out-text
                            = rs-marker(ws-reason-sub)
                        perform print-exception-line
