      *> Record layout of the manual keying file (manual-keying.dat /
      *> MANKEY DD), written by manual-reading-entry.cbl. When a
      *> site's extract fails and its supervisor phones the readings
      *> in, a data-control operator keys them here as a batch for the
      *> site, and a SECOND operator re-keys the same batch blind; only
      *> the readings both keyings agree on go on to the pickup queue.
      *>
      *> Append-only, in the same spirit as the unit change request
      *> file: each batch id (key date + 4-digit sequence for the day)
      *> has a BAT state record, and the latest BAT record for an id
      *> is the batch's current state. The first keying is written as
      *> its KEYED BAT record followed by one RDG record per reading,
      *> numbered from 1 in keying order. States:
      *>
      *>   KEYED    first keying saved, awaiting the blind re-key,
      *>   QUEUED   re-keyed; the matching readings passed intake
      *>            validation as a MANUAL HDR/TRL group and were
      *>            appended to the pickup queue under me-file-date,
      *>   REFUSED  re-keyed, but intake validation refused the group
      *>            (see the manual intake receipt) - nothing queued,
      *>   NOMATCH  re-keyed, and no reading matched - nothing queued.
      *>
      *> me-operator is whoever moved the batch into the state - the
      *> keying operator on KEYED, the verifying operator after.
      *> 80 bytes. COPY this directly under the FD.
       01  ws-manual-entry-record.
           05  me-batch-id           pic 9(12).
           05  me-record-type        pic x(3).
               88  me-batch-state    value "BAT".
               88  me-reading        value "RDG".
           05  me-state-detail.
               10  me-status         pic x(8).
               10  me-site           pic x(4).
               10  me-reading-count  pic 9(4).
               10  me-operator       pic x(8).
               10  me-state-datetime pic x(17).
               10  me-accepted-count pic 9(4).
               10  me-mismatch-count pic 9(4).
               10  me-file-date      pic 9(8).
               10  filler            pic x(8).
           05  me-reading-detail redefines me-state-detail.
               10  me-line-number    pic 9(4).
               10  me-unit           pic x(4).
               10  me-dir            pic x(3).
               10  me-value          pic x(9).
               10  me-seq            pic x(6).
               10  filler            pic x(39).
