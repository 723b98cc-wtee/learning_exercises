      *> Record layout of the reading baseline file
      *> (reading-baseline.dat / BASELINE DD), written in full by
      *> reading-baseline-build.cbl from the audit trail and the
      *> monthly archive files, and loaded at startup by
      *> feet-to-meters-command-line.cbl for the statistical anomaly
      *> check. One record per site + unit seen in the history
      *> window: how many converted readings it holds, their mean
      *> and their spread (standard deviation), all on the
      *> unit-side value - the input of a FWD conversion, the
      *> converted result of a REV one, the same side the
      *> plausibility limits are applied to. A site + unit with too
      *> little history to judge by is still written, with status T
      *> (thin), so the batch skips it knowingly rather than never
      *> having heard of it. 55 bytes.
       01  ws-reading-baseline-record.
           05  rb-site-code          pic x(4).
           05  rb-unit-code          pic x(4).
           05  rb-reading-count      pic 9(7).
           05  rb-mean               pic s9(7)v9(4)
                                     sign is leading separate.
           05  rb-spread             pic 9(7)v9(4).
           05  rb-status             pic x.
               88  rb-usable         value "U".
               88  rb-thin           value "T".
           05  rb-built-date         pic 9(8).
           05  rb-from-date          pic 9(8).
