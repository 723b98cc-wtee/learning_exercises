      *> Record layout of the repair-desk history file
      *> (repair-history.dat / REPRHIST DD). reject-repair.cbl rewrites
      *> the reject file holding only what is still unworked, so the
      *> reject as it stood is gone the moment the desk saves; this
      *> file keeps it. One record is appended for every entry the
      *> desk worked when the session is saved:
      *>
      *>   CORRECT  the reading was changed and released to the
      *>            resubmission file - rp-corrected-reading is the
      *>            image released,
      *>   RELEASE  the reading was released unchanged (a DUP held in
      *>            suspense confirmed as a genuine reading, say) -
      *>            rp-corrected-reading repeats the original,
      *>   DELETE   the reading was dropped from the queue for good -
      *>            rp-delete-reason says why, rp-corrected-reading is
      *>            spaces.
      *>
      *> rp-original-reject is the reject record exactly as the desk
      *> loaded it (see reject-record.cpy) - the XFR target unit it
      *> carries at its end is rp-orig-target, and the released
      *> image's is rp-corr-target - rp-operator the signed-on
      *> operator (CONV-MENU-OPERATOR) and rp-action-datetime when the
      *> entry was worked. Delete reasons: DUPE (already converted /
      *> sent twice), VOID (withdrawn by the site), TEST (test or
      *> spurious transmission), RETR (site or unit retired), UNRC
      *> (no usable value can be had from the site).
      *>
      *> repair-desk-report.cbl reads it for the weekly desk report; a
      *> released image that comes back as a zero-dated reject is a
      *> correction the batch re-rejected. Append-only.
      *> 120 bytes. COPY this directly under the FD.
       01  ws-repair-history-record.
           05  rp-action             pic x(8).
               88  rp-corrected      value "CORRECT".
               88  rp-released       value "RELEASE".
               88  rp-deleted        value "DELETE".
           05  rp-action-datetime    pic x(17).
           05  rp-operator           pic x(8).
           05  rp-delete-reason      pic x(4).
           05  rp-original-reject.
               10  rp-orig-reading.
                   15  rp-orig-site      pic x(4).
                   15  rp-orig-unit      pic x(4).
                   15  rp-orig-dir       pic x(3).
                   15  rp-orig-value     pic x(9).
               10  rp-orig-reason        pic x(4).
               10  rp-orig-number        pic 9(9).
               10  rp-orig-file-date     pic 9(8).
               10  rp-orig-source-system pic x(8).
           05  rp-corrected-reading.
               10  rp-corr-site          pic x(4).
               10  rp-corr-unit          pic x(4).
               10  rp-corr-dir           pic x(3).
               10  rp-corr-value         pic x(9).
           05  rp-orig-target        pic x(4).
           05  rp-corr-target        pic x(4).
           05  filler                pic x(6).
