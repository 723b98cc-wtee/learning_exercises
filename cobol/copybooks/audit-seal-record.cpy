      *> Record layout of the audit seal file (audit-seals.dat /
      *> AUDSEAL DD), appended to by audit-seal.cbl every night and
      *> rechecked by audit-seal-verify.cbl. One seal per audit date
      *> per sealing run: it covers the records of that date (columns
      *> 1-8 of the audit record) appended to the journal since the
      *> date was last sealed, in journal order - a date worked by
      *> day and by night collects one seal from each night's run.
      *>
      *> as-hash-total folds every byte of every covered record, so a
      *> changed, dropped, added or reordered record no longer hashes
      *> the same. as-seal-value folds the covered date, count, hash
      *> total and the previous seal's value (as-previous-seal, zero
      *> for the first seal on file), so the seals form a chain: a
      *> seal rewritten to match a doctored record breaks the link to
      *> every seal after it. 80 bytes.
       01  ws-audit-seal-record.
           05  as-covered-date       pic 9(8).
           05  as-sealed-on          pic 9(8).
           05  as-sealed-time        pic 9(6).
           05  as-record-count       pic 9(9).
           05  as-hash-total         pic 9(15).
           05  as-previous-seal      pic 9(15).
           05  as-seal-value         pic 9(15).
           05  filler                pic x(4).
