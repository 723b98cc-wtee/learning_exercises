      *> Record layout of the chargeback rate master (rate-master.dat /
      *> RATEMST DD). Like the unit and site masters the file is
      *> append-only history: rate-maintenance.cbl writes a new record
      *> for every rate set or withdrawn, and a reader keeps, per key,
      *> the latest record whose effective date has arrived - as of
      *> the date being priced, so a rate keyed today for the first
      *> of next month prices next month's readings and leaves this
      *> month's alone. Three kinds of record, told apart by
      *> rm-rate-type:
      *>
      *>   C  charge per converted reading, keyed by measurement
      *>      class (LEN/MAS/TMP, see unit-master-record.cpy) and
      *>      unit code - a blank unit code is the class's default
      *>      rate for any unit without one of its own,
      *>   R  handling charge per rejected reading (no key),
      *>   S  site chargeback terms, keyed by site code: the finance
      *>      cost centre the site's charges are debited to and an
      *>      optional discount percentage off its monthly total.
      *>
      *> A record with rm-active-flag N withdraws the key from its
      *> effective date on. Charges are in ledger currency to four
      *> places; statement and journal amounts are rounded to two.
      *> 40 bytes. COPY this directly under the FD.
       01  ws-rate-master-record.
           05  rm-rate-type          pic x.
               88  rm-conversion-rate    value "C".
               88  rm-reject-charge      value "R".
               88  rm-site-terms         value "S".
           05  rm-class              pic x(3).
           05  rm-unit-code          pic x(4).
           05  rm-site-code          pic x(4).
           05  rm-charge             pic 9(3)v9(4).
           05  rm-cost-centre        pic x(8).
           05  rm-discount-pct       pic 9(2)v99.
           05  rm-effective-date     pic 9(8).
           05  rm-active-flag        pic x.
