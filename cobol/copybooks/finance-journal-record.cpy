      *> Record layouts of the finance ledger journal interface
      *> (finance-journal.dat / FINJRNL DD), written by
      *> site-statement.cbl with each month's priced statements. One
      *> file per statement run, 80-byte fixed records:
      *>
      *>   H  header: the month, whether this is the month's original
      *>      posting (O) or a restatement (R, numbered from 01), and
      *>      for a restatement the total it replaces in fj-amount -
      *>      the ledger load reverses that posting and books this
      *>      one in its place, so a rerun month is never posted
      *>      twice,
      *>   D  one debit per site cost centre: the chargeback account,
      *>      the centre, the amount and how many sites it covers,
      *>   C  the offsetting credit to the survey processing
      *>      recovery centre for the sum of the debits,
      *>   T  control trailer (second layout below): entry count,
      *>      debit and credit totals and the sum of the month's
      *>      statement totals - all three amounts agree on a
      *>      balanced journal.
      *>
      *> COPY this directly under the FD.
       01  ws-finance-journal-record.
           05  fj-record-type        pic x.
               88  fj-header         value "H".
               88  fj-debit          value "D".
               88  fj-credit         value "C".
               88  fj-trailer        value "T".
           05  fj-period             pic 9(6).
           05  fj-posting-type       pic x.
               88  fj-original       value "O".
               88  fj-restatement    value "R".
           05  fj-restatement-no     pic 9(2).
           05  fj-cost-centre        pic x(8).
           05  fj-account            pic x(8).
           05  fj-amount             pic 9(11)v99.
           05  fj-site-count         pic 9(4).
           05  fj-description        pic x(24).
           05  fj-run-date           pic 9(8).
           05  filler                pic x(5).
       01  ws-finance-journal-trailer.
           05  ft-record-type        pic x.
           05  ft-period             pic 9(6).
           05  ft-posting-type       pic x.
           05  ft-restatement-no     pic 9(2).
           05  ft-entry-count        pic 9(5).
           05  ft-debit-total        pic 9(11)v99.
           05  ft-credit-total       pic 9(11)v99.
           05  ft-statement-total    pic 9(11)v99.
           05  ft-run-date           pic 9(8).
           05  filler                pic x(18).
