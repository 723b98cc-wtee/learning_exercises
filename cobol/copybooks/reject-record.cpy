      *> it (site, unit, direction, 9-byte signed value), so a
      *> corrected record can be released to the resubmission file in
      *> the very layout the batch reads; the reason code and original
      *> record number identify why and where it fell out. The XFR
      *> target unit (FEETIN cols 27-30) rides at the END of the
      *> record, spaces for FWD/REV readings, so it goes back out with
      *> a released correction too.
      *>
      *> The record number is the reading's position within its OWN
      *> source: the line in the transmitted FEETIN file (the group's
      *> rerun cannot re-create them.
      *>
      *> Reason codes: MALF (value not sign+8 digits), SITE (site
      *> blank/unknown/inactive), UNIT (unit code - or an XFR
      *> reading's target unit code - not in the unit table), DIR
      *> (direction not FWD/REV/XFR), NEG (negative reading),
      *> RNGE (arithmetic size error on the conversion), LIMT
      *> (outside the unit's plausibility limits in unit-limits.dat),
      *> CLAS (unit's measurement class not accepted by the run),
      *> PAIR (XFR source and target units of different measurement
      *> classes, such as LBS to FEET),
      *> DUP (site+sequence already seen on a recent run - held in
      *> suspense for data control to confirm or release; a record
      *> released back through the repair desk carries no sequence
           05  rej-orig-number       pic 9(9).
           05  rej-file-date         pic 9(8).
           05  rej-source-system     pic x(8).
           05  rej-target-unit       pic x(4).
