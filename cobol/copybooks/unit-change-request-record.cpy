      *> Record layout of the unit change request file
      *> (unit-change-requests.dat / UNITREQ DD), shared by
      *> unit-maintenance.cbl, which appends a PENDING request for
      *> every add, factor change and deactivation keyed at the
      *> maintenance screen, and unit-change-approval.cbl, where a
      *> second maintenance operator approves or declines it. Only
      *> an approved request reaches the unit master, so no single
      *> operator can put a factor into tonight's conversions alone.
      *>
      *> The file is append-only history in the same spirit as the
      *> unit master: the latest record per request id is that
      *> request's current state, and the full chain of states stays
      *> on file. States: PENDING (keyed, awaiting a second
      *> operator), APPROVED (written to the unit master), DECLINED
      *> (refused - nothing reaches the master).
      *>
      *> The before figures are the requesting operator's view of
      *> the master at keying time - the record in effect that day,
      *> blank/zero for a unit not yet on file - so the approver sees
      *> exactly what the change alters, not just the new value.
       01  ws-unit-change-record.
           05  uc-request-id         pic 9(6).
           05  filler                pic x(1).
           05  uc-status             pic x(8).
           05  filler                pic x(1).
           05  uc-action             pic x(10).
           05  uc-unit-code          pic x(4).
           05  uc-unit-label         pic x(8).
           05  uc-before-factor      pic 9(4)v9(6).
           05  uc-before-class       pic x(3).
           05  uc-before-offset      pic s9(4)v9(6)
                                     sign is leading separate.
           05  uc-after-factor       pic 9(4)v9(6).
           05  uc-after-class        pic x(3).
           05  uc-after-offset       pic s9(4)v9(6)
                                     sign is leading separate.
           05  uc-effective-date     pic 9(8).
           05  uc-active-flag        pic x.
           05  filler                pic x(1).
           05  uc-requested-by       pic x(8).
           05  uc-request-datetime   pic x(17).
           05  uc-reason             pic x(40).
           05  filler                pic x(1).
           05  uc-reviewed-by        pic x(8).
           05  uc-review-datetime    pic x(17).
