      *> Record layout of the supervisor override log
      *> (override-log.dat / OVRLOG DD). A night whose reconciliation
      *> came back out of balance has its REPORT, DISTRIB and ENGEXT
      *> steps held; the only way that night goes out is a supervisor
      *> deciding the imbalance is acceptable on the night-override.cbl
      *> screen, which appends one record here naming the held run
      *> date, the supervisor's signed-on operator id, when it was
      *> entered, the CONVERT step's own return code for that night
      *> and the supervisor's reason.
      *>
      *> The release job (jcl/release.jcl) refuses a night with no
      *> record here, and engineering-extract.cbl, feet-to-meters-
      *> report.cbl, night-summary.cbl and run-status.cbl read it to
      *> mark the night RELEASED-UNDER-OVERRIDE and name who approved
      *> it. Append-only; one record per released run date.
      *> 80 bytes. COPY this directly under the FD.
       01  ws-override-log-record.
           05  ov-run-date           pic 9(8).
           05  ov-supervisor         pic x(8).
           05  ov-entered-datetime   pic x(17).
           05  ov-convert-rc         pic 9(4).
           05  ov-reason             pic x(40).
           05  filler                pic x(3).
