      *> Record layout of the operator master file (operator-master.dat
      *> / OPERMST DD): one 31-byte record per operator allowed to
      *> sign on to conversion-menu.cbl. The authority level gates the
      *> menu options - I (inquiry-only) reaches the calculator and
      *> the inquiry screens, D (data-control) adds batch conversion
      *> and the reject repair desk, M (maintenance) adds the unit and
      *> site master maintenance screens, S (supervisor) adds operator
      *> administration; each level includes the ones below it. The
      *> file is maintained through operator-admin.cbl, which writes
      *> every action to the operator history as well.
      *>
      *> The status is A (active), S (suspended by a supervisor) or L
      *> (locked after repeated failed sign-ons, counted across
      *> sessions in the failed-count); only a supervisor's reinstate
      *> clears S or L. The password date is the day the password was
      *> last set - conversion-menu.cbl forces a change at sign-on once
      *> it is past the expiry age, or when the must-change flag is Y
      *> (a password a supervisor has just issued). A legacy 18-byte
      *> record reads as active with no password date, so its holder
      *> is made to set a fresh password at first sign-on. COPY this
      *> directly under the FD.
       01  ws-operator-master-record.
           05  om-operator-id        pic x(8).
           05  om-password           pic x(8).
           05  filler                pic x(1).
           05  om-authority          pic x.
           05  filler                pic x(1).
           05  om-status             pic x.
               88  om-active             value "A" " ".
               88  om-suspended          value "S".
               88  om-locked             value "L".
           05  om-password-date      pic 9(8).
           05  om-failed-count       pic 9(2).
           05  om-must-change        pic x.
