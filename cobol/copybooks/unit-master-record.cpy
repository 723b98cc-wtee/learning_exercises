      *> Record layout of the unit master file (unit-master.dat /
      *> UNITMST DD) shared by unit-master-load.cbl, which builds the
      *> in-storage uf-table from it at startup, and
      *> unit-change-approval.cbl, which appends to it once a second
      *> operator has approved a change keyed through
      *> unit-maintenance.cbl. One 68-byte record per unit per factor
      *> change - the file is append-only history, and the loader
      *> keeps the latest approved record per code whose effective
      *> date has arrived.
      *>
      *> The class says what the unit measures - LEN (length, base
      *> unit meters), MAS (mass, base unit kilograms) or TMP
      *> (base = value * factor + offset). The offset is zero for LEN
      *> and MAS; it is what makes a temperature conversion right,
      *> where multiply-by-factor alone is wrong. A legacy 31-byte
      *> record with no class reads as class LEN, offset zero.
      *>
      *> The approval stamp closes the record: status A (approved),
      *> the requesting and approving operator ids and the change
      *> request id (see unit-change-request-record.cpy). A record
      *> without the A stamp - a legacy layout, or anything appended
      *> to the file outside the approval screen - is never loaded;
      *> the records in effect when two-person approval came in were
      *> carried forward stamped A with request id zero. COPY this
      *> directly under the FD.
       01  ws-unit-master-record.
           05  um-unit-code          pic x(4).
           05  um-unit-label         pic x(8).
           05  um-class              pic x(3).
           05  um-offset             pic s9(4)v9(6)
                                     sign is leading separate.
           05  um-approval-status    pic x.
               88  um-approved           value "A".
           05  um-requested-by       pic x(8).
           05  um-approved-by        pic x(8).
           05  um-request-id         pic 9(6).
