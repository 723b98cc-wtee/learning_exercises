*> unit-master.dat, the same way the conversion programs default
*> their own DD names.
*>
*> The master file is append-only history, one 68-byte record per
*> unit per factor change (see unit-change-approval.cbl, which writes
*> it once a change keyed through unit-maintenance.cbl has a second
*> operator's approval): unit code, label, factor (9(4)v9(6), decimal
*> implied), an effective date, an active flag, a measurement class
*> (LEN/MAS/TMP), a signed offset for temperature conversions and the
*> approval stamp. A record that does not carry the approved stamp is
*> skipped outright - a factor nobody second-checked never reaches a
*> conversion, however it got into the file. A legacy record with
*> neither class nor offset loads as class LEN, offset zero. For
*> each unit code this loader
*> keeps the record with the latest effective date that is not in
*> the future, so a corrected factor keyed ahead of time starts
*> being used on the right business day; a unit whose latest
    end-if.

consider-master-record.
    *> Two-person control: only an approved record is a candidate.
    if um-approved
        perform consider-approved-record
    end-if.

consider-approved-record.
    *> A legacy pre-class record reads with blank class and offset
    *> bytes - normalize them before anything compares or stores
    *> them, so the old file keeps loading as plain length units.
