      *> Record layout of the central operations alert log
      *> (alert-log.dat / ALERTLOG DD). Every program that pages
      *> operations by return code - the morning missing-extract
      *> check, reject aging, the reconciliation, the extract
      *> acknowledgment step, a batch-window stop and the night
      *> summary - also raises an alert here through alert-raise.cbl,
      *> so the day operator reads one list instead of six reports.
      *>
      *> Append-only, in the same spirit as the extract control log:
      *> each alert id (raise date + 4-digit sequence for the day) has
      *> an ALR record when it is raised, and any later records for
      *> the id are state changes:
      *>
      *>   ALR  raised - al-message says what is wrong,
      *>   ESC  left unacknowledged past its severity's deadline and
      *>        escalated onto the night summary (night-summary.cbl
      *>        writes it the night it first escalates),
      *>   ACK  acknowledged on the alert screen (alert-review.cbl) -
      *>        al-message is then the operator's comment and
      *>        al-operator the signed-on operator id.
      *>
      *> An alert is open until it has an ACK record. State records
      *> repeat the alert's source, severity, run date and key so
      *> every line reads on its own. Severities are CRIT, HIGH and
      *> WARN; their escalation deadlines are night-summary.cbl's.
      *>
      *> al-key identifies the thing at fault, by al-key-type:
      *>
      *>   FILE  a file date + source system (a control group),
      *>   EXTR  an engineering extract date,
      *>   REJ   a queued reject - its file date, source, record
      *>         number in the file and site,
      *>   RUN   a whole night, by its run date.
      *>
      *> al-source-program is the raising step's load module name
      *> (MORNCHKP, REJAGEP, FEETRCON, ENGACKC, FEETCNV, NSUMMARY).
      *> 150 bytes. COPY this directly under the FD.
       01  ws-alert-record.
           05  al-alert-id           pic 9(12).
           05  al-alert-id-parts redefines al-alert-id.
               10  al-raise-date     pic 9(8).
               10  al-raise-sequence pic 9(4).
           05  al-record-type        pic x(3).
               88  al-raised         value "ALR".
               88  al-escalated      value "ESC".
               88  al-acknowledged   value "ACK".
           05  al-action-datetime    pic x(17).
           05  al-source-program     pic x(8).
           05  al-severity           pic x(4).
               88  al-critical       value "CRIT".
               88  al-high           value "HIGH".
               88  al-warning        value "WARN".
           05  al-run-date           pic 9(8).
           05  al-key-type           pic x(4).
           05  al-key                pic x(30).
           05  al-date-key redefines al-key.
               10  al-key-date           pic 9(8).
               10  filler                pic x(22).
           05  al-file-key redefines al-key.
               10  al-key-file-date      pic 9(8).
               10  al-key-source-system  pic x(8).
               10  filler                pic x(14).
           05  al-reject-key redefines al-key.
               10  al-key-reject-date    pic 9(8).
               10  al-key-reject-source  pic x(8).
               10  al-key-reject-number  pic 9(9).
               10  al-key-reject-site    pic x(4).
               10  filler                pic x(1).
           05  al-message            pic x(50).
           05  al-operator           pic x(8).
           05  filler                pic x(6).
