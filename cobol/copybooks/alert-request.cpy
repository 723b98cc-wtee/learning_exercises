      *> Argument passed to alert-raise.cbl by every program that
      *> raises an operations alert (see alert-record.cpy for the log
      *> itself):
      *>
      *>     call "alert-raise" using alert-request
      *>
      *> The caller fills in the source, severity, run date, key and
      *> message; alert-raise numbers the alert and appends its ALR
      *> record, and hands back ar-result:
      *>
      *>   R  raised,
      *>   D  not raised - the same source has already raised an
      *>      alert of this severity for this key (open or
      *>      acknowledged), so a condition reported every run pages
      *>      once, not every morning,
      *>   F  not raised - the alert log could not be written.
      *>
      *> ar-key is laid out by ar-key-type exactly as al-key is.
       01  alert-request.
           05  ar-source-program     pic x(8).
           05  ar-severity           pic x(4).
           05  ar-run-date           pic 9(8).
           05  ar-key-type           pic x(4).
           05  ar-key                pic x(30).
           05  ar-date-key redefines ar-key.
               10  ar-key-date           pic 9(8).
               10  filler                pic x(22).
           05  ar-file-key redefines ar-key.
               10  ar-key-file-date      pic 9(8).
               10  ar-key-source-system  pic x(8).
               10  filler                pic x(14).
           05  ar-reject-key redefines ar-key.
               10  ar-key-reject-date    pic 9(8).
               10  ar-key-reject-source  pic x(8).
               10  ar-key-reject-number  pic 9(9).
               10  ar-key-reject-site    pic x(4).
               10  filler                pic x(1).
           05  ar-message            pic x(50).
           05  ar-result             pic x.
               88  ar-alert-raised   value "R".
               88  ar-alert-duplicate value "D".
               88  ar-alert-failed   value "F".
