      *> Record layout of the sequence gap file (sequence-gaps.dat /
      *> SEQGAP DD), read and rewritten in full by
      *> sequence-gap-report.cbl every run. Two kinds of record,
      *> told apart by sg-record-type:
      *>
      *>   H  one per site: the highest reading sequence received
      *>      so far (sg-from-seq = sg-to-seq) and the file date it
      *>      came in on (sg-detected-date),
      *>   G  one per gap: the missing sequence range, the file date
      *>      of the reading that exposed it, whether it is still
      *>      open (O) or was filled by late arrivals (F, with the
      *>      file date of the reading that closed it), and how many
      *>      readings have arrived late into it so far.
      *>
      *> A gap partly filled from the middle is split into two G
      *> records carrying the same detected date, so the age of the
      *> readings still missing is never reset. Closed gaps are kept
      *> for a while after closing so the report can show them and
      *> then drop off. 40 bytes.
       01  ws-sequence-gap-record.
           05  sg-record-type        pic x.
               88  sg-high-water     value "H".
               88  sg-gap            value "G".
           05  sg-site               pic x(4).
           05  sg-from-seq           pic 9(6).
           05  sg-to-seq             pic 9(6).
           05  sg-status             pic x.
               88  sg-open           value "O".
               88  sg-filled         value "F".
           05  sg-detected-date      pic 9(8).
           05  sg-closed-date        pic 9(8).
           05  sg-late-count         pic 9(6).
