      *> Record layout of a batch partition's summary file
      *> (partition-summary-<id>.dat / PARTSUM DD). When the overnight
      *> conversion runs partitioned by source group, every partition
      *> step of feet-to-meters-command-line.cbl converts only its own
      *> source's HDR/TRL groups (or, for the RESUB partition, only
      *> the corrections released from the repair desk) into its own
      *> results, reject and audit segments under its own checkpoint,
      *> and records here what it did; conversion-merge.cbl then reads
      *> every partition's summary to build the one METOUT trailer,
      *> month-to-date posting and run-history record for the night.
      *>
      *> ps-status moves RUNNING (partition started - a partition
      *> left RUNNING abended or failed and blocks the merge),
      *> STOPPED (window cutoff honored, resumes from its checkpoint),
      *> COMPLETE (segments ready to merge - a rerun of the partition
      *> step leaves them alone), MERGED (posted by the merge, stamped
      *> with when). The unit and site figures are the same running
      *> statistics the checkpoint carries, with the class and site
      *> name alongside so the merge needs no master file of its own,
      *> and the XFR source+target unit pairs the partition converted
      *> (spaces in a slot not used).
      *> ps-forced marks a partition that reprocessed a completed
      *> group under FORCE; ps-stop-requested a stop that came from
      *> the operator's stop-request file, which the merge empties.
      *> A STOPPED partition leaves the file date and source of the
      *> group the stop landed in (zero/spaces when it stopped ahead
      *> of any group) for the merge to key the window-stop alert by
      *> - the partitions run side by side and raise no alert of
      *> their own.
      *> One record, 7388 bytes. COPY this directly under the FD.
       01  ws-partition-summary-record.
           05  ps-partition-id       pic x(8).
           05  ps-status             pic x(8).
               88  ps-running        value "RUNNING".
               88  ps-stopped        value "STOPPED".
               88  ps-complete       value "COMPLETE".
               88  ps-merged         value "MERGED".
           05  ps-run-start          pic x(17).
           05  ps-end-datetime       pic x(17).
           05  ps-merged-datetime    pic x(17).
           05  ps-return-code        pic 9(4).
           05  ps-locale             pic x(2).
           05  ps-start-type         pic x(6).
           05  ps-forced-flag        pic x.
               88  ps-forced         value "Y".
           05  ps-stop-request-flag  pic x.
               88  ps-stop-requested value "Y".
           05  ps-feetin-lines       pic 9(9).
           05  ps-resub-count        pic 9(9).
           05  ps-groups-good        pic 9(4).
           05  ps-groups-bad         pic 9(4).
           05  ps-groups-dup         pic 9(4).
           05  ps-total-records      pic 9(9).
           05  ps-total-rejects      pic 9(9).
           05  ps-warning-count      pic 9(9).
           05  ps-anomaly-count      pic 9(9).
           05  ps-unknown-site-rejects pic 9(9).
           05  ps-group-entry occurs 10 times.
               10  ps-group-file-date    pic 9(8).
               10  ps-group-source       pic x(8).
           05  ps-unit-entry occurs 12 times.
               10  ps-unit-code      pic x(4).
               10  ps-unit-class     pic x(3).
               10  ps-unit-count     pic 9(9).
               10  ps-unit-total-in  pic s9(9)v99
                                     sign is leading separate.
               10  ps-unit-total-out pic s9(9)v99
                                     sign is leading separate.
               10  ps-unit-min-in    pic s9(6)v99
                                     sign is leading separate.
               10  ps-unit-max-in    pic s9(6)v99
                                     sign is leading separate.
               10  ps-unit-rejects   pic 9(9).
           05  ps-site-entry occurs 20 times.
               10  ps-site-code      pic x(4).
               10  ps-site-name      pic x(20).
               10  ps-site-converted pic 9(9).
               10  ps-site-rejected  pic 9(9).
           05  ps-xfr-entry occurs 132 times.
               10  ps-xfr-unit-code  pic x(4).
               10  ps-xfr-target-code pic x(4).
               10  ps-xfr-count      pic 9(9).
               10  ps-xfr-total-in   pic s9(9)v99
                                     sign is leading separate.
               10  ps-xfr-total-out  pic s9(9)v99
                                     sign is leading separate.
           05  ps-stop-file-date     pic 9(8).
           05  ps-stop-source        pic x(8).
