      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
      * dl100ivr - invoiced run register record.
      *
      * one record per acknowledged run that has been invoiced,
      * keyed on the run's job id plus run date - the same pair
      * 180-extract-ack matches acknowledgments on.  written by
      * 200-invoice-run once every ticket of the run is on an
      * invoice, and checked by it before it bills a run, so a
      * run can never be invoiced twice however often the job is
      * resubmitted, and a run acknowledged late still gets
      * billed by the next invoicing run that finds it.
      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
           05  dl100-ivr-key.
               10  dl100-ivr-job-id    picture x(08).
               10  dl100-ivr-run-date  picture 9(08).
           05  dl100-ivr-period        picture 9(06).
           05  dl100-ivr-invoiced-date picture 9(08).
