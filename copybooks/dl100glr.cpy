      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
      * dl100glr - general ledger release register record.
      *
      * one record per journal 280-gl-release has let go to the
      * ledger, keyed on the job id of the run the journal came
      * from, with the run date, when it was released, and the
      * journal's line count and control total.  a job id already
      * on here is a journal the ledger already has - a second
      * journal for it is a duplicate and is never released.
      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
           05  dl100-glr-job-id        picture x(08).
           05  dl100-glr-run-date      picture 9(08).
           05  dl100-glr-rel-date      picture 9(08).
           05  dl100-glr-rel-time      picture 9(08).
           05  dl100-glr-line-count    picture 9(05).
           05  dl100-glr-total         picture 9(13)v99.
