      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
      * dl100glj - general ledger journal record images.
      *
      * the DL100GLJ journal 275-gl-journal cuts for the ledger
      * after each nightly run, one journal per run, told apart
      * by the first byte -
      *   H  header  - the run's job id, run date and shift, and
      *                when the journal was built
      *   D  detail  - one ledger posting: its line number in the
      *                journal, the account, D for debit or C for
      *                credit, the amount (two implied decimals),
      *                where it came from (M material consumption,
      *                C customer machine charge) and the code it
      *                came from, and a description for the
      *                ledger's own listing
      *   T  trailer - the count of detail lines and the debit and
      *                credit control totals, which must agree for
      *                280-gl-release to let the journal go
      * the job id repeats on every record so a torn or doubled
      * journal can always be told apart from the next one.
      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
           05  dl100-glj-header.
               10  dl100-glh-rec-type  picture x(01).
               10  dl100-glh-job-id    picture x(08).
               10  dl100-glh-run-date  picture 9(08).
               10  dl100-glh-shift     picture x(04).
               10  dl100-glh-built-date picture 9(08).
               10  dl100-glh-built-time picture 9(08).
           05  dl100-glj-detail.
               10  dl100-gld-rec-type  picture x(01).
               10  dl100-gld-job-id    picture x(08).
               10  dl100-gld-line-no   picture 9(05).
               10  dl100-gld-account   picture x(10).
               10  dl100-gld-dr-cr     picture x(01).
                   88  dl100-gld-debit               value 'D'.
                   88  dl100-gld-credit              value 'C'.
               10  dl100-gld-amount    picture 9(11)v99.
               10  dl100-gld-source    picture x(01).
                   88  dl100-gld-from-material       value 'M'.
                   88  dl100-gld-from-customer       value 'C'.
               10  dl100-gld-source-code picture x(06).
               10  dl100-gld-desc      picture x(30).
           05  dl100-glj-trailer.
               10  dl100-glt-rec-type  picture x(01).
               10  dl100-glt-job-id    picture x(08).
               10  dl100-glt-line-count picture 9(05).
               10  dl100-glt-debit-total picture 9(13)v99.
               10  dl100-glt-credit-total picture 9(13)v99.
