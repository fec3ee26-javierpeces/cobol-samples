      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
      * dl100rcl - DL100RCL run-control record.
      *
      * one record per batch job per business date, keyed on the
      * job name plus the date - DL100CAL, DL100BIL, DL100ACK,
      * DL100ARC, DL100MON, DL100VTR and DL100AGE all record
      * themselves here through 290-run-control, which runs as
      * the first and last steps of each of them.  the status
      * says where that job stands for that date -
      *   S  started      - the first step let it in and it has
      *                     not ended yet (or died without its
      *                     last step running)
      *   E  ended clean  - the job's work ended return code 0;
      *                     a DL100CAL night whose journal step
      *                     failed still ends here, with the note
      *                     saying to run DL100GLJ
      *   A  abended      - a step failed; rerun the job from
      *                     the top
      *   R  restart pending - DL100CAL's STEP020 failed and the
      *                     job is owed a RESTART=STEP019
      *                     resubmission, nothing else
      * a rerun of the same job and date rewrites the same record,
      * counting the attempt.  the note carries who overrode or
      * cancelled it, when a supervisor did, or what the last
      * step had to say about the run.  295-runctl-report
      * prints the file every morning.
      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
           05  dl100-rcl-key.
               10  dl100-rcl-job       picture x(08).
               10  dl100-rcl-bus-date  picture 9(08).
           05  dl100-rcl-status        picture x(01).
               88  dl100-rcl-started             value 'S'.
               88  dl100-rcl-ended               value 'E'.
               88  dl100-rcl-abended             value 'A'.
               88  dl100-rcl-restart-pending     value 'R'.
               88  dl100-rcl-open                value 'S' 'R'.
           05  dl100-rcl-start-date    picture 9(08).
           05  dl100-rcl-start-time    picture 9(08).
           05  dl100-rcl-end-date      picture 9(08).
           05  dl100-rcl-end-time      picture 9(08).
           05  dl100-rcl-attempts      picture 9(03).
           05  dl100-rcl-last-action   picture x(08).
           05  dl100-rcl-note          picture x(40).
