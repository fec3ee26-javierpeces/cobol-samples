             77       print-line      picture x(80).

             01       step-table.
                 05   step-entry occurs 4 times
                                  picture x(44).

       procedure division.
            move     run-date to ed-run-date.
            move     '105-pre-edit - SCREEN AND SEQUENCE TICKETS'
                     to step-entry (1).
            move     '265-forward-load - SAW LOAD OF THE BATCH'
                     to step-entry (2).
            move     '110-calc  - CALCULATE CUT TICKET AREAS'
                     to step-entry (3).
            move     '275-gl-journal - LEDGER JOURNAL FOR THE RUN'
                     to step-entry (4).
            open     output startup-log-file.

      * announce the job on the console and in the startup log.
            move     'STEPS TO RUN THIS JOB:' to print-line.
            write    log-record from print-line.
            perform  3100-list-one-step varying step-count
                     from 1 by 1 until step-count > 4.

      * write one step's entry to both the console and the log.
       3100-list-one-step.
