      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
      *
      * Daily run-control report.
      *
      * Prints the DL100RCL run-control file 290-run-control keeps
      * so the operator can see at a glance, first thing in the
      * morning, where the batch stands -
      *   RUNS FOR THE DAY     every job recorded against the
      *                        report date, with its status, how
      *                        many attempts it took, when it
      *                        started and ended, and any
      *                        supervisor override or cancel
      *   OTHER DATES OWED     every run on any other date that
      *                        abended, is owed a restart, or
      *                        started and never ended - each one
      *                        is work still to do
      *   STILL OWED TODAY     every daily job (DL100CAL, DL100ACK,
      *                        DL100AGE) that has not ended clean
      *                        for the report date, and why
      * DL100BIL, DL100ARC, DL100MON and DL100VTR run on request,
      * so they are owed only when a run of theirs failed, never
      * just for not having run.  DL100RCRDT sets the report date
      * (yyyymmdd), default today.  The file is only read.
      *
      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
       id division.
         program-id. 295-runctl-report.

       environment division.
         input-output section.
            file-control.
               select run-control-file assign to "DL100RCL"
                      organization is indexed
                      access mode is dynamic
                      record key is dl100-rcl-key
                      file status is rcl-file-status.
               select report-file assign to "RCLRPT"
                      organization is line sequential.

       data division.
          file section.
             fd  run-control-file.
                01  run-control-record.
                    copy dl100rcl.

             fd  report-file.
                01  report-record       picture x(132).

          working-storage section.
             77       rcl-file-status picture x(02) value '00'.
             77       eof-switch      picture x(01).
                 88    end-of-input                 value 'Y'.

             77       date-parm       picture x(08).
             77       report-date     picture 9(08).
             77       ed-date         picture 9999/99/99.
             77       time-work       picture 9(08).
             77       line-count      picture 9(05).
             77       status-sub      picture 9(01).

      * the status words, in the order of the status codes.
             01       status-code-table.
                 05   filler          picture x(01) value 'S'.
                 05   filler          picture x(01) value 'E'.
                 05   filler          picture x(01) value 'A'.
                 05   filler          picture x(01) value 'R'.
             01       status-codes redefines status-code-table.
                 05   status-code     picture x(01)
                                      occurs 4 times.
             01       status-label-table.
                 05   filler          picture x(16) value 'STARTED'.
                 05   filler          picture x(16) value 'ENDED CLEAN'.
                 05   filler          picture x(16) value 'ABENDED'.
                 05   filler          picture x(16)
                                      value 'RESTART PENDING'.
             01       status-labels redefines status-label-table.
                 05   status-label    picture x(16)
                                      occurs 4 times.

      * the jobs owed every day, and what the file says of each
      * for the report date - space when it has no run at all.
             77       daily-sub       picture 9(01).
             01       daily-job-table.
                 05   filler          picture x(08) value 'DL100CAL'.
                 05   filler          picture x(08) value 'DL100ACK'.
                 05   filler          picture x(08) value 'DL100AGE'.
             01       daily-jobs redefines daily-job-table.
                 05   daily-job       picture x(08)
                                      occurs 3 times.
             01       daily-status-table.
                 05   daily-status    picture x(01)
                                      occurs 3 times.

             77       daily-switch    picture x(01).
                 88    daily-job-found              value 'Y'.

             77       section-title   picture x(30).
             77       owed-count      picture 9(05) value zero.
             77       ed-attempts     picture zz9.
             77       print-line      picture x(132).

       procedure division.
       0000-main-logic.
            perform  1000-initialize.
            if rcl-file-status = '00'
                perform 2000-list-report-date
                perform 3000-list-other-dates
                close   run-control-file
            end-if.
            perform  4000-list-owed-today.
            perform  9000-terminate.
            goback.

      * the report date, the heading, and the file.  no file on
      * hand means no job has ever run under run control - that
      * goes on the report, and every daily job is owed.
       1000-initialize.
            open     output report-file.
            move     spaces to date-parm.
            accept   date-parm from environment "DL100RCRDT".
            if date-parm = spaces or date-parm not numeric
                accept report-date from date yyyymmdd
            else
                move date-parm to report-date
            end-if.
            move     spaces to daily-status-table.
            move     report-date to ed-date.
            move     spaces to print-line.
            string   'BATCH RUN CONTROL AS AT ' delimited by size
                     ed-date                    delimited by size
                into print-line
            end-string.
            write    report-record from print-line.
            open     input run-control-file.
            if rcl-file-status not = '00'
                move     spaces to print-line
                write    report-record from print-line
                move     'NO RUN-CONTROL FILE ON HAND' to print-line
                write    report-record from print-line
            end-if.

      * every run recorded against the report date.
       2000-list-report-date.
            move     'RUNS FOR THE DAY' to print-line.
            perform  5000-write-heading.
            perform  6000-start-file.
            perform  2100-take-one-run until end-of-input.
            perform  5200-write-none.

      * one run - listed when it is for the report date, and
      * noted against its daily job.  a run-on-request job that
      * failed today is owed here; a daily job is counted below.
       2100-take-one-run.
            if dl100-rcl-bus-date = report-date
                perform 5100-write-run-line
                move    'N' to daily-switch
                perform 2110-note-daily
                        varying daily-sub from 1 by 1
                        until daily-sub > 3
                if not daily-job-found
                        and (dl100-rcl-open or dl100-rcl-abended)
                    add 1 to owed-count
                end-if
            end-if.
            perform  6100-read-next.

      * is this one of the daily jobs?
       2110-note-daily.
            if daily-job (daily-sub) = dl100-rcl-job
                move dl100-rcl-status to daily-status (daily-sub)
                set  daily-job-found to true
            end-if.

      * every run on another date that is still work to do.
       3000-list-other-dates.
            move     'OTHER DATES OWED' to print-line.
            perform  5000-write-heading.
            perform  6000-start-file.
            perform  3100-take-one-run until end-of-input.
            perform  5200-write-none.

      * one run - listed when it is open or abended and not for
      * the report date.
       3100-take-one-run.
            if dl100-rcl-bus-date not = report-date
                    and (dl100-rcl-open or dl100-rcl-abended)
                perform 5100-write-run-line
                add     1 to owed-count
            end-if.
            perform  6100-read-next.

      * every daily job not ended clean for the report date.
       4000-list-owed-today.
            move     'STILL OWED TODAY' to print-line.
            perform  5000-write-heading.
            perform  4100-check-daily-job
                     varying daily-sub from 1 by 1
                     until daily-sub > 3.
            perform  5200-write-none.

      * one daily job.
       4100-check-daily-job.
            if daily-status (daily-sub) not = 'E'
                add      1 to line-count
                add      1 to owed-count
                move     spaces to print-line
                move     daily-job (daily-sub) to print-line (1:8)
                move     ed-date to print-line (11:10)
                evaluate daily-status (daily-sub)
                    when space
                        move 'NOT RUN' to print-line (23:16)
                    when 'S'
                        move 'STILL RUNNING' to print-line (23:16)
                    when 'A'
                        move 'ABENDED - RERUN' to print-line (23:16)
                    when 'R'
                        move 'RESTART STEP019' to print-line (23:16)
                end-evaluate
                write    report-record from print-line
            end-if.

      * a section heading and its column heads.
       5000-write-heading.
            move     print-line to section-title.
            move     spaces to print-line.
            write    report-record from print-line.
            move     section-title to print-line.
            write    report-record from print-line.
            move     spaces to print-line.
            move     'JOB'       to print-line (1:3).
            move     'BUS DATE'  to print-line (11:8).
            move     'STATUS'    to print-line (23:6).
            move     'TRY'       to print-line (41:3).
            move     'STARTED'   to print-line (46:7).
            move     'ENDED'     to print-line (64:5).
            move     'NOTE'      to print-line (82:4).
            write    report-record from print-line.
            move     zero to line-count.

      * one run on the report.
       5100-write-run-line.
            add      1 to line-count.
            move     spaces to print-line.
            move     dl100-rcl-job to print-line (1:8).
            move     dl100-rcl-bus-date to ed-date.
            move     ed-date to print-line (11:10).
            move     dl100-rcl-status to print-line (23:1).
            perform  5110-match-status
                     varying status-sub from 1 by 1
                     until status-sub > 4.
            move     dl100-rcl-attempts to ed-attempts.
            move     ed-attempts to print-line (41:3).
            move     dl100-rcl-start-date to ed-date.
            move     ed-date to print-line (46:10).
            move     dl100-rcl-start-time to time-work.
            move     time-work (1:2) to print-line (57:2).
            move     ':' to print-line (59:1).
            move     time-work (3:2) to print-line (60:2).
            if dl100-rcl-end-date not = zero
                move dl100-rcl-end-date to ed-date
                move ed-date to print-line (64:10)
                move dl100-rcl-end-time to time-work
                move time-work (1:2) to print-line (75:2)
                move ':' to print-line (77:1)
                move time-work (3:2) to print-line (78:2)
            end-if.
            move     dl100-rcl-note to print-line (82:40).
            write    report-record from print-line.
            move     report-date to ed-date.

      * the status word for the status code.
       5110-match-status.
            if status-code (status-sub) = dl100-rcl-status
                move status-label (status-sub) to print-line (23:16)
            end-if.

      * a section with nothing in it says so.
       5200-write-none.
            if line-count = zero
                move     spaces to print-line
                move     'NONE' to print-line (1:4)
                write    report-record from print-line
            end-if.

      * back to the top of the file, first record in hand.
       6000-start-file.
            move     low-values to dl100-rcl-key.
            move     'N' to eof-switch.
            start    run-control-file key not less than dl100-rcl-key
                invalid key set end-of-input to true
            end-start.
            if not end-of-input
                perform 6100-read-next
            end-if.

      * the next run-control record in key order.
       6100-read-next.
            read     run-control-file next record
                at end set end-of-input to true
            end-read.

      * the bottom line - how much is owed.
       9000-terminate.
            move     spaces to print-line.
            write    report-record from print-line.
            move     spaces to print-line.
            if owed-count = zero
                move 'NOTHING OWED' to print-line
            else
                move owed-count to ed-attempts
                string 'RUNS OWED: '  delimited by size
                       ed-attempts    delimited by size
                  into print-line
                end-string
            end-if.
            write    report-record from print-line.
            close    report-file.

      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
