      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
      *
      * Run-control gatekeeper and recorder for the batch jobs.
      *
      * DL100CAL, DL100BIL, DL100ACK, DL100ARC, DL100MON, DL100VTR
      * and DL100AGE are all submitted by hand, and nothing used
      * to stop DL100CAL running twice for one date with
      * DL100RUNDT left set, DL100ARC running before that night's
      * DL100CAL had ended clean, or month-end running while a
      * restart of STEP020 was still owed.  Each of those jobs
      * now runs this program as its first step and again as its
      * last, against the shared DL100RCL run-control file - one
      * record per job per business date, saying started, ended
      * clean, abended or restart pending.
      *
      * DL100RCJOB names the job, DL100RCACT says what to do -
      *   START   the first step.  refuses, with the reason on the
      *           console and return code 12, when the job already
      *           has a run open (still started, or owed a
      *           restart), when a job it must not overlap has one
      *           open, when its business date already ended clean,
      *           or when the latest run on or before that date of
      *           a job it depends on has not ended clean (DL100ARC
      *           needs that night's DL100CAL).  otherwise records
      *           the job started.
      *   RESUME  DL100CAL's STEP019, just ahead of 110-calc - in
      *           a normal run it passes straight through, and in a
      *           RESTART=STEP019 resubmission it takes the restart
      *           pending run back to started.  refuses when there
      *           is no run of the job open to resume.
      *   END     the last step when the job's work ended clean.
      *           DL100RCNOTE, when keyed, goes on the run's note -
      *           DL100CAL's way of saying the night ended but its
      *           journal step did not.
      *   ABEND   the last step when a step failed - rerun the job
      *           from the top.
      *   RESTART DL100CAL's last step when STEP020 itself failed -
      *           the run is owed a RESTART=STEP019 resubmission.
      *   CANCEL  a supervisor's way out for a run that died
      *           without its last step ever running - the open
      *           run is marked abended so the job can go again.
      * DL100RCDT is the business date (yyyymmdd).  left out, the
      * DL100RUNDT rerun date 110-calc works to is taken instead,
      * so DL100CAL names its night once; neither keyed means
      * today for a START, and the job's open run for the rest, so
      * a run that crosses midnight still ends the run it started.
      *
      * A refused duplicate date or unmet prerequisite can be let
      * through by naming a supervisor on the DL100OPR operator
      * master in DL100RCOVR - a deliberate rerun of a past night,
      * say.  A CANCEL needs the same.  Both go on the DL100MNT
      * maintenance history under that id.  An open run is never
      * overridden - it is cancelled, or finished by its restart.
      *
      * A run that cannot be recorded is not let through: a
      * DL100RCL that will not open, or a run-control record that
      * will not go back on it, refuses with return code 12 like
      * any other refusal, because a job nobody recorded would
      * escape every check this program makes.
      *
      * The rules - which jobs each one must not overlap, and which
      * it needs ended clean first - are the table loaded in
      * 1100-load-rules.  295-runctl-report prints the file.
      *
      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
       id division.
         program-id. 290-run-control.

       environment division.
         input-output section.
            file-control.
               select run-control-file assign to "DL100RCL"
                      organization is indexed
                      access mode is dynamic
                      record key is dl100-rcl-key
                      file status is rcl-file-status.
               select oper-file assign to "DL100OPR"
                      organization is indexed
                      access mode is random
                      record key is dl100-opr-id
                      file status is opr-file-status.
               select optional maint-log-file
                      assign to "DL100MNT"
                      organization is line sequential.

       data division.
          file section.
             fd  run-control-file.
                01  run-control-record.
                    copy dl100rcl.

             fd  oper-file.
                01  oper-record.
                    copy dl100opr.

             fd  maint-log-file.
                01  maint-log-record    picture x(132).

          working-storage section.
             01  maint-log-line.
                 copy dl100mnl.

             77       rcl-file-status picture x(02) value '00'.
             77       rcl-open-switch picture x(01) value 'N'.
                 88    rcl-file-open                value 'Y'.
             77       opr-file-status picture x(02) value '00'.
             77       eof-switch      picture x(01).
                 88    end-of-input                 value 'Y'.

             77       job-parm        picture x(08).
             77       action-parm     picture x(08).
             77       date-parm       picture x(08).
             77       ovr-opr-id      picture x(08).
             77       note-parm       picture x(40).
             77       today-date      picture 9(08).
             77       now-time        picture 9(08).
             77       bus-date        picture 9(08) value zero.
             77       ed-bus-date     picture 9999/99/99.

             77       refuse-switch   picture x(01) value 'N'.
                 88    run-refused                  value 'Y'.
             77       warn-switch     picture x(01) value 'N'.
                 88    run-warned                   value 'Y'.
             77       ovr-ok-switch   picture x(01) value 'N'.
                 88    override-allowed             value 'Y'.
             77       super-switch    picture x(01) value 'N'.
                 88    ovr-is-supervisor            value 'Y'.
             77       found-switch    picture x(01).
                 88    run-found                    value 'Y'.
                 88    run-not-found                value 'N'.

      * what the sweep of the file turned up - the job's own open
      * run, and the first open run of a job it must not overlap.
             77       own-switch      picture x(01) value 'N'.
                 88    own-run-open                 value 'Y'.
             77       own-date        picture 9(08).
             77       restart-switch  picture x(01) value 'N'.
                 88    run-restarted                value 'Y'.
             77       own-status      picture x(01).
             77       blk-switch      picture x(01) value 'N'.
                 88    blocker-open                 value 'Y'.
             77       blk-job         picture x(08).
             77       blk-date        picture 9(08).
             77       blk-status      picture x(01).
             77       need-date       picture 9(08).
             77       need-status     picture x(01).

      * one entry per run-controlled job: the jobs it must not
      * overlap, and the job whose latest run must have ended
      * clean before it may start.
             77       rule-count      picture 9(02) value zero.
             77       rule-sub        picture 9(02).
             77       rule-slot       picture 9(02) value zero.
             77       blk-sub         picture 9(02).
             01       rule-table.
                 05   rule-entry occurs 7 times.
                      10  rl-job        picture x(08).
                      10  rl-needs      picture x(08).
                      10  rl-blocker    picture x(08) occurs 3 times.

             77       msg-text        picture x(70).
             77       log-action      picture x(08).
             77       log-detail      picture x(50).

       procedure division.
       0000-main-logic.
            perform  1000-initialize.
            if not run-refused
                evaluate action-parm
                    when 'START'
                        perform 2000-start-run
                    when 'RESUME'
                        perform 3000-resume-run
                    when 'END'
                        perform 4000-close-run
                    when 'ABEND'
                        perform 4000-close-run
                    when 'RESTART'
                        perform 4000-close-run
                    when 'CANCEL'
                        perform 5000-cancel-run
                end-evaluate
            end-if.
            perform  9000-terminate.
            goback.

      * the parameters, the rules, the file, and a sweep of the
      * file for open runs.  a job with no rules is not one this
      * file controls, and an unknown action is a JCL mistake -
      * either is refused before anything is touched.
       1000-initialize.
            accept   today-date from date yyyymmdd.
            accept   now-time from time.
            move     spaces to job-parm action-parm date-parm.
            move     spaces to ovr-opr-id note-parm.
            accept   job-parm from environment "DL100RCJOB".
            accept   action-parm from environment "DL100RCACT".
            accept   date-parm from environment "DL100RCDT".
            accept   ovr-opr-id from environment "DL100RCOVR".
            accept   note-parm from environment "DL100RCNOTE".
            if date-parm = spaces
                accept date-parm from environment "DL100RUNDT"
            end-if.
            if date-parm numeric
                move date-parm to bus-date
            end-if.
            perform  1100-load-rules.
            move     zero to rule-slot.
            perform  1150-match-rule
                     varying rule-sub from 1 by 1
                     until rule-sub > rule-count
                        or rule-slot > zero.
            if rule-slot = zero
                move spaces to msg-text
                string job-parm        delimited by size
                       ' IS NOT A RUN-CONTROLLED JOB'
                                       delimited by size
                  into msg-text
                end-string
                perform 7000-refuse
            end-if.
            if not run-refused
                if action-parm not = 'START'
                        and action-parm not = 'RESUME'
                        and action-parm not = 'END'
                        and action-parm not = 'ABEND'
                        and action-parm not = 'RESTART'
                        and action-parm not = 'CANCEL'
                    move spaces to msg-text
                    string 'DL100RCACT '   delimited by size
                           action-parm     delimited by size
                           ' IS NOT A RUN-CONTROL ACTION'
                                           delimited by size
                      into msg-text
                    end-string
                    perform 7000-refuse
                end-if
            end-if.
            if not run-refused
                perform 1200-open-run-control
            end-if.
            if not run-refused
                perform 1300-sweep-open-runs
                if ovr-opr-id not = spaces
                    perform 1400-check-supervisor
                end-if
            end-if.

      * the rules.  DL100CAL, DL100ACK and DL100ARC all rewrite or
      * extend what the others read, so none overlaps another;
      * the reports must not read a night still in flight or
      * owed a restart; and the yearly archive needs that night's
      * DL100CAL ended clean.
       1100-load-rules.
            move     spaces to rule-table.
            move     7 to rule-count.
            move     'DL100CAL' to rl-job (1).
            move     'DL100ACK' to rl-blocker (1 1).
            move     'DL100ARC' to rl-blocker (1 2).
            move     'DL100BIL' to rl-job (2).
            move     'DL100CAL' to rl-blocker (2 1).
            move     'DL100ACK' to rl-job (3).
            move     'DL100CAL' to rl-blocker (3 1).
            move     'DL100ARC' to rl-blocker (3 2).
            move     'DL100ARC' to rl-job (4).
            move     'DL100CAL' to rl-needs (4).
            move     'DL100CAL' to rl-blocker (4 1).
            move     'DL100ACK' to rl-blocker (4 2).
            move     'DL100MON' to rl-blocker (4 3).
            move     'DL100MON' to rl-job (5).
            move     'DL100CAL' to rl-blocker (5 1).
            move     'DL100ARC' to rl-blocker (5 2).
            move     'DL100VTR' to rl-job (6).
            move     'DL100CAL' to rl-blocker (6 1).
            move     'DL100AGE' to rl-job (7).
            move     'DL100CAL' to rl-blocker (7 1).

      * one step of the rule hunt.
       1150-match-rule.
            if rl-job (rule-sub) = job-parm
                move rule-sub to rule-slot
            end-if.

      * open the run-control file, creating it empty the first
      * time any job runs against it.  a file that still will not
      * open cannot record the run, so the run is refused.
       1200-open-run-control.
            open     i-o run-control-file.
            if rcl-file-status not = '00'
                open   output run-control-file
                close  run-control-file
                open   i-o run-control-file
            end-if.
            if rcl-file-status = '00'
                set  rcl-file-open to true
            else
                move spaces to msg-text
                string 'DL100RCL WILL NOT OPEN - STATUS '
                                       delimited by size
                       rcl-file-status delimited by size
                  into msg-text
                end-string
                perform 7000-refuse
            end-if.

      * every record on the file, looking for open runs - the
      * job's own, and those of the jobs it must not overlap.
       1300-sweep-open-runs.
            move     low-values to dl100-rcl-key.
            move     'N' to eof-switch.
            start    run-control-file key not less than dl100-rcl-key
                invalid key set end-of-input to true
            end-start.
            if not end-of-input
                perform 1310-read-next-run
            end-if.
            perform  1320-look-at-run until end-of-input.

      * the next run-control record in key order.
       1310-read-next-run.
            read     run-control-file next record
                at end set end-of-input to true
            end-read.

      * one record of the sweep.  of the job's own open runs the
      * latest wins - there should only ever be one.
       1320-look-at-run.
            if dl100-rcl-open
                if dl100-rcl-job = job-parm
                    set  own-run-open to true
                    move dl100-rcl-bus-date to own-date
                    move dl100-rcl-status to own-status
                else
                    if not blocker-open
                        perform 1330-check-blocker
                                varying blk-sub from 1 by 1
                                until blk-sub > 3
                    end-if
                end-if
            end-if.
            perform  1310-read-next-run.

      * is this open run one the job must not overlap?
       1330-check-blocker.
            if rl-blocker (rule-slot blk-sub) = dl100-rcl-job
                    and not blocker-open
                set  blocker-open to true
                move dl100-rcl-job to blk-job
                move dl100-rcl-bus-date to blk-date
                move dl100-rcl-status to blk-status
            end-if.

      * DL100RCOVR has to name a supervisor on the operator
      * master before it counts for anything.
       1400-check-supervisor.
            open     input oper-file.
            if opr-file-status = '00'
                move ovr-opr-id to dl100-opr-id
                read oper-file
                    invalid key continue
                    not invalid key
                        if dl100-opr-supervisor
                            set ovr-is-supervisor to true
                        end-if
                end-read
                close oper-file
            end-if.
            if not ovr-is-supervisor
                display 'RUN CONTROL - DL100RCOVR ' ovr-opr-id
                        ' IS NOT A SUPERVISOR - IGNORED'
            end-if.

      * the first step of a job.  an open run refuses outright;
      * a duplicate date or unmet prerequisite refuses unless a
      * supervisor has said otherwise.
       2000-start-run.
            if bus-date = zero
                move today-date to bus-date
            end-if.
            move     bus-date to ed-bus-date.
            evaluate true
                when own-run-open
                    perform 2100-refuse-own-open
                when blocker-open
                    perform 2150-refuse-blocker
                when other
                    perform 2200-check-date-and-needs
            end-evaluate.
            if not run-refused
                perform 2500-record-start
            end-if.

      * the job already has a run open.
       2100-refuse-own-open.
            move     own-date to ed-bus-date.
            move     spaces to msg-text.
            if own-status = 'R'
                string job-parm         delimited by size
                       ' OWES A RESTART FOR ' delimited by size
                       ed-bus-date      delimited by size
                       ' - RESUBMIT WITH RESTART=STEP019'
                                        delimited by size
                  into msg-text
                end-string
            else
                string job-parm         delimited by size
                       ' STARTED FOR '  delimited by size
                       ed-bus-date      delimited by size
                       ' AND NEVER ENDED - SUPERVISOR CANCEL'
                                        delimited by size
                  into msg-text
                end-string
            end-if.
            perform  7000-refuse.

      * a job it must not overlap has a run open.
       2150-refuse-blocker.
            move     blk-date to ed-bus-date.
            move     spaces to msg-text.
            if blk-status = 'R'
                string blk-job          delimited by size
                       ' OWES A RESTART FOR ' delimited by size
                       ed-bus-date      delimited by size
                       ' - FINISH IT FIRST' delimited by size
                  into msg-text
                end-string
            else
                string blk-job          delimited by size
                       ' IS RUNNING FOR ' delimited by size
                       ed-bus-date      delimited by size
                       ' - WAIT FOR IT TO END' delimited by size
                  into msg-text
                end-string
            end-if.
            perform  7000-refuse.

      * the business date must not already be done, and the job
      * it depends on must have ended clean for it.
       2200-check-date-and-needs.
            move     job-parm to dl100-rcl-job.
            move     bus-date to dl100-rcl-bus-date.
            perform  6000-read-run.
            if run-found and dl100-rcl-ended
                move spaces to msg-text
                string job-parm          delimited by size
                       ' ALREADY ENDED CLEAN FOR '
                                         delimited by size
                       ed-bus-date       delimited by size
                  into msg-text
                end-string
                set  override-allowed to true
                perform 7000-refuse
            end-if.
            if not run-refused and rl-needs (rule-slot) not = spaces
                perform 2250-find-latest-need
                if need-date = zero
                    move spaces to msg-text
                    string rl-needs (rule-slot) delimited by size
                           ' HAS NO RUN ON OR BEFORE '
                                             delimited by size
                           ed-bus-date       delimited by size
                      into msg-text
                    end-string
                    set  override-allowed to true
                    perform 7000-refuse
                else
                    if need-status not = 'E'
                        move need-date to ed-bus-date
                        move spaces to msg-text
                        string rl-needs (rule-slot) delimited by size
                               ' RUN FOR '       delimited by size
                               ed-bus-date       delimited by size
                               ' HAS NOT ENDED CLEAN'
                                                 delimited by size
                          into msg-text
                        end-string
                        move bus-date to ed-bus-date
                        set  override-allowed to true
                        perform 7000-refuse
                    end-if
                end-if
            end-if.
            if run-refused and ovr-is-supervisor
                perform 2300-take-override
            end-if.

      * the latest run on or before the business date of the job
      * this one depends on - "that night's" run, whether it
      * carried the date before or after midnight.
       2250-find-latest-need.
            move     zero to need-date.
            move     space to need-status.
            move     rl-needs (rule-slot) to dl100-rcl-job.
            move     zero to dl100-rcl-bus-date.
            move     'N' to eof-switch.
            start    run-control-file key not less than dl100-rcl-key
                invalid key set end-of-input to true
            end-start.
            if not end-of-input
                perform 1310-read-next-run
            end-if.
            perform  2260-look-at-need until end-of-input.

      * one run of the job depended on - past it, the hunt stops.
       2260-look-at-need.
            if dl100-rcl-job = rl-needs (rule-slot)
                    and dl100-rcl-bus-date not > bus-date
                move dl100-rcl-bus-date to need-date
                move dl100-rcl-status to need-status
                perform 1310-read-next-run
            else
                set  end-of-input to true
            end-if.

      * a supervisor has let a refused start through.
       2300-take-override.
            move     'N' to refuse-switch.
            move     zero to return-code.
            display  'RUN CONTROL - OVERRIDDEN BY SUPERVISOR '
                     ovr-opr-id.
            move     'OVERRIDE' to log-action.
            move     msg-text to log-detail.
            perform  8000-write-maint-log.

      * the job's run for the date, started.  a rerun of an
      * abended date rewrites the same record and counts the
      * attempt.
       2500-record-start.
            move     job-parm to dl100-rcl-job.
            move     bus-date to dl100-rcl-bus-date.
            perform  6000-read-run.
            if run-not-found
                move job-parm to dl100-rcl-job
                move bus-date to dl100-rcl-bus-date
                move zero to dl100-rcl-attempts
            end-if.
            set      dl100-rcl-started to true.
            move     today-date to dl100-rcl-start-date.
            move     now-time to dl100-rcl-start-time.
            move     zero to dl100-rcl-end-date dl100-rcl-end-time.
            if dl100-rcl-attempts < 999
                add  1 to dl100-rcl-attempts
            end-if.
            move     'START' to dl100-rcl-last-action.
            move     spaces to dl100-rcl-note.
            if override-allowed
                string 'OVERRIDDEN BY ' delimited by size
                       ovr-opr-id       delimited by size
                  into dl100-rcl-note
                end-string
            end-if.
            if run-found
                rewrite run-control-record
                    invalid key perform 7050-refuse-update
                end-rewrite
            else
                write run-control-record
                    invalid key perform 7050-refuse-update
                end-write
            end-if.
            if not run-refused
                display 'RUN CONTROL - ' job-parm ' STARTED FOR '
                        ed-bus-date
            end-if.

      * STEP019 of DL100CAL.  a restart pending run goes back to
      * started; a run already started passes through.
       3000-resume-run.
            perform  6100-find-open-run.
            if run-found
                if dl100-rcl-restart-pending
                    set  dl100-rcl-started to true
                    if dl100-rcl-attempts < 999
                        add 1 to dl100-rcl-attempts
                    end-if
                    move zero to dl100-rcl-end-date
                    move zero to dl100-rcl-end-time
                    move 'RESTARTED' to dl100-rcl-note
                    set  run-restarted to true
                end-if
                move 'RESUME' to dl100-rcl-last-action
                rewrite run-control-record
                    invalid key perform 7050-refuse-update
                end-rewrite
                if run-restarted and not run-refused
                    display 'RUN CONTROL - ' job-parm
                            ' RESTARTED FOR ' ed-bus-date
                end-if
            else
                move spaces to msg-text
                string 'NO RUN OF '     delimited by size
                       job-parm         delimited by size
                       ' IS OPEN TO RESUME - RERUN IT FROM THE TOP'
                                        delimited by size
                  into msg-text
                end-string
                perform 7000-refuse
            end-if.

      * the last step - ended clean, abended, or owed a restart.
      * a last step with no open run to close is only warned
      * about; the job's own work is already done either way.
       4000-close-run.
            perform  6100-find-open-run.
            if run-found
                evaluate action-parm
                    when 'END'
                        set dl100-rcl-ended to true
                    when 'ABEND'
                        set dl100-rcl-abended to true
                    when 'RESTART'
                        set dl100-rcl-restart-pending to true
                end-evaluate
                move today-date to dl100-rcl-end-date
                move now-time to dl100-rcl-end-time
                move action-parm to dl100-rcl-last-action
                if note-parm not = spaces
                    move note-parm to dl100-rcl-note
                end-if
                rewrite run-control-record
                    invalid key perform 7050-refuse-update
                end-rewrite
                if not run-refused
                    display 'RUN CONTROL - ' job-parm ' ' action-parm
                            ' FOR ' ed-bus-date
                end-if
            else
                move spaces to msg-text
                string 'NO RUN OF '     delimited by size
                       job-parm         delimited by size
                       ' IS OPEN TO MARK ' delimited by size
                       action-parm      delimited by size
                  into msg-text
                end-string
                display 'RUN CONTROL - ' msg-text
                set  run-warned to true
            end-if.

      * a supervisor clears a run that died without its last
      * step - marked abended, so the job may start again.
       5000-cancel-run.
            if not ovr-is-supervisor
                move 'CANCEL NEEDS A SUPERVISOR IN DL100RCOVR'
                     to msg-text
                perform 7000-refuse
            else
                perform 6100-find-open-run
                if run-found
                    set  dl100-rcl-abended to true
                    move today-date to dl100-rcl-end-date
                    move now-time to dl100-rcl-end-time
                    move 'CANCEL' to dl100-rcl-last-action
                    move spaces to dl100-rcl-note
                    string 'CANCELLED BY '  delimited by size
                           ovr-opr-id       delimited by size
                      into dl100-rcl-note
                    end-string
                    rewrite run-control-record
                        invalid key perform 7050-refuse-update
                    end-rewrite
                    if not run-refused
                        display 'RUN CONTROL - ' job-parm
                                ' CANCELLED FOR ' ed-bus-date
                        move 'CANCEL' to log-action
                        move spaces to log-detail
                        string 'BUSINESS DATE '  delimited by size
                               ed-bus-date       delimited by size
                          into log-detail
                        end-string
                        perform 8000-write-maint-log
                    end-if
                else
                    move spaces to msg-text
                    string 'NO RUN OF '     delimited by size
                           job-parm         delimited by size
                           ' IS OPEN TO CANCEL' delimited by size
                      into msg-text
                    end-string
                    perform 7000-refuse
                end-if
            end-if.

      * one run-control record by key.
       6000-read-run.
            set      run-found to true.
            read     run-control-file
                invalid key set run-not-found to true
            end-read.

      * the run a closing step acts on - the named date's, or
      * with no date the job's open run.  either way it has to
      * be open.
       6100-find-open-run.
            set      run-not-found to true.
            if bus-date = zero and own-run-open
                move own-date to bus-date
            end-if.
            if bus-date not = zero
                move job-parm to dl100-rcl-job
                move bus-date to dl100-rcl-bus-date
                perform 6000-read-run
                if run-found and not dl100-rcl-open
                    set run-not-found to true
                end-if
            end-if.
            move     bus-date to ed-bus-date.

      * a refusal - on the console, and return code 12 so the
      * job's remaining steps are bypassed.
       7000-refuse.
            set      run-refused to true.
            display  'RUN CONTROL - ' job-parm ' REFUSED'.
            display  'RUN CONTROL - ' msg-text.
            move     12 to return-code.

      * a run-control record that will not go back on the file
      * leaves the run unrecorded - refused, the same as a file
      * that will not open.
       7050-refuse-update.
            move     spaces to msg-text.
            string   'DL100RCL UPDATE FAILED - STATUS '
                                      delimited by size
                     rcl-file-status  delimited by size
                into msg-text
            end-string.
            perform  7000-refuse.

      * overrides and cancels go on the DL100MNT maintenance
      * history under the supervisor who made them.
       8000-write-maint-log.
            open     extend maint-log-file.
            move     spaces to maint-log-line.
            accept   dl100-mnl-date from date yyyymmdd.
            accept   dl100-mnl-time from time.
            move     ovr-opr-id to dl100-mnl-operator.
            move     '290-RUN-CONTROL' to dl100-mnl-program.
            move     log-action to dl100-mnl-action.
            move     job-parm to dl100-mnl-key.
            move     log-detail to dl100-mnl-detail.
            write    maint-log-record from maint-log-line.
            close    maint-log-file.

      * close up.  a warning sets return code 4 unless something
      * worse already has.
       9000-terminate.
            if rcl-file-open
                close run-control-file
            end-if.
            if run-warned and not run-refused
                move 4 to return-code
            end-if.

      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
