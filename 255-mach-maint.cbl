      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
      *
      * Machine (saw) master maintenance for the shop floor.
      *
      * The DL100MCH master carries one record per saw - its id,
      * the name the floor knows it by, how fast it cuts (inches
      * of cut length per minute), the setup minutes it loses on
      * every ticket, the hours it is available to cut in one
      * shift, the shapes it can cut and the materials it takes.
      * The floor stamps a saw's id on each cut ticket; the
      * nightly 110-calc run rejects a ticket sent to a saw that
      * is not on the master or cannot cut its shape or material,
      * and carries the id onto the audit line.  260-mach-util
      * turns the cut length on those audit lines into hours used
      * against hours available per machine per shift, and
      * 265-forward-load warns when the booked work waiting for
      * the next run is more than a shift can cut.  This program
      * is how the supervisor keeps the master current: add a
      * saw, change its figures, drop one that has left the
      * floor, or just look one up.
      *
      * Speeds, setup minutes and shift hours are keyed as plain
      * digits with the last two the decimal places, the same way
      * ticket dimensions are.  The shapes are keyed as the shape
      * type codes the saw can cut, run together ('TRCZA' for all
      * five).  Materials are keyed one at a time, up to eight,
      * each checked against the DL100MTL material master when it
      * is on hand; keying none means the saw takes any material.
      *
      * Same prompt-and-answer style as 230-supp-maint, so an
      * operator who can drive one can drive the other.  A master
      * dataset that does not exist yet is created empty on the
      * way in, so first-time setup is just running this program
      * and keying the first add.  The session starts with a
      * sign-on against the DL100OPR operator master, every action
      * is written to the DL100MNT maintenance history under the
      * signed-on id, and deleting a machine is supervisor only.
      *
      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
       id division.
         program-id. 255-mach-maint.

       environment division.
         input-output section.
            file-control.
               select machine-file assign to "DL100MCH"
                      organization is indexed
                      access mode is random
                      record key is dl100-mch-id
                      file status is mch-file-status.
               select material-file assign to "DL100MTL"
                      organization is indexed
                      access mode is random
                      record key is dl100-mtl-code
                      file status is mtl-file-status.
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
             fd  machine-file.
                01  machine-record.
                    copy dl100mch.

             fd  material-file.
                01  material-record.
                    copy dl100mtl.

             fd  oper-file.
                01  oper-record.
                    copy dl100opr.

             fd  maint-log-file.
                01  maint-log-record    picture x(132).

          working-storage section.
             01  maint-log-line.
                 copy dl100mnl.

             77       mch-file-status picture x(02) value '00'.
             77       mtl-file-status picture x(02) value '00'.
             77       mtl-open-switch picture x(01) value 'N'.
                 88    mtl-master-open              value 'Y'.
             77       opr-file-status picture x(02) value '00'.
             77       signon-switch   picture x(01) value 'N'.
                 88    signed-on                    value 'Y'.
             77       signon-id       picture x(08).
             77       signon-name     picture x(20).
             77       signon-auth     picture x(01).
                 88    signon-supervisor            value 'S'.
             77       signon-tries    picture 9(01) value zero.
             77       log-action      picture x(08).
             77       log-key         picture x(08).
             77       log-detail      picture x(50).
             77       action-code     picture x(01).
                 88    action-add                   value 'A'.
                 88    action-change                value 'C'.
                 88    action-delete                value 'D'.
                 88    action-inquire               value 'I'.
                 88    action-exit                  value 'X'.
             77       work-id         picture x(04).
             77       work-name       picture x(20).
             77       work-speed      picture 9(05)v99.
             77       work-setup-min  picture 9(03)v99.
             77       work-shift-hours picture 9(02)v99.
             01       work-shape-list.
                 05   work-shape      picture x(01)
                                      occurs 5 times.
             01       work-material-list.
                 05   work-material   picture x(04)
                                      occurs 8 times.
             77       work-mat-count  picture 9(02).
             77       material-answer picture x(04).
             77       mat-entry-switch picture x(01).
                 88    mat-entry-done               value 'Y'.
                 88    mat-entry-open               value 'N'.
             77       shape-sub       picture 9(02).
             77       shape-switch    picture x(01).
                 88    shapes-ok                    value 'Y'.
                 88    shapes-bad                   value 'N'.
             77       speed-answer    picture x(07).
             77       speed-answer-num redefines speed-answer
                                      picture 9(05)v99.
             77       setup-answer    picture x(05).
             77       setup-answer-num redefines setup-answer
                                      picture 9(03)v99.
             77       hours-answer    picture x(04).
             77       hours-answer-num redefines hours-answer
                                      picture 9(02)v99.
             77       details-switch  picture x(01).
                 88    details-ok                   value 'Y'.
                 88    details-bad                  value 'N'.
             77       ed-speed        picture zz,zz9.99.
             77       ed-setup        picture zz9.99.
             77       ed-hours        picture z9.99.
             77       record-switch   picture x(01).
                 88    record-on-file               value 'Y'.
                 88    record-absent                value 'N'.

       procedure division.
       0000-main-logic.
            perform  1000-initialize.
            perform  2000-process-one-action until action-exit.
            perform  9000-terminate.
            stop     run.

      * open the master i-o, creating it empty first if this is
      * the very first time anybody has run maintenance - same
      * open-output-then-reopen move 230-supp-maint uses.  the
      * material master is only there to check the codes keyed;
      * absent, they are taken as keyed.
       1000-initialize.
            display  'MACHINE MASTER MAINTENANCE'.
            display  ' '.
            open     i-o machine-file.
            if mch-file-status not = '00'
                open   output machine-file
                close  machine-file
                open   i-o machine-file
            end-if.
            open     input material-file.
            if mtl-file-status = '00'
                set  mtl-master-open to true
            end-if.
            perform  1500-sign-on.

      * the session belongs to somebody or it does not happen -
      * an absent operator master fails the sign-on closed, it
      * does not wave everybody through.
       1500-sign-on.
            open     input oper-file.
            if opr-file-status not = '00'
                display '*** OPERATOR MASTER NOT ON HAND - '
                        'RUN 135-OPER-MAINT FIRST'
                set  action-exit to true
            else
                perform 1510-try-sign-on
                        until signed-on or signon-tries >= 3
                close oper-file
                if not signed-on
                    display '*** SIGN-ON FAILED - SESSION ENDED'
                    set  action-exit to true
                end-if
            end-if.

      * one sign-on attempt against the operator master.
       1510-try-sign-on.
            add      1 to signon-tries.
            display  'OPERATOR ID.................................: '
                     with no advancing.
            accept   signon-id.
            move     signon-id to dl100-opr-id.
            read     oper-file
                invalid key
                    display '*** NOT ON OPERATOR MASTER'
                not invalid key
                    move dl100-opr-name to signon-name
                    move dl100-opr-authority to signon-auth
                    set  signed-on to true
                    display 'SIGNED ON - ' signon-name
            end-read.

      * one trip around the menu - ask what to do, then do it.
       2000-process-one-action.
            display  'ACTION (A=ADD C=CHANGE D=DELETE I=INQUIRE '
                     'X=EXIT): ' with no advancing.
            accept   action-code.
            evaluate true
                when action-add       perform 3000-add-machine
                when action-change    perform 4000-change-machine
                when action-delete    perform 5000-delete-machine
                when action-inquire   perform 6000-inquire-machine
                when action-exit      continue
                when other
                    display '*** UNRECOGNIZED ACTION'
            end-evaluate.
            display  ' '.

      * fetch the record for the id the operator keys, leaving
      * the on-file switch saying whether it was there.
       2100-fetch-machine.
            display  'MACHINE ID..................................: '
                     with no advancing.
            accept   work-id.
            move     work-id to dl100-mch-id.
            read     machine-file
                invalid key set record-absent to true
                not invalid key set record-on-file to true
            end-read.

      * prompt for the name, speed, setup, shift hours, shapes and
      * materials.  a saw that cannot cut (no speed), is never
      * available (no hours) or cuts no shape we know is refused
      * - it would only ever reject tickets or divide by zero in
      * the capacity reports.
       2200-accept-details.
            set      details-ok to true.
            display  'MACHINE NAME................................: '
                     with no advancing.
            accept   work-name.
            display  'CUT SPEED IN/MIN, 7 DIGITS LAST 2 DECIMAL...: '
                     with no advancing.
            accept   speed-answer.
            if speed-answer numeric and speed-answer-num > zero
                move speed-answer-num to work-speed
            else
                display '*** SPEED MUST BE 7 DIGITS, MORE THAN ZERO'
                set  details-bad to true
            end-if.
            display  'SETUP MIN PER TICKET, 5 DIGITS LAST 2 DEC...: '
                     with no advancing.
            accept   setup-answer.
            if setup-answer numeric
                move setup-answer-num to work-setup-min
            else
                display '*** SETUP NOT NUMERIC - TAKEN AS ZERO'
                move zero to work-setup-min
            end-if.
            display  'HOURS PER SHIFT, 4 DIGITS LAST 2 DECIMAL....: '
                     with no advancing.
            accept   hours-answer.
            if hours-answer numeric and hours-answer-num > zero
                                    and hours-answer-num not > 24
                move hours-answer-num to work-shift-hours
            else
                display '*** HOURS MUST BE MORE THAN 0, AT MOST 24'
                set  details-bad to true
            end-if.
            display  'SHAPES IT CUTS (T/R/C/Z/A, E.G. TRC)........: '
                     with no advancing.
            accept   work-shape-list.
            set      shapes-ok to true.
            perform  2210-check-one-shape
                     varying shape-sub from 1 by 1 until shape-sub > 5.
            if work-shape-list = spaces or shapes-bad
                display '*** SHAPES MUST BE T, R, C, Z OR A'
                set  details-bad to true
            end-if.
            perform  2300-accept-materials.

      * one shape code of the list - a known code or a blank.
       2210-check-one-shape.
            if work-shape (shape-sub) not = 'T'
                and work-shape (shape-sub) not = 'R'
                and work-shape (shape-sub) not = 'C'
                and work-shape (shape-sub) not = 'Z'
                and work-shape (shape-sub) not = 'A'
                and work-shape (shape-sub) not = space
                set  shapes-bad to true
            end-if.

      * the materials the saw takes, one code at a time until a
      * blank answer or the list is full.  none keyed means any
      * material.
       2300-accept-materials.
            move     spaces to work-material-list.
            move     zero to work-mat-count.
            set      mat-entry-open to true.
            perform  2310-accept-one-material
                     until mat-entry-done or work-mat-count = 8.
            if work-mat-count = zero
                display 'NO MATERIALS KEYED - TAKES ANY MATERIAL'
            end-if.

      * one material code - checked against the material master
      * when it is on hand.
       2310-accept-one-material.
            display  'MATERIAL IT TAKES (BLANK WHEN DONE).........: '
                     with no advancing.
            accept   material-answer.
            if material-answer = spaces
                set  mat-entry-done to true
            else
                if mtl-master-open
                    move material-answer to dl100-mtl-code
                    read material-file
                        invalid key
                            display '*** ' material-answer
                                    ' NOT ON MATERIAL MASTER - '
                                    'NOT TAKEN'
                        not invalid key
                            add  1 to work-mat-count
                            move material-answer
                                 to work-material (work-mat-count)
                    end-read
                else
                    add  1 to work-mat-count
                    move material-answer
                         to work-material (work-mat-count)
                end-if
            end-if.

      * the keyed details onto the record.
       2400-move-details.
            move     work-name to dl100-mch-name.
            move     work-speed to dl100-mch-speed.
            move     work-setup-min to dl100-mch-setup-min.
            move     work-shift-hours to dl100-mch-shift-hours.
            move     work-shape-list to dl100-mch-shape-list.
            move     work-material-list to dl100-mch-material-list.

      * add a machine that is not on the master yet.
       3000-add-machine.
            perform  2100-fetch-machine.
            if record-on-file
                display '*** ' work-id ' IS ALREADY ON THE MASTER'
            else
                perform  2200-accept-details
                if details-bad
                    display 'MACHINE NOT ADDED'
                else
                    move     spaces to machine-record
                    move     work-id to dl100-mch-id
                    perform  2400-move-details
                    write    machine-record
                        invalid key
                            display '*** WRITE FAILED - STATUS '
                                    mch-file-status
                        not invalid key
                            display work-id ' ADDED'
                            move    'ADD' to log-action
                            move    work-id to log-key
                            move    work-name to log-detail
                            perform 8000-write-maint-log
                    end-write
                end-if
            end-if.

      * re-key the details of a machine already on file, showing
      * the current values first.
       4000-change-machine.
            perform  2100-fetch-machine.
            if record-absent
                display '*** ' work-id ' IS NOT ON THE MASTER'
            else
                perform  6100-display-machine
                perform  2200-accept-details
                if details-bad
                    display 'MACHINE NOT CHANGED'
                else
                    perform  2400-move-details
                    rewrite  machine-record
                        invalid key
                            display '*** REWRITE FAILED - STATUS '
                                    mch-file-status
                        not invalid key
                            display work-id ' CHANGED'
                            move    'CHANGE' to log-action
                            move    work-id to log-key
                            move    work-name to log-detail
                            perform 8000-write-maint-log
                    end-rewrite
                end-if
            end-if.

      * drop a machine off the master - supervisor only.  a
      * ticket still naming it bounces on the next run until
      * somebody sends it to another saw.
       5000-delete-machine.
            if not signon-supervisor
                display '*** DELETE IS SUPERVISOR ONLY'
            else
                perform  2100-fetch-machine
                if record-absent
                    display '*** ' work-id ' IS NOT ON THE MASTER'
                else
                    perform  6100-display-machine
                    delete   machine-file
                        invalid key
                            display '*** DELETE FAILED - STATUS '
                                    mch-file-status
                        not invalid key
                            display work-id ' DELETED'
                            move    'DELETE' to log-action
                            move    work-id to log-key
                            move    spaces to log-detail
                            perform 8000-write-maint-log
                    end-delete
                end-if
            end-if.

      * show one machine without touching it.
       6000-inquire-machine.
            perform  2100-fetch-machine.
            if record-absent
                display '*** ' work-id ' IS NOT ON THE MASTER'
            else
                perform  6100-display-machine
            end-if.

      * one machine's details on the screen.
       6100-display-machine.
            move     dl100-mch-speed to ed-speed.
            move     dl100-mch-setup-min to ed-setup.
            move     dl100-mch-shift-hours to ed-hours.
            display  dl100-mch-id '  ' dl100-mch-name
                     '  SPEED ' ed-speed ' IN/MIN'.
            display  '      SETUP ' ed-setup ' MIN/TICKET'
                     '  SHIFT ' ed-hours ' HRS'
                     '  SHAPES ' dl100-mch-shape-list.
            if dl100-mch-material-list = spaces
                display '      MATERIALS - ANY'
            else
                display '      MATERIALS - '
                        dl100-mch-material (1) ' '
                        dl100-mch-material (2) ' '
                        dl100-mch-material (3) ' '
                        dl100-mch-material (4) ' '
                        dl100-mch-material (5) ' '
                        dl100-mch-material (6) ' '
                        dl100-mch-material (7) ' '
                        dl100-mch-material (8)
            end-if.

      * one line onto the DL100MNT maintenance history - opened
      * and closed per write, so a session that dies never leaves
      * the log open or loses what it already logged.
       8000-write-maint-log.
            open     extend maint-log-file.
            move     spaces to maint-log-line.
            accept   dl100-mnl-date from date yyyymmdd.
            accept   dl100-mnl-time from time.
            move     signon-id to dl100-mnl-operator.
            move     '255-MACH-MAINT' to dl100-mnl-program.
            move     log-action to dl100-mnl-action.
            move     log-key to dl100-mnl-key.
            move     log-detail to dl100-mnl-detail.
            write    maint-log-record from maint-log-line.
            close    maint-log-file.

      * close up the masters on the way out.
       9000-terminate.
            close    machine-file.
            if mtl-master-open
                close material-file
            end-if.
            display  'DONE.'.

      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
