      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
      *
      * Forward-load listing of booked work against saw capacity.
      *
      * Supervisors used to plan the next shift from memory.  This
      * batch program reads the work waiting to be cut - the
      * pre-edited SHAPECLN batch and the DL100QUE holding queue
      * the office books onto through 120-calc-online and
      * 220-quote-entry - and loads it onto the saws named on the
      * tickets: for each machine, the tickets and cut length
      * booked to it, the saw time that comes to at the speed and
      * setup on the DL100MCH machine master, the hours the saw
      * has in one shift, and how many shifts the booked work
      * needs.  A machine booked past what one shift can cut is
      * flagged, so the supervisor can move work to another saw
      * or plan the overtime before the shift starts instead of
      * finding out halfway through it.
      *
      * The cut length is worked the same way the nightly run
      * works it - dimensions standardized to inches and handed to
      * 115-area-calc, the one-piece perimeter extended by the
      * quantity.  Along the way every ticket the run will bounce
      * on its machine is listed - a machine not on the master,
      * or one that cannot cut the ticket's shape or material -
      * along with tickets whose dimensions will not even
      * calculate; tickets with no machine named are counted at
      * the foot.  A queued ticket that is byte for byte on the
      * pre-edited batch as well (the pre-edit reads the queue
      * into the batch, and the queue is only cleared once the
      * whole night's run ends clean) is counted once.
      *
      * DL100CAL runs this straight after its pre-edit step, over
      * the batch about to be worked; the DL100FLD JCL runs it
      * during the day over the queue alone.  Neither input is
      * required.  Nothing is written but the FWDLOAD listing.
      *
      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
       id division.
         program-id. 265-forward-load.

       environment division.
         input-output section.
            file-control.
               select optional clean-file assign to "SHAPECLN"
                      organization is line sequential
                      file status is cln-file-status.
               select optional queue-file assign to "DL100QUE"
                      organization is line sequential
                      file status is que-file-status.
               select machine-file assign to "DL100MCH"
                      organization is indexed
                      access mode is random
                      record key is dl100-mch-id
                      file status is mch-file-status.
               select load-file assign to "FWDLOAD"
                      organization is line sequential.

       data division.
          file section.
             fd  clean-file.
                01  clean-record.
                    copy dl100rec replacing leading ==dl100==
                                  by ==cln==.
                    05  cln-seq-no      picture 9(05).

             fd  queue-file.
                01  queue-record.
                    copy dl100rec replacing leading ==dl100==
                                  by ==que==.

             fd  machine-file.
                01  machine-record.
                    copy dl100mch.

             fd  load-file.
                01  load-record         picture x(132).

          working-storage section.
             01       work-ticket.
                 copy dl100rec.

             77       cln-file-status picture x(02) value '00'.
             77       que-file-status picture x(02) value '00'.
             77       mch-file-status picture x(02) value '00'.
             77       mch-open-switch picture x(01) value 'N'.
                 88    mch-master-open              value 'Y'.
             77       side-eof-switch picture x(01).
                 88    side-end-of-file             value 'Y'.

             77       batch-count     picture 9(05) value zero.
             77       queue-count     picture 9(05) value zero.
             77       double-count    picture 9(05) value zero.
             77       unassigned-count picture 9(05) value zero.
             77       exception-count picture 9(05) value zero.

      * the ticket images off the pre-edited batch, so a queued
      * ticket the pre-edit already took in is not loaded twice.
             77       seen-count      picture 9(04) value zero.
             77       seen-sub        picture 9(04).
             77       seen-switch     picture x(01).
                 88    ticket-seen                  value 'Y'.
                 88    ticket-not-seen              value 'N'.
             77       seen-full-switch picture x(01) value 'N'.
                 88    seen-table-full              value 'Y'.
             01       seen-table.
                 05   seen-entry occurs 2000 times
                                 picture x(49).

      * every machine the booked tickets name, with what is
      * loaded onto it and its figures off the master.
             77       mach-count      picture 9(02) value zero.
             77       mach-sub        picture 9(02).
             77       mach-slot       picture 9(02).
             77       mach-full-switch picture x(01) value 'N'.
                 88    mach-table-full              value 'Y'.
             01       mach-table.
                 05   mach-entry occurs 50 times.
                      10  mt-id            picture x(04).
                      10  mt-name          picture x(20).
                      10  mt-on-master     picture x(01).
                      10  mt-speed         picture 9(05)v99.
                      10  mt-setup-min     picture 9(03)v99.
                      10  mt-shift-hours   picture 9(02)v99.
                      10  mt-shape-list    picture x(05).
                      10  mt-material-list picture x(32).
                      10  mt-tickets       picture 9(05).
                      10  mt-length        picture 9(12)v99.

      * the can-it-cut check, done against the table entry.
             77       cap-sub         picture 9(02).
             77       cap-shape-switch picture x(01).
                 88    cap-shape-ok                 value 'Y'.
                 88    cap-shape-not-ok             value 'N'.
             77       cap-material-switch picture x(01).
                 88    cap-material-ok              value 'Y'.
                 88    cap-material-not-ok          value 'N'.
             01       cap-shapes.
                 05   cap-shape       picture x(01) occurs 5 times.
             01       cap-materials.
                 05   cap-material    picture x(04) occurs 8 times.

             77       shape-area      picture 9(08)v99.
             77       shape-perimeter picture 9(08)v99.
             77       extended-perimeter picture 9(10)v99.
             77       std-dim-1       picture 9(04)v99.
             77       std-dim-2       picture 9(04)v99.
             77       std-dim-3       picture 9(04)v99.
             77       mm-per-inch     picture 9(02)v9 value 25.4.
             77       shape-return-code picture 9(02).
                 88    shape-calc-ok                value 0.
             77       exception-text  picture x(40).

             77       cut-hours       picture 9(07)v99.
             77       setup-hours     picture 9(07)v99.
             77       booked-hours    picture 9(07)v99.
             77       shifts-needed   picture 9(05).
             77       shift-remainder picture 9(07)v99.
             77       over-count      picture 9(03) value zero.

             77       ed-tickets      picture zz,zz9.
             77       ed-length       picture zz,zzz,zzz,zz9.99.
             77       ed-hours        picture z,zzz,zz9.99.
             77       ed-shift-hours  picture z9.99.
             77       ed-shifts       picture zzzz9.
             77       ed-count        picture zz,zz9.
             77       print-line      picture x(132).

       procedure division.
       0000-main-logic.
            perform  1000-initialize.
            perform  2000-load-batch.
            perform  2500-load-queue.
            perform  3000-write-load-summary.
            perform  9000-terminate.
            goback.

      * open the listing and the machine master.  no master means
      * every machine named is one the night run will bounce.
       1000-initialize.
            open     output load-file.
            open     input machine-file.
            if mch-file-status = '00'
                set  mch-master-open to true
            end-if.
            move     spaces to print-line.
            move     'FORWARD LOAD OF BOOKED WORK BY MACHINE'
                     to print-line.
            write    load-record from print-line.
            move     spaces to print-line.
            write    load-record from print-line.
            move     'TICKET EXCEPTIONS' to print-line.
            write    load-record from print-line.

      * every ticket on the pre-edited batch, its image kept for
      * the queue's double check.
       2000-load-batch.
            move     'N' to side-eof-switch.
            open     input clean-file.
            if cln-file-status = '00'
                perform 2010-read-batch
                perform 2020-take-batch-ticket
                        until side-end-of-file
                close   clean-file
            end-if.

      * one ticket off the pre-edited batch.
       2010-read-batch.
            read     clean-file
                at end set side-end-of-file to true
            end-read.

      * keep the batch ticket's image, then load it.
       2020-take-batch-ticket.
            add      1 to batch-count.
            move     clean-record (1:49) to work-ticket.
            if seen-count < 2000
                add  1 to seen-count
                move work-ticket to seen-entry (seen-count)
            else
                set  seen-table-full to true
            end-if.
            perform  4000-load-one-ticket.
            perform  2010-read-batch.

      * every ticket on the holding queue not already on the
      * batch.
       2500-load-queue.
            move     'N' to side-eof-switch.
            open     input queue-file.
            if que-file-status = '00'
                perform 2510-read-queue
                perform 2520-take-queue-ticket
                        until side-end-of-file
                close   queue-file
            end-if.

      * one ticket off the holding queue.
       2510-read-queue.
            read     queue-file
                at end set side-end-of-file to true
            end-read.

      * load a queued ticket unless the batch already has it.
       2520-take-queue-ticket.
            add      1 to queue-count.
            move     queue-record to work-ticket.
            set      ticket-not-seen to true.
            perform  2530-match-seen
                     varying seen-sub from 1 by 1
                     until seen-sub > seen-count or ticket-seen.
            if ticket-seen
                add      1 to double-count
            else
                perform  4000-load-one-ticket
            end-if.
            perform  2510-read-queue.

      * one step of the double hunt.
       2530-match-seen.
            if seen-entry (seen-sub) = work-ticket
                set  ticket-seen to true
            end-if.

      * one line per machine the booked work names - what it
      * comes to in saw time against one shift.
       3000-write-load-summary.
            if exception-count = zero
                move     spaces to print-line
                move     '  NONE' to print-line
                write    load-record from print-line
            end-if.
            move     spaces to print-line.
            write    load-record from print-line.
            move     'MACH'        to print-line (1:4).
            move     'NAME'        to print-line (7:4).
            move     'TICKETS'     to print-line (28:7).
            move     'CUT LENGTH'  to print-line (43:10).
            move     'CUT HRS'     to print-line (59:7).
            move     'SETUP HRS'   to print-line (69:9).
            move     'BOOKED HRS'  to print-line (80:10).
            move     'SHIFT HRS'   to print-line (92:9).
            move     'SHIFTS'      to print-line (103:6).
            write    load-record from print-line.
            perform  3100-write-machine-line
                     varying mach-sub from 1 by 1
                     until mach-sub > mach-count.

      * one machine's load.  the shifts needed are the booked
      * hours over the saw's hours in a shift, rounded up.
       3100-write-machine-line.
            move     spaces to print-line.
            move     mt-id (mach-sub) to print-line (1:4).
            move     mt-tickets (mach-sub) to ed-tickets.
            move     ed-tickets to print-line (29:6).
            move     mt-length (mach-sub) to ed-length.
            move     ed-length to print-line (36:17).
            if mt-on-master (mach-sub) not = 'Y'
                move     'NOT ON MASTER' to print-line (7:20)
            else
                move     mt-name (mach-sub) to print-line (7:20)
                move     zero to cut-hours
                compute  cut-hours rounded =
                         mt-length (mach-sub) / mt-speed (mach-sub)
                         / 60
                    on size error move zero to cut-hours
                end-compute
                compute  setup-hours rounded =
                         mt-tickets (mach-sub)
                         * mt-setup-min (mach-sub) / 60
                compute  booked-hours = cut-hours + setup-hours
                move     zero to shifts-needed
                if mt-shift-hours (mach-sub) > zero
                    divide   booked-hours by mt-shift-hours (mach-sub)
                             giving shifts-needed
                             remainder shift-remainder
                    if shift-remainder > zero
                        add 1 to shifts-needed
                    end-if
                end-if
                move     cut-hours to ed-hours
                move     ed-hours to print-line (54:12)
                move     setup-hours to ed-hours
                move     ed-hours to print-line (66:12)
                move     booked-hours to ed-hours
                move     ed-hours to print-line (78:12)
                move     mt-shift-hours (mach-sub) to ed-shift-hours
                move     ed-shift-hours to print-line (96:5)
                move     shifts-needed to ed-shifts
                move     ed-shifts to print-line (104:5)
                if booked-hours > mt-shift-hours (mach-sub)
                    add  1 to over-count
                    move '*** MORE THAN ONE SHIFT'
                         to print-line (110:23)
                end-if
            end-if.
            write    load-record from print-line.

      * one booked ticket onto its machine.  a ticket the night
      * run will bounce on its machine, or whose dimensions will
      * not calculate, is listed and not loaded.
       4000-load-one-ticket.
            if dl100-machine = spaces
                add      1 to unassigned-count
            else
                perform  4100-find-machine-slot
                if mach-slot > zero
                    perform 4200-load-onto-machine
                end-if
            end-if.

      * find the ticket's machine in the table, taking it off the
      * master the first time it is named.
       4100-find-machine-slot.
            move     zero to mach-slot.
            perform  4110-match-machine
                     varying mach-sub from 1 by 1
                     until mach-sub > mach-count or mach-slot > zero.
            if mach-slot = zero
                if mach-count < 50
                    add     1 to mach-count
                    move    mach-count to mach-slot
                    perform 4120-take-machine-master
                else
                    set  mach-table-full to true
                end-if
            end-if.

      * one step of the machine hunt.
       4110-match-machine.
            if mt-id (mach-sub) = dl100-machine
                move mach-sub to mach-slot
            end-if.

      * a machine's figures off the master into its new entry.
       4120-take-machine-master.
            move     dl100-machine to mt-id (mach-slot).
            move     spaces to mt-name (mach-slot).
            move     'N' to mt-on-master (mach-slot).
            move     zero to mt-speed (mach-slot)
                             mt-setup-min (mach-slot)
                             mt-shift-hours (mach-slot)
                             mt-tickets (mach-slot)
                             mt-length (mach-slot).
            move     spaces to mt-shape-list (mach-slot)
                               mt-material-list (mach-slot).
            if mch-master-open
                move dl100-machine to dl100-mch-id
                read machine-file
                    invalid key continue
                    not invalid key
                        move 'Y' to mt-on-master (mach-slot)
                        move dl100-mch-name to mt-name (mach-slot)
                        move dl100-mch-speed to mt-speed (mach-slot)
                        move dl100-mch-setup-min
                             to mt-setup-min (mach-slot)
                        move dl100-mch-shift-hours
                             to mt-shift-hours (mach-slot)
                        move dl100-mch-shape-list
                             to mt-shape-list (mach-slot)
                        move dl100-mch-material-list
                             to mt-material-list (mach-slot)
                end-read
            end-if.

      * the ticket's machine is known - can it cut the ticket,
      * and how much cut length does the ticket come to?
       4200-load-onto-machine.
            if mt-on-master (mach-slot) not = 'Y'
                move    'MACHINE NOT ON MASTER' to exception-text
                perform 4900-write-exception
            else
                perform 4300-check-capability
                if cap-shape-not-ok or cap-material-not-ok
                    move    'MACHINE CANNOT CUT THIS' to exception-text
                    perform 4900-write-exception
                else
                    perform 4400-work-cut-length
                    if shape-calc-ok
                        add  1 to mt-tickets (mach-slot)
                        add  extended-perimeter to mt-length (mach-slot)
                    else
                        move    'DIMENSIONS WILL NOT CALCULATE'
                                to exception-text
                        perform 4900-write-exception
                    end-if
                end-if
            end-if.

      * the machine's shapes and materials against the ticket - an
      * empty material list takes any material.
       4300-check-capability.
            move     mt-shape-list (mach-slot) to cap-shapes.
            move     mt-material-list (mach-slot) to cap-materials.
            set      cap-shape-not-ok to true.
            set      cap-material-not-ok to true.
            perform  4310-match-shape
                     varying cap-sub from 1 by 1
                     until cap-sub > 5 or cap-shape-ok.
            if cap-materials = spaces
                set  cap-material-ok to true
            else
                perform 4320-match-material
                        varying cap-sub from 1 by 1
                        until cap-sub > 8 or cap-material-ok
            end-if.

      * one step of the shape hunt.
       4310-match-shape.
            if cap-shape (cap-sub) = dl100-shape-type
                set  cap-shape-ok to true
            end-if.

      * one step of the material hunt.
       4320-match-material.
            if cap-material (cap-sub) = dl100-material
                set  cap-material-ok to true
            end-if.

      * the ticket's extended cut length, worked the way the
      * night run works it.  anything not numeric, or too big,
      * will not calculate.
       4400-work-cut-length.
            move     zero to extended-perimeter.
            if dl100-quantity not numeric
                    or dl100-dim-1 not numeric
                    or dl100-dim-2 not numeric
                    or dl100-dim-3 not numeric
                move     20 to shape-return-code
            else
                if dl100-unit-millims
                    compute std-dim-1 rounded =
                            dl100-dim-1 / mm-per-inch
                    compute std-dim-2 rounded =
                            dl100-dim-2 / mm-per-inch
                    compute std-dim-3 rounded =
                            dl100-dim-3 / mm-per-inch
                else
                    move dl100-dim-1 to std-dim-1
                    move dl100-dim-2 to std-dim-2
                    move dl100-dim-3 to std-dim-3
                end-if
                call     '115-area-calc' using dl100-shape-type
                         std-dim-1 std-dim-2 std-dim-3
                         shape-area shape-perimeter
                         shape-return-code
                if shape-calc-ok
                    compute extended-perimeter =
                            shape-perimeter * dl100-quantity
                        on size error
                            move 20 to shape-return-code
                    end-compute
                end-if
            end-if.

      * one ticket the night run will bounce on its machine.
       4900-write-exception.
            add      1 to exception-count.
            move     spaces to print-line.
            move     '  TICKET'      to print-line (1:8).
            move     dl100-ticket-no to print-line (10:6).
            move     'MACHINE'       to print-line (18:7).
            move     dl100-machine   to print-line (26:4).
            move     'SHAPE'         to print-line (32:5).
            move     dl100-shape-type to print-line (38:1).
            move     'MATL'          to print-line (41:4).
            move     dl100-material  to print-line (46:4).
            move     exception-text  to print-line (52:40).
            write    load-record from print-line.

      * close out with where every ticket went.
       9000-terminate.
            move     spaces to print-line.
            write    load-record from print-line.
            move     batch-count to ed-count.
            move     spaces to print-line.
            string   'TICKETS ON PRE-EDITED BATCH......: '
                                       delimited by size
                     ed-count          delimited by size
                into print-line
            end-string.
            write    load-record from print-line.
            move     queue-count to ed-count.
            move     spaces to print-line.
            string   'TICKETS ON HOLDING QUEUE.........: '
                                       delimited by size
                     ed-count          delimited by size
                into print-line
            end-string.
            write    load-record from print-line.
            move     double-count to ed-count.
            move     spaces to print-line.
            string   'QUEUED TICKETS ALREADY ON BATCH..: '
                                       delimited by size
                     ed-count          delimited by size
                into print-line
            end-string.
            write    load-record from print-line.
            move     unassigned-count to ed-count.
            move     spaces to print-line.
            string   'TICKETS WITH NO MACHINE NAMED....: '
                                       delimited by size
                     ed-count          delimited by size
                into print-line
            end-string.
            write    load-record from print-line.
            move     exception-count to ed-count.
            move     spaces to print-line.
            string   'TICKET EXCEPTIONS................: '
                                       delimited by size
                     ed-count          delimited by size
                into print-line
            end-string.
            write    load-record from print-line.
            move     over-count to ed-count.
            move     spaces to print-line.
            string   'MACHINES BOOKED PAST ONE SHIFT...: '
                                       delimited by size
                     ed-count          delimited by size
                into print-line
            end-string.
            write    load-record from print-line.
            if seen-table-full
                move    spaces to print-line
                move    '*** MORE THAN 2000 TICKETS ON THE BATCH - '
                        to print-line (1:42)
                move    'QUEUED TICKETS MAY BE COUNTED TWICE'
                        to print-line (43:35)
                write   load-record from print-line
            end-if.
            if mach-table-full
                move    spaces to print-line
                move    '*** MORE THAN 50 MACHINES NAMED - '
                        to print-line (1:34)
                move    'LOAD IS SHORT' to print-line (35:13)
                write   load-record from print-line
            end-if.
            if mch-master-open
                close machine-file
            end-if.
            close    load-file.

      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
