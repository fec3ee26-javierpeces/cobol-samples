      * nothing falls on the floor between rejection and
      * re-entry.
      *
      * A ticket that belongs to a customer order keeps its order
      * number through the correction - the operator re-keys it
      * with the rest of the ticket, and it is checked against
      * the DL100ORD order file exactly as the batch checks it,
      * so a ticket cannot be queued against an order that is
      * not on file or belongs to another customer.  The machine
      * id is re-keyed and checked against the DL100MCH machine
      * master the same way - a ticket bounced because its saw
      * cannot cut it is fixed here by sending it to one that can.
      *
      * The session starts with a sign-on against the DL100OPR
      * operator master, and every fix and skip is written to the
      * DL100MNT maintenance history under the signed-on id - so
                      access mode is random
                      record key is dl100-cus-code
                      file status is cus-file-status.
               select order-file assign to "DL100ORD"
                      organization is indexed
                      access mode is random
                      record key is dl100-ord-key
                      file status is ord-file-status.
               select machine-file assign to "DL100MCH"
                      organization is indexed
                      access mode is random
                      record key is dl100-mch-id
                      file status is mch-file-status.
               select oper-file assign to "DL100OPR"
                      organization is indexed
                      access mode is random
                01  customer-record.
                    copy dl100cus.

             fd  order-file.
                01  order-record.
                    copy dl100ord.

             fd  machine-file.
                01  machine-record.
                    copy dl100mch.

             fd  oper-file.
                01  oper-record.
                    copy dl100opr.
                 88    rcy-file-absent              value 'N'.
             77       rcy-eof-switch  picture x(01) value 'N'.
                 88    rcy-end-of-file              value 'Y'.
             77       old-trailer     picture x(12).
             77       lft-eof-switch  picture x(01) value 'N'.
                 88    lft-end-of-file              value 'Y'.

                 88    cus-found                    value 'Y'.
                 88    cus-not-found                value 'N'.

             77       ord-file-status picture x(02) value '00'.
             77       ord-open-switch picture x(01).
                 88    ord-file-open                value 'Y'.
                 88    ord-file-absent              value 'N'.

             77       mch-file-status picture x(02) value '00'.
             77       mch-open-switch picture x(01).
                 88    mch-master-open              value 'Y'.
                 88    mch-master-absent            value 'N'.
             77       mch-sub         picture 9(02).
             77       mch-shape-switch picture x(01).
                 88    mch-shape-ok                 value 'Y'.
                 88    mch-shape-not-ok             value 'N'.
             77       mch-material-switch picture x(01).
                 88    mch-material-ok              value 'Y'.
                 88    mch-material-not-ok          value 'N'.

             77       ticket-switch   picture x(01).
                 88    ticket-valid                 value 'Y'.
                 88    ticket-invalid               value 'N'.
                 88    reason-inner-radius          value 12.
                 88    reason-bad-unit              value 13.
                 88    reason-bad-customer          value 14.
                 88    reason-bad-order             value 15.
                 88    reason-order-customer        value 16.
                 88    reason-bad-machine           value 17.
                 88    reason-machine-cannot        value 18.
                 88    reason-overflow              value 20.
             77       reason-desc     picture x(24).

            else
                set  cus-master-absent to true
            end-if.
            open     input order-file.
            if ord-file-status = '00'
                set  ord-file-open to true
            else
                set  ord-file-absent to true
            end-if.
            open     input machine-file.
            if mch-file-status = '00'
                set  mch-master-open to true
            else
                set  mch-master-absent to true
            end-if.
            if not rcy-end-of-file
                perform 2100-read-next-reject
            end-if.
            read     recycle-file
                at end set rcy-end-of-file to true
            end-read.
            if not rcy-end-of-file
                perform 2110-shift-old-layout
            end-if.

      * a recycle line written before the order number and the
      * machine id were added to the ticket is ten bytes shorter -
      * its reason, reject date and set-aside count sit where the
      * order number and machine are now, and its last ten bytes
      * are blank, where a current line always carries the date
      * and count.  move that trailer to where it belongs, with
      * no order and no machine, so the rest of the program sees
      * one layout.
       2110-shift-old-layout.
            if recycle-record (52:10) = spaces
                move recycle-record (40:12) to old-trailer
                move spaces to recycle-record (40:22)
                move old-trailer to recycle-record (50:12)
            end-if.

      * show the operator the ticket as the floor keyed it and the
      * reason the batch bounced it.
            display  ' '.
            display  'TICKET ' rcy-ticket-no '  QTY ' rcy-quantity
                     '  MATL ' rcy-material '  SHAPE ' rcy-shape-type
                     '  UNIT ' rcy-unit '  CUST ' rcy-customer
                     '  ORDER ' rcy-order-no
                     '  MACHINE ' rcy-machine.
            display  'DIMS   ' rcy-dim-1 ' ' rcy-dim-2 ' '
                     rcy-dim-3 '  (LAST 2 DIGITS DECIMAL)'.
            display  'REJECTED FOR: ' reason-desc.
                    if ticket-valid
                        perform 3700-lookup-customer
                    end-if
                    if ticket-valid
                        perform 3750-lookup-order
                    end-if
                    if ticket-valid
                        perform 3770-lookup-machine
                    end-if
                    if ticket-valid
                        perform 2500-queue-fixed-ticket
                        set     ticket-disposed to true
            display  'CUSTOMER CODE...............................: '
                     with no advancing.
            accept   dl100-customer.
            display  'ORDER NUMBER (BLANK IF NONE)................: '
                     with no advancing.
            accept   dl100-order-no.
            display  'MACHINE ID (BLANK IF NOT ASSIGNED)..........: '
                     with no advancing.
            accept   dl100-machine.

      * the corrected ticket passed the same edits the batch runs -
      * queue it for the next DL100CAL run.
            move     dl100-dim-2      to fix-dim-2.
            move     dl100-dim-3      to fix-dim-3.
            move     dl100-customer   to fix-customer.
            move     dl100-order-no   to fix-order-no.
            move     dl100-machine    to fix-machine.
            write    fixed-record.
            add      1 to fixed-count.
            display  'TICKET ' fix-ticket-no ' QUEUED FOR NEXT RUN'.
            move     rcy-dim-2        to lft-dim-2.
            move     rcy-dim-3        to lft-dim-3.
            move     rcy-customer     to lft-customer.
            move     rcy-order-no     to lft-order-no.
            move     rcy-machine      to lft-machine.
            move     rcy-reason-code  to lft-reason-code.
            if rcy-reject-date numeric
                move rcy-reject-date to lft-reject-date
                    move 'MATERIAL NOT ON MASTER' to reason-desc
                when reason-bad-customer
                    move 'CUSTOMER NOT ON MASTER' to reason-desc
                when reason-bad-order
                    move 'ORDER NOT ON FILE'     to reason-desc
                when reason-order-customer
                    move 'ORDER FOR OTHER CUSTOMER' to reason-desc
                when reason-bad-machine
                    move 'MACHINE NOT ON MASTER' to reason-desc
                when reason-machine-cannot
                    move 'MACHINE CANNOT CUT THIS' to reason-desc
                when reason-inner-radius
                    move 'INNER RADIUS NOT SMALLER' to reason-desc
                when reason-bad-unit
                set  reason-bad-customer to true
            end-if.

      * an order number keyed on the corrected ticket must name
      * an order on file that is the ticket's own customer's,
      * same as the batch checks it - an absent order file means
      * no order can be checked and the ticket waits on the
      * leftover file.
       3750-lookup-order.
            if dl100-order-no not = spaces
                set  reason-bad-order to true
                set  ticket-invalid to true
                if ord-file-open
                    move dl100-order-no to dl100-ord-order-no
                    move spaces to dl100-ord-ticket-no
                    read order-file
                        invalid key continue
                        not invalid key
                            if dl100-orh-customer = dl100-customer
                                set ticket-valid to true
                            else
                                set reason-order-customer to true
                            end-if
                    end-read
                end-if
            end-if.

      * a machine id keyed on the corrected ticket must name a
      * saw on the machine master that can cut the ticket's shape
      * and material, same as the batch checks it - an absent
      * master means no saw can be checked and the ticket waits
      * on the leftover file.
       3770-lookup-machine.
            if dl100-machine not = spaces
                set  reason-bad-machine to true
                set  ticket-invalid to true
                if mch-master-open
                    move dl100-machine to dl100-mch-id
                    read machine-file
                        invalid key continue
                        not invalid key
                            perform 3780-check-machine
                    end-read
                end-if
            end-if.

      * the machine is on file - it passes if it can cut this
      * ticket's shape and material (an empty material list on
      * the master takes any material).
       3780-check-machine.
            set      mch-shape-not-ok to true.
            set      mch-material-not-ok to true.
            perform  3785-match-shape
                     varying mch-sub from 1 by 1
                     until mch-sub > 5 or mch-shape-ok.
            if dl100-mch-material-list = spaces
                set  mch-material-ok to true
            else
                perform 3790-match-material
                        varying mch-sub from 1 by 1
                        until mch-sub > 8 or mch-material-ok
            end-if.
            if mch-shape-ok and mch-material-ok
                set  ticket-valid to true
            else
                set  reason-machine-cannot to true
            end-if.

      * one step of the shape hunt.
       3785-match-shape.
            if dl100-mch-shape (mch-sub) = dl100-shape-type
                set  mch-shape-ok to true
            end-if.

      * one step of the material hunt.
       3790-match-material.
            if dl100-mch-material (mch-sub) = dl100-material
                set  mch-material-ok to true
            end-if.

      * close up, fold the leftovers back into the recycle file,
      * and tell the operator where everything went.
       9000-terminate.
                if cus-master-open
                    close customer-file
                end-if
                if ord-file-open
                    close order-file
                end-if
                if mch-master-open
                    close machine-file
                end-if
                if rcy-file-open
                    perform 9100-rewrite-recycle-file
                end-if
            move     lft-dim-2        to rcy-dim-2.
            move     lft-dim-3        to rcy-dim-3.
            move     lft-customer     to rcy-customer.
            move     lft-order-no     to rcy-order-no.
            move     lft-machine      to rcy-machine.
            move     lft-reason-code  to rcy-reason-code.
            move     lft-reject-date  to rcy-reject-date.
            move     lft-skip-count   to rcy-skip-count.
