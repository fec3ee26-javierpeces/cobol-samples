             77       rcy-file-status picture x(02) value '00'.
             77       rcy-eof-switch  picture x(01) value 'N'.
                 88    rcy-end-of-file              value 'Y'.
             77       old-trailer     picture x(12).

             77       run-date        picture 9(08).
             77       age-parm        picture x(05).
                 88    reason-inner-radius          value 12.
                 88    reason-bad-unit              value 13.
                 88    reason-bad-customer          value 14.
                 88    reason-bad-order             value 15.
                 88    reason-order-customer        value 16.
                 88    reason-bad-machine           value 17.
                 88    reason-machine-cannot        value 18.
                 88    reason-overflow              value 20.
             77       reason-desc     picture x(24).

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

      * turn the reason code into report-friendly text - the same
      * wording the correction program shows the operator.
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
