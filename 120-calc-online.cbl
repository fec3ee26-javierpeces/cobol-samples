      * A quick answer is often also a real cut that used to have
      * to be keyed a second time into SHAPEIN for the night run.
      * Now, after showing the area, this program offers to book
      * the shape: it asks for the ticket number, quantity,
      * material, customer, (when the cut is for a customer
      * order) order number and the machine to cut it on, and
      * appends the ticket, in dl100rec format, to the DL100QUE
      * holding queue that DL100CAL's pre-edit step reads along
      * with the day's SHAPEIN - so the booked cut lands on the
      * report, in the totals and in SHAPEAUD like any other
      * ticket, without being keyed twice.  Shapes
      * the operator does not book are still not logged anywhere.
      * The material, customer, order and machine are not
      * validated here (the masters are batch-side files) - an
      * unpriced material, an unknown customer, a mis-keyed order
      * or a saw that cannot cut the shape will bounce to the
      * SHAPERCY recycle file on the night run and come back
      * through 150-reject-fix.
      *
      * The session starts with a sign-on against the DL100OPR
      * operator master - a booking lands in the totals like any
            move     1 to dl100-quantity.
            move     spaces to dl100-material.
            move     spaces to dl100-customer.
            move     spaces to dl100-order-no.
            move     spaces to dl100-machine.
            display  'SHAPE TYPE (T=TRIANGLE R=RECTANGLE C=CIRCLE '
                     'Z=TRAPEZOID A=ANNULUS): ' with no advancing.
            accept   dl100-shape-type.
            display  'CUSTOMER CODE...............................: '
                     with no advancing.
            accept   dl100-customer.
            display  'ORDER NUMBER (BLANK IF NONE)................: '
                     with no advancing.
            accept   dl100-order-no.
            display  'MACHINE ID (BLANK IF NOT ASSIGNED)..........: '
                     with no advancing.
            accept   dl100-machine.

      * append the ticket to the holding queue the nightly batch
      * reads.  open-extend per booking, so a session that dies
            move     dl100-dim-2      to que-dim-2.
            move     dl100-dim-3      to que-dim-3.
            move     dl100-customer   to que-customer.
            move     dl100-order-no   to que-order-no.
            move     dl100-machine    to que-machine.
            write    queue-record.
            close    queue-file.
            add      1 to booked-count.
