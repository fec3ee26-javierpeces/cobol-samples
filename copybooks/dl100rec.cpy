      * can be summarized per customer without anybody re-sorting
      * paper tickets.  carried at the end of the record so the
      * floor's keying templates only grew, never shifted.
      *
      * the order number ties the tickets of one customer job to
      * its dl100ord customer order, the same way - appended at
      * the end, blank for a ticket that belongs to no order.
      * when it is keyed the order must be on file and be the
      * ticket's own customer's, or the ticket is rejected.
      *
      * the machine id names the saw that cuts the ticket, and
      * must be on the dl100mch machine master and able to cut
      * the ticket's shape and material - appended again, blank
      * for a ticket nobody has assigned a saw.
      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
           05  dl100-ticket-no         picture x(06).
           05  dl100-quantity          picture 9(03).
           05  dl100-dim-2             picture 9(04)v99.
           05  dl100-dim-3             picture 9(04)v99.
           05  dl100-customer          picture x(06).
           05  dl100-order-no          picture x(06).
           05  dl100-machine           picture x(04).
