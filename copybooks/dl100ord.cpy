      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
      * dl100ord - customer order record.
      *
      * keyed on the order number (taken off the dl100nxt 'ORD '
      * series) plus a ticket number within it.  the record with
      * a blank ticket number is the order header - the customer,
      * the date the order was taken, the date the customer was
      * promised the work, how many cut tickets the order is
      * expected to run to and who keyed it.  every other record
      * is one of the order's tickets as the nightly run saw it:
      * cut ('C') or rejected ('R'), the run date and job id of
      * the pass that marked it, the reason code it bounced with
      * and the extended area it cut to.
      *
      * the floor stamps the order number on each ticket of the
      * job (dl100-order-no on dl100rec, blank for work that
      * belongs to no order).  110-calc rejects a ticket naming
      * an order that is not on file, or another customer's
      * order, and marks every other ordered ticket it works - a
      * rejected ticket that comes back through SHAPEFIX and cuts
      * clean is re-marked cut, but a cut ticket is never marked
      * back to rejected.  whether an order is complete, partly
      * cut, held up or late is read off these records, never
      * stamped.  keyed by 245-order-maint, reported on by
      * 250-order-status.
      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
           05  dl100-ord-key.
               10  dl100-ord-order-no  picture x(06).
               10  dl100-ord-ticket-no picture x(06).
           05  dl100-ord-header.
               10  dl100-orh-customer  picture x(06).
               10  dl100-orh-order-date
                                       picture 9(08).
               10  dl100-orh-promised-date
                                       picture 9(08).
               10  dl100-orh-expected  picture 9(03).
               10  dl100-orh-keyed-by  picture x(08).
               10  filler              picture x(20).
           05  dl100-ord-ticket redefines dl100-ord-header.
               10  dl100-ort-status    picture x(01).
                   88  dl100-ort-cut                 value 'C'.
                   88  dl100-ort-rejected            value 'R'.
               10  dl100-ort-run-date  picture 9(08).
               10  dl100-ort-job-id    picture x(08).
               10  dl100-ort-reason-code
                                       picture 9(02).
               10  dl100-ort-area      picture 9(10)v99.
               10  filler              picture x(22).
