      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
      * dl100ivl - invoice line record.
      *
      * one record per ticket billed, keyed on the invoice number
      * plus a line number within it, written by 200-invoice-run
      * as it raises each invoice.  the line is the ticket exactly
      * as the acknowledged SHAPEXTR detail carried it - the run
      * it came from, the ticket, quantity, material and shape,
      * its extended area - plus what it was billed at: the rate
      * per square unit, the extended material cost, the machine
      * charge and the price basis 110-calc used (L list, C
      * contract rate, D machine discount, B both).  kept on file
      * so an invoice can always be reprinted or queried line by
      * line without re-deriving a single figure.
      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
           05  dl100-ivl-key.
               10  dl100-ivl-invoice-no
                                       picture 9(06).
               10  dl100-ivl-line-no   picture 9(04).
           05  dl100-ivl-customer      picture x(06).
           05  dl100-ivl-run-date      picture 9(08).
           05  dl100-ivl-job-id        picture x(08).
           05  dl100-ivl-ticket-no     picture x(06).
           05  dl100-ivl-quantity      picture 9(03).
           05  dl100-ivl-material      picture x(04).
           05  dl100-ivl-shape-type    picture x(01).
           05  dl100-ivl-area          picture 9(10)v99.
           05  dl100-ivl-rate          picture 9(05)v99.
           05  dl100-ivl-mtl-cost      picture 9(11)v99.
           05  dl100-ivl-mach-charge   picture 9(11)v99.
           05  dl100-ivl-price-basis   picture x(01).
