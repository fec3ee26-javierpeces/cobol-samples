      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
      * dl100quo - customer quotation record.
      *
      * keyed on the quote number (taken off the dl100nxt 'QUO '
      * series) plus a line number within it.  line 000 is the
      * quote header - the customer, the date quoted, the date
      * the quote runs out, its status and totals, who keyed it
      * and, once accepted, when and by whom it was converted to
      * cut tickets.  lines 001 on are the quote's lines, one per
      * shape: the shape as the customer described it (shape,
      * unit, dimensions as keyed, material, quantity), the
      * extended area and perimeter 115-area-calc gave for it,
      * the rates it was priced at, the extended material cost
      * and machine charge and the price basis (L list, C
      * contract rate, D machine discount, B both - the same
      * codes the SHAPEXTR detail carries), plus the ticket
      * number it was queued under when the quote was converted.
      *
      * a quote is open ('O') until it is converted ('C'); an open
      * quote past its expiry date is expired - that is read off
      * the date, never stamped, so extending a quote is just a
      * new expiry.  written by 220-quote-entry, listed by
      * 225-quote-status.
      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
           05  dl100-quo-key.
               10  dl100-quo-quote-no  picture 9(06).
               10  dl100-quo-line-no   picture 9(03).
           05  dl100-quo-header.
               10  dl100-quh-customer  picture x(06).
               10  dl100-quh-quote-date
                                       picture 9(08).
               10  dl100-quh-expiry-date
                                       picture 9(08).
               10  dl100-quh-status    picture x(01).
                   88  dl100-quh-open                value 'O'.
                   88  dl100-quh-converted           value 'C'.
               10  dl100-quh-line-count
                                       picture 9(03).
               10  dl100-quh-mtl-total picture 9(11)v99.
               10  dl100-quh-mach-total
                                       picture 9(11)v99.
               10  dl100-quh-keyed-by  picture x(08).
               10  dl100-quh-conv-date picture 9(08).
               10  dl100-quh-conv-by   picture x(08).
               10  filler              picture x(22).
           05  dl100-quo-detail redefines dl100-quo-header.
               10  dl100-qud-shape-type
                                       picture x(01).
               10  dl100-qud-unit      picture x(01).
               10  dl100-qud-dim-1     picture 9(04)v99.
               10  dl100-qud-dim-2     picture 9(04)v99.
               10  dl100-qud-dim-3     picture 9(04)v99.
               10  dl100-qud-material  picture x(04).
               10  dl100-qud-quantity  picture 9(03).
               10  dl100-qud-area      picture 9(10)v99.
               10  dl100-qud-perimeter picture 9(10)v99.
               10  dl100-qud-rate      picture 9(05)v99.
               10  dl100-qud-mach-rate picture 9(05)v99.
               10  dl100-qud-mtl-cost  picture 9(11)v99.
               10  dl100-qud-mach-charge
                                       picture 9(11)v99.
               10  dl100-qud-price-basis
                                       picture x(01).
               10  dl100-qud-ticket-no picture x(06).
