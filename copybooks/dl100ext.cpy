      *                shop standard unit, its extended perimeter
      *                (the cut length), and the machine charge
      *                priced at the material's per-linear-unit
      *                machine rate (all two implied decimals),
      *                then the material cost the run priced the
      *                area at and the price basis it used -
      *                L list rate, C customer contract rate,
      *                D list rate with a contract discount off
      *                the machine charge, B contract rate and
      *                discount both.  a detail cut before the
      *                cost and basis were carried has spaces
      *                there, and its reader prices it at list.
      *                last the same area at the list rate alone,
      *                contract or no - what the stock it used is
      *                worth, for the ledger; spaces on a detail
      *                cut before it was carried
      *   T  trailer - record count of the details and a hash
      *                total of their areas, so the billing side
      *                can prove it loaded the whole file and
               10  dl100-exd-perimeter picture 9(10)v99.
               10  dl100-exd-mach-charge
                                       picture 9(11)v99.
               10  dl100-exd-mtl-cost  picture 9(11)v99.
               10  dl100-exd-price-basis
                                       picture x(01).
                   88  dl100-exd-basis-list          value 'L'.
                   88  dl100-exd-basis-contract      value 'C'.
                   88  dl100-exd-basis-discount      value 'D'.
                   88  dl100-exd-basis-both          value 'B'.
               10  dl100-exd-list-cost picture 9(11)v99.
           05  dl100-ext-trailer.
               10  dl100-ext-rec-type  picture x(01).
               10  dl100-ext-rec-count picture 9(07).
