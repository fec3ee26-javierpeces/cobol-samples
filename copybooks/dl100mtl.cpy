      * the area - so a ticket's machine charge is its extended
      * perimeter times this rate.  a material with a zero
      * machine rate simply carries no machine charge.
      *
      * the preferred supplier is the dl100sup supplier the
      * nightly run raises a draft purchase order on when the
      * material falls to its reorder point, for the reorder
      * quantity (zero means enough to bring the stock back to
      * twice the reorder point).  the open po number points at
      * the material's one open po on dl100po - zero when there
      * is none - so the run raises no second po while the first
      * is still outstanding; 130-matl-maint clears it when the
      * po is received in full or closed short.
      *
      * the floor cuts from whole stock sheets, so the stock a run
      * really uses is more than the net area cut: each cut loses
      * the saw's kerf (the kerf allowance is the width lost per
      * linear unit of cut, so kerf area is cut length times it),
      * and the offcuts a sheet leaves are lost to the expected
      * yield - the percentage of a sheet that normally ends up
      * in parts.  with the sheet length and width the nightly
      * run estimates the whole sheets each material consumed
      * and draws the on-hand down by their gross area, not the
      * net.  a zero sheet size means the material is not cut
      * from sheets and is drawn down by net area as before; a
      * zero yield is taken as a hundred percent.
      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
           05  dl100-mtl-code          picture x(04).
           05  dl100-mtl-desc          picture x(20).
           05  dl100-mtl-on-hand       picture s9(10)v99.
           05  dl100-mtl-reorder-pt    picture 9(10)v99.
           05  dl100-mtl-mach-rate     picture 9(05)v99.
           05  dl100-mtl-supplier      picture x(06).
           05  dl100-mtl-reorder-qty   picture 9(10)v99.
           05  dl100-mtl-open-po       picture 9(06).
           05  dl100-mtl-sheet-length  picture 9(04)v99.
           05  dl100-mtl-sheet-width   picture 9(04)v99.
           05  dl100-mtl-kerf          picture 9(01)v999.
           05  dl100-mtl-yield-pct     picture 9(03)v99.
