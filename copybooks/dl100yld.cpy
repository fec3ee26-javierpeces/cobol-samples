      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
      * dl100yld - material yield and scrap history record.
      *
      * one record per material per run, written by 110-calc at
      * the end of the run alongside the SHAPECST costing report:
      * the run's identification, the net area the tickets cut,
      * the cut length times the material's kerf allowance, the
      * whole sheets the run is estimated to have consumed and
      * their gross area, the scrap (gross less net - kerf and
      * offcuts together) and that scrap costed at the material's
      * list rate.  a material with no sheet size on the master
      * is carried at net ('N' in the sheet switch) with no scrap,
      * the way stock was drawn down before sheets were tracked.
      * the costing report only ever says one night; this history
      * is what 240-yield-report reads to compare materials and
      * shifts over a period.
      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
           05  dl100-yld-run-date      picture 9(08).
           05  dl100-yld-shift         picture x(04).
           05  dl100-yld-job-id        picture x(08).
           05  dl100-yld-material      picture x(04).
           05  dl100-yld-net-area      picture 9(10)v99.
           05  dl100-yld-kerf-area     picture 9(10)v99.
           05  dl100-yld-sheets        picture 9(05).
           05  dl100-yld-gross-area    picture 9(10)v99.
           05  dl100-yld-scrap-area    picture 9(10)v99.
           05  dl100-yld-scrap-cost    picture 9(11)v99.
           05  dl100-yld-sheet-switch  picture x(01).
               88  dl100-yld-by-sheet             value 'Y'.
               88  dl100-yld-net-only             value 'N'.
