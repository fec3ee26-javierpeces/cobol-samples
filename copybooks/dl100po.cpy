      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
      * dl100po - purchase order record.
      *
      * one record per purchase order, keyed on the po number
      * taken off the dl100nxt 'PO  ' series.  a po is for one
      * material from one supplier: the quantity ordered in the
      * same square units the on-hand is kept in, the date it was
      * raised and the date it is due (raised plus the supplier's
      * lead time), what has been received against it so far and
      * when, and who raised it - the nightly run's job id for a
      * po 110-calc raised off the reorder condition.
      *
      * a po is raised as a draft ('D') - purchasing phones it
      * through to the supplier off the DL100POR open-po report.
      * a receipt keyed against it in 130-matl-maint makes it
      * part-received ('P') or, when the delivery makes up the
      * quantity or the supplier will send no more, closed ('C').
      * a po cancelled before anything arrives goes to 'X'.
      * draft and part-received pos are open: the material's
      * open po number on the master points at its one open po,
      * and the nightly run raises no second po for a material
      * while that one is still open.
      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
           05  dl100-po-number         picture 9(06).
           05  dl100-po-supplier       picture x(06).
           05  dl100-po-material       picture x(04).
           05  dl100-po-raised-date    picture 9(08).
           05  dl100-po-due-date       picture 9(08).
           05  dl100-po-order-qty      picture 9(10)v99.
           05  dl100-po-received-qty   picture 9(10)v99.
           05  dl100-po-last-receipt   picture 9(08).
           05  dl100-po-status         picture x(01).
               88  dl100-po-draft                 value 'D'.
               88  dl100-po-part-received         value 'P'.
               88  dl100-po-closed                value 'C'.
               88  dl100-po-cancelled             value 'X'.
               88  dl100-po-open                  value 'D' 'P'.
           05  dl100-po-raised-by      picture x(08).
