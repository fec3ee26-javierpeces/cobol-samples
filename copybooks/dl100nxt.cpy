      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
      * dl100nxt - number control record.
      *
      * one record per numbering series the office hands out -
      * keyed on a four-byte series code ('INV ' for invoices,
      * 'QUO ' for quotes, 'QTK ' for the tickets quotes are
      * converted into - only the last five digits of that one
      * are used - 'PO  ' for purchase orders, 'ORD ' for
      * customer orders, and any series added later alongside
      * them) - holding the last number issued.  a program wanting the
      * next number reads the series, adds one and rewrites it
      * before using the number, so two runs can never hand out
      * the same one and a number, once issued, is never issued
      * again even if the work it was taken for is abandoned.  a
      * series that is not on file yet starts from one; the
      * dataset itself is created empty by the first program that
      * needs it.
      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
           05  dl100-nxt-series        picture x(04).
           05  dl100-nxt-last-no       picture 9(06).
