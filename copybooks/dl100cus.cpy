      * rejects an unpriced material, so the billing extract only
      * ever carries work that can be billed to somebody.
      * maintained by the office through 170-cust-maint, same
      * prompt-and-answer style as the material master.  the
      * customer class groups customers for the ledger - the
      * dl100gla account map gives each class the receivable and
      * machine revenue accounts 275-gl-journal books the
      * customer's machine charge to.  a customer keyed before
      * classes were carried has spaces there, which the map
      * treats like any other class with no entry of its own.
      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
           05  dl100-cus-code          picture x(06).
           05  dl100-cus-name          picture x(30).
           05  dl100-cus-class         picture x(02).
