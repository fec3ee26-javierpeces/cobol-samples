      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
      * dl100gla - general ledger account map record.
      *
      * tells 275-gl-journal which ledger accounts each night's
      * money goes to.  keyed on a type byte and a code -
      *   M  a material code: the debit account is the cost of
      *      goods the material's consumption is charged to, the
      *      credit account the inventory it comes out of
      *   C  a customer class off the dl100cus master: the debit
      *      account is the receivable the machine charge is
      *      billed to, the credit account the machine revenue
      * a code of all asterisks is the default for its type, used
      * for any material or class with no entry of its own.  kept
      * by accounting through 270-gl-map-maint.
      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
           05  dl100-gla-key.
               10  dl100-gla-type      picture x(01).
                   88  dl100-gla-material            value 'M'.
                   88  dl100-gla-cust-class          value 'C'.
               10  dl100-gla-code      picture x(04).
           05  dl100-gla-debit-acct    picture x(10).
           05  dl100-gla-credit-acct   picture x(10).
           05  dl100-gla-desc          picture x(30).
