      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
      * dl100sup - supplier master record.
      *
      * one record per supplier the shop buys stock from, keyed on
      * a six-byte supplier code - the code a material names as
      * its preferred supplier on the dl100mtl master.  carries
      * the name purchasing knows them by, who to phone and on
      * what number, and the lead time in days the supplier
      * usually takes from order to delivery, which is how a
      * purchase order's due date is set when it is raised.
      * maintained by the office through 230-supp-maint, same
      * prompt-and-answer style as the other masters.
      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
           05  dl100-sup-code          picture x(06).
           05  dl100-sup-name          picture x(30).
           05  dl100-sup-contact       picture x(20).
           05  dl100-sup-phone         picture x(15).
           05  dl100-sup-lead-days     picture 9(03).
