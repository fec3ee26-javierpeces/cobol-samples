      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
      * dl100ctr - customer contract price agreement record.
      *
      * one record per agreement, keyed on the customer code, the
      * material code and the date the agreement takes effect, so
      * one customer's agreements on one material read together
      * in date order.  an agreement is in force on a date from
      * its effective date up to and including its expiry date -
      * an expiry of zero means open-ended - and where two
      * overlap the one with the later effective date wins, the
      * same rule the dl100rte rate history follows.
      *
      * the contract rate replaces the material's list rate (the
      * DL100RTE/DL100MTL rate in force) for that customer's work
      * in that material; a contract rate of zero leaves the list
      * rate standing, so an agreement can carry a machine charge
      * discount alone.  the machine discount is a percentage
      * taken off the machine charge.  a material code of '****'
      * is the customer's all-materials agreement - only its
      * machine discount is used, and only on work in a material
      * that has no agreement of its own in force with a discount
      * on it.
      *
      * maintained by the supervisor through 215-contract-maint;
      * read by 110-calc, which prices each ticket at the contract
      * when one is in force and carries the price basis it used
      * onto the SHAPEXTR detail for billing.
      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
           05  dl100-ctr-key.
               10  dl100-ctr-customer  picture x(06).
               10  dl100-ctr-material  picture x(04).
               10  dl100-ctr-eff-date  picture 9(08).
           05  dl100-ctr-exp-date      picture 9(08).
           05  dl100-ctr-rate          picture 9(05)v99.
           05  dl100-ctr-mach-disc     picture 9(02)v99.
           05  dl100-ctr-keyed-date    picture 9(08).
           05  dl100-ctr-keyed-by      picture x(08).
