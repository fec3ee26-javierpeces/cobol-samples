      * perimeter and machine charge are the extended cut length
      * and what it was priced at.  dimensions are carried as
      * keyed, in the keyed unit, two implied decimals; the area
      * and perimeter are always in the shop standard unit.  the
      * machine is the saw the ticket was sent to, blank when none
      * was named.
      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
           05  dl100-aud-date          picture 9(08).
           05  dl100-aud-time          picture 9(08).
           05  dl100-aud-reason-code   picture 9(02).
           05  dl100-aud-perimeter     picture 9(10)v99.
           05  dl100-aud-mach-charge   picture 9(11)v99.
           05  dl100-aud-machine       picture x(04).
