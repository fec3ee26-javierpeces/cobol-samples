      *   col 113  extended perimeter (standard unit), two
      *            implied decimals
      *   col 127  machine charge, two implied decimals
      *   col 142  machine id of the saw the ticket was sent to
      *
      * the perimeter and machine charge were added at the end so
      * every line ever written still parses - a reader finding
      * spaces there is looking at a line from before machine
      * charges existed, and must treat the fields as zero, never
      * abend on them.  the machine id came later still, the same
      * way - spaces there mean no saw was named, which is all a
      * line from before the machine master can say.
      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
           05  dl100-adl-date          picture 9(08).
           05  filler                  picture x(01).
           05  dl100-adl-perimeter     picture 9(10)v99.
           05  filler                  picture x(02).
           05  dl100-adl-mach-charge   picture 9(11)v99.
           05  filler                  picture x(02).
           05  dl100-adl-machine       picture x(04).
