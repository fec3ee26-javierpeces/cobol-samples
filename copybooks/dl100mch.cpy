      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
      * dl100mch - machine (saw) master record.
      *
      * one record per saw on the floor, keyed on a four-byte
      * machine id - the id the floor stamps on each cut ticket
      * (dl100-machine on dl100rec) and 110-calc carries onto the
      * audit line.  carries the name the floor knows it by, its
      * cutting speed in standard-unit inches of cut length per
      * minute, the setup minutes it loses per ticket, and the
      * hours it is available to cut in one shift - which is all
      * it takes to turn a ticket's extended perimeter into saw
      * time.  the shapes it can cut are listed as shape type
      * codes ('TRCZA' for all five); the materials as up to
      * eight material codes, and an all-blank list means it
      * takes any material.  110-calc rejects a ticket sent to a
      * machine that is not on file or cannot cut its shape or
      * material.  maintained by 255-mach-maint; 260-mach-util
      * and 265-forward-load report off it.
      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
           05  dl100-mch-id            picture x(04).
           05  dl100-mch-name          picture x(20).
           05  dl100-mch-speed         picture 9(05)v99.
           05  dl100-mch-setup-min     picture 9(03)v99.
           05  dl100-mch-shift-hours   picture 9(02)v99.
           05  dl100-mch-shape-list.
               10  dl100-mch-shape     picture x(01)
                                       occurs 5 times.
           05  dl100-mch-material-list.
               10  dl100-mch-material  picture x(04)
                                       occurs 8 times.
           05  filler                  picture x(20).
