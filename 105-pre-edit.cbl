      *
      *   - reads the floor's SHAPEIN, then any corrected tickets
      *     150-reject-fix queued on SHAPEFIX, then the shapes the
      *     office booked through 120-calc-online, or converted
      *     from accepted quotes in 220-quote-entry, onto DL100QUE,
      *     so the whole night's intake funnels through one door
      *   - stamps every accepted ticket with a batch sequence
      *     number, so a report line can be tied back to its spot
                 88    ticket-is-new                value 'N'.
             01       seen-table.
                 05   seen-entry occurs 500 times
                                  picture x(49).

      * every ticket number the audit history has ever seen, for
      * the probable re-submission flag.
            move     dl100-dim-2      to cln-dim-2.
            move     dl100-dim-3      to cln-dim-3.
            move     dl100-customer   to cln-customer.
            move     dl100-order-no   to cln-order-no.
            move     dl100-machine    to cln-machine.
            move     accept-count     to cln-seq-no.
            write    clean-record.

