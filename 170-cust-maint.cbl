      * a customer is supervisor only - same rules as the
      * material master.
      *
      * Each customer now also carries a class, keyed with the
      * name, which is how the ledger journal finds the
      * receivable and machine revenue accounts the customer's
      * work is booked to.
      *
      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
       id division.
         program-id. 170-cust-maint.
                 88    action-exit                  value 'X'.
             77       work-code       picture x(06).
             77       work-name       picture x(30).
             77       work-class      picture x(02).
             77       record-switch   picture x(01).
                 88    record-on-file               value 'Y'.
                 88    record-absent                value 'N'.
                not invalid key set record-on-file to true
            end-read.

      * prompt for the customer name and class.
       2200-accept-name.
            display  'CUSTOMER NAME...............................: '
                     with no advancing.
            accept   work-name.
            display  'CUSTOMER CLASS (2 CHARACTERS)...............: '
                     with no advancing.
            accept   work-class.

      * the name and class for the maintenance history.
       2300-build-log-detail.
            move     spaces to log-detail.
            string   work-name  delimited by size
                     ' CLASS '  delimited by size
                     work-class delimited by size
                into log-detail
            end-string.

      * add a customer who is not on the master yet.
       3000-add-customer.
                perform  2200-accept-name
                move     work-code to dl100-cus-code
                move     work-name to dl100-cus-name
                move     work-class to dl100-cus-class
                write    customer-record
                    invalid key
                        display '*** WRITE FAILED - STATUS '
                        display work-code ' ADDED'
                        move    'ADD' to log-action
                        move    work-code to log-key
                        perform 2300-build-log-detail
                        perform 8000-write-maint-log
                end-write
            end-if.
                perform  6100-display-customer
                perform  2200-accept-name
                move     work-name to dl100-cus-name
                move     work-class to dl100-cus-class
                rewrite  customer-record
                    invalid key
                        display '*** REWRITE FAILED - STATUS '
                        display work-code ' CHANGED'
                        move    'CHANGE' to log-action
                        move    work-code to log-key
                        perform 2300-build-log-detail
                        perform 8000-write-maint-log
                end-rewrite
            end-if.

      * one customer's code and name on the screen.
       6100-display-customer.
            display  dl100-cus-code '  ' dl100-cus-name
                     '  CLASS ' dl100-cus-class.

      * one line onto the DL100MNT maintenance history - opened
      * and closed per write, so a session that dies never leaves
