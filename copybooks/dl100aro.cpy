      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
      * dl100aro - accounts receivable open-item record.
      *
      * one record per invoice raised, keyed on the customer code
      * plus the invoice number, so one customer's items read
      * together in invoice order.  written by 200-invoice-run
      * when it raises the invoice - the material and machine
      * amounts it was made up of, the billing period (yyyymm) it
      * covers and the date it was raised - and worked down by
      * 205-ar-payment as the customer pays: every payment keyed
      * adds to the paid figure and comes off the balance, and
      * the item is marked paid the moment the balance reaches
      * zero.  paid items stay on file as the customer's history;
      * the monthly statement (210-ar-statement) only ages the
      * ones still open.
      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
           05  dl100-aro-key.
               10  dl100-aro-customer  picture x(06).
               10  dl100-aro-invoice-no
                                       picture 9(06).
           05  dl100-aro-invoice-date  picture 9(08).
           05  dl100-aro-period        picture 9(06).
           05  dl100-aro-mtl-amount    picture 9(11)v99.
           05  dl100-aro-mach-amount   picture 9(11)v99.
           05  dl100-aro-inv-amount    picture 9(11)v99.
           05  dl100-aro-paid-amount   picture 9(11)v99.
           05  dl100-aro-balance       picture 9(11)v99.
           05  dl100-aro-last-paid     picture 9(08).
           05  dl100-aro-status        picture x(01).
               88  dl100-aro-open                 value 'O'.
               88  dl100-aro-paid                 value 'P'.
