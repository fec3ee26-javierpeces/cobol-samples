      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
      * dl100pay - DL100PAY payment history line image.
      *
      * one line per payment keyed against an invoice through
      * 205-ar-payment, appended in the order they were keyed and
      * never rewritten - the open item only carries the running
      * paid figure, this is where each individual payment, its
      * reference (cheque or remittance number) and who keyed it
      * can always be found again.
      *
      *   col   1  date keyed          yyyymmdd
      *   col  10  time keyed          hhmmsshh
      *   col  20  signed-on operator id
      *   col  30  customer
      *   col  38  invoice number
      *   col  46  amount paid         two implied decimals
      *   col  61  balance left        two implied decimals
      *   col  76  payment reference
      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
           05  dl100-pay-date          picture 9(08).
           05  filler                  picture x(01).
           05  dl100-pay-time          picture 9(08).
           05  filler                  picture x(02).
           05  dl100-pay-operator      picture x(08).
           05  filler                  picture x(02).
           05  dl100-pay-customer      picture x(06).
           05  filler                  picture x(02).
           05  dl100-pay-invoice-no    picture 9(06).
           05  filler                  picture x(02).
           05  dl100-pay-amount        picture 9(11)v99.
           05  filler                  picture x(02).
           05  dl100-pay-balance       picture 9(11)v99.
           05  filler                  picture x(02).
           05  dl100-pay-reference     picture x(15).
