      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
      *
      * Monthly customer statements aged off the receivables ledger.
      *
      * The DL100ARO ledger holds every invoice 200-invoice-run
      * has raised and what 205-ar-payment has keyed against it.
      * This batch program (run monthly by the DL100STM JCL)
      * turns the open items into the customer statements the
      * office posts out: for every customer still owing anything,
      * a statement listing each open invoice - its date, billing
      * period, original amount, what has been paid and what is
      * still owed - with the balance aged by the invoice date
      * into current (thirty days and under), 31-60, 61-90 and
      * over ninety days, and the customer's total due.  A paid
      * item is history, not a debt, and stays off the statement.
      *
      * Statements are dated as at DL100STDT (yyyymmdd, blank
      * means today) - set it to the month-end date being closed
      * when the job runs a day or two late.  The ARSTMT output
      * closes with the aged totals across every customer, which
      * is the receivables figure the office reconciles to.
      *
      * The ledger is read in key order, customer by customer, so
      * nothing is held in memory but one customer's running
      * bucket totals.  Aging uses the same day-serial arithmetic
      * as 180-extract-ack and 195-reject-aging.
      *
      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
       id division.
         program-id. 210-ar-statement.

       environment division.
         input-output section.
            file-control.
               select open-item-file assign to "DL100ARO"
                      organization is indexed
                      access mode is sequential
                      record key is dl100-aro-key
                      file status is aro-file-status.
               select customer-file assign to "DL100CUS"
                      organization is indexed
                      access mode is random
                      record key is dl100-cus-code
                      file status is cus-file-status.
               select statement-file assign to "ARSTMT"
                      organization is line sequential.

       data division.
          file section.
             fd  open-item-file.
                01  open-item-record.
                    copy dl100aro.

             fd  customer-file.
                01  customer-record.
                    copy dl100cus.

             fd  statement-file.
                01  statement-record    picture x(132).

          working-storage section.
             77       aro-file-status picture x(02) value '00'.
             77       aro-eof-switch  picture x(01) value 'N'.
                 88    aro-end-of-file              value 'Y'.
             77       cus-file-status picture x(02) value '00'.
             77       cus-open-switch picture x(01) value 'N'.
                 88    cus-master-open              value 'Y'.

             77       date-parm       picture x(08).
             77       statement-date  picture 9(08).
             77       current-customer picture x(06) value spaces.
             77       customer-name   picture x(30).
             77       stmt-open-switch picture x(01) value 'N'.
                 88    statement-open               value 'Y'.

      * the aging buckets - one customer's running figures and
      * the totals across the whole ledger.  slot 1 is current,
      * 2 is 31-60 days, 3 is 61-90, 4 is over ninety.
             77       bucket-sub      picture 9(01).
             01       customer-buckets.
                 05   cust-bucket     picture 9(13)v99
                                      occurs 4 times.
             01       ledger-buckets.
                 05   ledger-bucket   picture 9(13)v99
                                      occurs 4 times.
             77       customer-due    picture 9(13)v99.
             77       ledger-due      picture 9(13)v99 value zero.

      * day-serial arithmetic for the age - same plain fourth-
      * year rule the acknowledgment job uses, right until 2100.
             77       date-work       picture 9(08).
             77       date-yyyy       picture 9(04).
             77       date-mm         picture 9(02).
             77       date-dd         picture 9(02).
             77       day-serial      picture 9(07).
             77       leap-quotient   picture 9(04).
             77       leap-remainder  picture 9(01).
             77       today-serial    picture 9(07).
             77       age-days        picture s9(05).
             01       month-cum-table.
                 05   filler          picture 9(03) value 000.
                 05   filler          picture 9(03) value 031.
                 05   filler          picture 9(03) value 059.
                 05   filler          picture 9(03) value 090.
                 05   filler          picture 9(03) value 120.
                 05   filler          picture 9(03) value 151.
                 05   filler          picture 9(03) value 181.
                 05   filler          picture 9(03) value 212.
                 05   filler          picture 9(03) value 243.
                 05   filler          picture 9(03) value 273.
                 05   filler          picture 9(03) value 304.
                 05   filler          picture 9(03) value 334.
             01       month-cum-days redefines month-cum-table.
                 05   month-cum occurs 12 times picture 9(03).

             01       bucket-label-table.
                 05   filler          picture x(12)
                                      value 'CURRENT'.
                 05   filler          picture x(12)
                                      value '31-60 DAYS'.
                 05   filler          picture x(12)
                                      value '61-90 DAYS'.
                 05   filler          picture x(12)
                                      value 'OVER 90 DAYS'.
             01       bucket-labels redefines bucket-label-table.
                 05   bucket-label    picture x(12)
                                      occurs 4 times.

             77       statement-count picture 9(05) value zero.
             77       item-count      picture 9(07) value zero.
             77       ed-count        picture zz,zz9.
             77       ed-amount       picture zz,zzz,zzz,zz9.99.
             77       ed-age          picture zzzz9.
             77       print-line      picture x(132).

       procedure division.
       0000-main-logic.
            perform  1000-initialize.
            if not aro-end-of-file
                perform 2000-state-one-item until aro-end-of-file
            end-if.
            if statement-open
                perform 5000-close-statement
            end-if.
            perform  9000-terminate.
            goback.

      * pick up the statement date, open the ledger and prime the
      * first item.  no ledger on hand means no invoice has ever
      * been raised - that goes on the output, not into an abend.
       1000-initialize.
            open     output statement-file.
            accept   date-parm from environment "DL100STDT".
            if date-parm = spaces or date-parm not numeric
                accept statement-date from date yyyymmdd
            else
                move date-parm to statement-date
            end-if.
            move     statement-date to date-work.
            perform  7000-date-to-serial.
            move     day-serial to today-serial.
            move     zero to ledger-bucket (1) ledger-bucket (2)
                             ledger-bucket (3) ledger-bucket (4).
            open     input customer-file.
            if cus-file-status = '00'
                set  cus-master-open to true
            end-if.
            open     input open-item-file.
            if aro-file-status = '00'
                perform 2100-read-open-item
            else
                move     spaces to print-line
                move     'NO RECEIVABLES LEDGER ON HAND' to print-line
                write    statement-record from print-line
                set      aro-end-of-file to true
            end-if.

      * one ledger item.  a new customer closes the last one's
      * statement; an item with nothing owed on it is skipped;
      * anything else goes on the statement in its age bucket.
       2000-state-one-item.
            if dl100-aro-customer not = current-customer
                if statement-open
                    perform 5000-close-statement
                end-if
                move dl100-aro-customer to current-customer
            end-if.
            if dl100-aro-balance > zero
                if not statement-open
                    perform 3000-open-statement
                end-if
                perform 4000-write-item-line
            end-if.
            perform  2100-read-open-item.

      * the next item off the ledger.
       2100-read-open-item.
            read     open-item-file
                at end set aro-end-of-file to true
            end-read.

      * the heading of one customer's statement.
       3000-open-statement.
            move     '*** NOT ON CUSTOMER MASTER' to customer-name.
            if cus-master-open
                move current-customer to dl100-cus-code
                read customer-file
                    invalid key continue
                    not invalid key
                        move dl100-cus-name to customer-name
                end-read
            end-if.
            move     zero to cust-bucket (1) cust-bucket (2)
                             cust-bucket (3) cust-bucket (4).
            add      1 to statement-count.
            move     spaces to print-line.
            string   'STATEMENT OF ACCOUNT AS AT ' delimited by size
                     statement-date                delimited by size
                into print-line
            end-string.
            write    statement-record from print-line.
            move     spaces to print-line.
            string   'CUSTOMER '       delimited by size
                     current-customer  delimited by size
                     '  '              delimited by size
                     customer-name     delimited by size
                into print-line
            end-string.
            write    statement-record from print-line.
            move     spaces to print-line.
            write    statement-record from print-line.
            move     'INVOICE'   to print-line (1:7).
            move     'DATED'     to print-line (10:5).
            move     'PERIOD'    to print-line (20:6).
            move     'INVOICED'  to print-line (37:8).
            move     'PAID'      to print-line (60:4).
            move     'BALANCE'   to print-line (76:7).
            move     'AGE'       to print-line (88:3).
            move     'BUCKET'    to print-line (93:6).
            write    statement-record from print-line.
            set      statement-open to true.

      * one open invoice on the statement, aged off its date.
       4000-write-item-line.
            add      1 to item-count.
            move     dl100-aro-invoice-date to date-work.
            perform  7000-date-to-serial.
            compute  age-days = today-serial - day-serial.
            if age-days < zero
                move zero to age-days
            end-if.
            evaluate true
                when age-days <= 30  move 1 to bucket-sub
                when age-days <= 60  move 2 to bucket-sub
                when age-days <= 90  move 3 to bucket-sub
                when other           move 4 to bucket-sub
            end-evaluate.
            add      dl100-aro-balance to cust-bucket (bucket-sub).
            add      dl100-aro-balance to ledger-bucket (bucket-sub).
            move     spaces to print-line.
            move     dl100-aro-invoice-no to print-line (1:6).
            move     dl100-aro-invoice-date to print-line (10:8).
            move     dl100-aro-period to print-line (20:6).
            move     dl100-aro-inv-amount to ed-amount.
            move     ed-amount to print-line (28:17).
            move     dl100-aro-paid-amount to ed-amount.
            move     ed-amount to print-line (47:17).
            move     dl100-aro-balance to ed-amount.
            move     ed-amount to print-line (66:17).
            move     age-days to ed-age.
            move     ed-age to print-line (86:5).
            move     bucket-label (bucket-sub) to print-line (93:12).
            write    statement-record from print-line.

      * close one customer's statement with its aged totals and
      * the total due.
       5000-close-statement.
            compute  customer-due = cust-bucket (1) + cust-bucket (2)
                                  + cust-bucket (3) + cust-bucket (4).
            add      customer-due to ledger-due.
            move     spaces to print-line.
            write    statement-record from print-line.
            perform  5100-write-bucket-labels.
            move     spaces to print-line.
            perform  5200-place-customer-bucket
                     varying bucket-sub from 1 by 1
                     until bucket-sub > 4.
            move     customer-due to ed-amount.
            move     ed-amount to print-line (77:17).
            write    statement-record from print-line.
            move     spaces to print-line.
            write    statement-record from print-line.
            write    statement-record from print-line.
            move     'N' to stmt-open-switch.

      * the bucket headings over a set of aged totals.
       5100-write-bucket-labels.
            move     spaces to print-line.
            move     bucket-label (1) to print-line (6:12).
            move     bucket-label (2) to print-line (25:12).
            move     bucket-label (3) to print-line (44:12).
            move     bucket-label (4) to print-line (63:12).
            move     'TOTAL DUE' to print-line (85:9).
            write    statement-record from print-line.

      * one of the customer's aged totals into its column.
       5200-place-customer-bucket.
            move     cust-bucket (bucket-sub) to ed-amount.
            move     ed-amount
                     to print-line ((bucket-sub - 1) * 19 + 1:17).

      * one of the ledger's aged totals into its column.
       5300-place-ledger-bucket.
            move     ledger-bucket (bucket-sub) to ed-amount.
            move     ed-amount
                     to print-line ((bucket-sub - 1) * 19 + 1:17).

      * yyyymmdd to a day serial - year days plus leap days plus
      * the month's cumulative days plus the day, with the leap
      * day held back until march of a leap year.
       7000-date-to-serial.
            move     date-work (1:4) to date-yyyy.
            move     date-work (5:2) to date-mm.
            move     date-work (7:2) to date-dd.
            if date-mm < 1 or date-mm > 12
                move 1 to date-mm
            end-if.
            compute  day-serial =
                     date-yyyy * 365
                     + date-yyyy / 4
                     + month-cum (date-mm)
                     + date-dd.
            divide   date-yyyy by 4
                     giving leap-quotient remainder leap-remainder.
            if date-mm < 3 and leap-remainder = zero
                subtract 1 from day-serial
            end-if.

      * close out with the aged totals across the whole ledger -
      * the receivables figure the office reconciles to.
       9000-terminate.
            move     spaces to print-line.
            string   'AGED RECEIVABLES AS AT ' delimited by size
                     statement-date            delimited by size
                into print-line
            end-string.
            write    statement-record from print-line.
            perform  5100-write-bucket-labels.
            move     spaces to print-line.
            perform  5300-place-ledger-bucket
                     varying bucket-sub from 1 by 1
                     until bucket-sub > 4.
            move     ledger-due to ed-amount.
            move     ed-amount to print-line (77:17).
            write    statement-record from print-line.
            move     statement-count to ed-count.
            move     spaces to print-line.
            string   'STATEMENTS PRODUCED: ' delimited by size
                     ed-count                delimited by size
                into print-line
            end-string.
            write    statement-record from print-line.
            move     item-count to ed-count.
            move     spaces to print-line.
            string   'OPEN ITEMS AGED....: ' delimited by size
                     ed-count                delimited by size
                into print-line
            end-string.
            write    statement-record from print-line.
            if aro-file-status = '00' or aro-file-status = '10'
                close open-item-file
            end-if.
            if cus-master-open
                close customer-file
            end-if.
            close    statement-file.

      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
