      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
      *
      * Quote status listing off the DL100QUO quotation file.
      *
      * Sales quotes jobs through 220-quote-entry and converts the
      * ones the customer accepts into cut tickets; this batch
      * program (run by the DL100QST JCL) lists every quote on
      * file so the office can see which are still open and
      * waiting on the customer, which have run out without an
      * answer, and which became work - and when and by whom (the
      * tickets each line became are on the quote's lines, shown
      * by the 220-quote-entry inquiry).  One line per quote: its
      * number, the customer, the date quoted and the expiry
      * date, how many lines, the material and machine totals
      * and the quote total, then the status - OPEN, EXPIRED
      * (open and past its expiry date) or CONVERTED with the
      * date and the operator.
      * Expired is read off the date as at DL100QSDT (yyyymmdd,
      * blank means today), the same as 220-quote-entry decides
      * it, so nothing on the file is ever stamped expired.
      *
      * The file is read in key order; only the header record of
      * each quote is listed, its lines are passed over.  The
      * QUOSTAT output closes with the count and value of the
      * quotes in each status.
      *
      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
       id division.
         program-id. 225-quote-status.

       environment division.
         input-output section.
            file-control.
               select quote-file assign to "DL100QUO"
                      organization is indexed
                      access mode is sequential
                      record key is dl100-quo-key
                      file status is quo-file-status.
               select customer-file assign to "DL100CUS"
                      organization is indexed
                      access mode is random
                      record key is dl100-cus-code
                      file status is cus-file-status.
               select status-file assign to "QUOSTAT"
                      organization is line sequential.

       data division.
          file section.
             fd  quote-file.
                01  quote-record.
                    copy dl100quo.

             fd  customer-file.
                01  customer-record.
                    copy dl100cus.

             fd  status-file.
                01  status-record       picture x(132).

          working-storage section.
             77       quo-file-status picture x(02) value '00'.
             77       quo-eof-switch  picture x(01) value 'N'.
                 88    quo-end-of-file              value 'Y'.
             77       cus-file-status picture x(02) value '00'.
             77       cus-open-switch picture x(01) value 'N'.
                 88    cus-master-open              value 'Y'.

             77       date-parm       picture x(08).
             77       listing-date    picture 9(08).
             77       customer-name   picture x(30).
             77       quote-total     picture 9(11)v99.
             77       status-sub      picture 9(01).

      * the count and value of the quotes in each status - slot 1
      * is open, 2 is expired, 3 is converted.
             01       status-totals.
                 05   status-entry occurs 3 times.
                      10  status-count     picture 9(05).
                      10  status-value     picture 9(13)v99.
             01       status-label-table.
                 05   filler          picture x(09) value 'OPEN'.
                 05   filler          picture x(09) value 'EXPIRED'.
                 05   filler          picture x(09) value 'CONVERTED'.
             01       status-labels redefines status-label-table.
                 05   status-label    picture x(09)
                                      occurs 3 times.

             77       quote-count     picture 9(05) value zero.
             77       ed-count        picture zz,zz9.
             77       ed-lines        picture zz9.
             77       ed-amount       picture zz,zzz,zzz,zz9.99.
             77       print-line      picture x(132).

       procedure division.
       0000-main-logic.
            perform  1000-initialize.
            if not quo-end-of-file
                perform 2000-list-one-record until quo-end-of-file
            end-if.
            perform  9000-terminate.
            goback.

      * pick up the listing date, open the quote file and prime
      * the first record.  no quote file means no quote has ever
      * been saved - that goes on the output, not into an abend.
       1000-initialize.
            open     output status-file.
            accept   date-parm from environment "DL100QSDT".
            if date-parm = spaces or date-parm not numeric
                accept listing-date from date yyyymmdd
            else
                move date-parm to listing-date
            end-if.
            move     zero to status-count (1) status-count (2)
                             status-count (3).
            move     zero to status-value (1) status-value (2)
                             status-value (3).
            move     spaces to print-line.
            string   'QUOTE STATUS AS AT ' delimited by size
                     listing-date          delimited by size
                into print-line
            end-string.
            write    status-record from print-line.
            move     spaces to print-line.
            write    status-record from print-line.
            move     'QUOTE'     to print-line (1:5).
            move     'CUSTOMER'  to print-line (9:8).
            move     'QUOTED'    to print-line (48:6).
            move     'EXPIRES'   to print-line (57:7).
            move     'LNS'       to print-line (66:3).
            move     'QUOTE TOTAL' to print-line (77:11).
            move     'STATUS'    to print-line (90:6).
            move     'CONVERTED' to print-line (100:9).
            move     'BY'        to print-line (110:2).
            write    status-record from print-line.
            open     input customer-file.
            if cus-file-status = '00'
                set  cus-master-open to true
            end-if.
            open     input quote-file.
            if quo-file-status = '00'
                perform 2100-read-quote
            else
                move     spaces to print-line
                move     'NO QUOTATION FILE ON HAND' to print-line
                write    status-record from print-line
                set      quo-end-of-file to true
            end-if.

      * one record off the file - a quote header is listed, a
      * quote line is passed over.
       2000-list-one-record.
            if dl100-quo-line-no = zero
                perform 3000-write-quote-line
            end-if.
            perform  2100-read-quote.

      * the next record off the quote file.
       2100-read-quote.
            read     quote-file
                at end set quo-end-of-file to true
            end-read.

      * one quote on the listing, with its status read off the
      * header and the listing date.
       3000-write-quote-line.
            add      1 to quote-count.
            evaluate true
                when dl100-quh-converted
                    move 3 to status-sub
                when dl100-quh-expiry-date < listing-date
                    move 2 to status-sub
                when other
                    move 1 to status-sub
            end-evaluate.
            compute  quote-total =
                     dl100-quh-mtl-total + dl100-quh-mach-total.
            add      1 to status-count (status-sub).
            add      quote-total to status-value (status-sub).
            move     '*** NOT ON CUSTOMER MASTER' to customer-name.
            if cus-master-open
                move dl100-quh-customer to dl100-cus-code
                read customer-file
                    invalid key continue
                    not invalid key
                        move dl100-cus-name to customer-name
                end-read
            end-if.
            move     spaces to print-line.
            move     dl100-quo-quote-no to print-line (1:6).
            move     dl100-quh-customer to print-line (9:6).
            move     customer-name to print-line (16:30).
            move     dl100-quh-quote-date to print-line (48:8).
            move     dl100-quh-expiry-date to print-line (57:8).
            move     dl100-quh-line-count to ed-lines.
            move     ed-lines to print-line (66:3).
            move     quote-total to ed-amount.
            move     ed-amount to print-line (71:17).
            move     status-label (status-sub) to print-line (90:9).
            if dl100-quh-converted
                move dl100-quh-conv-date to print-line (100:8)
                move dl100-quh-conv-by to print-line (110:8)
            end-if.
            write    status-record from print-line.

      * one status's count and value on the closing totals.
       4000-write-status-total.
            move     spaces to print-line.
            move     status-label (status-sub) to print-line (1:9).
            move     status-count (status-sub) to ed-count.
            move     ed-count to print-line (12:6).
            move     status-value (status-sub) to ed-amount.
            move     ed-amount to print-line (20:17).
            write    status-record from print-line.

      * close out with the count and value in each status.
       9000-terminate.
            move     spaces to print-line.
            write    status-record from print-line.
            move     'STATUS'      to print-line (1:6).
            move     'QUOTES'      to print-line (12:6).
            move     'VALUE'       to print-line (32:5).
            write    status-record from print-line.
            perform  4000-write-status-total
                     varying status-sub from 1 by 1
                     until status-sub > 3.
            move     quote-count to ed-count.
            move     spaces to print-line.
            string   'QUOTES LISTED: ' delimited by size
                     ed-count          delimited by size
                into print-line
            end-string.
            write    status-record from print-line.
            if quo-file-status = '00' or quo-file-status = '10'
                close quote-file
            end-if.
            if cus-master-open
                close customer-file
            end-if.
            close    status-file.

      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
