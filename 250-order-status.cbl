      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
      *
      * Daily customer order status and late-order report.
      *
      * When a customer calls asking whether the order is done,
      * the answer used to mean searching SHAPEAUD, SHAPERCY and
      * DL100QUE by hand.  The nightly 110-calc run now marks
      * every ticket stamped with an order number on the DL100ORD
      * order file as it goes through - cut, or rejected - and
      * this batch program (run daily by the DL100OST JCL) lists
      * every order on file with where it stands: the customer,
      * the date taken and the date promised, the tickets
      * expected, cut so far, sitting rejected on SHAPERCY, and
      * waiting for the next run (booked or converted onto
      * DL100QUE, or corrected onto SHAPEFIX), then the status -
      *
      *   COMPLETE   - as many tickets cut as the order expected
      *   LATE       - not complete and past its promised date,
      *                with the days late (and a note when
      *                rejects on SHAPERCY are part of why)
      *   HELD       - rejects for it sitting on SHAPERCY
      *   PART CUT   - some tickets cut, nothing holding it up
      *   NOT STARTED - nothing cut yet
      *
      * Late is judged as at DL100OSDT (yyyymmdd, blank means
      * today), so nothing on the file is ever stamped late.  The
      * REJECTS column counts what is on SHAPERCY now, not what
      * was ever rejected - a reject that has been corrected and
      * queued counts as waiting, and one that has since cut
      * counts as cut.  ORDSTAT closes with the count of orders
      * in each status.
      *
      * The order file is read in key order, header first and
      * its ticket marks after it; SHAPERCY, DL100QUE and
      * SHAPEFIX are read first and their ordered tickets counted
      * into a table (up to 500 orders).  None of the files is
      * written, so the job can run any time.
      *
      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
       id division.
         program-id. 250-order-status.

       environment division.
         input-output section.
            file-control.
               select order-file assign to "DL100ORD"
                      organization is indexed
                      access mode is sequential
                      record key is dl100-ord-key
                      file status is ord-file-status.
               select customer-file assign to "DL100CUS"
                      organization is indexed
                      access mode is random
                      record key is dl100-cus-code
                      file status is cus-file-status.
               select optional recycle-file assign to "SHAPERCY"
                      organization is line sequential
                      file status is rcy-file-status.
               select optional queue-file assign to "DL100QUE"
                      organization is line sequential
                      file status is que-file-status.
               select optional fixed-file assign to "SHAPEFIX"
                      organization is line sequential
                      file status is fix-file-status.
               select status-file assign to "ORDSTAT"
                      organization is line sequential.

       data division.
          file section.
             fd  order-file.
                01  order-record.
                    copy dl100ord.

             fd  customer-file.
                01  customer-record.
                    copy dl100cus.

             fd  recycle-file.
                01  recycle-record.
                    copy dl100rec replacing leading ==dl100==
                                  by ==rcy==.
                    05  rcy-reason-code picture 9(02).
                    05  rcy-reject-date picture 9(08).
                    05  rcy-skip-count  picture 9(02).

             fd  queue-file.
                01  queue-record.
                    copy dl100rec replacing leading ==dl100==
                                  by ==que==.

             fd  fixed-file.
                01  fixed-record.
                    copy dl100rec replacing leading ==dl100==
                                  by ==fix==.

             fd  status-file.
                01  status-record       picture x(132).

          working-storage section.
             77       ord-file-status picture x(02) value '00'.
             77       ord-eof-switch  picture x(01) value 'N'.
                 88    ord-end-of-file              value 'Y'.
             77       cus-file-status picture x(02) value '00'.
             77       cus-open-switch picture x(01) value 'N'.
                 88    cus-master-open              value 'Y'.
             77       rcy-file-status picture x(02) value '00'.
             77       old-trailer     picture x(12).
             77       que-file-status picture x(02) value '00'.
             77       fix-file-status picture x(02) value '00'.
             77       side-eof-switch picture x(01).
                 88    side-end-of-file             value 'Y'.

             77       date-parm       picture x(08).
             77       report-date     picture 9(08).
             77       customer-name   picture x(30).
             77       order-switch    picture x(01) value 'N'.
                 88    order-in-hand                value 'Y'.
             77       cut-count       picture 9(03).
             77       status-sub      picture 9(01).
             77       held-count      picture 9(03).
             77       wait-count      picture 9(03).

      * the tickets for each order sitting rejected on SHAPERCY,
      * and waiting for the next run on DL100QUE or SHAPEFIX.
             77       side-count      picture 9(03) value zero.
             77       side-sub        picture 9(03).
             77       side-slot       picture 9(03).
             77       side-order-no   picture x(06).
             77       side-kind       picture x(01).
                 88    side-is-reject               value 'R'.
                 88    side-is-waiting              value 'W'.
             77       side-full-switch picture x(01) value 'N'.
                 88    side-table-full              value 'Y'.
             01       side-table.
                 05   side-entry occurs 500 times.
                      10  sd-order-no      picture x(06).
                      10  sd-reject-count  picture 9(03).
                      10  sd-wait-count    picture 9(03).

      * the count of orders in each status - slot 1 complete, 2
      * late, 3 held, 4 part cut, 5 not started.
             01       status-totals.
                 05   status-count occurs 5 times picture 9(05).
             01       status-label-table.
                 05   filler          picture x(11) value 'COMPLETE'.
                 05   filler          picture x(11) value 'LATE'.
                 05   filler          picture x(11) value 'HELD'.
                 05   filler          picture x(11) value 'PART CUT'.
                 05   filler          picture x(11) value 'NOT STARTED'.
             01       status-labels redefines status-label-table.
                 05   status-label    picture x(11)
                                      occurs 5 times.

      * the header of the order in hand, kept while its ticket
      * marks are read.
             77       hold-order-no   picture x(06).
             77       hold-customer   picture x(06).
             77       hold-order-date picture 9(08).
             77       hold-promised   picture 9(08).
             77       hold-expected   picture 9(03).

      * day-serial arithmetic for the days late - same plain
      * fourth-year rule the statement run uses.
             77       date-work       picture 9(08).
             77       date-yyyy       picture 9(04).
             77       date-mm         picture 9(02).
             77       date-dd         picture 9(02).
             77       day-serial      picture 9(07).
             77       leap-quotient   picture 9(04).
             77       leap-remainder  picture 9(01).
             77       today-serial    picture 9(07).
             77       late-days       picture s9(05).
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

             77       order-count     picture 9(05) value zero.
             77       ed-count        picture zz,zz9.
             77       ed-tickets      picture zz9.
             77       ed-late         picture zzzz9.
             77       print-line      picture x(132).

       procedure division.
       0000-main-logic.
            perform  1000-initialize.
            perform  2000-take-one-record until ord-end-of-file.
            if order-in-hand
                perform 3000-write-order-line
            end-if.
            perform  9000-terminate.
            goback.

      * pick up the report date, count the ordered tickets on the
      * side files, open the order file and prime the first
      * record.  no order file means no order has ever been
      * taken - that goes on the output, not into an abend.
       1000-initialize.
            open     output status-file.
            accept   date-parm from environment "DL100OSDT".
            if date-parm = spaces or date-parm not numeric
                accept report-date from date yyyymmdd
            else
                move date-parm to report-date
            end-if.
            move     report-date to date-work.
            perform  7000-date-to-serial.
            move     day-serial to today-serial.
            move     zero to status-count (1) status-count (2)
                             status-count (3) status-count (4)
                             status-count (5).
            move     spaces to print-line.
            string   'CUSTOMER ORDER STATUS AS AT ' delimited by size
                     report-date                    delimited by size
                into print-line
            end-string.
            write    status-record from print-line.
            move     spaces to print-line.
            write    status-record from print-line.
            perform  1100-count-side-files.
            move     spaces to print-line.
            move     'ORDER'     to print-line (1:5).
            move     'CUSTOMER'  to print-line (9:8).
            move     'TAKEN'     to print-line (38:5).
            move     'PROMISED'  to print-line (48:8).
            move     'EXP'       to print-line (58:3).
            move     'CUT'       to print-line (63:3).
            move     'REJECTS'   to print-line (67:7).
            move     'WAITING'   to print-line (75:7).
            move     'STATUS'    to print-line (84:6).
            move     'DAYS LATE' to print-line (96:9).
            write    status-record from print-line.
            open     input customer-file.
            if cus-file-status = '00'
                set  cus-master-open to true
            end-if.
            open     input order-file.
            if ord-file-status = '00'
                perform 2100-read-order
            else
                move     spaces to print-line
                move     'NO ORDER FILE ON HAND' to print-line
                write    status-record from print-line
                set      ord-end-of-file to true
            end-if.

      * count every ordered ticket on SHAPERCY as a reject
      * holding its order up, and every one on DL100QUE or
      * SHAPEFIX as waiting for the next run.
       1100-count-side-files.
            set      side-is-reject to true.
            move     'N' to side-eof-switch.
            open     input recycle-file.
            if rcy-file-status = '00'
                perform 1110-read-recycle
                perform 1120-take-recycle until side-end-of-file
                close   recycle-file
            end-if.
            set      side-is-waiting to true.
            move     'N' to side-eof-switch.
            open     input queue-file.
            if que-file-status = '00'
                perform 1130-read-queue
                perform 1140-take-queue until side-end-of-file
                close   queue-file
            end-if.
            move     'N' to side-eof-switch.
            open     input fixed-file.
            if fix-file-status = '00'
                perform 1150-read-fixed
                perform 1160-take-fixed until side-end-of-file
                close   fixed-file
            end-if.
            if side-table-full
                move     spaces to print-line
                move     '*** MORE THAN 500 ORDERS ON THE SIDE FILES - '
                         to print-line (1:45)
                move     'REJECTS AND WAITING MAY BE SHORT'
                         to print-line (46:32)
                write    status-record from print-line
            end-if.

      * one reject off the recycle file.
       1110-read-recycle.
            read     recycle-file
                at end set side-end-of-file to true
            end-read.
            if not side-end-of-file
                perform 1115-shift-old-layout
            end-if.

      * a recycle line written before the order number and the
      * machine id were added to the ticket is ten bytes shorter -
      * its reason, reject date and set-aside count sit where the
      * order number and machine are now, and its last ten bytes
      * are blank, where a current line always carries the date
      * and count.  move that trailer to where it belongs, with
      * no order and no machine, so the rest of the program sees
      * one layout.
       1115-shift-old-layout.
            if recycle-record (52:10) = spaces
                move recycle-record (40:12) to old-trailer
                move spaces to recycle-record (40:22)
                move old-trailer to recycle-record (50:12)
            end-if.

      * count a reject that names an order.
       1120-take-recycle.
            if rcy-order-no not = spaces
                move    rcy-order-no to side-order-no
                perform 1200-count-side-ticket
            end-if.
            perform  1110-read-recycle.

      * one ticket off the holding queue.
       1130-read-queue.
            read     queue-file
                at end set side-end-of-file to true
            end-read.

      * count a queued ticket that names an order.
       1140-take-queue.
            if que-order-no not = spaces
                move    que-order-no to side-order-no
                perform 1200-count-side-ticket
            end-if.
            perform  1130-read-queue.

      * one corrected ticket off SHAPEFIX.
       1150-read-fixed.
            read     fixed-file
                at end set side-end-of-file to true
            end-read.

      * count a corrected ticket that names an order.
       1160-take-fixed.
            if fix-order-no not = spaces
                move    fix-order-no to side-order-no
                perform 1200-count-side-ticket
            end-if.
            perform  1150-read-fixed.

      * one ticket onto its order's entry, opening the entry the
      * first time the order is seen.
       1200-count-side-ticket.
            move     zero to side-slot.
            perform  1210-match-side
                     varying side-sub from 1 by 1
                     until side-sub > side-count or side-slot > zero.
            if side-slot = zero
                if side-count < 500
                    add  1 to side-count
                    move side-count to side-slot
                    move side-order-no to sd-order-no (side-slot)
                    move zero to sd-reject-count (side-slot)
                    move zero to sd-wait-count (side-slot)
                else
                    set  side-table-full to true
                end-if
            end-if.
            if side-slot > zero
                if side-is-reject
                    add  1 to sd-reject-count (side-slot)
                else
                    add  1 to sd-wait-count (side-slot)
                end-if
            end-if.

      * one step of the order hunt.
       1210-match-side.
            if sd-order-no (side-sub) = side-order-no
                move side-sub to side-slot
            end-if.

      * one record off the order file - a header closes out the
      * order in hand and starts the next, a ticket mark is
      * counted against the order in hand.
       2000-take-one-record.
            if dl100-ord-ticket-no = spaces
                if order-in-hand
                    perform 3000-write-order-line
                end-if
                set      order-in-hand to true
                move     dl100-ord-order-no to hold-order-no
                move     dl100-orh-customer to hold-customer
                move     dl100-orh-order-date to hold-order-date
                move     dl100-orh-promised-date to hold-promised
                move     dl100-orh-expected to hold-expected
                move     zero to cut-count
            else
                if dl100-ort-cut
                    add  1 to cut-count
                end-if
            end-if.
            perform  2100-read-order.

      * the next record off the order file.
       2100-read-order.
            read     order-file
                at end set ord-end-of-file to true
            end-read.

      * one order on the report, with its status worked out from
      * its tickets, the side files and the report date.
       3000-write-order-line.
            add      1 to order-count.
            move     zero to held-count wait-count.
            move     hold-order-no to side-order-no.
            move     zero to side-slot.
            perform  1210-match-side
                     varying side-sub from 1 by 1
                     until side-sub > side-count or side-slot > zero.
            if side-slot > zero
                move sd-reject-count (side-slot) to held-count
                move sd-wait-count (side-slot) to wait-count
            end-if.
            move     hold-promised to date-work.
            perform  7000-date-to-serial.
            compute  late-days = today-serial - day-serial.
            evaluate true
                when cut-count not < hold-expected
                    move 1 to status-sub
                when late-days > zero
                    move 2 to status-sub
                when held-count > zero
                    move 3 to status-sub
                when cut-count > zero
                    move 4 to status-sub
                when other
                    move 5 to status-sub
            end-evaluate.
            add      1 to status-count (status-sub).
            move     '*** NOT ON CUSTOMER MASTER' to customer-name.
            if cus-master-open
                move hold-customer to dl100-cus-code
                read customer-file
                    invalid key continue
                    not invalid key
                        move dl100-cus-name to customer-name
                end-read
            end-if.
            move     spaces to print-line.
            move     hold-order-no to print-line (1:6).
            move     hold-customer to print-line (9:6).
            move     customer-name (1:20) to print-line (16:20).
            move     hold-order-date to print-line (38:8).
            move     hold-promised to print-line (48:8).
            move     hold-expected to ed-tickets.
            move     ed-tickets to print-line (58:3).
            move     cut-count to ed-tickets.
            move     ed-tickets to print-line (63:3).
            move     held-count to ed-tickets.
            move     ed-tickets to print-line (71:3).
            move     wait-count to ed-tickets.
            move     ed-tickets to print-line (79:3).
            move     status-label (status-sub) to print-line (84:11).
            if status-sub = 2
                move late-days to ed-late
                move ed-late to print-line (100:5)
                if held-count > zero
                    move '*** REJECTS ON SHAPERCY'
                         to print-line (107:23)
                end-if
            end-if.
            write    status-record from print-line.

      * one status's count on the closing totals.
       4000-write-status-total.
            move     spaces to print-line.
            move     status-label (status-sub) to print-line (1:11).
            move     status-count (status-sub) to ed-count.
            move     ed-count to print-line (14:6).
            write    status-record from print-line.

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

      * close out with the count of orders in each status.
       9000-terminate.
            move     spaces to print-line.
            write    status-record from print-line.
            move     'STATUS'      to print-line (1:6).
            move     'ORDERS'      to print-line (14:6).
            write    status-record from print-line.
            perform  4000-write-status-total
                     varying status-sub from 1 by 1
                     until status-sub > 5.
            move     order-count to ed-count.
            move     spaces to print-line.
            string   'ORDERS LISTED: ' delimited by size
                     ed-count          delimited by size
                into print-line
            end-string.
            write    status-record from print-line.
            if ord-file-status = '00' or ord-file-status = '10'
                close order-file
            end-if.
            if cus-master-open
                close customer-file
            end-if.
            close    status-file.

      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
