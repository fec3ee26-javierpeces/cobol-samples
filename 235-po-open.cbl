      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
      *
      * Open purchase order report by supplier.
      *
      * The nightly 110-calc run raises a draft purchase order on
      * DL100PO for each material that falls to its reorder point,
      * and 130-matl-maint receives deliveries against them.  This
      * batch program (run by the DL100POR JCL) lists every po
      * still open - draft or part-received - grouped under its
      * supplier off the DL100SUP master, so purchasing can see at
      * a glance what to phone through and who is late: each po's
      * number, material, the dates raised and due, the quantity
      * ordered, received and still to come, and - when the due
      * date has passed - how many days overdue it is.  Each
      * supplier closes with its count of open and overdue pos.
      *
      * Overdue is judged as at DL100PODT (yyyymmdd, blank means
      * today).  A po whose supplier has since come off the master
      * is listed at the end under SUPPLIER NOT ON MASTER rather
      * than dropped.  Closed and cancelled pos are history and
      * stay off the report.
      *
      * The po file is keyed on po number, not supplier, so the
      * open pos are table-loaded first (there is at most one open
      * per material) and listed supplier by supplier as the
      * master is read in key order.  Days overdue use the same
      * day-serial arithmetic as 210-ar-statement.
      *
      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
       id division.
         program-id. 235-po-open.

       environment division.
         input-output section.
            file-control.
               select po-file assign to "DL100PO"
                      organization is indexed
                      access mode is sequential
                      record key is dl100-po-number
                      file status is po-file-status.
               select supplier-file assign to "DL100SUP"
                      organization is indexed
                      access mode is sequential
                      record key is dl100-sup-code
                      file status is sup-file-status.
               select report-file assign to "POOPEN"
                      organization is line sequential.

       data division.
          file section.
             fd  po-file.
                01  po-record.
                    copy dl100po.

             fd  supplier-file.
                01  supplier-record.
                    copy dl100sup.

             fd  report-file.
                01  report-record       picture x(132).

          working-storage section.
             77       po-file-status  picture x(02) value '00'.
             77       po-eof-switch   picture x(01) value 'N'.
                 88    po-end-of-file               value 'Y'.
             77       sup-file-status picture x(02) value '00'.
             77       sup-eof-switch  picture x(01) value 'N'.
                 88    sup-end-of-file              value 'Y'.

             77       date-parm       picture x(08).
             77       report-date     picture 9(08).

      * the open pos, loaded off the po file - listed-flag is set
      * as each goes on the report under its supplier, so what is
      * left at the end belongs to nobody on the master.
             77       open-count      picture 9(03) value zero.
             77       open-sub        picture 9(03).
             77       table-full-switch picture x(01) value 'N'.
                 88    open-table-full              value 'Y'.
             01       open-po-table.
                 05   open-po occurs 200 times.
                      10  op-number        picture 9(06).
                      10  op-supplier      picture x(06).
                      10  op-material      picture x(04).
                      10  op-raised-date   picture 9(08).
                      10  op-due-date      picture 9(08).
                      10  op-order-qty     picture 9(10)v99.
                      10  op-received-qty  picture 9(10)v99.
                      10  op-status        picture x(01).
                      10  op-listed        picture x(01).

             77       current-supplier picture x(06).
             77       sup-po-count    picture 9(03).
             77       sup-late-count  picture 9(03).
             77       total-po-count  picture 9(05) value zero.
             77       total-late-count picture 9(05) value zero.
             77       outstanding-qty picture 9(10)v99.
             77       orphan-switch   picture x(01) value 'N'.
                 88    orphans-headed               value 'Y'.

      * day-serial arithmetic for the days overdue - same plain
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

             77       ed-count        picture zz,zz9.
             77       ed-qty          picture z,zzz,zzz,zz9.99.
             77       ed-late         picture zzzz9.
             77       print-line      picture x(132).

       procedure division.
       0000-main-logic.
            perform  1000-initialize.
            if not sup-end-of-file
                perform 2000-list-one-supplier until sup-end-of-file
            end-if.
            perform  5000-list-orphan-pos
                     varying open-sub from 1 by 1
                     until open-sub > open-count.
            perform  9000-terminate.
            goback.

      * pick up the report date, load the open pos and prime the
      * first supplier.  no po file on hand means nothing has
      * ever been ordered - that goes on the output, not into an
      * abend.
       1000-initialize.
            open     output report-file.
            accept   date-parm from environment "DL100PODT".
            if date-parm = spaces or date-parm not numeric
                accept report-date from date yyyymmdd
            else
                move date-parm to report-date
            end-if.
            move     report-date to date-work.
            perform  7000-date-to-serial.
            move     day-serial to today-serial.
            move     spaces to print-line.
            string   'OPEN PURCHASE ORDERS AS AT ' delimited by size
                     report-date                   delimited by size
                into print-line
            end-string.
            write    report-record from print-line.
            open     input po-file.
            if po-file-status = '00'
                perform 1100-read-po
                perform 1200-load-one-po until po-end-of-file
                close   po-file
            else
                move     spaces to print-line
                move     'NO PURCHASE ORDER FILE ON HAND' to print-line
                write    report-record from print-line
            end-if.
            if open-table-full
                move     spaces to print-line
                move     '*** MORE THAN 200 OPEN POS - REST NOT LISTED'
                         to print-line
                write    report-record from print-line
            end-if.
            open     input supplier-file.
            if sup-file-status = '00'
                perform 2100-read-supplier
            else
                set      sup-end-of-file to true
            end-if.

      * the next po off the file.
       1100-read-po.
            read     po-file
                at end set po-end-of-file to true
            end-read.

      * an open po goes in the table; anything closed or
      * cancelled is passed over.
       1200-load-one-po.
            if dl100-po-open
                if open-count < 200
                    add  1 to open-count
                    move dl100-po-number to op-number (open-count)
                    move dl100-po-supplier to op-supplier (open-count)
                    move dl100-po-material to op-material (open-count)
                    move dl100-po-raised-date
                         to op-raised-date (open-count)
                    move dl100-po-due-date to op-due-date (open-count)
                    move dl100-po-order-qty
                         to op-order-qty (open-count)
                    move dl100-po-received-qty
                         to op-received-qty (open-count)
                    move dl100-po-status to op-status (open-count)
                    move 'N' to op-listed (open-count)
                else
                    set  open-table-full to true
                end-if
            end-if.
            perform  1100-read-po.

      * one supplier off the master, with its open pos under it -
      * a supplier with nothing open is not listed.
       2000-list-one-supplier.
            move     dl100-sup-code to current-supplier.
            move     zero to sup-po-count sup-late-count.
            perform  2200-count-supplier-po
                     varying open-sub from 1 by 1
                     until open-sub > open-count.
            if sup-po-count > zero
                perform 3000-write-supplier-heading
                perform 2300-list-supplier-po
                        varying open-sub from 1 by 1
                        until open-sub > open-count
                perform 4000-write-supplier-total
            end-if.
            perform  2100-read-supplier.

      * the next supplier off the master.
       2100-read-supplier.
            read     supplier-file
                at end set sup-end-of-file to true
            end-read.

      * does this table entry belong to the current supplier.
       2200-count-supplier-po.
            if op-supplier (open-sub) = current-supplier
                add  1 to sup-po-count
            end-if.

      * list this table entry if it belongs to the current
      * supplier.
       2300-list-supplier-po.
            if op-supplier (open-sub) = current-supplier
                perform 3100-write-po-line
            end-if.

      * the heading over one supplier's pos.
       3000-write-supplier-heading.
            move     spaces to print-line.
            write    report-record from print-line.
            move     spaces to print-line.
            string   'SUPPLIER '      delimited by size
                     dl100-sup-code   delimited by size
                     '  '             delimited by size
                     dl100-sup-name   delimited by size
                     '  CONTACT '     delimited by size
                     dl100-sup-contact delimited by size
                     '  PHONE '       delimited by size
                     dl100-sup-phone  delimited by size
                into print-line
            end-string.
            write    report-record from print-line.
            perform  3050-write-column-heading.

      * the column headings over a block of po lines.
       3050-write-column-heading.
            move     spaces to print-line.
            move     'PO NO'     to print-line (1:5).
            move     'MATL'      to print-line (9:4).
            move     'RAISED'    to print-line (15:6).
            move     'DUE'       to print-line (25:3).
            move     'ORDERED'   to print-line (44:7).
            move     'RECEIVED'  to print-line (60:8).
            move     'TO COME'   to print-line (78:7).
            move     'STATUS'    to print-line (87:6).
            move     'DAYS LATE' to print-line (95:9).
            if orphans-headed
                move 'SUPPLIER' to print-line (119:8)
            end-if.
            write    report-record from print-line.

      * one open po on the report, flagged when it is past due.
       3100-write-po-line.
            move     'Y' to op-listed (open-sub).
            add      1 to total-po-count.
            compute  outstanding-qty = op-order-qty (open-sub)
                                     - op-received-qty (open-sub).
            move     spaces to print-line.
            move     op-number (open-sub) to print-line (1:6).
            move     op-material (open-sub) to print-line (9:4).
            move     op-raised-date (open-sub) to print-line (15:8).
            move     op-due-date (open-sub) to print-line (25:8).
            move     op-order-qty (open-sub) to ed-qty.
            move     ed-qty to print-line (35:16).
            move     op-received-qty (open-sub) to ed-qty.
            move     ed-qty to print-line (52:16).
            move     outstanding-qty to ed-qty.
            move     ed-qty to print-line (69:16).
            if op-status (open-sub) = 'D'
                move 'DRAFT' to print-line (87:5)
            else
                move 'PART' to print-line (87:4)
            end-if.
            move     op-due-date (open-sub) to date-work.
            perform  7000-date-to-serial.
            compute  late-days = today-serial - day-serial.
            if late-days > zero
                add  1 to sup-late-count total-late-count
                move late-days to ed-late
                move ed-late to print-line (99:5)
                move '*** OVERDUE' to print-line (106:11)
            end-if.
            if orphans-headed
                move op-supplier (open-sub) to print-line (119:6)
            end-if.
            write    report-record from print-line.

      * close one supplier's block with its counts.
       4000-write-supplier-total.
            move     spaces to print-line.
            move     sup-po-count to ed-count.
            string   'OPEN POS '      delimited by size
                     ed-count         delimited by size
                into print-line
            end-string.
            move     sup-late-count to ed-count.
            move     'OVERDUE' to print-line (20:7).
            move     ed-count to print-line (28:6).
            write    report-record from print-line.

      * an open po left over once every supplier on the master
      * has been listed - its supplier is not on the master.
       5000-list-orphan-pos.
            if op-listed (open-sub) = 'N'
                if not orphans-headed
                    move    spaces to print-line
                    write   report-record from print-line
                    move    'SUPPLIER NOT ON MASTER' to print-line
                    write   report-record from print-line
                    set     orphans-headed to true
                    perform 3050-write-column-heading
                end-if
                perform 3100-write-po-line
            end-if.

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

      * close out with the counts across every supplier.
       9000-terminate.
            move     spaces to print-line.
            write    report-record from print-line.
            move     total-po-count to ed-count.
            move     spaces to print-line.
            string   'OPEN POS LISTED....: ' delimited by size
                     ed-count                delimited by size
                into print-line
            end-string.
            write    report-record from print-line.
            move     total-late-count to ed-count.
            move     spaces to print-line.
            string   'OVERDUE............: ' delimited by size
                     ed-count                delimited by size
                into print-line
            end-string.
            write    report-record from print-line.
            if sup-file-status = '00' or sup-file-status = '10'
                close supplier-file
            end-if.
            close    report-file.

      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
