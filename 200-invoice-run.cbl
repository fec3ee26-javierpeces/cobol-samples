      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
      *
      * Customer invoicing run off the acknowledged billing extract.
      *
      * Until now the shop has summarized what it cut (175-cust-
      * billing) and proved billing loaded it (180-extract-ack),
      * but every invoice was still typed up by hand in the office
      * off the CUSTBILL figures.  This batch program (run by the
      * DL100INV JCL) raises them itself, off the SHAPEARC archive
      * of runs billing has acknowledged - an unacknowledged run
      * is not invoiced, because until the load is proven nobody
      * can say the figures are final.
      *
      * For the billing period named in DL100BPER (yyyymm) every
      * acknowledged run dated in that month, and not already on
      * the DL100IVR invoiced-run register, is billed: each
      * customer gets ONE numbered invoice (the number taken off
      * the DL100NXT number control) with a line per ticket - the
      * ticket's material cost and machine charge straight off
      * the detail, as 110-calc priced them (contract pricing and
      * all), with the price basis the run used and the rate per
      * square unit that works out to - and every line lands on
      * the DL100IVL invoice line file.  A detail cut before the
      * cost was carried is priced at list the way 175-cust-
      * billing prices it.
      * Each invoice then posts as an open item on the DL100ARO
      * receivables ledger, keyed on customer plus invoice number,
      * for 205-ar-payment to key payments against and
      * 210-ar-statement to age, and each run billed goes on the
      * register so no run is ever invoiced twice.  The runs go
      * on the register before the ledger is posted, so a run
      * that dies part way through can leave an invoice on
      * DL100IVL short of its open item (to be posted by hand)
      * but can never raise a second set of invoices for the
      * same runs when it is resubmitted.  The printed invoices
      * go to INVPRINT and a one-line-per-invoice register of the
      * run to INVREG.
      *
      * The archive is walked twice, the way 180-extract-ack walks
      * the extract - once to settle which runs and customers are
      * being billed and number their invoices, once to write the
      * lines - so only the per-run and per-customer figures are
      * ever held in memory.  A run of the period still sitting
      * unacknowledged on SHAPEXTR, and an acknowledged run of an
      * earlier period nobody has invoiced yet, are both named on
      * INVREG so the money is chased rather than forgotten.
      *
      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
       id division.
         program-id. 200-invoice-run.

       environment division.
         input-output section.
            file-control.
               select archive-file assign to "SHAPEARC"
                      organization is line sequential
                      file status is arc-file-status.
               select extract-file assign to "SHAPEXTR"
                      organization is line sequential
                      file status is xtr-file-status.
               select customer-file assign to "DL100CUS"
                      organization is indexed
                      access mode is random
                      record key is dl100-cus-code
                      file status is cus-file-status.
               select material-file assign to "DL100MTL"
                      organization is indexed
                      access mode is random
                      record key is dl100-mtl-code
                      file status is mtl-file-status.
               select rate-file assign to "DL100RTE"
                      organization is indexed
                      access mode is dynamic
                      record key is dl100-rte-key
                      file status is rte-file-status.
               select open-item-file assign to "DL100ARO"
                      organization is indexed
                      access mode is random
                      record key is dl100-aro-key
                      file status is aro-file-status.
               select line-file assign to "DL100IVL"
                      organization is indexed
                      access mode is dynamic
                      record key is dl100-ivl-key
                      file status is ivl-file-status.
               select register-file assign to "DL100IVR"
                      organization is indexed
                      access mode is random
                      record key is dl100-ivr-key
                      file status is ivr-file-status.
               select number-file assign to "DL100NXT"
                      organization is indexed
                      access mode is random
                      record key is dl100-nxt-series
                      file status is nxt-file-status.
               select invoice-file assign to "INVPRINT"
                      organization is line sequential.
               select listing-file assign to "INVREG"
                      organization is line sequential.

       data division.
          file section.
             fd  archive-file.
                01  archive-record      picture x(124).

             fd  extract-file.
                01  extract-record      picture x(124).

             fd  customer-file.
                01  customer-record.
                    copy dl100cus.

             fd  material-file.
                01  material-record.
                    copy dl100mtl.

             fd  rate-file.
                01  rate-record.
                    copy dl100rte.

             fd  open-item-file.
                01  open-item-record.
                    copy dl100aro.

             fd  line-file.
                01  line-record.
                    copy dl100ivl.

             fd  register-file.
                01  register-record.
                    copy dl100ivr.

             fd  number-file.
                01  number-record.
                    copy dl100nxt.

             fd  invoice-file.
                01  invoice-record      picture x(132).

             fd  listing-file.
                01  listing-record      picture x(132).

          working-storage section.
             01  extract-areas.
                 copy dl100ext.

             77       arc-file-status picture x(02) value '00'.
             77       arc-eof-switch  picture x(01) value 'N'.
                 88    arc-end-of-file              value 'Y'.
             77       xtr-file-status picture x(02) value '00'.
             77       xtr-eof-switch  picture x(01) value 'N'.
                 88    xtr-end-of-file              value 'Y'.
             77       cus-file-status picture x(02) value '00'.
             77       cus-open-switch picture x(01).
                 88    cus-master-open              value 'Y'.
                 88    cus-master-absent            value 'N'.
             77       mtl-file-status picture x(02) value '00'.
             77       mtl-open-switch picture x(01).
                 88    mtl-master-open              value 'Y'.
                 88    mtl-master-absent            value 'N'.
             77       rte-file-status picture x(02) value '00'.
             77       rte-open-switch picture x(01).
                 88    rte-history-open             value 'Y'.
                 88    rte-history-absent           value 'N'.
             77       rate-scan-switch picture x(01).
                 88    rate-scan-done               value 'Y'.
             77       effective-rate  picture 9(05)v99.
             77       aro-file-status picture x(02) value '00'.
             77       ivl-file-status picture x(02) value '00'.
             77       ivr-file-status picture x(02) value '00'.
             77       nxt-file-status picture x(02) value '00'.
             77       line-scan-switch picture x(01).
                 88    line-scan-done               value 'Y'.

             77       period-parm     picture x(06).
             77       billing-period  picture 9(06).
             77       date-parm       picture x(08).
             77       invoice-date    picture 9(08).
             77       work-switch     picture x(01) value 'N'.
                 88    work-to-do                   value 'Y'.

      * every run of the period being billed tonight.  a run past
      * the table's end is simply left off - it is not on the
      * register, so the next invoicing run picks it up whole.
             77       run-count       picture 9(03) value zero.
             77       run-sub         picture 9(03).
             77       run-slot        picture 9(03).
             77       run-overflow-switch picture x(01) value 'N'.
                 88    run-table-full               value 'Y'.
             01       run-table.
                 05   run-entry occurs 100 times.
                      10  rt-job-id     picture x(08).
                      10  rt-run-date   picture 9(08).

      * every customer being invoiced, with the invoice number it
      * was given and the running totals of its lines.  a period
      * with more customers than this holds invoices nobody - it
      * is listed, and no run is half-billed.
             77       cust-count      picture 9(03) value zero.
             77       cust-sub        picture 9(03).
             77       cust-slot       picture 9(03).
             77       cust-overflow-switch picture x(01) value 'N'.
                 88    cust-table-full              value 'Y'.
             01       cust-table.
                 05   cust-entry occurs 200 times.
                      10  ct-code       picture x(06).
                      10  ct-invoice-no picture 9(06).
                      10  ct-lines      picture 9(04).
                      10  ct-mtl        picture 9(11)v99.
                      10  ct-mach       picture 9(11)v99.

             77       detail-cost     picture 9(11)v99.
             77       detail-mach     picture 9(11)v99.
             77       detail-basis    picture x(01).
             77       basis-desc      picture x(09).
             77       line-total      picture 9(11)v99.
             77       invoice-total   picture 9(11)v99.
             77       customer-name   picture x(30).

             77       invoice-count   picture 9(05) value zero.
             77       billed-lines    picture 9(07) value zero.
             77       grand-total     picture 9(13)v99 value zero.
             77       warn-count      picture 9(05) value zero.
             77       bad-line-count  picture 9(05) value zero.
             77       ed-count        picture zz,zz9.
             77       ed-qty          picture zz9.
             77       ed-area         picture zz,zzz,zzz,zz9.99.
             77       ed-rate         picture zz,zz9.99.
             77       ed-line-amt     picture zzz,zzz,zz9.99.
             77       ed-amount       picture z,zzz,zzz,zzz,zz9.99.
             77       print-line      picture x(132).

       procedure division.
       0000-main-logic.
            perform  1000-initialize.
            if work-to-do
                perform 2000-take-stock-of-archive
                perform 2600-check-unacknowledged-runs
            end-if.
            if work-to-do
                perform 3000-number-invoices
                perform 4000-bill-details
                perform 5500-register-runs
                perform 5000-post-open-items
                perform 6000-print-invoices
            end-if.
            perform  9000-terminate.
            goback.

      * pick up the period and invoice date, open the masters and
      * ledgers - creating any not there yet, same open-output-
      * then-reopen move the maintenance programs use - and make
      * sure there is an archive to bill from at all.
       1000-initialize.
            open     output listing-file.
            open     output invoice-file.
            accept   period-parm from environment "DL100BPER".
            if period-parm numeric
                move period-parm to billing-period
                set  work-to-do to true
            end-if.
            accept   date-parm from environment "DL100IVDT".
            if date-parm = spaces or date-parm not numeric
                accept invoice-date from date yyyymmdd
            else
                move date-parm to invoice-date
            end-if.
            move     spaces to print-line.
            string   'INVOICING RUN - PERIOD ' delimited by size
                     period-parm               delimited by size
                     '  INVOICE DATE '         delimited by size
                     invoice-date              delimited by size
                into print-line
            end-string.
            write    listing-record from print-line.
            if not work-to-do
                move     spaces to print-line
                move     'BILLING PERIOD NOT SUPPLIED - SET DL100BPER'
                         to print-line
                write    listing-record from print-line
            else
                perform 1100-open-files
            end-if.

      * the masters the invoice is priced and named from, and the
      * ledgers it posts to.
       1100-open-files.
            open     input customer-file.
            if cus-file-status = '00'
                set  cus-master-open to true
            else
                set  cus-master-absent to true
            end-if.
            open     input material-file.
            if mtl-file-status = '00'
                set  mtl-master-open to true
            else
                set  mtl-master-absent to true
            end-if.
            open     input rate-file.
            if rte-file-status = '00'
                set  rte-history-open to true
            else
                set  rte-history-absent to true
            end-if.
            open     i-o open-item-file.
            if aro-file-status not = '00'
                open   output open-item-file
                close  open-item-file
                open   i-o open-item-file
            end-if.
            open     i-o line-file.
            if ivl-file-status not = '00'
                open   output line-file
                close  line-file
                open   i-o line-file
            end-if.
            open     i-o register-file.
            if ivr-file-status not = '00'
                open   output register-file
                close  register-file
                open   i-o register-file
            end-if.
            open     i-o number-file.
            if nxt-file-status not = '00'
                open   output number-file
                close  number-file
                open   i-o number-file
            end-if.
            open     input archive-file.
            if arc-file-status not = '00'
                move     spaces to print-line
                move     'NO ACKNOWLEDGED RUNS ON HAND' to print-line
                write    listing-record from print-line
                move     'N' to work-switch
            end-if.

      * first walk of the archive - settle which runs of the
      * period are being billed and which customers they cut
      * for, before a single number is taken.
       2000-take-stock-of-archive.
            move     zero to run-slot.
            perform  2100-read-archive-record.
            perform  2200-note-one-record until arc-end-of-file.
            close    archive-file.
            if cust-table-full
                move     spaces to print-line
                move     '*** MORE CUSTOMERS THAN THE TABLE HOLDS - '
                         to print-line
                move     'NOTHING INVOICED' to print-line (43:16)
                write    listing-record from print-line
                move     'N' to work-switch
            end-if.
            if run-table-full
                add      1 to warn-count
                move     spaces to print-line
                move     '*** MORE RUNS THAN THE TABLE HOLDS - '
                         to print-line
                move     'THE REST WAIT FOR THE NEXT INVOICING RUN'
                         to print-line (38:40)
                write    listing-record from print-line
            end-if.
            if cust-count = zero and work-to-do
                move     spaces to print-line
                move     'NO UNBILLED ACKNOWLEDGED WORK FOR THE PERIOD'
                         to print-line
                write    listing-record from print-line
                move     'N' to work-switch
            end-if.

      * the next record off the archive.
       2100-read-archive-record.
            read     archive-file
                at end set arc-end-of-file to true
            end-read.

      * one archive record of the stock-take.  a header of the
      * period not yet on the register opens a billed run; a
      * detail of a billed run makes sure its customer is in the
      * table.
       2200-note-one-record.
            evaluate archive-record (1:1)
                when 'H'
                    move archive-record to dl100-ext-header
                    move zero to run-slot
                    perform 2300-consider-run
                when 'D'
                    if run-slot > zero
                        move archive-record to dl100-ext-detail
                        perform 2400-find-customer-slot
                    end-if
                when 'T'
                    move zero to run-slot
                when other
                    add  1 to bad-line-count
            end-evaluate.
            perform  2100-read-archive-record.

      * one acknowledged run - billed tonight if it falls in the
      * period and is not on the register.  one from an earlier
      * period still not on the register is named for follow-up.
       2300-consider-run.
            move     dl100-exh-job-id to dl100-ivr-job-id.
            move     dl100-exh-run-date to dl100-ivr-run-date.
            read     register-file
                invalid key
                    if dl100-exh-run-date (1:6) = period-parm
                        perform 2310-table-run
                    else
                        if dl100-exh-run-date (1:6) < period-parm
                            perform 2320-write-earlier-run-line
                        end-if
                    end-if
                not invalid key
                    continue
            end-read.

      * open a table entry for a run being billed.
       2310-table-run.
            if run-count < 100
                add      1 to run-count
                move     run-count to run-slot
                move     dl100-exh-job-id to rt-job-id (run-slot)
                move     dl100-exh-run-date to rt-run-date (run-slot)
            else
                set      run-table-full to true
            end-if.

      * an earlier period's acknowledged run that never got
      * billed - acknowledged after that period was invoiced.
       2320-write-earlier-run-line.
            add      1 to warn-count.
            move     spaces to print-line.
            string   'UNBILLED RUN OF EARLIER PERIOD - JOB '
                                            delimited by size
                     dl100-exh-job-id       delimited by size
                     ' DATE '               delimited by size
                     dl100-exh-run-date     delimited by size
                     ' - RERUN FOR ITS PERIOD'
                                            delimited by size
                into print-line
            end-string.
            write    listing-record from print-line.

      * find this detail's customer in the table, opening an
      * entry the first time the customer shows up.
       2400-find-customer-slot.
            move     zero to cust-slot.
            perform  2410-match-customer-slot
                     varying cust-sub from 1 by 1
                     until cust-sub > cust-count
                        or cust-slot > zero.
            if cust-slot = zero
                if cust-count < 200
                    add  1 to cust-count
                    move cust-count to cust-slot
                    move dl100-exd-customer to ct-code (cust-slot)
                    move zero to ct-invoice-no (cust-slot)
                    move zero to ct-lines (cust-slot)
                    move zero to ct-mtl (cust-slot)
                    move zero to ct-mach (cust-slot)
                else
                    set  cust-table-full to true
                end-if
            end-if.

      * one step of the customer slot hunt.
       2410-match-customer-slot.
            if ct-code (cust-sub) = dl100-exd-customer
                move cust-sub to cust-slot
            end-if.

      * a run of the period that billing has not acknowledged yet
      * is still on SHAPEXTR - name it, its work is not on these
      * invoices and will want a later run.
       2600-check-unacknowledged-runs.
            open     input extract-file.
            if xtr-file-status = '00'
                perform 2610-read-extract-record
                perform 2620-check-one-record until xtr-end-of-file
                close   extract-file
            end-if.

      * the next record off the extract.
       2610-read-extract-record.
            read     extract-file
                at end set xtr-end-of-file to true
            end-read.

      * headers only - one of the period is a run still waiting
      * on its acknowledgment.
       2620-check-one-record.
            if extract-record (1:1) = 'H'
                move extract-record to dl100-ext-header
                if dl100-exh-run-date (1:6) = period-parm
                    add      1 to warn-count
                    move     spaces to print-line
                    string   'UNACKNOWLEDGED RUN - JOB '
                                              delimited by size
                             dl100-exh-job-id delimited by size
                             ' DATE '         delimited by size
                             dl100-exh-run-date
                                              delimited by size
                             ' - NOT INVOICED UNTIL BILLING ACKS IT'
                                              delimited by size
                        into print-line
                    end-string
                    write    listing-record from print-line
                end-if
            end-if.
            perform  2610-read-extract-record.

      * every customer being billed gets its invoice number now,
      * before any line is written against it.
       3000-number-invoices.
            perform  3100-take-invoice-number
                     varying cust-sub from 1 by 1
                     until cust-sub > cust-count.

      * the next number in the invoice series - read, add one,
      * rewrite before the number is used.  a series not on file
      * yet starts at one.
       3100-take-invoice-number.
            move     'INV ' to dl100-nxt-series.
            read     number-file
                invalid key
                    move  1 to dl100-nxt-last-no
                    write number-record
                        invalid key
                            display '*** NUMBER CONTROL WRITE FAILED'
                                    ' - STATUS ' nxt-file-status
                    end-write
                not invalid key
                    add   1 to dl100-nxt-last-no
                    rewrite number-record
                        invalid key
                            display '*** NUMBER CONTROL REWRITE '
                                    'FAILED - STATUS ' nxt-file-status
                    end-rewrite
            end-read.
            move     dl100-nxt-last-no to ct-invoice-no (cust-sub).

      * second walk of the archive - every detail of a billed run
      * becomes the next line of its customer's invoice.
       4000-bill-details.
            move     'N' to arc-eof-switch.
            move     zero to run-slot.
            open     input archive-file.
            perform  2100-read-archive-record.
            perform  4100-bill-one-record until arc-end-of-file.
            close    archive-file.

      * one archive record of the billing pass.
       4100-bill-one-record.
            evaluate archive-record (1:1)
                when 'H'
                    move archive-record to dl100-ext-header
                    move zero to run-slot
                    perform 4200-match-run-slot
                            varying run-sub from 1 by 1
                            until run-sub > run-count
                               or run-slot > zero
                when 'D'
                    if run-slot > zero
                        move archive-record to dl100-ext-detail
                        perform 4300-write-invoice-line
                    end-if
                when 'T'
                    move zero to run-slot
            end-evaluate.
            perform  2100-read-archive-record.

      * one step of the run hunt - job id and run date both.
       4200-match-run-slot.
            if rt-job-id (run-sub) = dl100-exh-job-id
                    and rt-run-date (run-sub) = dl100-exh-run-date
                move run-sub to run-slot
            end-if.

      * price one detail and write it as the next line of its
      * customer's invoice.
       4300-write-invoice-line.
            move     zero to cust-slot.
            perform  2410-match-customer-slot
                     varying cust-sub from 1 by 1
                     until cust-sub > cust-count
                        or cust-slot > zero.
            perform  4500-price-detail.
            add      1 to ct-lines (cust-slot).
            add      detail-cost to ct-mtl (cust-slot).
            add      detail-mach to ct-mach (cust-slot).
            move     spaces to line-record.
            move     ct-invoice-no (cust-slot)
                     to dl100-ivl-invoice-no.
            move     ct-lines (cust-slot) to dl100-ivl-line-no.
            move     dl100-exd-customer to dl100-ivl-customer.
            move     dl100-exd-run-date to dl100-ivl-run-date.
            move     dl100-exd-job-id to dl100-ivl-job-id.
            move     dl100-exd-ticket-no to dl100-ivl-ticket-no.
            move     dl100-exd-quantity to dl100-ivl-quantity.
            move     dl100-exd-material to dl100-ivl-material.
            move     dl100-exd-shape-type to dl100-ivl-shape-type.
            move     dl100-exd-area to dl100-ivl-area.
            move     effective-rate to dl100-ivl-rate.
            move     detail-cost to dl100-ivl-mtl-cost.
            move     detail-mach to dl100-ivl-mach-charge.
            move     detail-basis to dl100-ivl-price-basis.
            write    line-record
                invalid key
                    display '*** INVOICE LINE WRITE FAILED - STATUS '
                            ivl-file-status
                not invalid key
                    add  1 to billed-lines
            end-write.

      * one detail's material cost - the figure 110-calc priced it
      * at, with its price basis, when the detail carries one; the
      * rate billed is what that cost works out to per square
      * unit.  the machine charge comes straight off the detail.
       4500-price-detail.
            if dl100-exd-mtl-cost numeric
                move dl100-exd-mtl-cost to detail-cost
                move dl100-exd-price-basis to detail-basis
                move zero to effective-rate
                if dl100-exd-area > zero
                    compute effective-rate rounded =
                            detail-cost / dl100-exd-area
                        on size error
                            move zero to effective-rate
                    end-compute
                end-if
            else
                perform 4520-price-at-list
            end-if.
            if dl100-exd-mach-charge numeric
                move dl100-exd-mach-charge to detail-mach
            else
                move zero to detail-mach
            end-if.

      * price a detail that carries no cost of its own the way
      * 175-cust-billing prices it - master rate first, then the
      * DL100RTE entry with the largest effective date not after
      * the run date.
       4520-price-at-list.
            move     'L' to detail-basis.
            move     zero to effective-rate.
            if mtl-master-open
                move dl100-exd-material to dl100-mtl-code
                read material-file
                    invalid key continue
                    not invalid key
                        move dl100-mtl-cost to effective-rate
                end-read
            end-if.
            if rte-history-open
                move 'N' to rate-scan-switch
                move dl100-exd-material to dl100-rte-code
                move zero to dl100-rte-eff-date
                start rate-file key not less than dl100-rte-key
                    invalid key set rate-scan-done to true
                end-start
                perform 4510-scan-one-rate until rate-scan-done
            end-if.
            compute  detail-cost rounded =
                     dl100-exd-area * effective-rate
                     on size error
                         move zero to detail-cost
            end-compute.

      * one rate history entry of the walk - same rules as the
      * pricing lookup in 110-calc.
       4510-scan-one-rate.
            read     rate-file next record
                at end set rate-scan-done to true
            end-read.
            if not rate-scan-done
                if dl100-rte-code not = dl100-exd-material
                        or dl100-rte-eff-date > dl100-exd-run-date
                    set  rate-scan-done to true
                else
                    move dl100-rte-cost to effective-rate
                end-if
            end-if.

      * every invoice raised goes on the receivables ledger as an
      * open item for its full amount.
       5000-post-open-items.
            perform  5100-post-one-open-item
                     varying cust-sub from 1 by 1
                     until cust-sub > cust-count.

      * one customer's invoice onto the ledger.
       5100-post-one-open-item.
            compute  invoice-total =
                     ct-mtl (cust-sub) + ct-mach (cust-sub).
            move     ct-code (cust-sub) to dl100-aro-customer.
            move     ct-invoice-no (cust-sub) to dl100-aro-invoice-no.
            move     invoice-date to dl100-aro-invoice-date.
            move     billing-period to dl100-aro-period.
            move     ct-mtl (cust-sub) to dl100-aro-mtl-amount.
            move     ct-mach (cust-sub) to dl100-aro-mach-amount.
            move     invoice-total to dl100-aro-inv-amount.
            move     zero to dl100-aro-paid-amount.
            move     invoice-total to dl100-aro-balance.
            move     zero to dl100-aro-last-paid.
            set      dl100-aro-open to true.
            write    open-item-record
                invalid key
                    display '*** OPEN ITEM WRITE FAILED - STATUS '
                            aro-file-status
            end-write.
            add      1 to invoice-count.
            add      invoice-total to grand-total.

      * every run billed goes on the register, so it is never
      * billed again - before the ledger is posted, so a failure
      * between the two cannot bill it twice on a resubmission.
       5500-register-runs.
            if run-count > zero
                perform 5510-register-one-run
                        varying run-sub from 1 by 1
                        until run-sub > run-count
            end-if.

      * one run onto the register.
       5510-register-one-run.
            move     rt-job-id (run-sub) to dl100-ivr-job-id.
            move     rt-run-date (run-sub) to dl100-ivr-run-date.
            move     billing-period to dl100-ivr-period.
            move     invoice-date to dl100-ivr-invoiced-date.
            write    register-record
                invalid key
                    display '*** RUN REGISTER WRITE FAILED - STATUS '
                            ivr-file-status
            end-write.

      * print every invoice raised, reading its lines back off
      * the line file, and list it on the register.
       6000-print-invoices.
            move     spaces to print-line.
            move     'INVOICE'   to print-line (1:7).
            move     'CUSTOMER'  to print-line (10:8).
            move     'NAME'      to print-line (20:4).
            move     'LINES'     to print-line (52:5).
            move     'INVOICE AMOUNT' to print-line (66:14).
            write    listing-record from print-line.
            perform  6100-print-one-invoice
                     varying cust-sub from 1 by 1
                     until cust-sub > cust-count.

      * one invoice - its heading, a line per ticket, its totals.
       6100-print-one-invoice.
            move     spaces to customer-name.
            if cus-master-open
                move ct-code (cust-sub) to dl100-cus-code
                read customer-file
                    invalid key
                        move '*** NOT ON CUSTOMER MASTER'
                             to customer-name
                    not invalid key
                        move dl100-cus-name to customer-name
                end-read
            end-if.
            move     spaces to print-line.
            string   'INVOICE '               delimited by size
                     ct-invoice-no (cust-sub) delimited by size
                     '    DATE '              delimited by size
                     invoice-date             delimited by size
                     '    BILLING PERIOD '    delimited by size
                     period-parm              delimited by size
                into print-line
            end-string.
            write    invoice-record from print-line.
            move     spaces to print-line.
            string   'CUSTOMER '              delimited by size
                     ct-code (cust-sub)       delimited by size
                     '  '                     delimited by size
                     customer-name            delimited by size
                into print-line
            end-string.
            write    invoice-record from print-line.
            move     spaces to print-line.
            write    invoice-record from print-line.
            move     'RUN DATE'  to print-line (1:8).
            move     'JOB'       to print-line (11:3).
            move     'TICKET'    to print-line (21:6).
            move     'QTY'       to print-line (29:3).
            move     'MATL'      to print-line (34:4).
            move     'SH'        to print-line (40:2).
            move     'AREA'      to print-line (56:4).
            move     'RATE'      to print-line (67:4).
            move     'MATERIAL'  to print-line (79:8).
            move     'MACHINE'   to print-line (96:7).
            move     'LINE TOTAL' to print-line (109:10).
            move     'BASIS'     to print-line (121:5).
            write    invoice-record from print-line.
            move     ct-invoice-no (cust-sub) to dl100-ivl-invoice-no.
            move     zero to dl100-ivl-line-no.
            move     'N' to line-scan-switch.
            start    line-file key not less than dl100-ivl-key
                invalid key set line-scan-done to true
            end-start.
            perform  6200-print-one-line until line-scan-done.
            compute  invoice-total =
                     ct-mtl (cust-sub) + ct-mach (cust-sub).
            move     spaces to print-line.
            write    invoice-record from print-line.
            move     ct-mtl (cust-sub) to ed-amount.
            move     spaces to print-line.
            move     'MATERIAL.......: ' to print-line (60:17).
            move     ed-amount to print-line (77:20).
            write    invoice-record from print-line.
            move     ct-mach (cust-sub) to ed-amount.
            move     spaces to print-line.
            move     'MACHINE CHARGE.: ' to print-line (60:17).
            move     ed-amount to print-line (77:20).
            write    invoice-record from print-line.
            move     invoice-total to ed-amount.
            move     spaces to print-line.
            move     'INVOICE TOTAL..: ' to print-line (60:17).
            move     ed-amount to print-line (77:20).
            write    invoice-record from print-line.
            move     spaces to print-line.
            write    invoice-record from print-line.
            write    invoice-record from print-line.
            move     ct-lines (cust-sub) to ed-count.
            move     spaces to print-line.
            move     ct-invoice-no (cust-sub) to print-line (1:6).
            move     ct-code (cust-sub) to print-line (10:6).
            move     customer-name to print-line (20:30).
            move     ed-count to print-line (51:6).
            move     ed-amount to print-line (60:20).
            write    listing-record from print-line.

      * one line of the invoice off the line file - the walk ends
      * at the first line of the next invoice.
       6200-print-one-line.
            read     line-file next record
                at end set line-scan-done to true
            end-read.
            if not line-scan-done
                if dl100-ivl-invoice-no not = ct-invoice-no (cust-sub)
                    set  line-scan-done to true
                else
                    perform 6300-write-line-detail
                end-if
            end-if.

      * one ticket's line on the printed invoice.
       6300-write-line-detail.
            compute  line-total =
                     dl100-ivl-mtl-cost + dl100-ivl-mach-charge.
            move     spaces to print-line.
            move     dl100-ivl-run-date to print-line (1:8).
            move     dl100-ivl-job-id to print-line (11:8).
            move     dl100-ivl-ticket-no to print-line (21:6).
            move     dl100-ivl-quantity to ed-qty.
            move     ed-qty to print-line (29:3).
            move     dl100-ivl-material to print-line (34:4).
            move     dl100-ivl-shape-type to print-line (40:1).
            move     dl100-ivl-area to ed-area.
            move     ed-area to print-line (43:17).
            move     dl100-ivl-rate to ed-rate.
            move     ed-rate to print-line (62:9).
            move     dl100-ivl-mtl-cost to ed-line-amt.
            move     ed-line-amt to print-line (73:14).
            move     dl100-ivl-mach-charge to ed-line-amt.
            move     ed-line-amt to print-line (89:14).
            move     line-total to ed-line-amt.
            move     ed-line-amt to print-line (105:14).
            evaluate dl100-ivl-price-basis
                when 'L'  move 'LIST'      to basis-desc
                when 'C'  move 'CONTRACT'  to basis-desc
                when 'D'  move 'MACH DISC' to basis-desc
                when 'B'  move 'CTR+DISC'  to basis-desc
                when other move spaces     to basis-desc
            end-evaluate.
            move     basis-desc to print-line (121:9).
            write    invoice-record from print-line.

      * close out the register with the run's counts and close
      * everything up.
       9000-terminate.
            move     invoice-count to ed-count.
            move     spaces to print-line.
            write    listing-record from print-line.
            string   'INVOICES RAISED....: ' delimited by size
                     ed-count                delimited by size
                into print-line
            end-string.
            write    listing-record from print-line.
            move     billed-lines to ed-count.
            move     spaces to print-line.
            string   'TICKETS BILLED.....: ' delimited by size
                     ed-count                delimited by size
                into print-line
            end-string.
            write    listing-record from print-line.
            move     grand-total to ed-amount.
            move     spaces to print-line.
            string   'TOTAL INVOICED.....: ' delimited by size
                     ed-amount               delimited by size
                into print-line
            end-string.
            write    listing-record from print-line.
            if warn-count > zero
                move     warn-count to ed-count
                move     spaces to print-line
                string   'RUNS NEEDING FOLLOW-UP: ' delimited by size
                         ed-count                   delimited by size
                    into print-line
                end-string
                write    listing-record from print-line
            end-if.
            if bad-line-count > zero
                move     bad-line-count to ed-count
                move     spaces to print-line
                string   'UNREADABLE ARCHIVE RECORDS SKIPPED: '
                                           delimited by size
                         ed-count          delimited by size
                    into print-line
                end-string
                write    listing-record from print-line
            end-if.
            if period-parm numeric
                if cus-master-open
                    close customer-file
                end-if
                if mtl-master-open
                    close material-file
                end-if
                if rte-history-open
                    close rate-file
                end-if
                close    open-item-file
                close    line-file
                close    register-file
                close    number-file
            end-if.
            close    invoice-file.
            close    listing-file.

      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
