      * SHAPERPT.  No calendar on hand means the old behavior,
      * UNKN fallback and all.
      *
      * Named customers no longer all pay the list rate: the
      * DL100CTR agreement file says, per customer and material
      * with its own effective and expiry dates, what contract
      * rate replaces the list rate and what percentage comes off
      * the machine charge (a customer's '****' agreement carries
      * a machine discount across all its materials).  Each good
      * ticket is priced at the agreement in force on the run
      * date, and the price basis it went at - list, contract,
      * machine discount, or both - is shown on its SHAPERPT line,
      * carried on its SHAPEXTR detail with the material cost so
      * billing takes the run's own figures (the detail carries
      * the list-rate value too, which is what the ledger takes
      * the stock out at), and shown per
      * material on SHAPECST (MIXED where one material went at
      * more than one basis).  No agreement file on hand means
      * everybody pays list, same as before it existed.
      *
      * Purchasing no longer re-keys the reorder listing: each
      * material that lands on SHAPEORD has a draft purchase order
      * raised for it on DL100PO - numbered off the DL100NXT 'PO  '
      * series, for the material's reorder quantity, on its
      * preferred DL100SUP supplier, due that supplier's lead time
      * after the run date - and the listing line says which PO.
      * A material whose open PO (draft or part-received) is
      * still outstanding gets no second one; the line names the
      * PO still open instead, so the same shortage no longer
      * turns into a fresh order every morning until the stock
      * arrives.  A material with no preferred supplier is listed
      * as before with no PO raised.
      *
      * Stock is no longer drawn down by the net area cut.  The
      * floor cuts from whole sheets and loses the saw's kerf and
      * the offcuts, so the master now carries each material's
      * sheet size, kerf allowance and expected yield, and the run
      * estimates the whole sheets each material consumed - net
      * area plus cut length times kerf, grossed up by the yield,
      * rounded up to whole sheets - and depletes the on-hand by
      * their gross area.  The difference between gross and net
      * is the night's scrap: SHAPECST shows each material's
      * sheets and scrap costed at its list rate with a scrap
      * grand total, and each material's figures are appended to
      * the DL100YLD yield history that 240-yield-report compares
      * across materials and shifts.  A material with no sheet
      * size is drawn down by net area, as before.
      *
      * Tickets no longer stand alone.  The floor stamps the
      * customer order number on each ticket of a job, and the
      * run checks it against the DL100ORD order file (kept
      * through 245-order-maint) - a ticket naming an order that
      * is not on file, or another customer's order, is rejected
      * like an unknown customer.  Every other ordered ticket the
      * run works, good or rejected, is marked on its order - cut
      * with its area, or rejected with its reason code - so
      * 250-order-status can say which orders are complete,
      * partly cut, held up by rejects or late without anybody
      * searching SHAPEAUD, SHAPERCY and DL100QUE by hand.  A
      * rejected ticket that comes back through SHAPEFIX and cuts
      * clean is re-marked cut; a cut ticket is never marked back
      * to rejected.  The order number also rides the ticket onto
      * SHAPERCY, so a corrected reject keeps it.
      *
      * The run now knows which saw does the work.  The floor
      * stamps a machine id on each ticket, and the run checks it
      * against the DL100MCH machine master (kept through
      * 255-mach-maint) - a ticket sent to a machine that is not
      * on file, or to one that cannot cut its shape or its
      * material, is rejected to SHAPERCY for the machine to be
      * corrected.  A blank machine id is still accepted as work
      * nobody has assigned a saw.  The machine id rides the
      * audit line, where 260-mach-util turns the extended
      * perimeters already on it into saw hours used per machine
      * per shift.
      *
      * A rerun date is no longer taken on trust.  When DL100RUNDT
      * is keyed the night must have been let in for that very
      * date - an open DL100CAL run for it on the DL100RCL
      * run-control file, recorded by 290-run-control in STEP005 -
      * or the run refuses before it opens anything, with the
      * reason on the console and return code 12.  A run-control
      * file that cannot be read proves nothing, so it refuses
      * the keyed date the same way.  A rerun
      * date left keyed from some earlier night can therefore
      * never cost that night a second time behind a run-control
      * record dated today.
      *
      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
       id division.
         program-id. 110-calc.
               select extract-file assign to "SHAPEXTR"
                      organization is line sequential
                      file status is xtr-file-status.
               select contract-file assign to "DL100CTR"
                      organization is indexed
                      access mode is dynamic
                      record key is dl100-ctr-key
                      file status is ctr-file-status.
               select optional yield-file assign to "DL100YLD"
                      organization is line sequential.
               select supplier-file assign to "DL100SUP"
                      organization is indexed
                      access mode is random
                      record key is dl100-sup-code
                      file status is sup-file-status.
               select po-file assign to "DL100PO"
                      organization is indexed
                      access mode is random
                      record key is dl100-po-number
                      file status is po-file-status.
               select number-file assign to "DL100NXT"
                      organization is indexed
                      access mode is random
                      record key is dl100-nxt-series
                      file status is nxt-file-status.
               select order-file assign to "DL100ORD"
                      organization is indexed
                      access mode is random
                      record key is dl100-ord-key
                      file status is ord-file-status.
               select machine-file assign to "DL100MCH"
                      organization is indexed
                      access mode is random
                      record key is dl100-mch-id
                      file status is mch-file-status.
               select optional run-control-file
                      assign to "DL100RCL"
                      organization is indexed
                      access mode is random
                      record key is dl100-rcl-key
                      file status is rcl-file-status.

       data division.
          file section.
                            15  ckp-mtl-area picture 9(10)v99.
                            15  ckp-mtl-cost picture 9(11)v99.
                            15  ckp-mtl-mach picture 9(11)v99.
                    05  ckp-basis-table.
                        10  ckp-mtl-basis occurs 20 times
                                         picture x(01).
                    05  ckp-perim-table.
                        10  ckp-mtl-perim occurs 20 times
                                         picture 9(10)v99.

             fd  manifest-file.
                01  manifest-record.
                    05  ctl-run-date     picture 9(08).

             fd  extract-file.
                01  extract-record      picture x(124).

             fd  contract-file.
                01  contract-record.
                    copy dl100ctr.

             fd  yield-file.
                01  yield-record.
                    copy dl100yld.

             fd  supplier-file.
                01  supplier-record.
                    copy dl100sup.

             fd  po-file.
                01  po-record.
                    copy dl100po.

             fd  number-file.
                01  number-record.
                    copy dl100nxt.

             fd  order-file.
                01  order-record.
                    copy dl100ord.

             fd  machine-file.
                01  machine-record.
                    copy dl100mch.

             fd  run-control-file.
                01  run-control-record.
                    copy dl100rcl.

          working-storage section.
             01  audit-fields.
                 88    reason-inner-radius          value 12.
                 88    reason-bad-unit              value 13.
                 88    reason-bad-customer          value 14.
                 88    reason-bad-order             value 15.
                 88    reason-order-customer        value 16.
                 88    reason-bad-machine           value 17.
                 88    reason-machine-cannot        value 18.
                 88    reason-overflow              value 20.
             77       reason-desc     picture x(24).

             77       xtr-suppress-count picture 9(07) value zero.
             77       run-date-stamp  picture 9(08).
             77       rundt-parm      picture x(08).
             77       rcl-file-status picture x(02) value '00'.
             77       rundt-switch    picture x(01) value 'N'.
                 88    run-date-refused             value 'Y'.
             77       ed-rundt        picture 9999/99/99.
             77       record-count    picture 9(05) value zero.
             77       error-count     picture 9(05) value zero.

             77       axr-open-switch picture x(01).
                 88    axr-file-open                value 'Y'.
                 88    axr-file-absent              value 'N'.
             77       ctr-file-status picture x(02) value '00'.
             77       ctr-open-switch picture x(01).
                 88    ctr-file-open                value 'Y'.
                 88    ctr-file-absent              value 'N'.
             77       ctr-scan-switch picture x(01).
                 88    ctr-scan-done                value 'Y'.
             77       ctr-lookup-material picture x(04).
             77       agreement-switch picture x(01).
                 88    agreement-found              value 'Y'.
             77       agreement-rate  picture 9(05)v99.
             77       agreement-disc  picture 9(02)v99.
             77       price-rate      picture 9(05)v99.
             77       mach-disc-pct   picture 9(02)v99.
             77       price-basis     picture x(01).
                 88    basis-list                   value 'L'.
                 88    basis-contract               value 'C'.
                 88    basis-discount               value 'D'.
                 88    basis-both                   value 'B'.
             77       basis-work      picture x(01).
             77       basis-desc      picture x(09).
             77       ticket-cost     picture 9(11)v99.
             77       ticket-list-cost picture 9(11)v99.
             77       cost-grand-total picture 9(12)v99 value zero.
             77       ed-mtl-rate     picture zz,zz9.99.
             77       ed-mtl-cost     picture z,zzz,zzz,zzz,zz9.99.
             77       reorder-count   picture 9(02) value zero.
             77       ed-on-hand      picture -z,zzz,zzz,zz9.99.
             77       ed-reorder-pt   picture z,zzz,zzz,zz9.99.
             77       sup-file-status picture x(02) value '00'.
             77       sup-open-switch picture x(01).
                 88    sup-master-open              value 'Y'.
                 88    sup-master-absent            value 'N'.
             77       po-file-status  picture x(02) value '00'.
             77       po-open-switch  picture x(01).
                 88    po-file-open                 value 'Y'.
                 88    po-file-absent               value 'N'.
             77       nxt-file-status picture x(02) value '00'.
             77       nxt-open-switch picture x(01).
                 88    nxt-file-open                value 'Y'.
                 88    nxt-file-absent              value 'N'.
             77       po-held-switch  picture x(01).
                 88    po-still-open                value 'Y'.
             77       po-order-qty    picture s9(11)v99.
             77       po-lead-days    picture 9(03).
             77       po-raised-count picture 9(03) value zero.
             77       po-note         picture x(36).
             77       ed-po-count     picture zz9.
             77       sheet-area      picture 9(08)v9999.
             77       sheet-yield-pct picture 9(03)v99.
             77       sheet-need      picture 9(11)v9999.
             77       sheet-remainder picture 9(08)v9999.
             77       scrap-grand-total picture 9(12)v99 value zero.
             77       ed-sheets       picture zzzz9.
             77       ord-file-status picture x(02) value '00'.
             77       ord-open-switch picture x(01).
                 88    ord-file-open                value 'Y'.
                 88    ord-file-absent              value 'N'.
             77       ord-found-switch picture x(01).
                 88    ord-found                    value 'Y'.
                 88    ord-not-found                value 'N'.
             77       mch-file-status picture x(02) value '00'.
             77       mch-open-switch picture x(01).
                 88    mch-master-open              value 'Y'.
                 88    mch-master-absent            value 'N'.
             77       mch-sub         picture 9(02).
             77       mch-shape-switch picture x(01).
                 88    mch-shape-ok                 value 'Y'.
                 88    mch-shape-not-ok             value 'N'.
             77       mch-material-switch picture x(01).
                 88    mch-material-ok              value 'Y'.
                 88    mch-material-not-ok          value 'N'.

             01       mtl-usage-table.
                 05   mtl-entry occurs 20 times.
                      10  mtl-tab-cost     picture 9(11)v99.
                      10  mtl-tab-mach-rate picture 9(05)v99.
                      10  mtl-tab-mach     picture 9(11)v99.
                      10  mtl-tab-basis    picture x(01).
                      10  mtl-tab-perim    picture 9(10)v99.
                      10  mtl-tab-kerf-area picture 9(10)v99.
                      10  mtl-tab-sheets   picture 9(05).
                      10  mtl-tab-gross    picture 9(10)v99.
                      10  mtl-tab-scrap    picture 9(10)v99.
                      10  mtl-tab-scrap-cost picture 9(11)v99.
                      10  mtl-tab-sheet-switch picture x(01).

             77       triangle-total  picture 9(10)v99 value zero.
             77       rectangle-total picture 9(10)v99 value zero.
       procedure division.

       0000-main-logic.
            perform 0500-set-run-date.
            if not run-date-refused
                perform 1000-initialize
                perform 2000-process-one-record until end-of-file
                perform 9000-terminate
            end-if.
            goback.

      * the date the run carries, and - for a keyed rerun date -
      * proof on the run-control file that this night was let in
      * for that date.
       0500-set-run-date.
            accept   run-date-stamp from date yyyymmdd.
      *     DL100RUNDT is the rerun-as-of override: eight keyed
      *     digits make the run carry that date - the extract and
            accept   rundt-parm from environment "DL100RUNDT".
            if rundt-parm numeric
                move rundt-parm to run-date-stamp
                perform 0510-check-run-control
            end-if.

      * the run-control file must hold an open DL100CAL run for
      * the keyed date.  a file that will not open cannot vouch
      * for the date, so the date is refused all the same.
       0510-check-run-control.
            open     input run-control-file.
            if rcl-file-status not = '00'
                set  run-date-refused to true
                display 'DL100RUNDT REFUSED - DL100RCL WILL NOT OPEN,'
                        ' STATUS ' rcl-file-status
            else
                move 'DL100CAL' to dl100-rcl-job
                move run-date-stamp to dl100-rcl-bus-date
                read run-control-file
                    invalid key set run-date-refused to true
                    not invalid key
                        if not dl100-rcl-started
                            set run-date-refused to true
                        end-if
                end-read
                close run-control-file
            end-if.
            if run-date-refused
                move run-date-stamp to ed-rundt
                display 'DL100RUNDT ' ed-rundt ' REFUSED - NO OPEN '
                        'DL100CAL RUN FOR THAT DATE ON DL100RCL'
                display 'SET THE SAME DATE IN STEP005 OR CLEAR '
                        'DL100RUNDT'
                move 12 to return-code
            end-if.

      * read any checkpoint left behind by a prior run of this same
      * job, open the files accordingly - fresh if this is a clean
      * start, extending the existing report/error/audit datasets
      * if we are restarting - then skip past the tickets that
      * checkpoint already accounted for.
      * the master is opened i-o, not input - the end of run draws
      * the on-hand stock down by what the batch consumed, right
      * on the master record.
       1000-initialize.
            open     i-o material-file.
            if mtl-file-status = '00'
                set  mtl-master-open to true
      *         office loads one - the unpriced-material story.
                set  cus-master-absent to true
            end-if.
            open     input contract-file.
            if ctr-file-status = '00'
                set  ctr-file-open to true
            else
      *         no agreement file on hand just means nobody has a
      *         contract - every ticket goes at the list rate.
                set  ctr-file-absent to true
            end-if.
      *     the order file is opened i-o so each ordered ticket
      *     can be marked as it is worked.  it is created by
      *     245-order-maint, not here - with none on hand any
      *     ticket naming an order is rejected, the same as an
      *     unknown customer with no customer master.
            open     i-o order-file.
            if ord-file-status = '00'
                set  ord-file-open to true
            else
                set  ord-file-absent to true
            end-if.
      *     no machine master just means no saw can be named yet -
      *     a ticket with a machine id on it is rejected, one
      *     without goes through as before.
            open     input machine-file.
            if mch-file-status = '00'
                set  mch-master-open to true
            else
                set  mch-master-absent to true
            end-if.
            perform  1100-read-checkpoint.
            if skip-count > zero
                open extend report-file
            move     ckp-mtl-area (mtl-sub) to mtl-tab-area (mtl-sub).
            move     ckp-mtl-cost (mtl-sub) to mtl-tab-cost (mtl-sub).
            move     ckp-mtl-mach (mtl-sub) to mtl-tab-mach (mtl-sub).
            move     ckp-mtl-basis (mtl-sub) to mtl-tab-basis (mtl-sub).
            move     ckp-mtl-perim (mtl-sub) to mtl-tab-perim (mtl-sub).
            move     'NOT ON MASTER'        to mtl-tab-desc (mtl-sub).
            move     zero                   to mtl-tab-rate (mtl-sub).
            move     zero to mtl-tab-mach-rate (mtl-sub).
            if ticket-valid
                perform  3700-lookup-customer
            end-if.
            if ticket-valid
                perform  3750-lookup-order
            end-if.
            if ticket-valid
                perform  3770-lookup-machine
            end-if.
            if ticket-valid
                perform  3800-find-contract
            end-if.
            if ticket-valid
                perform  3600-standardize-dims
                call     '115-area-calc' using dl100-shape-type
                perform  8000-write-audit-record
                add      1 to error-count
            end-if.
            if dl100-order-no not = spaces
                perform  8900-mark-order-ticket
            end-if.
            perform  7500-checkpoint-if-due.
            perform  2100-read-next-record.

                         move 20 to shape-return-code
            end-compute.

      * price the ticket's extended area at the rate the 3800
      * contract lookup left behind - the customer's contract rate
      * when an agreement in force carries one, otherwise the list
      * rate 3500 found (the rate in force on the run date per the
      * DL100RTE history, or the master rate when there is no
      * history) - and take any contract discount off the machine
      * charge.  the same area is valued at the list rate alone
      * as well: a contract sets what the customer pays, not what
      * the stock the ticket used up is worth, and it is the list
      * value the ledger relieves inventory by.  a cost too large
      * for the field is rejected the same way an oversized area
      * is.
       2260-price-ticket.
            compute  ticket-cost rounded =
                     extended-area * price-rate
                     on size error
                         move 20 to shape-return-code
            end-compute.
            compute  ticket-list-cost rounded =
                     extended-area * effective-rate
                     on size error
                         move 20 to shape-return-code
            end-compute.
            compute  machine-charge rounded =
                     extended-perimeter * machine-rate
                     * (100 - mach-disc-pct) / 100
                     on size error
                         move 20 to shape-return-code
            end-compute.
                    move zero to mtl-tab-area (mtl-slot)
                    move zero to mtl-tab-cost (mtl-slot)
                    move zero to mtl-tab-mach (mtl-slot)
                    move zero to mtl-tab-perim (mtl-slot)
                    move price-basis to mtl-tab-basis (mtl-slot)
                else
                    move 20 to mtl-slot
                    move '****' to mtl-tab-code (mtl-slot)
                    move 'OTHER MATERIALS' to mtl-tab-desc (mtl-slot)
                    move zero to mtl-tab-rate (mtl-slot)
                    move zero to mtl-tab-mach-rate (mtl-slot)
                    move 'M' to mtl-tab-basis (mtl-slot)
                end-if
            end-if.
      *     a material whose tickets went at more than one basis
      *     tonight shows as mixed on the costing report.
            if mtl-tab-basis (mtl-slot) not = price-basis
                move 'M' to mtl-tab-basis (mtl-slot)
            end-if.
            add      extended-area to mtl-tab-area (mtl-slot).
            add      extended-perimeter to mtl-tab-perim (mtl-slot).
            add      ticket-cost to mtl-tab-cost (mtl-slot).
            add      ticket-cost to cost-grand-total.
            add      machine-charge to mtl-tab-mach (mtl-slot).
                set  reason-bad-customer to true
            end-if.

      * a ticket stamped with an order number must name an order
      * on file, and the order must be this ticket's customer's -
      * a mis-keyed order number would otherwise count one
      * customer's cut toward another's order.  a blank order
      * number is work that belongs to no order.
       3750-lookup-order.
            if dl100-order-no not = spaces
                perform 8910-fetch-order-header
                if ord-not-found
                    set  ticket-invalid to true
                    set  reason-bad-order to true
                else
                    if dl100-orh-customer not = dl100-customer
                        set  ticket-invalid to true
                        set  reason-order-customer to true
                    end-if
                end-if
            end-if.

      * a ticket sent to a saw must name a machine on the master
      * that can cut its shape and its material - an empty
      * material list on the master means the saw takes any
      * material.  a blank machine id is work not yet assigned.
       3770-lookup-machine.
            if dl100-machine not = spaces
                set      mch-shape-not-ok to true
                set      mch-material-not-ok to true
                if mch-master-open
                    move dl100-machine to dl100-mch-id
                    read machine-file
                        invalid key
                            set  ticket-invalid to true
                            set  reason-bad-machine to true
                        not invalid key
                            perform 3780-check-machine
                    end-read
                else
                    set  ticket-invalid to true
                    set  reason-bad-machine to true
                end-if
            end-if.

      * the machine is on file - can it cut this ticket?
       3780-check-machine.
            perform  3785-match-shape
                     varying mch-sub from 1 by 1
                     until mch-sub > 5 or mch-shape-ok.
            if dl100-mch-material-list = spaces
                set  mch-material-ok to true
            else
                perform 3790-match-material
                        varying mch-sub from 1 by 1
                        until mch-sub > 8 or mch-material-ok
            end-if.
            if mch-shape-not-ok or mch-material-not-ok
                set  ticket-invalid to true
                set  reason-machine-cannot to true
            end-if.

      * one step of the shape hunt.
       3785-match-shape.
            if dl100-mch-shape (mch-sub) = dl100-shape-type
                set  mch-shape-ok to true
            end-if.

      * one step of the material hunt.
       3790-match-material.
            if dl100-mch-material (mch-sub) = dl100-material
                set  mch-material-ok to true
            end-if.

      * look for a price agreement in force on the run date for
      * this ticket's customer - first on the ticket's own
      * material, then the customer's all-materials ('****')
      * agreement for a machine discount the material's own
      * agreement does not give.  the list rate 3500 left behind
      * stands unless an agreement replaces it; the basis says
      * which way the ticket went.
       3800-find-contract.
            move     effective-rate to price-rate.
            move     zero to mach-disc-pct.
            set      basis-list to true.
            if ctr-file-open
                move dl100-material to ctr-lookup-material
                perform 3810-find-agreement
                if agreement-found
                    if agreement-rate > zero
                        move agreement-rate to price-rate
                        set  basis-contract to true
                    end-if
                    move agreement-disc to mach-disc-pct
                end-if
                if mach-disc-pct = zero
                    move '****' to ctr-lookup-material
                    perform 3810-find-agreement
                    if agreement-found
                        move agreement-disc to mach-disc-pct
                    end-if
                end-if
                if mach-disc-pct > zero
                    if basis-contract
                        set  basis-both to true
                    else
                        set  basis-discount to true
                    end-if
                end-if
            end-if.

      * walk one customer/material's agreements forward from the
      * first, keeping the last one in force on the run date - the
      * walk stops at the first agreement not yet effective.
       3810-find-agreement.
            move     'N' to agreement-switch.
            move     'N' to ctr-scan-switch.
            move     dl100-customer to dl100-ctr-customer.
            move     ctr-lookup-material to dl100-ctr-material.
            move     zero to dl100-ctr-eff-date.
            start    contract-file key not less than dl100-ctr-key
                invalid key set ctr-scan-done to true
            end-start.
            perform  3820-scan-one-agreement until ctr-scan-done.

      * one agreement of the walk - an expiry of zero never runs
      * out.
       3820-scan-one-agreement.
            read     contract-file next record
                at end set ctr-scan-done to true
            end-read.
            if not ctr-scan-done
                if dl100-ctr-customer not = dl100-customer
                        or dl100-ctr-material not = ctr-lookup-material
                        or dl100-ctr-eff-date > run-date-stamp
                    set  ctr-scan-done to true
                else
                    if dl100-ctr-exp-date = zero
                            or dl100-ctr-exp-date not < run-date-stamp
                        set  agreement-found to true
                        move dl100-ctr-rate to agreement-rate
                        move dl100-ctr-mach-disc to agreement-disc
                    end-if
                end-if
            end-if.

      * turn a price basis code into report-friendly text.
       3900-set-basis-description.
            evaluate basis-work
                when 'L'  move 'LIST'      to basis-desc
                when 'C'  move 'CONTRACT'  to basis-desc
                when 'D'  move 'MACH DISC' to basis-desc
                when 'B'  move 'CTR+DISC'  to basis-desc
                when 'M'  move 'MIXED'     to basis-desc
                when other move spaces     to basis-desc
            end-evaluate.

      * turn the reason code into report-friendly text for the
      * error listing.
       3100-set-reason-description.
                    move 'MATERIAL NOT ON MASTER' to reason-desc
                when reason-bad-customer
                    move 'CUSTOMER NOT ON MASTER' to reason-desc
                when reason-bad-order
                    move 'ORDER NOT ON FILE'     to reason-desc
                when reason-order-customer
                    move 'ORDER FOR OTHER CUSTOMER' to reason-desc
                when reason-bad-machine
                    move 'MACHINE NOT ON MASTER' to reason-desc
                when reason-machine-cannot
                    move 'MACHINE CANNOT CUT THIS' to reason-desc
                when reason-overflow
                    move 'CALCULATION OVERFLOW'  to reason-desc
                when other
            move     ed-area     to print-line (60:17).
            move     ed-perim    to print-line (79:13).
            move     ed-mach-chg to print-line (94:16).
            move     price-basis to basis-work.
            perform  3900-set-basis-description.
            move     basis-desc  to print-line (112:9).
            write    report-record from print-line.
            add      1 to line-count.

            move     'AREA'      to print-line (73:4).
            move     'PERIM'     to print-line (87:5).
            move     'MACH CHG'  to print-line (103:8).
            move     'BASIS'     to print-line (112:5).
            write    report-record from print-line.
            move     zero to line-count.

            move     dl100-customer to dl100-exd-customer.
            move     extended-perimeter to dl100-exd-perimeter.
            move     machine-charge to dl100-exd-mach-charge.
            move     ticket-cost to dl100-exd-mtl-cost.
            move     price-basis to dl100-exd-price-basis.
            move     ticket-list-cost to dl100-exd-list-cost.
            write    extract-record from dl100-ext-detail.
            add      1 to extract-count.
            add      extended-area to extract-hash.
            move     dl100-dim-2      to rcy-dim-2.
            move     dl100-dim-3      to rcy-dim-3.
            move     dl100-customer   to rcy-customer.
            move     dl100-order-no   to rcy-order-no.
            move     dl100-machine    to rcy-machine.
            move     reason-code      to rcy-reason-code.
            write    recycle-record.

            move     mtl-tab-area (mtl-sub) to ckp-mtl-area (mtl-sub).
            move     mtl-tab-cost (mtl-sub) to ckp-mtl-cost (mtl-sub).
            move     mtl-tab-mach (mtl-sub) to ckp-mtl-mach (mtl-sub).
            move     mtl-tab-basis (mtl-sub) to ckp-mtl-basis (mtl-sub).
            move     mtl-tab-perim (mtl-sub) to ckp-mtl-perim (mtl-sub).

      * write one audit record for the ticket just worked - who ran
      * it, when, and the dimensions, area and reason code involved.
            move     reason-code      to dl100-aud-reason-code.
            move     extended-perimeter to dl100-aud-perimeter.
            move     machine-charge   to dl100-aud-mach-charge.
            move     dl100-machine    to dl100-aud-machine.
            move     spaces to audit-line.
            move     dl100-aud-date       to dl100-adl-date.
            move     dl100-aud-time       to dl100-adl-time.
            move     dl100-aud-reason-code to dl100-adl-reason-code.
            move     dl100-aud-perimeter  to dl100-adl-perimeter.
            move     dl100-aud-mach-charge to dl100-adl-mach-charge.
            move     dl100-aud-machine    to dl100-adl-machine.
            write    audit-record from audit-line.
            if reason-code = zero
                perform 8100-write-xref-record

      * write the priced material usage report - one line per
      * material the batch actually consumed, with the area used,
      * the list rate, the extended cost (at contract where a
      * customer's agreement was in force) and the price basis,
      * closed out by the shift's costed grand total.  built
      * entirely from the usage table at end of run, so a restart
      * never tears it.  each material's sheets and scrap are
      * estimated first, so its line can carry the scrap cost and
      * the stock drawdown after it can take the gross figure.
       8500-write-costing-report.
            if mtl-entry-count > zero
                perform 8520-estimate-sheets
                        varying mtl-sub from 1 by 1
                        until mtl-sub > mtl-entry-count
            end-if.
            open     output costing-file.
            move     spaces to print-line.
            string   'MATERIAL USAGE AND COST - SHIFT '
            move     'MATL'        to print-line (1:4).
            move     'DESCRIPTION' to print-line (7:11).
            move     'AREA USED'   to print-line (36:9).
            move     'LIST RATE'   to print-line (47:9).
            move     'EXTENDED COST' to print-line (64:13).
            move     'MACHINE CHARGE' to print-line (83:14).
            move     'BASIS'       to print-line (99:5).
            move     'SHEETS'      to print-line (109:6).
            move     'SCRAP COST'  to print-line (122:10).
            write    costing-record from print-line.
            if mtl-entry-count > zero
                perform 8510-write-costing-line
                into print-line
            end-string.
            write    costing-record from print-line.
            move     scrap-grand-total to ed-mtl-cost.
            move     spaces to print-line.
            string   'SCRAP GRAND TOTAL:   ' delimited by size
                     ed-mtl-cost             delimited by size
                into print-line
            end-string.
            write    costing-record from print-line.
            close    costing-file.
            perform  8550-write-yield-history.

      * one material's line on the costing report - the machine
      * charge rides in its own column, never folded into the
            move     ed-mtl-cost    to print-line (57:20).
            move     mtl-tab-mach (mtl-sub) to ed-mach-chg.
            move     ed-mach-chg    to print-line (81:16).
            move     mtl-tab-basis (mtl-sub) to basis-work.
            perform  3900-set-basis-description.
            move     basis-desc     to print-line (99:9).
            if mtl-tab-sheet-switch (mtl-sub) = 'Y'
                move mtl-tab-sheets (mtl-sub) to ed-sheets
                move ed-sheets to print-line (110:5)
            end-if.
            move     mtl-tab-scrap-cost (mtl-sub) to ed-mach-chg.
            move     ed-mach-chg    to print-line (116:16).
            write    costing-record from print-line.

      * estimate one material's sheets - net area plus the kerf
      * its cut length loses, grossed up by the expected yield
      * and rounded up to whole sheets.  gross less net is the
      * scrap, costed at the material's list rate.  a material
      * with no sheet size on the master (or no master record -
      * the overflow entry) is carried at net with no scrap.
       8520-estimate-sheets.
            move     'N' to mtl-tab-sheet-switch (mtl-sub).
            move     zero to mtl-tab-kerf-area (mtl-sub)
                             mtl-tab-sheets (mtl-sub)
                             mtl-tab-scrap (mtl-sub)
                             mtl-tab-scrap-cost (mtl-sub).
            move     mtl-tab-area (mtl-sub) to mtl-tab-gross (mtl-sub).
            if mtl-master-open
                move mtl-tab-code (mtl-sub) to dl100-mtl-code
                read material-file
                    invalid key continue
                    not invalid key
                        if dl100-mtl-sheet-length > zero
                                and dl100-mtl-sheet-width > zero
                            perform 8530-count-sheets
                        end-if
                end-read
            end-if.
            add      mtl-tab-scrap-cost (mtl-sub) to scrap-grand-total.

      * the sheet arithmetic for a material cut from sheets.
       8530-count-sheets.
            move     'Y' to mtl-tab-sheet-switch (mtl-sub).
            compute  sheet-area = dl100-mtl-sheet-length
                                * dl100-mtl-sheet-width.
            move     dl100-mtl-yield-pct to sheet-yield-pct.
            if sheet-yield-pct = zero or sheet-yield-pct > 100
                move 100 to sheet-yield-pct
            end-if.
            compute  mtl-tab-kerf-area (mtl-sub) rounded =
                     mtl-tab-perim (mtl-sub) * dl100-mtl-kerf.
            compute  sheet-need rounded =
                     (mtl-tab-area (mtl-sub)
                      + mtl-tab-kerf-area (mtl-sub))
                     * 100 / sheet-yield-pct.
            divide   sheet-need by sheet-area
                     giving mtl-tab-sheets (mtl-sub)
                     remainder sheet-remainder
                on size error
                    move 99999 to mtl-tab-sheets (mtl-sub)
                    move zero to sheet-remainder
            end-divide.
            if sheet-remainder > zero
                add  1 to mtl-tab-sheets (mtl-sub)
            end-if.
            compute  mtl-tab-gross (mtl-sub) rounded =
                     mtl-tab-sheets (mtl-sub) * sheet-area
                on size error
                    move mtl-tab-area (mtl-sub)
                         to mtl-tab-gross (mtl-sub)
            end-compute.
            if mtl-tab-gross (mtl-sub) > mtl-tab-area (mtl-sub)
                compute mtl-tab-scrap (mtl-sub) =
                        mtl-tab-gross (mtl-sub) - mtl-tab-area (mtl-sub)
            end-if.
            compute  mtl-tab-scrap-cost (mtl-sub) rounded =
                     mtl-tab-scrap (mtl-sub) * mtl-tab-rate (mtl-sub)
                on size error
                    move zero to mtl-tab-scrap-cost (mtl-sub)
            end-compute.

      * one record per material onto the DL100YLD yield history -
      * appended per run and opened and closed right here, the
      * way the variance history is, so a crash later in
      * termination cannot tear it.
       8550-write-yield-history.
            if mtl-entry-count > zero
                open    extend yield-file
                perform 8560-write-yield-record
                        varying mtl-sub from 1 by 1
                        until mtl-sub > mtl-entry-count
                close   yield-file
            end-if.

      * one material's night onto the yield history.
       8560-write-yield-record.
            move     run-date-stamp to dl100-yld-run-date.
            move     run-shift-id to dl100-yld-shift.
            move     run-job-id to dl100-yld-job-id.
            move     mtl-tab-code (mtl-sub) to dl100-yld-material.
            move     mtl-tab-area (mtl-sub) to dl100-yld-net-area.
            move     mtl-tab-kerf-area (mtl-sub)
                     to dl100-yld-kerf-area.
            move     mtl-tab-sheets (mtl-sub) to dl100-yld-sheets.
            move     mtl-tab-gross (mtl-sub) to dl100-yld-gross-area.
            move     mtl-tab-scrap (mtl-sub) to dl100-yld-scrap-area.
            move     mtl-tab-scrap-cost (mtl-sub)
                     to dl100-yld-scrap-cost.
            move     mtl-tab-sheet-switch (mtl-sub)
                     to dl100-yld-sheet-switch.
            write    yield-record.

      * draw the on-hand stock down on the master by the gross
      * area of the sheets each material's tickets consumed - the
      * very figures SHAPECST shows, net area for a material not
      * cut from sheets - and cut the SHAPEORD reorder
      * listing for anything now at or below its reorder point.
      * done once, whole, at the clean end of the run, AFTER the
      * checkpoint has been cleared - a crash before the clear
            end-string.
            write    reorder-record from print-line.
            move     zero to reorder-count.
            perform  8705-open-purchasing-files.
            if mtl-master-open and mtl-entry-count > zero
                perform 8710-deplete-one-material
                        varying mtl-sub from 1 by 1
                         to print-line
                write    reorder-record from print-line
            end-if.
            move     po-raised-count to ed-po-count.
            move     spaces to print-line.
            string   'DRAFT PURCHASE ORDERS RAISED: ' delimited by size
                     ed-po-count                     delimited by size
                into print-line
            end-string.
            write    reorder-record from print-line.
            close    reorder-file.
            if sup-master-open
                close supplier-file
            end-if.
            if po-file-open
                close po-file
            end-if.
            if nxt-file-open
                close number-file
            end-if.

      * the purchasing files, opened only here at the end of the
      * run where the drawdown needs them.  the po file and the
      * number control are created empty the first time, the same
      * open-output-then-reopen move the cross-reference makes; no
      * supplier master on hand just means every po is due on the
      * run date, since nobody has told us a lead time.
       8705-open-purchasing-files.
            open     input supplier-file.
            if sup-file-status = '00'
                set  sup-master-open to true
            else
                set  sup-master-absent to true
            end-if.
            open     i-o po-file.
            if po-file-status not = '00'
                open   output po-file
                close  po-file
                open   i-o po-file
            end-if.
            if po-file-status = '00'
                set  po-file-open to true
            else
                set  po-file-absent to true
            end-if.
            open     i-o number-file.
            if nxt-file-status not = '00'
                open   output number-file
                close  number-file
                open   i-o number-file
            end-if.
            if nxt-file-status = '00'
                set  nxt-file-open to true
            else
                set  nxt-file-absent to true
            end-if.

      * one material's drawdown - read its master record, take the
      * batch's gross area out of the on-hand, list it if the
      * stock left is at or below the reorder point (raising its
      * po, which lands the po number on the record), then
      * rewrite.
       8710-deplete-one-material.
            move     mtl-tab-code (mtl-sub) to dl100-mtl-code.
            read     material-file
                    write    reorder-record from print-line
                    end-write
                not invalid key
                    subtract mtl-tab-gross (mtl-sub)
                             from dl100-mtl-on-hand
                    if dl100-mtl-on-hand not >
                            dl100-mtl-reorder-pt
                        perform 8720-write-reorder-line
                    end-if
                    rewrite  material-record
            end-read.

      * one material at or below its reorder point - purchasing's
      * line on the listing, with what became of its po.
       8720-write-reorder-line.
            add      1 to reorder-count.
            perform  8730-raise-purchase-order.
            move     dl100-mtl-on-hand to ed-on-hand.
            move     dl100-mtl-reorder-pt to ed-reorder-pt.
            move     spaces to print-line.
                     ed-on-hand     delimited by size
                     '  REORDER AT ' delimited by size
                     ed-reorder-pt  delimited by size
                     '  '           delimited by size
                     po-note        delimited by size
                into print-line
            end-string.
            write    reorder-record from print-line.

      * raise a draft po for a material at its reorder point -
      * unless its last po is still open, it names no supplier,
      * or there is nothing to order.  the order quantity is the
      * material's reorder quantity, or when that is zero enough
      * to bring the stock back to twice its reorder point.
       8730-raise-purchase-order.
            move     spaces to po-note.
            move     'N' to po-held-switch.
            if dl100-mtl-open-po not = zero and po-file-open
                move dl100-mtl-open-po to dl100-po-number
                read po-file
                    invalid key continue
                    not invalid key
                        if dl100-po-open
                            set  po-still-open to true
                        end-if
                end-read
            end-if.
            if dl100-mtl-reorder-qty > zero
                move dl100-mtl-reorder-qty to po-order-qty
            else
                compute po-order-qty = dl100-mtl-reorder-pt * 2
                                     - dl100-mtl-on-hand
            end-if.
            evaluate true
                when po-still-open
                    string 'PO '             delimited by size
                           dl100-mtl-open-po delimited by size
                           ' STILL OPEN'     delimited by size
                        into po-note
                    end-string
                when dl100-mtl-supplier = spaces
                    move 'NO SUPPLIER - NO PO RAISED' to po-note
                when not po-file-open or not nxt-file-open
                    move 'NO PO FILE - NO PO RAISED' to po-note
                when po-order-qty not > zero
                    move 'NO REORDER QTY - NO PO RAISED' to po-note
                when other
                    perform 8740-write-purchase-order
            end-evaluate.

      * number the po, date it, and put it on file as a draft -
      * the material's open po number then points at it.
       8740-write-purchase-order.
            move     zero to po-lead-days.
            if sup-master-open
                move dl100-mtl-supplier to dl100-sup-code
                read supplier-file
                    invalid key continue
                    not invalid key
                        move dl100-sup-lead-days to po-lead-days
                end-read
            end-if.
            move     'PO  ' to dl100-nxt-series.
            read     number-file
                invalid key
                    move  1 to dl100-nxt-last-no
                    write number-record
                not invalid key
                    add   1 to dl100-nxt-last-no
                    rewrite number-record
            end-read.
            move     run-date-stamp (1:4) to cal-yyyy.
            move     run-date-stamp (5:2) to cal-mm.
            move     run-date-stamp (7:2) to cal-dd.
            perform  8750-add-one-day po-lead-days times.
            move     spaces to po-record.
            move     dl100-nxt-last-no to dl100-po-number.
            move     dl100-mtl-supplier to dl100-po-supplier.
            move     dl100-mtl-code to dl100-po-material.
            move     run-date-stamp to dl100-po-raised-date.
            compute  dl100-po-due-date =
                     cal-yyyy * 10000 + cal-mm * 100 + cal-dd.
            move     po-order-qty to dl100-po-order-qty.
            move     zero to dl100-po-received-qty
                             dl100-po-last-receipt.
            set      dl100-po-draft to true.
            move     run-job-id to dl100-po-raised-by.
            write    po-record
                invalid key
                    move 'PO WRITE FAILED - NO PO RAISED' to po-note
                not invalid key
                    add  1 to po-raised-count
                    move dl100-po-number to dl100-mtl-open-po
                    string 'PO '              delimited by size
                           dl100-po-number    delimited by size
                           ' RAISED DUE '     delimited by size
                           dl100-po-due-date  delimited by size
                        into po-note
                    end-string
            end-write.

      * one day forward on the calendar - the end of the month
      * rolls into the next, february taking its leap day, the
      * same plain fourth-year rule 1430 steps back by.
       8750-add-one-day.
            if cal-mm = 2
                divide cal-yyyy by 4
                       giving leap-quotient
                       remainder leap-remainder
            end-if.
            if cal-mm = 2 and leap-remainder = zero
                if cal-dd < 29
                    add  1 to cal-dd
                else
                    move 1 to cal-dd
                    move 3 to cal-mm
                end-if
            else
                if cal-dd < month-len (cal-mm)
                    add  1 to cal-dd
                else
                    move 1 to cal-dd
                    if cal-mm < 12
                        add  1 to cal-mm
                    else
                        move 1 to cal-mm
                        add  1 to cal-yyyy
                    end-if
                end-if
            end-if.

      * check the grand total just run against the cutting floor's
      * manifest control figure, if one was supplied, and flag it
      * on the report when the variance is outside tolerance.  a
                write    report-record from print-line
            end-if.

      * mark the ticket just worked on its order - cut, or
      * rejected with its reason.  a ticket whose order is not on
      * file, or is another customer's, is left unmarked (it was
      * rejected for exactly that).  the mark is keyed on the
      * order and ticket number, so a restart reworking a ticket
      * just marks it again; a ticket already marked cut stays
      * cut even if a later copy of it is rejected.
       8900-mark-order-ticket.
            perform  8910-fetch-order-header.
            if ord-found and dl100-orh-customer = dl100-customer
                move dl100-order-no to dl100-ord-order-no
                move dl100-ticket-no to dl100-ord-ticket-no
                read order-file
                    invalid key
                        perform 8920-set-ticket-mark
                        write   order-record
                            invalid key continue
                        end-write
                    not invalid key
                        if not dl100-ort-cut
                            perform 8920-set-ticket-mark
                            rewrite order-record
                                invalid key continue
                            end-rewrite
                        end-if
                end-read
            end-if.

      * read the header of the order the ticket names.
       8910-fetch-order-header.
            set      ord-not-found to true.
            if ord-file-open
                move dl100-order-no to dl100-ord-order-no
                move spaces to dl100-ord-ticket-no
                read order-file
                    invalid key continue
                    not invalid key set ord-found to true
                end-read
            end-if.

      * the ticket's mark as this pass leaves it.
       8920-set-ticket-mark.
            move     dl100-order-no to dl100-ord-order-no.
            move     dl100-ticket-no to dl100-ord-ticket-no.
            move     spaces to dl100-ord-ticket.
            if reason-code = zero
                set  dl100-ort-cut to true
                move extended-area to dl100-ort-area
            else
                set  dl100-ort-rejected to true
                move zero to dl100-ort-area
            end-if.
            move     run-date-stamp to dl100-ort-run-date.
            move     run-job-id to dl100-ort-job-id.
            move     reason-code to dl100-ort-reason-code.

      * close the ticket file and finish the report off with the
      * shift's per-shape subtotals, the grand total area, and a
      * one line summary of how many tickets were processed, then
            if axr-file-open
                close xref-file
            end-if.
            if ctr-file-open
                close contract-file
            end-if.
            if ord-file-open
                close order-file
            end-if.
            if mch-master-open
                close machine-file
            end-if.

      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
