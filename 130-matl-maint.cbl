      * only - anybody at a terminal could do either before, and
      * when a rate turned up wrong there was no way to ask who.
      *
      * Each material now names its preferred DL100SUP supplier
      * and the quantity to reorder, which is what the nightly run
      * raises its draft purchase orders on.  A stock receipt is
      * keyed against the DL100PO purchase order it delivers: the
      * po must be open and for that material, the quantity goes
      * on the po as well as the on-hand, and the po closes when
      * the delivery makes up its quantity - or, on a short
      * delivery, either closes short (the supplier will send no
      * more) or stays part-received for the rest, as the operator
      * says.  A closed po frees the material for the next one.
      * A receipt with no po (a return of stock from the floor)
      * is still booked the old way.
      *
      * The master also carries each material's stock sheet size,
      * the saw kerf it loses per linear unit of cut and the
      * percentage of a sheet the floor normally gets into parts,
      * which is what the nightly run estimates sheets consumed
      * and scrap from.  They are keyed with the stock figures; a
      * zero sheet size means the material is not cut from sheets.
      *
      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
       id division.
         program-id. 130-matl-maint.
                      access mode is random
                      record key is dl100-rte-key
                      file status is rte-file-status.
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
               select optional listing-file
                      assign to "RATECHG"
                      organization is line sequential.
                01  rate-record.
                    copy dl100rte.

             fd  supplier-file.
                01  supplier-record.
                    copy dl100sup.

             fd  po-file.
                01  po-record.
                    copy dl100po.

             fd  listing-file.
                01  listing-record      picture x(132).

             77       ed-old-rate     picture zz,zz9.99.
             77       ed-new-rate     picture zz,zz9.99.
             77       print-line      picture x(132).
             77       work-supplier   picture x(06).
             77       work-reorder-qty picture 9(10)v99.
             77       sup-file-status picture x(02) value '00'.
             77       sup-open-switch picture x(01) value 'N'.
                 88    sup-master-open              value 'Y'.
             77       po-file-status  picture x(02) value '00'.
             77       po-answer       picture x(06).
             77       po-answer-num   redefines po-answer
                                      picture 9(06).
             77       po-switch       picture x(01).
                 88    po-none                      value 'N'.
                 88    po-usable                    value 'Y'.
                 88    po-refused                   value 'R'.
                 88    po-post-failed               value 'F'.
             77       po-outstanding  picture 9(10)v99.
             77       answer-switch   picture x(01).
                 88    answer-yes                   value 'Y'.
             77       ed-po-qty       picture z,zzz,zzz,zz9.99.
             77       dim-answer      picture x(06).
             77       dim-answer-num  redefines dim-answer
                                      picture 9(04)v99.
             77       kerf-answer     picture x(04).
             77       kerf-answer-num redefines kerf-answer
                                      picture 9(01)v999.
             77       yield-answer    picture x(05).
             77       yield-answer-num redefines yield-answer
                                      picture 9(03)v99.
             77       work-sheet-length picture 9(04)v99.
             77       work-sheet-width picture 9(04)v99.
             77       work-kerf       picture 9(01)v999.
             77       work-yield-pct  picture 9(03)v99.
             77       ed-sheet-dim    picture z,zz9.99.
             77       ed-kerf         picture 9.999.
             77       ed-yield        picture zz9.99.

             77       opr-file-status picture x(02) value '00'.
             77       signon-switch   picture x(01) value 'N'.
                close  rate-file
                open   i-o rate-file
            end-if.
            open     i-o po-file.
            if po-file-status not = '00'
                open   output po-file
                close  po-file
                open   i-o po-file
            end-if.
            open     input supplier-file.
            if sup-file-status = '00'
                set  sup-master-open to true
            end-if.
            perform  1500-sign-on.

      * the session belongs to somebody or it does not happen -
                display '*** REORDER POINT NOT NUMERIC - TAKEN AS ZERO'
                move zero to work-reorder
            end-if.
            display  'REORDER QTY (12 DIGITS, 0=TWICE REORDER PT).: '
                     with no advancing.
            accept   qty-answer.
            if qty-answer numeric
                move qty-answer-num to work-reorder-qty
            else
                display '*** REORDER QTY NOT NUMERIC - TAKEN AS ZERO'
                move zero to work-reorder-qty
            end-if.
            perform  2260-accept-supplier.
            perform  2270-accept-sheet-fields.

      * prompt for the preferred supplier - blank for none, which
      * means the nightly run lists the material but raises no po.
      * a code keyed must be on the supplier master when the
      * master is on hand.
       2260-accept-supplier.
            display  'PREFERRED SUPPLIER (BLANK=NONE).............: '
                     with no advancing.
            accept   work-supplier.
            if work-supplier not = spaces and sup-master-open
                move work-supplier to dl100-sup-code
                read supplier-file
                    invalid key
                        display '*** ' work-supplier
                                ' NOT ON SUPPLIER MASTER - NONE TAKEN'
                        move spaces to work-supplier
                end-read
            end-if.

      * prompt for the sheet figures - length and width keyed as
      * six digits with the last two the decimal places, the kerf
      * as four with the last three decimal (0125 is 0.125), the
      * yield as five with the last two decimal (08500 is 85.00
      * percent).
       2270-accept-sheet-fields.
            display  'SHEET LENGTH (6 DIGITS, LAST 2 DEC, 0=NONE).: '
                     with no advancing.
            accept   dim-answer.
            if dim-answer numeric
                move dim-answer-num to work-sheet-length
            else
                display '*** SHEET LENGTH NOT NUMERIC - TAKEN AS ZERO'
                move zero to work-sheet-length
            end-if.
            display  'SHEET WIDTH (6 DIGITS, LAST 2 DECIMAL)......: '
                     with no advancing.
            accept   dim-answer.
            if dim-answer numeric
                move dim-answer-num to work-sheet-width
            else
                display '*** SHEET WIDTH NOT NUMERIC - TAKEN AS ZERO'
                move zero to work-sheet-width
            end-if.
            display  'KERF PER LINEAR UNIT (4 DIGITS, LAST 3 DEC).: '
                     with no advancing.
            accept   kerf-answer.
            if kerf-answer numeric
                move kerf-answer-num to work-kerf
            else
                display '*** KERF NOT NUMERIC - TAKEN AS ZERO'
                move zero to work-kerf
            end-if.
            display  'EXPECTED YIELD PCT (5 DIGITS, LAST 2 DEC)...: '
                     with no advancing.
            accept   yield-answer.
            if yield-answer numeric and yield-answer-num not > 100
                move yield-answer-num to work-yield-pct
            else
                display '*** YIELD NOT A PERCENTAGE - TAKEN AS 100'
                move 100 to work-yield-pct
            end-if.

      * add a material that is not on the master yet.
       3000-add-material.
                move     work-on-hand to dl100-mtl-on-hand
                move     work-reorder to dl100-mtl-reorder-pt
                move     work-mach-rate to dl100-mtl-mach-rate
                move     work-supplier to dl100-mtl-supplier
                move     work-reorder-qty to dl100-mtl-reorder-qty
                move     zero to dl100-mtl-open-po
                move     work-sheet-length to dl100-mtl-sheet-length
                move     work-sheet-width to dl100-mtl-sheet-width
                move     work-kerf to dl100-mtl-kerf
                move     work-yield-pct to dl100-mtl-yield-pct
                write    material-record
                    invalid key
                        display '*** WRITE FAILED - STATUS '
            move     work-on-hand to dl100-mtl-on-hand.
            move     work-reorder to dl100-mtl-reorder-pt.
            move     work-mach-rate to dl100-mtl-mach-rate.
            move     work-supplier to dl100-mtl-supplier.
            move     work-reorder-qty to dl100-mtl-reorder-qty.
            move     work-sheet-length to dl100-mtl-sheet-length.
            move     work-sheet-width to dl100-mtl-sheet-width.
            move     work-kerf to dl100-mtl-kerf.
            move     work-yield-pct to dl100-mtl-yield-pct.
            rewrite  material-record
                invalid key
                    display '*** REWRITE FAILED - STATUS '
                perform  6100-display-material
            end-if.

      * book a stock receipt - the delivered quantity goes onto
      * the on-hand and, when it delivers a purchase order, onto
      * that po as well.  nothing else on the record moves, except
      * the open po number when this receipt closes the po.
       7000-receive-material.
            perform  2100-fetch-material.
            if record-absent
                display '*** ' work-code ' IS NOT ON THE MASTER'
            else
                perform  6100-display-material
                perform  7050-fetch-po
                if not po-refused
                    perform 7060-book-receipt
                end-if
            end-if.

      * the po the delivery came in against - blank for none.  a
      * po keyed must be on file, for this material, and still
      * open, or the receipt is refused before a figure moves.
       7050-fetch-po.
            set      po-none to true.
            display  'PO NUMBER (BLANK=NO PO).....................: '
                     with no advancing.
            accept   po-answer.
            if po-answer not = spaces
                set  po-refused to true
                if po-answer not numeric
                    display '*** PO NUMBER MUST BE SIX DIGITS'
                else
                    move po-answer-num to dl100-po-number
                    read po-file
                        invalid key
                            display '*** PO ' po-answer
                                    ' IS NOT ON FILE'
                        not invalid key
                            perform 7055-check-po
                    end-read
                end-if
            end-if.

      * the po is on file - is it one this delivery can go on.
       7055-check-po.
            evaluate true
                when dl100-po-material not = work-code
                    display '*** PO ' po-answer ' IS FOR MATERIAL '
                            dl100-po-material
                when not dl100-po-open
                    display '*** PO ' po-answer
                            ' IS NO LONGER OPEN'
                when other
                    set  po-usable to true
                    compute po-outstanding = dl100-po-order-qty
                                           - dl100-po-received-qty
                    move dl100-po-order-qty to ed-po-qty
                    display 'PO ' po-answer '  SUPPLIER '
                            dl100-po-supplier '  DUE '
                            dl100-po-due-date '  ORDERED ' ed-po-qty
                    move po-outstanding to ed-po-qty
                    display '      STILL TO COME ' ed-po-qty
            end-evaluate.

      * the quantity delivered, onto the po first and then the
      * on-hand.  a po that cannot be rewritten stays open for the
      * full quantity, so the stock is not booked either - the
      * next receipt against it would count the delivery twice.
       7060-book-receipt.
            display  'RECEIPT QTY (12 DIGITS LAST 2 DECIMAL): '
                     with no advancing.
            accept   qty-answer.
            if qty-answer numeric
                move qty-answer-num to receipt-qty
                if po-usable
                    perform 7100-post-po-receipt
                end-if
            end-if.
            if qty-answer numeric and po-post-failed
                display '*** RECEIPT NOT BOOKED - PO ' po-answer
                        ' COULD NOT BE UPDATED'
            end-if.
            if qty-answer numeric and not po-post-failed
                add  receipt-qty to dl100-mtl-on-hand
                rewrite  material-record
                    invalid key
                        display '*** REWRITE FAILED - STATUS '
                                mtl-file-status
                    not invalid key
                        move dl100-mtl-on-hand to ed-on-hand
                        display work-code ' RECEIVED - ON-HAND NOW '
                                ed-on-hand
                        move    'RECEIPT' to log-action
                        move    work-code to log-key
                        move    spaces to log-detail
                        if po-usable
                            string  'QTY ' delimited by size
                                    qty-answer delimited by size
                                    ' PO ' delimited by size
                                    po-answer delimited by size
                                    ' ' delimited by size
                                    dl100-po-status delimited by size
                               into log-detail
                            end-string
                        else
                            string  'QTY ' delimited by size
                                    qty-answer delimited by size
                               into log-detail
                            end-string
                        end-if
                        perform 8000-write-maint-log
                end-rewrite
            end-if.
            if qty-answer not numeric
                display '*** RECEIPT NOT NUMERIC - NOTHING BOOKED'
            end-if.

      * the receipt onto the po.  a delivery that makes up the
      * order closes it; a short one closes short or stays part-
      * received as the operator says.  closing frees the
      * material's open po number for the next one.
       7100-post-po-receipt.
            add      receipt-qty to dl100-po-received-qty.
            move     today-date to dl100-po-last-receipt.
            if dl100-po-received-qty not < dl100-po-order-qty
                set     dl100-po-closed to true
                display 'PO ' po-answer ' CLOSED - RECEIVED IN FULL'
            else
                compute po-outstanding = dl100-po-order-qty
                                       - dl100-po-received-qty
                move    po-outstanding to ed-po-qty
                display 'SHORT DELIVERY - ' ed-po-qty ' STILL TO COME'
                display 'CLOSE THE PO SHORT? (Y/N)...................: '
                        with no advancing
                accept  answer-switch
                if answer-yes
                    set     dl100-po-closed to true
                    display 'PO ' po-answer ' CLOSED SHORT'
                else
                    set     dl100-po-part-received to true
                    display 'PO ' po-answer ' PART-RECEIVED'
                end-if
            end-if.
            rewrite  po-record
                invalid key
                    display '*** PO REWRITE FAILED - STATUS '
                            po-file-status
                    set     po-post-failed to true
            end-rewrite.
            if dl100-po-closed and not po-post-failed
                    and dl100-mtl-open-po = dl100-po-number
                move zero to dl100-mtl-open-po
            end-if.

      * a rate just landed on the master - put it on the DL100RTE
      * history under its effective date, and on the RATECHG
                     '  MACH/LIN UNIT ' ed-mach-rate.
            display  '      ON-HAND ' ed-on-hand
                     '  REORDER AT ' ed-reorder.
            move     dl100-mtl-reorder-qty to ed-reorder.
            display  '      SUPPLIER ' dl100-mtl-supplier
                     '  REORDER QTY ' ed-reorder
                     '  OPEN PO ' dl100-mtl-open-po.
            move     dl100-mtl-sheet-length to ed-sheet-dim.
            display  '      SHEET ' ed-sheet-dim with no advancing.
            move     dl100-mtl-sheet-width to ed-sheet-dim.
            move     dl100-mtl-kerf to ed-kerf.
            move     dl100-mtl-yield-pct to ed-yield.
            display  ' X ' ed-sheet-dim '  KERF ' ed-kerf
                     '  YIELD PCT ' ed-yield.

      * a machine-rate change is a billing rate change like any
      * other, so it goes on the RATECHG listing and the
            write    maint-log-record from maint-log-line.
            close    maint-log-file.

      * close up the master, the rate history and the po file on
      * the way out.
       9000-terminate.
            close    material-file.
            close    rate-file.
            close    po-file.
            if sup-master-open
                close supplier-file
            end-if.
            display  'DONE.'.

      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
