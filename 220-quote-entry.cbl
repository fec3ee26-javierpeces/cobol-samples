      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
      *
      * Customer quotation entry and conversion to cut tickets.
      *
      * Sales gets asked what forty of these would cost in BR01,
      * and used to run each shape one at a time through
      * 120-calc-online and add the answers up on paper.  This
      * program takes the whole job at once: a quote for a
      * customer on the DL100CUS master, one line per shape -
      * shape, unit, dimensions, material and quantity - each
      * edited the way 110-calc edits a ticket, handed to
      * 115-area-calc for its area and cut length, extended by
      * its quantity and priced at TODAY's rates: the DL100RTE
      * rate in force (master rate when the material has no
      * history) and the material's machine rate, with the
      * customer's DL100CTR contract applied when one is in
      * force today, exactly as the nightly run would price it.
      * The quote is saved on DL100QUO under the next number in
      * the DL100NXT 'QUO ' series with an expiry date (thirty
      * days out unless the operator keys one).
      *
      * When the customer accepts, the operator converts the quote
      * here: every line goes onto the DL100QUE holding queue as a
      * cut ticket in dl100rec format - the same queue
      * 120-calc-online books onto and DL100CAL's pre-edit step
      * reads - so the work rides the next nightly run without
      * being keyed again.  Each converted line gets a ticket
      * number of 'Q' plus five digits off the DL100NXT 'QTK '
      * series, so a quote's tickets can never collide with the
      * floor's own stamped numbers, and the number is written
      * back on the quote line so the quote and the tickets can
      * be tied together afterwards.  A quote already converted,
      * or past its expiry date, is refused - an expired quote is
      * re-quoted at today's prices.  The quote is the estimate;
      * the tickets are priced for billing by the run that cuts
      * them, same as any other ticket.  When the accepted job has
      * been taken as a customer order (245-order-maint), the
      * operator keys its order number at conversion and every
      * ticket queued carries it - the order must be on the
      * DL100ORD file and be the quote's own customer's, or the
      * quote is not converted.  The operator may also name the
      * saw the job is to be cut on; it must be on the DL100MCH
      * machine master, and each ticket queued carries it only
      * where the saw can cut that line's shape and material -
      * a line it cannot cut is queued with no machine and the
      * operator is told, rather than left to bounce on the
      * night run.
      *
      * The session starts with a sign-on against the DL100OPR
      * operator master, and every quote saved and converted is
      * written to the DL100MNT maintenance history under the
      * signed-on id.  The quote file and the number control are
      * created empty on the way in if they do not exist yet.
      *
      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
       id division.
         program-id. 220-quote-entry.

       environment division.
         input-output section.
            file-control.
               select quote-file assign to "DL100QUO"
                      organization is indexed
                      access mode is dynamic
                      record key is dl100-quo-key
                      file status is quo-file-status.
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
               select contract-file assign to "DL100CTR"
                      organization is indexed
                      access mode is dynamic
                      record key is dl100-ctr-key
                      file status is ctr-file-status.
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
               select optional queue-file assign to "DL100QUE"
                      organization is line sequential.
               select oper-file assign to "DL100OPR"
                      organization is indexed
                      access mode is random
                      record key is dl100-opr-id
                      file status is opr-file-status.
               select optional maint-log-file
                      assign to "DL100MNT"
                      organization is line sequential.

       data division.
          file section.
             fd  quote-file.
                01  quote-record.
                    copy dl100quo.

             fd  customer-file.
                01  customer-record.
                    copy dl100cus.

             fd  material-file.
                01  material-record.
                    copy dl100mtl.

             fd  rate-file.
                01  rate-record.
                    copy dl100rte.

             fd  contract-file.
                01  contract-record.
                    copy dl100ctr.

             fd  number-file.
                01  number-record.
                    copy dl100nxt.

             fd  order-file.
                01  order-record.
                    copy dl100ord.

             fd  machine-file.
                01  machine-record.
                    copy dl100mch.

             fd  queue-file.
                01  queue-record.
                    copy dl100rec replacing leading ==dl100==
                                  by ==que==.

             fd  oper-file.
                01  oper-record.
                    copy dl100opr.

             fd  maint-log-file.
                01  maint-log-record    picture x(132).

          working-storage section.
             01       online-ticket.
                 copy dl100rec.

             01  maint-log-line.
                 copy dl100mnl.

             77       quo-file-status picture x(02) value '00'.
             77       cus-file-status picture x(02) value '00'.
             77       cus-open-switch picture x(01) value 'N'.
                 88    cus-master-open              value 'Y'.
             77       mtl-file-status picture x(02) value '00'.
             77       mtl-open-switch picture x(01) value 'N'.
                 88    mtl-master-open              value 'Y'.
             77       rte-file-status picture x(02) value '00'.
             77       rte-open-switch picture x(01) value 'N'.
                 88    rte-history-open             value 'Y'.
             77       rate-scan-switch picture x(01).
                 88    rate-scan-done               value 'Y'.
             77       ctr-file-status picture x(02) value '00'.
             77       ctr-open-switch picture x(01) value 'N'.
                 88    ctr-file-open                value 'Y'.
             77       ctr-scan-switch picture x(01).
                 88    ctr-scan-done                value 'Y'.
             77       ctr-lookup-material picture x(04).
             77       agreement-switch picture x(01).
                 88    agreement-found              value 'Y'.
             77       agreement-rate  picture 9(05)v99.
             77       agreement-disc  picture 9(02)v99.
             77       nxt-file-status picture x(02) value '00'.
             77       opr-file-status picture x(02) value '00'.
             77       ord-file-status picture x(02) value '00'.
             77       ord-open-switch picture x(01) value 'N'.
                 88    ord-file-open                value 'Y'.

             77       signon-switch   picture x(01) value 'N'.
                 88    signed-on                    value 'Y'.
             77       signon-id       picture x(08).
             77       signon-name     picture x(20).
             77       signon-auth     picture x(01).
                 88    signon-supervisor            value 'S'.
             77       signon-tries    picture 9(01) value zero.
             77       log-action      picture x(08).
             77       log-key         picture x(08).
             77       log-detail      picture x(50).
             77       action-code     picture x(01).
                 88    action-new                   value 'N'.
                 88    action-convert               value 'V'.
                 88    action-inquire               value 'I'.
                 88    action-exit                  value 'X'.

             77       shape-area      picture 9(08)v99.
             77       shape-perimeter picture 9(08)v99.
             77       extended-area   picture 9(10)v99.
             77       extended-perimeter picture 9(10)v99.
             77       dim-answer      picture x(06).
             77       std-dim-1       picture 9(04)v99.
             77       std-dim-2       picture 9(04)v99.
             77       std-dim-3       picture 9(04)v99.
             77       mm-per-inch     picture 9(02)v9 value 25.4.
             77       shape-return-code picture 9(02).
                 88    shape-calc-ok                value 0.
             77       effective-rate  picture 9(05)v99.
             77       machine-rate    picture 9(05)v99.
             77       price-rate      picture 9(05)v99.
             77       mach-disc-pct   picture 9(02)v99.
             77       price-basis     picture x(01).
                 88    basis-list                   value 'L'.
                 88    basis-contract               value 'C'.
                 88    basis-discount               value 'D'.
                 88    basis-both                   value 'B'.
             77       basis-desc      picture x(09).
             77       line-cost       picture 9(11)v99.
             77       line-mach       picture 9(11)v99.

             77       ticket-switch   picture x(01).
                 88    ticket-valid                 value 'Y'.
                 88    ticket-invalid               value 'N'.
             77       reason-code     picture 9(02) value zero.
                 88    reason-bad-shape             value 10.
                 88    reason-qty-zero              value 03.
                 88    reason-qty-non-numeric       value 04.
                 88    reason-dim-1-zero            value 05.
                 88    reason-dim-2-zero            value 06.
                 88    reason-dim-1-non-numeric     value 07.
                 88    reason-dim-2-non-numeric     value 08.
                 88    reason-dim-3-zero            value 02.
                 88    reason-dim-3-non-numeric     value 09.
                 88    reason-bad-material          value 11.
                 88    reason-inner-radius          value 12.
                 88    reason-bad-unit              value 13.
                 88    reason-overflow              value 20.
             77       reason-desc     picture x(24).

             77       customer-switch picture x(01).
                 88    customer-ok                  value 'Y'.
                 88    customer-bad                 value 'N'.
             77       quote-customer  picture x(06).
             77       more-lines-switch picture x(01).
                 88    more-lines                   value 'Y'.
             77       answer-switch   picture x(01).
                 88    answer-yes                   value 'Y'.
             77       line-count      picture 9(03) value zero.
             77       line-sub        picture 9(03).
             77       quote-mtl-total picture 9(11)v99.
             77       quote-mach-total picture 9(11)v99.
             77       quote-total     picture 9(11)v99.
             77       quote-number    picture 9(06).
             77       expiry-date     picture 9(08).
             77       quote-days      picture 9(03) value 30.
             77       today-date      picture 9(08).
             77       date-answer     picture x(08).
             77       quote-answer    picture x(06).
             77       quote-answer-num redefines quote-answer
                                      picture 9(06).
             77       header-switch   picture x(01).
                 88    header-on-file               value 'Y'.
                 88    header-absent                value 'N'.
             77       walk-switch     picture x(01).
                 88    walk-done                    value 'Y'.
             77       converted-count picture 9(03).
             77       ticket-digits   picture 9(05).
             77       queued-ticket   picture x(06).
             77       quote-order-no  picture x(06).
             77       order-switch    picture x(01).
                 88    order-ok                     value 'Y'.
                 88    order-bad                    value 'N'.
             77       mch-file-status picture x(02) value '00'.
             77       mch-open-switch picture x(01) value 'N'.
                 88    mch-master-open              value 'Y'.
             77       quote-machine   picture x(04).
             77       mch-sub         picture 9(02).
             77       mch-shape-switch picture x(01).
                 88    mch-shape-ok                 value 'Y'.
                 88    mch-shape-not-ok             value 'N'.
             77       mch-material-switch picture x(01).
                 88    mch-material-ok              value 'Y'.
                 88    mch-material-not-ok          value 'N'.

             01       quote-line-table.
                 05   quote-line occurs 50 times.
                      10  qt-shape-type    picture x(01).
                      10  qt-unit          picture x(01).
                      10  qt-dim-1         picture 9(04)v99.
                      10  qt-dim-2         picture 9(04)v99.
                      10  qt-dim-3         picture 9(04)v99.
                      10  qt-material      picture x(04).
                      10  qt-quantity      picture 9(03).
                      10  qt-area          picture 9(10)v99.
                      10  qt-perimeter     picture 9(10)v99.
                      10  qt-rate          picture 9(05)v99.
                      10  qt-mach-rate     picture 9(05)v99.
                      10  qt-mtl-cost      picture 9(11)v99.
                      10  qt-mach-charge   picture 9(11)v99.
                      10  qt-basis         picture x(01).

             77       cal-yyyy        picture 9(04).
             77       cal-mm          picture 9(02).
             77       cal-dd          picture 9(02).
             77       cal-month-len   picture 9(02).
             77       leap-quotient   picture 9(04).
             77       leap-remainder  picture 9(01).
             01       month-len-table.
                 05   filler          picture 9(02) value 31.
                 05   filler          picture 9(02) value 28.
                 05   filler          picture 9(02) value 31.
                 05   filler          picture 9(02) value 30.
                 05   filler          picture 9(02) value 31.
                 05   filler          picture 9(02) value 30.
                 05   filler          picture 9(02) value 31.
                 05   filler          picture 9(02) value 31.
                 05   filler          picture 9(02) value 30.
                 05   filler          picture 9(02) value 31.
                 05   filler          picture 9(02) value 30.
                 05   filler          picture 9(02) value 31.
             01       month-len-days redefines month-len-table.
                 05   month-len occurs 12 times picture 9(02).

             77       ed-area         picture zz,zzz,zzz,zz9.99.
             77       ed-perim        picture zz,zzz,zzz,zz9.99.
             77       ed-rate         picture zz,zz9.99.
             77       ed-amount       picture z,zzz,zzz,zz9.99.
             77       ed-qty          picture zz9.
             77       ed-line         picture zz9.

       procedure division.
       0000-main-logic.
            perform  1000-initialize.
            perform  2000-process-one-action until action-exit.
            perform  9000-terminate.
            stop     run.

      * open the quote file and the number control i-o, creating
      * either empty first if this is the very first time - same
      * open-output-then-reopen move the maintenance programs use.
      * the masters the quote is priced from are only read; an
      * absent rate history or agreement file just means list
      * and master rates, same as the nightly run.
       1000-initialize.
            display  'CUSTOMER QUOTATION ENTRY'.
            display  ' '.
            accept   today-date from date yyyymmdd.
            open     i-o quote-file.
            if quo-file-status not = '00'
                open   output quote-file
                close  quote-file
                open   i-o quote-file
            end-if.
            open     i-o number-file.
            if nxt-file-status not = '00'
                open   output number-file
                close  number-file
                open   i-o number-file
            end-if.
            open     input customer-file.
            if cus-file-status = '00'
                set  cus-master-open to true
            end-if.
            open     input material-file.
            if mtl-file-status = '00'
                set  mtl-master-open to true
            end-if.
            open     input rate-file.
            if rte-file-status = '00'
                set  rte-history-open to true
            end-if.
            open     input contract-file.
            if ctr-file-status = '00'
                set  ctr-file-open to true
            end-if.
            open     input order-file.
            if ord-file-status = '00'
                set  ord-file-open to true
            end-if.
            open     input machine-file.
            if mch-file-status = '00'
                set  mch-master-open to true
            end-if.
            perform  1500-sign-on.

      * the session belongs to somebody or it does not happen -
      * an absent operator master fails the sign-on closed, it
      * does not wave everybody through.
       1500-sign-on.
            open     input oper-file.
            if opr-file-status not = '00'
                display '*** OPERATOR MASTER NOT ON HAND - '
                        'RUN 135-OPER-MAINT FIRST'
                set  action-exit to true
            else
                perform 1510-try-sign-on
                        until signed-on or signon-tries >= 3
                close oper-file
                if not signed-on
                    display '*** SIGN-ON FAILED - SESSION ENDED'
                    set  action-exit to true
                end-if
            end-if.

      * one sign-on attempt against the operator master.
       1510-try-sign-on.
            add      1 to signon-tries.
            display  'OPERATOR ID.................................: '
                     with no advancing.
            accept   signon-id.
            move     signon-id to dl100-opr-id.
            read     oper-file
                invalid key
                    display '*** NOT ON OPERATOR MASTER'
                not invalid key
                    move dl100-opr-name to signon-name
                    move dl100-opr-authority to signon-auth
                    set  signed-on to true
                    display 'SIGNED ON - ' signon-name
            end-read.

      * one trip around the menu - ask what to do, then do it.
       2000-process-one-action.
            display  'ACTION (N=NEW QUOTE V=CONVERT I=INQUIRE '
                     'X=EXIT): ' with no advancing.
            accept   action-code.
            evaluate true
                when action-new     perform 3000-new-quote
                when action-convert perform 5000-convert-quote
                when action-inquire perform 6000-inquire-quote
                when action-exit    continue
                when other
                    display '*** UNRECOGNIZED ACTION'
            end-evaluate.
            display  ' '.

      * take a whole quote - the customer, then line after line
      * until the operator says that is all or the quote is full,
      * then show the totals and save it if the operator says so.
      * nothing is written, and no number taken, until then.
       3000-new-quote.
            perform  3100-accept-customer.
            if customer-ok
                move     zero to line-count quote-mtl-total
                                 quote-mach-total
                move     'Y' to more-lines-switch
                perform  3200-take-one-line
                         until not more-lines or line-count >= 50
                if line-count >= 50
                    display '*** QUOTE IS FULL AT 50 LINES'
                end-if
                if line-count = zero
                    display '*** NO LINES PRICED - NOTHING SAVED'
                else
                    perform 3600-show-quote-totals
                    display 'SAVE THIS QUOTE? (Y/N)...................'
                            '...: ' with no advancing
                    accept  answer-switch
                    if answer-yes
                        perform 3700-accept-expiry
                        perform 3800-save-quote
                    else
                        display 'QUOTE NOT SAVED'
                    end-if
                end-if
            end-if.

      * the customer must be on the master - a quote for somebody
      * who cannot be billed would only bounce on the night run.
       3100-accept-customer.
            set      customer-bad to true.
            display  'CUSTOMER CODE...............................: '
                     with no advancing.
            accept   quote-customer.
            if not cus-master-open
                display '*** CUSTOMER MASTER NOT ON HAND'
            else
                move quote-customer to dl100-cus-code
                read customer-file
                    invalid key
                        display '*** ' quote-customer
                                ' IS NOT ON THE CUSTOMER MASTER'
                    not invalid key
                        set  customer-ok to true
                        display 'QUOTING FOR ' dl100-cus-name
                end-read
            end-if.

      * one line of the quote - keyed, edited, measured, priced and
      * shown, or refused with the reason; either way the operator
      * is asked for another.
       3200-take-one-line.
            perform  3210-accept-line.
            perform  4000-edit-ticket.
            if ticket-valid
                perform  4500-lookup-material
            end-if.
            if ticket-valid
                perform  4600-standardize-dims
                call     '115-area-calc' using dl100-shape-type
                         std-dim-1 std-dim-2 std-dim-3
                         shape-area shape-perimeter
                         shape-return-code
                if shape-calc-ok
                    perform 4700-extend-and-price
                end-if
                if shape-calc-ok
                    perform 3300-table-line
                else
                    set     reason-overflow to true
                    perform 4100-set-reason-description
                    display '*** LINE REFUSED - ' reason-desc
                end-if
            else
                perform  4100-set-reason-description
                display  '*** LINE REFUSED - ' reason-desc
            end-if.
            if line-count < 50
                display 'ANOTHER LINE? (Y/N).........................: '
                        with no advancing
                accept  more-lines-switch
            end-if.

      * prompt for one line - the same answers a cut ticket
      * carries.  dimensions are keyed as six digits with the last
      * two the decimal places - 001250 is 12.50 - taken byte for
      * byte, and the regular edits do the checking.
       3210-accept-line.
            move     spaces to dl100-ticket-no.
            move     quote-customer to dl100-customer.
            display  'SHAPE TYPE (T=TRIANGLE R=RECTANGLE C=CIRCLE '
                     'Z=TRAPEZOID A=ANNULUS): ' with no advancing.
            accept   dl100-shape-type.
            display  'UNIT (I=INCHES M=MILLIMETRES, BLANK=INCHES).: '
                     with no advancing.
            accept   dl100-unit.
            display  'DIMENSION 1, 6 DIGITS LAST 2 DECIMAL........: '
                     with no advancing.
            accept   dim-answer.
            move     dim-answer to dl100-dim-1 (1:6).
            display  'DIMENSION 2 (0 IF UNUSED)...................: '
                     with no advancing.
            accept   dim-answer.
            move     dim-answer to dl100-dim-2 (1:6).
            display  'DIMENSION 3 (0 IF UNUSED)...................: '
                     with no advancing.
            accept   dim-answer.
            move     dim-answer to dl100-dim-3 (1:6).
            display  'MATERIAL CODE...............................: '
                     with no advancing.
            accept   dl100-material.
            display  'QUANTITY (3 DIGITS).........................: '
                     with no advancing.
            accept   dl100-quantity.

      * a priced line joins the quote, and the operator sees what
      * it came to.
       3300-table-line.
            add      1 to line-count.
            move     dl100-shape-type to qt-shape-type (line-count).
            move     dl100-unit to qt-unit (line-count).
            move     dl100-dim-1 to qt-dim-1 (line-count).
            move     dl100-dim-2 to qt-dim-2 (line-count).
            move     dl100-dim-3 to qt-dim-3 (line-count).
            move     dl100-material to qt-material (line-count).
            move     dl100-quantity to qt-quantity (line-count).
            move     extended-area to qt-area (line-count).
            move     extended-perimeter to qt-perimeter (line-count).
            move     price-rate to qt-rate (line-count).
            move     machine-rate to qt-mach-rate (line-count).
            move     line-cost to qt-mtl-cost (line-count).
            move     line-mach to qt-mach-charge (line-count).
            move     price-basis to qt-basis (line-count).
            add      line-cost to quote-mtl-total.
            add      line-mach to quote-mach-total.
            move     line-count to ed-line.
            move     extended-area to ed-area.
            move     extended-perimeter to ed-perim.
            display  ' '.
            display  'LINE ' ed-line '  AREA ' ed-area
                     '  CUT LENGTH ' ed-perim.
            move     price-rate to ed-rate.
            move     line-cost to ed-amount.
            display  '         MATERIAL AT ' ed-rate ' : ' ed-amount.
            move     line-mach to ed-amount.
            move     price-basis to basis-desc.
            perform  4900-set-basis-description.
            display  '         MACHINE CHARGE      : ' ed-amount
                     '  BASIS ' basis-desc.
            display  ' '.

      * the quote's totals, before the operator decides to keep it.
       3600-show-quote-totals.
            compute  quote-total = quote-mtl-total + quote-mach-total.
            move     line-count to ed-line.
            display  ' '.
            display  'QUOTE FOR ' quote-customer ' - ' ed-line
                     ' LINES'.
            move     quote-mtl-total to ed-amount.
            display  'MATERIAL......: ' ed-amount.
            move     quote-mach-total to ed-amount.
            display  'MACHINE CHARGE: ' ed-amount.
            move     quote-total to ed-amount.
            display  'QUOTE TOTAL...: ' ed-amount.

      * the date the quote runs out - thirty days from today
      * unless the operator keys a later date.
       3700-accept-expiry.
            display  'EXPIRY DATE (YYYYMMDD, BLANK=30 DAYS).......: '
                     with no advancing.
            accept   date-answer.
            if date-answer = spaces or date-answer not numeric
                perform 7000-default-expiry
            else
                move date-answer to expiry-date
                if expiry-date < today-date
                    display '*** EXPIRY BEFORE TODAY - 30 DAYS TAKEN'
                    perform 7000-default-expiry
                end-if
            end-if.

      * number the quote and write it - header first, then a
      * record per line - and log it.
       3800-save-quote.
            move     'QUO ' to dl100-nxt-series.
            perform  7100-take-next-number.
            move     dl100-nxt-last-no to quote-number.
            move     spaces to quote-record.
            move     quote-number to dl100-quo-quote-no.
            move     zero to dl100-quo-line-no.
            move     quote-customer to dl100-quh-customer.
            move     today-date to dl100-quh-quote-date.
            move     expiry-date to dl100-quh-expiry-date.
            set      dl100-quh-open to true.
            move     line-count to dl100-quh-line-count.
            move     quote-mtl-total to dl100-quh-mtl-total.
            move     quote-mach-total to dl100-quh-mach-total.
            move     signon-id to dl100-quh-keyed-by.
            move     zero to dl100-quh-conv-date.
            move     spaces to dl100-quh-conv-by.
            write    quote-record
                invalid key
                    display '*** QUOTE WRITE FAILED - STATUS '
                            quo-file-status
            end-write.
            perform  3810-write-quote-line
                     varying line-sub from 1 by 1
                     until line-sub > line-count.
            display  'QUOTE ' quote-number ' SAVED - EXPIRES '
                     expiry-date.
            move     'QUOTE' to log-action.
            move     quote-number to log-key.
            move     quote-total to ed-amount.
            move     spaces to log-detail.
            string   'CUST '         delimited by size
                     quote-customer  delimited by size
                     ' LINES '       delimited by size
                     line-count      delimited by size
                     ' TOTAL '       delimited by size
                     ed-amount       delimited by size
                into log-detail
            end-string.
            perform  8000-write-maint-log.

      * one quote line onto the file.
       3810-write-quote-line.
            move     spaces to quote-record.
            move     quote-number to dl100-quo-quote-no.
            move     line-sub to dl100-quo-line-no.
            move     qt-shape-type (line-sub) to dl100-qud-shape-type.
            move     qt-unit (line-sub) to dl100-qud-unit.
            move     qt-dim-1 (line-sub) to dl100-qud-dim-1.
            move     qt-dim-2 (line-sub) to dl100-qud-dim-2.
            move     qt-dim-3 (line-sub) to dl100-qud-dim-3.
            move     qt-material (line-sub) to dl100-qud-material.
            move     qt-quantity (line-sub) to dl100-qud-quantity.
            move     qt-area (line-sub) to dl100-qud-area.
            move     qt-perimeter (line-sub) to dl100-qud-perimeter.
            move     qt-rate (line-sub) to dl100-qud-rate.
            move     qt-mach-rate (line-sub) to dl100-qud-mach-rate.
            move     qt-mtl-cost (line-sub) to dl100-qud-mtl-cost.
            move     qt-mach-charge (line-sub)
                     to dl100-qud-mach-charge.
            move     qt-basis (line-sub) to dl100-qud-price-basis.
            move     spaces to dl100-qud-ticket-no.
            write    quote-record
                invalid key
                    display '*** QUOTE LINE WRITE FAILED - STATUS '
                            quo-file-status
            end-write.

      * edit the line before it ever reaches the area formula -
      * the very edits 110-calc gives a cut ticket, so a quote
      * that saves is a quote whose tickets will not bounce.
       4000-edit-ticket.
            set      ticket-valid to true.
            evaluate true
                when not (dl100-triangle or dl100-rectangle
                          or dl100-circle or dl100-trapezoid
                          or dl100-annulus)
                    set  ticket-invalid to true
                    set  reason-bad-shape to true
                when dl100-quantity not numeric
                    set  ticket-invalid to true
                    set  reason-qty-non-numeric to true
                when dl100-quantity = zero
                    set  ticket-invalid to true
                    set  reason-qty-zero to true
                when not dl100-unit-standard
                        and not dl100-unit-millims
                    set  ticket-invalid to true
                    set  reason-bad-unit to true
                when dl100-dim-1 not numeric
                    set  ticket-invalid to true
                    set  reason-dim-1-non-numeric to true
                when dl100-dim-1 = zero
                    set  ticket-invalid to true
                    set  reason-dim-1-zero to true
                when (dl100-triangle or dl100-rectangle
                          or dl100-trapezoid or dl100-annulus)
                        and dl100-dim-2 not numeric
                    set  ticket-invalid to true
                    set  reason-dim-2-non-numeric to true
                when (dl100-triangle or dl100-rectangle
                          or dl100-trapezoid)
                        and dl100-dim-2 = zero
                    set  ticket-invalid to true
                    set  reason-dim-2-zero to true
                when dl100-trapezoid
                        and dl100-dim-3 not numeric
                    set  ticket-invalid to true
                    set  reason-dim-3-non-numeric to true
                when dl100-trapezoid
                        and dl100-dim-3 = zero
                    set  ticket-invalid to true
                    set  reason-dim-3-zero to true
                when dl100-annulus
                        and dl100-dim-2 not < dl100-dim-1
                    set  ticket-invalid to true
                    set  reason-inner-radius to true
            end-evaluate.

      * turn the reason code into operator-friendly text.
       4100-set-reason-description.
            evaluate true
                when reason-bad-shape
                    move 'UNRECOGNIZED SHAPE CODE' to reason-desc
                when reason-qty-non-numeric
                    move 'QUANTITY NOT NUMERIC   ' to reason-desc
                when reason-qty-zero
                    move 'QUANTITY IS ZERO       ' to reason-desc
                when reason-dim-1-non-numeric
                    move 'DIMENSION 1 NOT NUMERIC' to reason-desc
                when reason-dim-1-zero
                    move 'DIMENSION 1 IS ZERO    ' to reason-desc
                when reason-dim-2-non-numeric
                    move 'DIMENSION 2 NOT NUMERIC' to reason-desc
                when reason-dim-2-zero
                    move 'DIMENSION 2 IS ZERO    ' to reason-desc
                when reason-dim-3-non-numeric
                    move 'DIMENSION 3 NOT NUMERIC' to reason-desc
                when reason-dim-3-zero
                    move 'DIMENSION 3 IS ZERO    ' to reason-desc
                when reason-inner-radius
                    move 'INNER RADIUS NOT SMALLER' to reason-desc
                when reason-bad-unit
                    move 'UNIT CODE NOT I OR M   ' to reason-desc
                when reason-bad-material
                    move 'MATERIAL NOT ON MASTER ' to reason-desc
                when reason-overflow
                    move 'AREA TOO LARGE TO FIT  ' to reason-desc
                when other
                    move 'UNKNOWN REASON          ' to reason-desc
            end-evaluate.

      * the material must be on the master to be priced at all -
      * its master rate and machine rate, then the DL100RTE rate
      * in force today if the history carries one.
       4500-lookup-material.
            if not mtl-master-open
                set  ticket-invalid to true
                set  reason-bad-material to true
            else
                move dl100-material to dl100-mtl-code
                read material-file
                    invalid key
                        set  ticket-invalid to true
                        set  reason-bad-material to true
                    not invalid key
                        move dl100-mtl-cost to effective-rate
                        move dl100-mtl-mach-rate to machine-rate
                end-read
            end-if.
            if ticket-valid and rte-history-open
                move 'N' to rate-scan-switch
                move dl100-material to dl100-rte-code
                move zero to dl100-rte-eff-date
                start rate-file key not less than dl100-rte-key
                    invalid key set rate-scan-done to true
                end-start
                perform 4510-scan-one-rate until rate-scan-done
            end-if.

      * one rate history entry of the walk - same rules as the
      * pricing lookup in 110-calc, with today as the run date.
       4510-scan-one-rate.
            read     rate-file next record
                at end set rate-scan-done to true
            end-read.
            if not rate-scan-done
                if dl100-rte-code not = dl100-material
                        or dl100-rte-eff-date > today-date
                    set  rate-scan-done to true
                else
                    move dl100-rte-cost to effective-rate
                end-if
            end-if.

      * bring the keyed dimensions into the shop standard unit
      * (inches) before the formula - the same conversion the
      * batch applies.
       4600-standardize-dims.
            if dl100-unit-millims
                compute std-dim-1 rounded = dl100-dim-1 / mm-per-inch
                compute std-dim-2 rounded = dl100-dim-2 / mm-per-inch
                compute std-dim-3 rounded = dl100-dim-3 / mm-per-inch
            else
                move dl100-dim-1 to std-dim-1
                move dl100-dim-2 to std-dim-2
                move dl100-dim-3 to std-dim-3
            end-if.

      * extend the one-piece figures by the quantity and price the
      * line the way 110-calc prices a ticket - the contract rate
      * and discount when the customer has one in force today,
      * list otherwise.  anything too big for its field refuses
      * the line.
       4700-extend-and-price.
            compute  extended-area = shape-area * dl100-quantity
                     on size error
                         move 20 to shape-return-code
            end-compute.
            compute  extended-perimeter =
                     shape-perimeter * dl100-quantity
                     on size error
                         move 20 to shape-return-code
            end-compute.
            perform  4800-find-contract.
            compute  line-cost rounded =
                     extended-area * price-rate
                     on size error
                         move 20 to shape-return-code
            end-compute.
            compute  line-mach rounded =
                     extended-perimeter * machine-rate
                     * (100 - mach-disc-pct) / 100
                     on size error
                         move 20 to shape-return-code
            end-compute.

      * look for a price agreement in force today for the quote's
      * customer - the same rules as 3800-find-contract in
      * 110-calc: the material's own agreement first, then the
      * customer's all-materials ('****') agreement for a machine
      * discount the material's own does not give.
       4800-find-contract.
            move     effective-rate to price-rate.
            move     zero to mach-disc-pct.
            set      basis-list to true.
            if ctr-file-open
                move dl100-material to ctr-lookup-material
                perform 4810-find-agreement
                if agreement-found
                    if agreement-rate > zero
                        move agreement-rate to price-rate
                        set  basis-contract to true
                    end-if
                    move agreement-disc to mach-disc-pct
                end-if
                if mach-disc-pct = zero
                    move '****' to ctr-lookup-material
                    perform 4810-find-agreement
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

      * walk one customer/material's agreements forward, keeping
      * the last one in force today.
       4810-find-agreement.
            move     'N' to agreement-switch.
            move     'N' to ctr-scan-switch.
            move     quote-customer to dl100-ctr-customer.
            move     ctr-lookup-material to dl100-ctr-material.
            move     zero to dl100-ctr-eff-date.
            start    contract-file key not less than dl100-ctr-key
                invalid key set ctr-scan-done to true
            end-start.
            perform  4820-scan-one-agreement until ctr-scan-done.

      * one agreement of the walk - an expiry of zero never runs
      * out.
       4820-scan-one-agreement.
            read     contract-file next record
                at end set ctr-scan-done to true
            end-read.
            if not ctr-scan-done
                if dl100-ctr-customer not = quote-customer
                        or dl100-ctr-material not = ctr-lookup-material
                        or dl100-ctr-eff-date > today-date
                    set  ctr-scan-done to true
                else
                    if dl100-ctr-exp-date = zero
                            or dl100-ctr-exp-date not < today-date
                        set  agreement-found to true
                        move dl100-ctr-rate to agreement-rate
                        move dl100-ctr-mach-disc to agreement-disc
                    end-if
                end-if
            end-if.

      * turn a price basis code (moved into basis-desc) into
      * operator-friendly text.
       4900-set-basis-description.
            evaluate basis-desc (1:1)
                when 'L'  move 'LIST'      to basis-desc
                when 'C'  move 'CONTRACT'  to basis-desc
                when 'D'  move 'MACH DISC' to basis-desc
                when 'B'  move 'CTR+DISC'  to basis-desc
                when other move spaces     to basis-desc
            end-evaluate.

      * convert an accepted quote into cut tickets on the holding
      * queue - only an open quote that has not run out.
       5000-convert-quote.
            perform  5100-fetch-quote-header.
            if header-on-file
                evaluate true
                    when dl100-quh-converted
                        display '*** QUOTE ' quote-number
                                ' WAS CONVERTED ON '
                                dl100-quh-conv-date
                    when dl100-quh-expiry-date < today-date
                        display '*** QUOTE ' quote-number
                                ' EXPIRED ON ' dl100-quh-expiry-date
                                ' - RE-QUOTE AT TODAY''S PRICES'
                    when other
                        perform 6100-display-quote-header
                        perform 5050-accept-order
                        if order-ok
                            perform 5070-accept-machine
                        end-if
                        if order-ok
                            perform 5060-confirm-convert
                        end-if
                end-evaluate
            end-if.

      * the customer order the quote's tickets are to carry, if
      * the job was taken as one - it must be on file and be the
      * quote's own customer's order.  blank means the tickets
      * belong to no order.
       5050-accept-order.
            set      order-ok to true.
            display  'ORDER NUMBER (BLANK IF NONE)................: '
                     with no advancing.
            accept   quote-order-no.
            if quote-order-no not = spaces
                set  order-bad to true
                if not ord-file-open
                    display '*** NO ORDER FILE ON HAND'
                else
                    move quote-order-no to dl100-ord-order-no
                    move spaces to dl100-ord-ticket-no
                    read order-file
                        invalid key
                            display '*** ORDER ' quote-order-no
                                    ' IS NOT ON FILE'
                        not invalid key
                            if dl100-orh-customer = dl100-quh-customer
                                set  order-ok to true
                            else
                                display '*** ORDER ' quote-order-no
                                        ' IS FOR CUSTOMER '
                                        dl100-orh-customer
                            end-if
                    end-read
                end-if
                if order-bad
                    display 'QUOTE NOT CONVERTED'
                end-if
            end-if.

      * the saw the job is to be cut on, if the operator knows -
      * it must be on the machine master.  the record read stays
      * in the buffer for each line's can-it-cut check.  blank
      * means the tickets go out with no machine.
       5070-accept-machine.
            display  'MACHINE ID (BLANK IF NOT ASSIGNED)..........: '
                     with no advancing.
            accept   quote-machine.
            if quote-machine not = spaces
                set  order-bad to true
                if not mch-master-open
                    display '*** NO MACHINE MASTER ON HAND'
                else
                    move quote-machine to dl100-mch-id
                    read machine-file
                        invalid key
                            display '*** MACHINE ' quote-machine
                                    ' IS NOT ON THE MASTER'
                        not invalid key
                            set  order-ok to true
                    end-read
                end-if
                if order-bad
                    display 'QUOTE NOT CONVERTED'
                end-if
            end-if.

      * the operator's last word before the tickets are queued.
       5060-confirm-convert.
            display  'CONVERT TO TICKETS ON DL100QUE? (Y/N)'
                     '.......: ' with no advancing.
            accept   answer-switch.
            if answer-yes
                perform 5200-queue-quote-lines
            else
                display 'QUOTE NOT CONVERTED'
            end-if.

      * fetch the header of the quote number the operator keys.
       5100-fetch-quote-header.
            set      header-absent to true.
            display  'QUOTE NUMBER................................: '
                     with no advancing.
            accept   quote-answer.
            if quote-answer not numeric
                display '*** QUOTE NUMBER MUST BE SIX DIGITS'
            else
                move quote-answer-num to quote-number
                move quote-number to dl100-quo-quote-no
                move zero to dl100-quo-line-no
                read quote-file
                    invalid key
                        display '*** QUOTE ' quote-number
                                ' IS NOT ON FILE'
                    not invalid key
                        set  header-on-file to true
                end-read
            end-if.

      * every line of the quote onto the queue as a ticket, then
      * the header marked converted.  the queue is opened extend
      * and closed around the whole quote, the way 120-calc-online
      * opens it around one booking.
       5200-queue-quote-lines.
            move     dl100-quh-customer to quote-customer.
            move     zero to converted-count.
            open     extend queue-file.
            move     quote-number to dl100-quo-quote-no.
            move     1 to dl100-quo-line-no.
            move     'N' to walk-switch.
            start    quote-file key not less than dl100-quo-key
                invalid key set walk-done to true
            end-start.
            perform  5300-queue-one-line until walk-done.
            close    queue-file.
            move     quote-number to dl100-quo-quote-no.
            move     zero to dl100-quo-line-no.
            read     quote-file
                invalid key
                    display '*** QUOTE HEADER LOST - STATUS '
                            quo-file-status
                not invalid key
                    set     dl100-quh-converted to true
                    move    today-date to dl100-quh-conv-date
                    move    signon-id to dl100-quh-conv-by
                    rewrite quote-record
                        invalid key
                            display '*** QUOTE REWRITE FAILED - '
                                    'STATUS ' quo-file-status
                    end-rewrite
            end-read.
            move     converted-count to ed-line.
            display  'QUOTE ' quote-number ' CONVERTED - ' ed-line
                     ' TICKETS QUEUED ON DL100QUE'.
            move     'CONVERT' to log-action.
            move     quote-number to log-key.
            move     spaces to log-detail.
            string   'CUST '          delimited by size
                     quote-customer   delimited by size
                     ' TICKETS '      delimited by size
                     converted-count  delimited by size
                     ' ORDER '        delimited by size
                     quote-order-no   delimited by size
                     ' MACH '         delimited by size
                     quote-machine    delimited by size
                into log-detail
            end-string.
            perform  8000-write-maint-log.

      * one quote line of the walk - the walk ends at the first
      * line of the next quote.
       5300-queue-one-line.
            read     quote-file next record
                at end set walk-done to true
            end-read.
            if not walk-done
                if dl100-quo-quote-no not = quote-number
                    set  walk-done to true
                else
                    perform 5400-queue-ticket
                end-if
            end-if.

      * one line becomes one ticket - numbered off the 'QTK '
      * series, written to the queue exactly as a keyed ticket
      * would be, and its number written back on the quote line.
       5400-queue-ticket.
            move     'QTK ' to dl100-nxt-series.
            perform  7100-take-next-number.
            move     dl100-nxt-last-no to ticket-digits.
            move     spaces to queued-ticket.
            string   'Q'             delimited by size
                     ticket-digits   delimited by size
                into queued-ticket
            end-string.
            move     spaces to queue-record.
            move     queued-ticket to que-ticket-no.
            move     dl100-qud-quantity to que-quantity.
            move     dl100-qud-material to que-material.
            move     dl100-qud-shape-type to que-shape-type.
            move     dl100-qud-unit to que-unit.
            move     dl100-qud-dim-1 to que-dim-1.
            move     dl100-qud-dim-2 to que-dim-2.
            move     dl100-qud-dim-3 to que-dim-3.
            move     quote-customer to que-customer.
            move     quote-order-no to que-order-no.
            if quote-machine not = spaces
                perform 5410-check-machine-line
                if mch-shape-ok and mch-material-ok
                    move quote-machine to que-machine
                else
                    display '*** LINE ' dl100-quo-line-no
                            ' QUEUED WITH NO MACHINE - '
                            quote-machine ' CANNOT CUT IT'
                end-if
            end-if.
            write    queue-record.
            add      1 to converted-count.
            move     queued-ticket to dl100-qud-ticket-no.
            rewrite  quote-record
                invalid key
                    display '*** QUOTE LINE REWRITE FAILED - STATUS '
                            quo-file-status
            end-rewrite.
            display  'TICKET ' queued-ticket ' QUEUED - LINE '
                     dl100-quo-line-no.

      * can the saw named at conversion cut this line's shape and
      * material?  an empty material list on the master takes
      * any material.
       5410-check-machine-line.
            set      mch-shape-not-ok to true.
            set      mch-material-not-ok to true.
            perform  5420-match-shape
                     varying mch-sub from 1 by 1
                     until mch-sub > 5 or mch-shape-ok.
            if dl100-mch-material-list = spaces
                set  mch-material-ok to true
            else
                perform 5430-match-material
                        varying mch-sub from 1 by 1
                        until mch-sub > 8 or mch-material-ok
            end-if.

      * one step of the shape hunt.
       5420-match-shape.
            if dl100-mch-shape (mch-sub) = dl100-qud-shape-type
                set  mch-shape-ok to true
            end-if.

      * one step of the material hunt.
       5430-match-material.
            if dl100-mch-material (mch-sub) = dl100-qud-material
                set  mch-material-ok to true
            end-if.

      * show one quote - header and every line - without touching
      * it.
       6000-inquire-quote.
            perform  5100-fetch-quote-header.
            if header-on-file
                perform 6100-display-quote-header
                move    quote-number to dl100-quo-quote-no
                move    1 to dl100-quo-line-no
                move    'N' to walk-switch
                start   quote-file key not less than dl100-quo-key
                    invalid key set walk-done to true
                end-start
                perform 6200-show-one-line until walk-done
            end-if.

      * the quote's header on the screen.
       6100-display-quote-header.
            compute  quote-total =
                     dl100-quh-mtl-total + dl100-quh-mach-total.
            display  'QUOTE ' dl100-quo-quote-no
                     '  CUSTOMER ' dl100-quh-customer
                     '  QUOTED ' dl100-quh-quote-date
                     '  EXPIRES ' dl100-quh-expiry-date.
            evaluate true
                when dl100-quh-converted
                    display 'CONVERTED ' dl100-quh-conv-date
                            ' BY ' dl100-quh-conv-by
                when dl100-quh-expiry-date < today-date
                    display 'EXPIRED'
                when other
                    display 'OPEN'
            end-evaluate.
            move     dl100-quh-line-count to ed-line.
            move     quote-total to ed-amount.
            display  ed-line ' LINES  QUOTE TOTAL ' ed-amount.

      * one quote line on the screen - the walk ends at the first
      * line of the next quote.
       6200-show-one-line.
            read     quote-file next record
                at end set walk-done to true
            end-read.
            if not walk-done
                if dl100-quo-quote-no not = quote-number
                    set  walk-done to true
                else
                    move dl100-quo-line-no to ed-line
                    move dl100-qud-quantity to ed-qty
                    move dl100-qud-area to ed-area
                    compute quote-total = dl100-qud-mtl-cost
                                        + dl100-qud-mach-charge
                    move quote-total to ed-amount
                    move dl100-qud-price-basis to basis-desc
                    perform 4900-set-basis-description
                    display 'LINE ' ed-line
                            '  ' dl100-qud-shape-type
                            '  QTY ' ed-qty
                            '  ' dl100-qud-material
                            '  AREA ' ed-area
                            '  ' ed-amount
                            '  ' basis-desc
                            '  ' dl100-qud-ticket-no
                end-if
            end-if.

      * today plus the standard quote life.
       7000-default-expiry.
            move     today-date (1:4) to cal-yyyy.
            move     today-date (5:2) to cal-mm.
            move     today-date (7:2) to cal-dd.
            perform  7010-add-one-day quote-days times.
            compute  expiry-date =
                     cal-yyyy * 10000 + cal-mm * 100 + cal-dd.

      * one day forward on the calendar - the end of the month
      * rolls into the next, february taking its leap day.
       7010-add-one-day.
            move     month-len (cal-mm) to cal-month-len.
            if cal-mm = 2
                divide cal-yyyy by 4
                       giving leap-quotient
                       remainder leap-remainder
                if leap-remainder = zero
                    move 29 to cal-month-len
                end-if
            end-if.
            if cal-dd < cal-month-len
                add  1 to cal-dd
            else
                move 1 to cal-dd
                if cal-mm < 12
                    add  1 to cal-mm
                else
                    move 1 to cal-mm
                    add  1 to cal-yyyy
                end-if
            end-if.

      * the next number in the series already moved to the key -
      * read, add one, rewrite before the number is used.  a
      * series not on file yet starts at one.
       7100-take-next-number.
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

      * one line onto the DL100MNT maintenance history - opened
      * and closed per write, so a session that dies never leaves
      * the log open or loses what it already logged.
       8000-write-maint-log.
            open     extend maint-log-file.
            move     spaces to maint-log-line.
            accept   dl100-mnl-date from date yyyymmdd.
            accept   dl100-mnl-time from time.
            move     signon-id to dl100-mnl-operator.
            move     '220-QUOTE-ENTRY' to dl100-mnl-program.
            move     log-action to dl100-mnl-action.
            move     log-key to dl100-mnl-key.
            move     log-detail to dl100-mnl-detail.
            write    maint-log-record from maint-log-line.
            close    maint-log-file.

      * close up the files on the way out.
       9000-terminate.
            close    quote-file.
            close    number-file.
            if cus-master-open
                close customer-file
            end-if.
            if mtl-master-open
                close material-file
            end-if.
            if rte-history-open
                close rate-file
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
            display  'DONE.'.

      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
