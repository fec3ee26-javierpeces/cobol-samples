      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
      *
      * Customer payment keying against the receivables ledger.
      *
      * Every invoice 200-invoice-run raises sits on the DL100ARO
      * open-item ledger with its full amount outstanding.  This
      * program is how the office keys what comes back: pick the
      * customer and the invoice the remittance names, key the
      * amount and the cheque or remittance reference, and the
      * amount is added to the item's paid figure and comes off
      * its balance - the item is marked paid the moment the
      * balance reaches zero, and a part payment simply leaves
      * the rest open for the statement to keep aging.  A
      * payment larger than the balance is refused rather than
      * guessed at; the office splits it across the invoices it
      * covers.  An inquiry lists every item a customer has on
      * the ledger, open and paid, with the balance still owed,
      * to answer the customer's phone call.
      *
      * Every payment posted is also appended to the DL100PAY
      * payment history (the ledger only carries the running
      * paid figure), so each individual payment and its
      * reference can always be found again.
      *
      * Same prompt-and-answer style as 170-cust-maint.  The
      * session starts with a sign-on against the DL100OPR
      * operator master and every payment is written to the
      * DL100MNT maintenance history under the signed-on id.
      *
      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
       id division.
         program-id. 205-ar-payment.

       environment division.
         input-output section.
            file-control.
               select open-item-file assign to "DL100ARO"
                      organization is indexed
                      access mode is dynamic
                      record key is dl100-aro-key
                      file status is aro-file-status.
               select customer-file assign to "DL100CUS"
                      organization is indexed
                      access mode is random
                      record key is dl100-cus-code
                      file status is cus-file-status.
               select oper-file assign to "DL100OPR"
                      organization is indexed
                      access mode is random
                      record key is dl100-opr-id
                      file status is opr-file-status.
               select optional payment-file
                      assign to "DL100PAY"
                      organization is line sequential.
               select optional maint-log-file
                      assign to "DL100MNT"
                      organization is line sequential.

       data division.
          file section.
             fd  open-item-file.
                01  open-item-record.
                    copy dl100aro.

             fd  customer-file.
                01  customer-record.
                    copy dl100cus.

             fd  oper-file.
                01  oper-record.
                    copy dl100opr.

             fd  payment-file.
                01  payment-record      picture x(132).

             fd  maint-log-file.
                01  maint-log-record    picture x(132).

          working-storage section.
             01  maint-log-line.
                 copy dl100mnl.
             01  payment-line.
                 copy dl100pay.

             77       aro-file-status picture x(02) value '00'.
             77       cus-file-status picture x(02) value '00'.
             77       cus-open-switch picture x(01) value 'N'.
                 88    cus-master-open              value 'Y'.
             77       opr-file-status picture x(02) value '00'.
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
                 88    action-payment               value 'P'.
                 88    action-inquire               value 'I'.
                 88    action-exit                  value 'X'.
             77       work-code       picture x(06).
             77       invoice-answer  picture x(06).
             77       invoice-answer-num redefines invoice-answer
                                      picture 9(06).
             77       amount-answer   picture x(11).
             77       amount-answer-num redefines amount-answer
                                      picture 9(09)v99.
             77       payment-amount  picture 9(11)v99.
             77       payment-ref     picture x(15).
             77       today-date      picture 9(08).
             77       record-switch   picture x(01).
                 88    record-on-file               value 'Y'.
                 88    record-absent                value 'N'.
             77       item-scan-switch picture x(01).
                 88    item-scan-done               value 'Y'.
             77       item-count      picture 9(05).
             77       owed-total      picture 9(13)v99.
             77       ed-amount       picture zz,zzz,zzz,zz9.99.
             77       ed-paid         picture zz,zzz,zzz,zz9.99.
             77       ed-balance      picture zz,zzz,zzz,zz9.99.
             77       ed-owed         picture z,zzz,zzz,zzz,zz9.99.

       procedure division.
       0000-main-logic.
            perform  1000-initialize.
            perform  2000-process-one-action until action-exit.
            perform  9000-terminate.
            stop     run.

      * open the ledger i-o, creating it empty first if no invoice
      * has ever been raised - same open-output-then-reopen move
      * 170-cust-maint uses.  the customer master only supplies
      * names, so a missing one is no reason to stop.
       1000-initialize.
            display  'CUSTOMER PAYMENT KEYING'.
            display  ' '.
            accept   today-date from date yyyymmdd.
            open     i-o open-item-file.
            if aro-file-status not = '00'
                open   output open-item-file
                close  open-item-file
                open   i-o open-item-file
            end-if.
            open     input customer-file.
            if cus-file-status = '00'
                set  cus-master-open to true
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
            display  'ACTION (P=PAYMENT I=INQUIRE X=EXIT): '
                     with no advancing.
            accept   action-code.
            evaluate true
                when action-payment perform 3000-post-payment
                when action-inquire perform 6000-inquire-customer
                when action-exit    continue
                when other
                    display '*** UNRECOGNIZED ACTION'
            end-evaluate.
            display  ' '.

      * prompt for the customer code, and show the name when the
      * master has it.
       2100-accept-customer.
            display  'CUSTOMER CODE...............................: '
                     with no advancing.
            accept   work-code.
            if cus-master-open
                move work-code to dl100-cus-code
                read customer-file
                    invalid key
                        display '*** NOT ON CUSTOMER MASTER'
                    not invalid key
                        display '    ' dl100-cus-name
                end-read
            end-if.

      * fetch the open item for the customer and the invoice
      * number the operator keys, leaving the on-file switch
      * saying whether it was there.
       2200-fetch-open-item.
            perform  2100-accept-customer.
            display  'INVOICE NUMBER..............................: '
                     with no advancing.
            accept   invoice-answer.
            if invoice-answer numeric
                move work-code to dl100-aro-customer
                move invoice-answer-num to dl100-aro-invoice-no
                read open-item-file
                    invalid key set record-absent to true
                    not invalid key set record-on-file to true
                end-read
            else
                display '*** INVOICE NUMBER NOT NUMERIC'
                set  record-absent to true
            end-if.

      * key a payment against one invoice - it must be on the
      * ledger, still open, and the amount no more than what is
      * owed on it.
       3000-post-payment.
            perform  2200-fetch-open-item.
            if record-absent
                display '*** NO SUCH INVOICE FOR ' work-code
            else
                perform 6100-display-item
                if dl100-aro-paid
                    display '*** INVOICE IS ALREADY PAID IN FULL'
                else
                    perform 3100-accept-payment
                end-if
            end-if.

      * the amount and reference, and the checks on them.
       3100-accept-payment.
            display  'AMOUNT PAID (11 DIGITS, LAST 2 DECIMAL).....: '
                     with no advancing.
            accept   amount-answer.
            if amount-answer not numeric
                display '*** AMOUNT NOT NUMERIC - NOTHING POSTED'
            else
                move amount-answer-num to payment-amount
                evaluate true
                    when payment-amount = zero
                        display '*** AMOUNT IS ZERO - NOTHING POSTED'
                    when payment-amount > dl100-aro-balance
                        display '*** PAYMENT EXCEEDS THE BALANCE - '
                                'NOTHING POSTED'
                    when other
                        display 'PAYMENT REFERENCE...........'
                                '................: '
                                with no advancing
                        accept  payment-ref
                        perform 3200-apply-payment
                end-evaluate
            end-if.

      * the payment passed its checks - onto the item, the
      * payment history and the log.
       3200-apply-payment.
            add      payment-amount to dl100-aro-paid-amount.
            subtract payment-amount from dl100-aro-balance.
            move     today-date to dl100-aro-last-paid.
            if dl100-aro-balance = zero
                set  dl100-aro-paid to true
            end-if.
            rewrite  open-item-record
                invalid key
                    display '*** REWRITE FAILED - STATUS '
                            aro-file-status
                not invalid key
                    move    dl100-aro-balance to ed-balance
                    display 'PAYMENT POSTED - BALANCE NOW ' ed-balance
                    perform 7000-write-payment-history
                    move    'PAYMENT' to log-action
                    move    invoice-answer to log-key
                    move    payment-amount to ed-amount
                    move    spaces to log-detail
                    string  work-code     delimited by size
                            ' AMT '       delimited by size
                            ed-amount     delimited by size
                            ' REF '       delimited by size
                            payment-ref   delimited by size
                       into log-detail
                    end-string
                    perform 8000-write-maint-log
            end-rewrite.

      * list every item a customer has on the ledger - open and
      * paid - with what is still owed across them.
       6000-inquire-customer.
            perform  2100-accept-customer.
            move     zero to item-count.
            move     zero to owed-total.
            move     work-code to dl100-aro-customer.
            move     zero to dl100-aro-invoice-no.
            move     'N' to item-scan-switch.
            start    open-item-file key not less than dl100-aro-key
                invalid key set item-scan-done to true
            end-start.
            perform  6200-show-one-item until item-scan-done.
            if item-count = zero
                display '*** NO INVOICES ON THE LEDGER FOR '
                        work-code
            else
                move    owed-total to ed-owed
                display 'TOTAL STILL OWED ' ed-owed
            end-if.

      * one item's figures on the screen.
       6100-display-item.
            move     dl100-aro-inv-amount to ed-amount.
            move     dl100-aro-paid-amount to ed-paid.
            move     dl100-aro-balance to ed-balance.
            display  'INV ' dl100-aro-invoice-no
                     '  DATED ' dl100-aro-invoice-date
                     '  PERIOD ' dl100-aro-period
                     '  STATUS ' dl100-aro-status.
            display  '      AMOUNT ' ed-amount
                     '  PAID ' ed-paid
                     '  BALANCE ' ed-balance.

      * one step of the customer's walk - it ends at the first
      * item of the next customer.
       6200-show-one-item.
            read     open-item-file next record
                at end set item-scan-done to true
            end-read.
            if not item-scan-done
                if dl100-aro-customer not = work-code
                    set  item-scan-done to true
                else
                    add     1 to item-count
                    add     dl100-aro-balance to owed-total
                    perform 6100-display-item
                end-if
            end-if.

      * one line onto the DL100PAY payment history - opened and
      * closed per write, same as the maintenance log.
       7000-write-payment-history.
            open     extend payment-file.
            move     spaces to payment-line.
            move     today-date to dl100-pay-date.
            accept   dl100-pay-time from time.
            move     signon-id to dl100-pay-operator.
            move     dl100-aro-customer to dl100-pay-customer.
            move     dl100-aro-invoice-no to dl100-pay-invoice-no.
            move     payment-amount to dl100-pay-amount.
            move     dl100-aro-balance to dl100-pay-balance.
            move     payment-ref to dl100-pay-reference.
            write    payment-record from payment-line.
            close    payment-file.

      * one line onto the DL100MNT maintenance history - opened
      * and closed per write, so a session that dies never leaves
      * the log open or loses what it already logged.
       8000-write-maint-log.
            open     extend maint-log-file.
            move     spaces to maint-log-line.
            accept   dl100-mnl-date from date yyyymmdd.
            accept   dl100-mnl-time from time.
            move     signon-id to dl100-mnl-operator.
            move     '205-AR-PAYMENT' to dl100-mnl-program.
            move     log-action to dl100-mnl-action.
            move     log-key to dl100-mnl-key.
            move     log-detail to dl100-mnl-detail.
            write    maint-log-record from maint-log-line.
            close    maint-log-file.

      * close up the ledger and the master on the way out.
       9000-terminate.
            close    open-item-file.
            if cus-master-open
                close customer-file
            end-if.
            display  'DONE.'.

      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
