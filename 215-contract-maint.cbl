      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
      *
      * Customer contract price agreement maintenance.
      *
      * The bigger accounts have negotiated prices - a contract
      * rate per square unit on a material in place of the list
      * rate, a percentage off the machine charge, or both - and
      * until now sales fixed those up by hand on the invoice.
      * The DL100CTR agreement file carries them instead: one
      * record per customer, material and effective date, with an
      * expiry date (zero for open-ended), the contract rate (zero
      * leaves the list rate standing) and the machine discount.
      * A material of '****' is the customer's all-materials
      * agreement, for a machine discount across the board.
      * 110-calc prices each ticket at the agreement in force on
      * the run date, so what is keyed here is what the customer
      * is charged from that date on.
      *
      * Same prompt-and-answer style as 170-cust-maint: add an
      * agreement, change its rate, discount or expiry, delete
      * one keyed in error, or list every agreement a customer
      * has.  An agreement is only added for a customer on the
      * DL100CUS master and a material on the DL100MTL master.
      * To end an agreement, change its expiry date rather than
      * deleting it, so past runs can still be explained.
      *
      * Pricing is money, so the whole session is supervisor only
      * - an operator who signs on is told so and let go - and
      * every action is written to the DL100MNT maintenance
      * history under the signed-on id.  An agreement file that
      * does not exist yet is created empty on the way in.
      *
      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
       id division.
         program-id. 215-contract-maint.

       environment division.
         input-output section.
            file-control.
               select contract-file assign to "DL100CTR"
                      organization is indexed
                      access mode is dynamic
                      record key is dl100-ctr-key
                      file status is ctr-file-status.
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
             fd  contract-file.
                01  contract-record.
                    copy dl100ctr.

             fd  customer-file.
                01  customer-record.
                    copy dl100cus.

             fd  material-file.
                01  material-record.
                    copy dl100mtl.

             fd  oper-file.
                01  oper-record.
                    copy dl100opr.

             fd  maint-log-file.
                01  maint-log-record    picture x(132).

          working-storage section.
             01  maint-log-line.
                 copy dl100mnl.

             77       ctr-file-status picture x(02) value '00'.
             77       cus-file-status picture x(02) value '00'.
             77       cus-open-switch picture x(01) value 'N'.
                 88    cus-master-open              value 'Y'.
             77       mtl-file-status picture x(02) value '00'.
             77       mtl-open-switch picture x(01) value 'N'.
                 88    mtl-master-open              value 'Y'.
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
                 88    action-add                   value 'A'.
                 88    action-change                value 'C'.
                 88    action-delete                value 'D'.
                 88    action-inquire               value 'I'.
                 88    action-exit                  value 'X'.
             77       work-customer   picture x(06).
             77       work-material   picture x(04).
             77       work-eff-date   picture 9(08).
             77       work-exp-date   picture 9(08).
             77       work-rate       picture 9(05)v99.
             77       work-disc       picture 9(02)v99.
             77       today-date      picture 9(08).
             77       date-answer     picture x(08).
             77       rate-answer     picture x(07).
             77       rate-answer-num redefines rate-answer
                                      picture 9(05)v99.
             77       disc-answer     picture x(04).
             77       disc-answer-num redefines disc-answer
                                      picture 9(02)v99.
             77       ed-rate         picture zz,zz9.99.
             77       ed-disc         picture z9.99.
             77       record-switch   picture x(01).
                 88    record-on-file               value 'Y'.
                 88    record-absent                value 'N'.
             77       entry-switch    picture x(01).
                 88    entry-good                   value 'Y'.
                 88    entry-bad                    value 'N'.
             77       list-switch     picture x(01).
                 88    list-done                    value 'Y'.
             77       list-count      picture 9(04).

       procedure division.
       0000-main-logic.
            perform  1000-initialize.
            perform  2000-process-one-action until action-exit.
            perform  9000-terminate.
            stop     run.

      * open the agreement file i-o, creating it empty first if
      * this is the very first time anybody has run maintenance -
      * same open-output-then-reopen move 170-cust-maint uses.
      * the customer and material masters are only read, to
      * check an agreement names somebody and something real.
       1000-initialize.
            display  'CUSTOMER CONTRACT PRICING MAINTENANCE'.
            display  ' '.
            accept   today-date from date yyyymmdd.
            open     i-o contract-file.
            if ctr-file-status not = '00'
                open   output contract-file
                close  contract-file
                open   i-o contract-file
            end-if.
            open     input customer-file.
            if cus-file-status = '00'
                set  cus-master-open to true
            end-if.
            open     input material-file.
            if mtl-file-status = '00'
                set  mtl-master-open to true
            end-if.
            perform  1500-sign-on.
            if signed-on and not signon-supervisor
                display '*** CONTRACT PRICING IS SUPERVISOR ONLY'
                set  action-exit to true
            end-if.

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
            display  'ACTION (A=ADD C=CHANGE D=DELETE I=INQUIRE '
                     'X=EXIT): ' with no advancing.
            accept   action-code.
            evaluate true
                when action-add     perform 3000-add-agreement
                when action-change  perform 4000-change-agreement
                when action-delete  perform 5000-delete-agreement
                when action-inquire perform 6000-inquire-customer
                when action-exit    continue
                when other
                    display '*** UNRECOGNIZED ACTION'
            end-evaluate.
            display  ' '.

      * prompt for the customer code.
       2050-accept-customer.
            display  'CUSTOMER CODE...............................: '
                     with no advancing.
            accept   work-customer.

      * fetch the agreement for the customer, material and
      * effective date the operator keys, leaving the on-file
      * switch saying whether it was there.
       2100-fetch-agreement.
            perform  2050-accept-customer.
            display  'MATERIAL CODE (****=ALL MATERIALS)..........: '
                     with no advancing.
            accept   work-material.
            display  'EFFECTIVE DATE (YYYYMMDD, BLANK=TODAY)......: '
                     with no advancing.
            accept   date-answer.
            if date-answer = spaces or date-answer not numeric
                move today-date to work-eff-date
            else
                move date-answer to work-eff-date
            end-if.
            move     work-customer to dl100-ctr-customer.
            move     work-material to dl100-ctr-material.
            move     work-eff-date to dl100-ctr-eff-date.
            read     contract-file
                invalid key set record-absent to true
                not invalid key set record-on-file to true
            end-read.

      * prompt for the terms - the contract rate per square unit
      * keyed as seven digits with the last two the decimal
      * places (zero keeps the list rate), the machine discount
      * percentage as four digits with two decimals (0500 is five
      * per cent), and the expiry date.  an all-materials
      * agreement has no rate of its own to key.
       2200-accept-terms.
            set      entry-good to true.
            move     zero to work-rate.
            if work-material not = '****'
                display 'CONTRACT RATE (7 DIGITS, 2 DEC, 0=LIST).....: '
                        with no advancing
                accept  rate-answer
                if rate-answer numeric
                    move rate-answer-num to work-rate
                else
                    display '*** RATE NOT NUMERIC - TAKEN AS ZERO'
                end-if
            end-if.
            display  'MACHINE DISCOUNT PCT (4 DIGITS, 2 DECIMAL)..: '
                     with no advancing.
            accept   disc-answer.
            if disc-answer numeric
                move disc-answer-num to work-disc
            else
                display '*** DISCOUNT NOT NUMERIC - TAKEN AS ZERO'
                move zero to work-disc
            end-if.
            display  'EXPIRY DATE (YYYYMMDD, BLANK=OPEN-ENDED)....: '
                     with no advancing.
            accept   date-answer.
            if date-answer = spaces or date-answer not numeric
                move zero to work-exp-date
            else
                move date-answer to work-exp-date
            end-if.
            if work-exp-date not = zero
                    and work-exp-date < work-eff-date
                display '*** EXPIRY IS BEFORE THE EFFECTIVE DATE'
                set  entry-bad to true
            end-if.
            if work-rate = zero and work-disc = zero
                display '*** NO CONTRACT RATE AND NO DISCOUNT - '
                        'NOTHING TO AGREE'
                set  entry-bad to true
            end-if.

      * the customer and material an agreement names must both be
      * on their masters - an agreement nobody can ever match is
      * just a typing error waiting to be found.
       2300-check-masters.
            set      entry-good to true.
            if not cus-master-open
                display '*** CUSTOMER MASTER NOT ON HAND'
                set  entry-bad to true
            else
                move work-customer to dl100-cus-code
                read customer-file
                    invalid key
                        display '*** ' work-customer
                                ' IS NOT ON THE CUSTOMER MASTER'
                        set entry-bad to true
                end-read
            end-if.
            if entry-good and work-material not = '****'
                if not mtl-master-open
                    display '*** MATERIAL MASTER NOT ON HAND'
                    set  entry-bad to true
                else
                    move work-material to dl100-mtl-code
                    read material-file
                        invalid key
                            display '*** ' work-material
                                    ' IS NOT ON THE MATERIAL MASTER'
                            set entry-bad to true
                    end-read
                end-if
            end-if.

      * add an agreement that is not on file yet.
       3000-add-agreement.
            perform  2100-fetch-agreement.
            if record-on-file
                display '*** THAT AGREEMENT IS ALREADY ON FILE'
            else
                perform 2300-check-masters
                if entry-good
                    perform 2200-accept-terms
                end-if
                if entry-good
                    perform 3100-write-agreement
                end-if
            end-if.

      * put the new agreement on file and log it.
       3100-write-agreement.
            move     work-customer to dl100-ctr-customer.
            move     work-material to dl100-ctr-material.
            move     work-eff-date to dl100-ctr-eff-date.
            move     work-exp-date to dl100-ctr-exp-date.
            move     work-rate to dl100-ctr-rate.
            move     work-disc to dl100-ctr-mach-disc.
            move     today-date to dl100-ctr-keyed-date.
            move     signon-id to dl100-ctr-keyed-by.
            write    contract-record
                invalid key
                    display '*** WRITE FAILED - STATUS '
                            ctr-file-status
                not invalid key
                    display 'AGREEMENT ADDED'
                    move    'ADD' to log-action
                    perform 7000-build-log-detail
                    perform 8000-write-maint-log
            end-write.

      * re-key the terms of an agreement already on file, showing
      * the current terms first.  the key itself never changes -
      * a new effective date is a new agreement.
       4000-change-agreement.
            perform  2100-fetch-agreement.
            if record-absent
                display '*** THAT AGREEMENT IS NOT ON FILE'
            else
                perform 6100-display-agreement
                perform 2200-accept-terms
                if entry-good
                    move     work-exp-date to dl100-ctr-exp-date
                    move     work-rate to dl100-ctr-rate
                    move     work-disc to dl100-ctr-mach-disc
                    move     today-date to dl100-ctr-keyed-date
                    move     signon-id to dl100-ctr-keyed-by
                    rewrite  contract-record
                        invalid key
                            display '*** REWRITE FAILED - STATUS '
                                    ctr-file-status
                        not invalid key
                            display 'AGREEMENT CHANGED'
                            move    'CHANGE' to log-action
                            perform 7000-build-log-detail
                            perform 8000-write-maint-log
                    end-rewrite
                end-if
            end-if.

      * drop an agreement keyed in error off the file.
       5000-delete-agreement.
            perform  2100-fetch-agreement.
            if record-absent
                display '*** THAT AGREEMENT IS NOT ON FILE'
            else
                perform  6100-display-agreement
                move     dl100-ctr-exp-date to work-exp-date
                move     dl100-ctr-rate to work-rate
                move     dl100-ctr-mach-disc to work-disc
                delete   contract-file
                    invalid key
                        display '*** DELETE FAILED - STATUS '
                                ctr-file-status
                    not invalid key
                        display 'AGREEMENT DELETED'
                        move    'DELETE' to log-action
                        perform 7000-build-log-detail
                        perform 8000-write-maint-log
                end-delete
            end-if.

      * list every agreement one customer has, in material and
      * effective date order.
       6000-inquire-customer.
            perform  2050-accept-customer.
            move     zero to list-count.
            move     'N' to list-switch.
            move     work-customer to dl100-ctr-customer.
            move     low-values to dl100-ctr-material.
            move     zero to dl100-ctr-eff-date.
            start    contract-file key not less than dl100-ctr-key
                invalid key set list-done to true
            end-start.
            perform  6200-list-one-agreement until list-done.
            if list-count = zero
                display '*** ' work-customer ' HAS NO AGREEMENTS'
            end-if.

      * one agreement's terms on the screen.
       6100-display-agreement.
            move     dl100-ctr-rate to ed-rate.
            move     dl100-ctr-mach-disc to ed-disc.
            display  dl100-ctr-customer '  ' dl100-ctr-material
                     '  EFF ' dl100-ctr-eff-date
                     '  EXP ' dl100-ctr-exp-date
                     '  RATE ' ed-rate
                     '  DISC ' ed-disc '%'.

      * one step of the customer listing - the walk ends at the
      * first agreement of the next customer.
       6200-list-one-agreement.
            read     contract-file next record
                at end set list-done to true
            end-read.
            if not list-done
                if dl100-ctr-customer not = work-customer
                    set  list-done to true
                else
                    add  1 to list-count
                    perform 6100-display-agreement
                end-if
            end-if.

      * the log line names the customer in the key and the rest of
      * the agreement in the detail - material, effective and
      * expiry dates, R rate and D discount, which just fills
      * the fifty bytes.
       7000-build-log-detail.
            move     work-customer to log-key.
            move     work-rate to ed-rate.
            move     work-disc to ed-disc.
            move     spaces to log-detail.
            string   work-material     delimited by size
                     ' EFF '           delimited by size
                     work-eff-date     delimited by size
                     ' EXP '           delimited by size
                     work-exp-date     delimited by size
                     ' R '             delimited by size
                     ed-rate           delimited by size
                     ' D '             delimited by size
                     ed-disc           delimited by size
                into log-detail
            end-string.

      * one line onto the DL100MNT maintenance history - opened
      * and closed per write, so a session that dies never leaves
      * the log open or loses what it already logged.
       8000-write-maint-log.
            open     extend maint-log-file.
            move     spaces to maint-log-line.
            accept   dl100-mnl-date from date yyyymmdd.
            accept   dl100-mnl-time from time.
            move     signon-id to dl100-mnl-operator.
            move     '215-CONTRACT-MNT' to dl100-mnl-program.
            move     log-action to dl100-mnl-action.
            move     log-key to dl100-mnl-key.
            move     log-detail to dl100-mnl-detail.
            write    maint-log-record from maint-log-line.
            close    maint-log-file.

      * close up the files on the way out.
       9000-terminate.
            close    contract-file.
            if cus-master-open
                close customer-file
            end-if.
            if mtl-master-open
                close material-file
            end-if.
            display  'DONE.'.

      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
