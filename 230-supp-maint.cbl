      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
      *
      * Supplier master maintenance for purchasing.
      *
      * The DL100SUP master carries one record per supplier the
      * shop buys stock from - code, name, who to phone and on
      * what number, and the lead time in days from order to
      * delivery.  Each material on DL100MTL names its preferred
      * supplier, and when the nightly 110-calc run finds a
      * material at its reorder point it raises a draft purchase
      * order on DL100PO to that supplier, due the supplier's lead
      * time after the run date.  This program is how purchasing
      * keeps the supplier master current: add a new supplier,
      * change a name, contact or lead time, drop a supplier the
      * shop no longer buys from, or just look one up.
      *
      * A draft po that should never go out - the wrong supplier,
      * or stock found after all - is cancelled here too, by the
      * supervisor, as long as nothing has been received against
      * it yet; cancelling frees the material so the next night's
      * run can raise a fresh po if it is still short.  A po with
      * a delivery already on it is closed short at receipt time
      * in 130-matl-maint instead.
      *
      * Same prompt-and-answer style as 170-cust-maint, so an
      * operator who can drive one can drive the other.  A master
      * dataset that does not exist yet is created empty on the
      * way in, so first-time setup is just running this program
      * and keying the first add.  The session starts with a
      * sign-on against the DL100OPR operator master, every action
      * is written to the DL100MNT maintenance history under the
      * signed-on id, and deleting a supplier or cancelling a po
      * is supervisor only.
      *
      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
       id division.
         program-id. 230-supp-maint.

       environment division.
         input-output section.
            file-control.
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
             fd  supplier-file.
                01  supplier-record.
                    copy dl100sup.

             fd  po-file.
                01  po-record.
                    copy dl100po.

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

             77       sup-file-status picture x(02) value '00'.
             77       po-file-status  picture x(02) value '00'.
             77       po-open-switch  picture x(01) value 'N'.
                 88    po-file-open                 value 'Y'.
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
                 88    action-cancel-po             value 'K'.
                 88    action-exit                  value 'X'.
             77       work-code       picture x(06).
             77       work-name       picture x(30).
             77       work-contact    picture x(20).
             77       work-phone      picture x(15).
             77       work-lead-days  picture 9(03).
             77       lead-answer     picture x(03).
             77       lead-answer-num redefines lead-answer
                                      picture 9(03).
             77       po-answer       picture x(06).
             77       po-answer-num   redefines po-answer
                                      picture 9(06).
             77       answer-switch   picture x(01).
                 88    answer-yes                   value 'Y'.
             77       ed-po-qty       picture z,zzz,zzz,zz9.99.
             77       record-switch   picture x(01).
                 88    record-on-file               value 'Y'.
                 88    record-absent                value 'N'.

       procedure division.
       0000-main-logic.
            perform  1000-initialize.
            perform  2000-process-one-action until action-exit.
            perform  9000-terminate.
            stop     run.

      * open the master i-o, creating it empty first if this is
      * the very first time anybody has run maintenance - same
      * open-output-then-reopen move 170-cust-maint uses.  the po
      * file and the material master are only needed to cancel a
      * po; either one absent just means there is nothing to
      * cancel yet.
       1000-initialize.
            display  'SUPPLIER MASTER MAINTENANCE'.
            display  ' '.
            open     i-o supplier-file.
            if sup-file-status not = '00'
                open   output supplier-file
                close  supplier-file
                open   i-o supplier-file
            end-if.
            open     i-o po-file.
            if po-file-status = '00'
                set  po-file-open to true
            end-if.
            open     i-o material-file.
            if mtl-file-status = '00'
                set  mtl-master-open to true
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
            display  'ACTION (A=ADD C=CHANGE D=DELETE I=INQUIRE '
                     'K=CANCEL PO X=EXIT): ' with no advancing.
            accept   action-code.
            evaluate true
                when action-add       perform 3000-add-supplier
                when action-change    perform 4000-change-supplier
                when action-delete    perform 5000-delete-supplier
                when action-inquire   perform 6000-inquire-supplier
                when action-cancel-po perform 7000-cancel-po
                when action-exit      continue
                when other
                    display '*** UNRECOGNIZED ACTION'
            end-evaluate.
            display  ' '.

      * fetch the record for the code the operator keys, leaving
      * the on-file switch saying whether it was there.
       2100-fetch-supplier.
            display  'SUPPLIER CODE...............................: '
                     with no advancing.
            accept   work-code.
            move     work-code to dl100-sup-code.
            read     supplier-file
                invalid key set record-absent to true
                not invalid key set record-on-file to true
            end-read.

      * prompt for the name, contact, phone and lead time.  the
      * lead time is keyed as three digits of days.
       2200-accept-details.
            display  'SUPPLIER NAME...............................: '
                     with no advancing.
            accept   work-name.
            display  'CONTACT.....................................: '
                     with no advancing.
            accept   work-contact.
            display  'PHONE.......................................: '
                     with no advancing.
            accept   work-phone.
            display  'LEAD TIME IN DAYS (3 DIGITS)................: '
                     with no advancing.
            accept   lead-answer.
            if lead-answer numeric
                move lead-answer-num to work-lead-days
            else
                display '*** LEAD TIME NOT NUMERIC - TAKEN AS ZERO'
                move zero to work-lead-days
            end-if.

      * add a supplier who is not on the master yet.
       3000-add-supplier.
            perform  2100-fetch-supplier.
            if record-on-file
                display '*** ' work-code ' IS ALREADY ON THE MASTER'
            else
                perform  2200-accept-details
                move     work-code to dl100-sup-code
                move     work-name to dl100-sup-name
                move     work-contact to dl100-sup-contact
                move     work-phone to dl100-sup-phone
                move     work-lead-days to dl100-sup-lead-days
                write    supplier-record
                    invalid key
                        display '*** WRITE FAILED - STATUS '
                                sup-file-status
                    not invalid key
                        display work-code ' ADDED'
                        move    'ADD' to log-action
                        move    work-code to log-key
                        move    work-name to log-detail
                        perform 8000-write-maint-log
                end-write
            end-if.

      * re-key the details of a supplier already on file, showing
      * the current values first.
       4000-change-supplier.
            perform  2100-fetch-supplier.
            if record-absent
                display '*** ' work-code ' IS NOT ON THE MASTER'
            else
                perform  6100-display-supplier
                perform  2200-accept-details
                move     work-name to dl100-sup-name
                move     work-contact to dl100-sup-contact
                move     work-phone to dl100-sup-phone
                move     work-lead-days to dl100-sup-lead-days
                rewrite  supplier-record
                    invalid key
                        display '*** REWRITE FAILED - STATUS '
                                sup-file-status
                    not invalid key
                        display work-code ' CHANGED'
                        move    'CHANGE' to log-action
                        move    work-code to log-key
                        move    work-name to log-detail
                        perform 8000-write-maint-log
                end-rewrite
            end-if.

      * drop a supplier off the master - supervisor only.  a
      * material still naming the supplier just gets no po until
      * somebody names it another one.
       5000-delete-supplier.
            if not signon-supervisor
                display '*** DELETE IS SUPERVISOR ONLY'
            else
                perform  2100-fetch-supplier
                if record-absent
                    display '*** ' work-code ' IS NOT ON THE MASTER'
                else
                    perform  6100-display-supplier
                    delete   supplier-file
                        invalid key
                            display '*** DELETE FAILED - STATUS '
                                    sup-file-status
                        not invalid key
                            display work-code ' DELETED'
                            move    'DELETE' to log-action
                            move    work-code to log-key
                            move    spaces to log-detail
                            perform 8000-write-maint-log
                    end-delete
                end-if
            end-if.

      * show one supplier without touching them.
       6000-inquire-supplier.
            perform  2100-fetch-supplier.
            if record-absent
                display '*** ' work-code ' IS NOT ON THE MASTER'
            else
                perform  6100-display-supplier
            end-if.

      * one supplier's details on the screen.
       6100-display-supplier.
            display  dl100-sup-code '  ' dl100-sup-name
                     '  LEAD DAYS ' dl100-sup-lead-days.
            display  '      CONTACT ' dl100-sup-contact
                     '  PHONE ' dl100-sup-phone.

      * cancel a draft po nothing has been received on -
      * supervisor only.  the material's open po number is
      * cleared when it points at this po, so the next night's
      * run is free to raise another.
       7000-cancel-po.
            if not signon-supervisor
                display '*** PO CANCEL IS SUPERVISOR ONLY'
            else
                if not po-file-open
                    display '*** NO PURCHASE ORDER FILE ON HAND'
                else
                    perform 7100-fetch-po
                end-if
            end-if.

      * fetch the po the supervisor keys and cancel it if it is
      * still a draft.
       7100-fetch-po.
            display  'PO NUMBER...................................: '
                     with no advancing.
            accept   po-answer.
            if po-answer not numeric
                display '*** PO NUMBER MUST BE SIX DIGITS'
            else
                move po-answer-num to dl100-po-number
                read po-file
                    invalid key
                        display '*** PO ' po-answer ' IS NOT ON FILE'
                    not invalid key
                        perform 7200-cancel-draft-po
                end-read
            end-if.

      * the po is on file - show it, and cancel it on the
      * supervisor's say-so if nothing has been received yet.
       7200-cancel-draft-po.
            move     dl100-po-order-qty to ed-po-qty.
            display  'PO ' po-answer '  MATERIAL ' dl100-po-material
                     '  SUPPLIER ' dl100-po-supplier
                     '  ORDERED ' ed-po-qty
                     '  STATUS ' dl100-po-status.
            if not dl100-po-draft
                display '*** ONLY A DRAFT PO CAN BE CANCELLED'
            else
                display 'CANCEL THIS PO? (Y/N).......................: '
                        with no advancing
                accept  answer-switch
                if answer-yes
                    set     dl100-po-cancelled to true
                    rewrite po-record
                        invalid key
                            display '*** REWRITE FAILED - STATUS '
                                    po-file-status
                        not invalid key
                            display 'PO ' po-answer ' CANCELLED'
                            perform 7300-free-material
                            move    'CANCELPO' to log-action
                            move    po-answer to log-key
                            move    spaces to log-detail
                            string  'MATL '            delimited by size
                                    dl100-po-material  delimited by size
                                    ' SUPP '           delimited by size
                                    dl100-po-supplier  delimited by size
                               into log-detail
                            end-string
                            perform 8000-write-maint-log
                    end-rewrite
                else
                    display 'PO NOT CANCELLED'
                end-if
            end-if.

      * clear the material's open po number if it points at the
      * po just cancelled.
       7300-free-material.
            if mtl-master-open
                move dl100-po-material to dl100-mtl-code
                read material-file
                    invalid key continue
                    not invalid key
                        if dl100-mtl-open-po = dl100-po-number
                            move    zero to dl100-mtl-open-po
                            rewrite material-record
                        end-if
                end-read
            end-if.

      * one line onto the DL100MNT maintenance history - opened
      * and closed per write, so a session that dies never leaves
      * the log open or loses what it already logged.
       8000-write-maint-log.
            open     extend maint-log-file.
            move     spaces to maint-log-line.
            accept   dl100-mnl-date from date yyyymmdd.
            accept   dl100-mnl-time from time.
            move     signon-id to dl100-mnl-operator.
            move     '230-SUPP-MAINT' to dl100-mnl-program.
            move     log-action to dl100-mnl-action.
            move     log-key to dl100-mnl-key.
            move     log-detail to dl100-mnl-detail.
            write    maint-log-record from maint-log-line.
            close    maint-log-file.

      * close up the master and the po files on the way out.
       9000-terminate.
            close    supplier-file.
            if po-file-open
                close po-file
            end-if.
            if mtl-master-open
                close material-file
            end-if.
            display  'DONE.'.

      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
