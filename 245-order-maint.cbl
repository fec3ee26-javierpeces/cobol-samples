      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
      *
      * Customer order entry and maintenance.
      *
      * A cut ticket stands alone - nothing used to tie the five
      * tickets of one customer job together, or record when the
      * customer was promised the work, so "is my order done?"
      * meant searching SHAPEAUD, SHAPERCY and DL100QUE by hand.
      * The DL100ORD order file now carries one header per
      * customer order - the order number (the next in the
      * DL100NXT 'ORD ' series), the customer on the DL100CUS
      * master, the date the order was taken, the date the
      * customer was promised the work, and how many cut tickets
      * the job is expected to run to.  The floor stamps the
      * order number on each ticket of the job; the nightly
      * 110-calc run rejects a ticket naming an order that is not
      * on file or belongs to another customer, and marks every
      * other ordered ticket on its order, cut or rejected, as it
      * goes through.  250-order-status reports each order as
      * complete, partly cut, held up by rejects or late.
      *
      * This program is how the office takes and keeps the
      * orders: add an order, change its promised date or its
      * expected ticket count when the job changes, drop an order
      * the customer has cancelled (or one long since complete),
      * or look one up - header and every ticket the run has
      * marked against it - to answer the customer's call.
      *
      * Same prompt-and-answer style as the other maintenance
      * programs.  The order file and the number control are
      * created empty on the way in if they do not exist yet.
      * The session starts with a sign-on against the DL100OPR
      * operator master, every action is written to the DL100MNT
      * maintenance history under the signed-on id, and deleting
      * an order is supervisor only.
      *
      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
       id division.
         program-id. 245-order-maint.

       environment division.
         input-output section.
            file-control.
               select order-file assign to "DL100ORD"
                      organization is indexed
                      access mode is dynamic
                      record key is dl100-ord-key
                      file status is ord-file-status.
               select customer-file assign to "DL100CUS"
                      organization is indexed
                      access mode is random
                      record key is dl100-cus-code
                      file status is cus-file-status.
               select number-file assign to "DL100NXT"
                      organization is indexed
                      access mode is random
                      record key is dl100-nxt-series
                      file status is nxt-file-status.
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
             fd  order-file.
                01  order-record.
                    copy dl100ord.

             fd  customer-file.
                01  customer-record.
                    copy dl100cus.

             fd  number-file.
                01  number-record.
                    copy dl100nxt.

             fd  oper-file.
                01  oper-record.
                    copy dl100opr.

             fd  maint-log-file.
                01  maint-log-record    picture x(132).

          working-storage section.
             01  maint-log-line.
                 copy dl100mnl.

             77       ord-file-status picture x(02) value '00'.
             77       cus-file-status picture x(02) value '00'.
             77       cus-open-switch picture x(01) value 'N'.
                 88    cus-master-open              value 'Y'.
             77       nxt-file-status picture x(02) value '00'.
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
             77       today-date      picture 9(08).
             77       work-order-no   picture x(06).
             77       work-customer   picture x(06).
             77       work-promised   picture 9(08).
             77       work-expected   picture 9(03).
             77       order-answer    picture x(06).
             77       order-answer-num redefines order-answer
                                      picture 9(06).
             77       date-answer     picture x(08).
             77       date-answer-num redefines date-answer
                                      picture 9(08).
             77       count-answer    picture x(03).
             77       count-answer-num redefines count-answer
                                      picture 9(03).
             77       answer-switch   picture x(01).
                 88    answer-yes                   value 'Y'.
             77       record-switch   picture x(01).
                 88    record-on-file               value 'Y'.
                 88    record-absent                value 'N'.
             77       details-switch  picture x(01).
                 88    details-ok                   value 'Y'.
                 88    details-bad                  value 'N'.
             77       walk-switch     picture x(01).
                 88    walk-done                    value 'Y'.
             77       cut-count       picture 9(03).
             77       reject-count    picture 9(03).
             77       mark-count      picture 9(03).
             77       ed-count        picture zz9.
             77       ed-area         picture zz,zzz,zzz,zz9.99.

       procedure division.
       0000-main-logic.
            perform  1000-initialize.
            perform  2000-process-one-action until action-exit.
            perform  9000-terminate.
            stop     run.

      * open the order file and the number control i-o, creating
      * either empty first if this is the very first time - same
      * open-output-then-reopen move the other maintenance
      * programs use.  the customer master is only read; with
      * none on hand no order can be taken, since every order
      * has to belong to a customer on it.
       1000-initialize.
            display  'CUSTOMER ORDER MAINTENANCE'.
            display  ' '.
            accept   today-date from date yyyymmdd.
            open     i-o order-file.
            if ord-file-status not = '00'
                open   output order-file
                close  order-file
                open   i-o order-file
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
                     'X=EXIT): ' with no advancing.
            accept   action-code.
            evaluate true
                when action-add       perform 3000-add-order
                when action-change    perform 4000-change-order
                when action-delete    perform 5000-delete-order
                when action-inquire   perform 6000-inquire-order
                when action-exit      continue
                when other
                    display '*** UNRECOGNIZED ACTION'
            end-evaluate.
            display  ' '.

      * fetch the header of the order number the operator keys,
      * leaving the on-file switch saying whether it was there.
       2100-fetch-order.
            set      record-absent to true.
            display  'ORDER NUMBER................................: '
                     with no advancing.
            accept   order-answer.
            if order-answer not numeric
                display '*** ORDER NUMBER MUST BE SIX DIGITS'
            else
                move order-answer to work-order-no
                move work-order-no to dl100-ord-order-no
                move spaces to dl100-ord-ticket-no
                read order-file
                    invalid key
                        display '*** ORDER ' work-order-no
                                ' IS NOT ON FILE'
                    not invalid key
                        set  record-on-file to true
                end-read
            end-if.

      * prompt for the promised date and the expected ticket
      * count.  the promised date cannot be in the past, and an
      * order runs to at least one ticket.
       2200-accept-details.
            set      details-ok to true.
            display  'PROMISED DATE (YYYYMMDD)....................: '
                     with no advancing.
            accept   date-answer.
            if date-answer not numeric
                display '*** PROMISED DATE MUST BE EIGHT DIGITS'
                set  details-bad to true
            else
                move date-answer-num to work-promised
                if work-promised < today-date
                    display '*** PROMISED DATE IS BEFORE TODAY'
                    set  details-bad to true
                end-if
            end-if.
            if details-ok
                display 'EXPECTED TICKET COUNT (3 DIGITS)............: '
                        with no advancing
                accept  count-answer
                if count-answer not numeric
                        or count-answer-num = zero
                    display '*** TICKET COUNT MUST BE 001 TO 999'
                    set  details-bad to true
                else
                    move count-answer-num to work-expected
                end-if
            end-if.

      * take a new order - the customer must be on the master.
      * the number is only taken once everything has been keyed
      * and edited, so a mistyped order wastes no number.
       3000-add-order.
            display  'CUSTOMER CODE...............................: '
                     with no advancing.
            accept   work-customer.
            set      record-absent to true.
            if cus-master-open
                move work-customer to dl100-cus-code
                read customer-file
                    invalid key continue
                    not invalid key set record-on-file to true
                end-read
            end-if.
            if record-absent
                display '*** ' work-customer
                        ' IS NOT ON THE CUSTOMER MASTER'
            else
                display  dl100-cus-name
                perform  2200-accept-details
                if details-ok
                    perform 3100-write-order
                end-if
            end-if.

      * number the order and write its header.
       3100-write-order.
            move     'ORD ' to dl100-nxt-series.
            perform  7100-take-next-number.
            move     dl100-nxt-last-no to order-answer-num.
            move     order-answer to work-order-no.
            move     spaces to order-record.
            move     work-order-no to dl100-ord-order-no.
            move     spaces to dl100-ord-ticket-no.
            move     work-customer to dl100-orh-customer.
            move     today-date to dl100-orh-order-date.
            move     work-promised to dl100-orh-promised-date.
            move     work-expected to dl100-orh-expected.
            move     signon-id to dl100-orh-keyed-by.
            write    order-record
                invalid key
                    display '*** ORDER WRITE FAILED - STATUS '
                            ord-file-status
                not invalid key
                    display 'ORDER ' work-order-no ' ADDED - '
                            'STAMP IT ON EVERY TICKET OF THE JOB'
                    move    'ADD' to log-action
                    move    work-order-no to log-key
                    move    spaces to log-detail
                    string  'CUST '         delimited by size
                            work-customer   delimited by size
                            ' PROMISED '    delimited by size
                            work-promised   delimited by size
                            ' TICKETS '     delimited by size
                            work-expected   delimited by size
                       into log-detail
                    end-string
                    perform 8000-write-maint-log
            end-write.

      * re-key the promised date and expected ticket count of an
      * order already on file, showing the current values first.
      * the customer is never changed - the tickets already
      * marked belong to that customer.
       4000-change-order.
            perform  2100-fetch-order.
            if record-on-file
                perform  6100-display-order-header
                perform  2200-accept-details
                if details-ok
                    move    work-order-no to dl100-ord-order-no
                    move    spaces to dl100-ord-ticket-no
                    read    order-file
                        invalid key continue
                    end-read
                    move    work-promised to dl100-orh-promised-date
                    move    work-expected to dl100-orh-expected
                    rewrite order-record
                        invalid key
                            display '*** REWRITE FAILED - STATUS '
                                    ord-file-status
                        not invalid key
                            display 'ORDER ' work-order-no ' CHANGED'
                            move    'CHANGE' to log-action
                            move    work-order-no to log-key
                            move    spaces to log-detail
                            string  'PROMISED '     delimited by size
                                    work-promised   delimited by size
                                    ' TICKETS '     delimited by size
                                    work-expected   delimited by size
                               into log-detail
                            end-string
                            perform 8000-write-maint-log
                    end-rewrite
                end-if
            end-if.

      * drop an order - header and every ticket mark under it -
      * supervisor only.  tickets still stamped with the number
      * will reject as order not on file, which is the point of
      * a cancelled order.
       5000-delete-order.
            if not signon-supervisor
                display '*** DELETE IS SUPERVISOR ONLY'
            else
                perform  2100-fetch-order
                if record-on-file
                    perform 6100-display-order-header
                    display 'DELETE THIS ORDER? (Y/N)'
                            '....................: ' with no advancing
                    accept  answer-switch
                    if answer-yes
                        perform 5100-delete-order-records
                    else
                        display 'ORDER NOT DELETED'
                    end-if
                end-if
            end-if.

      * delete the header and walk the ticket marks after it,
      * deleting each, until the walk reaches the next order.
       5100-delete-order-records.
            delete   order-file
                invalid key
                    display '*** DELETE FAILED - STATUS '
                            ord-file-status
            end-delete.
            move     zero to mark-count.
            move     'N' to walk-switch.
            move     work-order-no to dl100-ord-order-no.
            move     spaces to dl100-ord-ticket-no.
            start    order-file key not less than dl100-ord-key
                invalid key set walk-done to true
            end-start.
            perform  5110-delete-one-mark until walk-done.
            display  'ORDER ' work-order-no ' DELETED'.
            move     'DELETE' to log-action.
            move     work-order-no to log-key.
            move     spaces to log-detail.
            string   'TICKET MARKS REMOVED ' delimited by size
                     mark-count              delimited by size
                into log-detail
            end-string.
            perform  8000-write-maint-log.

      * one ticket mark of the walk - the walk ends at the first
      * record of the next order.
       5110-delete-one-mark.
            read     order-file next record
                at end set walk-done to true
            end-read.
            if not walk-done
                if dl100-ord-order-no not = work-order-no
                    set  walk-done to true
                else
                    delete order-file
                        invalid key continue
                    end-delete
                    add  1 to mark-count
                end-if
            end-if.

      * show one order - its header, then every ticket the
      * nightly run has marked against it.
       6000-inquire-order.
            perform  2100-fetch-order.
            if record-on-file
                perform 6100-display-order-header
                move    zero to cut-count reject-count
                move    'N' to walk-switch
                perform 6200-show-one-mark until walk-done
                move    cut-count to ed-count
                display 'TICKETS CUT ' ed-count with no advancing
                move    reject-count to ed-count
                display '  REJECTED ' ed-count with no advancing
                move    work-expected to ed-count
                display '  OF ' ed-count ' EXPECTED'
            end-if.

      * the order header on the screen.
       6100-display-order-header.
            display  'ORDER ' dl100-ord-order-no
                     '  CUSTOMER ' dl100-orh-customer
                     '  TAKEN ' dl100-orh-order-date
                     '  BY ' dl100-orh-keyed-by.
            display  '      PROMISED ' dl100-orh-promised-date
                     '  EXPECTED TICKETS ' dl100-orh-expected.
            move     dl100-orh-promised-date to work-promised.
            move     dl100-orh-expected to work-expected.

      * one ticket mark of the inquiry walk, read on from the
      * header - the walk ends at the first record of the next
      * order.
       6200-show-one-mark.
            read     order-file next record
                at end set walk-done to true
            end-read.
            if not walk-done
                if dl100-ord-order-no not = work-order-no
                    set  walk-done to true
                else
                    if dl100-ort-cut
                        add  1 to cut-count
                        move dl100-ort-area to ed-area
                        display '  TICKET ' dl100-ord-ticket-no
                                '  CUT       ' dl100-ort-run-date
                                '  JOB ' dl100-ort-job-id
                                '  AREA ' ed-area
                    else
                        add  1 to reject-count
                        display '  TICKET ' dl100-ord-ticket-no
                                '  REJECTED  ' dl100-ort-run-date
                                '  JOB ' dl100-ort-job-id
                                '  REASON ' dl100-ort-reason-code
                    end-if
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
            move     '245-ORDER-MAINT' to dl100-mnl-program.
            move     log-action to dl100-mnl-action.
            move     log-key to dl100-mnl-key.
            move     log-detail to dl100-mnl-detail.
            write    maint-log-record from maint-log-line.
            close    maint-log-file.

      * close up the files on the way out.
       9000-terminate.
            close    order-file.
            close    number-file.
            if cus-master-open
                close customer-file
            end-if.
            display  'DONE.'.

      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
