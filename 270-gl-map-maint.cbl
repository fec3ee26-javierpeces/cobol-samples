      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
      *
      * General ledger account map maintenance for accounting.
      *
      * Every night's run now goes to the ledger as a journal
      * (275-gl-journal), and the journal needs to know which
      * accounts the money belongs in.  The DL100GLA map says so:
      * for each material, the cost of goods account its
      * consumption is charged to and the inventory account it
      * comes out of; for each customer class on the customer
      * master, the receivable account the machine charge is
      * billed to and the machine revenue account it is earned
      * in.  A code of four asterisks is the default entry for
      * its type, used for anything with no entry of its own - so
      * a new material or class never stops the journal, it just
      * lands in the default accounts until accounting maps it.
      * Anything with neither its own entry nor a default goes to
      * the journal unmapped, and the release check will not let
      * that journal out.
      *
      * Same prompt-and-answer style as 230-supp-maint, so an
      * operator who can drive one can drive the other.  A map
      * that does not exist yet is created empty on the way in.
      * A material entry must name a material on the DL100MTL
      * master (or be the default); a class is any two
      * characters, the way 170-cust-maint keys them.  The
      * session starts with a sign-on against the DL100OPR
      * operator master, every action is written to the DL100MNT
      * maintenance history under the signed-on id, and deleting
      * an entry is supervisor only.
      *
      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
       id division.
         program-id. 270-gl-map-maint.

       environment division.
         input-output section.
            file-control.
               select map-file assign to "DL100GLA"
                      organization is indexed
                      access mode is random
                      record key is dl100-gla-key
                      file status is gla-file-status.
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
             fd  map-file.
                01  map-record.
                    copy dl100gla.

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

             77       gla-file-status picture x(02) value '00'.
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
             77       work-type       picture x(01).
                 88    work-type-material           value 'M'.
                 88    work-type-class              value 'C'.
             77       work-code       picture x(04).
             77       work-debit      picture x(10).
             77       work-credit     picture x(10).
             77       work-desc       picture x(30).
             77       key-switch      picture x(01).
                 88    key-valid                    value 'Y'.
                 88    key-invalid                  value 'N'.
             77       detail-switch   picture x(01).
                 88    details-valid                value 'Y'.
                 88    details-invalid              value 'N'.
             77       record-switch   picture x(01).
                 88    record-on-file               value 'Y'.
                 88    record-absent                value 'N'.

       procedure division.
       0000-main-logic.
            perform  1000-initialize.
            perform  2000-process-one-action until action-exit.
            perform  9000-terminate.
            stop     run.

      * open the map i-o, creating it empty first if this is the
      * very first time anybody has run maintenance - same
      * open-output-then-reopen move 230-supp-maint uses.  the
      * material master is only read to check a material entry;
      * absent, the check is skipped.
       1000-initialize.
            display  'GENERAL LEDGER ACCOUNT MAP MAINTENANCE'.
            display  ' '.
            open     i-o map-file.
            if gla-file-status not = '00'
                open   output map-file
                close  map-file
                open   i-o map-file
            end-if.
            open     input material-file.
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
                     'X=EXIT): ' with no advancing.
            accept   action-code.
            evaluate true
                when action-add     perform 3000-add-entry
                when action-change  perform 4000-change-entry
                when action-delete  perform 5000-delete-entry
                when action-inquire perform 6000-inquire-entry
                when action-exit    continue
                when other
                    display '*** UNRECOGNIZED ACTION'
            end-evaluate.
            display  ' '.

      * prompt for the type and code and fetch the entry, leaving
      * the key switch saying whether the key made sense and the
      * on-file switch whether the entry was there.
       2100-fetch-entry.
            set      key-valid to true.
            set      record-absent to true.
            display  'TYPE (M=MATERIAL C=CUSTOMER CLASS)..........: '
                     with no advancing.
            accept   work-type.
            display  'MATERIAL OR CLASS CODE (**** = DEFAULT).....: '
                     with no advancing.
            accept   work-code.
            if not work-type-material and not work-type-class
                display '*** TYPE MUST BE M OR C'
                set  key-invalid to true
            end-if.
            if key-valid and work-type-class
                    and work-code not = '****'
                    and work-code (3:2) not = spaces
                display '*** A CUSTOMER CLASS IS TWO CHARACTERS'
                set  key-invalid to true
            end-if.
            if key-valid
                move work-type to dl100-gla-type
                move work-code to dl100-gla-code
                read map-file
                    invalid key set record-absent to true
                    not invalid key set record-on-file to true
                end-read
            end-if.

      * a new material entry must name a material the shop
      * actually stocks - the default entry excepted.
       2150-check-material.
            if work-type-material and work-code not = '****'
                    and mtl-master-open
                move work-code to dl100-mtl-code
                read material-file
                    invalid key
                        display '*** ' work-code
                                ' IS NOT ON THE MATERIAL MASTER'
                        set key-invalid to true
                end-read
            end-if.

      * prompt for the two accounts and the description.  both
      * accounts have to be keyed - an entry that books half a
      * posting could never balance.
       2200-accept-details.
            set      details-valid to true.
            if work-type-material
                display 'COST OF GOODS (DEBIT) ACCOUNT...............: '
                        with no advancing
            else
                display 'RECEIVABLE (DEBIT) ACCOUNT..................: '
                        with no advancing
            end-if.
            accept   work-debit.
            if work-type-material
                display 'INVENTORY (CREDIT) ACCOUNT..................: '
                        with no advancing
            else
                display 'MACHINE REVENUE (CREDIT) ACCOUNT............: '
                        with no advancing
            end-if.
            accept   work-credit.
            display  'DESCRIPTION.................................: '
                     with no advancing.
            accept   work-desc.
            if work-debit = spaces or work-credit = spaces
                display '*** BOTH ACCOUNTS MUST BE KEYED'
                set  details-invalid to true
            end-if.

      * the key for the maintenance history - type then code.
       2300-build-log-key.
            move     spaces to log-key.
            move     work-type to log-key (1:1).
            move     work-code to log-key (2:4).

      * the accounts for the maintenance history.
       2400-build-log-detail.
            move     spaces to log-detail.
            string   'DR '       delimited by size
                     work-debit  delimited by size
                     ' CR '      delimited by size
                     work-credit delimited by size
                into log-detail
            end-string.

      * add an entry that is not on the map yet.
       3000-add-entry.
            perform  2100-fetch-entry.
            if key-valid and record-on-file
                display '*** ' work-type ' ' work-code
                        ' IS ALREADY ON THE MAP'
            end-if.
            if key-valid and record-absent
                perform  2150-check-material
            end-if.
            if key-valid and record-absent
                perform  2200-accept-details
                if details-valid
                    perform 3100-write-entry
                end-if
            end-if.

      * write the new entry and log it.
       3100-write-entry.
            move     work-type to dl100-gla-type.
            move     work-code to dl100-gla-code.
            move     work-debit to dl100-gla-debit-acct.
            move     work-credit to dl100-gla-credit-acct.
            move     work-desc to dl100-gla-desc.
            write    map-record
                invalid key
                    display '*** WRITE FAILED - STATUS '
                            gla-file-status
                not invalid key
                    display work-type ' ' work-code ' ADDED'
                    move    'ADD' to log-action
                    perform 2300-build-log-key
                    perform 2400-build-log-detail
                    perform 8000-write-maint-log
            end-write.

      * re-key the accounts of an entry already on the map,
      * showing the current values first.
       4000-change-entry.
            perform  2100-fetch-entry.
            if key-valid and record-absent
                display '*** ' work-type ' ' work-code
                        ' IS NOT ON THE MAP'
            end-if.
            if key-valid and record-on-file
                perform  6100-display-entry
                perform  2200-accept-details
                if details-valid
                    perform 4100-rewrite-entry
                end-if
            end-if.

      * rewrite the changed entry and log it.
       4100-rewrite-entry.
            move     work-debit to dl100-gla-debit-acct.
            move     work-credit to dl100-gla-credit-acct.
            move     work-desc to dl100-gla-desc.
            rewrite  map-record
                invalid key
                    display '*** REWRITE FAILED - STATUS '
                            gla-file-status
                not invalid key
                    display work-type ' ' work-code ' CHANGED'
                    move    'CHANGE' to log-action
                    perform 2300-build-log-key
                    perform 2400-build-log-detail
                    perform 8000-write-maint-log
            end-rewrite.

      * drop an entry off the map - supervisor only.  whatever it
      * covered falls back to the default entry for its type.
       5000-delete-entry.
            if not signon-supervisor
                display '*** DELETE IS SUPERVISOR ONLY'
            else
                perform  2100-fetch-entry
                if key-valid and record-absent
                    display '*** ' work-type ' ' work-code
                            ' IS NOT ON THE MAP'
                end-if
                if key-valid and record-on-file
                    perform  6100-display-entry
                    delete   map-file
                        invalid key
                            display '*** DELETE FAILED - STATUS '
                                    gla-file-status
                        not invalid key
                            display work-type ' ' work-code
                                    ' DELETED'
                            move    'DELETE' to log-action
                            perform 2300-build-log-key
                            move    spaces to log-detail
                            perform 8000-write-maint-log
                    end-delete
                end-if
            end-if.

      * show one entry without touching it.
       6000-inquire-entry.
            perform  2100-fetch-entry.
            if key-valid and record-absent
                display '*** ' work-type ' ' work-code
                        ' IS NOT ON THE MAP'
            end-if.
            if key-valid and record-on-file
                perform  6100-display-entry
            end-if.

      * one entry's accounts on the screen.
       6100-display-entry.
            display  dl100-gla-type ' ' dl100-gla-code
                     '  ' dl100-gla-desc.
            display  '      DEBIT ' dl100-gla-debit-acct
                     '  CREDIT ' dl100-gla-credit-acct.

      * one line onto the DL100MNT maintenance history - opened
      * and closed per write, so a session that dies never leaves
      * the log open or loses what it already logged.
       8000-write-maint-log.
            open     extend maint-log-file.
            move     spaces to maint-log-line.
            accept   dl100-mnl-date from date yyyymmdd.
            accept   dl100-mnl-time from time.
            move     signon-id to dl100-mnl-operator.
            move     '270-GL-MAP-MAINT' to dl100-mnl-program.
            move     log-action to dl100-mnl-action.
            move     log-key to dl100-mnl-key.
            move     log-detail to dl100-mnl-detail.
            write    maint-log-record from maint-log-line.
            close    maint-log-file.

      * close up the map and the material master on the way out.
       9000-terminate.
            close    map-file.
            if mtl-master-open
                close material-file
            end-if.
            display  'DONE.'.

      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
