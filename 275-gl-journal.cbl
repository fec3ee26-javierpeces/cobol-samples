      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
      *
      * General ledger journal for the night's run.
      *
      * SHAPECST and the CUSTBILL summary have always had the
      * right money on them, but accounting keyed it into the
      * ledger by hand every morning.  This batch program (run by
      * the DL100CAL JCL right after 110-calc) builds the night's
      * journal instead and appends it to DL100GLJ for the
      * ledger, per dl100glj - a header, the detail postings, and
      * a trailer carrying the line count and the debit and
      * credit control totals.
      *
      * The run it journals is the last one on the SHAPEXTR
      * billing extract - the last header and everything after
      * it.  A restarted run extends the same header, so the
      * journal always covers the whole night under the one job
      * id billing knows it by.  From that run it books -
      *   per material, its consumption: the tickets' area at
      *   the material's list rate plus the scrap the run costed
      *   (at the same list rate) on the DL100YLD yield history,
      *   debited to cost of goods and credited to inventory - a
      *   contract rate is what the customer is billed, not what
      *   the stock is worth, so it never reaches inventory
      *   per customer, the machine charge: debited to the
      *   customer's receivable and credited to machine revenue
      * The accounts come off the DL100GLA account map accounting
      * keeps through 270-gl-map-maint - per material, and per
      * customer class off the DL100CUS master - falling back to
      * the default entry for the type.  A posting with no
      * account at all goes down as UNMAPPED, which 280-gl-release
      * will not let through to the ledger.
      *
      * Every debit has its credit, so the journal balances by
      * construction; the GLLIST listing prints every posting
      * with the totals and says so, and flags anything unmapped.
      * A run with no trailer on the extract never made it to a
      * clean end and gets no journal - the listing says why.
      *
      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
       id division.
         program-id. 275-gl-journal.

       environment division.
         input-output section.
            file-control.
               select extract-file assign to "SHAPEXTR"
                      organization is line sequential
                      file status is xtr-file-status.
               select optional yield-file assign to "DL100YLD"
                      organization is line sequential
                      file status is yld-file-status.
               select customer-file assign to "DL100CUS"
                      organization is indexed
                      access mode is random
                      record key is dl100-cus-code
                      file status is cus-file-status.
               select map-file assign to "DL100GLA"
                      organization is indexed
                      access mode is random
                      record key is dl100-gla-key
                      file status is gla-file-status.
               select optional journal-file assign to "DL100GLJ"
                      organization is line sequential.
               select listing-file assign to "GLLIST"
                      organization is line sequential.

       data division.
          file section.
             fd  extract-file.
                01  extract-record      picture x(124).

             fd  yield-file.
                01  yield-record.
                    copy dl100yld.

             fd  customer-file.
                01  customer-record.
                    copy dl100cus.

             fd  map-file.
                01  map-record.
                    copy dl100gla.

             fd  journal-file.
                01  journal-record      picture x(75).

             fd  listing-file.
                01  listing-record      picture x(132).

          working-storage section.
             01  extract-areas.
                 copy dl100ext.

             01  journal-areas.
                 copy dl100glj.

             77       xtr-file-status picture x(02) value '00'.
             77       xtr-eof-switch  picture x(01) value 'N'.
                 88    xtr-end-of-file              value 'Y'.
             77       yld-file-status picture x(02) value '00'.
             77       yld-eof-switch  picture x(01) value 'N'.
                 88    yld-end-of-file              value 'Y'.
             77       cus-file-status picture x(02) value '00'.
             77       cus-open-switch picture x(01) value 'N'.
                 88    cus-master-open              value 'Y'.
             77       gla-file-status picture x(02) value '00'.
             77       gla-open-switch picture x(01) value 'N'.
                 88    gla-map-open                 value 'Y'.

             77       run-open-switch picture x(01) value 'N'.
                 88    run-found                    value 'Y'.
             77       trailer-switch  picture x(01) value 'N'.
                 88    trailer-seen                 value 'Y'.
                 88    trailer-missing              value 'N'.
             77       run-date        picture 9(08).
             77       run-job-id      picture x(08).
             77       run-shift-id    picture x(04).
             77       last-job-id     picture x(08).

             77       mtl-count       picture 9(02) value zero.
             77       mtl-sub         picture 9(02).
             77       mtl-slot        picture 9(02).
             77       hunt-material   picture x(04).
             01       mtl-table.
                 05   mtl-entry occurs 20 times.
                      10  jmt-code      picture x(04).
                      10  jmt-cost      picture 9(13)v99.
                      10  jmt-scrap     picture 9(13)v99.

             77       cust-count      picture 9(03) value zero.
             77       cust-sub        picture 9(03).
             77       cust-slot       picture 9(03).
             01       cust-table.
                 05   cust-entry occurs 100 times.
                      10  jct-code      picture x(06).
                      10  jct-mach      picture 9(13)v99.

             77       map-type        picture x(01).
             77       map-code        picture x(04).
             77       map-debit       picture x(10).
             77       map-credit      picture x(10).
             77       post-account    picture x(10).
             77       post-dr-cr      picture x(01).
             77       post-amount     picture 9(13)v99.
             77       post-source     picture x(01).
             77       post-code       picture x(06).
             77       post-desc       picture x(30).
             77       cust-class      picture x(02).

             77       line-no         picture 9(05) value zero.
             77       debit-total     picture 9(13)v99 value zero.
             77       credit-total    picture 9(13)v99 value zero.
             77       unmapped-count  picture 9(05) value zero.
             77       uncosted-count  picture 9(05) value zero.
             77       read-count      picture 9(07) value zero.
             77       detail-count    picture 9(07) value zero.
             77       built-date      picture 9(08).
             77       built-time      picture 9(08).
             77       ed-line-no      picture zzzz9.
             77       ed-amount       picture z,zzz,zzz,zzz,zz9.99.
             77       ed-count        picture zz,zz9.
             77       print-line      picture x(132).

       procedure division.
       0000-main-logic.
            perform  1000-initialize.
            perform  2000-process-one-record until xtr-end-of-file.
            if not run-found
                perform 6800-write-no-run-note
            else
                if trailer-missing
                    perform 6850-write-no-trailer-note
                else
                    perform 3000-add-scrap-costs
                    perform 4000-build-journal
                end-if
            end-if.
            perform  9000-terminate.
            goback.

      * open everything up and prime the first extract record.  an
      * absent customer master or account map is not fatal - it
      * only means every posting falls to unmapped, which the
      * listing and the release check will both shout about.
       1000-initialize.
            open     output listing-file.
            move     spaces to print-line.
            move     'GENERAL LEDGER JOURNAL - DL100GLJ' to print-line.
            write    listing-record from print-line.
            open     input customer-file.
            if cus-file-status = '00'
                set  cus-master-open to true
            end-if.
            open     input map-file.
            if gla-file-status = '00'
                set  gla-map-open to true
            end-if.
            open     input extract-file.
            if xtr-file-status = '00'
                perform 2100-read-extract-record
            else
                set  xtr-end-of-file to true
            end-if.

      * one extract record - a header starts the run over (only
      * the last run on the file is journalled), a detail rolls
      * into its material and customer entries, a trailer closes
      * the run out cleanly.
       2000-process-one-record.
            add      1 to read-count.
            evaluate extract-record (1:1)
                when 'H'
                    move extract-record to dl100-ext-header
                    move dl100-exh-run-date to run-date
                    move dl100-exh-job-id to run-job-id
                    move dl100-exh-job-id to last-job-id
                    move dl100-exh-shift to run-shift-id
                    move zero to mtl-count cust-count
                                 detail-count uncosted-count
                    set  run-found to true
                    set  trailer-missing to true
                when 'D'
                    if run-found
                        move extract-record to dl100-ext-detail
                        perform 2200-accumulate-detail
                    end-if
                when 'T'
                    if run-found
                        set  trailer-seen to true
                    end-if
                when other
                    continue
            end-evaluate.
            perform  2100-read-extract-record.

      * the next record off the extract.
       2100-read-extract-record.
            read     extract-file
                at end set xtr-end-of-file to true
            end-read.

      * one detail: its list-rate material value into its
      * material's entry and its machine charge into its
      * customer's.  the job id of the details is kept as well -
      * after a restart the yield history is written under the
      * finishing run's id, not the header's.  a detail cut
      * before the list value was carried still has it in its
      * material cost when it went at list (or list with only a
      * machine discount); one with no cost on it, or priced at
      * a contract rate, is counted, not guessed at.
       2200-accumulate-detail.
            add      1 to detail-count.
            move     dl100-exd-job-id to last-job-id.
            move     dl100-exd-material to hunt-material.
            perform  2300-find-material-slot.
            if dl100-exd-list-cost numeric
                add  dl100-exd-list-cost to jmt-cost (mtl-slot)
            else
                if dl100-exd-mtl-cost numeric
                        and (dl100-exd-basis-list
                             or dl100-exd-basis-discount)
                    add  dl100-exd-mtl-cost to jmt-cost (mtl-slot)
                else
                    add  1 to uncosted-count
                end-if
            end-if.
            move     zero to cust-slot.
            perform  2410-match-customer-slot
                     varying cust-sub from 1 by 1
                     until cust-sub > cust-count
                        or cust-slot > zero.
            if cust-slot = zero
                if cust-count < 100
                    add  1 to cust-count
                    move cust-count to cust-slot
                    move dl100-exd-customer to jct-code (cust-slot)
                    move zero to jct-mach (cust-slot)
                else
                    move 100 to cust-slot
                    move '******' to jct-code (cust-slot)
                end-if
            end-if.
            if dl100-exd-mach-charge numeric
                add  dl100-exd-mach-charge to jct-mach (cust-slot)
            end-if.

      * find the material's entry, opening a fresh one the first
      * time a material shows up.  more materials than the table
      * holds lump into the last entry rather than losing the
      * money - same move the usage tables everywhere else make.
       2300-find-material-slot.
            move     zero to mtl-slot.
            perform  2310-match-material-slot
                     varying mtl-sub from 1 by 1
                     until mtl-sub > mtl-count
                        or mtl-slot > zero.
            if mtl-slot = zero
                if mtl-count < 20
                    add  1 to mtl-count
                    move mtl-count to mtl-slot
                    move hunt-material to jmt-code (mtl-slot)
                    move zero to jmt-cost (mtl-slot)
                    move zero to jmt-scrap (mtl-slot)
                else
                    move 20 to mtl-slot
                    move '****' to jmt-code (mtl-slot)
                end-if
            end-if.

      * one step of the material slot hunt.
       2310-match-material-slot.
            if jmt-code (mtl-sub) = hunt-material
                move mtl-sub to mtl-slot
            end-if.

      * one step of the customer slot hunt.
       2410-match-customer-slot.
            if jct-code (cust-sub) = dl100-exd-customer
                move cust-sub to cust-slot
            end-if.

      * the scrap the run costed goes to cost of goods along with
      * the net material - the whole sheet left the stockroom.
      * the yield history is read end to end for the records of
      * this run: its header's job id, or the job id of the run
      * that finished it after a restart.
       3000-add-scrap-costs.
            open     input yield-file.
            if yld-file-status = '00'
                perform 3100-read-yield-record
                perform 3200-take-yield-record
                        until yld-end-of-file
                close yield-file
            end-if.

      * the next record off the yield history.
       3100-read-yield-record.
            read     yield-file
                at end set yld-end-of-file to true
            end-read.

      * one yield record - its scrap cost into its material's
      * entry when it belongs to this run.
       3200-take-yield-record.
            if dl100-yld-run-date = run-date
                    and (dl100-yld-job-id = run-job-id
                         or dl100-yld-job-id = last-job-id)
                    and dl100-yld-scrap-cost numeric
                move    dl100-yld-material to hunt-material
                perform 2300-find-material-slot
                add     dl100-yld-scrap-cost to jmt-scrap (mtl-slot)
            end-if.
            perform  3100-read-yield-record.

      * the journal itself - header, a debit and a credit per
      * material consumed and per customer charged, trailer -
      * with every posting printed on the listing as it goes.
       4000-build-journal.
            open     extend journal-file.
            accept   built-date from date yyyymmdd.
            accept   built-time from time.
            move     spaces to dl100-glj-header.
            move     'H' to dl100-glh-rec-type.
            move     run-job-id to dl100-glh-job-id.
            move     run-date to dl100-glh-run-date.
            move     run-shift-id to dl100-glh-shift.
            move     built-date to dl100-glh-built-date.
            move     built-time to dl100-glh-built-time.
            write    journal-record from dl100-glj-header.
            perform  6000-write-listing-heading.
            if mtl-count > zero
                perform 4100-post-material
                        varying mtl-sub from 1 by 1
                        until mtl-sub > mtl-count
            end-if.
            if cust-count > zero
                perform 4200-post-customer
                        varying cust-sub from 1 by 1
                        until cust-sub > cust-count
            end-if.
            move     spaces to dl100-glj-trailer.
            move     'T' to dl100-glt-rec-type.
            move     run-job-id to dl100-glt-job-id.
            move     line-no to dl100-glt-line-count.
            move     debit-total to dl100-glt-debit-total.
            move     credit-total to dl100-glt-credit-total.
            write    journal-record from dl100-glj-trailer.
            close    journal-file.
            perform  6500-write-listing-totals.

      * one material's consumption - cost of goods debit,
      * inventory credit.  nothing consumed, nothing posted.
       4100-post-material.
            compute  post-amount = jmt-cost (mtl-sub)
                                 + jmt-scrap (mtl-sub).
            if post-amount > zero
                move    'M' to map-type
                move    jmt-code (mtl-sub) to map-code
                perform 4500-look-up-accounts
                move    'M' to post-source
                move    jmt-code (mtl-sub) to post-code
                move    map-debit to post-account
                move    'D' to post-dr-cr
                move    spaces to post-desc
                string  'COGS MATERIAL '   delimited by size
                        jmt-code (mtl-sub) delimited by size
                   into post-desc
                end-string
                perform 4800-write-posting
                move    map-credit to post-account
                move    'C' to post-dr-cr
                move    spaces to post-desc
                string  'INVENTORY MATERIAL ' delimited by size
                        jmt-code (mtl-sub)    delimited by size
                   into post-desc
                end-string
                perform 4800-write-posting
            end-if.

      * one customer's machine charge - receivable debit, machine
      * revenue credit, at the accounts of the customer's class.
       4200-post-customer.
            move     jct-mach (cust-sub) to post-amount.
            if post-amount > zero
                perform 4300-get-customer-class
                move    'C' to map-type
                move    spaces to map-code
                move    cust-class to map-code
                perform 4500-look-up-accounts
                move    'C' to post-source
                move    jct-code (cust-sub) to post-code
                move    map-debit to post-account
                move    'D' to post-dr-cr
                move    spaces to post-desc
                string  'RECEIVABLE CUST '  delimited by size
                        jct-code (cust-sub) delimited by size
                   into post-desc
                end-string
                perform 4800-write-posting
                move    map-credit to post-account
                move    'C' to post-dr-cr
                move    spaces to post-desc
                string  'MACHINE REVENUE CUST ' delimited by size
                        jct-code (cust-sub)     delimited by size
                   into post-desc
                end-string
                perform 4800-write-posting
            end-if.

      * the customer's class off the master - a customer no
      * longer on it, or never given a class, has spaces.
       4300-get-customer-class.
            move     spaces to cust-class.
            if cus-master-open
                move jct-code (cust-sub) to dl100-cus-code
                read customer-file
                    invalid key continue
                    not invalid key
                        move dl100-cus-class to cust-class
                end-read
            end-if.

      * the debit and credit accounts for a map type and code -
      * its own entry, else the default entry for the type, else
      * unmapped.
       4500-look-up-accounts.
            move     'UNMAPPED' to map-debit map-credit.
            if gla-map-open
                move map-type to dl100-gla-type
                move map-code to dl100-gla-code
                read map-file
                    invalid key
                        move '****' to dl100-gla-code
                        read map-file
                            invalid key continue
                            not invalid key
                                perform 4510-take-accounts
                        end-read
                    not invalid key
                        perform 4510-take-accounts
                end-read
            end-if.

      * the accounts off the map entry just read.
       4510-take-accounts.
            move     dl100-gla-debit-acct to map-debit.
            move     dl100-gla-credit-acct to map-credit.

      * one posting onto the journal and the listing, rolled into
      * the control totals.
       4800-write-posting.
            add      1 to line-no.
            move     spaces to dl100-glj-detail.
            move     'D' to dl100-gld-rec-type.
            move     run-job-id to dl100-gld-job-id.
            move     line-no to dl100-gld-line-no.
            move     post-account to dl100-gld-account.
            move     post-dr-cr to dl100-gld-dr-cr.
            move     post-amount to dl100-gld-amount.
            move     post-source to dl100-gld-source.
            move     post-code to dl100-gld-source-code.
            move     post-desc to dl100-gld-desc.
            write    journal-record from dl100-glj-detail.
            if dl100-gld-debit
                add  post-amount to debit-total
            else
                add  post-amount to credit-total
            end-if.
            if post-account = 'UNMAPPED'
                add  1 to unmapped-count
            end-if.
            move     line-no to ed-line-no.
            move     post-amount to ed-amount.
            move     spaces to print-line.
            move     ed-line-no to print-line (2:5).
            move     post-account to print-line (9:10).
            if dl100-gld-debit
                move ed-amount to print-line (21:20)
            else
                move ed-amount to print-line (43:20)
            end-if.
            move     post-desc to print-line (66:30).
            if post-account = 'UNMAPPED'
                move '*** NO ACCOUNT ON MAP' to print-line (98:21)
            end-if.
            write    listing-record from print-line.

      * the run the journal is for and the column headings.
       6000-write-listing-heading.
            move     spaces to print-line.
            string   'RUN '        delimited by size
                     run-date      delimited by size
                     '  JOB '      delimited by size
                     run-job-id    delimited by size
                     '  SHIFT '    delimited by size
                     run-shift-id  delimited by size
                into print-line
            end-string.
            write    listing-record from print-line.
            move     spaces to print-line.
            move     'LINE'        to print-line (2:4).
            move     'ACCOUNT'     to print-line (9:7).
            move     'DEBIT'       to print-line (36:5).
            move     'CREDIT'      to print-line (57:6).
            move     'DESCRIPTION' to print-line (66:11).
            write    listing-record from print-line.

      * the control totals and whether the journal can go.
       6500-write-listing-totals.
            move     spaces to print-line.
            move     'TOTALS' to print-line (9:6).
            move     debit-total to ed-amount.
            move     ed-amount to print-line (21:20).
            move     credit-total to ed-amount.
            move     ed-amount to print-line (43:20).
            write    listing-record from print-line.
            move     spaces to print-line.
            if debit-total = credit-total
                move 'JOURNAL BALANCED' to print-line
            else
                move '*** JOURNAL OUT OF BALANCE' to print-line
            end-if.
            write    listing-record from print-line.
            move     line-no to ed-count.
            move     spaces to print-line.
            string   'JOURNAL LINES WRITTEN: ' delimited by size
                     ed-count                delimited by size
                into print-line
            end-string.
            write    listing-record from print-line.
            move     detail-count to ed-count.
            move     spaces to print-line.
            string   'EXTRACT DETAILS JOURNALLED: ' delimited by size
                     ed-count                     delimited by size
                into print-line
            end-string.
            write    listing-record from print-line.
            if unmapped-count > zero
                move     unmapped-count to ed-count
                move     spaces to print-line
                string   '*** UNMAPPED POSTINGS: ' delimited by size
                         ed-count                 delimited by size
                         ' - MAP THEM THROUGH 270-GL-MAP-MAINT'
                                                  delimited by size
                         ' BEFORE RELEASE'        delimited by size
                    into print-line
                end-string
                write    listing-record from print-line
            end-if.
            if uncosted-count > zero
                move     uncosted-count to ed-count
                move     spaces to print-line
                string   '*** DETAILS WITH NO LIST COST: '
                                                  delimited by size
                         ed-count                 delimited by size
                    into print-line
                end-string
                write    listing-record from print-line
            end-if.

      * nothing on the extract to journal.
       6800-write-no-run-note.
            move     spaces to print-line.
            move     'NO RUN ON SHAPEXTR - NO JOURNAL CUT'
                     to print-line.
            write    listing-record from print-line.

      * the last run never reached its trailer - it is not done,
      * so it is not journalled.
       6850-write-no-trailer-note.
            move     spaces to print-line.
            string   '*** RUN '    delimited by size
                     run-date      delimited by size
                     ' JOB '       delimited by size
                     run-job-id    delimited by size
                     ' HAS NO TRAILER ON SHAPEXTR - NO JOURNAL CUT'
                                   delimited by size
                into print-line
            end-string.
            write    listing-record from print-line.

      * close everything up.
       9000-terminate.
            if xtr-file-status = '00' or xtr-file-status = '10'
                close extract-file
            end-if.
            if cus-master-open
                close customer-file
            end-if.
            if gla-map-open
                close map-file
            end-if.
            close    listing-file.

      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
