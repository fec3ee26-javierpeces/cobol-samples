      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
      *
      * General ledger journal release check.
      *
      * 275-gl-journal appends one journal per night to DL100GLJ.
      * Nothing goes from there to the ledger until this batch
      * program (run by the DL100GLR JCL, once accounting is ready
      * to take the night) has proved each journal fit to post.
      * A journal is let go to the GLFEED ledger feed only when -
      *   it has a header and a trailer, and every record in it
      *   carries the header's job id
      *   its detail lines are numbered one up with no gaps, and
      *   the trailer's line count agrees with them
      *   the trailer's debit and credit control totals agree
      *   with the details, and debits equal credits
      *   every posting names an account - nothing UNMAPPED
      *   its job id is not on the DL100GLR release register, so
      *   the ledger has never had a journal for that run
      * A released journal goes onto the register as it goes out,
      * so a second journal for the same job id - a journal step
      * rerun by hand, say - is refused as a duplicate and
      * dropped: the ledger already has that night.  Any other
      * refusal is held - written to the DL100GLH held file - and
      * DL100GLJ is rewritten from the held journals when the run
      * is done, the same leftover move 150-reject-fix makes with
      * SHAPERCY, so the next release sees exactly what is still
      * outstanding.  DL100GLH stays on disk as the safety copy.
      * A held journal accounting has given up on (one whose run
      * will be journalled afresh) is dropped on the supervisor's
      * say-so by naming its job id in DL100GLDROP.
      *
      * The file is read twice: once to judge every journal on
      * it, once to send each journal where its verdict says.
      * The GLREL listing gives each journal's totals and verdict,
      * and the step ends with return code 8 whenever anything
      * was refused, so the scheduler stops for somebody to look.
      *
      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
       id division.
         program-id. 280-gl-release.

       environment division.
         input-output section.
            file-control.
               select optional journal-file assign to "DL100GLJ"
                      organization is line sequential
                      file status is glj-file-status.
               select held-file assign to "DL100GLH"
                      organization is line sequential.
               select optional feed-file assign to "GLFEED"
                      organization is line sequential.
               select register-file assign to "DL100GLR"
                      organization is indexed
                      access mode is random
                      record key is dl100-glr-job-id
                      file status is glr-file-status.
               select listing-file assign to "GLREL"
                      organization is line sequential.

       data division.
          file section.
             fd  journal-file.
                01  journal-record      picture x(75).

             fd  held-file.
                01  held-record         picture x(75).

             fd  feed-file.
                01  feed-record         picture x(75).

             fd  register-file.
                01  register-record.
                    copy dl100glr.

             fd  listing-file.
                01  listing-record      picture x(132).

          working-storage section.
             01  journal-areas.
                 copy dl100glj.

             77       glj-file-status picture x(02) value '00'.
             77       glj-eof-switch  picture x(01) value 'N'.
                 88    glj-end-of-file              value 'Y'.
             77       glh-eof-switch  picture x(01) value 'N'.
                 88    glh-end-of-file              value 'Y'.
             77       glr-file-status picture x(02) value '00'.
             77       drop-job-id     picture x(08).

             77       jnl-count       picture 9(03) value zero.
             77       jnl-sub         picture 9(03).
             77       jnl-hunt        picture 9(03).
             77       jnl-found       picture 9(03).
             01       jnl-table.
                 05   jnl-entry occurs 200 times.
                      10  jnl-job-id    picture x(08).
                      10  jnl-run-date  picture 9(08).
                      10  jnl-lines     picture 9(05).
                      10  jnl-debits    picture 9(13)v99.
                      10  jnl-credits   picture 9(13)v99.
                      10  jnl-verdict   picture x(01).
                          88  jnl-release              value 'R'.
                          88  jnl-held                 value 'H'.
                          88  jnl-duplicate            value 'U'.
                          88  jnl-dropped              value 'X'.
                      10  jnl-reason    picture x(30).

             77       cur-sub         picture 9(03) value zero.
             77       stray-count     picture 9(05) value zero.
             77       open-switch     picture x(01) value 'N'.
                 88    journal-open                 value 'Y'.
                 88    no-journal-open              value 'N'.
             77       trailer-switch  picture x(01).
                 88    trailer-seen                 value 'Y'.
                 88    trailer-missing              value 'N'.
             77       chk-lines       picture 9(05).
             77       chk-debits      picture 9(13)v99.
             77       chk-credits     picture 9(13)v99.
             77       chk-unmapped    picture 9(05).
             77       chk-reason      picture x(30).
             77       tlr-lines       picture 9(05).
             77       tlr-debits      picture 9(13)v99.
             77       tlr-credits     picture 9(13)v99.

             77       released-count  picture 9(03) value zero.
             77       held-count      picture 9(03) value zero.
             77       dup-count       picture 9(03) value zero.
             77       dropped-count   picture 9(03) value zero.
             77       rel-date        picture 9(08).
             77       rel-time        picture 9(08).
             77       verdict-desc    picture x(10).
             77       ed-lines        picture zzzz9.
             77       ed-amount       picture z,zzz,zzz,zzz,zz9.99.
             77       ed-count        picture zz9.
             77       ed-stray        picture zz,zz9.
             77       print-line      picture x(132).

       procedure division.
       0000-main-logic.
            perform  1000-initialize.
            perform  2000-judge-journals.
            perform  3000-route-journals.
            perform  6000-write-listing.
            perform  9000-terminate.
            goback.

      * open the listing and the register, creating an empty
      * register the first time through, and pick up the job id
      * the supervisor wants dropped, if any.
       1000-initialize.
            open     output listing-file.
            move     spaces to print-line.
            move     'GENERAL LEDGER JOURNAL RELEASE - DL100GLJ'
                     to print-line.
            write    listing-record from print-line.
            open     i-o register-file.
            if glr-file-status not = '00'
                open   output register-file
                close  register-file
                open   i-o register-file
            end-if.
            move     spaces to drop-job-id.
            accept   drop-job-id from environment "DL100GLDROP".
            accept   rel-date from date yyyymmdd.
            accept   rel-time from time.

      * the first pass - every journal on the file judged and its
      * verdict kept in the journal table.
       2000-judge-journals.
            move     'N' to glj-eof-switch.
            open     input journal-file.
            if glj-file-status = '00'
                perform 2100-read-journal
                perform 2200-judge-one-record
                        until glj-end-of-file
                close journal-file
            end-if.
            if journal-open
                perform 2900-close-journal
            end-if.

      * the next record off the journal file.
       2100-read-journal.
            read     journal-file
                at end set glj-end-of-file to true
            end-read.

      * one record of the first pass - a header opens a journal
      * (closing any journal still open, which can only mean its
      * trailer never came), a detail or a trailer is checked
      * against the journal it belongs to.  anything before the
      * first header belongs to no journal and is kept back as a
      * stray.
       2200-judge-one-record.
            evaluate journal-record (1:1)
                when 'H'
                    if journal-open
                        perform 2900-close-journal
                    end-if
                    perform 2300-open-journal
                when 'D'
                    if journal-open
                        move journal-record to dl100-glj-detail
                        perform 2400-check-detail
                    else
                        add  1 to stray-count
                    end-if
                when 'T'
                    if journal-open
                        move journal-record to dl100-glj-trailer
                        perform 2500-check-trailer
                    else
                        add  1 to stray-count
                    end-if
                when other
                    if journal-open
                        perform 2600-note-unreadable
                    else
                        add  1 to stray-count
                    end-if
            end-evaluate.
            perform  2100-read-journal.

      * a header - a fresh entry in the journal table.  the last
      * entry is kept back for overflow: every journal past the
      * first 199 rides in it and is held, never released blind.
       2300-open-journal.
            move     journal-record to dl100-glj-header.
            if jnl-count < 200
                add  1 to jnl-count
            end-if.
            move     jnl-count to cur-sub.
            move     dl100-glh-job-id to jnl-job-id (cur-sub).
            move     dl100-glh-run-date to jnl-run-date (cur-sub).
            move     zero to jnl-lines (cur-sub).
            move     zero to jnl-debits (cur-sub).
            move     zero to jnl-credits (cur-sub).
            move     spaces to jnl-verdict (cur-sub).
            move     spaces to chk-reason.
            move     zero to chk-lines chk-debits chk-credits
                             chk-unmapped.
            move     zero to tlr-lines tlr-debits tlr-credits.
            set      trailer-missing to true.
            set      journal-open to true.
            if cur-sub = 200
                move 'MORE THAN 199 JOURNALS PENDING' to chk-reason
            end-if.

      * one detail line - numbered in turn, under the header's job
      * id, before the trailer, with a good amount and a debit or
      * credit flag.  the first thing wrong is the reason given.
       2400-check-detail.
            add      1 to chk-lines.
            if chk-reason = spaces
                evaluate true
                    when trailer-seen
                        move 'DETAIL AFTER TRAILER' to chk-reason
                    when dl100-gld-job-id not = jnl-job-id (cur-sub)
                        move 'DETAIL UNDER ANOTHER JOB ID'
                             to chk-reason
                    when dl100-gld-line-no not numeric
                        move 'DETAIL LINE NUMBER MISSING'
                             to chk-reason
                    when dl100-gld-line-no not = chk-lines
                        move 'DETAIL LINES OUT OF SEQUENCE'
                             to chk-reason
                    when dl100-gld-amount not numeric
                        move 'DETAIL AMOUNT NOT NUMERIC'
                             to chk-reason
                    when not dl100-gld-debit
                            and not dl100-gld-credit
                        move 'DETAIL NOT DEBIT OR CREDIT'
                             to chk-reason
                    when other
                        continue
                end-evaluate
            end-if.
            if dl100-gld-amount numeric
                if dl100-gld-debit
                    add  dl100-gld-amount to chk-debits
                end-if
                if dl100-gld-credit
                    add  dl100-gld-amount to chk-credits
                end-if
            end-if.
            if dl100-gld-account = 'UNMAPPED'
                    or dl100-gld-account = spaces
                add  1 to chk-unmapped
            end-if.

      * the trailer - one only, under the header's job id, with
      * readable control figures.
       2500-check-trailer.
            if chk-reason = spaces
                evaluate true
                    when trailer-seen
                        move 'SECOND TRAILER' to chk-reason
                    when dl100-glt-job-id not = jnl-job-id (cur-sub)
                        move 'TRAILER UNDER ANOTHER JOB ID'
                             to chk-reason
                    when dl100-glt-line-count not numeric
                            or dl100-glt-debit-total not numeric
                            or dl100-glt-credit-total not numeric
                        move 'TRAILER TOTALS NOT NUMERIC'
                             to chk-reason
                    when other
                        move dl100-glt-line-count to tlr-lines
                        move dl100-glt-debit-total to tlr-debits
                        move dl100-glt-credit-total to tlr-credits
                end-evaluate
            end-if.
            set      trailer-seen to true.

      * a record that is none of H, D or T inside a journal.
       2600-note-unreadable.
            add      1 to chk-lines.
            if chk-reason = spaces
                move 'UNREADABLE RECORD' to chk-reason
            end-if.

      * the journal is complete - weigh it up and give it its
      * verdict.  a job id the register already has, or that an
      * earlier journal on this file is being released for, is a
      * duplicate whatever else is wrong with it; otherwise the
      * first fault found holds it.
       2900-close-journal.
            move     chk-lines to jnl-lines (cur-sub).
            move     chk-debits to jnl-debits (cur-sub).
            move     chk-credits to jnl-credits (cur-sub).
            if chk-reason = spaces
                evaluate true
                    when trailer-missing
                        move 'NO TRAILER - TORN JOURNAL'
                             to chk-reason
                    when tlr-lines not = chk-lines
                        move 'TRAILER LINE COUNT DISAGREES'
                             to chk-reason
                    when tlr-debits not = chk-debits
                        move 'DEBIT CONTROL TOTAL DISAGREES'
                             to chk-reason
                    when tlr-credits not = chk-credits
                        move 'CREDIT CONTROL TOTAL DISAGREES'
                             to chk-reason
                    when chk-debits not = chk-credits
                        move 'OUT OF BALANCE' to chk-reason
                    when chk-unmapped > zero
                        move 'UNMAPPED ACCOUNTS' to chk-reason
                    when other
                        continue
                end-evaluate
            end-if.
            move     zero to jnl-found.
            if cur-sub < 200
                perform 2950-check-duplicate
            end-if.
            evaluate true
                when cur-sub = 200
                    set  jnl-held (cur-sub) to true
                    move chk-reason to jnl-reason (cur-sub)
                when jnl-found > zero
                    set  jnl-duplicate (cur-sub) to true
                    move 'JOB ID ALREADY RELEASED'
                         to jnl-reason (cur-sub)
                when chk-reason = spaces
                    set  jnl-release (cur-sub) to true
                    move spaces to jnl-reason (cur-sub)
                when drop-job-id not = spaces
                        and drop-job-id = jnl-job-id (cur-sub)
                    set  jnl-dropped (cur-sub) to true
                    move chk-reason to jnl-reason (cur-sub)
                when other
                    set  jnl-held (cur-sub) to true
                    move chk-reason to jnl-reason (cur-sub)
            end-evaluate.
            set      no-journal-open to true.

      * is the ledger already getting this job id - on the
      * register from an earlier release, or an earlier journal
      * on this file released this time round.  jnl-found is
      * left non-zero when it is.
       2950-check-duplicate.
            move     jnl-job-id (cur-sub) to dl100-glr-job-id.
            read     register-file
                invalid key continue
                not invalid key move cur-sub to jnl-found
            end-read.
            if jnl-found = zero and cur-sub > 1
                perform 2960-match-released-journal
                        varying jnl-hunt from 1 by 1
                        until jnl-hunt >= cur-sub
                           or jnl-found > zero
            end-if.

      * one step of the hunt for an earlier journal being
      * released under the same job id.
       2960-match-released-journal.
            if jnl-job-id (jnl-hunt) = jnl-job-id (cur-sub)
                    and jnl-release (jnl-hunt)
                move jnl-hunt to jnl-found
            end-if.

      * the second pass - each record goes where its journal's
      * verdict sends it: released ones to the ledger feed (and
      * onto the register once their trailer is out), held ones
      * and strays to the held file, duplicates and drops
      * nowhere.  then DL100GLJ is rewritten from the held file.
       3000-route-journals.
            open     output held-file.
            open     extend feed-file.
            move     zero to cur-sub.
            move     'N' to glj-eof-switch.
            open     input journal-file.
            if glj-file-status = '00'
                perform 2100-read-journal
                perform 3100-route-one-record
                        until glj-end-of-file
                close journal-file
            end-if.
            close    feed-file.
            close    held-file.
            perform  3500-rewrite-journal-file.

      * one record of the second pass.
       3100-route-one-record.
            if journal-record (1:1) = 'H' and cur-sub < 200
                add  1 to cur-sub
            end-if.
            if cur-sub = zero
                write held-record from journal-record
            else
                evaluate true
                    when jnl-release (cur-sub)
                        write feed-record from journal-record
                        if journal-record (1:1) = 'T'
                            perform 3200-register-release
                        end-if
                    when jnl-held (cur-sub)
                        write held-record from journal-record
                    when other
                        continue
                end-evaluate
            end-if.
            perform  2100-read-journal.

      * the released journal's trailer is on the feed - it goes
      * on the register now, so it can never be released twice.
       3200-register-release.
            move     jnl-job-id (cur-sub) to dl100-glr-job-id.
            move     jnl-run-date (cur-sub) to dl100-glr-run-date.
            move     rel-date to dl100-glr-rel-date.
            move     rel-time to dl100-glr-rel-time.
            move     jnl-lines (cur-sub) to dl100-glr-line-count.
            move     jnl-debits (cur-sub) to dl100-glr-total.
            write    register-record
                invalid key
                    display '280-GL-RELEASE: REGISTER WRITE FAILED '
                            'FOR JOB ' dl100-glr-job-id
                            ' - STATUS ' glr-file-status
            end-write.

      * DL100GLJ now holds only what is still outstanding - the
      * held journals and strays, copied back off the held file.
       3500-rewrite-journal-file.
            open     input held-file.
            open     output journal-file.
            move     'N' to glh-eof-switch.
            perform  3510-read-held.
            perform  3520-copy-held-to-journal
                     until glh-end-of-file.
            close    held-file.
            close    journal-file.

      * the next record off the held file.
       3510-read-held.
            read     held-file
                at end set glh-end-of-file to true
            end-read.

      * one held record back onto the journal file.
       3520-copy-held-to-journal.
            write    journal-record from held-record.
            perform  3510-read-held.

      * one line per journal and the counts, and the return code
      * the scheduler stops on when anything was refused - a
      * journal the supervisor dropped on purpose excepted.
       6000-write-listing.
            move     spaces to print-line.
            move     'JOB ID'    to print-line (2:6).
            move     'RUN DATE'  to print-line (12:8).
            move     'LINES'     to print-line (23:5).
            move     'DEBITS'    to print-line (44:6).
            move     'CREDITS'   to print-line (65:7).
            move     'VERDICT'   to print-line (75:7).
            move     'REASON'    to print-line (87:6).
            write    listing-record from print-line.
            if jnl-count > zero
                perform 6100-write-journal-line
                        varying jnl-sub from 1 by 1
                        until jnl-sub > jnl-count
            else
                move    spaces to print-line
                move    'NO JOURNALS PENDING ON DL100GLJ'
                        to print-line
                write   listing-record from print-line
            end-if.
            if stray-count > zero
                move    stray-count to ed-stray
                move    spaces to print-line
                string  '*** RECORDS OUTSIDE ANY JOURNAL HELD: '
                                            delimited by size
                        ed-stray            delimited by size
                   into print-line
                end-string
                write   listing-record from print-line
            end-if.
            move     spaces to print-line.
            write    listing-record from print-line.
            move     released-count to ed-count.
            move     spaces to print-line.
            string   'RELEASED: '        delimited by size
                     ed-count            delimited by size
                into print-line
            end-string.
            move     held-count to ed-count.
            move     ' HELD: ' to print-line (15:7).
            move     ed-count to print-line (22:3).
            move     dup-count to ed-count.
            move     ' DUPLICATE: ' to print-line (25:12).
            move     ed-count to print-line (37:3).
            move     dropped-count to ed-count.
            move     ' DROPPED: ' to print-line (40:10).
            move     ed-count to print-line (50:3).
            write    listing-record from print-line.
            if held-count > zero or dup-count > zero
                    or stray-count > zero
                move  8 to return-code
                move  spaces to print-line
                move  '*** JOURNALS REFUSED - SEE ABOVE' to print-line
                write listing-record from print-line
            end-if.

      * one journal's line of the listing.
       6100-write-journal-line.
            evaluate true
                when jnl-release (jnl-sub)
                    move 'RELEASED' to verdict-desc
                    add  1 to released-count
                when jnl-held (jnl-sub)
                    move 'HELD' to verdict-desc
                    add  1 to held-count
                when jnl-duplicate (jnl-sub)
                    move 'DUPLICATE' to verdict-desc
                    add  1 to dup-count
                when other
                    move 'DROPPED' to verdict-desc
                    add  1 to dropped-count
            end-evaluate.
            move     spaces to print-line.
            move     jnl-job-id (jnl-sub) to print-line (2:8).
            move     jnl-run-date (jnl-sub) to print-line (12:8).
            move     jnl-lines (jnl-sub) to ed-lines.
            move     ed-lines to print-line (23:5).
            move     jnl-debits (jnl-sub) to ed-amount.
            move     ed-amount to print-line (30:20).
            move     jnl-credits (jnl-sub) to ed-amount.
            move     ed-amount to print-line (52:20).
            move     verdict-desc to print-line (75:10).
            move     jnl-reason (jnl-sub) to print-line (87:30).
            write    listing-record from print-line.

      * close up the register and the listing.
       9000-terminate.
            close    register-file.
            close    listing-file.

      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
