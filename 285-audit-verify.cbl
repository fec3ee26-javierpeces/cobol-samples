      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
      *
      * Cross-file integrity check of the audit history, its
      * cross-reference and the billing extracts.
      *
      * Three datasets have to tell the same story about every
      * good ticket: its SHAPEAUD audit line (or, once the year is
      * closed, its SHAPEAUDA archive line), its DL100AXR
      * cross-reference key, and its SHAPEXTR extract detail (or,
      * once billing has acknowledged the run, its SHAPEARC
      * archive detail).  105-pre-edit's re-submission screen
      * trusts DL100AXR completely, and a restart or a
      * hand-edited dataset can quietly break the agreement.  This
      * batch program (run by the DL100VFY JCL) proves it, run by
      * run and ticket by ticket -
      *   every extract run: its detail count and area hash agree
      *   with its trailer, it has a trailer at all, and it is not
      *   on both SHAPEXTR and SHAPEARC
      *   every good audit line: it has its cross-reference key
      *   under the same job id, and an extract detail for the
      *   same ticket under the same job id with the same area
      *   every cross-reference key: it has a good audit line
      *   every extract detail: it has a good audit line
      *   every run: the audit lines matched to it add up to the
      *   area and count the extract carries
      * An audit line with no detail under its own job id whose
      * ticket the extract does carry under another job is most
      * likely a ticket reworked by a restart (110-calc writes the
      * audit line again but suppresses the detail) - it is
      * listed, but as a note, not a fault.  A torn audit line is
      * counted the same way.  History from before the extract
      * was cut can be left out of the extract matching by
      * setting DL100VFYFR to the first date to match from.
      *
      * Each fault goes on the VFYRPT listing with the ticket, job
      * and date it concerns, the listing closes with a count per
      * kind, and the step ends with return code 8 when anything
      * at all is out.
      *
      * Set DL100VFYMODE to REBUILD to regenerate a missing or
      * damaged DL100AXR: the cross-reference is recreated from
      * nothing but the live and archived audit history, one key
      * per good line, exactly the key 110-calc would have
      * written.  Rebuilding is supervisor only - DL100VFYOPR must
      * name a supervisor on the DL100OPR operator master, or the
      * step does nothing and ends with return code 12 - and the
      * rebuild goes on the DL100MNT maintenance history under
      * that id.  The extract checks still run in a rebuild, so
      * one pass both repairs the cross-reference and proves the
      * rest.
      *
      * The matching is done through two keyed work files,
      * DL100VXW (the extract details) and DL100VAW (the good
      * audit keys), built fresh every run, so the check stays
      * complete however many years of history there are.
      *
      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
       id division.
         program-id. 285-audit-verify.

       environment division.
         input-output section.
            file-control.
               select optional audit-file assign to "SHAPEAUD"
                      organization is line sequential
                      file status is aud-file-status.
               select optional archive-audit-file
                      assign to "SHAPEAUDA"
                      organization is line sequential
                      file status is ara-file-status.
               select optional extract-file assign to "SHAPEXTR"
                      organization is line sequential
                      file status is xtr-file-status.
               select optional archive-extract-file
                      assign to "SHAPEARC"
                      organization is line sequential
                      file status is arx-file-status.
               select xref-file assign to "DL100AXR"
                      organization is indexed
                      access mode is dynamic
                      record key is dl100-axr-key
                      file status is axr-file-status.
               select detail-work-file assign to "DL100VXW"
                      organization is indexed
                      access mode is dynamic
                      record key is vxw-key
                      file status is vxw-file-status.
               select audit-work-file assign to "DL100VAW"
                      organization is indexed
                      access mode is random
                      record key is vaw-key
                      file status is vaw-file-status.
               select oper-file assign to "DL100OPR"
                      organization is indexed
                      access mode is random
                      record key is dl100-opr-id
                      file status is opr-file-status.
               select optional maint-log-file
                      assign to "DL100MNT"
                      organization is line sequential.
               select listing-file assign to "VFYRPT"
                      organization is line sequential.

       data division.
          file section.
             fd  audit-file.
                01  audit-record        picture x(150).

             fd  archive-audit-file.
                01  archive-audit-record picture x(150).

             fd  extract-file.
                01  extract-record      picture x(124).

             fd  archive-extract-file.
                01  archive-extract-record picture x(124).

             fd  xref-file.
                01  xref-record.
                    copy dl100axr.

      * one extract detail - keyed on ticket and job id, the
      * same pair an audit line carries - with the run it belongs
      * to and whether an audit line has claimed it yet.
             fd  detail-work-file.
                01  vxw-record.
                    05  vxw-key.
                        10  vxw-ticket-no   picture x(06).
                        10  vxw-job-id      picture x(08).
                    05  vxw-run-slot        picture 9(04).
                    05  vxw-run-date        picture 9(08).
                    05  vxw-area            picture 9(10)v99.
                    05  vxw-match-switch    picture x(01).
                        88  vxw-matched                value 'Y'.
                        88  vxw-unmatched              value 'N'.

      * one good audit line's cross-reference key.
             fd  audit-work-file.
                01  vaw-record.
                    05  vaw-key.
                        10  vaw-ticket-no   picture x(06).
                        10  vaw-date        picture 9(08).
                        10  vaw-time        picture 9(08).
                    05  vaw-job-id          picture x(08).

             fd  oper-file.
                01  oper-record.
                    copy dl100opr.

             fd  maint-log-file.
                01  maint-log-record    picture x(132).

             fd  listing-file.
                01  listing-record      picture x(132).

          working-storage section.
             01  audit-line.
                 copy dl100adl.

             01  extract-areas.
                 copy dl100ext.

             77       extract-image   picture x(124).

             01  maint-log-line.
                 copy dl100mnl.

             77       aud-file-status picture x(02) value '00'.
             77       ara-file-status picture x(02) value '00'.
             77       xtr-file-status picture x(02) value '00'.
             77       arx-file-status picture x(02) value '00'.
             77       axr-file-status picture x(02) value '00'.
             77       axr-open-switch picture x(01) value 'N'.
                 88    axr-file-open                value 'Y'.
             77       vxw-file-status picture x(02) value '00'.
             77       vaw-file-status picture x(02) value '00'.
             77       opr-file-status picture x(02) value '00'.
             77       eof-switch      picture x(01).
                 88    end-of-input                 value 'Y'.
             77       source-switch   picture x(01).
                 88    reading-archive              value 'A'.
                 88    reading-live                 value 'L'.
             77       hunt-switch     picture x(01).
                 88    hunt-done                    value 'Y'.

             77       mode-parm       picture x(08).
             77       mode-switch     picture x(01) value 'V'.
                 88    mode-verify                  value 'V'.
                 88    mode-rebuild                 value 'R'.
             77       rebuild-opr-id  picture x(08).
             77       from-parm       picture x(08).
             77       from-date       picture 9(08) value zero.
             77       refuse-switch   picture x(01) value 'N'.
                 88    run-refused                  value 'Y'.

      * every extract run found on SHAPEARC and SHAPEXTR, with
      * what its own details add up to and what the audit lines
      * matched to it add up to.  runs past the table still have
      * their details matched; only their run totals go
      * unchecked, and the listing says so.
             77       run-count       picture 9(04) value zero.
             77       run-sub         picture 9(04).
             77       run-slot        picture 9(04) value zero.
             77       run-overflow    picture 9(05) value zero.
             01       run-table.
                 05   run-entry occurs 2000 times.
                      10  rt-job-id     picture x(08).
                      10  rt-run-date   picture 9(08).
                      10  rt-source     picture x(01).
                      10  rt-details    picture 9(07).
                      10  rt-area       picture 9(13)v99.
                      10  rt-matched    picture 9(07).
                      10  rt-aud-area   picture 9(13)v99.
             77       run-open-switch picture x(01) value 'N'.
                 88    run-open                     value 'Y'.
                 88    no-run-open                  value 'N'.
             77       cur-job-id      picture x(08).
             77       cur-run-date    picture 9(08).
             77       cur-details     picture 9(07).
             77       cur-area        picture 9(13)v99.

             77       line-area       picture 9(10)v99.
             77       hunt-ticket     picture x(06).

      * the faults, one counter per kind, and the notes.
             77       trailer-bad-count picture 9(07) value zero.
             77       dup-run-count   picture 9(07) value zero.
             77       stray-count     picture 9(07) value zero.
             77       dup-detail-count picture 9(07) value zero.
             77       dup-audit-count picture 9(07) value zero.
             77       no-xref-count   picture 9(07) value zero.
             77       xref-job-count  picture 9(07) value zero.
             77       no-detail-count picture 9(07) value zero.
             77       twice-count     picture 9(07) value zero.
             77       area-bad-count  picture 9(07) value zero.
             77       xref-orphan-count picture 9(07) value zero.
             77       detail-orphan-count picture 9(07) value zero.
             77       run-total-count picture 9(07) value zero.
             77       out-count       picture 9(07) value zero.
             77       rework-count    picture 9(07) value zero.
             77       torn-count      picture 9(07) value zero.
             77       good-count      picture 9(07) value zero.
             77       detail-count    picture 9(07) value zero.
             77       xref-count      picture 9(07) value zero.
             77       rebuilt-count   picture 9(07) value zero.

             77       find-text       picture x(36).
             77       find-ticket     picture x(06).
             77       find-job-id     picture x(08).
             77       find-date       picture x(08).
             77       find-detail     picture x(50).
             77       ed-count        picture z,zzz,zz9.
             77       ed-area-1       picture z,zzz,zzz,zzz,zz9.99.
             77       ed-area-2       picture z,zzz,zzz,zzz,zz9.99.
             77       print-line      picture x(132).

       procedure division.
       0000-main-logic.
            perform  1000-initialize.
            if not run-refused
                perform 2000-load-extract-details
                perform 3000-check-audit-history
                if mode-verify
                    perform 4000-check-xref-keys
                end-if
                perform 5000-check-unclaimed-details
                perform 6000-check-run-totals
                if mode-rebuild
                    perform 8000-write-maint-log
                end-if
            end-if.
            perform  9000-terminate.
            goback.

      * open the listing and pick up the parameters.  a rebuild
      * is refused outright unless a supervisor is named - the
      * cross-reference is not something to regenerate on a
      * whim.
       1000-initialize.
            open     output listing-file.
            move     spaces to print-line.
            move     'AUDIT / CROSS-REFERENCE / EXTRACT INTEGRITY CHECK'
                     to print-line.
            write    listing-record from print-line.
            move     spaces to mode-parm.
            accept   mode-parm from environment "DL100VFYMODE".
            if mode-parm = 'REBUILD'
                set  mode-rebuild to true
            end-if.
            move     spaces to from-parm.
            accept   from-parm from environment "DL100VFYFR".
            if from-parm numeric
                move from-parm to from-date
            end-if.
            if mode-rebuild
                perform 1100-check-supervisor
            end-if.
            if not run-refused
                perform 1200-open-xref
            end-if.

      * the rebuild is the supervisor's call - DL100VFYOPR has to
      * name a supervisor on the operator master.
       1100-check-supervisor.
            move     spaces to rebuild-opr-id.
            accept   rebuild-opr-id from environment "DL100VFYOPR".
            set      run-refused to true.
            open     input oper-file.
            if opr-file-status = '00'
                move rebuild-opr-id to dl100-opr-id
                read oper-file
                    invalid key continue
                    not invalid key
                        if dl100-opr-supervisor
                            move 'N' to refuse-switch
                        end-if
                end-read
                close oper-file
            end-if.
            move     spaces to print-line.
            if run-refused
                string   '*** REBUILD REFUSED - DL100VFYOPR '
                                              delimited by size
                         rebuild-opr-id       delimited by size
                         ' IS NOT A SUPERVISOR ON DL100OPR'
                                              delimited by size
                    into print-line
                end-string
                move     12 to return-code
            else
                string   'REBUILD OF DL100AXR FROM THE AUDIT HISTORY'
                                              delimited by size
                         ' - SUPERVISOR '     delimited by size
                         rebuild-opr-id       delimited by size
                    into print-line
                end-string
            end-if.
            write    listing-record from print-line.

      * a rebuild starts the cross-reference over, empty; a check
      * only reads it.  a check with no cross-reference on hand
      * has found its first fault already.
       1200-open-xref.
            if mode-rebuild
                open output xref-file
            else
                open input xref-file
            end-if.
            if axr-file-status = '00'
                set  axr-file-open to true
            else
                move 'DL100AXR NOT ON HAND - REBUILD IT' to find-text
                move spaces to find-ticket find-job-id find-date
                move spaces to find-detail
                add  1 to no-xref-count
                perform 7000-write-finding
            end-if.

      * the first pass - every extract run on the archive and the
      * live extract taken stock of, and every detail put on the
      * detail work file against its run.
       2000-load-extract-details.
            open     output detail-work-file.
            set      reading-archive to true.
            open     input archive-extract-file.
            perform  2050-walk-extract-file.
            close    archive-extract-file.
            set      reading-live to true.
            open     input extract-file.
            perform  2050-walk-extract-file.
            close    extract-file.
            close    detail-work-file.

      * one extract file end to end.  a run still open at the end
      * of the file never got its trailer.
       2050-walk-extract-file.
            move     'N' to eof-switch.
            set      no-run-open to true.
            perform  2100-read-extract.
            perform  2200-take-extract-record until end-of-input.
            if run-open
                perform 2600-close-run-no-trailer
            end-if.

      * the next record off whichever extract is being walked.
       2100-read-extract.
            if reading-archive
                read archive-extract-file into extract-image
                    at end set end-of-input to true
                end-read
            else
                read extract-file into extract-image
                    at end set end-of-input to true
                end-read
            end-if.

      * one extract record - header, detail or trailer.  a detail
      * or trailer outside any run is a stray.
       2200-take-extract-record.
            evaluate extract-image (1:1)
                when 'H'
                    if run-open
                        perform 2600-close-run-no-trailer
                    end-if
                    move extract-image to dl100-ext-header
                    perform 2300-open-run
                when 'D'
                    move extract-image to dl100-ext-detail
                    if run-open
                        perform 2400-take-detail
                    else
                        perform 2700-note-stray
                    end-if
                when 'T'
                    move extract-image to dl100-ext-trailer
                    if run-open
                        perform 2500-check-trailer
                    else
                        perform 2700-note-stray
                    end-if
                when other
                    perform 2700-note-stray
            end-evaluate.
            perform  2100-read-extract.

      * a header - a fresh run, unless the same job and date are
      * already on the table from the other file, which means a
      * run that is both archived and still live.
       2300-open-run.
            move     dl100-exh-job-id to cur-job-id.
            move     dl100-exh-run-date to cur-run-date.
            move     zero to cur-details cur-area.
            set      run-open to true.
            move     zero to run-slot.
            perform  2310-match-run
                     varying run-sub from 1 by 1
                     until run-sub > run-count
                        or run-slot > zero.
            if run-slot > zero
                move 'RUN ON BOTH SHAPEARC AND SHAPEXTR'
                     to find-text
                move spaces to find-ticket find-detail
                move cur-job-id to find-job-id
                move cur-run-date to find-date
                add  1 to dup-run-count
                perform 7000-write-finding
            end-if.
            if run-count < 2000
                add  1 to run-count
                move run-count to run-slot
                move cur-job-id to rt-job-id (run-slot)
                move cur-run-date to rt-run-date (run-slot)
                move source-switch to rt-source (run-slot)
                move zero to rt-details (run-slot)
                move zero to rt-area (run-slot)
                move zero to rt-matched (run-slot)
                move zero to rt-aud-area (run-slot)
            else
                move zero to run-slot
                add  1 to run-overflow
            end-if.

      * one step of the run hunt.
       2310-match-run.
            if rt-job-id (run-sub) = cur-job-id
                    and rt-run-date (run-sub) = cur-run-date
                move run-sub to run-slot
            end-if.

      * one detail onto the work file, keyed ticket and job id.
      * the same pair twice is a detail written twice.
       2400-take-detail.
            add      1 to detail-count.
            add      1 to cur-details.
            if dl100-exd-area numeric
                move dl100-exd-area to line-area
            else
                move zero to line-area
            end-if.
            add      line-area to cur-area.
            if run-slot > zero
                add  1 to rt-details (run-slot)
                add  line-area to rt-area (run-slot)
            end-if.
            move     dl100-exd-ticket-no to vxw-ticket-no.
            move     dl100-exd-job-id to vxw-job-id.
            move     run-slot to vxw-run-slot.
            move     cur-run-date to vxw-run-date.
            move     line-area to vxw-area.
            set      vxw-unmatched to true.
            write    vxw-record
                invalid key
                    move 'EXTRACT DETAIL WRITTEN TWICE'
                         to find-text
                    move dl100-exd-ticket-no to find-ticket
                    move dl100-exd-job-id to find-job-id
                    move cur-run-date to find-date
                    move spaces to find-detail
                    add  1 to dup-detail-count
                    perform 7000-write-finding
            end-write.

      * the trailer against what the run's details added up to.
       2500-check-trailer.
            if dl100-ext-rec-count not numeric
                    or dl100-ext-hash-area not numeric
                    or dl100-ext-rec-count not = cur-details
                    or dl100-ext-hash-area not = cur-area
                move 'TRAILER DISAGREES WITH DETAILS' to find-text
                move spaces to find-ticket
                move cur-job-id to find-job-id
                move cur-run-date to find-date
                move cur-details to ed-count
                move cur-area to ed-area-1
                move spaces to find-detail
                string 'DETAILS '   delimited by size
                       ed-count     delimited by size
                       ' AREA '     delimited by size
                       ed-area-1    delimited by size
                  into find-detail
                end-string
                add  1 to trailer-bad-count
                perform 7000-write-finding
            end-if.
            set      no-run-open to true.

      * a run that never got its trailer - an abended night, or
      * one still waiting on its restart.
       2600-close-run-no-trailer.
            move     'RUN HAS NO TRAILER' to find-text.
            move     spaces to find-ticket find-detail.
            move     cur-job-id to find-job-id.
            move     cur-run-date to find-date.
            add      1 to trailer-bad-count.
            perform  7000-write-finding.
            set      no-run-open to true.

      * a record that belongs to no run.
       2700-note-stray.
            move     'EXTRACT RECORD OUTSIDE ANY RUN' to find-text.
            move     spaces to find-ticket find-job-id find-date.
            move     extract-image (1:50) to find-detail.
            add      1 to stray-count.
            perform  7000-write-finding.

      * the second pass - the archived audit lines, then the
      * live ones, each good line checked against (or, in a
      * rebuild, written to) the cross-reference and matched to
      * its extract detail.
       3000-check-audit-history.
            open     output audit-work-file.
            open     i-o detail-work-file.
            set      reading-archive to true.
            open     input archive-audit-file.
            move     'N' to eof-switch.
            perform  3100-read-audit.
            perform  3200-take-audit-line until end-of-input.
            close    archive-audit-file.
            set      reading-live to true.
            open     input audit-file.
            move     'N' to eof-switch.
            perform  3100-read-audit.
            perform  3200-take-audit-line until end-of-input.
            close    audit-file.
            close    audit-work-file.

      * the next audit line off whichever history is being read.
       3100-read-audit.
            if reading-archive
                read archive-audit-file into audit-line
                    at end set end-of-input to true
                end-read
            else
                read audit-file into audit-line
                    at end set end-of-input to true
                end-read
            end-if.

      * one audit line.  a torn line is only counted; a rejected
      * one has nothing to agree with; a good one is checked.
       3200-take-audit-line.
            evaluate true
                when dl100-adl-date not numeric
                        or dl100-adl-time not numeric
                    add  1 to torn-count
                when dl100-adl-reason-code not numeric
                    add  1 to torn-count
                when dl100-adl-reason-code = zero
                    perform 3300-check-good-line
                when other
                    continue
            end-evaluate.
            perform  3100-read-audit.

      * a good line - its key onto the audit work file, then the
      * cross-reference, then the extract.
       3300-check-good-line.
            add      1 to good-count.
            move     dl100-adl-ticket-no to vaw-ticket-no.
            move     dl100-adl-date to vaw-date.
            move     dl100-adl-time to vaw-time.
            move     dl100-adl-job-id to vaw-job-id.
            write    vaw-record
                invalid key
                    move 'AUDIT LINE WRITTEN TWICE' to find-text
                    perform 7100-set-line-finding
                    add  1 to dup-audit-count
                    perform 7000-write-finding
            end-write.
            if axr-file-open
                if mode-rebuild
                    perform 3400-rebuild-xref-key
                else
                    perform 3350-check-xref-key
                end-if
            end-if.
            if dl100-adl-date not < from-date
                perform 3500-match-extract-detail
            end-if.

      * the line's key must be on the cross-reference, under the
      * same job id.
       3350-check-xref-key.
            move     dl100-adl-ticket-no to dl100-axr-ticket-no.
            move     dl100-adl-date to dl100-axr-date.
            move     dl100-adl-time to dl100-axr-time.
            read     xref-file
                invalid key
                    move 'GOOD AUDIT LINE HAS NO XREF KEY'
                         to find-text
                    perform 7100-set-line-finding
                    add  1 to no-xref-count
                    perform 7000-write-finding
                not invalid key
                    if dl100-axr-job-id not = dl100-adl-job-id
                        move 'XREF KEY UNDER ANOTHER JOB ID'
                             to find-text
                        perform 7100-set-line-finding
                        move spaces to find-detail
                        string 'XREF JOB '        delimited by size
                               dl100-axr-job-id   delimited by size
                          into find-detail
                        end-string
                        add  1 to xref-job-count
                        perform 7000-write-finding
                    end-if
            end-read.

      * the key 110-calc would have written for this line.  the
      * same key twice is the duplicate already listed above.
       3400-rebuild-xref-key.
            move     dl100-adl-ticket-no to dl100-axr-ticket-no.
            move     dl100-adl-date to dl100-axr-date.
            move     dl100-adl-time to dl100-axr-time.
            move     dl100-adl-job-id to dl100-axr-job-id.
            write    xref-record
                invalid key continue
                not invalid key add 1 to rebuilt-count
            end-write.

      * the extract detail for the same ticket under the same job
      * id - claimed, and its area compared.  none there, but the
      * ticket on the extract under another job, is the restart
      * rework note; not on the extract at all is a fault.
       3500-match-extract-detail.
            if dl100-adl-area numeric
                move dl100-adl-area to line-area
            else
                move zero to line-area
            end-if.
            move     dl100-adl-ticket-no to vxw-ticket-no.
            move     dl100-adl-job-id to vxw-job-id.
            read     detail-work-file
                invalid key
                    perform 3600-hunt-other-job
                not invalid key
                    perform 3550-claim-detail
            end-read.

      * claim the detail for this line.
       3550-claim-detail.
            if vxw-matched
                move 'SECOND AUDIT LINE FOR ONE DETAIL'
                     to find-text
                perform 7100-set-line-finding
                add  1 to twice-count
                perform 7000-write-finding
            else
                set  vxw-matched to true
                rewrite vxw-record
                    invalid key continue
                end-rewrite
                if vxw-run-slot > zero
                    add 1 to rt-matched (vxw-run-slot)
                    add line-area to rt-aud-area (vxw-run-slot)
                end-if
                if vxw-area not = line-area
                    move 'AUDIT AND EXTRACT AREAS DISAGREE'
                         to find-text
                    perform 7100-set-line-finding
                    move vxw-area to ed-area-1
                    move line-area to ed-area-2
                    move spaces to find-detail
                    string 'EXTRACT '   delimited by size
                           ed-area-1    delimited by size
                           ' AUDIT '    delimited by size
                           ed-area-2    delimited by size
                      into find-detail
                    end-string
                    add  1 to area-bad-count
                    perform 7000-write-finding
                end-if
            end-if.

      * no detail under the line's own job id - is the ticket on
      * the extract at all?
       3600-hunt-other-job.
            move     dl100-adl-ticket-no to hunt-ticket.
            move     dl100-adl-ticket-no to vxw-ticket-no.
            move     low-values to vxw-job-id.
            move     'N' to hunt-switch.
            start    detail-work-file key not less than vxw-key
                invalid key set hunt-done to true
            end-start.
            if not hunt-done
                read detail-work-file next record
                    at end set hunt-done to true
                end-read
            end-if.
            if not hunt-done and vxw-ticket-no = hunt-ticket
                move 'NOTE - REWORKED ON RESTART?' to find-text
                perform 7100-set-line-finding
                move spaces to find-detail
                string 'EXTRACT CARRIES IT UNDER JOB '
                                          delimited by size
                       vxw-job-id         delimited by size
                  into find-detail
                end-string
                add  1 to rework-count
                perform 7000-write-finding
            else
                move 'GOOD AUDIT LINE HAS NO EXTRACT DETAIL'
                     to find-text
                perform 7100-set-line-finding
                add  1 to no-detail-count
                perform 7000-write-finding
            end-if.

      * the third pass - every cross-reference key must have the
      * good audit line it was written for.
       4000-check-xref-keys.
            if axr-file-open
                open     input audit-work-file
                move     low-values to dl100-axr-key
                move     'N' to eof-switch
                start    xref-file key not less than dl100-axr-key
                    invalid key set end-of-input to true
                end-start
                if not end-of-input
                    perform 4100-read-xref
                end-if
                perform  4200-check-one-xref until end-of-input
                close    audit-work-file
            end-if.

      * the next cross-reference key in key order.
       4100-read-xref.
            read     xref-file next record
                at end set end-of-input to true
            end-read.

      * one cross-reference key against the audit work file.
       4200-check-one-xref.
            add      1 to xref-count.
            move     dl100-axr-ticket-no to vaw-ticket-no.
            move     dl100-axr-date to vaw-date.
            move     dl100-axr-time to vaw-time.
            read     audit-work-file
                invalid key
                    move 'XREF KEY HAS NO GOOD AUDIT LINE'
                         to find-text
                    move dl100-axr-ticket-no to find-ticket
                    move dl100-axr-job-id to find-job-id
                    move dl100-axr-date to find-date
                    move spaces to find-detail
                    string 'TIME '         delimited by size
                           dl100-axr-time  delimited by size
                      into find-detail
                    end-string
                    add  1 to xref-orphan-count
                    perform 7000-write-finding
            end-read.
            perform  4100-read-xref.

      * the fourth pass - every extract detail no audit line
      * claimed.
       5000-check-unclaimed-details.
            move     low-values to vxw-key.
            move     'N' to eof-switch.
            start    detail-work-file key not less than vxw-key
                invalid key set end-of-input to true
            end-start.
            if not end-of-input
                perform 5100-read-detail-work
            end-if.
            perform  5200-check-one-detail until end-of-input.
            close    detail-work-file.

      * the next detail in key order.
       5100-read-detail-work.
            read     detail-work-file next record
                at end set end-of-input to true
            end-read.

      * one detail - unclaimed is a fault, unless it is older
      * than the matching starts from.
       5200-check-one-detail.
            if vxw-unmatched and vxw-run-date not < from-date
                move 'EXTRACT DETAIL HAS NO AUDIT LINE'
                     to find-text
                move vxw-ticket-no to find-ticket
                move vxw-job-id to find-job-id
                move vxw-run-date to find-date
                move spaces to find-detail
                add  1 to detail-orphan-count
                perform 7000-write-finding
            end-if.
            perform  5100-read-detail-work.

      * the run totals - the audit lines matched to each run must
      * add up to the details the extract carries for it.
       6000-check-run-totals.
            if run-count > zero
                perform 6100-check-one-run
                        varying run-sub from 1 by 1
                        until run-sub > run-count
            end-if.
            if run-overflow > zero
                move     run-overflow to ed-count
                move     spaces to print-line
                string   '*** RUNS PAST THE TABLE - TOTALS '
                                           delimited by size
                         'NOT CHECKED: '   delimited by size
                         ed-count          delimited by size
                    into print-line
                end-string
                write    listing-record from print-line
            end-if.

      * one run's totals.
       6100-check-one-run.
            if rt-run-date (run-sub) not < from-date
                    and (rt-matched (run-sub) not = rt-details (run-sub)
                         or rt-aud-area (run-sub)
                            not = rt-area (run-sub))
                move 'RUN TOTALS DISAGREE' to find-text
                move spaces to find-ticket
                move rt-job-id (run-sub) to find-job-id
                move rt-run-date (run-sub) to find-date
                move rt-area (run-sub) to ed-area-1
                move rt-aud-area (run-sub) to ed-area-2
                move spaces to find-detail
                string 'EXTRACT '   delimited by size
                       ed-area-1    delimited by size
                       ' AUDIT '    delimited by size
                       ed-area-2    delimited by size
                  into find-detail
                end-string
                add  1 to run-total-count
                perform 7000-write-finding
            end-if.

      * one finding on the listing.
       7000-write-finding.
            move     spaces to print-line.
            move     find-text to print-line (1:36).
            move     find-ticket to print-line (38:6).
            move     find-job-id to print-line (46:8).
            move     find-date to print-line (56:8).
            move     find-detail to print-line (66:50).
            write    listing-record from print-line.

      * the ticket, job and date of the audit line in hand.
       7100-set-line-finding.
            move     dl100-adl-ticket-no to find-ticket.
            move     dl100-adl-job-id to find-job-id.
            move     dl100-adl-date to find-date.
            move     spaces to find-detail.

      * the rebuild goes on the DL100MNT maintenance history
      * under the supervisor who asked for it.
       8000-write-maint-log.
            open     extend maint-log-file.
            move     spaces to maint-log-line.
            accept   dl100-mnl-date from date yyyymmdd.
            accept   dl100-mnl-time from time.
            move     rebuild-opr-id to dl100-mnl-operator.
            move     '285-AUDIT-VERIFY' to dl100-mnl-program.
            move     'REBUILD' to dl100-mnl-action.
            move     'DL100AXR' to dl100-mnl-key.
            move     rebuilt-count to ed-count.
            string   'KEYS WRITTEN ' delimited by size
                     ed-count        delimited by size
                into dl100-mnl-detail
            end-string.
            write    maint-log-record from maint-log-line.
            close    maint-log-file.

      * the count of each kind of fault and note, and the return
      * code the scheduler stops on.
       9000-terminate.
            if not run-refused
                move     spaces to print-line
                write    listing-record from print-line
                move     'EXTRACT DETAILS READ' to find-text
                move     detail-count to ed-count
                perform  9100-write-count
                move     'GOOD AUDIT LINES READ' to find-text
                move     good-count to ed-count
                perform  9100-write-count
                move     'XREF KEYS READ' to find-text
                move     xref-count to ed-count
                perform  9100-write-count
                if mode-rebuild
                    move     'XREF KEYS REBUILT' to find-text
                    move     rebuilt-count to ed-count
                    perform  9100-write-count
                end-if
                move     'TRAILERS BAD OR MISSING' to find-text
                move     trailer-bad-count to ed-count
                perform  9100-write-count
                move     'RUNS ON BOTH EXTRACTS' to find-text
                move     dup-run-count to ed-count
                perform  9100-write-count
                move     'EXTRACT RECORDS OUTSIDE A RUN' to find-text
                move     stray-count to ed-count
                perform  9100-write-count
                move     'EXTRACT DETAILS WRITTEN TWICE' to find-text
                move     dup-detail-count to ed-count
                perform  9100-write-count
                move     'AUDIT LINES WRITTEN TWICE' to find-text
                move     dup-audit-count to ed-count
                perform  9100-write-count
                move     'AUDIT LINES WITH NO XREF KEY' to find-text
                move     no-xref-count to ed-count
                perform  9100-write-count
                move     'XREF KEYS UNDER ANOTHER JOB' to find-text
                move     xref-job-count to ed-count
                perform  9100-write-count
                move     'AUDIT LINES WITH NO DETAIL' to find-text
                move     no-detail-count to ed-count
                perform  9100-write-count
                move     'DETAILS CLAIMED TWICE' to find-text
                move     twice-count to ed-count
                perform  9100-write-count
                move     'AREAS THAT DISAGREE' to find-text
                move     area-bad-count to ed-count
                perform  9100-write-count
                move     'XREF KEYS WITH NO AUDIT LINE' to find-text
                move     xref-orphan-count to ed-count
                perform  9100-write-count
                move     'DETAILS WITH NO AUDIT LINE' to find-text
                move     detail-orphan-count to ed-count
                perform  9100-write-count
                move     'RUN TOTALS THAT DISAGREE' to find-text
                move     run-total-count to ed-count
                perform  9100-write-count
                move     'NOTE - REWORKED ON RESTART?' to find-text
                move     rework-count to ed-count
                perform  9100-write-count
                move     'NOTE - TORN AUDIT LINES' to find-text
                move     torn-count to ed-count
                perform  9100-write-count
                compute  out-count = trailer-bad-count
                                   + dup-run-count
                                   + stray-count
                                   + dup-detail-count
                                   + dup-audit-count
                                   + no-xref-count
                                   + xref-job-count
                                   + no-detail-count
                                   + twice-count
                                   + area-bad-count
                                   + xref-orphan-count
                                   + detail-orphan-count
                                   + run-total-count
                move     spaces to print-line
                if out-count > zero
                    move  8 to return-code
                    move  '*** FILES DO NOT AGREE - SEE ABOVE'
                          to print-line
                else
                    move  'ALL FILES AGREE' to print-line
                end-if
                write    listing-record from print-line
                if axr-file-open
                    close xref-file
                end-if
            end-if.
            close    listing-file.

      * one count line of the summary.
       9100-write-count.
            move     spaces to print-line.
            move     find-text to print-line (1:36).
            move     ed-count to print-line (38:9).
            write    listing-record from print-line.

      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
