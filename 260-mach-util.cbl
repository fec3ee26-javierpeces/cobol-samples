      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
      *
      * Saw capacity and utilization report by machine and shift.
      *
      * The nightly 110-calc run already works out every good
      * ticket's extended perimeter - the saw's cut length - and
      * writes it to the SHAPEAUD audit line along with the shift
      * and, now, the machine the ticket was sent to.  This batch
      * program (run by the DL100MUT JCL) reads the audit lines
      * over a period and turns that cut length into saw time
      * against the DL100MCH machine master: cut hours (length
      * over the saw's speed), setup hours (the saw's setup
      * minutes for every ticket) and the two together as hours
      * used, laid against the hours available - the saw's hours
      * per shift for every time that shift ran in the period.
      * Every machine on the master gets a line per shift, idle
      * ones included, with its utilization percentage and a flag
      * when it was booked past what the shift had; then its
      * total across the shifts.
      *
      * Good tickets with no machine named (every line from
      * before the machine master, among others) and tickets for
      * a machine since dropped from the master are listed after
      * the machines with their ticket count and cut length only
      * - there is no speed to turn them into hours.
      *
      * The period runs from DL100MUFR to DL100MUTO (yyyymmdd
      * each) - a blank to-date means today, a blank from-date
      * the to-date itself, so the routine morning run covers one
      * day.  A shift counts as having run once for each job that
      * wrote audit lines under it, the job id carrying the day
      * the run started - so a run crossing midnight is still one
      * shift.  Saw time is worked at each machine's speed and
      * setup as the master has them now.
      *
      * The audit file is read once into tables (up to 200
      * machine and shift pairs and 20 shifts) and the report is
      * printed from the master at the end.
      *
      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
       id division.
         program-id. 260-mach-util.

       environment division.
         input-output section.
            file-control.
               select optional audit-file assign to "SHAPEAUD"
                      organization is line sequential
                      file status is aud-file-status.
               select machine-file assign to "DL100MCH"
                      organization is indexed
                      access mode is sequential
                      record key is dl100-mch-id
                      file status is mch-file-status.
               select report-file assign to "UTILRPT"
                      organization is line sequential.

       data division.
          file section.
             fd  audit-file.
                01  audit-record        picture x(150).

             fd  machine-file.
                01  machine-record.
                    copy dl100mch.

             fd  report-file.
                01  report-record       picture x(132).

          working-storage section.
             01  audit-line.
                 copy dl100adl.

             77       aud-file-status picture x(02) value '00'.
             77       aud-eof-switch  picture x(01) value 'N'.
                 88    aud-end-of-file              value 'Y'.
             77       mch-file-status picture x(02) value '00'.
             77       mch-eof-switch  picture x(01) value 'N'.
                 88    mch-end-of-file              value 'Y'.

             77       date-parm       picture x(08).
             77       from-date       picture 9(08).
             77       to-date         picture 9(08).
             77       line-count      picture 9(07) value zero.
             77       bad-line-count  picture 9(05) value zero.
             77       run-day         picture x(04).
             77       work-perimeter  picture 9(10)v99.

      * one entry per machine and shift pair with good tickets in
      * the period.
             77       pair-count      picture 9(03) value zero.
             77       pair-sub        picture 9(03).
             77       pair-slot       picture 9(03).
             77       pair-full-switch picture x(01) value 'N'.
                 88    pair-table-full              value 'Y'.
             01       pair-table.
                 05   pair-entry occurs 200 times.
                      10  pr-machine       picture x(04).
                      10  pr-shift         picture x(04).
                      10  pr-tickets       picture 9(07).
                      10  pr-length        picture 9(12)v99.
                      10  pr-reported      picture x(01).

      * every shift seen in the period and how many times it ran
      * - the audit file is in run order, so a change of run day
      * under a shift is the next time it ran.
             77       shift-count     picture 9(02) value zero.
             77       shift-sub       picture 9(02).
             77       shift-slot      picture 9(02).
             01       shift-list.
                 05   shift-entry occurs 20 times.
                      10  sl-shift         picture x(04).
                      10  sl-last-day      picture x(04).
                      10  sl-runs          picture 9(05).

      * the figures one print line is built from, and a machine's
      * total across its shifts.
             01       line-figures.
                 05   lf-tickets      picture 9(07).
                 05   lf-length       picture 9(12)v99.
                 05   lf-cut-hours    picture 9(07)v99.
                 05   lf-setup-hours  picture 9(07)v99.
                 05   lf-used-hours   picture 9(07)v99.
                 05   lf-avail-hours  picture 9(07)v99.
             01       machine-figures.
                 05   mf-tickets      picture 9(07).
                 05   mf-length       picture 9(12)v99.
                 05   mf-cut-hours    picture 9(07)v99.
                 05   mf-setup-hours  picture 9(07)v99.
                 05   mf-used-hours   picture 9(07)v99.
                 05   mf-avail-hours  picture 9(07)v99.
             77       line-label-1    picture x(04).
             77       line-label-2    picture x(20).
             77       line-label-3    picture x(06).
             77       util-pct        picture 9(05)v99.
             77       machine-count   picture 9(05) value zero.
             77       loose-count     picture 9(03) value zero.

             77       ed-tickets      picture z,zzz,zz9.
             77       ed-length       picture zz,zzz,zzz,zz9.99.
             77       ed-hours        picture z,zzz,zz9.99.
             77       ed-pct          picture zzzz9.99.
             77       ed-count        picture zz,zzz,zz9.
             77       print-line      picture x(132).

       procedure division.
       0000-main-logic.
            perform  1000-initialize.
            perform  2000-take-one-line until aud-end-of-file.
            perform  3000-write-machines.
            perform  4000-write-loose-pairs.
            perform  9000-terminate.
            goback.

      * pick up the period, open the audit history and prime the
      * first line.  no history on hand just means no run has
      * written one yet - the report says so.
       1000-initialize.
            open     output report-file.
            accept   date-parm from environment "DL100MUTO".
            if date-parm = spaces or date-parm not numeric
                accept to-date from date yyyymmdd
            else
                move date-parm to to-date
            end-if.
            accept   date-parm from environment "DL100MUFR".
            if date-parm = spaces or date-parm not numeric
                move to-date to from-date
            else
                move date-parm to from-date
            end-if.
            move     spaces to print-line.
            string   'SAW UTILIZATION BY MACHINE AND SHIFT - FROM '
                                       delimited by size
                     from-date         delimited by size
                     ' TO '            delimited by size
                     to-date           delimited by size
                into print-line
            end-string.
            write    report-record from print-line.
            move     spaces to print-line.
            write    report-record from print-line.
            open     input audit-file.
            if aud-file-status = '00'
                perform 2100-read-audit-line
            else
                set     aud-end-of-file to true
            end-if.

      * one audit line: skip it if it is torn or outside the
      * period; otherwise its shift has run, and a good ticket's
      * cut length goes onto its machine and shift pair.
       2000-take-one-line.
            move     audit-record to audit-line.
            evaluate true
                when dl100-adl-date not numeric
                        or dl100-adl-reason-code not numeric
                    add  1 to bad-line-count
                when dl100-adl-date < from-date
                        or dl100-adl-date > to-date
                    continue
                when other
                    add     1 to line-count
                    perform 2200-count-shift-run
                    if dl100-adl-reason-code = zero
                        perform 2300-find-pair-slot
                        if pair-slot > zero
                            perform 2400-add-to-pair
                        end-if
                    end-if
            end-evaluate.
            perform  2100-read-audit-line.

      * the next line of the audit history.
       2100-read-audit-line.
            read     audit-file
                at end set aud-end-of-file to true
            end-read.

      * the run day is the month and day the job id was built
      * from; a keyed job id that is not digits falls back on the
      * line's own date.  a new run day under the shift is one
      * more time the shift ran.
       2200-count-shift-run.
            if dl100-adl-job-id (1:4) numeric
                move dl100-adl-job-id (1:4) to run-day
            else
                move dl100-adl-date (5:4) to run-day
            end-if.
            move     zero to shift-slot.
            perform  2210-match-shift
                     varying shift-sub from 1 by 1
                     until shift-sub > shift-count or shift-slot > zero.
            if shift-slot = zero and shift-count < 20
                add  1 to shift-count
                move shift-count to shift-slot
                move dl100-adl-shift to sl-shift (shift-slot)
                move spaces to sl-last-day (shift-slot)
                move zero to sl-runs (shift-slot)
            end-if.
            if shift-slot > zero
                if run-day not = sl-last-day (shift-slot)
                    add  1 to sl-runs (shift-slot)
                    move run-day to sl-last-day (shift-slot)
                end-if
            end-if.

      * one step of the shift hunt.
       2210-match-shift.
            if sl-shift (shift-sub) = dl100-adl-shift
                move shift-sub to shift-slot
            end-if.

      * find this line's machine and shift pair, opening a new
      * entry the first time a pair is seen.  a full table
      * leaves the slot at zero and the report says so.
       2300-find-pair-slot.
            move     zero to pair-slot.
            perform  2310-match-pair
                     varying pair-sub from 1 by 1
                     until pair-sub > pair-count or pair-slot > zero.
            if pair-slot = zero
                if pair-count < 200
                    add  1 to pair-count
                    move pair-count to pair-slot
                    move dl100-adl-machine to pr-machine (pair-slot)
                    move dl100-adl-shift to pr-shift (pair-slot)
                    move zero to pr-tickets (pair-slot)
                    move zero to pr-length (pair-slot)
                    move 'N' to pr-reported (pair-slot)
                else
                    set  pair-table-full to true
                end-if
            end-if.

      * one step of the pair hunt.
       2310-match-pair.
            if pr-machine (pair-sub) = dl100-adl-machine
                    and pr-shift (pair-sub) = dl100-adl-shift
                move pair-sub to pair-slot
            end-if.

      * the line's ticket and cut length onto its pair.  a line
      * from before cut lengths were audited carries spaces
      * there and counts as no length.
       2400-add-to-pair.
            add      1 to pr-tickets (pair-slot).
            if dl100-adl-perimeter numeric
                move dl100-adl-perimeter to work-perimeter
            else
                move zero to work-perimeter
            end-if.
            add      work-perimeter to pr-length (pair-slot).

      * walk the machine master - every saw on it gets a line per
      * shift that ran and its total.
       3000-write-machines.
            perform  3050-write-column-heading.
            open     input machine-file.
            if mch-file-status = '00'
                perform 3100-read-machine
                perform 3200-write-one-machine until mch-end-of-file
                close   machine-file
            else
                move    spaces to print-line
                move    'NO MACHINE MASTER ON HAND' to print-line
                write   report-record from print-line
            end-if.

      * the column headings.
       3050-write-column-heading.
            move     spaces to print-line.
            move     'MACH'        to print-line (1:4).
            move     'NAME'        to print-line (7:4).
            move     'SHIFT'       to print-line (28:5).
            move     'TICKETS'     to print-line (35:7).
            move     'CUT LENGTH'  to print-line (50:10).
            move     'CUT HRS'     to print-line (66:7).
            move     'SETUP HRS'   to print-line (76:9).
            move     'USED HRS'    to print-line (89:8).
            move     'AVAIL HRS'   to print-line (100:9).
            move     'UTIL%'       to print-line (113:5).
            write    report-record from print-line.

      * the next machine off the master.
       3100-read-machine.
            read     machine-file
                at end set mch-end-of-file to true
            end-read.

      * one machine - a line per shift, then its total.
       3200-write-one-machine.
            add      1 to machine-count.
            move     zeros to machine-figures.
            perform  3300-write-machine-shift
                     varying shift-sub from 1 by 1
                     until shift-sub > shift-count.
            move     machine-figures to line-figures.
            move     dl100-mch-id to line-label-1.
            move     dl100-mch-name to line-label-2.
            move     'TOTAL' to line-label-3.
            perform  5000-write-figures-line.
            move     spaces to print-line.
            write    report-record from print-line.
            perform  3100-read-machine.

      * one machine in one shift - hours used from its pair, if
      * it cut anything, against the hours the shift gave it.
       3300-write-machine-shift.
            move     zeros to line-figures.
            move     zero to pair-slot.
            perform  3310-match-machine-pair
                     varying pair-sub from 1 by 1
                     until pair-sub > pair-count or pair-slot > zero.
            if pair-slot > zero
                move pr-tickets (pair-slot) to lf-tickets
                move pr-length (pair-slot) to lf-length
                move 'Y' to pr-reported (pair-slot)
                compute lf-cut-hours rounded =
                        lf-length / dl100-mch-speed / 60
                    on size error move zero to lf-cut-hours
                end-compute
                compute lf-setup-hours rounded =
                        lf-tickets * dl100-mch-setup-min / 60
            end-if.
            compute  lf-used-hours = lf-cut-hours + lf-setup-hours.
            compute  lf-avail-hours =
                     dl100-mch-shift-hours * sl-runs (shift-sub).
            add      lf-tickets to mf-tickets.
            add      lf-length to mf-length.
            add      lf-cut-hours to mf-cut-hours.
            add      lf-setup-hours to mf-setup-hours.
            add      lf-used-hours to mf-used-hours.
            add      lf-avail-hours to mf-avail-hours.
            move     dl100-mch-id to line-label-1.
            move     spaces to line-label-2.
            move     sl-shift (shift-sub) to line-label-3.
            perform  5000-write-figures-line.

      * one step of the hunt for this machine's pair in the shift.
       3310-match-machine-pair.
            if pr-machine (pair-sub) = dl100-mch-id
                    and pr-shift (pair-sub) = sl-shift (shift-sub)
                move pair-sub to pair-slot
            end-if.

      * the pairs no machine on the master claimed - tickets with
      * no machine named, or one since dropped from the master.
       4000-write-loose-pairs.
            move     spaces to print-line.
            move     'GOOD TICKETS WITH NO MACHINE ON THE MASTER'
                     to print-line.
            write    report-record from print-line.
            perform  4100-write-loose-pair
                     varying pair-sub from 1 by 1
                     until pair-sub > pair-count.
            if loose-count = zero
                move    spaces to print-line
                move    '  NONE' to print-line
                write   report-record from print-line
            end-if.

      * one unclaimed pair - ticket count and cut length only.
       4100-write-loose-pair.
            if pr-reported (pair-sub) not = 'Y'
                add      1 to loose-count
                move     spaces to print-line
                move     pr-machine (pair-sub) to print-line (1:4)
                if pr-machine (pair-sub) = spaces
                    move 'NO MACHINE NAMED' to print-line (7:20)
                else
                    move 'NOT ON MASTER' to print-line (7:20)
                end-if
                move     pr-shift (pair-sub) to print-line (28:4)
                move     pr-tickets (pair-sub) to ed-tickets
                move     ed-tickets to print-line (33:9)
                move     pr-length (pair-sub) to ed-length
                move     ed-length to print-line (43:17)
                write    report-record from print-line
            end-if.

      * one line of figures - utilization is hours used over hours
      * available, flagged when the saw was booked past the shift.
       5000-write-figures-line.
            move     zero to util-pct.
            if lf-avail-hours > zero
                compute util-pct rounded =
                        lf-used-hours * 100 / lf-avail-hours
                    on size error move 99999.99 to util-pct
                end-compute
            end-if.
            move     spaces to print-line.
            move     line-label-1 to print-line (1:4).
            move     line-label-2 to print-line (7:20).
            move     line-label-3 to print-line (28:6).
            move     lf-tickets to ed-tickets.
            move     ed-tickets to print-line (33:9).
            move     lf-length to ed-length.
            move     ed-length to print-line (43:17).
            move     lf-cut-hours to ed-hours.
            move     ed-hours to print-line (61:12).
            move     lf-setup-hours to ed-hours.
            move     ed-hours to print-line (73:12).
            move     lf-used-hours to ed-hours.
            move     ed-hours to print-line (85:12).
            move     lf-avail-hours to ed-hours.
            move     ed-hours to print-line (97:12).
            move     util-pct to ed-pct.
            move     ed-pct to print-line (110:8).
            if lf-used-hours > lf-avail-hours
                move '*** OVER' to print-line (120:8)
            end-if.
            write    report-record from print-line.

      * close out with the counts behind the figures.
       9000-terminate.
            move     spaces to print-line.
            write    report-record from print-line.
            move     line-count to ed-count.
            move     spaces to print-line.
            string   'AUDIT LINES IN PERIOD: ' delimited by size
                     ed-count                  delimited by size
                into print-line
            end-string.
            write    report-record from print-line.
            move     machine-count to ed-count.
            move     spaces to print-line.
            string   'MACHINES ON MASTER...: ' delimited by size
                     ed-count                  delimited by size
                into print-line
            end-string.
            write    report-record from print-line.
            if bad-line-count > zero
                move     bad-line-count to ed-count
                move     spaces to print-line
                string   'TORN AUDIT LINES SKIPPED: ' delimited by size
                         ed-count                     delimited by size
                    into print-line
                end-string
                write    report-record from print-line
            end-if.
            if pair-table-full
                move     spaces to print-line
                move     '*** MORE THAN 200 MACHINE AND SHIFT PAIRS - '
                         to print-line (1:44)
                move     'FIGURES ARE SHORT' to print-line (45:17)
                write    report-record from print-line
            end-if.
            if aud-file-status = '00' or aud-file-status = '10'
                close audit-file
            end-if.
            close    report-file.

      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
