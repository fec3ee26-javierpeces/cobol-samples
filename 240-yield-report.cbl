      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
      *
      * Material yield and scrap report by material and shift.
      *
      * Every night 110-calc estimates the whole stock sheets each
      * material's tickets consumed - net area cut, plus the saw's
      * kerf, grossed up by the material's expected yield - draws
      * the on-hand down by their gross area, and appends each
      * material's figures to the DL100YLD yield history.  This
      * batch program (run by the DL100YLD JCL) reads that history
      * over a period and lays net area cut against gross stock
      * consumed for every material and shift, so the plant
      * manager can see which materials and which shifts waste
      * the most: for each material, a line per shift that cut
      * it - the runs, net area, kerf area, sheets, gross area,
      * scrap area, the yield actually achieved (net over gross)
      * and the scrap at cost - then the material's total.  After
      * the materials come the same figures totalled per shift
      * across every material, and the grand total.
      *
      * The period runs from DL100YLFR to DL100YLTO (yyyymmdd
      * each) - a blank to-date means today, a blank from-date
      * the first of the to-date's month.  A material with no
      * sheet size on the master is carried at net, so it shows
      * a hundred percent yield and no scrap.
      *
      * The history is a flat file in run order, so the figures
      * are accumulated into tables first (up to 200 material and
      * shift pairs) and printed at the end.
      *
      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
       id division.
         program-id. 240-yield-report.

       environment division.
         input-output section.
            file-control.
               select optional yield-file assign to "DL100YLD"
                      organization is line sequential
                      file status is yld-file-status.
               select report-file assign to "YLDRPT"
                      organization is line sequential.

       data division.
          file section.
             fd  yield-file.
                01  yield-record.
                    copy dl100yld.

             fd  report-file.
                01  report-record       picture x(132).

          working-storage section.
             77       yld-file-status picture x(02) value '00'.
             77       yld-eof-switch  picture x(01) value 'N'.
                 88    yld-end-of-file              value 'Y'.

             77       date-parm       picture x(08).
             77       from-date       picture 9(08).
             77       to-date         picture 9(08).
             77       record-count    picture 9(07) value zero.
             77       skipped-count   picture 9(07) value zero.

      * one entry per material and shift pair seen in the period.
             77       pair-count      picture 9(03) value zero.
             77       pair-sub        picture 9(03).
             77       pair-slot       picture 9(03).
             77       pair-full-switch picture x(01) value 'N'.
                 88    pair-table-full              value 'Y'.
             01       pair-table.
                 05   pair-entry occurs 200 times.
                      10  pr-material      picture x(04).
                      10  pr-shift         picture x(04).
                      10  pr-figures.
                          15  pr-runs          picture 9(05).
                          15  pr-net           picture 9(12)v99.
                          15  pr-kerf          picture 9(12)v99.
                          15  pr-sheets        picture 9(07).
                          15  pr-gross         picture 9(12)v99.
                          15  pr-scrap         picture 9(12)v99.
                          15  pr-scrap-cost    picture 9(12)v99.

      * the materials and the shifts in the order first seen, so
      * the report can walk the pairs material by material and
      * total shift by shift.
             77       mtl-count       picture 9(03) value zero.
             77       mtl-sub         picture 9(03).
             77       mtl-slot        picture 9(03).
             01       material-list.
                 05   ml-material occurs 200 times picture x(04).
             77       shift-count     picture 9(02) value zero.
             77       shift-sub       picture 9(02).
             77       shift-slot      picture 9(02).
             77       shift-full-switch picture x(01) value 'N'.
                 88    shift-table-full             value 'Y'.
             01       shift-list.
                 05   shift-entry occurs 20 times.
                      10  sl-shift         picture x(04).
                      10  sl-figures.
                          15  sl-runs          picture 9(05).
                          15  sl-net           picture 9(12)v99.
                          15  sl-kerf          picture 9(12)v99.
                          15  sl-sheets        picture 9(07).
                          15  sl-gross         picture 9(12)v99.
                          15  sl-scrap         picture 9(12)v99.
                          15  sl-scrap-cost    picture 9(12)v99.

      * the figures one print line is built from - a pair, a
      * material's total, a shift's total or the grand total.
             01       line-figures.
                 05   lf-runs         picture 9(05).
                 05   lf-net          picture 9(12)v99.
                 05   lf-kerf         picture 9(12)v99.
                 05   lf-sheets       picture 9(07).
                 05   lf-gross        picture 9(12)v99.
                 05   lf-scrap        picture 9(12)v99.
                 05   lf-scrap-cost   picture 9(12)v99.
             01       material-figures.
                 05   mf-runs         picture 9(05).
                 05   mf-net          picture 9(12)v99.
                 05   mf-kerf         picture 9(12)v99.
                 05   mf-sheets       picture 9(07).
                 05   mf-gross        picture 9(12)v99.
                 05   mf-scrap        picture 9(12)v99.
                 05   mf-scrap-cost   picture 9(12)v99.
             01       grand-figures.
                 05   gf-runs         picture 9(05).
                 05   gf-net          picture 9(12)v99.
                 05   gf-kerf         picture 9(12)v99.
                 05   gf-sheets       picture 9(07).
                 05   gf-gross        picture 9(12)v99.
                 05   gf-scrap        picture 9(12)v99.
                 05   gf-scrap-cost   picture 9(12)v99.
             77       line-label-1    picture x(04).
             77       line-label-2    picture x(06).
             77       yield-achieved  picture 9(03)v99.

             77       ed-runs         picture zzzz9.
             77       ed-area         picture zz,zzz,zzz,zz9.99.
             77       ed-sheets       picture z,zzz,zz9.
             77       ed-yield        picture zz9.99.
             77       ed-count        picture zz,zzz,zz9.
             77       print-line      picture x(132).

       procedure division.
       0000-main-logic.
            perform  1000-initialize.
            perform  2000-take-one-record until yld-end-of-file.
            perform  3000-write-material-block
                     varying mtl-sub from 1 by 1
                     until mtl-sub > mtl-count.
            perform  4000-write-shift-totals.
            perform  9000-terminate.
            goback.

      * pick up the period, open the history and prime the first
      * record.  no history on hand just means no run has costed
      * its sheets yet - the report says so.
       1000-initialize.
            open     output report-file.
            accept   date-parm from environment "DL100YLTO".
            if date-parm = spaces or date-parm not numeric
                accept to-date from date yyyymmdd
            else
                move date-parm to to-date
            end-if.
            accept   date-parm from environment "DL100YLFR".
            if date-parm = spaces or date-parm not numeric
                move to-date to from-date
                move '01' to from-date (7:2)
            else
                move date-parm to from-date
            end-if.
            move     zeros to grand-figures.
            move     spaces to print-line.
            string   'MATERIAL YIELD AND SCRAP BY SHIFT - FROM '
                                       delimited by size
                     from-date         delimited by size
                     ' TO '            delimited by size
                     to-date           delimited by size
                into print-line
            end-string.
            write    report-record from print-line.
            move     spaces to print-line.
            write    report-record from print-line.
            perform  3050-write-column-heading.
            open     input yield-file.
            if yld-file-status = '00'
                perform 2100-read-yield
            else
                set     yld-end-of-file to true
            end-if.

      * one history record - inside the period it is added to its
      * material and shift pair, its shift and the grand total.
       2000-take-one-record.
            if dl100-yld-run-date < from-date
                    or dl100-yld-run-date > to-date
                add  1 to skipped-count
            else
                add     1 to record-count
                perform 2200-find-pair-slot
                if pair-slot > zero
                    perform 2300-add-to-pair
                end-if
                perform 2400-find-shift-slot
                if shift-slot > zero
                    perform 2500-add-to-shift
                end-if
                add     1 to gf-runs
                add     dl100-yld-net-area to gf-net
                add     dl100-yld-kerf-area to gf-kerf
                add     dl100-yld-sheets to gf-sheets
                add     dl100-yld-gross-area to gf-gross
                add     dl100-yld-scrap-area to gf-scrap
                add     dl100-yld-scrap-cost to gf-scrap-cost
            end-if.
            perform  2100-read-yield.

      * the next record off the history.
       2100-read-yield.
            read     yield-file
                at end set yld-end-of-file to true
            end-read.

      * find this record's material and shift pair, opening a new
      * entry (and a new material on the list) the first time a
      * pair is seen.  a full table leaves the slot at zero - the
      * record still counts in its shift and the grand total.
       2200-find-pair-slot.
            move     zero to pair-slot.
            perform  2210-match-pair
                     varying pair-sub from 1 by 1
                     until pair-sub > pair-count or pair-slot > zero.
            if pair-slot = zero
                if pair-count < 200
                    add  1 to pair-count
                    move pair-count to pair-slot
                    move dl100-yld-material to pr-material (pair-slot)
                    move dl100-yld-shift to pr-shift (pair-slot)
                    move zeros to pr-figures (pair-slot)
                    perform 2220-list-material
                else
                    set  pair-table-full to true
                end-if
            end-if.

      * one step of the pair hunt.
       2210-match-pair.
            if pr-material (pair-sub) = dl100-yld-material
                    and pr-shift (pair-sub) = dl100-yld-shift
                move pair-sub to pair-slot
            end-if.

      * put a material on the list the first time it is seen.
       2220-list-material.
            move     zero to mtl-slot.
            perform  2230-match-material
                     varying mtl-sub from 1 by 1
                     until mtl-sub > mtl-count or mtl-slot > zero.
            if mtl-slot = zero
                add  1 to mtl-count
                move dl100-yld-material to ml-material (mtl-count)
            end-if.

      * one step of the material hunt.
       2230-match-material.
            if ml-material (mtl-sub) = dl100-yld-material
                move mtl-sub to mtl-slot
            end-if.

      * the record's figures onto its pair.
       2300-add-to-pair.
            add      1 to pr-runs (pair-slot).
            add      dl100-yld-net-area to pr-net (pair-slot).
            add      dl100-yld-kerf-area to pr-kerf (pair-slot).
            add      dl100-yld-sheets to pr-sheets (pair-slot).
            add      dl100-yld-gross-area to pr-gross (pair-slot).
            add      dl100-yld-scrap-area to pr-scrap (pair-slot).
            add      dl100-yld-scrap-cost to pr-scrap-cost (pair-slot).

      * find the record's shift on the shift list, adding it the
      * first time it is seen.  a full list leaves the slot at
      * zero, the same as a full pair table - the record still
      * counts in its pair and the grand total, and the report
      * says some shifts went untotalled.
       2400-find-shift-slot.
            move     zero to shift-slot.
            perform  2410-match-shift
                     varying shift-sub from 1 by 1
                     until shift-sub > shift-count or shift-slot > zero.
            if shift-slot = zero
                if shift-count < 20
                    add  1 to shift-count
                    move shift-count to shift-slot
                    move dl100-yld-shift to sl-shift (shift-slot)
                    move zeros to sl-figures (shift-slot)
                else
                    set  shift-table-full to true
                end-if
            end-if.

      * one step of the shift hunt.
       2410-match-shift.
            if sl-shift (shift-sub) = dl100-yld-shift
                move shift-sub to shift-slot
            end-if.

      * the record's figures onto its shift.
       2500-add-to-shift.
            add      1 to sl-runs (shift-slot).
            add      dl100-yld-net-area to sl-net (shift-slot).
            add      dl100-yld-kerf-area to sl-kerf (shift-slot).
            add      dl100-yld-sheets to sl-sheets (shift-slot).
            add      dl100-yld-gross-area to sl-gross (shift-slot).
            add      dl100-yld-scrap-area to sl-scrap (shift-slot).
            add      dl100-yld-scrap-cost
                     to sl-scrap-cost (shift-slot).

      * one material - a line per shift that cut it, then its
      * total.
       3000-write-material-block.
            move     zeros to material-figures.
            perform  3100-write-pair-line
                     varying pair-sub from 1 by 1
                     until pair-sub > pair-count.
            move     material-figures to line-figures.
            move     ml-material (mtl-sub) to line-label-1.
            move     'TOTAL' to line-label-2.
            perform  5000-write-figures-line.
            move     spaces to print-line.
            write    report-record from print-line.

      * the column headings.
       3050-write-column-heading.
            move     spaces to print-line.
            move     'MATL'        to print-line (1:4).
            move     'SHIFT'       to print-line (7:5).
            move     'RUNS'        to print-line (14:4).
            move     'NET AREA'    to print-line (26:8).
            move     'KERF AREA'   to print-line (43:9).
            move     'SHEETS'      to print-line (56:6).
            move     'GROSS AREA'  to print-line (68:10).
            move     'SCRAP AREA'  to print-line (86:10).
            move     'YIELD%'      to print-line (98:6).
            move     'SCRAP COST'  to print-line (113:10).
            write    report-record from print-line.

      * one pair's line, if the pair is the current material's.
       3100-write-pair-line.
            if pr-material (pair-sub) = ml-material (mtl-sub)
                move    pr-figures (pair-sub) to line-figures
                move    pr-material (pair-sub) to line-label-1
                move    pr-shift (pair-sub) to line-label-2
                perform 5000-write-figures-line
                add     pr-runs (pair-sub) to mf-runs
                add     pr-net (pair-sub) to mf-net
                add     pr-kerf (pair-sub) to mf-kerf
                add     pr-sheets (pair-sub) to mf-sheets
                add     pr-gross (pair-sub) to mf-gross
                add     pr-scrap (pair-sub) to mf-scrap
                add     pr-scrap-cost (pair-sub) to mf-scrap-cost
            end-if.

      * the same figures totalled per shift across every
      * material, then the grand total.
       4000-write-shift-totals.
            move     spaces to print-line.
            move     'TOTALS BY SHIFT' to print-line.
            write    report-record from print-line.
            perform  3050-write-column-heading.
            perform  4100-write-shift-line
                     varying shift-sub from 1 by 1
                     until shift-sub > shift-count.
            move     grand-figures to line-figures.
            move     'ALL' to line-label-1.
            move     'TOTAL' to line-label-2.
            perform  5000-write-figures-line.

      * one shift's totals.
       4100-write-shift-line.
            move     sl-figures (shift-sub) to line-figures.
            move     spaces to line-label-1.
            move     sl-shift (shift-sub) to line-label-2.
            perform  5000-write-figures-line.

      * one line of figures - the yield achieved is net over
      * gross, a hundred percent when nothing was grossed up.
       5000-write-figures-line.
            move     100 to yield-achieved.
            if lf-gross > zero
                compute yield-achieved rounded =
                        lf-net * 100 / lf-gross
                    on size error move 100 to yield-achieved
                end-compute
            end-if.
            move     spaces to print-line.
            move     line-label-1 to print-line (1:4).
            move     line-label-2 to print-line (7:6).
            move     lf-runs to ed-runs.
            move     ed-runs to print-line (13:5).
            move     lf-net to ed-area.
            move     ed-area to print-line (18:17).
            move     lf-kerf to ed-area.
            move     ed-area to print-line (36:17).
            move     lf-sheets to ed-sheets.
            move     ed-sheets to print-line (53:9).
            move     lf-gross to ed-area.
            move     ed-area to print-line (62:17).
            move     lf-scrap to ed-area.
            move     ed-area to print-line (80:17).
            move     yield-achieved to ed-yield.
            move     ed-yield to print-line (98:6).
            move     lf-scrap-cost to ed-area.
            move     ed-area to print-line (106:17).
            write    report-record from print-line.

      * close out with how much history was read and used.
       9000-terminate.
            move     spaces to print-line.
            write    report-record from print-line.
            if pair-table-full
                move     spaces to print-line
                move     '*** MORE THAN 200 MATERIAL/SHIFT PAIRS - '
                         to print-line (1:41)
                move     'REST IN SHIFT AND GRAND TOTALS ONLY'
                         to print-line (42:35)
                write    report-record from print-line
            end-if.
            if shift-table-full
                move     spaces to print-line
                move     '*** MORE THAN 20 SHIFTS - '
                         to print-line (1:26)
                move     'REST IN PAIR AND GRAND TOTALS ONLY'
                         to print-line (27:34)
                write    report-record from print-line
            end-if.
            move     record-count to ed-count.
            move     spaces to print-line.
            string   'HISTORY RECORDS IN PERIOD: ' delimited by size
                     ed-count                      delimited by size
                into print-line
            end-string.
            write    report-record from print-line.
            move     skipped-count to ed-count.
            move     spaces to print-line.
            string   'OUTSIDE PERIOD...........: ' delimited by size
                     ed-count                      delimited by size
                into print-line
            end-string.
            write    report-record from print-line.
            if yld-file-status = '00' or yld-file-status = '10'
                close yield-file
            end-if.
            close    report-file.

      *A.1.B..+....2....+....3....+....4....+....5....+....6....+....7.
