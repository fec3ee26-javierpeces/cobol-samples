      * rate when there is no history entry - so this summary and
      * the run's SHAPECST figures can never disagree.
      *
      * Now that 110-calc prices named customers at their DL100CTR
      * contract, the material cost is no longer re-priced here
      * at all: it is taken straight off each detail along with
      * the price basis the run used, and every customer line says
      * which basis its work went at (MIXED when the run priced
      * that customer's tickets more than one way).  Only a detail
      * cut before the cost was carried is still priced here, at
      * the list rate, the way it always was.
      *
      * A run whose header is on the file but whose trailer never
      * made it (an abended night) is still summarized - with a
      * note - rather than silently dropped; billing would rather
       data division.
          file section.
             fd  extract-file.
                01  extract-record      picture x(124).

             fd  billing-file.
                01  billing-record      picture x(132).
                      10  cbt-area      picture 9(12)v99.
                      10  cbt-cost      picture 9(13)v99.
                      10  cbt-mach      picture 9(13)v99.
                      10  cbt-basis     picture x(01).

             77       run-tickets     picture 9(05).
             77       run-area        picture 9(12)v99.
             77       run-mach        picture 9(13)v99.
             77       detail-cost     picture 9(13)v99.
             77       detail-mach     picture 9(13)v99.
             77       detail-basis    picture x(01).
             77       basis-desc      picture x(09).

             77       read-count      picture 9(07) value zero.
             77       run-count       picture 9(05) value zero.
                    move zero to cbt-area (cust-slot)
                    move zero to cbt-cost (cust-slot)
                    move zero to cbt-mach (cust-slot)
                    move detail-basis to cbt-basis (cust-slot)
                else
                    move 20 to cust-slot
                    move '******' to cbt-code (cust-slot)
                    move 'M' to cbt-basis (cust-slot)
                end-if
            end-if.
            if cbt-basis (cust-slot) not = detail-basis
                move 'M' to cbt-basis (cust-slot)
            end-if.
            add      1 to cbt-tickets (cust-slot).
            add      dl100-exd-area to cbt-area (cust-slot).
            add      detail-cost to cbt-cost (cust-slot).
                move cust-sub to cust-slot
            end-if.

      * one detail's material cost - the figure 110-calc priced it
      * at, contract and all, when the detail carries one.  a
      * detail from before the cost was carried is priced the way
      * 110-calc priced it then - master rate first, then the
      * DL100RTE entry with the largest effective date not after
      * the run date - and goes down as list.  a material no
      * longer on any master prices at zero; the money was right
      * on the night's own SHAPECST and the summary should not
      * invent a figure.
       3500-price-detail.
            if dl100-exd-mtl-cost numeric
                move dl100-exd-mtl-cost to detail-cost
                move dl100-exd-price-basis to detail-basis
            else
                perform 3520-price-at-list
            end-if.
      *     the machine charge was already priced by the run that
      *     cut the extract - a detail from before machine charges
      *     existed carries spaces there and counts as zero.
            if dl100-exd-mach-charge numeric
                move dl100-exd-mach-charge to detail-mach
            else
                move zero to detail-mach
            end-if.

      * price a detail that carries no cost of its own at the list
      * rate in force on its run date.
       3520-price-at-list.
            move     'L' to detail-basis.
            move     zero to effective-rate.
            if mtl-master-open
                move dl100-exd-material to dl100-mtl-code
                     on size error
                         move zero to detail-cost
            end-compute.

      * one rate history entry of the walk - same rules as the
      * pricing lookup in 110-calc.
            move     'TOTAL AREA' to print-line (34:10).
            move     'EXTENDED COST' to print-line (55:13).
            move     'MACHINE CHARGE' to print-line (78:14).
            move     'BASIS'     to print-line (95:5).
            write    billing-record from print-line.
            move     zero to run-tickets run-area run-cost
                             run-mach.
            move     ed-area to print-line (25:19).
            move     ed-cost to print-line (49:19).
            move     ed-mach to print-line (73:19).
            evaluate cbt-basis (cust-sub)
                when 'L'  move 'LIST'      to basis-desc
                when 'C'  move 'CONTRACT'  to basis-desc
                when 'D'  move 'MACH DISC' to basis-desc
                when 'B'  move 'CTR+DISC'  to basis-desc
                when 'M'  move 'MIXED'     to basis-desc
                when other move spaces     to basis-desc
            end-evaluate.
            move     basis-desc to print-line (95:9).
            write    billing-record from print-line.

      * a header arrived while a run was still open - its trailer
