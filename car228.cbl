      *          rolls each linked branch up under its parent: one
      *          consolidated page per parent with the parent's
      *          cm-name-adrs-grp address block, a child-level detail
      *          line per branch (current/30/60/90/120-plus/disputed/
      *          total) and the consolidated parent totals
      *        - an item on dispute hold (car253) is not aged - it
      *          goes in its own DISPUTED column, still counted in the
      *          branch total, as on car215/car216
      *        - the parent's own open items consolidate too; a branch
      *          whose keyed parent is not on CUSTMAS reports under a
      *          not-on-custmas header rather than vanishing
           05 pb-over60          pic s9(9)v99 comp-3 value 0.
           05 pb-over90          pic s9(9)v99 comp-3 value 0.
           05 pb-over120         pic s9(9)v99 comp-3 value 0.
           05 pb-disputed        pic s9(9)v99 comp-3 value 0.
           05 pb-total           pic s9(9)v99 comp-3 value 0.
       01  edited-flds.
           05 ed-current         pic zzzz,zzz.99-.
           05 ed-over60          pic zzzz,zzz.99-.
           05 ed-over90          pic zzzz,zzz.99-.
           05 ed-over120         pic zzzz,zzz.99-.
           05 ed-disputed        pic zzzz,zzz.99-.
           05 ed-total           pic zzz,zzz,zz9.99-.
      * the bill-to parents and their branches off CUSTMAS - a parent
      * is any customer some cm-parent points at
              10 ct-over60       pic s9(9)v99 comp-3.
              10 ct-over90       pic s9(9)v99 comp-3.
              10 ct-over120      pic s9(9)v99 comp-3.
              10 ct-disputed     pic s9(9)v99 comp-3.
              10 ct-total        pic s9(9)v99 comp-3.
       01  misc.
           05 custmas-stat       pic xx value spaces.
                 move 0 to ct-over60 (scan-idx)
                 move 0 to ct-over90 (scan-idx)
                 move 0 to ct-over120 (scan-idx)
                 move 0 to ct-disputed (scan-idx)
                 move 0 to ct-total (scan-idx)
              end-if
           end-if.
           compute inv-days = inv-date-yy * 365
               + inv-date-mm * 30 + inv-date-dd.
           compute item-days = run-days - inv-days.
           if ar-not-disputed
              perform bucket2rtn
           else
              add ar-amount to ct-disputed (scan-idx)
           end-if.
           add ar-amount to ct-total (scan-idx).
       bucket2rtn.
           if item-days > 120
              add ar-amount to ct-over120 (scan-idx)
           else
                 end-if
              end-if
           end-if.
      *eject
      * one parent's consolidated page - address block, a line per
      * branch, the consolidated totals
       stmtrtn.
           move 0 to pb-current. move 0 to pb-over30.
           move 0 to pb-over60. move 0 to pb-over90.
           move 0 to pb-over120. move 0 to pb-disputed.
           move 0 to pb-total.
           move spaces to rptline.
           move "CONSOLIDATED STATEMENT - NATIONAL ACCOUNT"
               to rptline.
           write rptline before advancing 2 lines.
           move spaces to rptline.
           string "BRANCH      CURRENT      OVER 30      OVER 60"
                  "      OVER 90     OVER 120     DISPUTED"
                  "          TOTAL"
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move pb-over60 to ed-over60.
           move pb-over90 to ed-over90.
           move pb-over120 to ed-over120.
           move pb-disputed to ed-disputed.
           move pb-total to ed-total.
           move spaces to rptline.
           string "TOTAL    " ed-current " " ed-over30
                  " " ed-over60 " " ed-over90 " " ed-over120
                  " " ed-disputed " " ed-total
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
              move ct-over60 (scan-idx) to ed-over60
              move ct-over90 (scan-idx) to ed-over90
              move ct-over120 (scan-idx) to ed-over120
              move ct-disputed (scan-idx) to ed-disputed
              move ct-total (scan-idx) to ed-total
              move spaces to rptline
              string ct-child (scan-idx) "   " ed-current
                     " " ed-over30 " " ed-over60 " " ed-over90
                     " " ed-over120 " " ed-disputed " " ed-total
                  delimited by size into rptline
              end-string
              write rptline before advancing 1 line
              add ct-over60 (scan-idx) to pb-over60
              add ct-over90 (scan-idx) to pb-over90
              add ct-over120 (scan-idx) to pb-over120
              add ct-disputed (scan-idx) to pb-disputed
              add ct-total (scan-idx) to pb-total
           end-if.
       copy "unixproc1.cpy".
