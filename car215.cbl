      *          indexed-read way car200 does it, so the collections
      *          clerk stops chasing overdue customers from a
      *          spreadsheet
      *        - an item on dispute hold (car253) is not aged - it
      *          goes in its own DISPUTED column, still counted in the
      *          customer's total
       program-id. car215.
       environment division.
       input-output section.
           05 cb-over30          pic s9(9)v99 comp-3 value 0.
           05 cb-over60          pic s9(9)v99 comp-3 value 0.
           05 cb-over90          pic s9(9)v99 comp-3 value 0.
           05 cb-disputed        pic s9(9)v99 comp-3 value 0.
           05 cb-total           pic s9(9)v99 comp-3 value 0.
       01  grand-buckets.
           05 gb-current         pic s9(9)v99 comp-3 value 0.
           05 gb-over30          pic s9(9)v99 comp-3 value 0.
           05 gb-over60          pic s9(9)v99 comp-3 value 0.
           05 gb-over90          pic s9(9)v99 comp-3 value 0.
           05 gb-disputed        pic s9(9)v99 comp-3 value 0.
           05 gb-total           pic s9(9)v99 comp-3 value 0.
       01  edited-flds.
           05 ed-current         pic zzzz,zzz.99-.
           05 ed-over30          pic zzzz,zzz.99-.
           05 ed-over60          pic zzzz,zzz.99-.
           05 ed-over90          pic zzzz,zzz.99-.
           05 ed-disputed        pic zzzz,zzz.99-.
           05 ed-total           pic zzz,zzz,zz9.99-.
       01  misc.
           05 aropen-stat        pic xx value spaces.
           move spaces to rptline.
           string "CUST    NAME                      CURRENT"
                  "      OVER 30      OVER 60      OVER 90"
                  "     DISPUTED          TOTAL"
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           compute inv-days = inv-date-yy * 365
               + inv-date-mm * 30 + inv-date-dd.
           compute item-days = run-days - inv-days.
           if ar-not-disputed
              perform bucketrtn
           else
              add ar-amount to cb-disputed
           end-if.
           add ar-amount to cb-total.
           read aropen at end move 'Y' to aropen-eof.
       bucketrtn.
           if item-days > 90
              add ar-amount to cb-over90
           else
                 end-if
              end-if
           end-if.
       custnamertn.
           move spaces to custrec.
           move ar-cust to cm-cust.
           move cb-over30 to ed-over30.
           move cb-over60 to ed-over60.
           move cb-over90 to ed-over90.
           move cb-disputed to ed-disputed.
           move cb-total to ed-total.
           move spaces to rptline.
           string prev-cust "  " cust-name "  " ed-current
                  " " ed-over30 " " ed-over60 " " ed-over90
                  " " ed-disputed " " ed-total
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           add cb-over30 to gb-over30.
           add cb-over60 to gb-over60.
           add cb-over90 to gb-over90.
           add cb-disputed to gb-disputed.
           add cb-total to gb-total.
           move 0 to cb-current. move 0 to cb-over30.
           move 0 to cb-over60. move 0 to cb-over90.
           move 0 to cb-disputed. move 0 to cb-total.
       ttlrtn.
           move gb-current to ed-current.
           move gb-over30 to ed-over30.
           move gb-over60 to ed-over60.
           move gb-over90 to ed-over90.
           move gb-disputed to ed-disputed.
           move gb-total to ed-total.
           move spaces to rptline.
           write rptline before advancing 1 line.
           move spaces to rptline.
           string "TOTALS                          " ed-current
                  " " ed-over30 " " ed-over60 " " ed-over90
                  " " ed-disputed " " ed-total
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
