      *          file is legally current and never a tax-sale
      *          candidate, however old its deferred balance; the
      *          trailer counts the folios so skipped
      *        - a folio that would be a candidate but is on an
      *          ARRAGR arrears payment agreement still in force
      *          (current or late, as the ctx225 monitor last left
      *          it) is listed in its own section after the true
      *          candidates rather than among them; a defaulted
      *          agreement gives no protection
       program-id. ctx170.
       environment division.
       input-output section.
           select defermas assign external DEFERMAS
                  organization line sequential
                  file status defermas-stat.
           select arragr assign external ARRAGR
                  organization line sequential
                  file status arragr-stat.
           select taxsale assign external TAXSALE
                  organization line sequential.
      *eject
              05 df-start        pic 9(6).
              05 df-balance      pic 9(7)v99.
              05 filler          pic x(15).
       fd  arragr record contains 80 characters.
           01 parec. copy "arragr.cpy".
       fd  taxsale record contains 132 characters.
           01 rptline            pic x(132).
      *eject
       01  defer-table.
           05 defer-entry occurs 200 times.
              10 dfl-folio      pic x(10).
      * folios on an arrears payment agreement in force - held
      * back from the candidates and listed on their own
       01  agree-flds.
           05 arragr-stat       pic xx value spaces.
           05 arragr-eof        pic x value ' '.
               88 arragr-at-eof         value '1'.
           05 agree-count       pic 9(4) value zeros.
           05 agree-idx         pic 9(4) value zeros.
           05 agree-found-sw    pic x value 'N'.
               88 agree-found           value 'Y'.
           05 held-count        pic 9(5) value zeros.
           05 held-idx          pic 9(5) value zeros.
           05 held-total        pic s9(11)v99 comp-3 value 0.
       01  agree-table.
           05 agree-entry occurs 2000 times.
              10 agl-folio      pic x(10).
              10 agl-status     pic x.
              10 agl-signed     pic 9(8).
              10 agl-arrears    pic s9(7)v99 comp-3.
       01  held-table.
           05 held-entry occurs 2000 times.
              10 hl-folio       pic x(10).
              10 hl-name        pic x(20).
              10 hl-owing       pic s9(7)v99 comp-3.
              10 hl-agree-idx   pic 9(4).
       01  misc.
           05 citytax-stat       pic xx value spaces.
      *eject
              perform mf-display-filestat-eoj
           end-if.
           perform loaddeferrtn.
           perform loadagreertn.
           open output taxsale.
           move spaces to rptline.
           string "TAX-SALE CANDIDATES - ARREARS FROM " cutoff-year
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           perform heldrtn.
           close citytax taxsale.
           move "CTX170" to jobsum-pgm.
           move cand-count to jobsum-count.
                 add 1 to defer-skip-count
              end-if
           end-if.
           if is-candidate
              perform findagreertn
              if agree-found
                 move 'N' to candidate-sw
                 perform holdrtn
              end-if
           end-if.
           if is-candidate
              add 1 to cand-count
              move spaces to rptline
           else
              add 1 to defer-idx
           end-if.
      * no ARRAGR on disk just means no payment agreements; only
      * the current and late ones protect the folio
       loadagreertn.
           open input arragr.
           if arragr-stat = '00'
              read arragr at end move '1' to arragr-eof
              end-read
              perform loadagree1rtn until arragr-at-eof
              close arragr
           end-if.
       loadagree1rtn.
           if pa-in-force
              if agree-count >= 2000
                 display "CTX170 - AGREE-TABLE FULL, PA-FOLIO: "
                     pa-folio " NOT LOADED" upon console
              else
                 add 1 to agree-count
                 move pa-folio to agl-folio (agree-count)
                 move pa-status to agl-status (agree-count)
                 move pa-signed to agl-signed (agree-count)
                 move pa-arrears to agl-arrears (agree-count)
              end-if
           end-if.
           read arragr at end move '1' to arragr-eof.
       findagreertn.
           move 1 to agree-idx.
           move 'N' to agree-found-sw.
           perform findagree1rtn
               until agree-found or agree-idx > agree-count.
       findagree1rtn.
           if agl-folio (agree-idx) = ctx-folio
              move 'Y' to agree-found-sw
           else
              add 1 to agree-idx
           end-if.
       holdrtn.
           if held-count >= 2000
              display "CTX170 - HELD-TABLE FULL, CTX-FOLIO: "
                  ctx-folio " NOT LISTED" upon console
           else
              add 1 to held-count
              move ctx-folio to hl-folio (held-count)
              move ctx-name to hl-name (held-count)
              move ctx-maint-tax to hl-owing (held-count)
              move agree-idx to hl-agree-idx (held-count)
              add ctx-maint-tax to held-total
           end-if.
      * the folios an agreement in force keeps off the candidate list
       heldrtn.
           move spaces to rptline.
           write rptline before advancing 1 line.
           move spaces to rptline.
           string "FOLIOS ON AN ARREARS PAYMENT AGREEMENT IN FORCE - "
                  "NOT TAX-SALE CANDIDATES WHILE IT IS KEPT"
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move zeros to held-idx.
           perform held1rtn until held-idx >= held-count.
           move held-total to tot-ed.
           move spaces to rptline.
           string "AGREEMENT FOLIOS: " held-count
                  "  TOTAL OWING: " tot-ed
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
       held1rtn.
           add 1 to held-idx.
           move hl-agree-idx (held-idx) to agree-idx.
           move hl-owing (held-idx) to amt-ed.
           move agl-arrears (agree-idx) to pen-ed.
           move spaces to rptline.
           if agl-status (agree-idx) = 'L'
              string "FOLIO " hl-folio (held-idx) "  "
                     hl-name (held-idx) "  OWING: " amt-ed
                     "  AGREEMENT " agl-signed (agree-idx)
                     " FOR " pen-ed "  LATE"
                  delimited by size into rptline
              end-string
           else
              string "FOLIO " hl-folio (held-idx) "  "
                     hl-name (held-idx) "  OWING: " amt-ed
                     "  AGREEMENT " agl-signed (agree-idx)
                     " FOR " pen-ed "  CURRENT"
                  delimited by size into rptline
              end-string
           end-if.
           write rptline before advancing 1 line.
       candchkrtn.
           add 1 to yr-idx.
           if ctx-owing-year (yr-idx) numeric
