      *          file is legally current whatever it owes, so it
      *          takes no penalty here; no DEFERMAS on disk means no
      *          agreements in force
      *        - a folio on an ARRAGR arrears payment agreement still
      *          in force (current or late) is charged the penalty
      *          rate the agreement allows (pa-pen-pct, zero waives
      *          it) instead of the standard rate; once ctx225 finds
      *          the agreement defaulted the standard rate applies
      *          again
       program-id. ctx100.
       environment division.
       input-output section.
           select defermas assign external DEFERMAS
                  organization line sequential
                  file status defermas-stat.
           select arragr assign external ARRAGR
                  organization line sequential
                  file status arragr-stat.
uvM   * select taxlist assign taxlist
uvM        select taxlist assign external TAXLIST
uvM               organization line sequential.
              05 df-start        pic 9(6).
              05 df-balance      pic 9(7)v99.
              05 filler          pic x(15).
       fd  arragr record contains 80 characters.
           01 parec. copy "arragr.cpy".
       fd  taxlist record contains 104 characters.
           01 listrec.
              05 list-folio        pic x(10).
       01  defer-table.
           05 defer-entry occurs 200 times.
              10 dfl-folio      pic x(10).
      * folios on an arrears payment agreement in force - the
      * agreement's penalty rate applies
       01  agree-flds.
           05 arragr-stat       pic xx value spaces.
           05 arragr-eof        pic x value ' '.
               88 arragr-at-eof         value '1'.
           05 agree-count       pic 9(4) value zeros.
           05 agree-idx         pic 9(4) value zeros.
           05 agree-found-sw    pic x value 'N'.
               88 agree-found           value 'Y'.
           05 folio-pen-pct     pic 9(3)v99 value zeros.
       01  agree-table.
           05 agree-entry occurs 2000 times.
              10 agl-folio      pic x(10).
              10 agl-pen-pct    pic 9(3)v99.
       01  page-count           pic 9(4) value 1.
       01  penalty-pct          pic 9(3)v99 value 1.50.
       01  penalty-amt          pic s9(7)v99 comp-3.
           end-if.
           call "rptctl" using rpt-pgm-name rpt-heading rpt-lines-pp.
           perform loaddeferrtn.
           perform loadagreertn.
           open input citytax. open output taxlist.
           perform newpage-rtn.
           read citytax at end move '1' to ctx-eof.
              move ctx-face-value to list-face-value
              move ctx-maint-tax to list-maint-tax
              perform finddeferrtn
              perform findagreertn
              if agree-found
                 move agl-pen-pct (agree-idx) to folio-pen-pct
              else
                 move penalty-pct to folio-pen-pct
              end-if
              if ctx-post-date < rundate-ymd6
                    and not defer-found
                 compute penalty-amt rounded =
                     ctx-maint-tax * folio-pen-pct / 100
              else
                 move zeros to penalty-amt
              end-if
           else
              add 1 to defer-idx
           end-if.
      * no ARRAGR on disk just means no payment agreements
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
                 display "CTX100 - AGREE-TABLE FULL, PA-FOLIO: "
                     pa-folio " NOT LOADED" upon console
              else
                 add 1 to agree-count
                 move pa-folio to agl-folio (agree-count)
                 move pa-pen-pct to agl-pen-pct (agree-count)
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
       newpage-rtn.
           move page-count to hdng-page-no.
           write listrec from page-hdngs before advancing page.
