      *        - each withdrawal is also appended to PLANHIST, the
      *          running collection history the ctx155 annual true-up
      *          reads
      *        - the withdrawal is drawn on the run date, or on the
      *          next business day when the run date is a weekend or
      *          a HOLIDAY calendar day the bank is closed (the shared
      *          busday routine); the statement and PLANHIST carry the
      *          draw date
      *        - the bank account on the statement prints masked to
      *          its last four digits (the shared bankmask routine);
      *          the full number goes only on to the bank
       program-id. ctx150.
       environment division.
       input-output section.
           05 plan-total         pic s9(9)v99 comp-3 value 0.
           05 plan-amt-ed        pic zzzz,zzz.99-.
           05 plan-tot-ed        pic zzz,zzz,zz9.99-.
           05 draw-date          pic 9(8) value zeros.
           05 draw-date-ed.
              10 draw-date-cc    pic 9(2).
              10 draw-date-yy    pic 9(2).
              10 filler          pic x value '/'.
              10 draw-date-mm    pic 9(2).
              10 filler          pic x value '/'.
              10 draw-date-dd    pic 9(2).
      * the draw date through the shared busday calendar routine
       01  busday-flds.
           05 bd-func            pic x(4) value "NEXT".
           05 bd-days            pic s9(4) comp value zeros.
           05 bd-status          pic x(2) value spaces.
      * account numbers print through the shared bankmask routine
       01  bankmask-flds.
           05 mask-acct          pic x(12) value spaces.
       01  misc.
           05 preplan-stat       pic xx value spaces.
           05 planhist-stat      pic xx value spaces.
              move "PREPLAN"    to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           call "busday" using bd-func rundate-ymd8 bd-days
               draw-date bd-status.
           if bd-status not = "OK"
              move rundate-ymd8 to draw-date
           end-if.
           move draw-date (1:2) to draw-date-cc.
           move draw-date (3:2) to draw-date-yy.
           move draw-date (5:2) to draw-date-mm.
           move draw-date (7:2) to draw-date-dd.
           open output prepmt planstmt.
           open extend planhist.
           if planhist-stat = '35'
              write pmtrec
              move spaces to phrec
              move pp-folio to ph-folio
              move draw-date (3:6) to ph-date
              move pp-monthly to ph-amount
              write phrec
              add 1 to plan-count
           move pp-monthly to plan-amt-ed.
           move spaces to rptline.
           string "MONTHLY WITHDRAWAL: " plan-amt-ed
                  "  DRAWN " draw-date-ed
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           call "bankmask" using pp-acct mask-acct jobid1 jobid2
               rundate-ymd8.
           move spaces to rptline.
           string "BANK: " pp-transit " / " mask-acct
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
