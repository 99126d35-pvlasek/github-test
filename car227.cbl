      *          month's interest at the CAR227-RATE annual percent
      *          (keyed as 99v99 text, e.g. 1800 = 18 pct) on each
      *          item older than CAR227-GRACE days (default 30)
      *        - the grace counts business days, not calendar days -
      *          weekends and HOLIDAY calendar days are stepped over
      *          through the shared busday routine, so no charge is
      *          earned on days nobody could have paid on
      *        - one finance-charge open item is added per customer
      *          with anything overdue, invoiced under 99mm00 for the
      *          run month so the charge is unique per customer per
      *          chain like any other open item
      *        - the FINCHG register lists each customer's overdue
      *          base, the rate applied and the charge
      *        - each charge is appended to the ARGLACT trail
      *          (arglact.cpy) for cgl166 to book
      *        - an item on dispute hold (car253) is not charged
       program-id. car227.
       environment division.
       input-output section.
                  organization record sequential access mode sequential.
           select finchg assign external FINCHG
                  organization line sequential.
           select arglact assign external ARGLACT
                  organization record sequential access mode sequential
                  file status arglact-stat.
      *eject
       data  division.
       file section.
              05 filler          pic x(8).
       fd  finchg record contains 120 characters.
           01 regline            pic x(120).
       fd  arglact record contains 40 characters.
           01 garec. copy "arglact.cpy".
      *eject
       working-storage section.
       copy "unixwork1.cpy".
           05 charge-inv         pic 9(6) value zeros.
           05 charge-count       pic 9(5) value zeros.
           05 charge-total       pic s9(9)v99 comp-3 value 0.
           05 inv-date-wk.
              10 inv-date-yy     pic 9(2).
              10 inv-date-mm     pic 9(2).
              10 inv-date-dd     pic 9(2).
           05 inv-date8          pic 9(8) value zeros.
           05 base-ed            pic zzzz,zzz.99-.
           05 chg-ed             pic zzzz,zzz.99-.
           05 tot-ed             pic zzz,zzz,zz9.99-.
           05 edit-lth           pic 9(4) comp value 4.
           05 edit-valid-sw      pic x value 'Y'.
               88 edit-valid             value 'Y'.
      * the grace date - CAR227-GRACE business days back from the
      * run date, through the shared busday calendar routine; an item
      * dated before it is past its grace
       01  busday-flds.
           05 bd-func            pic x(4) value "ADD ".
           05 bd-days            pic s9(4) comp value zeros.
           05 bd-status          pic x(2) value spaces.
           05 cutoff-date        pic 9(8) value zeros.
       01  misc.
           05 aropen-stat        pic xx value spaces.
           05 arglact-stat       pic xx value spaces.
      *eject
       procedure division.
           perform unixproc1.
                  grace-txt upon console
              move 30 to grace-days
           end-if.
           compute bd-days = 0 - grace-days.
           call "busday" using bd-func rundate-ymd8 bd-days
               cutoff-date bd-status.
           if bd-status not = "OK"
              display "CAR227 - RUN DATE " rundate-ymd8
                  " IS NOT A VALID DATE - RUN REFUSED" upon console
              stop run returning 16
           end-if.
           compute charge-inv = 990000 + rundate-ymd6-mm * 100.
           open input aropen.
           if aropen-stat not = '00'
              perform mf-display-filestat-eoj
           end-if.
           open output aropen2 finchg.
      * the GL activity trail carries forward until cgl166 books it
           open extend arglact.
           if arglact-stat = '35'
              open output arglact
           end-if.
           move spaces to regline.
           string "FINANCE CHARGE REGISTER - RUN DATE " rundate-ymd6e
                  "  RATE: " rate-txt " PCT/YR  GRACE: " grace-days
                  " BUSINESS DAYS"
               delimited by size into regline
           end-string.
           write regline before advancing 1 line.
              perform chargertn
           end-if.
           perform ttlrtn.
           close aropen aropen2 finchg arglact.
           move "CAR227" to jobsum-pgm.
           move charge-count to jobsum-count.
           move "COMPLETE" to jobsum-status.
           move aropenrec to aropenrec2.
           write aropenrec2.
           move ar-date to inv-date-wk.
           if inv-date-yy < 50
              compute inv-date8 = 20000000 + ar-date
           else
              compute inv-date8 = 19000000 + ar-date
           end-if.
           if inv-date8 < cutoff-date and ar-amount > 0
                 and ar-not-disputed
              add ar-amount to overdue-base
           end-if.
           read aropen at end move 'Y' to aropen-eof.
                 write aropenrec2
                 add 1 to charge-count
                 add charge-amount to charge-total
                 move spaces to garec
                 move 'FC' to ga-kind
                 move prev-cust to ga-cust
                 move charge-inv to ga-inv
                 move charge-amount to ga-amount
                 perform glactrtn
                 move overdue-base to base-ed
                 move charge-amount to chg-ed
                 move spaces to regline
               delimited by size into regline
           end-string.
           write regline before advancing 1 line.
      * one AR money movement onto the ARGLACT trail, dated with
      * the run date - cgl166 books it to the ledger
       glactrtn.
           move rundate-ymd6 to ga-date.
           write garec.
       copy "unixproc1.cpy".
