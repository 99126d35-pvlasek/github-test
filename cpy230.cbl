      *          default this run's date
      *        - an employee on one master but not the other goes on
      *          the MISMRPT mismatch report
      *        - an employee on the ESTMTSUP list sqlora12 leaves for
      *          this pay date has the statement on the staff portal
      *          and asked for no paper, so no stub prints for them;
      *          the count suppressed goes on the MISMRPT totals
       program-id. cpy230.
       environment division.
       input-output section.
                  organization line sequential.
           select mismrpt assign external MISMRPT
                  organization line sequential.
      * electronic statement list - no file means everyone gets paper
           select estmtsup assign external ESTMTSUP
                  organization line sequential
                  file status estmtsup-stat.
      *eject
       data  division.
       file section.
           01 rptline            pic x(120).
       fd  mismrpt record contains 120 characters.
           01 mline              pic x(120).
       fd  estmtsup record contains 20 characters.
           01 esrec.
              05 es-empno        pic 9(6).
              05 filler          pic x(1).
              05 es-date         pic 9(6).
              05 filler          pic x(7).
      *eject
       working-storage section.
       copy "unixwork1.cpy".
           05 srch-empno         pic 9(6) value zeros.
           05 stmt-count         pic 9(5) value zeros.
           05 mism-count         pic 9(5) value zeros.
           05 sup-count          pic 9(5) value zeros.
           05 net-pay            pic s9(7)v99 comp-3 value 0.
           05 ytd-net            pic s9(9)v99 comp-3 value 0.
           05 amt-ed1            pic zzzz,zzz.99-.
              10 pe-ytd-tax      pic s9(9)v99 comp-3.
              10 pe-ytd-cpp      pic s9(9)v99 comp-3.
              10 pe-ytd-uic      pic s9(9)v99 comp-3.
      * employees whose statement for this pay date is on the portal
      * in place of paper
       01  sup-table.
           05 sup-list-count     pic 9(4) value zeros.
           05 sup-idx            pic 9(4) value zeros.
           05 sup-found-sw       pic x value 'N'.
               88 sup-found               value 'Y'.
           05 estmtsup-eof       pic x value ' '.
               88 estmtsup-at-eof         value '1'.
           05 sup-empno          pic 9(6) occurs 2000 times.
       01  misc.
           05 paymas-stat        pic xx value spaces.
           05 paymasna-stat      pic xx value spaces.
           05 payhist-stat       pic xx value spaces.
           05 estmtsup-stat      pic xx value spaces.
      *eject
       procedure division.
           perform unixproc1.
           read payhist at end move '1' to payhist-eof.
           perform loadhistrtn until payhist-at-eof.
           close payhist.
           open input estmtsup.
           if estmtsup-stat = '00'
              read estmtsup at end move '1' to estmtsup-eof
              end-read
              perform loadsuprtn until estmtsup-at-eof
              close estmtsup
           end-if.
           open input paymas.
           if paymas-stat not = '00'
              move paymas-stat to mf-filestat
               delimited by size into mline
           end-string.
           write mline before advancing 1 line.
           move spaces to mline.
           string "STATEMENTS PRINTED: " stmt-count
                  "  SUPPRESSED (ON PORTAL): " sup-count
               delimited by size into mline
           end-string.
           write mline before advancing 1 line.
           close paymas paymasna paystmt mismrpt.
           move "CPY230" to jobsum-pgm.
           move stmt-count to jobsum-count.
           else
              add 1 to per-idx
           end-if.
       loadsuprtn.
           if es-date = sel-date
              if sup-list-count >= 2000
                 display "CPY230 - SUP-TABLE FULL, ES-EMPNO: "
                     es-empno " NOT LOADED" upon console
              else
                 add 1 to sup-list-count
                 move es-empno to sup-empno (sup-list-count)
              end-if
           end-if.
           read estmtsup at end move '1' to estmtsup-eof.
       findsuprtn.
           move 1 to sup-idx.
           move 'N' to sup-found-sw.
           perform findsup1rtn
               until sup-found or sup-idx > sup-list-count.
       findsup1rtn.
           if sup-empno (sup-idx) = paymas-empno
              move 'Y' to sup-found-sw
           else
              add 1 to sup-idx
           end-if.
       matchrtn.
           if paymas-at-eof
              perform naonlyrtn
           move paymas-empno to srch-empno.
           perform findperrtn.
           if per-found and pe-in-period (per-idx)
              perform findsuprtn
              if sup-found
                 add 1 to sup-count
              else
                 perform stubprtrtn
              end-if
           end-if.
           read paymas at end move 'Y' to paymas-eof.
           read paymasna at end move 'Y' to paymasna-eof.
