       identification division.
      * cpy275 - test/demo mainframe conversion to micro focus cobol
      *        - workers' compensation assessable earnings off
      *          PAYHIST, for the board's quarterly instalment and
      *          its annual return, in place of working it out from
      *          the PAYREG subtotals with a calculator
      *        - each department (hist-dept) is assigned to a board
      *          rate class on the WCBRATE control file, with the
      *          class's rate per $100 of assessable earnings and the
      *          annual maximum assessable per worker; a department
      *          with no WCBRATE row lands in class UNMAPPED at no
      *          rate, and the run ends REJECTS until it is assigned
      *        - env-var CPY275-YEAR (yy, default this run's year)
      *          and CPY275-QTR (1-4 for the instalment, 0 or none
      *          for the annual return)
      *        - every row of the year up to the end of the period
      *          is accumulated per worker in file order (the order
      *          cpy200 appends the runs), so the annual maximum cuts
      *          in on the run that reaches it and a quarter only
      *          reports what the earlier quarters left under it
      *        - WCBRPT lists each worker's insurable, assessable and
      *          excess earnings for the period, then assessable
      *          earnings and premium by rate class; the annual
      *          return's insurable total is reconciled to the year's
      *          PAYHIST gross that the cpy300 T4 summary slips add
      *          up to, and a difference ends the run MISMATCH
       program-id. cpy275.
       environment division.
       input-output section.
       file-control.
           select payhist assign external PAYHIST
                  organization record sequential access mode sequential
                  file status payhist-stat.
           select wcbrate assign external WCBRATE
                  organization line sequential
                  file status wcbrate-stat.
           select wcbrpt assign external WCBRPT
                  organization line sequential.
      *eject
       data  division.
       file section.
      * one row per employee per run, written by cpy200
       fd  payhist record contains 90 characters.
           01 histrec. copy "payhist.cpy".
      * one row per department - the board rate class it is assessed
      * under, the class rate per $100 and the annual per-worker
      * maximum (zero maximum means uncapped)
       fd  wcbrate record contains 80 characters.
           01 wrrec.
              05 wr-dept         pic x(4).
              05 filler          pic x(1).
              05 wr-class        pic x(8).
              05 filler          pic x(1).
              05 wr-rate         pic 9(2)v9(4).
              05 filler          pic x(1).
              05 wr-max          pic 9(7)v99.
              05 filler          pic x(1).
              05 wr-dscrptn      pic x(30).
              05 filler          pic x(19).
       fd  wcbrpt record contains 132 characters.
           01 rptline            pic x(132).
      *eject
       working-storage section.
       copy "unixwork1.cpy".
       01  wrk-flds.
           05 payhist-eof        pic x value ' '.
               88 payhist-at-eof          value '1'.
           05 wcbrate-eof        pic x value ' '.
               88 wcbrate-at-eof          value '1'.
           05 found-sw           pic x value 'N'.
               88 found                   value 'Y'.
           05 target-year        pic 9(2) value zeros.
           05 target-qtr         pic 9(1) value zeros.
           05 from-mm            pic 9(2) value 01.
           05 to-mm              pic 9(2) value 12.
           05 hist-yy            pic 9(2) value zeros.
           05 hist-mm            pic 9(2) value zeros.
           05 dept-count         pic 9(3) value zeros.
           05 dept-idx           pic 9(3) value zeros.
           05 class-count        pic 9(3) value zeros.
           05 class-idx          pic 9(3) value zeros.
           05 emp-count          pic 9(4) value zeros.
           05 emp-idx            pic 9(4) value zeros.
           05 pair-count         pic 9(4) value zeros.
           05 pair-idx           pic 9(4) value zeros.
           05 unmapped-rows      pic 9(7) value zeros.
           05 srch-class         pic x(8) value spaces.
           05 assess-amt         pic s9(9)v99 comp-3 value 0.
           05 room-amt           pic s9(9)v99 comp-3 value 0.
           05 year-gross         pic s9(11)v99 comp-3 value 0.
           05 tot-insur          pic s9(11)v99 comp-3 value 0.
           05 tot-assess         pic s9(11)v99 comp-3 value 0.
           05 tot-excess         pic s9(11)v99 comp-3 value 0.
           05 tot-prem           pic s9(11)v99 comp-3 value 0.
           05 tot-workers        pic 9(5) value zeros.
           05 insur-ed           pic zz,zzz,zz9.99-.
           05 assess-ed          pic zz,zzz,zz9.99-.
           05 excess-ed          pic zz,zzz,zz9.99-.
           05 prem-ed            pic zz,zzz,zz9.99-.
           05 max-ed             pic z,zzz,zz9.99.
           05 rate-ed            pic z9.9999.
           05 tot-ed             pic zzz,zzz,zz9.99-.
      * the parameters come in off the environment as text and are
      * validated through NUMEDIT before being trusted as numeric
       01  edit-flds.
           05 year-txt           pic x(2) value '00'.
           05 year-edit-lth      pic 9(4) comp value 2.
           05 qtr-txt            pic x(1) value '0'.
           05 qtr-edit-lth       pic 9(4) comp value 1.
           05 edit-valid-sw      pic x value 'Y'.
               88 edit-valid             value 'Y'.
      * WCBRATE by department
       01  dept-table.
           05 dept-entry occurs 200 times.
              10 dt-dept         pic x(4).
              10 dt-class-idx    pic 9(3).
      * rate classes, with the period's totals
       01  class-table.
           05 class-entry occurs 100 times.
              10 ct-class        pic x(8).
              10 ct-dscrptn      pic x(30).
              10 ct-rate         pic 9(2)v9(4).
              10 ct-max          pic 9(7)v99.
              10 ct-workers      pic 9(5).
              10 ct-insur        pic s9(11)v99 comp-3.
              10 ct-assess       pic s9(11)v99 comp-3.
              10 ct-excess       pic s9(11)v99 comp-3.
              10 ct-prem         pic s9(11)v99 comp-3.
      * each worker's year to date against the maximum, and the
      * period's figures for the listing
       01  emp-table.
           05 emp-entry occurs 3000 times.
              10 et-empno        pic 9(6).
              10 et-name         pic x(20).
              10 et-ytd-assess   pic s9(9)v99 comp-3.
              10 et-insur        pic s9(9)v99 comp-3.
              10 et-assess       pic s9(9)v99 comp-3.
      * worker/class pairs seen in the period - the worker count on
      * the return is per class
       01  pair-table.
           05 pair-entry occurs 5000 times.
              10 pt-empno        pic 9(6).
              10 pt-class-idx    pic 9(3).
       01  misc.
           05 payhist-stat       pic xx value spaces.
           05 wcbrate-stat       pic xx value spaces.
      *eject
       procedure division.
           perform unixproc1.
       mainline.
           accept year-txt from environment "CPY275-YEAR"
               on exception move rundate-ymd6-yy to year-txt
           end-accept.
           call "numedit" using year-txt year-edit-lth edit-valid-sw.
           if edit-valid
              move year-txt to target-year
           else
              display "CPY275 - INVALID CPY275-YEAR VALUE: "
                  year-txt upon console
              move rundate-ymd6-yy to target-year
           end-if.
           accept qtr-txt from environment "CPY275-QTR"
               on exception move '0' to qtr-txt
           end-accept.
           call "numedit" using qtr-txt qtr-edit-lth edit-valid-sw.
           if edit-valid
              move qtr-txt to target-qtr
           end-if.
           if target-qtr > 4
              display "CPY275 - INVALID CPY275-QTR VALUE: "
                  qtr-txt " - RUN REFUSED" upon console
              stop run returning 16
           end-if.
           if target-qtr > 0
              compute from-mm = (target-qtr - 1) * 3 + 1
              compute to-mm = target-qtr * 3
           end-if.
           perform loadratertn.
           open input payhist.
           if payhist-stat not = '00'
              move payhist-stat to mf-filestat
              move "PAYHIST"    to mf-filenamei
              move "PAYHIST"    to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           read payhist at end move '1' to payhist-eof.
           perform accumrtn until payhist-at-eof.
           close payhist.
           open output wcbrpt.
           perform rptrtn.
           perform classrptrtn.
           perform ttlrtn.
           close wcbrpt.
           move "CPY275" to jobsum-pgm.
           move tot-workers to jobsum-count.
           if target-qtr = 0 and tot-insur not = year-gross
              move "MISMATCH" to jobsum-status
           else
              if unmapped-rows > 0
                 move "REJECTS" to jobsum-status
              else
                 move "COMPLETE" to jobsum-status
              end-if
           end-if.
           call "jobcnt" using jobsum-pgm jobsum-count jobsum-status
               jobid1 jobid2.
           perform unixproc1-eoj.
           stop run.
      * the rate table - each department to its class, one class
      * entry however many departments share it
       loadratertn.
           open input wcbrate.
           if wcbrate-stat not = '00'
              move wcbrate-stat to mf-filestat
              move "WCBRATE"    to mf-filenamei
              move "WCBRATE"    to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           read wcbrate at end move '1' to wcbrate-eof.
           perform loadrate1rtn until wcbrate-at-eof.
           close wcbrate.
           move "UNMAPPED" to srch-class.
           perform findclassrtn.
           if class-idx > 0
              move "DEPARTMENT NOT ON WCBRATE" to ct-dscrptn (class-idx)
              move 0 to ct-rate (class-idx) ct-max (class-idx)
           end-if.
       loadrate1rtn.
           move wr-class to srch-class.
           perform findclassrtn.
           if class-idx > 0
              move wr-dscrptn to ct-dscrptn (class-idx)
              move wr-rate to ct-rate (class-idx)
              move wr-max to ct-max (class-idx)
              if dept-count >= 200
                 display "CPY275 - DEPT-TABLE FULL, WR-DEPT: "
                     wr-dept " NOT LOADED" upon console
              else
                 add 1 to dept-count
                 move wr-dept to dt-dept (dept-count)
                 move class-idx to dt-class-idx (dept-count)
              end-if
           end-if.
           read wcbrate at end move '1' to wcbrate-eof.
       findclassrtn.
           move 1 to class-idx.
           move 'N' to found-sw.
           perform findclass1rtn
               until found or class-idx > class-count.
           if not found
              if class-count >= 100
                 display "CPY275 - CLASS-TABLE FULL, CLASS: "
                     srch-class " NOT LOADED" upon console
                 move zeros to class-idx
              else
                 add 1 to class-count
                 move class-count to class-idx
                 move srch-class to ct-class (class-idx)
                 move spaces to ct-dscrptn (class-idx)
                 move 0 to ct-rate (class-idx) ct-max (class-idx)
                     ct-insur (class-idx) ct-assess (class-idx)
                     ct-excess (class-idx) ct-prem (class-idx)
                 move zeros to ct-workers (class-idx)
              end-if
           end-if.
       findclass1rtn.
           if ct-class (class-idx) = srch-class
              move 'Y' to found-sw
           else
              add 1 to class-idx
           end-if.
      *eject
      * one PAYHIST row of the year - assessed against the worker's
      * room under the class maximum, reported if it falls in the
      * period
       accumrtn.
           move hist-date (1:2) to hist-yy.
           move hist-date (3:2) to hist-mm.
           if hist-yy = target-year
              add hist-gross to year-gross
           end-if.
           if hist-yy = target-year and hist-mm <= to-mm
              perform finddeptrtn
              perform findemprtn
              if class-idx > 0 and emp-idx > 0
                 perform assessrtn
              end-if
           end-if.
           read payhist at end move '1' to payhist-eof.
       finddeptrtn.
           move zeros to dept-idx.
           move 'N' to found-sw.
           perform finddept1rtn until found or dept-idx >= dept-count.
           if found
              move dt-class-idx (dept-idx) to class-idx
           else
              move "UNMAPPED" to srch-class
              perform findclassrtn
              if hist-mm >= from-mm
                 add 1 to unmapped-rows
              end-if
           end-if.
       finddept1rtn.
           add 1 to dept-idx.
           if dt-dept (dept-idx) = hist-dept
              move 'Y' to found-sw
           end-if.
       findemprtn.
           move 1 to emp-idx.
           move 'N' to found-sw.
           perform findemp1rtn
               until found or emp-idx > emp-count.
           if not found
              if emp-count >= 3000
                 display "CPY275 - EMP-TABLE FULL, HIST-EMPNO: "
                     hist-empno " NOT ACCUMULATED" upon console
                 move zeros to emp-idx
              else
                 add 1 to emp-count
                 move emp-count to emp-idx
                 move hist-empno to et-empno (emp-idx)
                 move hist-name to et-name (emp-idx)
                 move 0 to et-ytd-assess (emp-idx) et-insur (emp-idx)
                     et-assess (emp-idx)
              end-if
           end-if.
       findemp1rtn.
           if et-empno (emp-idx) = hist-empno
              move 'Y' to found-sw
           else
              add 1 to emp-idx
           end-if.
      * a negative row (a reversal) gives back assessable earnings
      * as it comes; a positive one is assessed up to the room left
       assessrtn.
           move hist-gross to assess-amt.
           if ct-max (class-idx) > 0 and hist-gross > 0
              compute room-amt = ct-max (class-idx)
                  - et-ytd-assess (emp-idx)
              if room-amt < 0
                 move 0 to room-amt
              end-if
              if assess-amt > room-amt
                 move room-amt to assess-amt
              end-if
           end-if.
           add assess-amt to et-ytd-assess (emp-idx).
           if hist-mm >= from-mm
              add hist-gross to et-insur (emp-idx)
              add assess-amt to et-assess (emp-idx)
              add hist-gross to ct-insur (class-idx)
              add assess-amt to ct-assess (class-idx)
              compute ct-excess (class-idx) = ct-excess (class-idx)
                  + hist-gross - assess-amt
              perform pairrtn
           end-if.
       pairrtn.
           move zeros to pair-idx.
           move 'N' to found-sw.
           perform pair1rtn until found or pair-idx >= pair-count.
           if not found
              add 1 to ct-workers (class-idx)
              if pair-count < 5000
                 add 1 to pair-count
                 move hist-empno to pt-empno (pair-count)
                 move class-idx to pt-class-idx (pair-count)
              end-if
           end-if.
       pair1rtn.
           add 1 to pair-idx.
           if pt-empno (pair-idx) = hist-empno
                 and pt-class-idx (pair-idx) = class-idx
              move 'Y' to found-sw
           end-if.
      *eject
       rptrtn.
           move spaces to rptline.
           if target-qtr = 0
              string "WORKERS COMPENSATION ASSESSABLE EARNINGS - "
                     "ANNUAL RETURN 20" target-year
                     "   RUN " rundate-ymd6e
                  delimited by size into rptline
              end-string
           else
              string "WORKERS COMPENSATION ASSESSABLE EARNINGS - "
                     "INSTALMENT 20" target-year " QUARTER "
                     target-qtr "   RUN " rundate-ymd6e
                  delimited by size into rptline
              end-string
           end-if.
           write rptline before advancing 2 lines.
           move spaces to rptline.
           string "EMPNO   NAME                "
                  "      INSURABLE     ASSESSABLE         EXCESS"
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move zeros to emp-idx.
           perform rptemprtn until emp-idx >= emp-count.
       rptemprtn.
           add 1 to emp-idx.
           if et-insur (emp-idx) not = 0
              add 1 to tot-workers
              move et-insur (emp-idx) to insur-ed
              move et-assess (emp-idx) to assess-ed
              compute tot-excess = et-insur (emp-idx)
                  - et-assess (emp-idx)
              move tot-excess to excess-ed
              move spaces to rptline
              string et-empno (emp-idx) "  " et-name (emp-idx)
                     insur-ed " " assess-ed " " excess-ed
                  delimited by size into rptline
              end-string
              write rptline before advancing 1 line
           end-if.
      * assessable earnings and premium by rate class
       classrptrtn.
           move 0 to tot-excess.
           move spaces to rptline.
           write rptline before advancing 1 line.
           move spaces to rptline.
           string "CLASS    DESCRIPTION                       RATE"
                  "   ANNUAL MAX WRKRS      INSURABLE     ASSESSABLE"
                  "        PREMIUM"
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move zeros to class-idx.
           perform classrpt1rtn until class-idx >= class-count.
       classrpt1rtn.
           add 1 to class-idx.
           if ct-insur (class-idx) not = 0 or ct-workers (class-idx) > 0
              compute ct-prem (class-idx) rounded =
                  ct-assess (class-idx) * ct-rate (class-idx) / 100
              add ct-insur (class-idx) to tot-insur
              add ct-assess (class-idx) to tot-assess
              add ct-excess (class-idx) to tot-excess
              add ct-prem (class-idx) to tot-prem
              move ct-rate (class-idx) to rate-ed
              move ct-max (class-idx) to max-ed
              move ct-insur (class-idx) to insur-ed
              move ct-assess (class-idx) to assess-ed
              move ct-prem (class-idx) to prem-ed
              move spaces to rptline
              string ct-class (class-idx) " " ct-dscrptn (class-idx)
                     " " rate-ed " " max-ed " " ct-workers (class-idx)
                     insur-ed " " assess-ed " " prem-ed
                  delimited by size into rptline
              end-string
              write rptline before advancing 1 line
           end-if.
       ttlrtn.
           move tot-insur to insur-ed.
           move tot-assess to assess-ed.
           move tot-prem to prem-ed.
           move spaces to rptline.
           string "TOTAL" "                                        "
                  "                          "
                  insur-ed " " assess-ed " " prem-ed
               delimited by size into rptline
           end-string.
           write rptline before advancing 2 lines.
           move tot-excess to tot-ed.
           move spaces to rptline.
           string "WORKERS: " tot-workers
                  "   EARNINGS OVER THE MAXIMUM: " tot-ed
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           if unmapped-rows > 0
              move spaces to rptline
              string "*** " unmapped-rows " PAYHIST ROW(S) FROM "
                     "DEPARTMENTS NOT ON WCBRATE - CLASS UNMAPPED, "
                     "NO PREMIUM ***"
                  delimited by size into rptline
              end-string
              write rptline before advancing 1 line
           end-if.
           if target-qtr = 0
              move year-gross to tot-ed
              move spaces to rptline
              string "PAYHIST GROSS FOR THE YEAR (CPY300 T4 TOTAL): "
                     tot-ed
                  delimited by size into rptline
              end-string
              write rptline before advancing 1 line
              move spaces to rptline
              if tot-insur = year-gross
                 move "INSURABLE EARNINGS AGREE TO THE T4 GROSS"
                     to rptline
              else
                 string "*** INSURABLE EARNINGS DO NOT AGREE TO THE "
                        "T4 GROSS ***"
                     delimited by size into rptline
                 end-string
              end-if
              write rptline before advancing 1 line
           end-if.
       copy "unixproc1.cpy".
