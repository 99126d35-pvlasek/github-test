       identification division.
      * sodrpt - test/demo mainframe conversion to micro focus cobol
      *        - segregation of duties exception report off RUNHIST,
      *          for the auditors - every run where one operator did
      *          both halves of a SODTAB conflicting pair (keyed it
      *          and approved it, set up the vendor and released the
      *          payment) in any two runs in the SODRPT-RUN-FROM/-TO
      *          range, whatever their jobid1/jobid2 - the halves are
      *          separate jobs, usually on separate days - each
      *          listed with both runs' job, run date and time
      *        - oprchk refuses the second half at step start, so an
      *          exception here is one that got through - a pair run
      *          before it was declared on SODTAB, or an operator
      *          signed on under two ids; every run oprchk refused
      *          (a RUNHIST DENY event) is listed too, with the
      *          operator who tried it
      *        - a START written before RUNHIST carried the operator
      *          id has rh-oper blank and can't be tied to anyone, so
      *          it is passed over (counted as NO OPERATOR ID) rather
      *          than paired with every other blank-operator run
      *        - only the events whose rh-rundate falls in the
      *          SODRPT-RUN-FROM/-TO range (yyyymmdd, both defaulting
      *          to this run's date) are looked at; no SODTAB on disk
      *          just lists the refusals
      *        - any exception sets JOBSUM status REJECTS
       program-id. sodrpt.
       environment division.
       input-output section.
       file-control.
           select sodtab assign external SODTAB
                  organization line sequential
                  file status sodtab-stat.
           select runhist assign external RUNHIST
                  organization line sequential
                  file status runhist-stat.
           select sodexc assign external SODEXC
                  organization line sequential.
      *eject
       data  division.
       file section.
       fd  sodtab record contains 80 characters.
           01 sdrec.
              05 sd-pgm1         pic x(8).
              05 filler          pic x(1).
              05 sd-pgm2         pic x(8).
              05 filler          pic x(1).
              05 sd-desc         pic x(40).
              05 filler          pic x(22).
       fd  runhist record contains 80 characters.
           01 runhistrec.
              05 rh-jobid1      pic x(8).
              05 filler         pic x(1).
              05 rh-jobid2      pic x(8).
              05 filler         pic x(1).
              05 rh-pgm         pic x(8).
              05 filler         pic x(1).
              05 rh-event       pic x(5).
              05 filler         pic x(1).
              05 rh-rundate     pic 9(8).
              05 filler         pic x(1).
              05 rh-time        pic x(8).
              05 filler         pic x(1).
              05 rh-oper        pic x(8).
              05 filler         pic x(21).
       fd  sodexc record contains 120 characters.
           01 rptline            pic x(120).
      *eject
       working-storage section.
       copy "unixwork1.cpy".
       01  wrk-flds.
           05 sodtab-eof         pic x value ' '.
               88 sodtab-at-eof           value '1'.
           05 runhist-eof        pic x value ' '.
               88 runhist-at-eof          value '1'.
           05 event-pgm          pic x(8) value spaces.
           05 deny-count         pic 9(5) value zeros.
           05 exc-count          pic 9(5) value zeros.
           05 nooper-count       pic 9(5) value zeros.
      * the rh-rundate window - only these events are looked at
       01  runsel-flds.
           05 run-from-txt       pic x(8) value spaces.
           05 run-to-txt         pic x(8) value spaces.
           05 sel-run-from       pic 9(8) value zeros.
           05 sel-run-to         pic 9(8) value zeros.
           05 runsel-lth         pic 9(4) comp value 8.
           05 runsel-valid-sw    pic x value 'Y'.
               88 runsel-valid           value 'Y'.
      * the declared conflicting pairs
       01  pair-flds.
           05 pair-count         pic 9(3) value zeros.
           05 pair-idx           pic 9(3) value zeros.
           05 pair-hit-sw        pic x value 'N'.
               88 pair-hit                value 'Y'.
       01  pair-table.
           05 pair-entry occurs 100 times.
              10 pr-pgm1         pic x(8).
              10 pr-pgm2         pic x(8).
              10 pr-desc         pic x(40).
      * START events of the programs in a pair, in the window
       01  start-flds.
           05 start-count        pic 9(5) value zeros.
           05 start-idx          pic 9(5) value zeros.
           05 start-idx2         pic 9(5) value zeros.
       01  start-table.
           05 start-entry occurs 5000 times.
              10 st-pgm          pic x(8).
              10 st-jobid1       pic x(8).
              10 st-jobid2       pic x(8).
              10 st-date         pic 9(8).
              10 st-time         pic x(8).
              10 st-oper         pic x(8).
       01  misc.
           05 sodtab-stat        pic xx value spaces.
           05 runhist-stat       pic xx value spaces.
      *eject
       procedure division.
           perform unixproc1.
       mainline.
           accept run-from-txt from environment "SODRPT-RUN-FROM"
               on exception move spaces to run-from-txt
           end-accept.
           if run-from-txt = spaces
              move rundate-ymd8 to sel-run-from
           else
              call "numedit" using run-from-txt runsel-lth
                  runsel-valid-sw
              if runsel-valid
                 move run-from-txt to sel-run-from
              else
                 display "SODRPT - INVALID SODRPT-RUN-FROM VALUE: "
                     run-from-txt upon console
                 stop run returning 16
              end-if
           end-if.
           accept run-to-txt from environment "SODRPT-RUN-TO"
               on exception move spaces to run-to-txt
           end-accept.
           if run-to-txt = spaces
              move rundate-ymd8 to sel-run-to
           else
              call "numedit" using run-to-txt runsel-lth
                  runsel-valid-sw
              if runsel-valid
                 move run-to-txt to sel-run-to
              else
                 display "SODRPT - INVALID SODRPT-RUN-TO VALUE: "
                     run-to-txt upon console
                 stop run returning 16
              end-if
           end-if.
      * no SODTAB on disk means no pairs declared yet
           open input sodtab.
           if sodtab-stat = '00'
              read sodtab at end move '1' to sodtab-eof
              end-read
              perform loadpairrtn until sodtab-at-eof
              close sodtab
           end-if.
           open input runhist.
           if runhist-stat not = '00'
              move runhist-stat to mf-filestat
              move "RUNHIST"    to mf-filenamei
              move "RUNHIST"    to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           open output sodexc.
           move spaces to rptline.
           string "SEGREGATION OF DUTIES EXCEPTIONS - RUN DATE "
                  rundate-ymd6e "  RUNS FROM " sel-run-from
                  " TO " sel-run-to
               delimited by size into rptline
           end-string.
           write rptline before advancing 2 lines.
           move spaces to rptline.
           move "RUNS REFUSED AT STEP START" to rptline.
           write rptline before advancing 1 line.
           move spaces to rptline.
           string "PROGRAM   OPERATOR  JOB                "
                  "RUN DATE  TIME"
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           read runhist at end move '1' to runhist-eof.
           perform eventrtn until runhist-at-eof.
           close runhist.
           move spaces to rptline.
           write rptline before advancing 1 line.
           move spaces to rptline.
           move "ONE OPERATOR RAN BOTH HALVES OF A CONFLICTING PAIR"
               to rptline.
           write rptline before advancing 1 line.
           move spaces to rptline.
           string "OPERATOR  FIRST HALF - PROGRAM, JOB, RUN DATE, "
                  "TIME      SECOND HALF"
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           perform pairrtn
               varying pair-idx from 1 by 1
               until pair-idx > pair-count.
           perform ttlrtn.
           close sodexc.
           move "SODRPT" to jobsum-pgm.
           move start-count to jobsum-count.
           if exc-count > 0
              move "REJECTS" to jobsum-status
           else
              move "COMPLETE" to jobsum-status
           end-if.
           call "jobcnt" using jobsum-pgm jobsum-count jobsum-status
               jobid1 jobid2.
           perform unixproc1-eoj.
           stop run.
       loadpairrtn.
           if pair-count >= 100
              display "SODRPT - PAIR-TABLE FULL, SD-DESC: "
                  sd-desc " NOT LOADED" upon console
           else
              add 1 to pair-count
              move sd-pgm1 to pr-pgm1 (pair-count)
              move sd-pgm2 to pr-pgm2 (pair-count)
              move sd-desc to pr-desc (pair-count)
           end-if.
           read sodtab at end move '1' to sodtab-eof.
      * one event - a DENY lists as it is read, a START of a paired
      * program is kept for the pair matching below
       eventrtn.
           if rh-rundate >= sel-run-from
                 and rh-rundate <= sel-run-to
              move function upper-case (rh-pgm) to event-pgm
              if rh-event = "DENY"
                 add 1 to deny-count
                 move spaces to rptline
                 string event-pgm "  " rh-oper "  " rh-jobid1 "/"
                        rh-jobid2 "  " rh-rundate "  " rh-time
                     delimited by size into rptline
                 end-string
                 write rptline before advancing 1 line
              else
                 if rh-event = "START"
                    perform keepstartrtn
                 end-if
              end-if
           end-if.
           read runhist at end move '1' to runhist-eof.
       keepstartrtn.
           move 'N' to pair-hit-sw.
           move zeros to pair-idx.
           perform findpairrtn
               until pair-hit or pair-idx >= pair-count.
           if pair-hit and rh-oper = spaces
              add 1 to nooper-count
           end-if.
           if pair-hit and rh-oper not = spaces
              if start-count >= 5000
                 display "SODRPT - START-TABLE FULL, RH-PGM: "
                     rh-pgm " NOT CHECKED" upon console
              else
                 add 1 to start-count
                 move event-pgm to st-pgm (start-count)
                 move rh-jobid1 to st-jobid1 (start-count)
                 move rh-jobid2 to st-jobid2 (start-count)
                 move rh-rundate to st-date (start-count)
                 move rh-time to st-time (start-count)
                 move rh-oper to st-oper (start-count)
              end-if
           end-if.
       findpairrtn.
           add 1 to pair-idx.
           if pr-pgm1 (pair-idx) = event-pgm
                 or pr-pgm2 (pair-idx) = event-pgm
              move 'Y' to pair-hit-sw
           end-if.
      * one declared pair - every first-half run against every
      * second-half run by the same operator, in any job
       pairrtn.
           perform half1rtn
               varying start-idx from 1 by 1
               until start-idx > start-count.
       half1rtn.
           if st-pgm (start-idx) = pr-pgm1 (pair-idx)
              perform half2rtn
                  varying start-idx2 from 1 by 1
                  until start-idx2 > start-count
           end-if.
       half2rtn.
           if st-pgm (start-idx2) = pr-pgm2 (pair-idx)
                 and st-oper (start-idx2) = st-oper (start-idx)
              add 1 to exc-count
              move spaces to rptline
              string st-oper (start-idx) "  "
                     st-pgm (start-idx) " "
                     st-jobid1 (start-idx) "/" st-jobid2 (start-idx)
                     " " st-date (start-idx) " " st-time (start-idx)
                     "   " st-pgm (start-idx2) " "
                     st-jobid1 (start-idx2) "/" st-jobid2 (start-idx2)
                     " " st-date (start-idx2) " " st-time (start-idx2)
                  delimited by size into rptline
              end-string
              write rptline before advancing 1 line
              move spaces to rptline
              string "          PAIR: " pr-desc (pair-idx)
                  delimited by size into rptline
              end-string
              write rptline before advancing 1 line
           end-if.
       ttlrtn.
           move spaces to rptline.
           write rptline before advancing 1 line.
           move spaces to rptline.
           string "PAIRS DECLARED: " pair-count
                  "  PAIRED RUNS CHECKED: " start-count
                  "  RUNS REFUSED: " deny-count
                  "  EXCEPTIONS: " exc-count
                  "  NO OPERATOR ID: " nooper-count
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
       copy "unixproc1.cpy".
