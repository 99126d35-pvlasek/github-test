       identification division.
      * cgl215 - test/demo mainframe conversion to micro focus cobol
      *        - month-end close checklist, so the close sign-off is
      *          one page instead of a morning of phone calls asking
      *          whether the interfaces ran, the batches posted and
      *          the period is closed
      *        - env-var CGL215-PERIOD (yyyymm) names the period being
      *          closed; like cgl210 the run is refused without one
      *        - the CLOSECTL control table lists the close steps in
      *          the order they are to run, one row per step with its
      *          kind and the program or file it names:
      *            JOB  - a program that must finish (cgl105, cgl200,
      *                   cgl175, car218 ...): its latest RUNHIST STOP
      *                   dated from the first of the period up to
      *                   today, and the JOBSUM line under that same
      *                   jobid1/jobid2, which must say COMPLETE
      *            INTF - an interface generator (cgl160, cpy210 ...):
      *                   its INTFCTL GEN rows dated in the period,
      *                   every one of which must have a POST row
      *            PER  - the period close itself: a PERSTAT CLOSED
      *                   row for the period
      *            GEN  - a master generation (GLMSNEW ...): a GENCAT
      *                   row for the logical file dated from the
      *                   first of the period up to today
      *        - a step with nothing recorded flags NOT DONE, a JOB
      *          that ended other than COMPLETE (or started with no
      *          STOP) flags FAILED, an interface with batches still
      *          unposted flags INCOMPLETE, and a step that finished
      *          before a step listed ahead of it flags OUT ORDER;
      *          INTF, PER and GEN steps only carry a date, so they
      *          are ordered by date alone
      *        - the checklist prints on CLOSECHK; any flag ends the
      *          run UNPROVED on JOBSUM
       program-id. cgl215.
       environment division.
       input-output section.
       file-control.
           select closectl assign external CLOSECTL
                  organization line sequential
                  file status closectl-stat.
           select runhist assign external RUNHIST
                  organization line sequential
                  file status runhist-stat.
           select jobsum assign external JOBSUM
                  organization line sequential
                  file status jobsum-stat.
           select intfctl assign external INTFCTL
                  organization line sequential
                  file status intfctl-stat.
           select perstat assign external PERSTAT
                  organization line sequential
                  file status perstat-stat.
           select gencat assign external GENCAT
                  organization line sequential
                  file status gencat-stat.
           select closechk assign external CLOSECHK
                  organization line sequential.
      *eject
       data  division.
       file section.
      * one row per close step, in the order the steps are to run
       fd  closectl record contains 80 characters.
           01 ccrec.
              05 cc-seq          pic 9(3).
              05 filler          pic x(1).
              05 cc-kind         pic x(4).
              05 filler          pic x(1).
              05 cc-name         pic x(8).
              05 filler          pic x(1).
              05 cc-dscrptn      pic x(40).
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
              05 filler         pic x(30).
       fd  jobsum record contains 80 characters.
           01 jobsumrec.
              05 js-jobid1      pic x(8).
              05 filler         pic x(1).
              05 js-jobid2      pic x(8).
              05 filler         pic x(1).
              05 js-pgm         pic x(8).
              05 filler         pic x(1).
              05 js-count       pic 9(9).
              05 filler         pic x(1).
              05 js-status      pic x(8).
              05 filler         pic x(34).
       fd  intfctl record contains 80 characters.
           01 intfctlrec.
              05 if-event       pic x(5).
              05 filler         pic x(1).
              05 if-batch       pic x(6).
              05 filler         pic x(1).
              05 if-source      pic x(8).
              05 filler         pic x(1).
              05 if-date        pic x(6).
              05 filler         pic x(1).
              05 if-debits      pic 9(9)v99.
              05 filler         pic x(1).
              05 if-credits     pic 9(9)v99.
              05 filler         pic x(28).
       fd  perstat record contains 40 characters.
           01 persrec.
              05 ps-period       pic 9(6).
              05 filler          pic x(1).
              05 ps-status       pic x(6).
              05 filler          pic x(1).
              05 ps-rundate      pic 9(8).
              05 filler          pic x(1).
              05 ps-acct-count   pic 9(5).
              05 filler          pic x(12).
       fd  gencat record contains 60 characters.
           01 gcrec.
              05 gc-file         pic x(8).
              05 filler          pic x(1).
              05 gc-gen          pic 9(5).
              05 filler          pic x(1).
              05 gc-rundate      pic 9(8).
              05 filler          pic x(1).
              05 gc-rec-count    pic 9(9).
              05 filler          pic x(1).
              05 gc-blk-count    pic 9(9).
              05 filler          pic x(17).
       fd  closechk record contains 120 characters.
           01 rptline            pic x(120).
      *eject
       working-storage section.
       copy "unixwork1.cpy".
       01  wrk-flds.
           05 closectl-eof       pic x value ' '.
               88 closectl-at-eof         value '1'.
           05 runhist-eof        pic x value ' '.
               88 runhist-at-eof          value '1'.
           05 jobsum-eof         pic x value ' '.
               88 jobsum-at-eof           value '1'.
           05 intfctl-eof        pic x value ' '.
               88 intfctl-at-eof          value '1'.
           05 perstat-eof        pic x value ' '.
               88 perstat-at-eof          value '1'.
           05 gencat-eof         pic x value ' '.
               88 gencat-at-eof           value '1'.
           05 close-period       pic 9(6) value zeros.
           05 close-period-r redefines close-period.
              10 close-period-cc pic 9(2).
              10 close-period-yymm pic x(4).
           05 period-start       pic 9(8) value zeros.
           05 step-count         pic 9(3) value zeros.
           05 batch-count        pic 9(5) value zeros.
           05 srch-idx           pic 9(3) value zeros.
           05 bt-idx             pic 9(5) value zeros.
           05 up-pgm             pic x(8) value spaces.
           05 rh-stamp.
              10 rh-stamp-date   pic 9(8).
              10 rh-stamp-time   pic x(8).
           05 gen-date8.
              10 gen-date8-cc    pic 9(2).
              10 gen-date8-ymd   pic x(6).
           05 gen-date8-n redefines gen-date8 pic 9(8).
           05 this-stamp.
              10 this-stamp-date pic 9(8).
              10 this-stamp-time pic x(8).
           05 hi-stamp.
              10 hi-stamp-date   pic 9(8) value zeros.
              10 hi-stamp-time   pic x(8) value "00:00:00".
           05 hi-seq             pic 9(3) value zeros.
           05 done-count         pic 9(3) value zeros.
           05 flag-count         pic 9(3) value zeros.
           05 seq-ed             pic zz9.
           05 cnt-ed             pic zzzz9.
           05 cnt2-ed            pic zzzz9.
           05 date-ed            pic 9999/99/99.
      * CGL215-PERIOD comes in off the environment as text, so it's
      * validated through NUMEDIT before being trusted as numeric
       01  edit-flds.
           05 period-txt         pic x(6) value '000000'.
           05 edit-lth           pic 9(4) comp value 6.
           05 edit-valid-sw      pic x value 'Y'.
               88 edit-valid             value 'Y'.
      * the close steps off CLOSECTL with what the system recorded
      * against each one
       01  step-table.
           05 step-entry occurs 50 times.
              10 st-seq          pic 9(3).
              10 st-kind         pic x(4).
              10 st-name         pic x(8).
              10 st-dscrptn      pic x(40).
              10 st-stop-stamp.
                 15 st-stop-date pic 9(8).
                 15 st-stop-time pic x(8).
              10 st-start-stamp.
                 15 st-start-date pic 9(8).
                 15 st-start-time pic x(8).
              10 st-jobid1       pic x(8).
              10 st-jobid2       pic x(8).
              10 st-status       pic x(8).
              10 st-gen-count    pic 9(5).
              10 st-post-count   pic 9(5).
              10 st-gen          pic 9(5).
              10 st-done-date    pic 9(8).
              10 st-done-time    pic x(8).
              10 st-result       pic x(10).
              10 st-note         pic x(39).
      * the period's interface batches, so each GEN can be matched to
      * its POST
       01  batch-table.
           05 batch-entry occurs 2000 times.
              10 bt-step         pic 9(3).
              10 bt-batch        pic x(6).
              10 bt-posted       pic x(1).
       01  misc.
           05 closectl-stat      pic xx value spaces.
           05 runhist-stat       pic xx value spaces.
           05 jobsum-stat        pic xx value spaces.
           05 intfctl-stat       pic xx value spaces.
           05 perstat-stat       pic xx value spaces.
           05 gencat-stat        pic xx value spaces.
      *eject
       procedure division.
           perform unixproc1.
       mainline.
           accept period-txt from environment "CGL215-PERIOD"
               on exception move '000000' to period-txt
           end-accept.
           call "numedit" using period-txt edit-lth edit-valid-sw.
           if edit-valid
              move period-txt to close-period
           else
              move zeros to close-period
           end-if.
           if close-period = zeros
              display "CGL215 - NO VALID CGL215-PERIOD SUPPLIED, "
                  "CHECKLIST REFUSED" upon console
              stop run returning 16
           end-if.
           compute period-start = close-period * 100 + 1.
           open input closectl.
           if closectl-stat not = '00'
              move closectl-stat to mf-filestat
              move "CLOSECTL"    to mf-filenamei
              move "CLOSECTL"    to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           read closectl at end move '1' to closectl-eof.
           perform loadrtn until closectl-at-eof.
           close closectl.
           perform runhistrtn.
           perform jobsumrtn.
           perform intfrtn.
           perform perstatrtn.
           perform gencatrtn.
           move zeros to srch-idx.
           perform judgertn until srch-idx >= step-count.
           open output closechk.
           perform rptrtn.
           close closechk.
           move "CGL215" to jobsum-pgm.
           move step-count to jobsum-count.
           if flag-count = zeros
              move "COMPLETE" to jobsum-status
           else
              move "UNPROVED" to jobsum-status
           end-if.
           call "jobcnt" using jobsum-pgm jobsum-count jobsum-status
               jobid1 jobid2.
           perform unixproc1-eoj.
           stop run.
       loadrtn.
           if step-count >= 50
              display "CGL215 - STEP-TABLE FULL, STEP: " cc-seq
                  " NOT CHECKED" upon console
           else
              add 1 to step-count
              move cc-seq to st-seq (step-count)
              move cc-kind to st-kind (step-count)
              move cc-name to st-name (step-count)
              move cc-dscrptn to st-dscrptn (step-count)
              move zeros to st-stop-date (step-count)
                  st-start-date (step-count)
                  st-gen-count (step-count)
                  st-post-count (step-count)
                  st-gen (step-count)
                  st-done-date (step-count)
              move spaces to st-stop-time (step-count)
                  st-start-time (step-count)
                  st-jobid1 (step-count) st-jobid2 (step-count)
                  st-status (step-count) st-done-time (step-count)
                  st-result (step-count) st-note (step-count)
           end-if.
           read closectl at end move '1' to closectl-eof.
      * RUNHIST is append-forever - only runs from the first of the
      * period up to today count toward this close.  rh-pgm is the
      * source's lower-case program-id, CLOSECTL carries the upper-
      * case JOBSUM name, so fold before comparing
       runhistrtn.
           open input runhist.
           if runhist-stat = '00'
              read runhist at end move '1' to runhist-eof
              end-read
              perform runhist1rtn until runhist-at-eof
              close runhist
           end-if.
       runhist1rtn.
           if rh-rundate >= period-start
                 and rh-rundate <= rundate-ymd8
              move rh-pgm to up-pgm
              inspect up-pgm converting
                  "abcdefghijklmnopqrstuvwxyz"
                  to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
              move rh-rundate to rh-stamp-date
              move rh-time to rh-stamp-time
              move zeros to srch-idx
              perform runhist2rtn until srch-idx >= step-count
           end-if.
           read runhist at end move '1' to runhist-eof.
      * keep each JOB step's latest STOP (and the jobids it ran
      * under) and latest START
       runhist2rtn.
           add 1 to srch-idx.
           if st-kind (srch-idx) = "JOB"
                 and st-name (srch-idx) = up-pgm
              if rh-event = "STOP"
                    and rh-stamp > st-stop-stamp (srch-idx)
                 move rh-stamp to st-stop-stamp (srch-idx)
                 move rh-jobid1 to st-jobid1 (srch-idx)
                 move rh-jobid2 to st-jobid2 (srch-idx)
              end-if
              if rh-event = "START"
                    and rh-stamp > st-start-stamp (srch-idx)
                 move rh-stamp to st-start-stamp (srch-idx)
              end-if
           end-if.
      * the JOBSUM line written under the latest run's jobids says
      * how that run ended - the last such line wins
       jobsumrtn.
           open input jobsum.
           if jobsum-stat = '00'
              read jobsum at end move '1' to jobsum-eof
              end-read
              perform jobsum1rtn until jobsum-at-eof
              close jobsum
           end-if.
       jobsum1rtn.
           move zeros to srch-idx.
           perform jobsum2rtn until srch-idx >= step-count.
           read jobsum at end move '1' to jobsum-eof.
       jobsum2rtn.
           add 1 to srch-idx.
           if st-kind (srch-idx) = "JOB"
                 and st-stop-date (srch-idx) not = zeros
                 and st-name (srch-idx) = js-pgm
                 and st-jobid1 (srch-idx) = js-jobid1
                 and st-jobid2 (srch-idx) = js-jobid2
              move js-status to st-status (srch-idx)
           end-if.
      * first pass collects the period's GEN batches per interface
      * step, second pass marks the ones cgl200 has posted
       intfrtn.
           open input intfctl.
           if intfctl-stat = '00'
              read intfctl at end move '1' to intfctl-eof
              end-read
              perform intfgenrtn until intfctl-at-eof
              close intfctl
              move ' ' to intfctl-eof
              open input intfctl
              read intfctl at end move '1' to intfctl-eof
              end-read
              perform intfpostrtn until intfctl-at-eof
              close intfctl
           end-if.
       intfgenrtn.
           if if-event = "GEN"
                 and if-date (1:4) = close-period-yymm
              move zeros to srch-idx
              perform intfgen1rtn until srch-idx >= step-count
           end-if.
           read intfctl at end move '1' to intfctl-eof.
       intfgen1rtn.
           add 1 to srch-idx.
           if st-kind (srch-idx) = "INTF"
                 and st-name (srch-idx) = if-source
              if batch-count >= 2000
                 display "CGL215 - BATCH-TABLE FULL, BATCH: "
                     if-batch " NOT CHECKED" upon console
              else
                 add 1 to batch-count
                 move srch-idx to bt-step (batch-count)
                 move if-batch to bt-batch (batch-count)
                 move 'N' to bt-posted (batch-count)
                 add 1 to st-gen-count (srch-idx)
                 move close-period-cc to gen-date8-cc
                 move if-date to gen-date8-ymd
                 if gen-date8-n > st-done-date (srch-idx)
                    move gen-date8-n to st-done-date (srch-idx)
                 end-if
              end-if
           end-if.
       intfpostrtn.
           if if-event = "POST"
              move zeros to bt-idx
              perform intfpost1rtn until bt-idx >= batch-count
           end-if.
           read intfctl at end move '1' to intfctl-eof.
       intfpost1rtn.
           add 1 to bt-idx.
           if bt-batch (bt-idx) = if-batch
                 and bt-posted (bt-idx) = 'N'
              move 'Y' to bt-posted (bt-idx)
              add 1 to st-post-count (bt-step (bt-idx))
           end-if.
      * PERSTAT may not exist before the very first close
       perstatrtn.
           open input perstat.
           if perstat-stat = '00'
              read perstat at end move '1' to perstat-eof
              end-read
              perform perstat1rtn until perstat-at-eof
              close perstat
           end-if.
       perstat1rtn.
           if ps-period = close-period and ps-status = "CLOSED"
              move zeros to srch-idx
              perform perstat2rtn until srch-idx >= step-count
           end-if.
           read perstat at end move '1' to perstat-eof.
       perstat2rtn.
           add 1 to srch-idx.
           if st-kind (srch-idx) = "PER"
              move ps-rundate to st-done-date (srch-idx)
           end-if.
       gencatrtn.
           open input gencat.
           if gencat-stat = '00'
              read gencat at end move '1' to gencat-eof
              end-read
              perform gencat1rtn until gencat-at-eof
              close gencat
           end-if.
       gencat1rtn.
           if gc-rundate >= period-start
                 and gc-rundate <= rundate-ymd8
              move zeros to srch-idx
              perform gencat2rtn until srch-idx >= step-count
           end-if.
           read gencat at end move '1' to gencat-eof.
       gencat2rtn.
           add 1 to srch-idx.
           if st-kind (srch-idx) = "GEN"
                 and st-name (srch-idx) = gc-file
                 and gc-gen > st-gen (srch-idx)
              move gc-gen to st-gen (srch-idx)
              move gc-rundate to st-done-date (srch-idx)
           end-if.
      * settle each step's result in CLOSECTL order, then check it
      * finished no earlier than the steps listed ahead of it
       judgertn.
           add 1 to srch-idx.
           move "DONE" to st-result (srch-idx).
           evaluate st-kind (srch-idx)
              when "JOB"
                 perform judgejobrtn
              when "INTF"
                 perform judgeintfrtn
              when "PER"
                 if st-done-date (srch-idx) = zeros
                    move "NOT DONE" to st-result (srch-idx)
                 else
                    move "PERIOD CLOSED ON PERSTAT"
                        to st-note (srch-idx)
                 end-if
              when "GEN"
                 if st-done-date (srch-idx) = zeros
                    move "NOT DONE" to st-result (srch-idx)
                 else
                    move st-gen (srch-idx) to cnt-ed
                    string "GENERATION " cnt-ed " ON GENCAT"
                        delimited by size into st-note (srch-idx)
                    end-string
                 end-if
              when other
                 move "BAD KIND" to st-result (srch-idx)
                 move "CLOSECTL KIND NOT JOB/INTF/PER/GEN"
                     to st-note (srch-idx)
           end-evaluate.
           if st-result (srch-idx) = "DONE"
              perform orderrtn
           end-if.
           if st-result (srch-idx) = "DONE"
              add 1 to done-count
           else
              add 1 to flag-count
           end-if.
       judgejobrtn.
           if st-stop-date (srch-idx) = zeros
              if st-start-date (srch-idx) = zeros
                 move "NOT DONE" to st-result (srch-idx)
              else
                 move "FAILED" to st-result (srch-idx)
                 move "STARTED, NO STOP - ABENDED OR RUNNING"
                     to st-note (srch-idx)
              end-if
           else
              move st-stop-date (srch-idx) to st-done-date (srch-idx)
              move st-stop-time (srch-idx) to st-done-time (srch-idx)
              if st-start-stamp (srch-idx) > st-stop-stamp (srch-idx)
                 move "FAILED" to st-result (srch-idx)
                 move "RERUN STARTED WITH NO STOP"
                     to st-note (srch-idx)
              else
                 if st-status (srch-idx) = spaces
                    move "FAILED" to st-result (srch-idx)
                    move "NO JOBSUM LINE FOR THE RUN"
                        to st-note (srch-idx)
                 else
                    if st-status (srch-idx) not = "COMPLETE"
                       move "FAILED" to st-result (srch-idx)
                    end-if
                    string "JOBSUM " st-status (srch-idx)
                           " JOB " st-jobid1 (srch-idx)
                           "/" st-jobid2 (srch-idx)
                        delimited by size into st-note (srch-idx)
                    end-string
                 end-if
              end-if
           end-if.
       judgeintfrtn.
           if st-gen-count (srch-idx) = zeros
              move "NOT DONE" to st-result (srch-idx)
           else
              if st-post-count (srch-idx) < st-gen-count (srch-idx)
                 move "INCOMPLETE" to st-result (srch-idx)
              end-if
              move st-post-count (srch-idx) to cnt-ed
              move st-gen-count (srch-idx) to cnt2-ed
              string cnt-ed " OF " cnt2-ed " BATCHES POSTED"
                  delimited by size into st-note (srch-idx)
              end-string
           end-if.
      * a step with a time orders against the latest finish so far to
      * the second; a date-only step orders by date alone
       orderrtn.
           move st-done-date (srch-idx) to this-stamp-date.
           if st-done-time (srch-idx) = spaces
              move "00:00:00" to this-stamp-time
              if this-stamp-date < hi-stamp-date
                 perform outorderrtn
              end-if
           else
              move st-done-time (srch-idx) to this-stamp-time
              if this-stamp < hi-stamp
                 perform outorderrtn
              end-if
           end-if.
           if this-stamp > hi-stamp
              move this-stamp to hi-stamp
              move st-seq (srch-idx) to hi-seq
           end-if.
       outorderrtn.
           move "OUT ORDER" to st-result (srch-idx).
           move hi-seq to seq-ed.
           move spaces to st-note (srch-idx).
           string "FINISHED BEFORE STEP " seq-ed
               delimited by size into st-note (srch-idx)
           end-string.
       rptrtn.
           move spaces to rptline.
           move rundate-ymd8 to date-ed.
           string "MONTH-END CLOSE CHECKLIST - PERIOD " close-period
                  "   RUN " date-ed
               delimited by size into rptline
           end-string.
           write rptline before advancing 2 lines.
           move spaces to rptline.
           move "SEQ" to rptline (1:3).
           move "STEP" to rptline (6:4).
           move "KIND" to rptline (37:4).
           move "NAME" to rptline (42:4).
           move "RESULT" to rptline (51:6).
           move "FINISHED" to rptline (62:8).
           move "TIME" to rptline (73:4).
           move "DETAIL" to rptline (82:6).
           write rptline before advancing 2 lines.
           move zeros to srch-idx.
           perform rptlinertn until srch-idx >= step-count.
           move spaces to rptline.
           write rptline before advancing 1 line.
           move spaces to rptline.
           move step-count to seq-ed.
           move done-count to cnt-ed.
           move flag-count to cnt2-ed.
           string "STEPS: " seq-ed "   DONE: " cnt-ed
                  "   FLAGGED: " cnt2-ed
               delimited by size into rptline
           end-string.
           write rptline before advancing 2 lines.
           move spaces to rptline.
           if flag-count = zeros
              move "ALL CLOSE STEPS DONE IN ORDER - READY FOR SIGN-OFF"
                to rptline
           else
              string "*** CLOSE NOT READY FOR SIGN-OFF - "
                     "SEE FLAGGED STEPS ***"
                  delimited by size into rptline
              end-string
           end-if.
           write rptline before advancing 1 line.
       rptlinertn.
           add 1 to srch-idx.
           move spaces to rptline.
           move st-seq (srch-idx) to rptline (1:3).
           move st-dscrptn (srch-idx) to rptline (6:30).
           move st-kind (srch-idx) to rptline (37:4).
           move st-name (srch-idx) to rptline (42:8).
           move st-result (srch-idx) to rptline (51:10).
           if st-done-date (srch-idx) not = zeros
              move st-done-date (srch-idx) to date-ed
              move date-ed to rptline (62:10)
           end-if.
           move st-done-time (srch-idx) to rptline (73:8).
           move st-note (srch-idx) to rptline (82:39).
           write rptline before advancing 1 line.
       copy "unixproc1.cpy".
