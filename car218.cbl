      *          sees which steps have and haven't run
      *        - a nonzero unexplained difference ends the step with
      *          return code 16 so the close stops until someone looks
      *        - the cgl166 AR cash batches (receipts, discounts,
      *          suspense, NSF and finance charges) are in transit the
      *          same way on ARGLTRAN, the GLTRANS cgl166 generated,
      *          so the reconciliation holds the day the subledger
      *          moves; CAR222/CAR223/CAR227/CGL166 join the trail
       program-id. car218.
       environment division.
       input-output section.
           select gltrans assign external GLTRANS
                  organization record sequential access mode sequential
                  file status gltrans-stat.
           select argltran assign external ARGLTRAN
                  organization record sequential access mode sequential
                  file status argltran-stat.
           select jobsum assign external JOBSUM
                  organization line sequential
                  file status jobsum-stat.
              05 glt-date       pic x(6).
              05 glt-company    pic x(2).
              05 filler         pic x(8).
      * the cgl166 batch file - the GLTRANS layout, read only for
      * the AR account's lines
       fd  argltran record contains 80 characters.
           01 agtrec.
              05 agt-acct       pic 9(8).
              05 filler         pic x(32).
              05 agt-amount     pic s9(8)v99.
              05 filler         pic x(6).
              05 agt-js         pic x(2).
              05 filler         pic x(22).
       fd  jobsum record contains 80 characters.
           01 jobsumrec.
              05 js-jobid1      pic x(8).
               88 acctmap-at-eof          value '1'.
           05 gltrans-eof        pic x value ' '.
               88 gltrans-at-eof          value '1'.
           05 argltran-eof       pic x value ' '.
               88 argltran-at-eof         value '1'.
           05 jobsum-eof         pic x value ' '.
               88 jobsum-at-eof           value '1'.
           05 ar-acct-map        pic x(8) value spaces.
           05 glmsnew-stat       pic xx value spaces.
           05 acctmap-stat       pic xx value spaces.
           05 gltrans-stat       pic xx value spaces.
           05 argltran-stat      pic xx value spaces.
           05 jobsum-stat        pic xx value spaces.
      *eject
       procedure division.
              perform intransitrtn until gltrans-at-eof
              close gltrans
           end-if.
           open input argltran.
           if argltran-stat = '00'
              read argltran at end move '1' to argltran-eof
              end-read
              perform intransit2rtn until argltran-at-eof
              close argltran
           end-if.
           open output arglrec.
           move spaces to rptline.
           string "AROPEN TO GL CONTROL RECONCILIATION - RUN DATE "
              end-if
           end-if.
           read gltrans at end move '1' to gltrans-eof.
       intransit2rtn.
           move agt-acct to glt-acct-wk.
           if glt-acct-wk = ar-acct-map
              add 1 to intransit-count
              if agt-js = 'DR'
                 add agt-amount to intransit-total
              else
                 subtract agt-amount from intransit-total
              end-if
           end-if.
           read argltran at end move '1' to argltran-eof.
       reconrtn.
           move open-total to amt-ed.
           move spaces to rptline.
           end-if.
       trail1rtn.
           if (js-pgm = "CAR220" or js-pgm = "CGL160"
                 or js-pgm = "CGL200" or js-pgm = "CAR210"
                 or js-pgm = "CAR222" or js-pgm = "CAR223"
                 or js-pgm = "CAR227" or js-pgm = "CGL166")
                 and js-jobid1 = jobid1
                 and js-jobid2 = jobid2
              move spaces to rptline
