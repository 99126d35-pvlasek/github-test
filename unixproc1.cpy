                  on exception move 'N' to ckpt-restart-sw
              end-accept
              move "Y" to unixproc1-ran
      * operator authorization and segregation of duties - OPRCHK
      * refuses the run when OPRAUTH names this program and not the
      * operator, or when the operator already ran the other half of
      * a SODTAB conflicting pair within the OPRCHK-DAYS window; the
      * refusal goes onto RUNHIST as a DENY event (no START, so it is
      * never taken for an abended step) for the sodrpt exception
      * report; no OPRAUTH/SODTAB rows and the program runs as before
              call "oprchk" using jobid1 jobid2 rundate-ymd8 oper-id
                  oprchk-status oprchk-other
              if oprchk-status = 'NO' or oprchk-status = 'SD'
                 move "DENY" to runhist-event
                 call "runhist" using runhist-event jobid1 jobid2
                     rundate-ymd8
                 display "OPRCHK - OPERATOR " oper-id
                     " - RUN REFUSED" upon console
                 stop run returning 16
              end-if
              move "START" to runhist-event
              call "runhist" using runhist-event jobid1 jobid2
                  rundate-ymd8
