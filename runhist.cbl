      *   stamp - so "when did this program last run and under which
      *   job" can be answered from RUNHIST without digging through
      *   scheduler logs
      * - each event also carries the operator id (from getoper), so
      *   "who ran it" is answered too; oprchk reads it back to catch
      *   one operator running both halves of a conflicting pair, and
      *   a run oprchk refuses is logged here as a DENY event
       environment division.
       input-output section.
       file-control.
              05 rh-rundate     pic 9(8).
              05 filler         pic x(1).
              05 rh-time        pic x(8).
              05 filler         pic x(1).
              05 rh-oper        pic x(8).
              05 filler         pic x(21).
       working-storage section.
       01  runhist-stat         pic xx value spaces.
       01  rh-systime           pic 9(8).
           move rh-event-in to rh-event.
           move rh-rundate-in to rh-rundate.
           move rh-time-ed to rh-time.
           call "getoper" using rh-oper.
           write runhistrec.
           close runhist.
           goback.
