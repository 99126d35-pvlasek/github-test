       01  parmchk-flds.
          05  parmchk-pgm       pic x(8)   value spaces.
          05  parmchk-status    pic x(2)   value spaces.
      * operator authorization - unixproc1 calls the shared OPRCHK
      * subprogram before the RUNHIST start event; oper-id comes back
      * with the operator running the step, and a program OPRAUTH
      * doesn't authorize for that operator, or a SODTAB conflicting
      * pair whose other half has a RUNHIST START by the same operator
      * in any job within the OPRCHK-DAYS look-back window, refuses
      * the step before the mainline runs
       01  oprchk-flds.
          05  oper-id           pic x(8)   value spaces.
          05  oprchk-status     pic x(2)   value spaces.
          05  oprchk-other      pic x(8)   value spaces.
