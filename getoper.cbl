       identification division.
       program-id. getoper.
      * getoper - operator id of the person running the step
      * - OPERID is set by the logon profile (or by the scheduler,
      *   to the operator who released the job); a session without
      *   it falls back to the unix LOGNAME, then USER
      * - folded to upper case so OPRAUTH, SODTAB, RUNHIST and
      *   AUDITLOG all compare the same way; nothing found at all
      *   comes back as UNKNOWN, which no OPRAUTH row should name
      * - called by oprchk at step start and by runhist/auditlog, so
      *   no program has to pass the operator id itself
       environment division.
       input-output section.
       data  division.
       working-storage section.
       01  go-work              pic x(8) value spaces.
       linkage section.
       01  go-oper              pic x(8).
      *eject
       procedure division using go-oper.
       mainpara.
           accept go-work from environment "OPERID"
               on exception move spaces to go-work
           end-accept.
           if go-work = spaces
              accept go-work from environment "LOGNAME"
                  on exception move spaces to go-work
              end-accept
           end-if.
           if go-work = spaces
              accept go-work from environment "USER"
                  on exception move spaces to go-work
              end-accept
           end-if.
           if go-work = spaces
              move "UNKNOWN" to go-work
           end-if.
           move function upper-case (go-work) to go-oper.
           goback.
