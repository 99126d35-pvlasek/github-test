       identification division.
       program-id. bankmask.
      * bankmask - bank account number masking for printed reports
      * - employee, vendor and ratepayer bank accounts printed in the
      *   clear on statements, registers and exception reports, and
      *   rptreg keeps those print images for years on RPTARCH; the
      *   privacy review allows the full number only on the bank
      *   transmission files themselves (EFTFILE, PREPMT, positive
      *   pay), which never call this
      * - a report program passes the account as it sits on the
      *   master and prints what comes back: every character but
      *   the last four significant ones replaced by '*', blanks
      *   left as blanks, so 000123456789 prints ********6789
      * - a step that genuinely needs the full number (a bank
      *   dispute, a returned-deposit trace) is run with env-var
      *   BANKMASK-FULL=Y by an operator with a BANKFULL row on
      *   OPRAUTH (the oprchk authorization table); the number then
      *   comes back unmasked and a RUNHIST FULL event records the
      *   program, job and operator, the way a refused run is logged
      *   as DENY. Asked for by anyone else, the request is refused
      *   on the console and logged as DENY and the report still
      *   prints masked
      * - the decision is made once, on the first call of the run
       environment division.
       input-output section.
       file-control.
           select oprauth assign external OPRAUTH
                  organization line sequential
                  file status oprauth-stat.
           select runhist assign external RUNHIST
                  organization line sequential
                  file status runhist-stat.
      *eject
       data  division.
       file section.
       fd  oprauth record contains 40 characters.
           01 oarec.
              05 oa-pgm          pic x(8).
              05 filler          pic x(1).
              05 oa-oper         pic x(8).
              05 filler          pic x(23).
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
       working-storage section.
       01  oprauth-stat         pic xx value spaces.
       01  runhist-stat         pic xx value spaces.
       01  oprauth-eof          pic x value ' '.
           88 oprauth-at-eof            value '1'.
       01  decided-sw           pic x value 'N'.
           88 decided                   value 'Y'.
       01  full-sw              pic x value 'N'.
           88 show-full                 value 'Y'.
       01  full-txt             pic x(1) value spaces.
       01  this-pgm             pic x(8) value spaces.
       01  this-oper            pic x(8) value spaces.
       01  mask-flds.
           05 mask-idx          pic 9(2) value zeros.
           05 mask-last         pic 9(2) value zeros.
       01  rh-systime           pic 9(8) value zeros.
       01  rh-time-ed.
           05 rh-time-hh        pic 9(2).
           05 filler            pic x value ':'.
           05 rh-time-mm        pic 9(2).
           05 filler            pic x value ':'.
           05 rh-time-ss        pic 9(2).
       linkage section.
       01  bm-acct              pic x(12).
       01  bm-masked            pic x(12).
       01  bm-jobid1            pic x(8).
       01  bm-jobid2            pic x(8).
       01  bm-rundate           pic 9(8).
      *eject
       procedure division using bm-acct bm-masked bm-jobid1
               bm-jobid2 bm-rundate.
       mainpara.
           if not decided
              perform decidertn
           end-if.
           move bm-acct to bm-masked.
           if not show-full
              perform maskrtn
           end-if.
           goback.
      * last significant character, then everything four or more
      * places before it that isn't a blank becomes '*'
       maskrtn.
           move 12 to mask-last.
           perform masklastrtn
               until mask-last = 0
                  or bm-masked (mask-last:1) not = space.
           perform mask1rtn
               varying mask-idx from 1 by 1
               until mask-idx > mask-last - 4 or mask-last < 5.
       masklastrtn.
           subtract 1 from mask-last.
       mask1rtn.
           if bm-masked (mask-idx:1) not = space
              move '*' to bm-masked (mask-idx:1)
           end-if.
      * BANKMASK-FULL=Y honoured only for an operator on OPRAUTH
      * under BANKFULL, and logged either way
       decidertn.
           move 'Y' to decided-sw.
           accept full-txt from environment "BANKMASK-FULL"
               on exception move spaces to full-txt
           end-accept.
           if full-txt = 'Y' or full-txt = 'y'
              move function upper-case (function module-caller-id)
                  to this-pgm
              call "getoper" using this-oper
              open input oprauth
              if oprauth-stat = '00'
                 read oprauth at end move '1' to oprauth-eof
                 end-read
                 perform auth1rtn until oprauth-at-eof or show-full
                 close oprauth
              end-if
              if show-full
                 display "BANKMASK - " this-pgm ": FULL BANK ACCOUNT "
                     "NUMBERS SHOWN FOR OPERATOR " this-oper
                     upon console
              else
                 display "BANKMASK - " this-pgm ": OPERATOR "
                     this-oper " IS NOT AUTHORIZED ON OPRAUTH FOR "
                     "BANKFULL - ACCOUNT NUMBERS STAY MASKED"
                     upon console
              end-if
              perform logrtn
           end-if.
       auth1rtn.
           if oa-pgm = "BANKFULL"
                 and function upper-case (oa-oper) = this-oper
              move 'Y' to full-sw
           end-if.
           read oprauth at end move '1' to oprauth-eof.
       logrtn.
           open extend runhist.
           if runhist-stat = '35'
              open output runhist
           end-if.
           accept rh-systime from time.
           move rh-systime (1:2) to rh-time-hh.
           move rh-systime (3:2) to rh-time-mm.
           move rh-systime (5:2) to rh-time-ss.
           move spaces to runhistrec.
           move bm-jobid1 to rh-jobid1.
           move bm-jobid2 to rh-jobid2.
           move this-pgm to rh-pgm.
           if show-full
              move "FULL " to rh-event
           else
              move "DENY " to rh-event
           end-if.
           move bm-rundate to rh-rundate.
           move rh-time-ed to rh-time.
           move this-oper to rh-oper.
           write runhistrec.
           close runhist.
