       identification division.
       program-id. oprchk.
      * oprchk - operator authorization and segregation of duties
      * - anyone who could log on could run the maintenance, posting
      *   and release programs, so one person could add a vendor,
      *   key its invoice and release the payment; the auditors
      *   want the person checked before the program runs
      * - called by unixproc1 ahead of the RUNHIST start event (so
      *   every converted program gets it without its own code),
      *   with the operator id from getoper
      * - the OPRAUTH table lists, per controlled program, each
      *   operator id allowed to run it; a program named on OPRAUTH
      *   refuses any operator without a row, a program not named
      *   on it runs for anyone exactly as before
      * - the SODTAB table declares conflicting pairs - the program
      *   that keys or sets up a thing and the program that
      *   approves, posts or releases it; when this program is one
      *   half of a pair, RUNHIST is checked for a START of the
      *   other half by the same operator on any run date within
      *   the look-back window, whatever its jobid1/jobid2 - adding
      *   the vendor, keying its invoice and releasing the payment
      *   are separate jobs on separate days - and that refuses the
      *   run too
      * - env-var OPRCHK-DAYS (default 090) is the look-back window
      *   in calendar days back from this run's date
      * - oc-status: 'OK' run may go ahead, 'NO' operator not
      *   authorized, 'SD' operator already ran the other half
      *   (oc-other names it), 'NF' no OPRAUTH/SODTAB control in
      *   force for the program; the refusal detail goes to the
      *   console here and unixproc1 logs the DENY event and stops
      *   the step; sodrpt reports the refusals and any pair that
      *   got through
       environment division.
       input-output section.
       file-control.
           select oprauth assign external OPRAUTH
                  organization line sequential
                  file status oprauth-stat.
           select sodtab assign external SODTAB
                  organization line sequential
                  file status sodtab-stat.
           select runhist assign external RUNHIST
                  organization line sequential
                  file status runhist-stat.
      *eject
       data  division.
       file section.
      * one row per operator allowed to run a controlled program
       fd  oprauth record contains 40 characters.
           01 oarec.
              05 oa-pgm          pic x(8).
              05 filler          pic x(1).
              05 oa-oper         pic x(8).
              05 filler          pic x(23).
      * one row per conflicting pair - either order checks both ways
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
       working-storage section.
       01  oprauth-stat         pic xx value spaces.
       01  sodtab-stat          pic xx value spaces.
       01  runhist-stat         pic xx value spaces.
       01  oprauth-eof          pic x value ' '.
           88 oprauth-at-eof            value '1'.
       01  sodtab-eof           pic x value ' '.
           88 sodtab-at-eof             value '1'.
       01  runhist-eof          pic x value ' '.
           88 runhist-at-eof            value '1'.
       01  this-pgm             pic x(8) value spaces.
       01  hist-pgm             pic x(8) value spaces.
       01  controlled-sw        pic x value 'N'.
           88 controlled                value 'Y'.
       01  authorized-sw        pic x value 'N'.
           88 authorized                value 'Y'.
       01  conflict-sw          pic x value 'N'.
           88 conflict                  value 'Y'.
      * the look-back window - OPRCHK-DAYS comes in off the
      * environment as text, validated through NUMEDIT before being
      * trusted as numeric
       01  window-flds.
           05 window-days-txt   pic x(3) value '090'.
           05 window-days       pic 9(3) value 90.
           05 window-from       pic 9(8) value zeros.
           05 edit-lth          pic 9(4) comp value 3.
           05 edit-valid-sw     pic x value 'Y'.
               88 edit-valid            value 'Y'.
      * the other halves of this program's conflicting pairs
       01  other-flds.
           05 other-count       pic 9(2) value zeros.
           05 other-idx         pic 9(2) value zeros.
       01  other-table.
           05 other-entry occurs 20 times.
              10 ot-pgm         pic x(8).
              10 ot-desc        pic x(40).
       linkage section.
       01  oc-jobid1            pic x(8).
       01  oc-jobid2            pic x(8).
       01  oc-rundate           pic 9(8).
       01  oc-oper              pic x(8).
       01  oc-status            pic x(2).
       01  oc-other             pic x(8).
      *eject
       procedure division using oc-jobid1 oc-jobid2 oc-rundate
               oc-oper oc-status oc-other.
       mainpara.
      * OPRAUTH/SODTAB carry program names upper-case (the jobcnt
      * literals), the way DEPTAB does - fold before comparing
           move function upper-case (function module-caller-id)
               to this-pgm.
           call "getoper" using oc-oper.
           move spaces to oc-other.
           move "NF" to oc-status.
           perform authrtn.
           if controlled
              move "OK" to oc-status
              if not authorized
                 move "NO" to oc-status
                 display "OPRCHK - " this-pgm " REFUSED: OPERATOR "
                     oc-oper " IS NOT AUTHORIZED ON OPRAUTH TO RUN "
                     "THIS PROGRAM" upon console
                 goback
              end-if
           end-if.
           perform sodloadrtn.
           if other-count > 0
              move "OK" to oc-status
              perform sodchkrtn
              if conflict
                 move "SD" to oc-status
                 move ot-pgm (other-idx) to oc-other
                 display "OPRCHK - " this-pgm " REFUSED: OPERATOR "
                     oc-oper " ALREADY RAN " ot-pgm (other-idx)
                     " WITHIN " window-days " DAYS"
                     " - SEGREGATION OF DUTIES: "
                     ot-desc (other-idx) upon console
              end-if
           end-if.
           goback.
      * no OPRAUTH, or no row for this program, means anyone may run it
       authrtn.
           open input oprauth.
           if oprauth-stat = '00'
              read oprauth at end move '1' to oprauth-eof
              end-read
              perform auth1rtn until oprauth-at-eof
              close oprauth
           end-if.
       auth1rtn.
           if oa-pgm = this-pgm
              move 'Y' to controlled-sw
              if function upper-case (oa-oper) = oc-oper
                 move 'Y' to authorized-sw
              end-if
           end-if.
           read oprauth at end move '1' to oprauth-eof.
      * the other half of every pair this program belongs to
       sodloadrtn.
           open input sodtab.
           if sodtab-stat = '00'
              read sodtab at end move '1' to sodtab-eof
              end-read
              perform sodload1rtn until sodtab-at-eof
              close sodtab
           end-if.
       sodload1rtn.
           if sd-pgm1 = this-pgm
              move sd-pgm2 to hist-pgm
              perform sodaddrtn
           end-if.
           if sd-pgm2 = this-pgm
              move sd-pgm1 to hist-pgm
              perform sodaddrtn
           end-if.
           read sodtab at end move '1' to sodtab-eof.
       sodaddrtn.
           if other-count >= 20
              display "OPRCHK - OTHER-TABLE FULL, SD-DESC: "
                  sd-desc " NOT LOADED" upon console
           else
              add 1 to other-count
              move hist-pgm to ot-pgm (other-count)
              move sd-desc to ot-desc (other-count)
           end-if.
      * a START of the other half by this operator, in any job, run
      * within the window
       sodchkrtn.
           accept window-days-txt from environment "OPRCHK-DAYS"
               on exception move '090' to window-days-txt
           end-accept.
           call "numedit" using window-days-txt edit-lth edit-valid-sw.
           if edit-valid
              move window-days-txt to window-days
           else
              display "OPRCHK - INVALID OPRCHK-DAYS VALUE: "
                  window-days-txt upon console
              move 90 to window-days
           end-if.
           compute window-from = function date-of-integer
               (function integer-of-date (oc-rundate) - window-days).
           open input runhist.
           if runhist-stat = '00'
              read runhist at end move '1' to runhist-eof
              end-read
              perform sodchk1rtn until runhist-at-eof or conflict
              close runhist
           end-if.
       sodchk1rtn.
           if rh-event = "START"
                 and rh-oper = oc-oper
                 and rh-rundate numeric
                 and rh-rundate >= window-from
                 and rh-rundate <= oc-rundate
              move function upper-case (rh-pgm) to hist-pgm
              move zeros to other-idx
              perform sodchk2rtn
                  until conflict or other-idx >= other-count
           end-if.
           if not conflict
              read runhist at end move '1' to runhist-eof
              end-read
           end-if.
       sodchk2rtn.
           add 1 to other-idx.
           if ot-pgm (other-idx) = hist-pgm
              move 'Y' to conflict-sw
           end-if.
