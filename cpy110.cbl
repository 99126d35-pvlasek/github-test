      *          and writes the updated employee master to PAYMAS2,
      *          since new hires and rate changes today mean editing
      *          the master file directly
      *        - a new hire is checked against the POSMAS position
      *          control file: a hire into a department (tr-dept)
      *          with no vacant authorized position is not applied
      *          but held - listed on PAYRPT and written to PAYHOLD -
      *          until approved; the approved transaction is fed
      *          back with tr-approved 'Y' and goes straight on. No
      *          POSMAS on disk means no position control in force
       program-id. cpy110.
       environment division.
       input-output section.
                  organization record sequential access mode sequential.
           select payrpt assign external PAYRPT
                  organization line sequential.
           select posmas assign external POSMAS
                  organization record sequential access mode sequential
                  file status posmas-stat.
           select payhold assign external PAYHOLD
                  organization record sequential access mode sequential.
      *eject
       data  division.
       file section.
              05 tr-transit      pic x(8).
              05 tr-acct         pic x(12).
              05 tr-dept         pic x(4).
      * 'Y' on a hire held for want of a vacant position that has
      * since been approved over the complement
              05 tr-approved     pic x(1).
                 88 tr-hold-approved     value 'Y'.
              05 filler          pic x(2).
       fd  paymas2 record contains 80 characters.
           01 cm2.
              10 paymas2-empno   pic 9(6).
              10 paymas2-vac-bal pic s9(7)v99 comp-3.
              10 paymas2-dept    pic x(4).
              10 filler          pic x(1).
       fd  posmas record contains 80 characters.
           01 posrec. copy "posmas.cpy".
      * hires held for approval - the PAYTRAN record as keyed
       fd  payhold record contains 64 characters.
           01 holdrec            pic x(64).
       fd  payrpt record contains 120 characters.
           01 rptline            pic x(120).
      *eject
           05 change-count       pic 9(5) value zeros.
           05 term-count         pic 9(5) value zeros.
           05 reject-count       pic 9(5) value zeros.
           05 held-count         pic 9(5) value zeros.
      * vacant authorized positions per department off POSMAS - a
      * hire into the department takes one
       01  posn-flds.
           05 posmas-eof         pic x value ' '.
               88 posmas-at-eof          value 'Y'.
           05 posn-ctl-sw        pic x value 'N'.
               88 posn-ctl               value 'Y'.
           05 vac-count          pic 9(3) value zeros.
           05 vac-idx            pic 9(3) value zeros.
           05 vac-found-sw       pic x value 'N'.
               88 vac-found              value 'Y'.
           05 held-sw            pic x value 'N'.
           05 srch-dept          pic x(4) value spaces.
           05 vac-table.
              10 vac-entry occurs 200 times.
                 15 vt-dept      pic x(4).
                 15 vt-vacant    pic 9(4).
      * master generation stamp/check through the shared genstamp
      * subprogram - the mounted-wrong-generation guard
       01  gen-flds.
       01  misc.
           05 paymas-stat        pic xx value spaces.
           05 paytran-stat       pic xx value spaces.
           05 posmas-stat        pic xx value spaces.
      * before/after image audit trail - one pair per changed record
      * through the shared auditlog subprogram, stamped with this
      * run's jobid1/jobid2 and rundate
              move "PAYTRAN"    to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           perform loadposnrtn.
           open output paymas2 payrpt payhold.
           read paymas at end move 'Y' to paymas-eof.
           read paytran at end move 'Y' to paytran-eof.
           perform matchrtn until paymas-at-eof and paytran-at-eof.
           perform ttlrtn.
           close paymas paytran paymas2 payrpt payhold.
           if held-count > 0
              display "CPY110 - " held-count " HIRE(S) HELD FOR WANT "
                  "OF A VACANT POSITION - SEE PAYRPT/PAYHOLD"
                  upon console
           end-if.
           move "STAMP" to gen-func.
           move "PAYMAS" to gen-file.
           call "genstamp" using gen-func gen-file gen-out-count
      * valid here, a change/termination against a missing employee
      * rejects
       trnonlyrtn.
           if tr-hire and posn-ctl and not tr-hold-approved
              perform posnchkrtn
           end-if.
           if tr-hire and held-sw = 'Y'
              perform holdrtn
           else
              perform trnonly1rtn
           end-if.
           read paytran at end move 'Y' to paytran-eof.
       trnonly1rtn.
           if tr-hire
              move spaces to cm2
              move tr-empno to paymas2-empno
              write rptline before advancing 1 line
              add 1 to reject-count
           end-if.
      * no transaction against this PAYMAS record - carry as-is
       copymastrtn.
           move cm1 to cm2.
                  "  CHANGES: " change-count
                  "  TERMINATIONS: " term-count
                  "  REJECTED: " reject-count
                  "  HELD: " held-count
               delimited by size into rptline
           end-string.
           write rptline before advancing 2 lines.
                  "RUN STOPPED BEFORE THE UPDATE" upon console
              stop run returning 16
           end-if.
      * the departments' vacant authorized positions
       loadposnrtn.
           open input posmas.
           if posmas-stat = '00'
              move 'Y' to posn-ctl-sw
              read posmas at end move 'Y' to posmas-eof
              end-read
              perform loadposn1rtn until posmas-at-eof
              close posmas
           end-if.
       loadposn1rtn.
           if pos-delete not = "DELT"
              move pos-dept to srch-dept
              perform findvacrtn
              if not vac-found
                 if vac-count >= 200
                    display "CPY110 - VAC-TABLE FULL, POS-DEPT: "
                        pos-dept " NOT LOADED" upon console
                 else
                    add 1 to vac-count
                    move vac-count to vac-idx
                    move pos-dept to vt-dept (vac-idx)
                    move zeros to vt-vacant (vac-idx)
                    move 'Y' to vac-found-sw
                 end-if
              end-if
              if vac-found and pos-vacant
                 add 1 to vt-vacant (vac-idx)
              end-if
           end-if.
           read posmas at end move 'Y' to posmas-eof.
       findvacrtn.
           move 1 to vac-idx.
           move 'N' to vac-found-sw.
           perform findvac1rtn
               until vac-found or vac-idx > vac-count.
       findvac1rtn.
           if vt-dept (vac-idx) = srch-dept
              move 'Y' to vac-found-sw
           else
              add 1 to vac-idx
           end-if.
      * a hire takes a vacancy in its department, or is held
       posnchkrtn.
           move tr-dept to srch-dept.
           perform findvacrtn.
           if vac-found and vt-vacant (vac-idx) > 0
              subtract 1 from vt-vacant (vac-idx)
           else
              move 'Y' to held-sw
           end-if.
       holdrtn.
           move 'N' to held-sw.
           move trrec to holdrec.
           write holdrec.
           move spaces to rptline.
           string "HELD   " tr-empno " " tr-name
                  " - NO VACANT POSITION IN DEPT " tr-dept
                  ", APPROVAL NEEDED"
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           add 1 to held-count.
       genchk1rtn.
           add 1 to gen-in-count.
           add paymas-gross to gen-in-hash.
