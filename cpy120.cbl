       identification division.
      * cpy120 - test/demo mainframe conversion to micro focus cobol
      *        - position control maintenance against POSMAS
      *        - matches sorted POSTRAN transactions against sorted
      *          POSMAS by position number and writes the updated
      *          position file to POSMAS2:
      *            A - add an authorized position (department, title,
      *                authorized fte, budgeted annual cost)
      *            C - change department/title/fte/budget
      *            D - abolish the position (only when vacant)
      *            F - fill the position with an employee number
      *            V - vacate the position
      *        - every changed position goes to the shared AUDITLOG
      *          as a before/after image pair, as cpy110 does for the
      *          employee master
       program-id. cpy120.
       environment division.
       input-output section.
       file-control.
           select posmas assign external POSMAS
                  organization record sequential access mode sequential
                  file status posmas-stat.
           select postran assign external POSTRAN
                  organization record sequential access mode sequential
                  file status postran-stat.
           select posmas2 assign external POSMAS2
                  organization record sequential access mode sequential.
           select posrpt assign external POSRPT
                  organization line sequential.
      *eject
       data  division.
       file section.
       fd  posmas record contains 80 characters.
           01 posrec. copy "posmas.cpy".
      * position transaction, sorted ascending by pt-posn; fields
      * left blank on a change keep what is on file
       fd  postran record contains 80 characters.
           01 ptrec.
              05 pt-posn         pic x(6).
              05 pt-action       pic x(1).
                 88 pt-add               value 'A'.
                 88 pt-change            value 'C'.
                 88 pt-delete            value 'D'.
                 88 pt-fill              value 'F'.
                 88 pt-vacate            value 'V'.
              05 pt-dept         pic x(4).
              05 pt-title        pic x(30).
              05 pt-fte          pic 9v99.
              05 pt-budget       pic 9(7)v99.
              05 pt-empno        pic 9(6).
              05 filler          pic x(21).
       fd  posmas2 record contains 80 characters.
           01 posrec2            pic x(80).
       fd  posrpt record contains 120 characters.
           01 rptline            pic x(120).
      *eject
       working-storage section.
       copy "unixwork1.cpy".
       01  wrk-flds.
           05 posmas-eof         pic x value ' '.
               88 posmas-at-eof           value 'Y'.
           05 postran-eof        pic x value ' '.
               88 postran-at-eof          value 'Y'.
           05 add-count          pic 9(5) value zeros.
           05 change-count       pic 9(5) value zeros.
           05 delete-count       pic 9(5) value zeros.
           05 fill-count         pic 9(5) value zeros.
           05 vacate-count       pic 9(5) value zeros.
           05 reject-count       pic 9(5) value zeros.
           05 pos-before         pic x(80) value spaces.
       01  misc.
           05 posmas-stat        pic xx value spaces.
           05 postran-stat       pic xx value spaces.
      * before/after image audit trail - one pair per changed record
      * through the shared auditlog subprogram, stamped with this
      * run's jobid1/jobid2 and rundate
       01  audit-flds.
           05 aud-file-ws        pic x(8) value "POSMAS2".
           05 aud-key-ws         pic x(10) value spaces.
           05 aud-lth            pic 9(4) comp value 80.
           05 aud-blank          pic x(256) value spaces.
      *eject
       procedure division.
           perform unixproc1.
       mainline.
           open input posmas.
           if posmas-stat not = '00'
              move posmas-stat  to mf-filestat
              move "POSMAS"     to mf-filenamei
              move "POSMAS"     to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           open input postran.
           if postran-stat not = '00'
              move postran-stat to mf-filestat
              move "POSTRAN"    to mf-filenamei
              move "POSTRAN"    to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           open output posmas2 posrpt.
           read posmas at end move 'Y' to posmas-eof.
           read postran at end move 'Y' to postran-eof.
           perform matchrtn until posmas-at-eof and postran-at-eof.
           perform ttlrtn.
           close posmas postran posmas2 posrpt.
           move "CPY120" to jobsum-pgm.
           compute jobsum-count = add-count + change-count
               + delete-count + fill-count + vacate-count.
           if reject-count > 0
              move "REJECTS" to jobsum-status
           else
              move "COMPLETE" to jobsum-status
           end-if.
           call "jobcnt" using jobsum-pgm jobsum-count jobsum-status
               jobid1 jobid2.
           perform unixproc1-eoj.
           stop run.
       matchrtn.
           if posmas-at-eof
              perform trnonlyrtn
           else
              if postran-at-eof
                 perform copymastrtn
              else
                 if pt-posn < pos-posn
                    perform trnonlyrtn
                 else
                    if pt-posn > pos-posn
                       perform copymastrtn
                    else
                       perform matchedrtn
                    end-if
                 end-if
              end-if
           end-if.
      * a transaction with no matching POSMAS record - only an add
      * is valid here
       trnonlyrtn.
           if pt-add
              if pt-dept = spaces or pt-fte not numeric
                    or pt-budget not numeric
                 move spaces to rptline
                 string "REJECTED - ADD NEEDS DEPT, FTE AND BUDGET: "
                        pt-posn
                     delimited by size into rptline
                 end-string
                 write rptline before advancing 1 line
                 add 1 to reject-count
              else
      * the new position is built in the POSMAS record area, so the
      * master record waiting to be matched is held and put back
                 move posrec to pos-before
                 move spaces to posrec
                 move pt-posn to pos-posn
                 move pt-dept to pos-dept
                 move pt-title to pos-title
                 move pt-fte to pos-fte
                 move pt-budget to pos-budget
                 move zeros to pos-incumbent
                 move posrec to posrec2
                 write posrec2
                 move spaces to aud-key-ws
                 move pt-posn to aud-key-ws
                 call "auditlog" using aud-file-ws aud-key-ws aud-lth
                     aud-blank posrec2 jobid1 jobid2 rundate-ymd8
                 add 1 to add-count
                 move spaces to rptline
                 string "ADD    " pt-posn " " pt-dept " " pt-title
                     delimited by size into rptline
                 end-string
                 write rptline before advancing 1 line
                 move pos-before to posrec
              end-if
           else
              move spaces to rptline
              string "REJECTED - NO MATCHING POSITION: " pt-posn
                  delimited by size into rptline
              end-string
              write rptline before advancing 1 line
              add 1 to reject-count
           end-if.
           read postran at end move 'Y' to postran-eof.
      * no transaction against this POSMAS record - carry as-is
       copymastrtn.
           move posrec to posrec2.
           write posrec2.
           read posmas at end move 'Y' to posmas-eof.
      * a transaction matched to its POSMAS record by position
       matchedrtn.
           move posrec to pos-before.
           if pt-add
              move spaces to rptline
              string "REJECTED - POSITION ALREADY ON FILE: " pt-posn
                  delimited by size into rptline
              end-string
              perform rejectrtn
           else
              if pt-delete
                 perform deletertn
              else
                 if pt-fill
                    perform fillrtn
                 else
                    if pt-vacate
                       perform vacatertn
                    else
                       if pt-change
                          perform changertn
                       else
                          move spaces to rptline
                          string "REJECTED - INVALID ACTION: "
                                 pt-posn " " pt-action
                              delimited by size into rptline
                          end-string
                          perform rejectrtn
                       end-if
                    end-if
                 end-if
              end-if
           end-if.
           move posrec to posrec2.
           write posrec2.
           if posrec not = pos-before
              move spaces to aud-key-ws
              move pos-posn to aud-key-ws
              call "auditlog" using aud-file-ws aud-key-ws aud-lth
                  pos-before posrec jobid1 jobid2 rundate-ymd8
           end-if.
           read posmas at end move 'Y' to posmas-eof.
           read postran at end move 'Y' to postran-eof.
       rejectrtn.
           write rptline before advancing 1 line.
           add 1 to reject-count.
      * an abolished position must be vacated first
       deletertn.
           if not pos-vacant
              move spaces to rptline
              string "REJECTED - POSITION FILLED, NOT DELETED: "
                     pos-posn " INCUMBENT " pos-incumbent
                  delimited by size into rptline
              end-string
              perform rejectrtn
           else
              move "DELT" to pos-delete
              move spaces to rptline
              string "DELETE " pos-posn " " pos-dept " " pos-title
                  delimited by size into rptline
              end-string
              write rptline before advancing 1 line
              add 1 to delete-count
           end-if.
       fillrtn.
           if pos-delete = "DELT" or not pos-vacant
                 or pt-empno not numeric or pt-empno = zeros
              move spaces to rptline
              string "REJECTED - POSITION NOT OPEN OR NO EMPLOYEE: "
                     pos-posn " INCUMBENT " pos-incumbent
                  delimited by size into rptline
              end-string
              perform rejectrtn
           else
              move pt-empno to pos-incumbent
              move spaces to rptline
              string "FILL   " pos-posn " " pos-dept " " pos-title
                     " EMPLOYEE " pt-empno
                  delimited by size into rptline
              end-string
              write rptline before advancing 1 line
              add 1 to fill-count
           end-if.
       vacatertn.
           move zeros to pos-incumbent.
           move spaces to rptline.
           string "VACATE " pos-posn " " pos-dept " " pos-title
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           add 1 to vacate-count.
       changertn.
           if pt-dept not = spaces
              move pt-dept to pos-dept
           end-if.
           if pt-title not = spaces
              move pt-title to pos-title
           end-if.
           if pt-fte numeric and pt-fte not = zeros
              move pt-fte to pos-fte
           end-if.
           if pt-budget numeric and pt-budget not = zeros
              move pt-budget to pos-budget
           end-if.
           move spaces to rptline.
           string "CHANGE " pos-posn " " pos-dept " " pos-title
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           add 1 to change-count.
       ttlrtn.
           move spaces to rptline.
           string "TOTALS - ADDS: " add-count
                  "  CHANGES: " change-count
                  "  DELETES: " delete-count
                  "  FILLS: " fill-count
                  "  VACATES: " vacate-count
                  "  REJECTED: " reject-count
               delimited by size into rptline
           end-string.
           write rptline before advancing 2 lines.
       copy "unixproc1.cpy".
