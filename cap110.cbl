       identification division.
      * cap110 - test/demo mainframe conversion to micro focus cobol
      *        - vendor master maintenance against VENDMAS, the
      *          supplier file the payables chain hangs off - until
      *          now nothing on the system knew who we buy from, who
      *          the DEDREMIT deduction cheques go to, or where the
      *          statutory remittance is sent
      *        - matches sorted VENDTRAN add/change/deactivate/
      *          reactivate transactions against sorted VENDMAS by
      *          vm-vendor and writes the updated vendor master to
      *          VENDMAS2, the same way car110 maintains CUSTMAS
      *        - a deactivate sets vm-status 'I' rather than dropping
      *          the record, so the vendor's payment history still
      *          has a name to print against; a reactivate puts it
      *          back to 'A'
      *        - every changed record goes through the shared
      *          auditlog before/after trail, and the new generation
      *          is stamped through genstamp after the mounted
      *          VENDMAS is checked against its own stamp
      *        - a maintenance register lists every add/change/
      *          deactivate/reactivate and reject
      *        - the T5018 contractor flag and the recipient business
      *          number/SIN the year-end slips print are kept here
       program-id. cap110.
       environment division.
       input-output section.
       file-control.
           select vendmas assign external VENDMAS
                  organization record sequential access mode sequential
                  file status vendmas-stat.
           select vendtran assign external VENDTRAN
                  organization record sequential access mode sequential
                  file status vendtran-stat.
           select vendmas2 assign external VENDMAS2
                  organization record sequential access mode sequential.
           select vendrpt assign external VENDRPT
                  organization line sequential.
      *eject
       data  division.
       file section.
       fd  vendmas record contains 256 characters.
           01 vm1. copy "vendmas.cpy".
      * add/change/deactivate/reactivate transaction, sorted
      * ascending by tr-vendor; on a change, only non-blank/non-zero
      * fields replace what's on the master
       fd  vendtran record contains 200 characters.
           01 trrec.
              05 tr-vendor       pic 9(6).
              05 tr-action       pic x(1).
                 88 tr-add               value 'A'.
                 88 tr-change            value 'C'.
                 88 tr-deactivate        value 'D'.
                 88 tr-reactivate        value 'R'.
              05 tr-name         pic x(30).
              05 tr-adrs1        pic x(30).
              05 tr-adrs2        pic x(30).
              05 tr-city-prov    pic x(20).
              05 tr-postal       pic x(10).
              05 tr-gst-reg      pic x(15).
              05 tr-disc-pct     pic 9v99.
              05 tr-disc-days    pic 9(3).
              05 tr-net-days     pic 9(3).
      * banking - blank on a change leaves the master's banking
      * alone; a vendor moving from EFT back to cheque is keyed as
      * an 'X' in tr-clear-bank
              05 tr-transit      pic 9(8).
              05 tr-bank-acct    pic x(12).
              05 tr-clear-bank   pic x(1).
                 88 tr-bank-cleared      value 'X'.
      * contractor slip reporting - 'Y' or 'N', blank on a change
      * leaves the flag alone
              05 tr-t5018        pic x(1).
              05 tr-recip-id     pic x(15).
              05 filler          pic x(12).
       fd  vendmas2 record contains 256 characters.
           01 vm2.
              05 vm2-vendor      pic 9(6).
              05 vm2-status      pic x(1).
              05 vm2-name-adrs-grp.
                 10 vm2-name     pic x(30).
                 10 vm2-adrs1    pic x(30).
                 10 vm2-adrs2    pic x(30).
                 10 vm2-city-prov pic x(20).
                 10 vm2-postal   pic x(10).
              05 vm2-gst-reg     pic x(15).
              05 vm2-disc-pct    pic 9v99.
              05 vm2-disc-days   pic 9(3).
              05 vm2-net-days    pic 9(3).
              05 vm2-transit     pic 9(8).
              05 vm2-bank-acct   pic x(12).
              05 vm2-t5018       pic x(1).
              05 vm2-recip-id    pic x(15).
              05 filler          pic x(69).
       fd  vendrpt record contains 120 characters.
           01 rptline            pic x(120).
      *eject
       working-storage section.
       copy "unixwork1.cpy".
       01  wrk-flds.
           05 vendmas-eof        pic x value ' '.
               88 vendmas-at-eof          value 'Y'.
           05 vendtran-eof       pic x value ' '.
               88 vendtran-at-eof         value 'Y'.
           05 add-count          pic 9(5) value zeros.
           05 change-count       pic 9(5) value zeros.
           05 deact-count        pic 9(5) value zeros.
           05 react-count        pic 9(5) value zeros.
           05 reject-count       pic 9(5) value zeros.
       01  misc.
           05 vendmas-stat       pic xx value spaces.
           05 vendtran-stat      pic xx value spaces.
      * master generation stamp/check through the shared genstamp
      * subprogram - the mounted-wrong-generation guard
       01  gen-flds.
           05 gen-func           pic x(5) value spaces.
           05 gen-file           pic x(8) value spaces.
           05 gen-in-count       pic 9(9) value zeros.
           05 gen-in-hash        pic s9(11)v99 value zeros.
           05 gen-out-count      pic 9(9) value zeros.
           05 gen-out-hash       pic s9(11)v99 value zeros.
           05 gen-status         pic x(2) value spaces.
      * before/after image audit trail - one pair per changed record
      * through the shared auditlog subprogram, stamped with this
      * run's jobid1/jobid2 and rundate
       01  audit-flds.
           05 aud-file-ws        pic x(8) value "VENDMAS2".
           05 aud-key-ws         pic x(10) value spaces.
           05 aud-lth            pic 9(4) comp value 256.
           05 aud-blank          pic x(256) value spaces.
      *eject
       procedure division.
           perform unixproc1.
       mainline.
           perform genchkrtn.
           open input vendmas.
           if vendmas-stat not = '00'
              move vendmas-stat to mf-filestat
              move "VENDMAS"    to mf-filenamei
              move "VENDMAS"    to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           open input vendtran.
           if vendtran-stat not = '00'
              move vendtran-stat to mf-filestat
              move "VENDTRAN"   to mf-filenamei
              move "VENDTRAN"   to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           open output vendmas2 vendrpt.
           move spaces to rptline.
           string "VENDOR MASTER MAINTENANCE - RUN DATE " rundate-ymd8e
               delimited by size into rptline
           end-string.
           write rptline before advancing 2 lines.
           read vendmas at end move 'Y' to vendmas-eof.
           read vendtran at end move 'Y' to vendtran-eof.
           perform matchrtn until vendmas-at-eof and vendtran-at-eof.
           perform ttlrtn.
           close vendmas vendtran vendmas2 vendrpt.
           move "STAMP" to gen-func.
           move "VENDMAS" to gen-file.
           call "genstamp" using gen-func gen-file gen-out-count
               gen-out-hash gen-status.
           move "CAP110" to jobsum-pgm.
           compute jobsum-count =
               add-count + change-count + deact-count + react-count.
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
           if vendmas-at-eof
              perform trnonlyrtn
           else
              if vendtran-at-eof
                 perform copymastrtn
              else
                 if tr-vendor < vm-vendor
                    perform trnonlyrtn
                 else
                    if tr-vendor > vm-vendor
                       perform copymastrtn
                    else
                       perform matchedrtn
                    end-if
                 end-if
              end-if
           end-if.
      * a transaction with no matching VENDMAS record - only an ADD
      * is valid here, anything else against a missing vendor
      * rejects; an add needs a name to print a cheque to
       trnonlyrtn.
           if tr-add and tr-name not = spaces
              move spaces to vm2
              move tr-vendor to vm2-vendor
              move 'A' to vm2-status
              move tr-name to vm2-name
              move tr-adrs1 to vm2-adrs1
              move tr-adrs2 to vm2-adrs2
              move tr-city-prov to vm2-city-prov
              move tr-postal to vm2-postal
              move tr-gst-reg to vm2-gst-reg
      * keyed terms and banking left blank must land as zeros, never
      * as blank bytes in the numeric master fields
              if tr-disc-pct numeric
                 move tr-disc-pct to vm2-disc-pct
              else
                 move zeros to vm2-disc-pct
              end-if
              if tr-disc-days numeric
                 move tr-disc-days to vm2-disc-days
              else
                 move zeros to vm2-disc-days
              end-if
              if tr-net-days numeric
                 move tr-net-days to vm2-net-days
              else
                 move zeros to vm2-net-days
              end-if
              if tr-transit numeric
                 move tr-transit to vm2-transit
              else
                 move zeros to vm2-transit
              end-if
              move tr-bank-acct to vm2-bank-acct
              if tr-t5018 = 'Y'
                 move 'Y' to vm2-t5018
              else
                 move 'N' to vm2-t5018
              end-if
              move tr-recip-id to vm2-recip-id
              write vm2
              perform genctoutrtn
              move spaces to aud-key-ws
              move tr-vendor to aud-key-ws
              call "auditlog" using aud-file-ws aud-key-ws aud-lth
                  aud-blank vm2 jobid1 jobid2 rundate-ymd8
              add 1 to add-count
              move spaces to rptline
              string "ADD        " tr-vendor " " tr-name
                  delimited by size into rptline
              end-string
              write rptline before advancing 1 line
           else
              move spaces to rptline
              if tr-add
                 string "REJECTED - ADD WITH NO VENDOR NAME: "
                        tr-vendor
                     delimited by size into rptline
                 end-string
              else
                 string "REJECTED - NO MATCHING VENDOR: " tr-vendor
                     delimited by size into rptline
                 end-string
              end-if
              write rptline before advancing 1 line
              add 1 to reject-count
           end-if.
           read vendtran at end move 'Y' to vendtran-eof.
      * no transaction against this VENDMAS record - carry as-is
       copymastrtn.
           move vm1 to vm2.
           write vm2.
           perform genctoutrtn.
           read vendmas at end move 'Y' to vendmas-eof.
      * verify the mounted VENDMAS against its latest generation
      * stamp BEFORE the update writes anything or the auditlog
      * takes images - the car110 pre-pass
       genchkrtn.
           open input vendmas.
           if vendmas-stat not = '00'
              move vendmas-stat to mf-filestat
              move "VENDMAS"    to mf-filenamei
              move "VENDMAS"    to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           read vendmas at end move 'Y' to vendmas-eof.
           perform genchk1rtn until vendmas-at-eof.
           close vendmas.
           move ' ' to vendmas-eof.
           move "CHECK" to gen-func.
           move "VENDMAS" to gen-file.
           call "genstamp" using gen-func gen-file gen-in-count
               gen-in-hash gen-status.
           if gen-status = 'NO'
              display "CAP110 - VENDMAS DOES NOT MATCH ITS LATEST "
                  "GENERATION STAMP - WRONG GENERATION MOUNTED, "
                  "RUN STOPPED BEFORE THE UPDATE" upon console
              stop run returning 16
           end-if.
       genchk1rtn.
           add 1 to gen-in-count.
           add vm-vendor to gen-in-hash.
           read vendmas at end move 'Y' to vendmas-eof.
      * every written new-generation record feeds the genstamp
      * count/hash for the output stamp
       genctoutrtn.
           add 1 to gen-out-count.
           add vm2-vendor to gen-out-hash.
      * a transaction matched to its VENDMAS record by vm-vendor
       matchedrtn.
           move vm1 to vm2.
           if tr-add
              write vm2
              move spaces to rptline
              string "REJECTED - VENDOR ALREADY ON FILE: " tr-vendor
                  delimited by size into rptline
              end-string
              write rptline before advancing 1 line
              add 1 to reject-count
           else
              if tr-deactivate or tr-reactivate
                 perform statusrtn
              else
                 if tr-change
                    perform changertn
                 else
                    write vm2
                    move spaces to rptline
                    string "REJECTED - UNKNOWN ACTION '" tr-action
                           "' FOR VENDOR: " tr-vendor
                        delimited by size into rptline
                    end-string
                    write rptline before advancing 1 line
                    add 1 to reject-count
                 end-if
              end-if
           end-if.
           perform genctoutrtn.
           read vendmas at end move 'Y' to vendmas-eof.
           read vendtran at end move 'Y' to vendtran-eof.
      * deactivate/reactivate - flipping a vendor to the status it
      * already has is a keying error, not a change
       statusrtn.
           if (tr-deactivate and vm-inactive)
                 or (tr-reactivate and vm-active)
              write vm2
              move spaces to rptline
              string "REJECTED - VENDOR ALREADY IN THAT STATUS: "
                     tr-vendor " STATUS: " vm-status
                  delimited by size into rptline
              end-string
              write rptline before advancing 1 line
              add 1 to reject-count
           else
              move spaces to rptline
              if tr-deactivate
                 move 'I' to vm2-status
                 string "DEACTIVATE " vm-vendor " " vm-name
                     delimited by size into rptline
                 end-string
                 add 1 to deact-count
              else
                 move 'A' to vm2-status
                 string "REACTIVATE " vm-vendor " " vm-name
                     delimited by size into rptline
                 end-string
                 add 1 to react-count
              end-if
              write vm2
              move spaces to aud-key-ws
              move vm-vendor to aud-key-ws
              call "auditlog" using aud-file-ws aud-key-ws aud-lth
                  vm1 vm2 jobid1 jobid2 rundate-ymd8
              write rptline before advancing 1 line
           end-if.
       changertn.
           if tr-name not = spaces
              move tr-name to vm2-name
           end-if.
           if tr-adrs1 not = spaces
              move tr-adrs1 to vm2-adrs1
           end-if.
           if tr-adrs2 not = spaces
              move tr-adrs2 to vm2-adrs2
           end-if.
           if tr-city-prov not = spaces
              move tr-city-prov to vm2-city-prov
           end-if.
           if tr-postal not = spaces
              move tr-postal to vm2-postal
           end-if.
           if tr-gst-reg not = spaces
              move tr-gst-reg to vm2-gst-reg
           end-if.
           if tr-disc-pct numeric
                 and tr-disc-pct not = zeros
              move tr-disc-pct to vm2-disc-pct
           end-if.
           if tr-disc-days numeric
                 and tr-disc-days not = zeros
              move tr-disc-days to vm2-disc-days
           end-if.
           if tr-net-days numeric
                 and tr-net-days not = zeros
              move tr-net-days to vm2-net-days
           end-if.
           if tr-bank-cleared
              move zeros to vm2-transit
              move spaces to vm2-bank-acct
           else
              if tr-transit numeric
                    and tr-transit not = zeros
                 move tr-transit to vm2-transit
              end-if
              if tr-bank-acct not = spaces
                 move tr-bank-acct to vm2-bank-acct
              end-if
           end-if.
           if tr-t5018 = 'Y' or tr-t5018 = 'N'
              move tr-t5018 to vm2-t5018
           end-if.
           if tr-recip-id not = spaces
              move tr-recip-id to vm2-recip-id
           end-if.
           write vm2.
           move spaces to aud-key-ws.
           move vm-vendor to aud-key-ws.
           call "auditlog" using aud-file-ws aud-key-ws aud-lth
               vm1 vm2 jobid1 jobid2 rundate-ymd8.
           move spaces to rptline.
           string "CHANGE     " vm-vendor " " vm2-name
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           add 1 to change-count.
       ttlrtn.
           move spaces to rptline.
           string "TOTALS - ADDS: " add-count
                  "  CHANGES: " change-count
                  "  DEACTIVATED: " deact-count
                  "  REACTIVATED: " react-count
                  "  REJECTED: " reject-count
               delimited by size into rptline
           end-string.
           write rptline before advancing 2 lines.
       copy "unixproc1.cpy".
