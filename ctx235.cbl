       identification division.
      * ctx235 - test/demo mainframe conversion to micro focus cobol
      *        - tax roll mailing address maintenance - change of
      *          address for an owner who does not live at the
      *          property, so the notice stops going astray
      *        - matches sorted ADRTRAN change-of-address transactions
      *          against the sorted TAXADR mailing address file by
      *          folio, the car110 matched-update shape, and writes the
      *          updated file to TAXADR2; before/after images go
      *          through the shared auditlog subroutine
      *        - action 'C' sets the folio's mailing address (adding
      *          one if the folio has none) - the whole address block
      *          is replaced, a blank name keeps the name on file (or
      *          takes the CITYTAX owner's on an add); action 'D'
      *          drops it, for an owner who now lives at the property
      *        - a folio not on CITYTAX, a change with no street or
      *          city, or a delete with no address on file, rejects;
      *          the address goes through the shared adredit check
      *          and a bad postal code or province is applied but
      *          flagged on the ADRREG register, as car110 does
      *        - ctx115 writes the buyer's address on a transfer; no
      *          TAXADR on disk just means no mailing addresses yet
      *        - the transaction can also set the owner's
      *          correspondence language (E/F), which ctx140 prints
      *          the notice in; blank keeps the one on file
       program-id. ctx235.
       environment division.
       input-output section.
       file-control.
           select citytax assign external CITYTAX
                  organization record sequential access mode sequential
                  file status citytax-stat.
           select taxadr assign external TAXADR
                  organization line sequential
                  file status taxadr-stat.
           select adrtran assign external ADRTRAN
                  organization line sequential
                  file status adrtran-stat.
           select taxadr2 assign external TAXADR2
                  organization line sequential.
           select adrreg assign external ADRREG
                  organization line sequential.
      *eject
       data  division.
       file section.
       fd  citytax record contains 128 characters.
           copy "citytax1.cpy".
       fd  taxadr record contains 150 characters.
           01 tarec. copy "taxadr.cpy".
      * change-of-address transaction, sorted ascending by folio -
      * postal code keyed with no embedded space
       fd  adrtran record contains 140 characters.
           01 atrec.
              05 at-folio        pic x(10).
              05 at-action       pic x(1).
                 88 at-change            value 'C'.
                 88 at-delete            value 'D'.
              05 at-name         pic x(30).
              05 at-adrs1        pic x(30).
              05 at-adrs2        pic x(30).
              05 at-city         pic x(20).
              05 at-prov         pic x(2).
              05 at-postal       pic x(6).
      * correspondence language - blank leaves the one on file
              05 at-lang         pic x(1).
              05 filler          pic x(10).
       fd  taxadr2 record contains 150 characters.
           01 ta2rec.
              05 ta2-folio       pic x(10).
              05 ta2-name        pic x(30).
              05 ta2-adrs1       pic x(30).
              05 ta2-adrs2       pic x(30).
              05 ta2-city        pic x(20).
              05 ta2-prov        pic x(2).
              05 ta2-postal      pic x(6).
              05 ta2-chg-date    pic 9(8).
              05 ta2-source      pic x(1).
              05 ta2-lang        pic x(1).
              05 filler          pic x(12).
       fd  adrreg record contains 120 characters.
           01 regline            pic x(120).
      *eject
       working-storage section.
       copy "unixwork1.cpy".
       01  wrk-flds.
           05 citytax-eof        pic x value ' '.
               88 citytax-at-eof          value 'Y'.
           05 taxadr-eof         pic x value ' '.
               88 taxadr-at-eof           value 'Y'.
           05 taxadr-open-sw     pic x value 'N'.
               88 taxadr-open             value 'Y'.
           05 adrtran-eof        pic x value ' '.
               88 adrtran-at-eof          value 'Y'.
           05 add-count          pic 9(5) value zeros.
           05 change-count       pic 9(5) value zeros.
           05 delete-count       pic 9(5) value zeros.
           05 reject-count       pic 9(5) value zeros.
           05 adrwarn-count      pic 9(5) value zeros.
           05 adr-valid-sw       pic x value 'Y'.
               88 adr-valid               value 'Y'.
           05 adr-reason         pic x(30) value spaces.
      * the roll's folios and owner names - an address can only be
      * set for a folio on CITYTAX
       01  folio-flds.
           05 folio-count        pic 9(5) value zeros.
           05 folio-idx          pic 9(5) value zeros.
           05 found-sw           pic x value 'N'.
               88 found                   value 'Y'.
       01  folio-table.
           05 folio-entry occurs 5000 times.
              10 ft-folio        pic x(10).
              10 ft-name         pic x(20).
       01  audit-flds.
           05 aud-file-ws        pic x(8) value "TAXADR2".
           05 aud-key-ws         pic x(10) value spaces.
           05 aud-lth            pic 9(4) comp value 150.
           05 aud-blank          pic x(150) value spaces.
       01  misc.
           05 citytax-stat       pic xx value spaces.
           05 taxadr-stat        pic xx value spaces.
           05 adrtran-stat       pic xx value spaces.
      *eject
       procedure division.
           perform unixproc1.
       mainline.
           open input citytax.
           if citytax-stat not = '00'
              move citytax-stat to mf-filestat
              move "CITYTAX"    to mf-filenamei
              move "CITYTAX"    to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           read citytax at end move 'Y' to citytax-eof.
           perform loadfoliortn until citytax-at-eof.
           close citytax.
           open input adrtran.
           if adrtran-stat not = '00'
              move adrtran-stat to mf-filestat
              move "ADRTRAN"    to mf-filenamei
              move "ADRTRAN"    to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
      * no TAXADR on disk just means no mailing addresses yet
           open input taxadr.
           if taxadr-stat = '00'
              move 'Y' to taxadr-open-sw
              read taxadr at end move 'Y' to taxadr-eof
              end-read
           else
              move 'Y' to taxadr-eof
           end-if.
           open output taxadr2 adrreg.
           move spaces to regline.
           string "MAILING ADDRESS MAINTENANCE REGISTER - RUN DATE "
                  rundate-ymd6e
               delimited by size into regline
           end-string.
           write regline before advancing 2 lines.
           read adrtran at end move 'Y' to adrtran-eof.
           perform matchrtn until taxadr-at-eof and adrtran-at-eof.
           perform ttlrtn.
           close adrtran taxadr2 adrreg.
           if taxadr-open
              close taxadr
           end-if.
           move "CTX235" to jobsum-pgm.
           compute jobsum-count =
               add-count + change-count + delete-count.
           if reject-count > 0
              move "REJECTS" to jobsum-status
           else
              move "COMPLETE" to jobsum-status
           end-if.
           call "jobcnt" using jobsum-pgm jobsum-count jobsum-status
               jobid1 jobid2.
           perform unixproc1-eoj.
           stop run.
       loadfoliortn.
           if folio-count >= 5000
              display "CTX235 - FOLIO-TABLE FULL, CTX-FOLIO: "
                  ctx-folio " NOT LOADED" upon console
           else
              add 1 to folio-count
              move ctx-folio to ft-folio (folio-count)
              move ctx-name to ft-name (folio-count)
           end-if.
           read citytax at end move 'Y' to citytax-eof.
       matchrtn.
           if taxadr-at-eof
              perform trnonlyrtn
           else
              if adrtran-at-eof
                 perform copymastrtn
              else
                 if at-folio < ta-folio
                    perform trnonlyrtn
                 else
                    if at-folio > ta-folio
                       perform copymastrtn
                    else
                       perform matchedrtn
                    end-if
                 end-if
              end-if
           end-if.
      * a transaction for a folio with no address on file - only a
      * change, which adds the address, is valid here
       trnonlyrtn.
           perform findfoliortn.
           if not found
              move spaces to regline
              string "REJECTED - FOLIO NOT ON CITYTAX: " at-folio
                  delimited by size into regline
              end-string
              write regline before advancing 1 line
              add 1 to reject-count
           else
              if at-delete
                 move spaces to regline
                 string "REJECTED - NO ADDRESS ON FILE TO DELETE: "
                        at-folio
                     delimited by size into regline
                 end-string
                 write regline before advancing 1 line
                 add 1 to reject-count
              else
                 if at-adrs1 = spaces and at-city = spaces
                    perform noadrrtn
                 else
                    move spaces to ta2rec
                    move at-folio to ta2-folio
                    if at-name = spaces
                       move ft-name (folio-idx) to ta2-name
                    else
                       move at-name to ta2-name
                    end-if
                    perform newadrrtn
                    move at-folio to aud-key-ws
                    call "auditlog" using aud-file-ws aud-key-ws
                        aud-lth aud-blank ta2rec jobid1 jobid2
                        rundate-ymd8
                    add 1 to add-count
                    move spaces to regline
                    string "ADD    " at-folio "  " ta2-name "  "
                           ta2-city " " ta2-prov " " ta2-postal
                        delimited by size into regline
                    end-string
                    write regline before advancing 1 line
                    perform adrchkrtn
                 end-if
              end-if
           end-if.
           read adrtran at end move 'Y' to adrtran-eof.
      * no transaction against this address - carry it as it is
       copymastrtn.
           move tarec to ta2rec.
           write ta2rec.
           read taxadr at end move 'Y' to taxadr-eof.
      * a transaction matched to the folio's address on file
       matchedrtn.
           move at-folio to aud-key-ws.
           if at-delete
              call "auditlog" using aud-file-ws aud-key-ws aud-lth
                  tarec aud-blank jobid1 jobid2 rundate-ymd8
              add 1 to delete-count
              move spaces to regline
              string "DELETE " at-folio "  " ta-name
                  delimited by size into regline
              end-string
              write regline before advancing 1 line
           else
              if at-adrs1 = spaces and at-city = spaces
                 move tarec to ta2rec
                 write ta2rec
                 perform noadrrtn
              else
                 move tarec to ta2rec
                 if at-name not = spaces
                    move at-name to ta2-name
                 end-if
                 perform newadrrtn
                 call "auditlog" using aud-file-ws aud-key-ws aud-lth
                     tarec ta2rec jobid1 jobid2 rundate-ymd8
                 add 1 to change-count
                 move spaces to regline
                 string "CHANGE " at-folio "  " ta2-name "  "
                        ta2-city " " ta2-prov " " ta2-postal
                     delimited by size into regline
                 end-string
                 write regline before advancing 1 line
                 perform adrchkrtn
              end-if
           end-if.
           read taxadr at end move 'Y' to taxadr-eof.
           read adrtran at end move 'Y' to adrtran-eof.
      * the whole address block comes off the transaction
       newadrrtn.
           move at-adrs1 to ta2-adrs1.
           move at-adrs2 to ta2-adrs2.
           move at-city to ta2-city.
           move at-prov to ta2-prov.
           move at-postal to ta2-postal.
           move rundate-ymd8 to ta2-chg-date.
           move 'C' to ta2-source.
           if at-lang not = spaces
              move at-lang to ta2-lang
           end-if.
           write ta2rec.
       noadrrtn.
           move spaces to regline.
           string "REJECTED - NO STREET OR CITY GIVEN: " at-folio
               delimited by size into regline
           end-string.
           write regline before advancing 1 line.
           add 1 to reject-count.
      * the new address through the shared adredit check
       adrchkrtn.
           call "adredit" using ta2-prov ta2-postal adr-valid-sw
               adr-reason.
           if not adr-valid
              add 1 to adrwarn-count
              move spaces to regline
              string "       ADDRESS WARNING - " adr-reason
                     "  PROV: " ta2-prov "  POSTAL: " ta2-postal
                  delimited by size into regline
              end-string
              write regline before advancing 1 line
           end-if.
       findfoliortn.
           move 1 to folio-idx.
           move 'N' to found-sw.
           perform findfolio1rtn
               until found or folio-idx > folio-count.
       findfolio1rtn.
           if ft-folio (folio-idx) = at-folio
              move 'Y' to found-sw
           else
              add 1 to folio-idx
           end-if.
       ttlrtn.
           move spaces to regline.
           string "TOTALS - ADDS: " add-count
                  "  CHANGES: " change-count
                  "  DELETES: " delete-count
                  "  REJECTED: " reject-count
                  "  ADDRESS WARNINGS: " adrwarn-count
               delimited by size into regline
           end-string.
           write regline before advancing 2 lines.
       copy "unixproc1.cpy".
