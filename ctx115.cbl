      *          so the letter closes the loop
      *        - a transfer naming a folio not on the roll, or a
      *          blank new name, rejects
      *        - the transfer carries the new owner's mailing
      *          address, which replaces the seller's on the TAXADR
      *          mailing address file (written forward to TAXADR2,
      *          before/after images through auditlog) so the next
      *          notice goes to the buyer; a transfer with no address
      *          drops the seller's and the register says so, and a
      *          bad postal code or province (the shared adredit
      *          check) is applied but flagged - no TAXADR on disk
      *          just means no mailing addresses yet
      *        - the buyer's correspondence language (E/F) comes off
      *          the transfer with the address
       program-id. ctx115.
       environment division.
       input-output section.
                  file status xfertran-stat.
           select citytax2 assign external CITYTAX2
                  organization record sequential access mode sequential.
           select taxadr assign external TAXADR
                  organization line sequential
                  file status taxadr-stat.
           select taxadr2 assign external TAXADR2
                  organization line sequential.
           select convreg assign external CONVREG
                  organization line sequential.
           select newownlt assign external NEWOWNLT
       file section.
       fd  citytax record contains 128 characters.
           copy "citytax1.cpy".
      * conveyance transaction, sorted ascending by folio, with the
      * new owner's mailing address - postal code keyed with no
      * embedded space
       fd  xfertran record contains 140 characters.
           01 xfrec.
              05 xf-folio        pic x(10).
              05 xf-newname      pic x(20).
              05 xf-date         pic 9(6).
              05 filler          pic x(4).
              05 xf-adrs1        pic x(30).
              05 xf-adrs2        pic x(30).
              05 xf-city         pic x(20).
              05 xf-prov         pic x(2).
              05 xf-postal       pic x(6).
              05 xf-lang         pic x(1).
              05 filler          pic x(11).
       fd  citytax2 record contains 128 characters.
           01 ctxrec2.
              05 ctx2-folio      pic x(10).
                 10 ctx2-owing-amt  pic s9(7)v99 comp-3.
              05 ctx2-mortco     pic x(4).
              05 filler          pic x(44).
       fd  taxadr record contains 150 characters.
           01 tarec. copy "taxadr.cpy".
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
       fd  convreg record contains 120 characters.
           01 regline            pic x(120).
       fd  newownlt record contains 120 characters.
           05 xfer-count         pic 9(5) value zeros.
           05 reject-count       pic 9(5) value zeros.
           05 amt-ed             pic zzzz,zzz.99-.
      * the TAXADR mailing addresses, matched along with the roll
       01  adr-flds.
           05 taxadr-eof         pic x value ' '.
               88 taxadr-at-eof           value 'Y'.
           05 taxadr-open-sw     pic x value 'N'.
               88 taxadr-open             value 'Y'.
           05 xfer-done-sw       pic x value 'N'.
               88 xfer-done               value 'Y'.
           05 adr-valid-sw       pic x value 'Y'.
               88 adr-valid               value 'Y'.
           05 adr-reason         pic x(30) value spaces.
           05 adr-count          pic 9(5) value zeros.
           05 noadr-count        pic 9(5) value zeros.
           05 adrwarn-count      pic 9(5) value zeros.
           05 old-adr            pic x(150) value spaces.
           05 adr-aud-file       pic x(8) value "TAXADR2".
           05 adr-aud-lth        pic 9(4) comp value 150.
           05 adr-blank          pic x(150) value spaces.
       01  audit-flds.
           05 aud-file-ws        pic x(8) value "CITYTAX2".
           05 aud-key-ws         pic x(10) value spaces.
       01  misc.
           05 citytax-stat       pic xx value spaces.
           05 xfertran-stat      pic xx value spaces.
           05 taxadr-stat        pic xx value spaces.
      *eject
       procedure division.
           perform unixproc1.
              move "XFERTRAN"   to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           open output citytax2 taxadr2 convreg newownlt.
      * no TAXADR on disk just means no mailing addresses yet
           open input taxadr.
           if taxadr-stat = '00'
              move 'Y' to taxadr-open-sw
              read taxadr at end move 'Y' to taxadr-eof
              end-read
           else
              move 'Y' to taxadr-eof
           end-if.
           move spaces to regline.
           string "CONVEYANCE REGISTER - RUN DATE " rundate-ymd6e
               delimited by size into regline
           read citytax at end move 'Y' to citytax-eof.
           read xfertran at end move 'Y' to xfertran-eof.
           perform matchrtn until citytax-at-eof and xfertran-at-eof.
           perform adrcopyrtn until taxadr-at-eof.
           perform ttlrtn.
           close citytax xfertran citytax2 taxadr2 convreg newownlt.
           if taxadr-open
              close taxadr
           end-if.
           move "STAMP" to gen-func.
           move "CITYTAX" to gen-file.
           call "genstamp" using gen-func gen-file gen-out-count
           move ctxrec to ctxrec2.
           write ctxrec2.
           perform genctoutrtn.
           move 'N' to xfer-done-sw.
           perform adrsyncrtn.
           read citytax at end move 'Y' to citytax-eof.
      * a transfer matched to its folio
       xferrtn.
           move ctxrec to ctxrec2.
           move 'N' to xfer-done-sw.
           if xf-newname = spaces
              move spaces to regline
              string "REJECTED - BLANK NEW OWNER - FOLIO: "
                  delimited by size into regline
              end-string
              write regline before advancing 1 line
              move 'Y' to xfer-done-sw
           end-if.
           write ctxrec2.
           perform genctoutrtn.
           perform adrsyncrtn.
           if xfer-done
              perform letterrtn
           end-if.
           read citytax at end move 'Y' to citytax-eof.
           read xfertran at end move 'Y' to xfertran-eof.
      * the new owner's letter with the folio's current balance
           write ltrline before advancing 2 lines.
           move spaces to ltrline.
           move xf-newname to ltrline.
           write ltrline before advancing 1 line.
           move spaces to ltrline.
           move xf-adrs1 to ltrline.
           write ltrline before advancing 1 line.
           move spaces to ltrline.
           move xf-adrs2 to ltrline.
           write ltrline before advancing 1 line.
           move spaces to ltrline.
           string xf-city " " xf-prov "  " xf-postal
               delimited by size into ltrline
           end-string.
           write ltrline before advancing 2 lines.
           move spaces to ltrline.
           string "RE: FOLIO " ctx-folio
               delimited by size into ltrline
           end-string.
           write ltrline before advancing 1 line.
      * bring TAXADR2 up to this folio - addresses for folios ahead
      * of it carry forward as they are, and on a transfer the
      * seller's address gives way to the buyer's
       adrsyncrtn.
           perform adrcopyrtn
               until taxadr-at-eof or ta-folio >= ctx-folio.
           move adr-blank to old-adr.
           if not taxadr-at-eof and ta-folio = ctx-folio
              if xfer-done
                 move tarec to old-adr
                 read taxadr at end move 'Y' to taxadr-eof
                 end-read
              else
                 perform adrcopyrtn
              end-if
           end-if.
           if xfer-done
              perform newadrrtn
           end-if.
       adrcopyrtn.
           move tarec to ta2rec.
           write ta2rec.
           read taxadr at end move 'Y' to taxadr-eof.
      * the buyer's mailing address off the transfer
       newadrrtn.
           move ctx-folio to aud-key-ws.
           if xf-adrs1 = spaces and xf-city = spaces
              add 1 to noadr-count
              move spaces to regline
              string "         NO MAILING ADDRESS ON THE TRANSFER - "
                     "NOTICE HAS NO ADDRESS UNTIL ONE IS KEYED"
                  delimited by size into regline
              end-string
              write regline before advancing 1 line
              if old-adr not = adr-blank
                 call "auditlog" using adr-aud-file aud-key-ws
                     adr-aud-lth old-adr adr-blank jobid1 jobid2
                     rundate-ymd8
              end-if
           else
              move spaces to ta2rec
              move ctx-folio to ta2-folio
              move xf-newname to ta2-name
              move xf-adrs1 to ta2-adrs1
              move xf-adrs2 to ta2-adrs2
              move xf-city to ta2-city
              move xf-prov to ta2-prov
              move xf-postal to ta2-postal
              move rundate-ymd8 to ta2-chg-date
              move 'T' to ta2-source
              move xf-lang to ta2-lang
              write ta2rec
              add 1 to adr-count
              call "auditlog" using adr-aud-file aud-key-ws
                  adr-aud-lth old-adr ta2rec jobid1 jobid2
                  rundate-ymd8
              call "adredit" using ta2-prov ta2-postal adr-valid-sw
                  adr-reason
              if not adr-valid
                 add 1 to adrwarn-count
                 move spaces to regline
                 string "         ADDRESS WARNING - " adr-reason
                        "  PROV: " ta2-prov "  POSTAL: " ta2-postal
                     delimited by size into regline
                 end-string
                 write regline before advancing 1 line
              end-if
           end-if.
       ttlrtn.
           move spaces to regline.
           write regline before advancing 1 line.
               delimited by size into regline
           end-string.
           write regline before advancing 1 line.
           move spaces to regline.
           string "MAILING ADDRESSES CHANGED: " adr-count
                  "  NONE GIVEN: " noadr-count
                  "  ADDRESS WARNINGS: " adrwarn-count
               delimited by size into regline
           end-string.
           write regline before advancing 1 line.
      * verify the mounted CITYTAX against its latest generation
      * stamp BEFORE the update writes anything - the pre-pass
      * foots the roll first, the ctx110 shape
