       identification division.
      * adrvalid - test/demo mainframe conversion to micro focus cobol
      *          - bad mailing address report over the customer master
      *            and the tax roll mailing addresses, run ahead of the
      *            big mailings so returned mail gets fixed at the
      *            source instead of re-mailed
      *          - every active CUSTMAS customer (cm-delete not set)
      *            and every TAXADR address goes through the shared
      *            adredit check - postal code present and in the
      *            post office's format, province a real one, and the
      *            postal code belonging to that province; each
      *            failure lists on BADADR with the reason
      *          - CITYTAX folios with no TAXADR address are listed
      *            too, their notice has nowhere to go but the
      *            property; no TAXADR or CITYTAX on disk just skips
      *            the tax side
      *          - counts checked and bad for each file close the
      *            report; any bad address sets JOBSUM status REJECTS
       program-id. adrvalid.
       environment division.
       input-output section.
       file-control.
           select custmas assign external CUSTMAS
                  organization record sequential access mode sequential
                  file status custmas-stat.
           select taxadr assign external TAXADR
                  organization line sequential
                  file status taxadr-stat.
           select citytax assign external CITYTAX
                  organization record sequential access mode sequential
                  file status citytax-stat.
           select badadr assign external BADADR
                  organization line sequential.
      *eject
       data  division.
       file section.
       fd  custmas record contains 256 characters.
           01 cm1. copy "custmas.cpy".
       fd  taxadr record contains 150 characters.
           01 tarec. copy "taxadr.cpy".
       fd  citytax record contains 128 characters.
           copy "citytax1.cpy".
       fd  badadr record contains 120 characters.
           01 rptline            pic x(120).
      *eject
       working-storage section.
       copy "unixwork1.cpy".
       01  wrk-flds.
           05 custmas-eof        pic x value ' '.
               88 custmas-at-eof          value 'Y'.
           05 taxadr-eof         pic x value ' '.
               88 taxadr-at-eof           value 'Y'.
           05 taxadr-open-sw     pic x value 'N'.
               88 taxadr-open             value 'Y'.
           05 citytax-eof        pic x value ' '.
               88 citytax-at-eof          value 'Y'.
           05 cust-count         pic 9(7) value zeros.
           05 cust-bad           pic 9(7) value zeros.
           05 adr-count          pic 9(7) value zeros.
           05 adr-bad            pic 9(7) value zeros.
           05 folio-count        pic 9(7) value zeros.
           05 noadr-count        pic 9(7) value zeros.
           05 adr-valid-sw       pic x value 'Y'.
               88 adr-valid               value 'Y'.
           05 adr-reason         pic x(30) value spaces.
       01  misc.
           05 custmas-stat       pic xx value spaces.
           05 taxadr-stat        pic xx value spaces.
           05 citytax-stat       pic xx value spaces.
      *eject
       procedure division.
           perform unixproc1.
       mainline.
           open input custmas.
           if custmas-stat not = '00'
              move custmas-stat to mf-filestat
              move "CUSTMAS"    to mf-filenamei
              move "CUSTMAS"    to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           open output badadr.
           move spaces to rptline.
           string "BAD MAILING ADDRESS REPORT - RUN DATE "
                  rundate-ymd6e
               delimited by size into rptline
           end-string.
           write rptline before advancing 2 lines.
           move spaces to rptline.
           move "CUSTOMER MASTER (CUSTMAS)" to rptline.
           write rptline before advancing 1 line.
           move spaces to rptline.
           string "CUST    NAME                  CITY/PROV           "
                  "  PR POSTAL  REASON"
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           read custmas at end move 'Y' to custmas-eof.
           perform custrtn until custmas-at-eof.
           close custmas.
           move spaces to rptline.
           write rptline before advancing 1 line.
           move spaces to rptline.
           move "TAX ROLL MAILING ADDRESSES (TAXADR)" to rptline.
           write rptline before advancing 1 line.
           move spaces to rptline.
           string "FOLIO       NAME                            "
                  "CITY                 PR POSTAL  REASON"
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
      * no TAXADR on disk just means no mailing addresses yet - every
      * folio then shows below as having none
           open input taxadr.
           if taxadr-stat = '00'
              move 'Y' to taxadr-open-sw
              read taxadr at end move 'Y' to taxadr-eof
              end-read
           else
              move 'Y' to taxadr-eof
           end-if.
           open input citytax.
           if citytax-stat = '00'
              read citytax at end move 'Y' to citytax-eof
              end-read
              perform foliortn until citytax-at-eof
              close citytax
           end-if.
           perform taxadrrtn until taxadr-at-eof.
           if taxadr-open
              close taxadr
           end-if.
           perform ttlrtn.
           close badadr.
           move "ADRVALID" to jobsum-pgm.
           compute jobsum-count = cust-count + adr-count.
           if cust-bad > 0 or adr-bad > 0 or noadr-count > 0
              move "REJECTS" to jobsum-status
           else
              move "COMPLETE" to jobsum-status
           end-if.
           call "jobcnt" using jobsum-pgm jobsum-count jobsum-status
               jobid1 jobid2.
           perform unixproc1-eoj.
           stop run.
      * one customer - a deleted one is never mailed
       custrtn.
           if cm-delete not = "DEL "
              add 1 to cust-count
              call "adredit" using cm-prov cm-postal adr-valid-sw
                  adr-reason
              if not adr-valid
                 add 1 to cust-bad
                 move spaces to rptline
                 string cm-cust "  " cm-name "  " cm-city-prov "  "
                        cm-prov " " cm-postal "  " adr-reason
                     delimited by size into rptline
                 end-string
                 write rptline before advancing 1 line
              end-if
           end-if.
           read custmas at end move 'Y' to custmas-eof.
      * one roll folio - its TAXADR address checked when there is
      * one (both files ascend by folio), listed when there isn't
       foliortn.
           add 1 to folio-count.
           perform taxadrrtn
               until taxadr-at-eof or ta-folio >= ctx-folio.
           if not taxadr-at-eof and ta-folio = ctx-folio
              perform taxadrrtn
           else
              add 1 to noadr-count
              move spaces to rptline
              string ctx-folio "  " ctx-name
                     "                                  "
                     "  NO MAILING ADDRESS ON TAXADR"
                  delimited by size into rptline
              end-string
              write rptline before advancing 1 line
           end-if.
           read citytax at end move 'Y' to citytax-eof.
       taxadrrtn.
           add 1 to adr-count.
           call "adredit" using ta-prov ta-postal adr-valid-sw
               adr-reason.
           if not adr-valid
              add 1 to adr-bad
              move spaces to rptline
              string ta-folio "  " ta-name "  " ta-city " "
                     ta-prov " " ta-postal "  " adr-reason
                  delimited by size into rptline
              end-string
              write rptline before advancing 1 line
           end-if.
           read taxadr at end move 'Y' to taxadr-eof.
       ttlrtn.
           move spaces to rptline.
           write rptline before advancing 1 line.
           move spaces to rptline.
           string "CUSTOMERS CHECKED: " cust-count
                  "  BAD ADDRESSES: " cust-bad
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move spaces to rptline.
           string "TAX ADDRESSES CHECKED: " adr-count
                  "  BAD ADDRESSES: " adr-bad
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move spaces to rptline.
           string "ROLL FOLIOS: " folio-count
                  "  WITH NO MAILING ADDRESS: " noadr-count
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
       copy "unixproc1.cpy".
