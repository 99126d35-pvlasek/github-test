      *          physically dropping the record
      *        - a maintenance register lists every add/change/delete
      *          and reject
      *        - the mailing province and postal code are keyed on
      *          CUSTTRAN as their own fields; the resulting address
      *          goes through the shared adredit check and a bad one
      *          is applied but flagged as an address warning on the
      *          register (adrvalid lists every bad one on file)
      *        - the correspondence language (E/F) is keyed on
      *          CUSTTRAN too; blank on a change leaves it alone
       program-id. car110.
       environment division.
       input-output section.
      * add/change/delete transaction, sorted ascending by tr-cust;
      * on a change, only non-blank/non-zero fields replace what's on
      * the master
       fd  custtran record contains 121 characters.
           01 trrec.
              05 tr-cust         pic 9(6).
              05 tr-action       pic x(1).
      * bill-to parent for a national account branch - blank on a
      * change leaves the master's link alone
              05 tr-parent       pic 9(6).
      * mailing province and postal code - blank on a change leaves
      * the master's alone
              05 tr-prov         pic x(2).
              05 tr-postal       pic x(6).
      * correspondence language - blank on a change leaves the
      * master's alone
              05 tr-lang         pic x(1).
       fd  custmas2 record contains 256 characters.
           01 cm2.
              05 cm2-cust        pic 9(6).
              05 cm2-disc-days   pic 9(3).
              05 cm2-net-days    pic 9(3).
              05 cm2-parent      pic 9(6).
              05 cm2-prov        pic x(2).
              05 cm2-postal      pic x(6).
              05 cm2-lang        pic x(1).
              05 filler          pic x(136).
       fd  custrpt record contains 120 characters.
           01 rptline            pic x(120).
      *eject
           05 change-count       pic 9(5) value zeros.
           05 delete-count       pic 9(5) value zeros.
           05 reject-count       pic 9(5) value zeros.
           05 adrwarn-count      pic 9(5) value zeros.
      * the written address goes through the shared adredit check -
      * a bad one is still applied, but flagged on the register
       01  adr-flds.
           05 adr-valid-sw       pic x value 'Y'.
               88 adr-valid              value 'Y'.
           05 adr-reason         pic x(30) value spaces.
       01  misc.
           05 custmas-stat       pic xx value spaces.
           05 custtran-stat      pic xx value spaces.
              else
                 move zeros to cm2-parent
              end-if
              move tr-prov to cm2-prov
              move tr-postal to cm2-postal
              move tr-lang to cm2-lang
              write cm2
              perform genctoutrtn
              move spaces to aud-key-ws
                  delimited by size into rptline
              end-string
              write rptline before advancing 1 line
              perform adrchkrtn
           else
              move spaces to rptline
              string "REJECTED - NO MATCHING CUSTOMER: " tr-cust
                       and tr-parent not = zeros
                    move tr-parent to cm2-parent
                 end-if
                 if tr-prov not = spaces
                    move tr-prov to cm2-prov
                 end-if
                 if tr-postal not = spaces
                    move tr-postal to cm2-postal
                 end-if
                 if tr-lang not = spaces
                    move tr-lang to cm2-lang
                 end-if
                 write cm2
                 move spaces to aud-key-ws
                 move cm-cust to aud-key-ws
                 end-string
                 write rptline before advancing 1 line
                 add 1 to change-count
                 if tr-prov not = spaces or tr-postal not = spaces
                    perform adrchkrtn
                 end-if
              end-if
           end-if.
           perform genctoutrtn.
           read custmas at end move 'Y' to custmas-eof.
           read custtran at end move 'Y' to custtran-eof.
      * the customer's resulting mailing address through adredit
       adrchkrtn.
           call "adredit" using cm2-prov cm2-postal adr-valid-sw
               adr-reason.
           if not adr-valid
              add 1 to adrwarn-count
              move spaces to rptline
              string "       ADDRESS WARNING - " adr-reason
                     "  PROV: " cm2-prov "  POSTAL: " cm2-postal
                  delimited by size into rptline
              end-string
              write rptline before advancing 1 line
           end-if.
       ttlrtn.
           move spaces to rptline.
           string "TOTALS - ADDS: " add-count
               delimited by size into rptline
           end-string.
           write rptline before advancing 2 lines.
           move spaces to rptline.
           string "ADDRESS WARNINGS: " adrwarn-count
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
       copy "unixproc1.cpy".
