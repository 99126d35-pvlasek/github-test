      *          totals, any SALEERR reject lines naming him, and his
      *          Oracle-side status/last-load-date off the CUST1STA
      *          file sqlora2 writes
      *        - the latest collections contacts and promises off the
      *          COLLNOTE file car251 keys, newest first
       program-id. car280.
       environment division.
       input-output section.
           select cust1sta assign external CUST1STA
                  organization line sequential
                  file status cust1sta-stat.
           select collnote assign external COLLNOTE
                  organization record sequential access mode sequential
                  file status collnote-stat.
           select profrpt assign external PROFRPT
                  organization line sequential.
      *eject
              05 filler         pic x(1).
              05 sta-ldate      pic 9(8).
              05 filler         pic x(3).
       fd  collnote record contains 120 characters.
           01 cnrec. copy "collnote.cpy".
       fd  profrpt record contains 120 characters.
           01 rptline            pic x(120).
      *eject
           05 prof-amt-ed        pic zzzz,zzz.99-.
           05 prof-tot-ed        pic zzz,zzz,zz9.99-.
           05 prof-qty-ed        pic zzzzzz9-.
           05 collnote-eof       pic x value ' '.
               88 collnote-at-eof         value '1'.
           05 note-total         pic 9(5) value zeros.
      * the last five contacts read for the customer - COLLNOTE is
      * in the order they were keyed, the oldest drops off the front
       01  note-flds.
           05 note-count         pic 9(1) value zeros.
           05 note-idx           pic 9(1) value zeros.
       01  note-table.
           05 note-entry occurs 5 times.
              10 nt-date         pic 9(6).
              10 nt-kind         pic x(1).
              10 nt-collector    pic x(4).
              10 nt-amount       pic s9(9)v99 comp-3.
              10 nt-prom-date    pic 9(6).
              10 nt-text         pic x(60).
      * CAR280-CUST comes in off the environment as text, so it's
      * validated through NUMEDIT before being trusted as numeric
       01  edit-flds.
           05 saledtl-stat       pic xx value spaces.
           05 saleerr-stat       pic xx value spaces.
           05 cust1sta-stat      pic xx value spaces.
           05 collnote-stat      pic xx value spaces.
      *eject
       procedure division.
           perform unixproc1.
           perform salesrtn.
           perform errsrtn.
           perform orartn.
           perform notesrtn.
           close profrpt.
           move "CAR280" to jobsum-pgm.
           move sale-count to jobsum-count.
              read cust1sta at end move '1' to cust1sta-eof
              end-read
           end-if.
      * the latest collections notes off COLLNOTE - no file on disk
      * means car251 has not been run here yet
       notesrtn.
           move spaces to rptline.
           write rptline before advancing 1 line.
           move spaces to rptline.
           move "LATEST COLLECTIONS NOTES:" to rptline.
           write rptline before advancing 1 line.
           open input collnote.
           if collnote-stat = '00'
              read collnote at end move '1' to collnote-eof
              end-read
              perform notedtlrtn until collnote-at-eof
              close collnote
           end-if.
           perform noteprtrtn varying note-idx from note-count by -1
               until note-idx < 1.
           move spaces to rptline.
           string "  CONTACTS ON FILE: " note-total
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
       notedtlrtn.
           if cn-cust = sel-cust
              add 1 to note-total
              if note-count < 5
                 add 1 to note-count
              else
                 perform noteshiftrtn varying note-idx from 1 by 1
                     until note-idx > 4
              end-if
              move cn-date to nt-date (note-count)
              move cn-kind to nt-kind (note-count)
              move cn-collector to nt-collector (note-count)
              move cn-prom-amount to nt-amount (note-count)
              move cn-prom-date to nt-prom-date (note-count)
              move cn-text to nt-text (note-count)
           end-if.
           read collnote at end move '1' to collnote-eof.
       noteshiftrtn.
           move note-entry (note-idx + 1) to note-entry (note-idx).
       noteprtrtn.
           move spaces to rptline.
           if nt-kind (note-idx) = 'P'
              move nt-amount (note-idx) to prof-amt-ed
              string "  " nt-date (note-idx) " "
                     nt-collector (note-idx)
                     "  PROMISED " prof-amt-ed
                     " BY " nt-prom-date (note-idx)
                  delimited by size into rptline
              end-string
              write rptline before advancing 1 line
              move spaces to rptline
              string "                " nt-text (note-idx)
                  delimited by size into rptline
              end-string
           else
              string "  " nt-date (note-idx) " "
                     nt-collector (note-idx) "  " nt-text (note-idx)
                  delimited by size into rptline
              end-string
           end-if.
           write rptline before advancing 1 line.
       copy "unixproc1.cpy".
