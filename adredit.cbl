       identification division.
       program-id. adredit.
      * adredit - shared mailing address validation
      * - the post office keeps returning our mail, and most of it
      *   is a postal code that could never be delivered - keyed
      *   short, letters and digits swapped, or a code from another
      *   province
      * - a program holding an address calls this with the two
      *   character province code and the six character postal code
      *   (no embedded space); ae-valid-sw comes back 'Y' or 'N',
      *   and on 'N' ae-reason says why, for the caller's register:
      *     missing postal code or province
      *     postal code not letter-digit-letter digit-letter-digit,
      *     or using a letter the post office never issues
      *     province code not a canadian province or territory
      *     postal code's first letter belongs to another province
      * - used by adrvalid's bad-address report, the CUSTMAS and
      *   TAXADR maintenance registers, and to pick the presort key
      *   for the mailings mailsort sorts
       environment division.
       input-output section.
       data  division.
       working-storage section.
       01  ae-idx               pic 9(2) value zeros.
       01  ae-found-sw          pic x value 'N'.
           88 ae-found                  value 'Y'.
       01  ae-prov-found-sw     pic x value 'N'.
           88 ae-prov-found             value 'Y'.
      * each province or territory with a first letter its postal
      * codes start with - ontario and quebec take several
       01  prov-values.
           05 filler            pic x(3) value "NLA".
           05 filler            pic x(3) value "NSB".
           05 filler            pic x(3) value "PEC".
           05 filler            pic x(3) value "NBE".
           05 filler            pic x(3) value "QCG".
           05 filler            pic x(3) value "QCH".
           05 filler            pic x(3) value "QCJ".
           05 filler            pic x(3) value "ONK".
           05 filler            pic x(3) value "ONL".
           05 filler            pic x(3) value "ONM".
           05 filler            pic x(3) value "ONN".
           05 filler            pic x(3) value "ONP".
           05 filler            pic x(3) value "MBR".
           05 filler            pic x(3) value "SKS".
           05 filler            pic x(3) value "ABT".
           05 filler            pic x(3) value "BCV".
           05 filler            pic x(3) value "NTX".
           05 filler            pic x(3) value "NUX".
           05 filler            pic x(3) value "YTY".
       01  prov-table redefines prov-values.
           05 prov-entry occurs 19 times.
              10 pv-prov        pic x(2).
              10 pv-letter      pic x(1).
       01  ae-char              pic x value space.
       linkage section.
       01  ae-prov              pic x(2).
       01  ae-postal            pic x(6).
       01  ae-valid-sw          pic x.
           88 ae-valid                  value 'Y'.
       01  ae-reason            pic x(30).
      *eject
       procedure division using ae-prov ae-postal ae-valid-sw
           ae-reason.
       mainpara.
           move 'Y' to ae-valid-sw.
           move spaces to ae-reason.
           if ae-postal = spaces
              move 'N' to ae-valid-sw
              move "POSTAL CODE MISSING" to ae-reason
              goback
           end-if.
           if ae-prov = spaces
              move 'N' to ae-valid-sw
              move "PROVINCE MISSING" to ae-reason
              goback
           end-if.
           move 1 to ae-idx.
           perform chkcharrtn until not ae-valid or ae-idx > 6.
           if not ae-valid
              move "POSTAL CODE FORMAT INVALID" to ae-reason
              goback
           end-if.
           move 'N' to ae-prov-found-sw.
           move 'N' to ae-found-sw.
           move 1 to ae-idx.
           perform findprovrtn until ae-found or ae-idx > 19.
           if not ae-prov-found
              move 'N' to ae-valid-sw
              move "PROVINCE CODE INVALID" to ae-reason
              goback
           end-if.
           if not ae-found
              move 'N' to ae-valid-sw
              move "POSTAL CODE NOT IN PROVINCE" to ae-reason
           end-if.
           goback.
      * odd positions a letter (never D F I O Q U, and W or Z never
      * lead), even positions a digit
       chkcharrtn.
           move ae-postal (ae-idx:1) to ae-char.
           if ae-idx = 2 or ae-idx = 4 or ae-idx = 6
              if ae-char < '0' or ae-char > '9'
                 move 'N' to ae-valid-sw
              end-if
           else
              if ae-char < 'A' or ae-char > 'Z'
                    or ae-char = 'D' or ae-char = 'F'
                    or ae-char = 'I' or ae-char = 'O'
                    or ae-char = 'Q' or ae-char = 'U'
                 move 'N' to ae-valid-sw
              end-if
              if ae-idx = 1
                    and (ae-char = 'W' or ae-char = 'Z')
                 move 'N' to ae-valid-sw
              end-if
           end-if.
           add 1 to ae-idx.
       findprovrtn.
           if pv-prov (ae-idx) = ae-prov
              move 'Y' to ae-prov-found-sw
              if pv-letter (ae-idx) = ae-postal (1:1)
                 move 'Y' to ae-found-sw
              end-if
           end-if.
           if not ae-found
              add 1 to ae-idx
           end-if.
