      *            AUDITRPT-DATE-FROM/-TO (yyyymmdd range); any
      *            selector left unset matches everything, so "every
      *            change to account 40000000 last quarter" is one run
      *          - each image lists the operator who ran the change,
      *            and AUDITRPT-OPER selects one operator's changes
      *          - the bank account inside a PAYMAS2 or PAYMASN
      *            payroll image, or a VENDMAS2 vendor image, prints
      *            masked to its last four digits (the shared
      *            bankmask routine); AUDITLOG itself keeps the full
      *            image
       program-id. auditrpt.
       environment division.
       input-output section.
      *eject
       data  division.
       file section.
       fd  auditlog record contains 308 characters.
           01 audrec.
              05 aud-file       pic x(8).
              05 aud-key        pic x(10).
              05 aud-jobid1     pic x(8).
              05 aud-jobid2     pic x(8).
              05 aud-rundate    pic 9(8).
              05 aud-oper       pic x(8).
              05 aud-ba         pic x(1).
              05 aud-image      pic x(256).
              05 filler         pic x(1).
               88 auditlog-at-eof         value '1'.
           05 sel-file           pic x(8) value spaces.
           05 sel-key            pic x(10) value spaces.
           05 sel-oper           pic x(8) value spaces.
           05 date-from          pic 9(8) value zeros.
           05 date-to            pic 9(8) value 99999999.
           05 pair-count         pic 9(7) value zeros.
           05 edit-lth           pic 9(4) comp value 8.
           05 edit-valid-sw      pic x value 'Y'.
               88 edit-valid             value 'Y'.
      * the image as printed - masked on a working copy of the whole
      * image, so an account anywhere in it is covered: a PAYMAS2/
      * PAYMASN image carries paymas-acct at 59-70, a VENDMAS2 image
      * vm-bank-acct at 160-171
       01  bankmask-flds.
           05 image-prt          pic x(256) value spaces.
           05 mask-acct          pic x(12) value spaces.
       01  misc.
           05 auditlog-stat      pic xx value spaces.
      *eject
           accept sel-key from environment "AUDITRPT-KEY"
               on exception move spaces to sel-key
           end-accept.
           accept sel-oper from environment "AUDITRPT-OPER"
               on exception move spaces to sel-oper
           end-accept.
           accept date-from-txt from environment "AUDITRPT-DATE-FROM"
               on exception move '00000000' to date-from-txt
           end-accept.
           open output audrpt.
           move spaces to rptline.
           string "MAINTENANCE AUDIT TRAIL - FILE: " sel-file
                  "  KEY: " sel-key "  OPER: " sel-oper
                  "  DATES: " date-from-txt " - " date-to-txt
               delimited by size into rptline
           end-string.
       dtlrtn.
           if (sel-file = spaces or aud-file = sel-file)
                 and (sel-key = spaces or aud-key = sel-key)
                 and (sel-oper = spaces or aud-oper = sel-oper)
                 and aud-rundate >= date-from
                 and aud-rundate <= date-to
              move aud-image to image-prt
              if aud-file = "PAYMAS2" or aud-file = "PAYMASN"
                 call "bankmask" using aud-image (59:12) mask-acct
                     jobid1 jobid2 rundate-ymd8
                 move mask-acct to image-prt (59:12)
              end-if
              if aud-file = "VENDMAS2"
                 call "bankmask" using aud-image (160:12) mask-acct
                     jobid1 jobid2 rundate-ymd8
                 move mask-acct to image-prt (160:12)
              end-if
              move spaces to rptline
              string aud-file " " aud-key " " aud-jobid1 "/"
                     aud-jobid2 " " aud-rundate " " aud-oper " "
                     aud-ba " " image-prt (1:72)
                  delimited by size into rptline
              end-string
              write rptline before advancing 1 line
