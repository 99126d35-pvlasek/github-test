       identification division.
      * audconv - test/demo mainframe conversion to micro focus cobol
      *         - one-time audit trail file conversion, old 300-byte
      *           AUDITLOG layout to the 308-byte layout that carries
      *           the operator id (aud-oper) between aud-rundate and
      *           aud-ba - the car285 sales conversion mould
      *         - reads OLDAUDIT, writes NEWAUDIT; every before/after
      *           image converts with aud-oper blank, since who ran a
      *           change before the operator id was kept is not known
      *         - run order: with every maintenance step that calls
      *           the auditlog subprogram held, run once with OLDAUDIT
      *           on the live AUDITLOG; when the AUDCNV totals agree,
      *           NEWAUDIT is renamed over AUDITLOG before the first
      *           maintenance run under the 308-byte auditlog and
      *           before auditrpt, cpy285 or arcret reads it; then run
      *           once against each AUDLOGA archive generation arcret
      *           wrote before the change, ahead of pointing auditrpt
      *           at it - never against a file already converted
      *         - before/after control totals (records, before and
      *           after images, aud-rundate hash) print to AUDCNV and
      *           must agree before the new file is accepted
       program-id. audconv.
       environment division.
       input-output section.
       file-control.
           select oldaudit assign external OLDAUDIT
                  organization record sequential access mode sequential
                  file status oldaudit-stat.
           select newaudit assign external NEWAUDIT
                  organization record sequential access mode sequential.
           select audcnv assign external AUDCNV
                  organization line sequential.
      *eject
       data  division.
       file section.
      * the retired 300-byte layout, kept inline here the way car285
      * keeps the old sales record - this program is the only one
      * still reading it
       fd  oldaudit record contains 300 characters.
           01 oldrec.
              05 old-file        pic x(8).
              05 old-key         pic x(10).
              05 old-jobid1      pic x(8).
              05 old-jobid2      pic x(8).
              05 old-rundate     pic 9(8).
              05 old-ba          pic x(1).
              05 old-image       pic x(256).
              05 filler          pic x(1).
       fd  newaudit record contains 308 characters.
           01 audrec.
              05 aud-file        pic x(8).
              05 aud-key         pic x(10).
              05 aud-jobid1      pic x(8).
              05 aud-jobid2      pic x(8).
              05 aud-rundate     pic 9(8).
              05 aud-oper        pic x(8).
              05 aud-ba          pic x(1).
              05 aud-image       pic x(256).
              05 filler          pic x(1).
       fd  audcnv record contains 120 characters.
           01 rptline            pic x(120).
      *eject
       working-storage section.
       copy "unixwork1.cpy".
       01  wrk-flds.
           05 oldaudit-eof       pic x value ' '.
               88 oldaudit-at-eof         value '1'.
      * before/after control totals - both sides accumulate
      * independently (old fields in, new record fields out) so a
      * conversion slip shows up as a difference on AUDCNV
       01  ctl-flds.
           05 in-count           pic 9(9) value zeros.
           05 in-before          pic 9(9) value zeros.
           05 in-after           pic 9(9) value zeros.
           05 in-hash            pic 9(15) value zeros.
           05 out-count          pic 9(9) value zeros.
           05 out-before         pic 9(9) value zeros.
           05 out-after          pic 9(9) value zeros.
           05 out-hash           pic 9(15) value zeros.
       01  misc.
           05 oldaudit-stat      pic xx value spaces.
      *eject
       procedure division.
           perform unixproc1.
       mainline.
           open input oldaudit.
           if oldaudit-stat not = '00'
              move oldaudit-stat to mf-filestat
              move "OLDAUDIT"   to mf-filenamei
              move "OLDAUDIT"   to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           open output newaudit audcnv.
           read oldaudit at end move '1' to oldaudit-eof.
           perform cnvrtn until oldaudit-at-eof.
           close oldaudit newaudit.
           perform ctlrtn.
           close audcnv.
           move "AUDCONV" to jobsum-pgm.
           move out-count to jobsum-count.
           if in-count = out-count and in-before = out-before
                 and in-after = out-after and in-hash = out-hash
              move "COMPLETE" to jobsum-status
           else
              move "MISMATCH" to jobsum-status
           end-if.
           call "jobcnt" using jobsum-pgm jobsum-count jobsum-status
               jobid1 jobid2.
           perform unixproc1-eoj.
           if jobsum-status = "MISMATCH"
              stop run returning 16
           end-if.
           stop run.
      * convert one image, the operator id left blank
       cnvrtn.
           add 1 to in-count.
           if old-ba = 'B'
              add 1 to in-before
           else
              add 1 to in-after
           end-if.
           if old-rundate numeric
              add old-rundate to in-hash
           end-if.
           move spaces to audrec.
           move old-file to aud-file.
           move old-key to aud-key.
           move old-jobid1 to aud-jobid1.
           move old-jobid2 to aud-jobid2.
           move old-rundate to aud-rundate.
           move spaces to aud-oper.
           move old-ba to aud-ba.
           move old-image to aud-image.
           write audrec.
           add 1 to out-count.
           if aud-ba = 'B'
              add 1 to out-before
           else
              add 1 to out-after
           end-if.
           if aud-rundate numeric
              add aud-rundate to out-hash
           end-if.
           read oldaudit at end move '1' to oldaudit-eof.
      * before/after control totals for the sign-off sheet
       ctlrtn.
           move spaces to rptline.
           move "AUDIT TRAIL CONVERSION CONTROL TOTALS" to rptline.
           write rptline before advancing 1 line.
           move spaces to rptline.
           string "BEFORE - RECORDS: " in-count
                  "  BEFORE IMAGES: " in-before
                  "  AFTER IMAGES: " in-after
                  "  HASH: " in-hash
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move spaces to rptline.
           string "AFTER  - RECORDS: " out-count
                  "  BEFORE IMAGES: " out-before
                  "  AFTER IMAGES: " out-after
                  "  HASH: " out-hash
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move spaces to rptline.
           if in-count = out-count and in-before = out-before
                 and in-after = out-after and in-hash = out-hash
              move "CONTROL TOTALS AGREE - CONVERSION GOOD" to rptline
           else
              move "*** CONTROL TOTALS DISAGREE - DO NOT ACCEPT ***"
                  to rptline
           end-if.
           write rptline before advancing 1 line.
       copy "unixproc1.cpy".
