       identification division.
       program-id. paysign.
      * paysign - shared pay run release check for the payroll chain
      * - the cpy225 pay-to-pay variance run appends one PAYVCTL row
      *   per pay date it checked; the payroll supervisor signs the
      *   PAYVAR report and releases the run by setting env-var
      *   PAYVAR-SIGNOFF to the signed pay date (yymmdd)
      * - every step that pays money out (cpy220 eft file, cpy240
      *   cheques) calls this with its pay date before it writes
      *   anything; twice last year a double-keyed timecard paid an
      *   employee twice and nobody knew until the bank called
      * - returns in sg-status:
      *     'OK' - the variance run is on PAYVCTL for the date and
      *            PAYVAR-SIGNOFF names the date; sg-flags is the
      *            number of exceptions that were signed off
      *     'NV' - no variance run on PAYVCTL for the date; the
      *            caller must refuse the run
      *     'NS' - the variance run is there but not signed off for
      *            the date; the caller must refuse the run
       environment division.
       input-output section.
       file-control.
           select payvctl assign external PAYVCTL
                  organization line sequential
                  file status payvctl-stat.
      *eject
       data  division.
       file section.
       fd  payvctl record contains 40 characters.
           01 pvrec.
              05 pv-date        pic 9(6).
              05 filler         pic x(1).
              05 pv-emps        pic 9(5).
              05 filler         pic x(1).
              05 pv-flags       pic 9(5).
              05 filler         pic x(1).
              05 pv-rundate     pic 9(8).
              05 filler         pic x(13).
       working-storage section.
       01  payvctl-stat         pic xx value spaces.
       01  wrk-flds.
           05 payvctl-eof       pic x value ' '.
               88 payvctl-at-eof         value '1'.
           05 found-sw          pic x value 'N'.
               88 found                  value 'Y'.
           05 signoff-txt       pic x(6) value '000000'.
       linkage section.
       01  sg-date              pic 9(6).
       01  sg-flags             pic 9(5).
       01  sg-status            pic x(2).
      *eject
       procedure division using sg-date sg-flags sg-status.
       mainpara.
           move zeros to sg-flags.
           move 'N' to found-sw.
           move ' ' to payvctl-eof.
           open input payvctl.
           if payvctl-stat = '00'
              read payvctl at end move '1' to payvctl-eof
              end-read
              perform lookrtn until payvctl-at-eof
              close payvctl
           end-if.
           if not found
              move 'NV' to sg-status
              goback
           end-if.
           accept signoff-txt from environment "PAYVAR-SIGNOFF"
               on exception move '000000' to signoff-txt
           end-accept.
           if signoff-txt = sg-date
              move 'OK' to sg-status
           else
              move 'NS' to sg-status
           end-if.
           goback.
      * a rerun of the variance check appends again - the latest row
      * for the date is the one that was signed
       lookrtn.
           if pv-date = sg-date
              move 'Y' to found-sw
              move pv-flags to sg-flags
           end-if.
           read payvctl at end move '1' to payvctl-eof.
