      *   like numedit's ne-data, the 256-byte image fields here are
      *   declared at the largest caller record size and al-lth must
      *   never exceed the actual record length passed
      * - each image carries the operator id (from getoper) of the
      *   person who ran the maintenance, so "who changed it" is on
      *   the file alongside when and under which job; the record
      *   grew from 300 to 308 bytes for it, and a file written
      *   before that is converted once by audconv
       environment division.
       input-output section.
       file-control.
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
           move al-jobid1 to aud-jobid1.
           move al-jobid2 to aud-jobid2.
           move al-rundate to aud-rundate.
           call "getoper" using aud-oper.
           move 'B' to aud-ba.
           move al-before (1:al-lth) to aud-image.
           write audrec.
