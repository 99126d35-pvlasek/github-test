           01 arckeeprec         pic x(132).
       fd  archive record contains 132 characters.
           01 archiverec         pic x(132).
       fd  audlogin record contains 308 characters.
           01 audinrec           pic x(308).
       fd  audlog2 record contains 308 characters.
           01 aud2rec            pic x(308).
       fd  audloga record contains 308 characters.
           01 audarec            pic x(308).
       fd  payhist record contains 90 characters.
           01 payinrec           pic x(90).
       fd  payhist2 record contains 90 characters.
      * the record under inspection and its date arithmetic - the
      * cutoff is the run month backed off by the keep months
       01  date-flds.
           05 work-rec           pic x(308) value spaces.
           05 rec-ccyymm         pic 9(6) value zeros.
           05 rec-yy             pic 9(2) value zeros.
           05 rec-mm             pic 9(2) value zeros.
