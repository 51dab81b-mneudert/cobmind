   05 opt-corroborate-db  pic x(128) value spaces.
   05 opt-threat-table    pic x(128) value spaces.
   05 opt-threat-limit    pic 9(03) value 0.
   05 opt-rir-reference   pic x(128) value spaces.
   05 opt-territory-file  pic x(128) value spaces.
   05 opt-codepage        pic x(01) value spaces.
   05 opt-recfm           pic x(01) value spaces.
   05 opt-anon-flags      pic x(01) value 'N'.
   05 opt-csv-quote       pic x(01) value 'N'.
   05 opt-csv-strict      pic x(01) value 'N'.
   05 opt-sorted-walk     pic x(01) value 'N'.
   05 opt-drill           pic x(50) value spaces.
   05 opt-space-margin    pic 9(03) value 0.
   05 opt-census-counts   pic x(128) value spaces.
   05 opt-schema-report   pic x(128) value spaces.
   05 opt-report-burst    pic x(01) value 'N'.
   05 opt-server-standby  pic x(01) value 'N'.
